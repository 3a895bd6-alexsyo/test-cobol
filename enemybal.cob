       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. enemybal.
AUTHOR. Alexsyo.
DATE-WRITTEN.15/10/2026


ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ArchiveFile ASSIGN TO "auditarc.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Archive-File-Status.

       SELECT OPTIONAL ControlFile ASSIGN TO "balctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL RunCatalogFile ASSIGN TO "runcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT EnemyMasterFile ASSIGN TO "enemymst.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EM-Name
           FILE STATUS IS Enemy-Master-Status.

       SELECT BalanceFile ASSIGN TO "enemybal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT ProposalFile ASSIGN TO "enemyprop.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.


DATA DIVISION.
FILE SECTION.
FD ArchiveFile.
01 Archive-Line PIC X(120).

FD ControlFile.
*>   One tolerance per line: a keyword and a three-digit value, e.g.
*>   "WINLOW  040". Any keyword left out keeps its default below.
01 Control-Rec.
       02 Ctl-Keyword PIC X(8).
       02 Ctl-Value PIC X(3).
       02 Ctl-Value-Num REDEFINES Ctl-Value PIC 9(3).

FD RunCatalogFile.
*>   Mirror of the battle job's run catalog record; only the run ID
*>   and status are used, to leave backed-out runs out of the counts.
01 Catalog-In.
       02 Cat-Run-Id PIC X(14).
       02 FILLER PIC X(1).
       02 Cat-Severity PIC X(2).
       02 FILLER PIC X(1).
       02 Cat-Report-File PIC X(30).
       02 FILLER PIC X(1).
       02 Cat-Reject-File PIC X(30).
       02 FILLER PIC X(1).
       02 Cat-Audit-File PIC X(30).
       02 FILLER PIC X(1).
       02 Cat-Journal-File PIC X(30).
       02 FILLER PIC X(1).
       02 Cat-Status PIC X(1).

FD EnemyMasterFile.
01 Enemy-Master-Rec.
       02 EM-Name PIC X(10).
       02 EM-Action PIC X(6).
       02 EM-Attack PIC S99.
       02 EM-Defence PIC S99.
       02 EM-Health PIC S99.

FD BalanceFile.
01 Balance-Out PIC X(120).

FD ProposalFile.
*>   Laid out exactly like enemytrn.txt, so a reviewed proposal can
*>   be copied into the transaction file for enemymaint as it stands.
*>   Action and Defence are left blank - a CHANGE keeps those master
*>   values.
01 Proposal-Rec.
       02 Prp-Code PIC X(1).
       02 FILLER PIC X(1).
       02 Prp-Name PIC X(10).
       02 Prp-Action PIC X(6).
       02 Prp-Attack PIC 9(2).
       02 Prp-Defence PIC X(2).
       02 Prp-Health PIC 9(2).

WORKING-STORAGE SECTION.
01 Archive-File-Status PIC X(2) VALUE SPACES.
01 Enemy-Master-Status PIC X(2) VALUE SPACES.
01 Archive-EOF PIC X(1) VALUE 'N'.
01 Control-EOF PIC X(1) VALUE 'N'.
01 Catalog-EOF PIC X(1) VALUE 'N'.
01 Master-Open PIC X(1) VALUE 'N'.

*>   Tolerance bands from balctl.txt. An enemy fought fewer than
*>   MINENC times is reported but never judged. Outside the WINLOW -
*>   WINHIGH player win percentage it is too hard or too easy; inside
*>   it, an average fight shorter than RNDLOW rounds is too easy and
*>   one longer than RNDHIGH too hard. ATTSTEP and HPSTEP are how far
*>   a proposal moves the enemy's Attack and Health.
01 Min-Encounters PIC 9(3) VALUE 5.
01 Win-Pct-Low PIC 9(3) VALUE 40.
01 Win-Pct-High PIC 9(3) VALUE 90.
01 Rounds-Low PIC 9(3) VALUE 2.
01 Rounds-High PIC 9(3) VALUE 15.
01 Attack-Step PIC 9(3) VALUE 1.
01 Health-Step PIC 9(3) VALUE 2.

*>   Runs runbkout has reversed; their fights never counted, so they
*>   are left out of the analysis.
01 Backed-Out-Table.
       02 Backed-Out-Run OCCURS 999 TIMES PIC X(14).
01 Backed-Out-Count PIC 9(3) VALUE 0.
01 Backed-Out-Index PIC 9(3) VALUE 0.

01 Current-Run-Id PIC X(14) VALUE SPACES.
01 Skipping-Run PIC X(1) VALUE 'N'.

*>   Mirror of the battle job's Audit-Line, as audreplay uses it.
01 Audit-Parsed.
       02 Aud-Date PIC X(8).
       02 FILLER PIC X(1).
       02 Aud-Time PIC X(8).
       02 FILLER PIC X(1).
       02 Aud-Attacker-Name PIC X(10).
       02 FILLER PIC X(1).
       02 Aud-Defender-Name PIC X(10).
       02 FILLER PIC X(1).
       02 Aud-Action PIC X(6).
       02 FILLER PIC X(1).
       02 Aud-Attacker-Health-Before PIC -99.
       02 FILLER PIC X(1).
       02 Aud-Attacker-Health-After PIC -99.
       02 FILLER PIC X(1).
       02 Aud-Attacker-Defence-Before PIC -99.
       02 FILLER PIC X(1).
       02 Aud-Attacker-Defence-After PIC -99.
       02 FILLER PIC X(1).
       02 Aud-Defender-Health-Before PIC -99.
       02 FILLER PIC X(1).
       02 Aud-Defender-Health-After PIC -99.
       02 FILLER PIC X(1).
       02 Aud-Defender-Defence-Before PIC -99.
       02 FILLER PIC X(1).
       02 Aud-Defender-Defence-After PIC -99.
       02 FILLER PIC X(1).
       02 Aud-Attacker-Attack PIC -99.
       02 FILLER PIC X(1).
       02 Aud-Attacker-Max-Health PIC -99.
       02 FILLER PIC X(1).
       02 Aud-Item PIC X(10).
       02 FILLER PIC X(1).
       02 Aud-Player-Level PIC X(2).
       02 Aud-Player-Level-Num REDEFINES Aud-Player-Level PIC 9(2).

01 Line-Attacker-After PIC S99 VALUE 0.
01 Line-Defender-Before PIC S99 VALUE 0.
01 Line-Defender-After PIC S99 VALUE 0.
01 Line-Damage PIC S9(3) VALUE 0.

*>   The encounter being read. The audit has no encounter marker, so
*>   an encounter is the run of lines between one player and one
*>   enemy: the player's line opens each round and the enemy's line
*>   closes it. It ends the way EnemyEncounter ends it - the player
*>   down is a LOSS, the enemy down a WIN, a flee by either side FLED.
*>   One that simply stops (the next line is a different pairing, a
*>   fresh enemy with the same name, or the run ends) was called a
*>   DRAW at the round limit.
01 Enc-Open PIC X(1) VALUE 'N'.
01 Enc-Player PIC X(10) VALUE SPACES.
01 Enc-Enemy PIC X(10) VALUE SPACES.
01 Enc-Enemy-Health PIC S99 VALUE 0.
01 Enc-Outcome PIC X(4) VALUE SPACES.
01 Enc-Rounds PIC 9(5) VALUE 0.
01 Enc-Damage-Dealt PIC 9(5) VALUE 0.
01 Enc-Damage-Taken PIC 9(5) VALUE 0.
01 Enc-Level-Low PIC 9(2) VALUE 99.
01 Enc-Level-High PIC 9(2) VALUE 0.

*>   One entry per enemy name across every analysed run.
01 Balance-Table.
       02 Balance-Entry OCCURS 100 TIMES.
           03 Bal-Enemy PIC X(10).
           03 Bal-Encounters PIC 9(5).
           03 Bal-Wins PIC 9(5).
           03 Bal-Losses PIC 9(5).
           03 Bal-Draws PIC 9(5).
           03 Bal-Flees PIC 9(5).
           03 Bal-Rounds PIC 9(7).
           03 Bal-Damage-Dealt PIC 9(7).
           03 Bal-Damage-Taken PIC 9(7).
           03 Bal-Level-Low PIC 9(2).
           03 Bal-Level-High PIC 9(2).
01 Balance-Count PIC 9(3) VALUE 0.
01 Balance-Index PIC 9(3) VALUE 0.
01 Balance-Found-Index PIC 9(3) VALUE 0.
01 Balance-Overflow PIC X(1) VALUE 'N'.

01 Sort-Pass PIC 9(3) VALUE 0.
01 Sort-Index PIC 9(3) VALUE 0.
01 Sort-Best-Index PIC 9(3) VALUE 0.
01 Sort-Work-Entry PIC X(60) VALUE SPACES.

01 Win-Pct PIC 9(3)V9 VALUE 0.
01 Loss-Pct PIC 9(3)V9 VALUE 0.
01 Draw-Pct PIC 9(3)V9 VALUE 0.
01 Flee-Pct PIC 9(3)V9 VALUE 0.
01 Avg-Rounds PIC 9(3)V9 VALUE 0.
01 Avg-Damage-Dealt PIC 9(4)V9 VALUE 0.
01 Avg-Damage-Taken PIC 9(4)V9 VALUE 0.
01 Verdict PIC X(10) VALUE SPACES.
01 Proposal-Note PIC X(24) VALUE SPACES.
01 New-Attack PIC S9(3) VALUE 0.
01 New-Health PIC S9(3) VALUE 0.

01 Balance-Header-1.
       02 FILLER PIC X(34)
           VALUE "ENEMY        ENC  WIN% LOSS% DRAW%".
       02 FILLER PIC X(32)
           VALUE " FLEE%  RNDS DMGOUT  DMGIN  LVLS".
       02 FILLER PIC X(18) VALUE " VERDICT    ACTION".

01 Balance-Detail.
       02 BD-Enemy PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 BD-Encounters PIC Z(4)9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 BD-Win-Pct PIC ZZ9.9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 BD-Loss-Pct PIC ZZ9.9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 BD-Draw-Pct PIC ZZ9.9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 BD-Flee-Pct PIC ZZ9.9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 BD-Avg-Rounds PIC ZZ9.9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 BD-Avg-Damage-Dealt PIC ZZZ9.9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 BD-Avg-Damage-Taken PIC ZZZ9.9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 BD-Level-Range.
           03 BD-Level-Low PIC Z9.
           03 BD-Level-Dash PIC X(1).
           03 BD-Level-High PIC Z9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 BD-Verdict PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 BD-Note PIC X(24).

01 Balance-Bands-Line.
       02 FILLER PIC X(15) VALUE "Bands: min enc ".
       02 BB-Min-Encounters PIC ZZ9.
       02 FILLER PIC X(7) VALUE "  win% ".
       02 BB-Win-Pct-Low PIC ZZ9.
       02 FILLER PIC X(1) VALUE "-".
       02 BB-Win-Pct-High PIC ZZ9.
       02 FILLER PIC X(9) VALUE "  rounds ".
       02 BB-Rounds-Low PIC ZZ9.
       02 FILLER PIC X(1) VALUE "-".
       02 BB-Rounds-High PIC ZZ9.

01 Total-Runs-Read PIC 9(5) VALUE 0.
01 Total-Runs-Arena PIC 9(5) VALUE 0.
01 Total-Runs-Party PIC 9(5) VALUE 0.
01 Total-Runs-Backed-Out PIC 9(5) VALUE 0.
01 Total-Lines-Analysed PIC 9(7) VALUE 0.
01 Total-Encounters PIC 9(7) VALUE 0.
01 Total-Enemies-Reported PIC 9(5) VALUE 0.
01 Total-Enemies-Flagged PIC 9(5) VALUE 0.
01 Total-Proposals-Written PIC 9(5) VALUE 0.
01 Total-Control-Rejected PIC 9(5) VALUE 0.


PROCEDURE DIVISION.
Main.
       OPEN INPUT ArchiveFile.
       IF Archive-File-Status NOT = "00" THEN
           DISPLAY "Unable to open archive auditarc.txt (status "
               Archive-File-Status "), nothing to analyse"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM LoadControl.
       PERFORM LoadBackedOutRuns.

       PERFORM UNTIL Archive-EOF = 'Y'
           READ ArchiveFile
               AT END MOVE 'Y' TO Archive-EOF
               NOT AT END PERFORM HandleArchiveLine
           END-READ
       END-PERFORM.
       IF Enc-Open = 'Y' THEN
           MOVE "DRAW" TO Enc-Outcome
           PERFORM CloseEncounter
       END-IF.
       CLOSE ArchiveFile.

       IF Balance-Overflow = 'Y' THEN
           DISPLAY "More than 100 enemy names in the archive - the "
               "balance report cannot hold them all"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN INPUT EnemyMasterFile.
       IF Enemy-Master-Status = "00" THEN
           MOVE 'Y' TO Master-Open
       ELSE
           DISPLAY "Unable to open enemy master enemymst.dat (status "
               Enemy-Master-Status "), no changes will be proposed"
       END-IF.

       PERFORM SortBalance.
       PERFORM WriteBalanceReport.

       IF Master-Open = 'Y' THEN
           CLOSE EnemyMasterFile
       END-IF.

       PERFORM DisplayTotals.
       STOP RUN.

*>   Prints the analysis control totals; every proposal written is
*>   for review only - nothing reaches enemymst.dat until it has been
*>   copied into enemytrn.txt and run through enemymaint.
DisplayTotals.
       DISPLAY SPACE.
       DISPLAY "=== ENEMY BALANCE CONTROL TOTALS ===".
       DISPLAY "Archived runs read .......: " Total-Runs-Read.
       DISPLAY "Arena runs skipped .......: " Total-Runs-Arena.
       DISPLAY "Party runs skipped .......: " Total-Runs-Party.
       DISPLAY "Backed-out runs skipped ..: " Total-Runs-Backed-Out.
       DISPLAY "Audit lines analysed .....: " Total-Lines-Analysed.
       DISPLAY "Encounters analysed ......: " Total-Encounters.
       DISPLAY "Enemies reported .........: " Total-Enemies-Reported.
       DISPLAY "Enemies flagged ..........: " Total-Enemies-Flagged.
       DISPLAY "Changes proposed .........: " Total-Proposals-Written.
       DISPLAY "Control lines rejected ...: " Total-Control-Rejected.

*>   Reads the tolerance bands; a line with an unknown keyword or a
*>   non-numeric value is reported and ignored, leaving that band at
*>   its default.
LoadControl.
       OPEN INPUT ControlFile.
       PERFORM UNTIL Control-EOF = 'Y'
           READ ControlFile
               AT END MOVE 'Y' TO Control-EOF
               NOT AT END PERFORM ApplyControlLine
           END-READ
       END-PERFORM.
       CLOSE ControlFile.

ApplyControlLine.
       IF Control-Rec = SPACES THEN
           EXIT PARAGRAPH
       END-IF.
       IF Ctl-Value NOT NUMERIC THEN
           DISPLAY "balctl.txt: " Ctl-Keyword " value " Ctl-Value
               " is not numeric - default kept"
           ADD 1 TO Total-Control-Rejected
           EXIT PARAGRAPH
       END-IF.
       EVALUATE Ctl-Keyword
           WHEN "MINENC"
               MOVE Ctl-Value-Num TO Min-Encounters
           WHEN "WINLOW"
               MOVE Ctl-Value-Num TO Win-Pct-Low
           WHEN "WINHIGH"
               MOVE Ctl-Value-Num TO Win-Pct-High
           WHEN "RNDLOW"
               MOVE Ctl-Value-Num TO Rounds-Low
           WHEN "RNDHIGH"
               MOVE Ctl-Value-Num TO Rounds-High
           WHEN "ATTSTEP"
               MOVE Ctl-Value-Num TO Attack-Step
           WHEN "HPSTEP"
               MOVE Ctl-Value-Num TO Health-Step
           WHEN OTHER
               DISPLAY "balctl.txt: unknown keyword " Ctl-Keyword
                   " - line ignored"
               ADD 1 TO Total-Control-Rejected
       END-EVALUATE.

*>   Collects the IDs of every run the catalog marks backed out.
LoadBackedOutRuns.
       OPEN INPUT RunCatalogFile.
       PERFORM UNTIL Catalog-EOF = 'Y'
           READ RunCatalogFile
               AT END MOVE 'Y' TO Catalog-EOF
               NOT AT END
                   IF Cat-Status = 'B' AND Backed-Out-Count < 999
                       ADD 1 TO Backed-Out-Count
                       MOVE Cat-Run-Id TO Backed-Out-Run(Backed-Out-Count)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE RunCatalogFile.

*>   Routes one archive line: a header starts a run (skipped whole if
*>   it was an arena or party run or has been backed out), a trailer ends it,
*>   and audit lines of a run being analysed are tallied. An
*>   encounter never spans a bracket.
HandleArchiveLine.
       EVALUATE TRUE
           WHEN Archive-Line(1:4) = "HDR "
               IF Enc-Open = 'Y'
                   MOVE "DRAW" TO Enc-Outcome
                   PERFORM CloseEncounter
               END-IF
               ADD 1 TO Total-Runs-Read
               MOVE Archive-Line(5:14) TO Current-Run-Id
               PERFORM CheckRunSkipped
           WHEN Archive-Line(1:4) = "TRL "
               IF Enc-Open = 'Y'
                   MOVE "DRAW" TO Enc-Outcome
                   PERFORM CloseEncounter
               END-IF
               MOVE 'Y' TO Skipping-Run
           WHEN OTHER
               IF Skipping-Run = 'N'
                   ADD 1 TO Total-Lines-Analysed
                   PERFORM AnalyseAuditLine
               END-IF
       END-EVALUATE.

*>   Arena bouts are player against player and say nothing about the
*>   enemy master; the arena flag is the fifth of the run flags the
*>   archive header carries. A party run's fights are several players
*>   against one enemy, which the one-player encounter inference here
*>   cannot follow and whose rates would not compare with a lone
*>   player's; the party flag is the sixth.
CheckRunSkipped.
       MOVE 'N' TO Skipping-Run.
       IF Archive-Line(35:1) = 'Y' THEN
           MOVE 'Y' TO Skipping-Run
           ADD 1 TO Total-Runs-Arena
           EXIT PARAGRAPH
       END-IF.
       IF Archive-Line(36:1) = 'Y' THEN
           MOVE 'Y' TO Skipping-Run
           ADD 1 TO Total-Runs-Party
           EXIT PARAGRAPH
       END-IF.
       MOVE 1 TO Backed-Out-Index.
       PERFORM UNTIL Backed-Out-Index > Backed-Out-Count
               OR Skipping-Run = 'Y'
           IF Backed-Out-Run(Backed-Out-Index) = Current-Run-Id
               MOVE 'Y' TO Skipping-Run
               ADD 1 TO Total-Runs-Backed-Out
           END-IF
           ADD 1 TO Backed-Out-Index
       END-PERFORM.

*>   An enemy line is the open encounter's pairing turned round; any
*>   other line is a player line, which continues the open encounter
*>   only if it is the same pairing and the enemy walks in with the
*>   health it was last left on.
AnalyseAuditLine.
       MOVE Archive-Line TO Audit-Parsed.
       MOVE Aud-Attacker-Health-After TO Line-Attacker-After.
       MOVE Aud-Defender-Health-Before TO Line-Defender-Before.
       MOVE Aud-Defender-Health-After TO Line-Defender-After.
       COMPUTE Line-Damage = Line-Defender-Before - Line-Defender-After.
       IF Enc-Open = 'Y'
               AND Aud-Attacker-Name = Enc-Enemy
               AND Aud-Defender-Name = Enc-Player THEN
           PERFORM TallyEnemyLine
       ELSE
           IF Enc-Open = 'Y'
                   AND (Aud-Attacker-Name NOT = Enc-Player
                       OR Aud-Defender-Name NOT = Enc-Enemy
                       OR Line-Defender-Before NOT = Enc-Enemy-Health) THEN
               MOVE "DRAW" TO Enc-Outcome
               PERFORM CloseEncounter
           END-IF
           IF Enc-Open = 'N' THEN
               PERFORM OpenEncounter
           END-IF
           PERFORM TallyPlayerLine
       END-IF.

OpenEncounter.
       MOVE 'Y' TO Enc-Open.
       MOVE Aud-Attacker-Name TO Enc-Player.
       MOVE Aud-Defender-Name TO Enc-Enemy.
       MOVE SPACES TO Enc-Outcome.
       MOVE 0 TO Enc-Rounds.
       MOVE 0 TO Enc-Damage-Dealt.
       MOVE 0 TO Enc-Damage-Taken.
       MOVE 99 TO Enc-Level-Low.
       MOVE 0 TO Enc-Level-High.

TallyPlayerLine.
       ADD 1 TO Enc-Rounds.
       IF Line-Damage > 0
           ADD Line-Damage TO Enc-Damage-Dealt
       END-IF.
       MOVE Line-Defender-After TO Enc-Enemy-Health.
       PERFORM TallyLineLevel.
       IF Aud-Action = "flee" THEN
           MOVE "FLED" TO Enc-Outcome
           PERFORM CloseEncounter
       END-IF.

TallyEnemyLine.
       IF Line-Damage > 0
           ADD Line-Damage TO Enc-Damage-Taken
       END-IF.
       MOVE Line-Attacker-After TO Enc-Enemy-Health.
       PERFORM TallyLineLevel.
       IF Line-Defender-After <= 0 THEN
           MOVE "LOSS" TO Enc-Outcome
       ELSE IF Line-Attacker-After <= 0 THEN
           MOVE "WIN" TO Enc-Outcome
       ELSE IF Aud-Action = "flee" THEN
           MOVE "FLED" TO Enc-Outcome
       END-IF.
       IF Enc-Outcome NOT = SPACES THEN
           PERFORM CloseEncounter
       END-IF.

*>   Audit lines written before the level was carried have it blank
*>   and leave the range alone.
TallyLineLevel.
       IF Aud-Player-Level NUMERIC THEN
           IF Aud-Player-Level-Num < Enc-Level-Low
               MOVE Aud-Player-Level-Num TO Enc-Level-Low
           END-IF
           IF Aud-Player-Level-Num > Enc-Level-High
               MOVE Aud-Player-Level-Num TO Enc-Level-High
           END-IF
       END-IF.

*>   Rolls the finished encounter into its enemy's entry.
CloseEncounter.
       MOVE 'N' TO Enc-Open.
       ADD 1 TO Total-Encounters.
       MOVE 0 TO Balance-Found-Index.
       MOVE 1 TO Balance-Index.
       PERFORM UNTIL Balance-Index > Balance-Count
               OR Balance-Found-Index NOT = 0
           IF Bal-Enemy(Balance-Index) = Enc-Enemy
               MOVE Balance-Index TO Balance-Found-Index
           END-IF
           ADD 1 TO Balance-Index
       END-PERFORM.
       IF Balance-Found-Index = 0 THEN
           IF Balance-Count >= 100 THEN
               MOVE 'Y' TO Balance-Overflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Balance-Count
           MOVE Balance-Count TO Balance-Found-Index
           MOVE Enc-Enemy TO Bal-Enemy(Balance-Found-Index)
           MOVE 0 TO Bal-Encounters(Balance-Found-Index)
           MOVE 0 TO Bal-Wins(Balance-Found-Index)
           MOVE 0 TO Bal-Losses(Balance-Found-Index)
           MOVE 0 TO Bal-Draws(Balance-Found-Index)
           MOVE 0 TO Bal-Flees(Balance-Found-Index)
           MOVE 0 TO Bal-Rounds(Balance-Found-Index)
           MOVE 0 TO Bal-Damage-Dealt(Balance-Found-Index)
           MOVE 0 TO Bal-Damage-Taken(Balance-Found-Index)
           MOVE 99 TO Bal-Level-Low(Balance-Found-Index)
           MOVE 0 TO Bal-Level-High(Balance-Found-Index)
       END-IF.
       ADD 1 TO Bal-Encounters(Balance-Found-Index).
       EVALUATE Enc-Outcome
           WHEN "WIN" ADD 1 TO Bal-Wins(Balance-Found-Index)
           WHEN "LOSS" ADD 1 TO Bal-Losses(Balance-Found-Index)
           WHEN "FLED" ADD 1 TO Bal-Flees(Balance-Found-Index)
           WHEN OTHER ADD 1 TO Bal-Draws(Balance-Found-Index)
       END-EVALUATE.
       ADD Enc-Rounds TO Bal-Rounds(Balance-Found-Index).
       ADD Enc-Damage-Dealt TO Bal-Damage-Dealt(Balance-Found-Index).
       ADD Enc-Damage-Taken TO Bal-Damage-Taken(Balance-Found-Index).
       IF Enc-Level-Low < Bal-Level-Low(Balance-Found-Index)
           MOVE Enc-Level-Low TO Bal-Level-Low(Balance-Found-Index)
       END-IF.
       IF Enc-Level-High > Bal-Level-High(Balance-Found-Index)
           MOVE Enc-Level-High TO Bal-Level-High(Balance-Found-Index)
       END-IF.

*>   Puts the report in enemy name order, the order enemymst.dat and
*>   enemytrn.txt are kept in.
SortBalance.
       MOVE 1 TO Sort-Pass.
       PERFORM UNTIL Sort-Pass >= Balance-Count
           MOVE Sort-Pass TO Sort-Best-Index
           COMPUTE Sort-Index = Sort-Pass + 1
           PERFORM UNTIL Sort-Index > Balance-Count
               IF Bal-Enemy(Sort-Index) < Bal-Enemy(Sort-Best-Index)
                   MOVE Sort-Index TO Sort-Best-Index
               END-IF
               ADD 1 TO Sort-Index
           END-PERFORM
           IF Sort-Best-Index NOT = Sort-Pass
               MOVE Balance-Entry(Sort-Pass) TO Sort-Work-Entry
               MOVE Balance-Entry(Sort-Best-Index)
                   TO Balance-Entry(Sort-Pass)
               MOVE Sort-Work-Entry
                   TO Balance-Entry(Sort-Best-Index)
           END-IF
           ADD 1 TO Sort-Pass
       END-PERFORM.

WriteBalanceReport.
       OPEN OUTPUT BalanceFile.
       OPEN OUTPUT ProposalFile.
       MOVE Min-Encounters TO BB-Min-Encounters.
       MOVE Win-Pct-Low TO BB-Win-Pct-Low.
       MOVE Win-Pct-High TO BB-Win-Pct-High.
       MOVE Rounds-Low TO BB-Rounds-Low.
       MOVE Rounds-High TO BB-Rounds-High.
       MOVE SPACES TO Balance-Out.
       MOVE Balance-Bands-Line TO Balance-Out.
       WRITE Balance-Out.
       MOVE SPACES TO Balance-Out.
       MOVE Balance-Header-1 TO Balance-Out.
       WRITE Balance-Out.
       MOVE 1 TO Balance-Index.
       PERFORM UNTIL Balance-Index > Balance-Count
           PERFORM JudgeEnemy
           PERFORM WriteBalanceDetail
           ADD 1 TO Balance-Index
       END-PERFORM.
       CLOSE BalanceFile.
       CLOSE ProposalFile.
       MOVE Balance-Count TO Total-Enemies-Reported.

*>   Works out the enemy's rates and averages and judges them against
*>   the bands.
JudgeEnemy.
       COMPUTE Win-Pct ROUNDED = Bal-Wins(Balance-Index) * 100
           / Bal-Encounters(Balance-Index).
       COMPUTE Loss-Pct ROUNDED = Bal-Losses(Balance-Index) * 100
           / Bal-Encounters(Balance-Index).
       COMPUTE Draw-Pct ROUNDED = Bal-Draws(Balance-Index) * 100
           / Bal-Encounters(Balance-Index).
       COMPUTE Flee-Pct ROUNDED = Bal-Flees(Balance-Index) * 100
           / Bal-Encounters(Balance-Index).
       COMPUTE Avg-Rounds ROUNDED = Bal-Rounds(Balance-Index)
           / Bal-Encounters(Balance-Index).
       COMPUTE Avg-Damage-Dealt ROUNDED = Bal-Damage-Dealt(Balance-Index)
           / Bal-Encounters(Balance-Index).
       COMPUTE Avg-Damage-Taken ROUNDED = Bal-Damage-Taken(Balance-Index)
           / Bal-Encounters(Balance-Index).
       MOVE SPACES TO Proposal-Note.
       IF Bal-Encounters(Balance-Index) < Min-Encounters THEN
           MOVE "LOW SAMPLE" TO Verdict
       ELSE IF Win-Pct < Win-Pct-Low THEN
           MOVE "TOO HARD" TO Verdict
       ELSE IF Win-Pct > Win-Pct-High THEN
           MOVE "TOO EASY" TO Verdict
       ELSE IF Avg-Rounds < Rounds-Low THEN
           MOVE "TOO EASY" TO Verdict
       ELSE IF Avg-Rounds > Rounds-High THEN
           MOVE "TOO HARD" TO Verdict
       ELSE
           MOVE "IN BAND" TO Verdict
       END-IF.
       IF Verdict = "TOO EASY" OR Verdict = "TOO HARD" THEN
           ADD 1 TO Total-Enemies-Flagged
           PERFORM ProposeChange
       END-IF.

*>   Proposes a CHANGE one step in the right direction from the
*>   enemy's current master stats: a too-easy enemy hits harder and
*>   lasts longer, a too-hard one the reverse, never below Attack 0
*>   or Health 1. Defence is left alone - it is what the player's
*>   whole attack is measured against, so moving it swings a fight
*>   far harder than a step of Attack does.
ProposeChange.
       IF Master-Open = 'N' THEN
           MOVE "NO MASTER - NOT PROPOSED" TO Proposal-Note
           EXIT PARAGRAPH
       END-IF.
       MOVE Bal-Enemy(Balance-Index) TO EM-Name.
       READ EnemyMasterFile
           INVALID KEY
               MOVE "NOT ON MASTER" TO Proposal-Note
               EXIT PARAGRAPH
       END-READ.
       IF Verdict = "TOO EASY" THEN
           COMPUTE New-Attack = EM-Attack + Attack-Step
           COMPUTE New-Health = EM-Health + Health-Step
       ELSE
           COMPUTE New-Attack = EM-Attack - Attack-Step
           COMPUTE New-Health = EM-Health - Health-Step
       END-IF.
       IF New-Attack < 0
           MOVE 0 TO New-Attack
       END-IF.
       IF New-Attack > 99
           MOVE 99 TO New-Attack
       END-IF.
       IF New-Health < 1
           MOVE 1 TO New-Health
       END-IF.
       IF New-Health > 99
           MOVE 99 TO New-Health
       END-IF.
       IF New-Attack = EM-Attack AND New-Health = EM-Health THEN
           MOVE "AT LIMIT - NOT PROPOSED" TO Proposal-Note
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO Proposal-Rec.
       MOVE 'C' TO Prp-Code.
       MOVE EM-Name TO Prp-Name.
       MOVE New-Attack TO Prp-Attack.
       MOVE New-Health TO Prp-Health.
       WRITE Proposal-Rec.
       ADD 1 TO Total-Proposals-Written.
       STRING "PROPOSED ATK " Prp-Attack " HP " Prp-Health
           DELIMITED BY SIZE INTO Proposal-Note.

WriteBalanceDetail.
       MOVE Bal-Enemy(Balance-Index) TO BD-Enemy.
       MOVE Bal-Encounters(Balance-Index) TO BD-Encounters.
       MOVE Win-Pct TO BD-Win-Pct.
       MOVE Loss-Pct TO BD-Loss-Pct.
       MOVE Draw-Pct TO BD-Draw-Pct.
       MOVE Flee-Pct TO BD-Flee-Pct.
       MOVE Avg-Rounds TO BD-Avg-Rounds.
       MOVE Avg-Damage-Dealt TO BD-Avg-Damage-Dealt.
       MOVE Avg-Damage-Taken TO BD-Avg-Damage-Taken.
       IF Bal-Level-High(Balance-Index) = 0 THEN
           MOVE SPACES TO BD-Level-Range
       ELSE
           MOVE Bal-Level-Low(Balance-Index) TO BD-Level-Low
           MOVE "-" TO BD-Level-Dash
           MOVE Bal-Level-High(Balance-Index) TO BD-Level-High
       END-IF.
       MOVE Verdict TO BD-Verdict.
       MOVE Proposal-Note TO BD-Note.
       MOVE SPACES TO Balance-Out.
       MOVE Balance-Detail TO Balance-Out.
       WRITE Balance-Out.
