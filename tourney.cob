       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. tourney.
AUTHOR. Alexsyo.
DATE-WRITTEN.15/10/2026


ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LeagueFile ASSIGN TO "league.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Lgr-Key
           FILE STATUS IS League-File-Status.

       SELECT OPTIONAL TourneyFile ASSIGN TO "tourney.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL RunCatalogFile ASSIGN TO "runcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT ReportFile ASSIGN TO Report-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Report-File-Status.

       SELECT ArenaFile ASSIGN TO "arena.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT BracketFile ASSIGN TO "tourneyrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.


DATA DIVISION.
FILE SECTION.
FD LeagueFile.
01 League-Rec.
       02 Lgr-Key.
           03 Lgr-Run-Id PIC X(14).
           03 Lgr-Player PIC X(10).
       02 Lgr-Wins PIC 9(5).
       02 Lgr-Losses PIC 9(5).
       02 Lgr-Draws PIC 9(5).
       02 Lgr-Flees PIC 9(5).
       02 Lgr-Damage-Dealt PIC 9(7).
       02 Lgr-Damage-Taken PIC 9(7).
       02 Lgr-Level PIC 9(2).
       02 Lgr-Exper PIC 9(5).
       02 Lgr-Run-Date PIC X(8).

FD TourneyFile.
*>   The bracket state, carried from one execution to the next so a
*>   tournament can run a round a day: one H record for the
*>   tournament, then one B record per bout in round and bout order.
*>   A bout's sides are A (the upper half of the bracket slot, and
*>   the challenger on arena.txt) and B; a blank winner side is a
*>   bout still to be fought.
01 Tourney-Header-Rec.
       02 TH-Kind PIC X(1).
       02 FILLER PIC X(1).
       02 TH-Tourney-Id PIC X(14).
       02 FILLER PIC X(1).
       02 TH-Field PIC 9(2).
       02 FILLER PIC X(1).
       02 TH-Size PIC 9(2).
       02 FILLER PIC X(1).
       02 TH-Rounds PIC 9(1).
       02 FILLER PIC X(1).
       02 TH-Round PIC 9(1).
       02 FILLER PIC X(1).
       02 TH-Status PIC X(1).
       02 FILLER PIC X(1).
       02 TH-Champion PIC X(10).
       02 FILLER PIC X(1).
       02 TH-Last-Run-Id PIC X(14).
01 Tourney-Bout-Rec.
       02 TB-Kind PIC X(1).
       02 FILLER PIC X(1).
       02 TB-Round PIC 9(1).
       02 FILLER PIC X(1).
       02 TB-Bout PIC 9(2).
       02 FILLER PIC X(1).
       02 TB-Seed-A PIC 9(2).
       02 FILLER PIC X(1).
       02 TB-Player-A PIC X(10).
       02 FILLER PIC X(1).
       02 TB-Seed-B PIC 9(2).
       02 FILLER PIC X(1).
       02 TB-Player-B PIC X(10).
       02 FILLER PIC X(1).
       02 TB-Winner-Side PIC X(1).
       02 FILLER PIC X(1).
       02 TB-Decided-By PIC X(4).
       02 FILLER PIC X(1).
       02 TB-Run-Id PIC X(14).

FD RunCatalogFile.
*>   Mirror of the battle job's run catalog record, mapping each run
*>   ID to its run-stamped output files; Cat-Status B marks a run
*>   that runbkout has since reversed.
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

FD ReportFile.
01 Report-In PIC X(100).

FD ArenaFile.
01 Arena-Pair-Rec.
       02 AR-Challenger PIC X(10).
       02 AR-Opponent PIC X(10).

FD BracketFile.
01 Bracket-Out PIC X(100).

WORKING-STORAGE SECTION.
01 League-File-Status PIC X(2) VALUE SPACES.
01 Report-File-Status PIC X(2) VALUE SPACES.
01 League-EOF PIC X(1) VALUE 'N'.
01 Tourney-EOF PIC X(1) VALUE 'N'.
01 Report-EOF PIC X(1) VALUE 'N'.

*>   SEED starts a tournament from the league standings, ADVANCE
*>   posts a fought round from an arena run (the newest catalogued
*>   run, or the one named on RUN=<id>), and REPORT - the default -
*>   only reprints the bracket.
01 Run-Parm PIC X(40) VALUE SPACES.
01 Parm-Word-1 PIC X(20) VALUE SPACES.
01 Parm-Word-2 PIC X(20) VALUE SPACES.
01 Tourney-Action PIC X(8) VALUE SPACES.
01 Selected-Run-Id PIC X(14) VALUE SPACES.
01 Report-File-Name PIC X(30) VALUE "battlerpt.txt".
01 Catalog-EOF PIC X(1) VALUE 'N'.
01 Catalog-Run-Found PIC X(1) VALUE 'N'.
01 Backed-Out-Run-Id PIC X(14) VALUE SPACES.
01 Posting-Run-Id PIC X(14) VALUE SPACES.
01 Arena-Run-Flag PIC X(1) VALUE 'N'.

01 Seed-Date PIC X(8) VALUE SPACES.
01 Seed-Time PIC X(8) VALUE SPACES.

*>   The tournament as loaded from (and rewritten to) tourney.txt.
01 Tourney-Present PIC X(1) VALUE 'N'.
01 Tourney-Header.
       02 Trn-Tourney-Id PIC X(14).
       02 Trn-Field PIC 9(2).
       02 Trn-Size PIC 9(2).
       02 Trn-Rounds PIC 9(1).
       02 Trn-Round PIC 9(1).
       02 Trn-Status PIC X(1).
       02 Trn-Champion PIC X(10).
       02 Trn-Last-Run-Id PIC X(14).

*>   Every bout of the bracket, round 1 first; a 32-player bracket
*>   has 31.
01 Bout-Table.
       02 Bout-Entry OCCURS 31 TIMES.
           03 Bt-Round PIC 9(1).
           03 Bt-Bout PIC 9(2).
           03 Bt-Seed-A PIC 9(2).
           03 Bt-Player-A PIC X(10).
           03 Bt-Seed-B PIC 9(2).
           03 Bt-Player-B PIC X(10).
           03 Bt-Winner-Side PIC X(1).
           03 Bt-Decided-By PIC X(4).
           03 Bt-Run-Id PIC X(14).
01 Bout-Count PIC 9(2) VALUE 0.
01 Bout-Index PIC 9(2) VALUE 0.
01 Bout-Found PIC 9(2) VALUE 0.
01 Bout-Upper PIC 9(2) VALUE 0.
01 Bouts-In-Round PIC 9(2) VALUE 0.
01 Bouts-Pending PIC 9(2) VALUE 0.
01 Report-Round PIC 9(1) VALUE 0.

*>   The league standings, ranked exactly as leaguerpt ranks them:
*>   win percentage over all bouts, ties to the higher win count.
01 Standings-Table.
       02 Standings-Entry OCCURS 50 TIMES.
           03 Std-Player PIC X(10).
           03 Std-Bouts PIC 9(7).
           03 Std-Wins PIC 9(7).
           03 Std-Win-Pct PIC 9(3)V99.
01 Standings-Count PIC 9(2) VALUE 0.
01 Standings-Index PIC 9(2) VALUE 0.
01 Standings-Found-Index PIC 9(2) VALUE 0.
01 Standings-Overflow PIC X(1) VALUE 'N'.

01 Sort-Pass PIC 9(2) VALUE 0.
01 Sort-Index PIC 9(2) VALUE 0.
01 Sort-Best-Index PIC 9(2) VALUE 0.
01 Sort-Work-Entry PIC X(29) VALUE SPACES.

*>   The bracket's seed order: built by doubling, each seed s of an
*>   n-slot order followed by its partner 2n+1-s, so seeds 1 and 2
*>   can meet only in the final and every bye falls to a top seed.
01 Seed-Order-Table.
       02 Seed-Order OCCURS 32 TIMES PIC 9(2).
01 Seed-Work-Table.
       02 Seed-Work OCCURS 32 TIMES PIC 9(2).
01 Order-Size PIC 9(2) VALUE 0.
01 Order-Index PIC 9(2) VALUE 0.
01 Work-Index PIC 9(2) VALUE 0.
01 Seed-Number PIC 9(2) VALUE 0.

01 Winner-Player PIC X(10) VALUE SPACES.
01 Winner-Seed PIC 9(2) VALUE 0.

*>   Mirror of the battle job's Report-Line, as far as the fields a
*>   bout result needs.
01 Report-Parsed.
       02 RP-Player PIC X(10).
       02 FILLER PIC X(1).
       02 RP-Enemy PIC X(10).
       02 FILLER PIC X(1).
       02 RP-Last-Action PIC X(6).
       02 FILLER PIC X(1).
       02 RP-Enemy-Last-Action PIC X(6).
       02 FILLER PIC X(1).
       02 RP-Player-Attack PIC X(3).
       02 FILLER PIC X(1).
       02 RP-Player-Defence PIC X(3).
       02 FILLER PIC X(1).
       02 RP-Player-Health PIC X(3).
       02 FILLER PIC X(1).
       02 RP-Enemy-Attack PIC X(3).
       02 FILLER PIC X(1).
       02 RP-Enemy-Defence PIC X(3).
       02 FILLER PIC X(1).
       02 RP-Enemy-Health PIC X(3).
       02 FILLER PIC X(1).
       02 RP-Outcome PIC X(10).

01 Bracket-Title.
       02 FILLER PIC X(11) VALUE "TOURNAMENT ".
       02 BT-Tourney-Id PIC X(14).
       02 FILLER PIC X(8) VALUE "  FIELD ".
       02 BT-Field PIC Z9.
       02 FILLER PIC X(9) VALUE "  BRACKET".
       02 FILLER PIC X(1) VALUE SPACE.
       02 BT-Size PIC Z9.
       02 FILLER PIC X(9) VALUE "  ROUNDS ".
       02 BT-Rounds PIC 9.

01 Bracket-Standing.
       02 FILLER PIC X(8) VALUE "STATUS: ".
       02 BS-Text PIC X(40).

01 Bracket-Round-Title.
       02 FILLER PIC X(6) VALUE "ROUND ".
       02 BR-Round PIC 9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 BR-Name PIC X(14).

01 Bracket-Header.
       02 FILLER PIC X(40)
           VALUE "BOUT SEED PLAYER      SEED PLAYER      ".
       02 FILLER PIC X(35)
           VALUE "WINNER     DECIDED RUN".

01 Bracket-Detail.
       02 FILLER PIC X(1) VALUE SPACE.
       02 BD-Bout PIC Z9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 BD-Seed-A PIC Z9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 BD-Player-A PIC X(10).
       02 FILLER PIC X(4) VALUE " vs ".
       02 BD-Seed-B PIC Z9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 BD-Player-B PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 BD-Winner PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 BD-Decided-By PIC X(7).
       02 FILLER PIC X(1) VALUE SPACE.
       02 BD-Run-Id PIC X(14).

01 Total-Ledger-Records PIC 9(7) VALUE 0.
01 Total-Players-Seeded PIC 9(2) VALUE 0.
01 Total-Byes PIC 9(2) VALUE 0.
01 Total-Rows-Read PIC 9(5) VALUE 0.
01 Total-Bouts-Decided PIC 9(2) VALUE 0.
01 Total-Tiebreaks PIC 9(2) VALUE 0.
01 Total-Rows-Unmatched PIC 9(5) VALUE 0.
01 Total-Bouts-Listed PIC 9(2) VALUE 0.

*>   0 = done, 4 = nothing to do (no new results, or the tournament
*>   already has its champion), 8 = refused (a tournament is already
*>   running), 12 = the step could not be attempted at all.
01 Run-Severity PIC 9(2) VALUE 0.
01 Severity-Work PIC 9(2) VALUE 0.


PROCEDURE DIVISION.
Main.
       ACCEPT Run-Parm FROM COMMAND-LINE.
       MOVE SPACES TO Parm-Word-1 Parm-Word-2.
       UNSTRING Run-Parm DELIMITED BY SPACE
           INTO Parm-Word-1 Parm-Word-2.
       MOVE Parm-Word-1 TO Tourney-Action.
       IF Tourney-Action = SPACES
           MOVE "REPORT" TO Tourney-Action
       END-IF.
       IF Parm-Word-2(1:4) = "RUN="
           MOVE Parm-Word-2(5:14) TO Selected-Run-Id
       END-IF.

       PERFORM LoadTourney.

       EVALUATE Tourney-Action
           WHEN "SEED"
               PERFORM SeedTourney
           WHEN "ADVANCE"
               PERFORM AdvanceTourney
           WHEN "REPORT"
               IF Tourney-Present = 'N' THEN
                   DISPLAY "tourney.txt holds no tournament - run "
                       "SEED to start one"
                   MOVE 12 TO Severity-Work
                   PERFORM RaiseSeverity
               END-IF
           WHEN OTHER
               DISPLAY "Unknown parm " Tourney-Action
                   " - use SEED, ADVANCE [RUN=<id>] or REPORT"
               MOVE 12 TO Severity-Work
               PERFORM RaiseSeverity
       END-EVALUATE.

       IF Tourney-Present = 'Y'
           PERFORM WriteBracketReport
       END-IF.

       PERFORM DisplayTotals.
       MOVE Run-Severity TO RETURN-CODE.
       STOP RUN.

*>   Prints the tournament control totals at STOP RUN.
DisplayTotals.
       DISPLAY SPACE.
       DISPLAY "=== TOURNAMENT CONTROL TOTALS ===".
       DISPLAY "Ledger records read ......: " Total-Ledger-Records.
       DISPLAY "Players seeded ...........: " Total-Players-Seeded.
       DISPLAY "Byes awarded .............: " Total-Byes.
       DISPLAY "Report rows read .........: " Total-Rows-Read.
       DISPLAY "Bouts decided ............: " Total-Bouts-Decided.
       DISPLAY "  of which on tiebreak ...: " Total-Tiebreaks.
       DISPLAY "Rows not in the bracket ..: " Total-Rows-Unmatched.
       DISPLAY "Bouts listed on arena.txt : " Total-Bouts-Listed.
       DISPLAY "Highest condition code .. : " Run-Severity.

RaiseSeverity.
       IF Severity-Work > Run-Severity
           MOVE Severity-Work TO Run-Severity
       END-IF.

*>   Reads the bracket state, if there is one, into the header and
*>   the bout table.
LoadTourney.
       MOVE 'N' TO Tourney-Present.
       MOVE 0 TO Bout-Count.
       MOVE 'N' TO Tourney-EOF.
       OPEN INPUT TourneyFile.
       PERFORM UNTIL Tourney-EOF = 'Y'
           READ TourneyFile
               AT END MOVE 'Y' TO Tourney-EOF
               NOT AT END
                   IF TH-Kind = 'H' THEN
                       MOVE 'Y' TO Tourney-Present
                       MOVE TH-Tourney-Id TO Trn-Tourney-Id
                       MOVE TH-Field TO Trn-Field
                       MOVE TH-Size TO Trn-Size
                       MOVE TH-Rounds TO Trn-Rounds
                       MOVE TH-Round TO Trn-Round
                       MOVE TH-Status TO Trn-Status
                       MOVE TH-Champion TO Trn-Champion
                       MOVE TH-Last-Run-Id TO Trn-Last-Run-Id
                   ELSE IF TB-Kind = 'B' AND Bout-Count < 31 THEN
                       ADD 1 TO Bout-Count
                       MOVE TB-Round TO Bt-Round(Bout-Count)
                       MOVE TB-Bout TO Bt-Bout(Bout-Count)
                       MOVE TB-Seed-A TO Bt-Seed-A(Bout-Count)
                       MOVE TB-Player-A TO Bt-Player-A(Bout-Count)
                       MOVE TB-Seed-B TO Bt-Seed-B(Bout-Count)
                       MOVE TB-Player-B TO Bt-Player-B(Bout-Count)
                       MOVE TB-Winner-Side TO Bt-Winner-Side(Bout-Count)
                       MOVE TB-Decided-By TO Bt-Decided-By(Bout-Count)
                       MOVE TB-Run-Id TO Bt-Run-Id(Bout-Count)
                   END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE TourneyFile.

*>   Writes the whole bracket state back over tourney.txt.
RewriteTourney.
       OPEN OUTPUT TourneyFile.
       MOVE SPACES TO Tourney-Header-Rec.
       MOVE 'H' TO TH-Kind.
       MOVE Trn-Tourney-Id TO TH-Tourney-Id.
       MOVE Trn-Field TO TH-Field.
       MOVE Trn-Size TO TH-Size.
       MOVE Trn-Rounds TO TH-Rounds.
       MOVE Trn-Round TO TH-Round.
       MOVE Trn-Status TO TH-Status.
       MOVE Trn-Champion TO TH-Champion.
       MOVE Trn-Last-Run-Id TO TH-Last-Run-Id.
       WRITE Tourney-Header-Rec.
       PERFORM VARYING Bout-Index FROM 1 BY 1
               UNTIL Bout-Index > Bout-Count
           MOVE SPACES TO Tourney-Bout-Rec
           MOVE 'B' TO TB-Kind
           MOVE Bt-Round(Bout-Index) TO TB-Round
           MOVE Bt-Bout(Bout-Index) TO TB-Bout
           MOVE Bt-Seed-A(Bout-Index) TO TB-Seed-A
           MOVE Bt-Player-A(Bout-Index) TO TB-Player-A
           MOVE Bt-Seed-B(Bout-Index) TO TB-Seed-B
           MOVE Bt-Player-B(Bout-Index) TO TB-Player-B
           MOVE Bt-Winner-Side(Bout-Index) TO TB-Winner-Side
           MOVE Bt-Decided-By(Bout-Index) TO TB-Decided-By
           MOVE Bt-Run-Id(Bout-Index) TO TB-Run-Id
           WRITE Tourney-Bout-Rec
       END-PERFORM.
       CLOSE TourneyFile.

*>   SEED: ranks the league, takes the top 32 at most as the field,
*>   and lays out round 1 in seed order with byes to the top seeds
*>   when the field is not a power of two. A tournament still being
*>   fought is never overwritten; one with its champion may be.
SeedTourney.
       IF Tourney-Present = 'Y' AND Trn-Status NOT = 'C' THEN
           DISPLAY "Tournament " Trn-Tourney-Id " is still in round "
               Trn-Round " - it must finish before a new one is seeded"
           MOVE 8 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.

       PERFORM LoadStandings.
       IF Run-Severity >= 12 THEN
           EXIT PARAGRAPH
       END-IF.
       IF Standings-Count < 2 THEN
           DISPLAY "Fewer than 2 players on the league ledger - "
               "nothing to seed"
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.
       PERFORM SortStandings.

       ACCEPT Seed-Date FROM DATE YYYYMMDD.
       ACCEPT Seed-Time FROM TIME.
       MOVE SPACES TO Trn-Tourney-Id.
       STRING Seed-Date Seed-Time(1:6)
           DELIMITED BY SIZE INTO Trn-Tourney-Id.
       IF Standings-Count > 32 THEN
           DISPLAY "League has " Standings-Count " players - the top "
               "32 are seeded"
           MOVE 32 TO Trn-Field
       ELSE
           MOVE Standings-Count TO Trn-Field
       END-IF.
       MOVE Trn-Field TO Total-Players-Seeded.
       MOVE 2 TO Trn-Size.
       MOVE 1 TO Trn-Rounds.
       PERFORM UNTIL Trn-Size >= Trn-Field
           COMPUTE Trn-Size = Trn-Size * 2
           ADD 1 TO Trn-Rounds
       END-PERFORM.
       MOVE 1 TO Trn-Round.
       MOVE 'O' TO Trn-Status.
       MOVE SPACES TO Trn-Champion.
       MOVE SPACES TO Trn-Last-Run-Id.

       PERFORM BuildSeedOrder.
       MOVE 0 TO Bout-Count.
       PERFORM VARYING Order-Index FROM 1 BY 2
               UNTIL Order-Index > Trn-Size
           PERFORM SeedOneBout
       END-PERFORM.
       MOVE 'Y' TO Tourney-Present.

       PERFORM RewriteTourney.
       PERFORM WriteArenaPairs.
       DISPLAY "Tournament " Trn-Tourney-Id " seeded - "
           Trn-Field " players, " Trn-Rounds " rounds".

*>   Rolls the ledger into the standings exactly the way leaguerpt
*>   does, and computes each player's win percentage.
LoadStandings.
       MOVE 0 TO Standings-Count.
       MOVE 'N' TO Standings-Overflow.
       OPEN INPUT LeagueFile.
       IF League-File-Status NOT = "00" THEN
           DISPLAY "Unable to open league ledger league.dat (status "
               League-File-Status "), nothing to seed from"
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO League-EOF.
       PERFORM UNTIL League-EOF = 'Y'
           READ LeagueFile NEXT
               AT END MOVE 'Y' TO League-EOF
               NOT AT END
                   ADD 1 TO Total-Ledger-Records
                   PERFORM AccumulateLedgerRecord
           END-READ
       END-PERFORM.
       CLOSE LeagueFile.
       IF Standings-Overflow = 'Y' THEN
           DISPLAY "More than 50 players on the ledger - standings "
               "cannot rank without losing players; split the ledger"
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING Standings-Index FROM 1 BY 1
               UNTIL Standings-Index > Standings-Count
           IF Std-Bouts(Standings-Index) = 0
               MOVE 0 TO Std-Win-Pct(Standings-Index)
           ELSE
               COMPUTE Std-Win-Pct(Standings-Index) ROUNDED =
                   Std-Wins(Standings-Index) * 100
                   / Std-Bouts(Standings-Index)
           END-IF
       END-PERFORM.

AccumulateLedgerRecord.
       MOVE 0 TO Standings-Found-Index.
       PERFORM VARYING Standings-Index FROM 1 BY 1
               UNTIL Standings-Index > Standings-Count
                   OR Standings-Found-Index NOT = 0
           IF Std-Player(Standings-Index) = Lgr-Player
               MOVE Standings-Index TO Standings-Found-Index
           END-IF
       END-PERFORM.
       IF Standings-Found-Index = 0 THEN
           IF Standings-Count >= 50 THEN
               MOVE 'Y' TO Standings-Overflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Standings-Count
           MOVE Standings-Count TO Standings-Found-Index
           MOVE Lgr-Player TO Std-Player(Standings-Found-Index)
           MOVE 0 TO Std-Bouts(Standings-Found-Index)
           MOVE 0 TO Std-Wins(Standings-Found-Index)
           MOVE 0 TO Std-Win-Pct(Standings-Found-Index)
       END-IF.
       ADD Lgr-Wins TO Std-Wins(Standings-Found-Index).
       COMPUTE Std-Bouts(Standings-Found-Index) =
           Std-Bouts(Standings-Found-Index)
           + Lgr-Wins + Lgr-Losses + Lgr-Draws + Lgr-Flees.

*>   Ranks by win percentage, highest first, ties to the higher win
*>   count - the order leaguerpt prints, so seed n is the player on
*>   line n of the standings.
SortStandings.
       MOVE 1 TO Sort-Pass.
       PERFORM UNTIL Sort-Pass >= Standings-Count
           MOVE Sort-Pass TO Sort-Best-Index
           COMPUTE Sort-Index = Sort-Pass + 1
           PERFORM UNTIL Sort-Index > Standings-Count
               IF Std-Win-Pct(Sort-Index)
                       > Std-Win-Pct(Sort-Best-Index)
                   OR (Std-Win-Pct(Sort-Index)
                       = Std-Win-Pct(Sort-Best-Index)
                       AND Std-Wins(Sort-Index)
                       > Std-Wins(Sort-Best-Index))
                   MOVE Sort-Index TO Sort-Best-Index
               END-IF
               ADD 1 TO Sort-Index
           END-PERFORM
           IF Sort-Best-Index NOT = Sort-Pass
               MOVE Standings-Entry(Sort-Pass) TO Sort-Work-Entry
               MOVE Standings-Entry(Sort-Best-Index)
                   TO Standings-Entry(Sort-Pass)
               MOVE Sort-Work-Entry
                   TO Standings-Entry(Sort-Best-Index)
           END-IF
           ADD 1 TO Sort-Pass
       END-PERFORM.

BuildSeedOrder.
       MOVE 1 TO Seed-Order(1).
       MOVE 1 TO Order-Size.
       PERFORM UNTIL Order-Size >= Trn-Size
           MOVE 0 TO Work-Index
           PERFORM VARYING Order-Index FROM 1 BY 1
                   UNTIL Order-Index > Order-Size
               ADD 1 TO Work-Index
               MOVE Seed-Order(Order-Index) TO Seed-Work(Work-Index)
               ADD 1 TO Work-Index
               COMPUTE Seed-Work(Work-Index) =
                   Order-Size * 2 + 1 - Seed-Order(Order-Index)
           END-PERFORM
           COMPUTE Order-Size = Order-Size * 2
           MOVE Seed-Work-Table TO Seed-Order-Table
       END-PERFORM.

*>   One round-1 bout from the next two places in the seed order; a
*>   seed past the field is a bye, and its partner - always the
*>   better seed - goes through without fighting.
SeedOneBout.
       ADD 1 TO Bout-Count.
       MOVE 1 TO Bt-Round(Bout-Count).
       COMPUTE Bt-Bout(Bout-Count) = (Order-Index + 1) / 2.
       MOVE Seed-Order(Order-Index) TO Seed-Number.
       MOVE Seed-Number TO Bt-Seed-A(Bout-Count).
       MOVE Std-Player(Seed-Number) TO Bt-Player-A(Bout-Count).
       MOVE SPACES TO Bt-Winner-Side(Bout-Count).
       MOVE SPACES TO Bt-Decided-By(Bout-Count).
       MOVE SPACES TO Bt-Run-Id(Bout-Count).
       MOVE Seed-Order(Order-Index + 1) TO Seed-Number.
       IF Seed-Number > Trn-Field THEN
           MOVE 0 TO Bt-Seed-B(Bout-Count)
           MOVE SPACES TO Bt-Player-B(Bout-Count)
           MOVE 'A' TO Bt-Winner-Side(Bout-Count)
           MOVE "BYE" TO Bt-Decided-By(Bout-Count)
           ADD 1 TO Total-Byes
       ELSE
           MOVE Seed-Number TO Bt-Seed-B(Bout-Count)
           MOVE Std-Player(Seed-Number) TO Bt-Player-B(Bout-Count)
       END-IF.

*>   ADVANCE: posts the current round's results from one arena run.
*>   Each report row whose challenger and opponent are an open bout
*>   of the current round decides it; a bout the run did not fight
*>   (rejected at run time, or left off the pairing file) stays open
*>   and goes back on arena.txt. A round with every bout decided
*>   builds the next round, or crowns the champion after the final.
*>   The same run is never posted twice.
AdvanceTourney.
       IF Tourney-Present = 'N' THEN
           DISPLAY "tourney.txt holds no tournament - run SEED to "
               "start one"
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.
       IF Trn-Status = 'C' THEN
           DISPLAY "Tournament " Trn-Tourney-Id " is already decided "
               "- champion " Trn-Champion
           MOVE 4 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.

       PERFORM ResolveRunFiles.
       IF Catalog-Run-Found = 'N' AND Selected-Run-Id NOT = SPACES
           DISPLAY "Run " Selected-Run-Id " is not in the run "
               "catalog - nothing to advance"
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.
       IF Backed-Out-Run-Id NOT = SPACES THEN
           DISPLAY "Run " Backed-Out-Run-Id " has been backed out - "
               "its bouts do not stand"
           MOVE 8 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.

       OPEN INPUT ReportFile.
       IF Report-File-Status NOT = "00" THEN
           DISPLAY "Unable to open " Report-File-Name " (status "
               Report-File-Status "), nothing to advance"
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO Posting-Run-Id.
       MOVE 'N' TO Arena-Run-Flag.
       MOVE 'N' TO Report-EOF.
       READ ReportFile
           AT END MOVE 'Y' TO Report-EOF
       END-READ.
       IF Report-EOF = 'N' AND Report-In(1:4) = "RUN " THEN
           MOVE Report-In(5:14) TO Posting-Run-Id
           MOVE Report-In(42:1) TO Arena-Run-Flag
       END-IF.
       IF Arena-Run-Flag NOT = 'Y' THEN
           DISPLAY "Run " Posting-Run-Id " is not an arena run - "
               "no bouts to advance"
           CLOSE ReportFile
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.
       IF Posting-Run-Id = Trn-Last-Run-Id THEN
           DISPLAY "Run " Posting-Run-Id " is already posted to the "
               "bracket - nothing to advance"
           CLOSE ReportFile
           MOVE 4 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.

       PERFORM UNTIL Report-EOF = 'Y'
           READ ReportFile
               AT END MOVE 'Y' TO Report-EOF
               NOT AT END
                   IF Report-In(1:4) NOT = "END "
                           AND Report-In(1:4) NOT = "*** "
                           AND Report-In NOT = SPACES
                       ADD 1 TO Total-Rows-Read
                       PERFORM PostOneBoutRow
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE ReportFile.
       MOVE Posting-Run-Id TO Trn-Last-Run-Id.

       PERFORM CountPendingBouts.
       IF Bouts-Pending = 0 THEN
           IF Trn-Round >= Trn-Rounds
               PERFORM CrownChampion
           ELSE
               PERFORM BuildNextRound
           END-IF
       ELSE
           DISPLAY Bouts-Pending " bout(s) of round " Trn-Round
               " still to fight - relisted on arena.txt"
       END-IF.

       PERFORM RewriteTourney.
       PERFORM WriteArenaPairs.

*>   Decides the open bout a report row belongs to. WIN and LOSS are
*>   the challenger's result as fought; a FLED bout goes to the side
*>   that stood its ground (the last action on the row shows who
*>   fled); a DRAW goes to the better seed, the same ranking that
*>   laid out the bracket.
PostOneBoutRow.
       MOVE Report-In TO Report-Parsed.
       MOVE 0 TO Bout-Found.
       PERFORM VARYING Bout-Index FROM 1 BY 1
               UNTIL Bout-Index > Bout-Count OR Bout-Found > 0
           IF Bt-Round(Bout-Index) = Trn-Round
                   AND Bt-Winner-Side(Bout-Index) = SPACE
                   AND Bt-Player-A(Bout-Index) = RP-Player
                   AND Bt-Player-B(Bout-Index) = RP-Enemy
               MOVE Bout-Index TO Bout-Found
           END-IF
       END-PERFORM.
       IF Bout-Found = 0 THEN
           ADD 1 TO Total-Rows-Unmatched
           EXIT PARAGRAPH
       END-IF.
       EVALUATE RP-Outcome
           WHEN "WIN       "
               MOVE 'A' TO Bt-Winner-Side(Bout-Found)
               MOVE "WIN" TO Bt-Decided-By(Bout-Found)
           WHEN "LOSS      "
               MOVE 'B' TO Bt-Winner-Side(Bout-Found)
               MOVE "LOSS" TO Bt-Decided-By(Bout-Found)
           WHEN "FLED      "
               IF RP-Last-Action = "flee"
                   MOVE 'B' TO Bt-Winner-Side(Bout-Found)
               ELSE
                   MOVE 'A' TO Bt-Winner-Side(Bout-Found)
               END-IF
               MOVE "FLED" TO Bt-Decided-By(Bout-Found)
               ADD 1 TO Total-Tiebreaks
           WHEN OTHER
               IF Bt-Seed-B(Bout-Found) < Bt-Seed-A(Bout-Found)
                   MOVE 'B' TO Bt-Winner-Side(Bout-Found)
               ELSE
                   MOVE 'A' TO Bt-Winner-Side(Bout-Found)
               END-IF
               MOVE "DRAW" TO Bt-Decided-By(Bout-Found)
               ADD 1 TO Total-Tiebreaks
       END-EVALUATE.
       MOVE Posting-Run-Id TO Bt-Run-Id(Bout-Found).
       ADD 1 TO Total-Bouts-Decided.

CountPendingBouts.
       MOVE 0 TO Bouts-Pending.
       PERFORM VARYING Bout-Index FROM 1 BY 1
               UNTIL Bout-Index > Bout-Count
           IF Bt-Round(Bout-Index) = Trn-Round
                   AND Bt-Winner-Side(Bout-Index) = SPACE
               ADD 1 TO Bouts-Pending
           END-IF
       END-PERFORM.

*>   Pairs the current round's winners into the next round: the
*>   winners of bouts 2k-1 and 2k meet in bout k, the upper bout's
*>   winner as challenger.
BuildNextRound.
       MOVE 0 TO Bouts-In-Round.
       MOVE 0 TO Bout-Upper.
       PERFORM VARYING Bout-Index FROM 1 BY 1
               UNTIL Bout-Index > Bout-Count
           IF Bt-Round(Bout-Index) = Trn-Round
               PERFORM PlaceWinner
           END-IF
       END-PERFORM.
       ADD 1 TO Trn-Round.
       DISPLAY "Round " Trn-Round " drawn - " Bouts-In-Round " bouts".

PlaceWinner.
       PERFORM TakeWinner.
       IF Bout-Upper = 0 THEN
           ADD 1 TO Bout-Count
           MOVE Bout-Count TO Bout-Upper
           ADD 1 TO Bouts-In-Round
           COMPUTE Bt-Round(Bout-Upper) = Trn-Round + 1
           MOVE Bouts-In-Round TO Bt-Bout(Bout-Upper)
           MOVE Winner-Seed TO Bt-Seed-A(Bout-Upper)
           MOVE Winner-Player TO Bt-Player-A(Bout-Upper)
           MOVE 0 TO Bt-Seed-B(Bout-Upper)
           MOVE SPACES TO Bt-Player-B(Bout-Upper)
           MOVE SPACES TO Bt-Winner-Side(Bout-Upper)
           MOVE SPACES TO Bt-Decided-By(Bout-Upper)
           MOVE SPACES TO Bt-Run-Id(Bout-Upper)
       ELSE
           MOVE Winner-Seed TO Bt-Seed-B(Bout-Upper)
           MOVE Winner-Player TO Bt-Player-B(Bout-Upper)
           MOVE 0 TO Bout-Upper
       END-IF.

TakeWinner.
       IF Bt-Winner-Side(Bout-Index) = 'B'
           MOVE Bt-Player-B(Bout-Index) TO Winner-Player
           MOVE Bt-Seed-B(Bout-Index) TO Winner-Seed
       ELSE
           MOVE Bt-Player-A(Bout-Index) TO Winner-Player
           MOVE Bt-Seed-A(Bout-Index) TO Winner-Seed
       END-IF.

CrownChampion.
       PERFORM VARYING Bout-Index FROM 1 BY 1
               UNTIL Bout-Index > Bout-Count
           IF Bt-Round(Bout-Index) = Trn-Round
               PERFORM TakeWinner
           END-IF
       END-PERFORM.
       MOVE Winner-Player TO Trn-Champion.
       MOVE 'C' TO Trn-Status.
       DISPLAY "Tournament " Trn-Tourney-Id " champion: " Trn-Champion.

*>   Lists every open bout of the current round as the arena run's
*>   pairing file; a decided tournament leaves it empty so a stray
*>   arena run has nothing of the bracket's to refight.
WriteArenaPairs.
       OPEN OUTPUT ArenaFile.
       IF Trn-Status NOT = 'C' THEN
           PERFORM VARYING Bout-Index FROM 1 BY 1
                   UNTIL Bout-Index > Bout-Count
               IF Bt-Round(Bout-Index) = Trn-Round
                       AND Bt-Winner-Side(Bout-Index) = SPACE
                   MOVE SPACES TO Arena-Pair-Rec
                   MOVE Bt-Player-A(Bout-Index) TO AR-Challenger
                   MOVE Bt-Player-B(Bout-Index) TO AR-Opponent
                   WRITE Arena-Pair-Rec
                   ADD 1 TO Total-Bouts-Listed
               END-IF
           END-PERFORM
       END-IF.
       CLOSE ArenaFile.

*>   Prints the whole bracket, round by round, as it stands after
*>   this step.
WriteBracketReport.
       OPEN OUTPUT BracketFile.
       MOVE Trn-Tourney-Id TO BT-Tourney-Id.
       MOVE Trn-Field TO BT-Field.
       MOVE Trn-Size TO BT-Size.
       MOVE Trn-Rounds TO BT-Rounds.
       MOVE SPACES TO Bracket-Out.
       MOVE Bracket-Title TO Bracket-Out.
       WRITE Bracket-Out.
       MOVE SPACES TO BS-Text.
       IF Trn-Status = 'C' THEN
           STRING "CHAMPION " Trn-Champion
               DELIMITED BY SIZE INTO BS-Text
       ELSE
           STRING "ROUND " Trn-Round " IN PLAY"
               DELIMITED BY SIZE INTO BS-Text
       END-IF.
       MOVE SPACES TO Bracket-Out.
       MOVE Bracket-Standing TO Bracket-Out.
       WRITE Bracket-Out.
       PERFORM VARYING Report-Round FROM 1 BY 1
               UNTIL Report-Round > Trn-Round
           PERFORM WriteBracketRound
       END-PERFORM.
       CLOSE BracketFile.

WriteBracketRound.
       MOVE SPACES TO Bracket-Out.
       WRITE Bracket-Out.
       MOVE Report-Round TO BR-Round.
       EVALUATE TRUE
           WHEN Report-Round = Trn-Rounds
               MOVE "FINAL" TO BR-Name
           WHEN Report-Round + 1 = Trn-Rounds
               MOVE "SEMI-FINALS" TO BR-Name
           WHEN Report-Round + 2 = Trn-Rounds
               MOVE "QUARTER-FINALS" TO BR-Name
           WHEN OTHER
               MOVE SPACES TO BR-Name
       END-EVALUATE.
       MOVE SPACES TO Bracket-Out.
       MOVE Bracket-Round-Title TO Bracket-Out.
       WRITE Bracket-Out.
       MOVE SPACES TO Bracket-Out.
       MOVE Bracket-Header TO Bracket-Out.
       WRITE Bracket-Out.
       PERFORM VARYING Bout-Index FROM 1 BY 1
               UNTIL Bout-Index > Bout-Count
           IF Bt-Round(Bout-Index) = Report-Round
               PERFORM WriteBracketLine
           END-IF
       END-PERFORM.

WriteBracketLine.
       MOVE Bt-Bout(Bout-Index) TO BD-Bout.
       MOVE Bt-Seed-A(Bout-Index) TO BD-Seed-A.
       MOVE Bt-Player-A(Bout-Index) TO BD-Player-A.
       IF Bt-Decided-By(Bout-Index) = "BYE"
           MOVE 0 TO BD-Seed-B
           MOVE "(bye)" TO BD-Player-B
       ELSE
           MOVE Bt-Seed-B(Bout-Index) TO BD-Seed-B
           MOVE Bt-Player-B(Bout-Index) TO BD-Player-B
       END-IF.
       IF Bt-Winner-Side(Bout-Index) = SPACE THEN
           MOVE SPACES TO BD-Winner
           MOVE "PENDING" TO BD-Decided-By
       ELSE
           PERFORM TakeWinner
           MOVE Winner-Player TO BD-Winner
           MOVE Bt-Decided-By(Bout-Index) TO BD-Decided-By
       END-IF.
       MOVE Bt-Run-Id(Bout-Index) TO BD-Run-Id.
       MOVE SPACES TO Bracket-Out.
       MOVE Bracket-Detail TO Bracket-Out.
       WRITE Bracket-Out.

*>   Resolves which arena run's report to post through the run
*>   catalog, the same way battlext resolves its run: RUN=<id> names
*>   a catalogued run, no parm takes the newest, and a missing
*>   catalog falls back to the legacy fixed report name.
ResolveRunFiles.
       MOVE 'N' TO Catalog-EOF.
       MOVE 'N' TO Catalog-Run-Found.
       OPEN INPUT RunCatalogFile.
       PERFORM UNTIL Catalog-EOF = 'Y'
           READ RunCatalogFile
               AT END MOVE 'Y' TO Catalog-EOF
               NOT AT END
                   IF Selected-Run-Id = SPACES
                           OR Cat-Run-Id = Selected-Run-Id
                       MOVE Cat-Report-File TO Report-File-Name
                       MOVE 'Y' TO Catalog-Run-Found
                       IF Cat-Status = 'B'
                           MOVE Cat-Run-Id TO Backed-Out-Run-Id
                       ELSE
                           MOVE SPACES TO Backed-Out-Run-Id
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE RunCatalogFile.
       IF Catalog-Run-Found = 'N' AND Selected-Run-Id = SPACES THEN
           DISPLAY "Run catalog runcat.txt is missing or empty - "
               "falling back to " Report-File-Name
       END-IF.
