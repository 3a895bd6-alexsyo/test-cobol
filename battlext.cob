
FD RunCatalogFile.
*>   Mirror of the battle job's run catalog record, mapping each run
*>   ID to its run-stamped output files; Cat-Status B marks a run
*>   that runbkout has since reversed.
01 Catalog-In.
       02 Cat-Run-Id PIC X(14).
       02 FILLER PIC X(1).
       02 Cat-Reject-File PIC X(30).
       02 FILLER PIC X(1).
       02 Cat-Audit-File PIC X(30).
       02 FILLER PIC X(1).
       02 Cat-Journal-File PIC X(30).
       02 FILLER PIC X(1).
       02 Cat-Status PIC X(1).

FD PlayerFile.
01 Player-Master.
01 Audit-File-Name PIC X(30) VALUE "audit.txt".
01 Catalog-EOF PIC X(1) VALUE 'N'.
01 Catalog-Run-Found PIC X(1) VALUE 'N'.
01 Backed-Out-Run-Id PIC X(14) VALUE SPACES.

01 Extract-Run-Id PIC X(14) VALUE SPACES.
01 Header-Written PIC X(1) VALUE 'N'.
01 Block-Damage-To-Enemy PIC 9(5) VALUE 0.
01 Block-Damage-To-Player PIC 9(5) VALUE 0.

*>   A party encounter's audit lines interleave every member's turns
*>   with the enemy's, so inside a party section the block is read
*>   once per enemy and split by member: the member's own lines as
*>   attacker, and the enemy's lines that named the member as its
*>   target. Each member's row then takes its own share.
01 Party-Section PIC X(1) VALUE 'N'.
01 Party-Block-Enemy PIC X(10) VALUE SPACES.
01 Party-Block-Count PIC 9(2) VALUE 0.
01 Party-Block-Index PIC 9(2) VALUE 0.
01 Party-Block-Found PIC 9(2) VALUE 0.
01 Party-Block-Member PIC X(10) VALUE SPACES.
01 Party-Block-Table.
       02 Party-Block-Entry OCCURS 10 TIMES.
           03 PB-Member PIC X(10).
           03 PB-Rounds PIC 9(3).
           03 PB-Damage-To-Enemy PIC 9(5).
           03 PB-Damage-To-Member PIC 9(5).
           03 PB-Used PIC X(1).

01 Master-Attack PIC -99 VALUE ZEROES.
01 Master-Defence PIC -99 VALUE ZEROES.
01 Master-Health PIC -99 VALUE ZEROES.
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
*>   A backed-out run's master updates have been reversed, so its
*>   report no longer describes anything that stands.
       IF Backed-Out-Run-Id NOT = SPACES THEN
           DISPLAY "Run " Backed-Out-Run-Id " has been backed out - "
               "nothing to extract"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN INPUT ReportFile.
       IF Report-File-Status NOT = "00" THEN
       DISPLAY "Damage received by players: " Total-Damage-To-Player.

*>   Routes one battle report line: the RUN record names the run and
*>   triggers the extract header, END records carry nothing the
*>   warehouse needs, a section banner only says whether the rows
*>   under it are a party's, and anything else is an encounter row to
*>   extract.
HandleReportLine.
       EVALUATE TRUE
           WHEN Report-In(1:4) = "RUN "
               PERFORM WriteHeader
           WHEN Report-In(1:4) = "END "
               CONTINUE
           WHEN Report-In(1:11) = "*** PARTY: "
               MOVE 'Y' TO Party-Section
               MOVE SPACES TO Party-Block-Enemy
               MOVE 0 TO Party-Block-Count
           WHEN Report-In(1:4) = "*** "
               MOVE 'N' TO Party-Section
           WHEN Report-In = SPACES
               CONTINUE
           WHEN OTHER
           PERFORM WriteHeader
       END-IF.
       MOVE Report-In TO Report-Parsed.
       IF Party-Section = 'Y'
           PERFORM TakePartyBlockShare
       ELSE
           PERFORM CountAuditBlock
       END-IF.
       PERFORM ReadPlayerMaster.

*>   A party survivor's ASSIST is a win for the party but not the
*>   killing blow; the win count stays the battle job's enemies
*>   defeated figure.
       EVALUATE RP-Outcome
           WHEN "WIN       " ADD 1 TO Total-Wins
           WHEN "LOSS      " ADD 1 TO Total-Losses
           PERFORM EnsureAuditLine
       END-PERFORM.

*>   Gives a party member's row its share of the enemy's block. A new
*>   enemy, or a member whose share was already taken (the party met
*>   a second enemy of the same name), reads the next block; a member
*>   who never got a turn before the enemy fell has no lines and
*>   takes zeros.
TakePartyBlockShare.
       PERFORM FindPartyBlockMember.
       IF RP-Enemy NOT = Party-Block-Enemy
               OR (Party-Block-Found > 0
                   AND PB-Used(Party-Block-Found) = 'Y') THEN
           PERFORM LoadPartyBlock
           PERFORM FindPartyBlockMember
       END-IF.
       MOVE 0 TO Block-Rounds.
       MOVE 0 TO Block-Damage-To-Enemy.
       MOVE 0 TO Block-Damage-To-Player.
       IF Party-Block-Found > 0 THEN
           MOVE PB-Rounds(Party-Block-Found) TO Block-Rounds
           MOVE PB-Damage-To-Enemy(Party-Block-Found)
               TO Block-Damage-To-Enemy
           MOVE PB-Damage-To-Member(Party-Block-Found)
               TO Block-Damage-To-Player
           MOVE 'Y' TO PB-Used(Party-Block-Found)
       END-IF.

FindPartyBlockMember.
       MOVE 0 TO Party-Block-Found.
       PERFORM VARYING Party-Block-Index FROM 1 BY 1
               UNTIL Party-Block-Index > Party-Block-Count
                   OR Party-Block-Found > 0
           IF PB-Member(Party-Block-Index) = RP-Player
               MOVE Party-Block-Index TO Party-Block-Found
           END-IF
       END-PERFORM.

*>   Reads the run of audit lines with this row's enemy on either
*>   side and files each under the member on the other side: a
*>   member's own line is a round and the damage it dealt, an enemy
*>   line is damage taken by the member it targeted.
LoadPartyBlock.
       MOVE RP-Enemy TO Party-Block-Enemy.
       MOVE 0 TO Party-Block-Count.
       PERFORM EnsureAuditLine.
       PERFORM UNTIL Audit-Held = 'N'
               OR (AP-Attacker-Name NOT = Party-Block-Enemy
                   AND AP-Defender-Name NOT = Party-Block-Enemy)
           MOVE AP-Defender-Health-Before TO Delta-Before
           MOVE AP-Defender-Health-After TO Delta-After
           COMPUTE Line-Damage = Delta-Before - Delta-After
           IF AP-Attacker-Name = Party-Block-Enemy
               MOVE AP-Defender-Name TO Party-Block-Member
           ELSE
               MOVE AP-Attacker-Name TO Party-Block-Member
           END-IF
           PERFORM FilePartyBlockLine
           MOVE 'N' TO Audit-Held
           PERFORM EnsureAuditLine
       END-PERFORM.

FilePartyBlockLine.
       MOVE 0 TO Party-Block-Found.
       PERFORM VARYING Party-Block-Index FROM 1 BY 1
               UNTIL Party-Block-Index > Party-Block-Count
                   OR Party-Block-Found > 0
           IF PB-Member(Party-Block-Index) = Party-Block-Member
               MOVE Party-Block-Index TO Party-Block-Found
           END-IF
       END-PERFORM.
       IF Party-Block-Found = 0 THEN
           IF Party-Block-Count >= 10 THEN
               DISPLAY "Audit block for " Party-Block-Enemy
                   " names more than 10 combatants - "
                   Party-Block-Member " not extracted"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Party-Block-Count
           MOVE Party-Block-Count TO Party-Block-Found
           MOVE Party-Block-Member TO PB-Member(Party-Block-Found)
           MOVE 0 TO PB-Rounds(Party-Block-Found)
           MOVE 0 TO PB-Damage-To-Enemy(Party-Block-Found)
           MOVE 0 TO PB-Damage-To-Member(Party-Block-Found)
           MOVE 'N' TO PB-Used(Party-Block-Found)
       END-IF.
       IF AP-Attacker-Name = Party-Block-Enemy THEN
           IF Line-Damage > 0
               ADD Line-Damage TO PB-Damage-To-Member(Party-Block-Found)
           END-IF
       ELSE
           ADD 1 TO PB-Rounds(Party-Block-Found)
           IF Line-Damage > 0
               ADD Line-Damage TO PB-Damage-To-Enemy(Party-Block-Found)
           END-IF
       END-IF.

*>   Keeps one parsed audit line waiting in Audit-Parsed; RUN and END
*>   bracket records are passed over.
EnsureAuditLine.
                       MOVE Cat-Report-File TO Report-File-Name
                       MOVE Cat-Audit-File TO Audit-File-Name
                       MOVE 'Y' TO Catalog-Run-Found
                       IF Cat-Status = 'B'
                           MOVE Cat-Run-Id TO Backed-Out-Run-Id
                       ELSE
                           MOVE SPACES TO Backed-Out-Run-Id
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
