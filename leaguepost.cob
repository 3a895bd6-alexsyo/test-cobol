
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

FD LeagueFile.
*>   One ledger record per run per player: the player's bout record,
01 Audit-File-Name PIC X(30) VALUE "audit.txt".
01 Catalog-EOF PIC X(1) VALUE 'N'.
01 Catalog-Run-Found PIC X(1) VALUE 'N'.
01 Backed-Out-Run-Id PIC X(14) VALUE SPACES.

*>   Mirror of the battle job's Report-Line so a report row can be
*>   pulled apart field by field.
01 Block-Damage-Dealt PIC 9(5) VALUE 0.
01 Block-Damage-Taken PIC 9(5) VALUE 0.

*>   A party encounter's audit lines interleave every member's turns
*>   with the enemy's, so inside a party section the block is read
*>   once per enemy and split by member, the same way battlext
*>   splits it.
01 Party-Section PIC X(1) VALUE 'N'.
01 Party-Block-Enemy PIC X(10) VALUE SPACES.
01 Party-Block-Count PIC 9(2) VALUE 0.
01 Party-Block-Index PIC 9(2) VALUE 0.
01 Party-Block-Found PIC 9(2) VALUE 0.
01 Party-Block-Member PIC X(10) VALUE SPACES.
01 Party-Block-Table.
       02 Party-Block-Entry OCCURS 10 TIMES.
           03 PB-Member PIC X(10).
           03 PB-Damage-Dealt PIC 9(5).
           03 PB-Damage-Taken PIC 9(5).
           03 PB-Used PIC X(1).

*>   One entry per player seen in this run's report; rolled into the
*>   ledger in one pass at end of file so each player posts exactly
*>   one record for the run. A party run can field 20 parties of 4.
01 Player-Result-Table.
       02 Player-Result-Entry OCCURS 80 TIMES.
           03 PR-Player PIC X(10).
           03 PR-Wins PIC 9(5).
           03 PR-Losses PIC 9(5).
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
*>   A backed-out run's master updates have been reversed, so its
*>   report no longer describes anything that stands.
       IF Backed-Out-Run-Id NOT = SPACES THEN
           DISPLAY "Run " Backed-Out-Run-Id " has been backed out - "
               "nothing to post"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN INPUT ReportFile.
       IF Report-File-Status NOT = "00" THEN
       DISPLAY "Already-posted (skipped) .: " Total-Players-Duplicate.

*>   Routes one battle report line the same way battlext does: the
*>   RUN record names the run being posted, END records carry nothing
*>   the ledger needs, a section banner only says whether the rows
*>   under it are a party's, and anything else is an encounter row to
*>   accumulate.
HandleReportLine.
       EVALUATE TRUE
           WHEN Report-In(1:4) = "RUN "
               MOVE Report-In(42:1) TO Arena-Run-Flag
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
AccumulateOneEncounter.
       MOVE Report-In TO Report-Parsed.
       ADD 1 TO Total-Rows-Read.
       IF Party-Section = 'Y'
           PERFORM TakePartyBlockShare
       ELSE
           PERFORM CountAuditBlock
       END-IF.
       PERFORM FindPlayerResult.

*>   A party survivor who did not land the killing blow still shared
*>   the win, and the standings count it as one.
       EVALUATE RP-Outcome
           WHEN "WIN       " ADD 1 TO PR-Wins(Player-Found-Index)
           WHEN "ASSIST    " ADD 1 TO PR-Wins(Player-Found-Index)
           WHEN "LOSS      " ADD 1 TO PR-Losses(Player-Found-Index)
           WHEN "DRAW      " ADD 1 TO PR-Draws(Player-Found-Index)
           WHEN "FLED      " ADD 1 TO PR-Flees(Player-Found-Index)
       MOVE RP-Exper TO PR-Exper(Player-Found-Index).

*>   Finds (or creates) the run-results entry for the row's player;
*>   the table matches the battle job's cap of 20 parties of 4.
FindPlayerResult.
       MOVE 0 TO Player-Found-Index.
       MOVE 1 TO Player-Result-Index.
           PERFORM EnsureAuditLine
       END-PERFORM.

*>   Gives a party member's row its share of the enemy's block, the
*>   same way battlext does: a new enemy, or a member whose share was
*>   already taken, reads the next block, and a member who never got
*>   a turn takes zeros.
TakePartyBlockShare.
       PERFORM FindPartyBlockMember.
       IF RP-Enemy NOT = Party-Block-Enemy
               OR (Party-Block-Found > 0
                   AND PB-Used(Party-Block-Found) = 'Y') THEN
           PERFORM LoadPartyBlock
           PERFORM FindPartyBlockMember
       END-IF.
       MOVE 0 TO Block-Damage-Dealt.
       MOVE 0 TO Block-Damage-Taken.
       IF Party-Block-Found > 0 THEN
           MOVE PB-Damage-Dealt(Party-Block-Found) TO Block-Damage-Dealt
           MOVE PB-Damage-Taken(Party-Block-Found) TO Block-Damage-Taken
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
*>   side and files each under the member on the other side.
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
                   Party-Block-Member " not posted"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Party-Block-Count
           MOVE Party-Block-Count TO Party-Block-Found
           MOVE Party-Block-Member TO PB-Member(Party-Block-Found)
           MOVE 0 TO PB-Damage-Dealt(Party-Block-Found)
           MOVE 0 TO PB-Damage-Taken(Party-Block-Found)
           MOVE 'N' TO PB-Used(Party-Block-Found)
       END-IF.
       IF Line-Damage > 0 THEN
           IF AP-Attacker-Name = Party-Block-Enemy
               ADD Line-Damage TO PB-Damage-Taken(Party-Block-Found)
           ELSE
               ADD Line-Damage TO PB-Damage-Dealt(Party-Block-Found)
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
