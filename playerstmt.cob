           RECORD KEY IS Inv-Key
           FILE STATUS IS Inventory-File-Status.

       SELECT OPTIONAL QuestFile ASSIGN TO "quests.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT QuestProgressFile ASSIGN TO "questprog.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS QP-Key
           FILE STATUS IS Quest-Progress-Status.

       SELECT OPTIONAL ArchiveFile ASSIGN TO "auditarc.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           03 Inv-Item PIC X(10).
       02 Inv-Qty PIC 9(3).

FD QuestFile.
*>   Mirror of the battle job's quest master line.
01 Quest-Rec.
       02 QF-Id PIC X(6).
       02 QF-Type PIC X(6).
       02 QF-Target PIC X(20).
       02 QF-Count PIC 9(3).
       02 QF-Gold PIC 9(5).
       02 QF-Item PIC X(10).
       02 QF-Item-Qty PIC 9(3).

FD QuestProgressFile.
*>   Mirror of the battle job's quest-progress record.
01 Quest-Progress-Rec.
       02 QP-Key.
           03 QP-Player PIC X(10).
           03 QP-Quest PIC X(6).
       02 QP-Count PIC 9(3).
       02 QP-Status PIC X(1).
       02 QP-Done-Run PIC X(14).

FD ArchiveFile.
01 Archive-Line PIC X(120).

01 Inventory-File-Status PIC X(2) VALUE SPACES.
01 Inventory-EOF PIC X(1) VALUE 'N'.
01 Archive-EOF PIC X(1) VALUE 'N'.
01 Quest-EOF PIC X(1) VALUE 'N'.
01 Quest-Progress-Status PIC X(2) VALUE SPACES.

01 Run-Parm PIC X(40) VALUE SPACES.
01 Statement-Player PIC X(10) VALUE SPACES.
01 Block-Last-Def-HP PIC S99 VALUE 0.
01 Block-Player-Fled PIC X(1) VALUE 'N'.
01 Block-Opponent-Fled PIC X(1) VALUE 'N'.
*>   A party run's blocks interleave the player's lines with the
*>   other members' lines against the same enemy; the archive header's
*>   sixth run flag marks such a run.
01 Current-Run-Party PIC X(1) VALUE 'N'.
01 Block-Party-Win PIC X(1) VALUE 'N'.
01 Line-Involves-Player PIC X(1) VALUE 'N'.
01 Line-Opponent PIC X(10) VALUE SPACES.

       02 FILLER PIC X(1) VALUE SPACE.
       02 ED-Outcome PIC X(10).

*>   One line per quest on the quest master: how far the player has
*>   got against the target and, once complete, the run that
*>   completed it. A LEVEL quest's progress is the player's level as
*>   the master holds it now.
01 Quest-Detail.
       02 FILLER PIC X(2) VALUE SPACES.
       02 QD-Id PIC X(6).
       02 FILLER PIC X(1) VALUE SPACE.
       02 QD-Type PIC X(6).
       02 FILLER PIC X(1) VALUE SPACE.
       02 QD-Target PIC X(20).
       02 FILLER PIC X(1) VALUE SPACE.
       02 QD-Count PIC ZZ9.
       02 FILLER PIC X(1) VALUE "/".
       02 QD-Goal PIC ZZ9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 QD-Status PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 QD-Done-Run PIC X(14).

01 Total-Inventory-Lines PIC 9(3) VALUE 0.
01 Total-Quests-Open PIC 9(3) VALUE 0.
01 Total-Quests-Complete PIC 9(3) VALUE 0.
01 Total-Encounters-Listed PIC 9(2) VALUE 0.


       OPEN OUTPUT StatementFile.
       PERFORM WriteStatementHead.
       PERFORM WriteInventorySection.
       PERFORM WriteQuestSection.
       PERFORM WriteEncounterSection.
       CLOSE StatementFile.
       CLOSE PlayerFile.
       DISPLAY "=== PLAYER STATEMENT CONTROL TOTALS ===".
       DISPLAY "Statement written for ....: " Statement-Player.
       DISPLAY "Inventory lines listed ...: " Total-Inventory-Lines.
       DISPLAY "Quests open ..............: " Total-Quests-Open.
       DISPLAY "Quests completed .........: " Total-Quests-Complete.
       DISPLAY "Encounters listed ........: " Total-Encounters-Listed.

*>   Writes the title and the master-stat lines, including how much
           WRITE Statement-Out
       END-IF.

*>   Lists every quest on the quest master with the player's standing
*>   on it, read off the keyed progress file by player + quest; a
*>   quest with no progress record has not been started and lists as
*>   open at nothing.
WriteQuestSection.
       MOVE SPACES TO Statement-Out.
       WRITE Statement-Out.
       MOVE "QUESTS" TO Statement-Out.
       WRITE Statement-Out.
       OPEN INPUT QuestProgressFile.
       MOVE 'N' TO Quest-EOF.
       OPEN INPUT QuestFile.
       PERFORM UNTIL Quest-EOF = 'Y'
           READ QuestFile
               AT END MOVE 'Y' TO Quest-EOF
               NOT AT END
                   IF QF-Id NOT = SPACES
                       PERFORM WriteQuestLine
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE QuestFile.
       IF Quest-Progress-Status = "00" THEN
           CLOSE QuestProgressFile
       END-IF.
       IF Total-Quests-Open = 0 AND Total-Quests-Complete = 0 THEN
           MOVE "  (no quests on file)" TO Statement-Out
           WRITE Statement-Out
       END-IF.

WriteQuestLine.
       MOVE QF-Id TO QD-Id.
       MOVE QF-Type TO QD-Type.
       MOVE QF-Target TO QD-Target.
       MOVE QF-Count TO QD-Goal.
       MOVE 0 TO QD-Count.
       MOVE "OPEN" TO QD-Status.
       MOVE SPACES TO QD-Done-Run.
       MOVE 'N' TO QP-Status.
       IF Quest-Progress-Status = "00" THEN
           MOVE Statement-Player TO QP-Player
           MOVE QF-Id TO QP-Quest
           READ QuestProgressFile
               INVALID KEY MOVE 'N' TO QP-Status
               NOT INVALID KEY MOVE QP-Count TO QD-Count
           END-READ
       END-IF.
       IF QP-Status = 'C' THEN
           MOVE "COMPLETE" TO QD-Status
           MOVE QP-Done-Run TO QD-Done-Run
           ADD 1 TO Total-Quests-Complete
       ELSE
           IF QF-Type = "LEVEL"
               MOVE PLevel TO QD-Count
           END-IF
           ADD 1 TO Total-Quests-Open
       END-IF.
       WRITE Statement-Out FROM Quest-Detail.

*>   Lists the player's recent encounters out of the derivation
*>   table, oldest kept first, newest last.
WriteEncounterSection.
           WHEN Archive-Line(1:4) = "HDR "
               PERFORM CloseOpenBlock
               MOVE Archive-Line(5:14) TO Current-Run-Id
               MOVE Archive-Line(36:1) TO Current-Run-Party
           WHEN Archive-Line(1:4) = "TRL "
               PERFORM CloseOpenBlock
           WHEN Archive-Line = SPACES

*>   Folds one audit line into the block state. A line whose pair
*>   does not involve the player closes any open block (the blocks
*>   never interleave) - except in a party run, where a fellow
*>   member's line against the same enemy is still the player's
*>   fight, and a fellow member felling the enemy or fleeing settles
*>   it; a line against a new opponent closes the old block and
*>   opens the next.
HandleAuditLine.
       MOVE 'N' TO Line-Involves-Player.
       IF AP-Attacker-Name = Statement-Player THEN
           MOVE AP-Attacker-Name TO Line-Opponent
       END-IF.
       IF Line-Involves-Player = 'N' THEN
           IF Current-Run-Party = 'Y' AND Block-Active = 'Y'
                   AND AP-Defender-Name = Block-Opponent
               IF AP-Defender-Health-After <= 0
                   MOVE 'Y' TO Block-Party-Win
               END-IF
               IF AP-Action = "flee"
                   MOVE 'Y' TO Block-Player-Fled
               END-IF
           ELSE IF Current-Run-Party = 'Y' AND Block-Active = 'Y'
                   AND AP-Attacker-Name = Block-Opponent
               CONTINUE
           ELSE
               PERFORM CloseOpenBlock
           END-IF
           END-IF
       ELSE
           IF Block-Active = 'Y'
                   AND Block-Opponent NOT = Line-Opponent
               MOVE Line-Opponent TO Block-Opponent
               MOVE 'N' TO Block-Player-Fled
               MOVE 'N' TO Block-Opponent-Fled
               MOVE 'N' TO Block-Party-Win
           END-IF
           MOVE AP-Attacker-Name TO Block-Last-Attacker
           MOVE AP-Defender-Health-After TO Block-Last-Def-HP
                   MOVE "WIN" TO Enc-Outcome(Encounter-Count)
               WHEN Block-Last-Def-HP <= 0
                   MOVE "LOSS" TO Enc-Outcome(Encounter-Count)
               WHEN Block-Party-Win = 'Y'
                   MOVE "ASSIST" TO Enc-Outcome(Encounter-Count)
               WHEN Block-Player-Fled = 'Y'
                   MOVE "FLED" TO Enc-Outcome(Encounter-Count)
               WHEN Block-Opponent-Fled = 'Y'
