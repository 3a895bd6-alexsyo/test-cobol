           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL PartyFile ASSIGN TO "party.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL DormantFile ASSIGN TO "dormant.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT PlayerFile ASSIGN TO "players.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
       02 TF-Op PIC X(2).
       02 TF-Value PIC X(2).
       02 TF-Action PIC X(6).
       02 TF-Target PIC X(5).

FD DropFile.
01 Drop-Rec.
       02 IF-Defence-Effect PIC X(2).
       02 IF-Health-Effect PIC X(2).
       02 IF-Damage PIC X(2).
       02 IF-Slot PIC X(1).

FD PriceFile.
01 Price-Rec.
       02 AR-Challenger PIC X(10).
       02 AR-Opponent PIC X(10).

FD PartyFile.
01 Party-Rec.
       02 PF-Party PIC X(10).
       02 PF-Member PIC X(10) OCCURS 4 TIMES.

FD DormantFile.
*>   Mirror of the dormant job's history record: P opens an archive
*>   group for a player, R closes the group with the same stamp when
*>   the player is reinstated.
01 Dormant-Rec.
       02 Dm-Type PIC X(1).
       02 FILLER PIC X(1).
       02 Dm-Player PIC X(10).
       02 FILLER PIC X(1).
       02 Dm-Stamp PIC X(17).

FD PlayerFile.
01 Player-Master.
       02 PName PIC X(10).
01 Price-EOF PIC X(1) VALUE 'N'.
01 Roster-EOF PIC X(1) VALUE 'N'.
01 Arena-EOF PIC X(1) VALUE 'N'.
01 Party-EOF PIC X(1) VALUE 'N'.
01 Party-Member-Index PIC 9(1) VALUE 0.
01 Party-Member-Count PIC 9(1) VALUE 0.
01 Party-Member-Scan PIC 9(1) VALUE 0.
01 Party-Lines-Read PIC 9(3) VALUE 0.
*>   Members of the parties read so far, as the battle job holds them
*>   (its first 20 parties), so a member reused in a later party is
*>   caught here rather than rejecting that party at run time.
01 Party-Seen-Table.
       02 Party-Seen-Entry OCCURS 80 TIMES PIC X(10).
01 Party-Seen-Count PIC 9(2) VALUE 0.
01 Party-Seen-Index PIC 9(2) VALUE 0.

*>   The same stage list the battle job loads, including its legacy
*>   fallback to enemies.txt when stages.txt is missing or empty, so
01 Item-Found PIC X(1) VALUE 'N'.
01 Lookup-Item-Name PIC X(10) VALUE SPACES.

*>   Every player the dormant file shows as archived and not since
*>   reinstated, with the stamp of their latest archive.
01 Dormant-Table.
       02 Dormant-Entry OCCURS 500 TIMES.
           03 Dor-Player PIC X(10).
           03 Dor-Stamp PIC X(17).
           03 Dor-Dormant PIC X(1).
01 Dormant-Count PIC 9(3) VALUE 0.
01 Dormant-Index PIC 9(3) VALUE 0.
01 Dormant-Found PIC 9(3) VALUE 0.
01 Dormant-Overflow PIC X(1) VALUE 'N'.
01 Dormant-EOF PIC X(1) VALUE 'N'.

01 Player-Master-Usable PIC X(1) VALUE 'N'.
01 Lookup-Player-Name PIC X(10) VALUE SPACES.
01 Player-Found PIC X(1) VALUE 'N'.
01 Missing-Player-Text PIC X(40) VALUE SPACES.

01 Exception-Severity PIC 9(2) VALUE 0.
01 Exception-Source PIC X(13) VALUE SPACES.
       PERFORM CheckStagesAndIndexEnemies.
       PERFORM LoadItemNames.
       PERFORM OpenPlayerMaster.
       PERFORM LoadDormantNames.

       PERFORM CheckTactics.
       PERFORM CheckDrops.
       PERFORM CheckPrices.
       PERFORM CheckRoster.
       PERFORM CheckArenaPairs.
       PERFORM CheckParties.

       IF Player-Master-Usable = 'Y'
           CLOSE PlayerFile
                   ELSE
                       ADD 1 TO Item-Count
                       MOVE IF-Name TO Item-Name-Entry(Item-Count)
                       PERFORM CheckItemSlot
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE ItemFile.

*>   The slot class says whether an item is worn or consumed: blank
*>   is a consumable, W/A/X a weapon, armour or accessory. Anything
*>   else can be neither used nor equipped by the battle job.
CheckItemSlot.
       IF IF-Slot NOT = SPACE AND IF-Slot NOT = 'W'
               AND IF-Slot NOT = 'A' AND IF-Slot NOT = 'X' THEN
           MOVE 08 TO Exception-Severity
           MOVE "items.txt" TO Exception-Source
           MOVE IF-Name TO Exception-Name
           MOVE "UNKNOWN SLOT CLASS - ITEM UNUSABLE" TO Exception-Text
           PERFORM WriteException
       END-IF.

*>   Looks a name up in the item catalog.
FindItemName.
       MOVE 'N' TO Item-Found.
           PERFORM WriteException
       END-IF.

*>   Reads the dormant history front to back; a player's latest P
*>   line makes them dormant and an R line carrying that same stamp
*>   puts them back. A history longer than the table is reported once
*>   and the names beyond it go unchecked.
LoadDormantNames.
       MOVE 0 TO Dormant-Count.
       MOVE 'N' TO Dormant-EOF.
       OPEN INPUT DormantFile.
       PERFORM UNTIL Dormant-EOF = 'Y'
           READ DormantFile
               AT END MOVE 'Y' TO Dormant-EOF
               NOT AT END
                   IF Dm-Type = 'P' OR Dm-Type = 'R'
                       PERFORM NoteDormantLine
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE DormantFile.
       IF Dormant-Overflow = 'Y' THEN
           MOVE 04 TO Exception-Severity
           MOVE "dormant.txt" TO Exception-Source
           MOVE SPACES TO Exception-Name
           MOVE "OVER 500 PLAYERS - SOME UNCHECKED" TO Exception-Text
           PERFORM WriteException
       END-IF.

NoteDormantLine.
       MOVE Dm-Player TO Lookup-Player-Name.
       PERFORM FindDormantName.
       IF Dm-Type = 'P' THEN
           IF Dormant-Found = 0 THEN
               IF Dormant-Count < 500 THEN
                   ADD 1 TO Dormant-Count
                   MOVE Dormant-Count TO Dormant-Found
                   MOVE Dm-Player TO Dor-Player(Dormant-Found)
               ELSE
                   MOVE 'Y' TO Dormant-Overflow
               END-IF
           END-IF
           IF Dormant-Found > 0 THEN
               MOVE Dm-Stamp TO Dor-Stamp(Dormant-Found)
               MOVE 'Y' TO Dor-Dormant(Dormant-Found)
           END-IF
       ELSE
           IF Dormant-Found > 0 THEN
               IF Dm-Stamp = Dor-Stamp(Dormant-Found)
                   MOVE 'N' TO Dor-Dormant(Dormant-Found)
               END-IF
           END-IF
       END-IF.

FindDormantName.
       MOVE 0 TO Dormant-Found.
       PERFORM VARYING Dormant-Index FROM 1 BY 1
               UNTIL Dormant-Index > Dormant-Count
                   OR Dormant-Found > 0
           IF Dor-Player(Dormant-Index) = Lookup-Player-Name
               MOVE Dormant-Index TO Dormant-Found
           END-IF
       END-PERFORM.

*>   Sets Player-Found 'D' when the name is archived as dormant.
CheckDormantName.
       PERFORM FindDormantName.
       IF Dormant-Found > 0 THEN
           IF Dor-Dormant(Dormant-Found) = 'Y'
               MOVE 'D' TO Player-Found
           END-IF
       END-IF.

*>   Looks a player name up on the master without creating it.
FindPlayerName.
       MOVE 'N' TO Player-Found.
                           PERFORM WriteException
                       END-IF
                   END-IF
                   IF TF-Target NOT = SPACES
                           AND TF-Target NOT = "LOWHP"
                           AND TF-Target NOT = "HIGHP"
                       MOVE 04 TO Exception-Severity
                       MOVE "tactics.txt" TO Exception-Source
                       MOVE TF-Target TO Exception-Name
                       MOVE "UNKNOWN TARGET - FIRST MEMBER TAKEN"
                           TO Exception-Text
                       PERFORM WriteException
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE TacticFile.
               AT END MOVE 'Y' TO Roster-EOF
               NOT AT END
                   ADD 1 TO Total-Lines-Checked
                   MOVE "roster.txt" TO Exception-Source
                   MOVE Roster-Rec TO Lookup-Player-Name
                   MOVE "NOT ON MASTER - NEW PLAYER? CONFIRM"
                       TO Missing-Player-Text
                   PERFORM CheckControlFileName
           END-READ
       END-PERFORM.
       CLOSE RosterFile.
               AT END MOVE 'Y' TO Arena-EOF
               NOT AT END
                   ADD 1 TO Total-Lines-Checked
                   MOVE "arena.txt" TO Exception-Source
                   MOVE AR-Challenger TO Lookup-Player-Name
                   MOVE "CHALLENGER NOT ON MASTER" TO Missing-Player-Text
                   PERFORM CheckControlFileName
                   MOVE AR-Opponent TO Lookup-Player-Name
                   MOVE "OPPONENT NOT ON MASTER" TO Missing-Player-Text
                   PERFORM CheckControlFileName
           END-READ
       END-PERFORM.
       CLOSE ArenaFile.

*>   One roster or arena name. A player archived as dormant is
*>   reported as such - the battle job would otherwise create a fresh
*>   player under the name - and any other name not on the master
*>   with the caller's text.
CheckControlFileName.
       MOVE 'N' TO Player-Found.
       PERFORM CheckDormantName.
       IF Player-Found = 'D' THEN
           MOVE 04 TO Exception-Severity
           MOVE Lookup-Player-Name TO Exception-Name
           MOVE "DORMANT - REINSTATE BEFORE THE RUN" TO Exception-Text
           PERFORM WriteException
           EXIT PARAGRAPH
       END-IF.
       IF Player-Master-Usable = 'Y' THEN
           PERFORM FindPlayerName
           IF Player-Found = 'N'
               MOVE 04 TO Exception-Severity
               MOVE Lookup-Player-Name TO Exception-Name
               MOVE Missing-Player-Text TO Exception-Text
               PERFORM WriteException
           END-IF
       END-IF.

*>   A party short of two members, or naming a member not on the
*>   master, is rejected whole at run time and never fights; checked
*>   here it fails before the batch window instead.
CheckParties.
       MOVE 'N' TO Party-EOF.
       OPEN INPUT PartyFile.
       PERFORM UNTIL Party-EOF = 'Y'
           READ PartyFile
               AT END MOVE 'Y' TO Party-EOF
               NOT AT END
                   ADD 1 TO Total-Lines-Checked
                   ADD 1 TO Party-Lines-Read
                   PERFORM CheckOneParty
           END-READ
       END-PERFORM.
       CLOSE PartyFile.

CheckOneParty.
       MOVE 0 TO Party-Member-Count.
       PERFORM VARYING Party-Member-Index FROM 1 BY 1
               UNTIL Party-Member-Index > 4
           IF PF-Member(Party-Member-Index) NOT = SPACES
               ADD 1 TO Party-Member-Count
               PERFORM CheckPartyMemberReuse
               IF Player-Master-Usable = 'Y'
                   MOVE PF-Member(Party-Member-Index)
                       TO Lookup-Player-Name
                   PERFORM FindPlayerName
                   IF Player-Found = 'N'
                       MOVE 08 TO Exception-Severity
                       MOVE "party.txt" TO Exception-Source
                       MOVE PF-Member(Party-Member-Index)
                           TO Exception-Name
                       MOVE "MEMBER NOT ON MASTER - PARTY REJECTS"
                           TO Exception-Text
                       PERFORM WriteException
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       IF Party-Member-Count < 2 THEN
           MOVE 08 TO Exception-Severity
           MOVE "party.txt" TO Exception-Source
           MOVE PF-Party TO Exception-Name
           MOVE "FEWER THAN 2 MEMBERS - PARTY REJECTS"
               TO Exception-Text
           PERFORM WriteException
       END-IF.
       IF Party-Lines-Read <= 20 THEN
           PERFORM VARYING Party-Member-Index FROM 1 BY 1
                   UNTIL Party-Member-Index > 4
               IF PF-Member(Party-Member-Index) NOT = SPACES
                       AND Party-Seen-Count < 80
                   ADD 1 TO Party-Seen-Count
                   MOVE PF-Member(Party-Member-Index)
                       TO Party-Seen-Entry(Party-Seen-Count)
               END-IF
           END-PERFORM
       END-IF.

*>   The battle job rejects a party that lists a member twice or uses
*>   a member already in an earlier party line.
CheckPartyMemberReuse.
       PERFORM VARYING Party-Member-Scan FROM 1 BY 1
               UNTIL Party-Member-Scan >= Party-Member-Index
           IF PF-Member(Party-Member-Scan)
                   = PF-Member(Party-Member-Index)
               MOVE 08 TO Exception-Severity
               MOVE "party.txt" TO Exception-Source
               MOVE PF-Member(Party-Member-Index) TO Exception-Name
               MOVE "MEMBER LISTED TWICE - PARTY REJECTS"
                   TO Exception-Text
               PERFORM WriteException
           END-IF
       END-PERFORM.
       PERFORM VARYING Party-Seen-Index FROM 1 BY 1
               UNTIL Party-Seen-Index > Party-Seen-Count
           IF Party-Seen-Entry(Party-Seen-Index)
                   = PF-Member(Party-Member-Index)
               MOVE 08 TO Exception-Severity
               MOVE "party.txt" TO Exception-Source
               MOVE PF-Member(Party-Member-Index) TO Exception-Name
               MOVE "MEMBER IN EARLIER PARTY - PARTY REJECTS"
                   TO Exception-Text
               PERFORM WriteException
           END-IF
       END-PERFORM.
