       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. dormant.
AUTHOR. Alexsyo.
DATE-WRITTEN.15/10/2026


ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ReinstateFile ASSIGN TO "dormtrn.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Reinstate-File-Status.

       SELECT PlayerFile ASSIGN TO "players.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PName
           FILE STATUS IS Player-File-Status.

       SELECT InventoryFile ASSIGN TO "inventory.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Inv-Key
           FILE STATUS IS Inventory-File-Status.

       SELECT EquipmentFile ASSIGN TO "equipment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Eq-Key
           FILE STATUS IS Equipment-File-Status.

       SELECT LeagueFile ASSIGN TO "league.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Lgr-Key
           FILE STATUS IS League-File-Status.

       SELECT OPTIONAL DormantFile ASSIGN TO "dormant.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Dormant-File-Status.

       SELECT RunLockFile ASSIGN TO "runlock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Lock-File-Status.

       SELECT RegisterFile ASSIGN TO "dormreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.


DATA DIVISION.
FILE SECTION.
FD ReinstateFile.
*>   One player name per line to be put back from the dormant file.
01 Reinstate-Rec.
       02 RT-Player PIC X(10).

FD PlayerFile.
01 Player-Master.
       02 PName PIC X(10).
       02 PAttack PIC S99.
       02 PDefence PIC S99.
       02 PHealth PIC S99.
       02 PMax-Health PIC S99.
       02 PLevel PIC 9(2).
       02 PExper PIC 9(5).
       02 PGold PIC 9(5).

FD InventoryFile.
01 Inventory-Rec.
       02 Inv-Key.
           03 Inv-Player PIC X(10).
           03 Inv-Item PIC X(10).
       02 Inv-Qty PIC 9(3).

FD EquipmentFile.
*>   Mirror of the battle job's equipment record: the item a player
*>   has in each slot, pointing at an inventory.dat item they own.
01 Equipment-Rec.
       02 Eq-Key.
           03 Eq-Player PIC X(10).
           03 Eq-Slot PIC X(1).
       02 Eq-Item PIC X(10).

FD LeagueFile.
*>   Mirror of leaguepost's ledger record.
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

FD DormantFile.
*>   The dormant-player history, appended to and never rewritten. An
*>   archive writes a P line carrying the player's master image and
*>   last league date, then an I line per inventory record and an E
*>   line per equipment record, every line stamped with the archive
*>   job's date and time. A reinstatement appends an R line carrying
*>   the stamp of the archive it undid, with its own date and time in
*>   the image. A player is dormant while their latest P group has no
*>   R line against it.
01 Dormant-Rec.
       02 Dm-Type PIC X(1).
       02 FILLER PIC X(1).
       02 Dm-Player PIC X(10).
       02 FILLER PIC X(1).
       02 Dm-Stamp.
           03 Dm-Stamp-Date PIC X(8).
           03 FILLER PIC X(1).
           03 Dm-Stamp-Time PIC X(8).
       02 FILLER PIC X(1).
       02 Dm-Image PIC X(30).
       02 FILLER PIC X(1).
       02 Dm-Last-Date PIC X(8).

FD RunLockFile.
01 Run-Lock-Rec PIC X(14).

FD RegisterFile.
*>   One line per player archived, reinstated, kept or refused, then
*>   one line each for their gold, every item they held and every
*>   piece of gear they had equipped, so the register alone shows
*>   what left or came back to the live files. The PLAYER line
*>   carries the player's level in the quantity column and their
*>   last league date.
01 Register-Line.
       02 Reg-Action PIC X(9).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Player PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Kind PIC X(6).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Slot PIC X(1).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Item PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Qty PIC 9(5).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Last-Date PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Disposition PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Reason-Code PIC X(2).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Reason-Text PIC X(30).

WORKING-STORAGE SECTION.
01 Reinstate-File-Status PIC X(2) VALUE SPACES.
01 Player-File-Status PIC X(2) VALUE SPACES.
01 Inventory-File-Status PIC X(2) VALUE SPACES.
01 Equipment-File-Status PIC X(2) VALUE SPACES.
01 League-File-Status PIC X(2) VALUE SPACES.
01 Dormant-File-Status PIC X(2) VALUE SPACES.
01 Lock-File-Status PIC X(2) VALUE SPACES.
01 Reinstate-EOF PIC X(1) VALUE 'N'.
01 Player-EOF PIC X(1) VALUE 'N'.
01 Inventory-EOF PIC X(1) VALUE 'N'.
01 League-EOF PIC X(1) VALUE 'N'.
01 Dormant-EOF PIC X(1) VALUE 'N'.

*>   ARCHIVE CUTOFF=yyyymmdd moves every player with no league.dat
*>   activity on or after the cutoff date to the dormant file. A
*>   player never posted to league.dat is kept and listed unless
*>   UNPOSTED is also given, because a brand-new player has no
*>   league history yet either. REINSTATE puts back every player
*>   named on dormtrn.txt.
01 Run-Parm PIC X(80) VALUE SPACES.
01 Parm-Word-1 PIC X(20) VALUE SPACES.
01 Parm-Word-2 PIC X(20) VALUE SPACES.
01 Parm-Word-3 PIC X(20) VALUE SPACES.
01 Parm-Word-Work PIC X(20) VALUE SPACES.
01 Dormant-Action PIC X(10) VALUE SPACES.
01 Cutoff-Date PIC X(8) VALUE SPACES.
01 Archive-Unposted PIC X(1) VALUE 'N'.

*>   Archiving and reinstating both rewrite the player master, so the
*>   job takes the run lock the way the backout does.
01 Lock-Run-Id PIC X(14) VALUE SPACES.
01 Lock-Holder-Run-Id PIC X(14) VALUE SPACES.
01 Lock-Held PIC X(1) VALUE 'N'.
01 Lock-Date PIC X(8) VALUE SPACES.
01 Lock-Time PIC X(8) VALUE SPACES.

*>   The date and time every dormant line this job writes is stamped
*>   with.
01 Job-Stamp.
       02 Job-Stamp-Date PIC X(8) VALUE SPACES.
       02 FILLER PIC X(1) VALUE SPACE.
       02 Job-Stamp-Time PIC X(8) VALUE SPACES.

*>   No equipment.dat yet means nobody wears anything.
01 Equipment-Open PIC X(1) VALUE 'N'.
01 Slot-Index PIC 9(1) VALUE 0.
01 Slot-Codes PIC X(3) VALUE "WAX".

*>   Each player's latest league.dat run date. A ledger bigger than
*>   the table is refused rather than guessed at, because a player
*>   left out of the table would look inactive.
01 Activity-Table.
       02 Activity-Entry OCCURS 999 TIMES.
           03 Act-Player PIC X(10).
           03 Act-Last-Date PIC X(8).
01 Activity-Count PIC 9(3) VALUE 0.
01 Activity-Index PIC 9(4) VALUE 0.
01 Activity-Found PIC 9(3) VALUE 0.
01 Activity-Overflow PIC X(1) VALUE 'N'.

*>   The players chosen for archiving, gathered before any master
*>   record is deleted so the sequential pass never reads a file it
*>   is deleting from. A longer list is archived up to the table and
*>   the rest left for a rerun.
01 Candidate-Table.
       02 Candidate-Entry OCCURS 999 TIMES.
           03 Cand-Player PIC X(10).
           03 Cand-Last-Date PIC X(8).
01 Candidate-Count PIC 9(3) VALUE 0.
01 Candidate-Index PIC 9(4) VALUE 0.
01 Candidate-Overflow PIC X(1) VALUE 'N'.

*>   One player's holdings - inventory (I) and equipment (E) images -
*>   gathered whole before anything is written or deleted, whether
*>   they come off the live files for an archive or off the dormant
*>   file for a reinstatement.
01 Group-Player PIC X(10) VALUE SPACES.
01 Group-Player-Image PIC X(30) VALUE SPACES.
01 Group-Last-Date PIC X(8) VALUE SPACES.
01 Group-Stamp PIC X(17) VALUE SPACES.
01 Group-Found PIC X(1) VALUE 'N'.
01 Group-Dormant PIC X(1) VALUE 'N'.
01 Group-Has-Gear PIC X(1) VALUE 'N'.
01 Group-Table.
       02 Group-Entry OCCURS 50 TIMES.
           03 Grp-Type PIC X(1).
           03 Grp-Image PIC X(30).
01 Group-Count PIC 9(2) VALUE 0.
01 Group-Index PIC 9(2) VALUE 0.
01 Group-Overflow PIC X(1) VALUE 'N'.
01 Entry-Type PIC X(1) VALUE SPACE.
01 Entry-Image PIC X(30) VALUE SPACES.

01 Player-Valid PIC X(1) VALUE 'Y'.
01 Refuse-Reason-Code PIC X(2) VALUE SPACES.
01 Refuse-Reason-Text PIC X(30) VALUE SPACES.
01 Update-Failed PIC X(1) VALUE 'N'.
*>   Set when a line could not be added to dormant.txt. Nothing leaves
*>   the live files unless its whole group is safely on the history.
01 Dormant-Write-Failed PIC X(1) VALUE 'N'.
01 Register-Disposition PIC X(10) VALUE SPACES.

01 Total-Players-Read PIC 9(5) VALUE 0.
01 Total-Players-Unposted PIC 9(5) VALUE 0.
01 Total-Players-Archived PIC 9(5) VALUE 0.
01 Total-Reinstatements-Read PIC 9(5) VALUE 0.
01 Total-Players-Reinstated PIC 9(5) VALUE 0.
01 Total-Players-Refused PIC 9(5) VALUE 0.
01 Total-Items-Moved PIC 9(5) VALUE 0.
01 Total-Gear-Moved PIC 9(5) VALUE 0.

*>   0 = players moved, 4 = nothing to move or a rerun is needed for
*>   the rest, 8 = a player was refused, 12 = the job could not run
*>   or a live file could not be written.
01 Run-Severity PIC 9(2) VALUE 0.
01 Severity-Work PIC 9(2) VALUE 0.


PROCEDURE DIVISION.
Main.
       ACCEPT Run-Parm FROM COMMAND-LINE.
       MOVE SPACES TO Parm-Word-1 Parm-Word-2 Parm-Word-3.
       UNSTRING Run-Parm DELIMITED BY SPACE
           INTO Parm-Word-1 Parm-Word-2 Parm-Word-3.
       MOVE Parm-Word-1 TO Dormant-Action.
       MOVE Parm-Word-2 TO Parm-Word-Work.
       PERFORM ParseArchiveParm.
       MOVE Parm-Word-3 TO Parm-Word-Work.
       PERFORM ParseArchiveParm.

       EVALUATE Dormant-Action
           WHEN "ARCHIVE"
               IF Cutoff-Date NOT NUMERIC THEN
                   DISPLAY "No usable cutoff - supply CUTOFF=yyyymmdd; "
                       "players with no league activity on or after it "
                       "are archived"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           WHEN "REINSTATE"
               OPEN INPUT ReinstateFile
               IF Reinstate-File-Status NOT = "00" THEN
                   DISPLAY "Unable to open reinstate file dormtrn.txt "
                       "(status " Reinstate-File-Status
                       "), nothing to reinstate"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           WHEN OTHER
               DISPLAY "Unknown parm " Dormant-Action
                   " - use ARCHIVE CUTOFF=yyyymmdd [UNPOSTED] or "
                   "REINSTATE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

       ACCEPT Lock-Date FROM DATE YYYYMMDD.
       ACCEPT Lock-Time FROM TIME.
       STRING Lock-Date Lock-Time(1:6)
           DELIMITED BY SIZE INTO Lock-Run-Id.
       MOVE Lock-Date TO Job-Stamp-Date.
       MOVE Lock-Time TO Job-Stamp-Time.
       PERFORM AcquireRunLock.
       IF Lock-Held = 'N' THEN
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

*>   As with the backout, an absent player master or inventory is
*>   not created here - there is nothing to archive from, and a
*>   reinstatement onto an empty system is a restore, not this job.
       OPEN I-O PlayerFile.
       IF Player-File-Status NOT = "00" THEN
           DISPLAY "Unable to open player master players.dat (status "
               Player-File-Status "), nothing moved"
           PERFORM ReleaseRunLock
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN I-O InventoryFile.
       IF Inventory-File-Status NOT = "00" THEN
           DISPLAY "Unable to open inventory.dat (status "
               Inventory-File-Status "), nothing moved"
           CLOSE PlayerFile
           PERFORM ReleaseRunLock
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN I-O EquipmentFile.
       IF Equipment-File-Status = "00" THEN
           MOVE 'Y' TO Equipment-Open
       END-IF.

       OPEN OUTPUT RegisterFile.
       IF Dormant-Action = "ARCHIVE"
           PERFORM ArchivePlayers
       ELSE
           PERFORM ReinstatePlayers
           CLOSE ReinstateFile
       END-IF.
       CLOSE RegisterFile.

       CLOSE PlayerFile.
       CLOSE InventoryFile.
       IF Equipment-Open = 'Y'
           CLOSE EquipmentFile
       END-IF.
       PERFORM ReleaseRunLock.

       IF Total-Players-Archived = 0 AND Total-Players-Reinstated = 0
           MOVE 4 TO Severity-Work
           PERFORM RaiseSeverity
       END-IF.
       IF Total-Players-Refused > 0
           MOVE 8 TO Severity-Work
           PERFORM RaiseSeverity
       END-IF.
       PERFORM DisplayTotals.
       MOVE Run-Severity TO RETURN-CODE.
       STOP RUN.

*>   Prints the job's control totals at STOP RUN: items and gear
*>   moved must balance against the I and E lines the run added to
*>   dormant.txt.
DisplayTotals.
       DISPLAY SPACE.
       DISPLAY "=== DORMANT PLAYER CONTROL TOTALS ===".
       DISPLAY "Players on master read ...: " Total-Players-Read.
       DISPLAY "Players never on league ..: " Total-Players-Unposted.
       DISPLAY "Players archived .........: " Total-Players-Archived.
       DISPLAY "Reinstatements read ......: " Total-Reinstatements-Read.
       DISPLAY "Players reinstated .......: " Total-Players-Reinstated.
       DISPLAY "Players refused ..........: " Total-Players-Refused.
       DISPLAY "Inventory records moved ..: " Total-Items-Moved.
       DISPLAY "Equipment records moved ..: " Total-Gear-Moved.
       DISPLAY "Highest condition code .. : " Run-Severity.

RaiseSeverity.
       IF Severity-Work > Run-Severity
           MOVE Severity-Work TO Run-Severity
       END-IF.

*>   Picks up CUTOFF= and UNPOSTED. An unusable cutoff is left blank,
*>   which stops an archive before it touches anything.
ParseArchiveParm.
       IF Parm-Word-Work(1:7) = "CUTOFF=" THEN
           IF Parm-Word-Work(8:8) NUMERIC
               MOVE Parm-Word-Work(8:8) TO Cutoff-Date
           ELSE
               DISPLAY "Unusable CUTOFF= parm value '"
                   Parm-Word-Work(8:13) "'"
           END-IF
       END-IF.
       IF Parm-Word-Work = "UNPOSTED"
           MOVE 'Y' TO Archive-Unposted
       END-IF.

*>   Takes the exclusive run lock exactly the way the battle job
*>   does; a held lock fails the job with the severity-12 condition.
AcquireRunLock.
       MOVE 'N' TO Lock-Held.
       MOVE SPACES TO Lock-Holder-Run-Id.
       OPEN INPUT RunLockFile.
       IF Lock-File-Status = "00" THEN
           READ RunLockFile
               AT END CONTINUE
               NOT AT END MOVE Run-Lock-Rec TO Lock-Holder-Run-Id
           END-READ
           CLOSE RunLockFile
       END-IF.
       IF Lock-Holder-Run-Id NOT = SPACES THEN
           DISPLAY "Run lock is held by run " Lock-Holder-Run-Id
               " - another execution is using the player master; "
               "rerun the job when it finishes"
       ELSE
           OPEN OUTPUT RunLockFile
           IF Lock-File-Status = "00" THEN
               MOVE Lock-Run-Id TO Run-Lock-Rec
               WRITE Run-Lock-Rec
               CLOSE RunLockFile
               MOVE 'Y' TO Lock-Held
           ELSE
               DISPLAY "Unable to write run lock runlock.txt (status "
                   Lock-File-Status "), nothing moved"
           END-IF
       END-IF.

ReleaseRunLock.
       OPEN OUTPUT RunLockFile.
       CLOSE RunLockFile.

*>   Finds each player's last league date, picks every player whose
*>   last date falls before the cutoff, and moves them one at a time
*>   to the dormant file. Quest progress and the league ledger are
*>   history, not holdings, and stay where they are, so a reinstated
*>   player picks up exactly where they left off.
ArchivePlayers.
       PERFORM LoadLeagueActivity.
       IF League-File-Status NOT = "00" THEN
           DISPLAY "Unable to open league ledger league.dat (status "
               League-File-Status "), no activity to judge by - "
               "nothing archived"
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.
       IF Activity-Overflow = 'Y' THEN
           DISPLAY "league.dat names more than 999 players - "
               "nothing archived"
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.

       PERFORM SelectDormantPlayers.
       IF Candidate-Overflow = 'Y' THEN
           DISPLAY "More than 999 players to archive - the first 999 "
               "are archived, rerun for the rest"
           MOVE 4 TO Severity-Work
           PERFORM RaiseSeverity
       END-IF.

       OPEN EXTEND DormantFile.
       IF Dormant-File-Status NOT = "00"
               AND Dormant-File-Status NOT = "05" THEN
           DISPLAY "Unable to open dormant history dormant.txt "
               "(status " Dormant-File-Status "), nothing archived"
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING Candidate-Index FROM 1 BY 1
               UNTIL Candidate-Index > Candidate-Count
                   OR Dormant-Write-Failed = 'Y'
           PERFORM ArchiveOnePlayer
       END-PERFORM.
       CLOSE DormantFile.

*>   Reads the whole ledger once, keeping the latest run date seen
*>   for each player.
LoadLeagueActivity.
       MOVE 0 TO Activity-Count.
       OPEN INPUT LeagueFile.
       IF League-File-Status NOT = "00" THEN
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO League-EOF.
       PERFORM UNTIL League-EOF = 'Y'
           READ LeagueFile NEXT
               AT END MOVE 'Y' TO League-EOF
               NOT AT END PERFORM NoteLeagueActivity
           END-READ
       END-PERFORM.
       CLOSE LeagueFile.

NoteLeagueActivity.
       MOVE Lgr-Player TO Group-Player.
       PERFORM FindActivity.
       IF Activity-Found = 0 THEN
           IF Activity-Count < 999 THEN
               ADD 1 TO Activity-Count
               MOVE Lgr-Player TO Act-Player(Activity-Count)
               MOVE Lgr-Run-Date TO Act-Last-Date(Activity-Count)
           ELSE
               MOVE 'Y' TO Activity-Overflow
           END-IF
       ELSE
           IF Lgr-Run-Date > Act-Last-Date(Activity-Found)
               MOVE Lgr-Run-Date TO Act-Last-Date(Activity-Found)
           END-IF
       END-IF.

FindActivity.
       MOVE 0 TO Activity-Found.
       PERFORM VARYING Activity-Index FROM 1 BY 1
               UNTIL Activity-Index > Activity-Count
                   OR Activity-Found > 0
           IF Act-Player(Activity-Index) = Group-Player
               MOVE Activity-Index TO Activity-Found
           END-IF
       END-PERFORM.

*>   Reads the player master end to end choosing who goes. A player
*>   with no league history is listed KEPT unless UNPOSTED was given.
SelectDormantPlayers.
       MOVE 0 TO Candidate-Count.
       MOVE 'N' TO Player-EOF.
       MOVE LOW-VALUES TO PName.
       START PlayerFile KEY IS NOT LESS THAN PName
           INVALID KEY MOVE 'Y' TO Player-EOF
       END-START.
       PERFORM UNTIL Player-EOF = 'Y'
           READ PlayerFile NEXT
               AT END MOVE 'Y' TO Player-EOF
               NOT AT END
                   ADD 1 TO Total-Players-Read
                   PERFORM ConsiderPlayer
           END-READ
       END-PERFORM.

ConsiderPlayer.
       MOVE PName TO Group-Player.
       PERFORM FindActivity.
       IF Activity-Found = 0 THEN
           ADD 1 TO Total-Players-Unposted
           IF Archive-Unposted = 'N' THEN
               MOVE SPACES TO Register-Line
               MOVE "ARCHIVE" TO Reg-Action
               MOVE PName TO Reg-Player
               MOVE "PLAYER" TO Reg-Kind
               MOVE PLevel TO Reg-Qty
               MOVE "KEPT" TO Reg-Disposition
               MOVE "10" TO Reg-Reason-Code
               MOVE "NO LEAGUE HISTORY" TO Reg-Reason-Text
               WRITE Register-Line
               EXIT PARAGRAPH
           END-IF
       ELSE
           IF Act-Last-Date(Activity-Found) NOT < Cutoff-Date
               EXIT PARAGRAPH
           END-IF
       END-IF.
       IF Candidate-Count < 999 THEN
           ADD 1 TO Candidate-Count
           MOVE PName TO Cand-Player(Candidate-Count)
           IF Activity-Found = 0
               MOVE SPACES TO Cand-Last-Date(Candidate-Count)
           ELSE
               MOVE Act-Last-Date(Activity-Found)
                   TO Cand-Last-Date(Candidate-Count)
           END-IF
       ELSE
           MOVE 'Y' TO Candidate-Overflow
       END-IF.

*>   Gathers the player's master record, inventory and gear, writes
*>   the whole group to the dormant file, and only then deletes it
*>   from the live files, so the dormant file always holds a
*>   complete copy of anything that has left them.
ArchiveOnePlayer.
       MOVE 'Y' TO Player-Valid.
       MOVE Cand-Player(Candidate-Index) TO Group-Player.
       MOVE Cand-Last-Date(Candidate-Index) TO Group-Last-Date.
       MOVE Group-Player TO PName.
       READ PlayerFile
           INVALID KEY
               MOVE 'N' TO Player-Valid
               MOVE "12" TO Refuse-Reason-Code
               MOVE "PLAYER NO LONGER ON MASTER" TO Refuse-Reason-Text
           NOT INVALID KEY
               MOVE Player-Master TO Group-Player-Image
       END-READ.
       IF Player-Valid = 'Y'
           PERFORM GatherLiveHoldings
       END-IF.
       IF Player-Valid = 'Y' AND Group-Overflow = 'Y' THEN
           MOVE 'N' TO Player-Valid
           MOVE "11" TO Refuse-Reason-Code
           MOVE "OVER 50 INVENTORY/GEAR RECORDS" TO Refuse-Reason-Text
       END-IF.
       IF Player-Valid = 'N' THEN
           PERFORM RegisterRefusal
           EXIT PARAGRAPH
       END-IF.

       MOVE Job-Stamp TO Group-Stamp.
       PERFORM WriteDormantGroup.
       IF Dormant-Write-Failed = 'Y' THEN
           MOVE "13" TO Refuse-Reason-Code
           MOVE "DORMANT FILE WRITE FAILED" TO Refuse-Reason-Text
           PERFORM RegisterRefusal
           DISPLAY "Unable to write dormant.txt (status "
               Dormant-File-Status ") archiving " Group-Player
               " - player left on the live files, archive stopped"
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.
       PERFORM RemoveLivePlayer.
       MOVE "ARCHIVED" TO Register-Disposition.
       PERFORM RegisterGroup.
       IF Update-Failed = 'Y' THEN
           DISPLAY "Player " Group-Player " archived but not fully "
               "removed from the live files - see dormreg.txt"
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
       END-IF.
       ADD 1 TO Total-Players-Archived.

*>   Collects every inventory record keyed to the player, then the
*>   gear in each equipment slot.
GatherLiveHoldings.
       MOVE 0 TO Group-Count.
       MOVE 'N' TO Group-Overflow.
       MOVE 'N' TO Inventory-EOF.
       MOVE Group-Player TO Inv-Player.
       MOVE LOW-VALUES TO Inv-Item.
       START InventoryFile KEY IS NOT LESS THAN Inv-Key
           INVALID KEY MOVE 'Y' TO Inventory-EOF
       END-START.
       PERFORM UNTIL Inventory-EOF = 'Y'
           READ InventoryFile NEXT
               AT END MOVE 'Y' TO Inventory-EOF
               NOT AT END
                   IF Inv-Player NOT = Group-Player THEN
                       MOVE 'Y' TO Inventory-EOF
                   ELSE
                       MOVE 'I' TO Entry-Type
                       MOVE Inventory-Rec TO Entry-Image
                       PERFORM AddGroupEntry
                   END-IF
           END-READ
       END-PERFORM.
       IF Equipment-Open = 'Y' THEN
           PERFORM VARYING Slot-Index FROM 1 BY 1 UNTIL Slot-Index > 3
               MOVE Group-Player TO Eq-Player
               MOVE Slot-Codes(Slot-Index:1) TO Eq-Slot
               READ EquipmentFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'E' TO Entry-Type
                       MOVE Equipment-Rec TO Entry-Image
                       PERFORM AddGroupEntry
               END-READ
           END-PERFORM
       END-IF.

AddGroupEntry.
       IF Group-Count < 50 THEN
           ADD 1 TO Group-Count
           MOVE Entry-Type TO Grp-Type(Group-Count)
           MOVE Entry-Image TO Grp-Image(Group-Count)
       ELSE
           MOVE 'Y' TO Group-Overflow
       END-IF.

*>   Appends the P line and one I or E line per holding, all carrying
*>   this job's stamp.
WriteDormantGroup.
       MOVE SPACES TO Dormant-Rec.
       MOVE 'P' TO Dm-Type.
       MOVE Group-Player TO Dm-Player.
       MOVE Group-Stamp TO Dm-Stamp.
       MOVE Group-Player-Image TO Dm-Image.
       MOVE Group-Last-Date TO Dm-Last-Date.
       WRITE Dormant-Rec.
       IF Dormant-File-Status NOT = "00"
           MOVE 'Y' TO Dormant-Write-Failed
       END-IF.
       PERFORM VARYING Group-Index FROM 1 BY 1
               UNTIL Group-Index > Group-Count
                   OR Dormant-Write-Failed = 'Y'
           MOVE SPACES TO Dormant-Rec
           MOVE Grp-Type(Group-Index) TO Dm-Type
           MOVE Group-Player TO Dm-Player
           MOVE Group-Stamp TO Dm-Stamp
           MOVE Grp-Image(Group-Index) TO Dm-Image
           WRITE Dormant-Rec
           IF Dormant-File-Status NOT = "00"
               MOVE 'Y' TO Dormant-Write-Failed
           END-IF
       END-PERFORM.

*>   Deletes the gathered records from the live files by key.
RemoveLivePlayer.
       MOVE 'N' TO Update-Failed.
       PERFORM VARYING Group-Index FROM 1 BY 1
               UNTIL Group-Index > Group-Count
           IF Grp-Type(Group-Index) = 'I' THEN
               MOVE Grp-Image(Group-Index) TO Inventory-Rec
               DELETE InventoryFile
                   INVALID KEY MOVE 'Y' TO Update-Failed
               END-DELETE
           ELSE
               MOVE Grp-Image(Group-Index) TO Equipment-Rec
               DELETE EquipmentFile
                   INVALID KEY MOVE 'Y' TO Update-Failed
               END-DELETE
           END-IF
       END-PERFORM.
       MOVE Group-Player-Image TO Player-Master.
       DELETE PlayerFile
           INVALID KEY MOVE 'Y' TO Update-Failed
       END-DELETE.

*>   Works through dormtrn.txt, putting back each named player's
*>   latest archived group if it is still dormant and nothing under
*>   the name has appeared on the live files since.
ReinstatePlayers.
       PERFORM UNTIL Reinstate-EOF = 'Y'
           READ ReinstateFile
               AT END MOVE 'Y' TO Reinstate-EOF
               NOT AT END
                   ADD 1 TO Total-Reinstatements-Read
                   PERFORM ReinstateOnePlayer
           END-READ
       END-PERFORM.

ReinstateOnePlayer.
       MOVE 'Y' TO Player-Valid.
       MOVE RT-Player TO Group-Player.
       MOVE SPACES TO Group-Player-Image Group-Last-Date.
       IF Group-Player = SPACES THEN
           MOVE 'N' TO Player-Valid
           MOVE "01" TO Refuse-Reason-Code
           MOVE "MISSING PLAYER NAME" TO Refuse-Reason-Text
       ELSE
           PERFORM FindArchivedGroup
           EVALUATE TRUE
               WHEN Group-Found = 'N'
                   MOVE 'N' TO Player-Valid
                   MOVE "02" TO Refuse-Reason-Code
                   MOVE "NOT IN DORMANT FILE" TO Refuse-Reason-Text
               WHEN Group-Dormant = 'N'
                   MOVE 'N' TO Player-Valid
                   MOVE "03" TO Refuse-Reason-Code
                   MOVE "ALREADY REINSTATED" TO Refuse-Reason-Text
               WHEN Group-Overflow = 'Y'
                   MOVE 'N' TO Player-Valid
                   MOVE "08" TO Refuse-Reason-Code
                   MOVE "OVER 50 INVENTORY/GEAR RECORDS"
                       TO Refuse-Reason-Text
               WHEN OTHER
                   PERFORM CheckLiveFilesClear
           END-EVALUATE
       END-IF.
       IF Player-Valid = 'N' THEN
           PERFORM RegisterRefusal
           EXIT PARAGRAPH
       END-IF.

       PERFORM RestoreGroup.
       MOVE "REINSTATED" TO Register-Disposition.
       PERFORM RegisterGroup.
       IF Update-Failed = 'Y' THEN
           DISPLAY "Player " Group-Player " not fully reinstated - "
               "see dormreg.txt; left dormant on dormant.txt"
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
       ELSE
           PERFORM WriteReinstateMarker
           ADD 1 TO Total-Players-Reinstated
       END-IF.

*>   Reads the dormant file end to end for the named player, keeping
*>   only the latest archive group and noting whether an R line has
*>   since been written against it.
FindArchivedGroup.
       MOVE 'N' TO Group-Found Group-Dormant Group-Overflow.
       MOVE 0 TO Group-Count.
       MOVE SPACES TO Group-Stamp.
       MOVE 'N' TO Dormant-EOF.
       OPEN INPUT DormantFile.
       PERFORM UNTIL Dormant-EOF = 'Y'
           READ DormantFile
               AT END MOVE 'Y' TO Dormant-EOF
               NOT AT END
                   IF Dm-Player = Group-Player
                       PERFORM NoteDormantLine
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE DormantFile.

NoteDormantLine.
       EVALUATE Dm-Type
           WHEN 'P'
               MOVE 'Y' TO Group-Found Group-Dormant
               MOVE 'N' TO Group-Overflow
               MOVE 0 TO Group-Count
               MOVE Dm-Stamp TO Group-Stamp
               MOVE Dm-Image TO Group-Player-Image
               MOVE Dm-Last-Date TO Group-Last-Date
           WHEN 'I'
           WHEN 'E'
               IF Group-Found = 'Y' AND Dm-Stamp = Group-Stamp
                   MOVE Dm-Type TO Entry-Type
                   MOVE Dm-Image TO Entry-Image
                   PERFORM AddGroupEntry
               END-IF
           WHEN 'R'
               IF Group-Found = 'Y' AND Dm-Stamp = Group-Stamp
                   MOVE 'N' TO Group-Dormant
               END-IF
       END-EVALUATE.

*>   The name must be clear on every live file before anything is put
*>   back: a player keyed in under the same name since the archive
*>   (the battle job creates one at its name prompt) has to be dealt
*>   with first, or the reinstatement would merge two players.
CheckLiveFilesClear.
       MOVE 'N' TO Group-Has-Gear.
       PERFORM VARYING Group-Index FROM 1 BY 1
               UNTIL Group-Index > Group-Count
           IF Grp-Type(Group-Index) = 'E'
               MOVE 'Y' TO Group-Has-Gear
           END-IF
       END-PERFORM.

       MOVE Group-Player TO PName.
       READ PlayerFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE 'N' TO Player-Valid
               MOVE "04" TO Refuse-Reason-Code
               MOVE "NAME NOW ON LIVE MASTER" TO Refuse-Reason-Text
       END-READ.
       IF Player-Valid = 'N'
           EXIT PARAGRAPH
       END-IF.

       MOVE Group-Player TO Inv-Player.
       MOVE LOW-VALUES TO Inv-Item.
       START InventoryFile KEY IS NOT LESS THAN Inv-Key
           INVALID KEY CONTINUE
           NOT INVALID KEY
               READ InventoryFile NEXT
                   AT END CONTINUE
                   NOT AT END
                       IF Inv-Player = Group-Player
                           MOVE 'N' TO Player-Valid
                           MOVE "05" TO Refuse-Reason-Code
                           MOVE "LIVE INVENTORY UNDER NAME"
                               TO Refuse-Reason-Text
                       END-IF
               END-READ
       END-START.
       IF Player-Valid = 'N'
           EXIT PARAGRAPH
       END-IF.

       IF Equipment-Open = 'N' THEN
           IF Group-Has-Gear = 'Y'
               MOVE 'N' TO Player-Valid
               MOVE "07" TO Refuse-Reason-Code
               MOVE "EQUIPMENT FILE UNAVAILABLE" TO Refuse-Reason-Text
           END-IF
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING Slot-Index FROM 1 BY 1 UNTIL Slot-Index > 3
           MOVE Group-Player TO Eq-Player
           MOVE Slot-Codes(Slot-Index:1) TO Eq-Slot
           READ EquipmentFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO Player-Valid
                   MOVE "06" TO Refuse-Reason-Code
                   MOVE "LIVE EQUIPMENT UNDER NAME" TO Refuse-Reason-Text
           END-READ
       END-PERFORM.

*>   Writes the archived images back exactly as they were taken.
RestoreGroup.
       MOVE 'N' TO Update-Failed.
       MOVE Group-Player-Image TO Player-Master.
       WRITE Player-Master
           INVALID KEY MOVE 'Y' TO Update-Failed
       END-WRITE.
       PERFORM VARYING Group-Index FROM 1 BY 1
               UNTIL Group-Index > Group-Count
           IF Grp-Type(Group-Index) = 'I' THEN
               MOVE Grp-Image(Group-Index) TO Inventory-Rec
               WRITE Inventory-Rec
                   INVALID KEY MOVE 'Y' TO Update-Failed
               END-WRITE
           ELSE
               MOVE Grp-Image(Group-Index) TO Equipment-Rec
               WRITE Equipment-Rec
                   INVALID KEY MOVE 'Y' TO Update-Failed
               END-WRITE
           END-IF
       END-PERFORM.

*>   Closes the player's archive group on the dormant file, stamped
*>   with the archive it undid and, in the image, when it was undone.
*>   A player back on the live files but still looking dormant on the
*>   history would be reported by the configuration check and could
*>   be reinstated a second time, so a marker that cannot be written
*>   fails the job.
WriteReinstateMarker.
       MOVE 'N' TO Dormant-Write-Failed.
       OPEN EXTEND DormantFile.
       IF Dormant-File-Status NOT = "00"
               AND Dormant-File-Status NOT = "05" THEN
           MOVE 'Y' TO Dormant-Write-Failed
       ELSE
           MOVE SPACES TO Dormant-Rec
           MOVE 'R' TO Dm-Type
           MOVE Group-Player TO Dm-Player
           MOVE Group-Stamp TO Dm-Stamp
           MOVE Job-Stamp TO Dm-Image
           WRITE Dormant-Rec
           IF Dormant-File-Status NOT = "00"
               MOVE 'Y' TO Dormant-Write-Failed
           END-IF
           CLOSE DormantFile
       END-IF.
       IF Dormant-Write-Failed = 'Y' THEN
           DISPLAY "Player " Group-Player " reinstated but the R line "
               "could not be written to dormant.txt (status "
               Dormant-File-Status ") - it still shows them dormant"
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
       END-IF.

*>   One REFUSED line naming the player and the reason.
RegisterRefusal.
       ADD 1 TO Total-Players-Refused.
       MOVE SPACES TO Register-Line.
       MOVE Dormant-Action TO Reg-Action.
       MOVE Group-Player TO Reg-Player.
       MOVE "PLAYER" TO Reg-Kind.
       MOVE "REFUSED" TO Reg-Disposition.
       MOVE Refuse-Reason-Code TO Reg-Reason-Code.
       MOVE Refuse-Reason-Text TO Reg-Reason-Text.
       WRITE Register-Line.

*>   The PLAYER and GOLD lines off the master image, then one line
*>   per item and per piece of gear, all with the group's
*>   disposition. A write or delete that failed marks the PLAYER line.
RegisterGroup.
       MOVE Group-Player-Image TO Player-Master.
       MOVE SPACES TO Register-Line.
       MOVE Dormant-Action TO Reg-Action.
       MOVE Group-Player TO Reg-Player.
       MOVE "PLAYER" TO Reg-Kind.
       MOVE PLevel TO Reg-Qty.
       MOVE Group-Last-Date TO Reg-Last-Date.
       MOVE Register-Disposition TO Reg-Disposition.
       IF Update-Failed = 'Y' THEN
           MOVE "09" TO Reg-Reason-Code
           MOVE "LIVE FILE UPDATE FAILED" TO Reg-Reason-Text
       END-IF.
       WRITE Register-Line.

       MOVE SPACES TO Register-Line.
       MOVE Dormant-Action TO Reg-Action.
       MOVE Group-Player TO Reg-Player.
       MOVE "GOLD" TO Reg-Kind.
       MOVE PGold TO Reg-Qty.
       MOVE Register-Disposition TO Reg-Disposition.
       WRITE Register-Line.

       PERFORM VARYING Group-Index FROM 1 BY 1
               UNTIL Group-Index > Group-Count
           MOVE SPACES TO Register-Line
           MOVE Dormant-Action TO Reg-Action
           MOVE Group-Player TO Reg-Player
           MOVE Register-Disposition TO Reg-Disposition
           IF Grp-Type(Group-Index) = 'I' THEN
               MOVE Grp-Image(Group-Index) TO Inventory-Rec
               MOVE "ITEM" TO Reg-Kind
               MOVE Inv-Item TO Reg-Item
               MOVE Inv-Qty TO Reg-Qty
               ADD 1 TO Total-Items-Moved
           ELSE
               MOVE Grp-Image(Group-Index) TO Equipment-Rec
               MOVE "GEAR" TO Reg-Kind
               MOVE Eq-Slot TO Reg-Slot
               MOVE Eq-Item TO Reg-Item
               MOVE 1 TO Reg-Qty
               ADD 1 TO Total-Gear-Moved
           END-IF
           WRITE Register-Line
       END-PERFORM.
