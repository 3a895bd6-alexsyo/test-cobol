       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. runbkout.
AUTHOR. Alexsyo.
DATE-WRITTEN.15/10/2026


ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL RunCatalogFile ASSIGN TO "runcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Catalog-File-Status.

       SELECT JournalFile ASSIGN TO Journal-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Journal-File-Status.

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

       SELECT QuestProgressFile ASSIGN TO "questprog.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS QP-Key
           FILE STATUS IS Quest-Progress-Status.

       SELECT LeagueFile ASSIGN TO "league.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Lgr-Key
           FILE STATUS IS League-File-Status.

       SELECT RunLockFile ASSIGN TO "runlock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Lock-File-Status.

       SELECT RegisterFile ASSIGN TO "bkoutreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.


DATA DIVISION.
FILE SECTION.
FD RunCatalogFile.
*>   Mirror of the battle job's run catalog record. This job is the
*>   one writer besides the battle job: it reads the whole catalog
*>   and writes it back with the reversed run's Cat-Status set to B,
*>   which is what tells leaguepost, battlext and invrecon to leave
*>   the run alone from then on.
01 Catalog-Rec.
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

FD JournalFile.
*>   Mirror of the battle job's before/after-image journal record:
*>   B = the key's image before the run first touched it, A = its
*>   image as the run left it. File P = players.dat, I = inventory.dat,
*>   Q = questprog.dat.
01 Journal-Rec.
       02 Jnl-Type PIC X(1).
       02 FILLER PIC X(1).
       02 Jnl-File PIC X(1).
       02 FILLER PIC X(1).
       02 Jnl-Key PIC X(20).
       02 FILLER PIC X(1).
       02 Jnl-Present PIC X(1).
       02 FILLER PIC X(1).
       02 Jnl-Image PIC X(40).

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

FD QuestProgressFile.
*>   Mirror of the battle job's quest-progress record.
01 Quest-Progress-Rec.
       02 QP-Key.
           03 QP-Player PIC X(10).
           03 QP-Quest PIC X(6).
       02 QP-Count PIC 9(3).
       02 QP-Status PIC X(1).
       02 QP-Done-Run PIC X(14).

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

FD RunLockFile.
01 Run-Lock-Rec PIC X(14).

FD RegisterFile.
*>   One line per key put back (RESTORED), per key the run created
*>   and the backout removed (REMOVED), per ledger record taken back
*>   off league.dat (UNPOSTED), and per key or run that stopped the
*>   backout (REFUSED), with the image replaced and the image put
*>   back so the register alone shows what the backout did.
01 Register-Line.
       02 Reg-Run-Id PIC X(14).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-File PIC X(13).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Key PIC X(24).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Disposition PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Reason-Code PIC X(2).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Reason-Text PIC X(30).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Replaced-Image PIC X(40).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Restored-Image PIC X(40).

WORKING-STORAGE SECTION.
01 Catalog-File-Status PIC X(2) VALUE SPACES.
01 Journal-File-Status PIC X(2) VALUE SPACES.
01 Player-File-Status PIC X(2) VALUE SPACES.
01 Inventory-File-Status PIC X(2) VALUE SPACES.
01 Quest-Progress-Status PIC X(2) VALUE SPACES.
01 League-File-Status PIC X(2) VALUE SPACES.
01 Lock-File-Status PIC X(2) VALUE SPACES.
01 Journal-File-Name PIC X(30) VALUE SPACES.

01 Run-Parm PIC X(40) VALUE SPACES.
01 Parm-Word-1 PIC X(20) VALUE SPACES.
01 Backout-Run-Id PIC X(14) VALUE SPACES.
01 Backout-Run-Index PIC 9(3) VALUE 0.
01 Backout-Refused PIC X(1) VALUE 'N'.
01 Refuse-Key PIC X(24) VALUE SPACES.
01 Refuse-Reason-Code PIC X(2) VALUE SPACES.
01 Refuse-Reason-Text PIC X(30) VALUE SPACES.

*>   The backout takes the same run lock the battle job does, under a
*>   run ID of its own, so it can never reverse keys a live run is
*>   in the middle of updating.
01 Lock-Run-Id PIC X(14) VALUE SPACES.
01 Lock-Holder-Run-Id PIC X(14) VALUE SPACES.
01 Lock-Held PIC X(1) VALUE 'N'.
01 Lock-Date PIC X(8) VALUE SPACES.
01 Lock-Time PIC X(8) VALUE SPACES.

*>   The whole catalog, held in core so it can be written back with
*>   the reversed run marked; a catalog bigger than the table is
*>   refused rather than truncated, the same rule the suspense
*>   rewrite follows.
01 Catalog-Table.
       02 Catalog-Entry OCCURS 999 TIMES PIC X(143).
01 Catalog-Count PIC 9(3) VALUE 0.
01 Catalog-Index PIC 9(3) VALUE 0.
01 Catalog-EOF PIC X(1) VALUE 'N'.
01 Catalog-Overflow PIC X(1) VALUE 'N'.

*>   One entry per master key the run journalled: the opening image
*>   to put back, the closing image the key must still hold for the
*>   backout to be safe, and the reason it is not, if it is not.
01 Backout-Key-Table.
       02 Backout-Key-Entry OCCURS 500 TIMES.
           03 Bk-File PIC X(1).
           03 Bk-Key PIC X(20).
           03 Bk-Before-Present PIC X(1).
           03 Bk-Before-Image PIC X(40).
           03 Bk-After-Seen PIC X(1).
           03 Bk-After-Present PIC X(1).
           03 Bk-After-Image PIC X(40).
           03 Bk-Conflict-Code PIC X(2).
           03 Bk-Conflict-Text PIC X(30).
01 Backout-Key-Count PIC 9(3) VALUE 0.
01 Backout-Key-Index PIC 9(3) VALUE 0.
01 Backout-Key-Found PIC 9(3) VALUE 0.
01 Journal-EOF PIC X(1) VALUE 'N'.
01 Journal-Overflow PIC X(1) VALUE 'N'.

01 Later-Run-Id PIC X(14) VALUE SPACES.
01 Current-Present PIC X(1) VALUE 'N'.
01 Current-Image PIC X(40) VALUE SPACES.
01 League-EOF PIC X(1) VALUE 'N'.

01 Total-Keys-Journalled PIC 9(5) VALUE 0.
01 Total-Keys-Restored PIC 9(5) VALUE 0.
01 Total-Keys-Removed PIC 9(5) VALUE 0.
01 Total-Keys-Refused PIC 9(5) VALUE 0.
01 Total-League-Unposted PIC 9(5) VALUE 0.
01 Total-Keys-Failed PIC 9(5) VALUE 0.
01 Total-League-Left PIC 9(5) VALUE 0.

*>   Set when a put-back or a ledger delete did not take. A run with
*>   any key not put back is left unmarked on the catalog so it is
*>   never mistaken for a clean backout.
01 Key-Failed PIC X(1) VALUE 'N'.
01 Restore-Failed PIC X(1) VALUE 'N'.
01 Catalog-Rewrite-Failed PIC X(1) VALUE 'N'.
01 Failed-Status PIC X(2) VALUE SPACES.

*>   0 = run backed out, 4 = nothing to do (already backed out),
*>   8 = backout refused because keys have moved on since the run,
*>   12 = the backout could not be attempted at all.
01 Run-Severity PIC 9(2) VALUE 0.
01 Severity-Work PIC 9(2) VALUE 0.


PROCEDURE DIVISION.
Main.
       ACCEPT Run-Parm FROM COMMAND-LINE.
       MOVE SPACES TO Parm-Word-1.
       UNSTRING Run-Parm DELIMITED BY SPACE INTO Parm-Word-1.
       IF Parm-Word-1(1:4) = "RUN="
           MOVE Parm-Word-1(5:14) TO Backout-Run-Id
       END-IF.
       IF Backout-Run-Id = SPACES THEN
           DISPLAY "No run named - supply RUN=<run id> from runcat.txt"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       ACCEPT Lock-Date FROM DATE YYYYMMDD.
       ACCEPT Lock-Time FROM TIME.
       STRING Lock-Date Lock-Time(1:6)
           DELIMITED BY SIZE INTO Lock-Run-Id.
       PERFORM AcquireRunLock.
       IF Lock-Held = 'N' THEN
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN OUTPUT RegisterFile.
       PERFORM BackoutRun.
       CLOSE RegisterFile.
       PERFORM ReleaseRunLock.

       PERFORM DisplayTotals.
       IF Restore-Failed = 'Y' THEN
           DISPLAY "Run " Backout-Run-Id " only partly backed out and "
               "NOT marked on runcat.txt - see bkoutreg.txt"
       ELSE IF Catalog-Rewrite-Failed = 'Y' THEN
           DISPLAY "Run " Backout-Run-Id " backed out but NOT marked "
               "on runcat.txt"
       ELSE IF Backout-Refused = 'N' THEN
           DISPLAY "Run " Backout-Run-Id " backed out and marked on "
               "runcat.txt"
       ELSE
           DISPLAY "Run " Backout-Run-Id " NOT backed out - see "
               "bkoutreg.txt"
       END-IF.
       DISPLAY "Highest condition code .. : " Run-Severity.
       MOVE Run-Severity TO RETURN-CODE.
       STOP RUN.

*>   Prints the backout control totals: keys restored plus keys
*>   removed must equal the keys journalled on a completed backout.
DisplayTotals.
       DISPLAY SPACE.
       DISPLAY "=== RUN BACKOUT CONTROL TOTALS ===".
       DISPLAY "Keys journalled by run ...: " Total-Keys-Journalled.
       DISPLAY "Keys restored ............: " Total-Keys-Restored.
       DISPLAY "Keys removed .............: " Total-Keys-Removed.
       DISPLAY "Keys in conflict .........: " Total-Keys-Refused.
       DISPLAY "League records unposted ..: " Total-League-Unposted.
       DISPLAY "Keys not put back ........: " Total-Keys-Failed.
       DISPLAY "League records left ......: " Total-League-Left.

*>   Takes the exclusive run lock exactly the way the battle job
*>   does; a held lock fails the backout with the severity-12
*>   condition.
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
               "rerun the backout when it finishes"
       ELSE
           OPEN OUTPUT RunLockFile
           IF Lock-File-Status = "00" THEN
               MOVE Lock-Run-Id TO Run-Lock-Rec
               WRITE Run-Lock-Rec
               CLOSE RunLockFile
               MOVE 'Y' TO Lock-Held
           ELSE
               DISPLAY "Unable to write run lock runlock.txt (status "
                   Lock-File-Status "), cannot back out"
           END-IF
       END-IF.

ReleaseRunLock.
       OPEN OUTPUT RunLockFile.
       CLOSE RunLockFile.

RaiseSeverity.
       IF Severity-Work > Run-Severity
           MOVE Severity-Work TO Run-Severity
       END-IF.

*>   Reverses the named run with every check made before the first
*>   update: the run must be on the catalog, not already backed out,
*>   and journalled; no later run may have journalled any of the same
*>   keys; and every key must still hold the closing image the run
*>   left it with (anything else - playermaint, the shop, a hand
*>   edit - has moved it since, and putting the opening image back
*>   would destroy that later change). Only then is every key put
*>   back, the run's league postings taken off the ledger and the
*>   run marked B on the catalog. A refusal changes nothing.
BackoutRun.
       PERFORM LoadCatalog.
       IF Catalog-Overflow = 'Y' THEN
           MOVE Backout-Run-Id TO Refuse-Key
           MOVE "09" TO Refuse-Reason-Code
           MOVE "CATALOG HOLDS OVER 999 RUNS" TO Refuse-Reason-Text
           PERFORM RefuseRun
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.

       PERFORM FindBackoutRun.
       IF Backout-Refused = 'Y' THEN
           EXIT PARAGRAPH
       END-IF.

       PERFORM LoadRunJournal.
       IF Backout-Refused = 'Y' THEN
           EXIT PARAGRAPH
       END-IF.

       PERFORM CheckLaterRuns.
       IF Backout-Refused = 'Y' THEN
           EXIT PARAGRAPH
       END-IF.

       PERFORM OpenMasterFiles.
       IF Backout-Refused = 'Y' THEN
           EXIT PARAGRAPH
       END-IF.

       PERFORM CheckClosingImages.
       IF Total-Keys-Refused > 0 THEN
           PERFORM WriteConflictLines
           MOVE 'Y' TO Backout-Refused
           MOVE 8 TO Severity-Work
           PERFORM RaiseSeverity
       ELSE
           PERFORM RestoreAllKeys
           IF Restore-Failed = 'Y' THEN
               MOVE 12 TO Severity-Work
               PERFORM RaiseSeverity
           ELSE
               PERFORM UnpostLeague
               PERFORM RewriteCatalog
           END-IF
       END-IF.
       CLOSE PlayerFile.
       CLOSE InventoryFile.
       CLOSE QuestProgressFile.

*>   Writes a run-level REFUSED line and stops the backout.
RefuseRun.
       MOVE 'Y' TO Backout-Refused.
       MOVE SPACES TO Register-Line.
       MOVE Backout-Run-Id TO Reg-Run-Id.
       MOVE "runcat.txt" TO Reg-File.
       MOVE Refuse-Key TO Reg-Key.
       MOVE "REFUSED" TO Reg-Disposition.
       MOVE Refuse-Reason-Code TO Reg-Reason-Code.
       MOVE Refuse-Reason-Text TO Reg-Reason-Text.
       WRITE Register-Line.
       DISPLAY "Backout refused: " Refuse-Key " " Refuse-Reason-Text.

*>   Reads the whole run catalog into its table.
LoadCatalog.
       MOVE 0 TO Catalog-Count.
       MOVE 'N' TO Catalog-EOF.
       MOVE 'N' TO Catalog-Overflow.
       OPEN INPUT RunCatalogFile.
       PERFORM UNTIL Catalog-EOF = 'Y'
           READ RunCatalogFile
               AT END MOVE 'Y' TO Catalog-EOF
               NOT AT END
                   IF Catalog-Count >= 999 THEN
                       MOVE 'Y' TO Catalog-Overflow
                       MOVE 'Y' TO Catalog-EOF
                   ELSE
                       ADD 1 TO Catalog-Count
                       MOVE Catalog-Rec TO Catalog-Entry(Catalog-Count)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE RunCatalogFile.

*>   Finds the named run on the catalog (the last entry wins, the
*>   same rule the downstream jobs resolve a RUN= parm by) and checks
*>   it can be backed out at all.
FindBackoutRun.
       MOVE 0 TO Backout-Run-Index.
       PERFORM VARYING Catalog-Index FROM 1 BY 1
               UNTIL Catalog-Index > Catalog-Count
           MOVE Catalog-Entry(Catalog-Index) TO Catalog-Rec
           IF Cat-Run-Id = Backout-Run-Id
               MOVE Catalog-Index TO Backout-Run-Index
           END-IF
       END-PERFORM.
       MOVE Backout-Run-Id TO Refuse-Key.
       IF Backout-Run-Index = 0 THEN
           MOVE "02" TO Refuse-Reason-Code
           MOVE "RUN NOT IN CATALOG" TO Refuse-Reason-Text
           PERFORM RefuseRun
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.
       MOVE Catalog-Entry(Backout-Run-Index) TO Catalog-Rec.
       IF Cat-Status = 'B' THEN
           MOVE "03" TO Refuse-Reason-Code
           MOVE "RUN ALREADY BACKED OUT" TO Refuse-Reason-Text
           PERFORM RefuseRun
           MOVE 4 TO Severity-Work
           PERFORM RaiseSeverity
       ELSE IF Cat-Journal-File = SPACES THEN
           MOVE "04" TO Refuse-Reason-Code
           MOVE "RUN HAS NO JOURNAL" TO Refuse-Reason-Text
           PERFORM RefuseRun
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
       ELSE
           MOVE Cat-Journal-File TO Journal-File-Name
       END-IF.

*>   Loads the run's journal into the key table: the first B record
*>   for a key is its opening image (a key journalled twice past the
*>   battle job's table cap keeps the first), and the A record is
*>   its closing image.
LoadRunJournal.
       OPEN INPUT JournalFile.
       IF Journal-File-Status NOT = "00" THEN
           MOVE Backout-Run-Id TO Refuse-Key
           MOVE "04" TO Refuse-Reason-Code
           MOVE "RUN HAS NO JOURNAL" TO Refuse-Reason-Text
           PERFORM RefuseRun
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO Journal-EOF.
       PERFORM UNTIL Journal-EOF = 'Y'
           READ JournalFile
               AT END MOVE 'Y' TO Journal-EOF
               NOT AT END
                   PERFORM FindBackoutKey
                   EVALUATE TRUE
                       WHEN Jnl-Type = 'B' AND Backout-Key-Found = 0
                           PERFORM AddBackoutKey
                       WHEN Jnl-Type = 'A' AND Backout-Key-Found NOT = 0
                           MOVE 'Y' TO Bk-After-Seen(Backout-Key-Found)
                           MOVE Jnl-Present
                               TO Bk-After-Present(Backout-Key-Found)
                           MOVE Jnl-Image
                               TO Bk-After-Image(Backout-Key-Found)
                   END-EVALUATE
           END-READ
       END-PERFORM.
       CLOSE JournalFile.
       IF Journal-Overflow = 'Y' THEN
           MOVE Backout-Run-Id TO Refuse-Key
           MOVE "09" TO Refuse-Reason-Code
           MOVE "JOURNAL HOLDS OVER 500 KEYS" TO Refuse-Reason-Text
           PERFORM RefuseRun
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
       END-IF.

*>   Finds the key-table entry for the journal record's file and key.
FindBackoutKey.
       MOVE 0 TO Backout-Key-Found.
       MOVE 1 TO Backout-Key-Index.
       PERFORM UNTIL Backout-Key-Index > Backout-Key-Count
               OR Backout-Key-Found NOT = 0
           IF Bk-File(Backout-Key-Index) = Jnl-File
                   AND Bk-Key(Backout-Key-Index) = Jnl-Key
               MOVE Backout-Key-Index TO Backout-Key-Found
           END-IF
           ADD 1 TO Backout-Key-Index
       END-PERFORM.

AddBackoutKey.
       IF Backout-Key-Count >= 500 THEN
           MOVE 'Y' TO Journal-Overflow
       ELSE
           ADD 1 TO Backout-Key-Count
           ADD 1 TO Total-Keys-Journalled
           MOVE Jnl-File TO Bk-File(Backout-Key-Count)
           MOVE Jnl-Key TO Bk-Key(Backout-Key-Count)
           MOVE Jnl-Present TO Bk-Before-Present(Backout-Key-Count)
           MOVE Jnl-Image TO Bk-Before-Image(Backout-Key-Count)
           MOVE 'N' TO Bk-After-Seen(Backout-Key-Count)
           MOVE 'N' TO Bk-After-Present(Backout-Key-Count)
           MOVE SPACES TO Bk-After-Image(Backout-Key-Count)
           MOVE SPACES TO Bk-Conflict-Code(Backout-Key-Count)
           MOVE SPACES TO Bk-Conflict-Text(Backout-Key-Count)
       END-IF.

*>   Walks every run catalogued after the one being backed out. A
*>   later run that was itself backed out has already been undone
*>   and is passed over; any other later run that journalled one of
*>   the same keys has built on this run's result, so the key is in
*>   conflict. A later run whose journal cannot be read cannot be
*>   cleared, and stops the backout on its own.
CheckLaterRuns.
       COMPUTE Catalog-Index = Backout-Run-Index + 1.
       PERFORM UNTIL Catalog-Index > Catalog-Count
           MOVE Catalog-Entry(Catalog-Index) TO Catalog-Rec
           IF Cat-Status NOT = 'B'
               PERFORM CheckOneLaterRun
           END-IF
           ADD 1 TO Catalog-Index
       END-PERFORM.
       IF Total-Keys-Refused > 0 THEN
           PERFORM WriteConflictLines
           MOVE 'Y' TO Backout-Refused
           MOVE 8 TO Severity-Work
           PERFORM RaiseSeverity
       END-IF.

CheckOneLaterRun.
       MOVE Cat-Run-Id TO Later-Run-Id.
       MOVE Cat-Journal-File TO Journal-File-Name.
       MOVE 'N' TO Journal-EOF.
       IF Journal-File-Name = SPACES THEN
           MOVE "99" TO Journal-File-Status
       ELSE
           OPEN INPUT JournalFile
       END-IF.
       IF Journal-File-Status NOT = "00" THEN
           MOVE Later-Run-Id TO Refuse-Key
           MOVE "06" TO Refuse-Reason-Code
           MOVE "LATER RUN HAS NO JOURNAL" TO Refuse-Reason-Text
           PERFORM RefuseRun
           MOVE 8 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL Journal-EOF = 'Y'
           READ JournalFile
               AT END MOVE 'Y' TO Journal-EOF
               NOT AT END
                   IF Jnl-Type = 'B' THEN
                       PERFORM FindBackoutKey
                       IF Backout-Key-Found NOT = 0
                           IF Bk-Conflict-Code(Backout-Key-Found) = SPACES
                               ADD 1 TO Total-Keys-Refused
                               MOVE "05"
                                   TO Bk-Conflict-Code(Backout-Key-Found)
                               STRING "UPDATED BY RUN " Later-Run-Id
                                   DELIMITED BY SIZE
                                   INTO Bk-Conflict-Text(Backout-Key-Found)
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE JournalFile.

*>   Opens the masters for update; the inventory and quest-progress
*>   files are created empty if they do not exist yet, the same way
*>   the battle job opens them.
OpenMasterFiles.
       OPEN I-O PlayerFile.
       IF Player-File-Status NOT = "00" THEN
           MOVE Backout-Run-Id TO Refuse-Key
           MOVE "10" TO Refuse-Reason-Code
           MOVE "PLAYER MASTER UNAVAILABLE" TO Refuse-Reason-Text
           PERFORM RefuseRun
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.
       OPEN I-O InventoryFile.
       IF Inventory-File-Status = "35" THEN
           OPEN OUTPUT InventoryFile
           CLOSE InventoryFile
           OPEN I-O InventoryFile
       END-IF.
       IF Inventory-File-Status NOT = "00" THEN
           CLOSE PlayerFile
           MOVE Backout-Run-Id TO Refuse-Key
           MOVE "10" TO Refuse-Reason-Code
           MOVE "INVENTORY FILE UNAVAILABLE" TO Refuse-Reason-Text
           PERFORM RefuseRun
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
           EXIT PARAGRAPH
       END-IF.
       OPEN I-O QuestProgressFile.
       IF Quest-Progress-Status = "35" THEN
           OPEN OUTPUT QuestProgressFile
           CLOSE QuestProgressFile
           OPEN I-O QuestProgressFile
       END-IF.
       IF Quest-Progress-Status NOT = "00" THEN
           CLOSE PlayerFile
           CLOSE InventoryFile
           MOVE Backout-Run-Id TO Refuse-Key
           MOVE "10" TO Refuse-Reason-Code
           MOVE "QUEST PROGRESS UNAVAILABLE" TO Refuse-Reason-Text
           PERFORM RefuseRun
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
       END-IF.

*>   Every key must still hold exactly the image the run left it
*>   with. A key with no closing image was journalled past the battle
*>   job's cap and cannot be proved safe either way.
CheckClosingImages.
       MOVE 1 TO Backout-Key-Index.
       PERFORM UNTIL Backout-Key-Index > Backout-Key-Count
           IF Bk-After-Seen(Backout-Key-Index) = 'N' THEN
               ADD 1 TO Total-Keys-Refused
               MOVE "08" TO Bk-Conflict-Code(Backout-Key-Index)
               MOVE "NO CLOSING IMAGE IN JOURNAL"
                   TO Bk-Conflict-Text(Backout-Key-Index)
           ELSE
               PERFORM ReadCurrentImage
               IF Current-Present NOT = Bk-After-Present(Backout-Key-Index)
                       OR Current-Image
                           NOT = Bk-After-Image(Backout-Key-Index) THEN
                   ADD 1 TO Total-Keys-Refused
                   MOVE "07" TO Bk-Conflict-Code(Backout-Key-Index)
                   MOVE "KEY CHANGED SINCE THE RUN"
                       TO Bk-Conflict-Text(Backout-Key-Index)
               END-IF
           END-IF
           ADD 1 TO Backout-Key-Index
       END-PERFORM.

*>   Reads the key at Backout-Key-Index from its master, leaving the
*>   record positioned for the restore and its image in
*>   Current-Image (spaces when the key is absent).
ReadCurrentImage.
       MOVE SPACES TO Current-Image.
       MOVE 'N' TO Current-Present.
       IF Bk-File(Backout-Key-Index) = 'P' THEN
           MOVE Bk-Key(Backout-Key-Index) TO PName
           READ PlayerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO Current-Present
                   MOVE Player-Master TO Current-Image
           END-READ
       ELSE IF Bk-File(Backout-Key-Index) = 'Q' THEN
           MOVE Bk-Key(Backout-Key-Index) TO QP-Key
           READ QuestProgressFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO Current-Present
                   MOVE Quest-Progress-Rec TO Current-Image
           END-READ
       ELSE
           MOVE Bk-Key(Backout-Key-Index) TO Inv-Key
           READ InventoryFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO Current-Present
                   MOVE Inventory-Rec TO Current-Image
           END-READ
       END-IF.

*>   Lists every key in conflict on the register; nothing is updated.
WriteConflictLines.
       MOVE 1 TO Backout-Key-Index.
       PERFORM UNTIL Backout-Key-Index > Backout-Key-Count
           IF Bk-Conflict-Code(Backout-Key-Index) NOT = SPACES THEN
               MOVE SPACES TO Register-Line
               MOVE Backout-Run-Id TO Reg-Run-Id
               PERFORM SetRegisterFile
               MOVE Bk-Key(Backout-Key-Index) TO Reg-Key
               MOVE "REFUSED" TO Reg-Disposition
               MOVE Bk-Conflict-Code(Backout-Key-Index) TO Reg-Reason-Code
               MOVE Bk-Conflict-Text(Backout-Key-Index) TO Reg-Reason-Text
               WRITE Register-Line
           END-IF
           ADD 1 TO Backout-Key-Index
       END-PERFORM.
       DISPLAY "Backout refused: " Total-Keys-Refused
           " keys have moved on since run " Backout-Run-Id.

SetRegisterFile.
       IF Bk-File(Backout-Key-Index) = 'P' THEN
           MOVE "players.dat" TO Reg-File
       ELSE IF Bk-File(Backout-Key-Index) = 'Q' THEN
           MOVE "questprog.dat" TO Reg-File
       ELSE
           MOVE "inventory.dat" TO Reg-File
       END-IF.

*>   Puts every journalled key back to its opening image: a key that
*>   existed is rewritten (or written, should it have been deleted
*>   and the deletion itself backed out), and a key the run created
*>   is deleted.
RestoreAllKeys.
       MOVE 1 TO Backout-Key-Index.
       PERFORM UNTIL Backout-Key-Index > Backout-Key-Count
           PERFORM RestoreOneKey
           ADD 1 TO Backout-Key-Index
       END-PERFORM.

RestoreOneKey.
       PERFORM ReadCurrentImage.
       MOVE 'N' TO Key-Failed.
       MOVE SPACES TO Register-Line.
       MOVE Backout-Run-Id TO Reg-Run-Id.
       PERFORM SetRegisterFile.
       MOVE Bk-Key(Backout-Key-Index) TO Reg-Key.
       MOVE Current-Image TO Reg-Replaced-Image.
       IF Bk-Before-Present(Backout-Key-Index) = 'Y' THEN
           MOVE Bk-Before-Image(Backout-Key-Index) TO Reg-Restored-Image
           IF Bk-File(Backout-Key-Index) = 'P' THEN
               MOVE Bk-Before-Image(Backout-Key-Index)(1:30)
                   TO Player-Master
               IF Current-Present = 'Y'
                   REWRITE Player-Master
                       INVALID KEY MOVE 'Y' TO Key-Failed
                   END-REWRITE
               ELSE
                   WRITE Player-Master
                       INVALID KEY MOVE 'Y' TO Key-Failed
                   END-WRITE
               END-IF
           ELSE IF Bk-File(Backout-Key-Index) = 'Q' THEN
               MOVE Bk-Before-Image(Backout-Key-Index)(1:34)
                   TO Quest-Progress-Rec
               IF Current-Present = 'Y'
                   REWRITE Quest-Progress-Rec
                       INVALID KEY MOVE 'Y' TO Key-Failed
                   END-REWRITE
               ELSE
                   WRITE Quest-Progress-Rec
                       INVALID KEY MOVE 'Y' TO Key-Failed
                   END-WRITE
               END-IF
           ELSE
               MOVE Bk-Before-Image(Backout-Key-Index)(1:23)
                   TO Inventory-Rec
               IF Current-Present = 'Y'
                   REWRITE Inventory-Rec
                       INVALID KEY MOVE 'Y' TO Key-Failed
                   END-REWRITE
               ELSE
                   WRITE Inventory-Rec
                       INVALID KEY MOVE 'Y' TO Key-Failed
                   END-WRITE
               END-IF
           END-IF
           END-IF
           PERFORM CheckRestoreStatus
           IF Key-Failed = 'N'
               MOVE "RESTORED" TO Reg-Disposition
               ADD 1 TO Total-Keys-Restored
           END-IF
       ELSE
           IF Current-Present = 'Y' THEN
               IF Bk-File(Backout-Key-Index) = 'P'
                   DELETE PlayerFile
                       INVALID KEY MOVE 'Y' TO Key-Failed
                   END-DELETE
               ELSE IF Bk-File(Backout-Key-Index) = 'Q'
                   DELETE QuestProgressFile
                       INVALID KEY MOVE 'Y' TO Key-Failed
                   END-DELETE
               ELSE
                   DELETE InventoryFile
                       INVALID KEY MOVE 'Y' TO Key-Failed
                   END-DELETE
               END-IF
               END-IF
               PERFORM CheckRestoreStatus
           END-IF
           IF Key-Failed = 'N'
               MOVE "REMOVED" TO Reg-Disposition
               ADD 1 TO Total-Keys-Removed
           END-IF
       END-IF.
       IF Key-Failed = 'Y' THEN
           MOVE 'Y' TO Restore-Failed
           ADD 1 TO Total-Keys-Failed
           MOVE "FAILED" TO Reg-Disposition
           MOVE "10" TO Reg-Reason-Code
           STRING "NOT PUT BACK - STATUS " Failed-Status
               DELIMITED BY SIZE INTO Reg-Reason-Text
           DISPLAY "Key " Bk-Key(Backout-Key-Index) " not put back "
               "(status " Failed-Status ")"
       END-IF.
       WRITE Register-Line.

*>   Takes the file status of the update just made on the key's file;
*>   anything but 00 is a failed put-back, INVALID KEY or not.
CheckRestoreStatus.
       EVALUATE Bk-File(Backout-Key-Index)
           WHEN 'P' MOVE Player-File-Status TO Failed-Status
           WHEN 'Q' MOVE Quest-Progress-Status TO Failed-Status
           WHEN OTHER MOVE Inventory-File-Status TO Failed-Status
       END-EVALUATE.
       IF Failed-Status NOT = "00"
           MOVE 'Y' TO Key-Failed
       END-IF.

*>   Takes the run's records back off the league ledger, if leaguepost
*>   had already posted it, so the standings no longer count fights
*>   whose results have just been reversed. No ledger at all simply
*>   means nothing was ever posted.
UnpostLeague.
       OPEN I-O LeagueFile.
       IF League-File-Status NOT = "00" THEN
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO League-EOF.
       MOVE Backout-Run-Id TO Lgr-Run-Id.
       MOVE LOW-VALUES TO Lgr-Player.
       START LeagueFile KEY IS NOT LESS THAN Lgr-Key
           INVALID KEY MOVE 'Y' TO League-EOF
       END-START.
       PERFORM UNTIL League-EOF = 'Y'
           READ LeagueFile NEXT
               AT END MOVE 'Y' TO League-EOF
               NOT AT END
                   IF Lgr-Run-Id NOT = Backout-Run-Id THEN
                       MOVE 'Y' TO League-EOF
                   ELSE
                       MOVE SPACES TO Register-Line
                       MOVE Backout-Run-Id TO Reg-Run-Id
                       MOVE "league.dat" TO Reg-File
                       MOVE Lgr-Key TO Reg-Key
                       DELETE LeagueFile
                           INVALID KEY CONTINUE
                       END-DELETE
                       IF League-File-Status = "00" THEN
                           MOVE "UNPOSTED" TO Reg-Disposition
                           ADD 1 TO Total-League-Unposted
                       ELSE
                           MOVE "FAILED" TO Reg-Disposition
                           MOVE "11" TO Reg-Reason-Code
                           STRING "LEFT POSTED - STATUS "
                               League-File-Status
                               DELIMITED BY SIZE INTO Reg-Reason-Text
                           DISPLAY "League record " Lgr-Key
                               " left posted (status "
                               League-File-Status ") - remove it by hand"
                           ADD 1 TO Total-League-Left
                           MOVE 12 TO Severity-Work
                           PERFORM RaiseSeverity
                       END-IF
                       WRITE Register-Line
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE LeagueFile.

*>   Writes the catalog back with the run marked B.
RewriteCatalog.
       MOVE Catalog-Entry(Backout-Run-Index) TO Catalog-Rec.
       MOVE 'B' TO Cat-Status.
       MOVE Catalog-Rec TO Catalog-Entry(Backout-Run-Index).
       OPEN OUTPUT RunCatalogFile.
       IF Catalog-File-Status NOT = "00" THEN
           MOVE 'Y' TO Catalog-Rewrite-Failed
       ELSE
           PERFORM VARYING Catalog-Index FROM 1 BY 1
                   UNTIL Catalog-Index > Catalog-Count
                       OR Catalog-Rewrite-Failed = 'Y'
               MOVE Catalog-Entry(Catalog-Index) TO Catalog-Rec
               WRITE Catalog-Rec
               IF Catalog-File-Status NOT = "00"
                   MOVE 'Y' TO Catalog-Rewrite-Failed
               END-IF
           END-PERFORM
           CLOSE RunCatalogFile
       END-IF.
*>   The keys are already back, so a catalog that cannot be rewritten
*>   leaves a reversed run the downstream jobs would still pick up;
*>   that has to stop the batch until it is marked by hand.
       IF Catalog-Rewrite-Failed = 'Y' THEN
           DISPLAY "Unable to rewrite run catalog runcat.txt (status "
               Catalog-File-Status ") - run " Backout-Run-Id
               " is backed out but NOT marked B; mark it by hand "
               "before battlext, leaguepost, invrecon or enemybal run"
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
       END-IF.
