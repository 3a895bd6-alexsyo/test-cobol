           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL QuestRegisterFile ASSIGN TO "questreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL TradeLogFile ASSIGN TO "tradelog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT ExceptionFile ASSIGN TO "invrecx.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       02 Snap-Player PIC X(10).
       02 Snap-Item PIC X(10).
       02 Snap-Qty PIC 9(3).
*>   The SNAP pass writes one stamp record ahead of the images, giving
*>   the date and time the opening position was taken; trade postings
*>   from then on are the ones the reconcile explains.
01 Snapshot-Stamp-Rec.
       02 SS-Tag PIC X(5).
       02 SS-Date PIC X(8).
       02 FILLER PIC X(1).
       02 SS-Time PIC X(8).

FD ReportFile.
01 Report-In PIC X(100).

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

FD DropFile.
01 Drop-Rec.
       02 DF-Enemy PIC X(10).
       02 DF-Item PIC X(10).

FD QuestRegisterFile.
*>   Mirror of the battle job's quest register line, as far as the
*>   run, the player and the item reward.
01 Quest-Register-In.
       02 QR-Run-Id PIC X(14).
       02 FILLER PIC X(1).
       02 QR-Player PIC X(10).
       02 FILLER PIC X(1).
       02 QR-Quest PIC X(6).
       02 FILLER PIC X(1).
       02 QR-Type PIC X(6).
       02 FILLER PIC X(1).
       02 QR-Target PIC X(20).
       02 FILLER PIC X(1).
       02 QR-Count PIC 9(3).
       02 FILLER PIC X(1).
       02 QR-Gold PIC 9(5).
       02 FILLER PIC X(1).
       02 QR-Item PIC X(10).
       02 FILLER PIC X(1).
       02 QR-Item-Qty PIC 9(3).

FD TradeLogFile.
*>   Mirror of the trade job's posting log: one line per item leg of
*>   an accepted trade, stamped with when it posted.
01 Trade-Log-In.
       02 TL-Date PIC X(8).
       02 FILLER PIC X(1).
       02 TL-Time PIC X(8).
       02 FILLER PIC X(1).
       02 TL-Id PIC X(6).
       02 FILLER PIC X(1).
       02 TL-From PIC X(10).
       02 FILLER PIC X(1).
       02 TL-To PIC X(10).
       02 FILLER PIC X(1).
       02 TL-Item PIC X(10).
       02 FILLER PIC X(1).
       02 TL-Qty PIC 9(3).

FD ExceptionFile.
01 Exception-Line.
       02 Exc-Player PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Exc-Drops PIC 9(3).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Exc-Quests PIC 9(3).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Exc-Uses PIC 9(3).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Exc-Traded PIC -999.
       02 FILLER PIC X(1) VALUE SPACE.
       02 Exc-Expected PIC -999.
       02 FILLER PIC X(1) VALUE SPACE.
       02 Exc-Closing PIC 9(3).
01 Report-EOF PIC X(1) VALUE 'N'.
01 Audit-EOF PIC X(1) VALUE 'N'.
01 Drop-EOF PIC X(1) VALUE 'N'.
01 Quest-Register-EOF PIC X(1) VALUE 'N'.
01 Trade-Log-EOF PIC X(1) VALUE 'N'.

*>   When the opening snapshot was taken, off its stamp record; blank
*>   for a snapshot taken before trades were stamped, in which case
*>   no trade posting can be placed inside the window.
01 Snapshot-Stamp PIC X(16) VALUE SPACES.
01 Trade-Stamp PIC X(16) VALUE SPACES.
01 Snap-Date PIC X(8) VALUE SPACES.
01 Snap-Time PIC X(8) VALUE SPACES.

01 Run-Parm PIC X(40) VALUE SPACES.
01 Parm-Word-1 PIC X(20) VALUE SPACES.
*>   catalogued run, or the run named on a RUN=<id> parm - with the
*>   legacy fixed names as the fallback when no catalog exists.
01 Selected-Run-Id PIC X(14) VALUE SPACES.
01 Reconcile-Run-Id PIC X(14) VALUE SPACES.
01 Report-File-Name PIC X(30) VALUE "battlerpt.txt".
01 Audit-File-Name PIC X(30) VALUE "audit.txt".
01 Catalog-EOF PIC X(1) VALUE 'N'.
01 Catalog-Run-Found PIC X(1) VALUE 'N'.
01 Backed-Out-Run-Id PIC X(14) VALUE SPACES.

*>   One entry per player/item key touched by the snapshot, the run's
*>   drops, quest rewards and uses, the trades posted since the
*>   snapshot, or the closing file; the reconcile walks the table once
*>   at the end and anything whose opening + drops + quest rewards +
*>   items traded in - uses - items traded out is not the closing
*>   quantity is an exception.
01 Recon-Table.
       02 Recon-Entry OCCURS 200 TIMES.
           03 Rec-Player PIC X(10).
           03 Rec-Item PIC X(10).
           03 Rec-Opening PIC 9(3).
           03 Rec-Drops PIC 9(3).
           03 Rec-Quests PIC 9(3).
           03 Rec-Uses PIC 9(3).
           03 Rec-Trade-In PIC 9(4).
           03 Rec-Trade-Out PIC 9(4).
           03 Rec-Closing PIC 9(3).
           03 Rec-Closing-Seen PIC X(1).
01 Recon-Count PIC 9(3) VALUE 0.
01 Lookup-Player PIC X(10) VALUE SPACES.
01 Lookup-Item PIC X(10) VALUE SPACES.
01 Expected-Qty PIC S9(4) VALUE 0.
01 Traded-Qty PIC S9(4) VALUE 0.

01 Drop-Table.
       02 Drop-Entry OCCURS 50 TIMES.

01 Total-Snapshot-Keys PIC 9(5) VALUE 0.
01 Total-Drops-Derived PIC 9(5) VALUE 0.
01 Total-Quest-Items PIC 9(5) VALUE 0.
01 Total-Uses-Counted PIC 9(5) VALUE 0.
01 Total-Trade-Items PIC 9(5) VALUE 0.
01 Total-Keys-Balanced PIC 9(5) VALUE 0.
01 Total-Keys-Exception PIC 9(5) VALUE 0.

               DISPLAY "Run " Selected-Run-Id " is not in the run "
                   "catalog - nothing to reconcile"
               MOVE 12 TO Run-Severity
*>   A backed-out run's inventory postings have been reversed, so
*>   balancing its drops and uses against the closing file would
*>   report every one of them as an exception.
           ELSE IF Backed-Out-Run-Id NOT = SPACES THEN
               DISPLAY "Run " Backed-Out-Run-Id " has been backed out - "
                   "nothing to reconcile"
               MOVE 4 TO Run-Severity
           ELSE
               PERFORM Reconcile
           END-IF
           MOVE 12 TO Run-Severity
       ELSE
           OPEN OUTPUT SnapshotFile
           ACCEPT Snap-Date FROM DATE YYYYMMDD
           ACCEPT Snap-Time FROM TIME
           MOVE SPACES TO Snapshot-Stamp-Rec
           MOVE "SNAP " TO SS-Tag
           MOVE Snap-Date TO SS-Date
           MOVE Snap-Time TO SS-Time
           WRITE Snapshot-Stamp-Rec
           PERFORM UNTIL Inventory-EOF = 'Y'
               READ InventoryFile NEXT
                   AT END MOVE 'Y' TO Inventory-EOF
               " inventory keys written to invsnap.txt"
       END-IF.

*>   Reconcile pass: opening snapshot plus the run's drop awards and
*>   quest rewards, minus the run's item uses, plus or minus the items
*>   traded since the snapshot, must equal the closing quantity on
*>   every player/item key - the same balancing discipline the battle
*>   job's control totals give encounter counts, applied to the one
*>   keyed file that had no control figures. Drops are derived the
*>   way the battle job granted them: one of each of the defeated
*>   enemy's drop-list items per WIN row on the report. Uses come
*>   straight off the Audit-Item column of the audit trail, and quest
*>   rewards off the quest register.
Reconcile.
       OPEN INPUT ReportFile.
       IF Report-File-Status NOT = "00" THEN
       PERFORM LoadSnapshot.
       PERFORM LoadDrops.
       PERFORM DeriveDropAwards.
       PERFORM CreditQuestRewards.
       PERFORM CountItemUses.
       PERFORM CountTradePostings.
       PERFORM ReadClosingInventory.

       CLOSE ReportFile.
       DISPLAY "=== INVENTORY RECONCILIATION CONTROL TOTALS ===".
       DISPLAY "Snapshot keys loaded .....: " Total-Snapshot-Keys.
       DISPLAY "Drop awards derived ......: " Total-Drops-Derived.
       DISPLAY "Quest reward items .......: " Total-Quest-Items.
       DISPLAY "Item uses counted ........: " Total-Uses-Counted.
       DISPLAY "Trade items posted .......: " Total-Trade-Items.
       DISPLAY "Keys in balance ..........: " Total-Keys-Balanced.
       DISPLAY "Keys out of balance ......: " Total-Keys-Exception.

               MOVE Lookup-Item TO Rec-Item(Recon-Count)
               MOVE 0 TO Rec-Opening(Recon-Count)
               MOVE 0 TO Rec-Drops(Recon-Count)
               MOVE 0 TO Rec-Quests(Recon-Count)
               MOVE 0 TO Rec-Uses(Recon-Count)
               MOVE 0 TO Rec-Trade-In(Recon-Count)
               MOVE 0 TO Rec-Trade-Out(Recon-Count)
               MOVE 0 TO Rec-Closing(Recon-Count)
               MOVE 'N' TO Rec-Closing-Seen(Recon-Count)
               MOVE Recon-Count TO Recon-Found-Index
           READ SnapshotFile
               AT END MOVE 'Y' TO Snapshot-EOF
               NOT AT END
                   IF SS-Tag = "SNAP " AND SS-Date NUMERIC
                       STRING SS-Date SS-Time DELIMITED BY SIZE
                           INTO Snapshot-Stamp
                   ELSE
                       MOVE Snap-Player TO Lookup-Player
                       MOVE Snap-Item TO Lookup-Item
                       PERFORM FindReconEntry
                       IF Recon-Found-Index NOT = 0
                           MOVE Snap-Qty TO Rec-Opening(Recon-Found-Index)
                           ADD 1 TO Total-Snapshot-Keys
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
           ADD 1 TO Drop-Index
       END-PERFORM.

*>   Credits the item rewards of every quest the run completed, off
*>   the quest register's lines for the run - the same quantity
*>   CompleteQuest granted through AddInventoryItem. Output found by
*>   the legacy fixed names carries no run ID to match the register
*>   on, and predates quests anyway.
CreditQuestRewards.
       IF Reconcile-Run-Id = SPACES THEN
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO Quest-Register-EOF.
       OPEN INPUT QuestRegisterFile.
       PERFORM UNTIL Quest-Register-EOF = 'Y'
           READ QuestRegisterFile
               AT END MOVE 'Y' TO Quest-Register-EOF
               NOT AT END
                   IF QR-Run-Id = Reconcile-Run-Id
                           AND QR-Item NOT = SPACES
                       MOVE QR-Player TO Lookup-Player
                       MOVE QR-Item TO Lookup-Item
                       PERFORM FindReconEntry
                       IF Recon-Found-Index NOT = 0
                           ADD QR-Item-Qty TO Rec-Quests(Recon-Found-Index)
                           ADD QR-Item-Qty TO Total-Quest-Items
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE QuestRegisterFile.

*>   Walks the audit trail and debits one use per line carrying an
*>   item in the Audit-Item column; only a player-side "use" turn
*>   ever carries one, so the attacker is the player the battle job
           END-READ
       END-PERFORM.

*>   Walks the trade posting log and moves each item leg posted since
*>   the snapshot was taken off the giver and onto the receiver - the
*>   same quantities the trade job posted both sides of. A snapshot
*>   with no stamp cannot say which postings came after it, so none
*>   are taken and any traded key shows as an exception instead.
CountTradePostings.
       IF Snapshot-Stamp = SPACES THEN
           DISPLAY "Snapshot carries no SNAP stamp - trade postings "
               "are not credited; retake the snapshot"
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO Trade-Log-EOF.
       OPEN INPUT TradeLogFile.
       PERFORM UNTIL Trade-Log-EOF = 'Y'
           READ TradeLogFile
               AT END MOVE 'Y' TO Trade-Log-EOF
               NOT AT END
                   STRING TL-Date TL-Time DELIMITED BY SIZE
                       INTO Trade-Stamp
                   IF Trade-Stamp >= Snapshot-Stamp
                       PERFORM PostTradeLeg
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE TradeLogFile.

PostTradeLeg.
       MOVE TL-From TO Lookup-Player.
       MOVE TL-Item TO Lookup-Item.
       PERFORM FindReconEntry.
       IF Recon-Found-Index NOT = 0
           ADD TL-Qty TO Rec-Trade-Out(Recon-Found-Index)
       END-IF.
       MOVE TL-To TO Lookup-Player.
       PERFORM FindReconEntry.
       IF Recon-Found-Index NOT = 0
           ADD TL-Qty TO Rec-Trade-In(Recon-Found-Index)
       END-IF.
       ADD TL-Qty TO Total-Trade-Items.

*>   Reads the closing inventory into the table so a key present on
*>   the file with no snapshot or activity behind it is caught too.
ReadClosingInventory.
       MOVE 1 TO Recon-Index.
       PERFORM UNTIL Recon-Index > Recon-Count
           COMPUTE Expected-Qty = Rec-Opening(Recon-Index)
               + Rec-Drops(Recon-Index) + Rec-Quests(Recon-Index)
               - Rec-Uses(Recon-Index)
               + Rec-Trade-In(Recon-Index) - Rec-Trade-Out(Recon-Index)
           IF Expected-Qty = Rec-Closing(Recon-Index) THEN
               ADD 1 TO Total-Keys-Balanced
           ELSE
               MOVE Rec-Item(Recon-Index) TO Exc-Item
               MOVE Rec-Opening(Recon-Index) TO Exc-Opening
               MOVE Rec-Drops(Recon-Index) TO Exc-Drops
               MOVE Rec-Quests(Recon-Index) TO Exc-Quests
               MOVE Rec-Uses(Recon-Index) TO Exc-Uses
               COMPUTE Traded-Qty = Rec-Trade-In(Recon-Index)
                   - Rec-Trade-Out(Recon-Index)
               MOVE Traded-Qty TO Exc-Traded
               MOVE Expected-Qty TO Exc-Expected
               MOVE Rec-Closing(Recon-Index) TO Exc-Closing
               IF Rec-Closing-Seen(Recon-Index) = 'N'
                           OR Cat-Run-Id = Selected-Run-Id
                       MOVE Cat-Report-File TO Report-File-Name
                       MOVE Cat-Audit-File TO Audit-File-Name
                       MOVE Cat-Run-Id TO Reconcile-Run-Id
                       MOVE 'Y' TO Catalog-Run-Found
                       IF Cat-Status = 'B'
                           MOVE Cat-Run-Id TO Backed-Out-Run-Id
                       ELSE
                           MOVE SPACES TO Backed-Out-Run-Id
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
