       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. tradepost.
AUTHOR. Alexsyo.
DATE-WRITTEN.15/10/2026


ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TradeFile ASSIGN TO "tradetrn.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Trade-File-Status.

       SELECT OPTIONAL ItemFile ASSIGN TO "items.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

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

       SELECT RunLockFile ASSIGN TO "runlock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Lock-File-Status.

       SELECT RegisterFile ASSIGN TO "tradereg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL TradeLogFile ASSIGN TO "tradelog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.


DATA DIVISION.
FILE SECTION.
FD TradeFile.
*>   One trade per line between two players. Each side names what it
*>   hands over to the other: gold, and up to three items with their
*>   quantities. Either side may give nothing, so a gift or a sale
*>   for gold is a trade with one side's items blank. Gold and
*>   quantities are alphanumeric so a bad line is refused with a
*>   reason instead of abending the job; blank gold means none.
01 Trade-Rec.
       02 TT-Id PIC X(6).
       02 FILLER PIC X(1).
       02 TT-Side OCCURS 2 TIMES.
           03 TT-Player PIC X(10).
           03 TT-Gold PIC X(5).
           03 TT-Gold-Num REDEFINES TT-Gold PIC 9(5).
           03 TT-Leg OCCURS 3 TIMES.
               04 TT-Item PIC X(10).
               04 TT-Qty PIC X(3).
               04 TT-Qty-Num REDEFINES TT-Qty PIC 999.

FD ItemFile.
01 Item-Rec.
       02 IF-Name PIC X(10).
       02 IF-Attack-Effect PIC S99.
       02 IF-Defence-Effect PIC S99.
       02 IF-Health-Effect PIC S99.
       02 IF-Damage PIC S99.
       02 IF-Slot PIC X(1).

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

FD RunLockFile.
01 Run-Lock-Rec PIC X(14).

FD RegisterFile.
*>   One line per thing changing hands - each gold amount and each
*>   item leg - all carrying their trade's disposition, so a refused
*>   trade shows everything that did not move and why. A trade too
*>   badly keyed to have any legs still gets one line.
01 Register-Line.
       02 Reg-Id PIC X(6).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-From PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-To PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Kind PIC X(4).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Item PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Qty PIC 9(5).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Disposition PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Reason-Code PIC X(2).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Reason-Text PIC X(30).

FD TradeLogFile.
*>   One line per item leg of every accepted trade, stamped with the
*>   date and time it posted and appended across runs, so the
*>   inventory reconciliation can explain each quantity a trade moved
*>   since its opening snapshot.
01 Trade-Log-Line.
       02 TL-Date PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 TL-Time PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 TL-Id PIC X(6).
       02 FILLER PIC X(1) VALUE SPACE.
       02 TL-From PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 TL-To PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 TL-Item PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 TL-Qty PIC 9(3).

WORKING-STORAGE SECTION.
01 Trade-File-Status PIC X(2) VALUE SPACES.
01 Player-File-Status PIC X(2) VALUE SPACES.
01 Inventory-File-Status PIC X(2) VALUE SPACES.
01 Equipment-File-Status PIC X(2) VALUE SPACES.
01 Lock-File-Status PIC X(2) VALUE SPACES.
01 Trade-EOF PIC X(1) VALUE 'N'.
01 Item-EOF PIC X(1) VALUE 'N'.

*>   Both players' gold moves in one trade, so the trade takes the run
*>   lock the way the backout does: a battle run holding the player
*>   master in memory would otherwise rewrite over the new balances.
01 Lock-Run-Id PIC X(14) VALUE SPACES.
01 Lock-Holder-Run-Id PIC X(14) VALUE SPACES.
01 Lock-Held PIC X(1) VALUE 'N'.
01 Lock-Date PIC X(8) VALUE SPACES.
01 Lock-Time PIC X(8) VALUE SPACES.

*>   No equipment.dat yet means nobody wears anything, so no item is
*>   held back as equipped.
01 Equipment-Open PIC X(1) VALUE 'N'.

01 Item-Name-Table.
       02 Item-Name-Entry OCCURS 20 TIMES PIC X(10).
01 Item-Count PIC 9(2) VALUE 0.
01 Item-Index PIC 9(2) VALUE 0.
01 Item-Found PIC X(1) VALUE 'N'.

01 Trade-Valid PIC X(1) VALUE 'Y'.
01 Refuse-Reason-Code PIC X(2) VALUE SPACES.
01 Refuse-Reason-Text PIC X(30) VALUE SPACES.
01 Side-Index PIC 9(1) VALUE 0.
01 Other-Side PIC 9(1) VALUE 0.
01 Leg-Index PIC 9(1) VALUE 0.
01 Check-Side PIC 9(1) VALUE 0.
01 Check-Leg PIC 9(1) VALUE 0.
01 Check-Item PIC X(10) VALUE SPACES.
01 Legs-Given PIC 9(1) VALUE 0.
01 Trade-Gold-Table.
       02 Trade-Gold OCCURS 2 TIMES PIC 9(5).
01 Gold-Work PIC 9(6) VALUE 0.
01 Receiver-Qty PIC 9(4) VALUE 0.
01 Slot-Index PIC 9(1) VALUE 0.
01 Slot-Codes PIC X(3) VALUE "WAX".

*>   Before-images of every record a posting has changed so far, in
*>   the order they changed. If a write fails part way through, they
*>   are put back newest first, so a trade that cannot post whole
*>   leaves nothing behind. A trade touches at most two player
*>   records and two inventory keys per item leg.
01 Undo-Table.
       02 Undo-Entry OCCURS 14 TIMES.
           03 Und-File PIC X(1).
           03 Und-Existed PIC X(1).
           03 Und-Image PIC X(30).
01 Undo-Count PIC 9(2) VALUE 0.
01 Undo-Index PIC 9(2) VALUE 0.
01 Posting-Failed PIC X(1) VALUE 'N'.
01 Undo-Key-Failed PIC X(1) VALUE 'N'.
01 Undo-Incomplete PIC X(1) VALUE 'N'.
01 Undo-Key PIC X(20) VALUE SPACES.
01 Undo-Status PIC X(2) VALUE SPACES.
01 Post-Date PIC X(8) VALUE SPACES.
01 Post-Time PIC X(8) VALUE SPACES.
01 Register-Lines-Written PIC 9(2) VALUE 0.

01 Total-Trades-Read PIC 9(5) VALUE 0.
01 Total-Trades-Accepted PIC 9(5) VALUE 0.
01 Total-Trades-Refused PIC 9(5) VALUE 0.
01 Total-Trades-Backed-Out PIC 9(5) VALUE 0.
01 Total-Keys-Not-Restored PIC 9(5) VALUE 0.
01 Total-Items-Moved PIC 9(7) VALUE 0.
01 Total-Gold-Moved PIC 9(7) VALUE 0.

01 Run-Severity PIC 9(2) VALUE 0.
01 Severity-Work PIC 9(2) VALUE 0.


PROCEDURE DIVISION.
Main.
       OPEN INPUT TradeFile.
       IF Trade-File-Status NOT = "00" THEN
           DISPLAY "Unable to open trade file tradetrn.txt (status "
               Trade-File-Status "), nothing to post"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM LoadItemNames.

       ACCEPT Lock-Date FROM DATE YYYYMMDD.
       ACCEPT Lock-Time FROM TIME.
       STRING Lock-Date Lock-Time(1:6)
           DELIMITED BY SIZE INTO Lock-Run-Id.
       PERFORM AcquireRunLock.
       IF Lock-Held = 'N' THEN
           CLOSE TradeFile
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

*>   Like the shop, an absent player master or inventory is not
*>   created here - a trade can only be between players on file who
*>   already hold what they give.
       OPEN I-O PlayerFile.
       IF Player-File-Status NOT = "00" THEN
           DISPLAY "Unable to open player master players.dat (status "
               Player-File-Status "), nothing posted"
           CLOSE TradeFile
           PERFORM ReleaseRunLock
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN I-O InventoryFile.
       IF Inventory-File-Status NOT = "00" THEN
           DISPLAY "Unable to open inventory.dat (status "
               Inventory-File-Status "), nothing posted"
           CLOSE TradeFile
           CLOSE PlayerFile
           PERFORM ReleaseRunLock
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT EquipmentFile.
       IF Equipment-File-Status = "00" THEN
           MOVE 'Y' TO Equipment-Open
       END-IF.

       OPEN OUTPUT RegisterFile.
       OPEN EXTEND TradeLogFile.

       PERFORM UNTIL Trade-EOF = 'Y'
           READ TradeFile
               AT END MOVE 'Y' TO Trade-EOF
               NOT AT END
                   ADD 1 TO Total-Trades-Read
                   PERFORM ProcessTrade
           END-READ
       END-PERFORM.

       CLOSE TradeFile.
       CLOSE PlayerFile.
       CLOSE InventoryFile.
       IF Equipment-Open = 'Y'
           CLOSE EquipmentFile
       END-IF.
       CLOSE RegisterFile.
       CLOSE TradeLogFile.
       PERFORM ReleaseRunLock.

       PERFORM DisplayTotals.
       IF Total-Trades-Refused > 0
           MOVE 4 TO Severity-Work
           PERFORM RaiseSeverity
       END-IF.
       IF Total-Trades-Backed-Out > 0 OR Total-Keys-Not-Restored > 0
           MOVE 12 TO Severity-Work
           PERFORM RaiseSeverity
       END-IF.
       DISPLAY "Highest condition code .. : " Run-Severity.
       MOVE Run-Severity TO RETURN-CODE.
       STOP RUN.

*>   Prints the trade job's control totals at STOP RUN; the items
*>   moved must balance against the trade postings the inventory
*>   reconciliation credits and debits.
DisplayTotals.
       DISPLAY SPACE.
       DISPLAY "=== TRADE POSTING CONTROL TOTALS ===".
       DISPLAY "Trades read ..............: " Total-Trades-Read.
       DISPLAY "Trades accepted ..........: " Total-Trades-Accepted.
       DISPLAY "Trades refused ...........: " Total-Trades-Refused.
       DISPLAY "Trades backed out ........: " Total-Trades-Backed-Out.
       DISPLAY "Keys not put back ........: " Total-Keys-Not-Restored.
       DISPLAY "Items moved ..............: " Total-Items-Moved.
       DISPLAY "Gold moved ...............: " Total-Gold-Moved.

RaiseSeverity.
       IF Severity-Work > Run-Severity
           MOVE Severity-Work TO Run-Severity
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
               "rerun the trades when it finishes"
       ELSE
           OPEN OUTPUT RunLockFile
           IF Lock-File-Status = "00" THEN
               MOVE Lock-Run-Id TO Run-Lock-Rec
               WRITE Run-Lock-Rec
               CLOSE RunLockFile
               MOVE 'Y' TO Lock-Held
           ELSE
               DISPLAY "Unable to write run lock runlock.txt (status "
                   Lock-File-Status "), nothing posted"
           END-IF
       END-IF.

ReleaseRunLock.
       OPEN OUTPUT RunLockFile.
       CLOSE RunLockFile.

*>   Reads the item catalog names the same way the shop does, so a
*>   trade can only move items the battle job knows.
LoadItemNames.
       MOVE 0 TO Item-Count.
       MOVE 'N' TO Item-EOF.
       OPEN INPUT ItemFile.
       PERFORM UNTIL Item-EOF = 'Y'
           READ ItemFile
               AT END MOVE 'Y' TO Item-EOF
               NOT AT END
                   IF Item-Count >= 20 THEN
                       MOVE 'Y' TO Item-EOF
                   ELSE
                       ADD 1 TO Item-Count
                       MOVE IF-Name TO Item-Name-Entry(Item-Count)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE ItemFile.

*>   Edits and posts (or refuses) one trade. Every check on both
*>   sides is made before the first update, so a refusal never
*>   half-applies; a posting that still fails part way is put back
*>   from its before-images and registered as backed out.
ProcessTrade.
       PERFORM ValidateTrade.
       IF Trade-Valid = 'Y' THEN
           PERFORM PostTrade
       END-IF.
       IF Trade-Valid = 'Y' THEN
           ADD 1 TO Total-Trades-Accepted
       ELSE
           ADD 1 TO Total-Trades-Refused
       END-IF.
       PERFORM WriteRegisterLines.

ValidateTrade.
       MOVE 'Y' TO Trade-Valid.
       MOVE 0 TO Legs-Given.
       IF TT-Player(1) = SPACES OR TT-Player(2) = SPACES THEN
           MOVE 'N' TO Trade-Valid
           MOVE "01" TO Refuse-Reason-Code
           MOVE "MISSING PLAYER NAME" TO Refuse-Reason-Text
       ELSE IF TT-Player(1) = TT-Player(2) THEN
           MOVE 'N' TO Trade-Valid
           MOVE "02" TO Refuse-Reason-Code
           MOVE "SAME PLAYER ON BOTH SIDES" TO Refuse-Reason-Text
       END-IF.
       PERFORM VARYING Side-Index FROM 1 BY 1
               UNTIL Side-Index > 2 OR Trade-Valid = 'N'
           PERFORM EditSide
       END-PERFORM.
       IF Trade-Valid = 'Y' AND Legs-Given = 0
               AND Trade-Gold(1) = 0 AND Trade-Gold(2) = 0 THEN
           MOVE 'N' TO Trade-Valid
           MOVE "07" TO Refuse-Reason-Code
           MOVE "NOTHING CHANGES HANDS" TO Refuse-Reason-Text
       END-IF.
       PERFORM VARYING Side-Index FROM 1 BY 1
               UNTIL Side-Index > 2 OR Trade-Valid = 'N'
           PERFORM CheckSideOnFile
       END-PERFORM.

*>   Field edits on one side's gold and item legs. An item may appear
*>   only once in a whole trade, so every inventory key is touched at
*>   most once and the holding checks below stay exact.
EditSide.
       IF TT-Gold(Side-Index) = SPACES THEN
           MOVE 0 TO Trade-Gold(Side-Index)
       ELSE IF TT-Gold(Side-Index) NUMERIC THEN
           MOVE TT-Gold-Num(Side-Index) TO Trade-Gold(Side-Index)
       ELSE
           MOVE 'N' TO Trade-Valid
           MOVE "03" TO Refuse-Reason-Code
           MOVE "NON-NUMERIC GOLD" TO Refuse-Reason-Text
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING Leg-Index FROM 1 BY 1
               UNTIL Leg-Index > 3 OR Trade-Valid = 'N'
           IF TT-Item(Side-Index, Leg-Index) NOT = SPACES
               PERFORM EditLeg
           END-IF
       END-PERFORM.

EditLeg.
       ADD 1 TO Legs-Given.
       IF TT-Qty(Side-Index, Leg-Index) NOT NUMERIC THEN
           MOVE 'N' TO Trade-Valid
           MOVE "04" TO Refuse-Reason-Code
           MOVE "NON-NUMERIC QUANTITY" TO Refuse-Reason-Text
       ELSE IF TT-Qty-Num(Side-Index, Leg-Index) = 0 THEN
           MOVE 'N' TO Trade-Valid
           MOVE "05" TO Refuse-Reason-Code
           MOVE "QUANTITY NOT POSITIVE" TO Refuse-Reason-Text
       END-IF.
       IF Trade-Valid = 'Y' THEN
           MOVE TT-Item(Side-Index, Leg-Index) TO Check-Item
           PERFORM FindCatalogItem
           IF Item-Found = 'N' THEN
               MOVE 'N' TO Trade-Valid
               MOVE "08" TO Refuse-Reason-Code
               MOVE "UNKNOWN ITEM" TO Refuse-Reason-Text
           END-IF
       END-IF.
       IF Trade-Valid = 'Y' THEN
           PERFORM CheckItemListedOnce
       END-IF.

*>   Refuses an item named on more than one leg anywhere in the trade,
*>   either twice on one side or going both ways.
CheckItemListedOnce.
       PERFORM VARYING Check-Side FROM 1 BY 1 UNTIL Check-Side > 2
           PERFORM VARYING Check-Leg FROM 1 BY 1 UNTIL Check-Leg > 3
               IF TT-Item(Check-Side, Check-Leg) = Check-Item
                       AND (Check-Side NOT = Side-Index
                       OR Check-Leg NOT = Leg-Index)
                   MOVE 'N' TO Trade-Valid
                   MOVE "06" TO Refuse-Reason-Code
                   MOVE "ITEM LISTED TWICE" TO Refuse-Reason-Text
               END-IF
           END-PERFORM
       END-PERFORM.

FindCatalogItem.
       MOVE 'N' TO Item-Found.
       MOVE 1 TO Item-Index.
       PERFORM UNTIL Item-Index > Item-Count OR Item-Found = 'Y'
           IF Item-Name-Entry(Item-Index) = Check-Item
               MOVE 'Y' TO Item-Found
           END-IF
           ADD 1 TO Item-Index
       END-PERFORM.

*>   Checks one side against the files: the player is on the master
*>   with the gold they give, the other side's gold fits under the
*>   master's 99999 cap, and every item they give is held in the
*>   quantity given, is not the last of an item they have equipped,
*>   and fits under the receiver's 999 inventory cap.
CheckSideOnFile.
       IF Side-Index = 1
           MOVE 2 TO Other-Side
       ELSE
           MOVE 1 TO Other-Side
       END-IF.
       MOVE TT-Player(Side-Index) TO PName.
       READ PlayerFile
           INVALID KEY
               MOVE 'N' TO Trade-Valid
               MOVE "09" TO Refuse-Reason-Code
               MOVE "PLAYER NOT ON MASTER" TO Refuse-Reason-Text
       END-READ.
       IF Trade-Valid = 'N' THEN
           EXIT PARAGRAPH
       END-IF.
       IF PGold < Trade-Gold(Side-Index) THEN
           MOVE 'N' TO Trade-Valid
           MOVE "10" TO Refuse-Reason-Code
           MOVE "INSUFFICIENT GOLD" TO Refuse-Reason-Text
           EXIT PARAGRAPH
       END-IF.
       COMPUTE Gold-Work = PGold - Trade-Gold(Side-Index)
           + Trade-Gold(Other-Side).
       IF Gold-Work > 99999 THEN
           MOVE 'N' TO Trade-Valid
           MOVE "11" TO Refuse-Reason-Code
           MOVE "GOLD AT CAP" TO Refuse-Reason-Text
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING Leg-Index FROM 1 BY 1
               UNTIL Leg-Index > 3 OR Trade-Valid = 'N'
           IF TT-Item(Side-Index, Leg-Index) NOT = SPACES
               PERFORM CheckLegOnFile
           END-IF
       END-PERFORM.

CheckLegOnFile.
       MOVE TT-Player(Side-Index) TO Inv-Player.
       MOVE TT-Item(Side-Index, Leg-Index) TO Inv-Item.
       READ InventoryFile
           INVALID KEY MOVE 0 TO Inv-Qty
       END-READ.
       IF Inv-Qty < TT-Qty-Num(Side-Index, Leg-Index) THEN
           MOVE 'N' TO Trade-Valid
           MOVE "12" TO Refuse-Reason-Code
           MOVE "ITEM NOT HELD IN QUANTITY" TO Refuse-Reason-Text
           EXIT PARAGRAPH
       END-IF.
       IF Inv-Qty = TT-Qty-Num(Side-Index, Leg-Index) THEN
           PERFORM CheckLegEquipped
           IF Trade-Valid = 'N' THEN
               EXIT PARAGRAPH
           END-IF
       END-IF.
       MOVE TT-Player(Other-Side) TO Inv-Player.
       MOVE TT-Item(Side-Index, Leg-Index) TO Inv-Item.
       READ InventoryFile
           INVALID KEY MOVE 0 TO Inv-Qty
       END-READ.
       COMPUTE Receiver-Qty = Inv-Qty + TT-Qty-Num(Side-Index, Leg-Index).
       IF Receiver-Qty > 999 THEN
           MOVE 'N' TO Trade-Valid
           MOVE "14" TO Refuse-Reason-Code
           MOVE "INVENTORY AT CAP" TO Refuse-Reason-Text
       END-IF.

*>   Giving away the last of an item the player wears would leave a
*>   slot pointing at nothing; it has to come off through equipmaint
*>   first.
CheckLegEquipped.
       IF Equipment-Open = 'N' THEN
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING Slot-Index FROM 1 BY 1
               UNTIL Slot-Index > 3 OR Trade-Valid = 'N'
           MOVE TT-Player(Side-Index) TO Eq-Player
           MOVE Slot-Codes(Slot-Index:1) TO Eq-Slot
           READ EquipmentFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF Eq-Item = TT-Item(Side-Index, Leg-Index)
                       MOVE 'N' TO Trade-Valid
                       MOVE "13" TO Refuse-Reason-Code
                       MOVE "EQUIPPED - UNEQUIP FIRST"
                           TO Refuse-Reason-Text
                   END-IF
           END-READ
       END-PERFORM.

*>   Posts both sides: each player's gold, then each item leg off the
*>   giver and onto the receiver. Every record's before-image is kept
*>   as it is changed; any write that fails puts them all back.
PostTrade.
       MOVE 0 TO Undo-Count.
       MOVE 'N' TO Posting-Failed.
       ACCEPT Post-Date FROM DATE YYYYMMDD.
       ACCEPT Post-Time FROM TIME.
       PERFORM VARYING Side-Index FROM 1 BY 1
               UNTIL Side-Index > 2 OR Posting-Failed = 'Y'
           PERFORM PostSideGold
       END-PERFORM.
       PERFORM VARYING Side-Index FROM 1 BY 1
               UNTIL Side-Index > 2 OR Posting-Failed = 'Y'
           IF Side-Index = 1
               MOVE 2 TO Other-Side
           ELSE
               MOVE 1 TO Other-Side
           END-IF
           PERFORM VARYING Leg-Index FROM 1 BY 1
                   UNTIL Leg-Index > 3 OR Posting-Failed = 'Y'
               IF TT-Item(Side-Index, Leg-Index) NOT = SPACES
                   PERFORM PostLeg
               END-IF
           END-PERFORM
       END-PERFORM.
       IF Posting-Failed = 'Y' THEN
           PERFORM BackOutTrade
           EXIT PARAGRAPH
       END-IF.
       ADD Trade-Gold(1) TO Total-Gold-Moved.
       ADD Trade-Gold(2) TO Total-Gold-Moved.
       PERFORM VARYING Side-Index FROM 1 BY 1 UNTIL Side-Index > 2
           IF Side-Index = 1
               MOVE 2 TO Other-Side
           ELSE
               MOVE 1 TO Other-Side
           END-IF
           PERFORM VARYING Leg-Index FROM 1 BY 1 UNTIL Leg-Index > 3
               IF TT-Item(Side-Index, Leg-Index) NOT = SPACES
                   PERFORM WriteTradeLogLine
               END-IF
           END-PERFORM
       END-PERFORM.

*>   Nets one player's gold: what they give out, what the other side
*>   gives them.
PostSideGold.
       IF Side-Index = 1
           MOVE 2 TO Other-Side
       ELSE
           MOVE 1 TO Other-Side
       END-IF.
       IF Trade-Gold(Side-Index) = 0 AND Trade-Gold(Other-Side) = 0 THEN
           EXIT PARAGRAPH
       END-IF.
       MOVE TT-Player(Side-Index) TO PName.
       READ PlayerFile
           INVALID KEY
               MOVE 'Y' TO Posting-Failed
               EXIT PARAGRAPH
       END-READ.
       IF Player-File-Status NOT = "00" THEN
           MOVE 'Y' TO Posting-Failed
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO Undo-Count.
       MOVE 'P' TO Und-File(Undo-Count).
       MOVE 'Y' TO Und-Existed(Undo-Count).
       MOVE Player-Master TO Und-Image(Undo-Count).
       SUBTRACT Trade-Gold(Side-Index) FROM PGold.
       ADD Trade-Gold(Other-Side) TO PGold.
       REWRITE Player-Master
           INVALID KEY MOVE 'Y' TO Posting-Failed
       END-REWRITE.
       IF Player-File-Status NOT = "00"
           MOVE 'Y' TO Posting-Failed
       END-IF.

PostLeg.
       MOVE TT-Player(Side-Index) TO Inv-Player.
       MOVE TT-Item(Side-Index, Leg-Index) TO Inv-Item.
       READ InventoryFile
           INVALID KEY
               MOVE 'Y' TO Posting-Failed
               EXIT PARAGRAPH
       END-READ.
       IF Inventory-File-Status NOT = "00" THEN
           MOVE 'Y' TO Posting-Failed
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO Undo-Count.
       MOVE 'I' TO Und-File(Undo-Count).
       MOVE 'Y' TO Und-Existed(Undo-Count).
       MOVE Inventory-Rec TO Und-Image(Undo-Count).
       SUBTRACT TT-Qty-Num(Side-Index, Leg-Index) FROM Inv-Qty.
       REWRITE Inventory-Rec
           INVALID KEY
               MOVE 'Y' TO Posting-Failed
               EXIT PARAGRAPH
       END-REWRITE.
       IF Inventory-File-Status NOT = "00" THEN
           MOVE 'Y' TO Posting-Failed
           EXIT PARAGRAPH
       END-IF.

       MOVE TT-Player(Other-Side) TO Inv-Player.
       MOVE TT-Item(Side-Index, Leg-Index) TO Inv-Item.
       ADD 1 TO Undo-Count.
       MOVE 'I' TO Und-File(Undo-Count).
       READ InventoryFile
           INVALID KEY
               MOVE 'N' TO Und-Existed(Undo-Count)
               MOVE Inv-Key TO Und-Image(Undo-Count)
               MOVE TT-Qty-Num(Side-Index, Leg-Index) TO Inv-Qty
               WRITE Inventory-Rec
                   INVALID KEY MOVE 'Y' TO Posting-Failed
               END-WRITE
           NOT INVALID KEY
               MOVE 'Y' TO Und-Existed(Undo-Count)
               MOVE Inventory-Rec TO Und-Image(Undo-Count)
               ADD TT-Qty-Num(Side-Index, Leg-Index) TO Inv-Qty
               REWRITE Inventory-Rec
                   INVALID KEY MOVE 'Y' TO Posting-Failed
               END-REWRITE
       END-READ.
*>   The status here is the receiving key's WRITE or REWRITE.
       IF Inventory-File-Status NOT = "00"
           MOVE 'Y' TO Posting-Failed
       END-IF.

*>   Puts back every record the failed posting changed, newest first;
*>   a receiving key the posting created is deleted again. The trade
*>   is then registered as backed out rather than accepted.
*>   A before-image that will not go back is named on the job log and
*>   the trade registered as incomplete, for putting right by hand.
BackOutTrade.
       DISPLAY "Trade " TT-Id " failed to post (inventory status "
           Inventory-File-Status ", player status " Player-File-Status
           ") - backing out".
       MOVE 'N' TO Undo-Incomplete.
       PERFORM VARYING Undo-Index FROM Undo-Count BY -1
               UNTIL Undo-Index < 1
           MOVE 'N' TO Undo-Key-Failed
           EVALUATE TRUE
               WHEN Und-File(Undo-Index) = 'P'
                   MOVE Und-Image(Undo-Index) TO Player-Master
                   MOVE PName TO Undo-Key
                   REWRITE Player-Master
                       INVALID KEY MOVE 'Y' TO Undo-Key-Failed
                   END-REWRITE
                   MOVE Player-File-Status TO Undo-Status
               WHEN Und-Existed(Undo-Index) = 'Y'
                   MOVE Und-Image(Undo-Index) TO Inventory-Rec
                   MOVE Inv-Key TO Undo-Key
                   REWRITE Inventory-Rec
                       INVALID KEY MOVE 'Y' TO Undo-Key-Failed
                   END-REWRITE
                   MOVE Inventory-File-Status TO Undo-Status
               WHEN OTHER
                   MOVE Und-Image(Undo-Index) TO Inv-Key
                   MOVE Inv-Key TO Undo-Key
                   DELETE InventoryFile
                       INVALID KEY MOVE 'Y' TO Undo-Key-Failed
                   END-DELETE
                   MOVE Inventory-File-Status TO Undo-Status
           END-EVALUATE
           IF Undo-Status NOT = "00"
               MOVE 'Y' TO Undo-Key-Failed
           END-IF
           IF Undo-Key-Failed = 'Y'
               MOVE 'Y' TO Undo-Incomplete
               ADD 1 TO Total-Keys-Not-Restored
               DISPLAY "Trade " TT-Id " key " Undo-Key
                   " NOT put back (status " Undo-Status ")"
           END-IF
       END-PERFORM.
       MOVE 'N' TO Trade-Valid.
       IF Undo-Incomplete = 'Y' THEN
           MOVE "16" TO Refuse-Reason-Code
           MOVE "BACKOUT INCOMPLETE - SEE LOG" TO Refuse-Reason-Text
       ELSE
           MOVE "15" TO Refuse-Reason-Code
           MOVE "POSTING FAILED - BACKED OUT" TO Refuse-Reason-Text
       END-IF.
       ADD 1 TO Total-Trades-Backed-Out.

WriteTradeLogLine.
       MOVE SPACES TO Trade-Log-Line.
       MOVE Post-Date TO TL-Date.
       MOVE Post-Time TO TL-Time.
       MOVE TT-Id TO TL-Id.
       MOVE TT-Player(Side-Index) TO TL-From.
       MOVE TT-Player(Other-Side) TO TL-To.
       MOVE TT-Item(Side-Index, Leg-Index) TO TL-Item.
       MOVE TT-Qty-Num(Side-Index, Leg-Index) TO TL-Qty.
       WRITE Trade-Log-Line.
       ADD TT-Qty-Num(Side-Index, Leg-Index) TO Total-Items-Moved.

*>   Writes the trade's register lines: each side's gold, then each
*>   item leg, all under the trade's one disposition.
WriteRegisterLines.
       MOVE 0 TO Register-Lines-Written.
       PERFORM VARYING Side-Index FROM 1 BY 1 UNTIL Side-Index > 2
           IF Side-Index = 1
               MOVE 2 TO Other-Side
           ELSE
               MOVE 1 TO Other-Side
           END-IF
           IF TT-Gold(Side-Index) NOT = SPACES
               PERFORM StartRegisterLine
               MOVE "GOLD" TO Reg-Kind
               IF TT-Gold(Side-Index) NUMERIC
                   MOVE TT-Gold-Num(Side-Index) TO Reg-Qty
               ELSE
                   MOVE 0 TO Reg-Qty
               END-IF
               PERFORM FinishRegisterLine
           END-IF
           PERFORM VARYING Leg-Index FROM 1 BY 1 UNTIL Leg-Index > 3
               IF TT-Item(Side-Index, Leg-Index) NOT = SPACES
                   PERFORM StartRegisterLine
                   MOVE "ITEM" TO Reg-Kind
                   MOVE TT-Item(Side-Index, Leg-Index) TO Reg-Item
                   IF TT-Qty(Side-Index, Leg-Index) NUMERIC
                       MOVE TT-Qty-Num(Side-Index, Leg-Index) TO Reg-Qty
                   ELSE
                       MOVE 0 TO Reg-Qty
                   END-IF
                   PERFORM FinishRegisterLine
               END-IF
           END-PERFORM
       END-PERFORM.
       IF Register-Lines-Written = 0 THEN
           MOVE 1 TO Side-Index
           MOVE 2 TO Other-Side
           PERFORM StartRegisterLine
           MOVE 0 TO Reg-Qty
           PERFORM FinishRegisterLine
       END-IF.

StartRegisterLine.
       MOVE SPACES TO Register-Line.
       MOVE TT-Id TO Reg-Id.
       MOVE TT-Player(Side-Index) TO Reg-From.
       MOVE TT-Player(Other-Side) TO Reg-To.

FinishRegisterLine.
       IF Trade-Valid = 'Y' THEN
           MOVE "ACCEPTED" TO Reg-Disposition
       ELSE
           MOVE "REFUSED" TO Reg-Disposition
           MOVE Refuse-Reason-Code TO Reg-Reason-Code
           MOVE Refuse-Reason-Text TO Reg-Reason-Text
       END-IF.
       WRITE Register-Line.
       ADD 1 TO Register-Lines-Written.
