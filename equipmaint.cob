       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. equipmaint.
AUTHOR. Alexsyo.
DATE-WRITTEN.15/10/2026


ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TransactionFile ASSIGN TO "equiptrn.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Transaction-File-Status.

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

       SELECT RegisterFile ASSIGN TO "equipreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.


DATA DIVISION.
FILE SECTION.
FD TransactionFile.
*>   E equips the named item into its slot (the slot may be keyed to
*>   confirm it, or left blank to take the item's own slot class); U
*>   empties the keyed slot, with the item optionally keyed to
*>   confirm what is coming off.
01 Transaction-Rec.
       02 Trn-Code PIC X(1).
       02 FILLER PIC X(1).
       02 Trn-Name PIC X(10).
       02 Trn-Slot PIC X(1).
       02 Trn-Item PIC X(10).

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

FD RegisterFile.
*>   One line per transaction, applied or rejected; an E that
*>   replaces gear already in the slot names the item it took off.
01 Register-Line.
       02 Reg-Code PIC X(1).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Name PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Slot PIC X(1).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Item PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Old-Item PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Disposition PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Reason-Code PIC X(2).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Reg-Reason-Text PIC X(30).

WORKING-STORAGE SECTION.
01 Transaction-File-Status PIC X(2) VALUE SPACES.
01 Player-File-Status PIC X(2) VALUE SPACES.
01 Inventory-File-Status PIC X(2) VALUE SPACES.
01 Equipment-File-Status PIC X(2) VALUE SPACES.
01 Trn-EOF PIC X(1) VALUE 'N'.
01 Item-EOF PIC X(1) VALUE 'N'.

*>   Item catalog names and slot classes, loaded the same way the
*>   battle job loads its item master: W weapon, A armour, X
*>   accessory, blank a consumable that can only be used, never worn.
01 Item-Table.
       02 Item-Entry OCCURS 20 TIMES.
           03 Itm-Name PIC X(10).
           03 Itm-Slot PIC X(1).
01 Item-Count PIC 9(2) VALUE 0.
01 Item-Index PIC 9(2) VALUE 0.
01 Item-Found-Index PIC 9(2) VALUE 0.

01 Trn-Valid PIC X(1) VALUE 'Y'.
01 Trn-Reason-Code PIC X(2) VALUE SPACES.
01 Trn-Reason-Text PIC X(30) VALUE SPACES.
01 Target-Slot PIC X(1) VALUE SPACE.
01 Slot-Occupied PIC X(1) VALUE 'N'.
01 Old-Item PIC X(10) VALUE SPACES.

01 Total-Transactions-Read PIC 9(5) VALUE 0.
01 Total-Transactions-Applied PIC 9(5) VALUE 0.
01 Total-Transactions-Rejected PIC 9(5) VALUE 0.
01 Total-Items-Equipped PIC 9(5) VALUE 0.
01 Total-Items-Unequipped PIC 9(5) VALUE 0.

01 Run-Severity PIC 9(2) VALUE 0.


PROCEDURE DIVISION.
Main.
       OPEN INPUT TransactionFile.
       IF Transaction-File-Status NOT = "00" THEN
           DISPLAY "Unable to open transaction file equiptrn.txt "
               "(status " Transaction-File-Status "), nothing to apply"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM LoadItems.

*>   Like the shop, an absent player master or inventory is not
*>   created here - gear can only be worn by a player on file who
*>   already holds it.
       OPEN INPUT PlayerFile.
       IF Player-File-Status NOT = "00" THEN
           DISPLAY "Unable to open player master players.dat (status "
               Player-File-Status "), nothing applied"
           CLOSE TransactionFile
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT InventoryFile.
       IF Inventory-File-Status NOT = "00" THEN
           DISPLAY "Unable to open inventory.dat (status "
               Inventory-File-Status "), nothing applied"
           CLOSE TransactionFile
           CLOSE PlayerFile
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM OpenEquipment.
       IF Equipment-File-Status NOT = "00" THEN
           DISPLAY "Unable to open equipment.dat (status "
               Equipment-File-Status "), nothing applied"
           CLOSE TransactionFile
           CLOSE PlayerFile
           CLOSE InventoryFile
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN OUTPUT RegisterFile.

       PERFORM UNTIL Trn-EOF = 'Y'
           READ TransactionFile
               AT END MOVE 'Y' TO Trn-EOF
               NOT AT END
                   ADD 1 TO Total-Transactions-Read
                   PERFORM ProcessTransaction
           END-READ
       END-PERFORM.

       CLOSE TransactionFile.
       CLOSE PlayerFile.
       CLOSE InventoryFile.
       CLOSE EquipmentFile.
       CLOSE RegisterFile.

       PERFORM DisplayTotals.
       IF Total-Transactions-Rejected > 0 AND Run-Severity < 4
           MOVE 4 TO Run-Severity
       END-IF.
       MOVE Run-Severity TO RETURN-CODE.
       STOP RUN.

*>   Prints the job's control totals at STOP RUN.
DisplayTotals.
       DISPLAY SPACE.
       DISPLAY "=== EQUIPMENT MAINTENANCE CONTROL TOTALS ===".
       DISPLAY "Transactions read ........: " Total-Transactions-Read.
       DISPLAY "Transactions applied .....: " Total-Transactions-Applied.
       DISPLAY "Transactions rejected ....: " Total-Transactions-Rejected.
       DISPLAY "Items equipped ...........: " Total-Items-Equipped.
       DISPLAY "Items unequipped .........: " Total-Items-Unequipped.

*>   Reads the item catalog names and slot classes.
LoadItems.
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
                       MOVE IF-Name TO Itm-Name(Item-Count)
                       MOVE IF-Slot TO Itm-Slot(Item-Count)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE ItemFile.

*>   Opens the keyed equipment file, creating it on first use the
*>   same way the battle job creates the inventory.
OpenEquipment.
       OPEN I-O EquipmentFile.
       IF Equipment-File-Status = "35" THEN
           OPEN OUTPUT EquipmentFile
           CLOSE EquipmentFile
           OPEN I-O EquipmentFile
       END-IF.

*>   Routes one transaction to its apply paragraph after the edit
*>   checks; anything that fails lands on the register as REJECTED
*>   with a reason code, the same way the master maintenance jobs
*>   record dispositions.
ProcessTransaction.
       MOVE SPACES TO Register-Line.
       MOVE SPACES TO Old-Item.
       MOVE SPACE TO Target-Slot.
       PERFORM ValidateTransaction.
       IF Trn-Valid = 'Y' THEN
           EVALUATE Trn-Code
               WHEN 'E' PERFORM ApplyEquip
               WHEN 'U' PERFORM ApplyUnequip
           END-EVALUATE
       END-IF.
       IF Trn-Valid = 'Y' THEN
           ADD 1 TO Total-Transactions-Applied
           MOVE "APPLIED" TO Reg-Disposition
           MOVE SPACES TO Reg-Reason-Code Reg-Reason-Text
       ELSE
           ADD 1 TO Total-Transactions-Rejected
           MOVE "REJECTED" TO Reg-Disposition
           MOVE Trn-Reason-Code TO Reg-Reason-Code
           MOVE Trn-Reason-Text TO Reg-Reason-Text
       END-IF.
       MOVE Trn-Code TO Reg-Code.
       MOVE Trn-Name TO Reg-Name.
       IF Target-Slot NOT = SPACE
           MOVE Target-Slot TO Reg-Slot
       ELSE
           MOVE Trn-Slot TO Reg-Slot
       END-IF.
       MOVE Trn-Item TO Reg-Item.
       MOVE Old-Item TO Reg-Old-Item.
       WRITE Register-Line.

*>   Edit-checks one transaction before it touches the equipment
*>   file. An E must name gear from the catalog that the player holds
*>   at least one of on inventory.dat, and a keyed slot must be the
*>   item's own; a U must name a real slot. Nothing is updated until
*>   every check has passed.
ValidateTransaction.
       MOVE 'Y' TO Trn-Valid.
       IF Trn-Code NOT = 'E' AND Trn-Code NOT = 'U' THEN
           MOVE 'N' TO Trn-Valid
           MOVE "10" TO Trn-Reason-Code
           MOVE "INVALID TRANSACTION CODE" TO Trn-Reason-Text
       ELSE IF Trn-Name = SPACES THEN
           MOVE 'N' TO Trn-Valid
           MOVE "01" TO Trn-Reason-Code
           MOVE "MISSING PLAYER NAME" TO Trn-Reason-Text
       END-IF.
       IF Trn-Valid = 'Y' THEN
           MOVE Trn-Name TO PName
           READ PlayerFile
               INVALID KEY
                   MOVE 'N' TO Trn-Valid
                   MOVE "02" TO Trn-Reason-Code
                   MOVE "PLAYER NOT ON MASTER" TO Trn-Reason-Text
           END-READ
       END-IF.
       IF Trn-Valid = 'Y' AND Trn-Code = 'E' THEN
           PERFORM ValidateEquip
       END-IF.
       IF Trn-Valid = 'Y' AND Trn-Code = 'U' THEN
           PERFORM ValidateUnequip
       END-IF.

ValidateEquip.
       IF Trn-Item = SPACES THEN
           MOVE 'N' TO Trn-Valid
           MOVE "03" TO Trn-Reason-Code
           MOVE "MISSING ITEM NAME" TO Trn-Reason-Text
           EXIT PARAGRAPH
       END-IF.
       PERFORM FindItem.
       IF Item-Found-Index = 0 THEN
           MOVE 'N' TO Trn-Valid
           MOVE "04" TO Trn-Reason-Code
           MOVE "ITEM NOT IN CATALOG" TO Trn-Reason-Text
       ELSE IF Itm-Slot(Item-Found-Index) = SPACE THEN
           MOVE 'N' TO Trn-Valid
           MOVE "05" TO Trn-Reason-Code
           MOVE "ITEM IS NOT GEAR" TO Trn-Reason-Text
       ELSE IF Trn-Slot NOT = SPACE
               AND Trn-Slot NOT = Itm-Slot(Item-Found-Index) THEN
           MOVE 'N' TO Trn-Valid
           MOVE "06" TO Trn-Reason-Code
           MOVE "ITEM DOES NOT FIT SLOT" TO Trn-Reason-Text
       ELSE
           MOVE Itm-Slot(Item-Found-Index) TO Target-Slot
       END-IF.
       IF Trn-Valid = 'Y' THEN
           MOVE Trn-Name TO Inv-Player
           MOVE Trn-Item TO Inv-Item
           READ InventoryFile
               INVALID KEY
                   MOVE 'N' TO Trn-Valid
                   MOVE "07" TO Trn-Reason-Code
                   MOVE "ITEM NOT HELD" TO Trn-Reason-Text
               NOT INVALID KEY
                   IF Inv-Qty = 0
                       MOVE 'N' TO Trn-Valid
                       MOVE "07" TO Trn-Reason-Code
                       MOVE "ITEM NOT HELD" TO Trn-Reason-Text
                   END-IF
           END-READ
       END-IF.
       IF Trn-Valid = 'Y' THEN
           PERFORM ReadSlot
           IF Slot-Occupied = 'Y' AND Eq-Item = Trn-Item THEN
               MOVE 'N' TO Trn-Valid
               MOVE "11" TO Trn-Reason-Code
               MOVE "ITEM ALREADY EQUIPPED" TO Trn-Reason-Text
           END-IF
       END-IF.

ValidateUnequip.
       IF Trn-Slot NOT = 'W' AND Trn-Slot NOT = 'A'
               AND Trn-Slot NOT = 'X' THEN
           MOVE 'N' TO Trn-Valid
           MOVE "08" TO Trn-Reason-Code
           MOVE "INVALID SLOT" TO Trn-Reason-Text
           EXIT PARAGRAPH
       END-IF.
       MOVE Trn-Slot TO Target-Slot.
       PERFORM ReadSlot.
       IF Slot-Occupied = 'N' THEN
           MOVE 'N' TO Trn-Valid
           MOVE "09" TO Trn-Reason-Code
           MOVE "NOTHING EQUIPPED IN SLOT" TO Trn-Reason-Text
       ELSE IF Trn-Item NOT = SPACES AND Trn-Item NOT = Eq-Item THEN
           MOVE 'N' TO Trn-Valid
           MOVE "12" TO Trn-Reason-Code
           MOVE "ITEM NOT IN THAT SLOT" TO Trn-Reason-Text
       END-IF.

*>   Looks the transaction's item up in the catalog.
FindItem.
       MOVE 0 TO Item-Found-Index.
       MOVE 1 TO Item-Index.
       PERFORM UNTIL Item-Index > Item-Count OR Item-Found-Index NOT = 0
           IF Itm-Name(Item-Index) = Trn-Item THEN
               MOVE Item-Index TO Item-Found-Index
           END-IF
           ADD 1 TO Item-Index
       END-PERFORM.

*>   Reads the player's record for Target-Slot, leaving it current
*>   for the rewrite or delete that follows.
ReadSlot.
       MOVE Trn-Name TO Eq-Player.
       MOVE Target-Slot TO Eq-Slot.
       READ EquipmentFile
           INVALID KEY MOVE 'N' TO Slot-Occupied
           NOT INVALID KEY MOVE 'Y' TO Slot-Occupied
       END-READ.

*>   Puts the item in its slot, replacing whatever was there; the
*>   replaced item stays on the inventory, it is only taken off.
ApplyEquip.
       IF Slot-Occupied = 'Y' THEN
           MOVE Eq-Item TO Old-Item
           MOVE Trn-Item TO Eq-Item
           REWRITE Equipment-Rec
       ELSE
           MOVE Trn-Name TO Eq-Player
           MOVE Target-Slot TO Eq-Slot
           MOVE Trn-Item TO Eq-Item
           WRITE Equipment-Rec
       END-IF.
       ADD 1 TO Total-Items-Equipped.

*>   Empties the slot; the item stays on the inventory.
ApplyUnequip.
       MOVE Eq-Item TO Old-Item.
       DELETE EquipmentFile.
       ADD 1 TO Total-Items-Unequipped.
