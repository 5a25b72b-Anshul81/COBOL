IDENTIFICATION DIVISION.
PROGRAM-ID. InventoryLotRebuild.

*> Brings InventoryLots.dat into line with Inventory.dat for stock
*> that has no lot records - run once when lots are first kept, and
*> again after any repair to the inventory file. For every inventory
*> key whose lots add up to less than its on-hand quantity, the
*> difference is put into the item's untracked lot (blank lot number,
*> never expires), so the lot quantities add up again. A key whose
*> lots come to more than its on-hand is reported and left alone -
*> that needs a count, not a guess at which lot to reduce. Safe to
*> rerun: a key already in balance is not touched.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT InventoryFile ASSIGN TO 'Inventory.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS InventoryKey
        ALTERNATE RECORD KEY IS ItemCode WITH DUPLICATES
        FILE STATUS IS WS-Inventory-Status.

    SELECT LotFile ASSIGN TO 'InventoryLots.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LT-LotKey
        FILE STATUS IS WS-Lot-Status.

DATA DIVISION.
FILE SECTION.
FD InventoryFile.
COPY INVREC REPLACING ==:PREFIX:== BY == ==.

FD LotFile.
COPY LOTREC REPLACING ==:PREFIX:== BY ==LT-==.

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 NOT-EOF VALUE 'N'.
01 WS-Inventory-Status PIC XX.
01 WS-Lot-Status PIC XX.
   88 WS-Lot-OK VALUE '00'.
   88 WS-Lot-File-Missing VALUE '35'.
01 WS-Lot-EOF PIC X VALUE 'N'.
   88 Lot-EOF VALUE 'Y'.
01 WS-Current-Date PIC X(21).
01 WS-Run-Date PIC X(8).
01 WS-Lot-Total PIC 9(6).
01 WS-Lot-Difference PIC 9(6).
01 WS-Items-Read PIC 9(6) VALUE 0.
01 WS-Items-Seeded PIC 9(6) VALUE 0.
01 WS-Items-Over PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
    MOVE WS-Current-Date (1:8) TO WS-Run-Date
    OPEN INPUT InventoryFile
    IF WS-Inventory-Status = '35'
        DISPLAY 'Inventory.dat does not exist - nothing to rebuild.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-Inventory-Status NOT = '00'
        DISPLAY 'Inventory.dat could not be opened - file status '
                WS-Inventory-Status '. An existing file must be '
                'rebuilt with InventoryIndexRebuild to carry the '
                'item-code index.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O LotFile
    IF WS-Lot-File-Missing
        OPEN OUTPUT LotFile
        CLOSE LotFile
        OPEN I-O LotFile
    END-IF
    IF NOT WS-Lot-OK
        DISPLAY 'InventoryLots.dat could not be opened - file status '
                WS-Lot-Status '.'
        CLOSE InventoryFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL EOF
        READ InventoryFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-Items-Read
                PERFORM Balance-One-Item
        END-READ
    END-PERFORM

    CLOSE InventoryFile
    CLOSE LotFile
    DISPLAY 'Lot file rebuild complete - ' WS-Items-Read
            ' item(s) read, ' WS-Items-Seeded
            ' topped up from the untracked lot, ' WS-Items-Over
            ' holding more in lots than on hand.'
    IF WS-Items-Over > 0 AND RETURN-CODE = 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

Balance-One-Item.
    PERFORM Total-Item-Lots
    EVALUATE TRUE
        WHEN WS-Lot-Total < ItemQuantity
            COMPUTE WS-Lot-Difference = ItemQuantity - WS-Lot-Total
            PERFORM Add-To-Untracked-Lot
        WHEN WS-Lot-Total > ItemQuantity
            ADD 1 TO WS-Items-Over
            DISPLAY 'Lots for ' WarehouseCode '/' ItemCode ' hold '
                    WS-Lot-Total ' against ' ItemQuantity
                    ' on hand - count the item and post the variance.'
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

Total-Item-Lots.
    MOVE 0 TO WS-Lot-Total
    MOVE WarehouseCode TO LT-WarehouseCode
    MOVE ItemCode TO LT-ItemCode
    MOVE LOW-VALUES TO LT-ExpiryDate
    MOVE LOW-VALUES TO LT-LotNumber
    MOVE 'N' TO WS-Lot-EOF
    START LotFile KEY IS NOT LESS THAN LT-LotKey
        INVALID KEY
            MOVE 'Y' TO WS-Lot-EOF
    END-START
    PERFORM UNTIL Lot-EOF
        READ LotFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-Lot-EOF
            NOT AT END
                IF LT-WarehouseCode = WarehouseCode
                    AND LT-ItemCode = ItemCode
                    ADD LT-LotQuantity TO WS-Lot-Total
                ELSE
                    MOVE 'Y' TO WS-Lot-EOF
                END-IF
        END-READ
    END-PERFORM.

Add-To-Untracked-Lot.
    MOVE WarehouseCode TO LT-WarehouseCode
    MOVE ItemCode TO LT-ItemCode
    MOVE '99999999' TO LT-ExpiryDate
    MOVE SPACES TO LT-LotNumber
    READ LotFile
        INVALID KEY
            MOVE WS-Lot-Difference TO LT-LotQuantity
            MOVE WS-Run-Date TO LT-ReceivedDate
            WRITE LT-LotRecord
                INVALID KEY
                    DISPLAY 'Untracked lot could not be written for '
                            WarehouseCode '/' ItemCode
                            ' - file status ' WS-Lot-Status '.'
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    ADD 1 TO WS-Items-Seeded
            END-WRITE
        NOT INVALID KEY
            ADD WS-Lot-Difference TO LT-LotQuantity
            REWRITE LT-LotRecord
                INVALID KEY
                    DISPLAY 'Untracked lot could not be updated for '
                            WarehouseCode '/' ItemCode
                            ' - file status ' WS-Lot-Status '.'
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    ADD 1 TO WS-Items-Seeded
            END-REWRITE
    END-READ.
