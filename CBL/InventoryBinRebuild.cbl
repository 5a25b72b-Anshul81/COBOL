IDENTIFICATION DIVISION.
PROGRAM-ID. InventoryBinRebuild.

*> Brings BinStock.dat into line with Inventory.dat for stock that is
*> in no bin - run once when bins are first kept, and again after
*> any repair to the inventory file. For every inventory key whose
*> bins add up to less than its on-hand quantity, the difference is
*> put into the item's unbinned stock (blank bin code), so the bin
*> quantities add up again and the stock can be moved into its bins
*> with BinMaintenance. A key whose bins come to more than its
*> on-hand is reported and left alone - that needs a count, not a
*> guess at which bin to reduce. Safe to rerun: a key already in
*> balance is not touched.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT InventoryFile ASSIGN TO 'Inventory.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS InventoryKey
        ALTERNATE RECORD KEY IS ItemCode WITH DUPLICATES
        FILE STATUS IS WS-Inventory-Status.

    SELECT BinStockFile ASSIGN TO 'BinStock.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BS-BinStockKey
        FILE STATUS IS WS-Bin-Stock-Status.

DATA DIVISION.
FILE SECTION.
FD InventoryFile.
COPY INVREC REPLACING ==:PREFIX:== BY == ==.

FD BinStockFile.
COPY BINSTK REPLACING ==:PREFIX:== BY ==BS-==.

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 NOT-EOF VALUE 'N'.
01 WS-Inventory-Status PIC XX.
01 WS-Bin-Stock-Status PIC XX.
   88 WS-Bin-Stock-OK VALUE '00'.
   88 WS-Bin-Stock-Missing VALUE '35'.
01 WS-Bin-EOF PIC X VALUE 'N'.
   88 Bin-EOF VALUE 'Y'.
01 WS-Bin-Total PIC 9(6).
01 WS-Bin-Difference PIC 9(6).
01 WS-Items-Read PIC 9(6) VALUE 0.
01 WS-Items-Seeded PIC 9(6) VALUE 0.
01 WS-Items-Over PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
Begin.
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

    OPEN I-O BinStockFile
    IF WS-Bin-Stock-Missing
        OPEN OUTPUT BinStockFile
        CLOSE BinStockFile
        OPEN I-O BinStockFile
    END-IF
    IF NOT WS-Bin-Stock-OK
        DISPLAY 'BinStock.dat could not be opened - file status '
                WS-Bin-Stock-Status '.'
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
    CLOSE BinStockFile
    DISPLAY 'Bin stock rebuild complete - ' WS-Items-Read
            ' item(s) read, ' WS-Items-Seeded
            ' topped up as unbinned stock, ' WS-Items-Over
            ' holding more in bins than on hand.'
    IF WS-Items-Over > 0 AND RETURN-CODE = 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

Balance-One-Item.
    PERFORM Total-Item-Bins
    EVALUATE TRUE
        WHEN WS-Bin-Total < ItemQuantity
            COMPUTE WS-Bin-Difference = ItemQuantity - WS-Bin-Total
            PERFORM Add-To-Unbinned-Stock
        WHEN WS-Bin-Total > ItemQuantity
            ADD 1 TO WS-Items-Over
            DISPLAY 'Bins for ' WarehouseCode '/' ItemCode ' hold '
                    WS-Bin-Total ' against ' ItemQuantity
                    ' on hand - count the item and post the variance.'
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

Total-Item-Bins.
    MOVE 0 TO WS-Bin-Total
    MOVE WarehouseCode TO BS-WarehouseCode
    MOVE ItemCode TO BS-ItemCode
    MOVE LOW-VALUES TO BS-BinCode
    MOVE 'N' TO WS-Bin-EOF
    START BinStockFile KEY IS NOT LESS THAN BS-BinStockKey
        INVALID KEY
            MOVE 'Y' TO WS-Bin-EOF
    END-START
    PERFORM UNTIL Bin-EOF
        READ BinStockFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-Bin-EOF
            NOT AT END
                IF BS-WarehouseCode = WarehouseCode
                    AND BS-ItemCode = ItemCode
                    ADD BS-BinQuantity TO WS-Bin-Total
                ELSE
                    MOVE 'Y' TO WS-Bin-EOF
                END-IF
        END-READ
    END-PERFORM.

Add-To-Unbinned-Stock.
    MOVE WarehouseCode TO BS-WarehouseCode
    MOVE ItemCode TO BS-ItemCode
    MOVE SPACES TO BS-BinCode
    READ BinStockFile
        INVALID KEY
            MOVE WS-Bin-Difference TO BS-BinQuantity
            WRITE BS-BinStockRecord
                INVALID KEY
                    DISPLAY 'Unbinned stock could not be written for '
                            WarehouseCode '/' ItemCode
                            ' - file status ' WS-Bin-Stock-Status '.'
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    ADD 1 TO WS-Items-Seeded
            END-WRITE
        NOT INVALID KEY
            ADD WS-Bin-Difference TO BS-BinQuantity
            REWRITE BS-BinStockRecord
                INVALID KEY
                    DISPLAY 'Unbinned stock could not be updated for '
                            WarehouseCode '/' ItemCode
                            ' - file status ' WS-Bin-Stock-Status '.'
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    ADD 1 TO WS-Items-Seeded
            END-REWRITE
    END-READ.
