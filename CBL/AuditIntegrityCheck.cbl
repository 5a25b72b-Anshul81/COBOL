*> number) and replayed one key at a time, so the check has no
*> working-storage ceiling and can never be incomplete: every entry
*> is chained and every key's ending balance is verified against the
*> inventory file at its key break. A second pass merges the
*> inventory file against InventoryLots.dat, both read in key order,
*> and flags every key whose lot quantities do not add up to its
*> on-hand quantity, and any lot held for an item no longer on file.
*> A third pass does the same against BinStock.dat for the bin
*> quantities, and also flags stock held in a bin that is missing
*> from Bins.dat.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

    SELECT ReplaySortFile ASSIGN TO 'AuditSort.tmp'.

    SELECT LotFile ASSIGN TO 'InventoryLots.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LT-LotKey
        FILE STATUS IS WS-Lot-Status.

    SELECT BinStockFile ASSIGN TO 'BinStock.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BS-BinStockKey
        FILE STATUS IS WS-Bin-Stock-Status.

    SELECT BinFile ASSIGN TO 'Bins.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BN-BinKey
        FILE STATUS IS WS-Bin-File-Status.

    SELECT IntegrityReportFile ASSIGN TO 'IntegrityReport.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

   05 SR-Sequence PIC 9(9).
   05 SR-Line PIC X(80).

FD LotFile.
COPY LOTREC REPLACING ==:PREFIX:== BY ==LT-==.

FD BinStockFile.
COPY BINSTK REPLACING ==:PREFIX:== BY ==BS-==.

FD BinFile.
COPY BINREC REPLACING ==:PREFIX:== BY ==BN-==.

FD IntegrityReportFile.
01 IntegrityReportLine PIC X(100).

01 WS-Cost-Known PIC X VALUE 'N'.
   88 Cost-Known VALUE 'Y'.

01 WS-Lot-Status PIC XX.
   88 WS-Lot-File-Missing VALUE '35'.
01 WS-Lot-EOF PIC X VALUE 'N'.
   88 Lot-EOF VALUE 'Y'.
01 WS-Lot-Key.
   05 WS-LK-WarehouseCode PIC X(3).
   05 WS-LK-ItemCode PIC X(5).
01 WS-Lot-Total PIC 9(6).
01 WS-Lot-Keys-Checked PIC 9(6) VALUE 0.

01 WS-Bin-Stock-Status PIC XX.
   88 WS-Bin-Stock-Missing VALUE '35'.
01 WS-Bin-File-Status PIC XX.
   88 WS-Bin-File-Missing VALUE '35'.
01 WS-Bins-Available PIC X VALUE 'N'.
   88 Bins-Available VALUE 'Y'.
01 WS-Bin-EOF PIC X VALUE 'N'.
   88 Bin-EOF VALUE 'Y'.
01 WS-Bin-Key.
   05 WS-BK-WarehouseCode PIC X(3).
   05 WS-BK-ItemCode PIC X(5).
01 WS-Bin-Total PIC 9(6).

01 WS-Entries-Read PIC 9(6) VALUE 0.
01 WS-Entries-Replayed PIC 9(6) VALUE 0.
01 WS-Discrepancy-Count PIC 9(6) VALUE 0.
        INPUT PROCEDURE IS Release-Audit-Entries
        OUTPUT PROCEDURE IS Verify-Sorted-Entries

    PERFORM Verify-Lot-Balances
    PERFORM Verify-Bin-Balances

    MOVE SPACES TO IntegrityReportLine
    WRITE IntegrityReportLine
    MOVE WS-Discrepancy-Count TO WS-Trailer-Count
            WRITE IntegrityReportLine FROM WS-Cost-Discrepancy-Line
        END-IF
    END-IF.

*> Both files are in warehouse/item order (the lot key leads with the
*> inventory key), so one pass over each is enough. Lots whose key
*> sorts before the current inventory key belong to no item on file.
Verify-Lot-Balances.
    OPEN INPUT LotFile
    IF WS-Lot-File-Missing
        MOVE 'LOT FILE NOT AVAILABLE - LOT BALANCES NOT CHECKED'
            TO IntegrityReportLine
        WRITE IntegrityReportLine
    ELSE
        PERFORM Read-Next-Lot
        MOVE 'N' TO WS-EOF
        MOVE LOW-VALUES TO InventoryKey
        START InventoryFile KEY NOT < InventoryKey
            INVALID KEY
                MOVE 'Y' TO WS-EOF
        END-START
        PERFORM UNTIL EOF
            READ InventoryFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM Verify-One-Lot-Balance
            END-READ
        END-PERFORM
        PERFORM UNTIL Lot-EOF
            PERFORM Report-Orphan-Lot
        END-PERFORM
        CLOSE LotFile
    END-IF.

Verify-One-Lot-Balance.
    ADD 1 TO WS-Lot-Keys-Checked
    PERFORM UNTIL Lot-EOF OR WS-Lot-Key >= InventoryKey
        PERFORM Report-Orphan-Lot
    END-PERFORM
    MOVE 0 TO WS-Lot-Total
    PERFORM UNTIL Lot-EOF OR WS-Lot-Key NOT = InventoryKey
        ADD LT-LotQuantity TO WS-Lot-Total
        PERFORM Read-Next-Lot
    END-PERFORM
    IF WS-Lot-Total NOT = ItemQuantity
        ADD 1 TO WS-Discrepancy-Count
        MOVE WarehouseCode TO WS-DL-WarehouseCode
        MOVE ItemCode TO WS-DL-ItemCode
        MOVE 'LOT QUANTITIES DO NOT ADD UP TO ON-HAND'
            TO WS-DL-Text
        MOVE ItemQuantity TO WS-DL-Expected
        MOVE WS-Lot-Total TO WS-DL-Found
        WRITE IntegrityReportLine FROM WS-Discrepancy-Line
    END-IF.

Report-Orphan-Lot.
    ADD 1 TO WS-Discrepancy-Count
    MOVE LT-WarehouseCode TO WS-DL-WarehouseCode
    MOVE LT-ItemCode TO WS-DL-ItemCode
    MOVE 'LOT HELD FOR AN ITEM NOT ON FILE' TO WS-DL-Text
    MOVE 0 TO WS-DL-Expected
    MOVE LT-LotQuantity TO WS-DL-Found
    WRITE IntegrityReportLine FROM WS-Discrepancy-Line
    PERFORM Read-Next-Lot.

Read-Next-Lot.
    READ LotFile NEXT RECORD
        AT END
            MOVE 'Y' TO WS-Lot-EOF
            MOVE HIGH-VALUES TO WS-Lot-Key
        NOT AT END
            MOVE LT-WarehouseCode TO WS-LK-WarehouseCode
            MOVE LT-ItemCode TO WS-LK-ItemCode
    END-READ.

*> BinStock.dat leads with the inventory key too, so the bin pass is
*> the same merge as the lot pass. Bins.dat is only read to confirm
*> each bin holding stock is a known bin; unbinned stock (blank bin
*> code) needs no bin record.
Verify-Bin-Balances.
    OPEN INPUT BinStockFile
    IF WS-Bin-Stock-Missing
        MOVE 'BIN STOCK FILE NOT AVAILABLE - BIN BALANCES NOT CHECKED'
            TO IntegrityReportLine
        WRITE IntegrityReportLine
    ELSE
        OPEN INPUT BinFile
        IF WS-Bin-File-Missing
            MOVE 'N' TO WS-Bins-Available
        ELSE
            MOVE 'Y' TO WS-Bins-Available
        END-IF
        PERFORM Read-Next-Bin-Stock
        MOVE 'N' TO WS-EOF
        MOVE LOW-VALUES TO InventoryKey
        START InventoryFile KEY NOT < InventoryKey
            INVALID KEY
                MOVE 'Y' TO WS-EOF
        END-START
        PERFORM UNTIL EOF
            READ InventoryFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM Verify-One-Bin-Balance
            END-READ
        END-PERFORM
        PERFORM UNTIL Bin-EOF
            PERFORM Report-Orphan-Bin-Stock
        END-PERFORM
        CLOSE BinStockFile
        IF Bins-Available
            CLOSE BinFile
        END-IF
    END-IF.

Verify-One-Bin-Balance.
    PERFORM UNTIL Bin-EOF OR WS-Bin-Key >= InventoryKey
        PERFORM Report-Orphan-Bin-Stock
    END-PERFORM
    MOVE 0 TO WS-Bin-Total
    PERFORM UNTIL Bin-EOF OR WS-Bin-Key NOT = InventoryKey
        ADD BS-BinQuantity TO WS-Bin-Total
        PERFORM Check-Bin-On-File
        PERFORM Read-Next-Bin-Stock
    END-PERFORM
    IF WS-Bin-Total NOT = ItemQuantity
        ADD 1 TO WS-Discrepancy-Count
        MOVE WarehouseCode TO WS-DL-WarehouseCode
        MOVE ItemCode TO WS-DL-ItemCode
        MOVE 'BIN QUANTITIES DO NOT ADD UP TO ON-HAND'
            TO WS-DL-Text
        MOVE ItemQuantity TO WS-DL-Expected
        MOVE WS-Bin-Total TO WS-DL-Found
        WRITE IntegrityReportLine FROM WS-Discrepancy-Line
    END-IF.

Check-Bin-On-File.
    IF Bins-Available AND BS-BinCode NOT = SPACES
        MOVE BS-WarehouseCode TO BN-WarehouseCode
        MOVE BS-BinCode TO BN-BinCode
        READ BinFile
            INVALID KEY
                ADD 1 TO WS-Discrepancy-Count
                MOVE BS-WarehouseCode TO WS-DL-WarehouseCode
                MOVE BS-ItemCode TO WS-DL-ItemCode
                MOVE SPACES TO WS-DL-Text
                STRING 'STOCK HELD IN BIN ' BS-BinCode
                       ' NOT ON BINS FILE'
                       DELIMITED BY SIZE INTO WS-DL-Text
                END-STRING
                MOVE 0 TO WS-DL-Expected
                MOVE BS-BinQuantity TO WS-DL-Found
                WRITE IntegrityReportLine FROM WS-Discrepancy-Line
        END-READ
    END-IF.

Report-Orphan-Bin-Stock.
    ADD 1 TO WS-Discrepancy-Count
    MOVE BS-WarehouseCode TO WS-DL-WarehouseCode
    MOVE BS-ItemCode TO WS-DL-ItemCode
    MOVE 'BIN STOCK HELD FOR AN ITEM NOT ON FILE' TO WS-DL-Text
    MOVE 0 TO WS-DL-Expected
    MOVE BS-BinQuantity TO WS-DL-Found
    WRITE IntegrityReportLine FROM WS-Discrepancy-Line
    PERFORM Read-Next-Bin-Stock.

Read-Next-Bin-Stock.
    READ BinStockFile NEXT RECORD
        AT END
            MOVE 'Y' TO WS-Bin-EOF
            MOVE HIGH-VALUES TO WS-Bin-Key
        NOT AT END
            MOVE BS-WarehouseCode TO WS-BK-WarehouseCode
            MOVE BS-ItemCode TO WS-BK-ItemCode
    END-READ.
