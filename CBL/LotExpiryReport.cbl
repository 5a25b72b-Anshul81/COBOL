IDENTIFICATION DIVISION.
PROGRAM-ID. LotExpiryReport.

*> Nightly list of stock lots that have expired, or will expire within
*> the warning window, with their value at the item's current unit
*> cost - the pick list for quarantine and the figure for the write-
*> off provision. The window (days) is read from LotExpiryControl.dat
*> and defaults to 30. Lots are listed in warehouse/item order, each
*> item's lots earliest expiry first; the untracked lot never expires
*> and is never listed. A lot carrying an expiry date that is not a
*> real date is listed as such so it can be corrected.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LotFile ASSIGN TO 'InventoryLots.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LT-LotKey
        FILE STATUS IS WS-Lot-Status.

    SELECT InventoryFile ASSIGN TO 'Inventory.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS InventoryKey
        ALTERNATE RECORD KEY IS ItemCode WITH DUPLICATES
        FILE STATUS IS WS-Inventory-Status.

    SELECT ControlFile ASSIGN TO 'LotExpiryControl.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Control-Status.

    SELECT ExpiryReportFile ASSIGN TO 'LotExpiryReport.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LotFile.
COPY LOTREC REPLACING ==:PREFIX:== BY ==LT-==.

FD InventoryFile.
COPY INVREC REPLACING ==:PREFIX:== BY == ==.

FD ControlFile.
01 ExpiryControlRecord.
   05 LX-Window-Days PIC 9(3).

FD ExpiryReportFile.
01 ExpiryReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 NOT-EOF VALUE 'N'.
01 WS-Lot-Status PIC XX.
01 WS-Inventory-Status PIC XX.
   88 WS-Inv-OK VALUE '00'.
01 WS-Inventory-Available PIC X VALUE 'N'.
   88 Inventory-Available VALUE 'Y'.
01 WS-Control-Status PIC XX.
01 WS-Current-Date PIC X(21).
01 WS-Run-Date PIC X(8).
01 WS-Run-Day-Number PIC 9(7).
01 WS-Date-Numeric PIC 9(8).
01 WS-Expiry-Day-Number PIC 9(7).
01 WS-Days-To-Expiry PIC S9(7).
01 WS-Window-Days PIC 9(3) VALUE 30.
01 WS-Unit-Cost PIC 9(5)V99.
01 WS-Lot-Value PIC 9(9)V99.

01 WS-Lots-Read PIC 9(6) VALUE 0.
01 WS-Lots-Expired PIC 9(6) VALUE 0.
01 WS-Lots-Expiring PIC 9(6) VALUE 0.
01 WS-Lots-Bad-Date PIC 9(6) VALUE 0.
01 WS-Expired-Value PIC 9(11)V99 VALUE 0.
01 WS-Expiring-Value PIC 9(11)V99 VALUE 0.

01 WS-Report-Header-1.
   05 FILLER PIC X(30) VALUE 'LOT EXPIRY REPORT - RUN DATE '.
   05 WS-RH-Date PIC X(8).
   05 FILLER PIC X(18) VALUE '   WINDOW (DAYS): '.
   05 WS-RH-Window PIC ZZ9.

01 WS-Report-Header-2.
   05 FILLER PIC X(6) VALUE 'WHSE'.
   05 FILLER PIC X(7) VALUE 'ITEM'.
   05 FILLER PIC X(12) VALUE 'LOT NUMBER'.
   05 FILLER PIC X(10) VALUE 'EXPIRY'.
   05 FILLER PIC X(8) VALUE 'QTY'.
   05 FILLER PIC X(11) VALUE 'UNIT COST'.
   05 FILLER PIC X(16) VALUE 'VALUE'.
   05 FILLER PIC X(20) VALUE 'STATUS'.

01 WS-Detail-Line.
   05 WS-DL-WarehouseCode PIC X(3).
   05 FILLER PIC X(3) VALUE SPACES.
   05 WS-DL-ItemCode PIC X(5).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-DL-LotNumber PIC X(10).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-DL-ExpiryDate PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-DL-Quantity PIC ZZZ9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-DL-UnitCost PIC ZZZZ9.99.
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-DL-Value PIC ZZZ,ZZZ,ZZ9.99.
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-DL-Status PIC X(25).

01 WS-Days-Text.
   05 FILLER PIC X(11) VALUE 'EXPIRES IN '.
   05 WS-DT-Days PIC ZZ9.
   05 FILLER PIC X(5) VALUE ' DAYS'.

01 WS-Total-Line.
   05 WS-TL-Label PIC X(22).
   05 WS-TL-Count PIC ZZZZZ9.
   05 FILLER PIC X(10) VALUE '  VALUE: '.
   05 WS-TL-Value PIC ZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
    MOVE WS-Current-Date (1:8) TO WS-Run-Date
    MOVE WS-Run-Date TO WS-Date-Numeric
    COMPUTE WS-Run-Day-Number =
        FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)

    OPEN INPUT LotFile
    IF WS-Lot-Status = '35'
        DISPLAY 'InventoryLots.dat does not exist - no lots to report.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT InventoryFile
    IF WS-Inv-OK
        MOVE 'Y' TO WS-Inventory-Available
    ELSE
        DISPLAY 'Inventory.dat could not be opened - file status '
                WS-Inventory-Status '. Lots are reported unvalued.'
    END-IF
    PERFORM Load-Expiry-Window

    OPEN OUTPUT ExpiryReportFile
    MOVE WS-Run-Date TO WS-RH-Date
    MOVE WS-Window-Days TO WS-RH-Window
    WRITE ExpiryReportLine FROM WS-Report-Header-1
    MOVE SPACES TO ExpiryReportLine
    WRITE ExpiryReportLine
    WRITE ExpiryReportLine FROM WS-Report-Header-2

    PERFORM UNTIL EOF
        READ LotFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-Lots-Read
                IF NOT LT-Lot-Never-Expires
                    PERFORM Check-One-Lot
                END-IF
        END-READ
    END-PERFORM

    MOVE SPACES TO ExpiryReportLine
    WRITE ExpiryReportLine
    MOVE 'LOTS EXPIRED:' TO WS-TL-Label
    MOVE WS-Lots-Expired TO WS-TL-Count
    MOVE WS-Expired-Value TO WS-TL-Value
    WRITE ExpiryReportLine FROM WS-Total-Line
    MOVE 'LOTS EXPIRING:' TO WS-TL-Label
    MOVE WS-Lots-Expiring TO WS-TL-Count
    MOVE WS-Expiring-Value TO WS-TL-Value
    WRITE ExpiryReportLine FROM WS-Total-Line

    CLOSE LotFile
    IF Inventory-Available
        CLOSE InventoryFile
    END-IF
    CLOSE ExpiryReportFile
    DISPLAY 'Lot expiry report complete - ' WS-Lots-Read
            ' lot(s) read, ' WS-Lots-Expired ' expired, '
            WS-Lots-Expiring ' expiring within ' WS-Window-Days
            ' day(s), ' WS-Lots-Bad-Date ' with a bad expiry date.'
    STOP RUN.

Load-Expiry-Window.
    OPEN INPUT ControlFile
    IF WS-Control-Status = '35'
        DISPLAY 'LotExpiryControl.dat does not exist - default '
                'window of ' WS-Window-Days ' days applies.'
    ELSE
        READ ControlFile
            NOT AT END
                IF LX-Window-Days NUMERIC
                    MOVE LX-Window-Days TO WS-Window-Days
                END-IF
        END-READ
        CLOSE ControlFile
    END-IF.

Check-One-Lot.
    MOVE 0 TO WS-Expiry-Day-Number
    IF LT-ExpiryDate NUMERIC
        MOVE LT-ExpiryDate TO WS-Date-Numeric
        COMPUTE WS-Expiry-Day-Number =
            FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)
    END-IF
    IF WS-Expiry-Day-Number = 0
        ADD 1 TO WS-Lots-Bad-Date
        MOVE '** EXPIRY DATE INVALID **' TO WS-DL-Status
        PERFORM Write-Lot-Line
    ELSE
        COMPUTE WS-Days-To-Expiry =
            WS-Expiry-Day-Number - WS-Run-Day-Number
        EVALUATE TRUE
            WHEN WS-Days-To-Expiry <= 0
                MOVE 'EXPIRED' TO WS-DL-Status
                PERFORM Write-Lot-Line
                ADD 1 TO WS-Lots-Expired
                ADD WS-Lot-Value TO WS-Expired-Value
            WHEN WS-Days-To-Expiry <= WS-Window-Days
                MOVE WS-Days-To-Expiry TO WS-DT-Days
                MOVE WS-Days-Text TO WS-DL-Status
                PERFORM Write-Lot-Line
                ADD 1 TO WS-Lots-Expiring
                ADD WS-Lot-Value TO WS-Expiring-Value
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*> Each listed lot is valued at its item's current unit cost; a lot
*> whose inventory record cannot be read is listed at nil value.
Write-Lot-Line.
    MOVE 0 TO WS-Unit-Cost
    IF Inventory-Available
        MOVE LT-WarehouseCode TO WarehouseCode
        MOVE LT-ItemCode TO ItemCode
        READ InventoryFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE UnitCost TO WS-Unit-Cost
        END-READ
    END-IF
    COMPUTE WS-Lot-Value = LT-LotQuantity * WS-Unit-Cost
    MOVE LT-WarehouseCode TO WS-DL-WarehouseCode
    MOVE LT-ItemCode TO WS-DL-ItemCode
    MOVE LT-LotNumber TO WS-DL-LotNumber
    MOVE LT-ExpiryDate TO WS-DL-ExpiryDate
    MOVE LT-LotQuantity TO WS-DL-Quantity
    MOVE WS-Unit-Cost TO WS-DL-UnitCost
    MOVE WS-Lot-Value TO WS-DL-Value
    WRITE ExpiryReportLine FROM WS-Detail-Line.
