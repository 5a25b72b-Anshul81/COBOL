*> must not see what they are expected to find) and written as
*> skeleton count lines, quantity left blank for the counters, to
*> PhysicalCount.dat for PhysicalCountReconcile's cycle-count mode.
*> Run with B on the command line the sheets are printed bin by bin
*> instead: every bin holding a due item gets its own line, and the
*> lines are sorted into walk sequence through each warehouse so the
*> counter visits every bin once. Unbinned stock, and a due item with
*> no bin stock at all, prints as NO BIN after the last bin on the
*> walk. PhysicalCount.dat still takes one line per item - the
*> counter totals an item's bins onto its line.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CountSheetFile ASSIGN TO 'CountSheets.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT BinStockFile ASSIGN TO 'BinStock.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BS-BinStockKey
        FILE STATUS IS WS-Bin-Stock-Status.

    SELECT BinFile ASSIGN TO 'Bins.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BN-BinKey
        FILE STATUS IS WS-Bin-File-Status.

    SELECT BinSheetSortFile ASSIGN TO 'CountSheetSort.tmp'.

DATA DIVISION.
FILE SECTION.
FD InventoryFile.
FD CountSheetFile.
01 CountSheetLine PIC X(80).

FD BinStockFile.
COPY BINSTK REPLACING ==:PREFIX:== BY ==BS-==.

FD BinFile.
COPY BINREC REPLACING ==:PREFIX:== BY ==BN-==.

SD BinSheetSortFile.
01 BinSheetSortRecord.
   05 SS-WarehouseCode PIC X(3).
   05 SS-WalkSequence PIC 9(5).
   05 SS-BinCode PIC X(6).
   05 SS-ItemCode PIC X(5).
   05 SS-ItemName PIC X(20).
   05 SS-Class PIC X.

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
01 WS-Due-B PIC 9(6) VALUE 0.
01 WS-Due-C PIC 9(6) VALUE 0.
01 WS-Current-Warehouse PIC X(3) VALUE SPACES.
01 WS-Command-Line PIC X(80).
01 WS-Sheet-Mode PIC X VALUE 'I'.
   88 Bin-Sheets VALUE 'B'.
01 WS-Bin-Stock-Status PIC XX.
   88 WS-Bin-Stock-OK VALUE '00'.
01 WS-Bin-File-Status PIC XX.
   88 WS-Bin-File-OK VALUE '00'.
01 WS-Bin-Stock-Available PIC X VALUE 'N'.
   88 Bin-Stock-Available VALUE 'Y'.
01 WS-Bins-Available PIC X VALUE 'N'.
   88 Bins-Available VALUE 'Y'.
01 WS-Bin-EOF PIC X VALUE 'N'.
   88 Bin-EOF VALUE 'Y'.
01 WS-Sort-EOF PIC X VALUE 'N'.
   88 Sort-EOF VALUE 'Y'.
01 WS-Item-Bin-Lines PIC 9(4).

01 WS-Sheet-Header-1.
   05 FILLER PIC X(27) VALUE 'CYCLE COUNT SHEET - DATE '.
   05 FILLER PIC X(15) VALUE '_______'.
   05 FILLER PIC X(10) VALUE '________'.

01 WS-Bin-Sheet-Column-Header.
   05 FILLER PIC X(7) VALUE 'WALK'.
   05 FILLER PIC X(8) VALUE 'BIN'.
   05 FILLER PIC X(7) VALUE 'ITEM'.
   05 FILLER PIC X(22) VALUE 'ITEM NAME'.
   05 FILLER PIC X(7) VALUE 'CLASS'.
   05 FILLER PIC X(15) VALUE 'COUNTED QTY'.
   05 FILLER PIC X(10) VALUE 'COUNTER'.

01 WS-Bin-Sheet-Detail.
   05 WS-BD-Walk PIC X(5).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-BD-BinCode PIC X(6).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-BD-ItemCode PIC X(5).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-BD-ItemName PIC X(20).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-BD-Class PIC X.
   05 FILLER PIC X(6) VALUE SPACES.
   05 FILLER PIC X(15) VALUE '_______'.
   05 FILLER PIC X(10) VALUE '________'.
01 WS-BD-Walk-Edit PIC ZZZZ9.

01 WS-Trailer-Line.
   05 FILLER PIC X(16) VALUE 'ITEMS TO COUNT: '.
   05 WS-Trailer-Due PIC ZZZZZ9.
        MOVE 'Y' TO WS-History-Available
    END-IF
    PERFORM Load-Control-Thresholds
    MOVE SPACES TO WS-Command-Line
    ACCEPT WS-Command-Line FROM COMMAND-LINE
    IF WS-Command-Line (1:1) = 'B' OR WS-Command-Line (1:1) = 'b'
        MOVE 'B' TO WS-Sheet-Mode
        PERFORM Open-Bin-Files
    END-IF

    OPEN OUTPUT CountFile
    OPEN OUTPUT CountSheetFile
    MOVE WS-Run-Date TO WS-SH-Date
    WRITE CountSheetLine FROM WS-Sheet-Header-1

    IF Bin-Sheets
        SORT BinSheetSortFile
            ON ASCENDING KEY SS-WarehouseCode
            ON ASCENDING KEY SS-WalkSequence
            ON ASCENDING KEY SS-BinCode
            ON ASCENDING KEY SS-ItemCode
            INPUT PROCEDURE IS Schedule-All-Items
            OUTPUT PROCEDURE IS Print-Bin-Count-Sheets
    ELSE
        PERFORM Schedule-All-Items
    END-IF

    MOVE SPACES TO CountSheetLine
    WRITE CountSheetLine
    IF History-Available
        CLOSE CountHistoryFile
    END-IF
    IF Bin-Stock-Available
        CLOSE BinStockFile
    END-IF
    IF Bins-Available
        CLOSE BinFile
    END-IF
    CLOSE CountFile
    CLOSE CountSheetFile
    DISPLAY 'Cycle count schedule complete - ' WS-Items-Due
            ' of ' WS-Items-Read ' item(s) due for counting.'
    STOP RUN.

*> Bin stock and the bin master only shape the bin-by-bin sheets;
*> without BinStock.dat every due item prints as NO BIN, and without
*> Bins.dat the bins print in bin code order.
Open-Bin-Files.
    OPEN INPUT BinStockFile
    IF WS-Bin-Stock-OK
        MOVE 'Y' TO WS-Bin-Stock-Available
    ELSE
        DISPLAY 'BinStock.dat could not be opened - file status '
                WS-Bin-Stock-Status '. Count sheets will show no bins.'
    END-IF
    OPEN INPUT BinFile
    IF WS-Bin-File-OK
        MOVE 'Y' TO WS-Bins-Available
    END-IF.

Schedule-All-Items.
    PERFORM UNTIL EOF
        READ InventoryFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-Items-Read
                PERFORM Schedule-One-Item
        END-READ
    END-PERFORM.

Load-Control-Thresholds.
    OPEN INPUT ControlFile
    IF WS-Control-Status = '35'
        WHEN OTHER
            ADD 1 TO WS-Due-C
    END-EVALUATE
    IF Bin-Sheets
        PERFORM Release-Item-Bins
    ELSE
        PERFORM Print-Item-Sheet-Line
    END-IF
    MOVE WarehouseCode TO CT-WarehouseCode
    MOVE ItemCode TO CT-ItemCode
    MOVE SPACES TO CT-CountedQuantity
    MOVE SPACES TO CT-Operator-Id
    WRITE CountRecord.

Print-Item-Sheet-Line.
    IF WarehouseCode NOT = WS-Current-Warehouse
        MOVE WarehouseCode TO WS-Current-Warehouse
        MOVE SPACES TO CountSheetLine
    MOVE ItemCode TO WS-SD-ItemCode
    MOVE ItemName TO WS-SD-ItemName
    MOVE WS-Count-Class TO WS-SD-Class
    WRITE CountSheetLine FROM WS-Sheet-Detail.

*> One sort line per bin holding the due item, and a single NO BIN
*> line when it holds no bin stock at all so it is still counted.
Release-Item-Bins.
    MOVE 0 TO WS-Item-Bin-Lines
    IF Bin-Stock-Available
        MOVE 'N' TO WS-Bin-EOF
        MOVE WarehouseCode TO BS-WarehouseCode
        MOVE ItemCode TO BS-ItemCode
        MOVE LOW-VALUES TO BS-BinCode
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
                        MOVE BS-BinCode TO SS-BinCode
                        PERFORM Release-Bin-Sheet-Line
                    ELSE
                        MOVE 'Y' TO WS-Bin-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    IF WS-Item-Bin-Lines = 0
        MOVE SPACES TO SS-BinCode
        PERFORM Release-Bin-Sheet-Line
    END-IF.

*> Caller has set SS-BinCode. Unbinned stock and a bin missing from
*> Bins.dat take walk sequence 99999, after every bin on the route.
Release-Bin-Sheet-Line.
    ADD 1 TO WS-Item-Bin-Lines
    MOVE WarehouseCode TO SS-WarehouseCode
    MOVE 99999 TO SS-WalkSequence
    IF SS-BinCode NOT = SPACES AND Bins-Available
        MOVE WarehouseCode TO BN-WarehouseCode
        MOVE SS-BinCode TO BN-BinCode
        READ BinFile
            NOT INVALID KEY
                MOVE BN-WalkSequence TO SS-WalkSequence
        END-READ
    END-IF
    MOVE ItemCode TO SS-ItemCode
    MOVE ItemName TO SS-ItemName
    MOVE WS-Count-Class TO SS-Class
    RELEASE BinSheetSortRecord.

Print-Bin-Count-Sheets.
    MOVE 'N' TO WS-Sort-EOF
    PERFORM UNTIL Sort-EOF
        RETURN BinSheetSortFile
            AT END
                MOVE 'Y' TO WS-Sort-EOF
            NOT AT END
                PERFORM Print-Bin-Sheet-Line
        END-RETURN
    END-PERFORM.

Print-Bin-Sheet-Line.
    IF SS-WarehouseCode NOT = WS-Current-Warehouse
        MOVE SS-WarehouseCode TO WS-Current-Warehouse
        MOVE SPACES TO CountSheetLine
        WRITE CountSheetLine
        MOVE SS-WarehouseCode TO WS-SW-WarehouseCode
        WRITE CountSheetLine FROM WS-Sheet-Warehouse-Line
        WRITE CountSheetLine FROM WS-Bin-Sheet-Column-Header
    END-IF
    IF SS-WalkSequence = 99999
        MOVE SPACES TO WS-BD-Walk
    ELSE
        MOVE SS-WalkSequence TO WS-BD-Walk-Edit
        MOVE WS-BD-Walk-Edit TO WS-BD-Walk
    END-IF
    IF SS-BinCode = SPACES
        MOVE 'NO BIN' TO WS-BD-BinCode
    ELSE
        MOVE SS-BinCode TO WS-BD-BinCode
    END-IF
    MOVE SS-ItemCode TO WS-BD-ItemCode
    MOVE SS-ItemName TO WS-BD-ItemName
    MOVE SS-Class TO WS-BD-Class
    WRITE CountSheetLine FROM WS-Bin-Sheet-Detail.
