IDENTIFICATION DIVISION.
PROGRAM-ID. CustomerOrderAllocation.

*> Reserves stock for customer orders so customer service stops
*> promising units already spoken for. New, amended and cancelled
*> order lines from CustomerOrderEntry.dat are first posted to
*> CustomerOrders.dat. Every open line still short of its reservation
*> is then sorted by warehouse/item and order date, and each key's
*> available-to-promise - on-hand less everything already reserved
*> there - is handed out oldest order first, part-reserving a line
*> when there is not enough for all of it. The reservations are what
*> InventoryBatchLoad protects when it posts an 'I' issue and what
*> InventoryManager's item inquiry shows as allocated. Everything
*> done is listed on AllocationReport.txt; a key already reserved
*> beyond its on-hand (a count or adjustment since took stock away)
*> is flagged there for customer service to deal with.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT InventoryFile ASSIGN TO 'Inventory.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS InventoryKey
        ALTERNATE RECORD KEY IS ItemCode WITH DUPLICATES
        FILE STATUS IS WS-Inventory-Status.

    SELECT WarehouseFile ASSIGN TO 'Warehouses.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WH-WarehouseCode
        FILE STATUS IS WS-Warehouse-File-Status.

    SELECT CustomerOrderFile ASSIGN TO 'CustomerOrders.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CO-CustomerOrderKey
        FILE STATUS IS WS-Customer-Order-Status.

    SELECT OrderEntryFile ASSIGN TO 'CustomerOrderEntry.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Entry-Status.

    SELECT AllocationSortFile ASSIGN TO 'AllocationSort.tmp'.

    SELECT AllocationReportFile ASSIGN TO 'AllocationReport.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD InventoryFile.
COPY INVREC REPLACING ==:PREFIX:== BY == ==.

FD WarehouseFile.
COPY WHSEREC REPLACING ==:PREFIX:== BY ==WH-==.

FD CustomerOrderFile.
COPY CUSTORD REPLACING ==:PREFIX:== BY ==CO-==.

FD OrderEntryFile.
COPY CUSTORD REPLACING ==:PREFIX:== BY ==CE-==.

SD AllocationSortFile.
COPY CUSTORD REPLACING ==:PREFIX:== BY ==CS-==.

FD AllocationReportFile.
01 AllocationReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 NOT-EOF VALUE 'N'.
01 WS-Sort-EOF PIC X VALUE 'N'.
   88 Sort-EOF VALUE 'Y'.
01 WS-Inventory-Status PIC XX.
   88 WS-Inv-OK VALUE '00'.
01 WS-Warehouse-File-Status PIC XX.
   88 WS-Whse-File-Missing VALUE '35'.
01 WS-Customer-Order-Status PIC XX.
   88 WS-Cust-Order-OK VALUE '00'.
   88 WS-Cust-Order-Missing VALUE '35'.
01 WS-Entry-Status PIC XX.
01 WS-Current-Date PIC X(21).
01 WS-Run-Date PIC X(8).
01 WS-Valid-Entry PIC X VALUE 'Y'.
   88 Valid-Entry VALUE 'Y'.
   88 Invalid-Entry VALUE 'N'.
01 WS-Reject-Text PIC X(40).

01 WS-Current-Key.
   05 WS-Current-WarehouseCode PIC X(3).
   05 WS-Current-ItemCode PIC X(5).
01 WS-Key-Active PIC X VALUE 'N'.
   88 Key-Active VALUE 'Y'.
01 WS-Key-On-Hand PIC 9(4).
01 WS-Key-Allocated PIC 9(6).
01 WS-Key-Available PIC 9(6).
01 WS-Line-Need PIC 9(4).
01 WS-Line-Take PIC 9(4).
01 WS-Line-Short PIC 9(4).

01 WS-Entries-Read PIC 9(6) VALUE 0.
01 WS-Entries-Added PIC 9(6) VALUE 0.
01 WS-Entries-Amended PIC 9(6) VALUE 0.
01 WS-Entries-Cancelled PIC 9(6) VALUE 0.
01 WS-Entries-Rejected PIC 9(6) VALUE 0.
01 WS-Lines-Considered PIC 9(6) VALUE 0.
01 WS-Units-Allocated PIC 9(9) VALUE 0.
01 WS-Lines-Short PIC 9(6) VALUE 0.
01 WS-Keys-Over-Allocated PIC 9(6) VALUE 0.

01 WS-Report-Header-1.
   05 FILLER PIC X(37) VALUE 'CUSTOMER ORDER ALLOCATION REPORT AT '.
   05 WS-RH-Date PIC X(8).

01 WS-Entry-Section-Header.
   05 FILLER PIC X(40) VALUE 'ORDER ENTRY'.

01 WS-Allocation-Section-Header.
   05 FILLER PIC X(40) VALUE 'ALLOCATION'.

01 WS-Report-Header-2.
   05 FILLER PIC X(4) VALUE 'WH'.
   05 FILLER PIC X(7) VALUE 'ITEM'.
   05 FILLER PIC X(10) VALUE 'ORDER'.
   05 FILLER PIC X(10) VALUE 'CUSTOMER'.
   05 FILLER PIC X(10) VALUE 'DATE'.
   05 FILLER PIC X(8) VALUE 'ORDERED'.
   05 FILLER PIC X(8) VALUE 'ISSUED'.
   05 FILLER PIC X(8) VALUE 'ALLOC'.
   05 FILLER PIC X(8) VALUE 'SHORT'.
   05 FILLER PIC X(25) VALUE 'NOTE'.

01 WS-Detail-Line.
   05 WS-DL-WarehouseCode PIC X(3).
   05 FILLER PIC X VALUE SPACE.
   05 WS-DL-ItemCode PIC X(5).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-DL-OrderNumber PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-DL-CustomerCode PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-DL-OrderDate PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-DL-Ordered PIC ZZZ9.
   05 FILLER PIC X(4) VALUE SPACES.
   05 WS-DL-Issued PIC ZZZ9.
   05 FILLER PIC X(4) VALUE SPACES.
   05 WS-DL-Allocated PIC ZZZ9.
   05 FILLER PIC X(4) VALUE SPACES.
   05 WS-DL-Short PIC ZZZ9.
   05 FILLER PIC X(4) VALUE SPACES.
   05 WS-DL-Note PIC X(40).

01 WS-Over-Allocation-Line.
   05 WS-OA-WarehouseCode PIC X(3).
   05 FILLER PIC X VALUE '/'.
   05 WS-OA-ItemCode PIC X(5).
   05 FILLER PIC X(29) VALUE '  ** OVER-ALLOCATED - ON HAND'.
   05 WS-OA-On-Hand PIC ZZZZZ9.
   05 FILLER PIC X(11) VALUE '  RESERVED '.
   05 WS-OA-Allocated PIC ZZZZZ9.

01 WS-Trailer-Line-1.
   05 FILLER PIC X(20) VALUE 'ENTRIES READ:       '.
   05 WS-TL-Read PIC ZZZZZ9.
   05 FILLER PIC X(10) VALUE '  ADDED: '.
   05 WS-TL-Added PIC ZZZZZ9.
   05 FILLER PIC X(12) VALUE '  AMENDED: '.
   05 WS-TL-Amended PIC ZZZZZ9.
   05 FILLER PIC X(14) VALUE '  CANCELLED: '.
   05 WS-TL-Cancelled PIC ZZZZZ9.
   05 FILLER PIC X(13) VALUE '  REJECTED: '.
   05 WS-TL-Rejected PIC ZZZZZ9.

01 WS-Trailer-Line-2.
   05 FILLER PIC X(20) VALUE 'LINES CONSIDERED:   '.
   05 WS-TL-Considered PIC ZZZZZ9.
   05 FILLER PIC X(20) VALUE '  UNITS ALLOCATED: '.
   05 WS-TL-Units PIC ZZZZZZZZ9.
   05 FILLER PIC X(16) VALUE '  STILL SHORT: '.
   05 WS-TL-Short PIC ZZZZZ9.
   05 FILLER PIC X(20) VALUE '  OVER-ALLOCATED: '.
   05 WS-TL-Over PIC ZZZZZ9.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
    MOVE WS-Current-Date (1:8) TO WS-Run-Date

    OPEN INPUT InventoryFile
    IF WS-Inventory-Status = '35'
        DISPLAY 'Inventory.dat does not exist - nothing to allocate.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT WS-Inv-OK
        DISPLAY 'Inventory.dat could not be opened - file status '
                WS-Inventory-Status '. An existing file must be '
                'rebuilt with InventoryIndexRebuild to carry the '
                'item-code index.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT WarehouseFile
    IF WS-Whse-File-Missing
        DISPLAY 'Warehouses.dat does not exist - run '
                'WarehouseMaintenance to set up warehouse codes.'
        CLOSE InventoryFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM Open-Customer-Order-File
    OPEN OUTPUT AllocationReportFile
    MOVE WS-Run-Date TO WS-RH-Date
    WRITE AllocationReportLine FROM WS-Report-Header-1

    PERFORM Load-Order-Entries

    MOVE SPACES TO AllocationReportLine
    WRITE AllocationReportLine
    WRITE AllocationReportLine FROM WS-Allocation-Section-Header
    WRITE AllocationReportLine FROM WS-Report-Header-2
    SORT AllocationSortFile
        ON ASCENDING KEY CS-WarehouseCode
                         CS-ItemCode
                         CS-OrderDate
                         CS-OrderNumber
        INPUT PROCEDURE IS Select-Open-Order-Lines
        OUTPUT PROCEDURE IS Allocate-Order-Lines

    MOVE WS-Entries-Read TO WS-TL-Read
    MOVE WS-Entries-Added TO WS-TL-Added
    MOVE WS-Entries-Amended TO WS-TL-Amended
    MOVE WS-Entries-Cancelled TO WS-TL-Cancelled
    MOVE WS-Entries-Rejected TO WS-TL-Rejected
    MOVE WS-Lines-Considered TO WS-TL-Considered
    MOVE WS-Units-Allocated TO WS-TL-Units
    MOVE WS-Lines-Short TO WS-TL-Short
    MOVE WS-Keys-Over-Allocated TO WS-TL-Over
    MOVE SPACES TO AllocationReportLine
    WRITE AllocationReportLine
    WRITE AllocationReportLine FROM WS-Trailer-Line-1
    WRITE AllocationReportLine FROM WS-Trailer-Line-2

    CLOSE InventoryFile
    CLOSE WarehouseFile
    CLOSE CustomerOrderFile
    CLOSE AllocationReportFile
    DISPLAY 'Customer order allocation complete - '
            WS-Units-Allocated ' unit(s) allocated, '
            WS-Lines-Short ' line(s) still short, '
            WS-Entries-Rejected ' entry line(s) rejected.'
    IF WS-Entries-Rejected > 0 OR WS-Keys-Over-Allocated > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

Open-Customer-Order-File.
    OPEN I-O CustomerOrderFile
    IF WS-Cust-Order-Missing
        OPEN OUTPUT CustomerOrderFile
        CLOSE CustomerOrderFile
        OPEN I-O CustomerOrderFile
    END-IF
    IF NOT WS-Cust-Order-OK
        DISPLAY 'CustomerOrders.dat could not be opened - file status '
                WS-Customer-Order-Status '.'
        CLOSE InventoryFile
        CLOSE WarehouseFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The entry file is consumed by this run and cleared afterwards,
*> the same way the batch load clears its resubmission file; a
*> rejected line is listed on the report for customer service to
*> correct and key again.
Load-Order-Entries.
    MOVE SPACES TO AllocationReportLine
    WRITE AllocationReportLine
    WRITE AllocationReportLine FROM WS-Entry-Section-Header
    WRITE AllocationReportLine FROM WS-Report-Header-2
    OPEN INPUT OrderEntryFile
    IF WS-Entry-Status = '35'
        DISPLAY 'CustomerOrderEntry.dat does not exist - no new order '
                'lines this run.'
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL EOF
            READ OrderEntryFile
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-Entries-Read
                    PERFORM Load-One-Order-Entry
            END-READ
        END-PERFORM
        CLOSE OrderEntryFile
        OPEN OUTPUT OrderEntryFile
        CLOSE OrderEntryFile
    END-IF.

Load-One-Order-Entry.
    PERFORM Validate-Order-Entry
    IF Valid-Entry
        MOVE CE-CustomerOrderKey TO CO-CustomerOrderKey
        IF CE-Line-Cancelled
            PERFORM Cancel-Order-Line
        ELSE
            READ CustomerOrderFile
                INVALID KEY
                    PERFORM Add-Order-Line
                NOT INVALID KEY
                    PERFORM Amend-Order-Line
            END-READ
        END-IF
    ELSE
        PERFORM Reject-Order-Entry
    END-IF.

Validate-Order-Entry.
    MOVE 'Y' TO WS-Valid-Entry
    MOVE SPACES TO WS-Reject-Text
    EVALUATE TRUE
        WHEN CE-OrderNumber = SPACES
            MOVE 'N' TO WS-Valid-Entry
            MOVE 'ORDER NUMBER BLANK' TO WS-Reject-Text
        WHEN CE-WarehouseCode = SPACES OR CE-ItemCode = SPACES
            MOVE 'N' TO WS-Valid-Entry
            MOVE 'WAREHOUSE OR ITEM CODE BLANK' TO WS-Reject-Text
        WHEN NOT CE-Line-Cancelled
             AND (CE-OrderQuantity NOT NUMERIC
                  OR CE-OrderQuantity = 0)
            MOVE 'N' TO WS-Valid-Entry
            MOVE 'ORDER QUANTITY NOT NUMERIC OR ZERO'
                TO WS-Reject-Text
    END-EVALUATE
    IF Valid-Entry
        MOVE CE-WarehouseCode TO WH-WarehouseCode
        READ WarehouseFile
            INVALID KEY
                MOVE 'N' TO WS-Valid-Entry
                MOVE 'WAREHOUSE NOT ON WAREHOUSE MASTER'
                    TO WS-Reject-Text
        END-READ
    END-IF
    IF Valid-Entry
        MOVE CE-WarehouseCode TO WarehouseCode
        MOVE CE-ItemCode TO ItemCode
        READ InventoryFile
            INVALID KEY
                MOVE 'N' TO WS-Valid-Entry
                MOVE 'ITEM NOT STOCKED AT THIS WAREHOUSE'
                    TO WS-Reject-Text
        END-READ
    END-IF.

Add-Order-Line.
    MOVE CE-CustomerOrderKey TO CO-CustomerOrderKey
    MOVE CE-CustomerCode TO CO-CustomerCode
    MOVE CE-OrderDate TO CO-OrderDate
    IF CE-OrderDate NOT NUMERIC
        MOVE WS-Run-Date TO CO-OrderDate
    END-IF
    MOVE CE-OrderQuantity TO CO-OrderQuantity
    MOVE 0 TO CO-AllocatedQuantity
    MOVE 0 TO CO-IssuedQuantity
    MOVE 'O' TO CO-LineStatus
    WRITE CO-CustomerOrderRecord
        INVALID KEY
            MOVE 'ORDER FILE I-O ERROR' TO WS-Reject-Text
            PERFORM Reject-Order-Entry
        NOT INVALID KEY
            ADD 1 TO WS-Entries-Added
            MOVE 'ADDED' TO WS-DL-Note
            PERFORM Print-Order-Line
    END-WRITE.

*> An amendment changes the quantity ordered. It can never go below
*> what has already been issued, and a reservation larger than the
*> new balance is released back to the pool there and then.
Amend-Order-Line.
    EVALUATE TRUE
        WHEN NOT CO-Line-Open
            MOVE 'ORDER LINE ALREADY CLOSED' TO WS-Reject-Text
            PERFORM Reject-Order-Entry
        WHEN CE-OrderQuantity < CO-IssuedQuantity
            MOVE 'QUANTITY BELOW QUANTITY ALREADY ISSUED'
                TO WS-Reject-Text
            PERFORM Reject-Order-Entry
        WHEN OTHER
            MOVE CE-OrderQuantity TO CO-OrderQuantity
            IF CO-AllocatedQuantity >
                CO-OrderQuantity - CO-IssuedQuantity
                COMPUTE CO-AllocatedQuantity =
                    CO-OrderQuantity - CO-IssuedQuantity
            END-IF
            IF CO-IssuedQuantity >= CO-OrderQuantity
                MOVE 'C' TO CO-LineStatus
            END-IF
            REWRITE CO-CustomerOrderRecord
                INVALID KEY
                    MOVE 'ORDER FILE I-O ERROR' TO WS-Reject-Text
                    PERFORM Reject-Order-Entry
                NOT INVALID KEY
                    ADD 1 TO WS-Entries-Amended
                    MOVE 'AMENDED' TO WS-DL-Note
                    PERFORM Print-Order-Line
            END-REWRITE
    END-EVALUATE.

*> A cancelled line gives up its reservation at once; the line stays
*> on file as history.
Cancel-Order-Line.
    READ CustomerOrderFile
        INVALID KEY
            MOVE 'ORDER LINE TO CANCEL NOT ON FILE'
                TO WS-Reject-Text
            PERFORM Reject-Order-Entry
        NOT INVALID KEY
            MOVE 'X' TO CO-LineStatus
            MOVE 0 TO CO-AllocatedQuantity
            REWRITE CO-CustomerOrderRecord
                INVALID KEY
                    MOVE 'ORDER FILE I-O ERROR' TO WS-Reject-Text
                    PERFORM Reject-Order-Entry
                NOT INVALID KEY
                    ADD 1 TO WS-Entries-Cancelled
                    MOVE 'CANCELLED' TO WS-DL-Note
                    PERFORM Print-Order-Line
            END-REWRITE
    END-READ.

Reject-Order-Entry.
    ADD 1 TO WS-Entries-Rejected
    MOVE CE-WarehouseCode TO WS-DL-WarehouseCode
    MOVE CE-ItemCode TO WS-DL-ItemCode
    MOVE CE-OrderNumber TO WS-DL-OrderNumber
    MOVE CE-CustomerCode TO WS-DL-CustomerCode
    MOVE CE-OrderDate TO WS-DL-OrderDate
    MOVE 0 TO WS-DL-Ordered
    IF CE-OrderQuantity NUMERIC
        MOVE CE-OrderQuantity TO WS-DL-Ordered
    END-IF
    MOVE 0 TO WS-DL-Issued
    MOVE 0 TO WS-DL-Allocated
    MOVE 0 TO WS-DL-Short
    MOVE SPACES TO WS-DL-Note
    STRING '** ' WS-Reject-Text DELIMITED BY SIZE INTO WS-DL-Note
    WRITE AllocationReportLine FROM WS-Detail-Line.

Print-Order-Line.
    MOVE CO-WarehouseCode TO WS-DL-WarehouseCode
    MOVE CO-ItemCode TO WS-DL-ItemCode
    MOVE CO-OrderNumber TO WS-DL-OrderNumber
    MOVE CO-CustomerCode TO WS-DL-CustomerCode
    MOVE CO-OrderDate TO WS-DL-OrderDate
    MOVE CO-OrderQuantity TO WS-DL-Ordered
    MOVE CO-IssuedQuantity TO WS-DL-Issued
    MOVE CO-AllocatedQuantity TO WS-DL-Allocated
    COMPUTE WS-Line-Short = CO-OrderQuantity - CO-IssuedQuantity
                            - CO-AllocatedQuantity
    IF NOT CO-Line-Open
        MOVE 0 TO WS-Line-Short
    END-IF
    MOVE WS-Line-Short TO WS-DL-Short
    WRITE AllocationReportLine FROM WS-Detail-Line.

*> Only open lines still short of a full reservation go to the sort.
Select-Open-Order-Lines.
    MOVE LOW-VALUES TO CO-CustomerOrderKey
    START CustomerOrderFile KEY IS NOT LESS THAN CO-CustomerOrderKey
        INVALID KEY
            MOVE 'Y' TO WS-EOF
        NOT INVALID KEY
            MOVE 'N' TO WS-EOF
    END-START
    PERFORM UNTIL EOF
        READ CustomerOrderFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                IF CO-Line-Open
                    AND CO-AllocatedQuantity + CO-IssuedQuantity
                        < CO-OrderQuantity
                    MOVE CO-CustomerOrderRecord
                        TO CS-CustomerOrderRecord
                    RELEASE CS-CustomerOrderRecord
                END-IF
        END-READ
    END-PERFORM.

Allocate-Order-Lines.
    PERFORM UNTIL Sort-EOF
        RETURN AllocationSortFile
            AT END
                MOVE 'Y' TO WS-Sort-EOF
            NOT AT END
                IF NOT Key-Active
                    OR CS-WarehouseCode NOT = WS-Current-WarehouseCode
                    OR CS-ItemCode NOT = WS-Current-ItemCode
                    PERFORM Start-Allocation-Key
                END-IF
                PERFORM Allocate-One-Line
        END-RETURN
    END-PERFORM.

*> Available-to-promise for a key is worked out once, when its first
*> short line arrives: on-hand less every reservation already held
*> there. Each line allocated afterwards takes from that figure.
Start-Allocation-Key.
    MOVE 'Y' TO WS-Key-Active
    MOVE CS-WarehouseCode TO WS-Current-WarehouseCode
    MOVE CS-ItemCode TO WS-Current-ItemCode
    MOVE 0 TO WS-Key-On-Hand
    MOVE WS-Current-WarehouseCode TO WarehouseCode
    MOVE WS-Current-ItemCode TO ItemCode
    READ InventoryFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE ItemQuantity TO WS-Key-On-Hand
    END-READ
    PERFORM Total-Key-Allocations
    IF WS-Key-Allocated > WS-Key-On-Hand
        MOVE 0 TO WS-Key-Available
        ADD 1 TO WS-Keys-Over-Allocated
        MOVE WS-Current-WarehouseCode TO WS-OA-WarehouseCode
        MOVE WS-Current-ItemCode TO WS-OA-ItemCode
        MOVE WS-Key-On-Hand TO WS-OA-On-Hand
        MOVE WS-Key-Allocated TO WS-OA-Allocated
        WRITE AllocationReportLine FROM WS-Over-Allocation-Line
    ELSE
        COMPUTE WS-Key-Available = WS-Key-On-Hand - WS-Key-Allocated
    END-IF.

Total-Key-Allocations.
    MOVE 0 TO WS-Key-Allocated
    MOVE WS-Current-WarehouseCode TO CO-WarehouseCode
    MOVE WS-Current-ItemCode TO CO-ItemCode
    MOVE LOW-VALUES TO CO-OrderNumber
    START CustomerOrderFile KEY IS NOT LESS THAN CO-CustomerOrderKey
        INVALID KEY
            MOVE 'Y' TO WS-EOF
        NOT INVALID KEY
            MOVE 'N' TO WS-EOF
    END-START
    PERFORM UNTIL EOF
        READ CustomerOrderFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                IF CO-WarehouseCode = WS-Current-WarehouseCode
                    AND CO-ItemCode = WS-Current-ItemCode
                    IF CO-Line-Open
                        ADD CO-AllocatedQuantity TO WS-Key-Allocated
                    END-IF
                ELSE
                    MOVE 'Y' TO WS-EOF
                END-IF
        END-READ
    END-PERFORM.

Allocate-One-Line.
    ADD 1 TO WS-Lines-Considered
    MOVE CS-CustomerOrderKey TO CO-CustomerOrderKey
    READ CustomerOrderFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            COMPUTE WS-Line-Need = CO-OrderQuantity
                - CO-IssuedQuantity - CO-AllocatedQuantity
            IF WS-Line-Need > WS-Key-Available
                MOVE WS-Key-Available TO WS-Line-Take
            ELSE
                MOVE WS-Line-Need TO WS-Line-Take
            END-IF
            ADD WS-Line-Take TO CO-AllocatedQuantity
            REWRITE CO-CustomerOrderRecord
                INVALID KEY
                    MOVE 'ORDER FILE I-O ERROR - NOT ALLOCATED'
                        TO WS-DL-Note
                NOT INVALID KEY
                    SUBTRACT WS-Line-Take FROM WS-Key-Available
                    ADD WS-Line-Take TO WS-Units-Allocated
                    IF WS-Line-Take < WS-Line-Need
                        ADD 1 TO WS-Lines-Short
                        MOVE 'SHORT - WAITING FOR STOCK' TO WS-DL-Note
                    ELSE
                        MOVE 'FULLY ALLOCATED' TO WS-DL-Note
                    END-IF
            END-REWRITE
            PERFORM Print-Order-Line
    END-READ.
