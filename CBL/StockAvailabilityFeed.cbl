IDENTIFICATION DIVISION.
PROGRAM-ID. StockAvailabilityFeed.

*> Outbound stock-availability interface for the web shop and the
*> customer service system. Writes StockAvailability.dat, one fixed
*> format detail record per warehouse/item: item code and name, the
*> quantity on hand, the part of it reserved by open lines on
*> CustomerOrders.dat and the available-to-promise left after them,
*> the balance still on an open purchase order with its expected
*> date (order date plus the supplier's lead time), and the quantity
*> waiting on Backorders.dat. A header record carries
*> the mode and the time the figures were taken, and a trailer record
*> the number of detail records, so the receiving system can tell it
*> has a complete file.
*> Run with no parameter (as the night stream does) the file is a
*> full refresh of every item on Inventory.dat. Run with C on the
*> command line - as often as wanted during the day - it carries only
*> the keys with an entry on AuditLog.dat since the last send; a key
*> whose item has since been deleted is sent with nothing on hand or
*> on order and status D so the receiver can drop it. New purchase
*> orders, backorders and customer order allocations made without a
*> stock movement wait for the next movement on the key or the next
*> full refresh.
*> AvailabilityFeedControl.dat holds the time of the last send (with
*> its mode and record count) and is only moved on once the file is
*> complete; a changes run with no earlier send becomes a full one.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT InventoryFile ASSIGN TO 'Inventory.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS InventoryKey
        ALTERNATE RECORD KEY IS ItemCode WITH DUPLICATES
        FILE STATUS IS WS-Inventory-Status.

    SELECT PurchaseOrderFile ASSIGN TO 'OpenPurchaseOrders.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PO-PurchaseOrderKey
        FILE STATUS IS WS-PO-Status.

    SELECT CustomerOrderFile ASSIGN TO 'CustomerOrders.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CO-CustomerOrderKey
        FILE STATUS IS WS-Customer-Order-Status.

    SELECT SupplierFile ASSIGN TO 'Suppliers.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SP-SupplierCode
        FILE STATUS IS WS-Supplier-Status.

    SELECT BackorderFile ASSIGN TO 'Backorders.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Backorder-Status.

    SELECT BackorderSortFile ASSIGN TO 'AvailabilitySort.tmp'.

    SELECT SortedBackorderFile ASSIGN TO 'AvailabilityBackorders.tmp'
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT AuditLogFile ASSIGN TO 'AuditLog.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Status.

    SELECT ChangedKeySortFile ASSIGN TO 'AvailabilityKeys.tmp'.

    SELECT FeedControlFile ASSIGN TO 'AvailabilityFeedControl.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Feed-Control-Status.

    SELECT AvailabilityFile ASSIGN TO 'StockAvailability.dat'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD InventoryFile.
COPY INVREC REPLACING ==:PREFIX:== BY == ==.

FD PurchaseOrderFile.
COPY PORDREC REPLACING ==:PREFIX:== BY ==PO-==.

FD CustomerOrderFile.
COPY CUSTORD REPLACING ==:PREFIX:== BY ==CO-==.

FD SupplierFile.
COPY SUPPREC REPLACING ==:PREFIX:== BY ==SP-==.

FD BackorderFile.
01 BackorderRecord PIC X(40).

SD BackorderSortFile.
01 BackorderSortRecord.
   05 BS-WarehouseCode PIC X(3).
   05 BS-ItemCode PIC X(5).
   05 BS-Quantity PIC 9(4).
   05 BS-Reference PIC X(20).
   05 BS-Date PIC X(8).

FD SortedBackorderFile.
01 SortedBackorderRecord.
   05 SB-Key.
      10 SB-WarehouseCode PIC X(3).
      10 SB-ItemCode PIC X(5).
   05 SB-Quantity PIC 9(4).
   05 SB-Reference PIC X(20).
   05 SB-Date PIC X(8).

FD AuditLogFile.
01 AuditLogRecord PIC X(80).

SD ChangedKeySortFile.
01 ChangedKeySortRecord.
   05 CK-Key.
      10 CK-WarehouseCode PIC X(3).
      10 CK-ItemCode PIC X(5).

FD FeedControlFile.
01 FeedControlRecord.
   05 FC-Last-Sent PIC X(21).
   05 FC-Last-Mode PIC X.
   05 FC-Last-Count PIC 9(7).

*> Record type H leads the file, D is one warehouse/item and T closes
*> it with the count of D records.
FD AvailabilityFile.
01 AvailabilityHeader.
   05 AH-RecordType PIC X.
   05 AH-FeedMode PIC X.
   05 AH-Run-Timestamp PIC X(21).
   05 AH-Since-Timestamp PIC X(21).
01 AvailabilityDetail.
   05 AD-RecordType PIC X.
   05 AD-WarehouseCode PIC X(3).
   05 AD-ItemCode PIC X(5).
   05 AD-ItemName PIC X(20).
   05 AD-QuantityOnHand PIC 9(4).
   05 AD-AllocatedQuantity PIC 9(6).
   05 AD-AvailableToPromise PIC 9(4).
   05 AD-OnOrderQuantity PIC 9(4).
   05 AD-ExpectedDate PIC X(8).
   05 AD-BackorderQuantity PIC 9(6).
   05 AD-ItemStatus PIC X.
01 AvailabilityTrailer.
   05 AT-RecordType PIC X.
   05 AT-RecordCount PIC 9(7).

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 NOT-EOF VALUE 'N'.
01 WS-Sort-EOF PIC X VALUE 'N'.
   88 Sort-EOF VALUE 'Y'.
01 WS-Inventory-Status PIC XX.
   88 WS-Inv-OK VALUE '00'.
01 WS-PO-Status PIC XX.
   88 WS-PO-OK VALUE '00'.
01 WS-Customer-Order-Status PIC XX.
   88 WS-Cust-Order-OK VALUE '00'.
01 WS-Customer-Orders-Available PIC X VALUE 'N'.
   88 Customer-Orders-Available VALUE 'Y'.
01 WS-Reservation-EOF PIC X VALUE 'N'.
   88 Reservation-EOF VALUE 'Y'.
01 WS-Key-Allocated PIC 9(6).
01 WS-Supplier-Status PIC XX.
   88 WS-Supplier-OK VALUE '00'.
01 WS-Backorder-Status PIC XX.
01 WS-Audit-Status PIC XX.
01 WS-Feed-Control-Status PIC XX.
01 WS-Orders-Available PIC X VALUE 'N'.
   88 Orders-Available VALUE 'Y'.
01 WS-Suppliers-Available PIC X VALUE 'N'.
   88 Suppliers-Available VALUE 'Y'.
01 WS-Backorders-Available PIC X VALUE 'N'.
   88 Backorders-Available VALUE 'Y'.
01 WS-Backorder-EOF PIC X VALUE 'N'.
   88 Backorder-EOF VALUE 'Y'.
COPY AUDITLN REPLACING ==:PREFIX:== BY ==AU-==.

01 WS-Command-Line PIC X(80).
01 WS-Feed-Mode PIC X VALUE 'F'.
   88 Full-Refresh VALUE 'F'.
   88 Changes-Only VALUE 'C'.
01 WS-Run-Timestamp PIC X(21).
01 WS-Last-Sent PIC X(21) VALUE SPACES.
01 WS-Current-Key.
   05 WS-CK-WarehouseCode PIC X(3).
   05 WS-CK-ItemCode PIC X(5).
01 WS-Previous-Key PIC X(8) VALUE LOW-VALUES.
01 WS-Backorder-Key PIC X(8).
01 WS-Backorder-Total PIC 9(6).
01 WS-Order-Date-Numeric PIC 9(8).
01 WS-Expected-Day-Number PIC 9(7).
01 WS-Expected-Date-Numeric PIC 9(8).

01 WS-Records-Sent PIC 9(7) VALUE 0.
01 WS-Deleted-Sent PIC 9(7) VALUE 0.
01 WS-Entries-Read PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE TO WS-Run-Timestamp
    MOVE SPACES TO WS-Command-Line
    ACCEPT WS-Command-Line FROM COMMAND-LINE
    IF WS-Command-Line (1:1) = 'C' OR WS-Command-Line (1:1) = 'c'
        MOVE 'C' TO WS-Feed-Mode
    END-IF
    PERFORM Load-Feed-Control

    OPEN INPUT InventoryFile
    IF WS-Inventory-Status = '35'
        DISPLAY 'Inventory.dat does not exist - nothing to send.'
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
    PERFORM Open-Order-Files
    PERFORM Sort-Backorders

    OPEN OUTPUT AvailabilityFile
    MOVE 'H' TO AH-RecordType
    MOVE WS-Feed-Mode TO AH-FeedMode
    MOVE WS-Run-Timestamp TO AH-Run-Timestamp
    IF Changes-Only
        MOVE WS-Last-Sent TO AH-Since-Timestamp
    ELSE
        MOVE SPACES TO AH-Since-Timestamp
    END-IF
    WRITE AvailabilityHeader

    IF Changes-Only
        SORT ChangedKeySortFile
            ON ASCENDING KEY CK-Key
            INPUT PROCEDURE IS Release-Changed-Keys
            OUTPUT PROCEDURE IS Send-Changed-Keys
    ELSE
        PERFORM Send-All-Keys
    END-IF

    MOVE 'T' TO AT-RecordType
    MOVE WS-Records-Sent TO AT-RecordCount
    WRITE AvailabilityTrailer
    CLOSE AvailabilityFile

    CLOSE InventoryFile
    IF Orders-Available
        CLOSE PurchaseOrderFile
    END-IF
    IF Customer-Orders-Available
        CLOSE CustomerOrderFile
    END-IF
    IF Suppliers-Available
        CLOSE SupplierFile
    END-IF
    IF Backorders-Available
        CLOSE SortedBackorderFile
    END-IF
    PERFORM Save-Feed-Control
    IF Changes-Only
        DISPLAY 'Stock availability feed complete - changes since '
                WS-Last-Sent (1:14) ', ' WS-Records-Sent
                ' record(s) sent, ' WS-Deleted-Sent ' deleted.'
    ELSE
        DISPLAY 'Stock availability feed complete - full refresh, '
                WS-Records-Sent ' record(s) sent.'
    END-IF
    STOP RUN.

*> Without a control file nothing has been sent yet, so a changes run
*> has no starting point and sends everything instead.
Load-Feed-Control.
    OPEN INPUT FeedControlFile
    IF WS-Feed-Control-Status = '35'
        IF Changes-Only
            DISPLAY 'AvailabilityFeedControl.dat does not exist - '
                    'sending a full refresh.'
            MOVE 'F' TO WS-Feed-Mode
        END-IF
    ELSE
        READ FeedControlFile
            AT END
                MOVE SPACES TO WS-Last-Sent
            NOT AT END
                MOVE FC-Last-Sent TO WS-Last-Sent
        END-READ
        CLOSE FeedControlFile
        IF Changes-Only AND WS-Last-Sent = SPACES
            DISPLAY 'AvailabilityFeedControl.dat holds no last send - '
                    'sending a full refresh.'
            MOVE 'F' TO WS-Feed-Mode
        END-IF
    END-IF.

*> The next changes run starts from the time this run took its
*> figures, so an entry written while it ran is picked up next time.
Save-Feed-Control.
    OPEN OUTPUT FeedControlFile
    MOVE WS-Run-Timestamp TO FC-Last-Sent
    MOVE WS-Feed-Mode TO FC-Last-Mode
    MOVE WS-Records-Sent TO FC-Last-Count
    WRITE FeedControlRecord
    CLOSE FeedControlFile.

*> Purchasing and supplier files only fill in the on-order figures;
*> without them every item goes out with nothing on order. Likewise
*> without CustomerOrders.dat nothing is reserved and everything on
*> hand is available to promise.
Open-Order-Files.
    OPEN INPUT PurchaseOrderFile
    IF WS-PO-OK
        MOVE 'Y' TO WS-Orders-Available
    ELSE
        DISPLAY 'OpenPurchaseOrders.dat could not be opened - file '
                'status ' WS-PO-Status '. No quantities on order sent.'
    END-IF
    OPEN INPUT SupplierFile
    IF WS-Supplier-OK
        MOVE 'Y' TO WS-Suppliers-Available
    END-IF
    OPEN INPUT CustomerOrderFile
    IF WS-Cust-Order-OK
        MOVE 'Y' TO WS-Customer-Orders-Available
    END-IF.

*> Backorders.dat is kept in arrival order; a sorted copy lets each
*> key's backorders be totalled in the same pass as the items, since
*> both modes send their keys in ascending order.
Sort-Backorders.
    OPEN INPUT BackorderFile
    IF WS-Backorder-Status = '35'
        MOVE HIGH-VALUES TO WS-Backorder-Key
    ELSE
        CLOSE BackorderFile
        SORT BackorderSortFile
            ON ASCENDING KEY BS-WarehouseCode
            ON ASCENDING KEY BS-ItemCode
            USING BackorderFile
            GIVING SortedBackorderFile
        OPEN INPUT SortedBackorderFile
        MOVE 'Y' TO WS-Backorders-Available
        PERFORM Read-Next-Backorder
    END-IF.

Read-Next-Backorder.
    READ SortedBackorderFile
        AT END
            MOVE 'Y' TO WS-Backorder-EOF
            MOVE HIGH-VALUES TO WS-Backorder-Key
        NOT AT END
            MOVE SB-Key TO WS-Backorder-Key
    END-READ.

Send-All-Keys.
    PERFORM UNTIL EOF
        READ InventoryFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE InventoryKey TO WS-Current-Key
                PERFORM Write-Availability-Detail
        END-READ
    END-PERFORM.

*> Only stock movements name a warehouse/item; security entries
*> (action X) are passed over, as is anything already sent.
Release-Changed-Keys.
    OPEN INPUT AuditLogFile
    IF WS-Audit-Status = '35'
        DISPLAY 'AuditLog.dat does not exist - no changes to send.'
    ELSE
        PERFORM UNTIL EOF
            READ AuditLogFile INTO AU-Audit-Line
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-Entries-Read
                    IF AU-Timestamp > WS-Last-Sent
                        AND AU-Action NOT = 'X'
                        AND AU-WarehouseCode NOT = SPACES
                        AND AU-ItemCode NOT = SPACES
                        MOVE AU-WarehouseCode TO CK-WarehouseCode
                        MOVE AU-ItemCode TO CK-ItemCode
                        RELEASE ChangedKeySortRecord
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AuditLogFile
    END-IF.

*> A key touched several times since the last send goes out once.
Send-Changed-Keys.
    PERFORM UNTIL Sort-EOF
        RETURN ChangedKeySortFile
            AT END
                MOVE 'Y' TO WS-Sort-EOF
            NOT AT END
                IF CK-Key NOT = WS-Previous-Key
                    MOVE CK-Key TO WS-Previous-Key
                    PERFORM Send-One-Changed-Key
                END-IF
        END-RETURN
    END-PERFORM.

Send-One-Changed-Key.
    MOVE CK-Key TO InventoryKey
    MOVE CK-Key TO WS-Current-Key
    READ InventoryFile
        INVALID KEY
            PERFORM Write-Deleted-Detail
        NOT INVALID KEY
            PERFORM Write-Availability-Detail
    END-READ.

*> Caller has read the inventory record for WS-Current-Key.
Write-Availability-Detail.
    MOVE 'D' TO AD-RecordType
    MOVE WarehouseCode TO AD-WarehouseCode
    MOVE ItemCode TO AD-ItemCode
    MOVE ItemName TO AD-ItemName
    MOVE ItemQuantity TO AD-QuantityOnHand
    PERFORM Total-Key-Allocations
    MOVE WS-Key-Allocated TO AD-AllocatedQuantity
    MOVE 'A' TO AD-ItemStatus
    PERFORM Set-On-Order
    PERFORM Total-Key-Backorders
    MOVE WS-Backorder-Total TO AD-BackorderQuantity
    WRITE AvailabilityDetail
    ADD 1 TO WS-Records-Sent.

Write-Deleted-Detail.
    MOVE 'D' TO AD-RecordType
    MOVE WS-CK-WarehouseCode TO AD-WarehouseCode
    MOVE WS-CK-ItemCode TO AD-ItemCode
    MOVE SPACES TO AD-ItemName
    MOVE 0 TO AD-QuantityOnHand
    MOVE 0 TO AD-AllocatedQuantity
    MOVE 0 TO AD-AvailableToPromise
    MOVE 0 TO AD-OnOrderQuantity
    MOVE SPACES TO AD-ExpectedDate
    MOVE 'D' TO AD-ItemStatus
    PERFORM Total-Key-Backorders
    MOVE WS-Backorder-Total TO AD-BackorderQuantity
    WRITE AvailabilityDetail
    ADD 1 TO WS-Records-Sent
    ADD 1 TO WS-Deleted-Sent.

*> Allocated is the stock reserved at the record's warehouse by open
*> customer order lines; available-to-promise is what is left of the
*> on-hand after them, never less than nothing.
Total-Key-Allocations.
    MOVE 0 TO WS-Key-Allocated
    IF Customer-Orders-Available
        MOVE WarehouseCode TO CO-WarehouseCode
        MOVE ItemCode TO CO-ItemCode
        MOVE LOW-VALUES TO CO-OrderNumber
        MOVE 'N' TO WS-Reservation-EOF
        START CustomerOrderFile
            KEY IS NOT LESS THAN CO-CustomerOrderKey
            INVALID KEY
                MOVE 'Y' TO WS-Reservation-EOF
        END-START
        PERFORM UNTIL Reservation-EOF
            READ CustomerOrderFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-Reservation-EOF
                NOT AT END
                    IF CO-WarehouseCode = WarehouseCode
                        AND CO-ItemCode = ItemCode
                        IF CO-Line-Open
                            ADD CO-AllocatedQuantity
                                TO WS-Key-Allocated
                        END-IF
                    ELSE
                        MOVE 'Y' TO WS-Reservation-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    IF WS-Key-Allocated >= ItemQuantity
        MOVE 0 TO AD-AvailableToPromise
    ELSE
        COMPUTE AD-AvailableToPromise = ItemQuantity - WS-Key-Allocated
    END-IF.

*> A key has at most one purchase order line; only the balance still
*> to come on an open line counts as on order. The expected date is
*> left blank when the supplier's lead time is not known.
Set-On-Order.
    MOVE 0 TO AD-OnOrderQuantity
    MOVE SPACES TO AD-ExpectedDate
    IF Orders-Available
        MOVE WS-Current-Key TO PO-PurchaseOrderKey
        READ PurchaseOrderFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PO-Order-Open
                    AND PO-QuantityReceived < PO-OrderQuantity
                    COMPUTE AD-OnOrderQuantity =
                        PO-OrderQuantity - PO-QuantityReceived
                    PERFORM Set-Expected-Date
                END-IF
        END-READ
    END-IF.

Set-Expected-Date.
    IF Suppliers-Available AND PO-OrderDate NUMERIC
        MOVE PO-SupplierCode TO SP-SupplierCode
        READ SupplierFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF SP-LeadTimeDays NUMERIC
                    MOVE PO-OrderDate TO WS-Order-Date-Numeric
                    COMPUTE WS-Expected-Day-Number =
                        FUNCTION INTEGER-OF-DATE (WS-Order-Date-Numeric)
                        + SP-LeadTimeDays
                    COMPUTE WS-Expected-Date-Numeric =
                        FUNCTION DATE-OF-INTEGER (WS-Expected-Day-Number)
                    MOVE WS-Expected-Date-Numeric TO AD-ExpectedDate
                END-IF
        END-READ
    END-IF.

*> Sorted backorders for keys before the current one belong to keys
*> not being sent (or no longer on file) and are passed over.
Total-Key-Backorders.
    MOVE 0 TO WS-Backorder-Total
    PERFORM UNTIL WS-Backorder-Key >= WS-Current-Key
        PERFORM Read-Next-Backorder
    END-PERFORM
    PERFORM UNTIL WS-Backorder-Key NOT = WS-Current-Key
        ADD SB-Quantity TO WS-Backorder-Total
            ON SIZE ERROR
                MOVE 999999 TO WS-Backorder-Total
        END-ADD
        PERFORM Read-Next-Backorder
    END-PERFORM.
