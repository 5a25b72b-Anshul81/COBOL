IDENTIFICATION DIVISION.
PROGRAM-ID. PurchaseOrderFileRebuild.

*> One-shot conversion for the receipt and invoice fields on the
*> purchase order line: copies an OpenPurchaseOrders.dat written
*> before QuantityReceived, QuantityInvoiced and UnitPrice existed to
*> OpenPurchaseOrdersNew.dat in the current layout. A line already
*> marked received is taken as received and invoiced in full (those
*> invoices were settled by hand); an open line starts with nothing
*> received. Each line is priced at the item's current unit cost. After
*> a clean run, swap OpenPurchaseOrdersNew.dat in as
*> OpenPurchaseOrders.dat and keep the old file until the next good
*> backup.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OldOrderFile ASSIGN TO 'OpenPurchaseOrders.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLD-PurchaseOrderKey
        FILE STATUS IS WS-Old-Status.

    SELECT NewOrderFile ASSIGN TO 'OpenPurchaseOrdersNew.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PO-PurchaseOrderKey
        FILE STATUS IS WS-New-Status.

    SELECT InventoryFile ASSIGN TO 'Inventory.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS InventoryKey
        ALTERNATE RECORD KEY IS ItemCode WITH DUPLICATES
        FILE STATUS IS WS-Inventory-Status.

DATA DIVISION.
FILE SECTION.
FD OldOrderFile.
01 OLD-PurchaseOrderRecord.
   05 OLD-PurchaseOrderKey.
      10 OLD-WarehouseCode PIC X(3).
      10 OLD-ItemCode PIC X(5).
   05 OLD-OrderNumber PIC 9(6).
   05 OLD-SupplierCode PIC X(5).
   05 OLD-OrderQuantity PIC 9(4).
   05 OLD-OrderDate PIC X(8).
   05 OLD-OrderStatus PIC X.

FD NewOrderFile.
COPY PORDREC REPLACING ==:PREFIX:== BY ==PO-==.

FD InventoryFile.
COPY INVREC REPLACING ==:PREFIX:== BY == ==.

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 NOT-EOF VALUE 'N'.
01 WS-Old-Status PIC XX.
01 WS-New-Status PIC XX.
01 WS-Inventory-Status PIC XX.
   88 WS-Inv-OK VALUE '00'.
01 WS-Inventory-Available PIC X VALUE 'N'.
   88 Inventory-Available VALUE 'Y'.
01 WS-Copied-Count PIC 9(6) VALUE 0.
01 WS-Unpriced-Count PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
Begin.
    OPEN INPUT OldOrderFile
    IF WS-Old-Status = '35'
        DISPLAY 'OpenPurchaseOrders.dat does not exist - nothing to '
                'rebuild.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-Old-Status NOT = '00'
        DISPLAY 'OpenPurchaseOrders.dat could not be opened - file '
                'status ' WS-Old-Status '.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT NewOrderFile
    IF WS-New-Status NOT = '00'
        DISPLAY 'OpenPurchaseOrdersNew.dat could not be created - file '
                'status ' WS-New-Status '.'
        CLOSE OldOrderFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT InventoryFile
    IF WS-Inv-OK
        MOVE 'Y' TO WS-Inventory-Available
    ELSE
        DISPLAY 'Inventory.dat could not be opened - file status '
                WS-Inventory-Status '. Lines are copied unpriced.'
    END-IF

    PERFORM UNTIL EOF
        READ OldOrderFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM Copy-One-Record
        END-READ
    END-PERFORM

    CLOSE OldOrderFile
    CLOSE NewOrderFile
    IF Inventory-Available
        CLOSE InventoryFile
    END-IF
    DISPLAY 'Purchase order file rebuild complete - ' WS-Copied-Count
            ' record(s) written to OpenPurchaseOrdersNew.dat, '
            WS-Unpriced-Count ' without a unit price. Swap it in as '
            'OpenPurchaseOrders.dat to finish the conversion.'
    STOP RUN.

Copy-One-Record.
    MOVE OLD-WarehouseCode TO PO-WarehouseCode
    MOVE OLD-ItemCode TO PO-ItemCode
    MOVE OLD-OrderNumber TO PO-OrderNumber
    MOVE OLD-SupplierCode TO PO-SupplierCode
    MOVE OLD-OrderQuantity TO PO-OrderQuantity
    MOVE OLD-OrderDate TO PO-OrderDate
    MOVE OLD-OrderStatus TO PO-OrderStatus
    IF PO-Order-Received
        MOVE OLD-OrderQuantity TO PO-QuantityReceived
        MOVE OLD-OrderQuantity TO PO-QuantityInvoiced
    ELSE
        MOVE 0 TO PO-QuantityReceived
        MOVE 0 TO PO-QuantityInvoiced
    END-IF
    MOVE 0 TO PO-UnitPrice
    IF Inventory-Available
        MOVE OLD-WarehouseCode TO WarehouseCode
        MOVE OLD-ItemCode TO ItemCode
        READ InventoryFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE UnitCost TO PO-UnitPrice
        END-READ
    END-IF
    IF PO-UnitPrice = 0
        ADD 1 TO WS-Unpriced-Count
    END-IF
    WRITE PO-PurchaseOrderRecord
        INVALID KEY
            DISPLAY 'Write failed for order line ' PO-WarehouseCode
                    '/' PO-ItemCode ' - file status ' WS-New-Status '.'
            MOVE 8 TO RETURN-CODE
        NOT INVALID KEY
            ADD 1 TO WS-Copied-Count
    END-WRITE.
