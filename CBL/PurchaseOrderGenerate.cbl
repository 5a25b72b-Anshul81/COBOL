        RECORD KEY IS PO-PurchaseOrderKey
        FILE STATUS IS WS-Order-File-Status.

    SELECT InventoryFile ASSIGN TO 'Inventory.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS InventoryKey
        ALTERNATE RECORD KEY IS ItemCode WITH DUPLICATES
        FILE STATUS IS WS-Inventory-Status.

    SELECT OrderControlFile ASSIGN TO 'PurchaseOrderControl.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Control-Status.
FD OpenPurchaseOrderFile.
COPY PORDREC REPLACING ==:PREFIX:== BY ==PO-==.

FD InventoryFile.
COPY INVREC REPLACING ==:PREFIX:== BY == ==.

FD OrderControlFile.
01 OrderControlRecord PIC 9(6).

   88 WS-Order-File-OK VALUE '00'.
   88 WS-Order-File-Missing VALUE '35'.
01 WS-Control-Status PIC XX.
01 WS-Inventory-Status PIC XX.
   88 WS-Inv-OK VALUE '00'.
01 WS-Inventory-Available PIC X VALUE 'N'.
   88 Inventory-Available VALUE 'Y'.
01 WS-Current-Date PIC X(21).
01 WS-Run-Date PIC X(8).
01 WS-Next-Order-Number PIC 9(6) VALUE 1.
    END-IF

    PERFORM Open-Order-File
    PERFORM Open-Inventory-File
    PERFORM Load-Next-Order-Number
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
    MOVE WS-Current-Date (1:8) TO WS-Run-Date

    CLOSE SupplierFile
    CLOSE OpenPurchaseOrderFile
    IF Inventory-Available
        CLOSE InventoryFile
    END-IF
    CLOSE OrderDocumentFile
    PERFORM Save-Next-Order-Number
    PERFORM Clear-Suggestion-File
        STOP RUN
    END-IF.

*> The inventory file only prices the order lines; without it the
*> lines still go out, unpriced, and invoice matching refers them.
Open-Inventory-File.
    OPEN INPUT InventoryFile
    IF WS-Inv-OK
        MOVE 'Y' TO WS-Inventory-Available
    ELSE
        DISPLAY 'Inventory.dat could not be opened - file status '
                WS-Inventory-Status '. Order lines are written '
                'without a unit price.'
    END-IF.

Load-Next-Order-Number.
    OPEN INPUT OrderControlFile
    IF WS-Control-Status = '35'
            PERFORM Print-Order-Detail-Line
    END-WRITE.

*> A received line is only taken over for the new order once the
*> old order has been invoiced in full; until then SupplierInvoiceMatch
*> still needs its order number and quantities to release the
*> supplier's invoice, so the shortage waits for the next run. In full
*> means up to the lesser of received and ordered, since an invoice is
*> never matched beyond the ordered quantity when more was delivered.
Reuse-Received-Order-Line.
    MOVE SW-WarehouseCode TO PO-WarehouseCode
    MOVE SW-ItemCode TO PO-ItemCode
            WRITE OrderDocumentLine FROM WS-Exception-Line
            ADD 1 TO WS-Lines-Skipped
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN PO-Order-Open
                    MOVE SW-WarehouseCode TO WS-EX-WarehouseCode
                    MOVE SW-ItemCode TO WS-EX-ItemCode
                    MOVE '** ALREADY ON AN OPEN ORDER - NOT ORDERED **'
                        TO WS-EX-Text
                    WRITE OrderDocumentLine FROM WS-Exception-Line
                    ADD 1 TO WS-Lines-Skipped
                WHEN PO-QuantityInvoiced < PO-QuantityReceived
                    AND PO-QuantityInvoiced < PO-OrderQuantity
                    MOVE SW-WarehouseCode TO WS-EX-WarehouseCode
                    MOVE SW-ItemCode TO WS-EX-ItemCode
                    MOVE '** PRIOR ORDER INVOICE UNMATCHED - NOT ORDERED **'
                        TO WS-EX-Text
                    WRITE OrderDocumentLine FROM WS-Exception-Line
                    ADD 1 TO WS-Lines-Skipped
                WHEN OTHER
                    PERFORM Build-Order-Line-Record
                    REWRITE PO-PurchaseOrderRecord
                        INVALID KEY
                            MOVE SW-WarehouseCode
                                TO WS-EX-WarehouseCode
                            MOVE SW-ItemCode TO WS-EX-ItemCode
                            MOVE '** ORDER FILE I-O ERROR - NOT ORDERED **'
                                TO WS-EX-Text
                            WRITE OrderDocumentLine
                                FROM WS-Exception-Line
                            ADD 1 TO WS-Lines-Skipped
                        NOT INVALID KEY
                            PERFORM Print-Order-Detail-Line
                    END-REWRITE
            END-EVALUATE
    END-READ.

Build-Order-Line-Record.
    MOVE WS-Current-Supplier TO PO-SupplierCode
    MOVE WS-Order-Quantity TO PO-OrderQuantity
    MOVE WS-Run-Date TO PO-OrderDate
    MOVE 'O' TO PO-OrderStatus
    MOVE 0 TO PO-QuantityReceived
    MOVE 0 TO PO-QuantityInvoiced
    PERFORM Price-Order-Line.

*> The line is priced at the item's current unit cost at the
*> ordering warehouse - the price the supplier's invoice is later
*> held against.
Price-Order-Line.
    MOVE 0 TO PO-UnitPrice
    IF Inventory-Available
        MOVE SW-WarehouseCode TO WarehouseCode
        MOVE SW-ItemCode TO ItemCode
        READ InventoryFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE UnitCost TO PO-UnitPrice
        END-READ
    END-IF.

Print-Order-Detail-Line.
    MOVE SW-WarehouseCode TO WS-OD-WarehouseCode
