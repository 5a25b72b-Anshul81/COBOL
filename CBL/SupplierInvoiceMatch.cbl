IDENTIFICATION DIVISION.
PROGRAM-ID. SupplierInvoiceMatch.

*> Three-way match of supplier invoices for accounts payable. Each
*> line on SupplierInvoices.dat is held against its purchase order
*> line on OpenPurchaseOrders.dat (order number, supplier, quantity
*> ordered, quantity received to date, unit price) and against the
*> 'R' receipts logged on AuditLog.dat for that warehouse/item since
*> the order date. A line that agrees on every count is released for
*> payment to InvoicePaymentRelease.dat and its quantity is added to
*> the order line's quantity invoiced, so the same goods can never be
*> paid for twice. A line that disagrees goes to the exceptions report
*> for purchasing and is held on SupplierInvoicesHeld.dat for
*> correction and resubmission. The logged receipts are totalled
*> through a sort (no working-storage ceiling) and merged against the
*> invoice lines in key order, the same way SlowMovingStockReport
*> reads the log. The price tolerance, as a percentage of the order
*> price, is on InvoiceMatchControl.dat; without it prices must agree
*> to the cent.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SupplierInvoiceFile ASSIGN TO 'SupplierInvoices.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Invoice-Status.

    SELECT InvoiceSortFile ASSIGN TO 'InvoiceSort.tmp'.

    SELECT OpenPurchaseOrderFile ASSIGN TO 'OpenPurchaseOrders.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PO-PurchaseOrderKey
        FILE STATUS IS WS-Order-File-Status.

    SELECT AuditLogFile ASSIGN TO 'AuditLog.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Status.

    SELECT ArchiveFile ASSIGN USING WS-Archive-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Archive-Status.

    SELECT ReceiptSortFile ASSIGN TO 'InvoiceReceiptSort.tmp'.

    SELECT ReceiptTotalFile ASSIGN TO 'InvoiceReceipts.tmp'
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT MatchControlFile ASSIGN TO 'InvoiceMatchControl.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Control-Status.

    SELECT PaymentReleaseFile ASSIGN TO 'InvoicePaymentRelease.dat'
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT HeldInvoiceFile ASSIGN TO 'SupplierInvoicesHeld.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Held-Status.

    SELECT ExceptionReportFile ASSIGN TO 'InvoiceExceptions.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SupplierInvoiceFile.
COPY SINVREC REPLACING ==:PREFIX:== BY ==SI-==.

SD InvoiceSortFile.
COPY SINVREC REPLACING ==:PREFIX:== BY ==IS-==.

FD OpenPurchaseOrderFile.
COPY PORDREC REPLACING ==:PREFIX:== BY ==PO-==.

FD AuditLogFile.
01 AuditLogRecord PIC X(80).

FD ArchiveFile.
01 ArchiveRecord PIC X(80).

SD ReceiptSortFile.
01 ReceiptSortRecord.
   05 RX-Key PIC X(8).
   05 RX-Date PIC X(8).
   05 RX-Quantity PIC 9(4).

FD ReceiptTotalFile.
01 ReceiptTotalRecord.
   05 RT-Key PIC X(8).
   05 RT-Quantity PIC 9(6).

FD MatchControlFile.
01 MatchControlRecord.
   05 MC-Price-Tolerance-Pct PIC 9(3)V99.

FD PaymentReleaseFile.
01 PaymentReleaseRecord.
   05 PR-SupplierCode PIC X(5).
   05 PR-InvoiceNumber PIC X(10).
   05 PR-InvoiceDate PIC X(8).
   05 PR-OrderNumber PIC 9(6).
   05 PR-WarehouseCode PIC X(3).
   05 PR-ItemCode PIC X(5).
   05 PR-Quantity PIC 9(4).
   05 PR-UnitPrice PIC 9(5)V99.
   05 PR-LineValue PIC 9(9)V99.
   05 PR-ReleaseDate PIC X(8).

FD HeldInvoiceFile.
01 HeldInvoiceRecord PIC X(48).

FD ExceptionReportFile.
01 ExceptionReportLine PIC X(120).

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 NOT-EOF VALUE 'N'.
01 WS-Sort-EOF PIC X VALUE 'N'.
   88 Sort-EOF VALUE 'Y'.
01 WS-RT-EOF PIC X VALUE 'N'.
   88 RT-EOF VALUE 'Y'.
01 WS-Invoice-Status PIC XX.
01 WS-Order-File-Status PIC XX.
   88 WS-Order-File-OK VALUE '00'.
   88 WS-Order-File-Missing VALUE '35'.
01 WS-Audit-Status PIC XX.
01 WS-Archive-Status PIC XX.
01 WS-Control-Status PIC XX.
01 WS-Held-Status PIC XX.
COPY AUDITLN REPLACING ==:PREFIX:== BY ==AU-==.
01 WS-Archive-File-Name PIC X(30).
01 WS-Current-Date PIC X(21).
01 WS-Run-Date PIC X(8).

01 WS-Held-Key PIC X(8).
01 WS-Held-Order-Date PIC X(8).
01 WS-Held-Quantity PIC 9(6).
01 WS-Key-Active PIC X VALUE 'N'.
   88 Key-Active VALUE 'Y'.
   88 Key-Not-Active VALUE 'N'.
01 WS-Key-On-Order PIC X VALUE 'N'.
   88 Key-On-Order VALUE 'Y'.
01 WS-Current-RT-Key PIC X(8).
01 WS-Current-RT-Quantity PIC 9(6).
01 WS-Logged-Receipts PIC 9(6).

01 WS-Price-Tolerance-Pct PIC 9(3)V99 VALUE 0.
01 WS-Price-Allowance PIC 9(5)V99.
01 WS-Price-Difference PIC S9(5)V99.
01 WS-Cumulative-Invoiced PIC 9(5).
01 WS-Line-Value PIC 9(9)V99.
01 WS-Line-Matched PIC X.
   88 Line-Matched VALUE 'Y'.
   88 Line-Not-Matched VALUE 'N'.
01 WS-PO-Found PIC X.
   88 PO-Found VALUE 'Y'.
   88 PO-Not-Found VALUE 'N'.
01 WS-Exception-Text PIC X(50).

01 WS-Lines-Read PIC 9(6) VALUE 0.
01 WS-Lines-Released PIC 9(6) VALUE 0.
01 WS-Lines-Held PIC 9(6) VALUE 0.
01 WS-Receipts-Released PIC 9(9) VALUE 0.
01 WS-Released-Value PIC 9(11)V99 VALUE 0.

01 WS-Report-Header-1.
   05 FILLER PIC X(41)
      VALUE 'SUPPLIER INVOICE MATCH EXCEPTIONS - DATE '.
   05 WS-RH-Date PIC X(8).
   05 FILLER PIC X(22) VALUE '   PRICE TOLERANCE % '.
   05 WS-RH-Tolerance PIC ZZ9.99.

01 WS-Report-Header-2.
   05 FILLER PIC X(7) VALUE 'SUPPL'.
   05 FILLER PIC X(12) VALUE 'INVOICE'.
   05 FILLER PIC X(8) VALUE 'ORDER'.
   05 FILLER PIC X(4) VALUE 'WH'.
   05 FILLER PIC X(7) VALUE 'ITEM'.
   05 FILLER PIC X(9) VALUE 'INV QTY'.
   05 FILLER PIC X(9) VALUE 'ORD QTY'.
   05 FILLER PIC X(9) VALUE 'RCV QTY'.
   05 FILLER PIC X(9) VALUE 'PREV INV'.
   05 FILLER PIC X(9) VALUE 'LOG RCV'.
   05 FILLER PIC X(11) VALUE 'INV PRICE'.
   05 FILLER PIC X(11) VALUE 'PO PRICE'.

01 WS-Exception-Detail.
   05 WS-XD-SupplierCode PIC X(5).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-XD-InvoiceNumber PIC X(10).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-XD-OrderNumber PIC X(6).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-XD-WarehouseCode PIC X(3).
   05 FILLER PIC X VALUE SPACE.
   05 WS-XD-ItemCode PIC X(5).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-XD-Invoiced-Qty PIC X(7).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-XD-Ordered-Qty PIC X(7).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-XD-Received-Qty PIC X(7).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-XD-Prev-Invoiced PIC X(7).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-XD-Logged-Qty PIC X(7).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-XD-Invoiced-Price PIC X(9).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-XD-PO-Price PIC X(9).

01 WS-Edit-Quantity PIC ZZZZZZ9.
01 WS-Edit-Price PIC ZZ,ZZ9.99.

01 WS-Exception-Reason-Line.
   05 FILLER PIC X(7) VALUE SPACES.
   05 FILLER PIC X(3) VALUE '** '.
   05 WS-XR-Text PIC X(50).

01 WS-Trailer-Line-1.
   05 FILLER PIC X(22) VALUE 'INVOICE LINES READ:   '.
   05 WS-TL-Read PIC ZZZZZ9.
   05 FILLER PIC X(14) VALUE '   RELEASED:  '.
   05 WS-TL-Released PIC ZZZZZ9.
   05 FILLER PIC X(10) VALUE '   HELD:  '.
   05 WS-TL-Held PIC ZZZZZ9.

01 WS-Trailer-Line-2.
   05 FILLER PIC X(22) VALUE 'VALUE RELEASED:       '.
   05 WS-TL-Value PIC ZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
    MOVE WS-Current-Date (1:8) TO WS-Run-Date

    OPEN INPUT SupplierInvoiceFile
    IF WS-Invoice-Status = '35'
        DISPLAY 'SupplierInvoices.dat does not exist - nothing to '
                'match.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE SupplierInvoiceFile

    OPEN I-O OpenPurchaseOrderFile
    IF WS-Order-File-Missing
        DISPLAY 'OpenPurchaseOrders.dat does not exist - there are no '
                'orders to match invoices against.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT WS-Order-File-OK
        DISPLAY 'OpenPurchaseOrders.dat could not be opened - file '
                'status ' WS-Order-File-Status '. An existing file must '
                'be rebuilt with PurchaseOrderFileRebuild to carry the '
                'receipt and invoice fields.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM Load-Match-Control

    SORT ReceiptSortFile
        ON ASCENDING KEY RX-Key
                         RX-Date
        INPUT PROCEDURE IS Gather-Logged-Receipts
        OUTPUT PROCEDURE IS Total-Logged-Receipts

    OPEN INPUT ReceiptTotalFile
    OPEN OUTPUT PaymentReleaseFile
    PERFORM Open-Held-Invoice-File
    OPEN OUTPUT ExceptionReportFile
    MOVE WS-Run-Date TO WS-RH-Date
    MOVE WS-Price-Tolerance-Pct TO WS-RH-Tolerance
    WRITE ExceptionReportLine FROM WS-Report-Header-1
    WRITE ExceptionReportLine FROM WS-Report-Header-2

    MOVE 'N' TO WS-RT-EOF
    PERFORM Get-Next-Receipt-Total
    SORT InvoiceSortFile
        ON ASCENDING KEY IS-InvoiceKey
                         IS-SupplierCode
                         IS-InvoiceNumber
        USING SupplierInvoiceFile
        OUTPUT PROCEDURE IS Match-Invoice-Lines

    MOVE WS-Lines-Read TO WS-TL-Read
    MOVE WS-Lines-Released TO WS-TL-Released
    MOVE WS-Lines-Held TO WS-TL-Held
    MOVE WS-Released-Value TO WS-TL-Value
    MOVE SPACES TO ExceptionReportLine
    WRITE ExceptionReportLine
    WRITE ExceptionReportLine FROM WS-Trailer-Line-1
    WRITE ExceptionReportLine FROM WS-Trailer-Line-2

    CLOSE OpenPurchaseOrderFile
    CLOSE ReceiptTotalFile
    CLOSE PaymentReleaseFile
    CLOSE HeldInvoiceFile
    CLOSE ExceptionReportFile
    PERFORM Clear-Invoice-File
    DISPLAY 'Invoice match complete - ' WS-Lines-Read ' line(s) read, '
            WS-Lines-Released ' released for payment, '
            WS-Lines-Held ' held on the exceptions report.'
    IF WS-Lines-Held > 0
        DISPLAY 'Held lines written to SupplierInvoicesHeld.dat'
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

Load-Match-Control.
    OPEN INPUT MatchControlFile
    IF WS-Control-Status = '35'
        DISPLAY 'InvoiceMatchControl.dat does not exist - invoice '
                'prices must agree with the order price exactly.'
    ELSE
        READ MatchControlFile
            NOT AT END
                IF MC-Price-Tolerance-Pct NUMERIC
                    MOVE MC-Price-Tolerance-Pct
                        TO WS-Price-Tolerance-Pct
                END-IF
        END-READ
        CLOSE MatchControlFile
    END-IF.

*> Held lines accumulate, opened EXTEND, until purchasing has dealt
*> with them - a rerun the same day never destroys the earlier ones.
Open-Held-Invoice-File.
    OPEN EXTEND HeldInvoiceFile
    IF WS-Held-Status = '35'
        OPEN OUTPUT HeldInvoiceFile
        CLOSE HeldInvoiceFile
        OPEN EXTEND HeldInvoiceFile
    END-IF.

*> Every line has now been released or held, so the inbound file is
*> cleared the same way the batch load clears its resubmission file;
*> a corrected held line comes back by being copied into it again.
Clear-Invoice-File.
    OPEN OUTPUT SupplierInvoiceFile
    CLOSE SupplierInvoiceFile.

*> The live log is always read; archives are read as the operator
*> names them, for invoices against orders old enough that their
*> receipts have already been archived.
Gather-Logged-Receipts.
    MOVE 'N' TO WS-EOF
    OPEN INPUT AuditLogFile
    IF WS-Audit-Status = '35'
        DISPLAY 'AuditLog.dat does not exist - live log skipped.'
    ELSE
        PERFORM UNTIL EOF
            READ AuditLogFile
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE AuditLogRecord TO AU-Audit-Line
                    PERFORM Release-Receipt-Entry
            END-READ
        END-PERFORM
        CLOSE AuditLogFile
    END-IF
    PERFORM Read-Archive-Files.

Read-Archive-Files.
    DISPLAY 'Enter an AuditArchive file name to include '
            '(blank when done): '
    ACCEPT WS-Archive-File-Name
    PERFORM UNTIL WS-Archive-File-Name = SPACES
        PERFORM Read-One-Archive
        DISPLAY 'Enter an AuditArchive file name to include '
                '(blank when done): '
        ACCEPT WS-Archive-File-Name
    END-PERFORM.

Read-One-Archive.
    MOVE 'N' TO WS-EOF
    OPEN INPUT ArchiveFile
    IF WS-Archive-Status = '35'
        DISPLAY 'Archive ' WS-Archive-File-Name
                ' does not exist - skipped.'
    ELSE
        PERFORM UNTIL EOF
            READ ArchiveFile
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE ArchiveRecord TO AU-Audit-Line
                    PERFORM Release-Receipt-Entry
            END-READ
        END-PERFORM
        CLOSE ArchiveFile
    END-IF.

*> Goods receipts only - the quantity received is the rise the entry
*> records on the item.
Release-Receipt-Entry.
    IF AU-Action = 'R' AND AU-Date NUMERIC
        AND AU-Qty-Before NUMERIC AND AU-Qty-After NUMERIC
        AND AU-Qty-After > AU-Qty-Before
        MOVE AU-WarehouseCode TO RX-Key (1:3)
        MOVE AU-ItemCode TO RX-Key (4:5)
        MOVE AU-Date TO RX-Date
        COMPUTE RX-Quantity = AU-Qty-After - AU-Qty-Before
        RELEASE ReceiptSortRecord
        ADD 1 TO WS-Receipts-Released
    END-IF.

*> Receipts for one key arrive in date order. Only those dated on or
*> after the order date of the key's current purchase order line
*> count towards it, and a key with no order line is not wanted at
*> all - one total per ordered key goes to the work file, already in
*> key order for the merge.
Total-Logged-Receipts.
    OPEN OUTPUT ReceiptTotalFile
    PERFORM UNTIL Sort-EOF
        RETURN ReceiptSortFile
            AT END
                MOVE 'Y' TO WS-Sort-EOF
            NOT AT END
                IF Key-Not-Active OR RX-Key NOT = WS-Held-Key
                    IF Key-Active
                        PERFORM Write-Receipt-Total
                    END-IF
                    PERFORM Start-Receipt-Key
                END-IF
                IF Key-On-Order AND RX-Date >= WS-Held-Order-Date
                    ADD RX-Quantity TO WS-Held-Quantity
                END-IF
        END-RETURN
    END-PERFORM
    IF Key-Active
        PERFORM Write-Receipt-Total
    END-IF
    CLOSE ReceiptTotalFile.

Start-Receipt-Key.
    MOVE RX-Key TO WS-Held-Key
    MOVE 0 TO WS-Held-Quantity
    MOVE 'Y' TO WS-Key-Active
    MOVE 'N' TO WS-Key-On-Order
    MOVE RX-Key TO PO-PurchaseOrderKey
    READ OpenPurchaseOrderFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-Key-On-Order
            MOVE PO-OrderDate TO WS-Held-Order-Date
    END-READ.

Write-Receipt-Total.
    IF Key-On-Order
        MOVE WS-Held-Key TO RT-Key
        MOVE WS-Held-Quantity TO RT-Quantity
        WRITE ReceiptTotalRecord
    END-IF.

Get-Next-Receipt-Total.
    IF RT-EOF
        MOVE HIGH-VALUES TO WS-Current-RT-Key
    ELSE
        READ ReceiptTotalFile
            AT END
                MOVE 'Y' TO WS-RT-EOF
                MOVE HIGH-VALUES TO WS-Current-RT-Key
            NOT AT END
                MOVE RT-Key TO WS-Current-RT-Key
                MOVE RT-Quantity TO WS-Current-RT-Quantity
        END-READ
    END-IF.

Match-Invoice-Lines.
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL EOF
        RETURN InvoiceSortFile
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-Lines-Read
                PERFORM UNTIL WS-Current-RT-Key >= IS-InvoiceKey
                    PERFORM Get-Next-Receipt-Total
                END-PERFORM
                MOVE 0 TO WS-Logged-Receipts
                IF WS-Current-RT-Key = IS-InvoiceKey
                    MOVE WS-Current-RT-Quantity TO WS-Logged-Receipts
                END-IF
                PERFORM Match-One-Invoice-Line
        END-RETURN
    END-PERFORM.

*> Every test is made and every failure reported, so purchasing sees
*> the whole story of a line in one place. Quantity is judged
*> cumulatively - what this line asks for plus what has already been
*> released against the order - so a supplier cannot be paid twice
*> for the same delivery across separate invoices.
Match-One-Invoice-Line.
    MOVE 'Y' TO WS-Line-Matched
    MOVE 'N' TO WS-PO-Found
    IF IS-InvoicedQuantity NOT NUMERIC
        OR IS-InvoicedPrice NOT NUMERIC
        MOVE 'INVOICED QUANTITY OR PRICE NOT NUMERIC'
            TO WS-Exception-Text
        PERFORM Note-Exception
    ELSE
        MOVE IS-InvoiceKey TO PO-PurchaseOrderKey
        READ OpenPurchaseOrderFile
            INVALID KEY
                MOVE 'NO PURCHASE ORDER LINE FOR THIS WAREHOUSE/ITEM'
                    TO WS-Exception-Text
                PERFORM Note-Exception
            NOT INVALID KEY
                MOVE 'Y' TO WS-PO-Found
        END-READ
    END-IF
    IF PO-Found
        IF IS-OrderNumber NOT = PO-OrderNumber
            MOVE 'ORDER NUMBER IS NOT THE ONE ON THE PO LINE'
                TO WS-Exception-Text
            PERFORM Note-Exception
        ELSE
            PERFORM Check-Invoice-Against-Order
        END-IF
    END-IF
    IF Line-Matched
        PERFORM Release-Invoice-Line
    END-IF.

Check-Invoice-Against-Order.
    IF IS-SupplierCode NOT = PO-SupplierCode
        MOVE 'SUPPLIER IS NOT THE ONE ON THE PO LINE'
            TO WS-Exception-Text
        PERFORM Note-Exception
    END-IF
    COMPUTE WS-Cumulative-Invoiced =
        PO-QuantityInvoiced + IS-InvoicedQuantity
    IF WS-Cumulative-Invoiced > PO-OrderQuantity
        MOVE 'QUANTITY EXCEEDS THE QUANTITY ORDERED'
            TO WS-Exception-Text
        PERFORM Note-Exception
    END-IF
    IF WS-Cumulative-Invoiced > PO-QuantityReceived
        MOVE 'QUANTITY EXCEEDS THE QUANTITY RECEIVED ON THE PO'
            TO WS-Exception-Text
        PERFORM Note-Exception
    END-IF
    IF WS-Cumulative-Invoiced > WS-Logged-Receipts
        MOVE 'QUANTITY EXCEEDS THE RECEIPTS ON THE AUDIT LOG'
            TO WS-Exception-Text
        PERFORM Note-Exception
    END-IF
    IF PO-UnitPrice = 0
        MOVE 'PO LINE CARRIES NO UNIT PRICE' TO WS-Exception-Text
        PERFORM Note-Exception
    ELSE
        COMPUTE WS-Price-Allowance ROUNDED =
            PO-UnitPrice * WS-Price-Tolerance-Pct / 100
        COMPUTE WS-Price-Difference =
            IS-InvoicedPrice - PO-UnitPrice
        IF WS-Price-Difference < 0
            COMPUTE WS-Price-Difference = 0 - WS-Price-Difference
        END-IF
        IF WS-Price-Difference > WS-Price-Allowance
            MOVE 'PRICE DIFFERS FROM THE PO PRICE'
                TO WS-Exception-Text
            PERFORM Note-Exception
        END-IF
    END-IF.

*> The first failure on a line prints the line itself and holds it;
*> each failure then prints its own reason beneath.
Note-Exception.
    IF Line-Matched
        MOVE 'N' TO WS-Line-Matched
        ADD 1 TO WS-Lines-Held
        MOVE IS-InvoiceRecord TO HeldInvoiceRecord
        WRITE HeldInvoiceRecord
        PERFORM Print-Exception-Detail
    END-IF
    MOVE WS-Exception-Text TO WS-XR-Text
    WRITE ExceptionReportLine FROM WS-Exception-Reason-Line.

Print-Exception-Detail.
    MOVE SPACES TO ExceptionReportLine
    WRITE ExceptionReportLine
    MOVE IS-SupplierCode TO WS-XD-SupplierCode
    MOVE IS-InvoiceNumber TO WS-XD-InvoiceNumber
    MOVE IS-OrderNumber TO WS-XD-OrderNumber
    MOVE IS-WarehouseCode TO WS-XD-WarehouseCode
    MOVE IS-ItemCode TO WS-XD-ItemCode
    MOVE SPACES TO WS-XD-Invoiced-Qty
    MOVE SPACES TO WS-XD-Invoiced-Price
    IF IS-InvoicedQuantity NUMERIC
        MOVE IS-InvoicedQuantity TO WS-Edit-Quantity
        MOVE WS-Edit-Quantity TO WS-XD-Invoiced-Qty
    END-IF
    IF IS-InvoicedPrice NUMERIC
        MOVE IS-InvoicedPrice TO WS-Edit-Price
        MOVE WS-Edit-Price TO WS-XD-Invoiced-Price
    END-IF
    MOVE SPACES TO WS-XD-Ordered-Qty
    MOVE SPACES TO WS-XD-Received-Qty
    MOVE SPACES TO WS-XD-Prev-Invoiced
    MOVE SPACES TO WS-XD-PO-Price
    IF PO-Found
        MOVE PO-OrderQuantity TO WS-Edit-Quantity
        MOVE WS-Edit-Quantity TO WS-XD-Ordered-Qty
        MOVE PO-QuantityReceived TO WS-Edit-Quantity
        MOVE WS-Edit-Quantity TO WS-XD-Received-Qty
        MOVE PO-QuantityInvoiced TO WS-Edit-Quantity
        MOVE WS-Edit-Quantity TO WS-XD-Prev-Invoiced
        MOVE PO-UnitPrice TO WS-Edit-Price
        MOVE WS-Edit-Price TO WS-XD-PO-Price
    END-IF
    MOVE WS-Logged-Receipts TO WS-Edit-Quantity
    MOVE WS-Edit-Quantity TO WS-XD-Logged-Qty
    WRITE ExceptionReportLine FROM WS-Exception-Detail.

*> The order line is updated before the payment record is written,
*> so a failed rewrite holds the line rather than paying it without
*> a trace on the order.
Release-Invoice-Line.
    ADD IS-InvoicedQuantity TO PO-QuantityInvoiced
    REWRITE PO-PurchaseOrderRecord
        INVALID KEY
            MOVE 'ORDER FILE I-O ERROR - NOT RELEASED'
                TO WS-Exception-Text
            PERFORM Note-Exception
        NOT INVALID KEY
            COMPUTE WS-Line-Value =
                IS-InvoicedQuantity * IS-InvoicedPrice
            MOVE IS-SupplierCode TO PR-SupplierCode
            MOVE IS-InvoiceNumber TO PR-InvoiceNumber
            MOVE IS-InvoiceDate TO PR-InvoiceDate
            MOVE IS-OrderNumber TO PR-OrderNumber
            MOVE IS-WarehouseCode TO PR-WarehouseCode
            MOVE IS-ItemCode TO PR-ItemCode
            MOVE IS-InvoicedQuantity TO PR-Quantity
            MOVE IS-InvoicedPrice TO PR-UnitPrice
            MOVE WS-Line-Value TO PR-LineValue
            MOVE WS-Run-Date TO PR-ReleaseDate
            WRITE PaymentReleaseRecord
            ADD 1 TO WS-Lines-Released
            ADD WS-Line-Value TO WS-Released-Value
    END-REWRITE.
