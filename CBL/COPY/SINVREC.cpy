      *> Supplier invoice line layout for SupplierInvoices.dat, the
      *> inbound file accounts payable keys (or receives) one line per
      *> invoiced warehouse/item. Read by SupplierInvoiceMatch, which
      *> holds each line against its open purchase order line and the
      *> receipts logged on AuditLog.dat.
      *> COPY ... REPLACING ==:PREFIX:== BY ==SI-== for the FD record,
      *> and BY ==IS-== for the sort record.
      *> InvoicedPrice is the supplier's unit price for the line.
       01 :PREFIX:InvoiceRecord.
           05 :PREFIX:SupplierCode   PIC X(5).
           05 :PREFIX:InvoiceNumber  PIC X(10).
           05 :PREFIX:InvoiceDate    PIC X(8).
           05 :PREFIX:OrderNumber    PIC 9(6).
           05 :PREFIX:InvoiceKey.
               10 :PREFIX:WarehouseCode  PIC X(3).
               10 :PREFIX:ItemCode       PIC X(5).
           05 :PREFIX:InvoicedQuantity PIC 9(4).
           05 :PREFIX:InvoicedPrice  PIC 9(5)V99.
