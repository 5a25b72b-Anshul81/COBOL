      *> warehouse/item can be on at most one open order - that is the
      *> guard against the same shortage being ordered twice. Shared
      *> by PurchaseOrderGenerate (writes lines), InventoryReorderReport
      *> (skips suggestions already on an open line),
      *> InventoryBatchLoad (adds each goods receipt to the quantity
      *> received) and SupplierInvoiceMatch (matches supplier invoices
      *> against the line).
      *> COPY ... REPLACING ==:PREFIX:== BY ==PO-== for the FD record.
      *> QuantityReceived is the total received against the order to
      *> date; a line stays Open until it reaches OrderQuantity, so a
      *> short delivery keeps the balance on order. QuantityInvoiced
      *> is the total of supplier invoice lines released for payment,
      *> and UnitPrice is the price the order was raised at - both are
      *> what SupplierInvoiceMatch holds each invoice line against.
      *> OpenPurchaseOrders.dat files written before these three
      *> fields existed must be converted with PurchaseOrderFileRebuild.
       01 :PREFIX:PurchaseOrderRecord.
           05 :PREFIX:PurchaseOrderKey.
               10 :PREFIX:WarehouseCode  PIC X(3).
           05 :PREFIX:OrderStatus    PIC X.
               88 :PREFIX:Order-Open      VALUE 'O'.
               88 :PREFIX:Order-Received  VALUE 'R'.
           05 :PREFIX:QuantityReceived PIC 9(4).
           05 :PREFIX:QuantityInvoiced PIC 9(4).
           05 :PREFIX:UnitPrice      PIC 9(5)V99.
