      *> Bin stock record layout for BinStock.dat, the bin-level
      *> breakdown of each Inventory.dat key. Keyed WarehouseCode +
      *> ItemCode + BinCode, so a START on the inventory key reads back
      *> every bin holding the item at that warehouse.
      *> COPY ... REPLACING ==:PREFIX:== BY ==BS-== for the FD record.
      *> Stock not yet in a bin (and stock on hand before bins were
      *> kept) sits under a blank BinCode, which sorts first; it is
      *> put into a bin with BinMaintenance. The BinQuantity values
      *> under one inventory key always add up to that key's
      *> ItemQuantity; an emptied bin record is deleted rather than
      *> kept at zero.
       01 :PREFIX:BinStockRecord.
           05 :PREFIX:BinStockKey.
               10 :PREFIX:WarehouseCode  PIC X(3).
               10 :PREFIX:ItemCode       PIC X(5).
               10 :PREFIX:BinCode        PIC X(6).
           05 :PREFIX:BinQuantity    PIC 9(4).
