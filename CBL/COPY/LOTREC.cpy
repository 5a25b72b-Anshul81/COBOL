      *> Stock lot record layout for InventoryLots.dat, the lot-level
      *> breakdown of each Inventory.dat key. Keyed WarehouseCode +
      *> ItemCode + ExpiryDate + LotNumber, so a START on the inventory
      *> key reads an item's lots back earliest-expiring first - the
      *> order every issue and transfer draws them in.
      *> COPY ... REPLACING ==:PREFIX:== BY ==LT-== for the FD record.
      *> Stock that arrived without a lot number (and stock on hand
      *> before lots were kept) sits in the item's untracked lot: a
      *> blank LotNumber with ExpiryDate 99999999, which sorts last and
      *> never expires. The LotQuantity values under one inventory key
      *> always add up to that key's ItemQuantity; an empty lot is
      *> deleted rather than kept at zero.
       01 :PREFIX:LotRecord.
           05 :PREFIX:LotKey.
               10 :PREFIX:WarehouseCode  PIC X(3).
               10 :PREFIX:ItemCode       PIC X(5).
               10 :PREFIX:ExpiryDate     PIC X(8).
                   88 :PREFIX:Lot-Never-Expires VALUE '99999999'.
               10 :PREFIX:LotNumber      PIC X(10).
           05 :PREFIX:LotQuantity    PIC 9(4).
           05 :PREFIX:ReceivedDate   PIC X(8).
