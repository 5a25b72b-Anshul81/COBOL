      *> Customer order line layout for CustomerOrders.dat, keyed
      *> WarehouseCode + ItemCode + OrderNumber so every order holding
      *> stock at one warehouse/item reads back together from a START
      *> on the inventory key. Written by CustomerOrderAllocation (which
      *> also reads the same layout from CustomerOrderEntry.dat), read
      *> by InventoryBatchLoad and InventoryManager to see what stock is
      *> already promised.
      *> COPY ... REPLACING ==:PREFIX:== BY ==CO-== for the FD record,
      *> BY ==CE-== for the order entry file and BY ==CS-== for the
      *> allocation sort record.
      *> AllocatedQuantity is stock reserved for the line and not yet
      *> issued; an 'I' issue quoting the order number as its reference
      *> draws the reservation down and adds to IssuedQuantity. A line
      *> is Complete once IssuedQuantity reaches OrderQuantity, and a
      *> Cancelled line holds no stock. On the entry file a LineStatus
      *> of X cancels the order line; anything else adds or amends it.
       01 :PREFIX:CustomerOrderRecord.
           05 :PREFIX:CustomerOrderKey.
               10 :PREFIX:WarehouseCode  PIC X(3).
               10 :PREFIX:ItemCode       PIC X(5).
               10 :PREFIX:OrderNumber    PIC X(8).
           05 :PREFIX:CustomerCode   PIC X(8).
           05 :PREFIX:OrderDate      PIC X(8).
           05 :PREFIX:OrderQuantity  PIC 9(4).
           05 :PREFIX:AllocatedQuantity PIC 9(4).
           05 :PREFIX:IssuedQuantity PIC 9(4).
           05 :PREFIX:LineStatus     PIC X.
               88 :PREFIX:Line-Open       VALUE 'O'.
               88 :PREFIX:Line-Complete   VALUE 'C'.
               88 :PREFIX:Line-Cancelled  VALUE 'X'.
