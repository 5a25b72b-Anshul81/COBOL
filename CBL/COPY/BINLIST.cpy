      *> Putaway / pick list line as InventoryBatchLoad notes it during
      *> the run, before the lines are sorted into walk sequence for
      *> PutawayList.txt and PickList.txt.
      *> COPY ... REPLACING ==:PREFIX:== BY ==PW-== (or ==PK-==, ==LS-==)
      *> for the work file and sort records.
      *> WalkSequence is the bin's sequence from Bins.dat; unbinned
      *> stock and a bin missing from Bins.dat carry 99999, so they
      *> print after every bin on the route. Reference is the lot
      *> number on a putaway line and the issue reference on a pick.
       01 :PREFIX:BinListRecord.
           05 :PREFIX:WarehouseCode  PIC X(3).
           05 :PREFIX:WalkSequence   PIC 9(5).
           05 :PREFIX:BinCode        PIC X(6).
           05 :PREFIX:ItemCode       PIC X(5).
           05 :PREFIX:ItemName       PIC X(20).
           05 :PREFIX:Quantity       PIC 9(4).
           05 :PREFIX:Reference      PIC X(20).
