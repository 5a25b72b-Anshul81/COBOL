      *> Bin master record layout for Bins.dat, the storage locations
      *> within each warehouse. Keyed WarehouseCode + BinCode and
      *> maintained by BinMaintenance.
      *> COPY ... REPLACING ==:PREFIX:== BY ==BN-== for the FD record.
      *> WalkSequence is the bin's place on the pickers' route through
      *> the warehouse; putaway and pick lists and bin-by-bin count
      *> sheets are printed in that order. Bins sharing a sequence
      *> number print in bin code order.
       01 :PREFIX:BinRecord.
           05 :PREFIX:BinKey.
               10 :PREFIX:WarehouseCode  PIC X(3).
               10 :PREFIX:BinCode        PIC X(6).
           05 :PREFIX:WalkSequence   PIC 9(5).
           05 :PREFIX:BinDescription PIC X(20).
