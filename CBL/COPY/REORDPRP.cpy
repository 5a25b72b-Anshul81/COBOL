      *> Reorder proposal line layout for ReorderProposals.dat, written
      *> by ReorderForecast and read back by ReorderParameterApply.
      *> COPY ... REPLACING ==:PREFIX:== BY ==RP-== for the FD record.
      *> One line per warehouse/item whose forecast reorder point or
      *> order quantity differs from ItemParameters.dat. AcceptFlag is
      *> written as N; the buyer changes it to Y on each line to be
      *> taken up before ReorderParameterApply is run. The Current
      *> values are the parameters as they stood at forecast time, so
      *> a line whose parameters have been changed by hand since is
      *> not overwritten.
       01 :PREFIX:ProposalRecord.
           05 :PREFIX:AcceptFlag     PIC X.
               88 :PREFIX:Proposal-Accepted VALUE 'Y' 'y'.
           05 :PREFIX:ProposalKey.
               10 :PREFIX:WarehouseCode  PIC X(3).
               10 :PREFIX:ItemCode       PIC X(5).
           05 :PREFIX:SupplierCode   PIC X(5).
           05 :PREFIX:LeadTimeDays   PIC 9(3).
           05 :PREFIX:WeeklyAverage  PIC 9(5)V99.
           05 :PREFIX:WeeklyStdDev   PIC 9(5)V99.
           05 :PREFIX:Current-ReorderPoint     PIC 9(4).
           05 :PREFIX:Current-ReorderQuantity  PIC 9(4).
           05 :PREFIX:Proposed-ReorderPoint    PIC 9(4).
           05 :PREFIX:Proposed-ReorderQuantity PIC 9(4).
           05 :PREFIX:ForecastDate   PIC X(8).
