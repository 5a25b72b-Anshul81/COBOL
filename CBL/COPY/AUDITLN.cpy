      *> way quantity changes are. They sit after the timestamp so
      *> entries written before costs were carried read back with
      *> spaces there - readers must test them NUMERIC before use.
      *> Approver-Id is filled only on an adjustment that was held for
      *> approval and posted by AdjustmentApproval: Operator-Id is the
      *> operator who raised it and Approver-Id the one who approved it.
       01 :PREFIX:Audit-Line.
           05 :PREFIX:WarehouseCode  PIC X(3).
           05 FILLER                 PIC X.
           05 :PREFIX:Cost-Before    PIC 9(5)V99.
           05 FILLER                 PIC X.
           05 :PREFIX:Cost-After     PIC 9(5)V99.
           05 FILLER                 PIC X.
           05 :PREFIX:Approver-Id    PIC X(8).
