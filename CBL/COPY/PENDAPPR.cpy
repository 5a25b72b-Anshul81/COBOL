      *> Held stock adjustment layout for PendingApprovals.dat, keyed
      *> on ApprovalNumber (the next number is kept on
      *> ApprovalControl.dat). Written by InventoryManager,
      *> InventoryBatchLoad and PhysicalCountReconcile when a quantity
      *> change is worth more than the threshold on
      *> AdjustmentControl.dat; approved or rejected in
      *> AdjustmentApproval by an operator other than RaisedBy.
      *> COPY ... REPLACING ==:PREFIX:== BY ==PA-== for the FD record,
      *> and BY ==WS-PA-== for a matching working-storage copy.
      *> Source: M = InventoryManager update or delete, B = batch 'J'
      *> adjustment, C = physical count variance. AuditAction is the
      *> action the change is audited under once posted ('U', 'J', or
      *> 'D' for a delete, which removes the item when approved). The
      *> Before values are the record as it stood when the change was
      *> raised and the After values what it was to be set to; on
      *> approval the quantity moves by After less Before from wherever
      *> it stands then, and a changed cost replaces the Before cost.
      *> AdjustmentValue is the quantity change times Cost-Before.
      *> Decided records stay on file as the approval history.
       01 :PREFIX:ApprovalRecord.
           05 :PREFIX:ApprovalNumber PIC 9(6).
           05 :PREFIX:WarehouseCode  PIC X(3).
           05 :PREFIX:ItemCode       PIC X(5).
           05 :PREFIX:Source         PIC X.
               88 :PREFIX:From-Manager    VALUE 'M'.
               88 :PREFIX:From-Batch      VALUE 'B'.
               88 :PREFIX:From-Count      VALUE 'C'.
           05 :PREFIX:AuditAction    PIC X.
           05 :PREFIX:Qty-Before     PIC 9(4).
           05 :PREFIX:Qty-After      PIC 9(4).
           05 :PREFIX:Cost-Before    PIC 9(5)V99.
           05 :PREFIX:Cost-After     PIC 9(5)V99.
           05 :PREFIX:AdjustmentValue PIC 9(9)V99.
           05 :PREFIX:RaisedBy       PIC X(8).
           05 :PREFIX:RaisedDate     PIC X(8).
           05 :PREFIX:ApprovalStatus PIC X.
               88 :PREFIX:Approval-Pending  VALUE 'P'.
               88 :PREFIX:Approval-Approved VALUE 'A'.
               88 :PREFIX:Approval-Rejected VALUE 'R'.
           05 :PREFIX:DecidedBy      PIC X(8).
           05 :PREFIX:DecidedDate    PIC X(8).
