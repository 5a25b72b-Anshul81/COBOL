        RECORD KEY IS WH-WarehouseCode
        FILE STATUS IS WS-Warehouse-File-Status.

    SELECT CustomerOrderFile ASSIGN TO 'CustomerOrders.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CO-CustomerOrderKey
        FILE STATUS IS WS-Customer-Order-Status.

    SELECT LotFile ASSIGN TO 'InventoryLots.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LT-LotKey
        FILE STATUS IS WS-Lot-Status.

    SELECT BinStockFile ASSIGN TO 'BinStock.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BS-BinStockKey
        FILE STATUS IS WS-Bin-Stock-Status.

    SELECT BinFile ASSIGN TO 'Bins.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BN-BinKey
        FILE STATUS IS WS-Bin-File-Status.

    SELECT PutawayWorkFile ASSIGN TO 'PutawayList.tmp'
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PickWorkFile ASSIGN TO 'PickList.tmp'
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT BinListSortFile ASSIGN TO 'BinListSort.tmp'.

    SELECT BinListFile ASSIGN USING WS-Bin-List-Name
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT BOMFile ASSIGN TO 'BillOfMaterials.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BM-BOMKey
        FILE STATUS IS WS-BOM-Status.

    SELECT PeriodFile ASSIGN TO 'AccountingPeriods.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PD-PeriodCode
        ALTERNATE RECORD KEY IS PD-EndDate
        FILE STATUS IS WS-Period-Status.

    SELECT PendingApprovalFile ASSIGN TO 'PendingApprovals.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PA-ApprovalNumber
        FILE STATUS IS WS-Pending-Status.

    SELECT AdjustControlFile ASSIGN TO 'AdjustmentControl.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Adjust-Control-Status.

    SELECT ApprovalControlFile ASSIGN TO 'ApprovalControl.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Approval-Control-Status.

    SELECT BackorderFile ASSIGN TO 'Backorders.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Backorder-Status.
FD ResubmitFile.
01 ResubmitRecord.
   05 RS-ReasonCode PIC X(2).
   05 RS-TransactionData PIC X(66).

FD SuspenseFile.
01 SuspenseRecord.
   05 SU-ReasonCode PIC X(2).
   05 SU-TransactionData PIC X(66).

FD RejectRegisterFile.
01 RejectRegisterLine PIC X(100).
FD WarehouseFile.
COPY WHSEREC REPLACING ==:PREFIX:== BY ==WH-==.

FD CustomerOrderFile.
COPY CUSTORD REPLACING ==:PREFIX:== BY ==CO-==.

FD LotFile.
COPY LOTREC REPLACING ==:PREFIX:== BY ==LT-==.

FD BinStockFile.
COPY BINSTK REPLACING ==:PREFIX:== BY ==BS-==.

FD BinFile.
COPY BINREC REPLACING ==:PREFIX:== BY ==BN-==.

FD PutawayWorkFile.
COPY BINLIST REPLACING ==:PREFIX:== BY ==PW-==.

FD PickWorkFile.
COPY BINLIST REPLACING ==:PREFIX:== BY ==PK-==.

SD BinListSortFile.
COPY BINLIST REPLACING ==:PREFIX:== BY ==LS-==.

FD BinListFile.
01 BinListLine PIC X(80).

FD BOMFile.
COPY BOMREC REPLACING ==:PREFIX:== BY ==BM-==.

FD PeriodFile.
COPY PERIODREC REPLACING ==:PREFIX:== BY ==PD-==.

FD PendingApprovalFile.
COPY PENDAPPR REPLACING ==:PREFIX:== BY ==PA-==.

FD AdjustControlFile.
01 AdjustControlRecord.
   05 AC-Threshold PIC 9(7)V99.
   05 AC-Pending-Days PIC 9(3).

FD ApprovalControlFile.
01 ApprovalControlRecord PIC 9(6).

FD BackorderFile.
01 BackorderRecord.
   05 BK-WarehouseCode PIC X(3).
   05 BT-Audit-Written PIC 9(6).
   05 BT-Backordered PIC 9(6).
   05 BT-Backorders-Filled PIC 9(6).
   05 BT-Held-For-Approval PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
*> IS insufficient stock       OV quantity overflow
*> IO inventory file I-O error
*> WN warehouse not on master  WC warehouse closed for posting
*> EX lot expiry date not numeric
*> KC kit component not stocked at the warehouse, or kit too large
*> TD transaction date not numeric
*> PC transaction dated into a closed accounting period
*> AH adjustment over the approval threshold could not be held
01 WS-Reject-Reason PIC X(2) VALUE SPACES.
01 WS-Reject-Reason-Text PIC X(35).
01 WS-Run-Date PIC X(8).
01 WS-Orders-Available PIC X VALUE 'N'.
   88 Orders-Available VALUE 'Y'.
   88 Orders-Missing VALUE 'N'.
01 WS-Customer-Order-Status PIC XX.
   88 WS-Cust-Order-Missing VALUE '35'.
01 WS-Customer-Orders-Available PIC X VALUE 'N'.
   88 Customer-Orders-Available VALUE 'Y'.
   88 Customer-Orders-Missing VALUE 'N'.
01 WS-Order-Reference PIC X(8).
01 WS-Issue-Quantity PIC 9(4).
01 WS-Key-Allocated PIC 9(6).
01 WS-Own-Allocation PIC 9(4).
01 WS-Available-To-Issue PIC 9(6).
01 WS-Own-Order-Line PIC X VALUE 'N'.
   88 Own-Order-Line VALUE 'Y'.
   88 No-Own-Order-Line VALUE 'N'.
01 WS-Reservation-EOF PIC X VALUE 'N'.
   88 Reservation-EOF VALUE 'Y'.
01 WS-Lot-Status PIC XX.
   88 WS-Lot-OK VALUE '00'.
   88 WS-Lot-File-Missing VALUE '35'.
01 WS-Lot-Number PIC X(10).
01 WS-Lot-Expiry PIC X(8).
01 WS-Lot-Quantity PIC 9(4).
01 WS-Lot-Remaining PIC 9(4).
01 WS-Lot-EOF PIC X VALUE 'N'.
   88 Lot-EOF VALUE 'Y'.
01 WS-BOM-Status PIC XX.
   88 WS-BOM-File-Missing VALUE '35'.
01 WS-BOM-Available PIC X VALUE 'N'.
   88 BOM-Available VALUE 'Y'.
   88 BOM-Missing VALUE 'N'.
01 WS-BOM-EOF PIC X VALUE 'N'.
   88 BOM-EOF VALUE 'Y'.
01 WS-Period-Status PIC XX.
   88 WS-Period-File-Missing VALUE '35'.
01 WS-Periods-Available PIC X VALUE 'N'.
   88 Periods-Available VALUE 'Y'.
   88 Periods-Missing VALUE 'N'.
01 WS-Posting-Date PIC X(8).
01 WS-Period-Lock PIC X VALUE 'N'.
   88 Posting-Period-Closed VALUE 'Y'.
   88 Posting-Period-Open VALUE 'N'.
01 WS-Locked-Period PIC X(6).
01 WS-Pending-Status PIC XX.
   88 WS-Pending-File-Missing VALUE '35'.
01 WS-Adjust-Control-Status PIC XX.
01 WS-Approval-Control-Status PIC XX.
01 WS-Adjust-Threshold PIC 9(7)V99 VALUE 1000.00.
01 WS-Adjust-Difference PIC 9(4).
01 WS-Next-Approval-Number PIC 9(6).
01 WS-Adjust-Approval PIC X VALUE 'N'.
   88 Approval-Not-Required VALUE 'N'.
   88 Approval-Required VALUE 'Y'.
   88 Adjustment-Held VALUE 'H'.
   88 Adjustment-Hold-Failed VALUE 'F'.
01 WS-Held-Count PIC 9(6) VALUE 0.
01 WS-Bin-Stock-Status PIC XX.
   88 WS-Bin-Stock-OK VALUE '00'.
   88 WS-Bin-Stock-Missing VALUE '35'.
01 WS-Bin-Code PIC X(6).
01 WS-Bin-Quantity PIC 9(4).
01 WS-Bin-Remaining PIC 9(4).
01 WS-Bin-EOF PIC X VALUE 'N'.
   88 Bin-EOF VALUE 'Y'.
01 WS-Bin-File-Status PIC XX.
   88 WS-Bin-File-Missing VALUE '35'.
01 WS-Bins-Available PIC X VALUE 'N'.
   88 Bins-Available VALUE 'Y'.
01 WS-Pick-Listing PIC X VALUE 'N'.
   88 Pick-Listing VALUE 'Y'.
01 WS-Pick-Reference PIC X(20).
01 WS-Walk-Sequence PIC 9(5).
01 WS-Putaway-Lines PIC 9(6) VALUE 0.
01 WS-Pick-Lines PIC 9(6) VALUE 0.
01 WS-Bin-List-Name PIC X(30).
01 WS-Bin-List-Lines PIC 9(6).
01 WS-Bin-List-EOF PIC X VALUE 'N'.
   88 Bin-List-EOF VALUE 'Y'.
01 WS-List-Warehouse PIC X(3).
COPY BINLIST REPLACING ==:PREFIX:== BY ==WS-LN-==.
COPY PENDAPPR REPLACING ==:PREFIX:== BY ==WS-PA-==.
01 WS-Kit-Item PIC X VALUE 'N'.
   88 Kit-Item VALUE 'Y'.
   88 Not-Kit-Item VALUE 'N'.
01 WS-Kit-Too-Large PIC X VALUE 'N'.
   88 Kit-Too-Large VALUE 'Y'.
01 WS-Kit-Check PIC X.
   88 Kit-Components-OK VALUE 'O'.
   88 Kit-Component-Missing VALUE 'M'.
   88 Kit-Component-Short VALUE 'S'.
01 WS-Kit-Posted PIC X.
   88 Kit-Posted VALUE 'Y'.
   88 Kit-Not-Posted VALUE 'N'.
01 WS-Kit-Parent PIC X(5).
01 WS-Kit-WarehouseCode PIC X(3).
01 WS-Kit-Quantity PIC 9(4).
01 WS-Kit-Problem-Item PIC X(5).
01 WS-Kit-Index PIC 9(2).
01 WS-Kit-Component-Count PIC 9(2) VALUE 0.
01 WS-Kit-Max-Components PIC 9(2) VALUE 50.
01 WS-Kit-Table.
   05 WS-Kit-Component OCCURS 50 TIMES.
      10 WS-KC-ItemCode PIC X(5).
      10 WS-KC-QuantityPer PIC 9(3).
      10 WS-KC-Required PIC 9(4).
01 WS-Loaded-Count PIC 9(6) VALUE 0.
01 WS-Rejected-Count PIC 9(6) VALUE 0.
01 WS-Resubmitted-Count PIC 9(6) VALUE 0.
01 WS-Orders-Received PIC 9(6) VALUE 0.
01 WS-Orders-Part-Received PIC 9(6) VALUE 0.
01 WS-Read-Count PIC 9(6) VALUE 0.
01 WS-Audit-Written-Count PIC 9(6) VALUE 0.
01 WS-Backorder-Status PIC XX.
   05 FILLER PIC X(14) VALUE '  STILL OPEN: '.
   05 WS-BO-Trailer-Open PIC ZZZZZ9.

01 WS-BL-Header-1.
   05 WS-BL-Title PIC X(20).
   05 FILLER PIC X(18) VALUE ' - WALK SEQUENCE, '.
   05 FILLER PIC X(4) VALUE 'RUN '.
   05 WS-BL-Date PIC X(8).

01 WS-BL-Warehouse-Line.
   05 FILLER PIC X(10) VALUE 'WAREHOUSE '.
   05 WS-BL-WarehouseCode PIC X(3).

01 WS-BL-Header-2.
   05 FILLER PIC X(8) VALUE 'BIN'.
   05 FILLER PIC X(7) VALUE 'WALK'.
   05 FILLER PIC X(7) VALUE 'ITEM'.
   05 FILLER PIC X(22) VALUE 'ITEM NAME'.
   05 FILLER PIC X(6) VALUE 'QTY'.
   05 FILLER PIC X(20) VALUE 'REFERENCE'.

01 WS-BL-Detail.
   05 WS-BL-BinCode PIC X(6).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-BL-Walk PIC X(5).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-BL-ItemCode PIC X(5).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-BL-ItemName PIC X(20).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-BL-Quantity PIC ZZZ9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-BL-Reference PIC X(20).

01 WS-BL-Walk-Edit PIC ZZZZ9.

01 WS-BL-Trailer.
   05 FILLER PIC X(12) VALUE 'LINES: '.
   05 WS-BL-Trailer-Count PIC ZZZZZ9.

01 WS-Register-Header-1.
   05 FILLER PIC X(40) VALUE 'INVENTORY BATCH LOAD REJECT REGISTER'.

    PERFORM Open-Audit-Log-File
    PERFORM Open-Warehouse-File
    PERFORM Open-Purchase-Order-File
    PERFORM Open-Customer-Order-File
    PERFORM Open-Lot-File
    PERFORM Open-Bin-Stock-File
    PERFORM Open-Bin-File
    PERFORM Open-BOM-File
    PERFORM Open-Period-File
    PERFORM Load-Adjustment-Threshold
    PERFORM Check-Resubmit-File
    OPEN INPUT TransactionFile
    IF WS-Transaction-Status = '35' AND No-Resubmit-Pending

    PERFORM Open-Suspense-File
    PERFORM Open-Backorder-File
    OPEN OUTPUT PutawayWorkFile
    OPEN OUTPUT PickWorkFile
    OPEN OUTPUT RejectRegisterFile
    WRITE RejectRegisterLine FROM WS-Register-Header-1
    WRITE RejectRegisterLine FROM WS-Register-Header-2
    END-IF

    PERFORM Fill-Backorders
    CLOSE PutawayWorkFile
    CLOSE PickWorkFile
    PERFORM Write-Putaway-List
    PERFORM Write-Pick-List

    MOVE WS-Rejected-Count TO WS-RT-Count
    MOVE SPACES TO RejectRegisterLine
    IF Orders-Available
        CLOSE OpenPurchaseOrderFile
    END-IF
    IF Customer-Orders-Available
        CLOSE CustomerOrderFile
    END-IF
    CLOSE LotFile
    CLOSE BinStockFile
    IF Bins-Available
        CLOSE BinFile
    END-IF
    IF BOM-Available
        CLOSE BOMFile
    END-IF
    IF Periods-Available
        CLOSE PeriodFile
    END-IF
    CLOSE SuspenseFile
    CLOSE RejectRegisterFile
    DISPLAY 'Batch load complete - ' WS-Loaded-Count ' loaded, '
            WS-Rejected-Count ' rejected, '
            WS-Resubmitted-Count ' resubmitted, '
            WS-Orders-Received ' purchase order line(s) received, '
            WS-Orders-Part-Received ' part-received.'
    DISPLAY 'Backorders - ' WS-Backordered-Count ' new, '
            WS-Backorders-Filled ' filled, '
            WS-Backorders-Open ' still open.'
    DISPLAY 'Putaway list - ' WS-Putaway-Lines ' line(s); pick list - '
            WS-Pick-Lines ' line(s).'
    IF WS-Held-Count > 0
        DISPLAY 'Adjustments held for approval - ' WS-Held-Count
                ' - see AdjustmentApproval.'
    END-IF
    PERFORM Write-Batch-Totals
    IF WS-Rejected-Count > 0
        DISPLAY 'Rejects written to ' WS-Suspense-File-Name
    MOVE WS-Audit-Written-Count TO BT-Audit-Written
    MOVE WS-Backordered-Count TO BT-Backordered
    MOVE WS-Backorders-Filled TO BT-Backorders-Filled
    MOVE WS-Held-Count TO BT-Held-For-Approval
    WRITE BatchTotalsRecord
    CLOSE BatchTotalsFile.

        MOVE 'Y' TO WS-Orders-Available
    END-IF.

*> Customer service owns CustomerOrders.dat; without it no stock is
*> reserved and issues post first-come as before.
Open-Customer-Order-File.
    OPEN I-O CustomerOrderFile
    IF WS-Cust-Order-Missing
        MOVE 'N' TO WS-Customer-Orders-Available
    ELSE
        MOVE 'Y' TO WS-Customer-Orders-Available
    END-IF.

*> The lot file is kept in step with every quantity posted, so it is
*> created empty on first use (InventoryLotRebuild then seeds the
*> untracked lots for stock already on hand) and a file that cannot
*> be opened stops the run before anything posts.
Open-Lot-File.
    OPEN I-O LotFile
    IF WS-Lot-File-Missing
        OPEN OUTPUT LotFile
        CLOSE LotFile
        OPEN I-O LotFile
    END-IF
    IF NOT WS-Lot-OK
        DISPLAY 'InventoryLots.dat could not be opened - file status '
                WS-Lot-Status '.'
        CLOSE InventoryFile
        CLOSE AuditLogFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The bin stock file is kept in step with every quantity posted, so
*> it is created empty on first use (InventoryBinRebuild then puts
*> stock already on hand under each item's unbinned stock) and a file
*> that cannot be opened stops the run before anything posts.
Open-Bin-Stock-File.
    OPEN I-O BinStockFile
    IF WS-Bin-Stock-Missing
        OPEN OUTPUT BinStockFile
        CLOSE BinStockFile
        OPEN I-O BinStockFile
    END-IF
    IF NOT WS-Bin-Stock-OK
        DISPLAY 'BinStock.dat could not be opened - file status '
                WS-Bin-Stock-Status '.'
        CLOSE LotFile
        CLOSE InventoryFile
        CLOSE AuditLogFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The warehouse owns Bins.dat; without it every bin sorts to the
*> end of the putaway and pick lists.
Open-Bin-File.
    OPEN INPUT BinFile
    IF WS-Bin-File-Missing
        MOVE 'N' TO WS-Bins-Available
    ELSE
        MOVE 'Y' TO WS-Bins-Available
    END-IF.

*> Production planning owns BillOfMaterials.dat; without it no item
*> is a kit and every issue posts against its own item code.
Open-BOM-File.
    OPEN INPUT BOMFile
    IF WS-BOM-File-Missing
        MOVE 'N' TO WS-BOM-Available
    ELSE
        MOVE 'Y' TO WS-BOM-Available
    END-IF.

*> Finance owns AccountingPeriods.dat; until the first period is set
*> up in PeriodClose nothing is locked.
Open-Period-File.
    OPEN INPUT PeriodFile
    IF WS-Period-File-Missing
        MOVE 'N' TO WS-Periods-Available
    ELSE
        MOVE 'Y' TO WS-Periods-Available
    END-IF.

*> Finds the accounting period WS-Posting-Date falls in - the first
*> period ending on or after it, if it had started by then - and sets
*> Posting-Period-Closed when that period is closed.
Check-Posting-Period.
    MOVE 'N' TO WS-Period-Lock
    MOVE SPACES TO WS-Locked-Period
    IF Periods-Available
        MOVE WS-Posting-Date TO PD-EndDate
        START PeriodFile KEY IS NOT LESS THAN PD-EndDate
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ PeriodFile NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF PD-StartDate NOT > WS-Posting-Date
                            AND PD-Period-Closed
                            MOVE 'Y' TO WS-Period-Lock
                            MOVE PD-PeriodCode TO WS-Locked-Period
                        END-IF
                END-READ
        END-START
    END-IF.

*> AdjustmentControl.dat holds the value above which a quantity
*> adjustment is held for a second operator's approval; without the
*> file the default threshold applies.
Load-Adjustment-Threshold.
    OPEN INPUT AdjustControlFile
    IF WS-Adjust-Control-Status NOT = '35'
        READ AdjustControlFile
            NOT AT END
                IF AC-Threshold NUMERIC
                    MOVE AC-Threshold TO WS-Adjust-Threshold
                END-IF
        END-READ
        CLOSE AdjustControlFile
    END-IF.

*> The caller fills WS-PA- with the record's before and after values;
*> the adjustment is valued at the quantity change times the cost it
*> stood at.
Check-Adjustment-Value.
    MOVE 'N' TO WS-Adjust-Approval
    IF WS-PA-Qty-After > WS-PA-Qty-Before
        COMPUTE WS-Adjust-Difference =
            WS-PA-Qty-After - WS-PA-Qty-Before
    ELSE
        COMPUTE WS-Adjust-Difference =
            WS-PA-Qty-Before - WS-PA-Qty-After
    END-IF
    COMPUTE WS-PA-AdjustmentValue =
        WS-Adjust-Difference * WS-PA-Cost-Before
    IF WS-PA-AdjustmentValue > WS-Adjust-Threshold
        MOVE 'Y' TO WS-Adjust-Approval
    END-IF.

*> A held adjustment goes to PendingApprovals.dat under the next
*> number from ApprovalControl.dat and does not touch the stock.
Hold-Adjustment.
    MOVE 1 TO WS-Next-Approval-Number
    OPEN INPUT ApprovalControlFile
    IF WS-Approval-Control-Status NOT = '35'
        READ ApprovalControlFile
            NOT AT END
                IF ApprovalControlRecord NUMERIC
                    MOVE ApprovalControlRecord
                        TO WS-Next-Approval-Number
                END-IF
        END-READ
        CLOSE ApprovalControlFile
    END-IF
    MOVE WS-Next-Approval-Number TO WS-PA-ApprovalNumber
    ADD 1 TO WS-Next-Approval-Number
    OPEN OUTPUT ApprovalControlFile
    MOVE WS-Next-Approval-Number TO ApprovalControlRecord
    WRITE ApprovalControlRecord
    CLOSE ApprovalControlFile
    MOVE WS-Run-Date TO WS-PA-RaisedDate
    MOVE 'P' TO WS-PA-ApprovalStatus
    MOVE SPACES TO WS-PA-DecidedBy
    MOVE SPACES TO WS-PA-DecidedDate
    OPEN I-O PendingApprovalFile
    IF WS-Pending-File-Missing
        OPEN OUTPUT PendingApprovalFile
        CLOSE PendingApprovalFile
        OPEN I-O PendingApprovalFile
    END-IF
    WRITE PA-ApprovalRecord FROM WS-PA-ApprovalRecord
        INVALID KEY
            DISPLAY 'Adjustment for ' WS-PA-WarehouseCode '/'
                    WS-PA-ItemCode ' could not be held - approval '
                    'number ' WS-PA-ApprovalNumber ' is already on '
                    'PendingApprovals.dat. Not posted.'
            MOVE 'F' TO WS-Adjust-Approval
        NOT INVALID KEY
            DISPLAY 'Adjustment for ' WS-PA-WarehouseCode '/'
                    WS-PA-ItemCode ' valued at ' WS-PA-AdjustmentValue
                    ' held for approval as number '
                    WS-PA-ApprovalNumber '.'
            MOVE 'H' TO WS-Adjust-Approval
            ADD 1 TO WS-Held-Count
    END-WRITE
    CLOSE PendingApprovalFile.

*> Rejects go to a run-dated suspense file, opened EXTEND, so an
*> unharvested file from an earlier run (or a rerun the same night)
*> is never destroyed.
        WHEN 'WC'
            MOVE 'WAREHOUSE CLOSED FOR POSTING'
                TO WS-Reject-Reason-Text
        WHEN 'EX'
            MOVE 'LOT EXPIRY DATE NOT NUMERIC'
                TO WS-Reject-Reason-Text
        WHEN 'KC'
            MOVE 'KIT COMPONENT MISSING OR INVALID'
                TO WS-Reject-Reason-Text
        WHEN 'TD'
            MOVE 'TRANSACTION DATE NOT NUMERIC'
                TO WS-Reject-Reason-Text
        WHEN 'PC'
            MOVE 'POSTING PERIOD CLOSED' TO WS-Reject-Reason-Text
        WHEN 'AH'
            MOVE 'APPROVAL HOLD FAILED' TO WS-Reject-Reason-Text
        WHEN OTHER
            MOVE 'UNKNOWN REASON' TO WS-Reject-Reason-Text
    END-EVALUATE
                PERFORM Apply-Add-Transaction
            WHEN Trans-Receipt
                PERFORM Apply-Receipt-Transaction
            WHEN Trans-Issue AND Kit-Item
                PERFORM Apply-Kit-Issue
            WHEN Trans-Issue
                PERFORM Apply-Issue-Transaction
            WHEN Trans-Adjust
            MOVE 0 TO WS-Audit-Cost-Before
            MOVE WS-UnitCost TO WS-Audit-Cost-After
            PERFORM Write-Audit-Record
            IF WS-ItemQuantity > 0
                PERFORM Set-Lot-From-Transaction
                MOVE WS-ItemQuantity TO WS-Lot-Quantity
                PERFORM Add-To-Lot
                MOVE WS-ItemQuantity TO WS-Bin-Quantity
                PERFORM Find-Putaway-Bin
                PERFORM Add-To-Bin
            END-IF
    END-WRITE.

*> A receipt that carries a unit cost re-averages the record's cost
            MOVE 'R' TO WS-Audit-Action
            PERFORM Rewrite-Inventory-Record
            IF WS-Reject-Reason = SPACES
                PERFORM Set-Lot-From-Transaction
                MOVE WS-ItemQuantity TO WS-Lot-Quantity
                PERFORM Add-To-Lot
                PERFORM Put-Away-Receipt
                PERFORM Receive-Open-Purchase-Order
            END-IF
    END-ADD.
            / (ItemQuantity + WS-ItemQuantity)
    END-IF.

*> A posted goods receipt is added to the matching open purchase
*> order line's quantity received. The line closes only once the
*> full order quantity is in, so a short delivery keeps the balance
*> on order - the reorder report will not suggest it again - and
*> accounts payable can match the supplier's invoice against what
*> actually arrived.
Receive-Open-Purchase-Order.
    IF Orders-Available
        MOVE WS-WarehouseCode TO PO-WarehouseCode
                CONTINUE
            NOT INVALID KEY
                IF PO-Order-Open
                    ADD WS-ItemQuantity TO PO-QuantityReceived
                        ON SIZE ERROR
                            MOVE 9999 TO PO-QuantityReceived
                    END-ADD
                    IF PO-QuantityReceived >= PO-OrderQuantity
                        MOVE 'R' TO PO-OrderStatus
                    END-IF
                    REWRITE PO-PurchaseOrderRecord
                        INVALID KEY
                            DISPLAY 'Open purchase order line for '
                                    WS-WarehouseCode '/' WS-ItemCode
                                    ' could not be updated with the '
                                    'quantity received.'
                        NOT INVALID KEY
                            IF PO-Order-Received
                                ADD 1 TO WS-Orders-Received
                            ELSE
                                ADD 1 TO WS-Orders-Part-Received
                            END-IF
                    END-REWRITE
                END-IF
        END-READ
*> end of the run re-applies it once the night's receipts are in.
*> The transaction's item-name field doubles as the requesting
*> reference on an issue.
*> Stock reserved for customer orders is not there for the taking:
*> an issue may only use what is left after every other order's
*> reservation, plus the reservation of the order it quotes as its
*> reference, and an issue that would eat into someone else's
*> reservation is backordered the same way as a plain shortage.
Apply-Issue-Transaction.
    MOVE WS-ItemQuantity TO WS-Issue-Quantity
    MOVE WS-ItemName (1:8) TO WS-Order-Reference
    PERFORM Check-Issue-Against-Reservations
    EVALUATE TRUE
        WHEN WS-ItemQuantity > ItemQuantity
            DISPLAY 'Issue for item ' WS-WarehouseCode '/' WS-ItemCode
                    ' exceeds on-hand quantity - backordered.'
            PERFORM Write-Backorder
        WHEN WS-ItemQuantity > WS-Available-To-Issue
            DISPLAY 'Issue for item ' WS-WarehouseCode '/' WS-ItemCode
                    ' would take stock reserved for other customer '
                    'orders - backordered.'
            PERFORM Write-Backorder
        WHEN OTHER
            MOVE ItemQuantity TO WS-Audit-Qty-Before
            MOVE UnitCost TO WS-Audit-Cost-Before
            MOVE UnitCost TO WS-Audit-Cost-After
            SUBTRACT WS-ItemQuantity FROM ItemQuantity
            MOVE 'I' TO WS-Audit-Action
            PERFORM Rewrite-Inventory-Record
            IF WS-Reject-Reason = SPACES
                MOVE WS-ItemQuantity TO WS-Lot-Quantity
                PERFORM Draw-From-Lots
                MOVE WS-ItemQuantity TO WS-Bin-Quantity
                MOVE WS-ItemName TO WS-Pick-Reference
                PERFORM Pick-From-Bins
                PERFORM Consume-Order-Reservation
            END-IF
    END-EVALUATE.

*> Totals the stock reserved at the inventory record's key by open
*> customer order lines, setting aside the reservation of the order
*> quoted as the issue's reference, and leaves what the issue may
*> take in WS-Available-To-Issue.
Check-Issue-Against-Reservations.
    MOVE 0 TO WS-Key-Allocated
    MOVE 0 TO WS-Own-Allocation
    MOVE 'N' TO WS-Own-Order-Line
    IF Customer-Orders-Available
        MOVE WarehouseCode TO CO-WarehouseCode
        MOVE ItemCode TO CO-ItemCode
        MOVE LOW-VALUES TO CO-OrderNumber
        MOVE 'N' TO WS-Reservation-EOF
        START CustomerOrderFile
            KEY IS NOT LESS THAN CO-CustomerOrderKey
            INVALID KEY
                MOVE 'Y' TO WS-Reservation-EOF
        END-START
        PERFORM UNTIL Reservation-EOF
            READ CustomerOrderFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-Reservation-EOF
                NOT AT END
                    IF CO-WarehouseCode = WarehouseCode
                        AND CO-ItemCode = ItemCode
                        PERFORM Note-One-Reservation
                    ELSE
                        MOVE 'Y' TO WS-Reservation-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    IF WS-Key-Allocated - WS-Own-Allocation >= ItemQuantity
        MOVE 0 TO WS-Available-To-Issue
    ELSE
        COMPUTE WS-Available-To-Issue =
            ItemQuantity - (WS-Key-Allocated - WS-Own-Allocation)
    END-IF.

Note-One-Reservation.
    IF CO-Line-Open
        ADD CO-AllocatedQuantity TO WS-Key-Allocated
        IF CO-OrderNumber = WS-Order-Reference
            AND WS-Order-Reference NOT = SPACES
            MOVE 'Y' TO WS-Own-Order-Line
            MOVE CO-AllocatedQuantity TO WS-Own-Allocation
        END-IF
    END-IF.

*> A posted issue against a customer order draws that order's
*> reservation down and counts towards the quantity shipped; the
*> line completes once the full order quantity has gone.
Consume-Order-Reservation.
    IF Own-Order-Line
        MOVE WarehouseCode TO CO-WarehouseCode
        MOVE ItemCode TO CO-ItemCode
        MOVE WS-Order-Reference TO CO-OrderNumber
        READ CustomerOrderFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD WS-Issue-Quantity TO CO-IssuedQuantity
                    ON SIZE ERROR
                        MOVE 9999 TO CO-IssuedQuantity
                END-ADD
                IF WS-Issue-Quantity > CO-AllocatedQuantity
                    MOVE 0 TO CO-AllocatedQuantity
                ELSE
                    SUBTRACT WS-Issue-Quantity
                        FROM CO-AllocatedQuantity
                END-IF
                IF CO-IssuedQuantity >= CO-OrderQuantity
                    MOVE 'C' TO CO-LineStatus
                    MOVE 0 TO CO-AllocatedQuantity
                END-IF
                REWRITE CO-CustomerOrderRecord
                    INVALID KEY
                        DISPLAY 'Customer order ' WS-Order-Reference
                                ' could not be updated for the issue '
                                'of ' WarehouseCode '/' ItemCode '.'
                END-REWRITE
        END-READ
    END-IF.

*> An issue for an item with a bill of materials is a kit issue: it
*> is exploded into one issue per component at the issuing warehouse,
*> each checked, posted and audited on its own. Nothing posts unless
*> every component can go in full - a component that is not stocked
*> at the warehouse rejects the kit to suspense, and a component that
*> is short (or whose stock is reserved for customer orders) sends
*> the whole kit to the backorder file, so a partial kit never leaves
*> the stores.
Apply-Kit-Issue.
    MOVE WS-WarehouseCode TO WS-Kit-WarehouseCode
    MOVE WS-ItemQuantity TO WS-Kit-Quantity
    PERFORM Check-Kit-Components
    EVALUATE TRUE
        WHEN Kit-Component-Missing
            DISPLAY 'Kit ' WS-WarehouseCode '/' WS-ItemCode
                    ' component ' WS-Kit-Problem-Item ' is not '
                    'stocked at the warehouse or cannot be issued - '
                    'transaction rejected.'
            MOVE 'KC' TO WS-Reject-Reason
            PERFORM Reject-Transaction
        WHEN Kit-Component-Short
            DISPLAY 'Kit ' WS-WarehouseCode '/' WS-ItemCode
                    ' component ' WS-Kit-Problem-Item ' is short - '
                    'whole kit backordered.'
            PERFORM Write-Backorder
        WHEN OTHER
            PERFORM Post-Kit-Components
            IF Kit-Posted
                ADD 1 TO WS-Loaded-Count
            ELSE
                DISPLAY 'Kit ' WS-WarehouseCode '/' WS-ItemCode
                        ' failed posting component '
                        WS-Kit-Problem-Item ' - components before it '
                        'are issued; check the audit log before the '
                        'kit is resubmitted.'
                MOVE 'IO' TO WS-Reject-Reason
                PERFORM Reject-Transaction
            END-IF
    END-EVALUATE.

*> Reads the components of kit WS-Kit-Parent into the kit table. An
*> item with no bill-of-materials lines is not a kit. A kit with more
*> components than the table holds is flagged and never posted.
Load-Kit-Components.
    MOVE 'N' TO WS-Kit-Item
    MOVE 'N' TO WS-Kit-Too-Large
    MOVE 0 TO WS-Kit-Component-Count
    IF BOM-Available
        MOVE WS-Kit-Parent TO BM-ParentItemCode
        MOVE LOW-VALUES TO BM-ComponentItemCode
        MOVE 'N' TO WS-BOM-EOF
        START BOMFile KEY IS NOT LESS THAN BM-BOMKey
            INVALID KEY
                MOVE 'Y' TO WS-BOM-EOF
        END-START
        PERFORM UNTIL BOM-EOF
            READ BOMFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-BOM-EOF
                NOT AT END
                    IF BM-ParentItemCode = WS-Kit-Parent
                        PERFORM Note-One-Component
                    ELSE
                        MOVE 'Y' TO WS-BOM-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

Note-One-Component.
    MOVE 'Y' TO WS-Kit-Item
    IF WS-Kit-Component-Count < WS-Kit-Max-Components
        ADD 1 TO WS-Kit-Component-Count
        MOVE BM-ComponentItemCode
            TO WS-KC-ItemCode (WS-Kit-Component-Count)
        MOVE BM-QuantityPer
            TO WS-KC-QuantityPer (WS-Kit-Component-Count)
    ELSE
        MOVE 'Y' TO WS-Kit-Too-Large
    END-IF.

*> Works out what each component issue needs for WS-Kit-Quantity kits
*> at WS-Kit-WarehouseCode and checks it against the component's
*> stock. A missing component stops the check; a short one is noted
*> and the rest are still checked, so a missing component anywhere
*> in the kit always wins over a shortage.
Check-Kit-Components.
    MOVE 'O' TO WS-Kit-Check
    MOVE SPACES TO WS-Kit-Problem-Item
    IF Kit-Too-Large
        MOVE 'M' TO WS-Kit-Check
        MOVE WS-Kit-Parent TO WS-Kit-Problem-Item
    END-IF
    MOVE 1 TO WS-Kit-Index
    PERFORM UNTIL WS-Kit-Index > WS-Kit-Component-Count
            OR Kit-Component-Missing
        PERFORM Check-One-Component
        ADD 1 TO WS-Kit-Index
    END-PERFORM.

*> Component issues are not made against a customer order, so only
*> unreserved stock counts as available for them.
Check-One-Component.
    COMPUTE WS-KC-Required (WS-Kit-Index) =
        WS-Kit-Quantity * WS-KC-QuantityPer (WS-Kit-Index)
        ON SIZE ERROR
            MOVE 'M' TO WS-Kit-Check
            MOVE WS-KC-ItemCode (WS-Kit-Index) TO WS-Kit-Problem-Item
    END-COMPUTE
    IF NOT Kit-Component-Missing
        MOVE WS-Kit-WarehouseCode TO WarehouseCode
        MOVE WS-KC-ItemCode (WS-Kit-Index) TO ItemCode
        READ InventoryFile
            INVALID KEY
                MOVE 'M' TO WS-Kit-Check
                MOVE WS-KC-ItemCode (WS-Kit-Index)
                    TO WS-Kit-Problem-Item
            NOT INVALID KEY
                MOVE SPACES TO WS-Order-Reference
                PERFORM Check-Issue-Against-Reservations
                IF WS-KC-Required (WS-Kit-Index) > WS-Available-To-Issue
                    AND Kit-Components-OK
                    MOVE 'S' TO WS-Kit-Check
                    MOVE WS-KC-ItemCode (WS-Kit-Index)
                        TO WS-Kit-Problem-Item
                END-IF
        END-READ
    END-IF.

Post-Kit-Components.
    MOVE 'Y' TO WS-Kit-Posted
    MOVE 1 TO WS-Kit-Index
    PERFORM UNTIL WS-Kit-Index > WS-Kit-Component-Count
            OR Kit-Not-Posted
        PERFORM Post-One-Component
        ADD 1 TO WS-Kit-Index
    END-PERFORM.

Post-One-Component.
    MOVE WS-Kit-WarehouseCode TO WarehouseCode
    MOVE WS-KC-ItemCode (WS-Kit-Index) TO ItemCode
    READ InventoryFile
        INVALID KEY
            MOVE 'N' TO WS-Kit-Posted
            MOVE ItemCode TO WS-Kit-Problem-Item
        NOT INVALID KEY
            MOVE ItemQuantity TO WS-Audit-Qty-Before
            MOVE UnitCost TO WS-Audit-Cost-Before
            MOVE UnitCost TO WS-Audit-Cost-After
            SUBTRACT WS-KC-Required (WS-Kit-Index) FROM ItemQuantity
            REWRITE InventoryRecord
                INVALID KEY
                    MOVE 'N' TO WS-Kit-Posted
                    MOVE ItemCode TO WS-Kit-Problem-Item
                NOT INVALID KEY
                    MOVE 'I' TO WS-Audit-Action
                    MOVE ItemQuantity TO WS-Audit-Qty-After
                    PERFORM Write-Audit-Record
                    MOVE WS-KC-Required (WS-Kit-Index)
                        TO WS-Lot-Quantity
                    PERFORM Draw-From-Lots
                    MOVE WS-KC-Required (WS-Kit-Index)
                        TO WS-Bin-Quantity
                    MOVE SPACES TO WS-Pick-Reference
                    STRING 'KIT ' WS-Kit-Parent
                        DELIMITED BY SIZE INTO WS-Pick-Reference
                    PERFORM Pick-From-Bins
            END-REWRITE
    END-READ.

Write-Backorder.
    MOVE WS-WarehouseCode TO BK-WarehouseCode
    MOVE WS-ItemCode TO BK-ItemCode
*> forward, through the same write-then-rewrite shuffle the audit
*> archive uses for its keep file.
Fill-Backorders.
    MOVE WS-Run-Date TO WS-Posting-Date
    PERFORM Check-Posting-Period
    CLOSE BackorderFile
    OPEN INPUT BackorderFile
    OPEN OUTPUT BackorderWorkFile
    MOVE BK-Reference TO WS-BO-Reference
    MOVE 'Y' TO WS-Can-Fill
    MOVE SPACES TO WS-BO-Status
    MOVE BK-ItemCode TO WS-Kit-Parent
    PERFORM Load-Kit-Components
    EVALUATE TRUE
        WHEN Posting-Period-Closed
            MOVE 'OPEN - PERIOD CLOSED' TO WS-BO-Status
        WHEN Kit-Item
            PERFORM Fill-Kit-Backorder
        WHEN OTHER
            PERFORM Fill-Item-Backorder
    END-EVALUATE
    IF WS-BO-Status = 'FILLED'
        ADD 1 TO WS-Backorders-Filled
    ELSE
        ADD 1 TO WS-Backorders-Open
        MOVE BackorderRecord TO BackorderWorkRecord
        WRITE BackorderWorkRecord
    END-IF
    WRITE BackorderReportLine FROM WS-BO-Detail.

Fill-Item-Backorder.
    MOVE BK-WarehouseCode TO WarehouseCode
    MOVE BK-ItemCode TO ItemCode
    READ InventoryFile
            MOVE 'OPEN - ITEM NOT ON FILE' TO WS-BO-Status
    END-READ
    IF Can-Fill
        PERFORM Check-Backorder-Warehouse
    END-IF
    IF Can-Fill AND BK-Quantity > ItemQuantity
        MOVE 'N' TO WS-Can-Fill
        MOVE 'STILL OPEN' TO WS-BO-Status
    END-IF
    IF Can-Fill
        MOVE BK-Quantity TO WS-Issue-Quantity
        MOVE BK-Reference (1:8) TO WS-Order-Reference
        PERFORM Check-Issue-Against-Reservations
        IF BK-Quantity > WS-Available-To-Issue
            MOVE 'N' TO WS-Can-Fill
            MOVE 'OPEN - STOCK RESERVED' TO WS-BO-Status
        END-IF
    END-IF
    IF Can-Fill
        MOVE ItemQuantity TO WS-Audit-Qty-Before
        MOVE UnitCost TO WS-Audit-Cost-Before
                MOVE 'I' TO WS-Audit-Action
                MOVE ItemQuantity TO WS-Audit-Qty-After
                PERFORM Write-Audit-Record
                MOVE BK-Quantity TO WS-Lot-Quantity
                PERFORM Draw-From-Lots
                MOVE BK-Quantity TO WS-Bin-Quantity
                MOVE BK-Reference TO WS-Pick-Reference
                PERFORM Pick-From-Bins
                PERFORM Consume-Order-Reservation
                MOVE 'FILLED' TO WS-BO-Status
        END-REWRITE
    END-IF.

*> A kit backorder fills only when every component can be issued in
*> full at the backorder's warehouse, under the same all-or-nothing
*> rule as the original kit issue.
Fill-Kit-Backorder.
    PERFORM Check-Backorder-Warehouse
    IF Can-Fill
        MOVE BK-WarehouseCode TO WS-Kit-WarehouseCode
        MOVE BK-Quantity TO WS-Kit-Quantity
        PERFORM Check-Kit-Components
        EVALUATE TRUE
            WHEN Kit-Component-Missing
                MOVE 'OPEN - KIT INVALID' TO WS-BO-Status
            WHEN Kit-Component-Short
                MOVE 'STILL OPEN' TO WS-BO-Status
            WHEN OTHER
                PERFORM Post-Kit-Components
                IF Kit-Posted
                    MOVE 'FILLED' TO WS-BO-Status
                ELSE
                    DISPLAY 'Kit backorder ' BK-WarehouseCode '/'
                            BK-ItemCode ' failed posting component '
                            WS-Kit-Problem-Item ' - components before '
                            'it are issued; check the audit log '
                            'before the backorder is refilled.'
                    MOVE 'OPEN - INVENTORY I-O ERROR' TO WS-BO-Status
                END-IF
        END-EVALUATE
    END-IF.

Check-Backorder-Warehouse.
    MOVE BK-WarehouseCode TO WH-WarehouseCode
    READ WarehouseFile
        INVALID KEY
            MOVE 'N' TO WS-Can-Fill
            MOVE 'OPEN - WAREHOUSE UNKNOWN' TO WS-BO-Status
        NOT INVALID KEY
            IF WH-Whse-Closed
                MOVE 'N' TO WS-Can-Fill
                MOVE 'OPEN - WAREHOUSE CLOSED' TO WS-BO-Status
            END-IF
    END-READ.

Rewrite-Backorder-File.
    MOVE 'N' TO WS-Backorder-EOF
    CLOSE BackorderWorkFile
    CLOSE BackorderFile.

*> An adjustment worth more than the approval threshold is held on
*> PendingApprovals.dat for a second operator instead of posting; if
*> it cannot be held it is rejected (AH) so it is not lost.
Apply-Adjustment-Transaction.
    MOVE WS-WarehouseCode TO WS-PA-WarehouseCode
    MOVE WS-ItemCode TO WS-PA-ItemCode
    MOVE 'B' TO WS-PA-Source
    MOVE 'J' TO WS-PA-AuditAction
    MOVE ItemQuantity TO WS-PA-Qty-Before
    MOVE WS-ItemQuantity TO WS-PA-Qty-After
    MOVE UnitCost TO WS-PA-Cost-Before
    MOVE UnitCost TO WS-PA-Cost-After
    MOVE WS-Operator-Id TO WS-PA-RaisedBy
    PERFORM Check-Adjustment-Value
    IF Approval-Required
        PERFORM Hold-Adjustment
        IF Adjustment-Hold-Failed
            MOVE 'AH' TO WS-Reject-Reason
            PERFORM Reject-Transaction
        END-IF
    ELSE
        PERFORM Post-Adjustment-Transaction
    END-IF.

Post-Adjustment-Transaction.
    MOVE ItemQuantity TO WS-Audit-Qty-Before
    MOVE UnitCost TO WS-Audit-Cost-Before
    MOVE UnitCost TO WS-Audit-Cost-After
    MOVE WS-ItemQuantity TO ItemQuantity
    MOVE 'J' TO WS-Audit-Action
    PERFORM Rewrite-Inventory-Record
    IF WS-Reject-Reason = SPACES
        PERFORM Adjust-Lots-To-Quantity
        PERFORM Adjust-Bins-To-Quantity
    END-IF.

*> Stock added by an 'A' or 'R' goes to the lot the transaction
*> names; with no lot number it joins the item's untracked lot.
Set-Lot-From-Transaction.
    MOVE WS-TR-LotNumber TO WS-Lot-Number
    IF WS-TR-ExpiryDate = SPACES
        MOVE '99999999' TO WS-Lot-Expiry
    ELSE
        MOVE WS-TR-ExpiryDate TO WS-Lot-Expiry
    END-IF.

*> Puts WS-Lot-Quantity into lot WS-Lot-Number/WS-Lot-Expiry under
*> the inventory record's key, creating the lot on its first receipt.
Add-To-Lot.
    MOVE WarehouseCode TO LT-WarehouseCode
    MOVE ItemCode TO LT-ItemCode
    MOVE WS-Lot-Expiry TO LT-ExpiryDate
    MOVE WS-Lot-Number TO LT-LotNumber
    READ LotFile
        INVALID KEY
            MOVE WS-Lot-Quantity TO LT-LotQuantity
            MOVE WS-Run-Date TO LT-ReceivedDate
            WRITE LT-LotRecord
                INVALID KEY
                    DISPLAY 'Lot ' WS-Lot-Number ' could not be '
                            'written for ' WarehouseCode '/' ItemCode
                            ' - file status ' WS-Lot-Status '.'
            END-WRITE
        NOT INVALID KEY
            ADD WS-Lot-Quantity TO LT-LotQuantity
                ON SIZE ERROR
                    MOVE 9999 TO LT-LotQuantity
            END-ADD
            REWRITE LT-LotRecord
                INVALID KEY
                    DISPLAY 'Lot ' WS-Lot-Number ' could not be '
                            'updated for ' WarehouseCode '/' ItemCode
                            ' - file status ' WS-Lot-Status '.'
            END-REWRITE
    END-READ.

*> Takes WS-Lot-Quantity out of the inventory record's lots, earliest
*> expiry first, deleting each lot it empties. The key is restarted
*> for every lot so a deleted lot never upsets the read position.
*> Any quantity the lots cannot cover means they were already out of
*> step with the inventory record; it is reported here and left for
*> AuditIntegrityCheck rather than stopping the posting.
Draw-From-Lots.
    MOVE WS-Lot-Quantity TO WS-Lot-Remaining
    MOVE 'N' TO WS-Lot-EOF
    PERFORM UNTIL WS-Lot-Remaining = 0 OR Lot-EOF
        MOVE WarehouseCode TO LT-WarehouseCode
        MOVE ItemCode TO LT-ItemCode
        MOVE LOW-VALUES TO LT-ExpiryDate
        MOVE LOW-VALUES TO LT-LotNumber
        START LotFile KEY IS NOT LESS THAN LT-LotKey
            INVALID KEY
                MOVE 'Y' TO WS-Lot-EOF
        END-START
        IF NOT Lot-EOF
            READ LotFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-Lot-EOF
                NOT AT END
                    IF LT-WarehouseCode = WarehouseCode
                        AND LT-ItemCode = ItemCode
                        PERFORM Take-From-One-Lot
                    ELSE
                        MOVE 'Y' TO WS-Lot-EOF
                    END-IF
            END-READ
        END-IF
    END-PERFORM
    IF WS-Lot-Remaining > 0
        DISPLAY 'Lots for ' WarehouseCode '/' ItemCode ' are '
                WS-Lot-Remaining ' short of the quantity drawn - '
                'lot file out of step with inventory.'
    END-IF.

Take-From-One-Lot.
    IF LT-LotQuantity > WS-Lot-Remaining
        SUBTRACT WS-Lot-Remaining FROM LT-LotQuantity
        MOVE 0 TO WS-Lot-Remaining
        REWRITE LT-LotRecord
            INVALID KEY
                DISPLAY 'Lot ' LT-LotNumber ' could not be updated '
                        'for ' WarehouseCode '/' ItemCode '.'
        END-REWRITE
    ELSE
        SUBTRACT LT-LotQuantity FROM WS-Lot-Remaining
        DELETE LotFile
            INVALID KEY
                DISPLAY 'Lot ' LT-LotNumber ' could not be removed '
                        'for ' WarehouseCode '/' ItemCode '.'
                MOVE 'Y' TO WS-Lot-EOF
        END-DELETE
    END-IF.

*> A replacement quantity moves the lots by the difference: stock
*> found goes to the untracked lot, stock lost comes out earliest
*> expiry first.
Adjust-Lots-To-Quantity.
    EVALUATE TRUE
        WHEN ItemQuantity > WS-Audit-Qty-Before
            COMPUTE WS-Lot-Quantity =
                ItemQuantity - WS-Audit-Qty-Before
            MOVE SPACES TO WS-Lot-Number
            MOVE '99999999' TO WS-Lot-Expiry
            PERFORM Add-To-Lot
        WHEN ItemQuantity < WS-Audit-Qty-Before
            COMPUTE WS-Lot-Quantity =
                WS-Audit-Qty-Before - ItemQuantity
            PERFORM Draw-From-Lots
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Finds the bin stock added to the inventory record's key is put
*> away to: the first bin already holding the item, so its stock is
*> kept together. An item not yet in any bin at the warehouse joins
*> its unbinned stock (blank bin) until it is moved into a bin with
*> BinMaintenance.
Find-Putaway-Bin.
    MOVE SPACES TO WS-Bin-Code
    MOVE 'N' TO WS-Bin-EOF
    MOVE WarehouseCode TO BS-WarehouseCode
    MOVE ItemCode TO BS-ItemCode
    MOVE LOW-VALUES TO BS-BinCode
    START BinStockFile KEY IS NOT LESS THAN BS-BinStockKey
        INVALID KEY
            MOVE 'Y' TO WS-Bin-EOF
    END-START
    PERFORM UNTIL Bin-EOF
        READ BinStockFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-Bin-EOF
            NOT AT END
                IF BS-WarehouseCode = WarehouseCode
                    AND BS-ItemCode = ItemCode
                    IF BS-BinCode NOT = SPACES
                        MOVE BS-BinCode TO WS-Bin-Code
                        MOVE 'Y' TO WS-Bin-EOF
                    END-IF
                ELSE
                    MOVE 'Y' TO WS-Bin-EOF
                END-IF
        END-READ
    END-PERFORM.

*> Puts WS-Bin-Quantity into bin WS-Bin-Code under the inventory
*> record's key, creating the bin stock record on first use.
Add-To-Bin.
    MOVE WarehouseCode TO BS-WarehouseCode
    MOVE ItemCode TO BS-ItemCode
    MOVE WS-Bin-Code TO BS-BinCode
    READ BinStockFile
        INVALID KEY
            MOVE WS-Bin-Quantity TO BS-BinQuantity
            WRITE BS-BinStockRecord
                INVALID KEY
                    DISPLAY 'Bin ' WS-Bin-Code ' could not be '
                            'written for ' WarehouseCode '/' ItemCode
                            ' - file status ' WS-Bin-Stock-Status '.'
            END-WRITE
        NOT INVALID KEY
            ADD WS-Bin-Quantity TO BS-BinQuantity
                ON SIZE ERROR
                    MOVE 9999 TO BS-BinQuantity
            END-ADD
            REWRITE BS-BinStockRecord
                INVALID KEY
                    DISPLAY 'Bin ' WS-Bin-Code ' could not be '
                            'updated for ' WarehouseCode '/' ItemCode
                            ' - file status ' WS-Bin-Stock-Status '.'
            END-REWRITE
    END-READ.

*> Takes WS-Bin-Quantity out of the inventory record's bins in key
*> order - unbinned stock first - deleting each bin record it
*> empties. As with lots, any quantity the bins cannot cover means
*> they were already out of step; it is reported and left for
*> AuditIntegrityCheck.
Draw-From-Bins.
    MOVE WS-Bin-Quantity TO WS-Bin-Remaining
    MOVE 'N' TO WS-Bin-EOF
    PERFORM UNTIL WS-Bin-Remaining = 0 OR Bin-EOF
        MOVE WarehouseCode TO BS-WarehouseCode
        MOVE ItemCode TO BS-ItemCode
        MOVE LOW-VALUES TO BS-BinCode
        START BinStockFile KEY IS NOT LESS THAN BS-BinStockKey
            INVALID KEY
                MOVE 'Y' TO WS-Bin-EOF
        END-START
        IF NOT Bin-EOF
            READ BinStockFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-Bin-EOF
                NOT AT END
                    IF BS-WarehouseCode = WarehouseCode
                        AND BS-ItemCode = ItemCode
                        PERFORM Take-From-One-Bin
                    ELSE
                        MOVE 'Y' TO WS-Bin-EOF
                    END-IF
            END-READ
        END-IF
    END-PERFORM
    IF WS-Bin-Remaining > 0
        DISPLAY 'Bins for ' WarehouseCode '/' ItemCode ' are '
                WS-Bin-Remaining ' short of the quantity drawn - '
                'bin stock out of step with inventory.'
    END-IF.

Take-From-One-Bin.
    MOVE BS-BinCode TO WS-Bin-Code
    IF BS-BinQuantity > WS-Bin-Remaining
        MOVE WS-Bin-Remaining TO WS-Bin-Quantity
        SUBTRACT WS-Bin-Remaining FROM BS-BinQuantity
        MOVE 0 TO WS-Bin-Remaining
        REWRITE BS-BinStockRecord
            INVALID KEY
                DISPLAY 'Bin ' WS-Bin-Code ' could not be updated '
                        'for ' WarehouseCode '/' ItemCode '.'
        END-REWRITE
    ELSE
        MOVE BS-BinQuantity TO WS-Bin-Quantity
        SUBTRACT BS-BinQuantity FROM WS-Bin-Remaining
        DELETE BinStockFile
            INVALID KEY
                DISPLAY 'Bin ' WS-Bin-Code ' could not be removed '
                        'for ' WarehouseCode '/' ItemCode '.'
                MOVE 'Y' TO WS-Bin-EOF
        END-DELETE
    END-IF
    IF Pick-Listing
        PERFORM Note-Pick-Line
    END-IF.

*> A replacement quantity moves the bins by the difference, as it
*> moves the lots: stock found is put away, stock lost is drawn.
Adjust-Bins-To-Quantity.
    EVALUATE TRUE
        WHEN ItemQuantity > WS-Audit-Qty-Before
            COMPUTE WS-Bin-Quantity =
                ItemQuantity - WS-Audit-Qty-Before
            PERFORM Find-Putaway-Bin
            PERFORM Add-To-Bin
        WHEN ItemQuantity < WS-Audit-Qty-Before
            COMPUTE WS-Bin-Quantity =
                WS-Audit-Qty-Before - ItemQuantity
            PERFORM Draw-From-Bins
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> A receipt goes to the item's putaway bin and is listed for the
*> receivers; the list is sorted into walk sequence at the end of
*> the run.
Put-Away-Receipt.
    MOVE WS-ItemQuantity TO WS-Bin-Quantity
    PERFORM Find-Putaway-Bin
    PERFORM Add-To-Bin
    PERFORM Set-Bin-List-Line
    MOVE WS-TR-LotNumber TO WS-Pick-Reference
    MOVE WS-LN-BinListRecord TO PW-BinListRecord
    MOVE WS-Pick-Reference TO PW-Reference
    WRITE PW-BinListRecord
    ADD 1 TO WS-Putaway-Lines.

*> Issues and backorder fills draw their bins with a pick line noted
*> for each bin taken from. The caller sets WS-Bin-Quantity and the
*> issue reference in WS-Pick-Reference.
Pick-From-Bins.
    MOVE 'Y' TO WS-Pick-Listing
    PERFORM Draw-From-Bins
    MOVE 'N' TO WS-Pick-Listing.

Note-Pick-Line.
    PERFORM Set-Bin-List-Line
    MOVE WS-LN-BinListRecord TO PK-BinListRecord
    MOVE WS-Pick-Reference TO PK-Reference
    WRITE PK-BinListRecord
    ADD 1 TO WS-Pick-Lines.

*> Builds a list line for WS-Bin-Quantity in bin WS-Bin-Code of the
*> inventory record, with the bin's walk sequence from Bins.dat.
Set-Bin-List-Line.
    MOVE 99999 TO WS-Walk-Sequence
    IF Bins-Available AND WS-Bin-Code NOT = SPACES
        MOVE WarehouseCode TO BN-WarehouseCode
        MOVE WS-Bin-Code TO BN-BinCode
        READ BinFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE BN-WalkSequence TO WS-Walk-Sequence
        END-READ
    END-IF
    MOVE WarehouseCode TO WS-LN-WarehouseCode
    MOVE WS-Walk-Sequence TO WS-LN-WalkSequence
    MOVE WS-Bin-Code TO WS-LN-BinCode
    MOVE ItemCode TO WS-LN-ItemCode
    MOVE ItemName TO WS-LN-ItemName
    MOVE WS-Bin-Quantity TO WS-LN-Quantity
    MOVE SPACES TO WS-LN-Reference.

Write-Putaway-List.
    MOVE 'PutawayList.txt' TO WS-Bin-List-Name
    MOVE 'PUTAWAY LIST' TO WS-BL-Title
    OPEN OUTPUT BinListFile
    SORT BinListSortFile
        ON ASCENDING KEY LS-WarehouseCode LS-WalkSequence
                         LS-BinCode LS-ItemCode
        USING PutawayWorkFile
        OUTPUT PROCEDURE IS Print-Bin-List-Lines
    CLOSE BinListFile.

Write-Pick-List.
    MOVE 'PickList.txt' TO WS-Bin-List-Name
    MOVE 'PICK LIST' TO WS-BL-Title
    OPEN OUTPUT BinListFile
    SORT BinListSortFile
        ON ASCENDING KEY LS-WarehouseCode LS-WalkSequence
                         LS-BinCode LS-ItemCode
        USING PickWorkFile
        OUTPUT PROCEDURE IS Print-Bin-List-Lines
    CLOSE BinListFile.

*> One page section per warehouse, bins in walk order; unbinned
*> stock prints last as NO BIN for the warehouse staff to locate.
Print-Bin-List-Lines.
    MOVE WS-Run-Date TO WS-BL-Date
    WRITE BinListLine FROM WS-BL-Header-1
    MOVE 0 TO WS-Bin-List-Lines
    MOVE SPACES TO WS-List-Warehouse
    MOVE 'N' TO WS-Bin-List-EOF
    PERFORM UNTIL Bin-List-EOF
        RETURN BinListSortFile
            AT END
                MOVE 'Y' TO WS-Bin-List-EOF
            NOT AT END
                PERFORM Print-One-Bin-List-Line
        END-RETURN
    END-PERFORM
    MOVE SPACES TO BinListLine
    WRITE BinListLine
    MOVE WS-Bin-List-Lines TO WS-BL-Trailer-Count
    WRITE BinListLine FROM WS-BL-Trailer.

Print-One-Bin-List-Line.
    IF LS-WarehouseCode NOT = WS-List-Warehouse
        MOVE LS-WarehouseCode TO WS-List-Warehouse
        MOVE SPACES TO BinListLine
        WRITE BinListLine
        MOVE LS-WarehouseCode TO WS-BL-WarehouseCode
        WRITE BinListLine FROM WS-BL-Warehouse-Line
        WRITE BinListLine FROM WS-BL-Header-2
    END-IF
    IF LS-BinCode = SPACES
        MOVE 'NO BIN' TO WS-BL-BinCode
    ELSE
        MOVE LS-BinCode TO WS-BL-BinCode
    END-IF
    IF LS-WalkSequence = 99999
        MOVE SPACES TO WS-BL-Walk
    ELSE
        MOVE LS-WalkSequence TO WS-BL-Walk-Edit
        MOVE WS-BL-Walk-Edit TO WS-BL-Walk
    END-IF
    MOVE LS-ItemCode TO WS-BL-ItemCode
    MOVE LS-ItemName TO WS-BL-ItemName
    MOVE LS-Quantity TO WS-BL-Quantity
    MOVE LS-Reference TO WS-BL-Reference
    WRITE BinListLine FROM WS-BL-Detail
    ADD 1 TO WS-Bin-List-Lines.

Rewrite-Inventory-Record.
    REWRITE InventoryRecord

Validate-Transaction.
    MOVE 'Y' TO WS-Valid-Entry
    MOVE 'N' TO WS-Kit-Item
    IF WS-Trans-Type NOT = 'A' AND 'R' AND 'I' AND 'J'
        DISPLAY 'Transaction type ' WS-Trans-Type
                ' is not recognised - transaction rejected.'
            MOVE 'CS' TO WS-Reject-Reason
        END-IF
    END-IF
    IF (Trans-Add OR Trans-Receipt)
        AND WS-TR-ExpiryDate NOT = SPACES
        AND WS-TR-ExpiryDate NOT NUMERIC
        DISPLAY 'Lot expiry date must be numeric (YYYYMMDD) - '
                'transaction rejected.'
        MOVE 'N' TO WS-Valid-Entry
        IF WS-Reject-Reason = SPACES
            MOVE 'EX' TO WS-Reject-Reason
        END-IF
    END-IF
    IF Trans-Receipt AND Receipt-Has-Cost
        AND WS-UnitCost NOT NUMERIC
        DISPLAY 'Unit cost must be numeric - transaction rejected.'
            MOVE 'CS' TO WS-Reject-Reason
        END-IF
    END-IF
    IF WS-TR-TransDate = SPACES
        MOVE WS-Run-Date TO WS-Posting-Date
    ELSE
        MOVE WS-TR-TransDate TO WS-Posting-Date
        IF WS-TR-TransDate NOT NUMERIC
            DISPLAY 'Transaction date must be numeric (YYYYMMDD) - '
                    'transaction rejected.'
            MOVE 'N' TO WS-Valid-Entry
            IF WS-Reject-Reason = SPACES
                MOVE 'TD' TO WS-Reject-Reason
            END-IF
        END-IF
    END-IF
    IF Valid-Entry
        PERFORM Check-Posting-Period
        IF Posting-Period-Closed
            DISPLAY 'Transaction dated ' WS-Posting-Date
                    ' falls in closed accounting period '
                    WS-Locked-Period ' - transaction rejected.'
            MOVE 'N' TO WS-Valid-Entry
            MOVE 'PC' TO WS-Reject-Reason
        END-IF
    END-IF
    IF Valid-Entry
        MOVE WS-WarehouseCode TO WarehouseCode
        MOVE WS-ItemCode TO ItemCode
            MOVE 'N' TO WS-Valid-Entry
            MOVE 'DK' TO WS-Reject-Reason
        END-IF
        IF Trans-Issue
            MOVE WS-ItemCode TO WS-Kit-Parent
            PERFORM Load-Kit-Components
        END-IF
        IF NOT Trans-Add AND Item-Not-On-File AND Not-Kit-Item
            DISPLAY 'Item ' WS-WarehouseCode '/' WS-ItemCode
                    ' is not on file - transaction rejected.'
            MOVE 'N' TO WS-Valid-Entry
