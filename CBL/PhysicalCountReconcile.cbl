        RECORD KEY IS CH-CountHistoryKey
        FILE STATUS IS WS-History-Status.

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

    SELECT SuspenseFile ASSIGN USING WS-Suspense-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Suspense-Status.

DATA DIVISION.
FILE SECTION.
FD InventoryFile.
FD CountHistoryFile.
COPY CCHREC REPLACING ==:PREFIX:== BY ==CH-==.

FD LotFile.
COPY LOTREC REPLACING ==:PREFIX:== BY ==LT-==.

FD BinStockFile.
COPY BINSTK REPLACING ==:PREFIX:== BY ==BS-==.

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

FD SuspenseFile.
01 SuspenseRecord.
   05 SU-ReasonCode PIC X(2).
   05 SU-TransactionData PIC X(66).

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 Warehouse-Invalid VALUE 'N'.
01 WS-History-Status PIC XX.
   88 WS-History-Missing VALUE '35'.
01 WS-Lot-Status PIC XX.
   88 WS-Lot-OK VALUE '00'.
   88 WS-Lot-File-Missing VALUE '35'.
01 WS-Lot-Number PIC X(10).
01 WS-Lot-Expiry PIC X(8).
01 WS-Lot-Quantity PIC 9(4).
01 WS-Lot-Remaining PIC 9(4).
01 WS-Lot-EOF PIC X VALUE 'N'.
   88 Lot-EOF VALUE 'Y'.
01 WS-Bin-Stock-Status PIC XX.
   88 WS-Bin-Stock-OK VALUE '00'.
   88 WS-Bin-Stock-Missing VALUE '35'.
01 WS-Bin-Code PIC X(6).
01 WS-Bin-Quantity PIC 9(4).
01 WS-Bin-Remaining PIC 9(4).
01 WS-Bin-EOF PIC X VALUE 'N'.
   88 Bin-EOF VALUE 'Y'.
01 WS-Period-Status PIC XX.
   88 WS-Period-File-Missing VALUE '35'.
01 WS-Periods-Available PIC X VALUE 'N'.
   88 Periods-Available VALUE 'Y'.
01 WS-Posting-Date PIC X(8).
01 WS-Period-Lock PIC X VALUE 'N'.
   88 Posting-Period-Closed VALUE 'Y'.
01 WS-Locked-Period PIC X(6).
01 WS-Suspense-Status PIC XX.
01 WS-Suspense-File-Name PIC X(30).
COPY INVTRAN REPLACING ==:PREFIX:== BY ==WS-TR-==.
01 WS-Period-Held-Count PIC 9(6) VALUE 0.
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
COPY PENDAPPR REPLACING ==:PREFIX:== BY ==WS-PA-==.
01 WS-Count-Mode PIC X VALUE 'W'.
   88 Wall-To-Wall-Count VALUE 'W'.
   88 Cycle-Count VALUE 'C'.
    PERFORM Sign-On-Operator
    PERFORM Open-Warehouse-File
    PERFORM Open-Count-History-File
    PERFORM Open-Lot-File
    PERFORM Open-Bin-Stock-File
    PERFORM Open-Period-File
    PERFORM Load-Adjustment-Threshold
    OPEN OUTPUT CountedKeyFile
    OPEN OUTPUT VarianceReportFile
    WRITE VarianceReportLine FROM WS-Report-Header-1
    CLOSE AuditLogFile
    CLOSE WarehouseFile
    CLOSE CountHistoryFile
    CLOSE LotFile
    CLOSE BinStockFile
    IF Periods-Available
        CLOSE PeriodFile
    END-IF
    DISPLAY 'Physical count reconciliation complete - '
            WS-Adjustments-Posted ' adjustment(s) posted, '
            WS-Period-Held-Count ' held for a closed period, '
            WS-Held-Count ' held for approval, '
            WS-Not-On-File-Count ' count line(s) not on file, '
            WS-Uncounted-Count ' item(s) not counted.'
    STOP RUN.

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
*> Posting-Period-Closed when that period is closed. The file is read
*> afresh for every posting, so a period closed while this session is
*> running locks from that moment.
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

*> A posting refused by the period lock is not lost: it goes to the
*> day's InventoryRejects suspense file, in the overnight transaction
*> layout under reason PC, alongside the batch load's own rejects.
Write-Period-Suspense.
    STRING 'InventoryRejects-' WS-Run-Date '.dat'
        DELIMITED BY SIZE INTO WS-Suspense-File-Name
    OPEN EXTEND SuspenseFile
    IF WS-Suspense-Status = '35'
        OPEN OUTPUT SuspenseFile
        CLOSE SuspenseFile
        OPEN EXTEND SuspenseFile
    END-IF
    MOVE WS-Posting-Date TO WS-TR-TransDate
    MOVE 'PC' TO SU-ReasonCode
    MOVE WS-TR-TransactionRecord TO SU-TransactionData
    WRITE SuspenseRecord
    CLOSE SuspenseFile
    DISPLAY 'Posting written to ' WS-Suspense-File-Name
            ' under reason PC for resubmission.'.

Open-Audit-Log-File.
    OPEN EXTEND AuditLogFile
    IF WS-Audit-Status = '35'
        OPEN I-O CountHistoryFile
    END-IF.

*> Count variances move the item's lots, so the lot file must be
*> there before any count posts.
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
        CLOSE WarehouseFile
        CLOSE CountHistoryFile
        PERFORM Refuse-Sign-On
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
        CLOSE WarehouseFile
        CLOSE CountHistoryFile
        CLOSE LotFile
        PERFORM Refuse-Sign-On
    END-IF.

*> Count lines are adjustments like any other posting: an unknown or
*> closed warehouse code goes to the exception section of the
*> variance report instead of adjusting stock.
        MOVE WS-Variance-Value TO WS-Detail-Variance-Value
        MOVE CT-Operator-Id TO WS-Detail-Counter
        WRITE VarianceReportLine FROM WS-Detail-Line
        MOVE WS-Run-Date TO WS-Posting-Date
        PERFORM Check-Posting-Period
        IF Posting-Period-Closed
            PERFORM Suspend-Count-Adjustment
        ELSE
            PERFORM Check-Count-Approval
        END-IF
    END-IF.

*> A variance worth more than the approval threshold is not posted
*> by the count; it waits on PendingApprovals.dat for a supervisor
*> other than the operator posting the count.
Check-Count-Approval.
    MOVE WarehouseCode TO WS-PA-WarehouseCode
    MOVE ItemCode TO WS-PA-ItemCode
    MOVE 'C' TO WS-PA-Source
    MOVE 'J' TO WS-PA-AuditAction
    MOVE WS-Book-Quantity TO WS-PA-Qty-Before
    MOVE CT-CountedQuantity TO WS-PA-Qty-After
    MOVE UnitCost TO WS-PA-Cost-Before
    MOVE UnitCost TO WS-PA-Cost-After
    MOVE WS-Posting-Operator TO WS-PA-RaisedBy
    PERFORM Check-Adjustment-Value
    IF Approval-Required
        PERFORM Hold-Adjustment
        MOVE WarehouseCode TO WS-Exception-WarehouseCode
        MOVE ItemCode TO WS-Exception-ItemCode
        IF Adjustment-Held
            MOVE '** HELD FOR APPROVAL **' TO WS-Exception-Text
        ELSE
            MOVE '** APPROVAL HOLD FAILED - NOT POSTED **'
                TO WS-Exception-Text
        END-IF
        WRITE VarianceReportLine FROM WS-Exception-Line
    ELSE
        PERFORM Post-Count-Adjustment
    END-IF.

Post-Count-Adjustment.
    MOVE WS-Book-Quantity TO WS-Audit-Qty-Before
    MOVE UnitCost TO WS-Audit-Cost-Before
    MOVE UnitCost TO WS-Audit-Cost-After
    MOVE CT-CountedQuantity TO ItemQuantity
    REWRITE InventoryRecord
        INVALID KEY
            DISPLAY 'Adjustment failed for item ' WarehouseCode
                    '/' ItemCode
        NOT INVALID KEY
            ADD 1 TO WS-Adjustments-Posted
            MOVE CT-CountedQuantity TO WS-Audit-Qty-After
            MOVE CT-Operator-Id TO WS-Operator-Id
            PERFORM Write-Audit-Record
            PERFORM Adjust-Lots-To-Quantity
            PERFORM Adjust-Bins-To-Quantity
    END-REWRITE.

*> The count is dated today; while today's accounting period is closed
*> the variance is reported but the book quantity is left alone, and
*> the count goes to suspense as a 'J' replacement for the batch load
*> to post once the period lock is lifted.
Suspend-Count-Adjustment.
    ADD 1 TO WS-Period-Held-Count
    MOVE WarehouseCode TO WS-Exception-WarehouseCode
    MOVE ItemCode TO WS-Exception-ItemCode
    MOVE '** PERIOD CLOSED - ADJUSTMENT HELD **' TO WS-Exception-Text
    WRITE VarianceReportLine FROM WS-Exception-Line
    MOVE SPACES TO WS-TR-TransactionRecord
    MOVE WarehouseCode TO WS-TR-WarehouseCode
    MOVE ItemCode TO WS-TR-ItemCode
    MOVE ItemName TO WS-TR-ItemName
    MOVE CT-CountedQuantity TO WS-TR-ItemQuantity
    MOVE UnitCost TO WS-TR-UnitCost
    MOVE 'J' TO WS-TR-TransType
    PERFORM Write-Period-Suspense.


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

*> The counted keys are sorted into inventory key order and merged
*> against the inventory file, which the indexed START/READ NEXT
*> already delivers in key order - so the check covers every item on
                MOVE KS-Key TO WS-Current-Counted-Key
        END-RETURN
    END-IF.

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
