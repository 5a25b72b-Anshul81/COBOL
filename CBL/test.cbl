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
01 WS-Inquiry-Warehouses PIC 9(3).
01 WS-Display-Value PIC ZZZ,ZZZ,ZZ9.99.
01 WS-Display-Total-Qty PIC ZZZZZ9.
01 WS-Customer-Order-Status PIC XX.
   88 WS-Cust-Order-OK VALUE '00'.
01 WS-Customer-Orders-Available PIC X VALUE 'N'.
   88 Customer-Orders-Available VALUE 'Y'.
01 WS-Reservation-EOF PIC X VALUE 'N'.
   88 Reservation-EOF VALUE 'Y'.
01 WS-Key-Allocated PIC 9(6).
01 WS-Key-Available PIC 9(6).
01 WS-Inquiry-Total-Allocated PIC 9(6).
01 WS-Inquiry-Total-Available PIC 9(6).
01 WS-Display-Allocated PIC ZZZZZ9.
01 WS-Display-Available PIC ZZZZZ9.
01 WS-Lot-Status PIC XX.
   88 WS-Lot-OK VALUE '00'.
   88 WS-Lot-File-Missing VALUE '35'.
01 WS-Run-Date PIC X(8).
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
01 WS-Bin-File-Status PIC XX.
   88 WS-Bin-File-Missing VALUE '35'.
01 WS-Bins-Available PIC X VALUE 'N'.
   88 Bins-Available VALUE 'Y'.
01 WS-Bin-Total PIC 9(5).
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

PROCEDURE DIVISION.
Begin.
    PERFORM Open-Audit-Log-File
    PERFORM Sign-On-Operator
    PERFORM Open-Warehouse-File
    PERFORM Open-Customer-Order-File
    PERFORM Open-Lot-File
    PERFORM Open-Bin-Stock-File
    PERFORM Open-Bin-File
    PERFORM Open-Period-File
    PERFORM Load-Checkpoint
    PERFORM Load-Control-Parameters
    PERFORM Load-Adjustment-Threshold
    PERFORM UNTIL Menu-Choice = '5'
        DISPLAY ' '
        DISPLAY '1. Add new inventory items'
    CLOSE InventoryFile
    CLOSE AuditLogFile
    CLOSE WarehouseFile
    IF Customer-Orders-Available
        CLOSE CustomerOrderFile
    END-IF
    CLOSE LotFile
    CLOSE BinStockFile
    IF Bins-Available
        CLOSE BinFile
    END-IF
    IF Periods-Available
        CLOSE PeriodFile
    END-IF
    DISPLAY 'Inventory update complete.'
    STOP RUN.

        STOP RUN
    END-IF.

*> Reservations are only shown when customer service has set up
*> CustomerOrders.dat; otherwise everything on hand is available.
Open-Customer-Order-File.
    OPEN INPUT CustomerOrderFile
    IF WS-Cust-Order-OK
        MOVE 'Y' TO WS-Customer-Orders-Available
    END-IF.

*> Every quantity change here moves the item's lots as well, so the
*> lot file must be there before anything is maintained.
Open-Lot-File.
    MOVE FUNCTION CURRENT-DATE TO WS-Audit-Timestamp
    MOVE WS-Audit-Timestamp (1:8) TO WS-Run-Date
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
        CLOSE WarehouseFile
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
        CLOSE InventoryFile
        CLOSE AuditLogFile
        CLOSE WarehouseFile
        CLOSE LotFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Bins.dat only adds each bin's walk sequence and description to the
*> item enquiry; without it bins are shown by code alone.
Open-Bin-File.
    OPEN INPUT BinFile
    IF WS-Bin-File-Missing
        MOVE 'N' TO WS-Bins-Available
    ELSE
        MOVE 'Y' TO WS-Bins-Available
    END-IF.

Open-Inventory-File.
    OPEN I-O InventoryFile
    IF WS-Inv-Does-Not-Exist
        STOP RUN
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
            ACCEPT WS-ItemQuantity
            DISPLAY 'Enter unit cost: '
            ACCEPT WS-UnitCost
            DISPLAY 'Enter lot number (blank if none): '
            ACCEPT WS-Lot-Number
            DISPLAY 'Enter lot expiry date YYYYMMDD (blank if none): '
            ACCEPT WS-Lot-Expiry

            PERFORM Validate-New-Item
            IF Valid-Entry
                        MOVE WS-UnitCost TO WS-Audit-Cost-After
                        PERFORM Write-Audit-Record
                        PERFORM Write-Checkpoint
                        IF WS-ItemQuantity > 0
                            MOVE WS-ItemQuantity TO WS-Lot-Quantity
                            PERFORM Add-To-Lot
                            MOVE WS-ItemQuantity TO WS-Bin-Quantity
                            PERFORM Find-Putaway-Bin
                            PERFORM Add-To-Bin
                        END-IF
                END-WRITE
            END-IF

        DISPLAY 'Unit cost must be numeric - entry rejected.'
        MOVE 'N' TO WS-Valid-Entry
    END-IF
    IF WS-Lot-Expiry = SPACES
        MOVE '99999999' TO WS-Lot-Expiry
    END-IF
    IF WS-Lot-Expiry NOT NUMERIC
        DISPLAY 'Lot expiry date must be numeric (YYYYMMDD) - '
                'entry rejected.'
        MOVE 'N' TO WS-Valid-Entry
    END-IF
    IF Valid-Entry
        MOVE WS-WarehouseCode TO WarehouseCode
        MOVE WS-ItemCode TO ItemCode
                        ' already exists - entry rejected.'
                MOVE 'N' TO WS-Valid-Entry
        END-READ
    END-IF
    IF Valid-Entry
        MOVE WS-Run-Date TO WS-Posting-Date
        PERFORM Check-Posting-Period
        IF Posting-Period-Closed
            DISPLAY 'Accounting period ' WS-Locked-Period ' is closed '
                    '- entry rejected.'
            MOVE 'N' TO WS-Valid-Entry
            MOVE SPACES TO WS-TR-TransactionRecord
            MOVE WS-WarehouseCode TO WS-TR-WarehouseCode
            MOVE WS-ItemCode TO WS-TR-ItemCode
            MOVE WS-ItemName TO WS-TR-ItemName
            MOVE WS-ItemQuantity TO WS-TR-ItemQuantity
            MOVE WS-UnitCost TO WS-TR-UnitCost
            MOVE 'A' TO WS-TR-TransType
            MOVE WS-Lot-Number TO WS-TR-LotNumber
            MOVE WS-Lot-Expiry TO WS-TR-ExpiryDate
            PERFORM Write-Period-Suspense
        END-IF
    END-IF.

*> New stock may only be created at a warehouse that is on the
            END-EVALUATE
    END-READ.

*> Maintenance posts today, so while today's accounting period is
*> closed an update goes to suspense as a 'J' replacement instead. A
*> 'J' only replaces the quantity, so a new unit cost cannot wait on
*> suspense with it; the cost change is refused and must be keyed
*> again once the period is open.
Update-Item-Record.
    DISPLAY 'Enter new quantity: '
    ACCEPT WS-ItemQuantity
    DISPLAY 'Enter new unit cost: '
    ACCEPT WS-UnitCost
    MOVE WS-Run-Date TO WS-Posting-Date
    PERFORM Check-Posting-Period
    IF Posting-Period-Closed
        DISPLAY 'Accounting period ' WS-Locked-Period ' is closed - '
                'update rejected.'
        IF WS-UnitCost NOT = UnitCost
            DISPLAY 'Unit cost change to ' WS-UnitCost ' not kept - '
                    'enter it again once the period is open.'
        END-IF
        IF WS-ItemQuantity NOT = ItemQuantity
            MOVE WS-ItemQuantity TO WS-TR-ItemQuantity
            MOVE UnitCost TO WS-TR-UnitCost
            PERFORM Suspend-Item-Adjustment
        END-IF
    ELSE
        PERFORM Check-Item-Approval
    END-IF.

*> An update whose quantity change is worth more than the approval
*> threshold is held for another operator to approve and leaves the
*> item as it was.
Check-Item-Approval.
    MOVE WarehouseCode TO WS-PA-WarehouseCode
    MOVE ItemCode TO WS-PA-ItemCode
    MOVE 'M' TO WS-PA-Source
    MOVE 'U' TO WS-PA-AuditAction
    MOVE ItemQuantity TO WS-PA-Qty-Before
    MOVE WS-ItemQuantity TO WS-PA-Qty-After
    MOVE UnitCost TO WS-PA-Cost-Before
    MOVE WS-UnitCost TO WS-PA-Cost-After
    MOVE WS-Operator-Id TO WS-PA-RaisedBy
    PERFORM Check-Adjustment-Value
    IF Approval-Required
        PERFORM Hold-Adjustment
        IF Adjustment-Hold-Failed
            DISPLAY 'Update not made.'
        END-IF
    ELSE
        PERFORM Rewrite-Item-Record
    END-IF.

Rewrite-Item-Record.
    MOVE WS-ItemQuantity TO ItemQuantity
    MOVE WS-UnitCost TO UnitCost
    REWRITE InventoryRecord
            MOVE WS-ItemQuantity TO WS-Audit-Qty-After
            MOVE WS-UnitCost TO WS-Audit-Cost-After
            PERFORM Write-Audit-Record
            PERFORM Adjust-Lots-To-Quantity
            PERFORM Adjust-Bins-To-Quantity
    END-REWRITE.

*> Deleting an item that still holds stock writes the stock off, so
*> it is refused while today's accounting period is closed and goes to
*> suspense as a 'J' to zero; an empty item can always be removed.
Delete-Item-Record.
    MOVE WS-Run-Date TO WS-Posting-Date
    MOVE 'N' TO WS-Period-Lock
    IF ItemQuantity > 0
        PERFORM Check-Posting-Period
    END-IF
    EVALUATE TRUE
        WHEN Posting-Period-Closed
            DISPLAY 'Accounting period ' WS-Locked-Period ' is closed '
                    'and the item holds stock - delete rejected.'
            MOVE 0 TO WS-TR-ItemQuantity
            MOVE UnitCost TO WS-TR-UnitCost
            PERFORM Suspend-Item-Adjustment
        WHEN ItemQuantity > 0
            PERFORM Check-Delete-Approval
        WHEN OTHER
            PERFORM Remove-Item-Record
    END-EVALUATE.

*> The stock a delete writes off is valued as an adjustment to zero;
*> over the approval threshold the delete is held for another
*> operator, as action 'D', and the item stays on file until then.
Check-Delete-Approval.
    MOVE WarehouseCode TO WS-PA-WarehouseCode
    MOVE ItemCode TO WS-PA-ItemCode
    MOVE 'M' TO WS-PA-Source
    MOVE 'D' TO WS-PA-AuditAction
    MOVE ItemQuantity TO WS-PA-Qty-Before
    MOVE 0 TO WS-PA-Qty-After
    MOVE UnitCost TO WS-PA-Cost-Before
    MOVE 0 TO WS-PA-Cost-After
    MOVE WS-Operator-Id TO WS-PA-RaisedBy
    PERFORM Check-Adjustment-Value
    IF Approval-Required
        PERFORM Hold-Adjustment
        IF Adjustment-Hold-Failed
            DISPLAY 'Delete not made.'
        END-IF
    ELSE
        PERFORM Remove-Item-Record
    END-IF.

Remove-Item-Record.
    DELETE InventoryFile
        INVALID KEY
            DISPLAY 'Delete failed for item ' WarehouseCode
            MOVE 0 TO WS-Audit-Qty-After
            MOVE 0 TO WS-Audit-Cost-After
            PERFORM Write-Audit-Record
            PERFORM Remove-Item-Lots
            PERFORM Remove-Item-Bins
    END-DELETE.

*> Caller has set WS-TR-ItemQuantity and WS-TR-UnitCost.
Suspend-Item-Adjustment.
    MOVE WarehouseCode TO WS-TR-WarehouseCode
    MOVE ItemCode TO WS-TR-ItemCode
    MOVE ItemName TO WS-TR-ItemName
    MOVE 'J' TO WS-TR-TransType
    MOVE SPACES TO WS-TR-LotNumber
    MOVE SPACES TO WS-TR-ExpiryDate
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

*> A deleted item takes all of its lots with it, whatever they hold.
Remove-Item-Lots.
    MOVE 'N' TO WS-Lot-EOF
    PERFORM UNTIL Lot-EOF
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
                        DELETE LotFile
                            INVALID KEY
                                MOVE 'Y' TO WS-Lot-EOF
                        END-DELETE
                    ELSE
                        MOVE 'Y' TO WS-Lot-EOF
                    END-IF
            END-READ
        END-IF
    END-PERFORM.

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


Item-Inquiry.
    DISPLAY 'Enter item code to look up: '
        DISPLAY 'Item code cannot be blank.'
    ELSE
        MOVE 0 TO WS-Inquiry-Total-Quantity
        MOVE 0 TO WS-Inquiry-Total-Allocated
        MOVE 0 TO WS-Inquiry-Total-Available
        MOVE 0 TO WS-Inquiry-Total-Value
        MOVE 0 TO WS-Inquiry-Warehouses
        MOVE WS-Inquiry-ItemCode TO ItemCode
                        ItemQuantity * UnitCost
                    MOVE WS-Inquiry-Extended-Value
                        TO WS-Display-Value
                    PERFORM Total-Key-Allocations
                    MOVE WS-Key-Allocated TO WS-Display-Allocated
                    MOVE WS-Key-Available TO WS-Display-Available
                    DISPLAY 'Warehouse: ' WarehouseCode
                            ' Name: ' ItemName
                            ' On hand: ' ItemQuantity
                            ' Allocated: ' WS-Display-Allocated
                            ' ATP: ' WS-Display-Available
                            ' Unit Cost: ' UnitCost
                            ' Value: ' WS-Display-Value
                    PERFORM Show-Item-Lots
                    PERFORM Show-Item-Bins
                    ADD ItemQuantity TO WS-Inquiry-Total-Quantity
                    ADD WS-Key-Allocated TO WS-Inquiry-Total-Allocated
                    ADD WS-Key-Available TO WS-Inquiry-Total-Available
                    ADD WS-Inquiry-Extended-Value
                        TO WS-Inquiry-Total-Value
                ELSE
    MOVE WS-Inquiry-Total-Value TO WS-Display-Value
    DISPLAY 'Total on hand at ' WS-Inquiry-Warehouses
            ' warehouse(s): ' WS-Display-Total-Qty
            '  Total value: ' WS-Display-Value
    MOVE WS-Inquiry-Total-Allocated TO WS-Display-Allocated
    MOVE WS-Inquiry-Total-Available TO WS-Display-Available
    DISPLAY 'Total allocated to customer orders: '
            WS-Display-Allocated
            '  Total available to promise: ' WS-Display-Available.

*> Each warehouse line is followed by the lots it holds, earliest
*> expiry first - the order they will be issued in.
Show-Item-Lots.
    MOVE WarehouseCode TO LT-WarehouseCode
    MOVE ItemCode TO LT-ItemCode
    MOVE LOW-VALUES TO LT-ExpiryDate
    MOVE LOW-VALUES TO LT-LotNumber
    MOVE 'N' TO WS-Lot-EOF
    START LotFile KEY IS NOT LESS THAN LT-LotKey
        INVALID KEY
            MOVE 'Y' TO WS-Lot-EOF
    END-START
    PERFORM UNTIL Lot-EOF
        READ LotFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-Lot-EOF
            NOT AT END
                IF LT-WarehouseCode = WarehouseCode
                    AND LT-ItemCode = ItemCode
                    IF LT-Lot-Never-Expires
                        DISPLAY '    Lot: ' LT-LotNumber
                                ' No expiry  Quantity: '
                                LT-LotQuantity
                    ELSE
                        DISPLAY '    Lot: ' LT-LotNumber
                                ' Expires: ' LT-ExpiryDate
                                ' Quantity: ' LT-LotQuantity
                    END-IF
                ELSE
                    MOVE 'Y' TO WS-Lot-EOF
                END-IF
        END-READ
    END-PERFORM.

*> After the lots come the bins holding the item at the warehouse,
*> unbinned stock first, with each bin's place on the walk. Bin
*> quantities that do not add up to the on-hand are flagged so the
*> difference can be put right before it reaches the pick lists.
Show-Item-Bins.
    MOVE 0 TO WS-Bin-Total
    MOVE WarehouseCode TO BS-WarehouseCode
    MOVE ItemCode TO BS-ItemCode
    MOVE LOW-VALUES TO BS-BinCode
    MOVE 'N' TO WS-Bin-EOF
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
                    ADD BS-BinQuantity TO WS-Bin-Total
                    PERFORM Show-One-Bin
                ELSE
                    MOVE 'Y' TO WS-Bin-EOF
                END-IF
        END-READ
    END-PERFORM
    IF WS-Bin-Total NOT = ItemQuantity
        DISPLAY '    ** Bins hold ' WS-Bin-Total ' against on hand '
                ItemQuantity ' - bin stock out of step.'
    END-IF.

Show-One-Bin.
    IF BS-BinCode = SPACES
        DISPLAY '    Unbinned              Quantity: ' BS-BinQuantity
    ELSE
        MOVE SPACES TO BN-BinDescription
        MOVE 0 TO BN-WalkSequence
        IF Bins-Available
            MOVE BS-WarehouseCode TO BN-WarehouseCode
            MOVE BS-BinCode TO BN-BinCode
            READ BinFile
                INVALID KEY
                    MOVE 0 TO BN-WalkSequence
                    MOVE 'NOT ON BINS FILE' TO BN-BinDescription
            END-READ
        END-IF
        DISPLAY '    Bin: ' BS-BinCode ' Walk: ' BN-WalkSequence
                ' Quantity: ' BS-BinQuantity '  ' BN-BinDescription
    END-IF.

*> Allocated is the stock reserved at the record's warehouse by open
*> customer order lines; available-to-promise is what is left of the
*> on-hand after them, never less than nothing.
Total-Key-Allocations.
    MOVE 0 TO WS-Key-Allocated
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
                        IF CO-Line-Open
                            ADD CO-AllocatedQuantity
                                TO WS-Key-Allocated
                        END-IF
                    ELSE
                        MOVE 'Y' TO WS-Reservation-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    IF WS-Key-Allocated >= ItemQuantity
        MOVE 0 TO WS-Key-Available
    ELSE
        COMPUTE WS-Key-Available = ItemQuantity - WS-Key-Allocated
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

*> A deleted item takes all of its bin stock with it.
Remove-Item-Bins.
    MOVE 'N' TO WS-Bin-EOF
    PERFORM UNTIL Bin-EOF
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
                        DELETE BinStockFile
                            INVALID KEY
                                MOVE 'Y' TO WS-Bin-EOF
                        END-DELETE
                    ELSE
                        MOVE 'Y' TO WS-Bin-EOF
                    END-IF
            END-READ
        END-IF
    END-PERFORM.
