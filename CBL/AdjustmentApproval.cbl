IDENTIFICATION DIVISION.
PROGRAM-ID. AdjustmentApproval.

*> Second-operator approval of stock adjustments held on
*> PendingApprovals.dat. A count variance in PhysicalCountReconcile,
*> a 'J' adjustment in InventoryBatchLoad or a quantity change or
*> delete of a stocked item in InventoryManager whose value (quantity
*> change times unit cost) is over the threshold on
*> AdjustmentControl.dat is held there instead of posting. Only an
*> operator with approve authority may sign on, and nobody may decide
*> an adjustment they raised themselves.
*> An approved adjustment posts the held quantity change (after less
*> before) on top of whatever the item holds now, so issues and
*> receipts posted since it was raised are kept; the lots and bins
*> move by the same difference, and the audit entry shows the item as
*> it stood and as posted, under the raising operator with the
*> approver alongside. It cannot be approved if the change would take
*> the item below nothing, if it changes the unit cost and the cost
*> has moved since it was raised, or if it is a delete and the item
*> no longer stands at the quantity and cost written off; such an
*> adjustment must be rejected (and raised again if still wanted).
*> An approved delete removes the item with its lots and bin stock.
*> While today's accounting period is closed approvals wait. Refusals
*> go to the audit log with action 'X'.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PendingApprovalFile ASSIGN TO 'PendingApprovals.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PA-ApprovalNumber
        FILE STATUS IS WS-Pending-Status.

    SELECT InventoryFile ASSIGN TO 'Inventory.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS InventoryKey
        ALTERNATE RECORD KEY IS ItemCode WITH DUPLICATES
        FILE STATUS IS WS-Inventory-Status.

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

    SELECT AuditLogFile ASSIGN TO 'AuditLog.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Status.

    SELECT OperatorFile ASSIGN TO 'Operators.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OP-OperatorId
        FILE STATUS IS WS-Operator-File-Status.

DATA DIVISION.
FILE SECTION.
FD PendingApprovalFile.
COPY PENDAPPR REPLACING ==:PREFIX:== BY ==PA-==.

FD InventoryFile.
COPY INVREC REPLACING ==:PREFIX:== BY == ==.

FD LotFile.
COPY LOTREC REPLACING ==:PREFIX:== BY ==LT-==.

FD BinStockFile.
COPY BINSTK REPLACING ==:PREFIX:== BY ==BS-==.

FD PeriodFile.
COPY PERIODREC REPLACING ==:PREFIX:== BY ==PD-==.

FD AuditLogFile.
01 AuditLogRecord PIC X(80).

FD OperatorFile.
COPY OPERREC REPLACING ==:PREFIX:== BY ==OP-==.

WORKING-STORAGE SECTION.
01 Menu-Choice PIC X VALUE SPACE.
01 Response PIC X.
01 WS-Pending-Status PIC XX.
   88 WS-Pending-OK VALUE '00'.
   88 WS-Pending-File-Missing VALUE '35'.
01 WS-Inventory-Status PIC XX.
   88 WS-Inv-OK VALUE '00'.
01 WS-Lot-Status PIC XX.
   88 WS-Lot-OK VALUE '00'.
   88 WS-Lot-File-Missing VALUE '35'.
01 WS-Period-Status PIC XX.
   88 WS-Period-File-Missing VALUE '35'.
01 WS-Periods-Available PIC X VALUE 'N'.
   88 Periods-Available VALUE 'Y'.
01 WS-Posting-Date PIC X(8).
01 WS-Period-Lock PIC X VALUE 'N'.
   88 Posting-Period-Closed VALUE 'Y'.
01 WS-Locked-Period PIC X(6).
01 WS-Audit-Status PIC XX.
01 WS-Approval-Number PIC 9(6).
01 WS-Pending-EOF PIC X VALUE 'N'.
   88 Pending-EOF VALUE 'Y'.
01 WS-Pending-Count PIC 9(6).
01 WS-Raised-Date-Numeric PIC 9(8).
01 WS-Raised-Day-Number PIC 9(7).
01 WS-Pending-Age-Days PIC 9(5).
01 WS-Source-Text PIC X(8).
01 WS-Decision PIC X.
   88 Decision-Approve VALUE 'A' 'a'.
   88 Decision-Reject VALUE 'R' 'r'.
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
01 WS-Operator-Id PIC X(8) VALUE SPACES.
01 WS-Operator-File-Status PIC XX.
   88 WS-Oper-File-Missing VALUE '35'.
01 WS-Operator-Auths.
   05 WS-Op-Approve PIC X.
      88 Auth-To-Approve VALUE 'Y'.
01 WS-Security-Warehouse PIC X(3) VALUE SPACES.
01 WS-Security-Item PIC X(5) VALUE SPACES.
01 WS-Password-Entry PIC X(8).
01 WS-New-Password PIC X(8).
01 WS-New-Password-2 PIC X(8).
01 WS-Signon-Date PIC X(8).
01 WS-Pwd-Date-Numeric PIC 9(8).
01 WS-Pwd-Day-Number PIC 9(7).
01 WS-Today-Day-Number PIC 9(7).
01 WS-Pwd-Age-Days PIC S9(7).
01 WS-Password-Expiry-Days PIC 9(3) VALUE 90.
01 WS-Max-Failed-Attempts PIC 9 VALUE 3.
01 WS-Audit-Timestamp PIC X(21).
01 WS-Audit-Qty-Before PIC 9(4).
01 WS-Audit-Cost-Before PIC 9(5)V99.
01 WS-Approved-Quantity PIC S9(5).
01 WS-Adjustment-Stands PIC X VALUE 'N'.
   88 Adjustment-Stands VALUE 'Y'.
01 WS-Audit-Line.
   05 WSA-WarehouseCode PIC X(3).
   05 FILLER PIC X VALUE SPACE.
   05 WSA-ItemCode PIC X(5).
   05 FILLER PIC X VALUE SPACE.
   05 WSA-Action PIC X.
   05 FILLER PIC X VALUE SPACE.
   05 WSA-Qty-Before PIC 9(4).
   05 FILLER PIC X VALUE SPACE.
   05 WSA-Qty-After PIC 9(4).
   05 FILLER PIC X VALUE SPACE.
   05 WSA-Operator-Id PIC X(8).
   05 FILLER PIC X VALUE SPACE.
   05 WSA-Timestamp PIC X(21).
   05 FILLER PIC X VALUE SPACE.
   05 WSA-Cost-Before PIC 9(5)V99.
   05 FILLER PIC X VALUE SPACE.
   05 WSA-Cost-After PIC 9(5)V99.
   05 FILLER PIC X VALUE SPACE.
   05 WSA-Approver-Id PIC X(8).

PROCEDURE DIVISION.
Begin.
    DISPLAY 'Enter operator ID: '
    ACCEPT WS-Operator-Id
    PERFORM Open-Audit-Log-File
    PERFORM Sign-On-Operator
    PERFORM Open-Pending-File
    PERFORM Open-Inventory-File
    PERFORM Open-Lot-File
    PERFORM Open-Bin-Stock-File
    PERFORM Open-Period-File
    PERFORM UNTIL Menu-Choice = '3'
        DISPLAY ' '
        DISPLAY '1. List adjustments awaiting approval'
        DISPLAY '2. Approve or reject an adjustment'
        DISPLAY '3. Exit'
        DISPLAY 'Enter choice: '
        ACCEPT Menu-Choice
        EVALUATE Menu-Choice
            WHEN '1'
                PERFORM List-Pending-Adjustments
            WHEN '2'
                PERFORM Decide-Adjustment
            WHEN '3'
                CONTINUE
            WHEN OTHER
                DISPLAY 'Invalid choice.'
        END-EVALUATE
    END-PERFORM

    CLOSE PendingApprovalFile
    CLOSE InventoryFile
    CLOSE LotFile
    CLOSE BinStockFile
    IF Periods-Available
        CLOSE PeriodFile
    END-IF
    CLOSE AuditLogFile
    DISPLAY 'Adjustment approval complete.'
    STOP RUN.

Open-Audit-Log-File.
    OPEN EXTEND AuditLogFile
    IF WS-Audit-Status = '35'
        OPEN OUTPUT AuditLogFile
        CLOSE AuditLogFile
        OPEN EXTEND AuditLogFile
    END-IF.

Open-Pending-File.
    MOVE FUNCTION CURRENT-DATE TO WS-Audit-Timestamp
    MOVE WS-Audit-Timestamp (1:8) TO WS-Run-Date
    OPEN I-O PendingApprovalFile
    IF WS-Pending-File-Missing
        OPEN OUTPUT PendingApprovalFile
        CLOSE PendingApprovalFile
        OPEN I-O PendingApprovalFile
    END-IF
    IF NOT WS-Pending-OK
        DISPLAY 'PendingApprovals.dat could not be opened - file '
                'status ' WS-Pending-Status '.'
        PERFORM Refuse-Sign-On
    END-IF.

Open-Inventory-File.
    OPEN I-O InventoryFile
    IF NOT WS-Inv-OK
        DISPLAY 'Inventory.dat could not be opened - file status '
                WS-Inventory-Status '.'
        CLOSE PendingApprovalFile
        PERFORM Refuse-Sign-On
    END-IF.

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
        CLOSE PendingApprovalFile
        CLOSE InventoryFile
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
        CLOSE PendingApprovalFile
        CLOSE InventoryFile
        CLOSE LotFile
        PERFORM Refuse-Sign-On
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

*> Unknown IDs and authority refusals are written to the audit log
*> with action 'X' so security events leave the same trail as
*> inventory changes.
Sign-On-Operator.
    OPEN I-O OperatorFile
    IF WS-Oper-File-Missing
        DISPLAY 'Operators.dat does not exist - run '
                'OperatorMaintenance to set up operator IDs.'
        PERFORM Refuse-Sign-On
    END-IF
    IF WS-Operator-File-Status NOT = '00'
        DISPLAY 'Operators.dat could not be opened - file status '
                WS-Operator-File-Status '. A file from before the '
                'approve authority flag must be rebuilt with '
                'OperatorFileRebuild.'
        PERFORM Refuse-Sign-On
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-Audit-Timestamp
    MOVE WS-Audit-Timestamp (1:8) TO WS-Signon-Date
    MOVE WS-Signon-Date TO WS-Pwd-Date-Numeric
    COMPUTE WS-Today-Day-Number =
        FUNCTION INTEGER-OF-DATE (WS-Pwd-Date-Numeric)
    MOVE WS-Operator-Id TO OP-OperatorId
    READ OperatorFile
        INVALID KEY
            DISPLAY 'Operator ' WS-Operator-Id
                    ' is not a valid operator ID - sign-on refused.'
            PERFORM Write-Security-Audit
            PERFORM Refuse-Operator-Sign-On
        NOT INVALID KEY
            PERFORM Verify-Operator-Password
            MOVE OP-Approve-Auth TO WS-Op-Approve
            DISPLAY 'Signed on: ' OP-OperatorName
    END-READ
    CLOSE OperatorFile
    IF NOT Auth-To-Approve
        DISPLAY 'Operator ' WS-Operator-Id ' is not authorised to '
                'approve adjustments.'
        PERFORM Write-Security-Audit
        PERFORM Refuse-Sign-On
    END-IF.

Refuse-Operator-Sign-On.
    CLOSE OperatorFile
    PERFORM Refuse-Sign-On.

*> A locked ID or a wrong password refuses the run; each failure and
*> each lockout leaves an action-'X' entry on the audit trail, and
*> the failed-attempt count persists on the operator record across
*> sign-ons so three failures in a row lock the ID wherever they
*> happen. A correct password resets the count, and a password that
*> is new, flagged for change, or older than 90 days must be changed
*> before the sign-on completes.
Verify-Operator-Password.
    IF OP-Is-Locked
        DISPLAY 'Operator ' WS-Operator-Id ' is locked - '
                'sign-on refused.'
        PERFORM Write-Security-Audit
        PERFORM Refuse-Operator-Sign-On
    END-IF
    IF OP-Password = SPACES
        PERFORM Change-Operator-Password
    ELSE
        DISPLAY 'Enter password: '
        ACCEPT WS-Password-Entry
        IF WS-Password-Entry = OP-Password
            IF OP-Failed-Attempts NOT = 0
                MOVE 0 TO OP-Failed-Attempts
                PERFORM Rewrite-Signon-Record
            END-IF
            PERFORM Check-Password-Expiry
        ELSE
            PERFORM Record-Failed-Attempt
        END-IF
    END-IF.

Record-Failed-Attempt.
    DISPLAY 'Password incorrect - sign-on refused.'
    PERFORM Write-Security-Audit
    IF OP-Failed-Attempts < 9
        ADD 1 TO OP-Failed-Attempts
    END-IF
    IF OP-Failed-Attempts >= WS-Max-Failed-Attempts
        MOVE 'Y' TO OP-Locked-Flag
        DISPLAY 'Operator ' WS-Operator-Id ' is now locked after '
                OP-Failed-Attempts ' failed attempt(s).'
        PERFORM Write-Security-Audit
    END-IF
    PERFORM Rewrite-Signon-Record
    PERFORM Refuse-Operator-Sign-On.

Check-Password-Expiry.
    IF OP-Must-Change OR OP-Pwd-Changed-Date NOT NUMERIC
        PERFORM Change-Operator-Password
    ELSE
        MOVE OP-Pwd-Changed-Date TO WS-Pwd-Date-Numeric
        COMPUTE WS-Pwd-Day-Number =
            FUNCTION INTEGER-OF-DATE (WS-Pwd-Date-Numeric)
        COMPUTE WS-Pwd-Age-Days =
            WS-Today-Day-Number - WS-Pwd-Day-Number
        IF WS-Pwd-Age-Days > WS-Password-Expiry-Days
            DISPLAY 'Password has expired.'
            PERFORM Change-Operator-Password
        END-IF
    END-IF.

Change-Operator-Password.
    DISPLAY 'Password must be changed. Enter new password: '
    ACCEPT WS-New-Password
    DISPLAY 'Re-enter new password: '
    ACCEPT WS-New-Password-2
    IF WS-New-Password = SPACES
        OR WS-New-Password NOT = WS-New-Password-2
        OR WS-New-Password = OP-Password
        DISPLAY 'New password is blank, does not match, or repeats '
                'the old one - sign-on refused.'
        PERFORM Refuse-Operator-Sign-On
    END-IF
    MOVE WS-New-Password TO OP-Password
    MOVE WS-Signon-Date TO OP-Pwd-Changed-Date
    MOVE 'N' TO OP-Force-Change
    MOVE 0 TO OP-Failed-Attempts
    PERFORM Rewrite-Signon-Record
    DISPLAY 'Password changed.'.

Rewrite-Signon-Record.
    REWRITE OP-OperatorRecord
        INVALID KEY
            DISPLAY 'Operator record could not be updated at '
                    'sign-on.'
    END-REWRITE.

Refuse-Sign-On.
    CLOSE AuditLogFile
    MOVE 8 TO RETURN-CODE
    STOP RUN.

*> A security entry names the held item when there is one; otherwise
*> the operator and time are what matter.
Write-Security-Audit.
    MOVE FUNCTION CURRENT-DATE TO WS-Audit-Timestamp
    MOVE WS-Security-Warehouse TO WSA-WarehouseCode
    MOVE WS-Security-Item TO WSA-ItemCode
    MOVE 'X' TO WSA-Action
    MOVE 0 TO WSA-Qty-Before
    MOVE 0 TO WSA-Qty-After
    MOVE WS-Operator-Id TO WSA-Operator-Id
    MOVE WS-Audit-Timestamp TO WSA-Timestamp
    MOVE 0 TO WSA-Cost-Before
    MOVE 0 TO WSA-Cost-After
    MOVE SPACES TO WSA-Approver-Id
    WRITE AuditLogRecord FROM WS-Audit-Line.

*> Every adjustment still pending, oldest first, with its age in days.
List-Pending-Adjustments.
    MOVE 0 TO WS-Pending-Count
    MOVE 'N' TO WS-Pending-EOF
    MOVE 0 TO PA-ApprovalNumber
    START PendingApprovalFile KEY IS NOT LESS THAN PA-ApprovalNumber
        INVALID KEY
            MOVE 'Y' TO WS-Pending-EOF
    END-START
    PERFORM UNTIL Pending-EOF
        READ PendingApprovalFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-Pending-EOF
            NOT AT END
                IF PA-Approval-Pending
                    ADD 1 TO WS-Pending-Count
                    PERFORM Show-Pending-Adjustment
                END-IF
        END-READ
    END-PERFORM
    DISPLAY WS-Pending-Count ' adjustment(s) awaiting approval.'.

Show-Pending-Adjustment.
    PERFORM Set-Pending-Age
    DISPLAY PA-ApprovalNumber ' ' PA-WarehouseCode '/' PA-ItemCode
            ' ' WS-Source-Text ' qty ' PA-Qty-Before ' to '
            PA-Qty-After ' cost ' PA-Cost-Before ' to ' PA-Cost-After
            ' value ' PA-AdjustmentValue ' raised by ' PA-RaisedBy
            ' on ' PA-RaisedDate ' (' WS-Pending-Age-Days ' day(s))'
    IF PA-AuditAction = 'D'
        DISPLAY '       deletes the item, writing off all its stock'
    END-IF.

Set-Pending-Age.
    EVALUATE TRUE
        WHEN PA-From-Manager
            MOVE 'MANAGER' TO WS-Source-Text
        WHEN PA-From-Batch
            MOVE 'BATCH' TO WS-Source-Text
        WHEN PA-From-Count
            MOVE 'COUNT' TO WS-Source-Text
        WHEN OTHER
            MOVE SPACES TO WS-Source-Text
    END-EVALUATE
    MOVE 0 TO WS-Pending-Age-Days
    IF PA-RaisedDate NUMERIC AND PA-RaisedDate NOT > WS-Run-Date
        MOVE PA-RaisedDate TO WS-Raised-Date-Numeric
        COMPUTE WS-Raised-Day-Number =
            FUNCTION INTEGER-OF-DATE (WS-Raised-Date-Numeric)
        MOVE WS-Run-Date TO WS-Pwd-Date-Numeric
        COMPUTE WS-Pending-Age-Days =
            FUNCTION INTEGER-OF-DATE (WS-Pwd-Date-Numeric)
            - WS-Raised-Day-Number
    END-IF.

*> The operator who raised an adjustment may not decide it; the
*> attempt is refused and audited like any other authority refusal.
Decide-Adjustment.
    DISPLAY 'Enter approval number: '
    ACCEPT WS-Approval-Number
    MOVE WS-Approval-Number TO PA-ApprovalNumber
    READ PendingApprovalFile
        INVALID KEY
            DISPLAY 'Approval number ' WS-Approval-Number
                    ' not found.'
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN NOT PA-Approval-Pending
                    DISPLAY 'Adjustment ' PA-ApprovalNumber ' was '
                            'already decided by ' PA-DecidedBy ' on '
                            PA-DecidedDate ' (' PA-ApprovalStatus ').'
                WHEN PA-RaisedBy = WS-Operator-Id
                    DISPLAY 'Adjustment ' PA-ApprovalNumber ' was '
                            'raised by ' WS-Operator-Id ' - another '
                            'operator must decide it.'
                    MOVE PA-WarehouseCode TO WS-Security-Warehouse
                    MOVE PA-ItemCode TO WS-Security-Item
                    PERFORM Write-Security-Audit
                    MOVE SPACES TO WS-Security-Warehouse
                    MOVE SPACES TO WS-Security-Item
                WHEN OTHER
                    PERFORM Show-Pending-Adjustment
                    DISPLAY 'A)pprove, R)eject, or any other key to '
                            'leave pending: '
                    ACCEPT WS-Decision
                    EVALUATE TRUE
                        WHEN Decision-Approve
                            PERFORM Approve-Adjustment
                        WHEN Decision-Reject
                            MOVE 'R' TO PA-ApprovalStatus
                            PERFORM Record-Decision
                        WHEN OTHER
                            DISPLAY 'Adjustment left pending.'
                    END-EVALUATE
            END-EVALUATE
    END-READ.

*> The adjustment posts today, so it waits while today's period is
*> closed. Its quantity change is applied to the item as it stands
*> now, so stock movements posted since it was raised are not undone.
Approve-Adjustment.
    MOVE WS-Run-Date TO WS-Posting-Date
    PERFORM Check-Posting-Period
    IF Posting-Period-Closed
        DISPLAY 'Accounting period ' WS-Locked-Period ' is closed - '
                'adjustment left pending.'
    ELSE
        MOVE PA-WarehouseCode TO WarehouseCode
        MOVE PA-ItemCode TO ItemCode
        READ InventoryFile
            INVALID KEY
                DISPLAY 'Item ' PA-WarehouseCode '/' PA-ItemCode
                        ' is no longer on file - the adjustment '
                        'cannot be approved and should be rejected.'
            NOT INVALID KEY
                PERFORM Check-Adjustment-Stands
                IF Adjustment-Stands
                    PERFORM Post-Approved-Adjustment
                END-IF
        END-READ
    END-IF.

*> A delete writes off the stock it was valued against, so it needs
*> the item exactly as it was raised. A cost change replaces the cost
*> it was raised against, so it needs that cost still in place. A
*> quantity change only needs the item to hold enough to take it.
Check-Adjustment-Stands.
    MOVE 'N' TO WS-Adjustment-Stands
    COMPUTE WS-Approved-Quantity =
        ItemQuantity + PA-Qty-After - PA-Qty-Before
    EVALUATE TRUE
        WHEN PA-AuditAction = 'D'
            AND (ItemQuantity NOT = PA-Qty-Before
                 OR UnitCost NOT = PA-Cost-Before)
            DISPLAY 'Item ' WarehouseCode '/' ItemCode
                    ' now stands at quantity ' ItemQuantity
                    ' cost ' UnitCost ' - the delete cannot be '
                    'approved and should be rejected and raised '
                    'again.'
        WHEN PA-Cost-After NOT = PA-Cost-Before
            AND UnitCost NOT = PA-Cost-Before
            DISPLAY 'Item ' WarehouseCode '/' ItemCode
                    ' now stands at cost ' UnitCost ' - the cost '
                    'change cannot be approved and should be '
                    'rejected and raised again.'
        WHEN WS-Approved-Quantity < 0
            DISPLAY 'Item ' WarehouseCode '/' ItemCode
                    ' now holds ' ItemQuantity ' - the adjustment '
                    'would leave it below nothing and should be '
                    'rejected.'
        WHEN WS-Approved-Quantity > 9999
            DISPLAY 'Item ' WarehouseCode '/' ItemCode
                    ' now holds ' ItemQuantity ' - the adjustment '
                    'would take it over 9999 and should be '
                    'rejected.'
        WHEN OTHER
            MOVE 'Y' TO WS-Adjustment-Stands
    END-EVALUATE.

Post-Approved-Adjustment.
    IF PA-AuditAction = 'D'
        PERFORM Post-Approved-Delete
    ELSE
        PERFORM Post-Approved-Change
    END-IF.

*> Lots and bins follow the item from its current quantity to the new
*> one, which is the held difference.
Post-Approved-Change.
    MOVE ItemQuantity TO WS-Audit-Qty-Before
    MOVE UnitCost TO WS-Audit-Cost-Before
    MOVE WS-Approved-Quantity TO ItemQuantity
    IF PA-Cost-After NOT = PA-Cost-Before
        MOVE PA-Cost-After TO UnitCost
    END-IF
    REWRITE InventoryRecord
        INVALID KEY
            DISPLAY 'Update failed for item ' WarehouseCode '/'
                    ItemCode ' - adjustment left pending.'
        NOT INVALID KEY
            PERFORM Write-Audit-Record
            PERFORM Adjust-Lots-To-Quantity
            PERFORM Adjust-Bins-To-Quantity
            MOVE 'A' TO PA-ApprovalStatus
            PERFORM Record-Decision
    END-REWRITE.

*> A held delete is posted as InventoryManager posts an unheld one:
*> the item goes with all of its lots and bin stock, and the 'D'
*> audit entry shows it at nothing.
Post-Approved-Delete.
    MOVE ItemQuantity TO WS-Audit-Qty-Before
    MOVE UnitCost TO WS-Audit-Cost-Before
    DELETE InventoryFile
        INVALID KEY
            DISPLAY 'Delete failed for item ' WarehouseCode '/'
                    ItemCode ' - adjustment left pending.'
        NOT INVALID KEY
            MOVE 0 TO ItemQuantity
            MOVE 0 TO UnitCost
            PERFORM Write-Audit-Record
            PERFORM Remove-Item-Lots
            PERFORM Remove-Item-Bins
            MOVE 'A' TO PA-ApprovalStatus
            PERFORM Record-Decision
    END-DELETE.

*> The audit entry shows the item before and after the posting, under
*> the action and operator the adjustment was raised with and the
*> approving operator alongside.
Write-Audit-Record.
    MOVE FUNCTION CURRENT-DATE TO WS-Audit-Timestamp
    MOVE WarehouseCode TO WSA-WarehouseCode
    MOVE ItemCode TO WSA-ItemCode
    MOVE PA-AuditAction TO WSA-Action
    MOVE WS-Audit-Qty-Before TO WSA-Qty-Before
    MOVE ItemQuantity TO WSA-Qty-After
    MOVE PA-RaisedBy TO WSA-Operator-Id
    MOVE WS-Audit-Timestamp TO WSA-Timestamp
    MOVE WS-Audit-Cost-Before TO WSA-Cost-Before
    MOVE UnitCost TO WSA-Cost-After
    MOVE WS-Operator-Id TO WSA-Approver-Id
    WRITE AuditLogRecord FROM WS-Audit-Line.

Record-Decision.
    MOVE WS-Operator-Id TO PA-DecidedBy
    MOVE WS-Run-Date TO PA-DecidedDate
    REWRITE PA-ApprovalRecord
        INVALID KEY
            DISPLAY 'Decision could not be recorded for adjustment '
                    PA-ApprovalNumber '.'
        NOT INVALID KEY
            IF PA-Approval-Approved
                DISPLAY 'Adjustment ' PA-ApprovalNumber ' approved '
                        'and posted.'
            ELSE
                DISPLAY 'Adjustment ' PA-ApprovalNumber ' rejected.'
            END-IF
    END-REWRITE.

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
