IDENTIFICATION DIVISION.
PROGRAM-ID. BinMaintenance.

*> Online maintenance of the bin locations inside each warehouse.
*> Bins.dat holds one record per bin - warehouse, bin code, the bin's
*> walk sequence on the pickers' route and a description - and
*> BinStock.dat holds how much of each item sits in each bin. The
*> operator signs on exactly as for InventoryManager: adding a bin
*> needs add authority, changing a bin's walk sequence or description
*> and moving stock from one bin to another need update authority,
*> and removing a bin needs delete authority; every refusal is
*> written to the audit log with action 'X'. A bin can only be added
*> to a warehouse on Warehouses.dat and only removed once it is
*> empty. A move never changes the quantity on Inventory.dat - it
*> only shifts stock between bins (or out of the item's unbinned
*> stock, where receipts wait until they are put in a bin) - so it
*> is not an inventory posting and leaves no audit entry.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BinFile ASSIGN TO 'Bins.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BN-BinKey
        FILE STATUS IS WS-Bin-File-Status.

    SELECT BinStockFile ASSIGN TO 'BinStock.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BS-BinStockKey
        FILE STATUS IS WS-Bin-Stock-Status.

    SELECT WarehouseFile ASSIGN TO 'Warehouses.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WH-WarehouseCode
        FILE STATUS IS WS-Warehouse-File-Status.

    SELECT BinSortFile ASSIGN TO 'BinSort.tmp'.

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
FD BinFile.
COPY BINREC REPLACING ==:PREFIX:== BY ==BN-==.

FD BinStockFile.
COPY BINSTK REPLACING ==:PREFIX:== BY ==BS-==.

FD WarehouseFile.
COPY WHSEREC REPLACING ==:PREFIX:== BY ==WH-==.

SD BinSortFile.
COPY BINREC REPLACING ==:PREFIX:== BY ==SB-==.

FD AuditLogFile.
01 AuditLogRecord PIC X(80).

FD OperatorFile.
COPY OPERREC REPLACING ==:PREFIX:== BY ==OP-==.

WORKING-STORAGE SECTION.
01 Response PIC X.
01 Menu-Choice PIC X VALUE SPACE.
COPY BINREC REPLACING ==:PREFIX:== BY ==WS-BN-==.
01 WS-Bin-File-Status PIC XX.
   88 WS-Bin-File-OK VALUE '00'.
   88 WS-Bin-File-Missing VALUE '35'.
01 WS-Bin-Stock-Status PIC XX.
   88 WS-Bin-Stock-OK VALUE '00'.
   88 WS-Bin-Stock-Missing VALUE '35'.
01 WS-Warehouse-File-Status PIC XX.
   88 WS-Whse-File-Missing VALUE '35'.
01 WS-Audit-Status PIC XX.
01 WS-Valid-Entry PIC X VALUE 'Y'.
   88 Valid-Entry VALUE 'Y'.
   88 Invalid-Entry VALUE 'N'.
01 WS-Bin-EOF PIC X VALUE 'N'.
   88 Bin-EOF VALUE 'Y'.
01 WS-Bin-In-Use PIC X VALUE 'N'.
   88 Bin-In-Use VALUE 'Y'.
01 WS-List-Warehouse PIC X(3).
01 WS-Bin-Lines PIC 9(6).
01 WS-Move-WarehouseCode PIC X(3).
01 WS-Move-ItemCode PIC X(5).
01 WS-Move-From-Bin PIC X(6).
01 WS-Move-To-Bin PIC X(6).
01 WS-Move-Quantity PIC 9(4).
01 WS-Move-To-Total PIC 9(5).
01 WS-Maintained-Count PIC 9(6) VALUE 0.
01 WS-Moved-Count PIC 9(6) VALUE 0.
01 WS-Operator-Id PIC X(8) VALUE SPACES.
01 WS-Operator-File-Status PIC XX.
   88 WS-Oper-File-Missing VALUE '35'.
01 WS-Operator-Auths.
   05 WS-Op-Add PIC X.
      88 Auth-To-Add VALUE 'Y'.
   05 WS-Op-Update PIC X.
      88 Auth-To-Update VALUE 'Y'.
   05 WS-Op-Delete PIC X.
      88 Auth-To-Delete VALUE 'Y'.
01 WS-Security-Warehouse PIC X(3) VALUE SPACES.
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

PROCEDURE DIVISION.
Begin.
    DISPLAY 'Enter operator ID: '
    ACCEPT WS-Operator-Id
    PERFORM Open-Audit-Log-File
    PERFORM Sign-On-Operator
    PERFORM Open-Warehouse-File
    PERFORM Open-Bin-File
    PERFORM Open-Bin-Stock-File
    PERFORM UNTIL Menu-Choice = '4'
        DISPLAY ' '
        DISPLAY '1. Add, change or remove a bin'
        DISPLAY '2. Move stock between bins'
        DISPLAY '3. List a warehouse''s bins in walk sequence'
        DISPLAY '4. Exit'
        DISPLAY 'Enter choice: '
        ACCEPT Menu-Choice
        EVALUATE Menu-Choice
            WHEN '1'
                PERFORM Maintain-One-Bin
            WHEN '2'
                PERFORM Move-Bin-Stock
            WHEN '3'
                PERFORM List-Warehouse-Bins
            WHEN '4'
                CONTINUE
            WHEN OTHER
                DISPLAY 'Invalid choice.'
        END-EVALUATE
    END-PERFORM

    CLOSE BinFile
    CLOSE BinStockFile
    CLOSE WarehouseFile
    CLOSE AuditLogFile
    DISPLAY 'Bin maintenance complete - ' WS-Maintained-Count
            ' bin(s) maintained, ' WS-Moved-Count ' move(s) made.'
    STOP RUN.

Open-Audit-Log-File.
    OPEN EXTEND AuditLogFile
    IF WS-Audit-Status = '35'
        OPEN OUTPUT AuditLogFile
        CLOSE AuditLogFile
        OPEN EXTEND AuditLogFile
    END-IF.

Open-Warehouse-File.
    OPEN INPUT WarehouseFile
    IF WS-Whse-File-Missing
        DISPLAY 'Warehouses.dat does not exist - run '
                'WarehouseMaintenance to set up warehouse codes.'
        PERFORM Refuse-Sign-On
    END-IF.

Open-Bin-File.
    OPEN I-O BinFile
    IF WS-Bin-File-Missing
        OPEN OUTPUT BinFile
        CLOSE BinFile
        OPEN I-O BinFile
    END-IF
    IF NOT WS-Bin-File-OK
        DISPLAY 'Bins.dat could not be opened - file status '
                WS-Bin-File-Status '.'
        CLOSE WarehouseFile
        PERFORM Refuse-Sign-On
    END-IF.

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
        CLOSE BinFile
        PERFORM Refuse-Sign-On
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
                'operator credential fields must be rebuilt with '
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
            MOVE SPACES TO WS-Security-Warehouse
            PERFORM Write-Security-Audit
            PERFORM Refuse-Operator-Sign-On
        NOT INVALID KEY
            PERFORM Verify-Operator-Password
            MOVE OP-Add-Auth TO WS-Op-Add
            MOVE OP-Update-Auth TO WS-Op-Update
            MOVE OP-Delete-Auth TO WS-Op-Delete
            DISPLAY 'Signed on: ' OP-OperatorName
    END-READ
    CLOSE OperatorFile.

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
        MOVE SPACES TO WS-Security-Warehouse
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
    MOVE SPACES TO WS-Security-Warehouse
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

*> A security entry names the warehouse whose bins were concerned;
*> a bin belongs to no single item.
Write-Security-Audit.
    MOVE FUNCTION CURRENT-DATE TO WS-Audit-Timestamp
    MOVE WS-Security-Warehouse TO WSA-WarehouseCode
    MOVE SPACES TO WSA-ItemCode
    MOVE 'X' TO WSA-Action
    MOVE 0 TO WSA-Qty-Before
    MOVE 0 TO WSA-Qty-After
    MOVE WS-Operator-Id TO WSA-Operator-Id
    MOVE WS-Audit-Timestamp TO WSA-Timestamp
    MOVE 0 TO WSA-Cost-Before
    MOVE 0 TO WSA-Cost-After
    WRITE AuditLogRecord FROM WS-Audit-Line.

Maintain-One-Bin.
    DISPLAY 'Enter warehouse code: '
    ACCEPT WS-BN-WarehouseCode
    DISPLAY 'Enter bin code: '
    ACCEPT WS-BN-BinCode
    IF WS-BN-BinCode = SPACES
        DISPLAY 'Bin code cannot be blank - blank is the unbinned '
                'stock.'
    ELSE
        MOVE WS-BN-WarehouseCode TO BN-WarehouseCode
        MOVE WS-BN-BinCode TO BN-BinCode
        MOVE WS-BN-WarehouseCode TO WS-Security-Warehouse
        READ BinFile
            INVALID KEY
                IF Auth-To-Add
                    PERFORM Add-Bin-Record
                ELSE
                    DISPLAY 'Operator ' WS-Operator-Id ' is not '
                            'authorised to add bins.'
                    PERFORM Write-Security-Audit
                END-IF
            NOT INVALID KEY
                DISPLAY 'Warehouse: ' BN-WarehouseCode
                        ' Bin: ' BN-BinCode
                        ' Walk sequence: ' BN-WalkSequence
                        ' Description: ' BN-BinDescription
                DISPLAY 'U)pdate, D)elete, or any other key to cancel: '
                ACCEPT Response
                EVALUATE Response
                    WHEN 'U'
                    WHEN 'u'
                        IF NOT Auth-To-Update
                            DISPLAY 'Operator ' WS-Operator-Id ' is not '
                                    'authorised to update bins.'
                            PERFORM Write-Security-Audit
                        ELSE
                            PERFORM Update-Bin-Record
                        END-IF
                    WHEN 'D'
                    WHEN 'd'
                        IF NOT Auth-To-Delete
                            DISPLAY 'Operator ' WS-Operator-Id ' is not '
                                    'authorised to delete bins.'
                            PERFORM Write-Security-Audit
                        ELSE
                            PERFORM Delete-Bin-Record
                        END-IF
                    WHEN OTHER
                        DISPLAY 'No changes made.'
                END-EVALUATE
        END-READ
    END-IF.

Add-Bin-Record.
    DISPLAY 'No bin on file - adding.'
    MOVE WS-BN-WarehouseCode TO WH-WarehouseCode
    READ WarehouseFile
        INVALID KEY
            DISPLAY 'Warehouse ' WS-BN-WarehouseCode ' is not on '
                    'file - bin not added.'
            MOVE 'N' TO WS-Valid-Entry
        NOT INVALID KEY
            PERFORM Accept-Bin-Values
    END-READ
    IF Valid-Entry
        MOVE WS-BN-WarehouseCode TO BN-WarehouseCode
        MOVE WS-BN-BinCode TO BN-BinCode
        MOVE WS-BN-WalkSequence TO BN-WalkSequence
        MOVE WS-BN-BinDescription TO BN-BinDescription
        WRITE BN-BinRecord
            INVALID KEY
                DISPLAY 'Add failed for bin ' BN-WarehouseCode '/'
                        BN-BinCode
            NOT INVALID KEY
                ADD 1 TO WS-Maintained-Count
                DISPLAY 'Bin added.'
        END-WRITE
    END-IF.

Update-Bin-Record.
    PERFORM Accept-Bin-Values
    IF Valid-Entry
        MOVE WS-BN-WalkSequence TO BN-WalkSequence
        MOVE WS-BN-BinDescription TO BN-BinDescription
        REWRITE BN-BinRecord
            INVALID KEY
                DISPLAY 'Update failed for bin ' BN-WarehouseCode '/'
                        BN-BinCode
            NOT INVALID KEY
                ADD 1 TO WS-Maintained-Count
                DISPLAY 'Bin updated.'
        END-REWRITE
    END-IF.

*> A bin still holding stock of any item cannot be removed; the stock
*> must be moved out first so the bin quantities keep adding up to
*> the inventory.
Delete-Bin-Record.
    PERFORM Check-Bin-In-Use
    IF Bin-In-Use
        DISPLAY 'Bin ' BN-WarehouseCode '/' BN-BinCode ' still holds '
                'stock - move it out before removing the bin.'
    ELSE
        DELETE BinFile
            INVALID KEY
                DISPLAY 'Delete failed for bin ' BN-WarehouseCode '/'
                        BN-BinCode
            NOT INVALID KEY
                ADD 1 TO WS-Maintained-Count
                DISPLAY 'Bin removed.'
        END-DELETE
    END-IF.

*> BinStock.dat is keyed by item within warehouse, so every bin stock
*> record at the warehouse is read to look for the bin.
Check-Bin-In-Use.
    MOVE 'N' TO WS-Bin-In-Use
    MOVE 'N' TO WS-Bin-EOF
    MOVE BN-WarehouseCode TO BS-WarehouseCode
    MOVE LOW-VALUES TO BS-ItemCode
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
                IF BS-WarehouseCode NOT = BN-WarehouseCode
                    MOVE 'Y' TO WS-Bin-EOF
                ELSE
                    IF BS-BinCode = BN-BinCode
                        MOVE 'Y' TO WS-Bin-In-Use
                        MOVE 'Y' TO WS-Bin-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

Accept-Bin-Values.
    MOVE 'Y' TO WS-Valid-Entry
    DISPLAY 'Enter walk sequence: '
    ACCEPT WS-BN-WalkSequence
    DISPLAY 'Enter bin description: '
    ACCEPT WS-BN-BinDescription
    IF WS-BN-WalkSequence NOT NUMERIC
        DISPLAY 'Walk sequence must be numeric - entry rejected.'
        MOVE 'N' TO WS-Valid-Entry
    ELSE
        IF WS-BN-WalkSequence = 99999
            DISPLAY 'Walk sequence 99999 is kept for unbinned stock - '
                    'entry rejected.'
            MOVE 'N' TO WS-Valid-Entry
        END-IF
    END-IF.

*> Moves stock of one item from one bin to another at the same
*> warehouse. The from bin may be left blank to take the item's
*> unbinned stock; the to bin must be on Bins.dat. No more can be
*> moved than the from bin holds, nor so much that the to bin would
*> hold more than 9999, and a from bin left empty is deleted as every
*> posting program does.
Move-Bin-Stock.
    IF NOT Auth-To-Update
        DISPLAY 'Operator ' WS-Operator-Id ' is not authorised to '
                'move bin stock.'
        MOVE SPACES TO WS-Security-Warehouse
        PERFORM Write-Security-Audit
    ELSE
        PERFORM Accept-Move-Values
        IF Valid-Entry
            PERFORM Post-Bin-Move
        END-IF
    END-IF.

Accept-Move-Values.
    MOVE 'Y' TO WS-Valid-Entry
    DISPLAY 'Enter warehouse code: '
    ACCEPT WS-Move-WarehouseCode
    DISPLAY 'Enter item code: '
    ACCEPT WS-Move-ItemCode
    PERFORM List-Item-Bins
    DISPLAY 'Enter bin to move from (blank for unbinned stock): '
    ACCEPT WS-Move-From-Bin
    DISPLAY 'Enter bin to move to: '
    ACCEPT WS-Move-To-Bin
    DISPLAY 'Enter quantity to move: '
    ACCEPT WS-Move-Quantity
    IF WS-Move-Quantity NOT NUMERIC
        DISPLAY 'Quantity must be numeric - move rejected.'
        MOVE 'N' TO WS-Valid-Entry
    ELSE
        IF WS-Move-Quantity = 0
            DISPLAY 'Quantity must be greater than zero - move '
                    'rejected.'
            MOVE 'N' TO WS-Valid-Entry
        END-IF
    END-IF
    IF WS-Move-To-Bin = SPACES OR WS-Move-To-Bin = WS-Move-From-Bin
        DISPLAY 'The to bin must be a bin other than the from bin - '
                'move rejected.'
        MOVE 'N' TO WS-Valid-Entry
    END-IF
    IF Valid-Entry
        MOVE WS-Move-WarehouseCode TO BN-WarehouseCode
        MOVE WS-Move-To-Bin TO BN-BinCode
        READ BinFile
            INVALID KEY
                DISPLAY 'Bin ' WS-Move-WarehouseCode '/' WS-Move-To-Bin
                        ' is not on file - move rejected.'
                MOVE 'N' TO WS-Valid-Entry
        END-READ
    END-IF
    IF Valid-Entry
        MOVE WS-Move-WarehouseCode TO BS-WarehouseCode
        MOVE WS-Move-ItemCode TO BS-ItemCode
        MOVE WS-Move-To-Bin TO BS-BinCode
        READ BinStockFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                COMPUTE WS-Move-To-Total =
                    BS-BinQuantity + WS-Move-Quantity
                IF WS-Move-To-Total > 9999
                    DISPLAY 'Bin ' WS-Move-To-Bin ' already holds '
                            BS-BinQuantity ' - move rejected.'
                    MOVE 'N' TO WS-Valid-Entry
                END-IF
        END-READ
    END-IF
    IF Valid-Entry
        MOVE WS-Move-WarehouseCode TO BS-WarehouseCode
        MOVE WS-Move-ItemCode TO BS-ItemCode
        MOVE WS-Move-From-Bin TO BS-BinCode
        READ BinStockFile
            INVALID KEY
                DISPLAY 'Item ' WS-Move-ItemCode ' has no stock in '
                        'that bin - move rejected.'
                MOVE 'N' TO WS-Valid-Entry
            NOT INVALID KEY
                IF WS-Move-Quantity > BS-BinQuantity
                    DISPLAY 'The bin holds only ' BS-BinQuantity
                            ' - move rejected.'
                    MOVE 'N' TO WS-Valid-Entry
                END-IF
        END-READ
    END-IF.

*> The from bin record is still current from Accept-Move-Values. If
*> the to bin cannot take the stock the from bin is given it back, so
*> the bins still add up to the item's quantity.
Post-Bin-Move.
    IF WS-Move-Quantity = BS-BinQuantity
        DELETE BinStockFile
            INVALID KEY
                DISPLAY 'Bin stock could not be removed - move '
                        'abandoned.'
                MOVE 'N' TO WS-Valid-Entry
        END-DELETE
    ELSE
        SUBTRACT WS-Move-Quantity FROM BS-BinQuantity
        REWRITE BS-BinStockRecord
            INVALID KEY
                DISPLAY 'Bin stock could not be updated - move '
                        'abandoned.'
                MOVE 'N' TO WS-Valid-Entry
        END-REWRITE
    END-IF
    IF Valid-Entry
        PERFORM Post-To-Bin
        IF Valid-Entry
            ADD 1 TO WS-Moved-Count
            DISPLAY WS-Move-Quantity ' of ' WS-Move-ItemCode
                    ' moved to bin ' WS-Move-To-Bin '.'
        ELSE
            PERFORM Restore-From-Bin
        END-IF
    END-IF.

Post-To-Bin.
    MOVE WS-Move-WarehouseCode TO BS-WarehouseCode
    MOVE WS-Move-ItemCode TO BS-ItemCode
    MOVE WS-Move-To-Bin TO BS-BinCode
    READ BinStockFile
        INVALID KEY
            MOVE WS-Move-Quantity TO BS-BinQuantity
            WRITE BS-BinStockRecord
                INVALID KEY
                    DISPLAY 'Bin ' WS-Move-To-Bin ' could not be '
                            'written - file status '
                            WS-Bin-Stock-Status '.'
                    MOVE 'N' TO WS-Valid-Entry
            END-WRITE
        NOT INVALID KEY
            ADD WS-Move-Quantity TO BS-BinQuantity
                ON SIZE ERROR
                    DISPLAY 'Bin ' WS-Move-To-Bin ' cannot hold '
                            'more than 9999.'
                    MOVE 'N' TO WS-Valid-Entry
                NOT ON SIZE ERROR
                    REWRITE BS-BinStockRecord
                        INVALID KEY
                            DISPLAY 'Bin ' WS-Move-To-Bin ' could not '
                                    'be updated - file status '
                                    WS-Bin-Stock-Status '.'
                            MOVE 'N' TO WS-Valid-Entry
                    END-REWRITE
            END-ADD
    END-READ.

*> Puts the quantity taken out back into the from bin, recreating
*> the record if taking it out emptied the bin.
Restore-From-Bin.
    MOVE WS-Move-WarehouseCode TO BS-WarehouseCode
    MOVE WS-Move-ItemCode TO BS-ItemCode
    MOVE WS-Move-From-Bin TO BS-BinCode
    READ BinStockFile
        INVALID KEY
            MOVE WS-Move-Quantity TO BS-BinQuantity
            WRITE BS-BinStockRecord
                INVALID KEY
                    DISPLAY 'Bin stock could not be restored - file '
                            'status ' WS-Bin-Stock-Status '; run '
                            'InventoryBinRebuild.'
                NOT INVALID KEY
                    DISPLAY 'Move abandoned - stock left in the '
                            'from bin.'
            END-WRITE
        NOT INVALID KEY
            ADD WS-Move-Quantity TO BS-BinQuantity
            REWRITE BS-BinStockRecord
                INVALID KEY
                    DISPLAY 'Bin stock could not be restored - file '
                            'status ' WS-Bin-Stock-Status '; run '
                            'InventoryBinRebuild.'
                NOT INVALID KEY
                    DISPLAY 'Move abandoned - stock left in the '
                            'from bin.'
            END-REWRITE
    END-READ.

List-Item-Bins.
    MOVE 0 TO WS-Bin-Lines
    MOVE 'N' TO WS-Bin-EOF
    MOVE WS-Move-WarehouseCode TO BS-WarehouseCode
    MOVE WS-Move-ItemCode TO BS-ItemCode
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
                IF BS-WarehouseCode = WS-Move-WarehouseCode
                    AND BS-ItemCode = WS-Move-ItemCode
                    ADD 1 TO WS-Bin-Lines
                    IF BS-BinCode = SPACES
                        DISPLAY '  Unbinned  Quantity: ' BS-BinQuantity
                    ELSE
                        DISPLAY '  Bin: ' BS-BinCode
                                '  Quantity: ' BS-BinQuantity
                    END-IF
                ELSE
                    MOVE 'Y' TO WS-Bin-EOF
                END-IF
        END-READ
    END-PERFORM
    IF WS-Bin-Lines = 0
        DISPLAY 'Item ' WS-Move-ItemCode ' holds no bin stock at '
                'warehouse ' WS-Move-WarehouseCode '.'
    END-IF.

*> Bins.dat is in bin code order; the list is sorted into walk
*> sequence, so the bin file is closed for the sort and reopened.
List-Warehouse-Bins.
    DISPLAY 'Enter warehouse code: '
    ACCEPT WS-List-Warehouse
    MOVE 0 TO WS-Bin-Lines
    CLOSE BinFile
    SORT BinSortFile
        ON ASCENDING KEY SB-WarehouseCode
        ON ASCENDING KEY SB-WalkSequence
        ON ASCENDING KEY SB-BinCode
        USING BinFile
        OUTPUT PROCEDURE IS Display-Sorted-Bins
    PERFORM Open-Bin-File
    IF WS-Bin-Lines = 0
        DISPLAY 'Warehouse ' WS-List-Warehouse ' has no bins on file.'
    ELSE
        DISPLAY WS-Bin-Lines ' bin(s) on file.'
    END-IF.

Display-Sorted-Bins.
    MOVE 'N' TO WS-Bin-EOF
    PERFORM UNTIL Bin-EOF
        RETURN BinSortFile
            AT END
                MOVE 'Y' TO WS-Bin-EOF
            NOT AT END
                IF SB-WarehouseCode = WS-List-Warehouse
                    ADD 1 TO WS-Bin-Lines
                    DISPLAY '  ' SB-WalkSequence '  ' SB-BinCode '  '
                            SB-BinDescription
                END-IF
        END-RETURN
    END-PERFORM.
