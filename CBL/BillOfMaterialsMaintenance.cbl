IDENTIFICATION DIVISION.
PROGRAM-ID. BillOfMaterialsMaintenance.

*> Online maintenance of BillOfMaterials.dat, the kit master that
*> InventoryBatchLoad uses to explode an 'I' issue for a kit into its
*> component issues. One record per kit component: the kit (parent)
*> item, the component item and the quantity of the component used
*> per kit. The operator signs on exactly as for InventoryManager;
*> adding a component line needs add authority, changing a quantity
*> per needs update authority and removing a line needs delete
*> authority, and every refusal is written to the audit log with
*> action 'X'. A component must be stocked at one warehouse at least
*> when it is added. Components are issued from their own stock, so a
*> component that is itself a kit is issued as an item, not exploded
*> again.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BOMFile ASSIGN TO 'BillOfMaterials.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BM-BOMKey
        FILE STATUS IS WS-BOM-Status.

    SELECT InventoryFile ASSIGN TO 'Inventory.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS InventoryKey
        ALTERNATE RECORD KEY IS ItemCode WITH DUPLICATES
        FILE STATUS IS WS-Inventory-Status.

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
FD BOMFile.
COPY BOMREC REPLACING ==:PREFIX:== BY ==BM-==.

FD InventoryFile.
COPY INVREC REPLACING ==:PREFIX:== BY == ==.

FD AuditLogFile.
01 AuditLogRecord PIC X(80).

FD OperatorFile.
COPY OPERREC REPLACING ==:PREFIX:== BY ==OP-==.

WORKING-STORAGE SECTION.
01 Response PIC X.
01 MoreKits PIC X VALUE 'Y'.
   88 More-Kits VALUE 'Y'.
   88 No-More-Kits VALUE 'N'.
COPY BOMREC REPLACING ==:PREFIX:== BY ==WS-BM-==.
01 WS-BOM-Status PIC XX.
   88 WS-BOM-OK VALUE '00'.
   88 WS-BOM-Does-Not-Exist VALUE '35'.
01 WS-Inventory-Status PIC XX.
   88 WS-Inv-OK VALUE '00'.
01 WS-Inventory-Available PIC X VALUE 'N'.
   88 Inventory-Available VALUE 'Y'.
01 WS-Audit-Status PIC XX.
01 WS-Valid-Entry PIC X VALUE 'Y'.
   88 Valid-Entry VALUE 'Y'.
   88 Invalid-Entry VALUE 'N'.
01 WS-BOM-EOF PIC X VALUE 'N'.
   88 BOM-EOF VALUE 'Y'.
01 WS-Kit-Lines PIC 9(6).
01 WS-Maintained-Count PIC 9(6) VALUE 0.
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
    PERFORM Open-BOM-File
    PERFORM Open-Inventory-File

    PERFORM UNTIL No-More-Kits
        PERFORM Maintain-One-Kit
        DISPLAY 'Maintain more kits? (Y/N): '
        ACCEPT Response
        IF Response NOT = 'Y'
            MOVE 'N' TO MoreKits
        END-IF
    END-PERFORM

    CLOSE BOMFile
    IF Inventory-Available
        CLOSE InventoryFile
    END-IF
    CLOSE AuditLogFile
    DISPLAY 'Bill of materials maintenance complete - '
            WS-Maintained-Count ' record(s) maintained.'
    STOP RUN.

Open-Audit-Log-File.
    OPEN EXTEND AuditLogFile
    IF WS-Audit-Status = '35'
        OPEN OUTPUT AuditLogFile
        CLOSE AuditLogFile
        OPEN EXTEND AuditLogFile
    END-IF.

Open-BOM-File.
    OPEN I-O BOMFile
    IF WS-BOM-Does-Not-Exist
        OPEN OUTPUT BOMFile
        CLOSE BOMFile
        OPEN I-O BOMFile
    END-IF
    IF NOT WS-BOM-OK
        DISPLAY 'BillOfMaterials.dat could not be opened - file status '
                WS-BOM-Status '.'
        PERFORM Refuse-Sign-On
    END-IF.

*> The inventory file is only consulted to confirm a new component
*> is a stocked item; without it components are taken on trust.
Open-Inventory-File.
    OPEN INPUT InventoryFile
    IF WS-Inv-OK
        MOVE 'Y' TO WS-Inventory-Available
    ELSE
        DISPLAY 'Inventory.dat could not be opened - file status '
                WS-Inventory-Status '. Components will not be checked '
                'against stock.'
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
            MOVE SPACES TO WS-Security-Item
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
        MOVE SPACES TO WS-Security-Item
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
    MOVE SPACES TO WS-Security-Item
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

*> A security entry names the kit item concerned; a bill of
*> materials belongs to no warehouse.
Write-Security-Audit.
    MOVE FUNCTION CURRENT-DATE TO WS-Audit-Timestamp
    MOVE SPACES TO WSA-WarehouseCode
    MOVE WS-Security-Item TO WSA-ItemCode
    MOVE 'X' TO WSA-Action
    MOVE 0 TO WSA-Qty-Before
    MOVE 0 TO WSA-Qty-After
    MOVE WS-Operator-Id TO WSA-Operator-Id
    MOVE WS-Audit-Timestamp TO WSA-Timestamp
    MOVE 0 TO WSA-Cost-Before
    MOVE 0 TO WSA-Cost-After
    WRITE AuditLogRecord FROM WS-Audit-Line.

*> The kit's current components are listed first so the operator can
*> see what the kit holds before picking a line to change.
Maintain-One-Kit.
    DISPLAY 'Enter kit item code: '
    ACCEPT WS-BM-ParentItemCode
    IF WS-BM-ParentItemCode = SPACES
        DISPLAY 'Kit item code cannot be blank.'
    ELSE
        PERFORM List-Kit-Components
        DISPLAY 'Enter component item code: '
        ACCEPT WS-BM-ComponentItemCode
        MOVE WS-BM-ParentItemCode TO BM-ParentItemCode
        MOVE WS-BM-ComponentItemCode TO BM-ComponentItemCode
        READ BOMFile
            INVALID KEY
                IF Auth-To-Add
                    PERFORM Add-Component-Record
                ELSE
                    DISPLAY 'Operator ' WS-Operator-Id ' is not '
                            'authorised to add kit components.'
                    MOVE WS-BM-ParentItemCode TO WS-Security-Item
                    PERFORM Write-Security-Audit
                END-IF
            NOT INVALID KEY
                DISPLAY 'Kit: ' BM-ParentItemCode
                        ' Component: ' BM-ComponentItemCode
                        ' Quantity per kit: ' BM-QuantityPer
                DISPLAY 'U)pdate, D)elete, or any other key to cancel: '
                ACCEPT Response
                EVALUATE Response
                    WHEN 'U'
                    WHEN 'u'
                        IF NOT Auth-To-Update
                            DISPLAY 'Operator ' WS-Operator-Id ' is not '
                                    'authorised to update kit '
                                    'components.'
                            MOVE BM-ParentItemCode TO WS-Security-Item
                            PERFORM Write-Security-Audit
                        ELSE
                            PERFORM Update-Component-Record
                        END-IF
                    WHEN 'D'
                    WHEN 'd'
                        IF NOT Auth-To-Delete
                            DISPLAY 'Operator ' WS-Operator-Id ' is not '
                                    'authorised to delete kit '
                                    'components.'
                            MOVE BM-ParentItemCode TO WS-Security-Item
                            PERFORM Write-Security-Audit
                        ELSE
                            PERFORM Delete-Component-Record
                        END-IF
                    WHEN OTHER
                        DISPLAY 'No changes made.'
                END-EVALUATE
        END-READ
    END-IF.

List-Kit-Components.
    MOVE 0 TO WS-Kit-Lines
    MOVE WS-BM-ParentItemCode TO BM-ParentItemCode
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
                IF BM-ParentItemCode = WS-BM-ParentItemCode
                    ADD 1 TO WS-Kit-Lines
                    DISPLAY '  Component: ' BM-ComponentItemCode
                            ' Quantity per kit: ' BM-QuantityPer
                ELSE
                    MOVE 'Y' TO WS-BOM-EOF
                END-IF
        END-READ
    END-PERFORM
    IF WS-Kit-Lines = 0
        DISPLAY 'Item ' WS-BM-ParentItemCode ' has no components - '
                'it is not a kit yet.'
    ELSE
        DISPLAY WS-Kit-Lines ' component(s) on file.'
    END-IF.

Add-Component-Record.
    DISPLAY 'No component line on file - adding.'
    PERFORM Accept-Component-Values
    IF Valid-Entry
        PERFORM Check-Component-Stocked
    END-IF
    IF Valid-Entry
        MOVE WS-BM-ParentItemCode TO BM-ParentItemCode
        MOVE WS-BM-ComponentItemCode TO BM-ComponentItemCode
        MOVE WS-BM-QuantityPer TO BM-QuantityPer
        WRITE BM-BOMRecord
            INVALID KEY
                DISPLAY 'Add failed for kit ' BM-ParentItemCode
                        ' component ' BM-ComponentItemCode
            NOT INVALID KEY
                ADD 1 TO WS-Maintained-Count
                DISPLAY 'Component line added.'
        END-WRITE
    END-IF.

Update-Component-Record.
    PERFORM Accept-Component-Values
    IF Valid-Entry
        MOVE WS-BM-QuantityPer TO BM-QuantityPer
        REWRITE BM-BOMRecord
            INVALID KEY
                DISPLAY 'Update failed for kit ' BM-ParentItemCode
                        ' component ' BM-ComponentItemCode
            NOT INVALID KEY
                ADD 1 TO WS-Maintained-Count
                DISPLAY 'Component line updated.'
        END-REWRITE
    END-IF.

Delete-Component-Record.
    DELETE BOMFile
        INVALID KEY
            DISPLAY 'Delete failed for kit ' BM-ParentItemCode
                    ' component ' BM-ComponentItemCode
        NOT INVALID KEY
            ADD 1 TO WS-Maintained-Count
            DISPLAY 'Component line deleted.'
    END-DELETE.

Accept-Component-Values.
    MOVE 'Y' TO WS-Valid-Entry
    DISPLAY 'Enter quantity per kit: '
    ACCEPT WS-BM-QuantityPer
    IF WS-BM-ComponentItemCode = SPACES
        DISPLAY 'Component item code cannot be blank - entry rejected.'
        MOVE 'N' TO WS-Valid-Entry
    END-IF
    IF WS-BM-ComponentItemCode = WS-BM-ParentItemCode
        DISPLAY 'A kit cannot be a component of itself - '
                'entry rejected.'
        MOVE 'N' TO WS-Valid-Entry
    END-IF
    IF WS-BM-QuantityPer NOT NUMERIC
        DISPLAY 'Quantity per kit must be numeric - entry rejected.'
        MOVE 'N' TO WS-Valid-Entry
    ELSE
        IF WS-BM-QuantityPer = 0
            DISPLAY 'Quantity per kit must be greater than zero - '
                    'entry rejected.'
            MOVE 'N' TO WS-Valid-Entry
        END-IF
    END-IF.

Check-Component-Stocked.
    IF Inventory-Available
        MOVE WS-BM-ComponentItemCode TO ItemCode
        START InventoryFile KEY = ItemCode
            INVALID KEY
                DISPLAY 'Item ' WS-BM-ComponentItemCode
                        ' is not stocked at any warehouse - '
                        'entry rejected.'
                MOVE 'N' TO WS-Valid-Entry
        END-START
    END-IF.
