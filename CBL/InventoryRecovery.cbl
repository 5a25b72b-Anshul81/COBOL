IDENTIFICATION DIVISION.
PROGRAM-ID. InventoryRecovery.

*> Forward recovery for Inventory.dat. The operator picks a backup
*> generation from BackupCatalog.dat (the latest by default); the
*> damaged file is kept as Inventory-DAMAGED-<stamp>.dat, the
*> generation's copy is restored over Inventory.dat, and every audit
*> log entry stamped after the generation is reapplied in written
*> order. Audit entries carry the after-image of each change, so an
*> entry sets the record's quantity and unit cost to what they were
*> left at; a delete removes the record and an add (or the first
*> movement of a key that was created after the backup) writes it
*> again. The audit log does not carry item names, so a recreated
*> record takes its name from the damaged file if that can still be
*> read, otherwise from the same item at another warehouse; a record
*> whose name cannot be found is listed for correction. Each entry's
*> before-quantity is checked against the record as it stands, so a
*> missing entry or a wrong generation shows up as a chain break on
*> the report. InventoryRecovery.txt lists the entries reapplied per
*> warehouse, and the run finishes with an AuditIntegrityCheck pass to
*> prove the result. Security ('X') entries change nothing and are
*> passed over. Only Inventory.dat is restored: the other masters in
*> the generation have no audit trail to roll them forward, and the
*> lot file is left as it stands for the integrity check to compare.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CatalogFile ASSIGN TO 'BackupCatalog.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Catalog-Status.

    SELECT InventoryFile ASSIGN TO 'Inventory.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS InventoryKey
        ALTERNATE RECORD KEY IS ItemCode WITH DUPLICATES
        FILE STATUS IS WS-Inventory-Status.

    SELECT DamagedFile ASSIGN USING WS-Damaged-File-Name
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DM-InventoryKey
        ALTERNATE RECORD KEY IS DM-ItemCode WITH DUPLICATES
        FILE STATUS IS WS-Damaged-Status.

    SELECT AuditLogFile ASSIGN TO 'AuditLog.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Status.

    SELECT RecoveryReportFile ASSIGN TO 'InventoryRecovery.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CatalogFile.
COPY BKUPCAT REPLACING ==:PREFIX:== BY ==BK-==.

FD InventoryFile.
COPY INVREC REPLACING ==:PREFIX:== BY == ==.

FD DamagedFile.
COPY INVREC REPLACING ==:PREFIX:== BY ==DM-==.

FD AuditLogFile.
01 AuditLogRecord PIC X(80).

FD RecoveryReportFile.
01 RecoveryReportLine PIC X(80).

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 NOT-EOF VALUE 'N'.
01 Response PIC X.
01 WS-Catalog-Status PIC XX.
01 WS-Inventory-Status PIC XX.
   88 WS-Inv-OK VALUE '00'.
01 WS-Damaged-Status PIC XX.
   88 WS-Damaged-OK VALUE '00'.
01 WS-Damaged-Available PIC X VALUE 'N'.
   88 Damaged-Available VALUE 'Y'.
01 WS-Audit-Status PIC XX.
COPY AUDITLN REPLACING ==:PREFIX:== BY ==AU-==.
01 WS-Current-Date PIC X(21).
01 WS-Damaged-File-Name PIC X(40).
01 WS-File-Details PIC X(16).

01 WS-Requested-Generation PIC X(16).
01 WS-Generation PIC X(16) VALUE SPACES.
01 WS-Backup-File PIC X(50) VALUE SPACES.
01 WS-Latest-Generation PIC X(16) VALUE SPACES.
01 WS-Latest-Backup-File PIC X(50) VALUE SPACES.
01 WS-Generations-Listed PIC 9(4) VALUE 0.

01 WS-Record-Found PIC X.
   88 Record-Found VALUE 'Y'.
01 WS-Name-Found PIC X.
   88 Name-Found VALUE 'Y'.
01 WS-Entries-Read PIC 9(6) VALUE 0.
01 WS-Entries-Applied PIC 9(6) VALUE 0.
01 WS-Chain-Breaks PIC 9(6) VALUE 0.
01 WS-Names-Missing PIC 9(6) VALUE 0.
01 WS-Update-Failures PIC 9(6) VALUE 0.

01 WS-Command PIC X(40).
01 WS-System-Status PIC S9(9) COMP.
01 WS-Check-RC PIC 9(2).

*> Entries reapplied per warehouse for the report.
01 WS-Whse-Count PIC 9(3) VALUE 0.
01 WS-Whse-Table.
   05 WS-Whse-Entry OCCURS 100 TIMES.
      10 WS-WT-WarehouseCode PIC X(3).
      10 WS-WT-Applied PIC 9(6).
      10 WS-WT-Breaks PIC 9(6).
01 WS-Whse-Index PIC 9(3).
01 WS-Whse-Found PIC X.
   88 Whse-Found VALUE 'Y'.

01 WS-Report-Header-1.
   05 FILLER PIC X(38)
      VALUE 'INVENTORY FORWARD RECOVERY - RESTORED '.
   05 WS-RH-Generation PIC X(16).

01 WS-Report-Header-2.
   05 FILLER PIC X(12) VALUE 'WAREHOUSE'.
   05 FILLER PIC X(12) VALUE '  REAPPLIED'.
   05 FILLER PIC X(14) VALUE '  CHAIN BREAKS'.

01 WS-Warehouse-Line.
   05 WS-WL-WarehouseCode PIC X(3).
   05 FILLER PIC X(12) VALUE SPACES.
   05 WS-WL-Applied PIC ZZZZZ9.
   05 FILLER PIC X(8) VALUE SPACES.
   05 WS-WL-Breaks PIC ZZZZZ9.

01 WS-Exception-Line.
   05 WS-EX-WarehouseCode PIC X(3).
   05 FILLER PIC X VALUE '/'.
   05 WS-EX-ItemCode PIC X(5).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-EX-Action PIC X.
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-EX-Timestamp PIC X(16).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-EX-Text PIC X(45).

01 WS-Count-Line.
   05 WS-CL-Label PIC X(36).
   05 WS-CL-Count PIC ZZZZZ9.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
    PERFORM Choose-Generation
    DISPLAY 'Inventory.dat will be replaced by generation '
            WS-Generation ' (' WS-Backup-File ') and rolled forward '
            'from AuditLog.dat. Continue? (Y/N): '
    ACCEPT Response
    IF Response NOT = 'Y' AND Response NOT = 'y'
        DISPLAY 'Recovery not run.'
        STOP RUN
    END-IF
    PERFORM Restore-Generation

    OPEN I-O InventoryFile
    IF NOT WS-Inv-OK
        DISPLAY 'Restored Inventory.dat could not be opened - file '
                'status ' WS-Inventory-Status '.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT AuditLogFile
    IF WS-Audit-Status = '35'
        DISPLAY 'AuditLog.dat does not exist - the generation is '
                'restored with nothing to reapply.'
        CLOSE InventoryFile
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM Open-Damaged-File
    OPEN OUTPUT RecoveryReportFile
    MOVE WS-Generation TO WS-RH-Generation
    WRITE RecoveryReportLine FROM WS-Report-Header-1
    MOVE SPACES TO RecoveryReportLine
    WRITE RecoveryReportLine

    MOVE 'N' TO WS-EOF
    PERFORM UNTIL EOF
        READ AuditLogFile INTO AU-Audit-Line
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-Entries-Read
                IF AU-Timestamp (1:16) > WS-Generation
                    AND AU-Action NOT = 'X'
                    PERFORM Reapply-Audit-Entry
                END-IF
        END-READ
    END-PERFORM
    CLOSE AuditLogFile
    CLOSE InventoryFile
    IF Damaged-Available
        CLOSE DamagedFile
    END-IF

    PERFORM Write-Recovery-Summary
    PERFORM Run-Integrity-Check
    CLOSE RecoveryReportFile
    DISPLAY 'Recovery complete - ' WS-Entries-Applied
            ' audit entries reapplied, ' WS-Chain-Breaks
            ' chain break(s), ' WS-Names-Missing
            ' name(s) not recovered; integrity check return code '
            WS-Check-RC '. See InventoryRecovery.txt.'
    EVALUATE TRUE
        WHEN WS-Check-RC >= 8
            MOVE 8 TO RETURN-CODE
        WHEN WS-Check-RC > 0 OR WS-Chain-Breaks > 0
            OR WS-Names-Missing > 0 OR WS-Update-Failures > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

*> The catalog's Inventory.dat generations are listed oldest first;
*> a blank answer takes the latest.
Choose-Generation.
    OPEN INPUT CatalogFile
    IF WS-Catalog-Status = '35'
        DISPLAY 'BackupCatalog.dat does not exist - no backup '
                'generation to restore.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY 'Inventory.dat backup generations:'
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL EOF
        READ CatalogFile
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                IF BK-MasterFile = 'Inventory.dat'
                    ADD 1 TO WS-Generations-Listed
                    DISPLAY '  ' BK-Generation '  ' BK-BackupFile
                    MOVE BK-Generation TO WS-Latest-Generation
                    MOVE BK-BackupFile TO WS-Latest-Backup-File
                END-IF
        END-READ
    END-PERFORM
    CLOSE CatalogFile
    IF WS-Generations-Listed = 0
        DISPLAY 'No Inventory.dat generation is catalogued.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY 'Enter generation to restore (blank for the latest): '
    MOVE SPACES TO WS-Requested-Generation
    ACCEPT WS-Requested-Generation
    IF WS-Requested-Generation = SPACES
        MOVE WS-Latest-Generation TO WS-Generation
        MOVE WS-Latest-Backup-File TO WS-Backup-File
    ELSE
        PERFORM Find-Requested-Generation
    END-IF.

Find-Requested-Generation.
    OPEN INPUT CatalogFile
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL EOF
        READ CatalogFile
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                IF BK-MasterFile = 'Inventory.dat'
                    AND BK-Generation = WS-Requested-Generation
                    MOVE BK-Generation TO WS-Generation
                    MOVE BK-BackupFile TO WS-Backup-File
                    MOVE 'Y' TO WS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CatalogFile
    IF WS-Generation = SPACES
        DISPLAY 'Generation ' WS-Requested-Generation ' is not in the '
                'catalog - recovery not run.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The damaged file is copied aside before anything is overwritten;
*> if it cannot be kept the restore does not go ahead.
Restore-Generation.
    CALL 'CBL_CHECK_FILE_EXIST' USING WS-Backup-File WS-File-Details
    IF RETURN-CODE NOT = 0
        DISPLAY 'Backup copy ' WS-Backup-File ' is missing - recovery '
                'not run.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-Damaged-File-Name
    STRING 'Inventory-DAMAGED-' WS-Current-Date (1:14) '.dat'
        DELIMITED BY SIZE INTO WS-Damaged-File-Name
    CALL 'CBL_CHECK_FILE_EXIST' USING 'Inventory.dat' WS-File-Details
    IF RETURN-CODE = 0
        CALL 'CBL_COPY_FILE' USING 'Inventory.dat' WS-Damaged-File-Name
        IF RETURN-CODE NOT = 0
            DISPLAY 'Inventory.dat could not be kept as '
                    WS-Damaged-File-Name ' - recovery not run.'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY 'Damaged file kept as ' WS-Damaged-File-Name
    ELSE
        MOVE SPACES TO WS-Damaged-File-Name
    END-IF
    MOVE 0 TO RETURN-CODE
    CALL 'CBL_COPY_FILE' USING WS-Backup-File 'Inventory.dat'
    IF RETURN-CODE NOT = 0
        DISPLAY WS-Backup-File ' could not be restored to '
                'Inventory.dat.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 0 TO RETURN-CODE.

*> The damaged file is only read for item names, and only if it still
*> opens.
Open-Damaged-File.
    IF WS-Damaged-File-Name NOT = SPACES
        OPEN INPUT DamagedFile
        IF WS-Damaged-OK
            MOVE 'Y' TO WS-Damaged-Available
        ELSE
            DISPLAY WS-Damaged-File-Name ' cannot be opened - item '
                    'names come from the restored generation only.'
        END-IF
    END-IF.

Reapply-Audit-Entry.
    PERFORM Find-Warehouse-Row
    MOVE AU-WarehouseCode TO WarehouseCode
    MOVE AU-ItemCode TO ItemCode
    MOVE 'N' TO WS-Record-Found
    READ InventoryFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-Record-Found
    END-READ
    EVALUATE TRUE
        WHEN AU-Action = 'D'
            PERFORM Reapply-Delete
        WHEN Record-Found
            PERFORM Reapply-Change
        WHEN OTHER
            PERFORM Reapply-Create
    END-EVALUATE.

Reapply-Delete.
    IF NOT Record-Found
        MOVE 'DELETE - RECORD ALREADY ABSENT' TO WS-EX-Text
        PERFORM Note-Chain-Break
    ELSE
        IF ItemQuantity NOT = AU-Qty-Before
            MOVE 'DELETE - QUANTITY BEFORE DOES NOT MATCH' TO WS-EX-Text
            PERFORM Note-Chain-Break
        END-IF
        DELETE InventoryFile
            INVALID KEY
                MOVE 'DELETE FAILED' TO WS-EX-Text
                PERFORM Note-Update-Failure
            NOT INVALID KEY
                PERFORM Count-Applied
        END-DELETE
    END-IF.

Reapply-Change.
    IF AU-Action = 'A'
        MOVE 'ADD - RECORD ALREADY ON FILE' TO WS-EX-Text
        PERFORM Note-Chain-Break
    ELSE
        IF ItemQuantity NOT = AU-Qty-Before
            MOVE 'QUANTITY BEFORE DOES NOT MATCH' TO WS-EX-Text
            PERFORM Note-Chain-Break
        END-IF
    END-IF
    MOVE AU-Qty-After TO ItemQuantity
    IF AU-Cost-After NUMERIC
        MOVE AU-Cost-After TO UnitCost
    END-IF
    REWRITE InventoryRecord
        INVALID KEY
            MOVE 'REWRITE FAILED' TO WS-EX-Text
            PERFORM Note-Update-Failure
        NOT INVALID KEY
            PERFORM Count-Applied
    END-REWRITE.

*> An add, or the first movement of a key created after the backup
*> (the receiving side of a transfer, say), puts the record back.
Reapply-Create.
    IF AU-Action NOT = 'A' AND AU-Qty-Before NOT = 0
        MOVE 'RECORD ABSENT - QUANTITY BEFORE NOT ZERO' TO WS-EX-Text
        PERFORM Note-Chain-Break
    END-IF
    PERFORM Recover-Item-Name
    MOVE AU-WarehouseCode TO WarehouseCode
    MOVE AU-ItemCode TO ItemCode
    MOVE AU-Qty-After TO ItemQuantity
    IF AU-Cost-After NUMERIC
        MOVE AU-Cost-After TO UnitCost
    ELSE
        MOVE 0 TO UnitCost
    END-IF
    WRITE InventoryRecord
        INVALID KEY
            MOVE 'WRITE FAILED' TO WS-EX-Text
            PERFORM Note-Update-Failure
        NOT INVALID KEY
            PERFORM Count-Applied
    END-WRITE.

Recover-Item-Name.
    MOVE 'N' TO WS-Name-Found
    MOVE SPACES TO ItemName
    IF Damaged-Available
        MOVE AU-WarehouseCode TO DM-WarehouseCode
        MOVE AU-ItemCode TO DM-ItemCode
        READ DamagedFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF DM-ItemName NOT = SPACES
                    MOVE DM-ItemName TO ItemName
                    MOVE 'Y' TO WS-Name-Found
                END-IF
        END-READ
    END-IF
    IF NOT Name-Found
        MOVE AU-ItemCode TO ItemCode
        READ InventoryFile KEY IS ItemCode
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-Name-Found
        END-READ
    END-IF
    IF NOT Name-Found
        MOVE 'NAME NOT RECOVERED' TO ItemName
        MOVE 'ITEM NAME NOT RECOVERED - CORRECT BY HAND'
            TO WS-EX-Text
        PERFORM Write-Exception-Line
        ADD 1 TO WS-Names-Missing
    END-IF.

Count-Applied.
    ADD 1 TO WS-Entries-Applied
    ADD 1 TO WS-WT-Applied (WS-Whse-Index).

Note-Chain-Break.
    PERFORM Write-Exception-Line
    ADD 1 TO WS-Chain-Breaks
    ADD 1 TO WS-WT-Breaks (WS-Whse-Index).

Note-Update-Failure.
    PERFORM Write-Exception-Line
    ADD 1 TO WS-Update-Failures.

Write-Exception-Line.
    MOVE AU-WarehouseCode TO WS-EX-WarehouseCode
    MOVE AU-ItemCode TO WS-EX-ItemCode
    MOVE AU-Action TO WS-EX-Action
    MOVE AU-Timestamp (1:16) TO WS-EX-Timestamp
    WRITE RecoveryReportLine FROM WS-Exception-Line.

*> Warehouses are added to the report table as they are met; past the
*> table's size the last row collects the rest.
Find-Warehouse-Row.
    MOVE 'N' TO WS-Whse-Found
    MOVE 0 TO WS-Whse-Index
    PERFORM UNTIL Whse-Found OR WS-Whse-Index >= WS-Whse-Count
        ADD 1 TO WS-Whse-Index
        IF WS-WT-WarehouseCode (WS-Whse-Index) = AU-WarehouseCode
            MOVE 'Y' TO WS-Whse-Found
        END-IF
    END-PERFORM
    IF NOT Whse-Found
        IF WS-Whse-Count < 100
            ADD 1 TO WS-Whse-Count
            MOVE WS-Whse-Count TO WS-Whse-Index
            MOVE AU-WarehouseCode TO WS-WT-WarehouseCode (WS-Whse-Index)
            MOVE 0 TO WS-WT-Applied (WS-Whse-Index)
            MOVE 0 TO WS-WT-Breaks (WS-Whse-Index)
        ELSE
            MOVE 100 TO WS-Whse-Index
            MOVE '***' TO WS-WT-WarehouseCode (WS-Whse-Index)
        END-IF
    END-IF.

Write-Recovery-Summary.
    MOVE SPACES TO RecoveryReportLine
    WRITE RecoveryReportLine
    WRITE RecoveryReportLine FROM WS-Report-Header-2
    MOVE 0 TO WS-Whse-Index
    PERFORM UNTIL WS-Whse-Index >= WS-Whse-Count
        ADD 1 TO WS-Whse-Index
        MOVE WS-WT-WarehouseCode (WS-Whse-Index) TO WS-WL-WarehouseCode
        MOVE WS-WT-Applied (WS-Whse-Index) TO WS-WL-Applied
        MOVE WS-WT-Breaks (WS-Whse-Index) TO WS-WL-Breaks
        WRITE RecoveryReportLine FROM WS-Warehouse-Line
    END-PERFORM
    MOVE SPACES TO RecoveryReportLine
    WRITE RecoveryReportLine
    MOVE 'AUDIT ENTRIES READ: ' TO WS-CL-Label
    MOVE WS-Entries-Read TO WS-CL-Count
    WRITE RecoveryReportLine FROM WS-Count-Line
    MOVE 'ENTRIES REAPPLIED: ' TO WS-CL-Label
    MOVE WS-Entries-Applied TO WS-CL-Count
    WRITE RecoveryReportLine FROM WS-Count-Line
    MOVE 'CHAIN BREAKS: ' TO WS-CL-Label
    MOVE WS-Chain-Breaks TO WS-CL-Count
    WRITE RecoveryReportLine FROM WS-Count-Line
    MOVE 'ITEM NAMES NOT RECOVERED: ' TO WS-CL-Label
    MOVE WS-Names-Missing TO WS-CL-Count
    WRITE RecoveryReportLine FROM WS-Count-Line
    MOVE 'UPDATE FAILURES: ' TO WS-CL-Label
    MOVE WS-Update-Failures TO WS-CL-Count
    WRITE RecoveryReportLine FROM WS-Count-Line.

*> The integrity check replays the whole audit log against the
*> recovered file and compares its lots; it runs the way the night
*> stream runs its steps, and its outcome closes the report.
Run-Integrity-Check.
    MOVE './AuditIntegrityCheck' TO WS-Command
    DISPLAY 'Running AuditIntegrityCheck against the recovered file.'
    CALL 'SYSTEM' USING WS-Command
    MOVE RETURN-CODE TO WS-System-Status
    MOVE 0 TO RETURN-CODE
    IF WS-System-Status > 255
        DIVIDE WS-System-Status BY 256
            GIVING WS-System-Status
    END-IF
    IF WS-System-Status > 99 OR WS-System-Status < 0
        MOVE 99 TO WS-Check-RC
    ELSE
        MOVE WS-System-Status TO WS-Check-RC
    END-IF
    MOVE 'INTEGRITY CHECK RETURN CODE: ' TO WS-CL-Label
    MOVE WS-Check-RC TO WS-CL-Count
    WRITE RecoveryReportLine FROM WS-Count-Line
    IF WS-Check-RC = 0
        MOVE 'RECOVERED FILE AGREES WITH THE AUDIT LOG.'
            TO RecoveryReportLine
    ELSE
        MOVE 'RECOVERED FILE DOES NOT AGREE - SEE IntegrityReport.txt.'
            TO RecoveryReportLine
    END-IF
    WRITE RecoveryReportLine.
