IDENTIFICATION DIVISION.
PROGRAM-ID. MasterFileBackup.

*> First step of the night stream: takes a backup generation of
*> Inventory.dat and the other indexed master files before anything
*> posts to them. Each master is copied to BKP<stamp>-<name> and
*> listed on BackupCatalog.dat under the generation stamp, which
*> InventoryRecovery uses to restore Inventory.dat and roll it
*> forward from the audit log. BackupControl.dat holds the number of
*> generations kept (default 7); once a new generation is safely
*> taken the oldest beyond that number are deleted and dropped from
*> the catalog. A master that has never been set up is skipped, but
*> Inventory.dat must be copied or the step fails with return code 8
*> and the stream does not post without a backup.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CatalogFile ASSIGN TO 'BackupCatalog.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Catalog-Status.

    SELECT CatalogWorkFile ASSIGN TO 'BackupCatalog.tmp'
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ControlFile ASSIGN TO 'BackupControl.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Control-Status.

DATA DIVISION.
FILE SECTION.
FD CatalogFile.
COPY BKUPCAT REPLACING ==:PREFIX:== BY ==BK-==.

FD CatalogWorkFile.
COPY BKUPCAT REPLACING ==:PREFIX:== BY ==BW-==.

FD ControlFile.
01 ControlRecord.
   05 BC-Generations PIC 9(2).

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 NOT-EOF VALUE 'N'.
01 WS-Catalog-Status PIC XX.
01 WS-Control-Status PIC XX.
01 WS-Current-Date PIC X(21).
01 WS-Generation PIC X(16).
01 WS-Generations-Kept PIC 9(2) VALUE 7.

*> The indexed masters, in the order they are copied. Inventory.dat
*> comes first and is the only one that must exist.
01 WS-Master-Count PIC 9(2) VALUE 14.
01 WS-Master-Table.
   05 WS-Master-Entry OCCURS 20 TIMES.
      10 WS-MF-Name PIC X(30).
      10 WS-MF-Backup PIC X(50).
      10 WS-MF-Copied PIC X.
         88 Master-Copied VALUE 'Y'.
01 WS-Master-Index PIC 9(2).
01 WS-Copied-Count PIC 9(2) VALUE 0.
01 WS-Skipped-Count PIC 9(2) VALUE 0.
01 WS-File-Details PIC X(16).
01 WS-Backup-Failed PIC X VALUE 'N'.
   88 Backup-Failed VALUE 'Y'.

01 WS-Old-Generations PIC 9(4) VALUE 0.
01 WS-Drop-Generations PIC 9(4) VALUE 0.
01 WS-Generation-Number PIC 9(4) VALUE 0.
01 WS-Previous-Generation PIC X(16).
01 WS-Deleted-Count PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
    MOVE WS-Current-Date (1:16) TO WS-Generation
    PERFORM Initialise-Master-Table
    PERFORM Load-Generations-Kept

    MOVE 0 TO WS-Master-Index
    PERFORM UNTIL WS-Master-Index >= WS-Master-Count
        OR Backup-Failed
        ADD 1 TO WS-Master-Index
        PERFORM Copy-One-Master
    END-PERFORM

    IF Backup-Failed
        PERFORM Remove-Partial-Generation
        DISPLAY 'Backup generation ' WS-Generation ' NOT taken.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM Count-Old-Generations
    IF WS-Old-Generations + 1 > WS-Generations-Kept
        COMPUTE WS-Drop-Generations =
            WS-Old-Generations + 1 - WS-Generations-Kept
    END-IF
    PERFORM Rebuild-Catalog
    DISPLAY 'Backup generation ' WS-Generation ' taken - '
            WS-Copied-Count ' master file(s) copied, '
            WS-Skipped-Count ' not set up, '
            WS-Drop-Generations ' old generation(s) removed ('
            WS-Deleted-Count ' file(s)).'
    STOP RUN.

Initialise-Master-Table.
    MOVE 'Inventory.dat' TO WS-MF-Name (1)
    MOVE 'InventoryLots.dat' TO WS-MF-Name (2)
    MOVE 'Warehouses.dat' TO WS-MF-Name (3)
    MOVE 'Operators.dat' TO WS-MF-Name (4)
    MOVE 'ItemParameters.dat' TO WS-MF-Name (5)
    MOVE 'Suppliers.dat' TO WS-MF-Name (6)
    MOVE 'OpenPurchaseOrders.dat' TO WS-MF-Name (7)
    MOVE 'CustomerOrders.dat' TO WS-MF-Name (8)
    MOVE 'BillOfMaterials.dat' TO WS-MF-Name (9)
    MOVE 'CycleCountHistory.dat' TO WS-MF-Name (10)
    MOVE 'AccountingPeriods.dat' TO WS-MF-Name (11)
    MOVE 'PendingApprovals.dat' TO WS-MF-Name (12)
    MOVE 'Bins.dat' TO WS-MF-Name (13)
    MOVE 'BinStock.dat' TO WS-MF-Name (14)
    MOVE 0 TO WS-Master-Index
    PERFORM UNTIL WS-Master-Index >= WS-Master-Count
        ADD 1 TO WS-Master-Index
        MOVE SPACES TO WS-MF-Backup (WS-Master-Index)
        STRING 'BKP' WS-Generation '-'
               WS-MF-Name (WS-Master-Index)
            DELIMITED BY SPACE INTO WS-MF-Backup (WS-Master-Index)
        MOVE 'N' TO WS-MF-Copied (WS-Master-Index)
    END-PERFORM.

Load-Generations-Kept.
    OPEN INPUT ControlFile
    IF WS-Control-Status = '35'
        DISPLAY 'BackupControl.dat does not exist - default of '
                WS-Generations-Kept ' generations kept.'
    ELSE
        READ ControlFile
            NOT AT END
                IF BC-Generations NUMERIC AND BC-Generations > 0
                    MOVE BC-Generations TO WS-Generations-Kept
                END-IF
        END-READ
        CLOSE ControlFile
    END-IF.

Copy-One-Master.
    CALL 'CBL_CHECK_FILE_EXIST' USING WS-MF-Name (WS-Master-Index)
                                      WS-File-Details
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        IF WS-Master-Index = 1
            DISPLAY 'Inventory.dat does not exist - nothing to back '
                    'up.'
            MOVE 'Y' TO WS-Backup-Failed
        ELSE
            ADD 1 TO WS-Skipped-Count
        END-IF
    ELSE
        CALL 'CBL_COPY_FILE' USING WS-MF-Name (WS-Master-Index)
                                   WS-MF-Backup (WS-Master-Index)
        IF RETURN-CODE NOT = 0
            DISPLAY WS-MF-Name (WS-Master-Index) ' could not be '
                    'copied to ' WS-MF-Backup (WS-Master-Index) '.'
            MOVE 'Y' TO WS-Backup-Failed
        ELSE
            MOVE 'Y' TO WS-MF-Copied (WS-Master-Index)
            ADD 1 TO WS-Copied-Count
        END-IF
        MOVE 0 TO RETURN-CODE
    END-IF.

*> A generation that could not be completed is not catalogued, so
*> its copies are removed rather than left to look like a backup.
Remove-Partial-Generation.
    MOVE 0 TO WS-Master-Index
    PERFORM UNTIL WS-Master-Index >= WS-Master-Count
        ADD 1 TO WS-Master-Index
        IF Master-Copied (WS-Master-Index)
            CALL 'CBL_DELETE_FILE' USING WS-MF-Backup (WS-Master-Index)
            MOVE 0 TO RETURN-CODE
        END-IF
    END-PERFORM.

*> Generations are appended in the order taken, so a change of stamp
*> from one catalog line to the next starts the next generation.
Count-Old-Generations.
    MOVE SPACES TO WS-Previous-Generation
    OPEN INPUT CatalogFile
    IF WS-Catalog-Status NOT = '35'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL EOF
            READ CatalogFile
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF BK-Generation NOT = WS-Previous-Generation
                        ADD 1 TO WS-Old-Generations
                        MOVE BK-Generation TO WS-Previous-Generation
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CatalogFile
    END-IF.

*> The kept generations and the new one go to a work file first, then
*> back over the catalog; the oldest generations beyond the number
*> kept have their copies deleted on the way through.
Rebuild-Catalog.
    OPEN OUTPUT CatalogWorkFile
    MOVE SPACES TO WS-Previous-Generation
    OPEN INPUT CatalogFile
    IF WS-Catalog-Status NOT = '35'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL EOF
            READ CatalogFile
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM Carry-Catalog-Line
            END-READ
        END-PERFORM
        CLOSE CatalogFile
    END-IF
    MOVE 0 TO WS-Master-Index
    PERFORM UNTIL WS-Master-Index >= WS-Master-Count
        ADD 1 TO WS-Master-Index
        IF Master-Copied (WS-Master-Index)
            MOVE SPACES TO BW-CatalogRecord
            MOVE WS-Generation TO BW-Generation
            MOVE WS-MF-Name (WS-Master-Index) TO BW-MasterFile
            MOVE WS-MF-Backup (WS-Master-Index) TO BW-BackupFile
            WRITE BW-CatalogRecord
        END-IF
    END-PERFORM
    CLOSE CatalogWorkFile

    OPEN INPUT CatalogWorkFile
    OPEN OUTPUT CatalogFile
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL EOF
        READ CatalogWorkFile
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                WRITE BK-CatalogRecord FROM BW-CatalogRecord
        END-READ
    END-PERFORM
    CLOSE CatalogWorkFile
    CLOSE CatalogFile.

Carry-Catalog-Line.
    IF BK-Generation NOT = WS-Previous-Generation
        ADD 1 TO WS-Generation-Number
        MOVE BK-Generation TO WS-Previous-Generation
    END-IF
    IF WS-Generation-Number > WS-Drop-Generations
        WRITE BW-CatalogRecord FROM BK-CatalogRecord
    ELSE
        CALL 'CBL_DELETE_FILE' USING BK-BackupFile
        MOVE 0 TO RETURN-CODE
        ADD 1 TO WS-Deleted-Count
    END-IF.
