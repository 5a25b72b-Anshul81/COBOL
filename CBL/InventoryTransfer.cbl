        RECORD KEY IS WH-WarehouseCode
        FILE STATUS IS WS-Warehouse-File-Status.

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

    SELECT SuspenseFile ASSIGN USING WS-Suspense-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Suspense-Status.

DATA DIVISION.
FILE SECTION.
FD InventoryFile.
FD WarehouseFile.
COPY WHSEREC REPLACING ==:PREFIX:== BY ==WH-==.

FD LotFile.
COPY LOTREC REPLACING ==:PREFIX:== BY ==LT-==.

FD BinStockFile.
COPY BINSTK REPLACING ==:PREFIX:== BY ==BS-==.

FD PeriodFile.
COPY PERIODREC REPLACING ==:PREFIX:== BY ==PD-==.

FD SuspenseFile.
01 SuspenseRecord.
   05 SU-ReasonCode PIC X(2).
   05 SU-TransactionData PIC X(66).

WORKING-STORAGE SECTION.
01 Response PIC X.
01 MoreTransfers PIC X VALUE 'Y'.
01 WS-Pwd-Age-Days PIC S9(7).
01 WS-Password-Expiry-Days PIC 9(3) VALUE 90.
01 WS-Max-Failed-Attempts PIC 9 VALUE 3.
01 WS-Lot-Status PIC XX.
   88 WS-Lot-OK VALUE '00'.
   88 WS-Lot-File-Missing VALUE '35'.
01 WS-Run-Date PIC X(8).
01 WS-Lot-Number PIC X(10).
01 WS-Lot-Expiry PIC X(8).
01 WS-Lot-Quantity PIC 9(4).
01 WS-Lot-Taken PIC 9(4).
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

PROCEDURE DIVISION.
Begin.
    PERFORM Open-Audit-Log-File
    PERFORM Sign-On-Operator
    PERFORM Open-Warehouse-File
    PERFORM Open-Lot-File
    PERFORM Open-Bin-Stock-File
    PERFORM Open-Period-File

    PERFORM UNTIL No-More-Transfers
        PERFORM Transfer-One-Item
    CLOSE InventoryFile
    CLOSE AuditLogFile
    CLOSE WarehouseFile
    IF Periods-Available
        CLOSE PeriodFile
    END-IF
    CLOSE LotFile
    CLOSE BinStockFile
    DISPLAY 'Stock transfer complete - ' WS-Transfer-Count
            ' transfer(s) posted.'
    STOP RUN.
        PERFORM Refuse-Sign-On
    END-IF.

*> Lots travel with the stock, so the lot file must be there before
*> any transfer posts.
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
        CLOSE WarehouseFile
        PERFORM Refuse-Sign-On
    END-IF.

*> Bin stock moves with the stock, so the bin stock file must be
*> there before any transfer posts.
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
                        MOVE 'N' TO WS-Valid-Entry
                END-ADD
        END-READ
    END-IF
    IF Valid-Entry
        PERFORM Check-Transfer-Period
    END-IF.

*> Stock moves today, so a transfer is refused while today's accounting
*> period is closed. The suspense record is a 'T' line at the sending
*> warehouse naming the receiving one; it is re-keyed here once the
*> period is reopened or the next one is set up, not fed to the batch
*> load.
Check-Transfer-Period.
    MOVE WS-Run-Date TO WS-Posting-Date
    PERFORM Check-Posting-Period
    IF Posting-Period-Closed
        DISPLAY 'Accounting period ' WS-Locked-Period ' is closed - '
                'transfer rejected.'
        MOVE 'N' TO WS-Valid-Entry
        MOVE SPACES TO WS-TR-TransactionRecord
        MOVE WS-From-Warehouse TO WS-TR-WarehouseCode
        MOVE WS-Transfer-ItemCode TO WS-TR-ItemCode
        STRING 'TO ' WS-To-Warehouse DELIMITED BY SIZE
            INTO WS-TR-ItemName
        MOVE WS-Transfer-Quantity TO WS-TR-ItemQuantity
        MOVE WS-Source-UnitCost TO WS-TR-UnitCost
        MOVE 'T' TO WS-TR-TransType
        PERFORM Write-Period-Suspense
    END-IF.

*> Both warehouses must be on the warehouse master and open for
    ADD 1 TO WS-Transfer-Count
    DISPLAY 'Transferred ' WS-Transfer-Quantity ' of '
            WS-Transfer-ItemCode ' from ' WS-From-Warehouse
            ' to ' WS-To-Warehouse '.'
    PERFORM Move-Transfer-Lots
    PERFORM Move-Transfer-Bins.

*> The quantity moved comes out of the source warehouse's lots
*> earliest expiry first, and each piece lands in the same lot at the
*> receiving warehouse, so a recall finds the stock wherever it went.
*> The source key is restarted for every lot so a deleted lot never
*> upsets the read position. A shortfall means the source lots were
*> already out of step with its inventory record; it is reported and
*> left for AuditIntegrityCheck.
Move-Transfer-Lots.
    MOVE WS-Transfer-Quantity TO WS-Lot-Remaining
    MOVE 'N' TO WS-Lot-EOF
    PERFORM UNTIL WS-Lot-Remaining = 0 OR Lot-EOF
        MOVE WS-From-Warehouse TO LT-WarehouseCode
        MOVE WS-Transfer-ItemCode TO LT-ItemCode
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
                    IF LT-WarehouseCode = WS-From-Warehouse
                        AND LT-ItemCode = WS-Transfer-ItemCode
                        PERFORM Take-From-One-Lot
                    ELSE
                        MOVE 'Y' TO WS-Lot-EOF
                    END-IF
            END-READ
        END-IF
    END-PERFORM
    IF WS-Lot-Remaining > 0
        DISPLAY 'Lots at ' WS-From-Warehouse ' are ' WS-Lot-Remaining
                ' short of the quantity moved - placed in the '
                'untracked lot at ' WS-To-Warehouse '.'
        MOVE SPACES TO WS-Lot-Number
        MOVE '99999999' TO WS-Lot-Expiry
        MOVE WS-Lot-Remaining TO WS-Lot-Quantity
        PERFORM Add-To-Target-Lot
    END-IF.

Take-From-One-Lot.
    MOVE LT-LotNumber TO WS-Lot-Number
    MOVE LT-ExpiryDate TO WS-Lot-Expiry
    IF LT-LotQuantity > WS-Lot-Remaining
        MOVE WS-Lot-Remaining TO WS-Lot-Taken
        SUBTRACT WS-Lot-Remaining FROM LT-LotQuantity
        REWRITE LT-LotRecord
            INVALID KEY
                DISPLAY 'Lot ' LT-LotNumber ' could not be updated at '
                        WS-From-Warehouse '.'
                MOVE 0 TO WS-Lot-Taken
                MOVE 'Y' TO WS-Lot-EOF
        END-REWRITE
    ELSE
        MOVE LT-LotQuantity TO WS-Lot-Taken
        DELETE LotFile
            INVALID KEY
                DISPLAY 'Lot ' LT-LotNumber ' could not be removed at '
                        WS-From-Warehouse '.'
                MOVE 0 TO WS-Lot-Taken
                MOVE 'Y' TO WS-Lot-EOF
        END-DELETE
    END-IF
    IF WS-Lot-Taken > 0
        SUBTRACT WS-Lot-Taken FROM WS-Lot-Remaining
        MOVE WS-Lot-Taken TO WS-Lot-Quantity
        PERFORM Add-To-Target-Lot
        IF WS-Lot-Number NOT = SPACES
            DISPLAY '  Lot ' WS-Lot-Number ' expiring ' WS-Lot-Expiry
                    ': ' WS-Lot-Taken ' moved.'
        END-IF
    END-IF.

*> The quantity moved leaves the source warehouse's bins and is put
*> away at the receiving warehouse to the bin already holding the
*> item there, or to its unbinned stock; the operator is told which.
Move-Transfer-Bins.
    MOVE WS-Transfer-Quantity TO WS-Bin-Quantity
    MOVE WS-From-Warehouse TO WarehouseCode
    PERFORM Draw-From-Bins
    MOVE WS-To-Warehouse TO WarehouseCode
    MOVE WS-Transfer-Quantity TO WS-Bin-Quantity
    PERFORM Find-Putaway-Bin
    PERFORM Add-To-Bin
    IF WS-Bin-Code = SPACES
        DISPLAY '  No bin holds ' WS-Transfer-ItemCode ' at '
                WS-To-Warehouse ' - stock is unbinned until moved '
                'with BinMaintenance.'
    ELSE
        DISPLAY '  Put away to bin ' WS-Bin-Code ' at '
                WS-To-Warehouse '.'
    END-IF.

Add-To-Target-Lot.
    MOVE WS-To-Warehouse TO LT-WarehouseCode
    MOVE WS-Transfer-ItemCode TO LT-ItemCode
    MOVE WS-Lot-Expiry TO LT-ExpiryDate
    MOVE WS-Lot-Number TO LT-LotNumber
    READ LotFile
        INVALID KEY
            MOVE WS-Lot-Quantity TO LT-LotQuantity
            MOVE WS-Run-Date TO LT-ReceivedDate
            WRITE LT-LotRecord
                INVALID KEY
                    DISPLAY 'Lot ' WS-Lot-Number ' could not be '
                            'written at ' WS-To-Warehouse '.'
            END-WRITE
        NOT INVALID KEY
            ADD WS-Lot-Quantity TO LT-LotQuantity
                ON SIZE ERROR
                    MOVE 9999 TO LT-LotQuantity
            END-ADD
            REWRITE LT-LotRecord
                INVALID KEY
                    DISPLAY 'Lot ' WS-Lot-Number ' could not be '
                            'updated at ' WS-To-Warehouse '.'
            END-REWRITE
    END-READ.

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


*> If the receiving side cannot be posted, put the stock back at the
*> source so no quantity is lost, and log the reversal.
