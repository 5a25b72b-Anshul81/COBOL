IDENTIFICATION DIVISION.
PROGRAM-ID. ReorderForecast.

*> Proposes new reorder points and order quantities for
*> ItemParameters.dat from actual usage. Usage is every 'I' issue and
*> every transfer out ('T' where the quantity went down) on the live
*> audit log plus any dated AuditArchive files the operator names,
*> bucketed into weeks back from today over the number of weeks asked
*> for (a week with no usage counts as zero). Per warehouse/item the
*> weekly average and standard deviation are worked out, and with the
*> supplier's lead time:
*>   reorder point  = average x lead-time weeks
*>                    + service factor x std deviation
*>                      x square root of lead-time weeks
*>   order quantity = average x cover weeks, at least the supplier's
*>                    minimum order quantity
*> both rounded up. The service factor (default 1.65, about a 95%
*> service level) and cover weeks (default 4) come from
*> ForecastControl.dat. ReorderForecast.txt shows current against
*> proposed values for every parameter record, and each line that
*> would change is written to ReorderProposals.dat for the buyer to
*> accept; ReorderParameterApply then posts the accepted lines. An
*> item whose supplier is not on Suppliers.dat has no lead time and
*> is reported without a proposal.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ItemParameterFile ASSIGN TO 'ItemParameters.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS IP-ItemParameterKey
        FILE STATUS IS WS-Parameter-Status.

    SELECT SupplierFile ASSIGN TO 'Suppliers.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SP-SupplierCode
        FILE STATUS IS WS-Supplier-Status.

    SELECT AuditLogFile ASSIGN TO 'AuditLog.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Status.

    SELECT ArchiveFile ASSIGN USING WS-Archive-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Archive-Status.

    SELECT ControlFile ASSIGN TO 'ForecastControl.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Control-Status.

    SELECT UsageSortFile ASSIGN TO 'ForecastSort.tmp'.

    SELECT WeeklyUsageFile ASSIGN TO 'ForecastUsage.tmp'
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ForecastReportFile ASSIGN TO 'ReorderForecast.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ProposalFile ASSIGN TO 'ReorderProposals.dat'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ItemParameterFile.
COPY ITEMPAR REPLACING ==:PREFIX:== BY ==IP-==.

FD SupplierFile.
COPY SUPPREC REPLACING ==:PREFIX:== BY ==SP-==.

FD AuditLogFile.
01 AuditLogRecord PIC X(80).

FD ArchiveFile.
01 ArchiveRecord PIC X(80).

FD ControlFile.
01 ForecastControlRecord.
   05 FC-Service-Factor PIC 9V99.
   05 FC-Cover-Weeks PIC 9(2).

SD UsageSortFile.
01 UsageSortRecord.
   05 US-Key PIC X(8).
   05 US-Week PIC 9(2).
   05 US-Quantity PIC 9(4).

FD WeeklyUsageFile.
01 WeeklyUsageRecord.
   05 WU-Key PIC X(8).
   05 WU-Total-Usage PIC 9(7).
   05 WU-Weekly-Average PIC 9(7)V99.
   05 WU-Weekly-StdDev PIC 9(7)V99.

FD ForecastReportFile.
01 ForecastReportLine PIC X(110).

FD ProposalFile.
COPY REORDPRP REPLACING ==:PREFIX:== BY ==RP-==.

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 NOT-EOF VALUE 'N'.
01 WS-Sort-EOF PIC X VALUE 'N'.
   88 Sort-EOF VALUE 'Y'.
01 WS-WU-EOF PIC X VALUE 'N'.
   88 WU-EOF VALUE 'Y'.
01 WS-Parameter-Status PIC XX.
01 WS-Supplier-Status PIC XX.
   88 WS-Supp-OK VALUE '00'.
01 WS-Suppliers-Available PIC X VALUE 'N'.
   88 Suppliers-Available VALUE 'Y'.
01 WS-Audit-Status PIC XX.
01 WS-Archive-Status PIC XX.
01 WS-Control-Status PIC XX.
COPY AUDITLN REPLACING ==:PREFIX:== BY ==AU-==.
01 WS-Archive-File-Name PIC X(30).
01 WS-Current-Date PIC X(21).
01 WS-Run-Date PIC X(8).
01 WS-Run-Day-Number PIC 9(7).
01 WS-Date-Numeric PIC 9(8).
01 WS-Day-Number PIC 9(7).
01 WS-Age-Days PIC S9(7).
01 WS-Window-Days PIC 9(4).
01 WS-Usage-Quantity PIC 9(4).
01 WS-Entries-Released PIC 9(9) VALUE 0.

01 WS-Forecast-Weeks PIC 9(2) VALUE 13.
01 WS-Weeks-Entry PIC 9(2).
01 WS-Service-Factor PIC 9V99 VALUE 1.65.
01 WS-Cover-Weeks PIC 9(2) VALUE 4.

01 WS-Held-Key PIC X(8).
01 WS-Held-Week PIC 9(2).
01 WS-Key-Active PIC X VALUE 'N'.
   88 Key-Active VALUE 'Y'.
   88 Key-Not-Active VALUE 'N'.
01 WS-Week-Total PIC 9(7).
01 WS-Key-Total PIC 9(9).
01 WS-Key-Sum-Squares PIC 9(15).
01 WS-Mean PIC 9(7)V9(4).
01 WS-Variance PIC 9(13)V9(4).

01 WS-Current-WU-Key PIC X(8).
01 WS-Item-Average PIC 9(7)V99.
01 WS-Item-StdDev PIC 9(7)V99.
01 WS-Lead-Time-Days PIC 9(3).
01 WS-Min-Order-Qty PIC 9(4).
01 WS-Lead-Time-Weeks PIC 9(3)V9(4).
01 WS-Work-Quantity PIC 9(9)V9(4).
01 WS-Whole-Quantity PIC 9(9).
01 WS-Proposed-Point PIC 9(4).
01 WS-Proposed-Quantity PIC 9(4).
01 WS-Supplier-Known PIC X.
   88 Supplier-Known VALUE 'Y'.
   88 Supplier-Unknown VALUE 'N'.

01 WS-Parameters-Read PIC 9(6) VALUE 0.
01 WS-Proposals-Written PIC 9(6) VALUE 0.
01 WS-No-Change-Count PIC 9(6) VALUE 0.
01 WS-No-Supplier-Count PIC 9(6) VALUE 0.

01 WS-Report-Header-1.
   05 FILLER PIC X(31) VALUE 'REORDER PARAMETER FORECAST AT '.
   05 WS-RH-Date PIC X(8).
   05 FILLER PIC X(9) VALUE '  WEEKS: '.
   05 WS-RH-Weeks PIC Z9.
   05 FILLER PIC X(18) VALUE '  SERVICE FACTOR: '.
   05 WS-RH-Factor PIC 9.99.
   05 FILLER PIC X(15) VALUE '  COVER WEEKS: '.
   05 WS-RH-Cover PIC Z9.

01 WS-Report-Header-2.
   05 FILLER PIC X(4) VALUE 'WH'.
   05 FILLER PIC X(7) VALUE 'ITEM'.
   05 FILLER PIC X(7) VALUE 'SUPP'.
   05 FILLER PIC X(5) VALUE 'LT'.
   05 FILLER PIC X(11) VALUE '   AVG/WK'.
   05 FILLER PIC X(11) VALUE '    SD/WK'.
   05 FILLER PIC X(7) VALUE 'CUR RP'.
   05 FILLER PIC X(7) VALUE 'NEW RP'.
   05 FILLER PIC X(7) VALUE 'CUR RQ'.
   05 FILLER PIC X(7) VALUE 'NEW RQ'.
   05 FILLER PIC X(20) VALUE 'STATUS'.

01 WS-Detail-Line.
   05 WS-DL-WarehouseCode PIC X(3).
   05 FILLER PIC X VALUE SPACE.
   05 WS-DL-ItemCode PIC X(5).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-DL-SupplierCode PIC X(5).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-DL-LeadTime PIC ZZ9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-DL-Average PIC Z,ZZZ,ZZ9.99.
   05 FILLER PIC X VALUE SPACE.
   05 WS-DL-StdDev PIC Z,ZZZ,ZZ9.99.
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-DL-Current-Point PIC ZZZ9.
   05 FILLER PIC X(3) VALUE SPACES.
   05 WS-DL-Proposed-Point PIC ZZZ9.
   05 FILLER PIC X(3) VALUE SPACES.
   05 WS-DL-Current-Quantity PIC ZZZ9.
   05 FILLER PIC X(3) VALUE SPACES.
   05 WS-DL-Proposed-Quantity PIC ZZZ9.
   05 FILLER PIC X(3) VALUE SPACES.
   05 WS-DL-Status PIC X(20).

01 WS-Count-Line.
   05 WS-CL-Label PIC X(28).
   05 WS-CL-Count PIC ZZZZZ9.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
    MOVE WS-Current-Date (1:8) TO WS-Run-Date
    MOVE WS-Run-Date TO WS-Date-Numeric
    COMPUTE WS-Run-Day-Number =
        FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)

    OPEN INPUT ItemParameterFile
    IF WS-Parameter-Status = '35'
        DISPLAY 'ItemParameters.dat does not exist - nothing to '
                'forecast.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT SupplierFile
    IF WS-Supp-OK
        MOVE 'Y' TO WS-Suppliers-Available
    ELSE
        DISPLAY 'Suppliers.dat could not be opened - file status '
                WS-Supplier-Status '. No lead times are known, so no '
                'changes can be proposed.'
    END-IF
    PERFORM Load-Forecast-Control
    PERFORM Accept-Forecast-Weeks

    SORT UsageSortFile
        ON ASCENDING KEY US-Key
                         US-Week
        INPUT PROCEDURE IS Gather-Usage
        OUTPUT PROCEDURE IS Distil-Weekly-Usage

    OPEN INPUT WeeklyUsageFile
    OPEN OUTPUT ForecastReportFile
    OPEN OUTPUT ProposalFile
    MOVE WS-Run-Date TO WS-RH-Date
    MOVE WS-Forecast-Weeks TO WS-RH-Weeks
    MOVE WS-Service-Factor TO WS-RH-Factor
    MOVE WS-Cover-Weeks TO WS-RH-Cover
    WRITE ForecastReportLine FROM WS-Report-Header-1
    MOVE SPACES TO ForecastReportLine
    WRITE ForecastReportLine
    WRITE ForecastReportLine FROM WS-Report-Header-2

    MOVE 'N' TO WS-WU-EOF
    PERFORM Get-Next-Weekly-Usage
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL EOF
        READ ItemParameterFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-Parameters-Read
                PERFORM Forecast-One-Item
        END-READ
    END-PERFORM
    PERFORM Print-Forecast-Totals

    CLOSE ItemParameterFile
    IF Suppliers-Available
        CLOSE SupplierFile
    END-IF
    CLOSE WeeklyUsageFile
    CLOSE ForecastReportFile
    CLOSE ProposalFile
    DISPLAY 'Reorder forecast complete - ' WS-Parameters-Read
            ' parameter record(s) read, ' WS-Proposals-Written
            ' change(s) proposed, ' WS-No-Change-Count
            ' unchanged, ' WS-No-Supplier-Count
            ' without a supplier lead time.'
    IF WS-Proposals-Written > 0
        DISPLAY 'Mark accepted lines Y in ReorderProposals.dat and '
                'run ReorderParameterApply.'
    END-IF
    STOP RUN.

Load-Forecast-Control.
    OPEN INPUT ControlFile
    IF WS-Control-Status = '35'
        DISPLAY 'ForecastControl.dat does not exist - service factor '
                WS-Service-Factor ' and ' WS-Cover-Weeks
                ' cover weeks apply.'
    ELSE
        READ ControlFile
            NOT AT END
                IF FC-Service-Factor NUMERIC
                    MOVE FC-Service-Factor TO WS-Service-Factor
                END-IF
                IF FC-Cover-Weeks NUMERIC AND FC-Cover-Weeks > 0
                    MOVE FC-Cover-Weeks TO WS-Cover-Weeks
                END-IF
        END-READ
        CLOSE ControlFile
    END-IF.

Accept-Forecast-Weeks.
    DISPLAY 'Enter number of weeks of usage to forecast from '
            '(1-52, 0 for 13): '
    ACCEPT WS-Weeks-Entry
    IF WS-Weeks-Entry NUMERIC
        AND WS-Weeks-Entry > 0 AND WS-Weeks-Entry <= 52
        MOVE WS-Weeks-Entry TO WS-Forecast-Weeks
    ELSE
        DISPLAY 'Forecasting from the default ' WS-Forecast-Weeks
                ' weeks.'
    END-IF
    COMPUTE WS-Window-Days = WS-Forecast-Weeks * 7.

*> The live log is always read; archives are read as the operator
*> names them, so a forecast can reach back past the last archive
*> run.
Gather-Usage.
    MOVE 'N' TO WS-EOF
    OPEN INPUT AuditLogFile
    IF WS-Audit-Status = '35'
        DISPLAY 'AuditLog.dat does not exist - live log skipped.'
    ELSE
        PERFORM UNTIL EOF
            READ AuditLogFile
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE AuditLogRecord TO AU-Audit-Line
                    PERFORM Release-Usage-Entry
            END-READ
        END-PERFORM
        CLOSE AuditLogFile
    END-IF
    PERFORM Read-Archive-Files.

Read-Archive-Files.
    DISPLAY 'Enter an AuditArchive file name to include '
            '(blank when done): '
    ACCEPT WS-Archive-File-Name
    PERFORM UNTIL WS-Archive-File-Name = SPACES
        PERFORM Read-One-Archive
        DISPLAY 'Enter an AuditArchive file name to include '
                '(blank when done): '
        ACCEPT WS-Archive-File-Name
    END-PERFORM.

Read-One-Archive.
    MOVE 'N' TO WS-EOF
    OPEN INPUT ArchiveFile
    IF WS-Archive-Status = '35'
        DISPLAY 'Archive ' WS-Archive-File-Name
                ' does not exist - skipped.'
    ELSE
        PERFORM UNTIL EOF
            READ ArchiveFile
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE ArchiveRecord TO AU-Audit-Line
                    PERFORM Release-Usage-Entry
            END-READ
        END-PERFORM
        CLOSE ArchiveFile
    END-IF.

*> Usage is what left the warehouse: issues, and transfers where the
*> quantity went down. Each entry inside the window is released with
*> the number of whole weeks it lies before today.
Release-Usage-Entry.
    IF AU-Date NUMERIC
        AND AU-Qty-Before NUMERIC AND AU-Qty-After NUMERIC
        AND (AU-Action = 'I' OR AU-Action = 'T')
        AND AU-Qty-After < AU-Qty-Before
        MOVE AU-Date TO WS-Date-Numeric
        COMPUTE WS-Day-Number =
            FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)
        COMPUTE WS-Age-Days = WS-Run-Day-Number - WS-Day-Number
        IF WS-Day-Number > 0
            AND WS-Age-Days >= 0 AND WS-Age-Days < WS-Window-Days
            COMPUTE WS-Usage-Quantity = AU-Qty-Before - AU-Qty-After
            MOVE AU-WarehouseCode TO US-Key (1:3)
            MOVE AU-ItemCode TO US-Key (4:5)
            COMPUTE US-Week = WS-Age-Days / 7
            MOVE WS-Usage-Quantity TO US-Quantity
            RELEASE UsageSortRecord
            ADD 1 TO WS-Entries-Released
        END-IF
    END-IF.

*> Entries come back by key and week. Each week's usage is totalled,
*> and each key's weekly totals give its average and standard
*> deviation over the whole window - weeks with no entries are the
*> zeros the division by the number of weeks supplies. One record
*> per key goes to the work file, in parameter-file key order.
Distil-Weekly-Usage.
    OPEN OUTPUT WeeklyUsageFile
    PERFORM UNTIL Sort-EOF
        RETURN UsageSortFile
            AT END
                MOVE 'Y' TO WS-Sort-EOF
            NOT AT END
                IF Key-Active AND US-Key NOT = WS-Held-Key
                    PERFORM End-Usage-Week
                    PERFORM Write-Weekly-Usage
                END-IF
                IF Key-Not-Active OR US-Key NOT = WS-Held-Key
                    MOVE US-Key TO WS-Held-Key
                    MOVE US-Week TO WS-Held-Week
                    MOVE 0 TO WS-Week-Total
                    MOVE 0 TO WS-Key-Total
                    MOVE 0 TO WS-Key-Sum-Squares
                    MOVE 'Y' TO WS-Key-Active
                END-IF
                IF US-Week NOT = WS-Held-Week
                    PERFORM End-Usage-Week
                    MOVE US-Week TO WS-Held-Week
                END-IF
                ADD US-Quantity TO WS-Week-Total
        END-RETURN
    END-PERFORM
    IF Key-Active
        PERFORM End-Usage-Week
        PERFORM Write-Weekly-Usage
    END-IF
    CLOSE WeeklyUsageFile.

End-Usage-Week.
    ADD WS-Week-Total TO WS-Key-Total
    COMPUTE WS-Key-Sum-Squares =
        WS-Key-Sum-Squares + (WS-Week-Total * WS-Week-Total)
    MOVE 0 TO WS-Week-Total.

Write-Weekly-Usage.
    COMPUTE WS-Mean = WS-Key-Total / WS-Forecast-Weeks
    COMPUTE WS-Variance =
        (WS-Key-Sum-Squares / WS-Forecast-Weeks) - (WS-Mean * WS-Mean)
        ON SIZE ERROR
            MOVE 0 TO WS-Variance
    END-COMPUTE
    MOVE WS-Held-Key TO WU-Key
    MOVE WS-Key-Total TO WU-Total-Usage
    COMPUTE WU-Weekly-Average ROUNDED = WS-Mean
    IF WS-Variance > 0
        COMPUTE WU-Weekly-StdDev ROUNDED = FUNCTION SQRT (WS-Variance)
    ELSE
        MOVE 0 TO WU-Weekly-StdDev
    END-IF
    WRITE WeeklyUsageRecord.

Get-Next-Weekly-Usage.
    IF WU-EOF
        MOVE HIGH-VALUES TO WS-Current-WU-Key
    ELSE
        READ WeeklyUsageFile
            AT END
                MOVE 'Y' TO WS-WU-EOF
                MOVE HIGH-VALUES TO WS-Current-WU-Key
            NOT AT END
                MOVE WU-Key TO WS-Current-WU-Key
        END-READ
    END-IF.

*> A parameter record with no usage in the window forecasts at zero,
*> which proposes no reorder point - exactly what slow stock wants.
Forecast-One-Item.
    PERFORM UNTIL WS-Current-WU-Key >= IP-ItemParameterKey
        PERFORM Get-Next-Weekly-Usage
    END-PERFORM
    MOVE 0 TO WS-Item-Average
    MOVE 0 TO WS-Item-StdDev
    IF WS-Current-WU-Key = IP-ItemParameterKey
        MOVE WU-Weekly-Average TO WS-Item-Average
        MOVE WU-Weekly-StdDev TO WS-Item-StdDev
    END-IF
    PERFORM Find-Item-Supplier
    MOVE IP-WarehouseCode TO WS-DL-WarehouseCode
    MOVE IP-ItemCode TO WS-DL-ItemCode
    MOVE IP-SupplierCode TO WS-DL-SupplierCode
    MOVE WS-Lead-Time-Days TO WS-DL-LeadTime
    MOVE WS-Item-Average TO WS-DL-Average
    MOVE WS-Item-StdDev TO WS-DL-StdDev
    MOVE IP-ReorderPoint TO WS-DL-Current-Point
    MOVE IP-ReorderQuantity TO WS-DL-Current-Quantity
    IF Supplier-Unknown
        ADD 1 TO WS-No-Supplier-Count
        MOVE 0 TO WS-DL-Proposed-Point
        MOVE 0 TO WS-DL-Proposed-Quantity
        MOVE 'NO SUPPLIER LEAD TIME' TO WS-DL-Status
    ELSE
        PERFORM Calculate-Proposal
        MOVE WS-Proposed-Point TO WS-DL-Proposed-Point
        MOVE WS-Proposed-Quantity TO WS-DL-Proposed-Quantity
        IF WS-Proposed-Point = IP-ReorderPoint
            AND WS-Proposed-Quantity = IP-ReorderQuantity
            ADD 1 TO WS-No-Change-Count
            MOVE 'NO CHANGE' TO WS-DL-Status
        ELSE
            PERFORM Write-Proposal
            MOVE 'PROPOSED' TO WS-DL-Status
        END-IF
    END-IF
    WRITE ForecastReportLine FROM WS-Detail-Line.

Find-Item-Supplier.
    MOVE 'N' TO WS-Supplier-Known
    MOVE 0 TO WS-Lead-Time-Days
    MOVE 0 TO WS-Min-Order-Qty
    IF Suppliers-Available AND IP-SupplierCode NOT = SPACES
        MOVE IP-SupplierCode TO SP-SupplierCode
        READ SupplierFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-Supplier-Known
                IF SP-LeadTimeDays NUMERIC
                    MOVE SP-LeadTimeDays TO WS-Lead-Time-Days
                END-IF
                IF SP-MinOrderQty NUMERIC
                    MOVE SP-MinOrderQty TO WS-Min-Order-Qty
                END-IF
        END-READ
    END-IF.

*> Both figures are rounded up to whole units and held to the four
*> digits the parameter record carries.
Calculate-Proposal.
    COMPUTE WS-Lead-Time-Weeks = WS-Lead-Time-Days / 7
    COMPUTE WS-Work-Quantity =
        (WS-Item-Average * WS-Lead-Time-Weeks)
        + (WS-Service-Factor * WS-Item-StdDev
           * FUNCTION SQRT (WS-Lead-Time-Weeks))
    PERFORM Round-Up-Work-Quantity
    MOVE WS-Whole-Quantity TO WS-Proposed-Point
    COMPUTE WS-Work-Quantity = WS-Item-Average * WS-Cover-Weeks
    PERFORM Round-Up-Work-Quantity
    IF WS-Whole-Quantity < WS-Min-Order-Qty
        MOVE WS-Min-Order-Qty TO WS-Whole-Quantity
    END-IF
    MOVE WS-Whole-Quantity TO WS-Proposed-Quantity.

Round-Up-Work-Quantity.
    MOVE WS-Work-Quantity TO WS-Whole-Quantity
    IF WS-Work-Quantity > WS-Whole-Quantity
        ADD 1 TO WS-Whole-Quantity
    END-IF
    IF WS-Whole-Quantity > 9999
        MOVE 9999 TO WS-Whole-Quantity
    END-IF.

Write-Proposal.
    MOVE 'N' TO RP-AcceptFlag
    MOVE IP-WarehouseCode TO RP-WarehouseCode
    MOVE IP-ItemCode TO RP-ItemCode
    MOVE IP-SupplierCode TO RP-SupplierCode
    MOVE WS-Lead-Time-Days TO RP-LeadTimeDays
    MOVE WS-Item-Average TO RP-WeeklyAverage
    MOVE WS-Item-StdDev TO RP-WeeklyStdDev
    MOVE IP-ReorderPoint TO RP-Current-ReorderPoint
    MOVE IP-ReorderQuantity TO RP-Current-ReorderQuantity
    MOVE WS-Proposed-Point TO RP-Proposed-ReorderPoint
    MOVE WS-Proposed-Quantity TO RP-Proposed-ReorderQuantity
    MOVE WS-Run-Date TO RP-ForecastDate
    WRITE RP-ProposalRecord
    ADD 1 TO WS-Proposals-Written.

Print-Forecast-Totals.
    MOVE SPACES TO ForecastReportLine
    WRITE ForecastReportLine
    MOVE 'PARAMETER RECORDS READ:' TO WS-CL-Label
    MOVE WS-Parameters-Read TO WS-CL-Count
    WRITE ForecastReportLine FROM WS-Count-Line
    MOVE 'CHANGES PROPOSED:' TO WS-CL-Label
    MOVE WS-Proposals-Written TO WS-CL-Count
    WRITE ForecastReportLine FROM WS-Count-Line
    MOVE 'NO CHANGE:' TO WS-CL-Label
    MOVE WS-No-Change-Count TO WS-CL-Count
    WRITE ForecastReportLine FROM WS-Count-Line
    MOVE 'NO SUPPLIER LEAD TIME:' TO WS-CL-Label
    MOVE WS-No-Supplier-Count TO WS-CL-Count
    WRITE ForecastReportLine FROM WS-Count-Line.
