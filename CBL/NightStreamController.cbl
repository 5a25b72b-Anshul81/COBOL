PROGRAM-ID. NightStreamController.

*> Drives the nightly batch stream that an operator used to run by
*> hand: MasterFileBackup, InventoryBatchLoad, AuditIntegrityCheck,
*> StockValuationExtract, InventoryReorderReport,
*> PurchaseOrderGenerate, LotExpiryReport and StockAvailabilityFeed,
*> in that order. The backup runs first so every night's postings
*> start from a catalogued generation InventoryRecovery can roll
*> forward, and the availability feed runs last so the web shop and
*> customer service start the day from a full refresh of the posted
*> figures (it is also run on its own during the day, with C, to send
*> the changes since). Each step's outcome is recorded on
*> NightRunControl.dat; a step ending with return code 8 stops the
*> stream (so a failed integrity check can never be followed by a
*> valuation extract), and a rerun resumes from the failed step
*> instead of repeating the ones that completed. The run ends with
*> one balancing page built from the totals hand-off files the steps
*> write, and lists every stock adjustment that has waited on
*> PendingApprovals.dat longer than the days allowed on
*> AdjustmentControl.dat (default 3). AuditLogArchive stays outside
*> the stream - it is run periodically and prompts for its cutoff
*> date.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BalancingReportFile ASSIGN TO 'NightBalancing.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PendingApprovalFile ASSIGN TO 'PendingApprovals.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PA-ApprovalNumber
        FILE STATUS IS WS-Pending-Status.

    SELECT AdjustControlFile ASSIGN TO 'AdjustmentControl.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Adjust-Control-Status.

DATA DIVISION.
FILE SECTION.
FD RunControlFile.
   05 BT-Audit-Written PIC 9(6).
   05 BT-Backordered PIC 9(6).
   05 BT-Backorders-Filled PIC 9(6).
   05 BT-Held-For-Approval PIC 9(6).

FD ValuationTotalsFile.
01 ValuationTotalsRecord.
FD BalancingReportFile.
01 BalancingReportLine PIC X(80).

FD PendingApprovalFile.
COPY PENDAPPR REPLACING ==:PREFIX:== BY ==PA-==.

FD AdjustControlFile.
01 AdjustControlRecord.
   05 AC-Threshold PIC 9(7)V99.
   05 AC-Pending-Days PIC 9(3).

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
01 WS-Valuation-Totals-Status PIC XX.
01 WS-Current-Date PIC X(21).
01 WS-Run-Date PIC X(8).
01 WS-Pending-Status PIC XX.
01 WS-Adjust-Control-Status PIC XX.
01 WS-Pending-Days-Allowed PIC 9(3) VALUE 3.
01 WS-Run-Date-Numeric PIC 9(8).
01 WS-Raised-Date-Numeric PIC 9(8).
01 WS-Pending-Age-Days PIC 9(5).
01 WS-Overdue-Count PIC 9(6) VALUE 0.

01 WS-Step-Count PIC 9(2) VALUE 8.
01 WS-Step-Table.
   05 WS-Step-Entry OCCURS 8 TIMES.
      10 WS-ST-Program PIC X(30).
      10 WS-ST-Outcome PIC X.
      10 WS-ST-RC PIC 9(2).
01 WS-Start-Step PIC 9(2) VALUE 1.
01 WS-Last-Complete PIC 9(2) VALUE 0.
01 WS-Failed-Step PIC 9(2) VALUE 0.
01 WS-Control-Mismatch PIC X VALUE 'N'.
   88 Control-Mismatch VALUE 'Y'.
01 WS-Stream-Stopped PIC X VALUE 'N'.
   88 Stream-Stopped VALUE 'Y'.
01 WS-Overall-RC PIC 9(2) VALUE 0.
   05 WS-CL-Label PIC X(28).
   05 WS-CL-Count PIC ZZZZZ9.

01 WS-Overdue-Header.
   05 FILLER PIC X(40)
      VALUE 'ADJUSTMENTS AWAITING APPROVAL OVER '.
   05 WS-OH-Days PIC ZZ9.
   05 FILLER PIC X(5) VALUE ' DAYS'.

01 WS-Overdue-Line.
   05 WS-OL-Number PIC 9(6).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-OL-WarehouseCode PIC X(3).
   05 FILLER PIC X VALUE '/'.
   05 WS-OL-ItemCode PIC X(5).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-OL-Value PIC ZZZ,ZZZ,ZZ9.99.
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-OL-RaisedBy PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-OL-RaisedDate PIC X(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-OL-Age PIC ZZZZ9.
   05 FILLER PIC X(5) VALUE ' DAYS'.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
    STOP RUN.

Initialise-Step-Table.
    MOVE 'MasterFileBackup' TO WS-ST-Program (1)
    MOVE 'InventoryBatchLoad' TO WS-ST-Program (2)
    MOVE 'AuditIntegrityCheck' TO WS-ST-Program (3)
    MOVE 'StockValuationExtract' TO WS-ST-Program (4)
    MOVE 'InventoryReorderReport' TO WS-ST-Program (5)
    MOVE 'PurchaseOrderGenerate' TO WS-ST-Program (6)
    MOVE 'LotExpiryReport' TO WS-ST-Program (7)
    MOVE 'StockAvailabilityFeed' TO WS-ST-Program (8)
    MOVE 0 TO WS-Step-Index
    PERFORM UNTIL WS-Step-Index >= WS-Step-Count
        ADD 1 TO WS-Step-Index
*> last completed step if the stream was interrupted, or at step 1
*> when the previous stream finished cleanly (or no file exists).
*> Completed steps are carried into this run's table so the control
*> file and balancing page stay self-describing. A file written under
*> a different step table (a step number or program name that does not
*> line up with this one) says nothing about this table's steps, so
*> the stream starts again from step 1 rather than skip any of them.
Determine-Start-Step.
    OPEN INPUT RunControlFile
    IF WS-Control-Status = '35'
        CLOSE RunControlFile
    END-IF
    EVALUATE TRUE
        WHEN Control-Mismatch
            DISPLAY 'NightRunControl.dat does not match the current '
                    'step table - starting the stream at step 1.'
            MOVE 1 TO WS-Start-Step
            PERFORM Initialise-Step-Table
        WHEN WS-Failed-Step > 0
            MOVE WS-Failed-Step TO WS-Start-Step
        WHEN WS-Last-Complete > 0
    MOVE 'N' TO WS-Stream-Stopped.

Note-Previous-Outcome.
    EVALUATE TRUE
        WHEN RC-StepNumber < 1 OR RC-StepNumber > WS-Step-Count
            MOVE 'Y' TO WS-Control-Mismatch
        WHEN RC-ProgramName NOT = WS-ST-Program (RC-StepNumber)
            MOVE 'Y' TO WS-Control-Mismatch
        WHEN OTHER
            MOVE RC-Outcome TO WS-ST-Outcome (RC-StepNumber)
            MOVE RC-ReturnCode TO WS-ST-RC (RC-StepNumber)
            IF RC-Outcome = 'C' AND RC-StepNumber > WS-Last-Complete
                MOVE RC-StepNumber TO WS-Last-Complete
            END-IF
            IF RC-Outcome = 'F' AND WS-Failed-Step = 0
                MOVE RC-StepNumber TO WS-Failed-Step
            END-IF
    END-EVALUATE.

*> Steps run through the system command interpreter; its status word
*> carries the program's return code multiplied by 256, which is
    WRITE BalancingReportLine
    PERFORM Report-Batch-Totals
    PERFORM Report-Valuation-Totals
    PERFORM Report-Overdue-Approvals
    CLOSE BalancingReportFile.

Report-Batch-Totals.
    WRITE BalancingReportLine FROM WS-Count-Line
    MOVE 'BACKORDERS FILLED: ' TO WS-CL-Label
    MOVE BT-Backorders-Filled TO WS-CL-Count
    WRITE BalancingReportLine FROM WS-Count-Line
    MOVE 'ADJUSTMENTS HELD: ' TO WS-CL-Label
    MOVE BT-Held-For-Approval TO WS-CL-Count
    WRITE BalancingReportLine FROM WS-Count-Line.

Report-Valuation-Totals.
        END-READ
        CLOSE ValuationTotalsFile
    END-IF.

*> Adjustments held for a second operator must not sit unnoticed:
*> any still pending longer than the days allowed are listed, oldest
*> first, for the supervisors to clear in AdjustmentApproval.
Report-Overdue-Approvals.
    OPEN INPUT AdjustControlFile
    IF WS-Adjust-Control-Status NOT = '35'
        READ AdjustControlFile
            NOT AT END
                IF AC-Pending-Days NUMERIC
                    MOVE AC-Pending-Days TO WS-Pending-Days-Allowed
                END-IF
        END-READ
        CLOSE AdjustControlFile
    END-IF
    MOVE SPACES TO BalancingReportLine
    WRITE BalancingReportLine
    MOVE WS-Pending-Days-Allowed TO WS-OH-Days
    WRITE BalancingReportLine FROM WS-Overdue-Header
    MOVE WS-Run-Date TO WS-Run-Date-Numeric
    MOVE 0 TO WS-Overdue-Count
    OPEN INPUT PendingApprovalFile
    IF WS-Pending-Status = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL EOF
            READ PendingApprovalFile
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF PA-Approval-Pending
                        PERFORM Check-Pending-Age
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PendingApprovalFile
    END-IF
    MOVE 'OVERDUE ADJUSTMENTS: ' TO WS-CL-Label
    MOVE WS-Overdue-Count TO WS-CL-Count
    WRITE BalancingReportLine FROM WS-Count-Line.

Check-Pending-Age.
    IF PA-RaisedDate NUMERIC AND PA-RaisedDate < WS-Run-Date
        MOVE PA-RaisedDate TO WS-Raised-Date-Numeric
        COMPUTE WS-Pending-Age-Days =
            FUNCTION INTEGER-OF-DATE (WS-Run-Date-Numeric)
            - FUNCTION INTEGER-OF-DATE (WS-Raised-Date-Numeric)
        IF WS-Pending-Age-Days > WS-Pending-Days-Allowed
            ADD 1 TO WS-Overdue-Count
            MOVE PA-ApprovalNumber TO WS-OL-Number
            MOVE PA-WarehouseCode TO WS-OL-WarehouseCode
            MOVE PA-ItemCode TO WS-OL-ItemCode
            MOVE PA-AdjustmentValue TO WS-OL-Value
            MOVE PA-RaisedBy TO WS-OL-RaisedBy
            MOVE PA-RaisedDate TO WS-OL-RaisedDate
            MOVE WS-Pending-Age-Days TO WS-OL-Age
            WRITE BalancingReportLine FROM WS-Overdue-Line
        END-IF
    END-IF.
