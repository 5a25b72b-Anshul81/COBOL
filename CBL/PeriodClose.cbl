IDENTIFICATION DIVISION.
PROGRAM-ID. PeriodClose.

*> Month-end close for the accounting period calendar on
*> AccountingPeriods.dat. Finance keeps the calendar here (a period
*> code such as 202610 with its first and last day; periods may not
*> overlap) and closes each period once it has ended: the close runs
*> StockValuationExtract for the closing valuation snapshot and
*> GLJournalExtract for the period's dates, keeps a copy of each
*> under the period code, and only then marks the period closed.
*> Either extract failing leaves the period open. From then on every
*> posting program refuses a movement dated into the period and
*> sends it to the InventoryRejects suspense file under reason PC.
*> The operator signs on exactly as for InventoryManager; keeping the
*> calendar and closing need adjust authority, reopening a closed
*> period needs the separate reopen authority and a reason. Every
*> close and reopen is written to PeriodLog.dat, and every refusal
*> to the audit log with action 'X'.
*> The valuation snapshot is of stock as it stands when the close is
*> run, so the close belongs straight after the last posting night of
*> the period.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PeriodFile ASSIGN TO 'AccountingPeriods.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PD-PeriodCode
        ALTERNATE RECORD KEY IS PD-EndDate
        FILE STATUS IS WS-Period-Status.

    SELECT PeriodLogFile ASSIGN TO 'PeriodLog.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Period-Log-Status.

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
FD PeriodFile.
COPY PERIODREC REPLACING ==:PREFIX:== BY ==PD-==.

FD PeriodLogFile.
01 PeriodLogRecord PIC X(80).

FD AuditLogFile.
01 AuditLogRecord PIC X(80).

FD OperatorFile.
COPY OPERREC REPLACING ==:PREFIX:== BY ==OP-==.

WORKING-STORAGE SECTION.
01 Menu-Choice PIC X VALUE SPACE.
01 Response PIC X.
COPY PERIODREC REPLACING ==:PREFIX:== BY ==WS-PD-==.
01 WS-Period-Status PIC XX.
   88 WS-Period-OK VALUE '00'.
   88 WS-Period-Does-Not-Exist VALUE '35'.
01 WS-Period-Log-Status PIC XX.
01 WS-Audit-Status PIC XX.
01 WS-Valid-Entry PIC X VALUE 'Y'.
   88 Valid-Entry VALUE 'Y'.
   88 Invalid-Entry VALUE 'N'.
01 WS-Period-On-File PIC X VALUE 'N'.
   88 Period-On-File VALUE 'Y'.
01 WS-Period-EOF PIC X VALUE 'N'.
   88 Period-EOF VALUE 'Y'.
01 WS-Period-Count PIC 9(6).
01 WS-Run-Date PIC X(8).
01 WS-Reopen-Reason PIC X(40).
01 WS-Command PIC X(60).
01 WS-System-Status PIC S9(9) COMP.
01 WS-Step-RC PIC 9(2).
01 WS-Step-Failed PIC X VALUE 'N'.
   88 Step-Failed VALUE 'Y'.
01 WS-Copy-From PIC X(40).
01 WS-Copy-To PIC X(40).
01 WS-Operator-Id PIC X(8) VALUE SPACES.
01 WS-Operator-File-Status PIC XX.
   88 WS-Oper-File-Missing VALUE '35'.
01 WS-Operator-Auths.
   05 WS-Op-Adjust PIC X.
      88 Auth-To-Adjust VALUE 'Y'.
   05 WS-Op-Reopen PIC X.
      88 Auth-To-Reopen VALUE 'Y'.
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
*> PeriodLog.dat line: C = closed, R = reopened (with the reason).
01 WS-Period-Log-Line.
   05 WSL-Action PIC X.
   05 FILLER PIC X VALUE SPACE.
   05 WSL-PeriodCode PIC X(6).
   05 FILLER PIC X VALUE SPACE.
   05 WSL-Operator-Id PIC X(8).
   05 FILLER PIC X VALUE SPACE.
   05 WSL-Timestamp PIC X(21).
   05 FILLER PIC X VALUE SPACE.
   05 WSL-Reason PIC X(40).

PROCEDURE DIVISION.
Begin.
    DISPLAY 'Enter operator ID: '
    ACCEPT WS-Operator-Id
    PERFORM Open-Audit-Log-File
    PERFORM Sign-On-Operator
    PERFORM Open-Period-File
    PERFORM UNTIL Menu-Choice = '5'
        DISPLAY ' '
        DISPLAY '1. Add or change an accounting period'
        DISPLAY '2. Close a period'
        DISPLAY '3. Reopen a closed period'
        DISPLAY '4. List the period calendar'
        DISPLAY '5. Exit'
        DISPLAY 'Enter choice: '
        ACCEPT Menu-Choice
        EVALUATE Menu-Choice
            WHEN '1'
                IF Auth-To-Adjust
                    PERFORM Maintain-Period
                ELSE
                    DISPLAY 'Operator ' WS-Operator-Id ' is not '
                            'authorised to maintain accounting periods.'
                    PERFORM Write-Security-Audit
                END-IF
            WHEN '2'
                IF Auth-To-Adjust
                    PERFORM Close-Period
                ELSE
                    DISPLAY 'Operator ' WS-Operator-Id ' is not '
                            'authorised to close accounting periods.'
                    PERFORM Write-Security-Audit
                END-IF
            WHEN '3'
                IF Auth-To-Reopen
                    PERFORM Reopen-Period
                ELSE
                    DISPLAY 'Operator ' WS-Operator-Id ' is not '
                            'authorised to reopen accounting periods.'
                    PERFORM Write-Security-Audit
                END-IF
            WHEN '4'
                PERFORM List-Periods
            WHEN '5'
                CONTINUE
            WHEN OTHER
                DISPLAY 'Invalid choice.'
        END-EVALUATE
    END-PERFORM

    CLOSE PeriodFile
    CLOSE AuditLogFile
    DISPLAY 'Period close complete.'
    STOP RUN.

Open-Audit-Log-File.
    OPEN EXTEND AuditLogFile
    IF WS-Audit-Status = '35'
        OPEN OUTPUT AuditLogFile
        CLOSE AuditLogFile
        OPEN EXTEND AuditLogFile
    END-IF.

Open-Period-File.
    MOVE FUNCTION CURRENT-DATE TO WS-Audit-Timestamp
    MOVE WS-Audit-Timestamp (1:8) TO WS-Run-Date
    OPEN I-O PeriodFile
    IF WS-Period-Does-Not-Exist
        OPEN OUTPUT PeriodFile
        CLOSE PeriodFile
        OPEN I-O PeriodFile
    END-IF
    IF NOT WS-Period-OK
        DISPLAY 'AccountingPeriods.dat could not be opened - file '
                'status ' WS-Period-Status '.'
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
            MOVE OP-Adjust-Auth TO WS-Op-Adjust
            MOVE OP-Reopen-Auth TO WS-Op-Reopen
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

*> A security entry belongs to no warehouse or item; the operator and
*> time are what matter.
Write-Security-Audit.
    MOVE FUNCTION CURRENT-DATE TO WS-Audit-Timestamp
    MOVE SPACES TO WSA-WarehouseCode
    MOVE SPACES TO WSA-ItemCode
    MOVE 'X' TO WSA-Action
    MOVE 0 TO WSA-Qty-Before
    MOVE 0 TO WSA-Qty-After
    MOVE WS-Operator-Id TO WSA-Operator-Id
    MOVE WS-Audit-Timestamp TO WSA-Timestamp
    MOVE 0 TO WSA-Cost-Before
    MOVE 0 TO WSA-Cost-After
    WRITE AuditLogRecord FROM WS-Audit-Line.

Read-Period.
    MOVE 'N' TO WS-Period-On-File
    MOVE WS-PD-PeriodCode TO PD-PeriodCode
    READ PeriodFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-Period-On-File
    END-READ.

*> Only an open period may be added or have its dates changed; a
*> closed period's dates are what its journal and snapshot cover.
Maintain-Period.
    DISPLAY 'Enter period code (e.g. YYYYMM): '
    ACCEPT WS-PD-PeriodCode
    IF WS-PD-PeriodCode = SPACES
        DISPLAY 'Period code cannot be blank.'
    ELSE
        PERFORM Read-Period
        IF Period-On-File
            DISPLAY 'Period: ' PD-PeriodCode ' From: ' PD-StartDate
                    ' To: ' PD-EndDate ' Status: ' PD-PeriodStatus
        ELSE
            DISPLAY 'Period not on file - adding.'
        END-IF
        IF Period-On-File AND PD-Period-Closed
            DISPLAY 'Period ' PD-PeriodCode ' is closed - its dates '
                    'cannot be changed.'
        ELSE
            DISPLAY 'Enter first day of period (YYYYMMDD): '
            ACCEPT WS-PD-StartDate
            DISPLAY 'Enter last day of period (YYYYMMDD): '
            ACCEPT WS-PD-EndDate
            PERFORM Validate-Period-Dates
            IF Valid-Entry
                PERFORM Save-Period
            END-IF
        END-IF
    END-IF.

Validate-Period-Dates.
    MOVE 'Y' TO WS-Valid-Entry
    IF WS-PD-StartDate NOT NUMERIC OR WS-PD-EndDate NOT NUMERIC
        DISPLAY 'Period dates must be numeric (YYYYMMDD) - entry '
                'rejected.'
        MOVE 'N' TO WS-Valid-Entry
    END-IF
    IF Valid-Entry AND WS-PD-StartDate > WS-PD-EndDate
        DISPLAY 'First day is after last day - entry rejected.'
        MOVE 'N' TO WS-Valid-Entry
    END-IF
    IF Valid-Entry
        PERFORM Check-Period-Overlap
    END-IF.

*> Every other period must end before this one starts or start after
*> it ends. The periods ending on or after the new first day are read
*> in end-date order; the first one that is not this period decides.
Check-Period-Overlap.
    MOVE 'N' TO WS-Period-EOF
    MOVE WS-PD-StartDate TO PD-EndDate
    START PeriodFile KEY IS NOT LESS THAN PD-EndDate
        INVALID KEY
            MOVE 'Y' TO WS-Period-EOF
    END-START
    PERFORM UNTIL Period-EOF
        READ PeriodFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-Period-EOF
            NOT AT END
                IF PD-PeriodCode NOT = WS-PD-PeriodCode
                    MOVE 'Y' TO WS-Period-EOF
                    IF PD-StartDate NOT > WS-PD-EndDate
                        DISPLAY 'Dates overlap period ' PD-PeriodCode
                                ' (' PD-StartDate ' to ' PD-EndDate
                                ') - entry rejected.'
                        MOVE 'N' TO WS-Valid-Entry
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> The overlap check moved the file position, so the period is read
*> again by code before it is written or rewritten.
Save-Period.
    PERFORM Read-Period
    MOVE WS-PD-PeriodCode TO PD-PeriodCode
    MOVE WS-PD-StartDate TO PD-StartDate
    MOVE WS-PD-EndDate TO PD-EndDate
    IF Period-On-File
        REWRITE PD-PeriodRecord
            INVALID KEY
                DISPLAY 'Update failed for period ' PD-PeriodCode '.'
            NOT INVALID KEY
                DISPLAY 'Period ' PD-PeriodCode ' updated.'
        END-REWRITE
    ELSE
        MOVE 'O' TO PD-PeriodStatus
        MOVE SPACES TO PD-ClosedDate
        MOVE SPACES TO PD-ClosedBy
        WRITE PD-PeriodRecord
            INVALID KEY
                DISPLAY 'Period ' PD-PeriodCode ' could not be added.'
            NOT INVALID KEY
                DISPLAY 'Period ' PD-PeriodCode ' added.'
        END-WRITE
    END-IF.

*> A period is closed only once it has ended. The valuation snapshot
*> and the period's GL journal are produced and kept under the period
*> code first; if either extract fails, or its copy cannot be kept,
*> the period stays open so the close can simply be run again.
Close-Period.
    DISPLAY 'Enter period code to close: '
    ACCEPT WS-PD-PeriodCode
    PERFORM Read-Period
    EVALUATE TRUE
        WHEN NOT Period-On-File
            DISPLAY 'Period ' WS-PD-PeriodCode ' not found.'
        WHEN PD-Period-Closed
            DISPLAY 'Period ' PD-PeriodCode ' is already closed.'
        WHEN PD-EndDate NOT < WS-Run-Date
            DISPLAY 'Period ' PD-PeriodCode ' runs to ' PD-EndDate
                    ' and cannot be closed before it has ended.'
        WHEN OTHER
            DISPLAY 'Close period ' PD-PeriodCode ' (' PD-StartDate
                    ' to ' PD-EndDate ')? (Y/N): '
            ACCEPT Response
            IF Response = 'Y' OR Response = 'y'
                MOVE PD-PeriodRecord TO WS-PD-PeriodRecord
                PERFORM Run-Period-Extracts
                IF Step-Failed
                    DISPLAY 'Period ' WS-PD-PeriodCode ' left open.'
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM Mark-Period-Closed
                END-IF
            ELSE
                DISPLAY 'Period not closed.'
            END-IF
    END-EVALUATE.

Run-Period-Extracts.
    MOVE 'N' TO WS-Step-Failed
    MOVE './StockValuationExtract' TO WS-Command
    PERFORM Run-Extract
    IF NOT Step-Failed
        MOVE 'StockValuation.dat' TO WS-Copy-From
        MOVE SPACES TO WS-Copy-To
        STRING 'StockValuation-' WS-PD-PeriodCode '.dat'
            DELIMITED BY SIZE INTO WS-Copy-To
        PERFORM Keep-Period-Copy
    END-IF
    IF NOT Step-Failed
        MOVE SPACES TO WS-Command
        STRING './GLJournalExtract ' WS-PD-StartDate ' ' WS-PD-EndDate
            DELIMITED BY SIZE INTO WS-Command
        PERFORM Run-Extract
    END-IF
    IF NOT Step-Failed
        MOVE 'GLJournal.dat' TO WS-Copy-From
        MOVE SPACES TO WS-Copy-To
        STRING 'GLJournal-' WS-PD-PeriodCode '.dat'
            DELIMITED BY SIZE INTO WS-Copy-To
        PERFORM Keep-Period-Copy
    END-IF
    IF NOT Step-Failed
        MOVE 'GLJournalControl.txt' TO WS-Copy-From
        MOVE SPACES TO WS-Copy-To
        STRING 'GLJournalControl-' WS-PD-PeriodCode '.txt'
            DELIMITED BY SIZE INTO WS-Copy-To
        PERFORM Keep-Period-Copy
    END-IF.

*> Extracts run through the system command interpreter as the night
*> stream runs its steps; the status word carries the program's
*> return code multiplied by 256. A warning (4) does not stop the
*> close; a failure (8 or worse) does.
Run-Extract.
    DISPLAY 'Running ' WS-Command
    CALL 'SYSTEM' USING WS-Command
    MOVE RETURN-CODE TO WS-System-Status
    MOVE 0 TO RETURN-CODE
    IF WS-System-Status > 255
        DIVIDE WS-System-Status BY 256
            GIVING WS-System-Status
    END-IF
    IF WS-System-Status > 99 OR WS-System-Status < 0
        MOVE 99 TO WS-Step-RC
    ELSE
        MOVE WS-System-Status TO WS-Step-RC
    END-IF
    IF WS-Step-RC >= 8
        DISPLAY 'Extract failed with return code ' WS-Step-RC '.'
        MOVE 'Y' TO WS-Step-Failed
    END-IF.

Keep-Period-Copy.
    CALL 'CBL_COPY_FILE' USING WS-Copy-From WS-Copy-To
    IF RETURN-CODE NOT = 0
        DISPLAY WS-Copy-From ' could not be copied to ' WS-Copy-To '.'
        MOVE 'Y' TO WS-Step-Failed
    ELSE
        DISPLAY 'Kept ' WS-Copy-To
    END-IF
    MOVE 0 TO RETURN-CODE.

Mark-Period-Closed.
    PERFORM Read-Period
    MOVE 'C' TO PD-PeriodStatus
    MOVE WS-Run-Date TO PD-ClosedDate
    MOVE WS-Operator-Id TO PD-ClosedBy
    REWRITE PD-PeriodRecord
        INVALID KEY
            DISPLAY 'Period ' PD-PeriodCode ' could not be marked '
                    'closed.'
            MOVE 8 TO RETURN-CODE
        NOT INVALID KEY
            DISPLAY 'Period ' PD-PeriodCode ' closed - postings dated '
                    PD-StartDate ' to ' PD-EndDate ' are now refused.'
            MOVE 'C' TO WSL-Action
            MOVE SPACES TO WSL-Reason
            PERFORM Write-Period-Log
    END-REWRITE.

*> Reopening lifts the posting lock until the period is closed again,
*> which repeats the snapshot and the journal for it.
Reopen-Period.
    DISPLAY 'Enter period code to reopen: '
    ACCEPT WS-PD-PeriodCode
    PERFORM Read-Period
    EVALUATE TRUE
        WHEN NOT Period-On-File
            DISPLAY 'Period ' WS-PD-PeriodCode ' not found.'
        WHEN NOT PD-Period-Closed
            DISPLAY 'Period ' PD-PeriodCode ' is not closed.'
        WHEN OTHER
            DISPLAY 'Reason for reopening: '
            ACCEPT WS-Reopen-Reason
            IF WS-Reopen-Reason = SPACES
                DISPLAY 'A reason is required - period not reopened.'
            ELSE
                MOVE 'O' TO PD-PeriodStatus
                REWRITE PD-PeriodRecord
                    INVALID KEY
                        DISPLAY 'Period ' PD-PeriodCode ' could not '
                                'be reopened.'
                    NOT INVALID KEY
                        DISPLAY 'Period ' PD-PeriodCode ' reopened.'
                        MOVE 'R' TO WSL-Action
                        MOVE WS-Reopen-Reason TO WSL-Reason
                        PERFORM Write-Period-Log
                END-REWRITE
            END-IF
    END-EVALUATE.

Write-Period-Log.
    MOVE FUNCTION CURRENT-DATE TO WS-Audit-Timestamp
    MOVE PD-PeriodCode TO WSL-PeriodCode
    MOVE WS-Operator-Id TO WSL-Operator-Id
    MOVE WS-Audit-Timestamp TO WSL-Timestamp
    OPEN EXTEND PeriodLogFile
    IF WS-Period-Log-Status = '35'
        OPEN OUTPUT PeriodLogFile
        CLOSE PeriodLogFile
        OPEN EXTEND PeriodLogFile
    END-IF
    WRITE PeriodLogRecord FROM WS-Period-Log-Line
    CLOSE PeriodLogFile.

List-Periods.
    MOVE 0 TO WS-Period-Count
    MOVE 'N' TO WS-Period-EOF
    MOVE LOW-VALUES TO PD-PeriodCode
    START PeriodFile KEY IS NOT LESS THAN PD-PeriodCode
        INVALID KEY
            MOVE 'Y' TO WS-Period-EOF
    END-START
    PERFORM UNTIL Period-EOF
        READ PeriodFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-Period-EOF
            NOT AT END
                ADD 1 TO WS-Period-Count
                IF PD-Period-Closed
                    DISPLAY PD-PeriodCode ' ' PD-StartDate ' to '
                            PD-EndDate ' CLOSED ' PD-ClosedDate
                            ' by ' PD-ClosedBy
                ELSE
                    DISPLAY PD-PeriodCode ' ' PD-StartDate ' to '
                            PD-EndDate ' OPEN'
                END-IF
        END-READ
    END-PERFORM
    DISPLAY WS-Period-Count ' period(s) on file.'.
