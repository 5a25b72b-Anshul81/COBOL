*> OperatorsNew.dat in the current layout. Every operator keeps their
*> name and authority flags and comes across unlocked with a blank
*> password flagged for change, so each sets their own password at
*> first sign-on. A file written after the credential fields but
*> before the reopen-authority flag is converted the same way, each
*> operator keeping their password and lock state and coming across
*> without reopen authority, and one written before the approve-
*> authority flag comes across with everything it holds and without
*> approve authority; the operator running the conversion says which
*> of the three layouts the file is in. After a clean run, swap
*> OperatorsNew.dat in as Operators.dat and keep the old file until
*> the next good backup.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        RECORD KEY IS OLD-OperatorId
        FILE STATUS IS WS-Old-Status.

    SELECT CredOperatorFile ASSIGN TO 'Operators.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CRD-OperatorId
        FILE STATUS IS WS-Old-Status.

    SELECT ReopenOperatorFile ASSIGN TO 'Operators.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RPN-OperatorId
        FILE STATUS IS WS-Old-Status.

    SELECT NewOperatorFile ASSIGN TO 'OperatorsNew.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
   05 OLD-Transfer-Auth PIC X.
   05 OLD-Adjust-Auth PIC X.

FD CredOperatorFile.
01 CRD-OperatorRecord.
   05 CRD-OperatorId PIC X(8).
   05 CRD-OperatorName PIC X(20).
   05 CRD-Add-Auth PIC X.
   05 CRD-Update-Auth PIC X.
   05 CRD-Delete-Auth PIC X.
   05 CRD-Transfer-Auth PIC X.
   05 CRD-Adjust-Auth PIC X.
   05 CRD-Password PIC X(8).
   05 CRD-Pwd-Changed-Date PIC X(8).
   05 CRD-Force-Change PIC X.
   05 CRD-Failed-Attempts PIC 9(1).
   05 CRD-Locked-Flag PIC X.

FD ReopenOperatorFile.
01 RPN-OperatorRecord.
   05 RPN-OperatorId PIC X(8).
   05 RPN-OperatorName PIC X(20).
   05 RPN-Add-Auth PIC X.
   05 RPN-Update-Auth PIC X.
   05 RPN-Delete-Auth PIC X.
   05 RPN-Transfer-Auth PIC X.
   05 RPN-Adjust-Auth PIC X.
   05 RPN-Password PIC X(8).
   05 RPN-Pwd-Changed-Date PIC X(8).
   05 RPN-Force-Change PIC X.
   05 RPN-Failed-Attempts PIC 9(1).
   05 RPN-Locked-Flag PIC X.
   05 RPN-Reopen-Auth PIC X.

FD NewOperatorFile.
COPY OPERREC REPLACING ==:PREFIX:== BY ==OP-==.

01 WS-Old-Status PIC XX.
01 WS-New-Status PIC XX.
01 WS-Copied-Count PIC 9(6) VALUE 0.
01 WS-Old-Layout PIC X.
   88 Layout-Before-Passwords VALUE '1'.
   88 Layout-Before-Reopen VALUE '2'.
   88 Layout-Before-Approve VALUE '3'.

PROCEDURE DIVISION.
Begin.
    DISPLAY 'Layout of the Operators.dat to convert - 1 = before '
            'passwords, 2 = before reopen authority, 3 = before '
            'approve authority: '
    ACCEPT WS-Old-Layout
    IF NOT Layout-Before-Passwords AND NOT Layout-Before-Reopen
        AND NOT Layout-Before-Approve
        DISPLAY 'Layout must be 1, 2 or 3 - nothing rebuilt.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    EVALUATE TRUE
        WHEN Layout-Before-Passwords
            OPEN INPUT OldOperatorFile
        WHEN Layout-Before-Reopen
            OPEN INPUT CredOperatorFile
        WHEN OTHER
            OPEN INPUT ReopenOperatorFile
    END-EVALUATE
    IF WS-Old-Status = '35'
        DISPLAY 'Operators.dat does not exist - nothing to rebuild.'
        MOVE 8 TO RETURN-CODE
    IF WS-New-Status NOT = '00'
        DISPLAY 'OperatorsNew.dat could not be created - file status '
                WS-New-Status '.'
        PERFORM Close-Old-File
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    EVALUATE TRUE
        WHEN Layout-Before-Passwords
            PERFORM UNTIL EOF
                READ OldOperatorFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM Copy-One-Record
                END-READ
            END-PERFORM
        WHEN Layout-Before-Reopen
            PERFORM UNTIL EOF
                READ CredOperatorFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM Copy-One-Credential-Record
                END-READ
            END-PERFORM
        WHEN OTHER
            PERFORM UNTIL EOF
                READ ReopenOperatorFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM Copy-One-Reopen-Record
                END-READ
            END-PERFORM
    END-EVALUATE

    PERFORM Close-Old-File
    CLOSE NewOperatorFile
    DISPLAY 'Operator file rebuild complete - ' WS-Copied-Count
            ' record(s) written to OperatorsNew.dat. Swap it in as '
            'Operators.dat to finish the conversion.'
    IF Layout-Before-Passwords
        DISPLAY 'Every operator sets a new password at first sign-on.'
    END-IF
    STOP RUN.

Close-Old-File.
    EVALUATE TRUE
        WHEN Layout-Before-Passwords
            CLOSE OldOperatorFile
        WHEN Layout-Before-Reopen
            CLOSE CredOperatorFile
        WHEN OTHER
            CLOSE ReopenOperatorFile
    END-EVALUATE.

Copy-One-Record.
    MOVE OLD-OperatorId TO OP-OperatorId
    MOVE OLD-OperatorName TO OP-OperatorName
    MOVE 'Y' TO OP-Force-Change
    MOVE 0 TO OP-Failed-Attempts
    MOVE 'N' TO OP-Locked-Flag
    MOVE 'N' TO OP-Reopen-Auth
    MOVE 'N' TO OP-Approve-Auth
    PERFORM Write-New-Record.

Copy-One-Credential-Record.
    MOVE CRD-OperatorId TO OP-OperatorId
    MOVE CRD-OperatorName TO OP-OperatorName
    MOVE CRD-Add-Auth TO OP-Add-Auth
    MOVE CRD-Update-Auth TO OP-Update-Auth
    MOVE CRD-Delete-Auth TO OP-Delete-Auth
    MOVE CRD-Transfer-Auth TO OP-Transfer-Auth
    MOVE CRD-Adjust-Auth TO OP-Adjust-Auth
    MOVE CRD-Password TO OP-Password
    MOVE CRD-Pwd-Changed-Date TO OP-Pwd-Changed-Date
    MOVE CRD-Force-Change TO OP-Force-Change
    MOVE CRD-Failed-Attempts TO OP-Failed-Attempts
    MOVE CRD-Locked-Flag TO OP-Locked-Flag
    MOVE 'N' TO OP-Reopen-Auth
    MOVE 'N' TO OP-Approve-Auth
    PERFORM Write-New-Record.

Copy-One-Reopen-Record.
    MOVE RPN-OperatorId TO OP-OperatorId
    MOVE RPN-OperatorName TO OP-OperatorName
    MOVE RPN-Add-Auth TO OP-Add-Auth
    MOVE RPN-Update-Auth TO OP-Update-Auth
    MOVE RPN-Delete-Auth TO OP-Delete-Auth
    MOVE RPN-Transfer-Auth TO OP-Transfer-Auth
    MOVE RPN-Adjust-Auth TO OP-Adjust-Auth
    MOVE RPN-Password TO OP-Password
    MOVE RPN-Pwd-Changed-Date TO OP-Pwd-Changed-Date
    MOVE RPN-Force-Change TO OP-Force-Change
    MOVE RPN-Failed-Attempts TO OP-Failed-Attempts
    MOVE RPN-Locked-Flag TO OP-Locked-Flag
    MOVE RPN-Reopen-Auth TO OP-Reopen-Auth
    MOVE 'N' TO OP-Approve-Auth
    PERFORM Write-New-Record.

Write-New-Record.
    WRITE OP-OperatorRecord
        INVALID KEY
            DISPLAY 'Write failed for operator ' OP-OperatorId
