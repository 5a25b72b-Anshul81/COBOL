01 WS-Entry-Delete-Auth PIC X.
01 WS-Entry-Transfer-Auth PIC X.
01 WS-Entry-Adjust-Auth PIC X.
01 WS-Entry-Reopen-Auth PIC X.
01 WS-Entry-Approve-Auth PIC X.
01 WS-Entry-Password PIC X(8).
01 WS-Password-Entry PIC X(8).
01 WS-New-Password PIC X(8).
                        ' Delete: ' OP-Delete-Auth
                        ' Transfer: ' OP-Transfer-Auth
                        ' Adjust: ' OP-Adjust-Auth
                        ' Reopen: ' OP-Reopen-Auth
                        ' Approve: ' OP-Approve-Auth
                        ' Locked: ' OP-Locked-Flag
                DISPLAY 'U)pdate, D)elete, R)eset password/unlock, '
                        'or any other key to cancel: '
        MOVE WS-Entry-Delete-Auth TO OP-Delete-Auth
        MOVE WS-Entry-Transfer-Auth TO OP-Transfer-Auth
        MOVE WS-Entry-Adjust-Auth TO OP-Adjust-Auth
        MOVE WS-Entry-Reopen-Auth TO OP-Reopen-Auth
        MOVE WS-Entry-Approve-Auth TO OP-Approve-Auth
        MOVE WS-Entry-Password TO OP-Password
        MOVE WS-Run-Date TO OP-Pwd-Changed-Date
        MOVE 'Y' TO OP-Force-Change
        MOVE WS-Entry-Delete-Auth TO OP-Delete-Auth
        MOVE WS-Entry-Transfer-Auth TO OP-Transfer-Auth
        MOVE WS-Entry-Adjust-Auth TO OP-Adjust-Auth
        MOVE WS-Entry-Reopen-Auth TO OP-Reopen-Auth
        MOVE WS-Entry-Approve-Auth TO OP-Approve-Auth
        REWRITE OP-OperatorRecord
            INVALID KEY
                DISPLAY 'Update failed for operator ' OP-OperatorId
    ACCEPT WS-Entry-Transfer-Auth
    DISPLAY 'May post adjustments? (Y/N): '
    ACCEPT WS-Entry-Adjust-Auth
    DISPLAY 'May reopen closed accounting periods? (Y/N): '
    ACCEPT WS-Entry-Reopen-Auth
    DISPLAY 'May approve held stock adjustments? (Y/N): '
    ACCEPT WS-Entry-Approve-Auth
    IF WS-Entry-OperatorName = SPACES
        DISPLAY 'Operator name cannot be blank - entry rejected.'
        MOVE 'N' TO WS-Valid-Entry
        OR WS-Entry-Delete-Auth NOT = 'Y' AND 'N'
        OR WS-Entry-Transfer-Auth NOT = 'Y' AND 'N'
        OR WS-Entry-Adjust-Auth NOT = 'Y' AND 'N'
        OR WS-Entry-Reopen-Auth NOT = 'Y' AND 'N'
        OR WS-Entry-Approve-Auth NOT = 'Y' AND 'N'
        DISPLAY 'Authority flags must be Y or N - entry rejected.'
        MOVE 'N' TO WS-Valid-Entry
    END-IF.
