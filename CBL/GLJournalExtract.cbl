*> accept a feed with holes - and the batch must foot to zero, which
*> the control page proves. Adds, updates and deletes are master-file
*> maintenance and stay outside the movement feed.
*> The range may be given on the command line as two dates, which is
*> how PeriodClose runs the extract for a period; otherwise it is
*> prompted for.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY AUDITLN REPLACING ==:PREFIX:== BY ==AU-==.
01 WS-From-Date PIC X(8).
01 WS-To-Date PIC X(8).
01 WS-Command-Line PIC X(80).

01 WS-Map-Table.
   05 WS-Map-Count PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
Begin.
    MOVE SPACES TO WS-Command-Line
    ACCEPT WS-Command-Line FROM COMMAND-LINE
    IF WS-Command-Line = SPACES
        DISPLAY 'Enter from-date (YYYYMMDD): '
        ACCEPT WS-From-Date
        DISPLAY 'Enter to-date (YYYYMMDD): '
        ACCEPT WS-To-Date
    ELSE
        MOVE SPACES TO WS-From-Date
        MOVE SPACES TO WS-To-Date
        UNSTRING WS-Command-Line DELIMITED BY ALL SPACE
            INTO WS-From-Date WS-To-Date
        END-UNSTRING
    END-IF
    IF WS-From-Date = SPACES OR WS-To-Date = SPACES
        OR WS-From-Date > WS-To-Date
        DISPLAY 'Date range is not valid - no journal produced.'
