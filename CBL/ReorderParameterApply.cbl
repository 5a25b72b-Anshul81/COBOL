IDENTIFICATION DIVISION.
PROGRAM-ID. ReorderParameterApply.

*> Posts the reorder proposals the buyer has accepted. Every line of
*> ReorderProposals.dat marked Y replaces the reorder point and order
*> quantity on ItemParameters.dat with the proposed values - but only
*> while the record still holds the values the forecast started from;
*> a record changed by hand since the forecast is left alone and
*> listed, so a buyer's later decision is never overwritten by an
*> older proposal. Lines not marked Y are declined. The proposal file
*> is cleared once applied so a proposal posts exactly once; the next
*> ReorderForecast run writes a fresh one.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ProposalFile ASSIGN TO 'ReorderProposals.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Proposal-Status.

    SELECT ItemParameterFile ASSIGN TO 'ItemParameters.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IP-ItemParameterKey
        FILE STATUS IS WS-Parameter-Status.

DATA DIVISION.
FILE SECTION.
FD ProposalFile.
COPY REORDPRP REPLACING ==:PREFIX:== BY ==RP-==.

FD ItemParameterFile.
COPY ITEMPAR REPLACING ==:PREFIX:== BY ==IP-==.

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 EOF VALUE 'Y'.
   88 NOT-EOF VALUE 'N'.
01 WS-Proposal-Status PIC XX.
01 WS-Parameter-Status PIC XX.
   88 WS-Param-OK VALUE '00'.
01 WS-Proposals-Read PIC 9(6) VALUE 0.
01 WS-Applied-Count PIC 9(6) VALUE 0.
01 WS-Declined-Count PIC 9(6) VALUE 0.
01 WS-Skipped-Count PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
Begin.
    OPEN INPUT ProposalFile
    IF WS-Proposal-Status = '35'
        DISPLAY 'ReorderProposals.dat does not exist - run '
                'ReorderForecast first.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O ItemParameterFile
    IF NOT WS-Param-OK
        DISPLAY 'ItemParameters.dat could not be opened - file status '
                WS-Parameter-Status '.'
        CLOSE ProposalFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL EOF
        READ ProposalFile
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-Proposals-Read
                IF RP-Proposal-Accepted
                    PERFORM Apply-One-Proposal
                ELSE
                    ADD 1 TO WS-Declined-Count
                END-IF
        END-READ
    END-PERFORM

    CLOSE ProposalFile
    CLOSE ItemParameterFile
    OPEN OUTPUT ProposalFile
    CLOSE ProposalFile
    DISPLAY 'Reorder parameter apply complete - ' WS-Proposals-Read
            ' proposal(s) read, ' WS-Applied-Count ' applied, '
            WS-Declined-Count ' not accepted, ' WS-Skipped-Count
            ' skipped.'
    IF WS-Skipped-Count > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

Apply-One-Proposal.
    MOVE RP-WarehouseCode TO IP-WarehouseCode
    MOVE RP-ItemCode TO IP-ItemCode
    READ ItemParameterFile
        INVALID KEY
            DISPLAY 'Parameters for ' RP-WarehouseCode '/' RP-ItemCode
                    ' are no longer on file - proposal skipped.'
            ADD 1 TO WS-Skipped-Count
        NOT INVALID KEY
            IF IP-ReorderPoint = RP-Current-ReorderPoint
                AND IP-ReorderQuantity = RP-Current-ReorderQuantity
                PERFORM Rewrite-Parameters
            ELSE
                DISPLAY 'Parameters for ' RP-WarehouseCode '/'
                        RP-ItemCode ' have changed since the forecast '
                        'of ' RP-ForecastDate ' - proposal skipped.'
                ADD 1 TO WS-Skipped-Count
            END-IF
    END-READ.

Rewrite-Parameters.
    MOVE RP-Proposed-ReorderPoint TO IP-ReorderPoint
    MOVE RP-Proposed-ReorderQuantity TO IP-ReorderQuantity
    REWRITE IP-ItemParameterRecord
        INVALID KEY
            DISPLAY 'Update failed for parameters ' RP-WarehouseCode
                    '/' RP-ItemCode ' - proposal skipped.'
            ADD 1 TO WS-Skipped-Count
        NOT INVALID KEY
            ADD 1 TO WS-Applied-Count
    END-REWRITE.
