INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> AUDIT-FILE is the shared run-audit log every program in this suite
*> writes START/END (or SKIP) records to.  This program is the log's
*> reader: it is opened INPUT here, and this is the one program in the
*> suite that deliberately does not append to the log it is reporting
*> on.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPS-STATUS.

*> RELEASE-REGISTER-FILE is the release register Release-Extract adds
*> each generation to and Release-Ack-Recon reconciles the downstream
*> acknowledgements against.  Releases it has marked overdue or
*> acknowledged with different totals are listed after the steps.  A
*> run with no register still reports the log.
    SELECT RELEASE-REGISTER-FILE ASSIGN TO "RELREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RREG-BUSINESS-DATE
        FILE STATUS IS WS-RELEASE-REGISTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD AUDIT-FILE.
FD OPS-REPORT-FILE.
01 OPS-REPORT-RECORD PIC X(132).

FD RELEASE-REGISTER-FILE.
01 RELEASE-REGISTER-RECORD.
    COPY RELREGRC.

WORKING-STORAGE SECTION.
01 WS-AUDIT-STATUS PIC XX.
   88 AUDIT-STATUS-OK  VALUE "00".
01 WS-OPS-STATUS PIC XX.
   88 OPS-STATUS-OK VALUE "00".

01 WS-RELEASE-REGISTER-STATUS PIC XX.
   88 RREG-STATUS-OK        VALUE "00".
   88 RREG-STATUS-EOF       VALUE "10".
   88 RREG-STATUS-NOT-FOUND VALUE "35".

01 WS-AUDIT-EOF-SWITCH PIC X VALUE "N".
   88 AUDIT-FILE-EOF VALUE "Y".

01 WS-REGISTER-EOF-SWITCH PIC X VALUE "N".
   88 REGISTER-EOF VALUE "Y".

*> Every START seen is held in this table until its matching END
*> arrives; an END is matched to the most recent unmatched START for
*> the same program name, so reruns of one program within the same
01 WS-STEPS-COMPLETED     PIC 9(9) VALUE ZERO.
01 WS-STEPS-ABENDED       PIC 9(9) VALUE ZERO.
01 WS-STEPS-NONZERO-RC    PIC 9(9) VALUE ZERO.
01 WS-STEPS-SKIPPED       PIC 9(9) VALUE ZERO.
01 WS-RELEASE-EXCEPTIONS  PIC 9(9) VALUE ZERO.

01 WS-OPS-HEADING-1.
    05 FILLER PIC X(45)
    05 FILLER         PIC X(1)  VALUE SPACE.
    05 OPS-FLAG       PIC X(29).

01 WS-RELEASE-HEADING-1.
    05 FILLER PIC X(40)
        VALUE "RELEASE ACKNOWLEDGEMENT EXCEPTIONS".

01 WS-RELEASE-COLUMN-HEADING.
    05 FILLER PIC X(10) VALUE "GENERATN".
    05 FILLER PIC X(16) VALUE "RELEASED AT".
    05 FILLER PIC X(11) VALUE "    RECORDS".
    05 FILLER PIC X(16) VALUE "         AMOUNT".
    05 FILLER PIC X(11) VALUE "     LOADED".
    05 FILLER PIC X(16) VALUE "  LOADED AMOUNT".
    05 FILLER PIC X(32) VALUE "  EXCEPTION".

01 WS-RELEASE-DETAIL-LINE.
    05 REL-GENERATION     PIC X(8).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 REL-RELEASED-AT    PIC X(14).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 REL-RELEASE-COUNT  PIC ZZZZZZZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 REL-RELEASE-AMOUNT PIC ZZZZZZZZ9.99-.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 REL-ACK-COUNT      PIC ZZZZZZZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 REL-ACK-AMOUNT     PIC ZZZZZZZZ9.99-.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 REL-EXCEPTION      PIC X(32).

01 WS-OPS-TOTAL-LINE.
    05 OPS-TOT-LABEL  PIC X(30).
    05 OPS-TOT-COUNT  PIC ZZZZZZZZ9.

    PERFORM REPORT-UNMATCHED-STARTS
    PERFORM WRITE-OPS-TOTALS
    PERFORM REPORT-RELEASE-EXCEPTIONS
    PERFORM CLOSE-FILES
    STOP RUN.

            PERFORM RECORD-STEP-START
        WHEN AUDIT-TYPE-END
            PERFORM MATCH-STEP-END
        WHEN AUDIT-TYPE-SKIP
            ADD 1 TO WS-STEPS-SKIPPED
            PERFORM WRITE-SKIPPED-STEP-LINE
        WHEN OTHER
            DISPLAY "AUDIT-REPORTING: *** UNKNOWN AUDIT RECORD TYPE '"
                AUDIT-RECORD-TYPE "' IGNORED ***"
    MOVE WS-OPS-DETAIL-LINE TO OPS-REPORT-RECORD
    PERFORM WRITE-OPS-RECORD.

WRITE-SKIPPED-STEP-LINE.
*> A resubmitted chain's step that found itself already complete on
*> the run-state ledger did nothing and wrote a single SKIP record;
*> its real run is the completed line from the earlier submission.
    MOVE SPACES                          TO WS-OPS-DETAIL-LINE
    MOVE AUDIT-PROGRAM-NAME              TO OPS-PROGRAM
    MOVE AUDIT-TIMESTAMP                 TO OPS-START-TS
    MOVE AUDIT-TIMESTAMP                 TO OPS-END-TS
    MOVE ZERO                            TO OPS-ELAPSED-HH
    MOVE ZERO                            TO OPS-ELAPSED-MM
    MOVE ZERO                            TO OPS-ELAPSED-SS
    MOVE ":"                             TO OPS-ELAPSED(5:1)
    MOVE ":"                             TO OPS-ELAPSED(8:1)
    MOVE AUDIT-RETURN-CODE               TO OPS-RETURN-CODE
    MOVE ZERO                            TO OPS-RECORDS-READ
    MOVE ZERO                            TO OPS-RECORDS-WRITTEN
    MOVE "SKIPPED - ALREADY COMPLETE"    TO OPS-FLAG
    MOVE WS-OPS-DETAIL-LINE TO OPS-REPORT-RECORD
    PERFORM WRITE-OPS-RECORD.

COMPUTE-ELAPSED-TIME.
    MOVE WS-STEP-START-TS(WS-MATCH-SUB) TO WS-START-STAMP
    MOVE AUDIT-TIMESTAMP                TO WS-END-STAMP
    MOVE WS-STEPS-ABENDED                 TO OPS-TOT-COUNT
    MOVE WS-OPS-TOTAL-LINE TO OPS-REPORT-RECORD
    PERFORM WRITE-OPS-RECORD
    MOVE "STEPS SKIPPED, ALREADY DONE:  " TO OPS-TOT-LABEL
    MOVE WS-STEPS-SKIPPED                 TO OPS-TOT-COUNT
    MOVE WS-OPS-TOTAL-LINE TO OPS-REPORT-RECORD
    PERFORM WRITE-OPS-RECORD

    DISPLAY "AUDIT-REPORTING: STEPS COMPLETED = " WS-STEPS-COMPLETED
    DISPLAY "AUDIT-REPORTING: STEPS ABENDED   = " WS-STEPS-ABENDED
    DISPLAY "AUDIT-REPORTING: NONZERO RC      = " WS-STEPS-NONZERO-RC
    DISPLAY "AUDIT-REPORTING: SKIPPED         = " WS-STEPS-SKIPPED.

WRITE-OPS-RECORD.
    WRITE OPS-REPORT-RECORD
        STOP RUN
    END-IF.

*> Releases Release-Ack-Recon left overdue or acknowledged with totals
*> that differ are the morning's follow-ups with the downstream
*> system; either kind sets RC 4 so the report is not filed unread.
REPORT-RELEASE-EXCEPTIONS.
    OPEN INPUT RELEASE-REGISTER-FILE
    IF NOT RREG-STATUS-OK
        DISPLAY "AUDIT-REPORTING: RELEASE-REGISTER-FILE NOT AVAILABLE, STATUS="
            WS-RELEASE-REGISTER-STATUS ", RELEASE EXCEPTIONS NOT REPORTED"
    ELSE
        MOVE SPACES TO OPS-REPORT-RECORD
        PERFORM WRITE-OPS-RECORD
        MOVE WS-RELEASE-HEADING-1 TO OPS-REPORT-RECORD
        PERFORM WRITE-OPS-RECORD
        MOVE WS-RELEASE-COLUMN-HEADING TO OPS-REPORT-RECORD
        PERFORM WRITE-OPS-RECORD
        PERFORM READ-RELEASE-REGISTER
            UNTIL REGISTER-EOF
        CLOSE RELEASE-REGISTER-FILE
        MOVE "RELEASE EXCEPTIONS:           " TO OPS-TOT-LABEL
        MOVE WS-RELEASE-EXCEPTIONS            TO OPS-TOT-COUNT
        MOVE WS-OPS-TOTAL-LINE TO OPS-REPORT-RECORD
        PERFORM WRITE-OPS-RECORD
        DISPLAY "AUDIT-REPORTING: RELEASE EXCEPTIONS = " WS-RELEASE-EXCEPTIONS
    END-IF.

READ-RELEASE-REGISTER.
    READ RELEASE-REGISTER-FILE NEXT RECORD
    EVALUATE TRUE
        WHEN RREG-STATUS-OK
            IF RREG-OVERDUE OR RREG-MISMATCHED
                PERFORM WRITE-RELEASE-EXCEPTION-LINE
            END-IF
        WHEN RREG-STATUS-EOF
            SET REGISTER-EOF TO TRUE
        WHEN OTHER
            DISPLAY "AUDIT-REPORTING: ERROR READING RELEASE-REGISTER-FILE, STATUS=" WS-RELEASE-REGISTER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

WRITE-RELEASE-EXCEPTION-LINE.
    ADD 1 TO WS-RELEASE-EXCEPTIONS
    MOVE SPACES                 TO WS-RELEASE-DETAIL-LINE
    MOVE RREG-BUSINESS-DATE     TO REL-GENERATION
    MOVE RREG-RELEASE-TIMESTAMP TO REL-RELEASED-AT
    MOVE RREG-RELEASE-COUNT     TO REL-RELEASE-COUNT
    MOVE RREG-RELEASE-AMOUNT    TO REL-RELEASE-AMOUNT
    IF RREG-MISMATCHED
        MOVE RREG-ACK-COUNT     TO REL-ACK-COUNT
        MOVE RREG-ACK-AMOUNT    TO REL-ACK-AMOUNT
        MOVE "*** ACKNOWLEDGED, TOTALS DIFFER" TO REL-EXCEPTION
    ELSE
        MOVE "*** NOT ACKNOWLEDGED, OVERDUE" TO REL-EXCEPTION
    END-IF
    MOVE WS-RELEASE-DETAIL-LINE TO OPS-REPORT-RECORD
    PERFORM WRITE-OPS-RECORD
    IF RETURN-CODE < 4
        MOVE 4 TO RETURN-CODE
    END-IF.

CLOSE-FILES.
    CLOSE AUDIT-FILE
    CLOSE OPS-REPORT-FILE.
