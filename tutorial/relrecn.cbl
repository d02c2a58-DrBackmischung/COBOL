IDENTIFICATION DIVISION.
PROGRAM-ID. Release-Ack-Recon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> ACK-FILE is the downstream system's acknowledgement file
*> (RELACKRC): one record per RELEASE generation it has loaded, with
*> the records and amount it loaded.  A run with no acknowledgement
*> file still ages the outstanding releases.
    SELECT ACK-FILE ASSIGN TO "RELACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-STATUS.

*> RELEASE-REGISTER-FILE is the release register Release-Extract
*> adds every generation to.  Each acknowledgement is matched to its
*> generation by key; the register is then browsed in date order to
*> age and list everything still outstanding.
    SELECT RELEASE-REGISTER-FILE ASSIGN TO "RELREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RREG-BUSINESS-DATE
        FILE STATUS IS WS-RELEASE-REGISTER-STATUS.

    SELECT RECON-REPORT-FILE ASSIGN TO "RELRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECON-REPORT-STATUS.

*> AUDIT-FILE is the shared run-audit log written by every program in
*> this suite; it is extended (not recreated) so a driver job's steps
*> all land in the same log.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD ACK-FILE.
01 ACK-RECORD.
    COPY RELACKRC.

FD RELEASE-REGISTER-FILE.
01 RELEASE-REGISTER-RECORD.
    COPY RELREGRC.

FD RECON-REPORT-FILE.
01 RECON-REPORT-RECORD PIC X(132).

FD AUDIT-FILE.
01 AUDIT-LOG-RECORD.
    COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-ACK-STATUS PIC XX.
   88 ACK-STATUS-OK        VALUE "00".
   88 ACK-STATUS-EOF       VALUE "10".
   88 ACK-STATUS-NOT-FOUND VALUE "35".

01 WS-RELEASE-REGISTER-STATUS PIC XX.
   88 RREG-STATUS-OK          VALUE "00".
   88 RREG-STATUS-EOF         VALUE "10".
   88 RREG-STATUS-NOT-ON-FILE VALUE "23".
   88 RREG-STATUS-NOT-FOUND   VALUE "35".

01 WS-RECON-REPORT-STATUS PIC XX.
   88 RELRPT-STATUS-OK VALUE "00".

01 WS-AUDIT-STATUS PIC XX.
   88 AUDIT-STATUS-OK        VALUE "00".
   88 AUDIT-STATUS-NOT-FOUND VALUE "35".

01 WS-AUDIT-DATE PIC X(8).
01 WS-AUDIT-TIME PIC X(6).

01 WS-ACK-FILE-SWITCH PIC X VALUE "N".
   88 ACK-FILE-AVAILABLE VALUE "Y".
01 WS-ACK-EOF-SWITCH PIC X VALUE "N".
   88 ACK-FILE-EOF VALUE "Y".
01 WS-REGISTER-EOF-SWITCH PIC X VALUE "N".
   88 REGISTER-EOF VALUE "Y".

*> A release not acknowledged this many hours after it was written
*> is overdue.  PARM overrides it for one run (PARM='36').
77 WS-ACK-DEADLINE-HOURS PIC 9(3) VALUE 24.
01 WS-PARM-LINE          PIC X(10) VALUE SPACES.
01 WS-PARM-HOURS         PIC X(3)  VALUE SPACES.
01 WS-PARM-LENGTH        PIC 9(2)  VALUE ZERO.

*> The moment of this run, stamped on every register record it
*> changes and measured against each release timestamp.
01 WS-RUN-STAMP.
   05 WS-RUN-DATE        PIC X(8).
   05 WS-RUN-TIME        PIC X(6).

*> Elapsed-hours work areas, worked the way Audit-Reporting works
*> elapsed time: day numbers so a release before midnight ages
*> correctly the next morning.
01 WS-RELEASE-STAMP.
    05 WS-RELEASE-DATE    PIC 9(8).
    05 WS-RELEASE-HH      PIC 9(2).
    05 WS-RELEASE-MM      PIC 9(2).
    05 WS-RELEASE-SS      PIC 9(2).
01 WS-NOW-STAMP.
    05 WS-NOW-DATE        PIC 9(8).
    05 WS-NOW-HH          PIC 9(2).
    05 WS-NOW-MM          PIC 9(2).
    05 WS-NOW-SS          PIC 9(2).
01 WS-ELAPSED-SECONDS     PIC S9(11).
01 WS-HOURS-SINCE-RELEASE PIC 9(5).

01 WS-ACK-RESULT          PIC X(30).

*> Run counts.
01 WS-ACKS-READ           PIC 9(7) VALUE ZERO.
01 WS-ACKS-MATCHED        PIC 9(7) VALUE ZERO.
01 WS-ACKS-MISMATCHED     PIC 9(7) VALUE ZERO.
01 WS-ACKS-REPEATED       PIC 9(7) VALUE ZERO.
01 WS-ACKS-REJECTED       PIC 9(7) VALUE ZERO.
01 WS-RELEASES-AWAITING   PIC 9(7) VALUE ZERO.
01 WS-RELEASES-OVERDUE    PIC 9(7) VALUE ZERO.
01 WS-RELEASES-DIFFERENT  PIC 9(7) VALUE ZERO.

01 WS-REPORT-HEADING.
    05 FILLER PIC X(45)
        VALUE "RELEASE-ACK-RECON: RELEASE ACKNOWLEDGEMENTS".
    05 FILLER PIC X(10) VALUE " RUN AT ".
    05 RHD-RUN-STAMP PIC X(14).
    05 FILLER PIC X(16) VALUE "  OVERDUE AFTER ".
    05 RHD-HOURS     PIC ZZ9.
    05 FILLER PIC X(6)  VALUE " HOURS".

01 WS-SECTION-HEADING PIC X(60).

01 WS-COLUMN-HEADING.
    05 FILLER PIC X(10) VALUE "GENERATN".
    05 FILLER PIC X(16) VALUE "RELEASED AT".
    05 FILLER PIC X(11) VALUE "    RECORDS".
    05 FILLER PIC X(16) VALUE "         AMOUNT".
    05 FILLER PIC X(11) VALUE "     LOADED".
    05 FILLER PIC X(16) VALUE "  LOADED AMOUNT".
    05 FILLER PIC X(7)  VALUE "  HOURS".
    05 FILLER PIC X(30) VALUE "  RESULT".

01 WS-DETAIL-LINE.
    05 RDL-GENERATION     PIC X(8).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RDL-RELEASED-AT    PIC X(14).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RDL-RELEASE-COUNT  PIC ZZZZZZZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RDL-RELEASE-AMOUNT PIC ZZZZZZZZ9.99-.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RDL-ACK-COUNT      PIC ZZZZZZZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RDL-ACK-AMOUNT     PIC ZZZZZZZZ9.99-.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RDL-HOURS          PIC ZZZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RDL-RESULT         PIC X(30).

01 WS-TOTAL-LINE.
    05 TOT-LABEL          PIC X(32).
    05 TOT-COUNT          PIC ZZZZZZ9.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM GET-RUN-PARAMETER
    PERFORM OPEN-FILES
    PERFORM WRITE-START-AUDIT-RECORD
    PERFORM WRITE-REPORT-HEADING

    PERFORM APPLY-ACKNOWLEDGEMENTS
    PERFORM AGE-OUTSTANDING-RELEASES

    PERFORM WRITE-RECON-TOTALS
    PERFORM DISPLAY-RECON-TOTALS
    PERFORM WRITE-END-AUDIT-RECORD
    PERFORM CLOSE-FILES
    STOP RUN.

GET-RUN-PARAMETER.
*> The PARM is one to three digits; PARM='24' and PARM='024' are the
*> same limit.
    ACCEPT WS-PARM-LINE FROM COMMAND-LINE
    IF WS-PARM-LINE NOT = SPACES
        UNSTRING WS-PARM-LINE DELIMITED BY "," OR SPACE
            INTO WS-PARM-HOURS COUNT IN WS-PARM-LENGTH
        IF WS-PARM-LENGTH > 0 AND WS-PARM-LENGTH NOT > 3
           AND WS-PARM-HOURS(1:WS-PARM-LENGTH) IS NUMERIC
            MOVE WS-PARM-HOURS(1:WS-PARM-LENGTH) TO WS-ACK-DEADLINE-HOURS
        ELSE
            DISPLAY "RELEASE-ACK-RECON: *** PARM MUST BE THE OVERDUE HOURS, 1 TO 3 DIGITS - RUN REFUSED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    MOVE WS-RUN-STAMP TO WS-NOW-STAMP
    DISPLAY "RELEASE-ACK-RECON: OVERDUE AFTER " WS-ACK-DEADLINE-HOURS " HOURS".

OPEN-FILES.
    OPEN INPUT ACK-FILE
    EVALUATE TRUE
        WHEN ACK-STATUS-OK
            SET ACK-FILE-AVAILABLE TO TRUE
        WHEN ACK-STATUS-NOT-FOUND
            DISPLAY "RELEASE-ACK-RECON: ACK-FILE NOT FOUND, NO ACKNOWLEDGEMENTS THIS RUN"
        WHEN OTHER
            DISPLAY "RELEASE-ACK-RECON: ERROR OPENING ACK-FILE, STATUS=" WS-ACK-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE

*> The register is defined once by RELDEF.jcl and normally loaded by
*> Release-Extract's first release; an empty cluster is loaded here
*> instead if this program gets to it first.
    OPEN I-O RELEASE-REGISTER-FILE
    IF RREG-STATUS-NOT-FOUND
        OPEN OUTPUT RELEASE-REGISTER-FILE
        IF RREG-STATUS-OK
            CLOSE RELEASE-REGISTER-FILE
            OPEN I-O RELEASE-REGISTER-FILE
        END-IF
    END-IF
    IF NOT RREG-STATUS-OK
        DISPLAY "RELEASE-ACK-RECON: ERROR OPENING RELEASE-REGISTER-FILE, STATUS=" WS-RELEASE-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT RECON-REPORT-FILE
    IF NOT RELRPT-STATUS-OK
        DISPLAY "RELEASE-ACK-RECON: ERROR OPENING RECON-REPORT-FILE, STATUS=" WS-RECON-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM OPEN-AUDIT-LOG.

*> AUDIT-FILE is shared across every program in the suite and across
*> every step of a driver job, so it is always extended rather than
*> recreated; the very first run of the day gets AUDIT-STATUS-NOT-FOUND
*> and creates it instead.
OPEN-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE
    IF AUDIT-STATUS-NOT-FOUND
        OPEN OUTPUT AUDIT-FILE
    END-IF
    IF NOT AUDIT-STATUS-OK
        DISPLAY "RELEASE-ACK-RECON: ERROR OPENING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

APPLY-ACKNOWLEDGEMENTS.
    MOVE "ACKNOWLEDGEMENTS RECEIVED" TO WS-SECTION-HEADING
    PERFORM WRITE-SECTION-HEADING
    IF ACK-FILE-AVAILABLE
        PERFORM READ-ACK-RECORD
            UNTIL ACK-FILE-EOF
        CLOSE ACK-FILE
    END-IF.

READ-ACK-RECORD.
    READ ACK-FILE
    EVALUATE TRUE
        WHEN ACK-STATUS-OK
            ADD 1 TO WS-ACKS-READ
            PERFORM MATCH-ACKNOWLEDGEMENT
        WHEN ACK-STATUS-EOF
            SET ACK-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "RELEASE-ACK-RECON: ERROR READING ACK-FILE, STATUS=" WS-ACK-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> An acknowledgement matches when the records and amount loaded are
*> exactly the generation's trailer figures.  One that cannot be
*> read, names a generation never released, or was stamped before the
*> generation's latest release (it acknowledges a generation a forced
*> rerun has since replaced) changes nothing on the register.
MATCH-ACKNOWLEDGEMENT.
    MOVE SPACES TO WS-DETAIL-LINE
    MOVE RACK-GENERATION-DATE TO RDL-GENERATION
    IF RACK-GENERATION-DATE NOT NUMERIC
       OR RACK-LOAD-TIMESTAMP NOT NUMERIC
       OR RACK-RECORDS-LOADED NOT NUMERIC
       OR RACK-AMOUNT-LOADED NOT NUMERIC
        MOVE "*** INVALID ACKNOWLEDGEMENT ***" TO WS-ACK-RESULT
        PERFORM REJECT-ACKNOWLEDGEMENT
    ELSE
        MOVE RACK-GENERATION-DATE TO RREG-BUSINESS-DATE
        READ RELEASE-REGISTER-FILE
        EVALUATE TRUE
            WHEN RREG-STATUS-OK
                PERFORM COMPARE-ACKNOWLEDGEMENT
            WHEN RREG-STATUS-NOT-ON-FILE
                MOVE "*** NO SUCH RELEASE ***" TO WS-ACK-RESULT
                PERFORM REJECT-ACKNOWLEDGEMENT
                MOVE 8 TO RETURN-CODE
            WHEN OTHER
                DISPLAY "RELEASE-ACK-RECON: ERROR READING RELEASE-REGISTER-FILE, STATUS=" WS-RELEASE-REGISTER-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF.

COMPARE-ACKNOWLEDGEMENT.
    MOVE RREG-RELEASE-TIMESTAMP TO RDL-RELEASED-AT
    MOVE RREG-RELEASE-COUNT     TO RDL-RELEASE-COUNT
    MOVE RREG-RELEASE-AMOUNT    TO RDL-RELEASE-AMOUNT
    IF RACK-LOAD-TIMESTAMP < RREG-RELEASE-TIMESTAMP
        MOVE "*** PREDATES LATEST RELEASE ***" TO WS-ACK-RESULT
        PERFORM REJECT-ACKNOWLEDGEMENT
    ELSE IF RREG-MATCHED
       AND RACK-RECORDS-LOADED = RREG-ACK-COUNT
       AND RACK-AMOUNT-LOADED = RREG-ACK-AMOUNT
        ADD 1 TO WS-ACKS-REPEATED
        MOVE "ALREADY MATCHED" TO WS-ACK-RESULT
        PERFORM WRITE-ACK-LINE
    ELSE
        MOVE RACK-LOAD-TIMESTAMP TO RREG-ACK-TIMESTAMP
        MOVE RACK-RECORDS-LOADED TO RREG-ACK-COUNT
        MOVE RACK-AMOUNT-LOADED  TO RREG-ACK-AMOUNT
        MOVE WS-RUN-STAMP        TO RREG-RECONCILED-TIMESTAMP
        IF RACK-RECORDS-LOADED = RREG-RELEASE-COUNT
           AND RACK-AMOUNT-LOADED = RREG-RELEASE-AMOUNT
            SET RREG-MATCHED TO TRUE
            ADD 1 TO WS-ACKS-MATCHED
            MOVE "MATCHED" TO WS-ACK-RESULT
        ELSE
            SET RREG-MISMATCHED TO TRUE
            ADD 1 TO WS-ACKS-MISMATCHED
            MOVE "*** TOTALS DIFFER ***" TO WS-ACK-RESULT
            MOVE 8 TO RETURN-CODE
        END-IF
        REWRITE RELEASE-REGISTER-RECORD
        IF NOT RREG-STATUS-OK
            DISPLAY "RELEASE-ACK-RECON: ERROR UPDATING RELEASE-REGISTER-FILE, STATUS=" WS-RELEASE-REGISTER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM WRITE-ACK-LINE
    END-IF.

REJECT-ACKNOWLEDGEMENT.
    ADD 1 TO WS-ACKS-REJECTED
    DISPLAY "RELEASE-ACK-RECON: ACKNOWLEDGEMENT FOR " RACK-GENERATION-DATE
        " IGNORED - " WS-ACK-RESULT
    IF RETURN-CODE < 4
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM WRITE-ACK-LINE.

WRITE-ACK-LINE.
    IF RACK-RECORDS-LOADED IS NUMERIC
        MOVE RACK-RECORDS-LOADED TO RDL-ACK-COUNT
    END-IF
    IF RACK-AMOUNT-LOADED IS NUMERIC
        MOVE RACK-AMOUNT-LOADED  TO RDL-ACK-AMOUNT
    END-IF
    MOVE WS-ACK-RESULT TO RDL-RESULT
    MOVE WS-DETAIL-LINE TO RECON-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

*> Every generation on the register not yet matched is aged against
*> the deadline and listed: awaiting within the deadline, overdue
*> past it, or acknowledged with totals that differ.  A mismatch
*> stays listed until a corrected acknowledgement or a re-release
*> clears it.
AGE-OUTSTANDING-RELEASES.
    MOVE SPACES TO RECON-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE "RELEASES OUTSTANDING" TO WS-SECTION-HEADING
    PERFORM WRITE-SECTION-HEADING
    MOVE LOW-VALUES TO RREG-BUSINESS-DATE
    START RELEASE-REGISTER-FILE KEY IS NOT LESS THAN RREG-BUSINESS-DATE
    EVALUATE TRUE
        WHEN RREG-STATUS-OK
            PERFORM READ-NEXT-REGISTER-RECORD
                UNTIL REGISTER-EOF
        WHEN RREG-STATUS-NOT-ON-FILE
            CONTINUE
        WHEN OTHER
            DISPLAY "RELEASE-ACK-RECON: ERROR POSITIONING RELEASE-REGISTER-FILE, STATUS=" WS-RELEASE-REGISTER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-NEXT-REGISTER-RECORD.
    READ RELEASE-REGISTER-FILE NEXT RECORD
    EVALUATE TRUE
        WHEN RREG-STATUS-OK
            IF NOT RREG-MATCHED
                PERFORM AGE-ONE-RELEASE
            END-IF
        WHEN RREG-STATUS-EOF
            SET REGISTER-EOF TO TRUE
        WHEN OTHER
            DISPLAY "RELEASE-ACK-RECON: ERROR READING RELEASE-REGISTER-FILE, STATUS=" WS-RELEASE-REGISTER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

AGE-ONE-RELEASE.
    PERFORM COMPUTE-HOURS-SINCE-RELEASE
    MOVE SPACES TO WS-DETAIL-LINE
    MOVE RREG-BUSINESS-DATE     TO RDL-GENERATION
    MOVE RREG-RELEASE-TIMESTAMP TO RDL-RELEASED-AT
    MOVE RREG-RELEASE-COUNT     TO RDL-RELEASE-COUNT
    MOVE RREG-RELEASE-AMOUNT    TO RDL-RELEASE-AMOUNT
    MOVE WS-HOURS-SINCE-RELEASE TO RDL-HOURS
    EVALUATE TRUE
        WHEN RREG-MISMATCHED
            ADD 1 TO WS-RELEASES-DIFFERENT
            MOVE RREG-ACK-COUNT  TO RDL-ACK-COUNT
            MOVE RREG-ACK-AMOUNT TO RDL-ACK-AMOUNT
            MOVE "*** ACKNOWLEDGED, TOTALS DIFFER" TO RDL-RESULT
            MOVE 8 TO RETURN-CODE
        WHEN WS-HOURS-SINCE-RELEASE >= WS-ACK-DEADLINE-HOURS
            ADD 1 TO WS-RELEASES-OVERDUE
            MOVE "*** NOT ACKNOWLEDGED, OVERDUE" TO RDL-RESULT
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
            IF NOT RREG-OVERDUE
                SET RREG-OVERDUE TO TRUE
                MOVE WS-RUN-STAMP TO RREG-RECONCILED-TIMESTAMP
                PERFORM REWRITE-REGISTER-RECORD
            END-IF
        WHEN OTHER
            ADD 1 TO WS-RELEASES-AWAITING
            MOVE "AWAITING ACKNOWLEDGEMENT" TO RDL-RESULT
    END-EVALUATE
    MOVE WS-DETAIL-LINE TO RECON-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

REWRITE-REGISTER-RECORD.
    REWRITE RELEASE-REGISTER-RECORD
    IF NOT RREG-STATUS-OK
        DISPLAY "RELEASE-ACK-RECON: ERROR UPDATING RELEASE-REGISTER-FILE, STATUS=" WS-RELEASE-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> A release timestamp that cannot be read is treated as long past
*> the deadline rather than left quietly awaiting.
COMPUTE-HOURS-SINCE-RELEASE.
    IF RREG-RELEASE-TIMESTAMP IS NUMERIC
        MOVE RREG-RELEASE-TIMESTAMP TO WS-RELEASE-STAMP
        COMPUTE WS-ELAPSED-SECONDS =
            ((FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
              - FUNCTION INTEGER-OF-DATE(WS-RELEASE-DATE)) * 86400)
            + (WS-NOW-HH * 3600) + (WS-NOW-MM * 60) + WS-NOW-SS
            - (WS-RELEASE-HH * 3600) - (WS-RELEASE-MM * 60) - WS-RELEASE-SS
        IF WS-ELAPSED-SECONDS < ZERO
            MOVE ZERO TO WS-ELAPSED-SECONDS
        END-IF
        DIVIDE WS-ELAPSED-SECONDS BY 3600
            GIVING WS-HOURS-SINCE-RELEASE
    ELSE
        MOVE 99999 TO WS-HOURS-SINCE-RELEASE
    END-IF.

WRITE-REPORT-HEADING.
    MOVE WS-RUN-STAMP          TO RHD-RUN-STAMP
    MOVE WS-ACK-DEADLINE-HOURS TO RHD-HOURS
    MOVE WS-REPORT-HEADING TO RECON-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE SPACES TO RECON-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

WRITE-SECTION-HEADING.
    MOVE WS-SECTION-HEADING TO RECON-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE WS-COLUMN-HEADING TO RECON-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

WRITE-RECON-TOTALS.
    MOVE SPACES TO RECON-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE "ACKNOWLEDGEMENTS READ:" TO TOT-LABEL
    MOVE WS-ACKS-READ             TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE
    MOVE "  MATCHED:" TO TOT-LABEL
    MOVE WS-ACKS-MATCHED          TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE
    MOVE "  TOTALS DIFFER:" TO TOT-LABEL
    MOVE WS-ACKS-MISMATCHED       TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE
    MOVE "  ALREADY MATCHED:" TO TOT-LABEL
    MOVE WS-ACKS-REPEATED         TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE
    MOVE "  IGNORED:" TO TOT-LABEL
    MOVE WS-ACKS-REJECTED         TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE
    MOVE "RELEASES AWAITING:" TO TOT-LABEL
    MOVE WS-RELEASES-AWAITING     TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE
    MOVE "RELEASES OVERDUE:" TO TOT-LABEL
    MOVE WS-RELEASES-OVERDUE      TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE
    MOVE "RELEASES WITH TOTALS DIFFERING:" TO TOT-LABEL
    MOVE WS-RELEASES-DIFFERENT    TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE.

WRITE-TOTAL-LINE.
    MOVE WS-TOTAL-LINE TO RECON-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

WRITE-REPORT-RECORD.
    WRITE RECON-REPORT-RECORD
    IF NOT RELRPT-STATUS-OK
        DISPLAY "RELEASE-ACK-RECON: ERROR WRITING RECON-REPORT-FILE, STATUS=" WS-RECON-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-START-AUDIT-RECORD.
    SET AUDIT-TYPE-START     TO TRUE
    MOVE "RELEASE-ACK-RECON" TO AUDIT-PROGRAM-NAME
    MOVE ZERO                TO AUDIT-RETURN-CODE
    MOVE ZERO                TO AUDIT-RECORDS-READ
    MOVE ZERO                TO AUDIT-RECORDS-WRITTEN
    PERFORM STAMP-AUDIT-RECORD
    PERFORM WRITE-AUDIT-RECORD.

WRITE-END-AUDIT-RECORD.
    SET AUDIT-TYPE-END       TO TRUE
    MOVE "RELEASE-ACK-RECON" TO AUDIT-PROGRAM-NAME
    MOVE RETURN-CODE         TO AUDIT-RETURN-CODE
    MOVE WS-ACKS-READ        TO AUDIT-RECORDS-READ
    COMPUTE AUDIT-RECORDS-WRITTEN = WS-ACKS-MATCHED + WS-ACKS-MISMATCHED
    PERFORM STAMP-AUDIT-RECORD
    PERFORM WRITE-AUDIT-RECORD.

STAMP-AUDIT-RECORD.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AUDIT-TIMESTAMP.

WRITE-AUDIT-RECORD.
    WRITE AUDIT-LOG-RECORD
    IF NOT AUDIT-STATUS-OK
        DISPLAY "RELEASE-ACK-RECON: ERROR WRITING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

CLOSE-FILES.
    CLOSE RELEASE-REGISTER-FILE
    CLOSE RECON-REPORT-FILE
    CLOSE AUDIT-FILE.

DISPLAY-RECON-TOTALS.
    DISPLAY "RELEASE-ACK-RECON: ==== RECONCILIATION TOTALS ===="
    DISPLAY "RELEASE-ACK-RECON: ACKNOWLEDGEMENTS READ = " WS-ACKS-READ
    DISPLAY "RELEASE-ACK-RECON: MATCHED               = " WS-ACKS-MATCHED
    DISPLAY "RELEASE-ACK-RECON: TOTALS DIFFER         = " WS-ACKS-MISMATCHED
    DISPLAY "RELEASE-ACK-RECON: IGNORED               = " WS-ACKS-REJECTED
    DISPLAY "RELEASE-ACK-RECON: RELEASES AWAITING     = " WS-RELEASES-AWAITING
    DISPLAY "RELEASE-ACK-RECON: RELEASES OVERDUE      = " WS-RELEASES-OVERDUE
    DISPLAY "RELEASE-ACK-RECON: RELEASES DIFFERING    = " WS-RELEASES-DIFFERENT
    DISPLAY "RELEASE-ACK-RECON: ==== END OF TOTALS ====".
