        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECON-STATUS.

*> PROPOSAL-FILE is the proposed roster maintenance that falls out of
*> the cross-check: an add for each active customer missing from the
*> roster, and a delete for each roster entry whose customer is gone
*> or closed.  Nothing is applied here; the proposals are reviewed,
*> marked, and fed to Roster-Maintenance, which applies only the
*> accepted ones.
    SELECT PROPOSAL-FILE ASSIGN TO "ROSTPROP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROPOSAL-STATUS.

*> RUN-CONTROL-FILE is the suite-wide run-control card; only the
*> business date is taken from it, to find this step's record on the
*> run-state ledger.  A run without the card uses the system date.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

*> AUDIT-FILE is the shared run-audit log written by every program in
*> this suite; it is extended (not recreated) so a driver job's steps
*> all land in the same log.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

*> RUN-STATE-FILE is the chain's run-state ledger (RUNSTATE): this
*> program's record for the business date is marked started here and
*> complete or failed at the end, and a resubmitted chain that finds
*> it already complete skips the program.  A run without the DD - a
*> program run on its own, outside the chain - is not checked.
    SELECT RUN-STATE-FILE ASSIGN TO "RUNSTATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RST-KEY
        FILE STATUS IS WS-RUN-STATE-STATUS.

DATA DIVISION.
FILE SECTION.
FD NAME-FILE.
FD RECON-REPORT-FILE.
01 RECON-REPORT-RECORD PIC X(80).

FD PROPOSAL-FILE.
01 PROPOSAL-RECORD.
    COPY ROSTPROP.

FD RUN-CONTROL-FILE.
01 RUN-CONTROL-RECORD.
    COPY RUNCTLRC.

FD AUDIT-FILE.
01 AUDIT-LOG-RECORD.
    COPY AUDITREC.

FD RUN-STATE-FILE.
01 RUN-STATE-RECORD.
    COPY RUNSTREC.

WORKING-STORAGE SECTION.
01 WS-NAME-FILE-STATUS PIC XX.
   88 NAME-STATUS-OK    VALUE "00".
01 WS-RECON-STATUS PIC XX.
   88 RECON-STATUS-OK VALUE "00".

01 WS-PROPOSAL-STATUS PIC XX.
   88 PROPOSAL-STATUS-OK VALUE "00".

01 WS-RUN-CONTROL-STATUS PIC XX.
   88 CTL-STATUS-OK        VALUE "00".
   88 CTL-STATUS-EOF       VALUE "10".
   88 CTL-STATUS-NOT-FOUND VALUE "35".

01 WS-BUSINESS-DATE PIC X(8).

01 WS-AUDIT-STATUS PIC XX.
   88 AUDIT-STATUS-OK        VALUE "00".
   88 AUDIT-STATUS-NOT-FOUND VALUE "35".
01 WS-AUDIT-DATE PIC X(8).
01 WS-AUDIT-TIME PIC X(6).

01 WS-RUN-STATE-STATUS PIC XX.
   88 RST-STATUS-OK          VALUE "00".
   88 RST-STATUS-NOT-ON-FILE VALUE "23".
   88 RST-STATUS-NOT-FOUND   VALUE "35".

01 WS-RUN-STATE-SWITCH PIC X VALUE "N".
   88 RUN-STATE-AVAILABLE VALUE "Y".

01 WS-RUN-STATE-STAMP.
   05 WS-RUN-STATE-DATE PIC X(8).
   05 WS-RUN-STATE-TIME PIC X(6).

01 WS-NAME-EOF-SWITCH PIC X VALUE "N".
   88 NAME-FILE-EOF     VALUE "Y".

01 WS-NAME-MISMATCH-COUNT  PIC 9(9) VALUE ZERO.
01 WS-ROSTER-UNMATCHED     PIC 9(9) VALUE ZERO.
01 WS-SEQUENCE-ERROR-COUNT PIC 9(9) VALUE ZERO.
01 WS-ADDS-PROPOSED        PIC 9(9) VALUE ZERO.
01 WS-DELETES-PROPOSED     PIC 9(9) VALUE ZERO.

01 WS-RECON-HEADING.
    05 FILLER PIC X(55)

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-RUN-CONTROL
    PERFORM CHECK-RUN-STATE
    PERFORM OPEN-FILES
    PERFORM WRITE-START-AUDIT-RECORD
    PERFORM LOAD-NAME-TABLE
    PERFORM REPORT-UNMATCHED-ROSTER-NAMES
    PERFORM WRITE-RECON-TOTALS
    PERFORM DISPLAY-RECON-TOTALS
    PERFORM MARK-RUN-STATE-ENDED
    PERFORM WRITE-END-AUDIT-RECORD
    PERFORM CLOSE-FILES
    STOP RUN.

LOAD-RUN-CONTROL.
    OPEN INPUT RUN-CONTROL-FILE
    EVALUATE TRUE
        WHEN CTL-STATUS-OK
            PERFORM READ-RUN-CONTROL-CARD
            CLOSE RUN-CONTROL-FILE
        WHEN CTL-STATUS-NOT-FOUND
            DISPLAY "MASTER-ROSTER-RECON: RUN-CONTROL-FILE NOT FOUND, USING SYSTEM DATE"
        WHEN OTHER
            DISPLAY "MASTER-ROSTER-RECON: ERROR OPENING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-RUN-CONTROL-CARD.
    READ RUN-CONTROL-FILE
    EVALUATE TRUE
        WHEN CTL-STATUS-OK
            IF CTL-BUSINESS-DATE IS NUMERIC
                MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
            END-IF
        WHEN CTL-STATUS-EOF
            DISPLAY "MASTER-ROSTER-RECON: RUN-CONTROL-FILE EMPTY, USING SYSTEM DATE"
        WHEN OTHER
            DISPLAY "MASTER-ROSTER-RECON: ERROR READING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

OPEN-FILES.
    OPEN INPUT NAME-FILE
    IF NOT NAME-STATUS-OK
        STOP RUN
    END-IF

    OPEN OUTPUT PROPOSAL-FILE
    IF NOT PROPOSAL-STATUS-OK
        DISPLAY "MASTER-ROSTER-RECON: ERROR OPENING PROPOSAL-FILE, STATUS=" WS-PROPOSAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM OPEN-AUDIT-LOG.

*> AUDIT-FILE is shared across every program in the suite and across
*> The match is by customer ID.  A matched customer whose roster name
*> disagrees with the master name is still matched - spelling noise
*> must not dominate the exception report - but the disagreement is
*> listed so the descriptive names can be cleaned up.  A closed
*> customer still on the roster, and an active customer missing from
*> it, each get a roster proposal; a suspended customer is left where
*> it is until its status settles.
    MOVE "N" TO WS-FOUND
    IF WS-NAME-COUNT > 0
        SEARCH ALL WS-NAMES
            MOVE WS-RECON-DETAIL-LINE TO RECON-REPORT-RECORD
            PERFORM WRITE-RECON-RECORD
        END-IF
        IF CM-CUST-STATUS-CLOSED
            MOVE SPACES                  TO PROPOSAL-RECORD
            SET PROP-ACTION-DELETE       TO TRUE
            MOVE CM-CUST-ID              TO PROP-CUST-ID
            MOVE WS-NAME(IDX)            TO PROP-NAME
            MOVE "CUSTOMER CLOSED ON MASTER" TO PROP-REASON
            PERFORM WRITE-PROPOSAL-RECORD
            ADD 1 TO WS-DELETES-PROPOSED
        END-IF
    ELSE
        ADD 1 TO WS-CUSTOMERS-UNMATCHED
        MOVE SPACES                   TO WS-RECON-DETAIL-LINE
        MOVE CM-CUST-NAME             TO XRC-NAME
        MOVE WS-RECON-DETAIL-LINE TO RECON-REPORT-RECORD
        PERFORM WRITE-RECON-RECORD
        IF CM-CUST-STATUS-ACTIVE
            MOVE SPACES                  TO PROPOSAL-RECORD
            SET PROP-ACTION-ADD          TO TRUE
            MOVE CM-CUST-ID              TO PROP-CUST-ID
            MOVE CM-CUST-NAME            TO PROP-NAME
            MOVE "ACTIVE CUSTOMER NOT ON ROSTER" TO PROP-REASON
            PERFORM WRITE-PROPOSAL-RECORD
            ADD 1 TO WS-ADDS-PROPOSED
        END-IF
    END-IF.

REPORT-UNMATCHED-ROSTER-NAMES.
        MOVE WS-NAME(WS-SCAN-SUB)     TO XRC-NAME
        MOVE WS-RECON-DETAIL-LINE TO RECON-REPORT-RECORD
        PERFORM WRITE-RECON-RECORD
        MOVE SPACES                   TO PROPOSAL-RECORD
        SET PROP-ACTION-DELETE        TO TRUE
        MOVE WS-ROSTER-ID(WS-SCAN-SUB) TO PROP-CUST-ID
        MOVE WS-NAME(WS-SCAN-SUB)     TO PROP-NAME
        MOVE "NO CUSTOMER RECORD ON MASTER" TO PROP-REASON
        PERFORM WRITE-PROPOSAL-RECORD
        ADD 1 TO WS-DELETES-PROPOSED
    END-IF.

WRITE-RECON-HEADING.
    MOVE "ROSTER NAMES WITH NO CUSTOMER:" TO XRC-TOT-LABEL
    MOVE WS-ROSTER-UNMATCHED              TO XRC-TOT-COUNT
    MOVE WS-RECON-TOTAL-LINE TO RECON-REPORT-RECORD
    PERFORM WRITE-RECON-RECORD
    MOVE "ROSTER ADDS PROPOSED:         " TO XRC-TOT-LABEL
    MOVE WS-ADDS-PROPOSED                 TO XRC-TOT-COUNT
    MOVE WS-RECON-TOTAL-LINE TO RECON-REPORT-RECORD
    PERFORM WRITE-RECON-RECORD
    MOVE "ROSTER DELETES PROPOSED:      " TO XRC-TOT-LABEL
    MOVE WS-DELETES-PROPOSED              TO XRC-TOT-COUNT
    MOVE WS-RECON-TOTAL-LINE TO RECON-REPORT-RECORD
    PERFORM WRITE-RECON-RECORD.

WRITE-PROPOSAL-RECORD.
*> The accept flag is written blank: nothing is applied until a
*> reviewer has marked it.
    MOVE SPACE TO PROP-ACCEPT-FLAG
    WRITE PROPOSAL-RECORD
    IF NOT PROPOSAL-STATUS-OK
        DISPLAY "MASTER-ROSTER-RECON: ERROR WRITING PROPOSAL-FILE, STATUS=" WS-PROPOSAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-RECON-RECORD.
    WRITE RECON-REPORT-RECORD
    IF NOT RECON-STATUS-OK
    PERFORM STAMP-AUDIT-RECORD
    PERFORM WRITE-AUDIT-RECORD.

*> The run-state ledger lets a resubmitted chain pass over the steps
*> that already finished for the business date.  A program whose
*> record is COMPLETE ends at once; any other state - started but
*> never ended, failed, or forced by Run-State-Report - runs again.
CHECK-RUN-STATE.
    IF WS-BUSINESS-DATE IS NUMERIC
        PERFORM OPEN-RUN-STATE-FILE
    END-IF
    IF RUN-STATE-AVAILABLE
        MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE
        MOVE "MASTER-ROSTER-RECON" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        EVALUATE TRUE
            WHEN RST-STATUS-OK
                IF RST-COMPLETE
                    PERFORM SKIP-COMPLETED-RUN
                END-IF
            WHEN RST-STATUS-NOT-ON-FILE
                MOVE SPACES TO RUN-STATE-RECORD
                MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE
                MOVE "MASTER-ROSTER-RECON" TO RST-PROGRAM-NAME
                MOVE ZERO TO RST-RUN-COUNT
                MOVE ZERO TO RST-SKIP-COUNT
            WHEN OTHER
                DISPLAY "MASTER-ROSTER-RECON: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        PERFORM MARK-RUN-STATE-STARTED
    END-IF.

*> The ledger is defined once by RUNSDEF.jcl; the first program to
*> use it loads the empty cluster, the way File-Handling loads the
*> feed registry.  No DD at all leaves the run unchecked.
OPEN-RUN-STATE-FILE.
    OPEN I-O RUN-STATE-FILE
    IF RST-STATUS-NOT-FOUND
        OPEN OUTPUT RUN-STATE-FILE
        IF RST-STATUS-OK
            CLOSE RUN-STATE-FILE
            OPEN I-O RUN-STATE-FILE
        END-IF
    END-IF
    IF RST-STATUS-OK
        SET RUN-STATE-AVAILABLE TO TRUE
    ELSE
        DISPLAY "MASTER-ROSTER-RECON: RUN-STATE-FILE NOT AVAILABLE, STATUS=" WS-RUN-STATE-STATUS
            " - RUNNING WITHOUT RESTART CHECK"
    END-IF.

MARK-RUN-STATE-STARTED.
    SET RST-STARTED TO TRUE
    MOVE ZERO   TO RST-RETURN-CODE
    MOVE SPACES TO RST-ENDED-TIMESTAMP
    ADD 1 TO RST-RUN-COUNT
    PERFORM STAMP-RUN-STATE
    MOVE WS-RUN-STATE-STAMP TO RST-STARTED-TIMESTAMP
    IF RST-STATUS-NOT-ON-FILE
        WRITE RUN-STATE-RECORD
    ELSE
        REWRITE RUN-STATE-RECORD
    END-IF
    IF NOT RST-STATUS-OK
        DISPLAY "MASTER-ROSTER-RECON: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

SKIP-COMPLETED-RUN.
*> Nothing has been opened yet, so no output of the earlier run is
*> touched.  The SKIP audit record shows operations the step was
*> passed over rather than missing, and the step ends clean so the
*> rest of the chain runs.
    ADD 1 TO RST-SKIP-COUNT
    REWRITE RUN-STATE-RECORD
    IF NOT RST-STATUS-OK
        DISPLAY "MASTER-ROSTER-RECON: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE RUN-STATE-FILE
    DISPLAY "MASTER-ROSTER-RECON: ALREADY COMPLETE FOR BUSINESS DATE " WS-BUSINESS-DATE " - SKIPPED"
    PERFORM OPEN-AUDIT-LOG
    SET AUDIT-TYPE-SKIP TO TRUE
    MOVE "MASTER-ROSTER-RECON" TO AUDIT-PROGRAM-NAME
    MOVE ZERO TO AUDIT-RETURN-CODE
    MOVE ZERO TO AUDIT-RECORDS-READ
    MOVE ZERO TO AUDIT-RECORDS-WRITTEN
    PERFORM STAMP-AUDIT-RECORD
    PERFORM WRITE-AUDIT-RECORD
    CLOSE AUDIT-FILE
    MOVE ZERO TO RETURN-CODE
    STOP RUN.

*> Return code 8 and above is a failure the chain stops on; anything
*> less did its work and must not be repeated on a resubmission.
MARK-RUN-STATE-ENDED.
    IF RUN-STATE-AVAILABLE
        MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE
        MOVE "MASTER-ROSTER-RECON" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        IF NOT RST-STATUS-OK
            DISPLAY "MASTER-ROSTER-RECON: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF RETURN-CODE < 8
            SET RST-COMPLETE TO TRUE
        ELSE
            SET RST-FAILED TO TRUE
        END-IF
        MOVE RETURN-CODE TO RST-RETURN-CODE
        PERFORM STAMP-RUN-STATE
        MOVE WS-RUN-STATE-STAMP TO RST-ENDED-TIMESTAMP
        REWRITE RUN-STATE-RECORD
        IF NOT RST-STATUS-OK
            DISPLAY "MASTER-ROSTER-RECON: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE RUN-STATE-FILE
    END-IF.

STAMP-RUN-STATE.
    ACCEPT WS-RUN-STATE-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-STATE-TIME FROM TIME.

STAMP-AUDIT-RECORD.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME
CLOSE-FILES.
    CLOSE CUSTOMER-MASTER
    CLOSE RECON-REPORT-FILE
    CLOSE PROPOSAL-FILE
    CLOSE AUDIT-FILE.

DISPLAY-RECON-TOTALS.
    DISPLAY "MASTER-ROSTER-RECON: CUSTOMERS NOT ON ROSTER     = " WS-CUSTOMERS-UNMATCHED
    DISPLAY "MASTER-ROSTER-RECON: MATCHED, NAME DIFFERS       = " WS-NAME-MISMATCH-COUNT
    DISPLAY "MASTER-ROSTER-RECON: ROSTER NAMES NO CUSTOMER    = " WS-ROSTER-UNMATCHED
    DISPLAY "MASTER-ROSTER-RECON: ROSTER ADDS PROPOSED        = " WS-ADDS-PROPOSED
    DISPLAY "MASTER-ROSTER-RECON: ROSTER DELETES PROPOSED     = " WS-DELETES-PROPOSED
    DISPLAY "MASTER-ROSTER-RECON: ==== END OF TOTALS ====".
