        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

*> CONTROL-TOTAL-FILE is the end-of-job control-total handoff shared
*> by the chain's steps; extended, not recreated, like AUDITLOG.  This
*> step reads the whole master, so its handoff is the night's record
*> of the master itself - record count and amount total, closed
*> accounts included - which History-Roll keeps in CTLTHST and
*> Forward-Recovery reconciles a rebuilt master against.
    SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-TOTAL-STATUS.

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
FD CUSTOMER-MASTER.
01 RUN-CONTROL-RECORD.
    COPY RUNCTLRC.

FD CONTROL-TOTAL-FILE.
01 CONTROL-TOTAL-RECORD.
    COPY CTLTOTRC.

FD AUDIT-FILE.
01 AUDIT-LOG-RECORD.
    COPY AUDITREC.

FD RUN-STATE-FILE.
01 RUN-STATE-RECORD.
    COPY RUNSTREC.

WORKING-STORAGE SECTION.
01 WS-CUSTMAST-STATUS PIC XX.
   88 CUSTMAST-STATUS-OK  VALUE "00".
   88 CTL-STATUS-EOF       VALUE "10".
   88 CTL-STATUS-NOT-FOUND VALUE "35".

01 WS-CONTROL-TOTAL-STATUS PIC XX.
   88 CTLTOT-STATUS-OK        VALUE "00".
   88 CTLTOT-STATUS-NOT-FOUND VALUE "35".

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

01 WS-MASTER-EOF-SWITCH PIC X VALUE "N".
   88 MASTER-EOF VALUE "Y".

01 WS-CLOSED-SKIPPED      PIC 9(9) VALUE ZERO.
01 WS-AMOUNT-TOTAL        PIC S9(11)V99 VALUE ZERO.

*> Whole-master control totals for the handoff: every record on the
*> master, closed or not, as the amounts stand on the records.
01 WS-MASTER-RECORDS      PIC 9(9) VALUE ZERO.
01 WS-MASTER-AMOUNT       PIC S9(11)V99 VALUE ZERO.

*> Report layout in the house report style: program banner with run
*> date and page number, then one boxed statement section per
*> customer.
MAIN-PARA.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-RUN-CONTROL
    PERFORM CHECK-RUN-STATE
    PERFORM OPEN-FILES
    PERFORM WRITE-START-AUDIT-RECORD
    PERFORM WRITE-REPORT-HEADING
    END-PERFORM

    PERFORM WRITE-SUMMARY-PAGE
    PERFORM WRITE-CONTROL-TOTAL-RECORD
    PERFORM MARK-RUN-STATE-ENDED
    PERFORM WRITE-END-AUDIT-RECORD
    PERFORM CLOSE-FILES
    DISPLAY "CUSTOMER-STATEMENT: CUSTOMERS PRINTED = " WS-CUSTOMER-COUNT
*> A closed account gets no statement: the record stays on the master
*> for inquiry, but the account team must not mail against it.
    READ CUSTOMER-MASTER NEXT RECORD
    IF CUSTMAST-STATUS-OK
        ADD 1 TO WS-MASTER-RECORDS
        ADD CM-CUST-AMOUNT TO WS-MASTER-AMOUNT
    END-IF
    EVALUATE TRUE
        WHEN CUSTMAST-STATUS-OK AND CM-CUST-STATUS-CLOSED
            ADD 1 TO WS-CLOSED-SKIPPED
        STOP RUN
    END-IF.

WRITE-CONTROL-TOTAL-RECORD.
    OPEN EXTEND CONTROL-TOTAL-FILE
    IF CTLTOT-STATUS-NOT-FOUND
        OPEN OUTPUT CONTROL-TOTAL-FILE
    END-IF
    IF NOT CTLTOT-STATUS-OK
        DISPLAY "CUSTOMER-STATEMENT: ERROR OPENING CONTROL-TOTAL-FILE, STATUS=" WS-CONTROL-TOTAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "CUSTOMER-STATEMENT" TO CTLTOT-PROGRAM-NAME
    MOVE WS-MASTER-RECORDS    TO CTLTOT-RECORDS-IN
    MOVE WS-CUSTOMER-COUNT    TO CTLTOT-RECORDS-OUT
    MOVE WS-MASTER-AMOUNT     TO CTLTOT-AMOUNT-TOTAL
    WRITE CONTROL-TOTAL-RECORD
    IF NOT CTLTOT-STATUS-OK
        DISPLAY "CUSTOMER-STATEMENT: ERROR WRITING CONTROL-TOTAL-FILE, STATUS=" WS-CONTROL-TOTAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE CONTROL-TOTAL-FILE.

WRITE-START-AUDIT-RECORD.
    SET AUDIT-TYPE-START      TO TRUE
    MOVE "CUSTOMER-STATEMENT" TO AUDIT-PROGRAM-NAME
    PERFORM STAMP-AUDIT-RECORD
    PERFORM WRITE-AUDIT-RECORD.

*> The run-state ledger lets a resubmitted chain pass over the steps
*> that already finished for the business date.  A program whose
*> record is COMPLETE ends at once; any other state - started but
*> never ended, failed, or forced by Run-State-Report - runs again.
CHECK-RUN-STATE.
    IF WS-RUN-DATE IS NUMERIC
        PERFORM OPEN-RUN-STATE-FILE
    END-IF
    IF RUN-STATE-AVAILABLE
        MOVE WS-RUN-DATE TO RST-BUSINESS-DATE
        MOVE "CUSTOMER-STATEMENT" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        EVALUATE TRUE
            WHEN RST-STATUS-OK
                IF RST-COMPLETE
                    PERFORM SKIP-COMPLETED-RUN
                END-IF
            WHEN RST-STATUS-NOT-ON-FILE
                MOVE SPACES TO RUN-STATE-RECORD
                MOVE WS-RUN-DATE TO RST-BUSINESS-DATE
                MOVE "CUSTOMER-STATEMENT" TO RST-PROGRAM-NAME
                MOVE ZERO TO RST-RUN-COUNT
                MOVE ZERO TO RST-SKIP-COUNT
            WHEN OTHER
                DISPLAY "CUSTOMER-STATEMENT: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "CUSTOMER-STATEMENT: RUN-STATE-FILE NOT AVAILABLE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "CUSTOMER-STATEMENT: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "CUSTOMER-STATEMENT: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE RUN-STATE-FILE
    DISPLAY "CUSTOMER-STATEMENT: ALREADY COMPLETE FOR BUSINESS DATE " WS-RUN-DATE " - SKIPPED"
    PERFORM OPEN-AUDIT-LOG
    SET AUDIT-TYPE-SKIP TO TRUE
    MOVE "CUSTOMER-STATEMENT" TO AUDIT-PROGRAM-NAME
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
        MOVE WS-RUN-DATE TO RST-BUSINESS-DATE
        MOVE "CUSTOMER-STATEMENT" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        IF NOT RST-STATUS-OK
            DISPLAY "CUSTOMER-STATEMENT: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
            DISPLAY "CUSTOMER-STATEMENT: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
