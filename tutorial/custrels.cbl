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

*> RELEASE-REGISTER-FILE is the release register (RELREG): every
*> generation this program releases is registered under its business
*> date with its trailer figures, for Release-Ack-Recon to match the
*> downstream system's acknowledgement to.  A run without the DD
*> releases as before but warns that nothing was registered.
    SELECT RELEASE-REGISTER-FILE ASSIGN TO "RELREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RREG-BUSINESS-DATE
        FILE STATUS IS WS-RELEASE-REGISTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD VERDICT-FILE.
01 AUDIT-LOG-RECORD.
    COPY AUDITREC.

FD RUN-STATE-FILE.
01 RUN-STATE-RECORD.
    COPY RUNSTREC.

FD RELEASE-REGISTER-FILE.
01 RELEASE-REGISTER-RECORD.
    COPY RELREGRC.

WORKING-STORAGE SECTION.
01 WS-VERDICT-STATUS PIC XX.
   88 VERDICT-STATUS-OK        VALUE "00".
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

01 WS-RELEASE-REGISTER-STATUS PIC XX.
   88 RREG-STATUS-OK          VALUE "00".
   88 RREG-STATUS-NOT-ON-FILE VALUE "23".
   88 RREG-STATUS-NOT-FOUND   VALUE "35".

01 WS-RELEASE-REGISTER-SWITCH PIC X VALUE "N".
   88 RELEASE-REGISTER-AVAILABLE VALUE "Y".

01 WS-BUSINESS-DATE PIC X(8).

01 WS-MASTER-EOF-SWITCH PIC X VALUE "N".
MAIN-PARA.
    ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-RUN-CONTROL
    PERFORM CHECK-RUN-STATE
    PERFORM READ-BALANCE-VERDICT
    PERFORM OPEN-FILES
    PERFORM WRITE-START-AUDIT-RECORD
            PERFORM READ-MASTER-RECORD
        END-PERFORM
        PERFORM WRITE-RELEASE-TRAILER
        PERFORM REGISTER-RELEASE
    END-IF

    PERFORM DISPLAY-RELEASE-TOTALS
    PERFORM MARK-RUN-STATE-ENDED
    PERFORM WRITE-END-AUDIT-RECORD
    PERFORM CLOSE-FILES
    STOP RUN.
    MOVE WS-AMOUNT-RELEASED  TO REL-TRL-AMOUNT-TOTAL
    PERFORM WRITE-RELEASE-RECORD.

*> The generation just written goes on the release register awaiting
*> the downstream system's acknowledgement.  A business date already
*> registered was released again by a forced rerun: its figures are
*> replaced and any acknowledgement of the earlier generation no
*> longer counts.
REGISTER-RELEASE.
    PERFORM OPEN-RELEASE-REGISTER
    IF RELEASE-REGISTER-AVAILABLE
        MOVE WS-BUSINESS-DATE TO RREG-BUSINESS-DATE
        READ RELEASE-REGISTER-FILE
        EVALUATE TRUE
            WHEN RREG-STATUS-OK
                DISPLAY "RELEASE-EXTRACT: BUSINESS DATE " WS-BUSINESS-DATE
                    " RELEASED AGAIN - AWAITING A NEW ACKNOWLEDGEMENT"
            WHEN RREG-STATUS-NOT-ON-FILE
                MOVE SPACES TO RELEASE-REGISTER-RECORD
                MOVE WS-BUSINESS-DATE TO RREG-BUSINESS-DATE
                MOVE ZERO TO RREG-RELEASE-RUNS
            WHEN OTHER
                DISPLAY "RELEASE-EXTRACT: ERROR READING RELEASE-REGISTER-FILE, STATUS=" WS-RELEASE-REGISTER-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        PERFORM STAMP-RUN-STATE
        MOVE WS-RUN-STATE-STAMP  TO RREG-RELEASE-TIMESTAMP
        MOVE WS-RECORDS-RELEASED TO RREG-RELEASE-COUNT
        MOVE WS-AMOUNT-RELEASED  TO RREG-RELEASE-AMOUNT
        ADD 1 TO RREG-RELEASE-RUNS
        SET RREG-AWAITING TO TRUE
        MOVE SPACES TO RREG-ACK-TIMESTAMP
        MOVE ZERO   TO RREG-ACK-COUNT
        MOVE ZERO   TO RREG-ACK-AMOUNT
        MOVE SPACES TO RREG-RECONCILED-TIMESTAMP
        IF RREG-STATUS-NOT-ON-FILE
            WRITE RELEASE-REGISTER-RECORD
        ELSE
            REWRITE RELEASE-REGISTER-RECORD
        END-IF
        IF NOT RREG-STATUS-OK
            DISPLAY "RELEASE-EXTRACT: ERROR UPDATING RELEASE-REGISTER-FILE, STATUS=" WS-RELEASE-REGISTER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE RELEASE-REGISTER-FILE
        DISPLAY "RELEASE-EXTRACT: RELEASE REGISTERED FOR BUSINESS DATE " WS-BUSINESS-DATE
    ELSE
        DISPLAY "RELEASE-EXTRACT: *** RELEASE NOT REGISTERED - ACKNOWLEDGEMENT CANNOT BE RECONCILED ***"
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

*> The register is defined once by RELDEF.jcl; the first release
*> loads the empty cluster, the way the run-state ledger is loaded.
OPEN-RELEASE-REGISTER.
    OPEN I-O RELEASE-REGISTER-FILE
    IF RREG-STATUS-NOT-FOUND
        OPEN OUTPUT RELEASE-REGISTER-FILE
        IF RREG-STATUS-OK
            CLOSE RELEASE-REGISTER-FILE
            OPEN I-O RELEASE-REGISTER-FILE
        END-IF
    END-IF
    IF RREG-STATUS-OK
        SET RELEASE-REGISTER-AVAILABLE TO TRUE
    ELSE
        DISPLAY "RELEASE-EXTRACT: RELEASE-REGISTER-FILE NOT AVAILABLE, STATUS=" WS-RELEASE-REGISTER-STATUS
    END-IF.

WRITE-RELEASE-RECORD.
    WRITE RELEASE-RECORD
    IF NOT RELEASE-STATUS-OK
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
        MOVE "RELEASE-EXTRACT" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        EVALUATE TRUE
            WHEN RST-STATUS-OK
                IF RST-COMPLETE
                    PERFORM SKIP-COMPLETED-RUN
                END-IF
            WHEN RST-STATUS-NOT-ON-FILE
                MOVE SPACES TO RUN-STATE-RECORD
                MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE
                MOVE "RELEASE-EXTRACT" TO RST-PROGRAM-NAME
                MOVE ZERO TO RST-RUN-COUNT
                MOVE ZERO TO RST-SKIP-COUNT
            WHEN OTHER
                DISPLAY "RELEASE-EXTRACT: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "RELEASE-EXTRACT: RUN-STATE-FILE NOT AVAILABLE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "RELEASE-EXTRACT: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "RELEASE-EXTRACT: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE RUN-STATE-FILE
    DISPLAY "RELEASE-EXTRACT: ALREADY COMPLETE FOR BUSINESS DATE " WS-BUSINESS-DATE " - SKIPPED"
    PERFORM OPEN-AUDIT-LOG
    SET AUDIT-TYPE-SKIP TO TRUE
    MOVE "RELEASE-EXTRACT" TO AUDIT-PROGRAM-NAME
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
        MOVE "RELEASE-EXTRACT" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        IF NOT RST-STATUS-OK
            DISPLAY "RELEASE-EXTRACT: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
            DISPLAY "RELEASE-EXTRACT: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
