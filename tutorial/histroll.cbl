*> AUDIT-FILE is the night's run-audit log.  Like Audit-Reporting,
*> this program reads the log and deliberately does not append to it:
*> its job is to roll the night's records into the retained history
*> before the nightly log is scratched for the next run.  Only the
*> records not yet in the history are rolled, so a resubmitted chain
*> rolls its own records after the earlier submission's and nothing
*> is rolled twice (see FIND-RECORDS-ROLLED).
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

*> The retained histories: ever-growing, extended like AUDITLOG, so
*> the trend report can look back over weeks of runs.  Operations
*> trims them on their own retention cycle.  Each is read through
*> once before it is extended, for what has already been rolled.
    SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDITHST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-HISTORY-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

*> VERDICT-FILE is Run-Balancing's machine-readable verdict.  The
*> roll is only complete for the business date once the night is:
*> VERDICT in balance and every chain step ended below return code 8
*> or skipped.
    SELECT VERDICT-FILE ASSIGN TO "VERDICT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VERDICT-STATUS.

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
FD AUDIT-FILE.
        REPLACING ==AUDIT-RECORD-TYPE==     BY ==AHST-RECORD-TYPE==
                  ==AUDIT-TYPE-START==      BY ==AHST-TYPE-START==
                  ==AUDIT-TYPE-END==        BY ==AHST-TYPE-END==
                  ==AUDIT-TYPE-SKIP==       BY ==AHST-TYPE-SKIP==
                  ==AUDIT-PROGRAM-NAME==    BY ==AHST-PROGRAM-NAME==
                  ==AUDIT-TIMESTAMP==       BY ==AHST-TIMESTAMP==
                  ==AUDIT-RETURN-CODE==     BY ==AHST-RETURN-CODE==
01 RUN-CONTROL-RECORD.
    COPY RUNCTLRC.

FD VERDICT-FILE.
01 VERDICT-RECORD.
    COPY VERDICTRC.

FD RUN-STATE-FILE.
01 RUN-STATE-RECORD.
    COPY RUNSTREC.

WORKING-STORAGE SECTION.
01 WS-AUDIT-STATUS PIC XX.
   88 AUDIT-STATUS-OK        VALUE "00".

01 WS-AUDIT-HISTORY-STATUS PIC XX.
   88 AHST-STATUS-OK        VALUE "00".
   88 AHST-STATUS-EOF       VALUE "10".
   88 AHST-STATUS-NOT-FOUND VALUE "35".

01 WS-CONTROL-HISTORY-STATUS PIC XX.
   88 CHST-STATUS-OK        VALUE "00".
   88 CHST-STATUS-EOF       VALUE "10".
   88 CHST-STATUS-NOT-FOUND VALUE "35".

01 WS-VERDICT-STATUS PIC XX.
   88 VERDICT-STATUS-OK        VALUE "00".
   88 VERDICT-STATUS-NOT-FOUND VALUE "35".

01 WS-RUN-CONTROL-STATUS PIC XX.
   88 CTL-STATUS-OK        VALUE "00".
   88 CTL-STATUS-EOF       VALUE "10".

01 WS-BUSINESS-DATE PIC X(8).

01 WS-RUN-STATE-STATUS PIC XX.
   88 RST-STATUS-OK          VALUE "00".
   88 RST-STATUS-NOT-ON-FILE VALUE "23".
   88 RST-STATUS-NOT-FOUND   VALUE "35".

01 WS-RUN-STATE-SWITCH PIC X VALUE "N".
   88 RUN-STATE-AVAILABLE VALUE "Y".

01 WS-RUN-STATE-STAMP.
   05 WS-RUN-STATE-DATE PIC X(8).
   05 WS-RUN-STATE-TIME PIC X(6).

01 WS-AUDIT-FILE-SWITCH PIC X VALUE "N".
   88 AUDIT-LOG-AVAILABLE VALUE "Y".
01 WS-AUDIT-EOF-SWITCH PIC X VALUE "N".
01 WS-AUDIT-ROLLED  PIC 9(9) VALUE ZERO.
01 WS-CTLTOT-ROLLED PIC 9(9) VALUE ZERO.

*> What an earlier run for the business date already rolled: the
*> first that many records of tonight's log and handoff file are read
*> past, not rolled again.
01 WS-AUDIT-ALREADY  PIC 9(9) VALUE ZERO.
01 WS-CTLTOT-ALREADY PIC 9(9) VALUE ZERO.
01 WS-AUDIT-READ     PIC 9(9) VALUE ZERO.
01 WS-CTLTOT-READ    PIC 9(9) VALUE ZERO.
01 WS-LOG-EARLIEST-STAMP PIC X(14) VALUE HIGH-VALUES.
01 WS-HISTORY-EOF-SWITCH PIC X VALUE "N".
   88 HISTORY-FILE-EOF VALUE "Y".

*> The chain's programs, by audit name, in DAILYRUN order - the same
*> list Date-Rollover proves the night against.  A step counts as
*> done when its latest audit record is a SKIP, or an END with a
*> return code below 8 - the run-state ledger's line between complete
*> and failed.
01 WS-CHAIN-STEP-VALUES.
   05 FILLER PIC X(20) VALUE "FILE-HANDLING".
   05 FILLER PIC X(20) VALUE "TABLE-PROCESSING".
   05 FILLER PIC X(20) VALUE "BASIC-ARITHMETIC".
   05 FILLER PIC X(20) VALUE "POSTING-APPLY".
   05 FILLER PIC X(20) VALUE "GL-EXTRACT".
   05 FILLER PIC X(20) VALUE "MASTER-ROSTER-RECON".
   05 FILLER PIC X(20) VALUE "CUSTOMER-STATEMENT".
   05 FILLER PIC X(20) VALUE "RUN-BALANCING".
   05 FILLER PIC X(20) VALUE "RELEASE-EXTRACT".
01 WS-CHAIN-STEP-TABLE REDEFINES WS-CHAIN-STEP-VALUES.
   05 WS-CHAIN-STEP-NAME PIC X(20) OCCURS 9 TIMES
                         INDEXED BY STX.
77 WS-CHAIN-STEP-COUNT PIC 9(2) VALUE 9.

01 WS-CHAIN-STEP-STATES.
   05 WS-STEP-DONE-SWITCH PIC X(1) OCCURS 9 TIMES.
      88 STEP-DONE VALUE "Y".
01 WS-STEP-SUB PIC 9(2) VALUE ZERO.

01 WS-NIGHT-SWITCH PIC X VALUE "Y".
   88 NIGHT-COMPLETE VALUE "Y".

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-RUN-CONTROL
    PERFORM CHECK-RUN-STATE
    PERFORM FIND-RECORDS-ROLLED
    PERFORM OPEN-FILES

    IF AUDIT-LOG-AVAILABLE
        END-PERFORM
    END-IF

    PERFORM CHECK-NIGHT-COMPLETE
    PERFORM DISPLAY-ROLL-TOTALS
    PERFORM MARK-RUN-STATE-ENDED
    PERFORM CLOSE-FILES
    STOP RUN.

        STOP RUN
    END-IF.

*> An earlier run for the business date - one that found the night
*> incomplete, or one forced to run again - rolled the front of
*> tonight's log and handoff file, which are only ever extended.
*> Handoffs in the history carry the business date, so tonight's are
*> counted directly.  Audit records carry only their timestamp, so
*> the history's records stamped no earlier than the earliest record
*> on tonight's log are the ones rolled from it; every earlier
*> night's log was rolled before tonight's first step started.  The
*> same pass over the log notes which chain steps have ended.
FIND-RECORDS-ROLLED.
    MOVE ZERO TO WS-STEP-SUB
    PERFORM RESET-CHAIN-STEP-STATE
        UNTIL WS-STEP-SUB >= WS-CHAIN-STEP-COUNT
    OPEN INPUT AUDIT-FILE
    IF AUDIT-STATUS-OK
        PERFORM SCAN-AUDIT-RECORD UNTIL AUDIT-FILE-EOF
        CLOSE AUDIT-FILE
        MOVE "N" TO WS-AUDIT-EOF-SWITCH
    END-IF
    IF WS-LOG-EARLIEST-STAMP NOT = HIGH-VALUES
        OPEN INPUT AUDIT-HISTORY-FILE
        EVALUATE TRUE
            WHEN AHST-STATUS-OK
                MOVE "N" TO WS-HISTORY-EOF-SWITCH
                PERFORM COUNT-AUDIT-HISTORY-RECORD UNTIL HISTORY-FILE-EOF
                CLOSE AUDIT-HISTORY-FILE
            WHEN AHST-STATUS-NOT-FOUND
                CONTINUE
            WHEN OTHER
                DISPLAY "HISTORY-ROLL: ERROR OPENING AUDIT-HISTORY-FILE, STATUS=" WS-AUDIT-HISTORY-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF
    OPEN INPUT CONTROL-HISTORY-FILE
    EVALUATE TRUE
        WHEN CHST-STATUS-OK
            MOVE "N" TO WS-HISTORY-EOF-SWITCH
            PERFORM COUNT-CONTROL-HISTORY-RECORD UNTIL HISTORY-FILE-EOF
            CLOSE CONTROL-HISTORY-FILE
        WHEN CHST-STATUS-NOT-FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "HISTORY-ROLL: ERROR OPENING CONTROL-HISTORY-FILE, STATUS=" WS-CONTROL-HISTORY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    IF WS-AUDIT-ALREADY > ZERO OR WS-CTLTOT-ALREADY > ZERO
        DISPLAY "HISTORY-ROLL: ALREADY ROLLED FOR " WS-BUSINESS-DATE ": "
            WS-AUDIT-ALREADY " AUDIT RECORDS, " WS-CTLTOT-ALREADY " HANDOFFS"
    END-IF.

RESET-CHAIN-STEP-STATE.
    ADD 1 TO WS-STEP-SUB
    MOVE "N" TO WS-STEP-DONE-SWITCH(WS-STEP-SUB).

SCAN-AUDIT-RECORD.
    READ AUDIT-FILE INTO AUDIT-LOG-RECORD
    EVALUATE TRUE
        WHEN AUDIT-STATUS-OK
            IF AUDIT-TIMESTAMP < WS-LOG-EARLIEST-STAMP
                MOVE AUDIT-TIMESTAMP TO WS-LOG-EARLIEST-STAMP
            END-IF
            PERFORM NOTE-CHAIN-STEP-STATE
        WHEN AUDIT-STATUS-EOF
            SET AUDIT-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "HISTORY-ROLL: ERROR READING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> A step's latest audit record decides its state, as for Date-
*> Rollover: a step that abended or failed and was rerun to its end
*> is done.
NOTE-CHAIN-STEP-STATE.
    SET STX TO 1
    SEARCH WS-CHAIN-STEP-NAME
        AT END
            CONTINUE
        WHEN WS-CHAIN-STEP-NAME(STX) = AUDIT-PROGRAM-NAME
            IF AUDIT-TYPE-SKIP
               OR (AUDIT-TYPE-END AND AUDIT-RETURN-CODE < 8)
                SET STEP-DONE(STX) TO TRUE
            ELSE
                MOVE "N" TO WS-STEP-DONE-SWITCH(STX)
            END-IF
    END-SEARCH.

COUNT-AUDIT-HISTORY-RECORD.
    READ AUDIT-HISTORY-FILE
    EVALUATE TRUE
        WHEN AHST-STATUS-OK
            IF AHST-TIMESTAMP NOT < WS-LOG-EARLIEST-STAMP
                ADD 1 TO WS-AUDIT-ALREADY
            END-IF
        WHEN AHST-STATUS-EOF
            SET HISTORY-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "HISTORY-ROLL: ERROR READING AUDIT-HISTORY-FILE, STATUS=" WS-AUDIT-HISTORY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

COUNT-CONTROL-HISTORY-RECORD.
    READ CONTROL-HISTORY-FILE
    EVALUATE TRUE
        WHEN CHST-STATUS-OK
            IF CTH-BUSINESS-DATE = WS-BUSINESS-DATE
                ADD 1 TO WS-CTLTOT-ALREADY
            END-IF
        WHEN CHST-STATUS-EOF
            SET HISTORY-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "HISTORY-ROLL: ERROR READING CONTROL-HISTORY-FILE, STATUS=" WS-CONTROL-HISTORY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> The roll is complete for the business date only when the night is:
*> an in-balance VERDICT and every chain step done.  Otherwise the
*> step ends with return code 4 and its ledger record is left FAILED,
*> so the resubmitted chain runs it again to roll its own records.
CHECK-NIGHT-COMPLETE.
    OPEN INPUT VERDICT-FILE
    EVALUATE TRUE
        WHEN VERDICT-STATUS-OK
            READ VERDICT-FILE
            IF NOT VERDICT-STATUS-OK OR NOT VER-IN-BALANCE
                MOVE "N" TO WS-NIGHT-SWITCH
                DISPLAY "HISTORY-ROLL: VERDICT NOT IN BALANCE"
            END-IF
            CLOSE VERDICT-FILE
        WHEN VERDICT-STATUS-NOT-FOUND
            MOVE "N" TO WS-NIGHT-SWITCH
            DISPLAY "HISTORY-ROLL: NO VERDICT FILE"
        WHEN OTHER
            DISPLAY "HISTORY-ROLL: ERROR OPENING VERDICT-FILE, STATUS=" WS-VERDICT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    MOVE ZERO TO WS-STEP-SUB
    PERFORM CHECK-ONE-CHAIN-STEP
        UNTIL WS-STEP-SUB >= WS-CHAIN-STEP-COUNT
    IF NOT NIGHT-COMPLETE
        DISPLAY "HISTORY-ROLL: NIGHT NOT COMPLETE FOR " WS-BUSINESS-DATE
            " - ROLLED SO FAR, TO BE ROLLED AGAIN ON RESUBMISSION"
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

CHECK-ONE-CHAIN-STEP.
    ADD 1 TO WS-STEP-SUB
    IF NOT STEP-DONE(WS-STEP-SUB)
        MOVE "N" TO WS-NIGHT-SWITCH
        DISPLAY "HISTORY-ROLL: " WS-CHAIN-STEP-NAME(WS-STEP-SUB) " HAS NOT ENDED BELOW RETURN CODE 8"
    END-IF.

ROLL-AUDIT-RECORD.
    READ AUDIT-FILE INTO AUDIT-LOG-RECORD
    EVALUATE TRUE
        WHEN AUDIT-STATUS-OK AND WS-AUDIT-READ < WS-AUDIT-ALREADY
            ADD 1 TO WS-AUDIT-READ
        WHEN AUDIT-STATUS-OK
            ADD 1 TO WS-AUDIT-READ
            MOVE AUDIT-LOG-RECORD TO AUDIT-HISTORY-RECORD
            WRITE AUDIT-HISTORY-RECORD
            IF NOT AHST-STATUS-OK
ROLL-CONTROL-TOTAL-RECORD.
    READ CONTROL-TOTAL-FILE INTO CONTROL-TOTAL-RECORD
    EVALUATE TRUE
        WHEN CTLTOT-STATUS-OK AND WS-CTLTOT-READ < WS-CTLTOT-ALREADY
            ADD 1 TO WS-CTLTOT-READ
        WHEN CTLTOT-STATUS-OK
            ADD 1 TO WS-CTLTOT-READ
            MOVE WS-BUSINESS-DATE    TO CTH-BUSINESS-DATE
            MOVE CTLTOT-PROGRAM-NAME TO CTH-PROGRAM-NAME
            MOVE CTLTOT-RECORDS-IN   TO CTH-RECORDS-IN
            STOP RUN
    END-EVALUATE.

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
        MOVE "HISTORY-ROLL" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        EVALUATE TRUE
            WHEN RST-STATUS-OK
                IF RST-COMPLETE
                    PERFORM SKIP-COMPLETED-RUN
                END-IF
            WHEN RST-STATUS-NOT-ON-FILE
                MOVE SPACES TO RUN-STATE-RECORD
                MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE
                MOVE "HISTORY-ROLL" TO RST-PROGRAM-NAME
                MOVE ZERO TO RST-RUN-COUNT
                MOVE ZERO TO RST-SKIP-COUNT
            WHEN OTHER
                DISPLAY "HISTORY-ROLL: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "HISTORY-ROLL: RUN-STATE-FILE NOT AVAILABLE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "HISTORY-ROLL: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

SKIP-COMPLETED-RUN.
*> A complete roll means the night was complete and everything on the
*> log is in the history; the step ends clean so the rest of the
*> chain runs.
    ADD 1 TO RST-SKIP-COUNT
    REWRITE RUN-STATE-RECORD
    IF NOT RST-STATUS-OK
        DISPLAY "HISTORY-ROLL: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE RUN-STATE-FILE
    DISPLAY "HISTORY-ROLL: ALREADY COMPLETE FOR BUSINESS DATE " WS-BUSINESS-DATE " - SKIPPED"
    MOVE ZERO TO RETURN-CODE
    STOP RUN.

*> Return code 8 and above is a failure the chain stops on; anything
*> less did its work and must not be repeated on a resubmission -
*> except a roll of a night not yet complete, which is left FAILED so
*> the resubmission's records are rolled in behind it.
MARK-RUN-STATE-ENDED.
    IF RUN-STATE-AVAILABLE
        MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE
        MOVE "HISTORY-ROLL" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        IF NOT RST-STATUS-OK
            DISPLAY "HISTORY-ROLL: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF RETURN-CODE < 8 AND NIGHT-COMPLETE
            SET RST-COMPLETE TO TRUE
        ELSE
            SET RST-FAILED TO TRUE
        END-IF
        MOVE RETURN-CODE TO RST-RETURN-CODE
        PERFORM STAMP-RUN-STATE
        MOVE WS-RUN-STATE-STAMP TO RST-ENDED-TIMESTAMP
        REWRITE RUN-STATE-RECORD
        IF NOT RST-STATUS-OK
            DISPLAY "HISTORY-ROLL: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE RUN-STATE-FILE
    END-IF.

STAMP-RUN-STATE.
    ACCEPT WS-RUN-STATE-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-STATE-TIME FROM TIME.

CLOSE-FILES.
    IF AUDIT-LOG-AVAILABLE
        CLOSE AUDIT-FILE
    DISPLAY "HISTORY-ROLL: BUSINESS DATE        = " WS-BUSINESS-DATE
    DISPLAY "HISTORY-ROLL: AUDIT RECORDS ROLLED = " WS-AUDIT-ROLLED
    DISPLAY "HISTORY-ROLL: HANDOFFS ROLLED      = " WS-CTLTOT-ROLLED
    DISPLAY "HISTORY-ROLL: ROLLED BY EARLIER RUN = " WS-AUDIT-ALREADY
        " AUDIT, " WS-CTLTOT-ALREADY " HANDOFFS"
    DISPLAY "HISTORY-ROLL: ==== END OF TOTALS ====".
