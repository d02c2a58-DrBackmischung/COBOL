
*> RUN-CONTROL-FILE supplies the amount tolerance for the hash-total
*> versus grand-total comparison; no card means a tolerance of zero,
*> an exact-match requirement.  Its business date finds this step's
*> record on the run-state ledger.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.
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
FD CONTROL-TOTAL-FILE.
01 AUDIT-LOG-RECORD.
    COPY AUDITREC.

FD RUN-STATE-FILE.
01 RUN-STATE-RECORD.
    COPY RUNSTREC.

WORKING-STORAGE SECTION.
01 WS-VERDICT-STATUS PIC XX.
   88 VERDICT-STATUS-OK VALUE "00".
01 WS-AUDIT-DATE PIC X(8).
01 WS-AUDIT-TIME PIC X(6).

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

01 WS-CTLTOT-EOF-SWITCH PIC X VALUE "N".
   88 CTLTOT-FILE-EOF VALUE "Y".

01 WS-ARITH-SEEN-SWITCH PIC X VALUE "N".
   88 ARITH-TOTALS-SEEN VALUE "Y".
01 WS-ARITH-RECORDS-IN  PIC 9(9) VALUE ZERO.
01 WS-ARITH-RECORDS-OUT PIC 9(9) VALUE ZERO.
01 WS-ARITH-AMOUNT      PIC S9(11)V99 VALUE ZERO.

*> Posting-Apply hands off two records: what it posted to the master
*> and what Basic-Arithmetic accepted but the customer's status
*> refused.  Together they must account for every accepted posting.
01 WS-POSTING-SEEN-SWITCH PIC X VALUE "N".
   88 POSTING-TOTALS-SEEN VALUE "Y".
01 WS-POSTING-RECORDS-OUT  PIC 9(9) VALUE ZERO.
01 WS-POSTING-AMOUNT       PIC S9(11)V99 VALUE ZERO.
01 WS-REFUSED-RECORDS      PIC 9(9) VALUE ZERO.
01 WS-REFUSED-AMOUNT       PIC S9(11)V99 VALUE ZERO.
01 WS-POSTING-ACCOUNTED-RECORDS PIC 9(9) VALUE ZERO.
01 WS-POSTING-ACCOUNTED-AMOUNT  PIC S9(11)V99 VALUE ZERO.

*> GL-Extract hands off the postings its journal entries were built
*> from; the ledger must carry exactly what Basic-Arithmetic accepted.
01 WS-GL-SEEN-SWITCH PIC X VALUE "N".
   88 GL-TOTALS-SEEN VALUE "Y".
01 WS-GL-RECORDS-IN  PIC 9(9) VALUE ZERO.
01 WS-GL-RECORDS-OUT PIC 9(9) VALUE ZERO.
01 WS-GL-AMOUNT      PIC S9(11)V99 VALUE ZERO.

*> The tolerance arrives on the card as nine display digits with an
*> implied V99; the REDEFINES reads them back with the decimal in
*> place.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-RUN-CONTROL
    PERFORM CHECK-RUN-STATE
    PERFORM OPEN-FILES
    PERFORM WRITE-START-AUDIT-RECORD

    PERFORM CHECK-ALL-STEPS-REPORTED
    PERFORM CHECK-RECORD-COUNTS
    PERFORM CHECK-AMOUNT-TOTALS
    PERFORM CHECK-POSTING-TOTALS
    PERFORM CHECK-GL-TOTALS
    PERFORM DISPLAY-BALANCE-VERDICT
    PERFORM WRITE-VERDICT-RECORD
    PERFORM MARK-RUN-STATE-ENDED
    PERFORM WRITE-END-AUDIT-RECORD
    PERFORM CLOSE-FILES
    STOP RUN.
    READ RUN-CONTROL-FILE
    EVALUATE TRUE
        WHEN CTL-STATUS-OK
            IF CTL-BUSINESS-DATE IS NUMERIC
                MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
            END-IF
            IF CTL-BALANCE-TOLERANCE IS NUMERIC
                MOVE CTL-BALANCE-TOLERANCE TO WS-TOLERANCE-CARD
                MOVE WS-TOLERANCE-VALUE    TO WS-BALANCE-TOLERANCE
        WHEN "BASIC-ARITHMETIC"
            SET ARITH-TOTALS-SEEN TO TRUE
            MOVE CTLTOT-RECORDS-IN   TO WS-ARITH-RECORDS-IN
            MOVE CTLTOT-RECORDS-OUT  TO WS-ARITH-RECORDS-OUT
            MOVE CTLTOT-AMOUNT-TOTAL TO WS-ARITH-AMOUNT
        WHEN "POSTING-APPLY"
            SET POSTING-TOTALS-SEEN TO TRUE
            MOVE CTLTOT-RECORDS-OUT  TO WS-POSTING-RECORDS-OUT
            MOVE CTLTOT-AMOUNT-TOTAL TO WS-POSTING-AMOUNT
        WHEN "POSTING-REFUSED"
            MOVE CTLTOT-RECORDS-IN   TO WS-REFUSED-RECORDS
            MOVE CTLTOT-AMOUNT-TOTAL TO WS-REFUSED-AMOUNT
        WHEN "GL-EXTRACT"
            SET GL-TOTALS-SEEN TO TRUE
            MOVE CTLTOT-RECORDS-IN   TO WS-GL-RECORDS-IN
            MOVE CTLTOT-RECORDS-OUT  TO WS-GL-RECORDS-OUT
            MOVE CTLTOT-AMOUNT-TOTAL TO WS-GL-AMOUNT
        WHEN OTHER
            DISPLAY "RUN-BALANCING: HANDOFF RECORD FROM " CTLTOT-PROGRAM-NAME
                " NOT PART OF THE BALANCE"
    IF NOT ARITH-TOTALS-SEEN
        DISPLAY "RUN-BALANCING: *** NO HANDOFF RECORD FROM BASIC-ARITHMETIC ***"
        ADD 1 TO WS-OUT-OF-BALANCE-COUNT
    END-IF
    IF NOT POSTING-TOTALS-SEEN
        DISPLAY "RUN-BALANCING: *** NO HANDOFF RECORD FROM POSTING-APPLY ***"
        ADD 1 TO WS-OUT-OF-BALANCE-COUNT
    END-IF
    IF NOT GL-TOTALS-SEEN
        DISPLAY "RUN-BALANCING: *** NO HANDOFF RECORD FROM GL-EXTRACT ***"
        ADD 1 TO WS-OUT-OF-BALANCE-COUNT
    END-IF.

CHECK-RECORD-COUNTS.
        END-IF
    END-IF.

CHECK-POSTING-TOTALS.
*> Every posting BASIC-ARITHMETIC accepted must have been posted to
*> the master or refused by POSTING-APPLY, in count and in base
*> amount.  Both steps convert the same postings with the same day's
*> rates, so the amounts must agree to the cent - no tolerance.
    IF ARITH-TOTALS-SEEN AND POSTING-TOTALS-SEEN
        COMPUTE WS-POSTING-ACCOUNTED-RECORDS =
            WS-POSTING-RECORDS-OUT + WS-REFUSED-RECORDS
        COMPUTE WS-POSTING-ACCOUNTED-AMOUNT =
            WS-POSTING-AMOUNT + WS-REFUSED-AMOUNT
        IF WS-POSTING-ACCOUNTED-RECORDS = WS-ARITH-RECORDS-OUT
           AND WS-POSTING-ACCOUNTED-AMOUNT = WS-ARITH-AMOUNT
            DISPLAY "RUN-BALANCING: POSTINGS AGREE - POSTED "
                WS-POSTING-RECORDS-OUT " FOR " WS-POSTING-AMOUNT
                ", REFUSED " WS-REFUSED-RECORDS " FOR " WS-REFUSED-AMOUNT
        ELSE
            DISPLAY "RUN-BALANCING: *** POSTING MISMATCH - ARITH ACCEPTED "
                WS-ARITH-RECORDS-OUT " FOR " WS-ARITH-AMOUNT
                " BUT POSTED PLUS REFUSED IS "
                WS-POSTING-ACCOUNTED-RECORDS " FOR "
                WS-POSTING-ACCOUNTED-AMOUNT " ***"
            ADD 1 TO WS-OUT-OF-BALANCE-COUNT
        END-IF
    END-IF.

CHECK-GL-TOTALS.
*> The postings GL-EXTRACT booked to the ledger must be exactly the
*> postings BASIC-ARITHMETIC accepted, in count and in net base
*> amount.  The extract builds its entries from ARITH's own category
*> totals, so there is no tolerance here either.
    IF ARITH-TOTALS-SEEN AND GL-TOTALS-SEEN
        IF WS-GL-RECORDS-IN = WS-ARITH-RECORDS-OUT
           AND WS-GL-AMOUNT = WS-ARITH-AMOUNT
            DISPLAY "RUN-BALANCING: GL EXTRACT AGREES - "
                WS-GL-RECORDS-IN " POSTINGS FOR " WS-GL-AMOUNT
                " IN " WS-GL-RECORDS-OUT " ENTRY LINES"
        ELSE
            DISPLAY "RUN-BALANCING: *** GL MISMATCH - ARITH ACCEPTED "
                WS-ARITH-RECORDS-OUT " FOR " WS-ARITH-AMOUNT
                " BUT THE LEDGER EXTRACT CARRIES "
                WS-GL-RECORDS-IN " FOR " WS-GL-AMOUNT " ***"
            ADD 1 TO WS-OUT-OF-BALANCE-COUNT
        END-IF
    END-IF.

DISPLAY-BALANCE-VERDICT.
    DISPLAY "RUN-BALANCING: ==== BALANCE VERDICT ===="
    DISPLAY "RUN-BALANCING: HANDOFF RECORDS READ = " WS-HANDOFF-RECORDS-READ
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
        MOVE "RUN-BALANCING" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        EVALUATE TRUE
            WHEN RST-STATUS-OK
                IF RST-COMPLETE
                    PERFORM SKIP-COMPLETED-RUN
                END-IF
            WHEN RST-STATUS-NOT-ON-FILE
                MOVE SPACES TO RUN-STATE-RECORD
                MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE
                MOVE "RUN-BALANCING" TO RST-PROGRAM-NAME
                MOVE ZERO TO RST-RUN-COUNT
                MOVE ZERO TO RST-SKIP-COUNT
            WHEN OTHER
                DISPLAY "RUN-BALANCING: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "RUN-BALANCING: RUN-STATE-FILE NOT AVAILABLE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "RUN-BALANCING: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "RUN-BALANCING: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE RUN-STATE-FILE
    DISPLAY "RUN-BALANCING: ALREADY COMPLETE FOR BUSINESS DATE " WS-BUSINESS-DATE " - SKIPPED"
    PERFORM OPEN-AUDIT-LOG
    SET AUDIT-TYPE-SKIP TO TRUE
    MOVE "RUN-BALANCING" TO AUDIT-PROGRAM-NAME
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
        MOVE "RUN-BALANCING" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        IF NOT RST-STATUS-OK
            DISPLAY "RUN-BALANCING: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
            DISPLAY "RUN-BALANCING: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
