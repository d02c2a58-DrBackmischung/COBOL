        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.

*> GL-SUMMARY-FILE hands the accepted postings' totals by category and
*> transaction code to the general-ledger extract, so the ledger is
*> fed the same base-currency figures this report prints instead of
*> having them re-keyed from it.
    SELECT GL-SUMMARY-FILE ASSIGN TO "GLSUMM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-SUMMARY-STATUS.

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
*> The amount record carries the customer being posted, a transaction
01 RATE-TABLE-RECORD.
    COPY RATEREC.

FD GL-SUMMARY-FILE.
01 GL-SUMMARY-RECORD.
    COPY GLSUMREC.

FD RUN-STATE-FILE.
01 RUN-STATE-RECORD.
    COPY RUNSTREC.

WORKING-STORAGE SECTION.
01 WS-CONTROL-TOTAL-STATUS PIC XX.
   88 CTLTOT-STATUS-OK        VALUE "00".
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

01 WS-AMOUNT-FILE-SWITCH PIC X VALUE "N".
   88 AMOUNT-FILE-AVAILABLE VALUE "Y".

01 WS-ADHOC-SWITCH PIC X VALUE "N".
   88 ADHOC-PAIR VALUE "Y".

01 WS-GL-SUMMARY-STATUS PIC XX.
   88 GLSUMM-STATUS-OK VALUE "00".

01 WS-RATE-STATUS PIC XX.
   88 RATE-STATUS-OK        VALUE "00".
   88 RATE-STATUS-EOF       VALUE "10".
      10 WS-CAT-TOTAL PIC S9(9)V99.
01 WS-CAT-SUB   PIC 9(2) VALUE ZERO.

*> The same totals split by transaction code within each category -
*> the grain the general ledger is posted at.  Every accepted posting
*> lands here, so the table's totals add back to the grand total.  A
*> total that cannot be held fails the run with return code 8: the
*> short GLSUMM could never prove against the grand total, and a
*> failed run is left to run again on the run-state ledger rather
*> than skipped as complete on a resubmission.
01 WS-GL-COUNT PIC 9(2) VALUE ZERO.
01 WS-GL-TABLE.
   05 WS-GL-TOTALS OCCURS 60 TIMES
                   INDEXED BY GLX.
      10 WS-GL-CATEGORY  PIC X(10).
      10 WS-GL-TRAN-CODE PIC X(1).
      10 WS-GL-POSTINGS  PIC 9(9).
      10 WS-GL-AMOUNT    PIC S9(11)V99.
01 WS-GL-SUB   PIC 9(2) VALUE ZERO.

*> Per-customer posting sub-totals, accumulated in first-seen order
*> like the category table, so a disputed posting is answered from
*> this report instead of a manual reconciliation between AMTFILE and
MAIN-PARA.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-RUN-CONTROL
    PERFORM CHECK-RUN-STATE
    PERFORM LOAD-RATE-TABLE
    PERFORM OPEN-PRINT-FILE
    PERFORM OPEN-AMOUNT-FILE

    PERFORM WRITE-REPORT-TOTAL
    PERFORM WRITE-CONTROL-TOTAL-RECORD
    PERFORM WRITE-GL-SUMMARY-FILE
    PERFORM MARK-RUN-STATE-ENDED
    PERFORM WRITE-END-AUDIT-RECORD
    IF MASTER-AVAILABLE
        CLOSE CUSTOMER-MASTER
    END-IF
    CLOSE CONTROL-TOTAL-FILE.

WRITE-GL-SUMMARY-FILE.
*> One record per category and transaction code, in first-seen order.
    OPEN OUTPUT GL-SUMMARY-FILE
    IF NOT GLSUMM-STATUS-OK
        DISPLAY "BASIC-ARITHMETIC: ERROR OPENING GL-SUMMARY-FILE, STATUS=" WS-GL-SUMMARY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE ZERO TO WS-GL-SUB
    PERFORM WRITE-ONE-GL-SUMMARY
        UNTIL WS-GL-SUB >= WS-GL-COUNT
    CLOSE GL-SUMMARY-FILE
    DISPLAY "BASIC-ARITHMETIC: GL SUMMARY RECORDS = " WS-GL-COUNT.

WRITE-ONE-GL-SUMMARY.
    ADD 1 TO WS-GL-SUB
    MOVE WS-GL-CATEGORY(WS-GL-SUB)  TO GLS-CATEGORY
    MOVE WS-GL-TRAN-CODE(WS-GL-SUB) TO GLS-TRAN-CODE
    MOVE WS-GL-POSTINGS(WS-GL-SUB)  TO GLS-POSTING-COUNT
    MOVE WS-GL-AMOUNT(WS-GL-SUB)    TO GLS-AMOUNT-TOTAL
    WRITE GL-SUMMARY-RECORD
    IF NOT GLSUMM-STATUS-OK
        DISPLAY "BASIC-ARITHMETIC: ERROR WRITING GL-SUMMARY-FILE, STATUS=" WS-GL-SUMMARY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-START-AUDIT-RECORD.
    SET AUDIT-TYPE-START    TO TRUE
    MOVE "BASIC-ARITHMETIC" TO AUDIT-PROGRAM-NAME
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
        MOVE "BASIC-ARITHMETIC" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        EVALUATE TRUE
            WHEN RST-STATUS-OK
                IF RST-COMPLETE
                    PERFORM SKIP-COMPLETED-RUN
                END-IF
            WHEN RST-STATUS-NOT-ON-FILE
                MOVE SPACES TO RUN-STATE-RECORD
                MOVE WS-RUN-DATE TO RST-BUSINESS-DATE
                MOVE "BASIC-ARITHMETIC" TO RST-PROGRAM-NAME
                MOVE ZERO TO RST-RUN-COUNT
                MOVE ZERO TO RST-SKIP-COUNT
            WHEN OTHER
                DISPLAY "BASIC-ARITHMETIC: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "BASIC-ARITHMETIC: RUN-STATE-FILE NOT AVAILABLE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "BASIC-ARITHMETIC: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "BASIC-ARITHMETIC: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE RUN-STATE-FILE
    DISPLAY "BASIC-ARITHMETIC: ALREADY COMPLETE FOR BUSINESS DATE " WS-RUN-DATE " - SKIPPED"
    PERFORM OPEN-AUDIT-LOG
    SET AUDIT-TYPE-SKIP TO TRUE
    MOVE "BASIC-ARITHMETIC" TO AUDIT-PROGRAM-NAME
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
        MOVE "BASIC-ARITHMETIC" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        IF NOT RST-STATUS-OK
            DISPLAY "BASIC-ARITHMETIC: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
            DISPLAY "BASIC-ARITHMETIC: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE RUN-STATE-FILE
    END-IF.

STAMP-RUN-STATE.
    ACCEPT WS-RUN-STATE-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-STATE-TIME FROM TIME.

STAMP-AUDIT-RECORD.
*> The audit timestamp is always the wall clock, not WS-RUN-DATE: the
*> run-control card can set WS-RUN-DATE to the business date being
ADD-NEW-CURRENCY.
    IF WS-CCY-COUNT >= 20
        DISPLAY "BASIC-ARITHMETIC: *** CURRENCY TABLE FULL, NOT SUBTOTALLED: " AMT-CURRENCY " ***"
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    ELSE
        ADD 1 TO WS-CCY-COUNT
        MOVE AMT-CURRENCY   TO WS-CCY-CODE(WS-CCY-COUNT)
            ADD WS-BASE-RESULT TO WS-REVERSAL-TOTAL
    END-EVALUATE
    PERFORM ACCUMULATE-CATEGORY-TOTAL
    PERFORM ACCUMULATE-GL-TOTAL
    PERFORM ACCUMULATE-CUSTOMER-TOTAL.

ACCUMULATE-CATEGORY-TOTAL.
ADD-NEW-CATEGORY.
    IF WS-CAT-COUNT >= 20
        DISPLAY "BASIC-ARITHMETIC: *** CATEGORY TABLE FULL, NOT SUBTOTALLED: " AMT-CATEGORY " ***"
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    ELSE
        ADD 1 TO WS-CAT-COUNT
        MOVE AMT-CATEGORY   TO WS-CAT-NAME(WS-CAT-COUNT)
        MOVE WS-BASE-RESULT TO WS-CAT-TOTAL(WS-CAT-COUNT)
    END-IF.

ACCUMULATE-GL-TOTAL.
    IF WS-GL-COUNT > 0
        SET GLX TO 1
        SEARCH WS-GL-TOTALS
            AT END
                PERFORM ADD-NEW-GL-TOTAL
            WHEN GLX > WS-GL-COUNT
                PERFORM ADD-NEW-GL-TOTAL
            WHEN WS-GL-CATEGORY(GLX) = AMT-CATEGORY
             AND WS-GL-TRAN-CODE(GLX) = AMT-TRAN-CODE
                ADD 1              TO WS-GL-POSTINGS(GLX)
                ADD WS-BASE-RESULT TO WS-GL-AMOUNT(GLX)
        END-SEARCH
    ELSE
        PERFORM ADD-NEW-GL-TOTAL
    END-IF.

ADD-NEW-GL-TOTAL.
    IF WS-GL-COUNT >= 60
        DISPLAY "BASIC-ARITHMETIC: *** GL TOTAL TABLE FULL, NOT HANDED OFF: " AMT-CATEGORY " " AMT-TRAN-CODE " ***"
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        ADD 1 TO WS-GL-COUNT
        MOVE AMT-CATEGORY   TO WS-GL-CATEGORY(WS-GL-COUNT)
        MOVE AMT-TRAN-CODE  TO WS-GL-TRAN-CODE(WS-GL-COUNT)
        MOVE 1              TO WS-GL-POSTINGS(WS-GL-COUNT)
        MOVE WS-BASE-RESULT TO WS-GL-AMOUNT(WS-GL-COUNT)
    END-IF.

ACCUMULATE-CUSTOMER-TOTAL.
    IF WS-CUST-COUNT > 0
        SET CUSX TO 1
ADD-NEW-CUSTOMER.
    IF WS-CUST-COUNT >= 1000
        DISPLAY "BASIC-ARITHMETIC: *** CUSTOMER TABLE FULL, NOT SUBTOTALLED: " AMT-CUST-ID " ***"
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    ELSE
        ADD 1 TO WS-CUST-COUNT
        MOVE AMT-CUST-ID    TO WS-CUST-SUM-ID(WS-CUST-COUNT)
