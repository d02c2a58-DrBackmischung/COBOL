IDENTIFICATION DIVISION.
PROGRAM-ID. Date-Rollover.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> RUN-CONTROL-FILE is the suite-wide run-control card.  This program
*> is the one that writes it: at the end of a clean night it rolls
*> CTL-BUSINESS-DATE forward to the next processing day and sets the
*> period-end flag, leaving every other field on the card as it was.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

*> CALENDAR-FILE is the business calendar: one card per holiday or
*> declared non-processing day.  Weekends need no card.
    SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

*> VERDICT-FILE is Run-Balancing's machine-readable verdict; the date
*> only rolls on an in-balance night.
    SELECT VERDICT-FILE ASSIGN TO "VERDICT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VERDICT-STATUS.

*> AUDIT-FILE is the night's run-audit log, read to prove every step
*> of the chain reached its own end-of-job processing.  Like History-
*> Roll, which runs just before this step, this program reads the log
*> and deliberately does not append to it: the log has already been
*> rolled into the retained history by then.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT ROLLOVER-REPORT-FILE ASSIGN TO "ROLLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ROLLOVER-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD RUN-CONTROL-FILE.
01 RUN-CONTROL-RECORD.
    COPY RUNCTLRC.

FD CALENDAR-FILE.
01 CALENDAR-RECORD.
    COPY CALNDREC.

FD VERDICT-FILE.
01 VERDICT-RECORD.
    COPY VERDICTRC.

FD AUDIT-FILE.
01 AUDIT-LOG-RECORD.
    COPY AUDITREC.

FD ROLLOVER-REPORT-FILE.
01 ROLLOVER-REPORT-RECORD PIC X(80).

WORKING-STORAGE SECTION.
01 WS-RUN-CONTROL-STATUS PIC XX.
   88 CTL-STATUS-OK        VALUE "00".
   88 CTL-STATUS-EOF       VALUE "10".
   88 CTL-STATUS-NOT-FOUND VALUE "35".

01 WS-CALENDAR-STATUS PIC XX.
   88 CAL-STATUS-OK        VALUE "00".
   88 CAL-STATUS-EOF       VALUE "10".
   88 CAL-STATUS-NOT-FOUND VALUE "35".

01 WS-VERDICT-STATUS PIC XX.
   88 VERDICT-STATUS-OK        VALUE "00".
   88 VERDICT-STATUS-EOF       VALUE "10".
   88 VERDICT-STATUS-NOT-FOUND VALUE "35".

01 WS-AUDIT-STATUS PIC XX.
   88 AUDIT-STATUS-OK        VALUE "00".
   88 AUDIT-STATUS-EOF       VALUE "10".
   88 AUDIT-STATUS-NOT-FOUND VALUE "35".

01 WS-ROLLOVER-REPORT-STATUS PIC XX.
   88 ROLLRPT-STATUS-OK VALUE "00".

01 WS-CALENDAR-EOF-SWITCH PIC X VALUE "N".
   88 CALENDAR-FILE-EOF VALUE "Y".
01 WS-AUDIT-EOF-SWITCH PIC X VALUE "N".
   88 AUDIT-FILE-EOF VALUE "Y".

*> The whole card as read, written back with only the date and the
*> period-end flag changed.
01 WS-SAVED-RUN-CONTROL PIC X(80).

*> The steps of the nightly chain that write AUDITLOG, in chain
*> order.  Each must have run and ended below return code 8 - the
*> run-state ledger's line between complete and failed; a step
*> flushed by COND has no records at all, one that abended has a
*> START with no END, and one that gave up on its own still writes
*> its END, with a return code of 8 or more.
*> A step that found itself already complete on the run-state ledger
*> when the chain was resubmitted writes SKIP instead; its END is
*> from the earlier submission.
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
   05 WS-CHAIN-STEP-STATE OCCURS 9 TIMES.
      10 WS-STEP-STATE       PIC X(1).
         88 STEP-NOT-RUN     VALUE "N".
         88 STEP-STARTED     VALUE "S".
         88 STEP-ENDED       VALUE "E".
         88 STEP-SKIPPED     VALUE "K".
      10 WS-STEP-RETURN-CODE PIC 9(4).
01 WS-STEP-SUB PIC 9(2) VALUE ZERO.

01 WS-DAY-NAME-VALUES.
   05 FILLER PIC X(9) VALUE "SUNDAY".
   05 FILLER PIC X(9) VALUE "MONDAY".
   05 FILLER PIC X(9) VALUE "TUESDAY".
   05 FILLER PIC X(9) VALUE "WEDNESDAY".
   05 FILLER PIC X(9) VALUE "THURSDAY".
   05 FILLER PIC X(9) VALUE "FRIDAY".
   05 FILLER PIC X(9) VALUE "SATURDAY".
01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
   05 WS-DAY-NAME PIC X(9) OCCURS 7 TIMES.

*> The calendar, loaded up front.  A card that is not a real date or
*> not typed H or N fails the run: rolling past a holiday the deck
*> meant to name is worse than not rolling at all.
01 WS-CAL-COUNT PIC 9(4) VALUE ZERO.
01 WS-CALENDAR-TABLE.
   05 WS-CAL-DAYS OCCURS 1000 TIMES
                  INDEXED BY CLX.
      10 WS-CAL-DATE        PIC X(8).
      10 WS-CAL-DAY-TYPE    PIC X(1).
      10 WS-CAL-DESCRIPTION PIC X(30).
01 WS-CAL-HIGH-DATE PIC X(8) VALUE ZEROS.
01 WS-CAL-FOUND-SWITCH PIC X.
   88 CALENDAR-DAY-FOUND VALUE "Y".

01 WS-EDIT-DATE.
    05 WS-EDIT-YEAR     PIC 9(4).
    05 WS-EDIT-MONTH    PIC 9(2).
    05 WS-EDIT-DAY      PIC 9(2).
01 WS-DAYS-IN-MONTH     PIC 9(2).
01 WS-LEAP-REMAINDER    PIC 9(4).
01 WS-LEAP-QUOTIENT     PIC 9(4).
01 WS-DATE-VALID-SWITCH PIC X.
   88 EDIT-DATE-VALID    VALUE "Y".
   88 EDIT-DATE-INVALID  VALUE "N".
01 WS-DATE-INTEGER      PIC 9(8).

*> The three dates the roll works with: the business date just
*> closed, the new business date, and the processing day after that
*> (needed only to tell whether the new date ends a month or year).
01 WS-CLOSING-DATE.
    05 WS-CLOSING-YEAR  PIC 9(4).
    05 WS-CLOSING-MONTH PIC 9(2).
    05 WS-CLOSING-DAY   PIC 9(2).
01 WS-NEW-DATE.
    05 WS-NEW-YEAR      PIC 9(4).
    05 WS-NEW-MONTH     PIC 9(2).
    05 WS-NEW-DAY       PIC 9(2).
01 WS-FOLLOWING-DATE.
    05 WS-FOLLOWING-YEAR  PIC 9(4).
    05 WS-FOLLOWING-MONTH PIC 9(2).
    05 WS-FOLLOWING-DAY   PIC 9(2).
01 WS-CLOSING-DAY-NUMBER PIC 9(9) VALUE ZERO.
01 WS-NEW-DAY-NUMBER     PIC 9(9) VALUE ZERO.

*> FIND-NEXT-PROCESSING-DAY works from WS-SEARCH-DAY-NUMBER forward
*> and leaves the day it settles on in WS-SEARCH-DAY-NUMBER and
*> WS-SEARCH-DATE.  Day 1 of the integer calendar (1 January 1601)
*> is a Monday, so the day number's remainder by 7 is the weekday
*> with Sunday as 0.
01 WS-SEARCH-DAY-NUMBER  PIC 9(9) VALUE ZERO.
01 WS-SEARCH-DATE        PIC 9(8) VALUE ZERO.
01 WS-SEARCH-DATE-X REDEFINES WS-SEARCH-DATE PIC X(8).
01 WS-WEEK-QUOTIENT      PIC 9(9).
01 WS-WEEKDAY            PIC 9(1).
01 WS-DAYS-TRIED         PIC 9(2).
01 WS-PROCESSING-DAY-SWITCH PIC X.
   88 PROCESSING-DAY-FOUND VALUE "Y".
01 WS-LIST-SKIPPED-SWITCH PIC X VALUE "N".
   88 LIST-SKIPPED-DAYS VALUE "Y".
77 WS-MAX-DAYS-AHEAD PIC 9(2) VALUE 31.

01 WS-PERIOD-END-FLAG PIC X(1) VALUE SPACE.
   88 NEW-DATE-MONTH-END VALUES "M" "Y".
   88 NEW-DATE-YEAR-END  VALUE "Y".

01 WS-EDIT-RETURN-CODE PIC ZZZ9.

01 WS-REFUSAL-COUNT PIC 9(3) VALUE ZERO.
01 WS-DAYS-SKIPPED  PIC 9(3) VALUE ZERO.

01 WS-REPORT-LINE.
    05 RPT-LABEL      PIC X(24).
    05 RPT-DATE       PIC X(8).
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RPT-DAY-NAME   PIC X(9).
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RPT-NOTE       PIC X(35).

01 WS-STEP-LINE.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 SPL-STEP-NAME  PIC X(20).
    05 FILLER         PIC X(2) VALUE SPACES.
    05 SPL-STATE      PIC X(24).
    05 FILLER         PIC X(1) VALUE SPACE.
    05 SPL-RC-LABEL   PIC X(3).
    05 SPL-RC         PIC X(4).
    05 FILLER         PIC X(24) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM OPEN-REPORT-FILE
    PERFORM LOAD-RUN-CONTROL
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BALANCE-VERDICT
    PERFORM CHECK-CHAIN-AUDIT-RECORDS

    IF WS-REFUSAL-COUNT > ZERO
        PERFORM REFUSE-ROLLOVER
    ELSE
        PERFORM ROLL-BUSINESS-DATE
    END-IF

    PERFORM DISPLAY-ROLLOVER-TOTALS
    CLOSE ROLLOVER-REPORT-FILE
    STOP RUN.

OPEN-REPORT-FILE.
    OPEN OUTPUT ROLLOVER-REPORT-FILE
    IF NOT ROLLRPT-STATUS-OK
        DISPLAY "DATE-ROLLOVER: ERROR OPENING ROLLOVER-REPORT-FILE, STATUS=" WS-ROLLOVER-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "DATE-ROLLOVER: BUSINESS DATE ROLLOVER CONFIRMATION"
        TO ROLLOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE SPACES TO ROLLOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

LOAD-RUN-CONTROL.
*> Unlike every other program in the suite, this one cannot run on a
*> default: the card is what it rolls, so a missing card or a date
*> that is not a real calendar date stops the run.
    OPEN INPUT RUN-CONTROL-FILE
    EVALUATE TRUE
        WHEN CTL-STATUS-OK
            PERFORM READ-RUN-CONTROL-CARD
            CLOSE RUN-CONTROL-FILE
        WHEN CTL-STATUS-NOT-FOUND
            DISPLAY "DATE-ROLLOVER: *** RUN-CONTROL-FILE NOT FOUND - NOTHING TO ROLL ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            DISPLAY "DATE-ROLLOVER: ERROR OPENING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-RUN-CONTROL-CARD.
    READ RUN-CONTROL-FILE
    EVALUATE TRUE
        WHEN CTL-STATUS-OK
            MOVE RUN-CONTROL-RECORD TO WS-SAVED-RUN-CONTROL
            PERFORM EDIT-CLOSING-DATE
        WHEN CTL-STATUS-EOF
            DISPLAY "DATE-ROLLOVER: *** RUN-CONTROL-FILE EMPTY - NOTHING TO ROLL ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            DISPLAY "DATE-ROLLOVER: ERROR READING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

EDIT-CLOSING-DATE.
    SET EDIT-DATE-VALID TO TRUE
    IF CTL-BUSINESS-DATE IS NUMERIC
        MOVE CTL-BUSINESS-DATE TO WS-EDIT-DATE
        PERFORM CHECK-CALENDAR-DATE
    ELSE
        SET EDIT-DATE-INVALID TO TRUE
    END-IF
    IF EDIT-DATE-INVALID
        DISPLAY "DATE-ROLLOVER: *** BUSINESS DATE '" CTL-BUSINESS-DATE "' ON RUN-CONTROL-FILE IS NOT A DATE ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE CTL-BUSINESS-DATE TO WS-CLOSING-DATE
    MOVE WS-CLOSING-DATE   TO WS-DATE-INTEGER
    COMPUTE WS-CLOSING-DAY-NUMBER =
        FUNCTION INTEGER-OF-DATE(WS-DATE-INTEGER)
    MOVE "BUSINESS DATE CLOSED:" TO RPT-LABEL
    MOVE WS-CLOSING-DATE         TO RPT-DATE
    MOVE WS-CLOSING-DAY-NUMBER   TO WS-SEARCH-DAY-NUMBER
    PERFORM SET-SEARCH-WEEKDAY
    MOVE SPACES                  TO RPT-NOTE
    PERFORM WRITE-REPORT-LINE.

LOAD-BUSINESS-CALENDAR.
*> Without the calendar a holiday would be rolled onto as a working
*> day, so a missing deck stops the run.
    OPEN INPUT CALENDAR-FILE
    EVALUATE TRUE
        WHEN CAL-STATUS-OK
            PERFORM UNTIL CALENDAR-FILE-EOF
                PERFORM READ-CALENDAR-RECORD
            END-PERFORM
            CLOSE CALENDAR-FILE
            DISPLAY "DATE-ROLLOVER: CALENDAR DAYS LOADED = " WS-CAL-COUNT
        WHEN CAL-STATUS-NOT-FOUND
            DISPLAY "DATE-ROLLOVER: *** CALENDAR-FILE NOT FOUND - RUN ABORTED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            DISPLAY "DATE-ROLLOVER: ERROR OPENING CALENDAR-FILE, STATUS=" WS-CALENDAR-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-CALENDAR-RECORD.
    READ CALENDAR-FILE
    EVALUATE TRUE
        WHEN CAL-STATUS-OK
            PERFORM ADD-CALENDAR-DAY
        WHEN CAL-STATUS-EOF
            SET CALENDAR-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "DATE-ROLLOVER: ERROR READING CALENDAR-FILE, STATUS=" WS-CALENDAR-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

ADD-CALENDAR-DAY.
    SET EDIT-DATE-VALID TO TRUE
    IF CAL-DATE IS NUMERIC
        MOVE CAL-DATE TO WS-EDIT-DATE
        PERFORM CHECK-CALENDAR-DATE
    ELSE
        SET EDIT-DATE-INVALID TO TRUE
    END-IF
    IF EDIT-DATE-INVALID OR NOT CAL-DAY-TYPE-VALID
        DISPLAY "DATE-ROLLOVER: *** BAD CALENDAR CARD '" CALENDAR-RECORD "' - RUN ABORTED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-CAL-COUNT >= 1000
        DISPLAY "DATE-ROLLOVER: *** CALENDAR TABLE FULL AT " CAL-DATE " - RUN ABORTED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-CAL-COUNT
    MOVE CAL-DATE        TO WS-CAL-DATE(WS-CAL-COUNT)
    MOVE CAL-DAY-TYPE    TO WS-CAL-DAY-TYPE(WS-CAL-COUNT)
    MOVE CAL-DESCRIPTION TO WS-CAL-DESCRIPTION(WS-CAL-COUNT)
    IF CAL-DATE > WS-CAL-HIGH-DATE
        MOVE CAL-DATE TO WS-CAL-HIGH-DATE
    END-IF.

CHECK-BALANCE-VERDICT.
*> No verdict is the same as a bad verdict, exactly as for the
*> release step.
    MOVE "BALANCE VERDICT:" TO RPT-LABEL
    MOVE SPACES             TO RPT-DATE RPT-DAY-NAME
    OPEN INPUT VERDICT-FILE
    EVALUATE TRUE
        WHEN VERDICT-STATUS-OK
            READ VERDICT-FILE
            EVALUATE TRUE
                WHEN VERDICT-STATUS-OK AND VER-IN-BALANCE
                    MOVE "IN BALANCE" TO RPT-NOTE
                WHEN VERDICT-STATUS-OK
                    MOVE "*** NOT IN BALANCE ***" TO RPT-NOTE
                    ADD 1 TO WS-REFUSAL-COUNT
                WHEN OTHER
                    MOVE "*** NO VERDICT RECORD ***" TO RPT-NOTE
                    ADD 1 TO WS-REFUSAL-COUNT
            END-EVALUATE
            CLOSE VERDICT-FILE
        WHEN VERDICT-STATUS-NOT-FOUND
            MOVE "*** NO VERDICT FILE ***" TO RPT-NOTE
            ADD 1 TO WS-REFUSAL-COUNT
        WHEN OTHER
            DISPLAY "DATE-ROLLOVER: ERROR OPENING VERDICT-FILE, STATUS=" WS-VERDICT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    DISPLAY "DATE-ROLLOVER: BALANCE VERDICT " RPT-NOTE
    PERFORM WRITE-REPORT-LINE.

CHECK-CHAIN-AUDIT-RECORDS.
*> A step's latest audit record decides its state, so a step that
*> abended and was then rerun to completion counts as ended.
    MOVE ZERO TO WS-STEP-SUB
    PERFORM RESET-CHAIN-STEP-STATE
        UNTIL WS-STEP-SUB >= WS-CHAIN-STEP-COUNT
    OPEN INPUT AUDIT-FILE
    EVALUATE TRUE
        WHEN AUDIT-STATUS-OK
            PERFORM UNTIL AUDIT-FILE-EOF
                PERFORM READ-AUDIT-RECORD
            END-PERFORM
            CLOSE AUDIT-FILE
        WHEN AUDIT-STATUS-NOT-FOUND
            DISPLAY "DATE-ROLLOVER: AUDIT-FILE NOT FOUND, NO STEP CAN BE SHOWN TO HAVE ENDED"
        WHEN OTHER
            DISPLAY "DATE-ROLLOVER: ERROR OPENING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    MOVE SPACES TO ROLLOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE "CHAIN STEPS ON AUDITLOG:" TO ROLLOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE ZERO TO WS-STEP-SUB
    PERFORM REPORT-CHAIN-STEP-STATE
        UNTIL WS-STEP-SUB >= WS-CHAIN-STEP-COUNT
    MOVE SPACES TO ROLLOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

RESET-CHAIN-STEP-STATE.
    ADD 1 TO WS-STEP-SUB
    SET STEP-NOT-RUN(WS-STEP-SUB) TO TRUE
    MOVE ZERO TO WS-STEP-RETURN-CODE(WS-STEP-SUB).

READ-AUDIT-RECORD.
    READ AUDIT-FILE
    EVALUATE TRUE
        WHEN AUDIT-STATUS-OK
            PERFORM NOTE-CHAIN-STEP-STATE
        WHEN AUDIT-STATUS-EOF
            SET AUDIT-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "DATE-ROLLOVER: ERROR READING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

NOTE-CHAIN-STEP-STATE.
*> Records from programs outside the chain are passed over.
    SET STX TO 1
    SEARCH WS-CHAIN-STEP-NAME
        AT END
            CONTINUE
        WHEN WS-CHAIN-STEP-NAME(STX) = AUDIT-PROGRAM-NAME
            EVALUATE TRUE
                WHEN AUDIT-TYPE-START
                    SET STEP-STARTED(STX) TO TRUE
                WHEN AUDIT-TYPE-END
                    SET STEP-ENDED(STX) TO TRUE
                    MOVE AUDIT-RETURN-CODE TO WS-STEP-RETURN-CODE(STX)
                WHEN AUDIT-TYPE-SKIP
                    SET STEP-SKIPPED(STX) TO TRUE
            END-EVALUATE
    END-SEARCH.

REPORT-CHAIN-STEP-STATE.
    ADD 1 TO WS-STEP-SUB
    MOVE SPACES TO SPL-RC-LABEL
    MOVE SPACES TO SPL-RC
    MOVE WS-CHAIN-STEP-NAME(WS-STEP-SUB) TO SPL-STEP-NAME
    EVALUATE TRUE
        WHEN STEP-ENDED(WS-STEP-SUB)
             AND WS-STEP-RETURN-CODE(WS-STEP-SUB) >= 8
            MOVE "*** ENDED, FAILED ***"        TO SPL-STATE
            MOVE "RC "                          TO SPL-RC-LABEL
            MOVE WS-STEP-RETURN-CODE(WS-STEP-SUB) TO WS-EDIT-RETURN-CODE
            MOVE WS-EDIT-RETURN-CODE            TO SPL-RC
            ADD 1 TO WS-REFUSAL-COUNT
            DISPLAY "DATE-ROLLOVER: *** " SPL-STEP-NAME " ENDED WITH RETURN CODE " SPL-RC " ***"
        WHEN STEP-ENDED(WS-STEP-SUB)
            MOVE "ENDED"                        TO SPL-STATE
            MOVE "RC "                          TO SPL-RC-LABEL
            MOVE WS-STEP-RETURN-CODE(WS-STEP-SUB) TO WS-EDIT-RETURN-CODE
            MOVE WS-EDIT-RETURN-CODE            TO SPL-RC
        WHEN STEP-SKIPPED(WS-STEP-SUB)
            MOVE "SKIPPED, DONE EARLIER"        TO SPL-STATE
        WHEN STEP-STARTED(WS-STEP-SUB)
            MOVE "*** STARTED, NO END ***"      TO SPL-STATE
            ADD 1 TO WS-REFUSAL-COUNT
            DISPLAY "DATE-ROLLOVER: *** " SPL-STEP-NAME " STARTED BUT HAS NO END RECORD ***"
        WHEN OTHER
            MOVE "*** DID NOT RUN ***"          TO SPL-STATE
            ADD 1 TO WS-REFUSAL-COUNT
            DISPLAY "DATE-ROLLOVER: *** " SPL-STEP-NAME " HAS NO AUDIT RECORDS ***"
    END-EVALUATE
    MOVE WS-STEP-LINE TO ROLLOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

REFUSE-ROLLOVER.
*> The card is left exactly as it was, so a rerun of the failed steps
*> runs under the same business date, and this step is rerun after.
    DISPLAY "DATE-ROLLOVER: *** ROLLOVER REFUSED - " WS-REFUSAL-COUNT " REASON(S), BUSINESS DATE LEFT AT " WS-CLOSING-DATE " ***"
    MOVE "ROLLOVER REFUSED AT:"     TO RPT-LABEL
    MOVE WS-CLOSING-DATE            TO RPT-DATE
    MOVE SPACES                     TO RPT-DAY-NAME
    MOVE "*** RUNCTL CARD NOT CHANGED ***" TO RPT-NOTE
    PERFORM WRITE-REPORT-LINE
    MOVE 8 TO RETURN-CODE.

ROLL-BUSINESS-DATE.
    SET LIST-SKIPPED-DAYS TO TRUE
    MOVE WS-CLOSING-DAY-NUMBER TO WS-SEARCH-DAY-NUMBER
    PERFORM FIND-NEXT-PROCESSING-DAY
    MOVE WS-SEARCH-DAY-NUMBER  TO WS-NEW-DAY-NUMBER
    MOVE WS-SEARCH-DATE        TO WS-NEW-DATE
    MOVE "N" TO WS-LIST-SKIPPED-SWITCH
    PERFORM FIND-NEXT-PROCESSING-DAY
    MOVE WS-SEARCH-DATE        TO WS-FOLLOWING-DATE

*> The new date ends a month when the processing day after it falls
*> in another month; likewise for the year.
    EVALUATE TRUE
        WHEN WS-FOLLOWING-YEAR NOT = WS-NEW-YEAR
            MOVE "Y" TO WS-PERIOD-END-FLAG
        WHEN WS-FOLLOWING-MONTH NOT = WS-NEW-MONTH
            MOVE "M" TO WS-PERIOD-END-FLAG
        WHEN OTHER
            MOVE SPACE TO WS-PERIOD-END-FLAG
    END-EVALUATE

    PERFORM REWRITE-RUN-CONTROL-CARD

    MOVE "NEW BUSINESS DATE:"  TO RPT-LABEL
    MOVE WS-NEW-DATE           TO RPT-DATE
    MOVE WS-NEW-DAY-NUMBER     TO WS-SEARCH-DAY-NUMBER
    PERFORM SET-SEARCH-WEEKDAY
    MOVE SPACES                TO RPT-NOTE
    PERFORM WRITE-REPORT-LINE
    DISPLAY "DATE-ROLLOVER: BUSINESS DATE ROLLED FROM " WS-CLOSING-DATE " TO " WS-NEW-DATE

*> The closed date was the last processing day of its month when the
*> new date is in another month: tonight's month-end jobs are due.
    IF WS-NEW-MONTH NOT = WS-CLOSING-MONTH
       OR WS-NEW-YEAR NOT = WS-CLOSING-YEAR
        MOVE SPACES TO ROLLOVER-REPORT-RECORD
        PERFORM WRITE-REPORT-RECORD
        IF WS-NEW-YEAR NOT = WS-CLOSING-YEAR
            MOVE "*** CLOSED DATE WAS YEAR-END - MONTH-END AND YEAR-END JOBS ARE DUE ***"
                TO ROLLOVER-REPORT-RECORD
        ELSE
            MOVE "*** CLOSED DATE WAS MONTH-END - MONTH-END JOBS ARE DUE ***"
                TO ROLLOVER-REPORT-RECORD
        END-IF
        DISPLAY "DATE-ROLLOVER: " ROLLOVER-REPORT-RECORD
        PERFORM WRITE-REPORT-RECORD
    END-IF
    IF NEW-DATE-MONTH-END
        MOVE SPACES TO ROLLOVER-REPORT-RECORD
        PERFORM WRITE-REPORT-RECORD
        IF NEW-DATE-YEAR-END
            MOVE "*** NEW BUSINESS DATE IS YEAR-END - RUN-CONTROL CARD FLAGGED Y ***"
                TO ROLLOVER-REPORT-RECORD
        ELSE
            MOVE "*** NEW BUSINESS DATE IS MONTH-END - RUN-CONTROL CARD FLAGGED M ***"
                TO ROLLOVER-REPORT-RECORD
        END-IF
        DISPLAY "DATE-ROLLOVER: " ROLLOVER-REPORT-RECORD
        PERFORM WRITE-REPORT-RECORD
    END-IF

*> The roll looked one processing day past the new date; a calendar
*> that ends before that cannot have told us about the holidays in
*> between.
    IF WS-FOLLOWING-DATE > WS-CAL-HIGH-DATE
        MOVE SPACES TO ROLLOVER-REPORT-RECORD
        PERFORM WRITE-REPORT-RECORD
        MOVE "*** CALENDAR ENDS AT " TO ROLLOVER-REPORT-RECORD
        MOVE WS-CAL-HIGH-DATE TO ROLLOVER-REPORT-RECORD(22:8)
        MOVE " - ADD THE COMING YEAR'S HOLIDAYS ***"
            TO ROLLOVER-REPORT-RECORD(30:37)
        DISPLAY "DATE-ROLLOVER: " ROLLOVER-REPORT-RECORD
        PERFORM WRITE-REPORT-RECORD
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

FIND-NEXT-PROCESSING-DAY.
    MOVE "N"  TO WS-PROCESSING-DAY-SWITCH
    MOVE ZERO TO WS-DAYS-TRIED
    PERFORM TRY-NEXT-CALENDAR-DAY
        UNTIL PROCESSING-DAY-FOUND
           OR WS-DAYS-TRIED >= WS-MAX-DAYS-AHEAD
    IF NOT PROCESSING-DAY-FOUND
        DISPLAY "DATE-ROLLOVER: *** NO PROCESSING DAY IN THE " WS-MAX-DAYS-AHEAD " DAYS AFTER " WS-CLOSING-DATE " - CHECK THE CALENDAR ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

TRY-NEXT-CALENDAR-DAY.
    ADD 1 TO WS-SEARCH-DAY-NUMBER
    ADD 1 TO WS-DAYS-TRIED
    COMPUTE WS-SEARCH-DATE =
        FUNCTION DATE-OF-INTEGER(WS-SEARCH-DAY-NUMBER)
    PERFORM SET-SEARCH-WEEKDAY
    MOVE WS-SEARCH-DATE-X TO RPT-DATE
    EVALUATE TRUE
        WHEN WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
            MOVE "WEEKEND" TO RPT-NOTE
            PERFORM NOTE-SKIPPED-DAY
        WHEN OTHER
            PERFORM FIND-CALENDAR-DAY
            IF CALENDAR-DAY-FOUND
                MOVE WS-CAL-DESCRIPTION(CLX) TO RPT-NOTE
                PERFORM NOTE-SKIPPED-DAY
            ELSE
                SET PROCESSING-DAY-FOUND TO TRUE
            END-IF
    END-EVALUATE.

NOTE-SKIPPED-DAY.
    IF LIST-SKIPPED-DAYS
        ADD 1 TO WS-DAYS-SKIPPED
        MOVE "  SKIPPED:" TO RPT-LABEL
        PERFORM WRITE-REPORT-LINE
    END-IF.

FIND-CALENDAR-DAY.
    MOVE "N" TO WS-CAL-FOUND-SWITCH
    IF WS-CAL-COUNT > 0
        SET CLX TO 1
        SEARCH WS-CAL-DAYS
            AT END
                MOVE "N" TO WS-CAL-FOUND-SWITCH
            WHEN CLX > WS-CAL-COUNT
                MOVE "N" TO WS-CAL-FOUND-SWITCH
            WHEN WS-CAL-DATE(CLX) = WS-SEARCH-DATE-X
                SET CALENDAR-DAY-FOUND TO TRUE
        END-SEARCH
    END-IF.

SET-SEARCH-WEEKDAY.
    DIVIDE WS-SEARCH-DAY-NUMBER BY 7
        GIVING WS-WEEK-QUOTIENT REMAINDER WS-WEEKDAY
    MOVE WS-DAY-NAME(WS-WEEKDAY + 1) TO RPT-DAY-NAME.

REWRITE-RUN-CONTROL-CARD.
    OPEN OUTPUT RUN-CONTROL-FILE
    IF NOT CTL-STATUS-OK
        DISPLAY "DATE-ROLLOVER: ERROR OPENING RUN-CONTROL-FILE FOR OUTPUT, STATUS=" WS-RUN-CONTROL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-SAVED-RUN-CONTROL TO RUN-CONTROL-RECORD
    MOVE WS-NEW-DATE          TO CTL-BUSINESS-DATE
    MOVE WS-PERIOD-END-FLAG   TO CTL-PERIOD-END
    WRITE RUN-CONTROL-RECORD
    IF NOT CTL-STATUS-OK
        DISPLAY "DATE-ROLLOVER: ERROR WRITING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE RUN-CONTROL-FILE.

CHECK-CALENDAR-DATE.
    EVALUATE TRUE
        WHEN WS-EDIT-YEAR < 1900
            SET EDIT-DATE-INVALID TO TRUE
        WHEN WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
            SET EDIT-DATE-INVALID TO TRUE
        WHEN OTHER
            PERFORM SET-DAYS-IN-MONTH
            IF WS-EDIT-DAY < 1 OR WS-EDIT-DAY > WS-DAYS-IN-MONTH
                SET EDIT-DATE-INVALID TO TRUE
            END-IF
    END-EVALUATE.

SET-DAYS-IN-MONTH.
    EVALUATE WS-EDIT-MONTH
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO WS-DAYS-IN-MONTH
        WHEN 2
            PERFORM SET-FEBRUARY-DAYS
        WHEN OTHER
            MOVE 31 TO WS-DAYS-IN-MONTH
    END-EVALUATE.

SET-FEBRUARY-DAYS.
*> A century year is a leap year only when divisible by 400.
    MOVE 28 TO WS-DAYS-IN-MONTH
    DIVIDE WS-EDIT-YEAR BY 4
        GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
    IF WS-LEAP-REMAINDER = ZERO
        MOVE 29 TO WS-DAYS-IN-MONTH
        DIVIDE WS-EDIT-YEAR BY 100
            GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
        IF WS-LEAP-REMAINDER = ZERO
            MOVE 28 TO WS-DAYS-IN-MONTH
            DIVIDE WS-EDIT-YEAR BY 400
                GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
            IF WS-LEAP-REMAINDER = ZERO
                MOVE 29 TO WS-DAYS-IN-MONTH
            END-IF
        END-IF
    END-IF.

WRITE-REPORT-LINE.
    MOVE WS-REPORT-LINE TO ROLLOVER-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

WRITE-REPORT-RECORD.
    WRITE ROLLOVER-REPORT-RECORD
    IF NOT ROLLRPT-STATUS-OK
        DISPLAY "DATE-ROLLOVER: ERROR WRITING ROLLOVER-REPORT-FILE, STATUS=" WS-ROLLOVER-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

DISPLAY-ROLLOVER-TOTALS.
    DISPLAY "DATE-ROLLOVER: ==== ROLLOVER TOTALS ===="
    DISPLAY "DATE-ROLLOVER: BUSINESS DATE CLOSED = " WS-CLOSING-DATE
    IF WS-REFUSAL-COUNT = ZERO
        DISPLAY "DATE-ROLLOVER: NEW BUSINESS DATE    = " WS-NEW-DATE
        DISPLAY "DATE-ROLLOVER: NON-PROCESSING DAYS  = " WS-DAYS-SKIPPED
        DISPLAY "DATE-ROLLOVER: PERIOD-END FLAG      = '" WS-PERIOD-END-FLAG "'"
    ELSE
        DISPLAY "DATE-ROLLOVER: REFUSAL REASONS      = " WS-REFUSAL-COUNT
    END-IF
    DISPLAY "DATE-ROLLOVER: ==== END OF TOTALS ====".
