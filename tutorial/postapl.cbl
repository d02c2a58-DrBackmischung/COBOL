IDENTIFICATION DIVISION.
PROGRAM-ID. Posting-Apply.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> AMOUNT-FILE is the same day's posting file Basic-Arithmetic has
*> just totalled.  Basic-Arithmetic only reports the postings; this
*> program is the step that actually moves each accepted posting onto
*> the customer's balance, so CUST-AMOUNT stops going stale between
*> feeds.
    SELECT AMOUNT-FILE ASSIGN TO "AMTFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AMOUNT-STATUS.

*> CUSTOMER-MASTER is File-Handling's customer master KSDS (OUTFILE),
*> opened I-O so each posting can READ the customer by key and
*> REWRITE the balance.
    SELECT CUSTOMER-MASTER ASSIGN TO "OUTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CUST-ID
        FILE STATUS IS WS-CUSTMAST-STATUS.

*> RATE-TABLE-FILE is the same daily rate deck Basic-Arithmetic
*> converts with, so a posting's base-currency amount here is to the
*> cent the amount Basic-Arithmetic put into its grand total.
    SELECT RATE-TABLE-FILE ASSIGN TO "RATEFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.

*> RUN-CONTROL-FILE is the suite-wide run-control card; only the
*> business date is used, for the register heading.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

*> REGISTER-FILE is the posting register: one line per posting read,
*> saying whether it was posted, refused (and why), or never accepted
*> by Basic-Arithmetic in the first place.
    SELECT REGISTER-FILE ASSIGN TO "POSTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.

*> JOURNAL-FILE is the shared customer-master activity journal: every
*> balance this program moves is journalled with its before and after
*> amounts like any other master change.  It is read through once
*> before it is extended, for the postings already made to tonight's
*> master (see LOAD-EARLIER-POSTINGS).
    SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

*> CONTROL-TOTAL-FILE is the end-of-job control-total handoff shared
*> by the chain's steps; the balancing step proves the posted and
*> refused totals here add back to Basic-Arithmetic's grand total.
    SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-TOTAL-STATUS.

*> AUDIT-FILE is the shared run-audit log written by every program in
*> this suite; it is extended (not recreated) so a driver job's steps
*> all land in the same log.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

*> RUN-STATE-FILE is the chain's run-state ledger (RUNSTATE): this
*> program's record for the business date is marked started here and
*> complete or failed at the end, and a resubmitted chain that finds
*> it already complete skips the program.  File-Handling's record
*> there also dates the master build the postings are applied to.  A
*> run without the DD - a program run on its own, outside the chain -
*> is not checked.
    SELECT RUN-STATE-FILE ASSIGN TO "RUNSTATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RST-KEY
        FILE STATUS IS WS-RUN-STATE-STATUS.

DATA DIVISION.
FILE SECTION.
*> The same amount record Basic-Arithmetic reads.
FD AMOUNT-FILE.
01 AMOUNT-RECORD.
    05 AMT-CUST-ID   PIC X(9).
    05 AMT-NUMBER1   PIC S9(7)V99.
    05 AMT-NUMBER2   PIC S9(7)V99.
    05 AMT-TRAN-CODE PIC X(1).
       88 AMT-TRAN-DEBIT    VALUE "D".
       88 AMT-TRAN-CREDIT   VALUE "C".
       88 AMT-TRAN-REVERSAL VALUE "R".
    05 AMT-CATEGORY  PIC X(10).
    05 AMT-CURRENCY  PIC X(3).

FD CUSTOMER-MASTER.
01 CUSTOMER-MASTER-RECORD.
    COPY CUSTREC
        REPLACING ==CUST-RECORD-TYPE==  BY ==CM-CUST-RECORD-TYPE==
                  ==CUST-TYPE-HEADER==  BY ==CM-CUST-TYPE-HEADER==
                  ==CUST-TYPE-DETAIL==  BY ==CM-CUST-TYPE-DETAIL==
                  ==CUST-TYPE-TRAILER== BY ==CM-CUST-TYPE-TRAILER==
                  ==CUST-ID==           BY ==CM-CUST-ID==
                  ==CUST-DETAIL-AREA==  BY ==CM-CUST-DETAIL-AREA==
                  ==CUST-NAME==         BY ==CM-CUST-NAME==
                  ==CUST-AMOUNT==       BY ==CM-CUST-AMOUNT==
                  ==CUST-DATE==         BY ==CM-CUST-DATE==
                  ==CUST-STATUS==       BY ==CM-CUST-STATUS==
                  ==CUST-STATUS-ACTIVE== BY ==CM-CUST-STATUS-ACTIVE==
                  ==CUST-STATUS-SUSPENDED== BY ==CM-CUST-STATUS-SUSPENDED==
                  ==CUST-STATUS-CLOSED== BY ==CM-CUST-STATUS-CLOSED==
                  ==CUST-CURRENCY==     BY ==CM-CUST-CURRENCY==
                  ==CUST-HEADER-AREA==  BY ==CM-CUST-HEADER-AREA==
                  ==HDR-RUN-DATE==      BY ==CM-HDR-RUN-DATE==
                  ==HDR-SOURCE-SYSTEM== BY ==CM-HDR-SOURCE-SYSTEM==
                  ==CUST-TRAILER-AREA== BY ==CM-CUST-TRAILER-AREA==
                  ==TRL-AMOUNT-TOTAL==  BY ==CM-TRL-AMOUNT-TOTAL==
                  ==TRL-RECORD-COUNT==  BY ==CM-TRL-RECORD-COUNT==.

FD RATE-TABLE-FILE.
01 RATE-TABLE-RECORD.
    COPY RATEREC.

FD RUN-CONTROL-FILE.
01 RUN-CONTROL-RECORD.
    COPY RUNCTLRC.

FD REGISTER-FILE.
01 REGISTER-RECORD PIC X(90).

FD JOURNAL-FILE.
01 JOURNAL-RECORD.
    COPY JRNLREC.

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
01 WS-AMOUNT-STATUS PIC XX.
   88 AMT-STATUS-OK  VALUE "00".
   88 AMT-STATUS-EOF VALUE "10".

01 WS-CUSTMAST-STATUS PIC XX.
   88 CUSTMAST-STATUS-OK        VALUE "00".
   88 CUSTMAST-STATUS-NOT-FOUND VALUE "23".

01 WS-RATE-STATUS PIC XX.
   88 RATE-STATUS-OK        VALUE "00".
   88 RATE-STATUS-EOF       VALUE "10".
   88 RATE-STATUS-NOT-FOUND VALUE "35".

01 WS-RUN-CONTROL-STATUS PIC XX.
   88 CTL-STATUS-OK        VALUE "00".
   88 CTL-STATUS-EOF       VALUE "10".
   88 CTL-STATUS-NOT-FOUND VALUE "35".

01 WS-REGISTER-STATUS PIC XX.
   88 REGISTER-STATUS-OK VALUE "00".

01 WS-JOURNAL-STATUS PIC XX.
   88 JRNL-STATUS-OK        VALUE "00".
   88 JRNL-STATUS-EOF       VALUE "10".
   88 JRNL-STATUS-NOT-FOUND VALUE "35".

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
01 WS-RUN-DATE   PIC X(8).

*> The postings already journalled against tonight's master build: a
*> resubmission after this program failed part way finds the balances
*> it moved already moved, and must not move them again.  Each entry
*> is the customer and the change the posting made to the balance;
*> one is used up by each posting it accounts for, so two identical
*> postings in the day's file are told apart.
01 WS-MASTER-BUILT-STAMP PIC X(14) VALUE SPACES.
01 WS-JOURNAL-EOF-SWITCH PIC X VALUE "N".
   88 JOURNAL-FILE-EOF VALUE "Y".
01 WS-EARLIER-POSTING-COUNT PIC 9(5) VALUE ZERO.
01 WS-EARLIER-POSTING-TABLE.
   05 WS-EARLIER-POSTING OCCURS 10000 TIMES
                         INDEXED BY EPX.
      10 WS-EP-CUST-ID       PIC X(9).
      10 WS-EP-DELTA         PIC S9(8)V99.
      10 WS-EP-BEFORE-AMOUNT PIC S9(7)V99.
      10 WS-EP-AFTER-AMOUNT  PIC S9(7)V99.
      10 WS-EP-USED-SWITCH   PIC X.
         88 EARLIER-POSTING-USED VALUE "Y".
01 WS-POSTING-DELTA PIC S9(8)V99.
01 WS-EARLIER-FOUND-SWITCH PIC X.
   88 POSTED-BY-EARLIER-RUN VALUE "Y".

01 WS-AMOUNT-EOF-SWITCH PIC X VALUE "N".
   88 AMOUNT-FILE-EOF VALUE "Y".
01 WS-RATE-EOF-SWITCH PIC X VALUE "N".
   88 RATE-FILE-EOF VALUE "Y".

*> The day's rates, loaded up front exactly the way Basic-Arithmetic
*> loads them.
01 WS-RATE-COUNT PIC 9(2) VALUE ZERO.
01 WS-RATE-TABLE.
   05 WS-RATES OCCURS 20 TIMES
               INDEXED BY RTX.
      10 WS-RATE-CCY    PIC X(3).
      10 WS-RATE-FACTOR PIC 9(3)V9(6).

01 WS-CCY-FOUND-SWITCH PIC X.
   88 CURRENCY-KNOWN VALUE "Y".
01 WS-LOOKUP-CCY     PIC X(3).
01 WS-LOOKUP-RATE    PIC 9(3)V9(6).
01 WS-APPLIED-RATE   PIC 9(3)V9(6).
01 WS-MASTER-RATE    PIC 9(3)V9(6).

*> WS-ACCEPT-SWITCH records whether Basic-Arithmetic would have
*> accepted the posting: only what it put into its grand total is
*> ever posted, so the two steps' totals can be proved against each
*> other.
01 WS-ACCEPT-SWITCH PIC X.
   88 POSTING-ACCEPTED VALUE "Y".
   88 POSTING-NOT-ACCEPTED VALUE "N".

01 WS-RESULT           PIC S9(7)V99.
01 WS-BASE-RESULT      PIC S9(9)V99.
01 WS-MASTER-DELTA     PIC S9(9)V99.
01 WS-NEW-AMOUNT       PIC S9(7)V99.
01 WS-JOURNAL-BEFORE-AMOUNT PIC S9(7)V99 VALUE ZERO.
01 WS-REASON           PIC X(30).

*> Posting control totals.  Postings read = posted + refused + not
*> accepted; posted + refused, in count and base-currency amount, is
*> what Basic-Arithmetic accepted.
01 WS-POSTINGS-READ     PIC 9(9) VALUE ZERO.
01 WS-POSTINGS-APPLIED  PIC 9(9) VALUE ZERO.
01 WS-POSTINGS-REFUSED  PIC 9(9) VALUE ZERO.
01 WS-POSTINGS-SKIPPED  PIC 9(9) VALUE ZERO.
01 WS-POSTINGS-ALREADY  PIC 9(9) VALUE ZERO.
01 WS-POSTED-TOTAL      PIC S9(11)V99 VALUE ZERO.
01 WS-REFUSED-TOTAL     PIC S9(11)V99 VALUE ZERO.

01 WS-REGISTER-HEADING.
    05 FILLER         PIC X(40) VALUE "POSTING-APPLY: POSTING REGISTER".
    05 FILLER         PIC X(15) VALUE "BUSINESS DATE: ".
    05 REG-HEAD-DATE  PIC X(8).

01 WS-REGISTER-POSTING-LINE.
    05 REG-CUST-ID       PIC X(9).
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 REG-TRAN-CODE     PIC X(1).
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 REG-BASE-AMOUNT   PIC ZZZZZZZZ9.99-.
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 REG-DISPOSITION   PIC X(8).
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 REG-BEFORE-AMOUNT PIC ZZZZZZ9.99-.
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 REG-AFTER-AMOUNT  PIC ZZZZZZ9.99-.
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 REG-REASON        PIC X(30).

01 WS-REGISTER-TOTAL-LINE.
    05 REG-TOT-LABEL     PIC X(30).
    05 REG-TOT-COUNT     PIC ZZZZZZZZ9.
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 REG-TOT-AMOUNT    PIC ZZZZZZZZZZ9.99-.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-RUN-CONTROL
    PERFORM CHECK-RUN-STATE
    PERFORM LOAD-EARLIER-POSTINGS
    PERFORM LOAD-RATE-TABLE
    PERFORM OPEN-FILES
    PERFORM WRITE-START-AUDIT-RECORD
    PERFORM WRITE-REGISTER-HEADING

    PERFORM UNTIL AMOUNT-FILE-EOF
        PERFORM READ-AMOUNT-RECORD
    END-PERFORM

    PERFORM WRITE-REGISTER-TOTALS
    PERFORM WRITE-CONTROL-TOTAL-RECORDS
    PERFORM DISPLAY-POSTING-TOTALS
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
            DISPLAY "POSTING-APPLY: RUN-CONTROL-FILE NOT FOUND, USING COMPILED DEFAULTS"
        WHEN OTHER
            DISPLAY "POSTING-APPLY: ERROR OPENING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-RUN-CONTROL-CARD.
    READ RUN-CONTROL-FILE
    EVALUATE TRUE
        WHEN CTL-STATUS-OK
            IF CTL-BUSINESS-DATE IS NUMERIC
                MOVE CTL-BUSINESS-DATE TO WS-RUN-DATE
            END-IF
            DISPLAY "POSTING-APPLY: RUN CONTROL - BUSINESS DATE=" WS-RUN-DATE
        WHEN CTL-STATUS-EOF
            DISPLAY "POSTING-APPLY: RUN-CONTROL-FILE EMPTY, USING COMPILED DEFAULTS"
        WHEN OTHER
            DISPLAY "POSTING-APPLY: ERROR READING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

LOAD-RATE-TABLE.
*> Same tolerance as Basic-Arithmetic: a missing deck means base
*> currency only, and a malformed card fails the run.
    OPEN INPUT RATE-TABLE-FILE
    EVALUATE TRUE
        WHEN RATE-STATUS-OK
            PERFORM UNTIL RATE-FILE-EOF
                PERFORM READ-RATE-RECORD
            END-PERFORM
            CLOSE RATE-TABLE-FILE
            DISPLAY "POSTING-APPLY: CURRENCY RATES LOADED = " WS-RATE-COUNT
        WHEN RATE-STATUS-NOT-FOUND
            DISPLAY "POSTING-APPLY: RATE-TABLE-FILE NOT FOUND, BASE CURRENCY ONLY"
        WHEN OTHER
            DISPLAY "POSTING-APPLY: ERROR OPENING RATE-TABLE-FILE, STATUS=" WS-RATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-RATE-RECORD.
    READ RATE-TABLE-FILE
    EVALUATE TRUE
        WHEN RATE-STATUS-OK
            PERFORM ADD-RATE-TO-TABLE
        WHEN RATE-STATUS-EOF
            SET RATE-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "POSTING-APPLY: ERROR READING RATE-TABLE-FILE, STATUS=" WS-RATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

ADD-RATE-TO-TABLE.
    IF RATE-CURRENCY = SPACES OR RATE-FACTOR NOT NUMERIC
        DISPLAY "POSTING-APPLY: *** BAD RATE CARD '" RATE-TABLE-RECORD "' - RUN ABORTED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-RATE-COUNT >= 20
        DISPLAY "POSTING-APPLY: *** RATE TABLE FULL AT " RATE-CURRENCY " - RUN ABORTED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-RATE-COUNT
    MOVE RATE-CURRENCY TO WS-RATE-CCY(WS-RATE-COUNT)
    MOVE RATE-FACTOR   TO WS-RATE-FACTOR(WS-RATE-COUNT).

OPEN-FILES.
    OPEN INPUT AMOUNT-FILE
    IF NOT AMT-STATUS-OK
        DISPLAY "POSTING-APPLY: ERROR OPENING AMOUNT-FILE, STATUS=" WS-AMOUNT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O CUSTOMER-MASTER
    IF NOT CUSTMAST-STATUS-OK
        DISPLAY "POSTING-APPLY: ERROR OPENING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT REGISTER-FILE
    IF NOT REGISTER-STATUS-OK
        DISPLAY "POSTING-APPLY: ERROR OPENING REGISTER-FILE, STATUS=" WS-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM OPEN-JOURNAL-FILE
    PERFORM OPEN-AUDIT-LOG.

*> JOURNAL-FILE is shared across every program that changes the master
*> and across every step of a driver job, so it is extended rather
*> than recreated, exactly like AUDITLOG below.
OPEN-JOURNAL-FILE.
    OPEN EXTEND JOURNAL-FILE
    IF JRNL-STATUS-NOT-FOUND
        OPEN OUTPUT JOURNAL-FILE
    END-IF
    IF NOT JRNL-STATUS-OK
        DISPLAY "POSTING-APPLY: ERROR OPENING JOURNAL-FILE, STATUS=" WS-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

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
        DISPLAY "POSTING-APPLY: ERROR OPENING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

READ-AMOUNT-RECORD.
    READ AMOUNT-FILE INTO AMOUNT-RECORD
    EVALUATE TRUE
        WHEN AMT-STATUS-OK
            ADD 1 TO WS-POSTINGS-READ
            PERFORM PROCESS-POSTING
        WHEN AMT-STATUS-EOF
            SET AMOUNT-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "POSTING-APPLY: ERROR READING AMOUNT-FILE, STATUS=" WS-AMOUNT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

PROCESS-POSTING.
*> Basic-Arithmetic's edits first, in its order: a posting it
*> rejected is already on its report and is only noted here.  An
*> accepted posting is then posted, or refused when the customer's
*> lifecycle status does not allow it.
    MOVE ZERO TO WS-BASE-RESULT
    PERFORM EDIT-POSTING-AS-ACCEPTED
    IF POSTING-NOT-ACCEPTED
        ADD 1 TO WS-POSTINGS-SKIPPED
        MOVE ZERO TO WS-JOURNAL-BEFORE-AMOUNT
        MOVE ZERO TO WS-NEW-AMOUNT
        MOVE "SKIPPED" TO REG-DISPOSITION
        PERFORM WRITE-REGISTER-POSTING-LINE
    ELSE IF CM-CUST-STATUS-SUSPENDED
        MOVE "CUSTOMER SUSPENDED" TO WS-REASON
        PERFORM REFUSE-POSTING
    ELSE IF CM-CUST-STATUS-CLOSED
        MOVE "CUSTOMER CLOSED" TO WS-REASON
        PERFORM REFUSE-POSTING
    ELSE
        PERFORM APPLY-POSTING-TO-MASTER
    END-IF.

EDIT-POSTING-AS-ACCEPTED.
*> Leaves the customer's master record in the record area when the
*> posting is accepted.
    SET POSTING-ACCEPTED TO TRUE
    MOVE SPACES TO WS-REASON
    IF AMT-CUST-ID NOT NUMERIC OR AMT-CUST-ID = SPACES
        SET POSTING-NOT-ACCEPTED TO TRUE
        MOVE "NO CUSTOMER" TO WS-REASON
    ELSE
        MOVE AMT-CUST-ID TO CM-CUST-ID
        PERFORM READ-MASTER-BY-KEY
        IF CUSTMAST-STATUS-NOT-FOUND
            SET POSTING-NOT-ACCEPTED TO TRUE
            MOVE "NO CUSTOMER" TO WS-REASON
        END-IF
    END-IF
    IF POSTING-ACCEPTED
        MOVE AMT-CURRENCY TO WS-LOOKUP-CCY
        PERFORM LOOKUP-CURRENCY-RATE
        MOVE WS-LOOKUP-RATE TO WS-APPLIED-RATE
        IF NOT CURRENCY-KNOWN
            SET POSTING-NOT-ACCEPTED TO TRUE
            MOVE "BAD CCY" TO WS-REASON
        ELSE IF NOT AMT-TRAN-DEBIT AND NOT AMT-TRAN-CREDIT
           AND NOT AMT-TRAN-REVERSAL
            SET POSTING-NOT-ACCEPTED TO TRUE
            MOVE "BAD CODE" TO WS-REASON
        ELSE
            ADD AMT-NUMBER1 TO AMT-NUMBER2 GIVING WS-RESULT ROUNDED
                ON SIZE ERROR
                    SET POSTING-NOT-ACCEPTED TO TRUE
                    MOVE "SIZE ERROR" TO WS-REASON
                NOT ON SIZE ERROR
                    COMPUTE WS-BASE-RESULT ROUNDED =
                        WS-RESULT * WS-APPLIED-RATE
            END-ADD
        END-IF
    END-IF.

LOOKUP-CURRENCY-RATE.
*> Blank is the base currency at a factor of one; anything else must
*> have a card on the day's rate table, never a silent par.
    MOVE "N" TO WS-CCY-FOUND-SWITCH
    MOVE ZERO TO WS-LOOKUP-RATE
    IF WS-LOOKUP-CCY = SPACES
        SET CURRENCY-KNOWN TO TRUE
        MOVE 1 TO WS-LOOKUP-RATE
    ELSE IF WS-RATE-COUNT > 0
        SET RTX TO 1
        SEARCH WS-RATES
            AT END
                MOVE "N" TO WS-CCY-FOUND-SWITCH
            WHEN RTX > WS-RATE-COUNT
                MOVE "N" TO WS-CCY-FOUND-SWITCH
            WHEN WS-RATE-CCY(RTX) = WS-LOOKUP-CCY
                SET CURRENCY-KNOWN TO TRUE
                MOVE WS-RATE-FACTOR(RTX) TO WS-LOOKUP-RATE
        END-SEARCH
    END-IF.

APPLY-POSTING-TO-MASTER.
*> The posting is applied in base currency: the base amount is
*> carried back into the customer record's own currency through that
*> currency's rate (a base-currency record takes it as it stands).
*> A debit raises the balance; a credit or a reversal lowers it, the
*> same signs Basic-Arithmetic's net position uses.  A master
*> currency with no rate card, or a balance that would overflow the
*> record, refuses the posting rather than storing a wrong figure.
    MOVE CM-CUST-CURRENCY TO WS-LOOKUP-CCY
    PERFORM LOOKUP-CURRENCY-RATE
    MOVE WS-LOOKUP-RATE TO WS-MASTER-RATE
    IF NOT CURRENCY-KNOWN OR WS-MASTER-RATE = ZERO
        MOVE "NO RATE FOR MASTER CURRENCY" TO WS-REASON
        PERFORM REFUSE-POSTING
    ELSE
        COMPUTE WS-MASTER-DELTA ROUNDED =
            WS-BASE-RESULT / WS-MASTER-RATE
            ON SIZE ERROR
                MOVE "BALANCE WOULD OVERFLOW" TO WS-REASON
        END-COMPUTE
        IF WS-REASON NOT = SPACES
            CONTINUE
        ELSE IF AMT-TRAN-DEBIT
            COMPUTE WS-NEW-AMOUNT = CM-CUST-AMOUNT + WS-MASTER-DELTA
                ON SIZE ERROR
                    MOVE "BALANCE WOULD OVERFLOW" TO WS-REASON
            END-COMPUTE
        ELSE
            COMPUTE WS-NEW-AMOUNT = CM-CUST-AMOUNT - WS-MASTER-DELTA
                ON SIZE ERROR
                    MOVE "BALANCE WOULD OVERFLOW" TO WS-REASON
            END-COMPUTE
        END-IF
        END-IF
        IF WS-REASON NOT = SPACES
            PERFORM REFUSE-POSTING
        ELSE
            PERFORM FIND-EARLIER-POSTING
            IF POSTED-BY-EARLIER-RUN
                PERFORM NOTE-EARLIER-POSTING
            ELSE
                PERFORM REWRITE-POSTED-BALANCE
            END-IF
        END-IF
    END-IF.

*> A posting whose customer and balance change match an unused entry
*> of the earlier-postings table was applied by an earlier submission
*> for the business date; that entry is used up by it.
FIND-EARLIER-POSTING.
    MOVE "N" TO WS-EARLIER-FOUND-SWITCH
    IF WS-EARLIER-POSTING-COUNT > ZERO
        COMPUTE WS-POSTING-DELTA = WS-NEW-AMOUNT - CM-CUST-AMOUNT
        SET EPX TO 1
        SEARCH WS-EARLIER-POSTING
            AT END
                CONTINUE
            WHEN EPX > WS-EARLIER-POSTING-COUNT
                CONTINUE
            WHEN WS-EP-CUST-ID(EPX) = CM-CUST-ID
             AND WS-EP-DELTA(EPX) = WS-POSTING-DELTA
             AND NOT EARLIER-POSTING-USED(EPX)
                SET EARLIER-POSTING-USED(EPX) TO TRUE
                SET POSTED-BY-EARLIER-RUN TO TRUE
        END-SEARCH
    END-IF.

*> The balance already carries the posting, so it is neither rewritten
*> nor journalled again; it still counts as posted, since the posted
*> total is proved against everything Basic-Arithmetic accepted.
NOTE-EARLIER-POSTING.
    ADD 1 TO WS-POSTINGS-APPLIED
    ADD 1 TO WS-POSTINGS-ALREADY
    ADD WS-BASE-RESULT TO WS-POSTED-TOTAL
    MOVE WS-EP-BEFORE-AMOUNT(EPX) TO WS-JOURNAL-BEFORE-AMOUNT
    MOVE WS-EP-AFTER-AMOUNT(EPX)  TO WS-NEW-AMOUNT
    MOVE "POSTED BY EARLIER SUBMISSION" TO WS-REASON
    MOVE "POSTED" TO REG-DISPOSITION
    PERFORM WRITE-REGISTER-POSTING-LINE.

REWRITE-POSTED-BALANCE.
    MOVE CM-CUST-AMOUNT TO WS-JOURNAL-BEFORE-AMOUNT
    MOVE WS-NEW-AMOUNT  TO CM-CUST-AMOUNT
    REWRITE CUSTOMER-MASTER-RECORD
    IF NOT CUSTMAST-STATUS-OK
        DISPLAY "POSTING-APPLY: ERROR REWRITING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-POSTINGS-APPLIED
    ADD WS-BASE-RESULT TO WS-POSTED-TOTAL
    MOVE SPACES TO JOURNAL-RECORD
    SET JRNL-ACTION-UPDATE TO TRUE
    MOVE CM-CUST-AMOUNT         TO JRNL-AFTER-AMOUNT
    MOVE CUSTOMER-MASTER-RECORD TO JRNL-AFTER-IMAGE
    PERFORM WRITE-MASTER-JOURNAL-RECORD
    MOVE "POSTED" TO REG-DISPOSITION
    PERFORM WRITE-REGISTER-POSTING-LINE.

REFUSE-POSTING.
*> A refused posting was accepted by Basic-Arithmetic, so its amount
*> is carried in the refused total the balancing step adds back; the
*> run ends with a warning so the refusals are worked the next day.
    ADD 1 TO WS-POSTINGS-REFUSED
    ADD WS-BASE-RESULT TO WS-REFUSED-TOTAL
    MOVE CM-CUST-AMOUNT TO WS-JOURNAL-BEFORE-AMOUNT
    MOVE CM-CUST-AMOUNT TO WS-NEW-AMOUNT
    MOVE "REFUSED" TO REG-DISPOSITION
    PERFORM WRITE-REGISTER-POSTING-LINE
    IF RETURN-CODE < 4
        MOVE 4 TO RETURN-CODE
    END-IF.

READ-MASTER-BY-KEY.
    READ CUSTOMER-MASTER KEY IS CM-CUST-ID
    EVALUATE TRUE
        WHEN CUSTMAST-STATUS-OK
            CONTINUE
        WHEN CUSTMAST-STATUS-NOT-FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "POSTING-APPLY: ERROR READING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

WRITE-MASTER-JOURNAL-RECORD.
*> The caller has cleared the record, set the action and the after
*> amount/image, and left the prior amount in WS-JOURNAL-BEFORE-AMOUNT.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO JRNL-TIMESTAMP
    MOVE "POSTING-APPLY"          TO JRNL-PROGRAM-NAME
    MOVE CM-CUST-ID               TO JRNL-CUST-ID
    MOVE WS-JOURNAL-BEFORE-AMOUNT TO JRNL-BEFORE-AMOUNT
    WRITE JOURNAL-RECORD
    IF NOT JRNL-STATUS-OK
        DISPLAY "POSTING-APPLY: ERROR WRITING JOURNAL-FILE, STATUS=" WS-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-REGISTER-POSTING-LINE.
*> The caller has set the disposition; the before/after columns show
*> the customer's balance either side of the posting.
    MOVE AMT-CUST-ID              TO REG-CUST-ID
    MOVE AMT-TRAN-CODE            TO REG-TRAN-CODE
    MOVE WS-BASE-RESULT           TO REG-BASE-AMOUNT
    MOVE WS-JOURNAL-BEFORE-AMOUNT TO REG-BEFORE-AMOUNT
    MOVE WS-NEW-AMOUNT            TO REG-AFTER-AMOUNT
    MOVE WS-REASON                TO REG-REASON
    MOVE WS-REGISTER-POSTING-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD.

WRITE-REGISTER-HEADING.
    MOVE WS-RUN-DATE TO REG-HEAD-DATE
    MOVE WS-REGISTER-HEADING TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE SPACES TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD.

WRITE-REGISTER-TOTALS.
    MOVE SPACES TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE SPACES TO WS-REGISTER-TOTAL-LINE
    MOVE "POSTINGS READ:                " TO REG-TOT-LABEL
    MOVE WS-POSTINGS-READ                 TO REG-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "POSTED TO MASTER:             " TO REG-TOT-LABEL
    MOVE WS-POSTINGS-APPLIED              TO REG-TOT-COUNT
    MOVE WS-POSTED-TOTAL                  TO REG-TOT-AMOUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE SPACES TO WS-REGISTER-TOTAL-LINE
    MOVE "  OF WHICH POSTED EARLIER:    " TO REG-TOT-LABEL
    MOVE WS-POSTINGS-ALREADY              TO REG-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "REFUSED:                      " TO REG-TOT-LABEL
    MOVE WS-POSTINGS-REFUSED              TO REG-TOT-COUNT
    MOVE WS-REFUSED-TOTAL                 TO REG-TOT-AMOUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE SPACES TO WS-REGISTER-TOTAL-LINE
    MOVE "NOT ACCEPTED BY ARITHMETIC:   " TO REG-TOT-LABEL
    MOVE WS-POSTINGS-SKIPPED              TO REG-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD.

WRITE-REGISTER-RECORD.
    WRITE REGISTER-RECORD
    IF NOT REGISTER-STATUS-OK
        DISPLAY "POSTING-APPLY: ERROR WRITING REGISTER-FILE, STATUS=" WS-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-CONTROL-TOTAL-RECORDS.
*> Two handoff records: what was posted, and what was accepted but
*> refused.  The balancing step proves posted plus refused against
*> Basic-Arithmetic's accepted count and grand total, so a posting
*> lost between the two steps shows as an out-of-balance run.
    OPEN EXTEND CONTROL-TOTAL-FILE
    IF CTLTOT-STATUS-NOT-FOUND
        OPEN OUTPUT CONTROL-TOTAL-FILE
    END-IF
    IF NOT CTLTOT-STATUS-OK
        DISPLAY "POSTING-APPLY: ERROR OPENING CONTROL-TOTAL-FILE, STATUS=" WS-CONTROL-TOTAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "POSTING-APPLY"       TO CTLTOT-PROGRAM-NAME
    MOVE WS-POSTINGS-READ      TO CTLTOT-RECORDS-IN
    MOVE WS-POSTINGS-APPLIED   TO CTLTOT-RECORDS-OUT
    MOVE WS-POSTED-TOTAL       TO CTLTOT-AMOUNT-TOTAL
    PERFORM WRITE-CONTROL-TOTAL-RECORD
    MOVE "POSTING-REFUSED"     TO CTLTOT-PROGRAM-NAME
    MOVE WS-POSTINGS-REFUSED   TO CTLTOT-RECORDS-IN
    MOVE ZERO                  TO CTLTOT-RECORDS-OUT
    MOVE WS-REFUSED-TOTAL      TO CTLTOT-AMOUNT-TOTAL
    PERFORM WRITE-CONTROL-TOTAL-RECORD
    CLOSE CONTROL-TOTAL-FILE.

WRITE-CONTROL-TOTAL-RECORD.
    WRITE CONTROL-TOTAL-RECORD
    IF NOT CTLTOT-STATUS-OK
        DISPLAY "POSTING-APPLY: ERROR WRITING CONTROL-TOTAL-FILE, STATUS=" WS-CONTROL-TOTAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-START-AUDIT-RECORD.
    SET AUDIT-TYPE-START  TO TRUE
    MOVE "POSTING-APPLY"  TO AUDIT-PROGRAM-NAME
    MOVE ZERO TO AUDIT-RETURN-CODE
    MOVE ZERO TO AUDIT-RECORDS-READ
    MOVE ZERO TO AUDIT-RECORDS-WRITTEN
    PERFORM STAMP-AUDIT-RECORD
    PERFORM WRITE-AUDIT-RECORD.

WRITE-END-AUDIT-RECORD.
    SET AUDIT-TYPE-END    TO TRUE
    MOVE "POSTING-APPLY"  TO AUDIT-PROGRAM-NAME
    MOVE RETURN-CODE      TO AUDIT-RETURN-CODE
    MOVE WS-POSTINGS-READ TO AUDIT-RECORDS-READ
    MOVE WS-POSTINGS-APPLIED TO AUDIT-RECORDS-WRITTEN
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
        MOVE "POSTING-APPLY" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        EVALUATE TRUE
            WHEN RST-STATUS-OK
                IF RST-COMPLETE
                    PERFORM SKIP-COMPLETED-RUN
                END-IF
            WHEN RST-STATUS-NOT-ON-FILE
                MOVE SPACES TO RUN-STATE-RECORD
                MOVE WS-RUN-DATE TO RST-BUSINESS-DATE
                MOVE "POSTING-APPLY" TO RST-PROGRAM-NAME
                MOVE ZERO TO RST-RUN-COUNT
                MOVE ZERO TO RST-SKIP-COUNT
            WHEN OTHER
                DISPLAY "POSTING-APPLY: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "POSTING-APPLY: RUN-STATE-FILE NOT AVAILABLE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "POSTING-APPLY: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "POSTING-APPLY: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE RUN-STATE-FILE
    DISPLAY "POSTING-APPLY: ALREADY COMPLETE FOR BUSINESS DATE " WS-RUN-DATE " - SKIPPED"
    PERFORM OPEN-AUDIT-LOG
    SET AUDIT-TYPE-SKIP TO TRUE
    MOVE "POSTING-APPLY" TO AUDIT-PROGRAM-NAME
    MOVE ZERO TO AUDIT-RETURN-CODE
    MOVE ZERO TO AUDIT-RECORDS-READ
    MOVE ZERO TO AUDIT-RECORDS-WRITTEN
    PERFORM STAMP-AUDIT-RECORD
    PERFORM WRITE-AUDIT-RECORD
    CLOSE AUDIT-FILE
    MOVE ZERO TO RETURN-CODE
    STOP RUN.

*> File-Handling rebuilds the customer master from the feed, so the
*> postings already on tonight's master are those this program
*> journalled after File-Handling's run for the business date ended.
*> A resubmission after a failed run finds them here and does not
*> post them again; a chain that rebuilt the master since (a forced
*> File-Handling run) has a later end stamp and posts the day over.
*> Without the ledger, or with File-Handling not yet ended, the
*> master build cannot be dated and every posting is applied.
LOAD-EARLIER-POSTINGS.
    IF RUN-STATE-AVAILABLE
        MOVE WS-RUN-DATE TO RST-BUSINESS-DATE
        MOVE "FILE-HANDLING" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        EVALUATE TRUE
            WHEN RST-STATUS-OK
                MOVE RST-ENDED-TIMESTAMP TO WS-MASTER-BUILT-STAMP
            WHEN RST-STATUS-NOT-ON-FILE
                CONTINUE
            WHEN OTHER
                DISPLAY "POSTING-APPLY: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF
    IF WS-MASTER-BUILT-STAMP = SPACES
        DISPLAY "POSTING-APPLY: MASTER BUILD NOT DATED ON RUN-STATE-FILE"
            " - NO EARLIER POSTINGS LOOKED FOR"
    ELSE
        OPEN INPUT JOURNAL-FILE
        EVALUATE TRUE
            WHEN JRNL-STATUS-OK
                PERFORM READ-EARLIER-POSTING UNTIL JOURNAL-FILE-EOF
                CLOSE JOURNAL-FILE
            WHEN JRNL-STATUS-NOT-FOUND
                CONTINUE
            WHEN OTHER
                DISPLAY "POSTING-APPLY: ERROR OPENING JOURNAL-FILE, STATUS=" WS-JOURNAL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        IF WS-EARLIER-POSTING-COUNT > ZERO
            DISPLAY "POSTING-APPLY: " WS-EARLIER-POSTING-COUNT
                " POSTINGS ALREADY ON MASTER BUILT " WS-MASTER-BUILT-STAMP
                " - NOT POSTED AGAIN"
        END-IF
    END-IF.

READ-EARLIER-POSTING.
    READ JOURNAL-FILE
    EVALUATE TRUE
        WHEN JRNL-STATUS-OK
            IF JRNL-PROGRAM-NAME = "POSTING-APPLY"
             AND JRNL-ACTION-UPDATE
             AND JRNL-TIMESTAMP NOT < WS-MASTER-BUILT-STAMP
                PERFORM ADD-EARLIER-POSTING
            END-IF
        WHEN JRNL-STATUS-EOF
            SET JOURNAL-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "POSTING-APPLY: ERROR READING JOURNAL-FILE, STATUS=" WS-JOURNAL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

ADD-EARLIER-POSTING.
    IF WS-EARLIER-POSTING-COUNT >= 10000
        DISPLAY "POSTING-APPLY: *** EARLIER POSTING TABLE FULL AT " JRNL-CUST-ID " - RUN ABORTED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-EARLIER-POSTING-COUNT
    MOVE JRNL-CUST-ID       TO WS-EP-CUST-ID(WS-EARLIER-POSTING-COUNT)
    MOVE JRNL-BEFORE-AMOUNT TO WS-EP-BEFORE-AMOUNT(WS-EARLIER-POSTING-COUNT)
    MOVE JRNL-AFTER-AMOUNT  TO WS-EP-AFTER-AMOUNT(WS-EARLIER-POSTING-COUNT)
    COMPUTE WS-EP-DELTA(WS-EARLIER-POSTING-COUNT) =
        JRNL-AFTER-AMOUNT - JRNL-BEFORE-AMOUNT
    MOVE "N" TO WS-EP-USED-SWITCH(WS-EARLIER-POSTING-COUNT).

*> Return code 8 and above is a failure the chain stops on; anything
*> less did its work and must not be repeated on a resubmission.
MARK-RUN-STATE-ENDED.
    IF RUN-STATE-AVAILABLE
        MOVE WS-RUN-DATE TO RST-BUSINESS-DATE
        MOVE "POSTING-APPLY" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        IF NOT RST-STATUS-OK
            DISPLAY "POSTING-APPLY: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
            DISPLAY "POSTING-APPLY: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AUDIT-TIMESTAMP.

WRITE-AUDIT-RECORD.
    WRITE AUDIT-LOG-RECORD
    IF NOT AUDIT-STATUS-OK
        DISPLAY "POSTING-APPLY: ERROR WRITING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

CLOSE-FILES.
    CLOSE AMOUNT-FILE
    CLOSE CUSTOMER-MASTER
    CLOSE REGISTER-FILE
    CLOSE JOURNAL-FILE
    CLOSE AUDIT-FILE.

DISPLAY-POSTING-TOTALS.
    DISPLAY "POSTING-APPLY: ==== POSTING TOTALS ===="
    DISPLAY "POSTING-APPLY: POSTINGS READ     = " WS-POSTINGS-READ
    DISPLAY "POSTING-APPLY: POSTED TO MASTER  = " WS-POSTINGS-APPLIED
    DISPLAY "POSTING-APPLY: POSTED TOTAL      = " WS-POSTED-TOTAL
    DISPLAY "POSTING-APPLY: POSTED EARLIER    = " WS-POSTINGS-ALREADY
    DISPLAY "POSTING-APPLY: REFUSED           = " WS-POSTINGS-REFUSED
    DISPLAY "POSTING-APPLY: REFUSED TOTAL     = " WS-REFUSED-TOTAL
    DISPLAY "POSTING-APPLY: NOT ACCEPTED      = " WS-POSTINGS-SKIPPED
    DISPLAY "POSTING-APPLY: ==== END OF TOTALS ====".
