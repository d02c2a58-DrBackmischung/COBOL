IDENTIFICATION DIVISION.
PROGRAM-ID. Aged-Balance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> CUSTOMER-MASTER is File-Handling's customer master KSDS (OUTFILE),
*> read here in key sequence, every record whatever its status, so
*> the buckets account for the whole book.
    SELECT CUSTOMER-MASTER ASSIGN TO "OUTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-CUST-ID
        FILE STATUS IS WS-CUSTMAST-STATUS.

    SELECT PRINT-FILE ASSIGN TO "AGERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

*> RUN-CONTROL-FILE is the suite-wide run-control card: its business
*> date is the day every balance is aged against, and its page size
*> paginates the report.  A run without it falls back to the system
*> date and the compiled page size.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

*> RATE-TABLE-FILE is the same daily rate deck Basic-Arithmetic and
*> Posting-Apply load, used here to bring each balance into the base
*> currency for the grand total, the status subtotals and the top-N
*> ranking.
    SELECT RATE-TABLE-FILE ASSIGN TO "RATEFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.

*> AUDIT-FILE is the shared run-audit log written by every program in
*> this suite; it is extended (not recreated) so a driver job's steps
*> all land in the same log.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
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

FD PRINT-FILE.
01 PRINT-RECORD PIC X(132).

FD RUN-CONTROL-FILE.
01 RUN-CONTROL-RECORD.
    COPY RUNCTLRC.

FD RATE-TABLE-FILE.
01 RATE-TABLE-RECORD.
    COPY RATEREC.

FD AUDIT-FILE.
01 AUDIT-LOG-RECORD.
    COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-CUSTMAST-STATUS PIC XX.
   88 CUSTMAST-STATUS-OK  VALUE "00".
   88 CUSTMAST-STATUS-EOF VALUE "10".

01 WS-PRINT-STATUS PIC XX.
   88 PRINT-STATUS-OK VALUE "00".

01 WS-RUN-CONTROL-STATUS PIC XX.
   88 CTL-STATUS-OK        VALUE "00".
   88 CTL-STATUS-EOF       VALUE "10".
   88 CTL-STATUS-NOT-FOUND VALUE "35".

01 WS-RATE-STATUS PIC XX.
   88 RATE-STATUS-OK        VALUE "00".
   88 RATE-STATUS-EOF       VALUE "10".
   88 RATE-STATUS-NOT-FOUND VALUE "35".

01 WS-AUDIT-STATUS PIC XX.
   88 AUDIT-STATUS-OK        VALUE "00".
   88 AUDIT-STATUS-NOT-FOUND VALUE "35".

01 WS-AUDIT-DATE PIC X(8).
01 WS-AUDIT-TIME PIC X(6).

01 WS-MASTER-EOF-SWITCH PIC X VALUE "N".
   88 MASTER-EOF VALUE "Y".
01 WS-RATE-EOF-SWITCH PIC X VALUE "N".
   88 RATE-FILE-EOF VALUE "Y".

01 WS-RUN-DATE            PIC X(8).
77 WS-LINES-PER-PAGE      PIC 9(3) VALUE 55.
01 WS-LINE-COUNT          PIC 9(3) VALUE ZERO.
01 WS-PAGE-NUMBER         PIC 9(3) VALUE ZERO.

*> How many over-90-day balances the collections list carries.
77 WS-TOP-LIMIT           PIC 9(2) VALUE 20.

*> Age is measured in days from CUST-DATE to the business date, the
*> way Customer-Maintenance ages its staleness check.  A date in the
*> future ages as current; a date that is not a real calendar date
*> cannot be aged at all and is listed instead of bucketed.
01 WS-DATE-INTEGER        PIC 9(8).
01 WS-BUSINESS-DAY-NUMBER PIC 9(9) VALUE ZERO.
01 WS-CUST-DAY-NUMBER     PIC 9(9).
01 WS-AGE-DAYS            PIC S9(9).

01 WS-EDIT-SWITCH PIC X.
   88 EDIT-FAILED VALUE "Y".
01 WS-EDIT-DATE.
    05 WS-EDIT-YEAR     PIC 9(4).
    05 WS-EDIT-MONTH    PIC 9(2).
    05 WS-EDIT-DAY      PIC 9(2).
01 WS-DAYS-IN-MONTH     PIC 9(2).
01 WS-LEAP-REMAINDER    PIC 9(4).
01 WS-LEAP-QUOTIENT     PIC 9(4).

*> Bucket 1 is current (0-30 days), then 31-60, 61-90, 91-180 and
*> over 180.
01 WS-BUCKET-SUB          PIC 9(1).
01 WS-COLUMN-SUB          PIC 9(1).

*> The day's rates, loaded up front exactly the way Basic-Arithmetic
*> does.
01 WS-RATE-COUNT PIC 9(2) VALUE ZERO.
01 WS-RATE-TABLE.
   05 WS-RATES OCCURS 20 TIMES
               INDEXED BY RTX.
      10 WS-RATE-CCY    PIC X(3).
      10 WS-RATE-FACTOR PIC 9(3)V9(6).

01 WS-LOOKUP-CCY     PIC X(3).
01 WS-LOOKUP-RATE    PIC 9(3)V9(6).
01 WS-CCY-FOUND-SWITCH PIC X.
   88 CURRENCY-KNOWN VALUE "Y".

01 WS-BASE-AMOUNT    PIC S9(11)V99.

*> Status subtotals are in the base currency, since one status holds
*> balances in many currencies: row 1 active (A or blank), row 2
*> suspended, row 3 closed.
01 WS-STATUS-SUB     PIC 9(1).
01 WS-STATUS-TABLE.
   05 WS-STATUS-ROWS OCCURS 3 TIMES.
      10 WS-STA-COUNT     PIC 9(9).
      10 WS-STA-BUCKET    PIC S9(11)V99 OCCURS 5 TIMES.

*> Currency subtotals are in each currency's own units, as the
*> balances stand on the master; one row per currency met, the base
*> currency (blank) included.  A currency with no rate card keeps its
*> row but stays out of every base-currency figure.
01 WS-CCY-COUNT      PIC 9(2) VALUE ZERO.
01 WS-CCY-TABLE.
   05 WS-CCY-ROWS OCCURS 30 TIMES
                  INDEXED BY CCX.
      10 WS-CCY-CODE      PIC X(3).
      10 WS-CCY-RATED     PIC X(1).
      10 WS-CCY-CUSTOMERS PIC 9(9).
      10 WS-CCY-BUCKET    PIC S9(11)V99 OCCURS 5 TIMES.
01 WS-CCY-SUB        PIC 9(2).
01 WS-CCY-FOUND-ROW-SWITCH PIC X.
   88 CCY-ROW-FOUND VALUE "Y".

01 WS-GRAND-BUCKETS.
   05 WS-GRAND-BUCKET PIC S9(11)V99 OCCURS 5 TIMES.

*> The largest over-90-day balances, in base currency, kept in
*> descending order as the master is read.
01 WS-TOP-COUNT      PIC 9(2) VALUE ZERO.
01 WS-TOP-TABLE.
   05 WS-TOP-ROWS OCCURS 20 TIMES.
      10 WS-TOP-CUST-ID   PIC X(9).
      10 WS-TOP-NAME      PIC X(20).
      10 WS-TOP-STATUS    PIC X(1).
      10 WS-TOP-CURRENCY  PIC X(3).
      10 WS-TOP-AMOUNT    PIC S9(7)V99.
      10 WS-TOP-BASE      PIC S9(11)V99.
      10 WS-TOP-AGE-DAYS  PIC 9(9).
01 WS-TOP-SUB        PIC 9(2).
01 WS-INSERT-SUB     PIC 9(2).
01 WS-INSERT-FOUND-SWITCH PIC X.
   88 INSERT-POINT-FOUND VALUE "Y".

01 WS-ROW-AMOUNTS.
   05 WS-ROW-BUCKET  PIC S9(11)V99 OCCURS 5 TIMES.
01 WS-ROW-TOTAL      PIC S9(11)V99.

01 WS-MASTER-RECORDS     PIC 9(9) VALUE ZERO.
01 WS-AGED-RECORDS       PIC 9(9) VALUE ZERO.
01 WS-UNDATED-RECORDS    PIC 9(9) VALUE ZERO.
01 WS-UNRATED-RECORDS    PIC 9(9) VALUE ZERO.

*> Report layout in the house report style: program banner with run
*> date and page number.  The undated exceptions print as the master
*> is read; the subtotal sections and the top-N list follow.
01 WS-REPORT-HEADER-1.
    05 FILLER           PIC X(27) VALUE "PROGRAM: AGED-BALANCE".
    05 FILLER           PIC X(10) VALUE " RUN DATE:".
    05 RH1-RUN-DATE     PIC X(10).
    05 FILLER           PIC X(6)  VALUE "PAGE: ".
    05 RH1-PAGE-NUMBER  PIC ZZ9.

01 WS-REPORT-HEADER-2.
    05 FILLER PIC X(40) VALUE "CUSTOMER BALANCE AGING BY CUSTOMER DATE".

01 WS-SECTION-LINE.
    05 SEC-TITLE        PIC X(60).

01 WS-BUCKET-HEADING.
    05 FILLER PIC X(14) VALUE SPACES.
    05 FILLER PIC X(18) VALUE "           CURRENT".
    05 FILLER PIC X(18) VALUE "        31-60 DAYS".
    05 FILLER PIC X(18) VALUE "        61-90 DAYS".
    05 FILLER PIC X(18) VALUE "       91-180 DAYS".
    05 FILLER PIC X(18) VALUE "     OVER 180 DAYS".
    05 FILLER PIC X(18) VALUE "             TOTAL".

01 WS-BUCKET-LINE.
    05 BKT-LABEL        PIC X(14).
    05 BKT-COLUMNS OCCURS 6 TIMES.
       10 FILLER        PIC X(1).
       10 BKT-AMOUNT    PIC Z,ZZZ,ZZZ,ZZ9.99-.
    05 FILLER           PIC X(1).
    05 BKT-FLAG         PIC X(9).

01 WS-UNDATED-LINE.
    05 FILLER           PIC X(14) VALUE "CUSTOMER ID:  ".
    05 UND-CUST-ID      PIC X(9).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 UND-NAME         PIC X(20).
    05 FILLER           PIC X(7)  VALUE " DATE: ".
    05 UND-DATE         PIC X(8).
    05 FILLER           PIC X(9)  VALUE " AMOUNT: ".
    05 UND-AMOUNT       PIC ZZZZZZ9.99-.
    05 FILLER           PIC X(1)  VALUE SPACE.
    05 UND-CURRENCY     PIC X(3).
    05 FILLER           PIC X(20) VALUE "  *** NOT AGED ***".

01 WS-TOP-HEADING.
    05 FILLER PIC X(6)  VALUE "RANK".
    05 FILLER PIC X(11) VALUE "CUSTOMER".
    05 FILLER PIC X(21) VALUE "NAME".
    05 FILLER PIC X(4)  VALUE "ST".
    05 FILLER PIC X(10) VALUE "AGE DAYS".
    05 FILLER PIC X(16) VALUE "         AMOUNT".
    05 FILLER PIC X(20) VALUE "         BASE AMOUNT".

01 WS-TOP-LINE.
    05 TOP-RANK         PIC Z9.
    05 FILLER           PIC X(4)  VALUE SPACES.
    05 TOP-CUST-ID      PIC X(9).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 TOP-NAME         PIC X(20).
    05 FILLER           PIC X(1)  VALUE SPACE.
    05 TOP-STATUS       PIC X(1).
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 TOP-AGE-DAYS     PIC ZZZZZZZZ9.
    05 FILLER           PIC X(1)  VALUE SPACE.
    05 TOP-AMOUNT       PIC ZZZZZZ9.99-.
    05 FILLER           PIC X(1)  VALUE SPACE.
    05 TOP-CURRENCY     PIC X(3).
    05 FILLER           PIC X(1)  VALUE SPACE.
    05 TOP-BASE         PIC ZZZZZZZZZZ9.99-.

01 WS-SUMMARY-LINE.
    05 SUM-LABEL        PIC X(30).
    05 SUM-COUNT        PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-RUN-CONTROL
    MOVE WS-RUN-DATE TO WS-DATE-INTEGER
    COMPUTE WS-BUSINESS-DAY-NUMBER =
        FUNCTION INTEGER-OF-DATE(WS-DATE-INTEGER)
    PERFORM LOAD-RATE-TABLE
    INITIALIZE WS-STATUS-TABLE
    INITIALIZE WS-GRAND-BUCKETS
    PERFORM OPEN-FILES
    PERFORM WRITE-START-AUDIT-RECORD
    PERFORM WRITE-REPORT-HEADING
    MOVE "BALANCES THAT CANNOT BE AGED (INVALID CUSTOMER DATE)"
        TO SEC-TITLE
    PERFORM WRITE-SECTION-TITLE

    PERFORM UNTIL MASTER-EOF
        PERFORM READ-MASTER-RECORD
    END-PERFORM

    IF WS-UNDATED-RECORDS = ZERO
        MOVE "  NONE" TO PRINT-RECORD
        PERFORM WRITE-PRINT-LINE
    END-IF

    PERFORM WRITE-STATUS-SECTION
    PERFORM WRITE-CURRENCY-SECTION
    PERFORM WRITE-TOP-BALANCE-SECTION
    PERFORM WRITE-SUMMARY-SECTION
    PERFORM WRITE-END-AUDIT-RECORD
    PERFORM CLOSE-FILES
    PERFORM DISPLAY-AGING-TOTALS
    STOP RUN.

LOAD-RUN-CONTROL.
*> The suite-wide run-control card: the business date is the aging
*> date and the banner date, and the page size stops being a
*> recompile.  A missing card runs on the compiled defaults.
    OPEN INPUT RUN-CONTROL-FILE
    EVALUATE TRUE
        WHEN CTL-STATUS-OK
            PERFORM READ-RUN-CONTROL-CARD
            CLOSE RUN-CONTROL-FILE
        WHEN CTL-STATUS-NOT-FOUND
            DISPLAY "AGED-BALANCE: RUN-CONTROL-FILE NOT FOUND, USING COMPILED DEFAULTS"
        WHEN OTHER
            DISPLAY "AGED-BALANCE: ERROR OPENING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
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
            IF CTL-LINES-PER-PAGE IS NUMERIC
               AND CTL-LINES-PER-PAGE NOT = ZERO
                MOVE CTL-LINES-PER-PAGE TO WS-LINES-PER-PAGE
            END-IF
        WHEN CTL-STATUS-EOF
            DISPLAY "AGED-BALANCE: RUN-CONTROL-FILE EMPTY, USING COMPILED DEFAULTS"
        WHEN OTHER
            DISPLAY "AGED-BALANCE: ERROR READING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
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
            DISPLAY "AGED-BALANCE: CURRENCY RATES LOADED = " WS-RATE-COUNT
        WHEN RATE-STATUS-NOT-FOUND
            DISPLAY "AGED-BALANCE: RATE-TABLE-FILE NOT FOUND, BASE CURRENCY ONLY"
        WHEN OTHER
            DISPLAY "AGED-BALANCE: ERROR OPENING RATE-TABLE-FILE, STATUS=" WS-RATE-STATUS
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
            DISPLAY "AGED-BALANCE: ERROR READING RATE-TABLE-FILE, STATUS=" WS-RATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

ADD-RATE-TO-TABLE.
    IF RATE-CURRENCY = SPACES OR RATE-FACTOR NOT NUMERIC
        DISPLAY "AGED-BALANCE: *** BAD RATE CARD '" RATE-TABLE-RECORD "' - RUN ABORTED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-RATE-COUNT >= 20
        DISPLAY "AGED-BALANCE: *** RATE TABLE FULL AT " RATE-CURRENCY " - RUN ABORTED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-RATE-COUNT
    MOVE RATE-CURRENCY TO WS-RATE-CCY(WS-RATE-COUNT)
    MOVE RATE-FACTOR   TO WS-RATE-FACTOR(WS-RATE-COUNT).

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

OPEN-FILES.
    OPEN INPUT CUSTOMER-MASTER
    IF NOT CUSTMAST-STATUS-OK
        DISPLAY "AGED-BALANCE: ERROR OPENING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT PRINT-FILE
    IF NOT PRINT-STATUS-OK
        DISPLAY "AGED-BALANCE: ERROR OPENING PRINT-FILE, STATUS=" WS-PRINT-STATUS
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
        DISPLAY "AGED-BALANCE: ERROR OPENING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

READ-MASTER-RECORD.
    READ CUSTOMER-MASTER NEXT RECORD
    EVALUATE TRUE
        WHEN CUSTMAST-STATUS-OK
            ADD 1 TO WS-MASTER-RECORDS
            PERFORM AGE-MASTER-RECORD
        WHEN CUSTMAST-STATUS-EOF
            SET MASTER-EOF TO TRUE
        WHEN OTHER
            DISPLAY "AGED-BALANCE: ERROR READING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

AGE-MASTER-RECORD.
*> A record whose date cannot be aged is listed and left out of every
*> bucket, with a warning return code so it is chased rather than
*> lost.  Everything else lands in one bucket of its currency row, of
*> its status row and of the grand total.
    MOVE "N" TO WS-EDIT-SWITCH
    IF CM-CUST-DATE IS NUMERIC
        MOVE CM-CUST-DATE TO WS-EDIT-DATE
        PERFORM CHECK-CALENDAR-DATE
    ELSE
        SET EDIT-FAILED TO TRUE
    END-IF
    IF EDIT-FAILED
        PERFORM WRITE-UNDATED-LINE
    ELSE
        ADD 1 TO WS-AGED-RECORDS
        MOVE CM-CUST-DATE TO WS-DATE-INTEGER
        COMPUTE WS-CUST-DAY-NUMBER =
            FUNCTION INTEGER-OF-DATE(WS-DATE-INTEGER)
        COMPUTE WS-AGE-DAYS =
            WS-BUSINESS-DAY-NUMBER - WS-CUST-DAY-NUMBER
        PERFORM SET-AGE-BUCKET
        PERFORM ACCUMULATE-CURRENCY-ROW
        MOVE CM-CUST-CURRENCY TO WS-LOOKUP-CCY
        PERFORM LOOKUP-CURRENCY-RATE
        IF CURRENCY-KNOWN
            COMPUTE WS-BASE-AMOUNT ROUNDED =
                CM-CUST-AMOUNT * WS-LOOKUP-RATE
            PERFORM ACCUMULATE-STATUS-ROW
            ADD WS-BASE-AMOUNT TO WS-GRAND-BUCKET(WS-BUCKET-SUB)
            IF WS-AGE-DAYS > 90
                PERFORM CONSIDER-TOP-BALANCE
            END-IF
        ELSE
            ADD 1 TO WS-UNRATED-RECORDS
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

SET-AGE-BUCKET.
    EVALUATE TRUE
        WHEN WS-AGE-DAYS <= 30
            MOVE 1 TO WS-BUCKET-SUB
        WHEN WS-AGE-DAYS <= 60
            MOVE 2 TO WS-BUCKET-SUB
        WHEN WS-AGE-DAYS <= 90
            MOVE 3 TO WS-BUCKET-SUB
        WHEN WS-AGE-DAYS <= 180
            MOVE 4 TO WS-BUCKET-SUB
        WHEN OTHER
            MOVE 5 TO WS-BUCKET-SUB
    END-EVALUATE.

ACCUMULATE-STATUS-ROW.
    EVALUATE TRUE
        WHEN CM-CUST-STATUS-SUSPENDED
            MOVE 2 TO WS-STATUS-SUB
        WHEN CM-CUST-STATUS-CLOSED
            MOVE 3 TO WS-STATUS-SUB
        WHEN OTHER
            MOVE 1 TO WS-STATUS-SUB
    END-EVALUATE
    ADD 1 TO WS-STA-COUNT(WS-STATUS-SUB)
    ADD WS-BASE-AMOUNT
        TO WS-STA-BUCKET(WS-STATUS-SUB, WS-BUCKET-SUB).

ACCUMULATE-CURRENCY-ROW.
*> Find or create the row for this record's currency, leaving CCX set
*> on it.
    MOVE "N" TO WS-CCY-FOUND-ROW-SWITCH
    IF WS-CCY-COUNT > 0
        SET CCX TO 1
        SEARCH WS-CCY-ROWS
            AT END
                CONTINUE
            WHEN CCX > WS-CCY-COUNT
                CONTINUE
            WHEN WS-CCY-CODE(CCX) = CM-CUST-CURRENCY
                SET CCY-ROW-FOUND TO TRUE
        END-SEARCH
    END-IF
    IF NOT CCY-ROW-FOUND
        IF WS-CCY-COUNT >= 30
            DISPLAY "AGED-BALANCE: *** CURRENCY TABLE FULL AT " CM-CUST-CURRENCY " - RUN ABANDONED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-CCY-COUNT
        SET CCX TO WS-CCY-COUNT
        INITIALIZE WS-CCY-ROWS(CCX)
        MOVE CM-CUST-CURRENCY TO WS-CCY-CODE(CCX)
        MOVE CM-CUST-CURRENCY TO WS-LOOKUP-CCY
        PERFORM LOOKUP-CURRENCY-RATE
        MOVE WS-CCY-FOUND-SWITCH TO WS-CCY-RATED(CCX)
    END-IF
    ADD 1 TO WS-CCY-CUSTOMERS(CCX)
    ADD CM-CUST-AMOUNT TO WS-CCY-BUCKET(CCX, WS-BUCKET-SUB).

CONSIDER-TOP-BALANCE.
*> Keep the list in descending base-amount order: walk down to the
*> first entry the new balance beats, shuffle the rest down one (the
*> last falls off a full list) and drop it in.
    MOVE 1 TO WS-INSERT-SUB
    MOVE "N" TO WS-INSERT-FOUND-SWITCH
    PERFORM FIND-TOP-INSERT-POINT
        UNTIL INSERT-POINT-FOUND OR WS-INSERT-SUB > WS-TOP-COUNT
    IF WS-INSERT-SUB <= WS-TOP-LIMIT
        IF WS-TOP-COUNT < WS-TOP-LIMIT
            ADD 1 TO WS-TOP-COUNT
        END-IF
        MOVE WS-TOP-COUNT TO WS-TOP-SUB
        PERFORM SHIFT-TOP-ENTRY-DOWN
            UNTIL WS-TOP-SUB <= WS-INSERT-SUB
        MOVE CM-CUST-ID       TO WS-TOP-CUST-ID(WS-INSERT-SUB)
        MOVE CM-CUST-NAME     TO WS-TOP-NAME(WS-INSERT-SUB)
        MOVE CM-CUST-STATUS   TO WS-TOP-STATUS(WS-INSERT-SUB)
        MOVE CM-CUST-CURRENCY TO WS-TOP-CURRENCY(WS-INSERT-SUB)
        MOVE CM-CUST-AMOUNT   TO WS-TOP-AMOUNT(WS-INSERT-SUB)
        MOVE WS-BASE-AMOUNT   TO WS-TOP-BASE(WS-INSERT-SUB)
        MOVE WS-AGE-DAYS      TO WS-TOP-AGE-DAYS(WS-INSERT-SUB)
    END-IF.

FIND-TOP-INSERT-POINT.
    IF WS-BASE-AMOUNT > WS-TOP-BASE(WS-INSERT-SUB)
        SET INSERT-POINT-FOUND TO TRUE
    ELSE
        ADD 1 TO WS-INSERT-SUB
    END-IF.

SHIFT-TOP-ENTRY-DOWN.
    MOVE WS-TOP-ROWS(WS-TOP-SUB - 1) TO WS-TOP-ROWS(WS-TOP-SUB)
    SUBTRACT 1 FROM WS-TOP-SUB.

CHECK-CALENDAR-DATE.
    EVALUATE TRUE
        WHEN WS-EDIT-YEAR < 1900
            SET EDIT-FAILED TO TRUE
        WHEN WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
            SET EDIT-FAILED TO TRUE
        WHEN OTHER
            PERFORM SET-DAYS-IN-MONTH
            IF WS-EDIT-DAY < 1 OR WS-EDIT-DAY > WS-DAYS-IN-MONTH
                SET EDIT-FAILED TO TRUE
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

WRITE-UNDATED-LINE.
    ADD 1 TO WS-UNDATED-RECORDS
    IF RETURN-CODE < 4
        MOVE 4 TO RETURN-CODE
    END-IF
    IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
        PERFORM WRITE-REPORT-HEADING
    END-IF
    MOVE CM-CUST-ID       TO UND-CUST-ID
    MOVE CM-CUST-NAME     TO UND-NAME
    MOVE CM-CUST-DATE     TO UND-DATE
    MOVE CM-CUST-AMOUNT   TO UND-AMOUNT
    MOVE CM-CUST-CURRENCY TO UND-CURRENCY
    MOVE WS-UNDATED-LINE  TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE.

WRITE-STATUS-SECTION.
*> Base-currency subtotals by account status, then the base-currency
*> grand total across all of them.
    PERFORM WRITE-REPORT-HEADING
    MOVE "SUBTOTALS BY CUSTOMER STATUS (BASE CURRENCY)" TO SEC-TITLE
    PERFORM WRITE-SECTION-TITLE
    MOVE WS-BUCKET-HEADING TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE

    MOVE 1 TO WS-STATUS-SUB
    PERFORM WRITE-STATUS-ROW UNTIL WS-STATUS-SUB > 3

    MOVE SPACES TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE
    MOVE WS-GRAND-BUCKETS TO WS-ROW-AMOUNTS
    MOVE SPACES TO WS-BUCKET-LINE
    MOVE "GRAND TOTAL" TO BKT-LABEL
    PERFORM WRITE-BUCKET-LINE.

WRITE-STATUS-ROW.
    MOVE 1 TO WS-COLUMN-SUB
    PERFORM COPY-STATUS-BUCKET UNTIL WS-COLUMN-SUB > 5
    MOVE SPACES TO WS-BUCKET-LINE
    EVALUATE WS-STATUS-SUB
        WHEN 1
            MOVE "ACTIVE"    TO BKT-LABEL
        WHEN 2
            MOVE "SUSPENDED" TO BKT-LABEL
        WHEN OTHER
            MOVE "CLOSED"    TO BKT-LABEL
    END-EVALUATE
    PERFORM WRITE-BUCKET-LINE
    ADD 1 TO WS-STATUS-SUB.

COPY-STATUS-BUCKET.
    MOVE WS-STA-BUCKET(WS-STATUS-SUB, WS-COLUMN-SUB)
        TO WS-ROW-BUCKET(WS-COLUMN-SUB)
    ADD 1 TO WS-COLUMN-SUB.

WRITE-CURRENCY-SECTION.
*> Subtotals by currency, each in its own units as carried on the
*> master.  A currency with no rate card today is flagged: its
*> balances are in this section only, not in the base figures.
    MOVE SPACES TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE
    MOVE "SUBTOTALS BY CURRENCY (CURRENCY UNITS, BLANK = BASE)"
        TO SEC-TITLE
    PERFORM WRITE-SECTION-TITLE
    MOVE WS-BUCKET-HEADING TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE

    MOVE ZERO TO WS-CCY-SUB
    PERFORM WRITE-CURRENCY-ROW UNTIL WS-CCY-SUB >= WS-CCY-COUNT.

WRITE-CURRENCY-ROW.
    ADD 1 TO WS-CCY-SUB
    SET CCX TO WS-CCY-SUB
    MOVE 1 TO WS-COLUMN-SUB
    PERFORM COPY-CURRENCY-BUCKET UNTIL WS-COLUMN-SUB > 5
    MOVE SPACES TO WS-BUCKET-LINE
    IF WS-CCY-CODE(CCX) = SPACES
        MOVE "BASE" TO BKT-LABEL
    ELSE
        MOVE WS-CCY-CODE(CCX) TO BKT-LABEL
    END-IF
    IF WS-CCY-RATED(CCX) NOT = "Y"
        MOVE "*NO RATE*" TO BKT-FLAG
    END-IF
    PERFORM WRITE-BUCKET-LINE.

COPY-CURRENCY-BUCKET.
    MOVE WS-CCY-BUCKET(CCX, WS-COLUMN-SUB)
        TO WS-ROW-BUCKET(WS-COLUMN-SUB)
    ADD 1 TO WS-COLUMN-SUB.

WRITE-BUCKET-LINE.
*> WS-ROW-AMOUNTS holds the five buckets; the sixth column is their
*> sum.  The caller has set the label and any flag.
    MOVE ZERO TO WS-ROW-TOTAL
    MOVE 1 TO WS-COLUMN-SUB
    PERFORM EDIT-BUCKET-COLUMN UNTIL WS-COLUMN-SUB > 5
    MOVE WS-ROW-TOTAL TO BKT-AMOUNT(6)
    MOVE WS-BUCKET-LINE TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE.

EDIT-BUCKET-COLUMN.
    MOVE WS-ROW-BUCKET(WS-COLUMN-SUB) TO BKT-AMOUNT(WS-COLUMN-SUB)
    ADD WS-ROW-BUCKET(WS-COLUMN-SUB) TO WS-ROW-TOTAL
    ADD 1 TO WS-COLUMN-SUB.

WRITE-TOP-BALANCE-SECTION.
*> The collections list: the largest balances more than 90 days old,
*> ranked in base currency.
    PERFORM WRITE-REPORT-HEADING
    MOVE SPACES TO SEC-TITLE
    STRING "LARGEST BALANCES OVER 90 DAYS (TOP " DELIMITED BY SIZE
           WS-TOP-LIMIT                          DELIMITED BY SIZE
           ", RANKED IN BASE CURRENCY)"          DELIMITED BY SIZE
        INTO SEC-TITLE
    PERFORM WRITE-SECTION-TITLE
    MOVE WS-TOP-HEADING TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE
    IF WS-TOP-COUNT = ZERO
        MOVE "  NONE" TO PRINT-RECORD
        PERFORM WRITE-PRINT-LINE
    END-IF
    MOVE ZERO TO WS-TOP-SUB
    PERFORM WRITE-TOP-BALANCE-LINE UNTIL WS-TOP-SUB >= WS-TOP-COUNT.

WRITE-TOP-BALANCE-LINE.
    ADD 1 TO WS-TOP-SUB
    MOVE WS-TOP-SUB                   TO TOP-RANK
    MOVE WS-TOP-CUST-ID(WS-TOP-SUB)   TO TOP-CUST-ID
    MOVE WS-TOP-NAME(WS-TOP-SUB)      TO TOP-NAME
    MOVE WS-TOP-STATUS(WS-TOP-SUB)    TO TOP-STATUS
    MOVE WS-TOP-AGE-DAYS(WS-TOP-SUB)  TO TOP-AGE-DAYS
    MOVE WS-TOP-AMOUNT(WS-TOP-SUB)    TO TOP-AMOUNT
    MOVE WS-TOP-CURRENCY(WS-TOP-SUB)  TO TOP-CURRENCY
    MOVE WS-TOP-BASE(WS-TOP-SUB)      TO TOP-BASE
    MOVE WS-TOP-LINE TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE.

WRITE-SUMMARY-SECTION.
    MOVE SPACES TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE
    MOVE "MASTER RECORDS READ:" TO SUM-LABEL
    MOVE WS-MASTER-RECORDS      TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE
    MOVE "BALANCES AGED:" TO SUM-LABEL
    MOVE WS-AGED-RECORDS  TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE
    MOVE "NOT AGED, INVALID DATE:" TO SUM-LABEL
    MOVE WS-UNDATED-RECORDS        TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE
    MOVE "NOT IN BASE TOTALS, NO RATE:" TO SUM-LABEL
    MOVE WS-UNRATED-RECORDS             TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE.

WRITE-SECTION-TITLE.
    IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
        PERFORM WRITE-REPORT-HEADING
    END-IF
    MOVE WS-SECTION-LINE TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE.

WRITE-REPORT-HEADING.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE SPACES TO PRINT-RECORD
    WRITE PRINT-RECORD AFTER ADVANCING PAGE

    MOVE WS-RUN-DATE        TO RH1-RUN-DATE
    MOVE WS-PAGE-NUMBER     TO RH1-PAGE-NUMBER
    MOVE WS-REPORT-HEADER-1 TO PRINT-RECORD
    WRITE PRINT-RECORD

    MOVE WS-REPORT-HEADER-2 TO PRINT-RECORD
    WRITE PRINT-RECORD AFTER ADVANCING 1 LINE

    MOVE SPACES TO PRINT-RECORD
    WRITE PRINT-RECORD AFTER ADVANCING 1 LINE

    MOVE ZERO TO WS-LINE-COUNT
    PERFORM CHECK-PRINT-STATUS.

WRITE-PRINT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM WRITE-REPORT-HEADING
    END-IF
    WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
    ADD 1 TO WS-LINE-COUNT
    PERFORM CHECK-PRINT-STATUS.

CHECK-PRINT-STATUS.
    IF NOT PRINT-STATUS-OK
        DISPLAY "AGED-BALANCE: ERROR WRITING PRINT-FILE, STATUS=" WS-PRINT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-START-AUDIT-RECORD.
    SET AUDIT-TYPE-START      TO TRUE
    MOVE "AGED-BALANCE"       TO AUDIT-PROGRAM-NAME
    MOVE ZERO                 TO AUDIT-RETURN-CODE
    MOVE ZERO                 TO AUDIT-RECORDS-READ
    MOVE ZERO                 TO AUDIT-RECORDS-WRITTEN
    PERFORM STAMP-AUDIT-RECORD
    PERFORM WRITE-AUDIT-RECORD.

WRITE-END-AUDIT-RECORD.
    SET AUDIT-TYPE-END        TO TRUE
    MOVE "AGED-BALANCE"       TO AUDIT-PROGRAM-NAME
    MOVE RETURN-CODE          TO AUDIT-RETURN-CODE
    MOVE WS-MASTER-RECORDS    TO AUDIT-RECORDS-READ
    MOVE WS-AGED-RECORDS      TO AUDIT-RECORDS-WRITTEN
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
        DISPLAY "AGED-BALANCE: ERROR WRITING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

CLOSE-FILES.
    CLOSE CUSTOMER-MASTER
    CLOSE PRINT-FILE
    CLOSE AUDIT-FILE.

DISPLAY-AGING-TOTALS.
    DISPLAY "AGED-BALANCE: MASTER RECORDS READ = " WS-MASTER-RECORDS
    DISPLAY "AGED-BALANCE: BALANCES AGED       = " WS-AGED-RECORDS
    DISPLAY "AGED-BALANCE: NOT AGED, BAD DATE  = " WS-UNDATED-RECORDS
    DISPLAY "AGED-BALANCE: NO RATE, NOT IN BASE= " WS-UNRATED-RECORDS.
