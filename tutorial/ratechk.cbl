IDENTIFICATION DIVISION.
PROGRAM-ID. Rate-Check.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> RUN-CONTROL-FILE is the suite-wide run-control card: its business
*> date dates the history kept here, and its rate-move limit is the
*> tolerance a factor may move day on day without an override.  A run
*> without it falls back to the system date and the compiled limit.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

*> RATE-TABLE-FILE is today's rate deck, exactly as File-Handling,
*> Basic-Arithmetic and Posting-Apply are about to load it.
    SELECT RATE-TABLE-FILE ASSIGN TO "RATEFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.

*> RATE-HISTORY-IN is the dated rate history as the previous run left
*> it; yesterday's deck is its latest business date before today's.
*> RATE-HISTORY-OUT is the same history carried forward, today's deck
*> added once it has passed.  A date already on the history (a rerun
*> of the night) is replaced rather than repeated.
    SELECT RATE-HISTORY-IN ASSIGN TO "RATEHIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-IN-STATUS.

    SELECT RATE-HISTORY-OUT ASSIGN TO "RATEHOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-OUT-STATUS.

*> RATE-OVERRIDE-FILE is the override deck (RATEOVRC): a card for
*> the business date accepts one currency's exception.  A run
*> without it accepts nothing.
    SELECT RATE-OVERRIDE-FILE ASSIGN TO "RATEOVR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OVERRIDE-STATUS.

*> CUSTOMER-MASTER and INPUT-FILE are read only for the currencies
*> they carry: every currency on the master or in tonight's feed
*> needs a card on today's deck.
    SELECT CUSTOMER-MASTER ASSIGN TO "OUTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-CUST-ID
        FILE STATUS IS WS-CUSTMAST-STATUS.

    SELECT INPUT-FILE ASSIGN TO "INFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INPUT-STATUS.

    SELECT RATE-REPORT-FILE ASSIGN TO "RATERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-REPORT-STATUS.

*> AUDIT-FILE is the shared run-audit log written by every program in
*> this suite; it is extended (not recreated) so a driver job's steps
*> all land in the same log.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD RUN-CONTROL-FILE.
01 RUN-CONTROL-RECORD.
    COPY RUNCTLRC.

FD RATE-TABLE-FILE.
01 RATE-TABLE-RECORD.
    COPY RATEREC.

FD RATE-HISTORY-IN.
01 RATE-HISTORY-IN-RECORD.
    COPY RATEHREC.

FD RATE-HISTORY-OUT.
01 RATE-HISTORY-OUT-RECORD.
    COPY RATEHREC
        REPLACING ==RHST-BUSINESS-DATE== BY ==RHSO-BUSINESS-DATE==
                  ==RHST-RATE-CARD==     BY ==RHSO-RATE-CARD==
                  ==RHST-CURRENCY==      BY ==RHSO-CURRENCY==
                  ==RHST-FACTOR==        BY ==RHSO-FACTOR==.

FD RATE-OVERRIDE-FILE.
01 RATE-OVERRIDE-RECORD.
    COPY RATEOVRC.

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

FD INPUT-FILE.
01 IN-RECORD.
    COPY CUSTREC
        REPLACING ==CUST-RECORD-TYPE==  BY ==IN-CUST-RECORD-TYPE==
                  ==CUST-TYPE-HEADER==  BY ==IN-CUST-TYPE-HEADER==
                  ==CUST-TYPE-DETAIL==  BY ==IN-CUST-TYPE-DETAIL==
                  ==CUST-TYPE-TRAILER== BY ==IN-CUST-TYPE-TRAILER==
                  ==CUST-ID==           BY ==IN-CUST-ID==
                  ==CUST-DETAIL-AREA==  BY ==IN-CUST-DETAIL-AREA==
                  ==CUST-NAME==         BY ==IN-CUST-NAME==
                  ==CUST-AMOUNT==       BY ==IN-CUST-AMOUNT==
                  ==CUST-DATE==         BY ==IN-CUST-DATE==
                  ==CUST-STATUS==       BY ==IN-CUST-STATUS==
                  ==CUST-STATUS-ACTIVE== BY ==IN-CUST-STATUS-ACTIVE==
                  ==CUST-STATUS-SUSPENDED== BY ==IN-CUST-STATUS-SUSPENDED==
                  ==CUST-STATUS-CLOSED== BY ==IN-CUST-STATUS-CLOSED==
                  ==CUST-CURRENCY==     BY ==IN-CUST-CURRENCY==
                  ==CUST-HEADER-AREA==  BY ==IN-CUST-HEADER-AREA==
                  ==HDR-RUN-DATE==      BY ==IN-HDR-RUN-DATE==
                  ==HDR-SOURCE-SYSTEM== BY ==IN-HDR-SOURCE-SYSTEM==
                  ==CUST-TRAILER-AREA== BY ==IN-CUST-TRAILER-AREA==
                  ==TRL-AMOUNT-TOTAL==  BY ==IN-TRL-AMOUNT-TOTAL==
                  ==TRL-RECORD-COUNT==  BY ==IN-TRL-RECORD-COUNT==.

FD RATE-REPORT-FILE.
01 RATE-REPORT-RECORD PIC X(132).

FD AUDIT-FILE.
01 AUDIT-LOG-RECORD.
    COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-RUN-CONTROL-STATUS PIC XX.
   88 CTL-STATUS-OK        VALUE "00".
   88 CTL-STATUS-EOF       VALUE "10".
   88 CTL-STATUS-NOT-FOUND VALUE "35".

01 WS-RATE-STATUS PIC XX.
   88 RATE-STATUS-OK        VALUE "00".
   88 RATE-STATUS-EOF       VALUE "10".
   88 RATE-STATUS-NOT-FOUND VALUE "35".

01 WS-HISTORY-IN-STATUS PIC XX.
   88 HISTIN-STATUS-OK        VALUE "00".
   88 HISTIN-STATUS-EOF       VALUE "10".
   88 HISTIN-STATUS-NOT-FOUND VALUE "35".

01 WS-HISTORY-OUT-STATUS PIC XX.
   88 HISTOUT-STATUS-OK VALUE "00".

01 WS-OVERRIDE-STATUS PIC XX.
   88 OVR-STATUS-OK        VALUE "00".
   88 OVR-STATUS-EOF       VALUE "10".
   88 OVR-STATUS-NOT-FOUND VALUE "35".

01 WS-CUSTMAST-STATUS PIC XX.
   88 CUSTMAST-STATUS-OK        VALUE "00".
   88 CUSTMAST-STATUS-EOF       VALUE "10".
   88 CUSTMAST-STATUS-NOT-FOUND VALUE "35".

01 WS-INPUT-STATUS PIC XX.
   88 INPUT-STATUS-OK        VALUE "00".
   88 INPUT-STATUS-EOF       VALUE "10".
   88 INPUT-STATUS-NOT-FOUND VALUE "35".

01 WS-RATE-REPORT-STATUS PIC XX.
   88 RATERPT-STATUS-OK VALUE "00".

01 WS-AUDIT-STATUS PIC XX.
   88 AUDIT-STATUS-OK        VALUE "00".
   88 AUDIT-STATUS-NOT-FOUND VALUE "35".

01 WS-AUDIT-DATE PIC X(8).
01 WS-AUDIT-TIME PIC X(6).

01 WS-EOF-SWITCH PIC X VALUE "N".
   88 END-OF-FILE VALUE "Y".
01 WS-HISTORY-SWITCH PIC X VALUE "N".
   88 HISTORY-AVAILABLE VALUE "Y".

01 WS-BUSINESS-DATE PIC X(8).

*> A factor may move this many percent of yesterday's factor without
*> an override; CTL-RATE-MOVE-PCT-LIMIT on the run-control card
*> replaces it.  A fat-fingered factor is typically out by a power of
*> ten, so the limit is kept well below a ninefold move.
77 WS-RATE-MOVE-PCT-LIMIT PIC 9(3) VALUE 10.

*> Today's deck as read, card for card.  More than 20 cards is
*> refused here because File-Handling aborts on a 21st.
01 WS-TODAY-COUNT PIC 9(2) VALUE ZERO.
01 WS-TODAY-TABLE.
   05 WS-TODAY-RATES OCCURS 20 TIMES
               INDEXED BY TDX.
      10 WS-TODAY-CCY     PIC X(3).
      10 WS-TODAY-FACTOR  PIC 9(3)V9(6).

*> Yesterday's deck: the cards of the latest date on the history
*> before today's business date.
01 WS-PREVIOUS-DATE  PIC X(8) VALUE SPACES.
01 WS-PREVIOUS-COUNT PIC 9(2) VALUE ZERO.
01 WS-PREVIOUS-TABLE.
   05 WS-PREVIOUS-RATES OCCURS 20 TIMES
               INDEXED BY PDX.
      10 WS-PREVIOUS-CCY    PIC X(3).
      10 WS-PREVIOUS-FACTOR PIC 9(3)V9(6).

*> Override cards for today's business date.
01 WS-OVERRIDE-COUNT PIC 9(2) VALUE ZERO.
01 WS-OVERRIDE-TABLE.
   05 WS-OVERRIDES OCCURS 20 TIMES
               INDEXED BY OVX.
      10 WS-OVERRIDE-CCY    PIC X(3).
      10 WS-OVERRIDE-FACTOR PIC 9(3)V9(6).
      10 WS-OVERRIDE-BY     PIC X(8).

*> Every non-base currency met on the master or in the feed, with
*> how many records carry it in each.
01 WS-USED-COUNT PIC 9(2) VALUE ZERO.
01 WS-USED-TABLE.
   05 WS-USED-CURRENCIES OCCURS 50 TIMES
               INDEXED BY UDX.
      10 WS-USED-CCY      PIC X(3).
      10 WS-USED-MASTER   PIC 9(9).
      10 WS-USED-FEED     PIC 9(9).

01 WS-LOOKUP-CCY         PIC X(3).
01 WS-LOOKUP-FACTOR      PIC 9(3)V9(6).
01 WS-FOUND-SWITCH       PIC X.
   88 ENTRY-FOUND VALUE "Y".

01 WS-MOVE-AMOUNT        PIC 9(3)V9(6).
01 WS-MOVE-PCT           PIC 9(5)V99.

*> An exception is OPEN when it stops the chain, ACCEPTED when an
*> override card covers it.
01 WS-OVERRIDABLE-SWITCH PIC X.
   88 EXCEPTION-OVERRIDABLE VALUE "Y".
01 WS-ACCEPTED-BY        PIC X(8).

*> Run counts.
01 WS-CARDS-READ         PIC 9(5) VALUE ZERO.
01 WS-HISTORY-READ       PIC 9(7) VALUE ZERO.
01 WS-HISTORY-WRITTEN    PIC 9(7) VALUE ZERO.
01 WS-MASTER-READ        PIC 9(9) VALUE ZERO.
01 WS-FEED-READ          PIC 9(9) VALUE ZERO.
01 WS-EXCEPTIONS-OPEN    PIC 9(5) VALUE ZERO.
01 WS-EXCEPTIONS-ACCEPTED PIC 9(5) VALUE ZERO.

01 WS-REPORT-HEADING.
    05 FILLER PIC X(36)
        VALUE "RATE-CHECK: DAILY RATE DECK CHECK".
    05 FILLER PIC X(15) VALUE " BUSINESS DATE ".
    05 RHD-BUSINESS-DATE PIC X(8).
    05 FILLER PIC X(16) VALUE "  COMPARED WITH ".
    05 RHD-PREVIOUS-DATE PIC X(8).
    05 FILLER PIC X(14) VALUE "  MOVE LIMIT ".
    05 RHD-LIMIT         PIC ZZ9.
    05 FILLER PIC X(8)  VALUE " PERCENT".

01 WS-SECTION-HEADING PIC X(60).

01 WS-DECK-COLUMN-HEADING.
    05 FILLER PIC X(6)  VALUE "CCY".
    05 FILLER PIC X(14) VALUE "  PREVIOUS".
    05 FILLER PIC X(14) VALUE "     TODAY".
    05 FILLER PIC X(12) VALUE "    MOVE %".
    05 FILLER PIC X(40) VALUE "  RESULT".

01 WS-DECK-DETAIL-LINE.
    05 RDL-CCY             PIC X(3).
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 RDL-PREVIOUS-FACTOR PIC ZZ9.999999.
    05 FILLER              PIC X(4)  VALUE SPACES.
    05 RDL-TODAY-FACTOR    PIC ZZ9.999999.
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 RDL-MOVE-PCT        PIC ZZZZ9.99.
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 RDL-RESULT          PIC X(40).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 RDL-ACCEPTED-BY     PIC X(8).

01 WS-USED-COLUMN-HEADING.
    05 FILLER PIC X(6)  VALUE "CCY".
    05 FILLER PIC X(12) VALUE "     MASTER".
    05 FILLER PIC X(12) VALUE "       FEED".
    05 FILLER PIC X(40) VALUE "  RESULT".

01 WS-USED-DETAIL-LINE.
    05 RUL-CCY             PIC X(3).
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 RUL-MASTER          PIC ZZZZZZZZ9.
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 RUL-FEED            PIC ZZZZZZZZ9.
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 RUL-RESULT          PIC X(40).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 RUL-ACCEPTED-BY     PIC X(8).

01 WS-TOTAL-LINE.
    05 TOT-LABEL           PIC X(32).
    05 TOT-COUNT           PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM GET-BUSINESS-DATE
    PERFORM LOAD-RUN-CONTROL
    PERFORM OPEN-FILES
    PERFORM WRITE-START-AUDIT-RECORD

    PERFORM LOAD-OVERRIDE-CARDS
    PERFORM CARRY-FORWARD-HISTORY
    PERFORM WRITE-REPORT-HEADING

    PERFORM LOAD-TODAYS-DECK
    PERFORM CHECK-DECK-AGAINST-PREVIOUS
    PERFORM COLLECT-MASTER-CURRENCIES
    PERFORM COLLECT-FEED-CURRENCIES
    PERFORM CHECK-CURRENCIES-IN-USE

    PERFORM DECIDE-RATE-DECK
    PERFORM WRITE-CHECK-TOTALS
    PERFORM DISPLAY-CHECK-TOTALS
    PERFORM WRITE-END-AUDIT-RECORD
    PERFORM CLOSE-FILES
    STOP RUN.

GET-BUSINESS-DATE.
    ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.

LOAD-RUN-CONTROL.
*> The business date and the move limit come off the run-control
*> card; a missing card or value leaves the default in place.
    OPEN INPUT RUN-CONTROL-FILE
    EVALUATE TRUE
        WHEN CTL-STATUS-OK
            PERFORM READ-RUN-CONTROL-CARD
            CLOSE RUN-CONTROL-FILE
        WHEN CTL-STATUS-NOT-FOUND
            DISPLAY "RATE-CHECK: RUN-CONTROL-FILE NOT FOUND, USING COMPILED DEFAULTS"
        WHEN OTHER
            DISPLAY "RATE-CHECK: ERROR OPENING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-RUN-CONTROL-CARD.
    READ RUN-CONTROL-FILE
    EVALUATE TRUE
        WHEN CTL-STATUS-OK
            PERFORM APPLY-RUN-CONTROL-VALUES
        WHEN CTL-STATUS-EOF
            DISPLAY "RATE-CHECK: RUN-CONTROL-FILE EMPTY, USING COMPILED DEFAULTS"
        WHEN OTHER
            DISPLAY "RATE-CHECK: ERROR READING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

APPLY-RUN-CONTROL-VALUES.
    IF CTL-BUSINESS-DATE IS NUMERIC
        MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
    END-IF
    IF CTL-RATE-MOVE-PCT-LIMIT IS NUMERIC
       AND CTL-RATE-MOVE-PCT-LIMIT NOT = ZERO
        MOVE CTL-RATE-MOVE-PCT-LIMIT TO WS-RATE-MOVE-PCT-LIMIT
    END-IF
    DISPLAY "RATE-CHECK: RUN CONTROL - BUSINESS DATE=" WS-BUSINESS-DATE
        " RATE MOVE PCT LIMIT=" WS-RATE-MOVE-PCT-LIMIT.

OPEN-FILES.
    OPEN INPUT RATE-HISTORY-IN
    EVALUATE TRUE
        WHEN HISTIN-STATUS-OK
            SET HISTORY-AVAILABLE TO TRUE
        WHEN HISTIN-STATUS-NOT-FOUND
            DISPLAY "RATE-CHECK: RATE-HISTORY-IN NOT FOUND, NO PREVIOUS DECK TO COMPARE"
        WHEN OTHER
            DISPLAY "RATE-CHECK: ERROR OPENING RATE-HISTORY-IN, STATUS=" WS-HISTORY-IN-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE

    OPEN OUTPUT RATE-HISTORY-OUT
    IF NOT HISTOUT-STATUS-OK
        DISPLAY "RATE-CHECK: ERROR OPENING RATE-HISTORY-OUT, STATUS=" WS-HISTORY-OUT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT RATE-REPORT-FILE
    IF NOT RATERPT-STATUS-OK
        DISPLAY "RATE-CHECK: ERROR OPENING RATE-REPORT-FILE, STATUS=" WS-RATE-REPORT-STATUS
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
        DISPLAY "RATE-CHECK: ERROR OPENING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-OVERRIDE-CARDS.
    OPEN INPUT RATE-OVERRIDE-FILE
    EVALUATE TRUE
        WHEN OVR-STATUS-OK
            MOVE "N" TO WS-EOF-SWITCH
            PERFORM READ-OVERRIDE-CARD
                UNTIL END-OF-FILE
            CLOSE RATE-OVERRIDE-FILE
            DISPLAY "RATE-CHECK: OVERRIDE CARDS FOR " WS-BUSINESS-DATE " = " WS-OVERRIDE-COUNT
        WHEN OVR-STATUS-NOT-FOUND
            DISPLAY "RATE-CHECK: RATE-OVERRIDE-FILE NOT FOUND, NO OVERRIDES"
        WHEN OTHER
            DISPLAY "RATE-CHECK: ERROR OPENING RATE-OVERRIDE-FILE, STATUS=" WS-OVERRIDE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-OVERRIDE-CARD.
    READ RATE-OVERRIDE-FILE
    EVALUATE TRUE
        WHEN OVR-STATUS-OK
            PERFORM ADD-OVERRIDE-TO-TABLE
        WHEN OVR-STATUS-EOF
            SET END-OF-FILE TO TRUE
        WHEN OTHER
            DISPLAY "RATE-CHECK: ERROR READING RATE-OVERRIDE-FILE, STATUS=" WS-OVERRIDE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> Cards for other business dates are left over from earlier nights
*> and accept nothing tonight.  A card that cannot be read accepts
*> nothing either, and is reported so it can be corrected.
ADD-OVERRIDE-TO-TABLE.
    IF ROVR-BUSINESS-DATE NOT = WS-BUSINESS-DATE
        CONTINUE
    ELSE IF ROVR-CURRENCY = SPACES OR ROVR-FACTOR NOT NUMERIC
       OR ROVR-ACCEPTED-BY = SPACES
        DISPLAY "RATE-CHECK: *** BAD OVERRIDE CARD '" RATE-OVERRIDE-RECORD "' IGNORED ***"
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    ELSE IF WS-OVERRIDE-COUNT >= 20
        DISPLAY "RATE-CHECK: *** OVERRIDE TABLE FULL AT " ROVR-CURRENCY " - RUN ABORTED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    ELSE
        ADD 1 TO WS-OVERRIDE-COUNT
        MOVE ROVR-CURRENCY    TO WS-OVERRIDE-CCY(WS-OVERRIDE-COUNT)
        MOVE ROVR-FACTOR      TO WS-OVERRIDE-FACTOR(WS-OVERRIDE-COUNT)
        MOVE ROVR-ACCEPTED-BY TO WS-OVERRIDE-BY(WS-OVERRIDE-COUNT)
    END-IF.

*> Today's deck is read whole before anything is judged, so a
*> duplicate is caught whichever card comes first.  A missing deck is
*> a deck with no cards: every currency yesterday carried is then
*> missing today.
LOAD-TODAYS-DECK.
    MOVE "RATE CARDS" TO WS-SECTION-HEADING
    MOVE WS-SECTION-HEADING TO RATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE WS-DECK-COLUMN-HEADING TO RATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    OPEN INPUT RATE-TABLE-FILE
    EVALUATE TRUE
        WHEN RATE-STATUS-OK
            MOVE "N" TO WS-EOF-SWITCH
            PERFORM READ-RATE-RECORD
                UNTIL END-OF-FILE
            CLOSE RATE-TABLE-FILE
            DISPLAY "RATE-CHECK: RATE CARDS READ = " WS-CARDS-READ
        WHEN RATE-STATUS-NOT-FOUND
            DISPLAY "RATE-CHECK: RATE-TABLE-FILE NOT FOUND, TODAY'S DECK IS EMPTY"
        WHEN OTHER
            DISPLAY "RATE-CHECK: ERROR OPENING RATE-TABLE-FILE, STATUS=" WS-RATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-RATE-RECORD.
    READ RATE-TABLE-FILE
    EVALUATE TRUE
        WHEN RATE-STATUS-OK
            ADD 1 TO WS-CARDS-READ
            PERFORM ADD-RATE-TO-TABLE
        WHEN RATE-STATUS-EOF
            SET END-OF-FILE TO TRUE
        WHEN OTHER
            DISPLAY "RATE-CHECK: ERROR READING RATE-TABLE-FILE, STATUS=" WS-RATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> A card the loading programs would abort on, a second card for a
*> currency, or a zero factor is reported here as an exception no
*> override can accept; the deck itself has to be corrected.  Only
*> cards that pass go into the table the comparisons use.
ADD-RATE-TO-TABLE.
    MOVE SPACES TO WS-DECK-DETAIL-LINE
    MOVE RATE-CURRENCY TO RDL-CCY
    MOVE "N" TO WS-OVERRIDABLE-SWITCH
    IF RATE-CURRENCY = SPACES OR RATE-FACTOR NOT NUMERIC
        MOVE "*** BAD RATE CARD" TO RDL-RESULT
        PERFORM RECORD-DECK-EXCEPTION
    ELSE
        MOVE RATE-FACTOR TO RDL-TODAY-FACTOR
        MOVE RATE-CURRENCY TO WS-LOOKUP-CCY
        PERFORM FIND-TODAY-RATE
        IF ENTRY-FOUND
            MOVE "*** DUPLICATE CARD FOR CURRENCY" TO RDL-RESULT
            PERFORM RECORD-DECK-EXCEPTION
        ELSE IF RATE-FACTOR = ZERO
            MOVE "*** ZERO FACTOR" TO RDL-RESULT
            PERFORM RECORD-DECK-EXCEPTION
        ELSE IF WS-TODAY-COUNT >= 20
            MOVE "*** MORE THAN 20 CARDS ON DECK" TO RDL-RESULT
            PERFORM RECORD-DECK-EXCEPTION
        ELSE
            ADD 1 TO WS-TODAY-COUNT
            MOVE RATE-CURRENCY TO WS-TODAY-CCY(WS-TODAY-COUNT)
            MOVE RATE-FACTOR   TO WS-TODAY-FACTOR(WS-TODAY-COUNT)
        END-IF
    END-IF.

*> The history is copied forward record for record, less any records
*> already dated today's business date (an earlier run of the same
*> night), while yesterday's deck is picked out of it: the cards of
*> the latest date before today.
CARRY-FORWARD-HISTORY.
    IF HISTORY-AVAILABLE
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM READ-HISTORY-RECORD
            UNTIL END-OF-FILE
        CLOSE RATE-HISTORY-IN
    END-IF
    IF WS-PREVIOUS-DATE = SPACES
        DISPLAY "RATE-CHECK: NO EARLIER DECK ON THE RATE HISTORY, NOTHING TO COMPARE"
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    ELSE
        DISPLAY "RATE-CHECK: COMPARING WITH THE DECK OF " WS-PREVIOUS-DATE
            ", CARDS = " WS-PREVIOUS-COUNT
    END-IF.

READ-HISTORY-RECORD.
    READ RATE-HISTORY-IN
    EVALUATE TRUE
        WHEN HISTIN-STATUS-OK
            ADD 1 TO WS-HISTORY-READ
            PERFORM SELECT-HISTORY-RECORD
        WHEN HISTIN-STATUS-EOF
            SET END-OF-FILE TO TRUE
        WHEN OTHER
            DISPLAY "RATE-CHECK: ERROR READING RATE-HISTORY-IN, STATUS=" WS-HISTORY-IN-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

SELECT-HISTORY-RECORD.
    IF RHST-BUSINESS-DATE NOT = WS-BUSINESS-DATE
        MOVE RATE-HISTORY-IN-RECORD TO RATE-HISTORY-OUT-RECORD
        PERFORM WRITE-HISTORY-RECORD
    END-IF
    IF RHST-BUSINESS-DATE < WS-BUSINESS-DATE
        IF WS-PREVIOUS-DATE = SPACES
           OR RHST-BUSINESS-DATE > WS-PREVIOUS-DATE
            MOVE RHST-BUSINESS-DATE TO WS-PREVIOUS-DATE
            MOVE ZERO TO WS-PREVIOUS-COUNT
        END-IF
        IF RHST-BUSINESS-DATE = WS-PREVIOUS-DATE
           AND WS-PREVIOUS-COUNT < 20
            ADD 1 TO WS-PREVIOUS-COUNT
            MOVE RHST-CURRENCY TO WS-PREVIOUS-CCY(WS-PREVIOUS-COUNT)
            MOVE RHST-FACTOR   TO WS-PREVIOUS-FACTOR(WS-PREVIOUS-COUNT)
        END-IF
    END-IF.

WRITE-HISTORY-RECORD.
    WRITE RATE-HISTORY-OUT-RECORD
    IF NOT HISTOUT-STATUS-OK
        DISPLAY "RATE-CHECK: ERROR WRITING RATE-HISTORY-OUT, STATUS=" WS-HISTORY-OUT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-HISTORY-WRITTEN.

*> Every card of today's deck against yesterday's factor for the same
*> currency, then every currency of yesterday's deck that has no card
*> today.  A currency new today has nothing to move from and passes.
CHECK-DECK-AGAINST-PREVIOUS.
    SET TDX TO 1
    PERFORM CHECK-ONE-TODAY-RATE
        UNTIL TDX > WS-TODAY-COUNT
    SET PDX TO 1
    PERFORM CHECK-ONE-PREVIOUS-RATE
        UNTIL PDX > WS-PREVIOUS-COUNT.

CHECK-ONE-TODAY-RATE.
    MOVE SPACES TO WS-DECK-DETAIL-LINE
    MOVE WS-TODAY-CCY(TDX)    TO RDL-CCY
    MOVE WS-TODAY-FACTOR(TDX) TO RDL-TODAY-FACTOR
    MOVE WS-TODAY-CCY(TDX)    TO WS-LOOKUP-CCY
    PERFORM FIND-PREVIOUS-RATE
    IF NOT ENTRY-FOUND
        IF WS-PREVIOUS-DATE = SPACES
            MOVE "NOT COMPARED" TO RDL-RESULT
        ELSE
            MOVE "NEW CURRENCY" TO RDL-RESULT
        END-IF
        PERFORM WRITE-DECK-LINE
    ELSE
        MOVE WS-LOOKUP-FACTOR TO RDL-PREVIOUS-FACTOR
        IF WS-TODAY-FACTOR(TDX) >= WS-LOOKUP-FACTOR
            SUBTRACT WS-LOOKUP-FACTOR FROM WS-TODAY-FACTOR(TDX)
                GIVING WS-MOVE-AMOUNT
        ELSE
            SUBTRACT WS-TODAY-FACTOR(TDX) FROM WS-LOOKUP-FACTOR
                GIVING WS-MOVE-AMOUNT
        END-IF
        COMPUTE WS-MOVE-PCT ROUNDED =
            (WS-MOVE-AMOUNT * 100) / WS-LOOKUP-FACTOR
            ON SIZE ERROR
                MOVE 99999.99 TO WS-MOVE-PCT
        END-COMPUTE
        MOVE WS-MOVE-PCT TO RDL-MOVE-PCT
        IF WS-MOVE-PCT > WS-RATE-MOVE-PCT-LIMIT
            MOVE "*** MOVED BEYOND LIMIT" TO RDL-RESULT
            SET EXCEPTION-OVERRIDABLE TO TRUE
            MOVE WS-TODAY-FACTOR(TDX) TO WS-LOOKUP-FACTOR
            PERFORM RECORD-DECK-EXCEPTION
        ELSE
            MOVE "OK" TO RDL-RESULT
            PERFORM WRITE-DECK-LINE
        END-IF
    END-IF
    SET TDX UP BY 1.

CHECK-ONE-PREVIOUS-RATE.
    MOVE WS-PREVIOUS-CCY(PDX) TO WS-LOOKUP-CCY
    PERFORM FIND-TODAY-RATE
    IF NOT ENTRY-FOUND
        MOVE SPACES TO WS-DECK-DETAIL-LINE
        MOVE WS-PREVIOUS-CCY(PDX)    TO RDL-CCY
        MOVE WS-PREVIOUS-FACTOR(PDX) TO RDL-PREVIOUS-FACTOR
        MOVE "*** ON PREVIOUS DECK, MISSING TODAY" TO RDL-RESULT
        SET EXCEPTION-OVERRIDABLE TO TRUE
        MOVE ZERO TO WS-LOOKUP-FACTOR
        PERFORM RECORD-DECK-EXCEPTION
    END-IF
    SET PDX UP BY 1.

*> An overridable exception is accepted by an override card for the
*> currency carrying WS-LOOKUP-FACTOR: today's new factor for a move,
*> zero for a currency with no card today.
RECORD-DECK-EXCEPTION.
    PERFORM APPLY-OVERRIDE
    MOVE WS-ACCEPTED-BY TO RDL-ACCEPTED-BY
    PERFORM WRITE-DECK-LINE.

APPLY-OVERRIDE.
    MOVE SPACES TO WS-ACCEPTED-BY
    IF EXCEPTION-OVERRIDABLE AND WS-OVERRIDE-COUNT > 0
        SET OVX TO 1
        SEARCH WS-OVERRIDES
            AT END
                CONTINUE
            WHEN OVX > WS-OVERRIDE-COUNT
                CONTINUE
            WHEN WS-OVERRIDE-CCY(OVX) = WS-LOOKUP-CCY
             AND WS-OVERRIDE-FACTOR(OVX) = WS-LOOKUP-FACTOR
                MOVE WS-OVERRIDE-BY(OVX) TO WS-ACCEPTED-BY
        END-SEARCH
    END-IF
    IF WS-ACCEPTED-BY = SPACES
        ADD 1 TO WS-EXCEPTIONS-OPEN
    ELSE
        ADD 1 TO WS-EXCEPTIONS-ACCEPTED
    END-IF
    MOVE "N" TO WS-OVERRIDABLE-SWITCH.

WRITE-DECK-LINE.
    MOVE WS-DECK-DETAIL-LINE TO RATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

FIND-TODAY-RATE.
    MOVE "N" TO WS-FOUND-SWITCH
    MOVE ZERO TO WS-LOOKUP-FACTOR
    IF WS-TODAY-COUNT > 0
        SET TDX TO 1
        SEARCH WS-TODAY-RATES
            AT END
                CONTINUE
            WHEN TDX > WS-TODAY-COUNT
                CONTINUE
            WHEN WS-TODAY-CCY(TDX) = WS-LOOKUP-CCY
                SET ENTRY-FOUND TO TRUE
                MOVE WS-TODAY-FACTOR(TDX) TO WS-LOOKUP-FACTOR
        END-SEARCH
    END-IF.

FIND-PREVIOUS-RATE.
    MOVE "N" TO WS-FOUND-SWITCH
    MOVE ZERO TO WS-LOOKUP-FACTOR
    IF WS-PREVIOUS-COUNT > 0
        SET PDX TO 1
        SEARCH WS-PREVIOUS-RATES
            AT END
                CONTINUE
            WHEN PDX > WS-PREVIOUS-COUNT
                CONTINUE
            WHEN WS-PREVIOUS-CCY(PDX) = WS-LOOKUP-CCY
                SET ENTRY-FOUND TO TRUE
                MOVE WS-PREVIOUS-FACTOR(PDX) TO WS-LOOKUP-FACTOR
        END-SEARCH
    END-IF.

*> The master is read whole in key sequence for its currencies.  A
*> night with no master yet (the very first load) has none to check.
COLLECT-MASTER-CURRENCIES.
    OPEN INPUT CUSTOMER-MASTER
    EVALUATE TRUE
        WHEN CUSTMAST-STATUS-OK
            MOVE "N" TO WS-EOF-SWITCH
            PERFORM READ-MASTER-RECORD
                UNTIL END-OF-FILE
            CLOSE CUSTOMER-MASTER
        WHEN CUSTMAST-STATUS-NOT-FOUND
            DISPLAY "RATE-CHECK: CUSTOMER-MASTER NOT FOUND, MASTER CURRENCIES NOT CHECKED"
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        WHEN OTHER
            DISPLAY "RATE-CHECK: ERROR OPENING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-MASTER-RECORD.
    READ CUSTOMER-MASTER NEXT RECORD
    EVALUATE TRUE
        WHEN CUSTMAST-STATUS-OK
            ADD 1 TO WS-MASTER-READ
            IF CM-CUST-CURRENCY NOT = SPACES
                MOVE CM-CUST-CURRENCY TO WS-LOOKUP-CCY
                PERFORM FIND-USED-CURRENCY
                ADD 1 TO WS-USED-MASTER(UDX)
            END-IF
        WHEN CUSTMAST-STATUS-EOF
            SET END-OF-FILE TO TRUE
        WHEN OTHER
            DISPLAY "RATE-CHECK: ERROR READING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> Only the feed's detail records carry a currency; headers and
*> trailers are passed over.
COLLECT-FEED-CURRENCIES.
    OPEN INPUT INPUT-FILE
    EVALUATE TRUE
        WHEN INPUT-STATUS-OK
            MOVE "N" TO WS-EOF-SWITCH
            PERFORM READ-FEED-RECORD
                UNTIL END-OF-FILE
            CLOSE INPUT-FILE
        WHEN INPUT-STATUS-NOT-FOUND
            DISPLAY "RATE-CHECK: INPUT-FILE NOT FOUND, FEED CURRENCIES NOT CHECKED"
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        WHEN OTHER
            DISPLAY "RATE-CHECK: ERROR OPENING INPUT-FILE, STATUS=" WS-INPUT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-FEED-RECORD.
    READ INPUT-FILE
    EVALUATE TRUE
        WHEN INPUT-STATUS-OK
            ADD 1 TO WS-FEED-READ
            IF IN-CUST-TYPE-DETAIL AND IN-CUST-CURRENCY NOT = SPACES
                MOVE IN-CUST-CURRENCY TO WS-LOOKUP-CCY
                PERFORM FIND-USED-CURRENCY
                ADD 1 TO WS-USED-FEED(UDX)
            END-IF
        WHEN INPUT-STATUS-EOF
            SET END-OF-FILE TO TRUE
        WHEN OTHER
            DISPLAY "RATE-CHECK: ERROR READING INPUT-FILE, STATUS=" WS-INPUT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> Find or create the row for WS-LOOKUP-CCY, leaving UDX set on it.
FIND-USED-CURRENCY.
    MOVE "N" TO WS-FOUND-SWITCH
    IF WS-USED-COUNT > 0
        SET UDX TO 1
        SEARCH WS-USED-CURRENCIES
            AT END
                CONTINUE
            WHEN UDX > WS-USED-COUNT
                CONTINUE
            WHEN WS-USED-CCY(UDX) = WS-LOOKUP-CCY
                SET ENTRY-FOUND TO TRUE
        END-SEARCH
    END-IF
    IF NOT ENTRY-FOUND
        IF WS-USED-COUNT >= 50
            DISPLAY "RATE-CHECK: *** CURRENCY TABLE FULL AT " WS-LOOKUP-CCY " - RUN ABANDONED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-USED-COUNT
        SET UDX TO WS-USED-COUNT
        MOVE WS-LOOKUP-CCY TO WS-USED-CCY(UDX)
        MOVE ZERO TO WS-USED-MASTER(UDX)
        MOVE ZERO TO WS-USED-FEED(UDX)
    END-IF.

*> A currency in use with no card on today's deck would have every
*> one of its records rejected by the loading programs tonight.
CHECK-CURRENCIES-IN-USE.
    MOVE SPACES TO RATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE "CURRENCIES IN USE (MASTER RECORDS, FEED DETAILS)" TO WS-SECTION-HEADING
    MOVE WS-SECTION-HEADING TO RATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE WS-USED-COLUMN-HEADING TO RATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    SET UDX TO 1
    PERFORM CHECK-ONE-USED-CURRENCY
        UNTIL UDX > WS-USED-COUNT.

CHECK-ONE-USED-CURRENCY.
    MOVE SPACES TO WS-USED-DETAIL-LINE
    MOVE WS-USED-CCY(UDX)    TO RUL-CCY
    MOVE WS-USED-MASTER(UDX) TO RUL-MASTER
    MOVE WS-USED-FEED(UDX)   TO RUL-FEED
    MOVE WS-USED-CCY(UDX)    TO WS-LOOKUP-CCY
    PERFORM FIND-TODAY-RATE
    IF ENTRY-FOUND
        MOVE "OK" TO RUL-RESULT
    ELSE
        MOVE "*** IN USE, NO CARD ON TODAY'S DECK" TO RUL-RESULT
        SET EXCEPTION-OVERRIDABLE TO TRUE
        MOVE ZERO TO WS-LOOKUP-FACTOR
        PERFORM APPLY-OVERRIDE
        MOVE WS-ACCEPTED-BY TO RUL-ACCEPTED-BY
    END-IF
    MOVE WS-USED-DETAIL-LINE TO RATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    SET UDX UP BY 1.

*> Any exception no override accepts refuses the deck: return code 8
*> stops the chain, and the history is carried forward without it.
*> A deck that passes is added to the history under today's date.
DECIDE-RATE-DECK.
    MOVE SPACES TO RATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    IF WS-EXCEPTIONS-OPEN > 0
        MOVE "*** RATE DECK REFUSED - CHAIN STOPPED ***" TO RATE-REPORT-RECORD
        DISPLAY "RATE-CHECK: *** RATE DECK REFUSED, " WS-EXCEPTIONS-OPEN
            " EXCEPTIONS NOT OVERRIDDEN ***"
        MOVE 8 TO RETURN-CODE
    ELSE
        SET TDX TO 1
        PERFORM ADD-TODAY-RATE-TO-HISTORY
            UNTIL TDX > WS-TODAY-COUNT
        IF WS-EXCEPTIONS-ACCEPTED > 0
            MOVE "RATE DECK ACCEPTED ON OVERRIDE" TO RATE-REPORT-RECORD
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        ELSE
            MOVE "RATE DECK ACCEPTED" TO RATE-REPORT-RECORD
        END-IF
        DISPLAY "RATE-CHECK: RATE DECK ACCEPTED FOR " WS-BUSINESS-DATE
    END-IF
    PERFORM WRITE-REPORT-RECORD.

ADD-TODAY-RATE-TO-HISTORY.
    MOVE SPACES                TO RATE-HISTORY-OUT-RECORD
    MOVE WS-BUSINESS-DATE      TO RHSO-BUSINESS-DATE
    MOVE WS-TODAY-CCY(TDX)     TO RHSO-CURRENCY
    MOVE WS-TODAY-FACTOR(TDX)  TO RHSO-FACTOR
    PERFORM WRITE-HISTORY-RECORD
    SET TDX UP BY 1.

WRITE-REPORT-HEADING.
    MOVE WS-BUSINESS-DATE       TO RHD-BUSINESS-DATE
    MOVE WS-PREVIOUS-DATE       TO RHD-PREVIOUS-DATE
    MOVE WS-RATE-MOVE-PCT-LIMIT TO RHD-LIMIT
    MOVE WS-REPORT-HEADING TO RATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE SPACES TO RATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

WRITE-CHECK-TOTALS.
    MOVE SPACES TO RATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE "RATE CARDS READ:" TO TOT-LABEL
    MOVE WS-CARDS-READ      TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE
    MOVE "PREVIOUS DECK CARDS:" TO TOT-LABEL
    MOVE WS-PREVIOUS-COUNT  TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE
    MOVE "CURRENCIES IN USE:" TO TOT-LABEL
    MOVE WS-USED-COUNT      TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE
    MOVE "EXCEPTIONS ACCEPTED ON OVERRIDE:" TO TOT-LABEL
    MOVE WS-EXCEPTIONS-ACCEPTED TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE
    MOVE "EXCEPTIONS NOT OVERRIDDEN:" TO TOT-LABEL
    MOVE WS-EXCEPTIONS-OPEN TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE
    MOVE "HISTORY RECORDS WRITTEN:" TO TOT-LABEL
    MOVE WS-HISTORY-WRITTEN TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE.

WRITE-TOTAL-LINE.
    MOVE WS-TOTAL-LINE TO RATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

WRITE-REPORT-RECORD.
    WRITE RATE-REPORT-RECORD
    IF NOT RATERPT-STATUS-OK
        DISPLAY "RATE-CHECK: ERROR WRITING RATE-REPORT-FILE, STATUS=" WS-RATE-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-START-AUDIT-RECORD.
    SET AUDIT-TYPE-START  TO TRUE
    MOVE "RATE-CHECK"     TO AUDIT-PROGRAM-NAME
    MOVE ZERO             TO AUDIT-RETURN-CODE
    MOVE ZERO             TO AUDIT-RECORDS-READ
    MOVE ZERO             TO AUDIT-RECORDS-WRITTEN
    PERFORM STAMP-AUDIT-RECORD
    PERFORM WRITE-AUDIT-RECORD.

WRITE-END-AUDIT-RECORD.
    SET AUDIT-TYPE-END    TO TRUE
    MOVE "RATE-CHECK"     TO AUDIT-PROGRAM-NAME
    MOVE RETURN-CODE      TO AUDIT-RETURN-CODE
    MOVE WS-CARDS-READ    TO AUDIT-RECORDS-READ
    MOVE WS-HISTORY-WRITTEN TO AUDIT-RECORDS-WRITTEN
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
        DISPLAY "RATE-CHECK: ERROR WRITING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

CLOSE-FILES.
    CLOSE RATE-HISTORY-OUT
    CLOSE RATE-REPORT-FILE
    CLOSE AUDIT-FILE.

DISPLAY-CHECK-TOTALS.
    DISPLAY "RATE-CHECK: ==== RATE CHECK TOTALS ===="
    DISPLAY "RATE-CHECK: RATE CARDS READ        = " WS-CARDS-READ
    DISPLAY "RATE-CHECK: PREVIOUS DECK DATE     = " WS-PREVIOUS-DATE
    DISPLAY "RATE-CHECK: CURRENCIES IN USE      = " WS-USED-COUNT
    DISPLAY "RATE-CHECK: EXCEPTIONS ACCEPTED    = " WS-EXCEPTIONS-ACCEPTED
    DISPLAY "RATE-CHECK: EXCEPTIONS OPEN        = " WS-EXCEPTIONS-OPEN
    DISPLAY "RATE-CHECK: HISTORY RECORDS WRITTEN = " WS-HISTORY-WRITTEN
    DISPLAY "RATE-CHECK: ==== END OF TOTALS ====".
