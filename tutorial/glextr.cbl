IDENTIFICATION DIVISION.
PROGRAM-ID. GL-Extract.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> GL-SUMMARY-FILE is Basic-Arithmetic's handoff of the day's accepted
*> postings, totalled by category and transaction code in base
*> currency.  This program turns it into the general ledger's journal
*> entries, so the figures are no longer re-keyed from the ARITHRPT
*> sysout every morning.
    SELECT GL-SUMMARY-FILE ASSIGN TO "GLSUMM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-SUMMARY-STATUS.

*> GL-MAPPING-FILE is finance's mapping deck: one card per posting
*> category and transaction code (D debit, C credit, R reversal),
*> naming the ledger account and its contra account.  A category
*> with no card fails the extract - a ledger missing a category is
*> worse than a ledger a day late.
    SELECT GL-MAPPING-FILE ASSIGN TO "GLMAP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-MAPPING-STATUS.

*> GL-JOURNAL-FILE is the ledger's journal-entry interface file:
*> header, balanced entry lines, trailer.
    SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GL-JOURNAL-STATUS.

    SELECT GL-REPORT-FILE ASSIGN TO "GLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-REPORT-STATUS.

*> RUN-CONTROL-FILE is the suite-wide run-control card; its business
*> date is the date the journal entries are booked under.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

*> CONTROL-TOTAL-FILE is the end-of-job control-total handoff shared
*> by the chain's steps and cross-checked by the final balancing step;
*> extended, not recreated, like AUDITLOG.
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
*> it already complete skips the program.  A run without the DD - a
*> program run on its own, outside the chain - is not checked.
    SELECT RUN-STATE-FILE ASSIGN TO "RUNSTATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RST-KEY
        FILE STATUS IS WS-RUN-STATE-STATUS.

DATA DIVISION.
FILE SECTION.
FD GL-SUMMARY-FILE.
01 GL-SUMMARY-RECORD.
    COPY GLSUMREC.

FD GL-MAPPING-FILE.
01 GL-MAPPING-RECORD.
    05 GLM-CATEGORY       PIC X(10).
    05 FILLER             PIC X(1).
    05 GLM-TRAN-CODE      PIC X(1).
       88 GLM-CODE-VALID  VALUES "D" "C" "R".
    05 FILLER             PIC X(1).
    05 GLM-ACCOUNT        PIC X(10).
    05 FILLER             PIC X(1).
    05 GLM-CONTRA-ACCOUNT PIC X(10).

FD GL-JOURNAL-FILE.
01 GL-JOURNAL-RECORD.
    COPY GLJEREC.

FD GL-REPORT-FILE.
01 GL-REPORT-RECORD PIC X(100).

FD RUN-CONTROL-FILE.
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
01 WS-GL-SUMMARY-STATUS PIC XX.
   88 GLSUMM-STATUS-OK  VALUE "00".
   88 GLSUMM-STATUS-EOF VALUE "10".

01 WS-GL-MAPPING-STATUS PIC XX.
   88 GLMAP-STATUS-OK        VALUE "00".
   88 GLMAP-STATUS-EOF       VALUE "10".
   88 GLMAP-STATUS-NOT-FOUND VALUE "35".

01 WS-GL-JOURNAL-STATUS PIC XX.
   88 GLJRNL-STATUS-OK VALUE "00".

01 WS-GL-REPORT-STATUS PIC XX.
   88 GLRPT-STATUS-OK VALUE "00".

01 WS-RUN-CONTROL-STATUS PIC XX.
   88 CTL-STATUS-OK        VALUE "00".
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

01 WS-MAPPING-EOF-SWITCH PIC X VALUE "N".
   88 MAPPING-FILE-EOF VALUE "Y".
01 WS-SUMMARY-EOF-SWITCH PIC X VALUE "N".
   88 SUMMARY-FILE-EOF VALUE "Y".

01 WS-RUN-DATE PIC X(8).

*> The mapping deck, loaded up front the way Basic-Arithmetic loads
*> the rate deck: a malformed or ambiguous card fails the run rather
*> than post a category to a guessed account.
01 WS-MAP-COUNT PIC 9(3) VALUE ZERO.
01 WS-MAPPING-TABLE.
   05 WS-MAPS OCCURS 200 TIMES
              INDEXED BY MPX.
      10 WS-MAP-CATEGORY  PIC X(10).
      10 WS-MAP-TRAN-CODE PIC X(1).
      10 WS-MAP-ACCOUNT   PIC X(10).
      10 WS-MAP-CONTRA    PIC X(10).
01 WS-LOOKUP-CATEGORY  PIC X(10).
01 WS-LOOKUP-TRAN-CODE PIC X(1).
01 WS-MAP-FOUND-SWITCH PIC X.
   88 MAPPING-FOUND VALUE "Y".

*> The day's category totals with the accounts they map to, held
*> until every one is known to be mapped: nothing is written to the
*> ledger file from a partly mapped day.
01 WS-TOTAL-COUNT PIC 9(3) VALUE ZERO.
01 WS-TOTAL-TABLE.
   05 WS-TOTALS OCCURS 200 TIMES.
      10 WS-TOT-CATEGORY  PIC X(10).
      10 WS-TOT-TRAN-CODE PIC X(1).
      10 WS-TOT-POSTINGS  PIC 9(9).
      10 WS-TOT-AMOUNT    PIC S9(11)V99.
      10 WS-TOT-ACCOUNT   PIC X(10).
      10 WS-TOT-CONTRA    PIC X(10).
01 WS-TOT-SUB PIC 9(3) VALUE ZERO.

*> Which side the mapped account takes: a debit total debits it, a
*> credit or a reversal credits it, and the contra account takes the
*> other side.  A total that nets negative swaps the sides so every
*> line amount is positive.
01 WS-ACCOUNT-SIDE PIC X(1).
   88 ACCOUNT-SIDE-DEBIT  VALUE "D".
   88 ACCOUNT-SIDE-CREDIT VALUE "C".
01 WS-LINE-AMOUNT  PIC 9(11)V99.

01 WS-SUMMARY-RECORDS   PIC 9(9) VALUE ZERO.
01 WS-UNMAPPED-COUNT    PIC 9(9) VALUE ZERO.
01 WS-POSTINGS-TOTAL    PIC 9(9) VALUE ZERO.
01 WS-NET-AMOUNT-TOTAL  PIC S9(11)V99 VALUE ZERO.
01 WS-ENTRY-COUNT       PIC 9(9) VALUE ZERO.
01 WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
01 WS-AMOUNT-HASH       PIC 9(13)V99 VALUE ZERO.
01 WS-DEBIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
01 WS-CREDIT-TOTAL      PIC 9(11)V99 VALUE ZERO.

01 WS-GL-REPORT-HEADING.
    05 FILLER PIC X(27) VALUE "GL-EXTRACT: GENERAL LEDGER ".
    05 FILLER PIC X(30) VALUE "JOURNAL ENTRIES, BUSINESS DATE".
    05 FILLER PIC X(1)  VALUE SPACE.
    05 GRH-RUN-DATE     PIC X(8).

01 WS-GL-REPORT-LINE.
    05 GRL-CATEGORY     PIC X(10).
    05 FILLER           PIC X(1)  VALUE SPACE.
    05 GRL-TRAN-CODE    PIC X(1).
    05 FILLER           PIC X(1)  VALUE SPACE.
    05 GRL-POSTINGS     PIC ZZZZZZZZ9.
    05 FILLER           PIC X(1)  VALUE SPACE.
    05 GRL-AMOUNT       PIC ZZZZZZZZZZ9.99-.
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 GRL-DEBIT-LABEL  PIC X(4).
    05 GRL-DEBIT-ACCT   PIC X(10).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 GRL-CREDIT-LABEL PIC X(4).
    05 GRL-CREDIT-ACCT  PIC X(10).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 GRL-NOTE         PIC X(24).

01 WS-GL-TOTAL-LINE.
    05 GTL-LABEL        PIC X(30).
    05 GTL-AMOUNT       PIC ZZZZZZZZZZZZ9.99-.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-RUN-CONTROL
    PERFORM CHECK-RUN-STATE
    PERFORM OPEN-FILES
    PERFORM WRITE-START-AUDIT-RECORD
    PERFORM WRITE-GL-REPORT-HEADING
    PERFORM LOAD-GL-MAPPING

    PERFORM UNTIL SUMMARY-FILE-EOF
        PERFORM READ-GL-SUMMARY-RECORD
    END-PERFORM

    IF WS-UNMAPPED-COUNT > ZERO
        PERFORM REFUSE-GL-EXTRACT
    ELSE
        PERFORM WRITE-GL-JOURNAL
        PERFORM WRITE-CONTROL-TOTAL-RECORD
    END-IF

    PERFORM WRITE-GL-REPORT-TOTALS
    PERFORM DISPLAY-GL-TOTALS
    PERFORM MARK-RUN-STATE-ENDED
    PERFORM WRITE-END-AUDIT-RECORD
    PERFORM CLOSE-FILES
    STOP RUN.

LOAD-RUN-CONTROL.
*> The entries are booked under the business date on the run-control
*> card; a run without the card books under the system date.
    OPEN INPUT RUN-CONTROL-FILE
    EVALUATE TRUE
        WHEN CTL-STATUS-OK
            PERFORM READ-RUN-CONTROL-CARD
            CLOSE RUN-CONTROL-FILE
        WHEN CTL-STATUS-NOT-FOUND
            DISPLAY "GL-EXTRACT: RUN-CONTROL-FILE NOT FOUND, USING SYSTEM DATE"
        WHEN OTHER
            DISPLAY "GL-EXTRACT: ERROR OPENING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
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
            DISPLAY "GL-EXTRACT: RUN CONTROL - BUSINESS DATE=" WS-RUN-DATE
        WHEN CTL-STATUS-EOF
            DISPLAY "GL-EXTRACT: RUN-CONTROL-FILE EMPTY, USING SYSTEM DATE"
        WHEN OTHER
            DISPLAY "GL-EXTRACT: ERROR READING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

OPEN-FILES.
    OPEN INPUT GL-SUMMARY-FILE
    IF NOT GLSUMM-STATUS-OK
        DISPLAY "GL-EXTRACT: ERROR OPENING GL-SUMMARY-FILE, STATUS=" WS-GL-SUMMARY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT GL-JOURNAL-FILE
    IF NOT GLJRNL-STATUS-OK
        DISPLAY "GL-EXTRACT: ERROR OPENING GL-JOURNAL-FILE, STATUS=" WS-GL-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT GL-REPORT-FILE
    IF NOT GLRPT-STATUS-OK
        DISPLAY "GL-EXTRACT: ERROR OPENING GL-REPORT-FILE, STATUS=" WS-GL-REPORT-STATUS
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
        DISPLAY "GL-EXTRACT: ERROR OPENING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-GL-MAPPING.
*> A missing deck maps nothing: any posting total at all then fails
*> the extract below, which is the right answer for a deck that has
*> gone astray.
    OPEN INPUT GL-MAPPING-FILE
    EVALUATE TRUE
        WHEN GLMAP-STATUS-OK
            PERFORM UNTIL MAPPING-FILE-EOF
                PERFORM READ-GL-MAPPING-RECORD
            END-PERFORM
            CLOSE GL-MAPPING-FILE
            DISPLAY "GL-EXTRACT: MAPPING CARDS LOADED = " WS-MAP-COUNT
        WHEN GLMAP-STATUS-NOT-FOUND
            DISPLAY "GL-EXTRACT: GL-MAPPING-FILE NOT FOUND, NO CATEGORY IS MAPPED"
        WHEN OTHER
            DISPLAY "GL-EXTRACT: ERROR OPENING GL-MAPPING-FILE, STATUS=" WS-GL-MAPPING-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-GL-MAPPING-RECORD.
    READ GL-MAPPING-FILE
    EVALUATE TRUE
        WHEN GLMAP-STATUS-OK
            PERFORM ADD-MAPPING-TO-TABLE
        WHEN GLMAP-STATUS-EOF
            SET MAPPING-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "GL-EXTRACT: ERROR READING GL-MAPPING-FILE, STATUS=" WS-GL-MAPPING-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

ADD-MAPPING-TO-TABLE.
*> A card with no category, a code other than D/C/R, or a missing
*> account fails the run, and so does a second card for the same
*> category and code: which of the two the ledger should get is not
*> this program's call.
    IF GLM-CATEGORY = SPACES OR NOT GLM-CODE-VALID
       OR GLM-ACCOUNT = SPACES OR GLM-CONTRA-ACCOUNT = SPACES
        DISPLAY "GL-EXTRACT: *** BAD MAPPING CARD '" GL-MAPPING-RECORD "' - RUN ABORTED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE GLM-CATEGORY  TO WS-LOOKUP-CATEGORY
    MOVE GLM-TRAN-CODE TO WS-LOOKUP-TRAN-CODE
    PERFORM FIND-CATEGORY-MAPPING
    IF MAPPING-FOUND
        DISPLAY "GL-EXTRACT: *** DUPLICATE MAPPING CARD FOR " GLM-CATEGORY " " GLM-TRAN-CODE " - RUN ABORTED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-MAP-COUNT >= 200
        DISPLAY "GL-EXTRACT: *** MAPPING TABLE FULL AT " GLM-CATEGORY " - RUN ABORTED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-MAP-COUNT
    MOVE GLM-CATEGORY       TO WS-MAP-CATEGORY(WS-MAP-COUNT)
    MOVE GLM-TRAN-CODE      TO WS-MAP-TRAN-CODE(WS-MAP-COUNT)
    MOVE GLM-ACCOUNT        TO WS-MAP-ACCOUNT(WS-MAP-COUNT)
    MOVE GLM-CONTRA-ACCOUNT TO WS-MAP-CONTRA(WS-MAP-COUNT).

FIND-CATEGORY-MAPPING.
*> Looks up WS-LOOKUP-CATEGORY / WS-LOOKUP-TRAN-CODE; MPX is left on
*> the card found.
    MOVE "N" TO WS-MAP-FOUND-SWITCH
    IF WS-MAP-COUNT > 0
        SET MPX TO 1
        SEARCH WS-MAPS
            AT END
                MOVE "N" TO WS-MAP-FOUND-SWITCH
            WHEN MPX > WS-MAP-COUNT
                MOVE "N" TO WS-MAP-FOUND-SWITCH
            WHEN WS-MAP-CATEGORY(MPX) = WS-LOOKUP-CATEGORY
             AND WS-MAP-TRAN-CODE(MPX) = WS-LOOKUP-TRAN-CODE
                SET MAPPING-FOUND TO TRUE
        END-SEARCH
    END-IF.

READ-GL-SUMMARY-RECORD.
    READ GL-SUMMARY-FILE
    EVALUATE TRUE
        WHEN GLSUMM-STATUS-OK
            ADD 1 TO WS-SUMMARY-RECORDS
            PERFORM HOLD-CATEGORY-TOTAL
        WHEN GLSUMM-STATUS-EOF
            SET SUMMARY-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "GL-EXTRACT: ERROR READING GL-SUMMARY-FILE, STATUS=" WS-GL-SUMMARY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

HOLD-CATEGORY-TOTAL.
*> Every total counts toward the figures proved against Basic-
*> Arithmetic; one with no mapping card is listed and fails the run
*> once the whole summary has been seen, so a single run reports
*> every card finance needs to add.
    ADD GLS-POSTING-COUNT TO WS-POSTINGS-TOTAL
    ADD GLS-AMOUNT-TOTAL  TO WS-NET-AMOUNT-TOTAL
    IF WS-TOTAL-COUNT >= 200
        DISPLAY "GL-EXTRACT: *** CATEGORY TOTAL TABLE FULL AT " GLS-CATEGORY " - RUN ABORTED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-TOTAL-COUNT
    MOVE GLS-CATEGORY      TO WS-TOT-CATEGORY(WS-TOTAL-COUNT)
    MOVE GLS-TRAN-CODE     TO WS-TOT-TRAN-CODE(WS-TOTAL-COUNT)
    MOVE GLS-POSTING-COUNT TO WS-TOT-POSTINGS(WS-TOTAL-COUNT)
    MOVE GLS-AMOUNT-TOTAL  TO WS-TOT-AMOUNT(WS-TOTAL-COUNT)
    MOVE GLS-CATEGORY      TO WS-LOOKUP-CATEGORY
    MOVE GLS-TRAN-CODE     TO WS-LOOKUP-TRAN-CODE
    PERFORM FIND-CATEGORY-MAPPING
    IF MAPPING-FOUND
        MOVE WS-MAP-ACCOUNT(MPX) TO WS-TOT-ACCOUNT(WS-TOTAL-COUNT)
        MOVE WS-MAP-CONTRA(MPX)  TO WS-TOT-CONTRA(WS-TOTAL-COUNT)
    ELSE
        ADD 1 TO WS-UNMAPPED-COUNT
        MOVE SPACES TO WS-TOT-ACCOUNT(WS-TOTAL-COUNT)
        MOVE SPACES TO WS-TOT-CONTRA(WS-TOTAL-COUNT)
        MOVE SPACES            TO WS-GL-REPORT-LINE
        MOVE GLS-CATEGORY      TO GRL-CATEGORY
        MOVE GLS-TRAN-CODE     TO GRL-TRAN-CODE
        MOVE GLS-POSTING-COUNT TO GRL-POSTINGS
        MOVE GLS-AMOUNT-TOTAL  TO GRL-AMOUNT
        MOVE "*** NO MAPPING CARD ***" TO GRL-NOTE
        MOVE WS-GL-REPORT-LINE TO GL-REPORT-RECORD
        PERFORM WRITE-GL-REPORT-RECORD
    END-IF.

REFUSE-GL-EXTRACT.
*> The journal file is left empty and no control total is handed
*> off, so the balancing step reports the ledger as missing and the
*> release is held until the mapping deck is put right and this step
*> rerun.
    DISPLAY "GL-EXTRACT: *** " WS-UNMAPPED-COUNT " CATEGORY TOTAL(S) WITH NO MAPPING CARD - NO JOURNAL WRITTEN ***"
    MOVE SPACES TO GL-REPORT-RECORD
    PERFORM WRITE-GL-REPORT-RECORD
    MOVE "*** EXTRACT FAILED - ADD THE MISSING MAPPING CARDS AND RERUN ***"
        TO GL-REPORT-RECORD
    PERFORM WRITE-GL-REPORT-RECORD
    MOVE 16 TO RETURN-CODE.

WRITE-GL-JOURNAL.
    MOVE SPACES            TO GL-JOURNAL-RECORD
    SET GLJ-TYPE-HEADER    TO TRUE
    MOVE WS-RUN-DATE       TO GLJ-BUSINESS-DATE
    MOVE "CUSTOMER"        TO GLJ-SOURCE-SYSTEM
    PERFORM STAMP-AUDIT-RECORD
    MOVE AUDIT-TIMESTAMP   TO GLJ-CREATED-TIMESTAMP
    PERFORM WRITE-GL-JOURNAL-RECORD

    MOVE ZERO TO WS-TOT-SUB
    PERFORM WRITE-CATEGORY-ENTRIES
        UNTIL WS-TOT-SUB >= WS-TOTAL-COUNT

*> Each pair is balanced as it is built, so the two sides can only
*> disagree through a fault in this program - still checked, because
*> an unbalanced file must never reach the ledger.
    IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
        DISPLAY "GL-EXTRACT: *** DEBITS " WS-DEBIT-TOTAL " DO NOT EQUAL CREDITS " WS-CREDIT-TOTAL " - RUN ABORTED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES            TO GL-JOURNAL-RECORD
    SET GLJ-TYPE-TRAILER   TO TRUE
    MOVE WS-RUN-DATE       TO GLJ-BUSINESS-DATE
    MOVE WS-ENTRY-COUNT    TO GLJ-ENTRY-COUNT
    MOVE WS-AMOUNT-HASH    TO GLJ-AMOUNT-HASH
    MOVE WS-DEBIT-TOTAL    TO GLJ-DEBIT-TOTAL
    MOVE WS-CREDIT-TOTAL   TO GLJ-CREDIT-TOTAL
    PERFORM WRITE-GL-JOURNAL-RECORD.

WRITE-CATEGORY-ENTRIES.
*> A total that nets to zero books nothing, but is still listed.
    ADD 1 TO WS-TOT-SUB
    IF WS-TOT-TRAN-CODE(WS-TOT-SUB) = "D"
        SET ACCOUNT-SIDE-DEBIT TO TRUE
    ELSE
        SET ACCOUNT-SIDE-CREDIT TO TRUE
    END-IF
    IF WS-TOT-AMOUNT(WS-TOT-SUB) < ZERO
        COMPUTE WS-LINE-AMOUNT = ZERO - WS-TOT-AMOUNT(WS-TOT-SUB)
        IF ACCOUNT-SIDE-DEBIT
            SET ACCOUNT-SIDE-CREDIT TO TRUE
        ELSE
            SET ACCOUNT-SIDE-DEBIT TO TRUE
        END-IF
    ELSE
        MOVE WS-TOT-AMOUNT(WS-TOT-SUB) TO WS-LINE-AMOUNT
    END-IF

    MOVE SPACES                       TO WS-GL-REPORT-LINE
    MOVE WS-TOT-CATEGORY(WS-TOT-SUB)  TO GRL-CATEGORY
    MOVE WS-TOT-TRAN-CODE(WS-TOT-SUB) TO GRL-TRAN-CODE
    MOVE WS-TOT-POSTINGS(WS-TOT-SUB)  TO GRL-POSTINGS
    MOVE WS-TOT-AMOUNT(WS-TOT-SUB)    TO GRL-AMOUNT
    MOVE "DR: "                       TO GRL-DEBIT-LABEL
    MOVE "CR: "                       TO GRL-CREDIT-LABEL
    IF ACCOUNT-SIDE-DEBIT
        MOVE WS-TOT-ACCOUNT(WS-TOT-SUB) TO GRL-DEBIT-ACCT
        MOVE WS-TOT-CONTRA(WS-TOT-SUB)  TO GRL-CREDIT-ACCT
    ELSE
        MOVE WS-TOT-CONTRA(WS-TOT-SUB)  TO GRL-DEBIT-ACCT
        MOVE WS-TOT-ACCOUNT(WS-TOT-SUB) TO GRL-CREDIT-ACCT
    END-IF

    IF WS-LINE-AMOUNT = ZERO
        MOVE "NETS TO ZERO, NOT BOOKED" TO GRL-NOTE
    ELSE
        PERFORM WRITE-ENTRY-PAIR
    END-IF
    MOVE WS-GL-REPORT-LINE TO GL-REPORT-RECORD
    PERFORM WRITE-GL-REPORT-RECORD.

WRITE-ENTRY-PAIR.
    MOVE SPACES                       TO GL-JOURNAL-RECORD
    SET GLJ-TYPE-ENTRY                TO TRUE
    MOVE WS-RUN-DATE                  TO GLJ-BUSINESS-DATE
    MOVE WS-TOT-CATEGORY(WS-TOT-SUB)  TO GLJ-CATEGORY
    MOVE WS-TOT-TRAN-CODE(WS-TOT-SUB) TO GLJ-TRAN-CODE
    MOVE WS-TOT-POSTINGS(WS-TOT-SUB)  TO GLJ-POSTING-COUNT
    MOVE WS-LINE-AMOUNT               TO GLJ-AMOUNT
    MOVE GRL-DEBIT-ACCT               TO GLJ-ACCOUNT
    SET GLJ-DEBIT                     TO TRUE
    PERFORM WRITE-ENTRY-LINE
    MOVE GRL-CREDIT-ACCT              TO GLJ-ACCOUNT
    SET GLJ-CREDIT                    TO TRUE
    PERFORM WRITE-ENTRY-LINE.

WRITE-ENTRY-LINE.
    ADD 1 TO WS-ENTRY-COUNT
    MOVE WS-ENTRY-COUNT TO GLJ-ENTRY-NUMBER
    ADD GLJ-AMOUNT TO WS-AMOUNT-HASH
    IF GLJ-DEBIT
        ADD GLJ-AMOUNT TO WS-DEBIT-TOTAL
    ELSE
        ADD GLJ-AMOUNT TO WS-CREDIT-TOTAL
    END-IF
    PERFORM WRITE-GL-JOURNAL-RECORD.

WRITE-GL-JOURNAL-RECORD.
    WRITE GL-JOURNAL-RECORD
    IF NOT GLJRNL-STATUS-OK
        DISPLAY "GL-EXTRACT: ERROR WRITING GL-JOURNAL-FILE, STATUS=" WS-GL-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-RECORDS-WRITTEN.

WRITE-CONTROL-TOTAL-RECORD.
*> The figures the balancing step proves against Basic-Arithmetic:
*> the postings the journal was built from, in count and in net base
*> amount, must be exactly the postings it accepted.
    OPEN EXTEND CONTROL-TOTAL-FILE
    IF CTLTOT-STATUS-NOT-FOUND
        OPEN OUTPUT CONTROL-TOTAL-FILE
    END-IF
    IF NOT CTLTOT-STATUS-OK
        DISPLAY "GL-EXTRACT: ERROR OPENING CONTROL-TOTAL-FILE, STATUS=" WS-CONTROL-TOTAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "GL-EXTRACT"          TO CTLTOT-PROGRAM-NAME
    MOVE WS-POSTINGS-TOTAL     TO CTLTOT-RECORDS-IN
    MOVE WS-ENTRY-COUNT        TO CTLTOT-RECORDS-OUT
    MOVE WS-NET-AMOUNT-TOTAL   TO CTLTOT-AMOUNT-TOTAL
    WRITE CONTROL-TOTAL-RECORD
    IF NOT CTLTOT-STATUS-OK
        DISPLAY "GL-EXTRACT: ERROR WRITING CONTROL-TOTAL-FILE, STATUS=" WS-CONTROL-TOTAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE CONTROL-TOTAL-FILE.

WRITE-GL-REPORT-HEADING.
    MOVE WS-RUN-DATE          TO GRH-RUN-DATE
    MOVE WS-GL-REPORT-HEADING TO GL-REPORT-RECORD
    PERFORM WRITE-GL-REPORT-RECORD
    MOVE SPACES TO GL-REPORT-RECORD
    PERFORM WRITE-GL-REPORT-RECORD.

WRITE-GL-REPORT-TOTALS.
    MOVE SPACES TO GL-REPORT-RECORD
    PERFORM WRITE-GL-REPORT-RECORD
    MOVE "POSTINGS TOTALLED:"   TO GTL-LABEL
    MOVE WS-POSTINGS-TOTAL      TO GTL-AMOUNT
    MOVE WS-GL-TOTAL-LINE TO GL-REPORT-RECORD
    PERFORM WRITE-GL-REPORT-RECORD
    MOVE "NET BASE AMOUNT:"     TO GTL-LABEL
    MOVE WS-NET-AMOUNT-TOTAL    TO GTL-AMOUNT
    MOVE WS-GL-TOTAL-LINE TO GL-REPORT-RECORD
    PERFORM WRITE-GL-REPORT-RECORD
    MOVE "ENTRY LINES WRITTEN:" TO GTL-LABEL
    MOVE WS-ENTRY-COUNT         TO GTL-AMOUNT
    MOVE WS-GL-TOTAL-LINE TO GL-REPORT-RECORD
    PERFORM WRITE-GL-REPORT-RECORD
    MOVE "TOTAL DEBITS:"        TO GTL-LABEL
    MOVE WS-DEBIT-TOTAL         TO GTL-AMOUNT
    MOVE WS-GL-TOTAL-LINE TO GL-REPORT-RECORD
    PERFORM WRITE-GL-REPORT-RECORD
    MOVE "TOTAL CREDITS:"       TO GTL-LABEL
    MOVE WS-CREDIT-TOTAL        TO GTL-AMOUNT
    MOVE WS-GL-TOTAL-LINE TO GL-REPORT-RECORD
    PERFORM WRITE-GL-REPORT-RECORD
    MOVE "AMOUNT HASH:"         TO GTL-LABEL
    MOVE WS-AMOUNT-HASH         TO GTL-AMOUNT
    MOVE WS-GL-TOTAL-LINE TO GL-REPORT-RECORD
    PERFORM WRITE-GL-REPORT-RECORD
    MOVE "UNMAPPED CATEGORY TOTALS:" TO GTL-LABEL
    MOVE WS-UNMAPPED-COUNT      TO GTL-AMOUNT
    MOVE WS-GL-TOTAL-LINE TO GL-REPORT-RECORD
    PERFORM WRITE-GL-REPORT-RECORD.

WRITE-GL-REPORT-RECORD.
    WRITE GL-REPORT-RECORD
    IF NOT GLRPT-STATUS-OK
        DISPLAY "GL-EXTRACT: ERROR WRITING GL-REPORT-FILE, STATUS=" WS-GL-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-START-AUDIT-RECORD.
    SET AUDIT-TYPE-START TO TRUE
    MOVE "GL-EXTRACT"    TO AUDIT-PROGRAM-NAME
    MOVE ZERO            TO AUDIT-RETURN-CODE
    MOVE ZERO            TO AUDIT-RECORDS-READ
    MOVE ZERO            TO AUDIT-RECORDS-WRITTEN
    PERFORM STAMP-AUDIT-RECORD
    PERFORM WRITE-AUDIT-RECORD.

WRITE-END-AUDIT-RECORD.
    SET AUDIT-TYPE-END      TO TRUE
    MOVE "GL-EXTRACT"       TO AUDIT-PROGRAM-NAME
    MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
    MOVE WS-SUMMARY-RECORDS TO AUDIT-RECORDS-READ
    MOVE WS-RECORDS-WRITTEN TO AUDIT-RECORDS-WRITTEN
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
        MOVE "GL-EXTRACT" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        EVALUATE TRUE
            WHEN RST-STATUS-OK
                IF RST-COMPLETE
                    PERFORM SKIP-COMPLETED-RUN
                END-IF
            WHEN RST-STATUS-NOT-ON-FILE
                MOVE SPACES TO RUN-STATE-RECORD
                MOVE WS-RUN-DATE TO RST-BUSINESS-DATE
                MOVE "GL-EXTRACT" TO RST-PROGRAM-NAME
                MOVE ZERO TO RST-RUN-COUNT
                MOVE ZERO TO RST-SKIP-COUNT
            WHEN OTHER
                DISPLAY "GL-EXTRACT: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "GL-EXTRACT: RUN-STATE-FILE NOT AVAILABLE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "GL-EXTRACT: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "GL-EXTRACT: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE RUN-STATE-FILE
    DISPLAY "GL-EXTRACT: ALREADY COMPLETE FOR BUSINESS DATE " WS-RUN-DATE " - SKIPPED"
    PERFORM OPEN-AUDIT-LOG
    SET AUDIT-TYPE-SKIP TO TRUE
    MOVE "GL-EXTRACT" TO AUDIT-PROGRAM-NAME
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
        MOVE "GL-EXTRACT" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        IF NOT RST-STATUS-OK
            DISPLAY "GL-EXTRACT: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
            DISPLAY "GL-EXTRACT: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "GL-EXTRACT: ERROR WRITING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

CLOSE-FILES.
    CLOSE GL-SUMMARY-FILE
    CLOSE GL-JOURNAL-FILE
    CLOSE GL-REPORT-FILE
    CLOSE AUDIT-FILE.

DISPLAY-GL-TOTALS.
    DISPLAY "GL-EXTRACT: ==== GL EXTRACT TOTALS ===="
    DISPLAY "GL-EXTRACT: CATEGORY TOTALS READ  = " WS-SUMMARY-RECORDS
    DISPLAY "GL-EXTRACT: UNMAPPED TOTALS       = " WS-UNMAPPED-COUNT
    DISPLAY "GL-EXTRACT: POSTINGS TOTALLED     = " WS-POSTINGS-TOTAL
    DISPLAY "GL-EXTRACT: NET BASE AMOUNT       = " WS-NET-AMOUNT-TOTAL
    DISPLAY "GL-EXTRACT: ENTRY LINES WRITTEN   = " WS-ENTRY-COUNT
    DISPLAY "GL-EXTRACT: TOTAL DEBITS          = " WS-DEBIT-TOTAL
    DISPLAY "GL-EXTRACT: TOTAL CREDITS         = " WS-CREDIT-TOTAL
    DISPLAY "GL-EXTRACT: ==== END OF TOTALS ====".
