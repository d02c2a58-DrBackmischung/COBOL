IDENTIFICATION DIVISION.
PROGRAM-ID. Reject-Return.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> REJECT-FILE is the night's REJFILE from File-Handling: the raw
*> record, the reason, and the source system and header run date of
*> the set it arrived in.  Absent after a night with no rejects.
    SELECT REJECT-FILE ASSIGN TO "REJFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.

*> CARRY-FILE is the carry-forward file Reject-Recycle has just
*> written (its CARRYOUT): everything still unrepaired.  A record
*> aged one night is one of tonight's rejects, already returned off
*> REJECT-FILE, so only the older ones are taken from here.
    SELECT CARRY-FILE ASSIGN TO "CARRYIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARRY-STATUS.

*> RETURN-WORK-FILE carries every return record prefixed with its
*> source system and a record class (1 header, 2 detail, 3 trailer);
*> the following SORT step orders it and cuts one return file per
*> supplier off it, stripping the prefix.
    SELECT RETURN-WORK-FILE ASSIGN TO "RTNWORK"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RETURN-WORK-STATUS.

    SELECT RETURN-REPORT-FILE ASSIGN TO "RTNRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETURN-REPORT-STATUS.

*> RUN-CONTROL-FILE supplies the business date stamped on each return
*> set's header; a missing card falls back to the system date.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

*> AUDIT-FILE is the shared run-audit log written by every program in
*> this suite; it is extended (not recreated) so a driver job's steps
*> all land in the same log.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD REJECT-FILE.
01 REJECT-RECORD.
    05 REJ-RAW-RECORD  PIC X(51).
    05 FILLER          PIC X(1).
    05 REJ-REASON      PIC X(30).
    05 FILLER          PIC X(1).
    05 REJ-SOURCE-SYSTEM PIC X(10).
    05 FILLER          PIC X(1).
    05 REJ-RUN-DATE    PIC X(8).

FD CARRY-FILE.
01 CARRY-RECORD.
    05 CRY-RAW-RECORD  PIC X(51).
    05 FILLER          PIC X(1).
    05 CRY-REASON      PIC X(30).
    05 CRY-AGE-DAYS    PIC 9(3).
    05 CRY-FIRST-DATE  PIC X(8).
    05 FILLER          PIC X(1).
    05 CRY-SOURCE-SYSTEM PIC X(10).
    05 FILLER          PIC X(1).
    05 CRY-RUN-DATE    PIC X(8).

FD RETURN-WORK-FILE.
01 RETURN-WORK-RECORD.
    05 RTW-SOURCE-SYSTEM PIC X(10).
    05 RTW-RECORD-CLASS  PIC X(1).
       88 RTW-CLASS-HEADER  VALUE "1".
       88 RTW-CLASS-DETAIL  VALUE "2".
       88 RTW-CLASS-TRAILER VALUE "3".
    COPY RTNREC.

FD RETURN-REPORT-FILE.
01 RETURN-REPORT-RECORD PIC X(90).

FD RUN-CONTROL-FILE.
01 RUN-CONTROL-RECORD.
    COPY RUNCTLRC.

FD AUDIT-FILE.
01 AUDIT-LOG-RECORD.
    COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-REJECT-STATUS PIC XX.
   88 REJ-STATUS-OK        VALUE "00".
   88 REJ-STATUS-EOF       VALUE "10".
   88 REJ-STATUS-NOT-FOUND VALUE "35".

01 WS-CARRY-STATUS PIC XX.
   88 CRY-STATUS-OK        VALUE "00".
   88 CRY-STATUS-EOF       VALUE "10".
   88 CRY-STATUS-NOT-FOUND VALUE "35".

01 WS-RETURN-WORK-STATUS PIC XX.
   88 RTW-STATUS-OK VALUE "00".

01 WS-RETURN-REPORT-STATUS PIC XX.
   88 RTR-STATUS-OK VALUE "00".

01 WS-RUN-CONTROL-STATUS PIC XX.
   88 CTL-STATUS-OK        VALUE "00".
   88 CTL-STATUS-EOF       VALUE "10".
   88 CTL-STATUS-NOT-FOUND VALUE "35".

01 WS-AUDIT-STATUS PIC XX.
   88 AUDIT-STATUS-OK        VALUE "00".
   88 AUDIT-STATUS-NOT-FOUND VALUE "35".

01 WS-AUDIT-DATE PIC X(8).
01 WS-AUDIT-TIME PIC X(6).

01 WS-BUSINESS-DATE PIC X(8).

01 WS-REJECT-FILE-SWITCH PIC X VALUE "N".
   88 REJECT-FILE-AVAILABLE VALUE "Y".
01 WS-REJECT-EOF-SWITCH PIC X VALUE "N".
   88 REJECT-FILE-EOF       VALUE "Y".

01 WS-CARRY-FILE-SWITCH PIC X VALUE "N".
   88 CARRY-FILE-AVAILABLE  VALUE "Y".
01 WS-CARRY-EOF-SWITCH PIC X VALUE "N".
   88 CARRY-FILE-EOF        VALUE "Y".

*> WS-FEED-RECORD views a returned record through the shared feed
*> layout: the rejected record as received for a detail, or the
*> header and trailer built here for each supplier's set.
01 WS-FEED-RECORD.
    COPY CUSTREC
        REPLACING ==CUST-RECORD-TYPE==  BY ==RFD-CUST-RECORD-TYPE==
                  ==CUST-TYPE-HEADER==  BY ==RFD-CUST-TYPE-HEADER==
                  ==CUST-TYPE-DETAIL==  BY ==RFD-CUST-TYPE-DETAIL==
                  ==CUST-TYPE-TRAILER== BY ==RFD-CUST-TYPE-TRAILER==
                  ==CUST-ID==           BY ==RFD-CUST-ID==
                  ==CUST-DETAIL-AREA==  BY ==RFD-CUST-DETAIL-AREA==
                  ==CUST-NAME==         BY ==RFD-CUST-NAME==
                  ==CUST-AMOUNT==       BY ==RFD-CUST-AMOUNT==
                  ==CUST-DATE==         BY ==RFD-CUST-DATE==
                  ==CUST-STATUS==       BY ==RFD-CUST-STATUS==
                  ==CUST-STATUS-ACTIVE== BY ==RFD-CUST-STATUS-ACTIVE==
                  ==CUST-STATUS-SUSPENDED== BY ==RFD-CUST-STATUS-SUSPENDED==
                  ==CUST-STATUS-CLOSED== BY ==RFD-CUST-STATUS-CLOSED==
                  ==CUST-CURRENCY==     BY ==RFD-CUST-CURRENCY==
                  ==CUST-HEADER-AREA==  BY ==RFD-CUST-HEADER-AREA==
                  ==HDR-RUN-DATE==      BY ==RFD-HDR-RUN-DATE==
                  ==HDR-SOURCE-SYSTEM== BY ==RFD-HDR-SOURCE-SYSTEM==
                  ==CUST-TRAILER-AREA== BY ==RFD-CUST-TRAILER-AREA==
                  ==TRL-AMOUNT-TOTAL==  BY ==RFD-TRL-AMOUNT-TOTAL==
                  ==TRL-RECORD-COUNT==  BY ==RFD-TRL-RECORD-COUNT==.

*> The reject being returned, whichever file it came off.
01 WS-RETURN-SOURCE   PIC X(10).
01 WS-RETURN-REASON   PIC X(30).
01 WS-RETURN-RUN-DATE PIC X(8).
01 WS-RETURN-AGE      PIC 9(3).

*> Reason codes handed to the suppliers.  The texts are
*> File-Handling's reject reasons word for word; the codes are a
*> published interface, so a new reason is added at the end with the
*> next free code and an existing code is never renumbered.
01 WS-REASON-CODE-VALUES.
    05 FILLER PIC X(32) VALUE "01UNKNOWN RECORD TYPE".
    05 FILLER PIC X(32) VALUE "02INVALID CUSTOMER ID".
    05 FILLER PIC X(32) VALUE "03MISSING CUSTOMER NAME".
    05 FILLER PIC X(32) VALUE "04INVALID AMOUNT".
    05 FILLER PIC X(32) VALUE "05INVALID DATE".
    05 FILLER PIC X(32) VALUE "06INVALID CALENDAR DATE".
    05 FILLER PIC X(32) VALUE "07DATE IN FUTURE".
    05 FILLER PIC X(32) VALUE "08DATE OLDER THAN STALE LIMIT".
    05 FILLER PIC X(32) VALUE "09UNKNOWN CURRENCY CODE".
    05 FILLER PIC X(32) VALUE "10CUSTOMER CLOSED".
01 WS-REASON-CODE-TABLE REDEFINES WS-REASON-CODE-VALUES.
    05 WS-REASON-ENTRY OCCURS 10 TIMES
                       INDEXED BY RCX.
       10 WS-REASON-CODE PIC X(2).
       10 WS-REASON-TEXT PIC X(30).

*> One entry per source system met, in first-seen order, with the
*> figures for its return set's trailer and the run report.  A reject
*> whose set had no header (or came off a carry file written before
*> the source was recorded) is returned under "(NO HDR)" or
*> "(UNKNOWN)" so operations sees it and routes it by hand.
01 WS-SOURCE-COUNT PIC 9(2) VALUE ZERO.
01 WS-SOURCE-TABLE.
   05 WS-SOURCES OCCURS 50 TIMES
                 INDEXED BY SRX.
      10 WS-SRC-SYSTEM        PIC X(10).
      10 WS-SRC-NEW-COUNT     PIC 9(9).
      10 WS-SRC-CARRIED-COUNT PIC 9(9).
      10 WS-SRC-AMOUNT-TOTAL  PIC S9(9)V99.
01 WS-SOURCE-SUB PIC 9(2) VALUE ZERO.
01 WS-SOURCE-FOUND-SWITCH PIC X.
   88 SOURCE-ENTRY-FOUND VALUE "Y".

*> End-of-job control totals.
01 WS-REJECTS-READ     PIC 9(9) VALUE ZERO.
01 WS-CARRY-READ       PIC 9(9) VALUE ZERO.
01 WS-CARRY-RETURNED   PIC 9(9) VALUE ZERO.
01 WS-DETAILS-RETURNED PIC 9(9) VALUE ZERO.
01 WS-WORK-WRITTEN     PIC 9(9) VALUE ZERO.
01 WS-UNROUTED-COUNT   PIC 9(9) VALUE ZERO.

01 WS-RETURN-HEADING.
    05 FILLER PIC X(40)
        VALUE "REJECT-RETURN: SUPPLIER RETURN SUMMARY".

01 WS-RETURN-DATE-LINE.
    05 FILLER        PIC X(22) VALUE "RETURN SETS DATED     ".
    05 RTR-DATE      PIC X(8).

01 WS-RETURN-COLUMN-LINE.
    05 FILLER PIC X(11) VALUE "SOURCE".
    05 FILLER PIC X(10) VALUE " TONIGHT".
    05 FILLER PIC X(10) VALUE "  CARRIED".
    05 FILLER PIC X(10) VALUE " RETURNED".
    05 FILLER PIC X(16) VALUE "   AMOUNT TOTAL".

01 WS-RETURN-SOURCE-LINE.
    05 RTR-SOURCE    PIC X(10).
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 RTR-NEW       PIC ZZZZZZZZ9.
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 RTR-CARRIED   PIC ZZZZZZZZ9.
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 RTR-RETURNED  PIC ZZZZZZZZ9.
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 RTR-AMOUNT    PIC ZZZZZZZZ9.99-.
    05 FILLER        PIC X(1)  VALUE SPACE.
    05 RTR-FLAG      PIC X(22).

01 WS-RETURN-TOTAL-LINE.
    05 RTR-TOT-LABEL PIC X(30).
    05 RTR-TOT-COUNT PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-RUN-CONTROL
    PERFORM OPEN-FILES
    PERFORM WRITE-START-AUDIT-RECORD

    IF REJECT-FILE-AVAILABLE
        PERFORM UNTIL REJECT-FILE-EOF
            PERFORM READ-REJECT-RECORD
        END-PERFORM
    END-IF

    IF CARRY-FILE-AVAILABLE
        PERFORM UNTIL CARRY-FILE-EOF
            PERFORM READ-CARRY-RECORD
        END-PERFORM
    END-IF

    PERFORM WRITE-SOURCE-SETS
    PERFORM WRITE-RETURN-REPORT
    PERFORM DISPLAY-RETURN-TOTALS
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
            DISPLAY "REJECT-RETURN: RUN-CONTROL-FILE NOT FOUND, USING SYSTEM DATE"
        WHEN OTHER
            DISPLAY "REJECT-RETURN: ERROR OPENING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-RUN-CONTROL-CARD.
    READ RUN-CONTROL-FILE
    EVALUATE TRUE
        WHEN CTL-STATUS-OK
            IF CTL-BUSINESS-DATE IS NUMERIC
                MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
            END-IF
        WHEN CTL-STATUS-EOF
            DISPLAY "REJECT-RETURN: RUN-CONTROL-FILE EMPTY, USING SYSTEM DATE"
        WHEN OTHER
            DISPLAY "REJECT-RETURN: ERROR READING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

OPEN-FILES.
*> Both reject inputs are optional, as they are for Reject-Recycle: no
*> REJFILE after a night with no rejects, no carry file until the
*> first carry-forward has been written.
    OPEN INPUT REJECT-FILE
    EVALUATE TRUE
        WHEN REJ-STATUS-OK
            SET REJECT-FILE-AVAILABLE TO TRUE
        WHEN REJ-STATUS-NOT-FOUND
            DISPLAY "REJECT-RETURN: REJECT-FILE NOT FOUND, NO NEW REJECTS THIS RUN"
        WHEN OTHER
            DISPLAY "REJECT-RETURN: ERROR OPENING REJECT-FILE, STATUS=" WS-REJECT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE

    OPEN INPUT CARRY-FILE
    EVALUATE TRUE
        WHEN CRY-STATUS-OK
            SET CARRY-FILE-AVAILABLE TO TRUE
        WHEN CRY-STATUS-NOT-FOUND
            DISPLAY "REJECT-RETURN: CARRY-FILE NOT FOUND, NO CARRIED REJECTS THIS RUN"
        WHEN OTHER
            DISPLAY "REJECT-RETURN: ERROR OPENING CARRY-FILE, STATUS=" WS-CARRY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE

    OPEN OUTPUT RETURN-WORK-FILE
    IF NOT RTW-STATUS-OK
        DISPLAY "REJECT-RETURN: ERROR OPENING RETURN-WORK-FILE, STATUS=" WS-RETURN-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT RETURN-REPORT-FILE
    IF NOT RTR-STATUS-OK
        DISPLAY "REJECT-RETURN: ERROR OPENING RETURN-REPORT-FILE, STATUS=" WS-RETURN-REPORT-STATUS
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
        DISPLAY "REJECT-RETURN: ERROR OPENING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

READ-REJECT-RECORD.
    READ REJECT-FILE
    EVALUATE TRUE
        WHEN REJ-STATUS-OK
            ADD 1 TO WS-REJECTS-READ
            MOVE REJ-RAW-RECORD    TO WS-FEED-RECORD
            MOVE REJ-REASON        TO WS-RETURN-REASON
            MOVE REJ-SOURCE-SYSTEM TO WS-RETURN-SOURCE
            MOVE REJ-RUN-DATE      TO WS-RETURN-RUN-DATE
            MOVE 1                 TO WS-RETURN-AGE
            PERFORM RETURN-ONE-REJECT
            ADD 1 TO WS-SRC-NEW-COUNT(SRX)
        WHEN REJ-STATUS-EOF
            SET REJECT-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "REJECT-RETURN: ERROR READING REJECT-FILE, STATUS=" WS-REJECT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-CARRY-RECORD.
    READ CARRY-FILE
    EVALUATE TRUE
        WHEN CRY-STATUS-OK
            ADD 1 TO WS-CARRY-READ
            IF CRY-AGE-DAYS > 1
                ADD 1 TO WS-CARRY-RETURNED
                MOVE CRY-RAW-RECORD    TO WS-FEED-RECORD
                MOVE CRY-REASON        TO WS-RETURN-REASON
                MOVE CRY-SOURCE-SYSTEM TO WS-RETURN-SOURCE
                MOVE CRY-RUN-DATE      TO WS-RETURN-RUN-DATE
                MOVE CRY-AGE-DAYS      TO WS-RETURN-AGE
                PERFORM RETURN-ONE-REJECT
                ADD 1 TO WS-SRC-CARRIED-COUNT(SRX)
            END-IF
        WHEN CRY-STATUS-EOF
            SET CARRY-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "REJECT-RETURN: ERROR READING CARRY-FILE, STATUS=" WS-CARRY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

RETURN-ONE-REJECT.
*> The detail goes back exactly as received, with its reason code,
*> under its source's entry (left set in SRX for the caller's count).
    IF WS-RETURN-SOURCE = SPACES
        MOVE "(UNKNOWN)" TO WS-RETURN-SOURCE
    END-IF
    PERFORM FIND-SOURCE-ENTRY
    IF RFD-CUST-TYPE-DETAIL AND RFD-CUST-AMOUNT IS NUMERIC
        ADD RFD-CUST-AMOUNT TO WS-SRC-AMOUNT-TOTAL(SRX)
    END-IF

    MOVE SPACES             TO RETURN-WORK-RECORD
    MOVE WS-RETURN-SOURCE   TO RTW-SOURCE-SYSTEM
    SET RTW-CLASS-DETAIL    TO TRUE
    MOVE WS-FEED-RECORD     TO RTN-FEED-RECORD
    PERFORM SET-REASON-CODE
    MOVE WS-RETURN-REASON   TO RTN-REASON-TEXT
    MOVE WS-RETURN-RUN-DATE TO RTN-ORIG-RUN-DATE
    MOVE WS-RETURN-AGE      TO RTN-AGE-DAYS
    PERFORM WRITE-RETURN-WORK-RECORD
    ADD 1 TO WS-DETAILS-RETURNED.

SET-REASON-CODE.
    MOVE "99" TO RTN-REASON-CODE
    SET RCX TO 1
    SEARCH WS-REASON-ENTRY
        AT END
            CONTINUE
        WHEN WS-REASON-TEXT(RCX) = WS-RETURN-REASON
            MOVE WS-REASON-CODE(RCX) TO RTN-REASON-CODE
    END-SEARCH.

FIND-SOURCE-ENTRY.
*> Find or create the entry for WS-RETURN-SOURCE, leaving SRX set on
*> it.
    MOVE "N" TO WS-SOURCE-FOUND-SWITCH
    IF WS-SOURCE-COUNT > 0
        SET SRX TO 1
        SEARCH WS-SOURCES
            AT END
                CONTINUE
            WHEN SRX > WS-SOURCE-COUNT
                CONTINUE
            WHEN WS-SRC-SYSTEM(SRX) = WS-RETURN-SOURCE
                SET SOURCE-ENTRY-FOUND TO TRUE
        END-SEARCH
    END-IF
    IF NOT SOURCE-ENTRY-FOUND
        IF WS-SOURCE-COUNT >= 50
            DISPLAY "REJECT-RETURN: *** SOURCE TABLE FULL AT " WS-RETURN-SOURCE " - RUN ABANDONED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-SOURCE-COUNT
        SET SRX TO WS-SOURCE-COUNT
        INITIALIZE WS-SOURCES(SRX)
        MOVE WS-RETURN-SOURCE TO WS-SRC-SYSTEM(SRX)
    END-IF.

WRITE-SOURCE-SETS.
*> One header and one trailer per source met; the SORT step puts each
*> source's header ahead of its details and its trailer after them.
    MOVE ZERO TO WS-SOURCE-SUB
    PERFORM WRITE-ONE-SOURCE-SET
        UNTIL WS-SOURCE-SUB >= WS-SOURCE-COUNT.

WRITE-ONE-SOURCE-SET.
    ADD 1 TO WS-SOURCE-SUB
    SET SRX TO WS-SOURCE-SUB

    MOVE SPACES TO WS-FEED-RECORD
    SET RFD-CUST-TYPE-HEADER TO TRUE
    MOVE WS-BUSINESS-DATE    TO RFD-HDR-RUN-DATE
    MOVE WS-SRC-SYSTEM(SRX)  TO RFD-HDR-SOURCE-SYSTEM
    MOVE SPACES              TO RETURN-WORK-RECORD
    MOVE WS-SRC-SYSTEM(SRX)  TO RTW-SOURCE-SYSTEM
    SET RTW-CLASS-HEADER     TO TRUE
    MOVE WS-FEED-RECORD      TO RTN-FEED-RECORD
    MOVE ZERO                TO RTN-AGE-DAYS
    PERFORM WRITE-RETURN-WORK-RECORD

    MOVE SPACES TO WS-FEED-RECORD
    SET RFD-CUST-TYPE-TRAILER TO TRUE
    COMPUTE RFD-TRL-RECORD-COUNT =
        WS-SRC-NEW-COUNT(SRX) + WS-SRC-CARRIED-COUNT(SRX)
    MOVE WS-SRC-AMOUNT-TOTAL(SRX) TO RFD-TRL-AMOUNT-TOTAL
    MOVE SPACES              TO RETURN-WORK-RECORD
    MOVE WS-SRC-SYSTEM(SRX)  TO RTW-SOURCE-SYSTEM
    SET RTW-CLASS-TRAILER    TO TRUE
    MOVE WS-FEED-RECORD      TO RTN-FEED-RECORD
    MOVE ZERO                TO RTN-AGE-DAYS
    PERFORM WRITE-RETURN-WORK-RECORD.

WRITE-RETURN-WORK-RECORD.
    WRITE RETURN-WORK-RECORD
    IF NOT RTW-STATUS-OK
        DISPLAY "REJECT-RETURN: ERROR WRITING RETURN-WORK-FILE, STATUS=" WS-RETURN-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-WORK-WRITTEN.

WRITE-RETURN-REPORT.
    MOVE WS-RETURN-HEADING TO RETURN-REPORT-RECORD
    PERFORM WRITE-RETURN-REPORT-RECORD
    MOVE WS-BUSINESS-DATE TO RTR-DATE
    MOVE WS-RETURN-DATE-LINE TO RETURN-REPORT-RECORD
    PERFORM WRITE-RETURN-REPORT-RECORD
    MOVE SPACES TO RETURN-REPORT-RECORD
    PERFORM WRITE-RETURN-REPORT-RECORD
    MOVE WS-RETURN-COLUMN-LINE TO RETURN-REPORT-RECORD
    PERFORM WRITE-RETURN-REPORT-RECORD

    MOVE ZERO TO WS-SOURCE-SUB
    PERFORM WRITE-RETURN-SOURCE-LINE
        UNTIL WS-SOURCE-SUB >= WS-SOURCE-COUNT

    MOVE SPACES TO RETURN-REPORT-RECORD
    PERFORM WRITE-RETURN-REPORT-RECORD
    MOVE "NIGHT'S REJECTS READ:         " TO RTR-TOT-LABEL
    MOVE WS-REJECTS-READ                  TO RTR-TOT-COUNT
    MOVE WS-RETURN-TOTAL-LINE TO RETURN-REPORT-RECORD
    PERFORM WRITE-RETURN-REPORT-RECORD
    MOVE "CARRIED FROM EARLIER NIGHTS:  " TO RTR-TOT-LABEL
    MOVE WS-CARRY-RETURNED                TO RTR-TOT-COUNT
    MOVE WS-RETURN-TOTAL-LINE TO RETURN-REPORT-RECORD
    PERFORM WRITE-RETURN-REPORT-RECORD
    MOVE "DETAILS RETURNED:             " TO RTR-TOT-LABEL
    MOVE WS-DETAILS-RETURNED              TO RTR-TOT-COUNT
    MOVE WS-RETURN-TOTAL-LINE TO RETURN-REPORT-RECORD
    PERFORM WRITE-RETURN-REPORT-RECORD
    MOVE "SOURCE SETS WRITTEN:          " TO RTR-TOT-LABEL
    MOVE WS-SOURCE-COUNT                  TO RTR-TOT-COUNT
    MOVE WS-RETURN-TOTAL-LINE TO RETURN-REPORT-RECORD
    PERFORM WRITE-RETURN-REPORT-RECORD.

WRITE-RETURN-SOURCE-LINE.
*> A reject that cannot be tied to a source is flagged for operations
*> to route by hand, with a warning return code.
    ADD 1 TO WS-SOURCE-SUB
    SET SRX TO WS-SOURCE-SUB
    MOVE WS-SRC-SYSTEM(SRX)        TO RTR-SOURCE
    MOVE WS-SRC-NEW-COUNT(SRX)     TO RTR-NEW
    MOVE WS-SRC-CARRIED-COUNT(SRX) TO RTR-CARRIED
    COMPUTE RTR-RETURNED =
        WS-SRC-NEW-COUNT(SRX) + WS-SRC-CARRIED-COUNT(SRX)
    MOVE WS-SRC-AMOUNT-TOTAL(SRX)  TO RTR-AMOUNT
    MOVE SPACES TO RTR-FLAG
    IF WS-SRC-SYSTEM(SRX) = "(UNKNOWN)" OR "(NO HDR)"
        MOVE "*** ROUTE BY HAND ***" TO RTR-FLAG
        COMPUTE WS-UNROUTED-COUNT = WS-UNROUTED-COUNT
            + WS-SRC-NEW-COUNT(SRX) + WS-SRC-CARRIED-COUNT(SRX)
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    MOVE WS-RETURN-SOURCE-LINE TO RETURN-REPORT-RECORD
    PERFORM WRITE-RETURN-REPORT-RECORD.

WRITE-RETURN-REPORT-RECORD.
    WRITE RETURN-REPORT-RECORD
    IF NOT RTR-STATUS-OK
        DISPLAY "REJECT-RETURN: ERROR WRITING RETURN-REPORT-FILE, STATUS=" WS-RETURN-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-START-AUDIT-RECORD.
    SET AUDIT-TYPE-START  TO TRUE
    MOVE "REJECT-RETURN"  TO AUDIT-PROGRAM-NAME
    MOVE ZERO             TO AUDIT-RETURN-CODE
    MOVE ZERO             TO AUDIT-RECORDS-READ
    MOVE ZERO             TO AUDIT-RECORDS-WRITTEN
    PERFORM STAMP-AUDIT-RECORD
    PERFORM WRITE-AUDIT-RECORD.

WRITE-END-AUDIT-RECORD.
    SET AUDIT-TYPE-END    TO TRUE
    MOVE "REJECT-RETURN"  TO AUDIT-PROGRAM-NAME
    MOVE RETURN-CODE      TO AUDIT-RETURN-CODE
    COMPUTE AUDIT-RECORDS-READ = WS-REJECTS-READ + WS-CARRY-READ
    MOVE WS-WORK-WRITTEN  TO AUDIT-RECORDS-WRITTEN
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
        DISPLAY "REJECT-RETURN: ERROR WRITING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

CLOSE-FILES.
    IF REJECT-FILE-AVAILABLE
        CLOSE REJECT-FILE
    END-IF
    IF CARRY-FILE-AVAILABLE
        CLOSE CARRY-FILE
    END-IF
    CLOSE RETURN-WORK-FILE
    CLOSE RETURN-REPORT-FILE
    CLOSE AUDIT-FILE.

DISPLAY-RETURN-TOTALS.
    DISPLAY "REJECT-RETURN: NIGHT'S REJECTS READ = " WS-REJECTS-READ
    DISPLAY "REJECT-RETURN: CARRIED REJECTS READ = " WS-CARRY-READ
    DISPLAY "REJECT-RETURN: DETAILS RETURNED     = " WS-DETAILS-RETURNED
    DISPLAY "REJECT-RETURN: SOURCE SETS WRITTEN  = " WS-SOURCE-COUNT
    DISPLAY "REJECT-RETURN: TO ROUTE BY HAND     = " WS-UNROUTED-COUNT.
