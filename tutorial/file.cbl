        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.

*> FEED-REGISTRY-FILE is the feed registry: a KSDS keyed on source
*> system plus header run date, holding one record for every set
*> that has loaded.  A set already registered is refused rather than
*> re-applied, unless the run's PARM asks for a deliberate reload.
*> Kept across nights and shared by every FILEHAND run, serial or
*> partitioned.  A serial run updates it directly; a partition run
*> only reads it (see FEED-PENDING-FILE).
    SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FREG-KEY
        FILE STATUS IS WS-FEED-REGISTRY-STATUS.

*> FEED-PENDING-FILE is allocated only to the partition runs of
*> DAILYPAR, which run side by side against the one registry.  When
*> it is there the registry is opened for input, and each set's
*> registry record is written here instead; Master-Merge applies the
*> partitions' pending records to the registry once they have all
*> ended, so only one job ever updates it.
    SELECT FEED-PENDING-FILE ASSIGN TO "FREGOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FEED-PENDING-STATUS.

*> FEED-REPORT-FILE lists what the registry made of each set: loaded
*> and registered, refused as a duplicate, reloaded on override, or
*> out of sequence with the source's earlier run dates.
    SELECT FEED-REPORT-FILE ASSIGN TO "FEEDRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-REPORT-STATUS.

*> CALENDAR-FILE is the business calendar Date-Rollover rolls by: one
*> card per holiday or declared non-processing day.  A source sends
*> nothing on those days either, so they are not counted as skipped
*> by the run-date sequence check.  A run without it counts every
*> weekday.
    SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

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
FD INPUT-FILE.
    05 REJ-RAW-RECORD  PIC X(51).
    05 FILLER          PIC X(1)  VALUE SPACE.
    05 REJ-REASON      PIC X(30).
*> The set the record arrived in, so Reject-Return can hand each
*> reject back to the source system that sent it.
    05 FILLER          PIC X(1)  VALUE SPACE.
    05 REJ-SOURCE-SYSTEM PIC X(10).
    05 FILLER          PIC X(1)  VALUE SPACE.
    05 REJ-RUN-DATE    PIC X(8).

FD BEFORE-IMAGE-FILE.
01 BEFORE-IMAGE-RECORD PIC X(51).
01 RATE-TABLE-RECORD.
    COPY RATEREC.

FD FEED-REGISTRY-FILE.
01 FEED-REGISTRY-RECORD.
    COPY FREGREC.

FD FEED-PENDING-FILE.
01 FEED-PENDING-RECORD PIC X(65).

FD FEED-REPORT-FILE.
01 FEED-REPORT-RECORD PIC X(100).

FD CALENDAR-FILE.
01 CALENDAR-RECORD.
    COPY CALNDREC.

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
*> Set when the ledger already held a record for the business date
*> that was not COMPLETE: an earlier submission of tonight's run got
*> as far as starting and failed, abended or was forced to run again.
01 WS-RERUN-SWITCH PIC X VALUE "N".
   88 RERUN-OF-BUSINESS-DATE VALUE "Y".

01 WS-RUN-STATE-STAMP.
   05 WS-RUN-STATE-DATE PIC X(8).
   05 WS-RUN-STATE-TIME PIC X(6).

*> Business-date and calendar editing.  The business date is the date
*> this run was submitted for; every header's HDR-RUN-DATE must match
*> it (the guard against processing the previous day's leftover feed
                  ==CKPT-RECORDS-WRITTEN==     BY ==WS-LAST-CKPT-RECORDS-WRITTEN==
                  ==CKPT-RECORDS-REJECTED==    BY ==WS-LAST-CKPT-RECORDS-REJECTED==
                  ==CKPT-HASH-TOTAL==          BY ==WS-LAST-CKPT-HASH-TOTAL==
                  ==CKPT-DETAIL-RECORD-COUNT== BY ==WS-LAST-CKPT-DETAIL-RECORD-COUNT==
                  ==CKPT-RECORDS-REFUSED==     BY ==WS-LAST-CKPT-RECORDS-REFUSED==
                  ==CKPT-SET-SOURCE-SYSTEM==   BY ==WS-LAST-CKPT-SET-SOURCE-SYSTEM==
                  ==CKPT-SET-RUN-DATE==        BY ==WS-LAST-CKPT-SET-RUN-DATE==
                  ==CKPT-SET-ACTION==          BY ==WS-LAST-CKPT-SET-ACTION==.

*> End-of-job control totals, reported at CLOSE time to support
*> reconciliation against the source system's own counts.
01 WS-RECORDS-ADDED      PIC 9(9)   VALUE ZERO.
01 WS-RECORDS-UPDATED    PIC 9(9)   VALUE ZERO.
01 WS-RECORDS-REJECTED   PIC 9(9)   VALUE ZERO.
01 WS-RECORDS-REFUSED    PIC 9(9)   VALUE ZERO.
01 WS-HASH-TOTAL         PIC S9(9)V99 VALUE ZERO.

*> The daily feed is one or more header/detail/trailer sets, so the
01 WS-SOURCE-TABLE.
   05 WS-SOURCES OCCURS 10 TIMES.
      10 WS-SRC-SYSTEM        PIC X(10).
      10 WS-SRC-RUN-DATE      PIC X(8).
      10 WS-SRC-DETAIL-COUNT  PIC 9(9).
      10 WS-SRC-WRITTEN       PIC 9(9).
      10 WS-SRC-REJECTED      PIC 9(9).
      10 WS-SRC-AMOUNT-SUM    PIC S9(11)V99.
      10 WS-SRC-TRAILER-COUNT PIC 9(9).
      10 WS-SRC-TRAILER-SEEN  PIC X(1).
*> Detail records of a refused duplicate set: read and counted, but
*> neither applied to the master nor rejected.
      10 WS-SRC-REFUSED       PIC 9(9).
*> The set's feed registry key and what the registry made of it.  The
*> key is the header's; for the set a restart resumes part-way
*> through it comes back off the checkpoint instead.  A set with no
*> key (no header) cannot be registered.
      10 WS-SRC-REG-SOURCE    PIC X(10).
      10 WS-SRC-REG-RUN-DATE  PIC X(8).
      10 WS-SRC-ACTION        PIC X(1).
         88 SRC-SET-NEW        VALUE "N".
         88 SRC-SET-DUPLICATE  VALUE "D".
         88 SRC-SET-RELOAD     VALUE "O".
         88 SRC-SET-RESUMED    VALUE "R".
         88 SRC-SET-RERUN      VALUE "F".
         88 SRC-SET-UNKEYED    VALUE " ".
*> Set once the set's registry record has been written, so a partition
*> run can still refuse a set sent twice within its own feed.
      10 WS-SRC-REGISTERED    PIC X(1).
         88 SRC-REGISTERED     VALUE "Y".
01 WS-SOURCE-SUB     PIC 9(2) VALUE ZERO.

01 WS-FEED-REGISTRY-STATUS PIC XX.
   88 FREG-STATUS-OK         VALUE "00".
   88 FREG-STATUS-EOF        VALUE "10".
   88 FREG-STATUS-NOT-ON-FILE VALUE "23".
   88 FREG-STATUS-NOT-FOUND  VALUE "35".

01 WS-FEED-PENDING-STATUS PIC XX.
   88 FPND-STATUS-OK        VALUE "00".
   88 FPND-STATUS-NOT-FOUND VALUE "35".

*> Registrations are deferred to FEED-PENDING-FILE on a partition
*> run.  The registry may then be found never loaded, in which case
*> it is not open and every set is new to it.
01 WS-REGISTRY-MODE-SWITCH PIC X VALUE "N".
   88 REGISTRATIONS-DEFERRED VALUE "Y".
01 WS-REGISTRY-OPEN-SWITCH PIC X VALUE "N".
   88 REGISTRY-OPEN          VALUE "Y".

01 WS-FEED-REPORT-STATUS PIC XX.
   88 FRPT-STATUS-OK VALUE "00".

*> Deliberate reload override: PARM RELOAD re-applies every set the
*> registry already holds, RELOAD,source only that source's set.
*> Anything else already registered is still refused.
01 WS-RUN-PARM           PIC X(40) VALUE SPACES.
01 WS-PARM-KEYWORD       PIC X(10) VALUE SPACES.
01 WS-PARM-SOURCE        PIC X(10) VALUE SPACES.
01 WS-RELOAD-SOURCE      PIC X(10) VALUE SPACES.
01 WS-RELOAD-SWITCH      PIC X VALUE "N".
   88 RELOAD-REQUESTED   VALUE "Y".

*> What a browse of the registry found for the source in hand: the
*> set itself if already registered, and the nearest run dates either
*> side of it for the run-date sequence check.
01 WS-REGISTRY-SCAN-SWITCH PIC X VALUE "N".
   88 REGISTRY-SCAN-ENDED  VALUE "Y".
01 WS-SET-REGISTERED-SWITCH PIC X VALUE "N".
   88 SET-ALREADY-REGISTERED VALUE "Y".
01 WS-PRIOR-RUN-DATE     PIC X(8).
01 WS-LATER-RUN-DATE     PIC X(8).
01 WS-REG-DETAIL-COUNT   PIC 9(9).
01 WS-REG-AMOUNT-TOTAL   PIC S9(11)V99.
01 WS-REG-BUSINESS-DATE  PIC X(8).
01 WS-REG-LOAD-COUNT     PIC 9(3).

*> A source is expected every processing day; weekend days and the
*> calendar's holidays between two run dates are not counted as
*> missing.  Day 1 of the integer calendar (1 January 1601) was a
*> Monday.
01 WS-PRIOR-DAY-NUMBER   PIC 9(9).
01 WS-SET-DAY-NUMBER     PIC 9(9).
01 WS-GAP-DAY-NUMBER     PIC 9(9).
01 WS-GAP-DATE           PIC 9(8).
01 WS-GAP-DATE-X REDEFINES WS-GAP-DATE PIC X(8).
01 WS-WEEKDAY-QUOTIENT   PIC 9(9).
01 WS-WEEKDAY-REMAINDER  PIC 9(1).
01 WS-MISSED-DAYS        PIC 9(5).

01 WS-CALENDAR-STATUS PIC XX.
   88 CAL-STATUS-OK        VALUE "00".
   88 CAL-STATUS-EOF       VALUE "10".
   88 CAL-STATUS-NOT-FOUND VALUE "35".
01 WS-CALENDAR-EOF-SWITCH PIC X VALUE "N".
   88 CALENDAR-FILE-EOF VALUE "Y".

*> The calendar's dates, loaded up front.  A card that is not a real
*> date or not typed H or N fails the run, as it does Date-Rollover's:
*> the deck is the same one.
01 WS-CAL-COUNT PIC 9(4) VALUE ZERO.
01 WS-CALENDAR-TABLE.
   05 WS-CAL-DAYS OCCURS 1000 TIMES
                  INDEXED BY CLX.
      10 WS-CAL-DATE PIC X(8).
01 WS-CAL-FOUND-SWITCH PIC X.
   88 CALENDAR-DAY-FOUND VALUE "Y".

*> What the header pre-scan found: the sets the registry would refuse,
*> and whether any set would load.  Only a feed with no set that
*> would load ends the run before the master is touched.
01 WS-PRESCAN-EOF-SWITCH PIC X VALUE "N".
   88 PRESCAN-EOF VALUE "Y".
01 WS-PRESCAN-LOAD-SWITCH PIC X VALUE "N".
   88 PRESCAN-SET-WOULD-LOAD VALUE "Y".
01 WS-PRESCAN-RECORDS  PIC 9(9) VALUE ZERO.
01 WS-PRESCAN-COUNT    PIC 9(2) VALUE ZERO.
01 WS-PRESCAN-SUB      PIC 9(2) VALUE ZERO.
01 WS-PRESCAN-TABLE.
   05 WS-PRESCAN-SETS OCCURS 10 TIMES.
      10 WS-PRE-SOURCE        PIC X(10).
      10 WS-PRE-RUN-DATE      PIC X(8).
      10 WS-PRE-DETAIL-COUNT  PIC 9(9).
      10 WS-PRE-AMOUNT-TOTAL  PIC S9(11)V99.
      10 WS-PRE-BUSINESS-DATE PIC X(8).

*> Set when the trailer's count and amount both agree with the set,
*> which is what it takes for a set to be registered as loaded.
01 WS-TRAILER-AGREES-SWITCH PIC X VALUE "N".
   88 TRAILER-AGREES       VALUE "Y".

01 WS-FEED-SETS-REGISTERED PIC 9(5) VALUE ZERO.
01 WS-FEED-SETS-REFUSED    PIC 9(5) VALUE ZERO.
01 WS-FEED-SETS-FLAGGED    PIC 9(5) VALUE ZERO.

01 WS-FEED-HEADING.
   05 FILLER PIC X(40) VALUE "FILE-HANDLING - FEED REGISTRY REPORT    ".
   05 FILLER PIC X(15) VALUE "BUSINESS DATE: ".
   05 FRH-BUSINESS-DATE PIC X(8).
01 WS-FEED-COLUMN-LINE.
   05 FILLER PIC X(55) VALUE
      "SOURCE      RUN DATE      DETAILS              AMOUNT  ".
   05 FILLER PIC X(15) VALUE "REGISTRY ACTION".
01 WS-FEED-DETAIL-LINE.
   05 FRP-SOURCE   PIC X(10).
   05 FILLER       PIC X(2)  VALUE SPACES.
   05 FRP-RUN-DATE PIC X(8).
   05 FILLER       PIC X(2)  VALUE SPACES.
   05 FRP-DETAILS  PIC ZZZ,ZZZ,ZZ9.
   05 FILLER       PIC X(2)  VALUE SPACES.
   05 FRP-AMOUNT   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
   05 FILLER       PIC X(2)  VALUE SPACES.
   05 FRP-MESSAGE  PIC X(45).
01 WS-FEED-TOTAL-LINE.
   05 FRT-LABEL    PIC X(30).
   05 FRT-COUNT    PIC ZZ,ZZ9.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM GET-BUSINESS-DATE
    PERFORM LOAD-RUN-CONTROL
    PERFORM CHECK-RUN-STATE
    PERFORM LOAD-RATE-TABLE
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM GET-RESTART-PARAMETER
    IF NOT RESTART-REQUESTED AND NOT RELOAD-REQUESTED
        PERFORM PRESCAN-FEED-REGISTRY
    END-IF
    PERFORM OPEN-FILES
    PERFORM WRITE-START-AUDIT-RECORD


    PERFORM CHECK-UNCLOSED-SOURCES
    PERFORM CHECK-FINAL-REJECT-RATE
    PERFORM WRITE-FEED-REPORT-TOTALS

    PERFORM DISPLAY-CONTROL-TOTALS
    PERFORM WRITE-CONTROL-TOTAL-RECORD
    PERFORM MARK-RUN-STATE-ENDED
    PERFORM WRITE-END-AUDIT-RECORD
    PERFORM CLOSE-FILES
    STOP RUN.
    MOVE RATE-CURRENCY TO WS-RATE-CCY(WS-RATE-COUNT)
    MOVE RATE-FACTOR   TO WS-RATE-FACTOR(WS-RATE-COUNT).

LOAD-BUSINESS-CALENDAR.
    OPEN INPUT CALENDAR-FILE
    EVALUATE TRUE
        WHEN CAL-STATUS-OK
            PERFORM UNTIL CALENDAR-FILE-EOF
                PERFORM READ-CALENDAR-RECORD
            END-PERFORM
            CLOSE CALENDAR-FILE
            DISPLAY "FILE-HANDLING: CALENDAR DAYS LOADED = " WS-CAL-COUNT
        WHEN CAL-STATUS-NOT-FOUND
            DISPLAY "FILE-HANDLING: CALENDAR-FILE NOT FOUND, EVERY WEEKDAY EXPECTED FROM EACH SOURCE"
        WHEN OTHER
            DISPLAY "FILE-HANDLING: ERROR OPENING CALENDAR-FILE, STATUS=" WS-CALENDAR-STATUS
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
            DISPLAY "FILE-HANDLING: ERROR READING CALENDAR-FILE, STATUS=" WS-CALENDAR-STATUS
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
        DISPLAY "FILE-HANDLING: *** BAD CALENDAR CARD '" CALENDAR-RECORD "' - RUN ABORTED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-CAL-COUNT >= 1000
        DISPLAY "FILE-HANDLING: *** CALENDAR TABLE FULL AT " CAL-DATE " - RUN ABORTED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-CAL-COUNT
    MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT).

GET-RESTART-PARAMETER.
*> A restart point of zero (the default when no PARM/SYSIN value is
*> supplied) means this is a normal, from-the-top run.  The PARM is
*> restart-count[,RELOAD[,source]] or RELOAD[,source]; RELOAD is the
*> deliberate-reload override for sets the feed registry already
*> holds.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    UNSTRING WS-RUN-PARM DELIMITED BY ","
        INTO WS-RESTART-PARM WS-PARM-KEYWORD WS-PARM-SOURCE
    IF WS-RESTART-PARM = "RELOAD"
        MOVE WS-PARM-KEYWORD TO WS-PARM-SOURCE
        MOVE "RELOAD"        TO WS-PARM-KEYWORD
        MOVE SPACES          TO WS-RESTART-PARM
    END-IF
    IF WS-RESTART-PARM IS NUMERIC AND WS-RESTART-PARM NOT = SPACES
        MOVE WS-RESTART-PARM TO WS-RESTART-POINT
        IF WS-RESTART-POINT > 0
            SET RESTART-REQUESTED TO TRUE
        END-IF
    END-IF
    EVALUATE WS-PARM-KEYWORD
        WHEN SPACES
            CONTINUE
        WHEN "RELOAD"
            SET RELOAD-REQUESTED TO TRUE
            MOVE WS-PARM-SOURCE TO WS-RELOAD-SOURCE
            IF WS-RELOAD-SOURCE = SPACES
                DISPLAY "FILE-HANDLING: RELOAD OVERRIDE FOR EVERY REGISTERED SET"
            ELSE
                DISPLAY "FILE-HANDLING: RELOAD OVERRIDE FOR SOURCE " WS-RELOAD-SOURCE
            END-IF
        WHEN OTHER
            DISPLAY "FILE-HANDLING: *** INVALID PARM '" WS-RUN-PARM "' - RUN REFUSED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> A feed made up entirely of sets the registry already holds - most
*> often last night's INFILE mounted again - would be refused set by
*> set, but only after OPEN-FILES had created the master empty.  So
*> the headers are checked against the registry first, and a feed
*> with nothing to load ends the run here, master untouched.  A
*> restart reopens the master rather than creating it, and a reload
*> override wants the registered sets, so neither is pre-scanned.
PRESCAN-FEED-REGISTRY.
    OPEN INPUT FEED-REGISTRY-FILE
    EVALUATE TRUE
        WHEN FREG-STATUS-OK
            PERFORM PRESCAN-INPUT-HEADERS
            CLOSE FEED-REGISTRY-FILE
        WHEN FREG-STATUS-NOT-FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "FILE-HANDLING: ERROR OPENING FEED-REGISTRY-FILE, STATUS=" WS-FEED-REGISTRY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    IF WS-PRESCAN-COUNT > ZERO AND NOT PRESCAN-SET-WOULD-LOAD
        PERFORM REFUSE-DUPLICATE-FEED
    END-IF.

PRESCAN-INPUT-HEADERS.
    OPEN INPUT INPUT-FILE
    IF NOT IN-STATUS-OK
        DISPLAY "FILE-HANDLING: ERROR OPENING INPUT-FILE, STATUS=" WS-INPUT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM PRESCAN-INPUT-RECORD
        UNTIL PRESCAN-EOF OR PRESCAN-SET-WOULD-LOAD
    CLOSE INPUT-FILE.

PRESCAN-INPUT-RECORD.
    READ INPUT-FILE INTO IN-RECORD
    EVALUATE TRUE
        WHEN IN-STATUS-OK
            ADD 1 TO WS-PRESCAN-RECORDS
            PERFORM PRESCAN-RECORD-BY-TYPE
        WHEN IN-STATUS-EOF
            SET PRESCAN-EOF TO TRUE
        WHEN OTHER
            DISPLAY "FILE-HANDLING: ERROR READING INPUT-FILE, STATUS=" WS-INPUT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> Records ahead of the first header make a set with no key, which
*> the registry cannot refuse, and more sets than one feed may carry
*> are left for the load itself to fail.
PRESCAN-RECORD-BY-TYPE.
    EVALUATE TRUE
        WHEN IN-CUST-TYPE-HEADER AND WS-PRESCAN-COUNT >= 10
            SET PRESCAN-SET-WOULD-LOAD TO TRUE
        WHEN IN-CUST-TYPE-HEADER
            PERFORM PRESCAN-HEADER-RECORD
        WHEN WS-PRESCAN-COUNT = ZERO
            SET PRESCAN-SET-WOULD-LOAD TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> The same decision DECIDE-REGISTERED-SET makes: a set not on the
*> registry loads, and so does one registered tonight by an earlier
*> submission that did not complete.
PRESCAN-HEADER-RECORD.
    MOVE IN-HDR-SOURCE-SYSTEM TO FREG-SOURCE-SYSTEM
    MOVE IN-HDR-RUN-DATE      TO FREG-RUN-DATE
    READ FEED-REGISTRY-FILE
    EVALUATE TRUE
        WHEN FREG-STATUS-NOT-ON-FILE
            SET PRESCAN-SET-WOULD-LOAD TO TRUE
        WHEN NOT FREG-STATUS-OK
            DISPLAY "FILE-HANDLING: ERROR READING FEED-REGISTRY-FILE, STATUS=" WS-FEED-REGISTRY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        WHEN RERUN-OF-BUSINESS-DATE
             AND FREG-BUSINESS-DATE = WS-BUSINESS-DATE
            SET PRESCAN-SET-WOULD-LOAD TO TRUE
        WHEN OTHER
            ADD 1 TO WS-PRESCAN-COUNT
            MOVE IN-HDR-SOURCE-SYSTEM TO WS-PRE-SOURCE(WS-PRESCAN-COUNT)
            MOVE IN-HDR-RUN-DATE      TO WS-PRE-RUN-DATE(WS-PRESCAN-COUNT)
            MOVE FREG-DETAIL-COUNT    TO WS-PRE-DETAIL-COUNT(WS-PRESCAN-COUNT)
            MOVE FREG-AMOUNT-TOTAL    TO WS-PRE-AMOUNT-TOTAL(WS-PRESCAN-COUNT)
            MOVE FREG-BUSINESS-DATE   TO WS-PRE-BUSINESS-DATE(WS-PRESCAN-COUNT)
    END-EVALUATE.

*> Nothing that changes anything is opened - not the master, the
*> reject, checkpoint or journal files.  The feed registry report and
*> the audit log say why the run ended, and the ledger records it
*> FAILED so a resubmission with the right feed runs again.
REFUSE-DUPLICATE-FEED.
    OPEN OUTPUT FEED-REPORT-FILE
    IF NOT FRPT-STATUS-OK
        DISPLAY "FILE-HANDLING: ERROR OPENING FEED-REPORT-FILE, STATUS=" WS-FEED-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-FEED-REPORT-HEADING
    MOVE ZERO TO WS-PRESCAN-SUB
    PERFORM REPORT-ONE-PRESCAN-SET
        UNTIL WS-PRESCAN-SUB >= WS-PRESCAN-COUNT
    MOVE WS-PRESCAN-COUNT TO WS-FEED-SETS-REFUSED
    PERFORM WRITE-FEED-REPORT-TOTALS
    MOVE SPACES TO FEED-REPORT-RECORD
    PERFORM WRITE-FEED-REPORT-RECORD
    MOVE "*** EVERY SET ALREADY LOADED - MASTER NOT REBUILT ***"
        TO FEED-REPORT-RECORD
    PERFORM WRITE-FEED-REPORT-RECORD
    CLOSE FEED-REPORT-FILE
    DISPLAY "FILE-HANDLING: *** EVERY SET ON INFILE ALREADY LOADED - MASTER LEFT AS IT WAS, RUN ENDED ***"
    IF RETURN-CODE < 8
        MOVE 8 TO RETURN-CODE
    END-IF
    MOVE WS-PRESCAN-RECORDS TO WS-RECORD-COUNT
    PERFORM OPEN-AUDIT-LOG
    PERFORM WRITE-START-AUDIT-RECORD
    PERFORM MARK-RUN-STATE-ENDED
    PERFORM WRITE-END-AUDIT-RECORD
    CLOSE AUDIT-FILE
    STOP RUN.

REPORT-ONE-PRESCAN-SET.
    ADD 1 TO WS-PRESCAN-SUB
    MOVE WS-PRE-SOURCE(WS-PRESCAN-SUB)       TO FRP-SOURCE
    MOVE WS-PRE-RUN-DATE(WS-PRESCAN-SUB)     TO FRP-RUN-DATE
    MOVE WS-PRE-DETAIL-COUNT(WS-PRESCAN-SUB) TO FRP-DETAILS
    MOVE WS-PRE-AMOUNT-TOTAL(WS-PRESCAN-SUB) TO FRP-AMOUNT
    MOVE SPACES TO FRP-MESSAGE
    STRING "*** DUPLICATE - LOADED " WS-PRE-BUSINESS-DATE(WS-PRESCAN-SUB)
        " ***" DELIMITED BY SIZE
        INTO FRP-MESSAGE
    DISPLAY "FILE-HANDLING: *** SOURCE " WS-PRE-SOURCE(WS-PRESCAN-SUB)
        " RUN DATE " WS-PRE-RUN-DATE(WS-PRESCAN-SUB) " ALREADY LOADED "
        WS-PRE-BUSINESS-DATE(WS-PRESCAN-SUB) " - SET REFUSED ***"
    MOVE WS-FEED-DETAIL-LINE TO FEED-REPORT-RECORD
    PERFORM WRITE-FEED-REPORT-RECORD.

OPEN-FILES.
    OPEN INPUT INPUT-FILE
    IF NOT IN-STATUS-OK
        STOP RUN
    END-IF

    PERFORM OPEN-FEED-REGISTRY

    IF RESTART-REQUESTED
        OPEN EXTEND FEED-REPORT-FILE
    ELSE
        OPEN OUTPUT FEED-REPORT-FILE
    END-IF
    IF NOT FRPT-STATUS-OK
        DISPLAY "FILE-HANDLING: ERROR OPENING FEED-REPORT-FILE, STATUS=" WS-FEED-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-FEED-REPORT-HEADING

    PERFORM OPEN-JOURNAL-FILE
    PERFORM OPEN-AUDIT-LOG.

*> A partition run (FREGOUT allocated) reads the registry and defers
*> its registrations; any other run updates the registry directly.
OPEN-FEED-REGISTRY.
    IF RESTART-REQUESTED
        OPEN EXTEND FEED-PENDING-FILE
    ELSE
        OPEN OUTPUT FEED-PENDING-FILE
    END-IF
    EVALUATE TRUE
        WHEN FPND-STATUS-OK
            SET REGISTRATIONS-DEFERRED TO TRUE
            PERFORM OPEN-FEED-REGISTRY-INPUT
        WHEN FPND-STATUS-NOT-FOUND
            PERFORM OPEN-FEED-REGISTRY-UPDATE
        WHEN OTHER
            DISPLAY "FILE-HANDLING: ERROR OPENING FEED-PENDING-FILE, STATUS=" WS-FEED-PENDING-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

OPEN-FEED-REGISTRY-INPUT.
    OPEN INPUT FEED-REGISTRY-FILE
    EVALUATE TRUE
        WHEN FREG-STATUS-OK
            SET REGISTRY-OPEN TO TRUE
        WHEN FREG-STATUS-NOT-FOUND
            DISPLAY "FILE-HANDLING: FEED-REGISTRY-FILE NOT YET LOADED - EVERY SET IS NEW"
        WHEN OTHER
            DISPLAY "FILE-HANDLING: ERROR OPENING FEED-REGISTRY-FILE, STATUS=" WS-FEED-REGISTRY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> The registry is kept across nights; the very first run finds it
*> defined but never loaded and creates it empty first, the way a
*> fresh run creates the master, then reopens it I-O.
OPEN-FEED-REGISTRY-UPDATE.
    OPEN I-O FEED-REGISTRY-FILE
    IF FREG-STATUS-NOT-FOUND
        OPEN OUTPUT FEED-REGISTRY-FILE
        IF NOT FREG-STATUS-OK
            DISPLAY "FILE-HANDLING: ERROR OPENING FEED-REGISTRY-FILE, STATUS=" WS-FEED-REGISTRY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE FEED-REGISTRY-FILE
        OPEN I-O FEED-REGISTRY-FILE
    END-IF
    IF NOT FREG-STATUS-OK
        DISPLAY "FILE-HANDLING: ERROR OPENING FEED-REGISTRY-FILE, STATUS=" WS-FEED-REGISTRY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    SET REGISTRY-OPEN TO TRUE.

WRITE-FEED-REPORT-HEADING.
    MOVE WS-BUSINESS-DATE TO FRH-BUSINESS-DATE
    MOVE WS-FEED-HEADING TO FEED-REPORT-RECORD
    PERFORM WRITE-FEED-REPORT-RECORD
    IF RESTART-REQUESTED
        MOVE "*** RESTARTED AFTER RECORD" TO FEED-REPORT-RECORD
        MOVE WS-RESTART-POINT TO FEED-REPORT-RECORD(28:9)
        MOVE "***" TO FEED-REPORT-RECORD(38:3)
        PERFORM WRITE-FEED-REPORT-RECORD
    END-IF
    MOVE SPACES TO FEED-REPORT-RECORD
    PERFORM WRITE-FEED-REPORT-RECORD
    MOVE WS-FEED-COLUMN-LINE TO FEED-REPORT-RECORD
    PERFORM WRITE-FEED-REPORT-RECORD.

*> JOURNAL-FILE is shared across every program that changes the master
*> and across every step of a driver job, so it is extended rather
*> than recreated, exactly like AUDITLOG below.
    MOVE WS-LAST-CKPT-RECORDS-WRITTEN     TO WS-RECORDS-WRITTEN
    MOVE WS-LAST-CKPT-RECORDS-REJECTED    TO WS-RECORDS-REJECTED
    MOVE WS-LAST-CKPT-HASH-TOTAL          TO WS-HASH-TOTAL
    MOVE WS-LAST-CKPT-DETAIL-RECORD-COUNT TO WS-DETAIL-RECORD-COUNT
    MOVE WS-LAST-CKPT-RECORDS-REFUSED     TO WS-RECORDS-REFUSED.

SKIP-TO-RESTART-POINT.
*> Reposition a sequential INPUT-FILE by reading past the records the
                ADD IN-CUST-AMOUNT
                    TO WS-SRC-AMOUNT-SUM(WS-CURRENT-SOURCE)
            END-IF
            IF SRC-SET-DUPLICATE(WS-CURRENT-SOURCE)
                PERFORM REFUSE-DUPLICATE-RECORD
            ELSE
                PERFORM EDIT-AND-COPY-RECORD
            END-IF
        WHEN IN-CUST-TYPE-TRAILER
            PERFORM PROCESS-TRAILER-RECORD
        WHEN OTHER
            PERFORM ENSURE-CURRENT-SOURCE
            IF SRC-SET-DUPLICATE(WS-CURRENT-SOURCE)
                PERFORM REFUSE-DUPLICATE-RECORD
            ELSE
                MOVE "UNKNOWN RECORD TYPE" TO WS-REJECT-REASON
                PERFORM REJECT-CURRENT-RECORD
            END-IF
    END-EVALUATE.

REFUSE-DUPLICATE-RECORD.
*> A record of a set the registry already holds goes nowhere: not
*> onto the master, the journal or the reject file.  The set as a
*> whole is on the feed registry report.
    ADD 1 TO WS-RECORDS-REFUSED
    ADD 1 TO WS-SRC-REFUSED(WS-CURRENT-SOURCE).

PROCESS-HEADER-RECORD.
*> Each header opens a new source set.  A header arriving while the
*> previous set is still open (no trailer yet) means a source system
    MOVE "N" TO WS-TRAILER-SEEN-SWITCH
    PERFORM START-NEW-SOURCE-SET
    MOVE IN-HDR-SOURCE-SYSTEM TO WS-SRC-SYSTEM(WS-CURRENT-SOURCE)
    MOVE IN-HDR-RUN-DATE      TO WS-SRC-RUN-DATE(WS-CURRENT-SOURCE)
    DISPLAY "FILE-HANDLING: HEADER RECORD - RUN DATE=" IN-HDR-RUN-DATE
        " SOURCE SYSTEM=" IN-HDR-SOURCE-SYSTEM
*> A header dated other than the business date means the wrong feed is
            " - RUN ABORTED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM CHECK-FEED-REGISTRY.

CHECK-FEED-REGISTRY.
*> Browse the registry's records for this source, in run-date order:
*> the set itself, if already there, decides whether it is refused;
*> otherwise the nearest run dates either side of it are checked for
*> a run date that has gone backwards or skipped a day.
    MOVE IN-HDR-SOURCE-SYSTEM TO WS-SRC-REG-SOURCE(WS-CURRENT-SOURCE)
    MOVE IN-HDR-RUN-DATE      TO WS-SRC-REG-RUN-DATE(WS-CURRENT-SOURCE)
    SET SRC-SET-NEW(WS-CURRENT-SOURCE) TO TRUE
    MOVE "N"    TO WS-SET-REGISTERED-SWITCH
    MOVE "N"    TO WS-REGISTRY-SCAN-SWITCH
    MOVE SPACES TO WS-PRIOR-RUN-DATE
    MOVE SPACES TO WS-LATER-RUN-DATE
    IF REGISTRY-OPEN
        MOVE IN-HDR-SOURCE-SYSTEM TO FREG-SOURCE-SYSTEM
        MOVE LOW-VALUES           TO FREG-RUN-DATE
        START FEED-REGISTRY-FILE KEY IS NOT LESS THAN FREG-KEY
        EVALUATE TRUE
            WHEN FREG-STATUS-OK
                PERFORM SCAN-SOURCE-REGISTRY
                    UNTIL REGISTRY-SCAN-ENDED
            WHEN FREG-STATUS-NOT-ON-FILE
                CONTINUE
            WHEN OTHER
                DISPLAY "FILE-HANDLING: ERROR POSITIONING FEED-REGISTRY-FILE, STATUS=" WS-FEED-REGISTRY-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF
*> A partition run's own registrations are not on the registry yet,
*> so the sets it has already registered tonight are checked too.
    IF REGISTRATIONS-DEFERRED AND NOT SET-ALREADY-REGISTERED
        MOVE ZERO TO WS-SOURCE-SUB
        PERFORM CHECK-ONE-PENDING-SET
            UNTIL WS-SOURCE-SUB >= WS-CURRENT-SOURCE - 1
               OR SET-ALREADY-REGISTERED
    END-IF
    IF SET-ALREADY-REGISTERED
        PERFORM DECIDE-REGISTERED-SET
    ELSE
        PERFORM CHECK-RUN-DATE-SEQUENCE
    END-IF.

SCAN-SOURCE-REGISTRY.
    READ FEED-REGISTRY-FILE NEXT RECORD
    EVALUATE TRUE
        WHEN FREG-STATUS-EOF
            SET REGISTRY-SCAN-ENDED TO TRUE
        WHEN NOT FREG-STATUS-OK
            DISPLAY "FILE-HANDLING: ERROR READING FEED-REGISTRY-FILE, STATUS=" WS-FEED-REGISTRY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        WHEN FREG-SOURCE-SYSTEM NOT = IN-HDR-SOURCE-SYSTEM
            SET REGISTRY-SCAN-ENDED TO TRUE
        WHEN FREG-RUN-DATE < IN-HDR-RUN-DATE
            MOVE FREG-RUN-DATE TO WS-PRIOR-RUN-DATE
        WHEN FREG-RUN-DATE = IN-HDR-RUN-DATE
            SET SET-ALREADY-REGISTERED TO TRUE
            MOVE FREG-DETAIL-COUNT  TO WS-REG-DETAIL-COUNT
            MOVE FREG-AMOUNT-TOTAL  TO WS-REG-AMOUNT-TOTAL
            MOVE FREG-BUSINESS-DATE TO WS-REG-BUSINESS-DATE
            MOVE FREG-LOAD-COUNT    TO WS-REG-LOAD-COUNT
        WHEN OTHER
            MOVE FREG-RUN-DATE TO WS-LATER-RUN-DATE
    END-EVALUATE.

CHECK-ONE-PENDING-SET.
    ADD 1 TO WS-SOURCE-SUB
    IF SRC-REGISTERED(WS-SOURCE-SUB)
       AND WS-SRC-REG-SOURCE(WS-SOURCE-SUB) = IN-HDR-SOURCE-SYSTEM
       AND WS-SRC-REG-RUN-DATE(WS-SOURCE-SUB) = IN-HDR-RUN-DATE
        SET SET-ALREADY-REGISTERED TO TRUE
        MOVE WS-SRC-TRAILER-COUNT(WS-SOURCE-SUB) TO WS-REG-DETAIL-COUNT
        MOVE WS-SRC-AMOUNT-SUM(WS-SOURCE-SUB)    TO WS-REG-AMOUNT-TOTAL
        MOVE WS-BUSINESS-DATE                    TO WS-REG-BUSINESS-DATE
        MOVE 1                                   TO WS-REG-LOAD-COUNT
    END-IF.

DECIDE-REGISTERED-SET.
*> A set registered by tonight's own abended run is simply being
*> resumed by the restart.  A set registered tonight by an earlier
*> submission that did not complete is applied again, because a run
*> from the top rebuilds the master, but it is not journalled again:
*> the journal already holds it from that submission.  A set named by
*> the reload override is re-applied on purpose.  Anything else is a
*> duplicate submission and is refused whole, before any of it
*> reaches the master.
    MOVE IN-HDR-SOURCE-SYSTEM TO FRP-SOURCE
    MOVE IN-HDR-RUN-DATE      TO FRP-RUN-DATE
    MOVE WS-REG-DETAIL-COUNT  TO FRP-DETAILS
    MOVE WS-REG-AMOUNT-TOTAL  TO FRP-AMOUNT
    EVALUATE TRUE
        WHEN RESTART-REQUESTED
             AND WS-REG-BUSINESS-DATE = WS-BUSINESS-DATE
            SET SRC-SET-RESUMED(WS-CURRENT-SOURCE) TO TRUE
            MOVE "REGISTERED BY ABENDED RUN - RESUMED"
                TO FRP-MESSAGE
        WHEN RERUN-OF-BUSINESS-DATE
             AND WS-REG-BUSINESS-DATE = WS-BUSINESS-DATE
            SET SRC-SET-RERUN(WS-CURRENT-SOURCE) TO TRUE
            MOVE "REGISTERED BY EARLIER SUBMISSION - REAPPLIED"
                TO FRP-MESSAGE
            DISPLAY "FILE-HANDLING: SOURCE " IN-HDR-SOURCE-SYSTEM
                " RUN DATE " IN-HDR-RUN-DATE " REAPPLIED FROM EARLIER SUBMISSION, NOT REJOURNALLED"
        WHEN RELOAD-REQUESTED
             AND (WS-RELOAD-SOURCE = SPACES
                  OR WS-RELOAD-SOURCE = IN-HDR-SOURCE-SYSTEM)
            SET SRC-SET-RELOAD(WS-CURRENT-SOURCE) TO TRUE
            MOVE SPACES TO FRP-MESSAGE
            STRING "LOADED " WS-REG-BUSINESS-DATE
                " - RELOAD OVERRIDE" DELIMITED BY SIZE
                INTO FRP-MESSAGE
            DISPLAY "FILE-HANDLING: SOURCE " IN-HDR-SOURCE-SYSTEM
                " RUN DATE " IN-HDR-RUN-DATE " RELOADED ON OVERRIDE"
        WHEN OTHER
            SET SRC-SET-DUPLICATE(WS-CURRENT-SOURCE) TO TRUE
            ADD 1 TO WS-FEED-SETS-REFUSED
            MOVE SPACES TO FRP-MESSAGE
            STRING "*** DUPLICATE - LOADED " WS-REG-BUSINESS-DATE
                " ***" DELIMITED BY SIZE
                INTO FRP-MESSAGE
            DISPLAY "FILE-HANDLING: *** SOURCE " IN-HDR-SOURCE-SYSTEM
                " RUN DATE " IN-HDR-RUN-DATE " ALREADY LOADED "
                WS-REG-BUSINESS-DATE " - SET REFUSED ***"
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
    END-EVALUATE
    MOVE WS-FEED-DETAIL-LINE TO FEED-REPORT-RECORD
    PERFORM WRITE-FEED-REPORT-RECORD.

CHECK-RUN-DATE-SEQUENCE.
*> A run date earlier than one already registered for the source has
*> gone backwards; weekdays with nothing registered between the last
*> run date and this one have been skipped - holidays on the business
*> calendar are not weekdays the source owed a feed.  Both are flagged
*> on the report; only the backwards date sets a warning return code,
*> since a holiday left off the calendar looks the same.  The
*> RECYCLE set is dated when the repairs were made, not in a daily
*> sequence, so it is left out.
    MOVE IN-HDR-SOURCE-SYSTEM TO FRP-SOURCE
    MOVE IN-HDR-RUN-DATE      TO FRP-RUN-DATE
    MOVE ZERO                 TO FRP-DETAILS
    MOVE ZERO                 TO FRP-AMOUNT
    MOVE SPACES               TO FRP-MESSAGE
    EVALUATE TRUE
        WHEN IN-HDR-SOURCE-SYSTEM = "RECYCLE"
            CONTINUE
        WHEN WS-LATER-RUN-DATE NOT = SPACES
            STRING "*** RUN DATE BEHIND LAST LOADED "
                WS-LATER-RUN-DATE " ***" DELIMITED BY SIZE
                INTO FRP-MESSAGE
            DISPLAY "FILE-HANDLING: *** SOURCE " IN-HDR-SOURCE-SYSTEM
                " RUN DATE " IN-HDR-RUN-DATE " IS BEHIND REGISTERED RUN DATE "
                WS-LATER-RUN-DATE " ***"
            ADD 1 TO WS-FEED-SETS-FLAGGED
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
            MOVE WS-FEED-DETAIL-LINE TO FEED-REPORT-RECORD
            PERFORM WRITE-FEED-REPORT-RECORD
        WHEN WS-PRIOR-RUN-DATE NOT = SPACES
            PERFORM COUNT-MISSED-RUN-DAYS
            IF WS-MISSED-DAYS > ZERO
                STRING "*** " WS-MISSED-DAYS " WEEKDAY(S) SKIPPED SINCE "
                    WS-PRIOR-RUN-DATE DELIMITED BY SIZE
                    INTO FRP-MESSAGE
                DISPLAY "FILE-HANDLING: *** SOURCE " IN-HDR-SOURCE-SYSTEM
                    " SKIPPED " WS-MISSED-DAYS " WEEKDAY(S) SINCE RUN DATE "
                    WS-PRIOR-RUN-DATE " ***"
                ADD 1 TO WS-FEED-SETS-FLAGGED
                MOVE WS-FEED-DETAIL-LINE TO FEED-REPORT-RECORD
                PERFORM WRITE-FEED-REPORT-RECORD
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

COUNT-MISSED-RUN-DAYS.
    MOVE ZERO TO WS-MISSED-DAYS
    IF WS-PRIOR-RUN-DATE IS NUMERIC AND IN-HDR-RUN-DATE IS NUMERIC
        MOVE WS-PRIOR-RUN-DATE TO WS-DATE-INTEGER
        COMPUTE WS-PRIOR-DAY-NUMBER =
            FUNCTION INTEGER-OF-DATE(WS-DATE-INTEGER)
        MOVE IN-HDR-RUN-DATE TO WS-DATE-INTEGER
        COMPUTE WS-SET-DAY-NUMBER =
            FUNCTION INTEGER-OF-DATE(WS-DATE-INTEGER)
        COMPUTE WS-GAP-DAY-NUMBER = WS-PRIOR-DAY-NUMBER + 1
        PERFORM COUNT-ONE-MISSED-DAY
            UNTIL WS-GAP-DAY-NUMBER >= WS-SET-DAY-NUMBER
    END-IF.

COUNT-ONE-MISSED-DAY.
*> Remainder 0 through 4 is Monday through Friday.
    COMPUTE WS-WEEKDAY-QUOTIENT = WS-GAP-DAY-NUMBER - 1
    DIVIDE WS-WEEKDAY-QUOTIENT BY 7
        GIVING WS-WEEKDAY-QUOTIENT REMAINDER WS-WEEKDAY-REMAINDER
    IF WS-WEEKDAY-REMAINDER < 5
        COMPUTE WS-GAP-DATE =
            FUNCTION DATE-OF-INTEGER(WS-GAP-DAY-NUMBER)
        PERFORM FIND-CALENDAR-DAY
        IF NOT CALENDAR-DAY-FOUND
            ADD 1 TO WS-MISSED-DAYS
        END-IF
    END-IF
    ADD 1 TO WS-GAP-DAY-NUMBER.

FIND-CALENDAR-DAY.
    MOVE "N" TO WS-CAL-FOUND-SWITCH
    IF WS-CAL-COUNT > 0
        SET CLX TO 1
        SEARCH WS-CAL-DAYS
            AT END
                MOVE "N" TO WS-CAL-FOUND-SWITCH
            WHEN CLX > WS-CAL-COUNT
                MOVE "N" TO WS-CAL-FOUND-SWITCH
            WHEN WS-CAL-DATE(CLX) = WS-GAP-DATE-X
                SET CALENDAR-DAY-FOUND TO TRUE
        END-SEARCH
    END-IF.

START-NEW-SOURCE-SET.
    ADD 1 TO WS-SOURCE-COUNT
    MOVE WS-SOURCE-COUNT TO WS-CURRENT-SOURCE
    MOVE SPACES TO WS-SRC-SYSTEM(WS-CURRENT-SOURCE)
    MOVE SPACES TO WS-SRC-RUN-DATE(WS-CURRENT-SOURCE)
    MOVE ZERO   TO WS-SRC-DETAIL-COUNT(WS-CURRENT-SOURCE)
    MOVE ZERO   TO WS-SRC-WRITTEN(WS-CURRENT-SOURCE)
    MOVE ZERO   TO WS-SRC-REJECTED(WS-CURRENT-SOURCE)
    MOVE ZERO   TO WS-SRC-HASH-TOTAL(WS-CURRENT-SOURCE)
    MOVE ZERO   TO WS-SRC-AMOUNT-SUM(WS-CURRENT-SOURCE)
    MOVE ZERO   TO WS-SRC-TRAILER-COUNT(WS-CURRENT-SOURCE)
    MOVE "N"    TO WS-SRC-TRAILER-SEEN(WS-CURRENT-SOURCE)
    MOVE ZERO   TO WS-SRC-REFUSED(WS-CURRENT-SOURCE)
    MOVE SPACES TO WS-SRC-REG-SOURCE(WS-CURRENT-SOURCE)
    MOVE SPACES TO WS-SRC-REG-RUN-DATE(WS-CURRENT-SOURCE)
    MOVE SPACES TO WS-SRC-ACTION(WS-CURRENT-SOURCE)
    MOVE "N"    TO WS-SRC-REGISTERED(WS-CURRENT-SOURCE).

ENSURE-CURRENT-SOURCE.
*> A detail or trailer arriving before any header still has to be
    IF WS-CURRENT-SOURCE = ZERO
        PERFORM START-NEW-SOURCE-SET
        MOVE "(NO HDR)" TO WS-SRC-SYSTEM(WS-CURRENT-SOURCE)
        PERFORM RESUME-CHECKPOINT-SET
    END-IF.

RESUME-CHECKPOINT-SET.
*> The first set of a restarted run, opened before any header, is the
*> set the last checkpoint was taken inside: it keeps the registry
*> key and action that checkpoint recorded, so it is registered (or
*> refused) exactly as the abended run would have done.
    IF RESTART-REQUESTED AND WS-SOURCE-COUNT = 1
       AND NOT HEADER-SEEN
        MOVE WS-LAST-CKPT-SET-SOURCE-SYSTEM
            TO WS-SRC-REG-SOURCE(WS-CURRENT-SOURCE)
        MOVE WS-LAST-CKPT-SET-RUN-DATE
            TO WS-SRC-REG-RUN-DATE(WS-CURRENT-SOURCE)
        MOVE WS-LAST-CKPT-SET-ACTION
            TO WS-SRC-ACTION(WS-CURRENT-SOURCE)
        IF SRC-SET-NEW(WS-CURRENT-SOURCE)
            SET SRC-SET-RESUMED(WS-CURRENT-SOURCE) TO TRUE
        END-IF
    END-IF.

PROCESS-TRAILER-RECORD.
*> file instead of slipping into the set just verified.
    PERFORM ENSURE-CURRENT-SOURCE
    SET TRAILER-SEEN TO TRUE
    SET TRAILER-AGREES TO TRUE
    MOVE "Y" TO WS-SRC-TRAILER-SEEN(WS-CURRENT-SOURCE)
    MOVE IN-TRL-RECORD-COUNT TO WS-SRC-TRAILER-COUNT(WS-CURRENT-SOURCE)
    EVALUATE TRUE
                IN-TRL-RECORD-COUNT " DETAIL RECORDS READ="
                WS-SRC-DETAIL-COUNT(WS-CURRENT-SOURCE)
            MOVE 8 TO RETURN-CODE
            MOVE "N" TO WS-TRAILER-AGREES-SWITCH
    END-EVALUATE
    PERFORM VERIFY-TRAILER-AMOUNT
    PERFORM REGISTER-FEED-SET
    MOVE ZERO TO WS-CURRENT-SOURCE.

VERIFY-TRAILER-AMOUNT.
                IN-TRL-AMOUNT-TOTAL " AMOUNTS READ="
                WS-SRC-AMOUNT-SUM(WS-CURRENT-SOURCE)
            MOVE 8 TO RETURN-CODE
            MOVE "N" TO WS-TRAILER-AGREES-SWITCH
    END-EVALUATE.

REGISTER-FEED-SET.
*> The trailer closes the set, so this is where the registry learns
*> of it.  Only a set whose trailer agreed is registered as loaded: a
*> set that failed its count or amount check can be corrected and
*> sent again without being refused.  The registry keeps the
*> trailer's own figures, or the sum of the amounts read when the
*> source sends no amount total.
    MOVE WS-SRC-REG-SOURCE(WS-CURRENT-SOURCE)   TO FRP-SOURCE
    MOVE WS-SRC-REG-RUN-DATE(WS-CURRENT-SOURCE) TO FRP-RUN-DATE
    MOVE WS-SRC-DETAIL-COUNT(WS-CURRENT-SOURCE) TO FRP-DETAILS
    MOVE WS-SRC-AMOUNT-SUM(WS-CURRENT-SOURCE)   TO FRP-AMOUNT
    MOVE SPACES TO FRP-MESSAGE
    EVALUATE TRUE
        WHEN SRC-SET-UNKEYED(WS-CURRENT-SOURCE)
            MOVE WS-SRC-SYSTEM(WS-CURRENT-SOURCE) TO FRP-SOURCE
            MOVE "*** NO HEADER - NOT REGISTERED ***" TO FRP-MESSAGE
        WHEN SRC-SET-DUPLICATE(WS-CURRENT-SOURCE)
            MOVE WS-SRC-REFUSED(WS-CURRENT-SOURCE) TO FRP-DETAILS
            MOVE "*** SET REFUSED - NOT APPLIED ***" TO FRP-MESSAGE
        WHEN NOT TRAILER-AGREES
            MOVE "*** TRAILER DISAGREES - NOT REGISTERED ***"
                TO FRP-MESSAGE
        WHEN OTHER
            PERFORM WRITE-FEED-REGISTRY-RECORD
            MOVE "Y" TO WS-SRC-REGISTERED(WS-CURRENT-SOURCE)
            ADD 1 TO WS-FEED-SETS-REGISTERED
            EVALUATE TRUE
                WHEN SRC-SET-RELOAD(WS-CURRENT-SOURCE)
                    MOVE "RELOADED - REGISTRY UPDATED" TO FRP-MESSAGE
                WHEN SRC-SET-RESUMED(WS-CURRENT-SOURCE)
                    MOVE "RESUMED - REGISTERED" TO FRP-MESSAGE
                WHEN SRC-SET-RERUN(WS-CURRENT-SOURCE)
                    MOVE "REAPPLIED - REGISTRY UPDATED" TO FRP-MESSAGE
                WHEN OTHER
                    MOVE "LOADED - REGISTERED" TO FRP-MESSAGE
            END-EVALUATE
    END-EVALUATE
    MOVE WS-FEED-DETAIL-LINE TO FEED-REPORT-RECORD
    PERFORM WRITE-FEED-REPORT-RECORD.

WRITE-FEED-REGISTRY-RECORD.
*> A set already on the registry (reloaded, or resumed after a
*> restart) has its record replaced; a new set is added.  Only the
*> reload counts as another load.
    MOVE WS-SRC-REG-SOURCE(WS-CURRENT-SOURCE)   TO FREG-SOURCE-SYSTEM
    MOVE WS-SRC-REG-RUN-DATE(WS-CURRENT-SOURCE) TO FREG-RUN-DATE
    MOVE ZERO TO WS-REG-LOAD-COUNT
    IF REGISTRY-OPEN
        READ FEED-REGISTRY-FILE KEY IS FREG-KEY
        EVALUATE TRUE
            WHEN FREG-STATUS-OK
                MOVE FREG-LOAD-COUNT TO WS-REG-LOAD-COUNT
            WHEN FREG-STATUS-NOT-ON-FILE
                CONTINUE
            WHEN OTHER
                DISPLAY "FILE-HANDLING: ERROR READING FEED-REGISTRY-FILE, STATUS=" WS-FEED-REGISTRY-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF
    MOVE IN-TRL-RECORD-COUNT TO FREG-DETAIL-COUNT
    IF IN-TRL-AMOUNT-TOTAL IS NUMERIC
        MOVE IN-TRL-AMOUNT-TOTAL TO FREG-AMOUNT-TOTAL
    ELSE
        MOVE WS-SRC-AMOUNT-SUM(WS-CURRENT-SOURCE) TO FREG-AMOUNT-TOTAL
    END-IF
    MOVE FREG-AMOUNT-TOTAL TO FRP-AMOUNT
    MOVE IN-TRL-RECORD-COUNT TO FRP-DETAILS
    MOVE WS-BUSINESS-DATE TO FREG-BUSINESS-DATE
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME
    STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
        INTO FREG-LOAD-TIMESTAMP
    IF WS-REG-LOAD-COUNT = ZERO
        MOVE 1 TO FREG-LOAD-COUNT
    ELSE
        IF SRC-SET-RELOAD(WS-CURRENT-SOURCE)
            COMPUTE FREG-LOAD-COUNT = WS-REG-LOAD-COUNT + 1
        ELSE
            MOVE WS-REG-LOAD-COUNT TO FREG-LOAD-COUNT
        END-IF
    END-IF
    IF REGISTRATIONS-DEFERRED
        WRITE FEED-PENDING-RECORD FROM FEED-REGISTRY-RECORD
        IF NOT FPND-STATUS-OK
            DISPLAY "FILE-HANDLING: ERROR WRITING FEED-PENDING-FILE, STATUS=" WS-FEED-PENDING-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        IF WS-REG-LOAD-COUNT = ZERO
            WRITE FEED-REGISTRY-RECORD
        ELSE
            REWRITE FEED-REGISTRY-RECORD
        END-IF
        IF NOT FREG-STATUS-OK
            DISPLAY "FILE-HANDLING: ERROR WRITING FEED-REGISTRY-FILE, STATUS=" WS-FEED-REGISTRY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

CHECK-UNCLOSED-SOURCES.
*> End of file: every set opened must have been closed by its own
*> trailer; anything still open lost its trailer somewhere in the
        MOVE WS-RECORDS-REJECTED   TO CKPT-RECORDS-REJECTED
        MOVE WS-HASH-TOTAL         TO CKPT-HASH-TOTAL
        MOVE WS-DETAIL-RECORD-COUNT TO CKPT-DETAIL-RECORD-COUNT
        MOVE WS-RECORDS-REFUSED    TO CKPT-RECORDS-REFUSED
        IF WS-CURRENT-SOURCE > ZERO
            MOVE WS-SRC-REG-SOURCE(WS-CURRENT-SOURCE)
                TO CKPT-SET-SOURCE-SYSTEM
            MOVE WS-SRC-REG-RUN-DATE(WS-CURRENT-SOURCE)
                TO CKPT-SET-RUN-DATE
            MOVE WS-SRC-ACTION(WS-CURRENT-SOURCE) TO CKPT-SET-ACTION
        ELSE
            MOVE SPACES TO CKPT-SET-SOURCE-SYSTEM
            MOVE SPACES TO CKPT-SET-RUN-DATE
            MOVE SPACES TO CKPT-SET-ACTION
        END-IF
        WRITE CHECKPOINT-RECORD
        IF NOT CKPT-STATUS-OK
            DISPLAY "FILE-HANDLING: ERROR WRITING CHECKPOINT-FILE, STATUS=" WS-CHECKPOINT-STATUS
*> The caller has cleared the record and set the action (and, for a
*> rewrite, left the replaced amount in WS-JOURNAL-BEFORE-AMOUNT);
*> everything else comes from the record just applied to the master.
*> A set reapplied from an earlier submission was journalled whole by
*> that submission before it was registered, so it is not written
*> again.
    IF NOT SRC-SET-RERUN(WS-CURRENT-SOURCE)
        ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
        ACCEPT WS-AUDIT-TIME FROM TIME
        STRING WS-AUDIT-DATE WS-AUDIT-TIME DELIMITED BY SIZE
            INTO JRNL-TIMESTAMP
        MOVE "FILE-HANDLING"           TO JRNL-PROGRAM-NAME
        MOVE OUT-CUST-ID               TO JRNL-CUST-ID
        MOVE WS-JOURNAL-BEFORE-AMOUNT  TO JRNL-BEFORE-AMOUNT
        MOVE OUT-CUST-AMOUNT           TO JRNL-AFTER-AMOUNT
        MOVE OUT-RECORD                TO JRNL-AFTER-IMAGE
        WRITE JOURNAL-RECORD
        IF NOT JRNL-STATUS-OK
            DISPLAY "FILE-HANDLING: ERROR WRITING JOURNAL-FILE, STATUS=" WS-JOURNAL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

REJECT-CURRENT-RECORD.
    MOVE SPACES           TO REJECT-RECORD
    MOVE IN-RECORD        TO REJ-RAW-RECORD
    MOVE WS-REJECT-REASON TO REJ-REASON
*> The set a checkpoint restart resumes has no header of its own in
*> this run; its source and run date come back off the checkpoint as
*> the registry key, so its rejects still carry them for recycling.
    IF WS-SRC-SYSTEM(WS-CURRENT-SOURCE) = "(NO HDR)"
       AND WS-SRC-REG-SOURCE(WS-CURRENT-SOURCE) NOT = SPACES
        MOVE WS-SRC-REG-SOURCE(WS-CURRENT-SOURCE)   TO REJ-SOURCE-SYSTEM
        MOVE WS-SRC-REG-RUN-DATE(WS-CURRENT-SOURCE) TO REJ-RUN-DATE
    ELSE
        MOVE WS-SRC-SYSTEM(WS-CURRENT-SOURCE)   TO REJ-SOURCE-SYSTEM
        MOVE WS-SRC-RUN-DATE(WS-CURRENT-SOURCE) TO REJ-RUN-DATE
    END-IF
    WRITE REJECT-RECORD
    IF NOT REJ-STATUS-OK
        DISPLAY "FILE-HANDLING: ERROR WRITING REJECT-FILE, STATUS=" WS-REJECT-STATUS
                WS-RECORD-COUNT " RECORDS READ - RUN ABANDONED ***"
            MOVE 12 TO RETURN-CODE
            PERFORM DISPLAY-CONTROL-TOTALS
            PERFORM MARK-RUN-STATE-ENDED
            PERFORM WRITE-END-AUDIT-RECORD
            PERFORM CLOSE-FILES
            STOP RUN
        END-IF
    END-IF.

WRITE-FEED-REPORT-TOTALS.
    MOVE SPACES TO FEED-REPORT-RECORD
    PERFORM WRITE-FEED-REPORT-RECORD
    MOVE "SETS REGISTERED:" TO FRT-LABEL
    MOVE WS-FEED-SETS-REGISTERED TO FRT-COUNT
    MOVE WS-FEED-TOTAL-LINE TO FEED-REPORT-RECORD
    PERFORM WRITE-FEED-REPORT-RECORD
    MOVE "SETS REFUSED AS DUPLICATES:" TO FRT-LABEL
    MOVE WS-FEED-SETS-REFUSED TO FRT-COUNT
    MOVE WS-FEED-TOTAL-LINE TO FEED-REPORT-RECORD
    PERFORM WRITE-FEED-REPORT-RECORD
    MOVE "SETS OUT OF RUN-DATE SEQUENCE:" TO FRT-LABEL
    MOVE WS-FEED-SETS-FLAGGED TO FRT-COUNT
    MOVE WS-FEED-TOTAL-LINE TO FEED-REPORT-RECORD
    PERFORM WRITE-FEED-REPORT-RECORD.

WRITE-FEED-REPORT-RECORD.
    WRITE FEED-REPORT-RECORD
    IF NOT FRPT-STATUS-OK
        DISPLAY "FILE-HANDLING: ERROR WRITING FEED-REPORT-FILE, STATUS=" WS-FEED-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-CONTROL-TOTAL-RECORD.
*> The same figures as the control total report, handed off for the
*> end-of-run balancing step to cross-check against the other steps.
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
        MOVE "FILE-HANDLING" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        EVALUATE TRUE
            WHEN RST-STATUS-OK
                IF RST-COMPLETE
                    PERFORM SKIP-COMPLETED-RUN
                END-IF
                SET RERUN-OF-BUSINESS-DATE TO TRUE
            WHEN RST-STATUS-NOT-ON-FILE
                MOVE SPACES TO RUN-STATE-RECORD
                MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE
                MOVE "FILE-HANDLING" TO RST-PROGRAM-NAME
                MOVE ZERO TO RST-RUN-COUNT
                MOVE ZERO TO RST-SKIP-COUNT
            WHEN OTHER
                DISPLAY "FILE-HANDLING: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "FILE-HANDLING: RUN-STATE-FILE NOT AVAILABLE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "FILE-HANDLING: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
        DISPLAY "FILE-HANDLING: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE RUN-STATE-FILE
    DISPLAY "FILE-HANDLING: ALREADY COMPLETE FOR BUSINESS DATE " WS-BUSINESS-DATE " - SKIPPED"
    PERFORM OPEN-AUDIT-LOG
    SET AUDIT-TYPE-SKIP TO TRUE
    MOVE "FILE-HANDLING" TO AUDIT-PROGRAM-NAME
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
        MOVE "FILE-HANDLING" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        IF NOT RST-STATUS-OK
            DISPLAY "FILE-HANDLING: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
            DISPLAY "FILE-HANDLING: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
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
        CLOSE BEFORE-IMAGE-FILE
    END-IF
    CLOSE CHECKPOINT-FILE
    IF REGISTRY-OPEN
        CLOSE FEED-REGISTRY-FILE
    END-IF
    IF REGISTRATIONS-DEFERRED
        CLOSE FEED-PENDING-FILE
    END-IF
    CLOSE FEED-REPORT-FILE
    CLOSE JOURNAL-FILE
    CLOSE AUDIT-FILE.

    DISPLAY "FILE-HANDLING: RECORDS ADDED    = " WS-RECORDS-ADDED
    DISPLAY "FILE-HANDLING: RECORDS UPDATED  = " WS-RECORDS-UPDATED
    DISPLAY "FILE-HANDLING: RECORDS REJECTED = " WS-RECORDS-REJECTED
    DISPLAY "FILE-HANDLING: RECORDS REFUSED  = " WS-RECORDS-REFUSED
    DISPLAY "FILE-HANDLING: AMOUNT HASH TOTAL (BASE CCY) = " WS-HASH-TOTAL
    MOVE ZERO TO WS-CCY-SUB
    PERFORM DISPLAY-ONE-CURRENCY-TOTAL
        " DETAILS=" WS-SRC-DETAIL-COUNT(WS-SOURCE-SUB)
        " WRITTEN=" WS-SRC-WRITTEN(WS-SOURCE-SUB)
        " REJECTED=" WS-SRC-REJECTED(WS-SOURCE-SUB)
        " REFUSED=" WS-SRC-REFUSED(WS-SOURCE-SUB)
        " HASH=" WS-SRC-HASH-TOTAL(WS-SOURCE-SUB).
