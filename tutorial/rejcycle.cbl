FILE-CONTROL.
*> REJECT-FILE is File-Handling's reject file from last night's run:
*> the raw 51-byte feed record plus the REJ-REASON it was rejected
*> for, and the source system and header run date of its set.
*> Instead of being a dead end that somebody re-keys by hand, it is
*> recycled here.
    SELECT REJECT-FILE ASSIGN TO "REJFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.
    05 REJ-RAW-RECORD  PIC X(51).
    05 FILLER          PIC X(1).
    05 REJ-REASON      PIC X(30).
    05 FILLER          PIC X(1).
    05 REJ-SOURCE-SYSTEM PIC X(10).
    05 FILLER          PIC X(1).
    05 REJ-RUN-DATE    PIC X(8).

*> The source system and run date ride along with every carried
*> reject so Reject-Return can still route it to its supplier nights
*> later.  A carry file written before they were added reads them as
*> spaces.
FD CARRY-IN-FILE.
01 CARRY-IN-RECORD.
    05 CIN-RAW-RECORD  PIC X(51).
    05 CIN-REASON      PIC X(30).
    05 CIN-AGE-DAYS    PIC 9(3).
    05 CIN-FIRST-DATE  PIC X(8).
    05 FILLER          PIC X(1).
    05 CIN-SOURCE-SYSTEM PIC X(10).
    05 FILLER          PIC X(1).
    05 CIN-RUN-DATE    PIC X(8).

FD CORRECTION-FILE.
01 CORRECTION-RECORD.
    05 COUT-REASON     PIC X(30).
    05 COUT-AGE-DAYS   PIC 9(3).
    05 COUT-FIRST-DATE PIC X(8).
    05 FILLER          PIC X(1).
    05 COUT-SOURCE-SYSTEM PIC X(10).
    05 FILLER          PIC X(1).
    05 COUT-RUN-DATE   PIC X(8).

FD AGING-REPORT-FILE.
01 AGING-REPORT-RECORD PIC X(90).

01 WS-CURRENT-AGE   PIC 9(3).
01 WS-FIRST-DATE    PIC X(8).
01 WS-SOURCE-SYSTEM PIC X(10).
01 WS-SOURCE-RUN-DATE PIC X(8).
01 WS-TODAY-DATE    PIC X(8).

*> Calendar-date editing, matching the checks File-Handling applies in
            MOVE REJ-REASON     TO WS-REJECT-REASON
            MOVE 1              TO WS-CURRENT-AGE
            MOVE WS-TODAY-DATE  TO WS-FIRST-DATE
            MOVE REJ-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM
            MOVE REJ-RUN-DATE      TO WS-SOURCE-RUN-DATE
            PERFORM RECYCLE-ONE-REJECT
        WHEN REJ-STATUS-EOF
            SET REJECT-FILE-EOF TO TRUE
            MOVE CIN-REASON     TO WS-REJECT-REASON
            COMPUTE WS-CURRENT-AGE = CIN-AGE-DAYS + 1
            MOVE CIN-FIRST-DATE TO WS-FIRST-DATE
            MOVE CIN-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM
            MOVE CIN-RUN-DATE      TO WS-SOURCE-RUN-DATE
            PERFORM RECYCLE-ONE-REJECT
        WHEN CIN-STATUS-EOF
            SET CARRY-IN-EOF TO TRUE
    MOVE WS-REJECT-REASON TO COUT-REASON
    MOVE WS-CURRENT-AGE   TO COUT-AGE-DAYS
    MOVE WS-FIRST-DATE    TO COUT-FIRST-DATE
    MOVE WS-SOURCE-SYSTEM TO COUT-SOURCE-SYSTEM
    MOVE WS-SOURCE-RUN-DATE TO COUT-RUN-DATE
    WRITE CARRY-OUT-RECORD
    IF NOT COUT-STATUS-OK
        DISPLAY "REJECT-RECYCLE: ERROR WRITING CARRY-OUT-FILE, STATUS=" WS-CARRY-OUT-STATUS
