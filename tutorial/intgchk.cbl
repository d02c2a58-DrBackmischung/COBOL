IDENTIFICATION DIVISION.
PROGRAM-ID. Journal-Integrity.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> DELTA-FILE is Master-Compare's change feed for the night: one A/C/D
*> record for every customer that differs between yesterday's master
*> and today's, with the new image (the old image for a delete).
*> Every one of those changes was made by some program, and every
*> program that changes the master journals what it did - a delta
*> the journal cannot explain was made by something that did not.
    SELECT DELTA-FILE ASSIGN TO "DELTAFIL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DELTA-STATUS.

*> JOURNAL-FILE is the shared customer-master activity journal, read
*> only.  The entries checked are those stamped inside the night's
*> window (see WINDOW-IN-FILE).
    SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

*> CUSTOMER-MASTER is today's master (Master-Compare's NEWMAST), read
*> by key for a journal entry no delta accounted for.  Master-Compare
*> writes deltas only for customers that differ, so an entry whose
*> after image is exactly what the master holds now changed nothing
*> net - every unchanged customer the nightly feed reload journals an
*> add for is one of these.
    SELECT CUSTOMER-MASTER ASSIGN TO "NEWMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MAST-CUST-ID
        FILE STATUS IS WS-CUSTMAST-STATUS.

*> WINDOW-IN-FILE holds the timestamp the previous check ran through,
*> so each night's window starts exactly where the last one ended and
*> a chain that runs past midnight is neither missed nor checked
*> twice.  It does not exist before the first check, when the window
*> starts at the beginning of the business date; NOT-FOUND is
*> tolerated the way Reject-Recycle tolerates a missing CARRYIN.
    SELECT WINDOW-IN-FILE ASSIGN TO "WINDOWIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WINDOW-IN-STATUS.

*> WINDOW-OUT-FILE records where tonight's window ended; it becomes
*> the next run's WINDOWIN.
    SELECT WINDOW-OUT-FILE ASSIGN TO "WINDOWOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WINDOW-OUT-STATUS.

*> RUN-CONTROL-FILE is the suite-wide run-control card; only the
*> business date is used, for the report heading and the first
*> night's window.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

*> EXCEPTION-REPORT-FILE lists every delta with no journal entry to
*> explain it and every journal entry with no delta to show for it.
    SELECT EXCEPTION-REPORT-FILE ASSIGN TO "INTGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-STATUS.

*> AUDIT-FILE is the shared run-audit log written by every program in
*> this suite; it is extended (not recreated) so a driver job's steps
*> all land in the same log.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD DELTA-FILE.
01 DELTA-RECORD.
    05 DELTA-ACTION     PIC X(1).
       88 DELTA-ACTION-ADD    VALUE "A".
       88 DELTA-ACTION-CHANGE VALUE "C".
       88 DELTA-ACTION-DELETE VALUE "D".
    05 DELTA-CUST-IMAGE.
       10 FILLER        PIC X(1).
       10 DELTA-CUST-ID PIC X(9).
       10 FILLER        PIC X(41).

FD JOURNAL-FILE.
01 JOURNAL-RECORD.
    COPY JRNLREC.

FD CUSTOMER-MASTER.
01 CUSTOMER-MASTER-RECORD.
    05 FILLER       PIC X(1).
    05 MAST-CUST-ID PIC X(9).
    05 FILLER       PIC X(41).

FD WINDOW-IN-FILE.
01 WINDOW-IN-RECORD.
    05 WIN-THROUGH-STAMP  PIC X(14).
    05 FILLER             PIC X(1).
    05 WIN-BUSINESS-DATE  PIC X(8).

FD WINDOW-OUT-FILE.
01 WINDOW-OUT-RECORD.
    05 WOUT-THROUGH-STAMP PIC X(14).
    05 FILLER             PIC X(1).
    05 WOUT-BUSINESS-DATE PIC X(8).

FD RUN-CONTROL-FILE.
01 RUN-CONTROL-RECORD.
    COPY RUNCTLRC.

FD EXCEPTION-REPORT-FILE.
01 EXCEPTION-REPORT-RECORD PIC X(100).

FD AUDIT-FILE.
01 AUDIT-LOG-RECORD.
    COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-DELTA-STATUS PIC XX.
   88 DELTA-STATUS-OK  VALUE "00".
   88 DELTA-STATUS-EOF VALUE "10".

01 WS-JOURNAL-STATUS PIC XX.
   88 JRNL-STATUS-OK  VALUE "00".
   88 JRNL-STATUS-EOF VALUE "10".

01 WS-CUSTMAST-STATUS PIC XX.
   88 CUSTMAST-STATUS-OK        VALUE "00".
   88 CUSTMAST-STATUS-NOT-FOUND VALUE "23".

01 WS-WINDOW-IN-STATUS PIC XX.
   88 WIN-STATUS-OK        VALUE "00".
   88 WIN-STATUS-EOF       VALUE "10".
   88 WIN-STATUS-NOT-FOUND VALUE "35".

01 WS-WINDOW-OUT-STATUS PIC XX.
   88 WOUT-STATUS-OK VALUE "00".

01 WS-RUN-CONTROL-STATUS PIC XX.
   88 CTL-STATUS-OK        VALUE "00".
   88 CTL-STATUS-EOF       VALUE "10".
   88 CTL-STATUS-NOT-FOUND VALUE "35".

01 WS-EXCEPTION-STATUS PIC XX.
   88 EXCEPTION-STATUS-OK VALUE "00".

01 WS-AUDIT-STATUS PIC XX.
   88 AUDIT-STATUS-OK        VALUE "00".
   88 AUDIT-STATUS-NOT-FOUND VALUE "35".

01 WS-AUDIT-DATE PIC X(8).
01 WS-AUDIT-TIME PIC X(6).

01 WS-BUSINESS-DATE PIC X(8).

01 WS-DELTA-EOF-SWITCH PIC X VALUE "N".
   88 DELTA-FILE-EOF VALUE "Y".
01 WS-JOURNAL-EOF-SWITCH PIC X VALUE "N".
   88 JOURNAL-FILE-EOF VALUE "Y".

*> The window: journal entries stamped after WS-WINDOW-START and no
*> later than WS-WINDOW-END (the moment this run started) are the
*> night's.  An entry written while the check is running belongs to
*> the next window.
01 WS-WINDOW-START PIC X(14).
01 WS-WINDOW-END   PIC X(14).
01 WS-RUN-DATE     PIC X(8).
01 WS-RUN-TIME     PIC X(8).

*> The window's journal entries, in journal (arrival) order, each
*> marked once a delta has accounted for it.  Sized for a night the
*> feed reload journals an add for every customer on the master, with
*> the rest of the chain's maintenance on top.
01 WS-ENTRY-COUNT PIC 9(6) VALUE ZERO.
01 WS-ENTRY-TABLE.
   05 WS-ENTRIES OCCURS 150000 TIMES.
      10 WS-ENT-TIMESTAMP    PIC X(14).
      10 WS-ENT-PROGRAM-NAME PIC X(20).
      10 WS-ENT-ACTION       PIC X(1).
         88 WS-ENT-REMOVES-KEY VALUES "D" "P".
         88 WS-ENT-LANDS-IMAGE VALUES "A" "U" "R".
      10 WS-ENT-CUST-ID      PIC X(9).
      10 WS-ENT-AFTER-IMAGE  PIC X(51).
      10 WS-ENT-MATCHED      PIC X(1).
01 WS-ENTRY-SUB      PIC 9(6) VALUE ZERO.
01 WS-LAST-ENTRY-SUB PIC 9(6) VALUE ZERO.
01 WS-KEY-ENTRY-COUNT PIC 9(6) VALUE ZERO.

*> When the window holds a feed reload, the stamp of its first journal
*> entry.  File-Handling rebuilds the master from empty, so a customer
*> missing from the night's feed is simply not loaded: a delete that
*> no journal entry after the reload explains was made by the reload.
01 WS-RELOAD-STAMP PIC X(14) VALUE HIGH-VALUES.
   88 NO-RELOAD-IN-WINDOW VALUE HIGH-VALUES.

*> Check control totals for the report and the sysout.
01 WS-JOURNAL-RECORDS-READ PIC 9(9) VALUE ZERO.
01 WS-ENTRIES-IN-WINDOW    PIC 9(9) VALUE ZERO.
01 WS-DELTAS-READ          PIC 9(9) VALUE ZERO.
01 WS-DELTAS-EXPLAINED     PIC 9(9) VALUE ZERO.
01 WS-DELTAS-UNEXPLAINED   PIC 9(9) VALUE ZERO.
01 WS-DELTAS-BY-RELOAD     PIC 9(9) VALUE ZERO.
01 WS-ENTRIES-UNCHANGED    PIC 9(9) VALUE ZERO.
01 WS-ENTRIES-UNMATCHED    PIC 9(9) VALUE ZERO.

01 WS-EXCEPTION-HEADING.
    05 FILLER PIC X(50)
        VALUE "JOURNAL-INTEGRITY: DELTA/JOURNAL EXCEPTION REPORT".
    05 FILLER              PIC X(15) VALUE "BUSINESS DATE: ".
    05 EXC-HEAD-DATE       PIC X(8).

01 WS-WINDOW-LINE.
    05 FILLER              PIC X(20) VALUE "JOURNAL WINDOW AFTER".
    05 FILLER              PIC X(1)  VALUE SPACE.
    05 EXC-WINDOW-START    PIC X(14).
    05 FILLER              PIC X(9)  VALUE " THROUGH ".
    05 EXC-WINDOW-END      PIC X(14).

*> One line per exception: which side it came from, the key and
*> action, and - for a journal entry - when and by which program.
01 WS-EXCEPTION-DETAIL-LINE.
    05 EXC-SOURCE          PIC X(7).
    05 FILLER              PIC X(1)  VALUE SPACE.
    05 EXC-ACTION          PIC X(1).
    05 FILLER              PIC X(1)  VALUE SPACE.
    05 EXC-CUST-ID         PIC X(9).
    05 FILLER              PIC X(1)  VALUE SPACE.
    05 EXC-TIMESTAMP       PIC X(14).
    05 FILLER              PIC X(1)  VALUE SPACE.
    05 EXC-PROGRAM-NAME    PIC X(20).
    05 FILLER              PIC X(1)  VALUE SPACE.
    05 EXC-REASON          PIC X(40).

01 WS-EXCEPTION-TOTAL-LINE.
    05 EXC-TOT-LABEL PIC X(30).
    05 EXC-TOT-COUNT PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME(1:6) DELIMITED BY SIZE
        INTO WS-WINDOW-END
    PERFORM LOAD-RUN-CONTROL
    PERFORM OPEN-FILES
    PERFORM LOAD-WINDOW-START
    PERFORM WRITE-START-AUDIT-RECORD
    PERFORM WRITE-EXCEPTION-HEADING

    PERFORM UNTIL JOURNAL-FILE-EOF
        PERFORM READ-JOURNAL-RECORD
    END-PERFORM

    PERFORM UNTIL DELTA-FILE-EOF
        PERFORM READ-DELTA-RECORD
    END-PERFORM

    PERFORM REPORT-UNMATCHED-ENTRIES
    PERFORM WRITE-WINDOW-END
    PERFORM WRITE-EXCEPTION-TOTALS
    PERFORM DISPLAY-CHECK-TOTALS
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
            DISPLAY "JOURNAL-INTEGRITY: RUN-CONTROL-FILE NOT FOUND, USING SYSTEM DATE"
        WHEN OTHER
            DISPLAY "JOURNAL-INTEGRITY: ERROR OPENING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
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
            DISPLAY "JOURNAL-INTEGRITY: RUN-CONTROL-FILE EMPTY, USING SYSTEM DATE"
        WHEN OTHER
            DISPLAY "JOURNAL-INTEGRITY: ERROR READING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

OPEN-FILES.
    OPEN INPUT DELTA-FILE
    IF NOT DELTA-STATUS-OK
        DISPLAY "JOURNAL-INTEGRITY: ERROR OPENING DELTA-FILE, STATUS=" WS-DELTA-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT JOURNAL-FILE
    IF NOT JRNL-STATUS-OK
        DISPLAY "JOURNAL-INTEGRITY: ERROR OPENING JOURNAL-FILE, STATUS=" WS-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT CUSTOMER-MASTER
    IF NOT CUSTMAST-STATUS-OK
        DISPLAY "JOURNAL-INTEGRITY: ERROR OPENING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT WINDOW-OUT-FILE
    IF NOT WOUT-STATUS-OK
        DISPLAY "JOURNAL-INTEGRITY: ERROR OPENING WINDOW-OUT-FILE, STATUS=" WS-WINDOW-OUT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT EXCEPTION-REPORT-FILE
    IF NOT EXCEPTION-STATUS-OK
        DISPLAY "JOURNAL-INTEGRITY: ERROR OPENING EXCEPTION-REPORT-FILE, STATUS=" WS-EXCEPTION-STATUS
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
        DISPLAY "JOURNAL-INTEGRITY: ERROR OPENING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-WINDOW-START.
    STRING WS-BUSINESS-DATE "000000" DELIMITED BY SIZE
        INTO WS-WINDOW-START
    OPEN INPUT WINDOW-IN-FILE
    EVALUATE TRUE
        WHEN WIN-STATUS-OK
            READ WINDOW-IN-FILE
            IF WIN-STATUS-OK AND WIN-THROUGH-STAMP IS NUMERIC
                MOVE WIN-THROUGH-STAMP TO WS-WINDOW-START
            ELSE
                DISPLAY "JOURNAL-INTEGRITY: WINDOW-IN-FILE EMPTY, WINDOW STARTS AT BUSINESS DATE"
            END-IF
            CLOSE WINDOW-IN-FILE
        WHEN WIN-STATUS-NOT-FOUND
            DISPLAY "JOURNAL-INTEGRITY: WINDOW-IN-FILE NOT FOUND, WINDOW STARTS AT BUSINESS DATE"
        WHEN OTHER
            DISPLAY "JOURNAL-INTEGRITY: ERROR OPENING WINDOW-IN-FILE, STATUS=" WS-WINDOW-IN-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    DISPLAY "JOURNAL-INTEGRITY: JOURNAL WINDOW AFTER " WS-WINDOW-START
        " THROUGH " WS-WINDOW-END.

READ-JOURNAL-RECORD.
    READ JOURNAL-FILE
    EVALUATE TRUE
        WHEN JRNL-STATUS-OK
            ADD 1 TO WS-JOURNAL-RECORDS-READ
            IF JRNL-TIMESTAMP > WS-WINDOW-START
               AND JRNL-TIMESTAMP NOT > WS-WINDOW-END
                ADD 1 TO WS-ENTRIES-IN-WINDOW
                PERFORM ADD-ENTRY-TO-TABLE
                IF JRNL-PROGRAM-NAME = "FILE-HANDLING"
                   AND NO-RELOAD-IN-WINDOW
                    MOVE JRNL-TIMESTAMP TO WS-RELOAD-STAMP
                END-IF
            END-IF
        WHEN JRNL-STATUS-EOF
            SET JOURNAL-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "JOURNAL-INTEGRITY: ERROR READING JOURNAL-FILE, STATUS=" WS-JOURNAL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

ADD-ENTRY-TO-TABLE.
    IF WS-ENTRY-COUNT >= 150000
        DISPLAY "JOURNAL-INTEGRITY: *** JOURNAL ENTRY TABLE FULL AT " JRNL-TIMESTAMP " - RUN ABANDONED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-ENTRY-COUNT
    MOVE JRNL-TIMESTAMP    TO WS-ENT-TIMESTAMP(WS-ENTRY-COUNT)
    MOVE JRNL-PROGRAM-NAME TO WS-ENT-PROGRAM-NAME(WS-ENTRY-COUNT)
    MOVE JRNL-ACTION       TO WS-ENT-ACTION(WS-ENTRY-COUNT)
    MOVE JRNL-CUST-ID      TO WS-ENT-CUST-ID(WS-ENTRY-COUNT)
    MOVE JRNL-AFTER-IMAGE  TO WS-ENT-AFTER-IMAGE(WS-ENTRY-COUNT)
    MOVE "N"               TO WS-ENT-MATCHED(WS-ENTRY-COUNT).

READ-DELTA-RECORD.
    READ DELTA-FILE
    EVALUATE TRUE
        WHEN DELTA-STATUS-OK
            ADD 1 TO WS-DELTAS-READ
            PERFORM MATCH-DELTA-TO-JOURNAL
        WHEN DELTA-STATUS-EOF
            SET DELTA-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "JOURNAL-INTEGRITY: ERROR READING DELTA-FILE, STATUS=" WS-DELTA-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

MATCH-DELTA-TO-JOURNAL.
*> A delta is the net change over the whole window, so it is matched
*> against the key's last journal entry in the window: an add or a
*> change must leave the key holding exactly the delta's image, and
*> a delete must leave it gone.  When the last entry agrees, every
*> entry for the key is accounted for - the intermediate ones are how
*> the key got there.  A delete is the exception when the window
*> holds a feed reload and the key has no entry from the reload on:
*> the reload dropped a customer the feed no longer carries.
    PERFORM FIND-LAST-ENTRY-FOR-KEY
    MOVE "DELTA"        TO EXC-SOURCE
    MOVE DELTA-ACTION   TO EXC-ACTION
    MOVE DELTA-CUST-ID  TO EXC-CUST-ID
    MOVE SPACES         TO EXC-TIMESTAMP
    MOVE SPACES         TO EXC-PROGRAM-NAME
    IF DELTA-ACTION-DELETE AND NOT NO-RELOAD-IN-WINDOW
        PERFORM CHECK-DELETE-BY-RELOAD
    ELSE
        PERFORM MATCH-DELTA-TO-LAST-ENTRY
    END-IF.

CHECK-DELETE-BY-RELOAD.
    IF WS-KEY-ENTRY-COUNT = ZERO
        ADD 1 TO WS-DELTAS-BY-RELOAD
        ADD 1 TO WS-DELTAS-EXPLAINED
    ELSE IF WS-ENT-TIMESTAMP(WS-LAST-ENTRY-SUB) < WS-RELOAD-STAMP
        ADD 1 TO WS-DELTAS-BY-RELOAD
        PERFORM ACCOUNT-FOR-KEY-ENTRIES
    ELSE
        PERFORM MATCH-DELTA-TO-LAST-ENTRY
    END-IF
    END-IF.

MATCH-DELTA-TO-LAST-ENTRY.
    IF WS-KEY-ENTRY-COUNT = ZERO
        MOVE "CHANGE WITH NO JOURNAL ENTRY" TO EXC-REASON
        PERFORM REPORT-UNEXPLAINED-DELTA
    ELSE
        MOVE WS-ENT-TIMESTAMP(WS-LAST-ENTRY-SUB)    TO EXC-TIMESTAMP
        MOVE WS-ENT-PROGRAM-NAME(WS-LAST-ENTRY-SUB) TO EXC-PROGRAM-NAME
        EVALUATE TRUE
            WHEN DELTA-ACTION-DELETE
                IF WS-ENT-REMOVES-KEY(WS-LAST-ENTRY-SUB)
                    PERFORM ACCOUNT-FOR-KEY-ENTRIES
                ELSE
                    MOVE "LAST JOURNAL ENTRY DID NOT REMOVE KEY" TO EXC-REASON
                    PERFORM REPORT-UNEXPLAINED-DELTA
                END-IF
            WHEN DELTA-ACTION-ADD
            WHEN DELTA-ACTION-CHANGE
                IF NOT WS-ENT-LANDS-IMAGE(WS-LAST-ENTRY-SUB)
                    MOVE "LAST JOURNAL ENTRY REMOVED KEY" TO EXC-REASON
                    PERFORM REPORT-UNEXPLAINED-DELTA
                ELSE IF WS-ENT-AFTER-IMAGE(WS-LAST-ENTRY-SUB)
                        NOT = DELTA-CUST-IMAGE
                    MOVE "AFTER IMAGE DIFFERS FROM MASTER" TO EXC-REASON
                    PERFORM REPORT-UNEXPLAINED-DELTA
                ELSE
                    PERFORM ACCOUNT-FOR-KEY-ENTRIES
                END-IF
            WHEN OTHER
                MOVE "UNKNOWN DELTA ACTION" TO EXC-REASON
                PERFORM REPORT-UNEXPLAINED-DELTA
        END-EVALUATE
    END-IF.

FIND-LAST-ENTRY-FOR-KEY.
    MOVE ZERO TO WS-KEY-ENTRY-COUNT
    MOVE ZERO TO WS-LAST-ENTRY-SUB
    MOVE ZERO TO WS-ENTRY-SUB
    PERFORM CHECK-ENTRY-FOR-KEY
        UNTIL WS-ENTRY-SUB >= WS-ENTRY-COUNT.

CHECK-ENTRY-FOR-KEY.
    ADD 1 TO WS-ENTRY-SUB
    IF WS-ENT-CUST-ID(WS-ENTRY-SUB) = DELTA-CUST-ID
        ADD 1 TO WS-KEY-ENTRY-COUNT
        MOVE WS-ENTRY-SUB TO WS-LAST-ENTRY-SUB
    END-IF.

ACCOUNT-FOR-KEY-ENTRIES.
    ADD 1 TO WS-DELTAS-EXPLAINED
    MOVE ZERO TO WS-ENTRY-SUB
    PERFORM MARK-ENTRY-FOR-KEY
        UNTIL WS-ENTRY-SUB >= WS-ENTRY-COUNT.

MARK-ENTRY-FOR-KEY.
    ADD 1 TO WS-ENTRY-SUB
    IF WS-ENT-CUST-ID(WS-ENTRY-SUB) = DELTA-CUST-ID
        MOVE "Y" TO WS-ENT-MATCHED(WS-ENTRY-SUB)
    END-IF.

REPORT-UNEXPLAINED-DELTA.
*> The key's journal entries stay unmatched as well, so they are
*> listed beside the delta they failed to explain.
    ADD 1 TO WS-DELTAS-UNEXPLAINED
    PERFORM WRITE-EXCEPTION-DETAIL.

REPORT-UNMATCHED-ENTRIES.
    MOVE ZERO TO WS-ENTRY-SUB
    PERFORM REPORT-ONE-UNMATCHED-ENTRY
        UNTIL WS-ENTRY-SUB >= WS-ENTRY-COUNT.

REPORT-ONE-UNMATCHED-ENTRY.
*> A journal entry with no delta and an after image the master does
*> not hold claims a change the masters do not show: the change was
*> lost, overwritten by an unjournalled one, or undone inside the
*> window (an add later purged the same night) - either way somebody
*> has to look.  One whose after image is the master's current record
*> left the customer as it was (see CUSTOMER-MASTER) and is counted,
*> not reported.
    ADD 1 TO WS-ENTRY-SUB
    IF WS-ENT-MATCHED(WS-ENTRY-SUB) = "N"
        PERFORM CHECK-ENTRY-AGAINST-MASTER
    END-IF
    IF WS-ENT-MATCHED(WS-ENTRY-SUB) = "N"
        ADD 1 TO WS-ENTRIES-UNMATCHED
        MOVE "JOURNAL"                           TO EXC-SOURCE
        MOVE WS-ENT-ACTION(WS-ENTRY-SUB)         TO EXC-ACTION
        MOVE WS-ENT-CUST-ID(WS-ENTRY-SUB)        TO EXC-CUST-ID
        MOVE WS-ENT-TIMESTAMP(WS-ENTRY-SUB)      TO EXC-TIMESTAMP
        MOVE WS-ENT-PROGRAM-NAME(WS-ENTRY-SUB)   TO EXC-PROGRAM-NAME
        MOVE "JOURNAL ENTRY WITH NO MATCHING DELTA" TO EXC-REASON
        PERFORM WRITE-EXCEPTION-DETAIL
    END-IF.

CHECK-ENTRY-AGAINST-MASTER.
    IF WS-ENT-LANDS-IMAGE(WS-ENTRY-SUB)
        MOVE WS-ENT-CUST-ID(WS-ENTRY-SUB) TO MAST-CUST-ID
        READ CUSTOMER-MASTER
        EVALUATE TRUE
            WHEN CUSTMAST-STATUS-OK
                IF CUSTOMER-MASTER-RECORD = WS-ENT-AFTER-IMAGE(WS-ENTRY-SUB)
                    MOVE "Y" TO WS-ENT-MATCHED(WS-ENTRY-SUB)
                    ADD 1 TO WS-ENTRIES-UNCHANGED
                END-IF
            WHEN CUSTMAST-STATUS-NOT-FOUND
                CONTINUE
            WHEN OTHER
                DISPLAY "JOURNAL-INTEGRITY: ERROR READING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF.

WRITE-WINDOW-END.
    MOVE SPACES           TO WINDOW-OUT-RECORD
    MOVE WS-WINDOW-END    TO WOUT-THROUGH-STAMP
    MOVE WS-BUSINESS-DATE TO WOUT-BUSINESS-DATE
    WRITE WINDOW-OUT-RECORD
    IF NOT WOUT-STATUS-OK
        DISPLAY "JOURNAL-INTEGRITY: ERROR WRITING WINDOW-OUT-FILE, STATUS=" WS-WINDOW-OUT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-EXCEPTION-DETAIL.
    MOVE WS-EXCEPTION-DETAIL-LINE TO EXCEPTION-REPORT-RECORD
    PERFORM WRITE-EXCEPTION-RECORD.

WRITE-EXCEPTION-HEADING.
    MOVE WS-BUSINESS-DATE TO EXC-HEAD-DATE
    MOVE WS-EXCEPTION-HEADING TO EXCEPTION-REPORT-RECORD
    PERFORM WRITE-EXCEPTION-RECORD
    MOVE WS-WINDOW-START TO EXC-WINDOW-START
    MOVE WS-WINDOW-END   TO EXC-WINDOW-END
    MOVE WS-WINDOW-LINE  TO EXCEPTION-REPORT-RECORD
    PERFORM WRITE-EXCEPTION-RECORD
    MOVE SPACES TO EXCEPTION-REPORT-RECORD
    PERFORM WRITE-EXCEPTION-RECORD.

WRITE-EXCEPTION-TOTALS.
*> Any exception at all ends the step with return code 8: a master
*> change nobody can account for is not something to leave for the
*> morning report alone.
    MOVE SPACES TO EXCEPTION-REPORT-RECORD
    PERFORM WRITE-EXCEPTION-RECORD
    MOVE "JOURNAL ENTRIES IN WINDOW:    " TO EXC-TOT-LABEL
    MOVE WS-ENTRIES-IN-WINDOW             TO EXC-TOT-COUNT
    MOVE WS-EXCEPTION-TOTAL-LINE TO EXCEPTION-REPORT-RECORD
    PERFORM WRITE-EXCEPTION-RECORD
    MOVE "DELTAS READ:                  " TO EXC-TOT-LABEL
    MOVE WS-DELTAS-READ                   TO EXC-TOT-COUNT
    MOVE WS-EXCEPTION-TOTAL-LINE TO EXCEPTION-REPORT-RECORD
    PERFORM WRITE-EXCEPTION-RECORD
    MOVE "DELTAS EXPLAINED BY JOURNAL:  " TO EXC-TOT-LABEL
    MOVE WS-DELTAS-EXPLAINED              TO EXC-TOT-COUNT
    MOVE WS-EXCEPTION-TOTAL-LINE TO EXCEPTION-REPORT-RECORD
    PERFORM WRITE-EXCEPTION-RECORD
    MOVE "  OF WHICH DROPPED BY RELOAD: " TO EXC-TOT-LABEL
    MOVE WS-DELTAS-BY-RELOAD              TO EXC-TOT-COUNT
    MOVE WS-EXCEPTION-TOTAL-LINE TO EXCEPTION-REPORT-RECORD
    PERFORM WRITE-EXCEPTION-RECORD
    MOVE "UNEXPLAINED DELTAS:           " TO EXC-TOT-LABEL
    MOVE WS-DELTAS-UNEXPLAINED            TO EXC-TOT-COUNT
    MOVE WS-EXCEPTION-TOTAL-LINE TO EXCEPTION-REPORT-RECORD
    PERFORM WRITE-EXCEPTION-RECORD
    MOVE "ENTRIES LEAVING NO NET CHANGE:" TO EXC-TOT-LABEL
    MOVE WS-ENTRIES-UNCHANGED             TO EXC-TOT-COUNT
    MOVE WS-EXCEPTION-TOTAL-LINE TO EXCEPTION-REPORT-RECORD
    PERFORM WRITE-EXCEPTION-RECORD
    MOVE "UNMATCHED JOURNAL ENTRIES:    " TO EXC-TOT-LABEL
    MOVE WS-ENTRIES-UNMATCHED             TO EXC-TOT-COUNT
    MOVE WS-EXCEPTION-TOTAL-LINE TO EXCEPTION-REPORT-RECORD
    PERFORM WRITE-EXCEPTION-RECORD
    IF WS-DELTAS-UNEXPLAINED > ZERO OR WS-ENTRIES-UNMATCHED > ZERO
        MOVE "*** MASTER CHANGES NOT ACCOUNTED FOR BY THE JOURNAL ***"
            TO EXCEPTION-REPORT-RECORD
        PERFORM WRITE-EXCEPTION-RECORD
        MOVE 8 TO RETURN-CODE
    END-IF.

WRITE-EXCEPTION-RECORD.
    WRITE EXCEPTION-REPORT-RECORD
    IF NOT EXCEPTION-STATUS-OK
        DISPLAY "JOURNAL-INTEGRITY: ERROR WRITING EXCEPTION-REPORT-FILE, STATUS=" WS-EXCEPTION-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-START-AUDIT-RECORD.
    SET AUDIT-TYPE-START     TO TRUE
    MOVE "JOURNAL-INTEGRITY" TO AUDIT-PROGRAM-NAME
    MOVE ZERO                TO AUDIT-RETURN-CODE
    MOVE ZERO                TO AUDIT-RECORDS-READ
    MOVE ZERO                TO AUDIT-RECORDS-WRITTEN
    PERFORM STAMP-AUDIT-RECORD
    PERFORM WRITE-AUDIT-RECORD.

WRITE-END-AUDIT-RECORD.
    SET AUDIT-TYPE-END       TO TRUE
    MOVE "JOURNAL-INTEGRITY" TO AUDIT-PROGRAM-NAME
    MOVE RETURN-CODE         TO AUDIT-RETURN-CODE
    COMPUTE AUDIT-RECORDS-READ =
        WS-DELTAS-READ + WS-JOURNAL-RECORDS-READ
    COMPUTE AUDIT-RECORDS-WRITTEN =
        WS-DELTAS-UNEXPLAINED + WS-ENTRIES-UNMATCHED
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
        DISPLAY "JOURNAL-INTEGRITY: ERROR WRITING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

CLOSE-FILES.
    CLOSE DELTA-FILE
    CLOSE JOURNAL-FILE
    CLOSE CUSTOMER-MASTER
    CLOSE WINDOW-OUT-FILE
    CLOSE EXCEPTION-REPORT-FILE
    CLOSE AUDIT-FILE.

DISPLAY-CHECK-TOTALS.
    DISPLAY "JOURNAL-INTEGRITY: ==== INTEGRITY CHECK TOTALS ===="
    DISPLAY "JOURNAL-INTEGRITY: JOURNAL RECORDS READ   = " WS-JOURNAL-RECORDS-READ
    DISPLAY "JOURNAL-INTEGRITY: ENTRIES IN WINDOW      = " WS-ENTRIES-IN-WINDOW
    DISPLAY "JOURNAL-INTEGRITY: DELTAS READ            = " WS-DELTAS-READ
    DISPLAY "JOURNAL-INTEGRITY: DELTAS EXPLAINED       = " WS-DELTAS-EXPLAINED
    DISPLAY "JOURNAL-INTEGRITY: DROPPED BY RELOAD      = " WS-DELTAS-BY-RELOAD
    DISPLAY "JOURNAL-INTEGRITY: UNEXPLAINED DELTAS     = " WS-DELTAS-UNEXPLAINED
    DISPLAY "JOURNAL-INTEGRITY: NO NET CHANGE          = " WS-ENTRIES-UNCHANGED
    DISPLAY "JOURNAL-INTEGRITY: UNMATCHED JOURNAL      = " WS-ENTRIES-UNMATCHED
    DISPLAY "JOURNAL-INTEGRITY: ==== END OF TOTALS ====".
