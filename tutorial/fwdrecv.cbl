IDENTIFICATION DIVISION.
PROGRAM-ID. Forward-Recovery.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> SNAPSHOT-FILE is a flat unload of the customer master taken at a
*> known point in time (the REPRO of a backup generation): the
*> starting state the journal is rolled forward from.  It is in key
*> order, as REPRO writes it, so it loads straight into the empty
*> cluster.
    SELECT SNAPSHOT-FILE ASSIGN TO "SNAPSHOT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SNAPSHOT-STATUS.

*> JOURNAL-FILE is the shared activity journal (normally a copy of it,
*> sorted into timestamp order by the job's sort step): every add,
*> rewrite, restore, delete and purge any program made on the master,
*> each with the full after image.  Only entries stamped after the
*> snapshot was taken and no later than the recovery point are
*> replayed.
    SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

*> CUSTOMER-MASTER is the freshly defined, empty cluster the master is
*> rebuilt into - never the live CUSTMAST, which operations swaps for
*> the rebuilt one only once the recovery register has been checked.
    SELECT CUSTOMER-MASTER ASSIGN TO "OUTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CUST-ID
        FILE STATUS IS WS-CUSTMAST-STATUS.

*> CONTROL-HISTORY-FILE is the retained control-total history
*> History-Roll keeps; Customer-Statement's record for the recovery
*> date carries the master's record count and amount total as the
*> nightly chain saw it, which the rebuilt master is reconciled to.
    SELECT CONTROL-HISTORY-FILE ASSIGN TO "CTLTHST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-HISTORY-STATUS.

*> REGISTER-FILE is the recovery register: one line per journal entry
*> replayed onto the rebuilt master (and one per reload that emptied
*> it), then the reconciliation.
    SELECT REGISTER-FILE ASSIGN TO "RCVRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.

*> AUDIT-FILE is the shared run-audit log written by every program in
*> this suite; it is extended (not recreated) so a driver job's steps
*> all land in the same log.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD SNAPSHOT-FILE.
01 SNAPSHOT-RECORD PIC X(51).

FD JOURNAL-FILE.
01 JOURNAL-RECORD.
    COPY JRNLREC.

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

FD CONTROL-HISTORY-FILE.
01 CONTROL-HISTORY-RECORD.
    COPY CTLHSTRC.

FD REGISTER-FILE.
01 REGISTER-RECORD PIC X(100).

FD AUDIT-FILE.
01 AUDIT-LOG-RECORD.
    COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-SNAPSHOT-STATUS PIC XX.
   88 SNAP-STATUS-OK  VALUE "00".
   88 SNAP-STATUS-EOF VALUE "10".

01 WS-JOURNAL-STATUS PIC XX.
   88 JRNL-STATUS-OK  VALUE "00".
   88 JRNL-STATUS-EOF VALUE "10".

01 WS-CUSTMAST-STATUS PIC XX.
   88 CUSTMAST-STATUS-OK        VALUE "00".
   88 CUSTMAST-STATUS-EOF       VALUE "10".
   88 CUSTMAST-STATUS-DUPLICATE VALUE "22".
   88 CUSTMAST-STATUS-NOT-FOUND VALUE "23".

01 WS-CONTROL-HISTORY-STATUS PIC XX.
   88 CHST-STATUS-OK        VALUE "00".
   88 CHST-STATUS-EOF       VALUE "10".
   88 CHST-STATUS-NOT-FOUND VALUE "35".

01 WS-REGISTER-STATUS PIC XX.
   88 REGISTER-STATUS-OK VALUE "00".

01 WS-AUDIT-STATUS PIC XX.
   88 AUDIT-STATUS-OK        VALUE "00".
   88 AUDIT-STATUS-NOT-FOUND VALUE "35".

01 WS-AUDIT-DATE PIC X(8).
01 WS-AUDIT-TIME PIC X(6).

01 WS-SNAPSHOT-EOF-SWITCH PIC X VALUE "N".
   88 SNAPSHOT-EOF VALUE "Y".
01 WS-JOURNAL-EOF-SWITCH PIC X VALUE "N".
   88 JOURNAL-FILE-EOF VALUE "Y".
01 WS-MASTER-EOF-SWITCH PIC X VALUE "N".
   88 MASTER-EOF VALUE "Y".
01 WS-HISTORY-EOF-SWITCH PIC X VALUE "N".
   88 HISTORY-FILE-EOF VALUE "Y".

*> The recovery window arrives on the PARM as two timestamps,
*> YYYYMMDDHHMMSS: when the snapshot was taken, and the point the
*> master is to be rebuilt "as of".  The third field names the
*> business date whose control totals the rebuild is reconciled to.
*> It is not defaulted: a recovery point during the day follows the
*> previous night's statement step, not its own date's, and only
*> whoever chose the point knows which night it follows.  The run
*> refuses to start without a valid window and date - a rebuild to a
*> defaulted point in time is a rebuild nobody asked for.
01 WS-PARM-LINE        PIC X(40) VALUE SPACES.
01 WS-SNAPSHOT-STAMP   PIC X(14) VALUE SPACES.
01 WS-RECOVERY-STAMP   PIC X(14) VALUE SPACES.
01 WS-RECONCILE-DATE   PIC X(8)  VALUE SPACES.

*> The journal must arrive in timestamp order, since a later image
*> of a key has to land after an earlier one; an entry out of order
*> means the sort step was skipped and the run is abandoned.
01 WS-LAST-TIMESTAMP   PIC X(14) VALUE LOW-VALUES.

*> File-Handling rebuilds the master from empty on every fresh run,
*> journalling an add for each customer it loads, so the journal
*> shows a reload only as a block of FILE-HANDLING entries.  The first
*> of those after any other program's activity empties the rebuilt
*> master the same way, and a customer the reload did not load is
*> gone from it just as it was from production.
01 WS-LAST-PROGRAM     PIC X(20) VALUE SPACES.
01 WS-CLEAR-EOF-SWITCH PIC X VALUE "N".
   88 CLEAR-EOF VALUE "Y".
01 WS-RELOAD-CLEARED   PIC 9(9) VALUE ZERO.

*> The reconciliation figures: the last Customer-Statement record in
*> the history for the reconcile date, against a count and total
*> taken off the rebuilt master itself.
01 WS-HISTORY-PROGRAM  PIC X(20) VALUE "CUSTOMER-STATEMENT".
01 WS-HISTORY-FOUND-SWITCH PIC X VALUE "N".
   88 HISTORY-FOUND VALUE "Y".
01 WS-HISTORY-RECORDS  PIC 9(9) VALUE ZERO.
01 WS-HISTORY-AMOUNT   PIC S9(11)V99 VALUE ZERO.
01 WS-REBUILT-RECORDS  PIC 9(9) VALUE ZERO.
01 WS-REBUILT-AMOUNT   PIC S9(11)V99 VALUE ZERO.
01 WS-RECONCILE-SWITCH PIC X VALUE "N".
   88 REBUILD-RECONCILED VALUE "Y".

*> Recovery control totals for the register and the sysout.
01 WS-SNAPSHOT-LOADED      PIC 9(9) VALUE ZERO.
01 WS-JOURNAL-RECORDS-READ PIC 9(9) VALUE ZERO.
01 WS-ENTRIES-BEFORE       PIC 9(9) VALUE ZERO.
01 WS-ENTRIES-AFTER        PIC 9(9) VALUE ZERO.
01 WS-ENTRIES-REPLAYED     PIC 9(9) VALUE ZERO.
01 WS-RECORDS-ADDED        PIC 9(9) VALUE ZERO.
01 WS-RECORDS-REWRITTEN    PIC 9(9) VALUE ZERO.
01 WS-RECORDS-REMOVED      PIC 9(9) VALUE ZERO.
01 WS-RELOADS-REPLAYED     PIC 9(9) VALUE ZERO.
01 WS-RECORDS-CLEARED      PIC 9(9) VALUE ZERO.
01 WS-EXCEPTION-COUNT      PIC 9(9) VALUE ZERO.

01 WS-REGISTER-HEADING.
    05 FILLER PIC X(42)
        VALUE "FORWARD-RECOVERY: RECOVERY REGISTER  FROM ".
    05 HDG-SNAPSHOT-STAMP  PIC X(14).
    05 FILLER              PIC X(7) VALUE " AS OF ".
    05 HDG-RECOVERY-STAMP  PIC X(14).

01 WS-REGISTER-DETAIL-LINE.
    05 RCV-TIMESTAMP     PIC X(14).
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 RCV-PROGRAM-NAME  PIC X(20).
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 RCV-ACTION        PIC X(1).
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 RCV-CUST-ID       PIC X(9).
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 RCV-AFTER-AMOUNT  PIC ZZZZZZ9.99-.
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 RCV-DISPOSITION   PIC X(9).
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 RCV-NOTE          PIC X(30).

01 WS-REGISTER-RELOAD-LINE.
    05 RLD-TIMESTAMP     PIC X(14).
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 FILLER            PIC X(23) VALUE "FILE-HANDLING RELOAD - ".
    05 RLD-CLEARED       PIC ZZZZZZZZ9.
    05 FILLER            PIC X(29) VALUE " RECORDS CLEARED FROM MASTER".

01 WS-REGISTER-TOTAL-LINE.
    05 RCV-TOT-LABEL PIC X(30).
    05 RCV-TOT-COUNT PIC ZZZZZZZZ9.

01 WS-RECONCILE-LINE.
    05 REC-LABEL         PIC X(30).
    05 REC-COUNT         PIC ZZZZZZZZ9.
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 REC-AMOUNT        PIC ZZZZZZZZZZ9.99-.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM GET-RECOVERY-WINDOW
    PERFORM OPEN-FILES
    PERFORM WRITE-START-AUDIT-RECORD
    PERFORM WRITE-REGISTER-HEADING

    PERFORM UNTIL SNAPSHOT-EOF
        PERFORM LOAD-SNAPSHOT-RECORD
    END-PERFORM
    CLOSE SNAPSHOT-FILE
    CLOSE CUSTOMER-MASTER
    PERFORM OPEN-MASTER-FOR-REPLAY

    PERFORM UNTIL JOURNAL-FILE-EOF
        PERFORM READ-JOURNAL-RECORD
    END-PERFORM

    PERFORM COUNT-REBUILT-MASTER
    PERFORM LOAD-CONTROL-HISTORY
    PERFORM RECONCILE-REBUILT-MASTER
    PERFORM WRITE-REGISTER-TOTALS
    PERFORM DISPLAY-RECOVERY-TOTALS
    PERFORM WRITE-END-AUDIT-RECORD
    PERFORM CLOSE-FILES
    STOP RUN.

GET-RECOVERY-WINDOW.
    ACCEPT WS-PARM-LINE FROM COMMAND-LINE
    UNSTRING WS-PARM-LINE DELIMITED BY ","
        INTO WS-SNAPSHOT-STAMP WS-RECOVERY-STAMP WS-RECONCILE-DATE
    IF WS-SNAPSHOT-STAMP NOT NUMERIC
       OR WS-RECOVERY-STAMP NOT NUMERIC
       OR WS-RECOVERY-STAMP NOT > WS-SNAPSHOT-STAMP
        DISPLAY "FORWARD-RECOVERY: *** PARM MUST BE SNAPSHOT,RECOVERY-POINT,RECONCILE-DATE (SNAPSHOT FIRST) ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-RECONCILE-DATE NOT NUMERIC
        DISPLAY "FORWARD-RECOVERY: *** RECONCILE DATE ON PARM IS NOT YYYYMMDD ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "FORWARD-RECOVERY: REBUILDING FROM " WS-SNAPSHOT-STAMP
        " AS OF " WS-RECOVERY-STAMP
        " RECONCILING TO " WS-RECONCILE-DATE.

OPEN-FILES.
    OPEN INPUT SNAPSHOT-FILE
    IF NOT SNAP-STATUS-OK
        DISPLAY "FORWARD-RECOVERY: ERROR OPENING SNAPSHOT-FILE, STATUS=" WS-SNAPSHOT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT JOURNAL-FILE
    IF NOT JRNL-STATUS-OK
        DISPLAY "FORWARD-RECOVERY: ERROR OPENING JOURNAL-FILE, STATUS=" WS-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

*> The snapshot is loaded through an OUTPUT open of the empty cluster;
*> the journal replay then reopens it I-O.
    OPEN OUTPUT CUSTOMER-MASTER
    IF NOT CUSTMAST-STATUS-OK
        DISPLAY "FORWARD-RECOVERY: ERROR OPENING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT REGISTER-FILE
    IF NOT REGISTER-STATUS-OK
        DISPLAY "FORWARD-RECOVERY: ERROR OPENING REGISTER-FILE, STATUS=" WS-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM OPEN-AUDIT-LOG.

OPEN-MASTER-FOR-REPLAY.
    OPEN I-O CUSTOMER-MASTER
    IF NOT CUSTMAST-STATUS-OK
        DISPLAY "FORWARD-RECOVERY: ERROR REOPENING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
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
        DISPLAY "FORWARD-RECOVERY: ERROR OPENING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-SNAPSHOT-RECORD.
    READ SNAPSHOT-FILE
    EVALUATE TRUE
        WHEN SNAP-STATUS-OK
            MOVE SNAPSHOT-RECORD TO CUSTOMER-MASTER-RECORD
            WRITE CUSTOMER-MASTER-RECORD
            IF NOT CUSTMAST-STATUS-OK
                DISPLAY "FORWARD-RECOVERY: ERROR LOADING SNAPSHOT RECORD " CM-CUST-ID
                    ", STATUS=" WS-CUSTMAST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-SNAPSHOT-LOADED
        WHEN SNAP-STATUS-EOF
            SET SNAPSHOT-EOF TO TRUE
        WHEN OTHER
            DISPLAY "FORWARD-RECOVERY: ERROR READING SNAPSHOT-FILE, STATUS=" WS-SNAPSHOT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-JOURNAL-RECORD.
    READ JOURNAL-FILE
    EVALUATE TRUE
        WHEN JRNL-STATUS-OK
            ADD 1 TO WS-JOURNAL-RECORDS-READ
            PERFORM CHECK-JOURNAL-SEQUENCE
            IF JRNL-TIMESTAMP NOT > WS-SNAPSHOT-STAMP
                ADD 1 TO WS-ENTRIES-BEFORE
            ELSE IF JRNL-TIMESTAMP > WS-RECOVERY-STAMP
                ADD 1 TO WS-ENTRIES-AFTER
            ELSE
                ADD 1 TO WS-ENTRIES-REPLAYED
                IF JRNL-PROGRAM-NAME = "FILE-HANDLING"
                   AND WS-LAST-PROGRAM NOT = "FILE-HANDLING"
                    PERFORM CLEAR-MASTER-FOR-RELOAD
                END-IF
                PERFORM REPLAY-JOURNAL-ENTRY
            END-IF
            END-IF
            MOVE JRNL-PROGRAM-NAME TO WS-LAST-PROGRAM
        WHEN JRNL-STATUS-EOF
            SET JOURNAL-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "FORWARD-RECOVERY: ERROR READING JOURNAL-FILE, STATUS=" WS-JOURNAL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

CHECK-JOURNAL-SEQUENCE.
    IF JRNL-TIMESTAMP < WS-LAST-TIMESTAMP
        DISPLAY "FORWARD-RECOVERY: *** JOURNAL NOT IN TIMESTAMP ORDER AT "
            JRNL-TIMESTAMP " " JRNL-CUST-ID " - RUN ABANDONED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE JRNL-TIMESTAMP TO WS-LAST-TIMESTAMP.

CLEAR-MASTER-FOR-RELOAD.
*> The entry before the snapshot counts as "other activity" too, so a
*> snapshot taken part-way through a reload is not emptied again.
    MOVE ZERO TO WS-RELOAD-CLEARED
    MOVE "N" TO WS-CLEAR-EOF-SWITCH
    MOVE LOW-VALUES TO CM-CUST-ID
    START CUSTOMER-MASTER KEY IS NOT LESS THAN CM-CUST-ID
    IF NOT CUSTMAST-STATUS-OK
        SET CLEAR-EOF TO TRUE
    END-IF
    PERFORM UNTIL CLEAR-EOF
        PERFORM CLEAR-NEXT-MASTER-RECORD
    END-PERFORM
    ADD 1 TO WS-RELOADS-REPLAYED
    ADD WS-RELOAD-CLEARED TO WS-RECORDS-CLEARED
    MOVE JRNL-TIMESTAMP    TO RLD-TIMESTAMP
    MOVE WS-RELOAD-CLEARED TO RLD-CLEARED
    MOVE WS-REGISTER-RELOAD-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD.

CLEAR-NEXT-MASTER-RECORD.
    READ CUSTOMER-MASTER NEXT RECORD
    EVALUATE TRUE
        WHEN CUSTMAST-STATUS-OK
            DELETE CUSTOMER-MASTER
            IF NOT CUSTMAST-STATUS-OK
                DISPLAY "FORWARD-RECOVERY: ERROR DELETING FROM CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-RELOAD-CLEARED
        WHEN CUSTMAST-STATUS-EOF
            SET CLEAR-EOF TO TRUE
        WHEN OTHER
            DISPLAY "FORWARD-RECOVERY: ERROR READING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

REPLAY-JOURNAL-ENTRY.
*> Each entry is replayed for its effect, not its mechanics: after an
*> add, rewrite or restore the key must hold the after image; after
*> a delete or purge it must be gone.  A key whose state on the
*> rebuilt master disagrees with what the entry expected (an add for
*> a key already present, a rewrite for a key absent) still ends in
*> the entry's state, and is listed as an exception.
    MOVE JRNL-TIMESTAMP    TO RCV-TIMESTAMP
    MOVE JRNL-PROGRAM-NAME TO RCV-PROGRAM-NAME
    MOVE JRNL-ACTION       TO RCV-ACTION
    MOVE JRNL-CUST-ID      TO RCV-CUST-ID
    MOVE JRNL-AFTER-AMOUNT TO RCV-AFTER-AMOUNT
    MOVE SPACES            TO RCV-NOTE
    EVALUATE TRUE
        WHEN JRNL-ACTION-ADD
        WHEN JRNL-ACTION-UPDATE
        WHEN JRNL-ACTION-RESTORE
            PERFORM REPLAY-AFTER-IMAGE
        WHEN JRNL-ACTION-DELETE
        WHEN JRNL-ACTION-PURGE
            PERFORM REPLAY-REMOVAL
        WHEN OTHER
            ADD 1 TO WS-EXCEPTION-COUNT
            MOVE "SKIPPED"            TO RCV-DISPOSITION
            MOVE "UNKNOWN JOURNAL ACTION" TO RCV-NOTE
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    PERFORM WRITE-REGISTER-DETAIL.

REPLAY-AFTER-IMAGE.
    MOVE JRNL-CUST-ID TO CM-CUST-ID
    READ CUSTOMER-MASTER KEY IS CM-CUST-ID
    EVALUATE TRUE
        WHEN CUSTMAST-STATUS-OK
            MOVE JRNL-AFTER-IMAGE TO CUSTOMER-MASTER-RECORD
            REWRITE CUSTOMER-MASTER-RECORD
            IF NOT CUSTMAST-STATUS-OK
                DISPLAY "FORWARD-RECOVERY: ERROR REWRITING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-RECORDS-REWRITTEN
            MOVE "REWRITTEN" TO RCV-DISPOSITION
            IF JRNL-ACTION-ADD
                ADD 1 TO WS-EXCEPTION-COUNT
                MOVE "ADD FOR KEY ALREADY ON MASTER" TO RCV-NOTE
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
        WHEN CUSTMAST-STATUS-NOT-FOUND
            MOVE JRNL-AFTER-IMAGE TO CUSTOMER-MASTER-RECORD
            WRITE CUSTOMER-MASTER-RECORD
            IF NOT CUSTMAST-STATUS-OK
                DISPLAY "FORWARD-RECOVERY: ERROR WRITING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-RECORDS-ADDED
            MOVE "ADDED" TO RCV-DISPOSITION
            IF JRNL-ACTION-UPDATE
                ADD 1 TO WS-EXCEPTION-COUNT
                MOVE "REWRITE FOR KEY NOT ON MASTER" TO RCV-NOTE
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
        WHEN OTHER
            DISPLAY "FORWARD-RECOVERY: ERROR READING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

REPLAY-REMOVAL.
    MOVE JRNL-CUST-ID TO CM-CUST-ID
    READ CUSTOMER-MASTER KEY IS CM-CUST-ID
    EVALUATE TRUE
        WHEN CUSTMAST-STATUS-OK
            DELETE CUSTOMER-MASTER
            IF NOT CUSTMAST-STATUS-OK
                DISPLAY "FORWARD-RECOVERY: ERROR DELETING FROM CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-RECORDS-REMOVED
            MOVE "REMOVED" TO RCV-DISPOSITION
        WHEN CUSTMAST-STATUS-NOT-FOUND
            ADD 1 TO WS-EXCEPTION-COUNT
            MOVE "NO CHANGE" TO RCV-DISPOSITION
            MOVE "REMOVAL FOR KEY NOT ON MASTER" TO RCV-NOTE
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        WHEN OTHER
            DISPLAY "FORWARD-RECOVERY: ERROR READING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

COUNT-REBUILT-MASTER.
*> The reconciliation figures come off the rebuilt master itself,
*> read end to end, not from the replay counters.
    MOVE LOW-VALUES TO CM-CUST-ID
    START CUSTOMER-MASTER KEY IS NOT LESS THAN CM-CUST-ID
    IF NOT CUSTMAST-STATUS-OK
        SET MASTER-EOF TO TRUE
    END-IF
    PERFORM UNTIL MASTER-EOF
        PERFORM READ-REBUILT-MASTER
    END-PERFORM.

READ-REBUILT-MASTER.
    READ CUSTOMER-MASTER NEXT RECORD
    EVALUATE TRUE
        WHEN CUSTMAST-STATUS-OK
            ADD 1 TO WS-REBUILT-RECORDS
            ADD CM-CUST-AMOUNT TO WS-REBUILT-AMOUNT
        WHEN CUSTMAST-STATUS-EOF
            SET MASTER-EOF TO TRUE
        WHEN OTHER
            DISPLAY "FORWARD-RECOVERY: ERROR READING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

LOAD-CONTROL-HISTORY.
*> A missing history file does not stop the rebuild: the master is
*> still rebuilt and reported, but it is marked unreconciled.
    OPEN INPUT CONTROL-HISTORY-FILE
    EVALUATE TRUE
        WHEN CHST-STATUS-OK
            PERFORM UNTIL HISTORY-FILE-EOF
                PERFORM READ-CONTROL-HISTORY
            END-PERFORM
            CLOSE CONTROL-HISTORY-FILE
        WHEN CHST-STATUS-NOT-FOUND
            DISPLAY "FORWARD-RECOVERY: CONTROL-HISTORY-FILE NOT FOUND, REBUILD CANNOT BE RECONCILED"
        WHEN OTHER
            DISPLAY "FORWARD-RECOVERY: ERROR OPENING CONTROL-HISTORY-FILE, STATUS=" WS-CONTROL-HISTORY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-CONTROL-HISTORY.
*> The last matching record wins, as in Run-Balancing: a rerun
*> night's final figures supersede its first attempt's.
    READ CONTROL-HISTORY-FILE
    EVALUATE TRUE
        WHEN CHST-STATUS-OK
            IF CTH-BUSINESS-DATE = WS-RECONCILE-DATE
               AND CTH-PROGRAM-NAME = WS-HISTORY-PROGRAM
                SET HISTORY-FOUND TO TRUE
                MOVE CTH-RECORDS-IN   TO WS-HISTORY-RECORDS
                MOVE CTH-AMOUNT-TOTAL TO WS-HISTORY-AMOUNT
            END-IF
        WHEN CHST-STATUS-EOF
            SET HISTORY-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "FORWARD-RECOVERY: ERROR READING CONTROL-HISTORY-FILE, STATUS=" WS-CONTROL-HISTORY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

RECONCILE-REBUILT-MASTER.
*> The history figures are the master as the nightly chain's
*> statement step saw it.  A recovery point later than that step
*> legitimately differs by whatever ran afterwards, so a difference
*> is a warning for the register to explain, not a failed rebuild.
    MOVE SPACES TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "REBUILT MASTER:               " TO REC-LABEL
    MOVE WS-REBUILT-RECORDS               TO REC-COUNT
    MOVE WS-REBUILT-AMOUNT                TO REC-AMOUNT
    MOVE WS-RECONCILE-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    IF NOT HISTORY-FOUND
        MOVE "*** NO CONTROL HISTORY FOR RECONCILE DATE - REBUILD NOT RECONCILED ***"
            TO REGISTER-RECORD
        PERFORM WRITE-REGISTER-RECORD
        DISPLAY "FORWARD-RECOVERY: *** NO " WS-HISTORY-PROGRAM
            " HISTORY FOR " WS-RECONCILE-DATE " - REBUILD NOT RECONCILED ***"
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    ELSE
        MOVE "CONTROL HISTORY:              " TO REC-LABEL
        MOVE WS-HISTORY-RECORDS               TO REC-COUNT
        MOVE WS-HISTORY-AMOUNT                TO REC-AMOUNT
        MOVE WS-RECONCILE-LINE TO REGISTER-RECORD
        PERFORM WRITE-REGISTER-RECORD
        IF WS-REBUILT-RECORDS = WS-HISTORY-RECORDS
           AND WS-REBUILT-AMOUNT = WS-HISTORY-AMOUNT
            SET REBUILD-RECONCILED TO TRUE
            MOVE "REBUILD RECONCILES TO CONTROL HISTORY" TO REGISTER-RECORD
            PERFORM WRITE-REGISTER-RECORD
        ELSE
            MOVE "*** REBUILD DOES NOT RECONCILE TO CONTROL HISTORY ***"
                TO REGISTER-RECORD
            PERFORM WRITE-REGISTER-RECORD
            DISPLAY "FORWARD-RECOVERY: *** REBUILD DOES NOT RECONCILE TO CONTROL HISTORY FOR "
                WS-RECONCILE-DATE " ***"
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

WRITE-REGISTER-DETAIL.
    MOVE WS-REGISTER-DETAIL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD.

WRITE-REGISTER-HEADING.
    MOVE WS-SNAPSHOT-STAMP TO HDG-SNAPSHOT-STAMP
    MOVE WS-RECOVERY-STAMP TO HDG-RECOVERY-STAMP
    MOVE WS-REGISTER-HEADING TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE SPACES TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD.

WRITE-REGISTER-TOTALS.
    MOVE SPACES TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "SNAPSHOT RECORDS LOADED:      " TO RCV-TOT-LABEL
    MOVE WS-SNAPSHOT-LOADED               TO RCV-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "JOURNAL RECORDS READ:         " TO RCV-TOT-LABEL
    MOVE WS-JOURNAL-RECORDS-READ          TO RCV-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "ENTRIES BEFORE SNAPSHOT:      " TO RCV-TOT-LABEL
    MOVE WS-ENTRIES-BEFORE                TO RCV-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "ENTRIES REPLAYED:             " TO RCV-TOT-LABEL
    MOVE WS-ENTRIES-REPLAYED              TO RCV-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "ENTRIES AFTER RECOVERY POINT: " TO RCV-TOT-LABEL
    MOVE WS-ENTRIES-AFTER                 TO RCV-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "RECORDS ADDED:                " TO RCV-TOT-LABEL
    MOVE WS-RECORDS-ADDED                 TO RCV-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "RECORDS REWRITTEN:            " TO RCV-TOT-LABEL
    MOVE WS-RECORDS-REWRITTEN             TO RCV-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "RECORDS REMOVED:              " TO RCV-TOT-LABEL
    MOVE WS-RECORDS-REMOVED               TO RCV-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "RELOADS REPLAYED:             " TO RCV-TOT-LABEL
    MOVE WS-RELOADS-REPLAYED              TO RCV-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "RECORDS CLEARED BY RELOADS:   " TO RCV-TOT-LABEL
    MOVE WS-RECORDS-CLEARED               TO RCV-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "EXCEPTIONS:                   " TO RCV-TOT-LABEL
    MOVE WS-EXCEPTION-COUNT               TO RCV-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD.

WRITE-REGISTER-RECORD.
    WRITE REGISTER-RECORD
    IF NOT REGISTER-STATUS-OK
        DISPLAY "FORWARD-RECOVERY: ERROR WRITING REGISTER-FILE, STATUS=" WS-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-START-AUDIT-RECORD.
    SET AUDIT-TYPE-START    TO TRUE
    MOVE "FORWARD-RECOVERY" TO AUDIT-PROGRAM-NAME
    MOVE ZERO               TO AUDIT-RETURN-CODE
    MOVE ZERO               TO AUDIT-RECORDS-READ
    MOVE ZERO               TO AUDIT-RECORDS-WRITTEN
    PERFORM STAMP-AUDIT-RECORD
    PERFORM WRITE-AUDIT-RECORD.

WRITE-END-AUDIT-RECORD.
    SET AUDIT-TYPE-END      TO TRUE
    MOVE "FORWARD-RECOVERY" TO AUDIT-PROGRAM-NAME
    MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
    COMPUTE AUDIT-RECORDS-READ =
        WS-SNAPSHOT-LOADED + WS-JOURNAL-RECORDS-READ
    MOVE WS-REBUILT-RECORDS TO AUDIT-RECORDS-WRITTEN
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
        DISPLAY "FORWARD-RECOVERY: ERROR WRITING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

CLOSE-FILES.
    CLOSE JOURNAL-FILE
    CLOSE CUSTOMER-MASTER
    CLOSE REGISTER-FILE
    CLOSE AUDIT-FILE.

DISPLAY-RECOVERY-TOTALS.
    DISPLAY "FORWARD-RECOVERY: ==== RECOVERY TOTALS ===="
    DISPLAY "FORWARD-RECOVERY: SNAPSHOT RECORDS LOADED = " WS-SNAPSHOT-LOADED
    DISPLAY "FORWARD-RECOVERY: JOURNAL RECORDS READ    = " WS-JOURNAL-RECORDS-READ
    DISPLAY "FORWARD-RECOVERY: ENTRIES REPLAYED        = " WS-ENTRIES-REPLAYED
    DISPLAY "FORWARD-RECOVERY: RECORDS ADDED           = " WS-RECORDS-ADDED
    DISPLAY "FORWARD-RECOVERY: RECORDS REWRITTEN       = " WS-RECORDS-REWRITTEN
    DISPLAY "FORWARD-RECOVERY: RECORDS REMOVED         = " WS-RECORDS-REMOVED
    DISPLAY "FORWARD-RECOVERY: RELOADS REPLAYED        = " WS-RELOADS-REPLAYED
    DISPLAY "FORWARD-RECOVERY: RECORDS CLEARED         = " WS-RECORDS-CLEARED
    DISPLAY "FORWARD-RECOVERY: EXCEPTIONS              = " WS-EXCEPTION-COUNT
    DISPLAY "FORWARD-RECOVERY: REBUILT RECORDS         = " WS-REBUILT-RECORDS
    DISPLAY "FORWARD-RECOVERY: REBUILT AMOUNT TOTAL    = " WS-REBUILT-AMOUNT
    DISPLAY "FORWARD-RECOVERY: ==== END OF TOTALS ====".
