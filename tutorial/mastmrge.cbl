        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-TOTAL-STATUS.

*> FEED-PENDING-IN is the partition steps' pending feed registry
*> records, concatenated: a partition run only reads the registry and
*> leaves the registration of its sets to this step, so the registry
*> is updated by one job at a time.  Missing means no partition
*> registered anything.
    SELECT FEED-PENDING-IN ASSIGN TO "FREGIN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FREG-IN-STATUS.

*> FEED-REGISTRY-FILE is File-Handling's feed registry KSDS, keyed on
*> source system plus header run date.
    SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FREG-KEY
        FILE STATUS IS WS-FEED-REGISTRY-STATUS.

*> RUN-CONTROL-FILE supplies the business date the run-state ledger
*> is kept under; a run without the card falls back to the system
*> date.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

*> RUN-STATE-FILE is the chain's run-state ledger (RUNSTATE).  The
*> partition File-Handling runs keep no ledger record of their own;
*> once they have all ended clean and the merge is done, File-Handling
*> is marked complete for the business date here, so a resubmitted
*> DAILYRUN skips STEP010 instead of reloading the feed serially.  A
*> run without the DD marks nothing.
    SELECT RUN-STATE-FILE ASSIGN TO "RUNSTATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RST-KEY
        FILE STATUS IS WS-RUN-STATE-STATUS.

*> AUDIT-FILE is the shared run-audit log written by every program in
*> this suite; it is extended (not recreated) so a driver job's steps
*> all land in the same log.
01 CONTROL-TOTAL-RECORD.
    COPY CTLTOTRC.

FD FEED-PENDING-IN.
01 FEED-PENDING-RECORD PIC X(65).

FD FEED-REGISTRY-FILE.
01 FEED-REGISTRY-RECORD.
    COPY FREGREC.

FD RUN-CONTROL-FILE.
01 RUN-CONTROL-RECORD.
    COPY RUNCTLRC.

FD RUN-STATE-FILE.
01 RUN-STATE-RECORD.
    COPY RUNSTREC.

FD AUDIT-FILE.
01 AUDIT-LOG-RECORD.
    COPY AUDITREC.
   88 CTLTOT-STATUS-OK        VALUE "00".
   88 CTLTOT-STATUS-NOT-FOUND VALUE "35".

01 WS-FREG-IN-STATUS PIC XX.
   88 FRIN-STATUS-OK        VALUE "00".
   88 FRIN-STATUS-EOF       VALUE "10".
   88 FRIN-STATUS-NOT-FOUND VALUE "35".

01 WS-FEED-REGISTRY-STATUS PIC XX.
   88 FREG-STATUS-OK         VALUE "00".
   88 FREG-STATUS-DUPLICATE  VALUE "22".
   88 FREG-STATUS-NOT-FOUND  VALUE "35".

01 WS-RUN-CONTROL-STATUS PIC XX.
   88 CTL-STATUS-OK        VALUE "00".
   88 CTL-STATUS-EOF       VALUE "10".
   88 CTL-STATUS-NOT-FOUND VALUE "35".

01 WS-BUSINESS-DATE PIC X(8).

01 WS-RUN-STATE-STATUS PIC XX.
   88 RST-STATUS-OK          VALUE "00".
   88 RST-STATUS-NOT-ON-FILE VALUE "23".
   88 RST-STATUS-NOT-FOUND   VALUE "35".

01 WS-RUN-STATE-SWITCH PIC X VALUE "N".
   88 RUN-STATE-AVAILABLE VALUE "Y".

01 WS-MERGE-STARTED-STAMP PIC X(14).
01 WS-RUN-STATE-STAMP.
   05 WS-RUN-STATE-DATE PIC X(8).
   05 WS-RUN-STATE-TIME PIC X(6).

01 WS-AUDIT-STATUS PIC XX.
   88 AUDIT-STATUS-OK        VALUE "00".
   88 AUDIT-STATUS-NOT-FOUND VALUE "35".
01 WS-SUM-RECORDS-OUT  PIC 9(9) VALUE ZERO.
01 WS-SUM-AMOUNT       PIC S9(11)V99 VALUE ZERO.

*> Pending feed registrations applied to the registry: added for a
*> set new to it, replaced for one already there (a reload).
01 WS-FREG-IN-EOF-SWITCH PIC X VALUE "N".
   88 FREG-IN-EOF VALUE "Y".
01 WS-REGISTRATIONS-ADDED    PIC 9(5) VALUE ZERO.
01 WS-REGISTRATIONS-REPLACED PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-RUN-CONTROL
    PERFORM STAMP-RUN-STATE
    MOVE WS-RUN-STATE-STAMP TO WS-MERGE-STARTED-STAMP
    PERFORM OPEN-FILES
    PERFORM WRITE-START-AUDIT-RECORD


    PERFORM CONSOLIDATE-CONTROL-TOTALS
    PERFORM WRITE-CONTROL-TOTAL-RECORD
    PERFORM APPLY-FEED-REGISTRATIONS
    PERFORM MARK-FILE-HANDLING-COMPLETE
    PERFORM DISPLAY-MERGE-TOTALS
    PERFORM WRITE-END-AUDIT-RECORD
    PERFORM CLOSE-FILES
    STOP RUN.

LOAD-RUN-CONTROL.
    OPEN INPUT RUN-CONTROL-FILE
    EVALUATE TRUE
        WHEN CTL-STATUS-OK
            READ RUN-CONTROL-FILE
            IF CTL-STATUS-OK AND CTL-BUSINESS-DATE IS NUMERIC
                MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
            END-IF
            CLOSE RUN-CONTROL-FILE
        WHEN CTL-STATUS-NOT-FOUND
            DISPLAY "MASTER-MERGE: RUN-CONTROL-FILE NOT FOUND, USING SYSTEM DATE"
        WHEN OTHER
            DISPLAY "MASTER-MERGE: ERROR OPENING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

OPEN-FILES.
*> A partition DD left out (a source with no feed that night) is
*> tolerated; no partitions at all is a setup error worth failing.
    END-IF
    CLOSE CONTROL-TOTAL-FILE.

APPLY-FEED-REGISTRATIONS.
*> Only reached once every partition has ended clean and the master
*> is merged, so a set is registered only when it has really loaded.
*> The registry is loaded empty first if it never has been, the way
*> File-Handling does on its first serial run.
    OPEN INPUT FEED-PENDING-IN
    EVALUATE TRUE
        WHEN FRIN-STATUS-OK
            CONTINUE
        WHEN FRIN-STATUS-NOT-FOUND
            DISPLAY "MASTER-MERGE: FEED-PENDING-IN NOT FOUND, NO SETS REGISTERED"
        WHEN OTHER
            DISPLAY "MASTER-MERGE: ERROR OPENING FEED-PENDING-IN, STATUS=" WS-FREG-IN-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    IF FRIN-STATUS-OK
        PERFORM OPEN-FEED-REGISTRY
        PERFORM APPLY-ONE-REGISTRATION
            UNTIL FREG-IN-EOF
        CLOSE FEED-PENDING-IN
        CLOSE FEED-REGISTRY-FILE
    END-IF.

OPEN-FEED-REGISTRY.
    OPEN I-O FEED-REGISTRY-FILE
    IF FREG-STATUS-NOT-FOUND
        OPEN OUTPUT FEED-REGISTRY-FILE
        IF NOT FREG-STATUS-OK
            DISPLAY "MASTER-MERGE: ERROR OPENING FEED-REGISTRY-FILE, STATUS=" WS-FEED-REGISTRY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE FEED-REGISTRY-FILE
        OPEN I-O FEED-REGISTRY-FILE
    END-IF
    IF NOT FREG-STATUS-OK
        DISPLAY "MASTER-MERGE: ERROR OPENING FEED-REGISTRY-FILE, STATUS=" WS-FEED-REGISTRY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

APPLY-ONE-REGISTRATION.
    READ FEED-PENDING-IN
    EVALUATE TRUE
        WHEN FRIN-STATUS-EOF
            SET FREG-IN-EOF TO TRUE
        WHEN NOT FRIN-STATUS-OK
            DISPLAY "MASTER-MERGE: ERROR READING FEED-PENDING-IN, STATUS=" WS-FREG-IN-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            MOVE FEED-PENDING-RECORD TO FEED-REGISTRY-RECORD
            WRITE FEED-REGISTRY-RECORD
            EVALUATE TRUE
                WHEN FREG-STATUS-OK
                    ADD 1 TO WS-REGISTRATIONS-ADDED
                WHEN FREG-STATUS-DUPLICATE
                    PERFORM REPLACE-REGISTRATION
                WHEN OTHER
                    DISPLAY "MASTER-MERGE: ERROR WRITING FEED-REGISTRY-FILE, STATUS=" WS-FEED-REGISTRY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
    END-EVALUATE.

REPLACE-REGISTRATION.
*> Already on the registry: the pending record was built from the
*> registry's own record, load count and all, so it replaces it.
    READ FEED-REGISTRY-FILE
    IF FREG-STATUS-OK
        MOVE FEED-PENDING-RECORD TO FEED-REGISTRY-RECORD
        REWRITE FEED-REGISTRY-RECORD
    END-IF
    IF FREG-STATUS-OK
        ADD 1 TO WS-REGISTRATIONS-REPLACED
    ELSE
        DISPLAY "MASTER-MERGE: ERROR WRITING FEED-REGISTRY-FILE, STATUS=" WS-FEED-REGISTRY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Reached only when every partition ended clean and the merge and
*> registrations are done (anything worse has stopped the run), so
*> the record goes straight to COMPLETE with the merge's own return
*> code.  The started time is the merge's.
MARK-FILE-HANDLING-COMPLETE.
    IF WS-BUSINESS-DATE IS NUMERIC
        PERFORM OPEN-RUN-STATE-FILE
    END-IF
    IF RUN-STATE-AVAILABLE
        MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE
        MOVE "FILE-HANDLING" TO RST-PROGRAM-NAME
        READ RUN-STATE-FILE
        EVALUATE TRUE
            WHEN RST-STATUS-OK
                CONTINUE
            WHEN RST-STATUS-NOT-ON-FILE
                MOVE SPACES TO RUN-STATE-RECORD
                MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE
                MOVE "FILE-HANDLING" TO RST-PROGRAM-NAME
                MOVE ZERO TO RST-RUN-COUNT
                MOVE ZERO TO RST-SKIP-COUNT
            WHEN OTHER
                DISPLAY "MASTER-MERGE: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        SET RST-COMPLETE TO TRUE
        MOVE RETURN-CODE TO RST-RETURN-CODE
        ADD 1 TO RST-RUN-COUNT
        MOVE WS-MERGE-STARTED-STAMP TO RST-STARTED-TIMESTAMP
        PERFORM STAMP-RUN-STATE
        MOVE WS-RUN-STATE-STAMP TO RST-ENDED-TIMESTAMP
        IF RST-STATUS-NOT-ON-FILE
            WRITE RUN-STATE-RECORD
        ELSE
            REWRITE RUN-STATE-RECORD
        END-IF
        IF NOT RST-STATUS-OK
            DISPLAY "MASTER-MERGE: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE RUN-STATE-FILE
        DISPLAY "MASTER-MERGE: FILE-HANDLING MARKED COMPLETE FOR BUSINESS DATE " WS-BUSINESS-DATE
    END-IF.

*> The ledger is defined once by RUNSDEF.jcl; the first program to
*> use it loads the empty cluster, the way File-Handling loads the
*> feed registry.  No DD at all leaves the ledger unmarked.
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
        DISPLAY "MASTER-MERGE: RUN-STATE-FILE NOT AVAILABLE, STATUS=" WS-RUN-STATE-STATUS
            " - FILE-HANDLING NOT MARKED COMPLETE"
    END-IF.

STAMP-RUN-STATE.
    ACCEPT WS-RUN-STATE-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-STATE-TIME FROM TIME.

WRITE-START-AUDIT-RECORD.
    SET AUDIT-TYPE-START TO TRUE
    MOVE "MASTER-MERGE"  TO AUDIT-PROGRAM-NAME
    DISPLAY "MASTER-MERGE: CONSOLIDATED IN/OUT = " WS-SUM-RECORDS-IN
        "/" WS-SUM-RECORDS-OUT
    DISPLAY "MASTER-MERGE: CONSOLIDATED AMOUNT = " WS-SUM-AMOUNT
    DISPLAY "MASTER-MERGE: SETS REGISTERED     = " WS-REGISTRATIONS-ADDED
    DISPLAY "MASTER-MERGE: SETS RE-REGISTERED  = " WS-REGISTRATIONS-REPLACED
    DISPLAY "MASTER-MERGE: ==== END OF TOTALS ====".
