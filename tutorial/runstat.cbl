IDENTIFICATION DIVISION.
PROGRAM-ID. Run-State-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> RUN-STATE-FILE is the chain's run-state ledger (RUNSTREC): one
*> record per chain program per business date, marked by the program
*> itself as it starts and ends.  This program reports it, forces a
*> completed step to run again, and answers for a step whose program
*> cannot safely be started just to find out it has nothing to do.
    SELECT RUN-STATE-FILE ASSIGN TO "RUNSTATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RST-KEY
        FILE STATUS IS WS-RUN-STATE-STATUS.

*> RUN-CONTROL-FILE is the suite-wide run-control card; its business
*> date is the night reported on.  A run without the card uses the
*> system date.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

    SELECT STATE-REPORT-FILE ASSIGN TO "RSTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATE-REPORT-STATUS.

*> AUDIT-FILE is the shared run-audit log; extended, like every
*> program in the suite.  A CHECK run that finds its step complete
*> writes the step's SKIP record here on the step's behalf.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD RUN-STATE-FILE.
01 RUN-STATE-RECORD.
    COPY RUNSTREC.

FD RUN-CONTROL-FILE.
01 RUN-CONTROL-RECORD.
    COPY RUNCTLRC.

FD STATE-REPORT-FILE.
01 STATE-REPORT-RECORD PIC X(100).

FD AUDIT-FILE.
01 AUDIT-LOG-RECORD.
    COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-RUN-STATE-STATUS PIC XX.
   88 RST-STATUS-OK          VALUE "00".
   88 RST-STATUS-NOT-ON-FILE VALUE "23".
   88 RST-STATUS-NOT-FOUND   VALUE "35".

01 WS-RUN-CONTROL-STATUS PIC XX.
   88 CTL-STATUS-OK        VALUE "00".
   88 CTL-STATUS-EOF       VALUE "10".
   88 CTL-STATUS-NOT-FOUND VALUE "35".

01 WS-STATE-REPORT-STATUS PIC XX.
   88 RSTRPT-STATUS-OK VALUE "00".

01 WS-AUDIT-STATUS PIC XX.
   88 AUDIT-STATUS-OK        VALUE "00".
   88 AUDIT-STATUS-NOT-FOUND VALUE "35".

01 WS-AUDIT-DATE PIC X(8).
01 WS-AUDIT-TIME PIC X(6).

01 WS-BUSINESS-DATE PIC X(8).

*> PARM is REPORT[,yyyymmdd], FORCE,step or CHECK,step.  A step may
*> be named by its audit name, its program or its DAILYRUN step;
*> FORCE also takes ALL, and NONE so the nightly job can carry the
*> step with nothing to force.
01 WS-PARM-LINE      PIC X(40) VALUE SPACES.
01 WS-RUN-MODE       PIC X(8)  VALUE SPACES.
   88 REPORT-RUN     VALUE "REPORT" SPACES.
   88 FORCE-RUN      VALUE "FORCE".
   88 CHECK-RUN      VALUE "CHECK".
01 WS-PARM-OPERAND   PIC X(20) VALUE SPACES.
   88 OPERAND-ALL    VALUE "ALL".
   88 OPERAND-NONE   VALUE "NONE".

*> The chain's programs in DAILYRUN order: step, program, and the
*> audit name each one keeps its ledger record under.
01 WS-CHAIN-STEP-VALUES.
   05 FILLER PIC X(37) VALUE "STEP010 FILEHAND FILE-HANDLING".
   05 FILLER PIC X(37) VALUE "STEP020 TABLEPRC TABLE-PROCESSING".
   05 FILLER PIC X(37) VALUE "STEP030 ARITH    BASIC-ARITHMETIC".
   05 FILLER PIC X(37) VALUE "STEP035 POSTAPL  POSTING-APPLY".
   05 FILLER PIC X(37) VALUE "STEP036 GLEXTR   GL-EXTRACT".
   05 FILLER PIC X(37) VALUE "STEP040 CUSTRECN MASTER-ROSTER-RECON".
   05 FILLER PIC X(37) VALUE "STEP050 CUSTSTMT CUSTOMER-STATEMENT".
   05 FILLER PIC X(37) VALUE "STEP060 BALANCE  RUN-BALANCING".
   05 FILLER PIC X(37) VALUE "STEP070 CUSTRELS RELEASE-EXTRACT".
   05 FILLER PIC X(37) VALUE "STEP080 HISTROLL HISTORY-ROLL".
01 WS-CHAIN-STEP-TABLE REDEFINES WS-CHAIN-STEP-VALUES.
   05 WS-CHAIN-STEP OCCURS 10 TIMES
                    INDEXED BY STX.
      10 WS-CHAIN-STEP-LABEL PIC X(7).
      10 FILLER              PIC X(1).
      10 WS-CHAIN-STEP-PGM   PIC X(8).
      10 FILLER              PIC X(1).
      10 WS-CHAIN-STEP-NAME  PIC X(20).
77 WS-CHAIN-STEP-COUNT PIC 9(2) VALUE 10.

01 WS-STEP-SUB PIC 9(2) VALUE ZERO.

01 WS-STEPS-COMPLETE    PIC 9(3) VALUE ZERO.
01 WS-STEPS-FAILED      PIC 9(3) VALUE ZERO.
01 WS-STEPS-NOT-ENDED   PIC 9(3) VALUE ZERO.
01 WS-STEPS-FORCED      PIC 9(3) VALUE ZERO.
01 WS-STEPS-NOT-RUN     PIC 9(3) VALUE ZERO.
01 WS-FORCED-THIS-RUN   PIC 9(3) VALUE ZERO.
01 WS-SKIPPED-THIS-RUN  PIC 9(3) VALUE ZERO.

01 WS-REPORT-HEADING.
    05 FILLER         PIC X(32) VALUE "RUN-STATE-REPORT: BUSINESS DATE ".
    05 RHD-BUSINESS-DATE PIC X(8).
    05 FILLER         PIC X(60) VALUE SPACES.

01 WS-COLUMN-HEADING.
    05 FILLER PIC X(38) VALUE "STEP    PROGRAM  NAME".
    05 FILLER PIC X(27) VALUE "STATE        RC RUNS SKIPS".
    05 FILLER PIC X(35) VALUE "STARTED         ENDED".

01 WS-STATE-LINE.
    05 STL-STEP       PIC X(7).
    05 FILLER         PIC X(1) VALUE SPACE.
    05 STL-PGM        PIC X(8).
    05 FILLER         PIC X(1) VALUE SPACE.
    05 STL-NAME       PIC X(20).
    05 FILLER         PIC X(1) VALUE SPACE.
    05 STL-STATE      PIC X(10).
    05 FILLER         PIC X(1) VALUE SPACE.
    05 STL-RC         PIC X(4).
    05 FILLER         PIC X(1) VALUE SPACE.
    05 STL-RUNS       PIC X(4).
    05 FILLER         PIC X(1) VALUE SPACE.
    05 STL-SKIPS      PIC X(5).
    05 FILLER         PIC X(1) VALUE SPACE.
    05 STL-STARTED    PIC X(14).
    05 FILLER         PIC X(2) VALUE SPACES.
    05 STL-ENDED      PIC X(14).
    05 FILLER         PIC X(5) VALUE SPACES.

01 WS-EDIT-RETURN-CODE PIC ZZZ9.
01 WS-EDIT-COUNT       PIC ZZZ9.

01 WS-TOTAL-LINE.
    05 TOT-LABEL      PIC X(30).
    05 TOT-COUNT      PIC ZZ9.
    05 FILLER         PIC X(67) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
    PERFORM GET-RUN-PARAMETER
    PERFORM LOAD-RUN-CONTROL
    PERFORM CHECK-PARM-OPERAND
    PERFORM OPEN-FILES
    PERFORM WRITE-START-AUDIT-RECORD

    EVALUATE TRUE
        WHEN FORCE-RUN
            PERFORM FORCE-CHAIN-STEPS
        WHEN CHECK-RUN
            PERFORM CHECK-CHAIN-STEP
    END-EVALUATE

    IF NOT CHECK-RUN
        PERFORM WRITE-STATE-REPORT
    END-IF

    PERFORM WRITE-END-AUDIT-RECORD
    PERFORM CLOSE-FILES
    STOP RUN.

GET-RUN-PARAMETER.
    ACCEPT WS-PARM-LINE FROM COMMAND-LINE
    UNSTRING WS-PARM-LINE DELIMITED BY ","
        INTO WS-RUN-MODE WS-PARM-OPERAND
    IF NOT REPORT-RUN AND NOT FORCE-RUN AND NOT CHECK-RUN
        DISPLAY "RUN-STATE-REPORT: *** PARM MUST BE REPORT, FORCE,step OR CHECK,step - RUN REFUSED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "RUN-STATE-REPORT: RUN MODE=" WS-RUN-MODE
        " STEP=" WS-PARM-OPERAND.

LOAD-RUN-CONTROL.
    OPEN INPUT RUN-CONTROL-FILE
    EVALUATE TRUE
        WHEN CTL-STATUS-OK
            PERFORM READ-RUN-CONTROL-CARD
            CLOSE RUN-CONTROL-FILE
        WHEN CTL-STATUS-NOT-FOUND
            DISPLAY "RUN-STATE-REPORT: RUN-CONTROL-FILE NOT FOUND, USING SYSTEM DATE"
        WHEN OTHER
            DISPLAY "RUN-STATE-REPORT: ERROR OPENING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
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
            DISPLAY "RUN-STATE-REPORT: RUN-CONTROL-FILE EMPTY, USING SYSTEM DATE"
        WHEN OTHER
            DISPLAY "RUN-STATE-REPORT: ERROR READING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

CHECK-PARM-OPERAND.
*> A REPORT run may look back at an earlier night.  FORCE and CHECK
*> must name a step of the chain: a mistyped name stops the run
*> rather than quietly forcing, or passing, nothing.
    EVALUATE TRUE
        WHEN REPORT-RUN
            IF WS-PARM-OPERAND NOT = SPACES
                IF WS-PARM-OPERAND(1:8) IS NUMERIC
                   AND WS-PARM-OPERAND(9:12) = SPACES
                    MOVE WS-PARM-OPERAND(1:8) TO WS-BUSINESS-DATE
                ELSE
                    DISPLAY "RUN-STATE-REPORT: *** REPORT DATE '" WS-PARM-OPERAND "' IS NOT YYYYMMDD - RUN REFUSED ***"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
        WHEN FORCE-RUN AND (OPERAND-ALL OR OPERAND-NONE)
            CONTINUE
        WHEN OTHER
            PERFORM FIND-CHAIN-STEP
    END-EVALUATE
    DISPLAY "RUN-STATE-REPORT: BUSINESS DATE=" WS-BUSINESS-DATE.

FIND-CHAIN-STEP.
    SET STX TO 1
    SEARCH WS-CHAIN-STEP
        AT END
            DISPLAY "RUN-STATE-REPORT: *** '" WS-PARM-OPERAND "' IS NOT A STEP OF THE CHAIN - RUN REFUSED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        WHEN WS-CHAIN-STEP-NAME(STX) = WS-PARM-OPERAND
            CONTINUE
        WHEN WS-CHAIN-STEP-PGM(STX) = WS-PARM-OPERAND
            CONTINUE
        WHEN WS-CHAIN-STEP-LABEL(STX) = WS-PARM-OPERAND
            CONTINUE
    END-SEARCH
    SET WS-STEP-SUB TO STX.

OPEN-FILES.
    PERFORM OPEN-RUN-STATE-FILE
    IF NOT CHECK-RUN
        OPEN OUTPUT STATE-REPORT-FILE
        IF NOT RSTRPT-STATUS-OK
            DISPLAY "RUN-STATE-REPORT: ERROR OPENING STATE-REPORT-FILE, STATUS=" WS-STATE-REPORT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM OPEN-AUDIT-LOG.

*> The ledger is defined once by RUNSDEF.jcl; a report run before
*> any chain program has used it loads the empty cluster first, the
*> way the chain programs do.
OPEN-RUN-STATE-FILE.
    OPEN I-O RUN-STATE-FILE
    IF RST-STATUS-NOT-FOUND
        OPEN OUTPUT RUN-STATE-FILE
        IF NOT RST-STATUS-OK
            DISPLAY "RUN-STATE-REPORT: ERROR OPENING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE RUN-STATE-FILE
        OPEN I-O RUN-STATE-FILE
    END-IF
    IF NOT RST-STATUS-OK
        DISPLAY "RUN-STATE-REPORT: ERROR OPENING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

OPEN-AUDIT-LOG.
    OPEN EXTEND AUDIT-FILE
    IF AUDIT-STATUS-NOT-FOUND
        OPEN OUTPUT AUDIT-FILE
    END-IF
    IF NOT AUDIT-STATUS-OK
        DISPLAY "RUN-STATE-REPORT: ERROR OPENING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

READ-STEP-STATE.
*> Reads the ledger record of chain step WS-STEP-SUB for the business
*> date; status 23 means the step has not run for that date.
    MOVE WS-BUSINESS-DATE                TO RST-BUSINESS-DATE
    MOVE WS-CHAIN-STEP-NAME(WS-STEP-SUB) TO RST-PROGRAM-NAME
    READ RUN-STATE-FILE
    IF NOT RST-STATUS-OK AND NOT RST-STATUS-NOT-ON-FILE
        DISPLAY "RUN-STATE-REPORT: ERROR READING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

REWRITE-STEP-STATE.
    REWRITE RUN-STATE-RECORD
    IF NOT RST-STATUS-OK
        DISPLAY "RUN-STATE-REPORT: ERROR UPDATING RUN-STATE-FILE, STATUS=" WS-RUN-STATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

FORCE-CHAIN-STEPS.
    EVALUATE TRUE
        WHEN OPERAND-NONE
            DISPLAY "RUN-STATE-REPORT: NO STEPS FORCED"
        WHEN OPERAND-ALL
            MOVE ZERO TO WS-STEP-SUB
            PERFORM FORCE-NEXT-CHAIN-STEP
                UNTIL WS-STEP-SUB >= WS-CHAIN-STEP-COUNT
        WHEN OTHER
            PERFORM FORCE-ONE-CHAIN-STEP
    END-EVALUATE.

FORCE-NEXT-CHAIN-STEP.
    ADD 1 TO WS-STEP-SUB
    PERFORM FORCE-ONE-CHAIN-STEP.

FORCE-ONE-CHAIN-STEP.
*> Only a completed step needs forcing: one that failed, abended or
*> never ran will run anyway.
    PERFORM READ-STEP-STATE
    IF RST-STATUS-OK AND RST-COMPLETE
        SET RST-FORCED TO TRUE
        PERFORM REWRITE-STEP-STATE
        ADD 1 TO WS-FORCED-THIS-RUN
        DISPLAY "RUN-STATE-REPORT: " WS-CHAIN-STEP-NAME(WS-STEP-SUB)
            " FORCED - WILL RUN AGAIN FOR " WS-BUSINESS-DATE
    ELSE
        DISPLAY "RUN-STATE-REPORT: " WS-CHAIN-STEP-NAME(WS-STEP-SUB)
            " NOT COMPLETE - NOTHING TO FORCE"
    END-IF.

CHECK-CHAIN-STEP.
*> For a step run ahead of its program in the job: return code 4
*> when the step is already complete, so the program's step can be
*> flushed by COND, with the SKIP audit record the program would
*> have written itself.  Return code 0 means the step must run.
    PERFORM READ-STEP-STATE
    IF RST-STATUS-OK AND RST-COMPLETE
        ADD 1 TO RST-SKIP-COUNT
        PERFORM REWRITE-STEP-STATE
        ADD 1 TO WS-SKIPPED-THIS-RUN
        SET AUDIT-TYPE-SKIP TO TRUE
        MOVE WS-CHAIN-STEP-NAME(WS-STEP-SUB) TO AUDIT-PROGRAM-NAME
        MOVE ZERO TO AUDIT-RETURN-CODE
        MOVE ZERO TO AUDIT-RECORDS-READ
        MOVE ZERO TO AUDIT-RECORDS-WRITTEN
        PERFORM STAMP-AUDIT-RECORD
        PERFORM WRITE-AUDIT-RECORD
        DISPLAY "RUN-STATE-REPORT: " WS-CHAIN-STEP-NAME(WS-STEP-SUB)
            " ALREADY COMPLETE FOR BUSINESS DATE " WS-BUSINESS-DATE " - SKIPPED"
        MOVE 4 TO RETURN-CODE
    ELSE
        DISPLAY "RUN-STATE-REPORT: " WS-CHAIN-STEP-NAME(WS-STEP-SUB)
            " NOT COMPLETE FOR BUSINESS DATE " WS-BUSINESS-DATE " - MUST RUN"
    END-IF.

WRITE-STATE-REPORT.
    MOVE WS-BUSINESS-DATE TO RHD-BUSINESS-DATE
    MOVE WS-REPORT-HEADING TO STATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE SPACES TO STATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE WS-COLUMN-HEADING TO STATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE ZERO TO WS-STEP-SUB
    PERFORM REPORT-NEXT-CHAIN-STEP
        UNTIL WS-STEP-SUB >= WS-CHAIN-STEP-COUNT
    PERFORM WRITE-REPORT-TOTALS.

REPORT-NEXT-CHAIN-STEP.
*> STARTED with no end is a step still running or one that abended;
*> the resubmitted chain runs it again, as it does a FAILED step.
    ADD 1 TO WS-STEP-SUB
    PERFORM READ-STEP-STATE
    MOVE SPACES                           TO WS-STATE-LINE
    MOVE WS-CHAIN-STEP-LABEL(WS-STEP-SUB) TO STL-STEP
    MOVE WS-CHAIN-STEP-PGM(WS-STEP-SUB)   TO STL-PGM
    MOVE WS-CHAIN-STEP-NAME(WS-STEP-SUB)  TO STL-NAME
    IF RST-STATUS-NOT-ON-FILE
        MOVE "NOT RUN" TO STL-STATE
        ADD 1 TO WS-STEPS-NOT-RUN
    ELSE
        EVALUATE TRUE
            WHEN RST-COMPLETE
                MOVE "COMPLETE"   TO STL-STATE
                ADD 1 TO WS-STEPS-COMPLETE
            WHEN RST-FAILED
                MOVE "*FAILED*"   TO STL-STATE
                ADD 1 TO WS-STEPS-FAILED
            WHEN RST-FORCED
                MOVE "FORCED"     TO STL-STATE
                ADD 1 TO WS-STEPS-FORCED
            WHEN OTHER
                MOVE "*STARTED*"  TO STL-STATE
                ADD 1 TO WS-STEPS-NOT-ENDED
        END-EVALUATE
        IF RST-STARTED
            MOVE SPACES TO STL-RC
        ELSE
            MOVE RST-RETURN-CODE     TO WS-EDIT-RETURN-CODE
            MOVE WS-EDIT-RETURN-CODE TO STL-RC
        END-IF
        MOVE RST-RUN-COUNT         TO WS-EDIT-COUNT
        MOVE WS-EDIT-COUNT         TO STL-RUNS
        MOVE RST-SKIP-COUNT        TO WS-EDIT-COUNT
        MOVE WS-EDIT-COUNT         TO STL-SKIPS(2:4)
        MOVE RST-STARTED-TIMESTAMP TO STL-STARTED
        MOVE RST-ENDED-TIMESTAMP   TO STL-ENDED
    END-IF
    MOVE WS-STATE-LINE TO STATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO STATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE "STEPS COMPLETE:" TO TOT-LABEL
    MOVE WS-STEPS-COMPLETE TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE
    MOVE "STEPS FAILED:" TO TOT-LABEL
    MOVE WS-STEPS-FAILED TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE
    MOVE "STEPS STARTED, NOT ENDED:" TO TOT-LABEL
    MOVE WS-STEPS-NOT-ENDED TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE
    MOVE "STEPS FORCED TO RUN AGAIN:" TO TOT-LABEL
    MOVE WS-STEPS-FORCED TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE
    MOVE "STEPS NOT RUN:" TO TOT-LABEL
    MOVE WS-STEPS-NOT-RUN TO TOT-COUNT
    PERFORM WRITE-TOTAL-LINE.

WRITE-TOTAL-LINE.
    MOVE WS-TOTAL-LINE TO STATE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

WRITE-REPORT-RECORD.
    WRITE STATE-REPORT-RECORD
    IF NOT RSTRPT-STATUS-OK
        DISPLAY "RUN-STATE-REPORT: ERROR WRITING STATE-REPORT-FILE, STATUS=" WS-STATE-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-START-AUDIT-RECORD.
    SET AUDIT-TYPE-START    TO TRUE
    MOVE "RUN-STATE-REPORT" TO AUDIT-PROGRAM-NAME
    MOVE ZERO               TO AUDIT-RETURN-CODE
    MOVE ZERO               TO AUDIT-RECORDS-READ
    MOVE ZERO               TO AUDIT-RECORDS-WRITTEN
    PERFORM STAMP-AUDIT-RECORD
    PERFORM WRITE-AUDIT-RECORD.

WRITE-END-AUDIT-RECORD.
    SET AUDIT-TYPE-END      TO TRUE
    MOVE "RUN-STATE-REPORT" TO AUDIT-PROGRAM-NAME
    MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
    MOVE ZERO               TO AUDIT-RECORDS-READ
    COMPUTE AUDIT-RECORDS-WRITTEN =
        WS-FORCED-THIS-RUN + WS-SKIPPED-THIS-RUN
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
        DISPLAY "RUN-STATE-REPORT: ERROR WRITING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

CLOSE-FILES.
    CLOSE RUN-STATE-FILE
    IF NOT CHECK-RUN
        CLOSE STATE-REPORT-FILE
    END-IF
    CLOSE AUDIT-FILE.
