IDENTIFICATION DIVISION.
PROGRAM-ID. Suspect-Duplicates.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The master is keyed on CUST-ID, so one customer set up under two
*> IDs is invisible to every keyed read.  This program finds them by
*> name, in two runs either side of a SORT step: an EXTRACT run reads
*> the master and writes each customer with its name normalized, the
*> SORT brings equal normalized names together, and a REPORT run
*> groups them and lists every group a reviewer has not already
*> cleared.

*> CUSTOMER-MASTER is File-Handling's customer master KSDS (OUTFILE),
*> read in key sequence by an EXTRACT run, every record whatever its
*> status - a closed ID still holding a balance is as much a split
*> customer as an active one.
    SELECT CUSTOMER-MASTER ASSIGN TO "OUTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-CUST-ID
        FILE STATUS IS WS-CUSTMAST-STATUS.

*> NAME-WORK-FILE is written by an EXTRACT run: the normalized name
*> followed by the master record as it stands.
    SELECT NAME-WORK-FILE ASSIGN TO "DUPWORK"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NAME-WORK-STATUS.

*> NAME-SORTED-FILE is the same work file after the SORT step, in
*> normalized-name then customer-ID order, read by a REPORT run.
    SELECT NAME-SORTED-FILE ASSIGN TO "DUPSORT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NAME-SORTED-STATUS.

*> DECISION-FILE is the reviewers' deck of "not a duplicate"
*> decisions: one card per pair of customer IDs already looked at and
*> found to be different customers.  A pair on the deck is never
*> reported again; a group whose every pair is on the deck is left off
*> the report altogether.  The deck is kept and added to by the
*> reviewers, so a missing deck only means nothing decided yet.
    SELECT DECISION-FILE ASSIGN TO "DUPDECN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DECISION-STATUS.

    SELECT PRINT-FILE ASSIGN TO "DUPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

*> RUN-CONTROL-FILE is the suite-wide run-control card: the business
*> date heads the report and the page size paginates it.  A run
*> without it falls back to the system date and the compiled page
*> size.
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

FD NAME-WORK-FILE.
01 NAME-WORK-RECORD.
    05 NWK-NORM-NAME      PIC X(20).
    05 NWK-MASTER-IMAGE   PIC X(51).

FD NAME-SORTED-FILE.
01 NAME-SORTED-RECORD.
    05 NSR-NORM-NAME      PIC X(20).
    05 NSR-MASTER-IMAGE   PIC X(51).

FD DECISION-FILE.
01 DECISION-RECORD.
    05 DEC-CUST-ID-1      PIC X(9).
    05 FILLER             PIC X(1).
    05 DEC-CUST-ID-2      PIC X(9).
    05 FILLER             PIC X(1).
    05 DEC-REVIEWER       PIC X(8).
    05 FILLER             PIC X(1).
    05 DEC-DECIDED-DATE   PIC X(8).

FD PRINT-FILE.
01 PRINT-RECORD PIC X(132).

FD RUN-CONTROL-FILE.
01 RUN-CONTROL-RECORD.
    COPY RUNCTLRC.

FD AUDIT-FILE.
01 AUDIT-LOG-RECORD.
    COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-CUSTMAST-STATUS PIC XX.
   88 CUSTMAST-STATUS-OK  VALUE "00".
   88 CUSTMAST-STATUS-EOF VALUE "10".

01 WS-NAME-WORK-STATUS PIC XX.
   88 NWK-STATUS-OK VALUE "00".

01 WS-NAME-SORTED-STATUS PIC XX.
   88 NSR-STATUS-OK  VALUE "00".
   88 NSR-STATUS-EOF VALUE "10".

01 WS-DECISION-STATUS PIC XX.
   88 DEC-STATUS-OK        VALUE "00".
   88 DEC-STATUS-EOF       VALUE "10".
   88 DEC-STATUS-NOT-FOUND VALUE "35".

01 WS-PRINT-STATUS PIC XX.
   88 PRINT-STATUS-OK VALUE "00".

01 WS-RUN-CONTROL-STATUS PIC XX.
   88 CTL-STATUS-OK        VALUE "00".
   88 CTL-STATUS-EOF       VALUE "10".
   88 CTL-STATUS-NOT-FOUND VALUE "35".

01 WS-AUDIT-STATUS PIC XX.
   88 AUDIT-STATUS-OK        VALUE "00".
   88 AUDIT-STATUS-NOT-FOUND VALUE "35".

01 WS-AUDIT-DATE PIC X(8).
01 WS-AUDIT-TIME PIC X(6).

*> PARM is EXTRACT or REPORT.
01 WS-PARM-LINE       PIC X(40) VALUE SPACES.
01 WS-RUN-MODE        PIC X(8)  VALUE SPACES.
   88 EXTRACT-RUN     VALUE "EXTRACT".
   88 REPORT-RUN      VALUE "REPORT".

01 WS-MASTER-EOF-SWITCH PIC X VALUE "N".
   88 MASTER-EOF VALUE "Y".
01 WS-SORTED-EOF-SWITCH PIC X VALUE "N".
   88 SORTED-EOF VALUE "Y".
01 WS-DECISION-EOF-SWITCH PIC X VALUE "N".
   88 DECISION-FILE-EOF VALUE "Y".

01 WS-RUN-DATE            PIC X(8).
77 WS-LINES-PER-PAGE      PIC 9(3) VALUE 55.
01 WS-LINE-COUNT          PIC 9(3) VALUE ZERO.
01 WS-PAGE-NUMBER         PIC 9(3) VALUE ZERO.

*> Name normalization.  Case, punctuation and spacing are ironed out
*> and the common company-form suffixes dropped from the end of the
*> name, so ACME LTD, Acme Ltd. and ACME  LIMITED all come out ACME.
*> A name made of nothing but a suffix keeps it rather than vanish.
01 WS-NORM-WORK           PIC X(20).
01 WS-NORM-NAME           PIC X(20).
01 WS-NORM-POINTER        PIC 9(2).
01 WS-NORM-OUT-POINTER    PIC 9(2).
01 WS-NORM-WORD           PIC X(20).
01 WS-WORD-COUNT          PIC 9(2).
01 WS-WORD-SUB            PIC 9(2).
01 WS-WORD-TABLE.
   05 WS-WORDS            PIC X(20) OCCURS 20 TIMES.
01 WS-SUFFIX-DROPPED-SWITCH PIC X.
   88 SUFFIX-DROPPED      VALUE "Y".

01 WS-SUFFIX-VALUES.
   05 FILLER PIC X(12) VALUE "LTD".
   05 FILLER PIC X(12) VALUE "LIMITED".
   05 FILLER PIC X(12) VALUE "INC".
   05 FILLER PIC X(12) VALUE "INCORPORATED".
   05 FILLER PIC X(12) VALUE "CO".
   05 FILLER PIC X(12) VALUE "COMPANY".
   05 FILLER PIC X(12) VALUE "CORP".
   05 FILLER PIC X(12) VALUE "CORPORATION".
   05 FILLER PIC X(12) VALUE "LLC".
   05 FILLER PIC X(12) VALUE "PLC".
   05 FILLER PIC X(12) VALUE "LLP".
   05 FILLER PIC X(12) VALUE "GMBH".
01 WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-VALUES.
   05 WS-SUFFIXES OCCURS 12 TIMES
                  INDEXED BY SFX.
      10 WS-SUFFIX        PIC X(12).

*> The reviewers' decisions, loaded up front the way Customer-
*> Maintenance loads its approval deck.  Each pair is held lower ID
*> first so the order the reviewer keyed them in does not matter.
01 WS-DECISION-COUNT PIC 9(4) VALUE ZERO.
01 WS-DECISION-TABLE.
   05 WS-DECISIONS OCCURS 2000 TIMES
                   INDEXED BY DCX.
      10 WS-DEC-LOW-ID    PIC X(9).
      10 WS-DEC-HIGH-ID   PIC X(9).
      10 WS-DEC-USED      PIC X(1).
01 WS-PAIR-LOW-ID     PIC X(9).
01 WS-PAIR-HIGH-ID    PIC X(9).
01 WS-PAIR-FOUND-SWITCH PIC X.
   88 PAIR-DECIDED    VALUE "Y".

*> The group in hand: every customer sharing one normalized name.  A
*> group bigger than the table is reported on its first members and
*> flagged, rather than aborting the night's report.
77 WS-GROUP-LIMIT     PIC 9(2) VALUE 20.
01 WS-GROUP-NAME      PIC X(20).
01 WS-GROUP-COUNT     PIC 9(5) VALUE ZERO.
01 WS-GROUP-HELD      PIC 9(2) VALUE ZERO.
01 WS-GROUP-TABLE.
   05 WS-GROUP-MEMBERS OCCURS 20 TIMES.
      10 WS-GRP-CUST-ID   PIC X(9).
      10 WS-GRP-NAME      PIC X(20).
      10 WS-GRP-STATUS    PIC X(1).
      10 WS-GRP-AMOUNT    PIC S9(7)V99.
      10 WS-GRP-CURRENCY  PIC X(3).
      10 WS-GRP-DATE      PIC X(8).
01 WS-MEMBER-SUB      PIC 9(2).
01 WS-OTHER-SUB       PIC 9(2).
01 WS-OPEN-PAIRS      PIC 9(5).
01 WS-EXACT-SWITCH    PIC X.
   88 EXACT-NAME-MATCH VALUE "Y".

01 WS-MASTER-RECORDS      PIC 9(9) VALUE ZERO.
01 WS-UNNAMED-RECORDS     PIC 9(9) VALUE ZERO.
01 WS-WORK-WRITTEN        PIC 9(9) VALUE ZERO.
01 WS-SORTED-READ         PIC 9(9) VALUE ZERO.
01 WS-SUSPECT-GROUPS      PIC 9(9) VALUE ZERO.
01 WS-SUSPECT-CUSTOMERS   PIC 9(9) VALUE ZERO.
01 WS-CLEARED-GROUPS      PIC 9(9) VALUE ZERO.
01 WS-OPEN-PAIR-TOTAL     PIC 9(9) VALUE ZERO.
01 WS-BAD-DECISIONS       PIC 9(9) VALUE ZERO.
01 WS-UNUSED-DECISIONS    PIC 9(9) VALUE ZERO.

*> Report layout in the house report style: program banner with run
*> date and page number, then one block per suspect group.
01 WS-REPORT-HEADER-1.
    05 FILLER           PIC X(27) VALUE "PROGRAM: SUSPECT-DUPLICATES".
    05 FILLER           PIC X(10) VALUE " RUN DATE:".
    05 RH1-RUN-DATE     PIC X(10).
    05 FILLER           PIC X(6)  VALUE "PAGE: ".
    05 RH1-PAGE-NUMBER  PIC ZZ9.

01 WS-REPORT-HEADER-2.
    05 FILLER PIC X(60) VALUE
       "CUSTOMERS ON THE MASTER UNDER MORE THAN ONE ID, BY NAME".

01 WS-GROUP-LINE.
    05 FILLER           PIC X(14) VALUE "SUSPECT GROUP ".
    05 GRP-NUMBER       PIC ZZZZ9.
    05 FILLER           PIC X(13) VALUE "  NAME KEY:  ".
    05 GRP-NAME-KEY     PIC X(20).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 GRP-MATCH        PIC X(18).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 GRP-FLAG         PIC X(40).

01 WS-MEMBER-HEADING.
    05 FILLER PIC X(4)  VALUE SPACES.
    05 FILLER PIC X(11) VALUE "CUSTOMER".
    05 FILLER PIC X(21) VALUE "NAME ON MASTER".
    05 FILLER PIC X(8)  VALUE "STATUS".
    05 FILLER PIC X(16) VALUE "         AMOUNT".
    05 FILLER PIC X(5)  VALUE "CCY".
    05 FILLER PIC X(9)  VALUE "CUST DATE".

01 WS-MEMBER-LINE.
    05 FILLER           PIC X(4)  VALUE SPACES.
    05 MBR-CUST-ID      PIC X(9).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 MBR-NAME         PIC X(20).
    05 FILLER           PIC X(1)  VALUE SPACE.
    05 MBR-STATUS       PIC X(9).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 MBR-AMOUNT       PIC ZZZZZZ9.99-.
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 MBR-CURRENCY     PIC X(3).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 MBR-DATE         PIC X(8).

01 WS-PAIR-LINE.
    05 FILLER           PIC X(4)  VALUE SPACES.
    05 FILLER           PIC X(20) VALUE "NOT YET REVIEWED:   ".
    05 PR-CUST-ID-1     PIC X(9).
    05 FILLER           PIC X(3)  VALUE " / ".
    05 PR-CUST-ID-2     PIC X(9).

01 WS-BAD-DECISION-LINE.
    05 FILLER           PIC X(22) VALUE "*** BAD DECISION CARD ".
    05 BDC-CARD         PIC X(38).
    05 FILLER           PIC X(4)  VALUE " ***".

01 WS-SUMMARY-LINE.
    05 SUM-LABEL        PIC X(36).
    05 SUM-COUNT        PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM GET-RUN-PARAMETER
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-RUN-CONTROL
    PERFORM OPEN-FILES
    PERFORM WRITE-START-AUDIT-RECORD

    IF EXTRACT-RUN
        PERFORM UNTIL MASTER-EOF
            PERFORM READ-MASTER-RECORD
        END-PERFORM
    ELSE
        PERFORM WRITE-REPORT-HEADING
        PERFORM LOAD-DECISION-TABLE
        PERFORM READ-SORTED-RECORD
        PERFORM UNTIL SORTED-EOF
            PERFORM COLLECT-NAME-GROUP
        END-PERFORM
        IF WS-SUSPECT-GROUPS = ZERO
            MOVE "  NO UNREVIEWED SUSPECT GROUPS" TO PRINT-RECORD
            PERFORM WRITE-PRINT-LINE
        END-IF
        PERFORM COUNT-UNUSED-DECISIONS
        PERFORM WRITE-SUMMARY-SECTION
    END-IF

    PERFORM WRITE-END-AUDIT-RECORD
    PERFORM CLOSE-FILES
    PERFORM DISPLAY-DUPLICATE-TOTALS
    STOP RUN.

GET-RUN-PARAMETER.
    ACCEPT WS-PARM-LINE FROM COMMAND-LINE
    UNSTRING WS-PARM-LINE DELIMITED BY ","
        INTO WS-RUN-MODE
    IF NOT EXTRACT-RUN AND NOT REPORT-RUN
        DISPLAY "SUSPECT-DUPLICATES: *** PARM MUST BE EXTRACT OR REPORT - RUN REFUSED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "SUSPECT-DUPLICATES: RUN MODE=" WS-RUN-MODE.

LOAD-RUN-CONTROL.
*> The suite-wide run-control card: the business date is the banner
*> date, and the page size stops being a recompile.  A missing card
*> runs on the compiled defaults.
    OPEN INPUT RUN-CONTROL-FILE
    EVALUATE TRUE
        WHEN CTL-STATUS-OK
            PERFORM READ-RUN-CONTROL-CARD
            CLOSE RUN-CONTROL-FILE
        WHEN CTL-STATUS-NOT-FOUND
            DISPLAY "SUSPECT-DUPLICATES: RUN-CONTROL-FILE NOT FOUND, USING COMPILED DEFAULTS"
        WHEN OTHER
            DISPLAY "SUSPECT-DUPLICATES: ERROR OPENING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
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
            DISPLAY "SUSPECT-DUPLICATES: RUN-CONTROL-FILE EMPTY, USING COMPILED DEFAULTS"
        WHEN OTHER
            DISPLAY "SUSPECT-DUPLICATES: ERROR READING RUN-CONTROL-FILE, STATUS=" WS-RUN-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

OPEN-FILES.
*> An EXTRACT run reads the master and writes the work file; a REPORT
*> run reads the sorted work file and prints.
    IF EXTRACT-RUN
        OPEN INPUT CUSTOMER-MASTER
        IF NOT CUSTMAST-STATUS-OK
            DISPLAY "SUSPECT-DUPLICATES: ERROR OPENING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT NAME-WORK-FILE
        IF NOT NWK-STATUS-OK
            DISPLAY "SUSPECT-DUPLICATES: ERROR OPENING NAME-WORK-FILE, STATUS=" WS-NAME-WORK-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        OPEN INPUT NAME-SORTED-FILE
        IF NOT NSR-STATUS-OK
            DISPLAY "SUSPECT-DUPLICATES: ERROR OPENING NAME-SORTED-FILE, STATUS=" WS-NAME-SORTED-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT PRINT-FILE
        IF NOT PRINT-STATUS-OK
            DISPLAY "SUSPECT-DUPLICATES: ERROR OPENING PRINT-FILE, STATUS=" WS-PRINT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
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
        DISPLAY "SUSPECT-DUPLICATES: ERROR OPENING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

READ-MASTER-RECORD.
    READ CUSTOMER-MASTER NEXT RECORD
    EVALUATE TRUE
        WHEN CUSTMAST-STATUS-OK
            ADD 1 TO WS-MASTER-RECORDS
            PERFORM EXTRACT-MASTER-RECORD
        WHEN CUSTMAST-STATUS-EOF
            SET MASTER-EOF TO TRUE
        WHEN OTHER
            DISPLAY "SUSPECT-DUPLICATES: ERROR READING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

EXTRACT-MASTER-RECORD.
*> A record with no name cannot be matched to anything and is only
*> counted.
    IF CM-CUST-NAME = SPACES
        ADD 1 TO WS-UNNAMED-RECORDS
    ELSE
        PERFORM NORMALIZE-CUSTOMER-NAME
        MOVE WS-NORM-NAME           TO NWK-NORM-NAME
        MOVE CUSTOMER-MASTER-RECORD TO NWK-MASTER-IMAGE
        WRITE NAME-WORK-RECORD
        IF NOT NWK-STATUS-OK
            DISPLAY "SUSPECT-DUPLICATES: ERROR WRITING NAME-WORK-FILE, STATUS=" WS-NAME-WORK-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-WORK-WRITTEN
    END-IF.

NORMALIZE-CUSTOMER-NAME.
*> Fold to upper case and turn punctuation into spaces, split the
*> name into words, drop company-form suffixes from the end, and
*> rebuild it single-spaced.
    MOVE CM-CUST-NAME TO WS-NORM-WORK
    INSPECT WS-NORM-WORK CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    INSPECT WS-NORM-WORK CONVERTING
        ".,;:'-&/()" TO "          "
    MOVE ZERO TO WS-WORD-COUNT
    MOVE 1    TO WS-NORM-POINTER
    PERFORM SPLIT-NEXT-WORD
        UNTIL WS-NORM-POINTER > 20
    MOVE "Y" TO WS-SUFFIX-DROPPED-SWITCH
    PERFORM DROP-TRAILING-SUFFIX
        UNTIL NOT SUFFIX-DROPPED
    MOVE SPACES TO WS-NORM-NAME
    MOVE 1      TO WS-NORM-OUT-POINTER
    MOVE ZERO   TO WS-WORD-SUB
    PERFORM APPEND-NORMALIZED-WORD
        UNTIL WS-WORD-SUB >= WS-WORD-COUNT.

SPLIT-NEXT-WORD.
    MOVE SPACES TO WS-NORM-WORD
    UNSTRING WS-NORM-WORK DELIMITED BY ALL SPACE
        INTO WS-NORM-WORD
        WITH POINTER WS-NORM-POINTER
    IF WS-NORM-WORD NOT = SPACES
        ADD 1 TO WS-WORD-COUNT
        MOVE WS-NORM-WORD TO WS-WORDS(WS-WORD-COUNT)
    END-IF.

DROP-TRAILING-SUFFIX.
    MOVE "N" TO WS-SUFFIX-DROPPED-SWITCH
    IF WS-WORD-COUNT > 1
        SET SFX TO 1
        SEARCH WS-SUFFIXES
            AT END
                CONTINUE
            WHEN WS-SUFFIX(SFX) = WS-WORDS(WS-WORD-COUNT)
                SUBTRACT 1 FROM WS-WORD-COUNT
                SET SUFFIX-DROPPED TO TRUE
        END-SEARCH
    END-IF.

APPEND-NORMALIZED-WORD.
    ADD 1 TO WS-WORD-SUB
    IF WS-WORD-SUB > 1
        ADD 1 TO WS-NORM-OUT-POINTER
    END-IF
    STRING WS-WORDS(WS-WORD-SUB) DELIMITED BY SPACE
        INTO WS-NORM-NAME
        WITH POINTER WS-NORM-OUT-POINTER.

LOAD-DECISION-TABLE.
*> No decision deck is a legitimate state before anyone has reviewed
*> anything: every suspect group is then reported.
    OPEN INPUT DECISION-FILE
    EVALUATE TRUE
        WHEN DEC-STATUS-OK
            PERFORM UNTIL DECISION-FILE-EOF
                PERFORM READ-DECISION-RECORD
            END-PERFORM
            CLOSE DECISION-FILE
            DISPLAY "SUSPECT-DUPLICATES: DECISIONS LOADED = " WS-DECISION-COUNT
        WHEN DEC-STATUS-NOT-FOUND
            DISPLAY "SUSPECT-DUPLICATES: DECISION-FILE NOT FOUND, NO PAIRS CLEARED"
        WHEN OTHER
            DISPLAY "SUSPECT-DUPLICATES: ERROR OPENING DECISION-FILE, STATUS=" WS-DECISION-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-DECISION-RECORD.
    READ DECISION-FILE
    EVALUATE TRUE
        WHEN DEC-STATUS-OK
            PERFORM ADD-DECISION-TO-TABLE
        WHEN DEC-STATUS-EOF
            SET DECISION-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "SUSPECT-DUPLICATES: ERROR READING DECISION-FILE, STATUS=" WS-DECISION-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

ADD-DECISION-TO-TABLE.
*> A card that does not name two different numeric IDs clears
*> nothing; it is printed for the reviewer to correct, with a warning
*> return code, and the rest of the deck still loads.
    IF DEC-CUST-ID-1 NOT NUMERIC OR DEC-CUST-ID-2 NOT NUMERIC
       OR DEC-CUST-ID-1 = DEC-CUST-ID-2
        ADD 1 TO WS-BAD-DECISIONS
        MOVE DECISION-RECORD TO BDC-CARD
        MOVE WS-BAD-DECISION-LINE TO PRINT-RECORD
        PERFORM WRITE-PRINT-LINE
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    ELSE
        IF WS-DECISION-COUNT >= 2000
            DISPLAY "SUSPECT-DUPLICATES: *** DECISION TABLE FULL AT " DEC-CUST-ID-1 " - RUN ABORTED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-DECISION-COUNT
        IF DEC-CUST-ID-1 < DEC-CUST-ID-2
            MOVE DEC-CUST-ID-1 TO WS-DEC-LOW-ID(WS-DECISION-COUNT)
            MOVE DEC-CUST-ID-2 TO WS-DEC-HIGH-ID(WS-DECISION-COUNT)
        ELSE
            MOVE DEC-CUST-ID-2 TO WS-DEC-LOW-ID(WS-DECISION-COUNT)
            MOVE DEC-CUST-ID-1 TO WS-DEC-HIGH-ID(WS-DECISION-COUNT)
        END-IF
        MOVE "N" TO WS-DEC-USED(WS-DECISION-COUNT)
    END-IF.

READ-SORTED-RECORD.
    READ NAME-SORTED-FILE
    EVALUATE TRUE
        WHEN NSR-STATUS-OK
            ADD 1 TO WS-SORTED-READ
        WHEN NSR-STATUS-EOF
            SET SORTED-EOF TO TRUE
        WHEN OTHER
            DISPLAY "SUSPECT-DUPLICATES: ERROR READING NAME-SORTED-FILE, STATUS=" WS-NAME-SORTED-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

COLLECT-NAME-GROUP.
*> Gather every record sharing the current normalized name, then
*> judge the group.  A name held by one customer only is no suspect.
    MOVE NSR-NORM-NAME TO WS-GROUP-NAME
    MOVE ZERO TO WS-GROUP-COUNT
    MOVE ZERO TO WS-GROUP-HELD
    PERFORM ADD-GROUP-MEMBER
        UNTIL SORTED-EOF OR NSR-NORM-NAME NOT = WS-GROUP-NAME
    IF WS-GROUP-COUNT > 1
        PERFORM JUDGE-NAME-GROUP
    END-IF.

ADD-GROUP-MEMBER.
    ADD 1 TO WS-GROUP-COUNT
    IF WS-GROUP-HELD < WS-GROUP-LIMIT
        ADD 1 TO WS-GROUP-HELD
        MOVE NSR-MASTER-IMAGE TO CUSTOMER-MASTER-RECORD
        MOVE CM-CUST-ID     TO WS-GRP-CUST-ID(WS-GROUP-HELD)
        MOVE CM-CUST-NAME   TO WS-GRP-NAME(WS-GROUP-HELD)
        MOVE CM-CUST-STATUS TO WS-GRP-STATUS(WS-GROUP-HELD)
        MOVE CM-CUST-AMOUNT TO WS-GRP-AMOUNT(WS-GROUP-HELD)
        MOVE CM-CUST-CURRENCY TO WS-GRP-CURRENCY(WS-GROUP-HELD)
        MOVE CM-CUST-DATE   TO WS-GRP-DATE(WS-GROUP-HELD)
    END-IF
    PERFORM READ-SORTED-RECORD.

JUDGE-NAME-GROUP.
*> Every pair in the group is checked against the decisions.  Only a
*> group with at least one pair nobody has cleared is reported; the
*> pairs still open are listed under it so the reviewer knows which
*> cards to key.
    MOVE ZERO TO WS-OPEN-PAIRS
    MOVE ZERO TO WS-MEMBER-SUB
    PERFORM COUNT-MEMBER-OPEN-PAIRS
        UNTIL WS-MEMBER-SUB >= WS-GROUP-HELD
    IF WS-OPEN-PAIRS = ZERO
        ADD 1 TO WS-CLEARED-GROUPS
    ELSE
        ADD 1 TO WS-SUSPECT-GROUPS
        ADD WS-GROUP-COUNT TO WS-SUSPECT-CUSTOMERS
        ADD WS-OPEN-PAIRS  TO WS-OPEN-PAIR-TOTAL
        PERFORM WRITE-SUSPECT-GROUP
    END-IF.

COUNT-MEMBER-OPEN-PAIRS.
    ADD 1 TO WS-MEMBER-SUB
    MOVE WS-MEMBER-SUB TO WS-OTHER-SUB
    PERFORM COUNT-ONE-OPEN-PAIR
        UNTIL WS-OTHER-SUB >= WS-GROUP-HELD.

COUNT-ONE-OPEN-PAIR.
    ADD 1 TO WS-OTHER-SUB
    PERFORM FIND-PAIR-DECISION
    IF NOT PAIR-DECIDED
        ADD 1 TO WS-OPEN-PAIRS
    END-IF.

FIND-PAIR-DECISION.
*> Looks up the pair WS-MEMBER-SUB / WS-OTHER-SUB; a decision that
*> clears a pair is marked used.
    MOVE "N" TO WS-PAIR-FOUND-SWITCH
    IF WS-GRP-CUST-ID(WS-MEMBER-SUB) < WS-GRP-CUST-ID(WS-OTHER-SUB)
        MOVE WS-GRP-CUST-ID(WS-MEMBER-SUB) TO WS-PAIR-LOW-ID
        MOVE WS-GRP-CUST-ID(WS-OTHER-SUB)  TO WS-PAIR-HIGH-ID
    ELSE
        MOVE WS-GRP-CUST-ID(WS-OTHER-SUB)  TO WS-PAIR-LOW-ID
        MOVE WS-GRP-CUST-ID(WS-MEMBER-SUB) TO WS-PAIR-HIGH-ID
    END-IF
    IF WS-DECISION-COUNT > 0
        SET DCX TO 1
        SEARCH WS-DECISIONS
            AT END
                CONTINUE
            WHEN DCX > WS-DECISION-COUNT
                CONTINUE
            WHEN WS-DEC-LOW-ID(DCX) = WS-PAIR-LOW-ID
             AND WS-DEC-HIGH-ID(DCX) = WS-PAIR-HIGH-ID
                SET PAIR-DECIDED TO TRUE
                MOVE "Y" TO WS-DEC-USED(DCX)
        END-SEARCH
    END-IF.

WRITE-SUSPECT-GROUP.
*> The names are an exact match when every member carries the same
*> name on the master, letter for letter; otherwise they met only
*> after normalization.
    IF WS-LINE-COUNT + WS-GROUP-HELD + 4 > WS-LINES-PER-PAGE
        PERFORM WRITE-REPORT-HEADING
    END-IF
    SET EXACT-NAME-MATCH TO TRUE
    MOVE 1 TO WS-MEMBER-SUB
    PERFORM CHECK-MEMBER-NAME-EXACT
        UNTIL WS-MEMBER-SUB >= WS-GROUP-HELD
    MOVE WS-SUSPECT-GROUPS TO GRP-NUMBER
    MOVE WS-GROUP-NAME     TO GRP-NAME-KEY
    IF EXACT-NAME-MATCH
        MOVE "EXACT NAME"      TO GRP-MATCH
    ELSE
        MOVE "NORMALIZED NAME" TO GRP-MATCH
    END-IF
    MOVE SPACES TO GRP-FLAG
    IF WS-GROUP-COUNT > WS-GROUP-HELD
        MOVE SPACES TO GRP-FLAG
        STRING "*** " WS-GROUP-COUNT " IDS, FIRST 20 SHOWN ***"
            DELIMITED BY SIZE INTO GRP-FLAG
    END-IF
    MOVE WS-GROUP-LINE TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE
    MOVE WS-MEMBER-HEADING TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE
    MOVE ZERO TO WS-MEMBER-SUB
    PERFORM WRITE-MEMBER-LINE
        UNTIL WS-MEMBER-SUB >= WS-GROUP-HELD
    MOVE ZERO TO WS-MEMBER-SUB
    PERFORM WRITE-MEMBER-OPEN-PAIRS
        UNTIL WS-MEMBER-SUB >= WS-GROUP-HELD
    MOVE SPACES TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE.

CHECK-MEMBER-NAME-EXACT.
    ADD 1 TO WS-MEMBER-SUB
    IF WS-GRP-NAME(WS-MEMBER-SUB) NOT = WS-GRP-NAME(1)
        MOVE "N" TO WS-EXACT-SWITCH
    END-IF.

WRITE-MEMBER-LINE.
    ADD 1 TO WS-MEMBER-SUB
    MOVE WS-GRP-CUST-ID(WS-MEMBER-SUB)  TO MBR-CUST-ID
    MOVE WS-GRP-NAME(WS-MEMBER-SUB)     TO MBR-NAME
    EVALUATE WS-GRP-STATUS(WS-MEMBER-SUB)
        WHEN "S"
            MOVE "SUSPENDED" TO MBR-STATUS
        WHEN "C"
            MOVE "CLOSED"    TO MBR-STATUS
        WHEN OTHER
            MOVE "ACTIVE"    TO MBR-STATUS
    END-EVALUATE
    MOVE WS-GRP-AMOUNT(WS-MEMBER-SUB)   TO MBR-AMOUNT
    MOVE WS-GRP-CURRENCY(WS-MEMBER-SUB) TO MBR-CURRENCY
    MOVE WS-GRP-DATE(WS-MEMBER-SUB)     TO MBR-DATE
    MOVE WS-MEMBER-LINE TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE.

WRITE-MEMBER-OPEN-PAIRS.
    ADD 1 TO WS-MEMBER-SUB
    MOVE WS-MEMBER-SUB TO WS-OTHER-SUB
    PERFORM WRITE-ONE-OPEN-PAIR
        UNTIL WS-OTHER-SUB >= WS-GROUP-HELD.

WRITE-ONE-OPEN-PAIR.
    ADD 1 TO WS-OTHER-SUB
    PERFORM FIND-PAIR-DECISION
    IF NOT PAIR-DECIDED
        MOVE WS-PAIR-LOW-ID  TO PR-CUST-ID-1
        MOVE WS-PAIR-HIGH-ID TO PR-CUST-ID-2
        MOVE WS-PAIR-LINE TO PRINT-RECORD
        PERFORM WRITE-PRINT-LINE
    END-IF.

COUNT-UNUSED-DECISIONS.
*> A decision that cleared no pair tonight names a customer since
*> closed out, purged or renamed; it is counted so the deck can be
*> tidied, but it does no harm.
    MOVE ZERO TO WS-UNUSED-DECISIONS
    SET DCX TO 1
    PERFORM COUNT-ONE-UNUSED-DECISION
        UNTIL DCX > WS-DECISION-COUNT.

COUNT-ONE-UNUSED-DECISION.
    IF WS-DEC-USED(DCX) = "N"
        ADD 1 TO WS-UNUSED-DECISIONS
    END-IF
    SET DCX UP BY 1.

WRITE-SUMMARY-SECTION.
    MOVE SPACES TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE
    MOVE "NAMED MASTER RECORDS COMPARED:" TO SUM-LABEL
    MOVE WS-SORTED-READ                   TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE
    MOVE "SUSPECT GROUPS REPORTED:" TO SUM-LABEL
    MOVE WS-SUSPECT-GROUPS          TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE
    MOVE "CUSTOMER IDS IN SUSPECT GROUPS:" TO SUM-LABEL
    MOVE WS-SUSPECT-CUSTOMERS              TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE
    MOVE "PAIRS NOT YET REVIEWED:" TO SUM-LABEL
    MOVE WS-OPEN-PAIR-TOTAL        TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE
    MOVE "GROUPS CLEARED BY DECISIONS:" TO SUM-LABEL
    MOVE WS-CLEARED-GROUPS              TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE
    MOVE "DECISIONS ON FILE:" TO SUM-LABEL
    MOVE WS-DECISION-COUNT    TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE
    MOVE "DECISIONS MATCHING NO GROUP:" TO SUM-LABEL
    MOVE WS-UNUSED-DECISIONS            TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO PRINT-RECORD
    PERFORM WRITE-PRINT-LINE
    MOVE "BAD DECISION CARDS:" TO SUM-LABEL
    MOVE WS-BAD-DECISIONS      TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO PRINT-RECORD
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
        DISPLAY "SUSPECT-DUPLICATES: ERROR WRITING PRINT-FILE, STATUS=" WS-PRINT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-START-AUDIT-RECORD.
    SET AUDIT-TYPE-START       TO TRUE
    MOVE "SUSPECT-DUPLICATES"  TO AUDIT-PROGRAM-NAME
    MOVE ZERO                  TO AUDIT-RETURN-CODE
    MOVE ZERO                  TO AUDIT-RECORDS-READ
    MOVE ZERO                  TO AUDIT-RECORDS-WRITTEN
    PERFORM STAMP-AUDIT-RECORD
    PERFORM WRITE-AUDIT-RECORD.

WRITE-END-AUDIT-RECORD.
    SET AUDIT-TYPE-END         TO TRUE
    MOVE "SUSPECT-DUPLICATES"  TO AUDIT-PROGRAM-NAME
    MOVE RETURN-CODE           TO AUDIT-RETURN-CODE
    IF EXTRACT-RUN
        MOVE WS-MASTER-RECORDS TO AUDIT-RECORDS-READ
        MOVE WS-WORK-WRITTEN   TO AUDIT-RECORDS-WRITTEN
    ELSE
        MOVE WS-SORTED-READ       TO AUDIT-RECORDS-READ
        MOVE WS-SUSPECT-CUSTOMERS TO AUDIT-RECORDS-WRITTEN
    END-IF
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
        DISPLAY "SUSPECT-DUPLICATES: ERROR WRITING AUDIT-FILE, STATUS=" WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

CLOSE-FILES.
    IF EXTRACT-RUN
        CLOSE CUSTOMER-MASTER
        CLOSE NAME-WORK-FILE
    ELSE
        CLOSE NAME-SORTED-FILE
        CLOSE PRINT-FILE
    END-IF
    CLOSE AUDIT-FILE.

DISPLAY-DUPLICATE-TOTALS.
    IF EXTRACT-RUN
        DISPLAY "SUSPECT-DUPLICATES: MASTER RECORDS READ   = " WS-MASTER-RECORDS
        DISPLAY "SUSPECT-DUPLICATES: NAMES EXTRACTED       = " WS-WORK-WRITTEN
        DISPLAY "SUSPECT-DUPLICATES: RECORDS WITH NO NAME  = " WS-UNNAMED-RECORDS
    ELSE
        DISPLAY "SUSPECT-DUPLICATES: RECORDS COMPARED      = " WS-SORTED-READ
        DISPLAY "SUSPECT-DUPLICATES: SUSPECT GROUPS        = " WS-SUSPECT-GROUPS
        DISPLAY "SUSPECT-DUPLICATES: PAIRS NOT REVIEWED    = " WS-OPEN-PAIR-TOTAL
        DISPLAY "SUSPECT-DUPLICATES: GROUPS CLEARED        = " WS-CLEARED-GROUPS
        DISPLAY "SUSPECT-DUPLICATES: BAD DECISION CARDS    = " WS-BAD-DECISIONS
    END-IF.
