ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> INQUIRY-FILE is the card deck of customers being asked about, by
*> ID or by name.  One submission of this job replaces the hour of
*> hand-browsing five files that a single source-system query used to
*> cost operations.
    SELECT INQUIRY-FILE ASSIGN TO "INQFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INQUIRY-STATUS.

*> CUSTOMER-MASTER is the customer master KSDS, read by key per
*> inquiry - the direct access Table-Processing's PARM lookup has
*> always used, grown into a real inquiry facility.  The name
*> inquiries browse it through its alternate index on CUST-NAME
*> (the OUTFILE1 path, defined by CUSTAIX.jcl); many customers can
*> share a name, so the key allows duplicates.
    SELECT CUSTOMER-MASTER ASSIGN TO "OUTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CUST-ID
        ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
        FILE STATUS IS WS-CUSTMAST-STATUS.

*> NAME-FILE is the roster master (customer ID plus name, ascending

DATA DIVISION.
FILE SECTION.
*> A card is a customer ID in columns 1-9, or a customer name - or
*> just the start of one - in columns 1-20.  A card starting with a
*> digit is taken as an ID; anything else is a name.
FD INQUIRY-FILE.
01 INQUIRY-RECORD.
    05 INQ-CUST-ID   PIC X(9).
    05 INQ-ID-FILLER PIC X(11).
01 INQUIRY-NAME-RECORD.
    05 INQ-CUST-NAME PIC X(20).

FD CUSTOMER-MASTER.
01 CUSTOMER-MASTER-RECORD.
    05 REJ-RAW-RECORD  PIC X(51).
    05 FILLER          PIC X(1).
    05 REJ-REASON      PIC X(30).
    05 FILLER          PIC X(1).
    05 REJ-SOURCE-SYSTEM PIC X(10).
    05 FILLER          PIC X(1).
    05 REJ-RUN-DATE    PIC X(8).

FD AGED-REJECT-FILE.
01 AGED-REJECT-RECORD.
    05 AGED-REASON     PIC X(30).
    05 AGED-AGE-DAYS   PIC 9(3).
    05 AGED-FIRST-DATE PIC X(8).
    05 FILLER          PIC X(1).
    05 AGED-SOURCE-SYSTEM PIC X(10).
    05 FILLER          PIC X(1).
    05 AGED-RUN-DATE   PIC X(8).

FD BEFORE-IMAGE-FILE.
01 BEFORE-IMAGE-RECORD PIC X(51).

01 WS-CUSTMAST-STATUS PIC XX.
   88 CUSTMAST-STATUS-OK        VALUE "00".
   88 CUSTMAST-STATUS-DUP-KEY   VALUE "02".
   88 CUSTMAST-STATUS-EOF       VALUE "10".
   88 CUSTMAST-STATUS-NOT-FOUND VALUE "23".
   88 CUSTMAST-STATUS-NOT-OPEN  VALUE "35".

01 WS-BEFORE-EOF-SWITCH PIC X VALUE "N".
   88 BEFORE-IMAGE-EOF VALUE "Y".

*> The customers to print dossiers for - the ID cards plus every
*> customer a name card matched - held while the sequential side
*> files are each scanned once.
01 WS-INQ-COUNT PIC 9(3) VALUE ZERO.
01 WS-INQUIRY-TABLE.
   05 WS-INQUIRIES OCCURS 200 TIMES
                   INDEXED BY INX.
      10 WS-INQ-ID PIC X(9).
01 WS-INQ-SUB  PIC 9(3) VALUE ZERO.
01 WS-SCAN-SUB PIC 9(3) VALUE ZERO.

*> A name card is resolved as it is read: the name index is
*> positioned at the name and browsed while the customers' names
*> still start with it.  WS-PREFIX-LENGTH is the card's name less
*> its trailing spaces, so "SMITH" matches "SMITH J" and "SMITHSON".
01 WS-NAME-PREFIX       PIC X(20).
01 WS-PREFIX-LENGTH     PIC 9(2) VALUE ZERO.
01 WS-NAME-SCAN-SWITCH  PIC X VALUE "N".
   88 NAME-SCAN-DONE VALUE "Y".
01 WS-NAME-MATCHES      PIC 9(6) VALUE ZERO.
01 WS-NAME-INQUIRIES    PIC 9(4) VALUE ZERO.
01 WS-NAME-MATCHES-TOTAL PIC 9(6) VALUE ZERO.

*> The roster, loaded for a binary search by customer ID the way the
*> reconciliations load it.
01 WS-FINDING-COUNT PIC 9(4) VALUE ZERO.
01 WS-FINDING-TABLE.
   05 WS-FINDINGS OCCURS 2000 TIMES.
      10 WS-FND-INQ  PIC 9(3).
      10 WS-FND-KIND PIC X(1).
      10 WS-FND-TEXT PIC X(80).
01 WS-FINDING-SUB PIC 9(4) VALUE ZERO.
01 WS-MASTER-ABSENT-LINE.
    05 FILLER PIC X(40) VALUE "MASTER:       NOT ON CUSTOMER MASTER".

01 WS-NAME-INQUIRY-LINE.
    05 FILLER          PIC X(14) VALUE "NAME INQUIRY: ".
    05 DOS-NAME-PREFIX PIC X(20).

01 WS-NAME-MATCH-HEADING.
    05 FILLER PIC X(2)  VALUE SPACES.
    05 FILLER PIC X(11) VALUE "CUST-ID".
    05 FILLER PIC X(11) VALUE "STATUS".
    05 FILLER PIC X(16) VALUE "     BALANCE".
    05 FILLER PIC X(22) VALUE "NAME".

01 WS-NAME-MATCH-LINE.
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 DOS-MATCH-ID      PIC X(9).
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 DOS-MATCH-STATUS  PIC X(9).
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 DOS-MATCH-BALANCE PIC ZZZZZZ9.99-.
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 DOS-MATCH-CCY     PIC X(3).
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 DOS-MATCH-NAME    PIC X(20).
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 DOS-MATCH-NOTE    PIC X(25).

01 WS-NAME-MATCH-COUNT-LINE.
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 DOS-MATCH-COUNT-TEXT PIC X(40).
    05 DOS-MATCH-COUNT   PIC ZZZZZ9.

01 WS-ROSTER-LINE.
    05 FILLER          PIC X(14) VALUE "ROSTER:       ".
    05 DOS-ROSTER-DESC PIC X(12).
    END-EVALUATE.

ADD-INQUIRY-TO-TABLE.
    EVALUATE TRUE
        WHEN INQ-CUST-NAME = SPACES
            DISPLAY "CUSTOMER-DOSSIER: *** BLANK INQUIRY CARD SKIPPED ***"
            MOVE 8 TO RETURN-CODE
        WHEN INQ-CUST-ID NUMERIC AND INQ-ID-FILLER = SPACES
            PERFORM ADD-ID-INQUIRY
        WHEN INQ-CUST-ID(1:1) NUMERIC
            DISPLAY "CUSTOMER-DOSSIER: *** INVALID CUSTOMER ID CARD '" INQ-CUST-NAME "' SKIPPED ***"
            MOVE 8 TO RETURN-CODE
        WHEN OTHER
            PERFORM RESOLVE-NAME-INQUIRY
    END-EVALUATE.

*> A customer already in the table - asked for twice, or by ID as
*> well as by name - gets the one dossier.
ADD-ID-INQUIRY.
    MOVE INQ-CUST-ID TO WRK-CUST-ID
    PERFORM FIND-INQUIRY-FOR-KEY
    IF WS-INQ-SUB > ZERO
        DISPLAY "CUSTOMER-DOSSIER: CUSTOMER " INQ-CUST-ID " ALREADY REQUESTED, ONE DOSSIER PRINTED"
    ELSE IF WS-INQ-COUNT >= 200
        DISPLAY "CUSTOMER-DOSSIER: *** INQUIRY TABLE FULL AT " INQ-CUST-ID " - RUN ABORTED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
        MOVE INQ-CUST-ID TO WS-INQ-ID(WS-INQ-COUNT)
    END-IF.

*> Lists every customer whose name starts with the card's name -
*> ID, status and balance - ahead of the dossiers, and queues each
*> one for a dossier.  A customer matched once the table is full is
*> still listed, flagged, and the run ends with return code 4.
RESOLVE-NAME-INQUIRY.
    ADD 1 TO WS-NAME-INQUIRIES
    MOVE INQ-CUST-NAME TO WS-NAME-PREFIX
    MOVE SPACES TO DOSSIER-REPORT-RECORD
    PERFORM WRITE-DOSSIER-RECORD
    MOVE WS-NAME-PREFIX TO DOS-NAME-PREFIX
    MOVE WS-NAME-INQUIRY-LINE TO DOSSIER-REPORT-RECORD
    PERFORM WRITE-DOSSIER-RECORD
    IF NOT MASTER-AVAILABLE
        MOVE SPACES TO WS-SECTION-LINE
        MOVE "MASTER FILE NOT AVAILABLE - NAME NOT RESOLVED" TO DOS-SECTION-TEXT
        MOVE WS-SECTION-LINE TO DOSSIER-REPORT-RECORD
        PERFORM WRITE-DOSSIER-RECORD
        DISPLAY "CUSTOMER-DOSSIER: *** NAME '" WS-NAME-PREFIX "' NOT RESOLVED, NO MASTER ***"
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE WS-NAME-MATCH-HEADING TO DOSSIER-REPORT-RECORD
        PERFORM WRITE-DOSSIER-RECORD
        MOVE 20 TO WS-PREFIX-LENGTH
        PERFORM SHORTEN-NAME-PREFIX
            UNTIL WS-NAME-PREFIX(WS-PREFIX-LENGTH:1) NOT = SPACE
        MOVE ZERO TO WS-NAME-MATCHES
        MOVE "N" TO WS-NAME-SCAN-SWITCH
        MOVE WS-NAME-PREFIX TO CM-CUST-NAME
        START CUSTOMER-MASTER KEY IS NOT LESS THAN CM-CUST-NAME
        EVALUATE TRUE
            WHEN CUSTMAST-STATUS-OK
                PERFORM READ-NEXT-NAME-MATCH
                    UNTIL NAME-SCAN-DONE
            WHEN CUSTMAST-STATUS-NOT-FOUND
                CONTINUE
            WHEN OTHER
                DISPLAY "CUSTOMER-DOSSIER: ERROR POSITIONING CUSTOMER-MASTER BY NAME, STATUS=" WS-CUSTMAST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        IF WS-NAME-MATCHES = ZERO
            MOVE "NO CUSTOMER ON THE MASTER BY THAT NAME" TO DOS-MATCH-COUNT-TEXT
            MOVE ZERO TO DOS-MATCH-COUNT
        ELSE
            MOVE "CUSTOMERS MATCHED:" TO DOS-MATCH-COUNT-TEXT
            MOVE WS-NAME-MATCHES TO DOS-MATCH-COUNT
        END-IF
        MOVE WS-NAME-MATCH-COUNT-LINE TO DOSSIER-REPORT-RECORD
        PERFORM WRITE-DOSSIER-RECORD
        DISPLAY "CUSTOMER-DOSSIER: NAME '" WS-NAME-PREFIX "' MATCHED " WS-NAME-MATCHES
    END-IF.

SHORTEN-NAME-PREFIX.
    SUBTRACT 1 FROM WS-PREFIX-LENGTH.

*> The name index returns duplicate names with status 02 for every
*> one but the last of them; both are a good read.
READ-NEXT-NAME-MATCH.
    READ CUSTOMER-MASTER NEXT RECORD
    EVALUATE TRUE
        WHEN CUSTMAST-STATUS-OK
        WHEN CUSTMAST-STATUS-DUP-KEY
            IF CM-CUST-NAME(1:WS-PREFIX-LENGTH) = WS-NAME-PREFIX(1:WS-PREFIX-LENGTH)
                PERFORM LIST-NAME-MATCH
            ELSE
                SET NAME-SCAN-DONE TO TRUE
            END-IF
        WHEN CUSTMAST-STATUS-EOF
            SET NAME-SCAN-DONE TO TRUE
        WHEN OTHER
            DISPLAY "CUSTOMER-DOSSIER: ERROR READING CUSTOMER-MASTER BY NAME, STATUS=" WS-CUSTMAST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

LIST-NAME-MATCH.
    ADD 1 TO WS-NAME-MATCHES
    ADD 1 TO WS-NAME-MATCHES-TOTAL
    MOVE CM-CUST-ID     TO DOS-MATCH-ID
    EVALUATE TRUE
        WHEN CM-CUST-STATUS-ACTIVE
            MOVE "ACTIVE"    TO DOS-MATCH-STATUS
        WHEN CM-CUST-STATUS-SUSPENDED
            MOVE "SUSPENDED" TO DOS-MATCH-STATUS
        WHEN CM-CUST-STATUS-CLOSED
            MOVE "CLOSED"    TO DOS-MATCH-STATUS
        WHEN OTHER
            MOVE CM-CUST-STATUS TO DOS-MATCH-STATUS
    END-EVALUATE
    MOVE CM-CUST-AMOUNT   TO DOS-MATCH-BALANCE
    MOVE CM-CUST-CURRENCY TO DOS-MATCH-CCY
    MOVE CM-CUST-NAME     TO DOS-MATCH-NAME
    MOVE SPACES           TO DOS-MATCH-NOTE
    MOVE CM-CUST-ID TO WRK-CUST-ID
    PERFORM FIND-INQUIRY-FOR-KEY
    IF WS-INQ-SUB = ZERO
        IF WS-INQ-COUNT >= 200
            MOVE "NO DOSSIER - TABLE FULL" TO DOS-MATCH-NOTE
            DISPLAY "CUSTOMER-DOSSIER: *** INQUIRY TABLE FULL, NO DOSSIER FOR " CM-CUST-ID " ***"
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        ELSE
            ADD 1 TO WS-INQ-COUNT
            MOVE CM-CUST-ID TO WS-INQ-ID(WS-INQ-COUNT)
        END-IF
    END-IF
    MOVE WS-NAME-MATCH-LINE TO DOSSIER-REPORT-RECORD
    PERFORM WRITE-DOSSIER-RECORD.

LOAD-ROSTER-TABLE.
    IF ROSTER-AVAILABLE
        PERFORM UNTIL NAME-FILE-EOF
    END-EVALUATE.

FIND-INQUIRY-FOR-KEY.
*> Serial scan of the inquiry table for the record in WS-WORK-RECORD;
*> the table is at most two hundred customers, so the scan costs
*> nothing.
    MOVE ZERO TO WS-INQ-SUB
    MOVE ZERO TO WS-SCAN-SUB
    PERFORM SCAN-ONE-INQUIRY
    MOVE WS-DOSSIERS-PRINTED              TO DOS-TOT-COUNT
    MOVE WS-DOSSIER-TOTAL-LINE TO DOSSIER-REPORT-RECORD
    PERFORM WRITE-DOSSIER-RECORD
    MOVE "NAME INQUIRIES:               " TO DOS-TOT-LABEL
    MOVE WS-NAME-INQUIRIES                TO DOS-TOT-COUNT
    MOVE WS-DOSSIER-TOTAL-LINE TO DOSSIER-REPORT-RECORD
    PERFORM WRITE-DOSSIER-RECORD
    MOVE "CUSTOMERS MATCHED BY NAME:    " TO DOS-TOT-LABEL
    MOVE WS-NAME-MATCHES-TOTAL            TO DOS-TOT-COUNT
    MOVE WS-DOSSIER-TOTAL-LINE TO DOSSIER-REPORT-RECORD
    PERFORM WRITE-DOSSIER-RECORD
    MOVE "SIDE-FILE FINDINGS LISTED:    " TO DOS-TOT-LABEL
    MOVE WS-FINDING-COUNT                 TO DOS-TOT-COUNT
    MOVE WS-DOSSIER-TOTAL-LINE TO DOSSIER-REPORT-RECORD

DISPLAY-DOSSIER-TOTALS.
    DISPLAY "CUSTOMER-DOSSIER: DOSSIERS PRINTED = " WS-DOSSIERS-PRINTED
    DISPLAY "CUSTOMER-DOSSIER: NAME MATCHES     = " WS-NAME-MATCHES-TOTAL
    DISPLAY "CUSTOMER-DOSSIER: FINDINGS LISTED  = " WS-FINDING-COUNT.
