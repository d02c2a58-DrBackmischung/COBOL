        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

*> CUSTOMER-MASTER is read only for a name inquiry, through its
*> alternate index on CUST-NAME (the OUTFILE1 path, defined by
*> CUSTAIX.jcl), to turn the name into the customer IDs whose
*> history is printed.  Names are not unique, so the key allows
*> duplicates.
    SELECT CUSTOMER-MASTER ASSIGN TO "OUTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CUST-ID
        ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
        FILE STATUS IS WS-CUSTMAST-STATUS.

    SELECT HISTORY-REPORT-FILE ASSIGN TO "HISTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.
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

FD HISTORY-REPORT-FILE.
01 HISTORY-REPORT-RECORD PIC X(100).

   88 JRNL-STATUS-EOF       VALUE "10".
   88 JRNL-STATUS-NOT-FOUND VALUE "35".

01 WS-CUSTMAST-STATUS PIC XX.
   88 CUSTMAST-STATUS-OK        VALUE "00".
   88 CUSTMAST-STATUS-DUP-KEY   VALUE "02".
   88 CUSTMAST-STATUS-EOF       VALUE "10".
   88 CUSTMAST-STATUS-NOT-FOUND VALUE "23".

01 WS-HISTORY-STATUS PIC XX.
   88 HISTORY-STATUS-OK VALUE "00".

*> The customer asked about arrives on the PARM, the way
*> Table-Processing's maintenance lookup takes its customer ID; no
*> PARM means the whole journal is listed, every customer in arrival
*> order.  A PARM that does not start with a digit is a customer
*> name, or the start of one: every customer on the master whose
*> name starts with it is listed, and the history printed is theirs.
01 WS-LOOKUP-PARM VALUE SPACES.
   05 WS-LOOKUP-ID   PIC X(9).
   05 FILLER         PIC X(11).
01 WS-LOOKUP-NAME REDEFINES WS-LOOKUP-PARM PIC X(20).

01 WS-LOOKUP-SWITCH PIC X VALUE "I".
   88 NAME-LOOKUP VALUE "N".

*> The customers a name matched, searched for each journal entry.
*> A match past the table's capacity is listed but flagged, and its
*> history is not printed (return code 4).
01 WS-MATCH-COUNT PIC 9(3) VALUE ZERO.
01 WS-MATCH-TABLE.
   05 WS-MATCHES OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-MATCH-COUNT
                 INDEXED BY MTX.
      10 WS-MATCH-ID PIC X(9).
01 WS-NAME-MATCHES   PIC 9(6) VALUE ZERO.
01 WS-PREFIX-LENGTH  PIC 9(2) VALUE ZERO.
01 WS-NAME-SCAN-SWITCH PIC X VALUE "N".
   88 NAME-SCAN-DONE VALUE "Y".

01 WS-JOURNAL-RECORDS-READ PIC 9(9) VALUE ZERO.
01 WS-ENTRIES-PRINTED      PIC 9(9) VALUE ZERO.
    05 FILLER          PIC X(22) VALUE "HISTORY FOR CUSTOMER: ".
    05 HST-SELECT-ID   PIC X(9).

01 WS-HISTORY-NAME-LINE.
    05 FILLER          PIC X(22) VALUE "HISTORY FOR NAME:     ".
    05 HST-SELECT-NAME PIC X(20).

01 WS-NAME-MATCH-HEADING.
    05 FILLER PIC X(2)  VALUE SPACES.
    05 FILLER PIC X(11) VALUE "CUST-ID".
    05 FILLER PIC X(11) VALUE "STATUS".
    05 FILLER PIC X(16) VALUE "     BALANCE".
    05 FILLER PIC X(22) VALUE "NAME".

01 WS-NAME-MATCH-LINE.
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 HST-MATCH-ID      PIC X(9).
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 HST-MATCH-STATUS  PIC X(9).
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 HST-MATCH-BALANCE PIC ZZZZZZ9.99-.
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 HST-MATCH-CCY     PIC X(3).
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 HST-MATCH-NAME    PIC X(20).
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 HST-MATCH-NOTE    PIC X(25).

01 WS-NAME-MATCH-COUNT-LINE.
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 HST-MATCH-COUNT-TEXT PIC X(40).
    05 HST-MATCH-COUNT   PIC ZZZZZ9.

01 WS-HISTORY-COLUMN-HEADING.
    05 FILLER PIC X(15) VALUE "TIMESTAMP".
    05 FILLER PIC X(21) VALUE "PROGRAM".
    STOP RUN.

GET-LOOKUP-PARAMETER.
    ACCEPT WS-LOOKUP-PARM FROM COMMAND-LINE
    IF WS-LOOKUP-PARM NOT = SPACES
       AND WS-LOOKUP-ID(1:1) NOT NUMERIC
        SET NAME-LOOKUP TO TRUE
    END-IF.

OPEN-FILES.
    OPEN INPUT JOURNAL-FILE
            STOP RUN
    END-EVALUATE

    IF NAME-LOOKUP
        OPEN INPUT CUSTOMER-MASTER
        IF NOT CUSTMAST-STATUS-OK
            DISPLAY "CUSTOMER-HISTORY: ERROR OPENING CUSTOMER-MASTER, NAME CANNOT BE RESOLVED, STATUS=" WS-CUSTMAST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN OUTPUT HISTORY-REPORT-FILE
    IF NOT HISTORY-STATUS-OK
        DISPLAY "CUSTOMER-HISTORY: ERROR OPENING HISTORY-REPORT-FILE, STATUS=" WS-HISTORY-STATUS
    END-EVALUATE.

SELECT-JOURNAL-ENTRY.
    IF NAME-LOOKUP
        IF WS-MATCH-COUNT > ZERO
            SET MTX TO 1
            SEARCH WS-MATCHES
                AT END
                    CONTINUE
                WHEN WS-MATCH-ID(MTX) = JRNL-CUST-ID
                    PERFORM WRITE-HISTORY-DETAIL
            END-SEARCH
        END-IF
    ELSE IF WS-LOOKUP-ID = SPACES OR JRNL-CUST-ID = WS-LOOKUP-ID
        PERFORM WRITE-HISTORY-DETAIL
    END-IF.

*> Lists every customer on the master whose name starts with the
*> PARM - ID, status and balance - ahead of their history.  Only
*> customers still on the master can be found by name; the history
*> of one deleted or archived off it is asked for by ID.
RESOLVE-LOOKUP-NAME.
    MOVE WS-NAME-MATCH-HEADING TO HISTORY-REPORT-RECORD
    PERFORM WRITE-HISTORY-RECORD
    MOVE 20 TO WS-PREFIX-LENGTH
    PERFORM SHORTEN-NAME-PREFIX
        UNTIL WS-LOOKUP-NAME(WS-PREFIX-LENGTH:1) NOT = SPACE
    MOVE WS-LOOKUP-NAME TO CM-CUST-NAME
    START CUSTOMER-MASTER KEY IS NOT LESS THAN CM-CUST-NAME
    EVALUATE TRUE
        WHEN CUSTMAST-STATUS-OK
            PERFORM READ-NEXT-NAME-MATCH
                UNTIL NAME-SCAN-DONE
        WHEN CUSTMAST-STATUS-NOT-FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "CUSTOMER-HISTORY: ERROR POSITIONING CUSTOMER-MASTER BY NAME, STATUS=" WS-CUSTMAST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    IF WS-NAME-MATCHES = ZERO
        MOVE "NO CUSTOMER ON THE MASTER BY THAT NAME" TO HST-MATCH-COUNT-TEXT
        MOVE ZERO TO HST-MATCH-COUNT
    ELSE
        MOVE "CUSTOMERS MATCHED:" TO HST-MATCH-COUNT-TEXT
        MOVE WS-NAME-MATCHES TO HST-MATCH-COUNT
    END-IF
    MOVE WS-NAME-MATCH-COUNT-LINE TO HISTORY-REPORT-RECORD
    PERFORM WRITE-HISTORY-RECORD.

SHORTEN-NAME-PREFIX.
    SUBTRACT 1 FROM WS-PREFIX-LENGTH.

*> The name index returns duplicate names with status 02 for every
*> one but the last of them; both are a good read.
READ-NEXT-NAME-MATCH.
    READ CUSTOMER-MASTER NEXT RECORD
    EVALUATE TRUE
        WHEN CUSTMAST-STATUS-OK
        WHEN CUSTMAST-STATUS-DUP-KEY
            IF CM-CUST-NAME(1:WS-PREFIX-LENGTH) = WS-LOOKUP-NAME(1:WS-PREFIX-LENGTH)
                PERFORM LIST-NAME-MATCH
            ELSE
                SET NAME-SCAN-DONE TO TRUE
            END-IF
        WHEN CUSTMAST-STATUS-EOF
            SET NAME-SCAN-DONE TO TRUE
        WHEN OTHER
            DISPLAY "CUSTOMER-HISTORY: ERROR READING CUSTOMER-MASTER BY NAME, STATUS=" WS-CUSTMAST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

LIST-NAME-MATCH.
    ADD 1 TO WS-NAME-MATCHES
    MOVE CM-CUST-ID     TO HST-MATCH-ID
    EVALUATE TRUE
        WHEN CM-CUST-STATUS-ACTIVE
            MOVE "ACTIVE"    TO HST-MATCH-STATUS
        WHEN CM-CUST-STATUS-SUSPENDED
            MOVE "SUSPENDED" TO HST-MATCH-STATUS
        WHEN CM-CUST-STATUS-CLOSED
            MOVE "CLOSED"    TO HST-MATCH-STATUS
        WHEN OTHER
            MOVE CM-CUST-STATUS TO HST-MATCH-STATUS
    END-EVALUATE
    MOVE CM-CUST-AMOUNT   TO HST-MATCH-BALANCE
    MOVE CM-CUST-CURRENCY TO HST-MATCH-CCY
    MOVE CM-CUST-NAME     TO HST-MATCH-NAME
    MOVE SPACES           TO HST-MATCH-NOTE
    IF WS-MATCH-COUNT >= 200
        MOVE "NO HISTORY - TABLE FULL" TO HST-MATCH-NOTE
        DISPLAY "CUSTOMER-HISTORY: *** MATCH TABLE FULL, NO HISTORY FOR " CM-CUST-ID " ***"
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    ELSE
        ADD 1 TO WS-MATCH-COUNT
        MOVE CM-CUST-ID TO WS-MATCH-ID(WS-MATCH-COUNT)
    END-IF
    MOVE WS-NAME-MATCH-LINE TO HISTORY-REPORT-RECORD
    PERFORM WRITE-HISTORY-RECORD.

WRITE-HISTORY-DETAIL.
    MOVE SPACES         TO WS-HISTORY-DETAIL-LINE
    MOVE JRNL-TIMESTAMP TO HST-TIMESTAMP
WRITE-HISTORY-HEADING.
    MOVE WS-HISTORY-HEADING TO HISTORY-REPORT-RECORD
    PERFORM WRITE-HISTORY-RECORD
    IF NAME-LOOKUP
        MOVE WS-LOOKUP-NAME TO HST-SELECT-NAME
        MOVE WS-HISTORY-NAME-LINE TO HISTORY-REPORT-RECORD
        PERFORM WRITE-HISTORY-RECORD
        MOVE SPACES TO HISTORY-REPORT-RECORD
        PERFORM WRITE-HISTORY-RECORD
        PERFORM RESOLVE-LOOKUP-NAME
    ELSE IF WS-LOOKUP-ID NOT = SPACES
        MOVE WS-LOOKUP-ID TO HST-SELECT-ID
        MOVE WS-HISTORY-SELECT-LINE TO HISTORY-REPORT-RECORD
        PERFORM WRITE-HISTORY-RECORD
    END-IF
    END-IF
    MOVE SPACES TO HISTORY-REPORT-RECORD
    PERFORM WRITE-HISTORY-RECORD
    MOVE WS-HISTORY-COLUMN-HEADING TO HISTORY-REPORT-RECORD
    MOVE WS-JOURNAL-RECORDS-READ          TO HST-TOT-COUNT
    MOVE WS-HISTORY-TOTAL-LINE TO HISTORY-REPORT-RECORD
    PERFORM WRITE-HISTORY-RECORD
    IF NAME-LOOKUP
        MOVE "CUSTOMERS MATCHED BY NAME:    " TO HST-TOT-LABEL
        MOVE WS-NAME-MATCHES                  TO HST-TOT-COUNT
        MOVE WS-HISTORY-TOTAL-LINE TO HISTORY-REPORT-RECORD
        PERFORM WRITE-HISTORY-RECORD
    END-IF
    MOVE "HISTORY ENTRIES PRINTED:      " TO HST-TOT-LABEL
    MOVE WS-ENTRIES-PRINTED               TO HST-TOT-COUNT
    MOVE WS-HISTORY-TOTAL-LINE TO HISTORY-REPORT-RECORD
    IF JOURNAL-AVAILABLE
        CLOSE JOURNAL-FILE
    END-IF
    IF NAME-LOOKUP
        CLOSE CUSTOMER-MASTER
    END-IF
    CLOSE HISTORY-REPORT-FILE
    CLOSE AUDIT-FILE.

DISPLAY-HISTORY-TOTALS.
    DISPLAY "CUSTOMER-HISTORY: ==== HISTORY TOTALS ===="
    DISPLAY "CUSTOMER-HISTORY: JOURNAL RECORDS READ = " WS-JOURNAL-RECORDS-READ
    IF NAME-LOOKUP
        DISPLAY "CUSTOMER-HISTORY: NAME MATCHES         = " WS-NAME-MATCHES
    END-IF
    DISPLAY "CUSTOMER-HISTORY: ENTRIES PRINTED      = " WS-ENTRIES-PRINTED
    DISPLAY "CUSTOMER-HISTORY: ==== END OF TOTALS ====".
