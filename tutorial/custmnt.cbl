*> MAINT-TRAN-FILE carries the day's ADD/CHANGE/DELETE maintenance
*> requests: a one-byte action code followed by the shared CUSTREC
*> detail layout, so corrections are keyed exactly the way the feed is.
*> It is read only by a SUBMIT run, which edits each request onto the
*> pending file; nothing reaches the master until a second person has
*> approved it and an APPLY run has picked it up.
    SELECT MAINT-TRAN-FILE ASSIGN TO "MNTFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MAINT-STATUS.

*> PENDING-IN-FILE is the pending file the previous SUBMIT or APPLY
*> run wrote: edited requests awaiting approval, each stamped with a
*> reference and the user ID that submitted it.  It does not exist
*> before the first submission, so NOT-FOUND is tolerated the way
*> Reject-Recycle tolerates a missing CARRYIN.
    SELECT PENDING-IN-FILE ASSIGN TO "PENDIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-IN-STATUS.

*> PENDING-OUT-FILE is the new generation of the pending file: every
*> item still awaiting approval, plus (on a SUBMIT run) the requests
*> just submitted.  It becomes the next run's PENDIN.
    SELECT PENDING-OUT-FILE ASSIGN TO "PENDOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-OUT-STATUS.

*> APPROVAL-FILE is the checker's approval deck for an APPLY run: one
*> card per pending reference approved.  The approver is the user the
*> APPLY job runs under, taken from its PARM; the user ID keyed on the
*> card is only listed, never trusted.  An APPLY run under the user
*> who submitted the item does not approve it.
    SELECT APPROVAL-FILE ASSIGN TO "APPRFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPROVAL-STATUS.

*> PENDING-REPORT-FILE lists, on an APPLY run, every item left
*> pending with its age, every item expired unapproved, and any
*> approval card that did not approve anything.
    SELECT PENDING-REPORT-FILE ASSIGN TO "PENDRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-REPORT-STATUS.

*> CUSTOMER-MASTER is File-Handling's customer master KSDS (OUTFILE),
*> opened I-O here so maintenance can READ, WRITE, REWRITE and DELETE
*> by key instead of anyone patching the VSAM file by hand.
DATA DIVISION.
FILE SECTION.
FD MAINT-TRAN-FILE.
01 MAINT-TRAN-RECORD PIC X(52).

FD PENDING-IN-FILE.
01 PENDING-IN-RECORD.
    05 PIN-REFERENCE.
       10 PIN-SUBMIT-DATE PIC X(8).
       10 PIN-SUBMIT-TIME PIC X(6).
       10 PIN-SEQUENCE    PIC 9(4).
    05 FILLER             PIC X(1).
    05 PIN-SUBMITTER      PIC X(8).
    05 FILLER             PIC X(1).
    05 PIN-MAINT-IMAGE    PIC X(52).

FD PENDING-OUT-FILE.
01 PENDING-OUT-RECORD.
    05 POUT-REFERENCE.
       10 POUT-SUBMIT-DATE PIC X(8).
       10 POUT-SUBMIT-TIME PIC X(6).
       10 POUT-SEQUENCE    PIC 9(4).
    05 FILLER              PIC X(1).
    05 POUT-SUBMITTER      PIC X(8).
    05 FILLER              PIC X(1).
    05 POUT-MAINT-IMAGE    PIC X(52).

FD APPROVAL-FILE.
01 APPROVAL-RECORD.
    05 APR-REFERENCE      PIC X(18).
    05 FILLER             PIC X(1).
    05 APR-APPROVER       PIC X(8).

FD PENDING-REPORT-FILE.
01 PENDING-REPORT-RECORD PIC X(90).

FD CUSTOMER-MASTER.
01 CUSTOMER-MASTER-RECORD.
   88 MAINT-STATUS-OK   VALUE "00".
   88 MAINT-STATUS-EOF  VALUE "10".

01 WS-PENDING-IN-STATUS PIC XX.
   88 PIN-STATUS-OK        VALUE "00".
   88 PIN-STATUS-EOF       VALUE "10".
   88 PIN-STATUS-NOT-FOUND VALUE "35".

01 WS-PENDING-OUT-STATUS PIC XX.
   88 POUT-STATUS-OK VALUE "00".

01 WS-APPROVAL-STATUS PIC XX.
   88 APR-STATUS-OK        VALUE "00".
   88 APR-STATUS-EOF       VALUE "10".
   88 APR-STATUS-NOT-FOUND VALUE "35".

01 WS-PENDING-REPORT-STATUS PIC XX.
   88 PENDING-REPORT-STATUS-OK VALUE "00".

*> The maintenance request being worked: read off MNTFILE on a SUBMIT
*> run, or taken back out of a pending item's image on an APPLY run.
01 MAINT-RECORD.
*> S (suspend) and X (close) drive the lifecycle status on the master
*> record: closing an account keeps the record visible instead of
*> faking the closure with a delete that destroys it.
    05 MNT-ACTION                 PIC X(1).
       88 MNT-ACTION-ADD          VALUE "A".
       88 MNT-ACTION-CHANGE       VALUE "C".
       88 MNT-ACTION-DELETE       VALUE "D".
       88 MNT-ACTION-SUSPEND      VALUE "S".
       88 MNT-ACTION-CLOSE        VALUE "X".
    COPY CUSTREC
        REPLACING ==CUST-RECORD-TYPE==  BY ==MNT-CUST-RECORD-TYPE==
                  ==CUST-TYPE-HEADER==  BY ==MNT-CUST-TYPE-HEADER==
                  ==CUST-TYPE-DETAIL==  BY ==MNT-CUST-TYPE-DETAIL==
                  ==CUST-TYPE-TRAILER== BY ==MNT-CUST-TYPE-TRAILER==
                  ==CUST-ID==           BY ==MNT-CUST-ID==
                  ==CUST-DETAIL-AREA==  BY ==MNT-CUST-DETAIL-AREA==
                  ==CUST-NAME==         BY ==MNT-CUST-NAME==
                  ==CUST-AMOUNT==       BY ==MNT-CUST-AMOUNT==
                  ==CUST-DATE==         BY ==MNT-CUST-DATE==
                  ==CUST-STATUS==       BY ==MNT-CUST-STATUS==
                  ==CUST-STATUS-ACTIVE== BY ==MNT-CUST-STATUS-ACTIVE==
                  ==CUST-STATUS-SUSPENDED== BY ==MNT-CUST-STATUS-SUSPENDED==
                  ==CUST-STATUS-CLOSED== BY ==MNT-CUST-STATUS-CLOSED==
                  ==CUST-CURRENCY==     BY ==MNT-CUST-CURRENCY==
                  ==CUST-HEADER-AREA==  BY ==MNT-CUST-HEADER-AREA==
                  ==HDR-RUN-DATE==      BY ==MNT-HDR-RUN-DATE==
                  ==HDR-SOURCE-SYSTEM== BY ==MNT-HDR-SOURCE-SYSTEM==
                  ==CUST-TRAILER-AREA== BY ==MNT-CUST-TRAILER-AREA==
                  ==TRL-AMOUNT-TOTAL==  BY ==MNT-TRL-AMOUNT-TOTAL==
                  ==TRL-RECORD-COUNT==  BY ==MNT-TRL-RECORD-COUNT==.

01 WS-CUSTMAST-STATUS PIC XX.
   88 CUSTMAST-STATUS-OK        VALUE "00".
   88 CUSTMAST-STATUS-DUPLICATE VALUE "22".

01 WS-MAINT-EOF-SWITCH PIC X VALUE "N".
   88 MAINT-FILE-EOF     VALUE "Y".
01 WS-PENDING-IN-SWITCH PIC X VALUE "N".
   88 PENDING-IN-AVAILABLE VALUE "Y".
01 WS-PENDING-EOF-SWITCH PIC X VALUE "N".
   88 PENDING-IN-EOF     VALUE "Y".
01 WS-APPROVAL-EOF-SWITCH PIC X VALUE "N".
   88 APPROVAL-FILE-EOF  VALUE "Y".

*> The run's mode and the user running it arrive on the PARM as
*> SUBMIT,userid or APPLY,userid - the job's own user ID, not one
*> anybody keys.  There is no default: a run that does not say which
*> half of the two-step it is, or who is running it, refuses to
*> start, so nothing can fall back to the old single-person apply.
01 WS-PARM-LINE         PIC X(40) VALUE SPACES.
01 WS-RUN-MODE          PIC X(6)  VALUE SPACES.
   88 SUBMIT-RUN        VALUE "SUBMIT".
   88 APPLY-RUN         VALUE "APPLY".
01 WS-PARM-USER-ID      PIC X(8)  VALUE SPACES.
01 WS-SUBMITTER-ID      PIC X(8)  VALUE SPACES.
01 WS-CHECKER-ID        PIC X(8)  VALUE SPACES.

*> A pending item not approved within this many days of submission
*> is expired off the pending file instead of waiting forever.
77 WS-PENDING-EXPIRY-DAYS PIC 9(3) VALUE 5.

*> Submission stamp: the run's date and time plus a sequence number
*> make each pending item's reference unique across runs.
01 WS-SUBMIT-TIME       PIC X(6).
01 WS-SUBMIT-SEQUENCE   PIC 9(4) VALUE ZERO.

*> The approval deck, held for the pass over the pending file.  An
*> item is approved when a card names its reference and the APPLY
*> run's user is not the item's submitter.
01 WS-APPROVAL-COUNT PIC 9(4) VALUE ZERO.
01 WS-APPROVAL-TABLE.
   05 WS-APPROVALS OCCURS 1000 TIMES.
      10 WS-APR-REFERENCE PIC X(18).
      10 WS-APR-APPROVER  PIC X(8).
      10 WS-APR-USED      PIC X(1).
01 WS-APPROVAL-SUB PIC 9(4) VALUE ZERO.
01 WS-APPROVER-ID  PIC X(8).
01 WS-APPROVAL-FOUND-SWITCH PIC X.
   88 ITEM-APPROVED      VALUE "Y".
01 WS-SELF-APPROVAL-SWITCH PIC X.
   88 SELF-APPROVAL-SEEN VALUE "Y".
01 WS-PENDING-AGE-DAYS PIC S9(9).

01 WS-REJECT-REASON PIC X(30).

01 WS-SUSPENDS-APPLIED PIC 9(9) VALUE ZERO.
01 WS-CLOSES-APPLIED PIC 9(9) VALUE ZERO.
01 WS-TRANS-REJECTED PIC 9(9) VALUE ZERO.
01 WS-ITEMS-SUBMITTED PIC 9(9) VALUE ZERO.
01 WS-PENDING-READ    PIC 9(9) VALUE ZERO.
01 WS-ITEMS-CARRIED   PIC 9(9) VALUE ZERO.
01 WS-ITEMS-EXPIRED   PIC 9(9) VALUE ZERO.
01 WS-SELF-APPROVALS  PIC 9(9) VALUE ZERO.
01 WS-UNUSED-APPROVALS PIC 9(9) VALUE ZERO.

01 WS-NEW-STATUS PIC X(1).

    05 REG-DISPOSITION   PIC X(9).
    05 FILLER            PIC X(1)  VALUE SPACE.
    05 REG-REASON        PIC X(30).
    05 FILLER            PIC X(4)  VALUE " BY=".
    05 REG-SUBMITTER     PIC X(8).
    05 FILLER            PIC X(1)  VALUE "/".
    05 REG-APPROVER      PIC X(8).

*> Before/after image line: one is printed for the master record as it
*> stood before the transaction and one as it stands after, so the
    05 REG-TOT-LABEL     PIC X(20).
    05 REG-TOT-COUNT     PIC ZZZZZZZZ9.

01 WS-PENDING-HEADING.
    05 FILLER PIC X(45)
        VALUE "CUSTOMER-MAINTENANCE: PENDING/EXPIRED REPORT".
    05 FILLER          PIC X(15) VALUE "BUSINESS DATE: ".
    05 PND-HEAD-DATE   PIC X(8).

01 WS-PENDING-ITEM-LINE.
    05 PND-REFERENCE   PIC X(18).
    05 FILLER          PIC X(1)  VALUE SPACE.
    05 PND-ACTION      PIC X(1).
    05 FILLER          PIC X(1)  VALUE SPACE.
    05 PND-CUST-ID     PIC X(9).
    05 FILLER          PIC X(1)  VALUE SPACE.
    05 PND-SUBMITTER   PIC X(8).
    05 FILLER          PIC X(5)  VALUE " AGE=".
    05 PND-AGE         PIC ZZ9.
    05 FILLER          PIC X(1)  VALUE SPACE.
    05 PND-DISPOSITION PIC X(8).
    05 FILLER          PIC X(1)  VALUE SPACE.
    05 PND-NOTE        PIC X(30).

01 WS-UNUSED-APPROVAL-LINE.
    05 UAP-REFERENCE   PIC X(18).
    05 FILLER          PIC X(1)  VALUE SPACE.
    05 UAP-APPROVER    PIC X(8).
    05 FILLER          PIC X(30)
        VALUE " APPROVAL MATCHED NO ITEM".

01 WS-PENDING-TOTAL-LINE.
    05 PND-TOT-LABEL   PIC X(30).
    05 PND-TOT-COUNT   PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
    ACCEPT WS-SUBMIT-TIME FROM TIME
    MOVE WS-BUSINESS-DATE TO WS-DATE-INTEGER
    COMPUTE WS-BUSINESS-DAY-NUMBER =
        FUNCTION INTEGER-OF-DATE(WS-DATE-INTEGER)
    PERFORM GET-RUN-PARAMETER
    PERFORM OPEN-FILES
    PERFORM WRITE-START-AUDIT-RECORD
    PERFORM WRITE-REGISTER-HEADING

    IF SUBMIT-RUN
        PERFORM UNTIL PENDING-IN-EOF
            PERFORM CARRY-PENDING-FORWARD
        END-PERFORM
        PERFORM UNTIL MAINT-FILE-EOF
            PERFORM READ-MAINT-RECORD
        END-PERFORM
    ELSE
        PERFORM LOAD-APPROVAL-TABLE
        PERFORM WRITE-PENDING-HEADING
        PERFORM UNTIL PENDING-IN-EOF
            PERFORM READ-PENDING-RECORD
        END-PERFORM
        PERFORM REPORT-UNUSED-APPROVALS
        PERFORM WRITE-PENDING-TOTALS
    END-IF

    PERFORM WRITE-REGISTER-TOTALS
    PERFORM DISPLAY-MAINTENANCE-TOTALS
    PERFORM CLOSE-FILES
    STOP RUN.

GET-RUN-PARAMETER.
    ACCEPT WS-PARM-LINE FROM COMMAND-LINE
    UNSTRING WS-PARM-LINE DELIMITED BY ","
        INTO WS-RUN-MODE WS-PARM-USER-ID
    IF NOT SUBMIT-RUN AND NOT APPLY-RUN
        DISPLAY "CUSTOMER-MAINTENANCE: *** PARM MUST BE SUBMIT,userid OR APPLY,userid - RUN REFUSED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF SUBMIT-RUN AND WS-PARM-USER-ID = SPACES
        DISPLAY "CUSTOMER-MAINTENANCE: *** SUBMIT RUN HAS NO SUBMITTER USER ID - RUN REFUSED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF APPLY-RUN AND WS-PARM-USER-ID = SPACES
        DISPLAY "CUSTOMER-MAINTENANCE: *** APPLY RUN HAS NO CHECKER USER ID - RUN REFUSED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF SUBMIT-RUN
        MOVE WS-PARM-USER-ID TO WS-SUBMITTER-ID
        DISPLAY "CUSTOMER-MAINTENANCE: RUN MODE=" WS-RUN-MODE
            " SUBMITTER=" WS-SUBMITTER-ID
    ELSE
        MOVE WS-PARM-USER-ID TO WS-CHECKER-ID
        DISPLAY "CUSTOMER-MAINTENANCE: RUN MODE=" WS-RUN-MODE
            " CHECKER=" WS-CHECKER-ID
    END-IF.

OPEN-FILES.
*> A SUBMIT run reads the requests and never touches the master; an
*> APPLY run reads the pending file and approvals and updates the
*> master.  Both write the register and the new pending generation.
    IF SUBMIT-RUN
        OPEN INPUT MAINT-TRAN-FILE
        IF NOT MAINT-STATUS-OK
            DISPLAY "CUSTOMER-MAINTENANCE: ERROR OPENING MAINT-TRAN-FILE, STATUS=" WS-MAINT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        OPEN I-O CUSTOMER-MASTER
        IF NOT CUSTMAST-STATUS-OK
            DISPLAY "CUSTOMER-MAINTENANCE: ERROR OPENING CUSTOMER-MASTER, STATUS=" WS-CUSTMAST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT PENDING-REPORT-FILE
        IF NOT PENDING-REPORT-STATUS-OK
            DISPLAY "CUSTOMER-MAINTENANCE: ERROR OPENING PENDING-REPORT-FILE, STATUS=" WS-PENDING-REPORT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM OPEN-JOURNAL-FILE
    END-IF

    OPEN INPUT PENDING-IN-FILE
    EVALUATE TRUE
        WHEN PIN-STATUS-OK
            SET PENDING-IN-AVAILABLE TO TRUE
        WHEN PIN-STATUS-NOT-FOUND
            DISPLAY "CUSTOMER-MAINTENANCE: PENDING-IN-FILE NOT FOUND, NO ITEMS PENDING"
            SET PENDING-IN-EOF TO TRUE
        WHEN OTHER
            DISPLAY "CUSTOMER-MAINTENANCE: ERROR OPENING PENDING-IN-FILE, STATUS=" WS-PENDING-IN-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE

    OPEN OUTPUT PENDING-OUT-FILE
    IF NOT POUT-STATUS-OK
        DISPLAY "CUSTOMER-MAINTENANCE: ERROR OPENING PENDING-OUT-FILE, STATUS=" WS-PENDING-OUT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
        STOP RUN
    END-IF

    PERFORM OPEN-AUDIT-LOG.

*> JOURNAL-FILE is shared across every program that changes the master
    EVALUATE TRUE
        WHEN MAINT-STATUS-OK
            ADD 1 TO WS-TRANS-READ
            PERFORM SUBMIT-MAINT-TRANSACTION
        WHEN MAINT-STATUS-EOF
            SET MAINT-FILE-EOF TO TRUE
        WHEN OTHER
            STOP RUN
    END-EVALUATE.

SUBMIT-MAINT-TRANSACTION.
*> The edits that need nothing but the card itself are made at
*> submission, so the checker is never asked to approve a request
*> that could not be applied anyway.  Whether the key is (or is not)
*> on the master is checked when the item is applied, since the
*> master can change while the item waits for approval.
    MOVE WS-SUBMITTER-ID TO REG-SUBMITTER
    MOVE SPACES TO REG-APPROVER
    IF MNT-CUST-ID NOT NUMERIC OR MNT-CUST-ID = SPACES
        MOVE "INVALID CUSTOMER ID" TO WS-REJECT-REASON
        PERFORM REJECT-MAINT-TRANSACTION
    ELSE
        EVALUATE TRUE
            WHEN MNT-ACTION-ADD
            WHEN MNT-ACTION-CHANGE
                PERFORM EDIT-MAINT-DETAIL
                IF EDIT-FAILED
                    PERFORM REJECT-MAINT-TRANSACTION
                ELSE
                    PERFORM PEND-MAINT-TRANSACTION
                END-IF
            WHEN MNT-ACTION-DELETE
            WHEN MNT-ACTION-SUSPEND
            WHEN MNT-ACTION-CLOSE
                PERFORM PEND-MAINT-TRANSACTION
            WHEN OTHER
                MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                PERFORM REJECT-MAINT-TRANSACTION
        END-EVALUATE
    END-IF.

PEND-MAINT-TRANSACTION.
    ADD 1 TO WS-ITEMS-SUBMITTED
    ADD 1 TO WS-SUBMIT-SEQUENCE
    MOVE SPACES             TO PENDING-OUT-RECORD
    MOVE WS-BUSINESS-DATE   TO POUT-SUBMIT-DATE
    MOVE WS-SUBMIT-TIME     TO POUT-SUBMIT-TIME
    MOVE WS-SUBMIT-SEQUENCE TO POUT-SEQUENCE
    MOVE WS-SUBMITTER-ID    TO POUT-SUBMITTER
    MOVE MAINT-RECORD       TO POUT-MAINT-IMAGE
    PERFORM WRITE-PENDING-OUT-RECORD
    MOVE MNT-ACTION       TO REG-ACTION
    MOVE MNT-CUST-ID      TO REG-CUST-ID
    MOVE "PENDING"        TO REG-DISPOSITION
    MOVE POUT-REFERENCE   TO REG-REASON
    MOVE WS-SUBMITTER-ID  TO REG-SUBMITTER
    MOVE WS-REGISTER-TRAN-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD.

CARRY-PENDING-FORWARD.
*> A SUBMIT run copies the items already waiting into the new
*> generation unchanged, ahead of the requests it adds.
    READ PENDING-IN-FILE
    EVALUATE TRUE
        WHEN PIN-STATUS-OK
            ADD 1 TO WS-PENDING-READ
            ADD 1 TO WS-ITEMS-CARRIED
            MOVE PENDING-IN-RECORD TO PENDING-OUT-RECORD
            PERFORM WRITE-PENDING-OUT-RECORD
        WHEN PIN-STATUS-EOF
            SET PENDING-IN-EOF TO TRUE
        WHEN OTHER
            DISPLAY "CUSTOMER-MAINTENANCE: ERROR READING PENDING-IN-FILE, STATUS=" WS-PENDING-IN-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

LOAD-APPROVAL-TABLE.
*> No approval deck is a legitimate night with nothing approved: the
*> run still ages and expires what is pending.
    OPEN INPUT APPROVAL-FILE
    EVALUATE TRUE
        WHEN APR-STATUS-OK
            PERFORM UNTIL APPROVAL-FILE-EOF
                PERFORM READ-APPROVAL-RECORD
            END-PERFORM
            CLOSE APPROVAL-FILE
            DISPLAY "CUSTOMER-MAINTENANCE: APPROVALS LOADED = " WS-APPROVAL-COUNT
        WHEN APR-STATUS-NOT-FOUND
            DISPLAY "CUSTOMER-MAINTENANCE: APPROVAL-FILE NOT FOUND, NOTHING APPROVED"
        WHEN OTHER
            DISPLAY "CUSTOMER-MAINTENANCE: ERROR OPENING APPROVAL-FILE, STATUS=" WS-APPROVAL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-APPROVAL-RECORD.
    READ APPROVAL-FILE
    EVALUATE TRUE
        WHEN APR-STATUS-OK
            IF WS-APPROVAL-COUNT >= 1000
                DISPLAY "CUSTOMER-MAINTENANCE: *** APPROVAL TABLE FULL AT " APR-REFERENCE " - RUN ABORTED ***"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-APPROVAL-COUNT
            MOVE APR-REFERENCE TO WS-APR-REFERENCE(WS-APPROVAL-COUNT)
            MOVE APR-APPROVER  TO WS-APR-APPROVER(WS-APPROVAL-COUNT)
            MOVE "N"           TO WS-APR-USED(WS-APPROVAL-COUNT)
        WHEN APR-STATUS-EOF
            SET APPROVAL-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "CUSTOMER-MAINTENANCE: ERROR READING APPROVAL-FILE, STATUS=" WS-APPROVAL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

READ-PENDING-RECORD.
    READ PENDING-IN-FILE
    EVALUATE TRUE
        WHEN PIN-STATUS-OK
            ADD 1 TO WS-PENDING-READ
            PERFORM DISPOSE-PENDING-ITEM
        WHEN PIN-STATUS-EOF
            SET PENDING-IN-EOF TO TRUE
        WHEN OTHER
            DISPLAY "CUSTOMER-MAINTENANCE: ERROR READING PENDING-IN-FILE, STATUS=" WS-PENDING-IN-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

DISPOSE-PENDING-ITEM.
*> An item approved by an APPLY run under somebody other than its
*> submitter is applied exactly as a maintenance request always was.
*> Anything else stays pending until it is older than the expiry
*> window, when it is dropped and reported as expired.
    MOVE PIN-MAINT-IMAGE TO MAINT-RECORD
    MOVE PIN-SUBMITTER   TO REG-SUBMITTER
    PERFORM FIND-ITEM-APPROVAL
    MOVE PIN-SUBMIT-DATE TO WS-DATE-INTEGER
    IF PIN-SUBMIT-DATE IS NUMERIC
        COMPUTE WS-PENDING-AGE-DAYS = WS-BUSINESS-DAY-NUMBER
            - FUNCTION INTEGER-OF-DATE(WS-DATE-INTEGER)
    ELSE
        MOVE ZERO TO WS-PENDING-AGE-DAYS
    END-IF
    IF ITEM-APPROVED
        ADD 1 TO WS-TRANS-READ
        MOVE WS-APPROVER-ID TO REG-APPROVER
        PERFORM APPLY-MAINT-TRANSACTION
    ELSE IF WS-PENDING-AGE-DAYS > WS-PENDING-EXPIRY-DAYS
        ADD 1 TO WS-ITEMS-EXPIRED
        MOVE "EXPIRED" TO PND-DISPOSITION
        MOVE "NOT APPROVED IN TIME" TO PND-NOTE
        PERFORM WRITE-PENDING-ITEM-LINE
    ELSE
        ADD 1 TO WS-ITEMS-CARRIED
        MOVE PENDING-IN-RECORD TO PENDING-OUT-RECORD
        PERFORM WRITE-PENDING-OUT-RECORD
        MOVE "PENDING" TO PND-DISPOSITION
        MOVE SPACES    TO PND-NOTE
        IF SELF-APPROVAL-SEEN
            MOVE "SELF-APPROVAL IGNORED" TO PND-NOTE
        END-IF
        PERFORM WRITE-PENDING-ITEM-LINE
    END-IF.

FIND-ITEM-APPROVAL.
*> Every card for the reference is looked at and marked used.  The
*> approver is the APPLY run's own user: a card for an item that user
*> submitted is a self-approval, noted and ignored, whatever user ID
*> was keyed on it; any other card approves.
    MOVE "N" TO WS-APPROVAL-FOUND-SWITCH
    MOVE "N" TO WS-SELF-APPROVAL-SWITCH
    MOVE SPACES TO WS-APPROVER-ID
    MOVE ZERO TO WS-APPROVAL-SUB
    PERFORM CHECK-ONE-APPROVAL
        UNTIL WS-APPROVAL-SUB >= WS-APPROVAL-COUNT.

CHECK-ONE-APPROVAL.
    ADD 1 TO WS-APPROVAL-SUB
    IF WS-APR-REFERENCE(WS-APPROVAL-SUB) = PIN-REFERENCE
        MOVE "Y" TO WS-APR-USED(WS-APPROVAL-SUB)
        IF WS-CHECKER-ID = PIN-SUBMITTER
            IF NOT SELF-APPROVAL-SEEN
                ADD 1 TO WS-SELF-APPROVALS
            END-IF
            SET SELF-APPROVAL-SEEN TO TRUE
        ELSE IF NOT ITEM-APPROVED
            SET ITEM-APPROVED TO TRUE
            MOVE WS-CHECKER-ID TO WS-APPROVER-ID
        END-IF
    END-IF.

REPORT-UNUSED-APPROVALS.
    MOVE ZERO TO WS-APPROVAL-SUB
    PERFORM REPORT-ONE-UNUSED-APPROVAL
        UNTIL WS-APPROVAL-SUB >= WS-APPROVAL-COUNT.

REPORT-ONE-UNUSED-APPROVAL.
    ADD 1 TO WS-APPROVAL-SUB
    IF WS-APR-USED(WS-APPROVAL-SUB) = "N"
        ADD 1 TO WS-UNUSED-APPROVALS
        MOVE WS-APR-REFERENCE(WS-APPROVAL-SUB) TO UAP-REFERENCE
        MOVE WS-APR-APPROVER(WS-APPROVAL-SUB)  TO UAP-APPROVER
        MOVE WS-UNUSED-APPROVAL-LINE TO PENDING-REPORT-RECORD
        PERFORM WRITE-PENDING-REPORT-RECORD
    END-IF.

WRITE-PENDING-ITEM-LINE.
    MOVE PIN-REFERENCE  TO PND-REFERENCE
    MOVE MNT-ACTION     TO PND-ACTION
    MOVE MNT-CUST-ID    TO PND-CUST-ID
    MOVE PIN-SUBMITTER  TO PND-SUBMITTER
    MOVE WS-PENDING-AGE-DAYS TO PND-AGE
    MOVE WS-PENDING-ITEM-LINE TO PENDING-REPORT-RECORD
    PERFORM WRITE-PENDING-REPORT-RECORD.

WRITE-PENDING-HEADING.
    MOVE WS-BUSINESS-DATE TO PND-HEAD-DATE
    MOVE WS-PENDING-HEADING TO PENDING-REPORT-RECORD
    PERFORM WRITE-PENDING-REPORT-RECORD
    MOVE SPACES TO PENDING-REPORT-RECORD
    PERFORM WRITE-PENDING-REPORT-RECORD.

WRITE-PENDING-TOTALS.
    MOVE SPACES TO PENDING-REPORT-RECORD
    PERFORM WRITE-PENDING-REPORT-RECORD
    MOVE "PENDING ITEMS READ:           " TO PND-TOT-LABEL
    MOVE WS-PENDING-READ                  TO PND-TOT-COUNT
    MOVE WS-PENDING-TOTAL-LINE TO PENDING-REPORT-RECORD
    PERFORM WRITE-PENDING-REPORT-RECORD
    MOVE "APPROVED AND APPLIED/REJECTED:" TO PND-TOT-LABEL
    MOVE WS-TRANS-READ                    TO PND-TOT-COUNT
    MOVE WS-PENDING-TOTAL-LINE TO PENDING-REPORT-RECORD
    PERFORM WRITE-PENDING-REPORT-RECORD
    MOVE "STILL PENDING:                " TO PND-TOT-LABEL
    MOVE WS-ITEMS-CARRIED                 TO PND-TOT-COUNT
    MOVE WS-PENDING-TOTAL-LINE TO PENDING-REPORT-RECORD
    PERFORM WRITE-PENDING-REPORT-RECORD
    MOVE "EXPIRED UNAPPROVED:           " TO PND-TOT-LABEL
    MOVE WS-ITEMS-EXPIRED                 TO PND-TOT-COUNT
    MOVE WS-PENDING-TOTAL-LINE TO PENDING-REPORT-RECORD
    PERFORM WRITE-PENDING-REPORT-RECORD
    MOVE "SELF-APPROVALS IGNORED:       " TO PND-TOT-LABEL
    MOVE WS-SELF-APPROVALS                TO PND-TOT-COUNT
    MOVE WS-PENDING-TOTAL-LINE TO PENDING-REPORT-RECORD
    PERFORM WRITE-PENDING-REPORT-RECORD
    MOVE "APPROVALS MATCHING NO ITEM:   " TO PND-TOT-LABEL
    MOVE WS-UNUSED-APPROVALS              TO PND-TOT-COUNT
    MOVE WS-PENDING-TOTAL-LINE TO PENDING-REPORT-RECORD
    PERFORM WRITE-PENDING-REPORT-RECORD.

WRITE-PENDING-REPORT-RECORD.
    WRITE PENDING-REPORT-RECORD
    IF NOT PENDING-REPORT-STATUS-OK
        DISPLAY "CUSTOMER-MAINTENANCE: ERROR WRITING PENDING-REPORT-FILE, STATUS=" WS-PENDING-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-PENDING-OUT-RECORD.
    WRITE PENDING-OUT-RECORD
    IF NOT POUT-STATUS-OK
        DISPLAY "CUSTOMER-MAINTENANCE: ERROR WRITING PENDING-OUT-FILE, STATUS=" WS-PENDING-OUT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

APPLY-MAINT-TRANSACTION.
*> Every transaction is edited for a usable key before the master is
*> touched: CHANGE/DELETE must find the key on the master, ADD must
    MOVE WS-TRANS-READ          TO REG-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "SUBMITTED PENDING:  " TO REG-TOT-LABEL
    MOVE WS-ITEMS-SUBMITTED     TO REG-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "ADDS APPLIED:       " TO REG-TOT-LABEL
    MOVE WS-ADDS-APPLIED        TO REG-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    SET AUDIT-TYPE-END          TO TRUE
    MOVE "CUSTOMER-MAINTENANCE" TO AUDIT-PROGRAM-NAME
    MOVE RETURN-CODE            TO AUDIT-RETURN-CODE
    IF SUBMIT-RUN
        MOVE WS-TRANS-READ      TO AUDIT-RECORDS-READ
        MOVE WS-ITEMS-SUBMITTED TO AUDIT-RECORDS-WRITTEN
    ELSE
        MOVE WS-PENDING-READ    TO AUDIT-RECORDS-READ
        COMPUTE AUDIT-RECORDS-WRITTEN =
            WS-ADDS-APPLIED + WS-CHANGES-APPLIED + WS-DELETES-APPLIED
            + WS-SUSPENDS-APPLIED + WS-CLOSES-APPLIED
    END-IF
    PERFORM STAMP-AUDIT-RECORD
    PERFORM WRITE-AUDIT-RECORD.

    END-IF.

CLOSE-FILES.
    IF SUBMIT-RUN
        CLOSE MAINT-TRAN-FILE
    ELSE
        CLOSE CUSTOMER-MASTER
        CLOSE PENDING-REPORT-FILE
        CLOSE JOURNAL-FILE
    END-IF
    IF PENDING-IN-AVAILABLE
        CLOSE PENDING-IN-FILE
    END-IF
    CLOSE PENDING-OUT-FILE
    CLOSE REGISTER-FILE
    CLOSE AUDIT-FILE.

DISPLAY-MAINTENANCE-TOTALS.
    DISPLAY "CUSTOMER-MAINTENANCE: ==== MAINTENANCE TOTALS ===="
    DISPLAY "CUSTOMER-MAINTENANCE: TRANSACTIONS READ = " WS-TRANS-READ
    DISPLAY "CUSTOMER-MAINTENANCE: SUBMITTED PENDING = " WS-ITEMS-SUBMITTED
    DISPLAY "CUSTOMER-MAINTENANCE: PENDING READ      = " WS-PENDING-READ
    DISPLAY "CUSTOMER-MAINTENANCE: STILL PENDING     = " WS-ITEMS-CARRIED
    DISPLAY "CUSTOMER-MAINTENANCE: EXPIRED           = " WS-ITEMS-EXPIRED
    DISPLAY "CUSTOMER-MAINTENANCE: ADDS APPLIED      = " WS-ADDS-APPLIED
    DISPLAY "CUSTOMER-MAINTENANCE: CHANGES APPLIED   = " WS-CHANGES-APPLIED
    DISPLAY "CUSTOMER-MAINTENANCE: DELETES APPLIED   = " WS-DELETES-APPLIED
