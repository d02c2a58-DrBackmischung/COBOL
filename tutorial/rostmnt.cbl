        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ROSTER-TRAN-STATUS.

*> PROPOSAL-FILE is the reviewed roster proposals Master-Roster-Recon
*> writes from the nightly cross-check.  Only a proposal the reviewer
*> has marked accepted is applied, after the hand-keyed transactions
*> and through the same edits; the rest are listed on the register
*> and left alone.  A run with no proposals to apply simply omits it.
    SELECT PROPOSAL-FILE ASSIGN TO "ROSTPROP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROPOSAL-STATUS.

    SELECT NEW-ROSTER-FILE ASSIGN TO "NEWROSTR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NEW-ROSTER-STATUS.
    05 RTN-CUST-ID PIC X(9).
    05 RTN-NAME    PIC X(20).

FD PROPOSAL-FILE.
01 PROPOSAL-RECORD.
    COPY ROSTPROP.

FD NEW-ROSTER-FILE.
01 NEW-ROSTER-RECORD.
    05 NEW-ROSTER-ID   PIC X(9).
   88 RTN-STATUS-OK   VALUE "00".
   88 RTN-STATUS-EOF  VALUE "10".

01 WS-PROPOSAL-STATUS PIC XX.
   88 PROP-STATUS-OK        VALUE "00".
   88 PROP-STATUS-EOF       VALUE "10".
   88 PROP-STATUS-NOT-FOUND VALUE "35".

01 WS-NEW-ROSTER-STATUS PIC XX.
   88 NEWROS-STATUS-OK VALUE "00".

01 WS-TRAN-EOF-SWITCH PIC X VALUE "N".
   88 TRAN-FILE-EOF VALUE "Y".

01 WS-PROPOSAL-EOF-SWITCH PIC X VALUE "N".
   88 PROPOSAL-FILE-EOF VALUE "Y".
01 WS-PROPOSAL-FILE-SWITCH PIC X VALUE "N".
   88 PROPOSAL-FILE-AVAILABLE VALUE "Y".

*> The roster is held in customer-ID order in this table.  The load
*> is an insertion sort, so a hand-damaged input roster comes out of
*> this program resequenced instead of tripping the reconciliations'
01 WS-ADDS-APPLIED       PIC 9(9) VALUE ZERO.
01 WS-DELETES-APPLIED    PIC 9(9) VALUE ZERO.
01 WS-TRANS-REJECTED     PIC 9(9) VALUE ZERO.
01 WS-PROPOSALS-READ     PIC 9(9) VALUE ZERO.
01 WS-PROPOSALS-ACCEPTED PIC 9(9) VALUE ZERO.
01 WS-PROPOSALS-PASSED   PIC 9(9) VALUE ZERO.
01 WS-NAMES-WRITTEN      PIC 9(9) VALUE ZERO.

01 WS-REJECT-REASON PIC X(30).
        PERFORM READ-ROSTER-TRANSACTION
    END-PERFORM

    IF PROPOSAL-FILE-AVAILABLE
        PERFORM UNTIL PROPOSAL-FILE-EOF
            PERFORM READ-PROPOSAL-RECORD
        END-PERFORM
        CLOSE PROPOSAL-FILE
    END-IF

    PERFORM WRITE-NEW-ROSTER
    PERFORM WRITE-REGISTER-TOTALS
    PERFORM DISPLAY-MAINTENANCE-TOTALS
        STOP RUN
    END-IF

    OPEN INPUT PROPOSAL-FILE
    EVALUATE TRUE
        WHEN PROP-STATUS-OK
            SET PROPOSAL-FILE-AVAILABLE TO TRUE
        WHEN PROP-STATUS-NOT-FOUND
            DISPLAY "ROSTER-MAINTENANCE: PROPOSAL-FILE NOT FOUND, NO PROPOSALS APPLIED"
        WHEN OTHER
            DISPLAY "ROSTER-MAINTENANCE: ERROR OPENING PROPOSAL-FILE, STATUS=" WS-PROPOSAL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE

    OPEN OUTPUT NEW-ROSTER-FILE
    IF NOT NEWROS-STATUS-OK
        DISPLAY "ROSTER-MAINTENANCE: ERROR OPENING NEW-ROSTER-FILE, STATUS=" WS-NEW-ROSTER-STATUS
            STOP RUN
    END-EVALUATE.

READ-PROPOSAL-RECORD.
    READ PROPOSAL-FILE
    EVALUATE TRUE
        WHEN PROP-STATUS-OK
            ADD 1 TO WS-PROPOSALS-READ
            PERFORM APPLY-ROSTER-PROPOSAL
        WHEN PROP-STATUS-EOF
            SET PROPOSAL-FILE-EOF TO TRUE
        WHEN OTHER
            DISPLAY "ROSTER-MAINTENANCE: ERROR READING PROPOSAL-FILE, STATUS=" WS-PROPOSAL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

APPLY-ROSTER-PROPOSAL.
*> An accepted proposal becomes an ordinary roster transaction, so
*> it is edited, applied and registered exactly as a keyed one would
*> be.  A proposal not accepted is noted on the register with the
*> reason it was proposed, so the reviewer's pass over it is on
*> record.
    IF PROP-ACCEPTED
        ADD 1 TO WS-PROPOSALS-ACCEPTED
        MOVE PROP-TRANSACTION TO ROSTER-TRAN-RECORD
        PERFORM APPLY-ROSTER-TRANSACTION
    ELSE
        ADD 1 TO WS-PROPOSALS-PASSED
        MOVE SPACES       TO WS-REGISTER-DETAIL-LINE
        MOVE "NOT ACCEPT" TO REG-ACTION-DESC
        MOVE PROP-CUST-ID TO REG-CUST-ID
        MOVE PROP-NAME    TO REG-NAME
        MOVE PROP-REASON  TO REG-REASON
        PERFORM WRITE-REGISTER-DETAIL
    END-IF.

APPLY-ROSTER-TRANSACTION.
*> The customer ID is the key the roster is maintained on, so it gets
*> the same usable-key edit Customer-Maintenance applies before the
    MOVE WS-DELETES-APPLIED               TO REG-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "PROPOSALS READ:               " TO REG-TOT-LABEL
    MOVE WS-PROPOSALS-READ                TO REG-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "PROPOSALS ACCEPTED:           " TO REG-TOT-LABEL
    MOVE WS-PROPOSALS-ACCEPTED            TO REG-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "PROPOSALS NOT ACCEPTED:       " TO REG-TOT-LABEL
    MOVE WS-PROPOSALS-PASSED              TO REG-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    PERFORM WRITE-REGISTER-RECORD
    MOVE "TRANSACTIONS REJECTED:        " TO REG-TOT-LABEL
    MOVE WS-TRANS-REJECTED                TO REG-TOT-COUNT
    MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD
    SET AUDIT-TYPE-END        TO TRUE
    MOVE "ROSTER-MAINTENANCE" TO AUDIT-PROGRAM-NAME
    MOVE RETURN-CODE          TO AUDIT-RETURN-CODE
    COMPUTE AUDIT-RECORDS-READ =
        WS-NAMES-LOADED + WS-TRANS-READ + WS-PROPOSALS-READ
    MOVE WS-NAMES-WRITTEN     TO AUDIT-RECORDS-WRITTEN
    PERFORM STAMP-AUDIT-RECORD
    PERFORM WRITE-AUDIT-RECORD.
    DISPLAY "ROSTER-MAINTENANCE: TRANSACTIONS READ   = " WS-TRANS-READ
    DISPLAY "ROSTER-MAINTENANCE: ADDS APPLIED        = " WS-ADDS-APPLIED
    DISPLAY "ROSTER-MAINTENANCE: DELETES APPLIED     = " WS-DELETES-APPLIED
    DISPLAY "ROSTER-MAINTENANCE: PROPOSALS READ      = " WS-PROPOSALS-READ
    DISPLAY "ROSTER-MAINTENANCE: PROPOSALS ACCEPTED  = " WS-PROPOSALS-ACCEPTED
    DISPLAY "ROSTER-MAINTENANCE: REJECTED            = " WS-TRANS-REJECTED
    DISPLAY "ROSTER-MAINTENANCE: NAMES ON NEW ROSTER = " WS-NAMES-WRITTEN
    DISPLAY "ROSTER-MAINTENANCE: ==== END OF TOTALS ====".
