      *> ROSTPROP.cpy
      *> Proposed roster maintenance, written by Master-Roster-Recon
      *> and applied by Roster-Maintenance.  PROP-TRANSACTION is a
      *> roster transaction in exactly the ROSTTRAN layout (A/D
      *> action, customer ID, name), so an approved proposal goes
      *> through the same edits as a hand-keyed one.  The file is also
      *> the review listing: the reviewer keys Y in PROP-ACCEPT-FLAG
      *> against each proposal to be applied - anything else leaves
      *> the roster as it is - and PROP-REASON says why the proposal
      *> was made.
           05  PROP-TRANSACTION.
               10  PROP-ACTION           PIC X(1).
                   88  PROP-ACTION-ADD       VALUE "A".
                   88  PROP-ACTION-DELETE    VALUE "D".
               10  PROP-CUST-ID          PIC X(9).
               10  PROP-NAME             PIC X(20).
           05  FILLER                    PIC X(1).
           05  PROP-ACCEPT-FLAG          PIC X(1).
               88  PROP-ACCEPTED         VALUE "Y".
           05  FILLER                    PIC X(1).
           05  PROP-REASON               PIC X(30).
