      *****************************************************************
      * QMNTPND - pending maintenance transaction record, one per
      * transaction submitted for a second-person check, keyed on
      * PN-PENDING-SEQ (numbered across the life of the file, the
      * submit run resuming from the highest already present).
      * QUDITMNT keeps these on QUDITPND for the qudit master and
      * QGATMNT on QGATPND for the gate-sequence library; a submit
      * run writes each QUDITTRN/QGATTRN transaction here as "P"
      * instead of applying it, and the approval run records the
      * checker's decision: "A" approved and applied, "F" approved
      * but refused by the maintenance edits, "R" rejected by the
      * checker.  PN-TRANS-IMAGE is a byte copy of the submitted
      * transaction record, sized for the longer QGATTRN layout.
      * Dates are yyyymmdd.  COPY this member REPLACING
      * ==RECORD-NAME== BY the desired 01-level name.
      *****************************************************************
       01 RECORD-NAME.
           05 PN-PENDING-SEQ       PIC 9(7).
           05 PN-STATUS            PIC X.
               88 PN-PENDING       VALUE "P".
               88 PN-APPLIED       VALUE "A".
               88 PN-FAILED        VALUE "F".
               88 PN-DECLINED      VALUE "R".
           05 PN-ACTION            PIC X.
           05 PN-SUBJECT-ID        PIC X(8).
           05 PN-SUBMITTER-ID      PIC X(8).
           05 PN-SUBMIT-RUN-ID     PIC X(14).
           05 PN-SUBMIT-DATE       PIC X(8).
           05 PN-APPROVER-ID       PIC X(8).
           05 PN-DECISION-DATE     PIC X(8).
           05 PN-TRANS-IMAGE       PIC X(769).
