      *****************************************************************
      * QUDITEXC - exception case record, one per case on the
      * indexed exception file QUDITEXC, keyed on EX-CASE-KEY
      * (qudit-id or register-id, exception type, and the run that
      * opened the case).  A case is opened by QUDITEXC from a
      * QUDITANM anomaly, a QUDITDSC or QREGDSC reject, or a
      * QUDITTRD ALERT; while it is open or assigned, the same
      * exception seen again on a later run raises
      * EX-OCCURRENCE-COUNT on it instead of opening another case.
      * Analysts work cases through disposition transactions
      * (assign, comment, resolve, reopen); a resolved case stays on
      * the file for audit.  Dates are yyyymmdd.  COPY this member
      * REPLACING ==RECORD-NAME== BY the desired 01-level name.
      *****************************************************************
       01 RECORD-NAME.
           05 EX-CASE-KEY.
               10 EX-SUBJECT-ID    PIC X(8).
               10 EX-EXC-TYPE      PIC X(4).
                   88 EX-ANOMALY       VALUE "ANOM".
                   88 EX-DISCREPANCY   VALUE "QDSC".
                   88 EX-REG-REJECT    VALUE "RDSC".
                   88 EX-TREND-ALERT   VALUE "TRND".
               10 EX-OPEN-RUN-ID   PIC X(14).
           05 EX-CASE-STATUS       PIC X.
               88 EX-CASE-OPEN     VALUE "O".
               88 EX-CASE-ASSIGNED VALUE "A".
               88 EX-CASE-RESOLVED VALUE "R".
               88 EX-CASE-ACTIVE   VALUE "O" "A".
           05 EX-OPENED-DATE       PIC X(8).
           05 EX-LAST-RUN-ID       PIC X(14).
           05 EX-LAST-SEEN-DATE    PIC X(8).
           05 EX-OCCURRENCE-COUNT  PIC 9(5).
           05 EX-MEMBER-ID         PIC X(8).
           05 EX-DETAIL            PIC X(40).
           05 EX-ASSIGNED-TO       PIC X(8).
           05 EX-LAST-ACTION-DATE  PIC X(8).
           05 EX-RESOLVED-DATE     PIC X(8).
           05 EX-REOPEN-COUNT      PIC 99.
           05 EX-LAST-COMMENT      PIC X(40).
