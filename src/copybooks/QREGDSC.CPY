      *****************************************************************
      * QREGDSC - register discrepancy record, one per register (or
      * register member) QUDITREG routed away from measurement:
      * member count or dimension out of range, joint vector length
      * wrong, or probabilities outside tolerance.  RD-QUDIT-ID is
      * the offending member, spaces when the fault is the register
      * as a whole.  RD-RUN-ID identifies the QUDITREG run that
      * wrote the record.  Shared by the REGISTER-DISCREPANCY-RPT FD
      * in QUDITREG and by the exception case step QUDITEXC.  COPY
      * this member REPLACING ==RECORD-NAME== BY the desired 01-level
      * name.
      *****************************************************************
       01 RECORD-NAME.
           05 RD-RUN-ID             PIC X(14).
           05 RD-REGISTER-ID        PIC X(8).
           05 RD-QUDIT-ID           PIC X(8).
           05 RD-TOTAL-PROB         PIC 9V9999.
           05 RD-DRIFT              PIC S9V9999
               SIGN IS LEADING SEPARATE CHARACTER.
