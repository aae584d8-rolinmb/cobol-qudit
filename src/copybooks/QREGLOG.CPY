      *****************************************************************
      * QREGLOG - register measurement audit record, one per
      * measured register run (product or joint), carrying the
      * shots taken, the joint result and, per member, the
      * amplitudes as measured, last-shot result and per-shot
      * outcome histogram.  The record carries no run-id; the
      * timestamp is the only key to when it was measured.
      * Shared by the REGISTER-MEASURE-LOG FD in QUDITREG and by
      * the reporting programs that re-read the log or its
      * QREGHST archive.  COPY this member REPLACING
      * ==RECORD-NAME== BY the desired 01-level name.
      *****************************************************************
       01 RECORD-NAME.
           05 RL-TIMESTAMP          PIC X(21).
           05 RL-REGISTER-ID        PIC X(8).
           05 RL-NUM-QUDITS         PIC 99.
           05 RL-SHOTS-COUNT        PIC 9(5).
           05 RL-JOINT-RESULT       PIC X(24).
           05 RL-QUDIT-LIST OCCURS 8 TIMES.
               10 RL-QUDIT-ID           PIC X(8).
               10 RL-NUM-AMPLITUDES     PIC 99.
               10 RL-AMPLITUDE-LIST OCCURS 16 TIMES.
                   15 RL-AMPLITUDE-REAL PIC S9V9999
                       SIGN IS LEADING SEPARATE CHARACTER.
                   15 RL-AMPLITUDE-IMAG PIC S9V9999
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 RL-TOTAL-PROB         PIC 9V9999.
               10 RL-RESULT             PIC S99.
               10 RL-HIST-COUNT-LIST OCCURS 16 TIMES.
                   15 RL-HIST-COUNT     PIC 9(5).
