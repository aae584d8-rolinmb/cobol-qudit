      *****************************************************************
      * QTRDALT - drift trend alert record, one per qudit-id QUDITTRD
      * ALERTed: per-run max drift rising across the last TREND=
      * runs with the latest over THRESH=.  TA-RUN-KEY is the run
      * the alert was raised on (the latest run bucket -- run-id, or
      * the timestamp for converted pre-stamping history).  Shared
      * by the ALERT-FEED FD in QUDITTRD and by the exception case
      * step QUDITEXC.  COPY this member REPLACING ==RECORD-NAME==
      * BY the desired 01-level name.
      *****************************************************************
       01 RECORD-NAME.
           05 TA-RUN-KEY            PIC X(14).
           05 TA-QUDIT-ID           PIC X(8).
           05 TA-LATEST-DRIFT       PIC 9V9999.
           05 TA-WORSE-STREAK       PIC 99.
           05 TA-RUN-COUNT          PIC 99.
