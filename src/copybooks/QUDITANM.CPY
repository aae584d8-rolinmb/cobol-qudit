      *****************************************************************
      * QUDITANM - histogram anomaly record, one per measured outcome
      * whose observed frequency fell outside roughly three binomial
      * standard deviations of its |amplitude|-squared expectation.
      * AN-RUN-ID identifies the run that wrote the record, matching
      * ML-RUN-ID on QUDITLOG.  Shared by the ANOMALY-RPT FD in QUDIT
      * and by the exception case step QUDITEXC that opens a case
      * for each anomaly.  COPY this member REPLACING ==RECORD-NAME==
      * BY the desired 01-level name.
      *****************************************************************
       01 RECORD-NAME.
           05 AN-RUN-ID             PIC X(14).
           05 AN-QUDIT-ID           PIC X(8).
           05 AN-OUTCOME            PIC 99.
           05 AN-EXPECTED-PROB      PIC 9V9999.
           05 AN-OBSERVED-FREQ      PIC 9V9999.
           05 AN-DEVIATION          PIC S9V9999
               SIGN IS LEADING SEPARATE CHARACTER.
