      *****************************************************************
      * QCHGFIN - chargeback summary feed to finance, written by
      * QUDITCHG once per period-end run.  One "H" header record
      * (period, run-id and extract date), one "D" detail record
      * per owning cost center with the runs, qudits, shots and
      * rejected submissions charged to it, and one "T" trailer
      * carrying the detail count and the period totals, which
      * equal the QUDITLOG/QUDITHST/QREGLOG/QREGHST shots and runs
      * and the QUDITDSC/QREGDSC rejects read for the period --
      * finance proves the feed complete against the trailer.
      * Usage that could not be tied to an owner is charged to
      * cost center "*NONE*" so the totals still tie back.  The
      * period is yyyymm, dates yyyymmdd.  COPY this member
      * REPLACING ==RECORD-NAME== BY the desired 01-level name.
      *****************************************************************
       01 RECORD-NAME.
           05 CF-RECORD-TYPE       PIC X.
               88 CF-HEADER        VALUE "H".
               88 CF-DETAIL        VALUE "D".
               88 CF-TRAILER       VALUE "T".
           05 CF-PERIOD            PIC X(6).
           05 CF-BODY              PIC X(73).
           05 CF-HEADER-BODY REDEFINES CF-BODY.
               10 CF-RUN-ID        PIC X(14).
               10 CF-EXTRACT-DATE  PIC X(8).
               10 FILLER           PIC X(51).
           05 CF-DETAIL-BODY REDEFINES CF-BODY.
               10 CF-COST-CENTER   PIC X(6).
               10 CF-RUN-COUNT     PIC 9(7).
               10 CF-QUDIT-COUNT   PIC 9(9).
               10 CF-SHOTS-TOTAL   PIC 9(11).
               10 CF-REJECT-COUNT  PIC 9(7).
               10 FILLER           PIC X(33).
           05 CF-TRAILER-BODY REDEFINES CF-BODY.
               10 CF-DETAIL-COUNT  PIC 9(7).
               10 CF-TOTAL-RUNS    PIC 9(7).
               10 CF-TOTAL-QUDITS  PIC 9(9).
               10 CF-TOTAL-SHOTS   PIC 9(11).
               10 CF-TOTAL-REJECTS PIC 9(7).
               10 FILLER           PIC X(32).
