       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUDITCNF.

      ***************************************************************
      * Modification history
      * ---------------------------------------------------------
      * Definition conformance report.  QUDITRPT judges observed
      * frequencies only against the amplitudes carried on the
      * QUDITLOG record itself, so nothing showed that what QUDIT
      * measured was the QUDITMST definition of that qudit-id --
      * a hand-keyed QUDITRAW record, a control-card run or an
      * auto-normalized vector could drift from the master without
      * anyone seeing it.  This step reads QUDITLOG (every record,
      * or one run with a RUNID= parm) and looks each ML-QUDIT-ID
      * up on QUDITMST as of the date in ML-TIMESTAMP, the same
      * in-force rule QUDITEXT and QUDITBLD use: effective-from on
      * or before the date, effective-to after it.
      *
      * Each log record is classed MATCH, AMPLITUDES DIFFER (with
      * the log, master and difference per differing level), NOT
      * ON MASTER (no version of the id at all), NOT IN FORCE
      * (versions exist, none covering the run date) or INACTIVE
      * (the version in force is logically deleted).  Wherever a
      * version was in force and shots were taken, the measured
      * histogram is also scored against the master's expected
      * probabilities with QUDIT's own anomaly band -- three
      * binomial standard deviations, never tighter than 0.0100 --
      * and each outcome outside the band is listed.
      *
      * Report on QUDITCNR, ending with count trailers and a
      * CONDITION CODE line in the form QUDITCYC reads.
      * RETURN-CODE 4 when any record is not a MATCH or any
      * histogram scores outside the band, 8 when the master could
      * not be opened.
      *
      * The in-force image save area widened to the 241-byte master
      * record, which now carries the owning cost center and
      * analyst.
      *
      * Note on naming: follows QUDIT's convention -- core
      * conformance fields keep plain names, support fields for
      * file status and flags carry a WS- prefix.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUDIT-MEASURE-LOG ASSIGN TO "QUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT QUDIT-MASTER ASSIGN TO "QUDITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-MASTER-KEY OF QUDIT-MASTER-RECORD
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT CONFORMANCE-REPORT ASSIGN TO "QUDITCNR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUDIT-MEASURE-LOG.
       COPY QUDITLOG REPLACING ==RECORD-NAME== BY
           ==QUDIT-MEASURE-LOG-RECORD==.

       FD  QUDIT-MASTER.
       COPY QUDITMST REPLACING ==RECORD-NAME== BY
           ==QUDIT-MASTER-RECORD==.

       FD  CONFORMANCE-REPORT.
       01 REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       77 MAX-QUDIT-SIZE           PIC 99 VALUE 16.
       77 I                        PIC 99 VALUE 1.
       77 COMPARE-LEVELS           PIC 99 VALUE 0.
       77 LOG-RECORDS-READ         PIC 9(7) VALUE 0.
       77 OTHER-RUN-COUNT          PIC 9(7) VALUE 0.
       77 MATCH-COUNT              PIC 9(7) VALUE 0.
       77 DIFFER-COUNT             PIC 9(7) VALUE 0.
       77 NOT-ON-MASTER-COUNT      PIC 9(7) VALUE 0.
       77 NOT-IN-FORCE-COUNT       PIC 9(7) VALUE 0.
       77 INACTIVE-COUNT           PIC 9(7) VALUE 0.
       77 HIST-SCORED-COUNT        PIC 9(7) VALUE 0.
       77 HIST-OUT-COUNT           PIC 9(7) VALUE 0.
       77 OUTCOMES-OUT-COUNT       PIC 99 VALUE 0.

       01 AS-OF-DATE               PIC X(8) VALUE SPACES.
       01 SELECT-RUN-ID            PIC X(14) VALUE SPACES.
       01 CONFORMANCE-CLASS        PIC X(17) VALUE SPACES.
       01 WS-END-OF-VERSIONS       PIC X VALUE "N".
       01 WS-INFORCE-IMAGE         PIC X(241) VALUE SPACES.

      * Per-level comparison: an amplitude past the end of the
      * shorter vector compares as zero.
       01 LOG-REAL                 PIC S9V9999 VALUE 0.0.
       01 LOG-IMAG                 PIC S9V9999 VALUE 0.0.
       01 MST-REAL                 PIC S9V9999 VALUE 0.0.
       01 MST-IMAG                 PIC S9V9999 VALUE 0.0.
       01 DIFF-REAL                PIC S9V9999 VALUE 0.0.
       01 DIFF-IMAG                PIC S9V9999 VALUE 0.0.

      * Histogram score, QUDIT's anomaly band.
       01 EXPECTED-PROB            PIC 9V9999 VALUE 0.0.
       01 OBSERVED-FREQ            PIC 9V9999 VALUE 0.0.
       01 FREQ-DEVIATION           PIC S9V9999 VALUE 0.0.
       01 ABS-DEVIATION            PIC 9V9999 VALUE 0.0.
       01 MAX-DEVIATION            PIC 9V9999 VALUE 0.0.
       01 BAND-SIGMA               PIC 9V9(6) VALUE 0.0.
       01 BAND-LIMIT               PIC 9V9999 VALUE 0.0.
       01 BAND-LIMIT-MIN           PIC 9V9999 VALUE 0.0100.

       01 WS-LOG-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-MST-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-CNR-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-END-OF-LOG-FILE       PIC X VALUE "N".
           88 END-OF-LOG-FILE      VALUE "Y".
       01 WS-VERSION-FOUND         PIC X VALUE "N".
           88 VERSION-FOUND        VALUE "Y".
       01 WS-MASTER-FOUND          PIC X VALUE "N".
           88 MASTER-FOUND         VALUE "Y".
       01 WS-AMPS-DIFFER           PIC X VALUE "N".
           88 AMPS-DIFFER          VALUE "Y".

       01 WS-PARM-CARD             PIC X(80) VALUE SPACES.
       01 WS-PARM-TOKENS.
           05 WS-PARM-TOKEN PIC X(20) OCCURS 4 TIMES.
       01 WS-PARM-KEY              PIC X(10) VALUE SPACES.
       01 WS-PARM-VAL              PIC X(14) VALUE SPACES.
       77 WS-PARM-IDX              PIC 9 VALUE 1.

       01 RUN-STAMP                PIC X(21) VALUE SPACES.

       01 HEADER-LINE-1.
           05 FILLER               PIC X(34) VALUE
               "QUDIT DEFINITION CONFORMANCE   -  ".
           05 HDR-RUN-STAMP        PIC X(21).
           05 FILLER               PIC X(25) VALUE SPACES.

       01 HEADER-LINE-2.
           05 FILLER               PIC X(80) VALUE ALL "-".

       01 RUN-SELECT-LINE.
           05 FILLER               PIC X(17) VALUE "RUN SELECTED     ".
           05 RS-RUN-ID            PIC X(14).
           05 FILLER               PIC X(49) VALUE SPACES.

       01 RECORD-DETAIL-LINE.
           05 FILLER               PIC X(4) VALUE "RUN ".
           05 RD-RUN-ID            PIC X(14).
           05 FILLER               PIC X(8) VALUE "  QUDIT ".
           05 RD-QUDIT-ID          PIC X(8).
           05 FILLER               PIC X(7) VALUE "  DATE ".
           05 RD-AS-OF-DATE        PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-CLASS             PIC X(17).
           05 FILLER               PIC X(12) VALUE SPACES.

       01 VERSION-DETAIL-LINE.
           05 FILLER               PIC X(14) VALUE "  MASTER FROM ".
           05 VD-EFF-FROM-DATE     PIC X(8).
           05 FILLER               PIC X(6) VALUE " THRU ".
           05 VD-EFF-TO-DATE       PIC X(8).
           05 FILLER               PIC X(13) VALUE "  LEVELS LOG ".
           05 VD-LOG-LEVELS        PIC Z9.
           05 FILLER               PIC X(8) VALUE " MASTER ".
           05 VD-MST-LEVELS        PIC Z9.
           05 FILLER               PIC X(19) VALUE SPACES.

       01 LEVEL-DIFF-LINE.
           05 FILLER               PIC X(10) VALUE "    LEVEL ".
           05 LD-LEVEL             PIC Z9.
           05 FILLER               PIC X(6) VALUE "  LOG ".
           05 LD-LOG-REAL          PIC +9.9999.
           05 FILLER               PIC X VALUE SPACE.
           05 LD-LOG-IMAG          PIC +9.9999.
           05 FILLER               PIC X(9) VALUE "  MASTER ".
           05 LD-MST-REAL          PIC +9.9999.
           05 FILLER               PIC X VALUE SPACE.
           05 LD-MST-IMAG          PIC +9.9999.
           05 FILLER               PIC X(7) VALUE "  DIFF ".
           05 LD-DIFF-REAL         PIC +9.9999.
           05 FILLER               PIC X VALUE SPACE.
           05 LD-DIFF-IMAG         PIC +9.9999.
           05 FILLER               PIC X VALUE SPACE.

       01 SCORE-DETAIL-LINE.
           05 FILLER               PIC X(14) VALUE "  HIST SHOTS  ".
           05 SD-SHOTS-COUNT       PIC ZZZZ9.
           05 FILLER               PIC X(10) VALUE "  MAX DEV ".
           05 SD-MAX-DEVIATION     PIC 9.9999.
           05 FILLER               PIC X(15) VALUE "  OUTSIDE BAND ".
           05 SD-OUTCOMES-OUT      PIC Z9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SD-VERDICT           PIC X(12).
           05 FILLER               PIC X(14) VALUE SPACES.

       01 OUTCOME-DETAIL-LINE.
           05 FILLER               PIC X(10) VALUE "  OUTCOME ".
           05 OD-OUTCOME           PIC Z9.
           05 FILLER               PIC X(8) VALUE "  COUNT ".
           05 OD-HIST-COUNT        PIC ZZZZ9.
           05 FILLER               PIC X(9) VALUE "  EXPECT ".
           05 OD-EXPECTED-PROB     PIC 9.9999.
           05 FILLER               PIC X(7) VALUE "  OBS  ".
           05 OD-OBSERVED-FREQ     PIC 9.9999.
           05 FILLER               PIC X(7) VALUE "  DEV  ".
           05 OD-FREQ-DEVIATION    PIC +9.9999.
           05 FILLER               PIC X(7) VALUE "  BAND ".
           05 OD-BAND-LIMIT        PIC 9.9999.

       01 TRAILER-LINE.
           05 TL-LABEL             PIC X(17).
           05 TL-COUNT             PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 CONDITION-LINE.
           05 FILLER               PIC X(17) VALUE "CONDITION CODE   ".
           05 CL-CONDITION-CODE    PIC 99.
           05 FILLER               PIC X(61) VALUE SPACES.

       01 EMPTY-LOG-LINE.
           05 FILLER               PIC X(80) VALUE
               "NO MEASUREMENT LOG RECORDS FOUND -- NOTHING TO CHECK".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM PARSE-PARM-CARD
           OPEN OUTPUT CONFORMANCE-REPORT
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE RUN-STAMP TO HDR-RUN-STAMP
           WRITE REPORT-LINE FROM HEADER-LINE-1
           WRITE REPORT-LINE FROM HEADER-LINE-2
           IF SELECT-RUN-ID NOT = SPACES
               MOVE SELECT-RUN-ID TO RS-RUN-ID
               WRITE REPORT-LINE FROM RUN-SELECT-LINE
               WRITE REPORT-LINE FROM HEADER-LINE-2
           END-IF
           OPEN INPUT QUDIT-MASTER
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "Qudit master QUDITMST could not be opened, "
                   "status " WS-MST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CHECK-MEASURE-LOG
               CLOSE QUDIT-MASTER
               IF LOG-RECORDS-READ = 0
                   WRITE REPORT-LINE FROM EMPTY-LOG-LINE
               END-IF
               IF MATCH-COUNT < LOG-RECORDS-READ
                   OR HIST-OUT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-TRAILER-LINES
           CLOSE CONFORMANCE-REPORT
           DISPLAY "Conformance check: " LOG-RECORDS-READ
               " log records, " MATCH-COUNT " match, "
               HIST-OUT-COUNT " histograms outside band."
           STOP RUN.

       PARSE-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           IF WS-PARM-CARD NOT = SPACES
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
                   INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                        WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
               END-UNSTRING
               PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                       UNTIL WS-PARM-IDX > 4
                   IF WS-PARM-TOKEN(WS-PARM-IDX) NOT = SPACES
                       PERFORM APPLY-PARM-TOKEN
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-PARM-IDX
           END-IF.

       APPLY-PARM-TOKEN.
           MOVE SPACES TO WS-PARM-KEY
           MOVE SPACES TO WS-PARM-VAL
           UNSTRING WS-PARM-TOKEN(WS-PARM-IDX) DELIMITED BY "="
               INTO WS-PARM-KEY WS-PARM-VAL
           END-UNSTRING
           IF WS-PARM-KEY = "RUNID"
               MOVE WS-PARM-VAL TO SELECT-RUN-ID
           END-IF.

       CHECK-MEASURE-LOG.
           OPEN INPUT QUDIT-MEASURE-LOG
           IF WS-LOG-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-LOG-FILE
                   READ QUDIT-MEASURE-LOG
                       AT END
                           SET END-OF-LOG-FILE TO TRUE
                       NOT AT END
                           IF SELECT-RUN-ID NOT = SPACES
                               AND ML-RUN-ID NOT = SELECT-RUN-ID
                               ADD 1 TO OTHER-RUN-COUNT
                           ELSE
                               ADD 1 TO LOG-RECORDS-READ
                               PERFORM CHECK-ONE-LOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUDIT-MEASURE-LOG
           END-IF.

      * The run date is the date part of ML-TIMESTAMP, the moment
      * QUDIT measured the state; the version in force then is the
      * one the log record should have been measured from.
       CHECK-ONE-LOG-RECORD.
           MOVE ML-TIMESTAMP(1:8) TO AS-OF-DATE
           PERFORM FIND-MASTER-AS-OF
           MOVE "N" TO WS-AMPS-DIFFER
           EVALUATE TRUE
               WHEN NOT VERSION-FOUND
                   MOVE "NOT ON MASTER" TO CONFORMANCE-CLASS
                   ADD 1 TO NOT-ON-MASTER-COUNT
               WHEN NOT MASTER-FOUND
                   MOVE "NOT IN FORCE" TO CONFORMANCE-CLASS
                   ADD 1 TO NOT-IN-FORCE-COUNT
               WHEN QM-INACTIVE OF QUDIT-MASTER-RECORD
                   MOVE "INACTIVE" TO CONFORMANCE-CLASS
                   ADD 1 TO INACTIVE-COUNT
               WHEN OTHER
                   PERFORM COMPARE-AMPLITUDES
                   IF AMPS-DIFFER
                       MOVE "AMPLITUDES DIFFER" TO CONFORMANCE-CLASS
                       ADD 1 TO DIFFER-COUNT
                   ELSE
                       MOVE "MATCH" TO CONFORMANCE-CLASS
                       ADD 1 TO MATCH-COUNT
                   END-IF
           END-EVALUATE
           MOVE ML-RUN-ID TO RD-RUN-ID
           MOVE ML-QUDIT-ID TO RD-QUDIT-ID
           MOVE AS-OF-DATE TO RD-AS-OF-DATE
           MOVE CONFORMANCE-CLASS TO RD-CLASS
           WRITE REPORT-LINE FROM RECORD-DETAIL-LINE
           IF MASTER-FOUND
               PERFORM WRITE-VERSION-LINE
               IF AMPS-DIFFER
                   PERFORM WRITE-LEVEL-DIFFERENCES
               END-IF
               IF ML-SHOTS-COUNT > 0
                   PERFORM SCORE-HISTOGRAM
               END-IF
           END-IF.

      * One version scan per log record.  Any version of the id
      * at all marks it as known to the master; the version whose
      * effective range covers the run date is kept as in force.
       FIND-MASTER-AS-OF.
           MOVE "N" TO WS-VERSION-FOUND
           MOVE "N" TO WS-MASTER-FOUND
           MOVE "N" TO WS-END-OF-VERSIONS
           MOVE ML-QUDIT-ID TO QM-QUDIT-ID OF QUDIT-MASTER-RECORD
           MOVE LOW-VALUES TO
               QM-EFF-FROM-DATE OF QUDIT-MASTER-RECORD
           START QUDIT-MASTER KEY NOT <
               QM-MASTER-KEY OF QUDIT-MASTER-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-END-OF-VERSIONS
           END-START
           PERFORM UNTIL WS-END-OF-VERSIONS = "Y"
               READ QUDIT-MASTER NEXT
                   AT END
                       MOVE "Y" TO WS-END-OF-VERSIONS
                   NOT AT END
                       IF QM-QUDIT-ID OF QUDIT-MASTER-RECORD
                           NOT = ML-QUDIT-ID
                           MOVE "Y" TO WS-END-OF-VERSIONS
                       ELSE
                           MOVE "Y" TO WS-VERSION-FOUND
                           IF QM-EFF-FROM-DATE OF QUDIT-MASTER-RECORD
                               <= AS-OF-DATE
                               AND QM-EFF-TO-DATE
                                   OF QUDIT-MASTER-RECORD
                                   > AS-OF-DATE
                               MOVE "Y" TO WS-MASTER-FOUND
                               MOVE QUDIT-MASTER-RECORD
                                   TO WS-INFORCE-IMAGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF MASTER-FOUND
               MOVE WS-INFORCE-IMAGE TO QUDIT-MASTER-RECORD
           END-IF.

      * Levels are compared out to the longer of the two vectors,
      * so a dimension mismatch shows as differing levels too.
       COMPARE-AMPLITUDES.
           PERFORM SET-COMPARE-LEVELS
           IF ML-NUM-AMPLITUDES NOT =
               QM-NUM-AMPLITUDES OF QUDIT-MASTER-RECORD
               MOVE "Y" TO WS-AMPS-DIFFER
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > COMPARE-LEVELS
               PERFORM LOAD-LEVEL-PAIR
               IF DIFF-REAL NOT = 0 OR DIFF-IMAG NOT = 0
                   MOVE "Y" TO WS-AMPS-DIFFER
               END-IF
           END-PERFORM
           MOVE 0 TO I.

       SET-COMPARE-LEVELS.
           MOVE ML-NUM-AMPLITUDES TO COMPARE-LEVELS
           IF QM-NUM-AMPLITUDES OF QUDIT-MASTER-RECORD
               > COMPARE-LEVELS
               MOVE QM-NUM-AMPLITUDES OF QUDIT-MASTER-RECORD
                   TO COMPARE-LEVELS
           END-IF
           IF COMPARE-LEVELS > MAX-QUDIT-SIZE
               MOVE MAX-QUDIT-SIZE TO COMPARE-LEVELS
           END-IF.

       LOAD-LEVEL-PAIR.
           MOVE 0 TO LOG-REAL
           MOVE 0 TO LOG-IMAG
           MOVE 0 TO MST-REAL
           MOVE 0 TO MST-IMAG
           IF I <= ML-NUM-AMPLITUDES
               MOVE ML-AMPLITUDE-REAL(I) TO LOG-REAL
               MOVE ML-AMPLITUDE-IMAG(I) TO LOG-IMAG
           END-IF
           IF I <= QM-NUM-AMPLITUDES OF QUDIT-MASTER-RECORD
               MOVE QM-AMPLITUDE-REAL OF QUDIT-MASTER-RECORD (I)
                   TO MST-REAL
               MOVE QM-AMPLITUDE-IMAG OF QUDIT-MASTER-RECORD (I)
                   TO MST-IMAG
           END-IF
           COMPUTE DIFF-REAL = LOG-REAL - MST-REAL
           COMPUTE DIFF-IMAG = LOG-IMAG - MST-IMAG.

       WRITE-VERSION-LINE.
           MOVE QM-EFF-FROM-DATE OF QUDIT-MASTER-RECORD
               TO VD-EFF-FROM-DATE
           MOVE QM-EFF-TO-DATE OF QUDIT-MASTER-RECORD
               TO VD-EFF-TO-DATE
           MOVE ML-NUM-AMPLITUDES TO VD-LOG-LEVELS
           MOVE QM-NUM-AMPLITUDES OF QUDIT-MASTER-RECORD
               TO VD-MST-LEVELS
           WRITE REPORT-LINE FROM VERSION-DETAIL-LINE.

       WRITE-LEVEL-DIFFERENCES.
           PERFORM SET-COMPARE-LEVELS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > COMPARE-LEVELS
               PERFORM LOAD-LEVEL-PAIR
               IF DIFF-REAL NOT = 0 OR DIFF-IMAG NOT = 0
                   MOVE I TO LD-LEVEL
                   MOVE LOG-REAL TO LD-LOG-REAL
                   MOVE LOG-IMAG TO LD-LOG-IMAG
                   MOVE MST-REAL TO LD-MST-REAL
                   MOVE MST-IMAG TO LD-MST-IMAG
                   MOVE DIFF-REAL TO LD-DIFF-REAL
                   MOVE DIFF-IMAG TO LD-DIFF-IMAG
                   WRITE REPORT-LINE FROM LEVEL-DIFF-LINE
               END-IF
           END-PERFORM
           MOVE 0 TO I.

      * The measured histogram against the master's expectation,
      * outcome by outcome, with the band QUDIT's own anomaly
      * check uses.  Only outcomes outside the band are listed.
       SCORE-HISTOGRAM.
           ADD 1 TO HIST-SCORED-COUNT
           MOVE 0 TO MAX-DEVIATION
           MOVE 0 TO OUTCOMES-OUT-COUNT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QM-NUM-AMPLITUDES OF QUDIT-MASTER-RECORD
                   OR I > MAX-QUDIT-SIZE
               PERFORM SCORE-ONE-OUTCOME
               IF ABS-DEVIATION > MAX-DEVIATION
                   MOVE ABS-DEVIATION TO MAX-DEVIATION
               END-IF
               IF ABS-DEVIATION > BAND-LIMIT
                   ADD 1 TO OUTCOMES-OUT-COUNT
               END-IF
           END-PERFORM
           MOVE 0 TO I
           MOVE ML-SHOTS-COUNT TO SD-SHOTS-COUNT
           MOVE MAX-DEVIATION TO SD-MAX-DEVIATION
           MOVE OUTCOMES-OUT-COUNT TO SD-OUTCOMES-OUT
           IF OUTCOMES-OUT-COUNT > 0
               MOVE "OUT OF BAND" TO SD-VERDICT
               ADD 1 TO HIST-OUT-COUNT
           ELSE
               MOVE "WITHIN BAND" TO SD-VERDICT
           END-IF
           WRITE REPORT-LINE FROM SCORE-DETAIL-LINE
           IF OUTCOMES-OUT-COUNT > 0
               PERFORM WRITE-OUTCOMES-OUT-OF-BAND
           END-IF.

       WRITE-OUTCOMES-OUT-OF-BAND.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QM-NUM-AMPLITUDES OF QUDIT-MASTER-RECORD
                   OR I > MAX-QUDIT-SIZE
               PERFORM SCORE-ONE-OUTCOME
               IF ABS-DEVIATION > BAND-LIMIT
                   MOVE I TO OD-OUTCOME
                   MOVE ML-HIST-COUNT(I) TO OD-HIST-COUNT
                   MOVE EXPECTED-PROB TO OD-EXPECTED-PROB
                   MOVE OBSERVED-FREQ TO OD-OBSERVED-FREQ
                   MOVE FREQ-DEVIATION TO OD-FREQ-DEVIATION
                   MOVE BAND-LIMIT TO OD-BAND-LIMIT
                   WRITE REPORT-LINE FROM OUTCOME-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE 0 TO I.

       SCORE-ONE-OUTCOME.
           COMPUTE EXPECTED-PROB ROUNDED =
               QM-AMPLITUDE-REAL OF QUDIT-MASTER-RECORD (I)
               * QM-AMPLITUDE-REAL OF QUDIT-MASTER-RECORD (I)
               + QM-AMPLITUDE-IMAG OF QUDIT-MASTER-RECORD (I)
               * QM-AMPLITUDE-IMAG OF QUDIT-MASTER-RECORD (I)
           COMPUTE OBSERVED-FREQ ROUNDED =
               ML-HIST-COUNT(I) / ML-SHOTS-COUNT
           COMPUTE FREQ-DEVIATION = OBSERVED-FREQ - EXPECTED-PROB
           COMPUTE ABS-DEVIATION = FUNCTION ABS(FREQ-DEVIATION)
           COMPUTE BAND-SIGMA ROUNDED = FUNCTION SQRT(
               EXPECTED-PROB * (1 - EXPECTED-PROB)
               / ML-SHOTS-COUNT)
           COMPUTE BAND-LIMIT ROUNDED = 3 * BAND-SIGMA
           IF BAND-LIMIT < BAND-LIMIT-MIN
               MOVE BAND-LIMIT-MIN TO BAND-LIMIT
           END-IF.

       WRITE-TRAILER-LINES.
           WRITE REPORT-LINE FROM HEADER-LINE-2
           MOVE "LOG RECS CHECKED " TO TL-LABEL
           MOVE LOG-RECORDS-READ TO TL-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE
           IF SELECT-RUN-ID NOT = SPACES
               MOVE "OTHER RUNS SKIP  " TO TL-LABEL
               MOVE OTHER-RUN-COUNT TO TL-COUNT
               WRITE REPORT-LINE FROM TRAILER-LINE
           END-IF
           MOVE "MATCH            " TO TL-LABEL
           MOVE MATCH-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE
           MOVE "AMPLITUDES DIFFER" TO TL-LABEL
           MOVE DIFFER-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE
           MOVE "NOT ON MASTER    " TO TL-LABEL
           MOVE NOT-ON-MASTER-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE
           MOVE "NOT IN FORCE     " TO TL-LABEL
           MOVE NOT-IN-FORCE-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE
           MOVE "INACTIVE         " TO TL-LABEL
           MOVE INACTIVE-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE
           MOVE "HISTS SCORED     " TO TL-LABEL
           MOVE HIST-SCORED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE
           MOVE "HISTS OUT OF BAND" TO TL-LABEL
           MOVE HIST-OUT-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE
           MOVE RETURN-CODE TO CL-CONDITION-CODE
           WRITE REPORT-LINE FROM CONDITION-LINE.

       END PROGRAM QUDITCNF.
