       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUDITCRT.

      ***************************************************************
      * Modification history
      * ---------------------------------------------------------
      * Random stream certification.  Every measurement QUDIT and
      * QUDITREG take comes from FUNCTION RANDOM, and the QUDITANM
      * outlier check assumes the sampling behind it is sound, but
      * nothing ever showed the stream was fit for purpose -- each
      * compiler or runtime upgrade was taken on faith.  This step
      * seeds the generator exactly as INITIALIZE-RUN does (time of
      * day, overridden by the QUDITSED seed file, overridden by a
      * SEED= parm), draws the stream into a 9V9999 observation
      * exactly as DRAW-OBSERVATION does, and runs it through a
      * standard battery:
      *   - chi-square uniformity over 100 equal buckets;
      *   - lag-one serial correlation (circular);
      *   - runs up and down, as a normal deviate;
      *   - gap test on the interval [0, 0.5), gap lengths 0-9
      *     and 10-or-more, as a chi-square;
      *   - same-seed repeatability: the generator is re-seeded
      *     and the whole stream redrawn and compared draw for
      *     draw, the guarantee REPLAY=Y stands on.
      * Every statistical limit is two-sided at the 0.1 percent
      * level, 0.05 percent in each tail: the chi-squares are held
      * between their 0.05 and 99.95 percent points and the serial
      * correlation and runs deviates within 3.2905 standard
      * deviations.  With four such tests a sound generator fails
      * a clean certification about one time in two hundred and
      * fifty; the same-seed redraw must match exactly.
      *
      * Parms: SEED= the seed to certify; DRAWS= the stream length,
      * 10000 to 100000 (default 100000).
      *
      * Certificate on QCRTRPT: seed and its source, each test's
      * statistic with its lower and upper limit and PASS/FAIL, and
      * an overall verdict.  RETURN-CODE 8 when any test fails or
      * DRAWS= is out of range, so the scheduler can hold the cycle
      * after an upgrade until the stream is certified.
      *
      * Note on naming: follows QUDIT's convention -- core
      * certification fields keep plain names, support fields for
      * file status and flags carry a WS- prefix.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEED-FILE ASSIGN TO "QUDITSED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-FILE-STATUS.

           SELECT CERTIFICATE-REPORT ASSIGN TO "QCRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEED-FILE.
       01 SEED-RECORD.
           05 SEED-INPUT-VALUE     PIC 9(8).

       FD  CERTIFICATE-REPORT.
       01 REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       77 SEED-VALUE               PIC 9(8) VALUE 0.
       77 WS-SEED-DISCARD          PIC 9V9(6) VALUE 0.
       77 OBSERVATION              PIC 9V9999 VALUE 0.0.
       77 PREV-OBSERVATION         PIC 9V9999 VALUE 0.0.
       77 DRAWS-COUNT              PIC 9(6) VALUE 100000.
       77 MIN-DRAWS                PIC 9(6) VALUE 10000.
       77 MAX-DRAWS                PIC 9(6) VALUE 100000.
       77 DRAW-NUM                 PIC 9(6) VALUE 0.
       77 NUM-BUCKETS              PIC 9(3) VALUE 100.
       77 BUCKET-IDX               PIC 9(3) VALUE 0.
       77 NUM-GAP-CLASSES          PIC 99 VALUE 11.
       77 GAP-IDX                  PIC 99 VALUE 0.
       77 GAP-LEN                  PIC 9(6) VALUE 0.
       77 GAPS-TOTAL               PIC 9(6) VALUE 0.
       77 RUNS-COUNT               PIC 9(6) VALUE 0.
       77 REPEAT-MISMATCHES        PIC 9(6) VALUE 0.
       77 TESTS-PASSED             PIC 9 VALUE 0.
       77 TESTS-FAILED             PIC 9 VALUE 0.

      * The stream is kept so the same-seed redraw can be compared
      * draw for draw.
       01 DRAW-TABLE.
           05 DRAW-VALUE PIC 9V9999 OCCURS 100000 TIMES.

       01 BUCKET-TABLE.
           05 BUCKET-COUNT PIC 9(6) VALUE 0 OCCURS 100 TIMES.

       01 GAP-TABLE.
           05 GAP-COUNT PIC 9(6) VALUE 0 OCCURS 11 TIMES.

       01 SUM-U                    PIC 9(6)V9(4) VALUE 0.
       01 SUM-U-SQUARED            PIC 9(6)V9(8) VALUE 0.
       01 SUM-U-LAGGED             PIC 9(6)V9(8) VALUE 0.
       01 MEAN-U                   PIC 9V9(8) VALUE 0.
       01 MEAN-U-SQUARED           PIC 9V9(8) VALUE 0.
       01 MEAN-U-LAGGED            PIC 9V9(8) VALUE 0.
       01 BUCKET-EXPECT            PIC 9(6)V9(4) VALUE 0.
       01 GAP-PROB                 PIC 9V9(8) VALUE 0.
       01 GAP-EXPECT               PIC 9(6)V9(6) VALUE 0.

       01 CHI-UNIFORM              PIC 9(6)V9(4) VALUE 0.
       01 SERIAL-R                 PIC S9V9(6) VALUE 0.
       01 RUNS-Z                   PIC S9(4)V9(4) VALUE 0.
       01 CHI-GAP                  PIC 9(6)V9(4) VALUE 0.

      * Two-sided 0.1 percent limits: the 0.05 and 99.95 percent
      * points of chi-square on 99 and on 10 degrees of freedom,
      * and the normal deviate cutting 0.05 percent off each tail.
       01 CHI-UNIFORM-LOWER        PIC 9(6)V9(4) VALUE 59.1282.
       01 CHI-UNIFORM-UPPER        PIC 9(6)V9(4) VALUE 151.9340.
       01 CHI-GAP-LOWER            PIC 9(6)V9(4) VALUE 1.2650.
       01 CHI-GAP-UPPER            PIC 9(6)V9(4) VALUE 31.4198.
       01 Z-LIMIT                  PIC 9V9(4) VALUE 3.2905.
       01 SERIAL-LIMIT             PIC 9V9(6) VALUE 0.

       01 WS-SEED-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-RPT-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-SEED-SOURCE           PIC X(8) VALUE "TIME".
       01 WS-RUN-DIRECTION         PIC X VALUE SPACE.
       01 WS-STEP-DIRECTION        PIC X VALUE SPACE.
       01 WS-DRAWS-VALID           PIC X VALUE "Y".
           88 DRAWS-VALID          VALUE "Y".

       01 WS-PARM-CARD             PIC X(80) VALUE SPACES.
       01 WS-PARM-TOKENS.
           05 WS-PARM-TOKEN PIC X(20) OCCURS 4 TIMES.
       01 WS-PARM-KEY              PIC X(10) VALUE SPACES.
       01 WS-PARM-VAL              PIC X(10) VALUE SPACES.
       77 WS-PARM-IDX              PIC 9 VALUE 1.

       01 RUN-STAMP                PIC X(21) VALUE SPACES.

       01 HEADER-LINE-1.
           05 FILLER               PIC X(34) VALUE
               "QUDIT RANDOM STREAM CERTIFICATE - ".
           05 HDR-RUN-STAMP        PIC X(21).
           05 FILLER               PIC X(25) VALUE SPACES.

       01 HEADER-LINE-2.
           05 FILLER               PIC X(80) VALUE ALL "-".

       01 SEED-LINE.
           05 FILLER               PIC X(17) VALUE "SEED             ".
           05 SL-SEED-VALUE        PIC 9(8).
           05 FILLER               PIC X(9) VALUE "  SOURCE ".
           05 SL-SEED-SOURCE       PIC X(8).
           05 FILLER               PIC X(38) VALUE SPACES.

       01 DRAWS-LINE.
           05 FILLER               PIC X(17) VALUE "DRAWS            ".
           05 DL-DRAWS-COUNT       PIC ZZZZZ9.
           05 FILLER               PIC X(57) VALUE SPACES.

       01 COLUMN-LINE.
           05 FILLER               PIC X(22) VALUE "TEST".
           05 FILLER               PIC X(14) VALUE "   STATISTIC".
           05 FILLER               PIC X(14) VALUE "  LOWER LIMIT".
           05 FILLER               PIC X(14) VALUE "  UPPER LIMIT".
           05 FILLER               PIC X(16) VALUE "RESULT".

       01 TEST-LINE.
           05 TL-TEST-NAME         PIC X(22).
           05 TL-STATISTIC         PIC -(6)9.9999.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TL-LOWER-LIMIT       PIC -(6)9.9999.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TL-UPPER-LIMIT       PIC -(6)9.9999.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TL-RESULT            PIC X(4).
           05 FILLER               PIC X(12) VALUE SPACES.

       01 TEST-STATISTIC           PIC S9(6)V9(6) VALUE 0.
       01 TEST-LOWER-LIMIT         PIC S9(6)V9(6) VALUE 0.
       01 TEST-UPPER-LIMIT         PIC S9(6)V9(6) VALUE 0.

       01 VERDICT-PASSED-LINE.
           05 FILLER               PIC X(40) VALUE
               "CERTIFICATE VERDICT  PASSED -- STREAM FI".
           05 FILLER               PIC X(40) VALUE
               "T FOR MEASUREMENT".

       01 VERDICT-FAILED-LINE.
           05 FILLER               PIC X(40) VALUE
               "CERTIFICATE VERDICT  FAILED -- HOLD THE ".
           05 FILLER               PIC X(40) VALUE
               "CYCLE, STREAM NOT CERTIFIED".

       01 BAD-DRAWS-LINE.
           05 FILLER               PIC X(40) VALUE
               "DRAWS= MUST BE 10000 TO 100000 -- NO CER".
           05 FILLER               PIC X(40) VALUE
               "TIFICATE ISSUED".

       01 TRAILER-LINE-1.
           05 FILLER               PIC X(17) VALUE "TESTS PASSED     ".
           05 TR1-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 TRAILER-LINE-2.
           05 FILLER               PIC X(17) VALUE "TESTS FAILED     ".
           05 TR2-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 CONDITION-LINE.
           05 FILLER               PIC X(17) VALUE "CONDITION CODE   ".
           05 CL-CONDITION-CODE    PIC 99.
           05 FILLER               PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-SEED
           OPEN OUTPUT CERTIFICATE-REPORT
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE RUN-STAMP TO HDR-RUN-STAMP
           WRITE REPORT-LINE FROM HEADER-LINE-1
           WRITE REPORT-LINE FROM HEADER-LINE-2
           MOVE SEED-VALUE TO SL-SEED-VALUE
           MOVE WS-SEED-SOURCE TO SL-SEED-SOURCE
           WRITE REPORT-LINE FROM SEED-LINE
           MOVE DRAWS-COUNT TO DL-DRAWS-COUNT
           WRITE REPORT-LINE FROM DRAWS-LINE
           WRITE REPORT-LINE FROM HEADER-LINE-2
           IF DRAWS-COUNT < MIN-DRAWS OR DRAWS-COUNT > MAX-DRAWS
               MOVE "N" TO WS-DRAWS-VALID
           END-IF
           IF DRAWS-VALID
               PERFORM DRAW-CERTIFICATION-STREAM
               PERFORM REDRAW-SAME-SEED-STREAM
               WRITE REPORT-LINE FROM COLUMN-LINE
               PERFORM JUDGE-UNIFORMITY
               PERFORM JUDGE-SERIAL-CORRELATION
               PERFORM JUDGE-RUNS-UP-DOWN
               PERFORM JUDGE-GAP-TEST
               PERFORM JUDGE-REPEATABILITY
               WRITE REPORT-LINE FROM HEADER-LINE-2
               IF TESTS-FAILED = 0
                   WRITE REPORT-LINE FROM VERDICT-PASSED-LINE
                   MOVE 0 TO RETURN-CODE
               ELSE
                   WRITE REPORT-LINE FROM VERDICT-FAILED-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               WRITE REPORT-LINE FROM BAD-DRAWS-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE FROM HEADER-LINE-2
           MOVE TESTS-PASSED TO TR1-COUNT
           MOVE TESTS-FAILED TO TR2-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE-1
           WRITE REPORT-LINE FROM TRAILER-LINE-2
           MOVE RETURN-CODE TO CL-CONDITION-CODE
           WRITE REPORT-LINE FROM CONDITION-LINE
           CLOSE CERTIFICATE-REPORT
           DISPLAY "QUDITCRT seed " SEED-VALUE " " DRAWS-COUNT
               " draws: " TESTS-PASSED " tests passed, "
               TESTS-FAILED " failed."
           STOP RUN.

      * Seed precedence is QUDIT's own: time of day, then the
      * QUDITSED seed file, then SEED= on the parm card.
       INITIALIZE-SEED.
           ACCEPT SEED-VALUE FROM TIME
           MOVE "TIME" TO WS-SEED-SOURCE
           OPEN INPUT SEED-FILE
           IF WS-SEED-FILE-STATUS = "00"
               READ SEED-FILE INTO SEED-RECORD
                   NOT AT END
                       MOVE SEED-INPUT-VALUE TO SEED-VALUE
                       MOVE "SEEDFILE" TO WS-SEED-SOURCE
               END-READ
               CLOSE SEED-FILE
           END-IF
           PERFORM PARSE-PARM-CARD.

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
           IF WS-PARM-KEY = "SEED"
               MOVE FUNCTION NUMVAL(WS-PARM-VAL) TO SEED-VALUE
               MOVE "PARM" TO WS-SEED-SOURCE
           END-IF
           IF WS-PARM-KEY = "DRAWS"
               MOVE FUNCTION NUMVAL(WS-PARM-VAL) TO DRAWS-COUNT
           END-IF.

      * Seed once, then draw the stream the way DRAW-OBSERVATION
      * does, tallying every test as the draws go by.  The serial
      * correlation is circular: the last draw pairs with the first.
       DRAW-CERTIFICATION-STREAM.
           COMPUTE WS-SEED-DISCARD = FUNCTION RANDOM(SEED-VALUE)
           PERFORM VARYING DRAW-NUM FROM 1 BY 1
                   UNTIL DRAW-NUM > DRAWS-COUNT
               PERFORM DRAW-OBSERVATION
               MOVE OBSERVATION TO DRAW-VALUE(DRAW-NUM)
               PERFORM TALLY-UNIFORMITY
               PERFORM TALLY-SERIAL-CORRELATION
               PERFORM TALLY-RUNS-UP-DOWN
               PERFORM TALLY-GAP-TEST
               MOVE OBSERVATION TO PREV-OBSERVATION
           END-PERFORM
           MOVE 0 TO DRAW-NUM
           COMPUTE SUM-U-LAGGED = SUM-U-LAGGED
               + PREV-OBSERVATION * DRAW-VALUE(1).

       DRAW-OBSERVATION.
           COMPUTE OBSERVATION = FUNCTION RANDOM.

       TALLY-UNIFORMITY.
           COMPUTE BUCKET-IDX = OBSERVATION * NUM-BUCKETS + 1
           ADD 1 TO BUCKET-COUNT(BUCKET-IDX).

       TALLY-SERIAL-CORRELATION.
           ADD OBSERVATION TO SUM-U
           COMPUTE SUM-U-SQUARED = SUM-U-SQUARED
               + OBSERVATION * OBSERVATION
           IF DRAW-NUM > 1
               COMPUTE SUM-U-LAGGED = SUM-U-LAGGED
                   + PREV-OBSERVATION * OBSERVATION
           END-IF.

      * A tie with the previous draw counts as a step down.
       TALLY-RUNS-UP-DOWN.
           IF DRAW-NUM > 1
               IF OBSERVATION > PREV-OBSERVATION
                   MOVE "U" TO WS-STEP-DIRECTION
               ELSE
                   MOVE "D" TO WS-STEP-DIRECTION
               END-IF
               IF WS-STEP-DIRECTION NOT = WS-RUN-DIRECTION
                   ADD 1 TO RUNS-COUNT
                   MOVE WS-STEP-DIRECTION TO WS-RUN-DIRECTION
               END-IF
           END-IF.

      * A draw below 0.5 closes the gap running since the last one;
      * gaps of ten or more share the last class.  A gap still open
      * when the stream ends is not counted.
       TALLY-GAP-TEST.
           IF OBSERVATION < 0.5
               IF GAP-LEN < NUM-GAP-CLASSES - 1
                   COMPUTE GAP-IDX = GAP-LEN + 1
               ELSE
                   MOVE NUM-GAP-CLASSES TO GAP-IDX
               END-IF
               ADD 1 TO GAP-COUNT(GAP-IDX)
               ADD 1 TO GAPS-TOTAL
               MOVE 0 TO GAP-LEN
           ELSE
               ADD 1 TO GAP-LEN
           END-IF.

       REDRAW-SAME-SEED-STREAM.
           COMPUTE WS-SEED-DISCARD = FUNCTION RANDOM(SEED-VALUE)
           PERFORM VARYING DRAW-NUM FROM 1 BY 1
                   UNTIL DRAW-NUM > DRAWS-COUNT
               PERFORM DRAW-OBSERVATION
               IF OBSERVATION NOT = DRAW-VALUE(DRAW-NUM)
                   ADD 1 TO REPEAT-MISMATCHES
               END-IF
           END-PERFORM
           MOVE 0 TO DRAW-NUM.

       JUDGE-UNIFORMITY.
           COMPUTE BUCKET-EXPECT = DRAWS-COUNT / NUM-BUCKETS
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > NUM-BUCKETS
               COMPUTE CHI-UNIFORM ROUNDED = CHI-UNIFORM
                   + (BUCKET-COUNT(BUCKET-IDX) - BUCKET-EXPECT) ** 2
                     / BUCKET-EXPECT
           END-PERFORM
           MOVE 0 TO BUCKET-IDX
           MOVE "CHI-SQUARE UNIFORMITY" TO TL-TEST-NAME
           MOVE CHI-UNIFORM TO TEST-STATISTIC
           MOVE CHI-UNIFORM-LOWER TO TEST-LOWER-LIMIT
           MOVE CHI-UNIFORM-UPPER TO TEST-UPPER-LIMIT
           PERFORM WRITE-TEST-LINE.

       JUDGE-SERIAL-CORRELATION.
           COMPUTE MEAN-U ROUNDED = SUM-U / DRAWS-COUNT
           COMPUTE MEAN-U-SQUARED ROUNDED = SUM-U-SQUARED / DRAWS-COUNT
           COMPUTE MEAN-U-LAGGED ROUNDED = SUM-U-LAGGED / DRAWS-COUNT
           COMPUTE SERIAL-R ROUNDED =
               (MEAN-U-LAGGED - MEAN-U * MEAN-U)
               / (MEAN-U-SQUARED - MEAN-U * MEAN-U)
           COMPUTE SERIAL-LIMIT ROUNDED =
               Z-LIMIT / FUNCTION SQRT(DRAWS-COUNT)
           MOVE "SERIAL CORRELATION" TO TL-TEST-NAME
           MOVE SERIAL-R TO TEST-STATISTIC
           COMPUTE TEST-LOWER-LIMIT = 0 - SERIAL-LIMIT
           MOVE SERIAL-LIMIT TO TEST-UPPER-LIMIT
           PERFORM WRITE-TEST-LINE.

      * Runs up and down in n draws: mean (2n - 1) / 3, variance
      * (16n - 29) / 90.
       JUDGE-RUNS-UP-DOWN.
           COMPUTE RUNS-Z ROUNDED =
               (RUNS-COUNT - (2 * DRAWS-COUNT - 1) / 3)
               / FUNCTION SQRT((16 * DRAWS-COUNT - 29) / 90)
           MOVE "RUNS UP AND DOWN (Z)" TO TL-TEST-NAME
           MOVE RUNS-Z TO TEST-STATISTIC
           COMPUTE TEST-LOWER-LIMIT = 0 - Z-LIMIT
           MOVE Z-LIMIT TO TEST-UPPER-LIMIT
           PERFORM WRITE-TEST-LINE.

      * A gap of length r has probability 0.5 ** (r + 1); the last
      * class, ten or more, has 0.5 ** 10.
       JUDGE-GAP-TEST.
           MOVE 0.5 TO GAP-PROB
           PERFORM VARYING GAP-IDX FROM 1 BY 1
                   UNTIL GAP-IDX > NUM-GAP-CLASSES
               IF GAP-IDX = NUM-GAP-CLASSES
                   COMPUTE GAP-PROB = GAP-PROB * 2
               END-IF
               COMPUTE GAP-EXPECT ROUNDED = GAPS-TOTAL * GAP-PROB
               IF GAP-EXPECT > 0
                   COMPUTE CHI-GAP ROUNDED = CHI-GAP
                       + (GAP-COUNT(GAP-IDX) - GAP-EXPECT) ** 2
                         / GAP-EXPECT
               END-IF
               COMPUTE GAP-PROB = GAP-PROB / 2
           END-PERFORM
           MOVE 0 TO GAP-IDX
           MOVE "GAP TEST CHI-SQUARE" TO TL-TEST-NAME
           MOVE CHI-GAP TO TEST-STATISTIC
           MOVE CHI-GAP-LOWER TO TEST-LOWER-LIMIT
           MOVE CHI-GAP-UPPER TO TEST-UPPER-LIMIT
           PERFORM WRITE-TEST-LINE.

       JUDGE-REPEATABILITY.
           MOVE "SAME-SEED MISMATCHES" TO TL-TEST-NAME
           MOVE REPEAT-MISMATCHES TO TEST-STATISTIC
           MOVE 0 TO TEST-LOWER-LIMIT
           MOVE 0 TO TEST-UPPER-LIMIT
           PERFORM WRITE-TEST-LINE.

       WRITE-TEST-LINE.
           MOVE TEST-STATISTIC TO TL-STATISTIC
           MOVE TEST-LOWER-LIMIT TO TL-LOWER-LIMIT
           MOVE TEST-UPPER-LIMIT TO TL-UPPER-LIMIT
           IF TEST-STATISTIC < TEST-LOWER-LIMIT
               OR TEST-STATISTIC > TEST-UPPER-LIMIT
               MOVE "FAIL" TO TL-RESULT
               ADD 1 TO TESTS-FAILED
           ELSE
               MOVE "PASS" TO TL-RESULT
               ADD 1 TO TESTS-PASSED
           END-IF
           WRITE REPORT-LINE FROM TEST-LINE.

       END PROGRAM QUDITCRT.
