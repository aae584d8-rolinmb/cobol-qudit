      * summary on QREGSUM, so the scheduler can branch on batch
      * health instead of treating every run as a success.
      *
      * Every run now generates a run-id (the first 14 bytes of the
      * run timestamp, as QUDIT does) stamped on each QREGDSC record
      * (RD-RUN-ID, layout moved to copybook QREGDSC), so the
      * exception case step QUDITEXC can key a register reject to
      * the run that raised it.  QREGDSC is rewritten every run, so
      * no conversion is needed.  QREGLOG is unchanged.
      *
      * The register gate step QUDITRGT turns QREGIN product
      * registers into gated joint-state registers on QREGJIN, so
      * the same register can now arrive on both files.  The joint
      * form supersedes: QREGJIN's register-ids are read up front
      * and a QREGIN register whose id is among them is skipped
      * (counted SUPERSEDED on QREGSUM) instead of being measured
      * twice under one id.
      *
      * The QREGLOG record layout moved to copybook QREGLOG, now
      * that the chargeback, extract and history programs re-read
      * the log and its QREGHST archive; the layout is unchanged.
      *
      * Each QREGJNT record now carries the run-id and the joint
      * outcome's expected probability (layout moved to copybook
      * QREGJNT), so the warehouse interface extract QUDITWHX can
      * send observed against expected without re-deriving the
      * register's state.  The expectation is taken when an
      * outcome is first tallied: the product of the members'
      * |amplitude|-squared on the per-member path, the joint
      * |amplitude|-squared on the joint-state path.  QREGJNT is
      * rewritten every run, so no conversion is needed.
      *
      * Note on naming: core measurement fields (MAX-QUDIT-SIZE,
      * NUM-AMPLITUDES, I, RESULT, etc.) keep the unprefixed style
      * QUDIT uses; support fields for file status, flags, and
           ==JOINT-REGISTER-RECORD==.

       FD  REGISTER-MEASURE-LOG.
       COPY QREGLOG REPLACING ==RECORD-NAME== BY
           ==REGISTER-MEASURE-LOG-RECORD==.

       FD  REGISTER-DISCREPANCY-RPT.
       COPY QREGDSC REPLACING ==RECORD-NAME== BY
           ==REGISTER-DISCREPANCY-RECORD==.

       FD  SEED-FILE.
       01 SEED-RECORD.
           05 SEED-INPUT-VALUE     PIC 9(8).

       FD  JOINT-DIST-FILE.
       COPY QREGJNT REPLACING ==RECORD-NAME== BY
           ==JOINT-DIST-RECORD==.

       FD  CORRELATION-RPT.
       01 CORRELATION-LINE          PIC X(80).
           05 JOINT-ENTRY OCCURS 512 TIMES.
               10 JT-RESULT        PIC X(24).
               10 JT-COUNT         PIC 9(5).
               10 JT-EXPECT-PROB   PIC 9V9999.

      * Expected probability of a newly tallied joint outcome; the
      * product over members is carried wide before rounding.
       01 JOINT-EXPECT-WORK        PIC 9V9(8) VALUE 0.0.
       01 WS-JOINT-STATE-PATH      PIC X VALUE "N".
           88 JOINT-STATE-PATH     VALUE "Y".

      * Co-occurrence counts for every qudit pair and outcome pair,
      * reset per register: PAIR-COUNT(K1 K2 L1 L2) is how many
       77 WS-REG-DISCREPANCY-COUNT PIC 9(7) VALUE 0.
       77 WS-JREG-READ-COUNT       PIC 9(7) VALUE 0.
       77 WS-JREG-MEASURED-COUNT   PIC 9(7) VALUE 0.
       77 WS-REG-SUPERSEDED-COUNT  PIC 9(7) VALUE 0.

      * Register-ids arriving on QREGJIN, read before the product
      * path so a register gated onto QREGJIN by QUDITRGT is not
      * measured a second time from its QREGIN copy.
       77 MAX-JOINT-IDS            PIC 9(3) VALUE 500.
       77 JOINT-IDS-USED           PIC 9(3) VALUE 0.
       77 JX                       PIC 9(3) VALUE 1.
       01 JOINT-ID-TABLE.
           05 JOINT-ID             PIC X(8) OCCURS 500 TIMES.
       01 WS-REG-SUPERSEDED        PIC X VALUE "N".
           88 REG-SUPERSEDED       VALUE "Y".

       01 RSM-HEADER-LINE.
           05 FILLER               PIC X(32) VALUE
       01 WS-PARM-VAL              PIC X(10) VALUE SPACES.
       77 WS-PARM-IDX              PIC 9 VALUE 1.

       01 WS-RUN-ID                PIC X(14) VALUE SPACES.
       01 WS-RUN-ID-STAMP          PIC X(21) VALUE SPACES.

       COPY QUDITREG REPLACING ==RECORD-NAME== BY
           ==CURRENT-REGISTER==.


       MAIN-LOGIC.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-JOINT-REGISTER-IDS
           OPEN INPUT QUDIT-REGISTER-FILE
           OPEN EXTEND REGISTER-MEASURE-LOG
           IF WS-REGLOG-FILE-STATUS = "35"
                           SET END-OF-REG-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REG-READ-COUNT
                           PERFORM CHECK-REGISTER-SUPERSEDED
                           IF REG-SUPERSEDED
                               ADD 1 TO WS-REG-SUPERSEDED-COUNT
                           ELSE
                               PERFORM PROCESS-ONE-REGISTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUDIT-REGISTER-FILE
           MOVE "DISCREPANCIES    " TO RSM-COUNT-LABEL
           MOVE WS-REG-DISCREPANCY-COUNT TO RSM-COUNT-VALUE
           WRITE REG-SUMMARY-LINE FROM RSM-COUNT-LINE
           MOVE "SUPERSEDED       " TO RSM-COUNT-LABEL
           MOVE WS-REG-SUPERSEDED-COUNT TO RSM-COUNT-VALUE
           WRITE REG-SUMMARY-LINE FROM RSM-COUNT-LINE
           MOVE RETURN-CODE TO RSM-CONDITION-CODE
           WRITE REG-SUMMARY-LINE FROM RSM-CONDITION-LINE
           CLOSE REG-RUN-SUMMARY.
               CLOSE SEED-FILE
           END-IF
           PERFORM PARSE-PARM-CARD
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-ID-STAMP
           MOVE WS-RUN-ID-STAMP(1:14) TO WS-RUN-ID
           COMPUTE WS-SEED-DISCARD = FUNCTION RANDOM(SEED-VALUE).

       PARSE-PARM-CARD.
               MOVE FUNCTION NUMVAL(WS-PARM-VAL) TO SEED-VALUE
           END-IF.

      * Past MAX-JOINT-IDS the remaining ids are not remembered and
      * their QREGIN copies, if any, are measured as before.
       LOAD-JOINT-REGISTER-IDS.
           MOVE 0 TO JOINT-IDS-USED
           OPEN INPUT JOINT-REGISTER-FILE
           IF WS-JREG-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-JREG-FILE
                   READ JOINT-REGISTER-FILE
                       AT END
                           SET END-OF-JREG-FILE TO TRUE
                       NOT AT END
                           IF JOINT-IDS-USED < MAX-JOINT-IDS
                               ADD 1 TO JOINT-IDS-USED
                               MOVE QJ-REGISTER-ID
                                   OF JOINT-REGISTER-RECORD
                                   TO JOINT-ID(JOINT-IDS-USED)
                           ELSE
                               DISPLAY "Joint register id table full "
                                   "at " MAX-JOINT-IDS " -- "
                                   QJ-REGISTER-ID
                                   OF JOINT-REGISTER-RECORD
                                   " not checked against QREGIN."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOINT-REGISTER-FILE
           END-IF
           MOVE "N" TO WS-END-OF-JREG-FILE.

       CHECK-REGISTER-SUPERSEDED.
           MOVE "N" TO WS-REG-SUPERSEDED
           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > JOINT-IDS-USED
               IF JOINT-ID(JX) = QR-REGISTER-ID OF CURRENT-REGISTER
                   MOVE "Y" TO WS-REG-SUPERSEDED
               END-IF
           END-PERFORM
           MOVE 0 TO JX
           IF REG-SUPERSEDED
               DISPLAY "Register " QR-REGISTER-ID OF CURRENT-REGISTER
                   " is on QREGJIN as a joint state -- QREGIN copy "
                   "skipped."
           END-IF.

       PROCESS-ONE-REGISTER.
           PERFORM LOAD-REGISTER
           IF NUM-QUDITS = 0 OR NUM-QUDITS > MAX-QUDITS-PER-REGISTER
           MOVE SPACES TO RD-QUDIT-ID
           MOVE 0 TO RD-TOTAL-PROB
           MOVE 0 TO RD-DRIFT
           MOVE WS-RUN-ID TO RD-RUN-ID
           WRITE REGISTER-DISCREPANCY-RECORD.

       VALIDATE-REGISTER.
           MOVE TOTAL-PROB TO RD-TOTAL-PROB
           COMPUTE WS-DRIFT = TOTAL-PROB - 1.0
           MOVE WS-DRIFT TO RD-DRIFT
           MOVE WS-RUN-ID TO RD-RUN-ID
           WRITE REGISTER-DISCREPANCY-RECORD.

       MEASURE-REGISTER.
           MOVE 0 TO JOINT-USED
           MOVE 0 TO JOINT-OVERFLOW-COUNT
           MOVE ZEROS TO PAIR-COUNT-TABLE
           MOVE "N" TO WS-JOINT-STATE-PATH
           PERFORM VARYING SHOT-NUM FROM 1 BY 1
                   UNTIL SHOT-NUM > SHOTS-COUNT
               MOVE SPACES TO WS-JOINT-RESULT
                   ADD 1 TO JOINT-USED
                   MOVE WS-JOINT-RESULT TO JT-RESULT(JOINT-USED)
                   MOVE 1 TO JT-COUNT(JOINT-USED)
                   PERFORM COMPUTE-JOINT-EXPECTATION
                   COMPUTE JT-EXPECT-PROB(JOINT-USED) ROUNDED =
                       JOINT-EXPECT-WORK
               ELSE
                   ADD 1 TO JOINT-OVERFLOW-COUNT
               END-IF
           END-IF.

      * REG-RESULT holds every member's outcome for this shot.  On
      * the joint-state path the member amplitudes are marginals,
      * so the joint vector entry drawn is the expectation instead.
       COMPUTE-JOINT-EXPECTATION.
           IF JOINT-STATE-PATH
               MOVE JS-PROB(JOINT-RESULT-INDEX) TO JOINT-EXPECT-WORK
           ELSE
               MOVE 1 TO JOINT-EXPECT-WORK
               PERFORM VARYING KD FROM 1 BY 1 UNTIL KD > NUM-QUDITS
                   COMPUTE JOINT-EXPECT-WORK ROUNDED =
                       JOINT-EXPECT-WORK *
                       (REG-AMPLITUDE-REAL(KD REG-RESULT(KD))
                        * REG-AMPLITUDE-REAL(KD REG-RESULT(KD))
                        + REG-AMPLITUDE-IMAG(KD REG-RESULT(KD))
                        * REG-AMPLITUDE-IMAG(KD REG-RESULT(KD)))
               END-PERFORM
               MOVE 0 TO KD
           END-IF.

       TALLY-PAIR-COUNTS.
           PERFORM VARYING K1 FROM 1 BY 1 UNTIL K1 >= NUM-QUDITS
               PERFORM VARYING K2 FROM 1 BY 1 UNTIL K2 > NUM-QUDITS

       WRITE-JOINT-DISTRIBUTION.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > JOINT-USED
               MOVE WS-RUN-ID TO JD-RUN-ID
               MOVE QR-REGISTER-ID OF CURRENT-REGISTER
                   TO JD-REGISTER-ID
               MOVE JT-RESULT(J) TO JD-JOINT-RESULT
               MOVE JT-COUNT(J) TO JD-COUNT
               MOVE SHOTS-COUNT TO JD-SHOTS-COUNT
               MOVE JT-EXPECT-PROB(J) TO JD-EXPECT-PROB
               WRITE JOINT-DIST-RECORD
           END-PERFORM
           MOVE 0 TO J
           MOVE 0 TO JOINT-USED
           MOVE 0 TO JOINT-OVERFLOW-COUNT
           MOVE ZEROS TO PAIR-COUNT-TABLE
           MOVE "Y" TO WS-JOINT-STATE-PATH
           PERFORM VARYING SHOT-NUM FROM 1 BY 1
                   UNTIL SHOT-NUM > SHOTS-COUNT
               MOVE SPACES TO WS-JOINT-RESULT
           MOVE SPACES TO RD-QUDIT-ID
           MOVE 0 TO RD-TOTAL-PROB
           MOVE 0 TO RD-DRIFT
           MOVE WS-RUN-ID TO RD-RUN-ID
           WRITE REGISTER-DISCREPANCY-RECORD.

       WRITE-JOINT-MEMBER-DISCREPANCY.
           MOVE REG-QUDIT-ID(K) TO RD-QUDIT-ID
           MOVE 0 TO RD-TOTAL-PROB
           MOVE 0 TO RD-DRIFT
           MOVE WS-RUN-ID TO RD-RUN-ID
           WRITE REGISTER-DISCREPANCY-RECORD.

       WRITE-JOINT-LENGTH-DISCREPANCY.
           MOVE SPACES TO RD-QUDIT-ID
           MOVE 0 TO RD-TOTAL-PROB
           MOVE 0 TO RD-DRIFT
           MOVE WS-RUN-ID TO RD-RUN-ID
           WRITE REGISTER-DISCREPANCY-RECORD.

       WRITE-JOINT-NORM-DISCREPANCY.
           MOVE TOTAL-PROB TO RD-TOTAL-PROB
           COMPUTE WS-DRIFT = TOTAL-PROB - 1.0
           MOVE WS-DRIFT TO RD-DRIFT
           MOVE WS-RUN-ID TO RD-RUN-ID
           WRITE REGISTER-DISCREPANCY-RECORD.

       END PROGRAM QUDITREG.
