      * condition code, in QUDITSUM's shape) so the cycle dashboard
      * QUDITCYC no longer depends on captured DISPLAY output.
      *
      * Parm SIMULATE=Y is a what-if dry run for signing off a new
      * deck or QGATLIB recipe before it reaches a live batch.  The
      * deck is loaded and SEQ entries expanded exactly as in a
      * live run, and every gate is applied by the same paragraphs,
      * but QGATEOUT and QGATSUM are not opened -- nothing reaches
      * QUDIT or QUDITLOG, and the cycle dashboard never sees a
      * dry run.  Instead QGATSIM traces each qudit: its starting
      * |amplitude|-squared distribution with running probability
      * sum, the same after every gate step, and the norm after
      * each step with any step whose norm drifts from 1 by more
      * than QUDIT's normalization tolerance (0.0100) flagged.  The
      * report ends with the final expected distribution of every
      * qudit, the counts and a CONDITION CODE line; RETURN-CODE 4
      * when any gate was rejected or any step flagged.
      *
      * Note on naming: follows QUDIT's convention -- core transform
      * fields keep plain names, support fields for file status and
      * flags carry a WS- prefix.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-FILE-STATUS.

           SELECT SIMULATION-REPORT ASSIGN TO "QGATSIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-FILE-STATUS.

           SELECT GATE-SEQ-LIBRARY ASSIGN TO "QGATLIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  GATE-RUN-SUMMARY.
       01 SUMMARY-LINE              PIC X(80).

       FD  SIMULATION-REPORT.
       01 SIMULATION-LINE           PIC X(80).

       FD  GATE-SEQ-LIBRARY.
       COPY QGATLIB REPLACING ==RECORD-NAME== BY
           ==GATE-SEQ-RECORD==.
       01 WS-END-OF-RAW-FILE       PIC X VALUE "N".
           88 END-OF-RAW-FILE      VALUE "Y".

       01 WS-PARM-CARD             PIC X(80) VALUE SPACES.
       01 WS-PARM-TOKENS.
           05 WS-PARM-TOKEN PIC X(20) OCCURS 4 TIMES.
       01 WS-PARM-KEY              PIC X(10) VALUE SPACES.
       01 WS-PARM-VAL              PIC X(14) VALUE SPACES.
       77 WS-PARM-IDX              PIC 9 VALUE 1.

      * What-if simulation support (SIMULATE=Y): the step trace,
      * the norm check against QUDIT's normalization tolerance,
      * and the final distribution of every qudit held for the
      * closing section of QGATSIM.
       01 WS-SIM-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-SIMULATE-MODE         PIC X VALUE "N".
           88 SIMULATE-RUN         VALUE "Y".
       01 WS-NORMALIZE-TOLERANCE   PIC 9V9999 VALUE 0.0100.
       01 WS-STEP-FLAGGED          PIC X VALUE "N".
           88 STEP-FLAGGED         VALUE "Y".
       77 MAX-SIM-QUDITS           PIC 9(4) VALUE 1000.
       77 SIM-QUDITS-USED          PIC 9(4) VALUE 0.
       77 SIM-QUDITS-DROPPED       PIC 9(7) VALUE 0.
       77 SQ                       PIC 9(4) VALUE 1.
       77 STEP-NUM                 PIC 9(4) VALUE 0.
       77 STATE-FLAGGED-COUNT      PIC 9(4) VALUE 0.
       77 STEPS-FLAGGED-COUNT      PIC 9(7) VALUE 0.
       77 APPLIED-BEFORE-GATE      PIC 9(7) VALUE 0.
       01 SIM-PROB                 PIC 9V9999 VALUE 0.0.
       01 SIM-RUNNING-PROB         PIC 9V9999 VALUE 0.0.
       01 SIM-DRIFT                PIC S9V9999 VALUE 0.0.

       01 SIM-FINAL-TABLE.
           05 SIM-FINAL-ENTRY OCCURS 1000 TIMES.
               10 SF-QUDIT-ID       PIC X(8).
               10 SF-NUM-LEVELS     PIC 99.
               10 SF-STEP-COUNT     PIC 9(4).
               10 SF-FLAGGED-COUNT  PIC 9(4).
               10 SF-SIMULATED      PIC X.
               10 SF-PROB           PIC 9V9999 OCCURS 16 TIMES.

       01 SIM-HEADER-LINE.
           05 FILLER               PIC X(34) VALUE
               "QUDITGAT GATE-DECK SIMULATION  -  ".
           05 SH-RUN-STAMP         PIC X(21).
           05 FILLER               PIC X(25) VALUE SPACES.

       01 SIM-RULE-LINE.
           05 FILLER               PIC X(80) VALUE ALL "-".

       01 SIM-STATE-LINE.
           05 FILLER               PIC X(6) VALUE "QUDIT ".
           05 SS-QUDIT-ID          PIC X(8).
           05 FILLER               PIC X(9) VALUE "  LEVELS ".
           05 SS-NUM-LEVELS        PIC Z9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SS-CAPTION           PIC X(30).
           05 FILLER               PIC X(23) VALUE SPACES.

       01 SIM-STEP-LINE.
           05 FILLER               PIC X(7) VALUE "  STEP ".
           05 SP-STEP-NUM          PIC ZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SP-OPERATION         PIC X(5).
           05 FILLER               PIC X(9) VALUE "  LEVELS ".
           05 SP-LEVEL-1           PIC Z9.
           05 FILLER               PIC X VALUE SPACE.
           05 SP-LEVEL-2           PIC Z9.
           05 FILLER               PIC X(8) VALUE "  ANGLE ".
           05 SP-ANGLE-DEG         PIC -ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SP-STATUS            PIC X(8).
           05 FILLER               PIC X(23) VALUE SPACES.

       01 SIM-DIST-LINE.
           05 FILLER               PIC X(10) VALUE "    LEVEL ".
           05 SD-LEVEL             PIC Z9.
           05 FILLER               PIC X(7) VALUE "  PROB ".
           05 SD-PROB              PIC 9.9999.
           05 FILLER               PIC X(10) VALUE "  RUNNING ".
           05 SD-RUNNING-PROB      PIC 9.9999.
           05 FILLER               PIC X(39) VALUE SPACES.

       01 SIM-NORM-LINE.
           05 FILLER               PIC X(9) VALUE "    NORM ".
           05 SN-NORM              PIC 9.9999.
           05 FILLER               PIC X(8) VALUE "  DRIFT ".
           05 SN-DRIFT             PIC +9.9999.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SN-FLAG              PIC X(24).
           05 FILLER               PIC X(24) VALUE SPACES.

       01 SIM-FINAL-HEADER-LINE.
           05 FILLER               PIC X(80) VALUE
               "FINAL EXPECTED DISTRIBUTIONS".

       01 SIM-FINAL-QUDIT-LINE.
           05 FILLER               PIC X(6) VALUE "QUDIT ".
           05 FQ-QUDIT-ID          PIC X(8).
           05 FILLER               PIC X(9) VALUE "  LEVELS ".
           05 FQ-NUM-LEVELS        PIC Z9.
           05 FILLER               PIC X(8) VALUE "  STEPS ".
           05 FQ-STEP-COUNT        PIC ZZZ9.
           05 FILLER               PIC X(10) VALUE "  FLAGGED ".
           05 FQ-FLAGGED-COUNT     PIC ZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FQ-CAPTION           PIC X(27).

       01 SIM-COUNT-LINE.
           05 SC-COUNT-LABEL       PIC X(17).
           05 SC-COUNT-VALUE       PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM PARSE-PARM-CARD
           PERFORM LOAD-GATE-DECK
           OPEN INPUT RAW-STATE-FILE
           IF SIMULATE-RUN
               PERFORM OPEN-SIMULATION-REPORT
           ELSE
               OPEN OUTPUT TRANSFORMED-STATE-FILE
           END-IF
           IF WS-RAW-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-RAW-FILE
                   READ RAW-STATE-FILE
               DISPLAY "No raw state file QGATEIN found -- "
                   "nothing to transform."
           END-IF
           IF NOT SIMULATE-RUN
               CLOSE TRANSFORMED-STATE-FILE
           END-IF
           PERFORM REPORT-UNMATCHED-GATES
           DISPLAY "Gate preprocessing: " STATES-READ-COUNT
               " states, " GATES-APPLIED-COUNT " gates applied, "
               GATES-REJECTED-COUNT " rejected."
           IF GATES-REJECTED-COUNT > 0 OR STEPS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SIMULATE-RUN
               PERFORM CLOSE-SIMULATION-REPORT
           ELSE
               PERFORM WRITE-GATE-RUN-SUMMARY
           END-IF
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
           IF WS-PARM-KEY = "SIMULATE"
               MOVE WS-PARM-VAL(1:1) TO WS-SIMULATE-MODE
           END-IF.

      * One-page step summary for the morning checker and the
      * cycle dashboard -- same shape as QUDIT's QUDITSUM, so the
      * preprocessing counts and condition code live in a file
               END-IF
           END-PERFORM
           MOVE 0 TO G
           IF SIMULATE-RUN
               PERFORM SIMULATE-BAD-DIMENSION-STATE
           ELSE
               WRITE TRANSFORMED-STATE-RECORD FROM RAW-STATE-RECORD
           END-IF.

       APPLY-DECK-TO-STATE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAX-QUDIT-SIZE
                   TO AMPLITUDE-IMAG(I)
           END-PERFORM
           MOVE 0 TO I
           IF SIMULATE-RUN
               PERFORM SIMULATE-STATE-START
           END-IF
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > DECK-USED
               IF GD-QUDIT-ID(G) =
                   QD-QUDIT-ID OF RAW-STATE-RECORD
                   MOVE "Y" TO GD-MATCHED(G)
                   MOVE GATES-APPLIED-COUNT TO APPLIED-BEFORE-GATE
                   PERFORM APPLY-ONE-GATE
                   IF SIMULATE-RUN
                       PERFORM SIMULATE-GATE-STEP
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO G
           IF SIMULATE-RUN
               PERFORM SAVE-FINAL-DISTRIBUTION
           ELSE
               PERFORM WRITE-TRANSFORMED-STATE
           END-IF.

       APPLY-ONE-GATE.
           EVALUATE TRUE
           END-PERFORM
           MOVE 0 TO G.

      * The simulation report opens with its header; the step
      * trace follows state by state as the raw file is read.
       OPEN-SIMULATION-REPORT.
           OPEN OUTPUT SIMULATION-REPORT
           MOVE FUNCTION CURRENT-DATE TO SH-RUN-STAMP
           WRITE SIMULATION-LINE FROM SIM-HEADER-LINE
           WRITE SIMULATION-LINE FROM SIM-RULE-LINE.

       SIMULATE-STATE-START.
           MOVE 0 TO STEP-NUM
           MOVE 0 TO STATE-FLAGGED-COUNT
           MOVE QD-QUDIT-ID OF RAW-STATE-RECORD TO SS-QUDIT-ID
           MOVE NUM-AMPLITUDES TO SS-NUM-LEVELS
           MOVE "STARTING STATE" TO SS-CAPTION
           WRITE SIMULATION-LINE FROM SIM-STATE-LINE
           PERFORM WRITE-SIMULATED-DISTRIBUTION.

      * One trace entry per deck instruction naming the qudit; a
      * rejected instruction moves nothing, so only applied steps
      * print a distribution and are judged against the tolerance.
       SIMULATE-GATE-STEP.
           ADD 1 TO STEP-NUM
           MOVE STEP-NUM TO SP-STEP-NUM
           MOVE GD-OPERATION(G) TO SP-OPERATION
           MOVE GD-LEVEL-1(G) TO SP-LEVEL-1
           MOVE GD-LEVEL-2(G) TO SP-LEVEL-2
           MOVE GD-ANGLE-DEG(G) TO SP-ANGLE-DEG
           IF GATES-APPLIED-COUNT > APPLIED-BEFORE-GATE
               MOVE "APPLIED" TO SP-STATUS
               WRITE SIMULATION-LINE FROM SIM-STEP-LINE
               PERFORM WRITE-SIMULATED-DISTRIBUTION
               IF STEP-FLAGGED
                   ADD 1 TO STATE-FLAGGED-COUNT
                   ADD 1 TO STEPS-FLAGGED-COUNT
               END-IF
           ELSE
               MOVE "REJECTED" TO SP-STATUS
               WRITE SIMULATION-LINE FROM SIM-STEP-LINE
           END-IF.

      * |amplitude|-squared per level with the running sum through
      * the levels; the last running sum is the norm, judged
      * against QUDIT's normalization tolerance.
       WRITE-SIMULATED-DISTRIBUTION.
           MOVE 0 TO SIM-RUNNING-PROB
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-AMPLITUDES
               COMPUTE SIM-PROB ROUNDED =
                   AMPLITUDE-REAL(I) * AMPLITUDE-REAL(I)
                   + AMPLITUDE-IMAG(I) * AMPLITUDE-IMAG(I)
               ADD SIM-PROB TO SIM-RUNNING-PROB
               MOVE I TO SD-LEVEL
               MOVE SIM-PROB TO SD-PROB
               MOVE SIM-RUNNING-PROB TO SD-RUNNING-PROB
               WRITE SIMULATION-LINE FROM SIM-DIST-LINE
           END-PERFORM
           MOVE 0 TO I
           PERFORM WRITE-SIMULATED-NORM.

       WRITE-SIMULATED-NORM.
           COMPUTE SIM-DRIFT = SIM-RUNNING-PROB - 1
           MOVE SIM-RUNNING-PROB TO SN-NORM
           MOVE SIM-DRIFT TO SN-DRIFT
           IF FUNCTION ABS(SIM-DRIFT) > WS-NORMALIZE-TOLERANCE
               MOVE "Y" TO WS-STEP-FLAGGED
               MOVE "** OUTSIDE TOLERANCE **" TO SN-FLAG
           ELSE
               MOVE "N" TO WS-STEP-FLAGGED
               MOVE SPACES TO SN-FLAG
           END-IF
           WRITE SIMULATION-LINE FROM SIM-NORM-LINE.

       SIMULATE-BAD-DIMENSION-STATE.
           MOVE QD-QUDIT-ID OF RAW-STATE-RECORD TO SS-QUDIT-ID
           MOVE NUM-AMPLITUDES TO SS-NUM-LEVELS
           MOVE "DIMENSION OUT OF RANGE" TO SS-CAPTION
           WRITE SIMULATION-LINE FROM SIM-STATE-LINE
           MOVE 0 TO STEP-NUM
           MOVE 0 TO STATE-FLAGGED-COUNT
           MOVE "N" TO WS-STEP-FLAGGED
           PERFORM SAVE-FINAL-DISTRIBUTION.

      * Held for the closing section.  Past MAX-SIM-QUDITS states
      * the trace above still shows the qudit; only its line in
      * the final section is dropped, and counted.
       SAVE-FINAL-DISTRIBUTION.
           IF SIM-QUDITS-USED < MAX-SIM-QUDITS
               ADD 1 TO SIM-QUDITS-USED
               MOVE SIM-QUDITS-USED TO SQ
               MOVE QD-QUDIT-ID OF RAW-STATE-RECORD
                   TO SF-QUDIT-ID(SQ)
               MOVE NUM-AMPLITUDES TO SF-NUM-LEVELS(SQ)
               MOVE STEP-NUM TO SF-STEP-COUNT(SQ)
               MOVE STATE-FLAGGED-COUNT TO SF-FLAGGED-COUNT(SQ)
               IF NUM-AMPLITUDES = 0
                   OR NUM-AMPLITUDES > MAX-QUDIT-SIZE
                   MOVE "N" TO SF-SIMULATED(SQ)
               ELSE
                   MOVE "Y" TO SF-SIMULATED(SQ)
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > NUM-AMPLITUDES
                       COMPUTE SF-PROB(SQ I) ROUNDED =
                           AMPLITUDE-REAL(I) * AMPLITUDE-REAL(I)
                           + AMPLITUDE-IMAG(I) * AMPLITUDE-IMAG(I)
                   END-PERFORM
                   MOVE 0 TO I
               END-IF
               MOVE 0 TO SQ
           ELSE
               ADD 1 TO SIM-QUDITS-DROPPED
           END-IF.

      * The sign-off section: every qudit's final expected
      * distribution, then the counts and the condition code.
       CLOSE-SIMULATION-REPORT.
           WRITE SIMULATION-LINE FROM SIM-RULE-LINE
           WRITE SIMULATION-LINE FROM SIM-FINAL-HEADER-LINE
           WRITE SIMULATION-LINE FROM SIM-RULE-LINE
           PERFORM VARYING SQ FROM 1 BY 1 UNTIL SQ > SIM-QUDITS-USED
               PERFORM WRITE-FINAL-DISTRIBUTION
           END-PERFORM
           MOVE 0 TO SQ
           WRITE SIMULATION-LINE FROM SIM-RULE-LINE
           MOVE "STATES READ      " TO SC-COUNT-LABEL
           MOVE STATES-READ-COUNT TO SC-COUNT-VALUE
           WRITE SIMULATION-LINE FROM SIM-COUNT-LINE
           MOVE "GATES APPLIED    " TO SC-COUNT-LABEL
           MOVE GATES-APPLIED-COUNT TO SC-COUNT-VALUE
           WRITE SIMULATION-LINE FROM SIM-COUNT-LINE
           MOVE "GATES REJECTED   " TO SC-COUNT-LABEL
           MOVE GATES-REJECTED-COUNT TO SC-COUNT-VALUE
           WRITE SIMULATION-LINE FROM SIM-COUNT-LINE
           MOVE "STEPS FLAGGED    " TO SC-COUNT-LABEL
           MOVE STEPS-FLAGGED-COUNT TO SC-COUNT-VALUE
           WRITE SIMULATION-LINE FROM SIM-COUNT-LINE
           IF SIM-QUDITS-DROPPED > 0
               MOVE "FINAL NOT LISTED " TO SC-COUNT-LABEL
               MOVE SIM-QUDITS-DROPPED TO SC-COUNT-VALUE
               WRITE SIMULATION-LINE FROM SIM-COUNT-LINE
           END-IF
           MOVE RETURN-CODE TO SM-CONDITION-CODE
           WRITE SIMULATION-LINE FROM SM-CONDITION-LINE
           CLOSE SIMULATION-REPORT.

       WRITE-FINAL-DISTRIBUTION.
           MOVE SF-QUDIT-ID(SQ) TO FQ-QUDIT-ID
           MOVE SF-NUM-LEVELS(SQ) TO FQ-NUM-LEVELS
           MOVE SF-STEP-COUNT(SQ) TO FQ-STEP-COUNT
           MOVE SF-FLAGGED-COUNT(SQ) TO FQ-FLAGGED-COUNT
           IF SF-SIMULATED(SQ) = "Y"
               MOVE SPACES TO FQ-CAPTION
               WRITE SIMULATION-LINE FROM SIM-FINAL-QUDIT-LINE
               MOVE 0 TO SIM-RUNNING-PROB
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > SF-NUM-LEVELS(SQ)
                   ADD SF-PROB(SQ I) TO SIM-RUNNING-PROB
                   MOVE I TO SD-LEVEL
                   MOVE SF-PROB(SQ I) TO SD-PROB
                   MOVE SIM-RUNNING-PROB TO SD-RUNNING-PROB
                   WRITE SIMULATION-LINE FROM SIM-DIST-LINE
               END-PERFORM
               MOVE 0 TO I
               PERFORM WRITE-SIMULATED-NORM
           ELSE
               MOVE "NOT SIMULATED - BAD DIMENSION" TO FQ-CAPTION
               WRITE SIMULATION-LINE FROM SIM-FINAL-QUDIT-LINE
           END-IF.

       END PROGRAM QUDITGAT.
