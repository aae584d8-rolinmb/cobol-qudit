       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUDITWHX.

      ***************************************************************
      * Modification history
      * ---------------------------------------------------------
      * Nightly interface extract to the analytics warehouse.  The
      * data team was screen-scraping QUDITRPT and QREGCOR because
      * QUDITLOG packs sixteen amplitudes and sixteen histogram
      * counts into one fixed record and QREGLOG nests eight
      * members on top of that.  This step flattens a run into one
      * "|"-delimited record per qudit outcome -- every outcome
      * level of every QUDITLOG record of the run -- and one per
      * register joint outcome on QREGJNT, each carrying the
      * run-id, the qudit or register id, the outcome, the
      * expected probability, the observed count and the shots:
      *
      *   H|run-id|extract date yyyymmdd
      *   D|Q|run-id|qudit-id|outcome nn|expect 9.9999|count|shots
      *   D|J|run-id|register-id|joint outcome|expect|count|shots
      *   T|detail record count|total shots
      *
      * By default the QUDIT run is the run-id on the run manifest
      * QUDITMAN, as QUDITARC takes it, and the register run is
      * the night's QUDITREG run on QREGJNT, under its own run-id,
      * which each joint record carries.  When a run is named --
      * RUNID= for the QUDIT run, REGRUN= for the register run --
      * only the runs named are sent, and QREGJNT only when the
      * run it holds is the REGRUN= one, so catching up a missed
      * night does not drag in whatever register run is on QREGJNT
      * now.  The trailer's total shots is the sum of the detail
      * observed counts, so the receiving side proves it got
      * everything by adding up one column and counting the rows.
      *
      * Every run-id sent is recorded against its source on the
      * control file QWHXSNT, and each source is checked on its
      * own.  A run already sent from that source is skipped and
      * listed on QWHXRPT, and the other source still goes, unless
      * the step is told FORCE=Y, when it is re-sent and recorded
      * as forced.  A run with no outcomes on its source -- one
      * QUDITARC has already moved to QUDITHST, say -- is listed and
      * not recorded, so it is not refused later as sent.  When no
      * run asked for is left to send nothing is written and QWHXOUT
      * keeps the earlier extract.  RETURN-CODE 4 on a skipped
      * source or a forced re-send, 8 when nothing is left to send
      * or there is no run to send.
      *
      * Note on naming: follows QUDIT's convention -- core extract
      * fields keep plain names, support fields for file status and
      * flags carry a WS- prefix.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUDIT-MEASURE-LOG ASSIGN TO "QUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT JOINT-DIST-FILE ASSIGN TO "QREGJNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNT-FILE-STATUS.

           SELECT RUN-MANIFEST ASSIGN TO "QUDITMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-FILE-STATUS.

           SELECT SENT-RUN-FILE ASSIGN TO "QWHXSNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNT-FILE-STATUS.

           SELECT INTERFACE-FILE ASSIGN TO "QWHXOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO "QWHXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUDIT-MEASURE-LOG.
       COPY QUDITLOG REPLACING ==RECORD-NAME== BY
           ==QUDIT-MEASURE-LOG-RECORD==.

       FD  JOINT-DIST-FILE.
       COPY QREGJNT REPLACING ==RECORD-NAME== BY
           ==JOINT-DIST-RECORD==.

       FD  RUN-MANIFEST.
       01 RUN-MANIFEST-RECORD.
           05 MF-TIMESTAMP          PIC X(21).
           05 MF-RUN-ID             PIC X(14).
           05 FILLER                PIC X(51).

      * One record per run-id sent, per source, kept for the life
      * of the interface.
       FD  SENT-RUN-FILE.
       01 SENT-RUN-RECORD.
           05 SR-RUN-ID             PIC X(14).
           05 SR-SOURCE             PIC X(8).
           05 SR-EXTRACT-STAMP      PIC X(14).
           05 SR-RECORD-COUNT       PIC 9(9).
           05 SR-FORCED             PIC X.

       FD  INTERFACE-FILE.
       01 INTERFACE-RECORD          PIC X(120).

       FD  CONTROL-REPORT.
       01 REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       77 MAX-QUDIT-SIZE           PIC 99 VALUE 16.
       77 I                        PIC 99 VALUE 1.
       77 OUTCOME-LEVELS           PIC 99 VALUE 0.
       77 LOG-RECORDS-READ         PIC 9(7) VALUE 0.
       77 LOG-RECORDS-EXTRACTED    PIC 9(7) VALUE 0.
       77 JOINT-RECORDS-READ       PIC 9(7) VALUE 0.
       77 QUDIT-OUTCOME-COUNT      PIC 9(9) VALUE 0.
       77 JOINT-OUTCOME-COUNT      PIC 9(9) VALUE 0.
       77 DETAIL-RECORD-COUNT      PIC 9(9) VALUE 0.
       77 TOTAL-SHOTS              PIC 9(11) VALUE 0.
       77 SOURCES-REQUESTED        PIC 9 VALUE 0.
       77 SOURCES-SENT             PIC 9 VALUE 0.

       01 SELECT-RUN-ID            PIC X(14) VALUE SPACES.
       01 REGISTER-RUN-ID          PIC X(14) VALUE SPACES.
       01 QREGJNT-RUN-ID           PIC X(14) VALUE SPACES.
       01 HEADER-RUN-ID            PIC X(14) VALUE SPACES.
       01 RUN-STAMP                PIC X(21) VALUE SPACES.
       01 MODULUS-SQ               PIC 9V9999 VALUE 0.0.

      * One flattened outcome, built up and then strung out with
      * its delimiters by WRITE-DETAIL-RECORD.
       01 DETAIL-FIELDS.
           05 DX-SOURCE            PIC X.
           05 DX-RUN-ID            PIC X(14).
           05 DX-ID                PIC X(8).
           05 DX-OUTCOME           PIC X(24).
           05 DX-EXPECT-PROB       PIC 9.9999.
           05 DX-OBSERVED          PIC 9(5).
           05 DX-SHOTS             PIC 9(5).
       01 DX-OUTCOME-NUM           PIC 99 VALUE 0.
       01 TX-RECORD-COUNT          PIC 9(9) VALUE 0.
       01 TX-TOTAL-SHOTS           PIC 9(11) VALUE 0.
       01 FIELD-DELIMITER          PIC X VALUE "|".

       01 WS-LOG-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-JNT-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-MAN-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-SNT-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-OUT-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-RPT-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-END-OF-FILE           PIC X VALUE "N".
           88 END-OF-FILE          VALUE "Y".
       01 WS-QUDIT-SENT            PIC X VALUE "N".
           88 QUDIT-ALREADY-SENT   VALUE "Y".
       01 WS-REGISTER-SENT         PIC X VALUE "N".
           88 REGISTER-ALREADY-SENT VALUE "Y".
       01 WS-SEND-QUDIT            PIC X VALUE "N".
           88 SEND-QUDIT           VALUE "Y".
       01 WS-SEND-REGISTER         PIC X VALUE "N".
           88 SEND-REGISTER        VALUE "Y".
       01 WS-QUDIT-FOUND           PIC X VALUE "N".
           88 QUDIT-FOUND          VALUE "Y".
       01 WS-FORCE-RESEND          PIC X VALUE "N".
           88 FORCE-RESEND         VALUE "Y".
       01 WS-EXPLICIT-RUN          PIC X VALUE "N".
           88 EXPLICIT-RUN         VALUE "Y".

       01 WS-PARM-CARD             PIC X(80) VALUE SPACES.
       01 WS-PARM-TOKENS.
           05 WS-PARM-TOKEN PIC X(24) OCCURS 4 TIMES.
       01 WS-PARM-KEY              PIC X(10) VALUE SPACES.
       01 WS-PARM-VAL              PIC X(14) VALUE SPACES.
       77 WS-PARM-IDX              PIC 9 VALUE 1.

       01 HEADER-LINE-1.
           05 FILLER               PIC X(34) VALUE
               "QUDIT WAREHOUSE EXTRACT        -  ".
           05 HDR-RUN-STAMP        PIC X(21).
           05 FILLER               PIC X(25) VALUE SPACES.

       01 HEADER-LINE-2.
           05 FILLER               PIC X(80) VALUE ALL "-".

       01 RUN-ID-LINE.
           05 RI-LABEL             PIC X(17).
           05 RI-RUN-ID            PIC X(14).
           05 FILLER               PIC X(49) VALUE SPACES.

       01 MESSAGE-LINE             PIC X(80) VALUE SPACES.
       01 MSG-SOURCE               PIC X(8) VALUE SPACES.
       01 MSG-RUN-ID               PIC X(14) VALUE SPACES.
       01 MSG-TEXT                 PIC X(40) VALUE SPACES.

       01 TRAILER-LINE.
           05 TL-LABEL             PIC X(17).
           05 TL-COUNT             PIC ZZZZZZZZZZ9.
           05 FILLER               PIC X(52) VALUE SPACES.

       01 CONDITION-LINE.
           05 FILLER               PIC X(17) VALUE "CONDITION CODE   ".
           05 CL-CONDITION-CODE    PIC 99.
           05 FILLER               PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           PERFORM PARSE-PARM-CARD
           IF NOT EXPLICIT-RUN
               PERFORM READ-MANIFEST-RUN-ID
           END-IF
           PERFORM FIND-REGISTER-RUN-ID
           IF NOT EXPLICIT-RUN
               MOVE QREGJNT-RUN-ID TO REGISTER-RUN-ID
           END-IF
           OPEN OUTPUT CONTROL-REPORT
           MOVE RUN-STAMP TO HDR-RUN-STAMP
           WRITE REPORT-LINE FROM HEADER-LINE-1
           WRITE REPORT-LINE FROM HEADER-LINE-2
           MOVE "QUDIT RUN        " TO RI-LABEL
           MOVE SELECT-RUN-ID TO RI-RUN-ID
           WRITE REPORT-LINE FROM RUN-ID-LINE
           MOVE "REGISTER RUN     " TO RI-LABEL
           MOVE REGISTER-RUN-ID TO RI-RUN-ID
           WRITE REPORT-LINE FROM RUN-ID-LINE
           WRITE REPORT-LINE FROM HEADER-LINE-2
           IF SELECT-RUN-ID = SPACES AND REGISTER-RUN-ID = SPACES
               DISPLAY "No run-id given and none on QUDITMAN or "
                   "QREGJNT -- nothing extracted."
               MOVE "NO RUN TO EXTRACT -- NOTHING SENT" TO
                   MESSAGE-LINE
               WRITE REPORT-LINE FROM MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CHECK-SENT-RUNS
               PERFORM SELECT-QUDIT-RUN
               PERFORM SELECT-REGISTER-RUN
               IF SEND-QUDIT
                   PERFORM PROBE-QUDIT-RUN
               END-IF
               IF SOURCES-SENT = 0
                   DISPLAY "No run asked for is left to send -- "
                       "nothing extracted."
                   MOVE "NOTHING SENT -- QWHXOUT KEEPS EARLIER EXTRACT"
                       TO MESSAGE-LINE
                   WRITE REPORT-LINE FROM MESSAGE-LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-INTERFACE-FILE
                   PERFORM RECORD-SENT-RUNS
               END-IF
           END-IF
           PERFORM WRITE-TRAILER-LINES
           CLOSE CONTROL-REPORT
           DISPLAY "Warehouse extract: " DETAIL-RECORD-COUNT
               " detail records, " TOTAL-SHOTS " shots."
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
               MOVE "Y" TO WS-EXPLICIT-RUN
           END-IF
           IF WS-PARM-KEY = "REGRUN"
               MOVE WS-PARM-VAL TO REGISTER-RUN-ID
               MOVE "Y" TO WS-EXPLICIT-RUN
           END-IF
           IF WS-PARM-KEY = "FORCE" AND WS-PARM-VAL = "Y"
               MOVE "Y" TO WS-FORCE-RESEND
           END-IF.

       READ-MANIFEST-RUN-ID.
           OPEN INPUT RUN-MANIFEST
           IF WS-MAN-FILE-STATUS = "00"
               READ RUN-MANIFEST
                   NOT AT END
                       MOVE MF-RUN-ID TO SELECT-RUN-ID
               END-READ
               CLOSE RUN-MANIFEST
           END-IF.

      * QREGJNT is rewritten by every QUDITREG run, so its first
      * record names the run the whole file belongs to.
       FIND-REGISTER-RUN-ID.
           OPEN INPUT JOINT-DIST-FILE
           IF WS-JNT-FILE-STATUS = "00"
               READ JOINT-DIST-FILE
                   NOT AT END
                       MOVE JD-RUN-ID TO QREGJNT-RUN-ID
               END-READ
               CLOSE JOINT-DIST-FILE
           END-IF.

       CHECK-SENT-RUNS.
           MOVE "N" TO WS-QUDIT-SENT
           MOVE "N" TO WS-REGISTER-SENT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT SENT-RUN-FILE
           IF WS-SNT-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ SENT-RUN-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF SR-SOURCE = "QUDITLOG"
                               AND SR-RUN-ID = SELECT-RUN-ID
                               AND SELECT-RUN-ID NOT = SPACES
                               MOVE "Y" TO WS-QUDIT-SENT
                           END-IF
                           IF SR-SOURCE = "QREGJNT"
                               AND SR-RUN-ID = REGISTER-RUN-ID
                               AND REGISTER-RUN-ID NOT = SPACES
                               MOVE "Y" TO WS-REGISTER-SENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENT-RUN-FILE
           END-IF.

       SELECT-QUDIT-RUN.
           IF SELECT-RUN-ID NOT = SPACES
               ADD 1 TO SOURCES-REQUESTED
               MOVE "QUDITLOG" TO MSG-SOURCE
               MOVE SELECT-RUN-ID TO MSG-RUN-ID
               IF QUDIT-ALREADY-SENT AND NOT FORCE-RESEND
                   MOVE "ALREADY EXTRACTED -- NOT RE-SENT" TO MSG-TEXT
                   PERFORM WRITE-SKIPPED-SOURCE
               ELSE
                   MOVE "Y" TO WS-SEND-QUDIT
                   ADD 1 TO SOURCES-SENT
                   IF QUDIT-ALREADY-SENT
                       MOVE "RE-SENT ON FORCE=Y" TO MSG-TEXT
                       PERFORM WRITE-SOURCE-MESSAGE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      * A register run is only sent from QREGJNT when it is the run
      * QREGJNT holds now.
       SELECT-REGISTER-RUN.
           IF REGISTER-RUN-ID NOT = SPACES
               ADD 1 TO SOURCES-REQUESTED
               MOVE "QREGJNT" TO MSG-SOURCE
               MOVE REGISTER-RUN-ID TO MSG-RUN-ID
               EVALUATE TRUE
                   WHEN REGISTER-RUN-ID NOT = QREGJNT-RUN-ID
                       MOVE "NOT THE RUN ON QREGJNT -- NOT SENT"
                           TO MSG-TEXT
                       PERFORM WRITE-SKIPPED-SOURCE
                   WHEN REGISTER-ALREADY-SENT AND NOT FORCE-RESEND
                       MOVE "ALREADY EXTRACTED -- NOT RE-SENT"
                           TO MSG-TEXT
                       PERFORM WRITE-SKIPPED-SOURCE
                   WHEN OTHER
                       MOVE "Y" TO WS-SEND-REGISTER
                       ADD 1 TO SOURCES-SENT
                       IF REGISTER-ALREADY-SENT
                           MOVE "RE-SENT ON FORCE=Y" TO MSG-TEXT
                           PERFORM WRITE-SOURCE-MESSAGE
                           MOVE 4 TO RETURN-CODE
                       END-IF
               END-EVALUATE
           END-IF.

      * QUDITLOG only holds the runs QUDITARC has not yet moved to
      * QUDITHST, so the run is looked for before QWHXOUT is
      * replaced.  A register run is only sent when QREGJNT holds
      * it, so it always has outcomes.
       PROBE-QUDIT-RUN.
           MOVE "N" TO WS-QUDIT-FOUND
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT QUDIT-MEASURE-LOG
           IF WS-LOG-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE OR QUDIT-FOUND
                   READ QUDIT-MEASURE-LOG
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF ML-RUN-ID = SELECT-RUN-ID
                               AND ML-NUM-AMPLITUDES > 0
                               MOVE "Y" TO WS-QUDIT-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUDIT-MEASURE-LOG
           END-IF
           IF NOT QUDIT-FOUND
               MOVE "N" TO WS-SEND-QUDIT
               SUBTRACT 1 FROM SOURCES-SENT
               MOVE "QUDITLOG" TO MSG-SOURCE
               MOVE SELECT-RUN-ID TO MSG-RUN-ID
               MOVE "NO OUTCOMES FOUND -- NOT RECORDED" TO MSG-TEXT
               PERFORM WRITE-SKIPPED-SOURCE
           END-IF.

       WRITE-SKIPPED-SOURCE.
           DISPLAY MSG-SOURCE " run-id " MSG-RUN-ID " skipped -- "
               MSG-TEXT
           PERFORM WRITE-SOURCE-MESSAGE
           MOVE 4 TO RETURN-CODE.

       WRITE-SOURCE-MESSAGE.
           MOVE SPACES TO MESSAGE-LINE
           STRING MSG-SOURCE DELIMITED BY SPACE
               " RUN-ID " MSG-RUN-ID " " MSG-TEXT
               DELIMITED BY SIZE INTO MESSAGE-LINE
           WRITE REPORT-LINE FROM MESSAGE-LINE.

       WRITE-INTERFACE-FILE.
           OPEN OUTPUT INTERFACE-FILE
           IF SEND-QUDIT
               MOVE SELECT-RUN-ID TO HEADER-RUN-ID
           ELSE
               MOVE REGISTER-RUN-ID TO HEADER-RUN-ID
           END-IF
           MOVE SPACES TO INTERFACE-RECORD
           STRING "H" FIELD-DELIMITER
               HEADER-RUN-ID FIELD-DELIMITER
               RUN-STAMP(1:8)
               DELIMITED BY SIZE INTO INTERFACE-RECORD
           WRITE INTERFACE-RECORD
           IF SEND-QUDIT
               PERFORM EXTRACT-QUDIT-OUTCOMES
           END-IF
           IF SEND-REGISTER
               PERFORM EXTRACT-JOINT-OUTCOMES
           END-IF
           MOVE DETAIL-RECORD-COUNT TO TX-RECORD-COUNT
           MOVE TOTAL-SHOTS TO TX-TOTAL-SHOTS
           MOVE SPACES TO INTERFACE-RECORD
           STRING "T" FIELD-DELIMITER
               TX-RECORD-COUNT FIELD-DELIMITER
               TX-TOTAL-SHOTS
               DELIMITED BY SIZE INTO INTERFACE-RECORD
           WRITE INTERFACE-RECORD
           CLOSE INTERFACE-FILE.

       EXTRACT-QUDIT-OUTCOMES.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT QUDIT-MEASURE-LOG
           IF WS-LOG-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ QUDIT-MEASURE-LOG
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO LOG-RECORDS-READ
                           IF ML-RUN-ID = SELECT-RUN-ID
                               PERFORM EXTRACT-ONE-LOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUDIT-MEASURE-LOG
           END-IF.

      * One detail per outcome level of the qudit, the expectation
      * squared out of the amplitude as measured.
       EXTRACT-ONE-LOG-RECORD.
           ADD 1 TO LOG-RECORDS-EXTRACTED
           MOVE ML-NUM-AMPLITUDES TO OUTCOME-LEVELS
           IF OUTCOME-LEVELS > MAX-QUDIT-SIZE
               MOVE MAX-QUDIT-SIZE TO OUTCOME-LEVELS
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > OUTCOME-LEVELS
               COMPUTE MODULUS-SQ ROUNDED =
                   ML-AMPLITUDE-REAL(I) * ML-AMPLITUDE-REAL(I)
                   + ML-AMPLITUDE-IMAG(I) * ML-AMPLITUDE-IMAG(I)
               MOVE "Q" TO DX-SOURCE
               MOVE ML-RUN-ID TO DX-RUN-ID
               MOVE ML-QUDIT-ID TO DX-ID
               MOVE I TO DX-OUTCOME-NUM
               MOVE DX-OUTCOME-NUM TO DX-OUTCOME
               MOVE MODULUS-SQ TO DX-EXPECT-PROB
               MOVE ML-HIST-COUNT(I) TO DX-OBSERVED
               MOVE ML-SHOTS-COUNT TO DX-SHOTS
               PERFORM WRITE-DETAIL-RECORD
               ADD 1 TO QUDIT-OUTCOME-COUNT
           END-PERFORM
           MOVE 0 TO I.

       EXTRACT-JOINT-OUTCOMES.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT JOINT-DIST-FILE
           IF WS-JNT-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ JOINT-DIST-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO JOINT-RECORDS-READ
                           PERFORM EXTRACT-ONE-JOINT-RECORD
                   END-READ
               END-PERFORM
               CLOSE JOINT-DIST-FILE
           END-IF.

       EXTRACT-ONE-JOINT-RECORD.
           MOVE "J" TO DX-SOURCE
           MOVE JD-RUN-ID TO DX-RUN-ID
           MOVE JD-REGISTER-ID TO DX-ID
           MOVE JD-JOINT-RESULT TO DX-OUTCOME
           MOVE JD-EXPECT-PROB TO DX-EXPECT-PROB
           MOVE JD-COUNT TO DX-OBSERVED
           MOVE JD-SHOTS-COUNT TO DX-SHOTS
           PERFORM WRITE-DETAIL-RECORD
           ADD 1 TO JOINT-OUTCOME-COUNT.

      * Ids and the joint outcome are sent without trailing
      * spaces; numbers go at their full fixed width.
       WRITE-DETAIL-RECORD.
           MOVE SPACES TO INTERFACE-RECORD
           STRING "D" FIELD-DELIMITER
               DX-SOURCE FIELD-DELIMITER
               DX-RUN-ID FIELD-DELIMITER
               DELIMITED BY SIZE
               DX-ID DELIMITED BY SPACE
               FIELD-DELIMITER DELIMITED BY SIZE
               DX-OUTCOME DELIMITED BY SPACE
               FIELD-DELIMITER
               DX-EXPECT-PROB FIELD-DELIMITER
               DX-OBSERVED FIELD-DELIMITER
               DX-SHOTS
               DELIMITED BY SIZE INTO INTERFACE-RECORD
           WRITE INTERFACE-RECORD
           ADD 1 TO DETAIL-RECORD-COUNT
           ADD DX-OBSERVED TO TOTAL-SHOTS.

      * The control file is bootstrapped on first use and only ever
      * appended to.
       RECORD-SENT-RUNS.
           OPEN EXTEND SENT-RUN-FILE
           IF WS-SNT-FILE-STATUS = "35"
               OPEN OUTPUT SENT-RUN-FILE
           END-IF
           IF SEND-QUDIT
               IF QUDIT-OUTCOME-COUNT > 0
                   MOVE SELECT-RUN-ID TO SR-RUN-ID
                   MOVE "QUDITLOG" TO SR-SOURCE
                   MOVE RUN-STAMP(1:14) TO SR-EXTRACT-STAMP
                   MOVE QUDIT-OUTCOME-COUNT TO SR-RECORD-COUNT
                   MOVE WS-QUDIT-SENT TO SR-FORCED
                   WRITE SENT-RUN-RECORD
               ELSE
                   MOVE "QUDITLOG" TO MSG-SOURCE
                   MOVE SELECT-RUN-ID TO MSG-RUN-ID
                   MOVE "NO OUTCOMES FOUND -- NOT RECORDED" TO MSG-TEXT
                   PERFORM WRITE-SKIPPED-SOURCE
               END-IF
           END-IF
           IF SEND-REGISTER
               IF JOINT-OUTCOME-COUNT > 0
                   MOVE REGISTER-RUN-ID TO SR-RUN-ID
                   MOVE "QREGJNT" TO SR-SOURCE
                   MOVE RUN-STAMP(1:14) TO SR-EXTRACT-STAMP
                   MOVE JOINT-OUTCOME-COUNT TO SR-RECORD-COUNT
                   MOVE WS-REGISTER-SENT TO SR-FORCED
                   WRITE SENT-RUN-RECORD
               ELSE
                   MOVE "QREGJNT" TO MSG-SOURCE
                   MOVE REGISTER-RUN-ID TO MSG-RUN-ID
                   MOVE "NO OUTCOMES FOUND -- NOT RECORDED" TO MSG-TEXT
                   PERFORM WRITE-SKIPPED-SOURCE
               END-IF
           END-IF
           CLOSE SENT-RUN-FILE.

       WRITE-TRAILER-LINES.
           WRITE REPORT-LINE FROM HEADER-LINE-2
           MOVE "LOG RECORDS READ " TO TL-LABEL
           MOVE LOG-RECORDS-READ TO TL-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE
           MOVE "LOG RECORDS SENT " TO TL-LABEL
           MOVE LOG-RECORDS-EXTRACTED TO TL-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE
           MOVE "QUDIT OUTCOMES   " TO TL-LABEL
           MOVE QUDIT-OUTCOME-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE
           MOVE "JOINT OUTCOMES   " TO TL-LABEL
           MOVE JOINT-OUTCOME-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE
           MOVE "DETAIL RECORDS   " TO TL-LABEL
           MOVE DETAIL-RECORD-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE
           MOVE "TOTAL SHOTS      " TO TL-LABEL
           MOVE TOTAL-SHOTS TO TL-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE
           MOVE RETURN-CODE TO CL-CONDITION-CODE
           WRITE REPORT-LINE FROM CONDITION-LINE.

       END PROGRAM QUDITWHX.
