       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUDITINQ.

      ***************************************************************
      * Modification history
      * ---------------------------------------------------------
      * Measurement history inquiry.  Since QUDITARC started moving
      * completed runs to QUDITHST and QREGHST, answering "what did
      * qudit X measure last month" meant working out which file
      * the records were on and dumping them raw, as QUDITRPT and
      * QUDITTRD only read the live QUDITLOG.  This step takes one
      * qudit-id or register-id and reads the live logs QUDITLOG
      * and QREGLOG together with the archives QUDITHST and
      * QREGHST, and lists every matching measurement in time
      * order: the file it came from, the run-id, shots and
      * result, then per outcome level the amplitude as measured
      * and the histogram count as a percentage of the shots.  A
      * register-id match lists each member's result, total
      * probability and levels the same way.
      *
      * Parms: ID= the qudit or register id (required); FROM= and
      * TO= bound the measurement date (yyyymmdd, inclusive);
      * RUNFROM= and RUNTO= bound the run-id (inclusive).  QREGLOG
      * records carry no run-id, so a run-id range is applied to
      * the first fourteen bytes of their timestamp -- a run-id is
      * the run's start stamp, so this is the same time window.
      * QUDITLOG history converted from the pre-stamping layout
      * has a blank run-id and falls outside any run-id range.
      *
      * Listing on QINQRPT.  RETURN-CODE 4 when nothing matched, 8
      * when no ID= was given.
      *
      * Note on naming: follows QUDIT's convention -- core inquiry
      * fields keep plain names, support fields for file status and
      * flags carry a WS- prefix.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUDIT-MEASURE-LOG ASSIGN TO "QUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT QUDIT-LOG-HISTORY ASSIGN TO "QUDITHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-FILE-STATUS.

           SELECT REGISTER-MEASURE-LOG ASSIGN TO "QREGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGLOG-FILE-STATUS.

           SELECT REGISTER-LOG-HISTORY ASSIGN TO "QREGHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGH-FILE-STATUS.

           SELECT INQUIRY-REPORT ASSIGN TO "QINQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SORT-WORK ASSIGN TO "QINQSRT".

       DATA DIVISION.
       FILE SECTION.
       FD  QUDIT-MEASURE-LOG.
       01 QUDIT-MEASURE-LOG-RECORD  PIC X(334).

       FD  QUDIT-LOG-HISTORY.
       01 QUDIT-LOG-HISTORY-RECORD  PIC X(334).

       FD  REGISTER-MEASURE-LOG.
       01 REGISTER-MEASURE-LOG-RECORD PIC X(2372).

       FD  REGISTER-LOG-HISTORY.
       01 REG-LOG-HISTORY-RECORD    PIC X(2372).

       FD  INQUIRY-REPORT.
       01 REPORT-LINE               PIC X(80).

      * The whole matching record travels through the sort, with
      * the file it came from; a qudit record uses the first 334
      * bytes of the image.
       SD  SORT-WORK.
       01 SORT-HISTORY-RECORD.
           05 SH-TIMESTAMP          PIC X(21).
           05 SH-SOURCE-IDX         PIC 9.
           05 SH-IMAGE              PIC X(2372).

       WORKING-STORAGE SECTION.

       COPY QUDITLOG REPLACING ==RECORD-NAME== BY
           ==INQ-LOG-RECORD==.
       COPY QREGLOG REPLACING ==RECORD-NAME== BY
           ==INQ-REG-LOG-RECORD==.

       77 MAX-QUDIT-SIZE           PIC 99 VALUE 16.
       77 MAX-QUDITS-PER-REGISTER  PIC 99 VALUE 8.
       77 I                        PIC 99 VALUE 1.
       77 K                        PIC 99 VALUE 1.
       77 LEVELS-SHOWN             PIC 99 VALUE 0.
       77 MEMBERS-SHOWN            PIC 99 VALUE 0.
       77 LEVEL-COUNT              PIC 9(5) VALUE 0.
       77 SRC-IDX                  PIC 9 VALUE 1.
       77 RECORDS-READ             PIC 9(7) VALUE 0.
       77 MATCHES-LISTED           PIC 9(7) VALUE 0.

       01 SOURCE-NAMES.
           05 FILLER               PIC X(8) VALUE "QUDITLOG".
           05 FILLER               PIC X(8) VALUE "QUDITHST".
           05 FILLER               PIC X(8) VALUE "QREGLOG".
           05 FILLER               PIC X(8) VALUE "QREGHST".
       01 SOURCE-NAME-TABLE REDEFINES SOURCE-NAMES.
           05 SOURCE-NAME          PIC X(8) OCCURS 4 TIMES.

       01 INQUIRY-ID               PIC X(8) VALUE SPACES.
       01 FROM-DATE                PIC X(8) VALUE "00000000".
       01 TO-DATE                  PIC X(8) VALUE "99999999".
       01 FROM-RUN-ID              PIC X(14) VALUE SPACES.
       01 TO-RUN-ID                PIC X(14) VALUE SPACES.
       01 MATCH-DATE               PIC X(8) VALUE SPACES.
       01 MATCH-RUN-ID             PIC X(14) VALUE SPACES.

       01 LEVEL-SHOTS              PIC 9(5) VALUE 0.
       01 LEVEL-PERCENT            PIC 999V99 VALUE 0.

       01 WS-LOG-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-HST-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-REGLOG-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-RGH-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-RPT-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-END-OF-FILE           PIC X VALUE "N".
           88 END-OF-FILE          VALUE "Y".
       01 WS-END-OF-SORT-FILE      PIC X VALUE "N".
           88 END-OF-SORT-FILE     VALUE "Y".
       01 WS-IN-RANGE              PIC X VALUE "N".
           88 IN-RANGE             VALUE "Y".

       01 WS-PARM-CARD             PIC X(80) VALUE SPACES.
       01 WS-PARM-TOKENS.
           05 WS-PARM-TOKEN PIC X(24) OCCURS 4 TIMES.
       01 WS-PARM-KEY              PIC X(10) VALUE SPACES.
       01 WS-PARM-VAL              PIC X(14) VALUE SPACES.
       77 WS-PARM-IDX              PIC 9 VALUE 1.

       01 RUN-STAMP                PIC X(21) VALUE SPACES.

       01 HEADER-LINE-1.
           05 FILLER               PIC X(34) VALUE
               "QUDIT MEASUREMENT HISTORY      -  ".
           05 HDR-RUN-STAMP        PIC X(21).
           05 FILLER               PIC X(25) VALUE SPACES.

       01 HEADER-LINE-2.
           05 FILLER               PIC X(80) VALUE ALL "-".

       01 SELECTION-LINE-1.
           05 FILLER               PIC X(17) VALUE "ID               ".
           05 SEL-ID               PIC X(8).
           05 FILLER               PIC X(8) VALUE "  DATES ".
           05 SEL-FROM-DATE        PIC X(8).
           05 FILLER               PIC X(4) VALUE " TO ".
           05 SEL-TO-DATE          PIC X(8).
           05 FILLER               PIC X(27) VALUE SPACES.

       01 SELECTION-LINE-2.
           05 FILLER               PIC X(17) VALUE "RUN-IDS          ".
           05 SEL-FROM-RUN-ID      PIC X(14).
           05 FILLER               PIC X(4) VALUE " TO ".
           05 SEL-TO-RUN-ID        PIC X(14).
           05 FILLER               PIC X(31) VALUE SPACES.

       01 MATCH-LINE.
           05 MT-SOURCE            PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 MT-DATE              PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 MT-TIME              PIC X(6).
           05 FILLER               PIC X(6) VALUE "  RUN ".
           05 MT-RUN-ID            PIC X(14).
           05 FILLER               PIC X(8) VALUE "  SHOTS ".
           05 MT-SHOTS             PIC ZZZZ9.
           05 FILLER               PIC X(9) VALUE "  RESULT ".
           05 MT-RESULT            PIC Z9.
           05 MT-RESULT-X REDEFINES MT-RESULT PIC XX.
           05 FILLER               PIC X(11) VALUE SPACES.

       01 REGISTER-LINE.
           05 FILLER               PIC X(11) VALUE "  REGISTER ".
           05 RG-REGISTER-ID       PIC X(8).
           05 FILLER               PIC X(10) VALUE "  MEMBERS ".
           05 RG-NUM-QUDITS        PIC Z9.
           05 FILLER               PIC X(15) VALUE
               "  LAST JOINT  ".
           05 RG-JOINT-RESULT      PIC X(24).
           05 FILLER               PIC X(10) VALUE SPACES.

       01 MEMBER-LINE.
           05 FILLER               PIC X(9) VALUE "  MEMBER ".
           05 MB-QUDIT-ID          PIC X(8).
           05 FILLER               PIC X(9) VALUE "  RESULT ".
           05 MB-RESULT            PIC Z9.
           05 FILLER               PIC X(13) VALUE "  TOTAL PROB ".
           05 MB-TOTAL-PROB        PIC 9.9999.
           05 FILLER               PIC X(33) VALUE SPACES.

       01 QUDIT-ID-LINE.
           05 FILLER               PIC X(8) VALUE "  QUDIT ".
           05 QL-QUDIT-ID          PIC X(8).
           05 FILLER               PIC X(13) VALUE "  TOTAL PROB ".
           05 QL-TOTAL-PROB        PIC 9.9999.
           05 FILLER               PIC X(45) VALUE SPACES.

       01 LEVEL-LINE.
           05 FILLER               PIC X(10) VALUE "    LEVEL ".
           05 LV-LEVEL             PIC 99.
           05 FILLER               PIC X(12) VALUE "  AMPLITUDE ".
           05 LV-REAL              PIC +9.9999.
           05 FILLER               PIC X VALUE SPACE.
           05 LV-IMAG              PIC +9.9999.
           05 FILLER               PIC X VALUE "i".
           05 FILLER               PIC X(8) VALUE "  COUNT ".
           05 LV-COUNT             PIC ZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LV-PERCENT           PIC ZZ9.99.
           05 FILLER               PIC X VALUE "%".
           05 FILLER               PIC X(12) VALUE SPACES.

       01 TRAILER-LINE-1.
           05 FILLER               PIC X(17) VALUE "RECORDS READ     ".
           05 TR1-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 TRAILER-LINE-2.
           05 FILLER               PIC X(17) VALUE "MATCHES LISTED   ".
           05 TR2-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 CONDITION-LINE.
           05 FILLER               PIC X(17) VALUE "CONDITION CODE   ".
           05 CL-CONDITION-CODE    PIC 99.
           05 FILLER               PIC X(61) VALUE SPACES.

       01 NO-MATCH-LINE.
           05 FILLER               PIC X(80) VALUE
               "NO MEASUREMENTS FOUND FOR THE ID AND RANGE GIVEN".

       01 NO-ID-LINE.
           05 FILLER               PIC X(80) VALUE
               "NO ID= GIVEN -- NOTHING TO LOOK UP".

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
       MAIN-LOGIC.
           PERFORM PARSE-PARM-CARD
           OPEN OUTPUT INQUIRY-REPORT
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE RUN-STAMP TO HDR-RUN-STAMP
           WRITE REPORT-LINE FROM HEADER-LINE-1
           WRITE REPORT-LINE FROM HEADER-LINE-2
           MOVE INQUIRY-ID TO SEL-ID
           MOVE FROM-DATE TO SEL-FROM-DATE
           MOVE TO-DATE TO SEL-TO-DATE
           WRITE REPORT-LINE FROM SELECTION-LINE-1
           IF FROM-RUN-ID NOT = SPACES OR TO-RUN-ID NOT = SPACES
               MOVE FROM-RUN-ID TO SEL-FROM-RUN-ID
               MOVE TO-RUN-ID TO SEL-TO-RUN-ID
               WRITE REPORT-LINE FROM SELECTION-LINE-2
           END-IF
           WRITE REPORT-LINE FROM HEADER-LINE-2
           IF INQUIRY-ID = SPACES
               WRITE REPORT-LINE FROM NO-ID-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               SORT SORT-WORK
                   ON ASCENDING KEY SH-TIMESTAMP
                                    SH-SOURCE-IDX
                   INPUT PROCEDURE IS RELEASE-HISTORY-INPUT
                   OUTPUT PROCEDURE IS LIST-SORTED-HISTORY
               IF MATCHES-LISTED = 0
                   WRITE REPORT-LINE FROM NO-MATCH-LINE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           WRITE REPORT-LINE FROM HEADER-LINE-2
           MOVE RECORDS-READ TO TR1-COUNT
           MOVE MATCHES-LISTED TO TR2-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE-1
           WRITE REPORT-LINE FROM TRAILER-LINE-2
           MOVE RETURN-CODE TO CL-CONDITION-CODE
           WRITE REPORT-LINE FROM CONDITION-LINE
           CLOSE INQUIRY-REPORT
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
           EVALUATE WS-PARM-KEY
               WHEN "ID"
                   MOVE WS-PARM-VAL TO INQUIRY-ID
               WHEN "FROM"
                   MOVE WS-PARM-VAL TO FROM-DATE
               WHEN "TO"
                   MOVE WS-PARM-VAL TO TO-DATE
               WHEN "RUNFROM"
                   MOVE WS-PARM-VAL TO FROM-RUN-ID
               WHEN "RUNTO"
                   MOVE WS-PARM-VAL TO TO-RUN-ID
           END-EVALUATE.

      * An id is looked for as a qudit on QUDITLOG/QUDITHST and as
      * a register on QREGLOG/QREGHST; ids are unique across the
      * two, so at most one pair of files yields matches.
       RELEASE-HISTORY-INPUT SECTION.
       RELEASE-HISTORY-RECORDS.
           MOVE 1 TO SRC-IDX
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT QUDIT-MEASURE-LOG
           IF WS-LOG-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ QUDIT-MEASURE-LOG INTO INQ-LOG-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM SELECT-QUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE QUDIT-MEASURE-LOG
           END-IF
           MOVE 2 TO SRC-IDX
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT QUDIT-LOG-HISTORY
           IF WS-HST-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ QUDIT-LOG-HISTORY INTO INQ-LOG-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM SELECT-QUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE QUDIT-LOG-HISTORY
           END-IF
           MOVE 3 TO SRC-IDX
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT REGISTER-MEASURE-LOG
           IF WS-REGLOG-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ REGISTER-MEASURE-LOG INTO INQ-REG-LOG-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM SELECT-REGISTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE REGISTER-MEASURE-LOG
           END-IF
           MOVE 4 TO SRC-IDX
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT REGISTER-LOG-HISTORY
           IF WS-RGH-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ REGISTER-LOG-HISTORY INTO INQ-REG-LOG-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM SELECT-REGISTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE REGISTER-LOG-HISTORY
           END-IF.

       RELEASE-DETAIL SECTION.
       SELECT-QUDIT-RECORD.
           ADD 1 TO RECORDS-READ
           IF ML-QUDIT-ID = INQUIRY-ID
               MOVE ML-TIMESTAMP(1:8) TO MATCH-DATE
               MOVE ML-RUN-ID TO MATCH-RUN-ID
               PERFORM CHECK-RANGE
               IF IN-RANGE
                   MOVE ML-TIMESTAMP TO SH-TIMESTAMP
                   MOVE SRC-IDX TO SH-SOURCE-IDX
                   MOVE SPACES TO SH-IMAGE
                   MOVE INQ-LOG-RECORD TO SH-IMAGE
                   RELEASE SORT-HISTORY-RECORD
               END-IF
           END-IF.

       SELECT-REGISTER-RECORD.
           ADD 1 TO RECORDS-READ
           IF RL-REGISTER-ID = INQUIRY-ID
               MOVE RL-TIMESTAMP(1:8) TO MATCH-DATE
               MOVE RL-TIMESTAMP(1:14) TO MATCH-RUN-ID
               PERFORM CHECK-RANGE
               IF IN-RANGE
                   MOVE RL-TIMESTAMP TO SH-TIMESTAMP
                   MOVE SRC-IDX TO SH-SOURCE-IDX
                   MOVE INQ-REG-LOG-RECORD TO SH-IMAGE
                   RELEASE SORT-HISTORY-RECORD
               END-IF
           END-IF.

      * A bound left off is open; with neither run-id bound given
      * the run-id is not tested at all.
       CHECK-RANGE.
           MOVE "Y" TO WS-IN-RANGE
           IF MATCH-DATE < FROM-DATE OR MATCH-DATE > TO-DATE
               MOVE "N" TO WS-IN-RANGE
           END-IF
           IF FROM-RUN-ID NOT = SPACES
               AND MATCH-RUN-ID < FROM-RUN-ID
               MOVE "N" TO WS-IN-RANGE
           END-IF
           IF TO-RUN-ID NOT = SPACES
               AND MATCH-RUN-ID > TO-RUN-ID
               MOVE "N" TO WS-IN-RANGE
           END-IF
           IF (FROM-RUN-ID NOT = SPACES OR TO-RUN-ID NOT = SPACES)
               AND MATCH-RUN-ID = SPACES
               MOVE "N" TO WS-IN-RANGE
           END-IF.

       LIST-SORTED-HISTORY SECTION.
       LIST-SORTED-RECORDS.
           PERFORM UNTIL END-OF-SORT-FILE
               RETURN SORT-WORK
                   AT END
                       SET END-OF-SORT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO MATCHES-LISTED
                       IF SH-SOURCE-IDX < 3
                           PERFORM LIST-QUDIT-MEASUREMENT
                       ELSE
                           PERFORM LIST-REGISTER-MEASUREMENT
                       END-IF
               END-RETURN
           END-PERFORM.

       LIST-DETAIL SECTION.
       LIST-QUDIT-MEASUREMENT.
           MOVE SH-IMAGE(1:334) TO INQ-LOG-RECORD
           MOVE SOURCE-NAME(SH-SOURCE-IDX) TO MT-SOURCE
           MOVE ML-TIMESTAMP(1:8) TO MT-DATE
           MOVE ML-TIMESTAMP(9:6) TO MT-TIME
           MOVE ML-RUN-ID TO MT-RUN-ID
           MOVE ML-SHOTS-COUNT TO MT-SHOTS
           MOVE ML-RESULT TO MT-RESULT
           WRITE REPORT-LINE FROM MATCH-LINE
           MOVE ML-QUDIT-ID TO QL-QUDIT-ID
           MOVE ML-TOTAL-PROB TO QL-TOTAL-PROB
           WRITE REPORT-LINE FROM QUDIT-ID-LINE
           MOVE ML-NUM-AMPLITUDES TO LEVELS-SHOWN
           IF LEVELS-SHOWN > MAX-QUDIT-SIZE
               MOVE MAX-QUDIT-SIZE TO LEVELS-SHOWN
           END-IF
           MOVE ML-SHOTS-COUNT TO LEVEL-SHOTS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LEVELS-SHOWN
               MOVE ML-AMPLITUDE-REAL(I) TO LV-REAL
               MOVE ML-AMPLITUDE-IMAG(I) TO LV-IMAG
               MOVE ML-HIST-COUNT(I) TO LEVEL-COUNT
               PERFORM WRITE-LEVEL-LINE
           END-PERFORM
           MOVE 0 TO I.

       LIST-REGISTER-MEASUREMENT.
           MOVE SH-IMAGE TO INQ-REG-LOG-RECORD
           MOVE SOURCE-NAME(SH-SOURCE-IDX) TO MT-SOURCE
           MOVE RL-TIMESTAMP(1:8) TO MT-DATE
           MOVE RL-TIMESTAMP(9:6) TO MT-TIME
           MOVE SPACES TO MT-RUN-ID
           MOVE RL-SHOTS-COUNT TO MT-SHOTS
           MOVE SPACES TO MT-RESULT-X
           WRITE REPORT-LINE FROM MATCH-LINE
           MOVE RL-REGISTER-ID TO RG-REGISTER-ID
           MOVE RL-NUM-QUDITS TO RG-NUM-QUDITS
           MOVE RL-JOINT-RESULT TO RG-JOINT-RESULT
           WRITE REPORT-LINE FROM REGISTER-LINE
           MOVE RL-NUM-QUDITS TO MEMBERS-SHOWN
           IF MEMBERS-SHOWN > MAX-QUDITS-PER-REGISTER
               MOVE MAX-QUDITS-PER-REGISTER TO MEMBERS-SHOWN
           END-IF
           MOVE RL-SHOTS-COUNT TO LEVEL-SHOTS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > MEMBERS-SHOWN
               PERFORM LIST-REGISTER-MEMBER
           END-PERFORM
           MOVE 0 TO K.

       LIST-REGISTER-MEMBER.
           MOVE RL-QUDIT-ID(K) TO MB-QUDIT-ID
           MOVE RL-RESULT(K) TO MB-RESULT
           MOVE RL-TOTAL-PROB(K) TO MB-TOTAL-PROB
           WRITE REPORT-LINE FROM MEMBER-LINE
           MOVE RL-NUM-AMPLITUDES(K) TO LEVELS-SHOWN
           IF LEVELS-SHOWN > MAX-QUDIT-SIZE
               MOVE MAX-QUDIT-SIZE TO LEVELS-SHOWN
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LEVELS-SHOWN
               MOVE RL-AMPLITUDE-REAL(K I) TO LV-REAL
               MOVE RL-AMPLITUDE-IMAG(K I) TO LV-IMAG
               MOVE RL-HIST-COUNT(K I) TO LEVEL-COUNT
               PERFORM WRITE-LEVEL-LINE
           END-PERFORM
           MOVE 0 TO I.

       WRITE-LEVEL-LINE.
           MOVE I TO LV-LEVEL
           MOVE LEVEL-COUNT TO LV-COUNT
           IF LEVEL-SHOTS > 0
               COMPUTE LEVEL-PERCENT ROUNDED =
                   LEVEL-COUNT * 100 / LEVEL-SHOTS
           ELSE
               MOVE 0 TO LEVEL-PERCENT
           END-IF
           MOVE LEVEL-PERCENT TO LV-PERCENT
           WRITE REPORT-LINE FROM LEVEL-LINE.

       END PROGRAM QUDITINQ.
