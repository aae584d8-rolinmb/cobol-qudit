       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUDITCHG.

      ***************************************************************
      * Modification history
      * ---------------------------------------------------------
      * Period-end shot-usage chargeback.  Shots are the main
      * driver of the batch window, and until now nothing said
      * which department they were run for.  This step reads the
      * live logs QUDITLOG and QREGLOG together with their archives
      * QUDITHST and QREGHST (QUDITARC moves completed runs from
      * one to the other, so between them every measurement is
      * read once), keeps the records whose timestamp falls in the
      * chargeback month, and charges each to the cost center that
      * owned the definition on the measurement date -- the
      * QUDITMST version in force then, by the same as-of rule
      * QUDITEXT and QUDITCNF use.  A register is charged to the
      * owner of its lead member, the first qudit on the QREGLOG
      * record.  Rejected submissions are read from the QUDITDSC
      * and QREGDSC discrepancy reports, which each run rewrites;
      * the scheduler keeps the month's reports concatenated for
      * this step, and the run-id on each record dates it.  All
      * the member rejects of one register on one run count as
      * one rejected submission, charged to the first member
      * named.
      *
      * Each log record is one run.  A QUDITLOG record counts one
      * qudit and its ML-SHOTS-COUNT; a QREGLOG record counts its
      * RL-NUM-QUDITS members and its RL-SHOTS-COUNT.  Usage whose
      * id is not on the master, has no version in force, or whose
      * version names no cost center is charged to "*NONE*".
      *
      * The month comes from a MONTH= parm (yyyymm), by default
      * the calendar month before today.  Report on QCHGRPT: one
      * line per cost center, the totals, the records and shots
      * read from each source, and a balance check that what was
      * charged equals what was read.  Summary feed to finance on
      * QCHGFIN (layout QCHGFIN) with header and trailer control
      * totals.  RETURN-CODE 4 when any usage was charged to
      * "*NONE*", 8 when the month is not valid, the master could
      * not be opened or the charges do not balance to the logs.
      *
      * Note on naming: follows QUDIT's convention -- core
      * chargeback fields keep plain names, support fields for
      * file status and flags carry a WS- prefix.
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

           SELECT DISCREPANCY-RPT ASSIGN TO "QUDITDSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSC-FILE-STATUS.

           SELECT REGISTER-DISCREPANCY-RPT ASSIGN TO "QREGDSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDS-FILE-STATUS.

           SELECT QUDIT-MASTER ASSIGN TO "QUDITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-MASTER-KEY OF QUDIT-MASTER-RECORD
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT CHARGEBACK-REPORT ASSIGN TO "QCHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT FINANCE-FEED ASSIGN TO "QCHGFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-FILE-STATUS.

           SELECT SORT-WORK ASSIGN TO "QCHGSRT".

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

       FD  DISCREPANCY-RPT.
       COPY QUDITDSC REPLACING ==RECORD-NAME== BY
           ==DISCREPANCY-RECORD==.

       FD  REGISTER-DISCREPANCY-RPT.
       COPY QREGDSC REPLACING ==RECORD-NAME== BY
           ==REGISTER-DISCREPANCY-RECORD==.

       FD  QUDIT-MASTER.
       COPY QUDITMST REPLACING ==RECORD-NAME== BY
           ==QUDIT-MASTER-RECORD==.

       FD  CHARGEBACK-REPORT.
       01 REPORT-LINE               PIC X(80).

       FD  FINANCE-FEED.
       COPY QCHGFIN REPLACING ==RECORD-NAME== BY
           ==FINANCE-FEED-RECORD==.

      * One sort record per charged log or reject record; the
      * cost center is resolved against the master at release
      * time, so the report side only has to add up.
       SD  SORT-WORK.
       01 SORT-USAGE-RECORD.
           05 SU-COST-CENTER        PIC X(6).
           05 SU-RUN-COUNT          PIC 9.
           05 SU-QUDIT-COUNT        PIC 99.
           05 SU-SHOTS-COUNT        PIC 9(5).
           05 SU-REJECT-COUNT       PIC 9.

       WORKING-STORAGE SECTION.

      * Both logs and both archives are read into these areas; the
      * archives are byte copies of the live layouts.
       COPY QUDITLOG REPLACING ==RECORD-NAME== BY
           ==USAGE-LOG-RECORD==.
       COPY QREGLOG REPLACING ==RECORD-NAME== BY
           ==USAGE-REG-LOG-RECORD==.

       77 SRC-IDX                  PIC 9 VALUE 1.
       77 OUT-OF-PERIOD-COUNT      PIC 9(7) VALUE 0.
       77 UNASSIGNED-COUNT         PIC 9(7) VALUE 0.
       77 COST-CENTERS-LISTED      PIC 9(7) VALUE 0.
       77 FEED-RECORDS-WRITTEN     PIC 9(7) VALUE 0.

      * Control totals per input source, in the order read:
      * 1 QUDITLOG, 2 QUDITHST, 3 QREGLOG, 4 QREGHST, 5 QUDITDSC,
      * 6 QREGDSC.
       01 SOURCE-NAMES.
           05 FILLER               PIC X(8) VALUE "QUDITLOG".
           05 FILLER               PIC X(8) VALUE "QUDITHST".
           05 FILLER               PIC X(8) VALUE "QREGLOG".
           05 FILLER               PIC X(8) VALUE "QREGHST".
           05 FILLER               PIC X(8) VALUE "QUDITDSC".
           05 FILLER               PIC X(8) VALUE "QREGDSC".
       01 SOURCE-NAME-TABLE REDEFINES SOURCE-NAMES.
           05 SOURCE-NAME          PIC X(8) OCCURS 6 TIMES.

       01 SOURCE-TOTALS.
           05 SOURCE-ENTRY OCCURS 6 TIMES.
               10 SRC-RECORDS      PIC 9(7).
               10 SRC-QUDITS       PIC 9(9).
               10 SRC-SHOTS        PIC 9(11).
               10 SRC-REJECTS      PIC 9(7).

      * What was read for the period, summed over the sources, and
      * what the control break charged out -- the two must agree.
       01 READ-TOTALS.
           05 READ-RUNS            PIC 9(7) VALUE 0.
           05 READ-QUDITS          PIC 9(9) VALUE 0.
           05 READ-SHOTS           PIC 9(11) VALUE 0.
           05 READ-REJECTS         PIC 9(7) VALUE 0.
       01 CHARGED-TOTALS.
           05 CHARGED-RUNS         PIC 9(7) VALUE 0.
           05 CHARGED-QUDITS       PIC 9(9) VALUE 0.
           05 CHARGED-SHOTS        PIC 9(11) VALUE 0.
           05 CHARGED-REJECTS      PIC 9(7) VALUE 0.
       01 BALANCE-READ             PIC 9(11) VALUE 0.
       01 BALANCE-CHARGED          PIC 9(11) VALUE 0.

       01 GROUP-ACCUMULATORS.
           05 GRP-COST-CENTER      PIC X(6) VALUE SPACES.
           05 GRP-RUN-COUNT        PIC 9(7) VALUE 0.
           05 GRP-QUDIT-COUNT      PIC 9(9) VALUE 0.
           05 GRP-SHOTS-TOTAL      PIC 9(11) VALUE 0.
           05 GRP-REJECT-COUNT     PIC 9(7) VALUE 0.

       01 CHARGE-MONTH.
           05 CHARGE-YEAR          PIC 9(4).
           05 CHARGE-MM            PIC 99.
       01 CHARGE-MONTH-X REDEFINES CHARGE-MONTH PIC X(6).
       01 TODAY-DATE.
           05 TODAY-YEAR           PIC 9(4).
           05 TODAY-MM             PIC 99.
           05 TODAY-DD             PIC 99.
       01 TODAY-DATE-X REDEFINES TODAY-DATE PIC X(8).

       01 AS-OF-DATE               PIC X(8) VALUE SPACES.
       01 LOOKUP-QUDIT-ID          PIC X(8) VALUE SPACES.
       01 CHARGE-COST-CENTER       PIC X(6) VALUE SPACES.
       01 NO-COST-CENTER           PIC X(6) VALUE "*NONE*".
       01 LAST-REJECT-KEY          PIC X(22) VALUE SPACES.
       01 THIS-REJECT-KEY          PIC X(22) VALUE SPACES.
       01 WS-END-OF-VERSIONS       PIC X VALUE "N".
       01 WS-INFORCE-IMAGE         PIC X(241) VALUE SPACES.

       01 WS-LOG-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-HST-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-REGLOG-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-RGH-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-DSC-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-RDS-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-MST-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-RPT-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-FIN-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-END-OF-FILE           PIC X VALUE "N".
           88 END-OF-FILE          VALUE "Y".
       01 WS-END-OF-SORT-FILE      PIC X VALUE "N".
           88 END-OF-SORT-FILE     VALUE "Y".
       01 WS-GROUP-ACTIVE          PIC X VALUE "N".
           88 GROUP-ACTIVE         VALUE "Y".
       01 WS-MASTER-FOUND          PIC X VALUE "N".
           88 MASTER-FOUND         VALUE "Y".
       01 WS-MONTH-VALID           PIC X VALUE "Y".
           88 MONTH-VALID          VALUE "Y".
       01 WS-BALANCED              PIC X VALUE "Y".
           88 CHARGES-BALANCED     VALUE "Y".

       01 WS-PARM-CARD             PIC X(80) VALUE SPACES.
       01 WS-PARM-TOKENS.
           05 WS-PARM-TOKEN PIC X(20) OCCURS 4 TIMES.
       01 WS-PARM-KEY              PIC X(10) VALUE SPACES.
       01 WS-PARM-VAL              PIC X(14) VALUE SPACES.
       77 WS-PARM-IDX              PIC 9 VALUE 1.

       01 RUN-STAMP                PIC X(21) VALUE SPACES.

       01 HEADER-LINE-1.
           05 FILLER               PIC X(34) VALUE
               "QUDIT SHOT USAGE CHARGEBACK    -  ".
           05 HDR-RUN-STAMP        PIC X(21).
           05 FILLER               PIC X(25) VALUE SPACES.

       01 HEADER-LINE-2.
           05 FILLER               PIC X(80) VALUE ALL "-".

       01 PERIOD-LINE.
           05 FILLER               PIC X(17) VALUE "CHARGEBACK MONTH ".
           05 PL-MONTH             PIC X(6).
           05 FILLER               PIC X(57) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
           05 FILLER               PIC X(53) VALUE
               "CENTER       RUNS     QUDITS          SHOTS  REJECTS".
           05 FILLER               PIC X(27) VALUE SPACES.

       01 COST-CENTER-LINE.
           05 CC-COST-CENTER       PIC X(6).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 CC-RUN-COUNT         PIC ZZZZZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 CC-QUDIT-COUNT       PIC ZZZZZZZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 CC-SHOTS-TOTAL       PIC ZZZZZZZZZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 CC-REJECT-COUNT      PIC ZZZZZZ9.
           05 FILLER               PIC X(27) VALUE SPACES.

       01 SOURCE-LINE.
           05 FILLER               PIC X(7) VALUE "SOURCE ".
           05 SL-SOURCE-NAME       PIC X(8).
           05 FILLER               PIC X(10) VALUE "  RECORDS ".
           05 SL-RECORDS           PIC ZZZZZZ9.
           05 FILLER               PIC X(9) VALUE "  QUDITS ".
           05 SL-QUDITS            PIC ZZZZZZZZ9.
           05 FILLER               PIC X(8) VALUE "  SHOTS ".
           05 SL-SHOTS             PIC ZZZZZZZZZZ9.
           05 FILLER               PIC X(11) VALUE SPACES.

       01 REJECT-SOURCE-LINE.
           05 FILLER               PIC X(7) VALUE "SOURCE ".
           05 RS-SOURCE-NAME       PIC X(8).
           05 FILLER               PIC X(10) VALUE "  RECORDS ".
           05 RS-RECORDS           PIC ZZZZZZ9.
           05 FILLER               PIC X(10) VALUE "  REJECTS ".
           05 RS-REJECTS           PIC ZZZZZZ9.
           05 FILLER               PIC X(31) VALUE SPACES.

       01 BALANCE-LINE.
           05 BL-LABEL             PIC X(17).
           05 FILLER               PIC X(5) VALUE "READ ".
           05 BL-READ              PIC ZZZZZZZZZZ9.
           05 FILLER               PIC X(10) VALUE "  CHARGED ".
           05 BL-CHARGED           PIC ZZZZZZZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BL-STATUS            PIC X(14).
           05 FILLER               PIC X(10) VALUE SPACES.

       01 TRAILER-LINE-1.
           05 FILLER               PIC X(17) VALUE "COST CENTERS     ".
           05 TR1-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 TRAILER-LINE-2.
           05 FILLER               PIC X(17) VALUE "CHARGED TO *NONE*".
           05 TR2-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 TRAILER-LINE-3.
           05 FILLER               PIC X(17) VALUE "OUT OF PERIOD    ".
           05 TR3-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 TRAILER-LINE-4.
           05 FILLER               PIC X(17) VALUE "FEED RECORDS     ".
           05 TR4-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 CONDITION-LINE.
           05 FILLER               PIC X(17) VALUE "CONDITION CODE   ".
           05 CL-CONDITION-CODE    PIC 99.
           05 FILLER               PIC X(61) VALUE SPACES.

       01 NO-USAGE-LINE.
           05 FILLER               PIC X(80) VALUE
               "NO MEASUREMENTS OR REJECTS FOUND FOR THE MONTH".

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE RUN-STAMP(1:8) TO TODAY-DATE-X
           PERFORM SET-DEFAULT-MONTH
           PERFORM PARSE-PARM-CARD
           OPEN OUTPUT CHARGEBACK-REPORT
           MOVE RUN-STAMP TO HDR-RUN-STAMP
           WRITE REPORT-LINE FROM HEADER-LINE-1
           WRITE REPORT-LINE FROM HEADER-LINE-2
           MOVE CHARGE-MONTH-X TO PL-MONTH
           WRITE REPORT-LINE FROM PERIOD-LINE
           WRITE REPORT-LINE FROM HEADER-LINE-2
           IF CHARGE-MONTH-X NOT NUMERIC
               MOVE "N" TO WS-MONTH-VALID
           ELSE
               IF CHARGE-MM < 1 OR CHARGE-MM > 12
                   MOVE "N" TO WS-MONTH-VALID
               END-IF
           END-IF
           IF NOT MONTH-VALID
               DISPLAY "Chargeback month " CHARGE-MONTH-X
                   " is not a valid yyyymm -- nothing charged."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT QUDIT-MASTER
               IF WS-MST-FILE-STATUS NOT = "00"
                   DISPLAY "Qudit master QUDITMST could not be "
                       "opened, status " WS-MST-FILE-STATUS
                       " -- nothing charged."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CHARGE-PERIOD-USAGE
                   CLOSE QUDIT-MASTER
               END-IF
           END-IF
           PERFORM WRITE-TRAILER-LINES
           CLOSE CHARGEBACK-REPORT
           DISPLAY "Chargeback " CHARGE-MONTH-X ": "
               COST-CENTERS-LISTED " cost centers, "
               READ-SHOTS " shots, " UNASSIGNED-COUNT
               " records charged to *NONE*."
           STOP RUN.

      * Default period: the calendar month before today's.
       SET-DEFAULT-MONTH.
           IF TODAY-MM = 1
               COMPUTE CHARGE-YEAR = TODAY-YEAR - 1
               MOVE 12 TO CHARGE-MM
           ELSE
               MOVE TODAY-YEAR TO CHARGE-YEAR
               COMPUTE CHARGE-MM = TODAY-MM - 1
           END-IF.

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
           IF WS-PARM-KEY = "MONTH"
               MOVE WS-PARM-VAL TO CHARGE-MONTH-X
           END-IF.

      * The feed header goes out before the sort and the trailer
      * after it, so the trailer totals are the charged totals
      * the balance check has just compared with the logs.
       CHARGE-PERIOD-USAGE.
           PERFORM VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 6
               MOVE 0 TO SRC-RECORDS(SRC-IDX)
               MOVE 0 TO SRC-QUDITS(SRC-IDX)
               MOVE 0 TO SRC-SHOTS(SRC-IDX)
               MOVE 0 TO SRC-REJECTS(SRC-IDX)
           END-PERFORM
           MOVE 1 TO SRC-IDX
           OPEN OUTPUT FINANCE-FEED
           PERFORM WRITE-FEED-HEADER
           WRITE REPORT-LINE FROM COLUMN-HEADING-LINE
           SORT SORT-WORK
               ON ASCENDING KEY SU-COST-CENTER
               INPUT PROCEDURE IS RELEASE-USAGE-INPUT
               OUTPUT PROCEDURE IS REPORT-SORTED-USAGE
           IF COST-CENTERS-LISTED = 0
               WRITE REPORT-LINE FROM NO-USAGE-LINE
           END-IF
           MOVE "TOTAL" TO CC-COST-CENTER
           MOVE CHARGED-RUNS TO CC-RUN-COUNT
           MOVE CHARGED-QUDITS TO CC-QUDIT-COUNT
           MOVE CHARGED-SHOTS TO CC-SHOTS-TOTAL
           MOVE CHARGED-REJECTS TO CC-REJECT-COUNT
           WRITE REPORT-LINE FROM HEADER-LINE-2
           WRITE REPORT-LINE FROM COST-CENTER-LINE
           WRITE REPORT-LINE FROM HEADER-LINE-2
           PERFORM WRITE-SOURCE-LINES
           WRITE REPORT-LINE FROM HEADER-LINE-2
           PERFORM WRITE-BALANCE-LINES
           PERFORM WRITE-FEED-TRAILER
           CLOSE FINANCE-FEED
           IF NOT CHARGES-BALANCED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF UNASSIGNED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-FEED-HEADER.
           MOVE SPACES TO FINANCE-FEED-RECORD
           MOVE "H" TO CF-RECORD-TYPE
           MOVE CHARGE-MONTH-X TO CF-PERIOD
           MOVE RUN-STAMP(1:14) TO CF-RUN-ID
           MOVE TODAY-DATE-X TO CF-EXTRACT-DATE
           WRITE FINANCE-FEED-RECORD
           ADD 1 TO FEED-RECORDS-WRITTEN.

       WRITE-FEED-TRAILER.
           MOVE SPACES TO FINANCE-FEED-RECORD
           MOVE "T" TO CF-RECORD-TYPE
           MOVE CHARGE-MONTH-X TO CF-PERIOD
           MOVE COST-CENTERS-LISTED TO CF-DETAIL-COUNT
           MOVE CHARGED-RUNS TO CF-TOTAL-RUNS
           MOVE CHARGED-QUDITS TO CF-TOTAL-QUDITS
           MOVE CHARGED-SHOTS TO CF-TOTAL-SHOTS
           MOVE CHARGED-REJECTS TO CF-TOTAL-REJECTS
           WRITE FINANCE-FEED-RECORD
           ADD 1 TO FEED-RECORDS-WRITTEN.

      * Sources 1-4 are logs, 5-6 are reject reports; each source
      * is listed with what it contributed to the period, and the
      * sum over the sources is what the charges must tie to.
       WRITE-SOURCE-LINES.
           PERFORM VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 6
               ADD SRC-QUDITS(SRC-IDX) TO READ-QUDITS
               ADD SRC-SHOTS(SRC-IDX) TO READ-SHOTS
               ADD SRC-REJECTS(SRC-IDX) TO READ-REJECTS
               IF SRC-IDX < 5
                   ADD SRC-RECORDS(SRC-IDX) TO READ-RUNS
                   MOVE SOURCE-NAME(SRC-IDX) TO SL-SOURCE-NAME
                   MOVE SRC-RECORDS(SRC-IDX) TO SL-RECORDS
                   MOVE SRC-QUDITS(SRC-IDX) TO SL-QUDITS
                   MOVE SRC-SHOTS(SRC-IDX) TO SL-SHOTS
                   WRITE REPORT-LINE FROM SOURCE-LINE
               ELSE
                   MOVE SOURCE-NAME(SRC-IDX) TO RS-SOURCE-NAME
                   MOVE SRC-RECORDS(SRC-IDX) TO RS-RECORDS
                   MOVE SRC-REJECTS(SRC-IDX) TO RS-REJECTS
                   WRITE REPORT-LINE FROM REJECT-SOURCE-LINE
               END-IF
           END-PERFORM
           MOVE 1 TO SRC-IDX.

       WRITE-BALANCE-LINES.
           MOVE "RUNS" TO BL-LABEL
           MOVE READ-RUNS TO BALANCE-READ
           MOVE CHARGED-RUNS TO BALANCE-CHARGED
           PERFORM SET-BALANCE-STATUS
           MOVE "QUDITS" TO BL-LABEL
           MOVE READ-QUDITS TO BALANCE-READ
           MOVE CHARGED-QUDITS TO BALANCE-CHARGED
           PERFORM SET-BALANCE-STATUS
           MOVE "SHOTS" TO BL-LABEL
           MOVE READ-SHOTS TO BALANCE-READ
           MOVE CHARGED-SHOTS TO BALANCE-CHARGED
           PERFORM SET-BALANCE-STATUS
           MOVE "REJECTS" TO BL-LABEL
           MOVE READ-REJECTS TO BALANCE-READ
           MOVE CHARGED-REJECTS TO BALANCE-CHARGED
           PERFORM SET-BALANCE-STATUS.

       SET-BALANCE-STATUS.
           MOVE BALANCE-READ TO BL-READ
           MOVE BALANCE-CHARGED TO BL-CHARGED
           IF BALANCE-READ = BALANCE-CHARGED
               MOVE "BALANCED" TO BL-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO BL-STATUS
               MOVE "N" TO WS-BALANCED
           END-IF
           WRITE REPORT-LINE FROM BALANCE-LINE.

       WRITE-TRAILER-LINES.
           WRITE REPORT-LINE FROM HEADER-LINE-2
           MOVE COST-CENTERS-LISTED TO TR1-COUNT
           MOVE UNASSIGNED-COUNT TO TR2-COUNT
           MOVE OUT-OF-PERIOD-COUNT TO TR3-COUNT
           MOVE FEED-RECORDS-WRITTEN TO TR4-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE-1
           WRITE REPORT-LINE FROM TRAILER-LINE-2
           WRITE REPORT-LINE FROM TRAILER-LINE-3
           WRITE REPORT-LINE FROM TRAILER-LINE-4
           MOVE RETURN-CODE TO CL-CONDITION-CODE
           WRITE REPORT-LINE FROM CONDITION-LINE.

      * Every source is optional -- a month with no register runs,
      * or no rejects, simply contributes nothing.
       RELEASE-USAGE-INPUT SECTION.
       RELEASE-USAGE-RECORDS.
           MOVE 1 TO SRC-IDX
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT QUDIT-MEASURE-LOG
           IF WS-LOG-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ QUDIT-MEASURE-LOG INTO USAGE-LOG-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM CHARGE-QUDIT-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE QUDIT-MEASURE-LOG
           END-IF
           MOVE 2 TO SRC-IDX
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT QUDIT-LOG-HISTORY
           IF WS-HST-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ QUDIT-LOG-HISTORY INTO USAGE-LOG-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM CHARGE-QUDIT-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE QUDIT-LOG-HISTORY
           END-IF
           MOVE 3 TO SRC-IDX
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT REGISTER-MEASURE-LOG
           IF WS-REGLOG-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ REGISTER-MEASURE-LOG INTO USAGE-REG-LOG-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM CHARGE-REG-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE REGISTER-MEASURE-LOG
           END-IF
           MOVE 4 TO SRC-IDX
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT REGISTER-LOG-HISTORY
           IF WS-RGH-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ REGISTER-LOG-HISTORY INTO USAGE-REG-LOG-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM CHARGE-REG-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE REGISTER-LOG-HISTORY
           END-IF
           MOVE 5 TO SRC-IDX
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT DISCREPANCY-RPT
           IF WS-DSC-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ DISCREPANCY-RPT
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM CHARGE-QUDIT-REJECT
                   END-READ
               END-PERFORM
               CLOSE DISCREPANCY-RPT
           END-IF
           MOVE 6 TO SRC-IDX
           MOVE "N" TO WS-END-OF-FILE
           MOVE SPACES TO LAST-REJECT-KEY
           OPEN INPUT REGISTER-DISCREPANCY-RPT
           IF WS-RDS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ REGISTER-DISCREPANCY-RPT
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM CHARGE-REGISTER-REJECT
                   END-READ
               END-PERFORM
               CLOSE REGISTER-DISCREPANCY-RPT
           END-IF.

       RELEASE-DETAIL SECTION.
       CHARGE-QUDIT-LOG-RECORD.
           IF ML-TIMESTAMP(1:6) NOT = CHARGE-MONTH-X
               ADD 1 TO OUT-OF-PERIOD-COUNT
           ELSE
               ADD 1 TO SRC-RECORDS(SRC-IDX)
               ADD 1 TO SRC-QUDITS(SRC-IDX)
               ADD ML-SHOTS-COUNT TO SRC-SHOTS(SRC-IDX)
               MOVE ML-QUDIT-ID TO LOOKUP-QUDIT-ID
               MOVE ML-TIMESTAMP(1:8) TO AS-OF-DATE
               PERFORM FIND-OWNER-AS-OF
               MOVE CHARGE-COST-CENTER TO SU-COST-CENTER
               MOVE 1 TO SU-RUN-COUNT
               MOVE 1 TO SU-QUDIT-COUNT
               MOVE ML-SHOTS-COUNT TO SU-SHOTS-COUNT
               MOVE 0 TO SU-REJECT-COUNT
               RELEASE SORT-USAGE-RECORD
           END-IF.

       CHARGE-REG-LOG-RECORD.
           IF RL-TIMESTAMP(1:6) NOT = CHARGE-MONTH-X
               ADD 1 TO OUT-OF-PERIOD-COUNT
           ELSE
               ADD 1 TO SRC-RECORDS(SRC-IDX)
               ADD RL-NUM-QUDITS TO SRC-QUDITS(SRC-IDX)
               ADD RL-SHOTS-COUNT TO SRC-SHOTS(SRC-IDX)
               MOVE RL-QUDIT-ID(1) TO LOOKUP-QUDIT-ID
               MOVE RL-TIMESTAMP(1:8) TO AS-OF-DATE
               PERFORM FIND-OWNER-AS-OF
               MOVE CHARGE-COST-CENTER TO SU-COST-CENTER
               MOVE 1 TO SU-RUN-COUNT
               MOVE RL-NUM-QUDITS TO SU-QUDIT-COUNT
               MOVE RL-SHOTS-COUNT TO SU-SHOTS-COUNT
               MOVE 0 TO SU-REJECT-COUNT
               RELEASE SORT-USAGE-RECORD
           END-IF.

      * The run-id is the run's start stamp, yyyymmddhhmmss, so its
      * first six bytes are the month the submission was rejected.
       CHARGE-QUDIT-REJECT.
           IF DR-RUN-ID(1:6) NOT = CHARGE-MONTH-X
               ADD 1 TO OUT-OF-PERIOD-COUNT
           ELSE
               ADD 1 TO SRC-RECORDS(SRC-IDX)
               ADD 1 TO SRC-REJECTS(SRC-IDX)
               MOVE DR-QUDIT-ID TO LOOKUP-QUDIT-ID
               MOVE DR-RUN-ID(1:8) TO AS-OF-DATE
               PERFORM FIND-OWNER-AS-OF
               PERFORM RELEASE-REJECT
           END-IF.

      * QUDITREG writes one record per failing member, all together;
      * only the first record of a register on a run is charged.
       CHARGE-REGISTER-REJECT.
           IF RD-RUN-ID(1:6) NOT = CHARGE-MONTH-X
               ADD 1 TO OUT-OF-PERIOD-COUNT
           ELSE
               ADD 1 TO SRC-RECORDS(SRC-IDX)
               MOVE RD-RUN-ID TO THIS-REJECT-KEY(1:14)
               MOVE RD-REGISTER-ID TO THIS-REJECT-KEY(15:8)
               IF THIS-REJECT-KEY NOT = LAST-REJECT-KEY
                   MOVE THIS-REJECT-KEY TO LAST-REJECT-KEY
                   ADD 1 TO SRC-REJECTS(SRC-IDX)
                   MOVE RD-QUDIT-ID TO LOOKUP-QUDIT-ID
                   MOVE RD-RUN-ID(1:8) TO AS-OF-DATE
                   PERFORM FIND-OWNER-AS-OF
                   PERFORM RELEASE-REJECT
               END-IF
           END-IF.

       RELEASE-REJECT.
           MOVE CHARGE-COST-CENTER TO SU-COST-CENTER
           MOVE 0 TO SU-RUN-COUNT
           MOVE 0 TO SU-QUDIT-COUNT
           MOVE 0 TO SU-SHOTS-COUNT
           MOVE 1 TO SU-REJECT-COUNT
           RELEASE SORT-USAGE-RECORD.

      * The owner is whoever the version in force on the date names,
      * whether or not that version has since been deleted -- the
      * shots were still run for them.
       FIND-OWNER-AS-OF.
           MOVE "N" TO WS-MASTER-FOUND
           MOVE "N" TO WS-END-OF-VERSIONS
           MOVE NO-COST-CENTER TO CHARGE-COST-CENTER
           IF LOOKUP-QUDIT-ID = SPACES
               MOVE "Y" TO WS-END-OF-VERSIONS
           END-IF
           MOVE LOOKUP-QUDIT-ID TO QM-QUDIT-ID OF QUDIT-MASTER-RECORD
           MOVE LOW-VALUES TO
               QM-EFF-FROM-DATE OF QUDIT-MASTER-RECORD
           IF WS-END-OF-VERSIONS = "N"
               START QUDIT-MASTER KEY NOT <
                   QM-MASTER-KEY OF QUDIT-MASTER-RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-END-OF-VERSIONS
               END-START
           END-IF
           PERFORM UNTIL WS-END-OF-VERSIONS = "Y"
               READ QUDIT-MASTER NEXT
                   AT END
                       MOVE "Y" TO WS-END-OF-VERSIONS
                   NOT AT END
                       IF QM-QUDIT-ID OF QUDIT-MASTER-RECORD
                           NOT = LOOKUP-QUDIT-ID
                           MOVE "Y" TO WS-END-OF-VERSIONS
                       ELSE
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
               IF QM-COST-CENTER OF QUDIT-MASTER-RECORD NOT = SPACES
                   MOVE QM-COST-CENTER OF QUDIT-MASTER-RECORD
                       TO CHARGE-COST-CENTER
               END-IF
           END-IF
           IF CHARGE-COST-CENTER = NO-COST-CENTER
               ADD 1 TO UNASSIGNED-COUNT
           END-IF.

      * Control break per cost center: each group is one report
      * line and one finance detail record.
       REPORT-SORTED-USAGE SECTION.
       REPORT-SORTED-RECORDS.
           PERFORM UNTIL END-OF-SORT-FILE
               RETURN SORT-WORK
                   AT END
                       IF GROUP-ACTIVE
                           PERFORM REPORT-ONE-COST-CENTER
                       END-IF
                       SET END-OF-SORT-FILE TO TRUE
                   NOT AT END
                       IF NOT GROUP-ACTIVE
                           OR SU-COST-CENTER NOT = GRP-COST-CENTER
                           IF GROUP-ACTIVE
                               PERFORM REPORT-ONE-COST-CENTER
                           END-IF
                           PERFORM START-NEW-GROUP
                       END-IF
                       PERFORM ADD-RECORD-TO-GROUP
               END-RETURN
           END-PERFORM.

       REPORT-DETAIL SECTION.
       START-NEW-GROUP.
           MOVE "Y" TO WS-GROUP-ACTIVE
           MOVE SU-COST-CENTER TO GRP-COST-CENTER
           MOVE 0 TO GRP-RUN-COUNT
           MOVE 0 TO GRP-QUDIT-COUNT
           MOVE 0 TO GRP-SHOTS-TOTAL
           MOVE 0 TO GRP-REJECT-COUNT.

       ADD-RECORD-TO-GROUP.
           ADD SU-RUN-COUNT TO GRP-RUN-COUNT
           ADD SU-QUDIT-COUNT TO GRP-QUDIT-COUNT
           ADD SU-SHOTS-COUNT TO GRP-SHOTS-TOTAL
           ADD SU-REJECT-COUNT TO GRP-REJECT-COUNT.

       REPORT-ONE-COST-CENTER.
           ADD 1 TO COST-CENTERS-LISTED
           ADD GRP-RUN-COUNT TO CHARGED-RUNS
           ADD GRP-QUDIT-COUNT TO CHARGED-QUDITS
           ADD GRP-SHOTS-TOTAL TO CHARGED-SHOTS
           ADD GRP-REJECT-COUNT TO CHARGED-REJECTS
           MOVE GRP-COST-CENTER TO CC-COST-CENTER
           MOVE GRP-RUN-COUNT TO CC-RUN-COUNT
           MOVE GRP-QUDIT-COUNT TO CC-QUDIT-COUNT
           MOVE GRP-SHOTS-TOTAL TO CC-SHOTS-TOTAL
           MOVE GRP-REJECT-COUNT TO CC-REJECT-COUNT
           WRITE REPORT-LINE FROM COST-CENTER-LINE
           MOVE SPACES TO FINANCE-FEED-RECORD
           MOVE "D" TO CF-RECORD-TYPE
           MOVE CHARGE-MONTH-X TO CF-PERIOD
           MOVE GRP-COST-CENTER TO CF-COST-CENTER
           MOVE GRP-RUN-COUNT TO CF-RUN-COUNT
           MOVE GRP-QUDIT-COUNT TO CF-QUDIT-COUNT
           MOVE GRP-SHOTS-TOTAL TO CF-SHOTS-TOTAL
           MOVE GRP-REJECT-COUNT TO CF-REJECT-COUNT
           WRITE FINANCE-FEED-RECORD
           ADD 1 TO FEED-RECORDS-WRITTEN.

       END PROGRAM QUDITCHG.
