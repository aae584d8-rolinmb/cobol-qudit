       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUDITCMP.

      ***************************************************************
      * Modification history
      * ---------------------------------------------------------
      * Master compare and synchronize.  Production QUDITMST, the
      * QUDITBKP backup QUDITRCV restores from and the analysts'
      * test-region master drift apart, and the only way to see
      * how was to run QUDITDIR against each and diff the listings
      * by eye.  This step reads any two masters -- the source on
      * QMSTSRC, the target on QMSTTGT -- version by version in
      * QM-MASTER-KEY order and lists each version present on one
      * side only, and each version on both whose amplitudes,
      * effective-to date, status or owner differ, with the
      * differing amplitude levels shown side by side.  The last
      * maintenance date is not compared.
      *
      * With SYNC=Y it also writes QUDITTRN, the transactions that
      * bring the target in line with the source, so promoting
      * tested definitions to production goes through QUDITMNT
      * and its journal instead of being re-keyed.  QUDITMNT only
      * ever maintains the version in force today, so the
      * transactions are worked out per qudit-id from the two
      * versions in force today: ADD when the source definition is
      * active and the target has none or an inactive one
      * (reinstate); CHANGE when both are active and the
      * amplitudes differ; "O" when only the owner differs; DELETE
      * when the target is active and the source has none or an
      * inactive one.  Every transaction carries the source's
      * amplitudes and owner.  Historical versions and scheduled
      * effective-to dates cannot be carried by a transaction and
      * are listed only.  SYNC=Y needs SUBMITTER= naming the
      * person promoting, who goes on every transaction as its
      * maker so the usual second-person approval applies.
      *
      * Listing on QCMPRPT.  RETURN-CODE 4 when the masters
      * differ, 8 when either master cannot be opened or SYNC=Y is
      * given without SUBMITTER=.
      *
      * Note on naming: follows QUDIT's convention -- core compare
      * fields keep plain names, support fields for file status and
      * flags carry a WS- prefix.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-MASTER ASSIGN TO "QMSTSRC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-MASTER-KEY OF SOURCE-MASTER-RECORD
               FILE STATUS IS WS-SRC-FILE-STATUS.

           SELECT TARGET-MASTER ASSIGN TO "QMSTTGT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-MASTER-KEY OF TARGET-MASTER-RECORD
               FILE STATUS IS WS-TGT-FILE-STATUS.

           SELECT MAINT-TRANS-FILE ASSIGN TO "QUDITTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT COMPARE-REPORT ASSIGN TO "QCMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-MASTER.
       COPY QUDITMST REPLACING ==RECORD-NAME== BY
           ==SOURCE-MASTER-RECORD==.

       FD  TARGET-MASTER.
       COPY QUDITMST REPLACING ==RECORD-NAME== BY
           ==TARGET-MASTER-RECORD==.

      * QUDITMNT's transaction layout.
       FD  MAINT-TRANS-FILE.
       01 MAINT-TRANS-RECORD.
           05 TR-ACTION             PIC X.
               88 TR-ADD            VALUE "A".
               88 TR-CHANGE         VALUE "C".
               88 TR-DELETE         VALUE "D".
               88 TR-OWNER          VALUE "O".
           05 TR-QUDIT-ID           PIC X(8).
           05 TR-NUM-AMPLITUDES     PIC 99.
           05 TR-AMPLITUDE-LIST OCCURS 16 TIMES.
               10 TR-AMPLITUDE-REAL PIC S9V9999
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 TR-AMPLITUDE-IMAG PIC S9V9999
                   SIGN IS LEADING SEPARATE CHARACTER.
           05 TR-SUBMITTER-ID       PIC X(8).
           05 TR-COST-CENTER        PIC X(6).
           05 TR-ANALYST-ID         PIC X(8).

       FD  COMPARE-REPORT.
       01 REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

      * The version of the current qudit-id in force today on each
      * side, kept as the merge passes its versions.
       COPY QUDITMST REPLACING ==RECORD-NAME== BY
           ==SRC-INFORCE-RECORD==.
       COPY QUDITMST REPLACING ==RECORD-NAME== BY
           ==TGT-INFORCE-RECORD==.

       77 MAX-QUDIT-SIZE           PIC 99 VALUE 16.
       77 I                        PIC 99 VALUE 1.
       77 SOURCE-READ-COUNT        PIC 9(7) VALUE 0.
       77 TARGET-READ-COUNT        PIC 9(7) VALUE 0.
       77 MATCHED-COUNT            PIC 9(7) VALUE 0.
       77 SOURCE-ONLY-COUNT        PIC 9(7) VALUE 0.
       77 TARGET-ONLY-COUNT        PIC 9(7) VALUE 0.
       77 DIFFERING-COUNT          PIC 9(7) VALUE 0.
       77 TRANS-WRITTEN-COUNT      PIC 9(7) VALUE 0.

       01 TODAY-DATE               PIC X(8) VALUE SPACES.
       01 HOLD-QUDIT-ID            PIC X(8) VALUE SPACES.
       01 NEXT-QUDIT-ID            PIC X(8) VALUE SPACES.
       01 SUBMITTER-ID             PIC X(8) VALUE SPACES.

       01 WS-SRC-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-TGT-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-TRN-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-RPT-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-SYNC-MODE             PIC X VALUE "N".
           88 SYNC-MODE            VALUE "Y".
       01 WS-SRC-INFORCE           PIC X VALUE "N".
           88 SRC-INFORCE          VALUE "Y".
       01 WS-TGT-INFORCE           PIC X VALUE "N".
           88 TGT-INFORCE          VALUE "Y".
       01 WS-EFF-TO-DIFFERS        PIC X VALUE "N".
           88 EFF-TO-DIFFERS       VALUE "Y".
       01 WS-STATUS-DIFFERS        PIC X VALUE "N".
           88 STATUS-DIFFERS       VALUE "Y".
       01 WS-OWNER-DIFFERS         PIC X VALUE "N".
           88 OWNER-DIFFERS        VALUE "Y".
       01 WS-AMPS-DIFFER           PIC X VALUE "N".
           88 AMPS-DIFFER          VALUE "Y".

       01 WS-PARM-CARD             PIC X(80) VALUE SPACES.
       01 WS-PARM-TOKENS.
           05 WS-PARM-TOKEN PIC X(20) OCCURS 4 TIMES.
       01 WS-PARM-KEY              PIC X(10) VALUE SPACES.
       01 WS-PARM-VAL              PIC X(10) VALUE SPACES.
       77 WS-PARM-IDX              PIC 9 VALUE 1.

       01 RUN-STAMP                PIC X(21) VALUE SPACES.

       01 HEADER-LINE-1.
           05 FILLER               PIC X(34) VALUE
               "QUDIT MASTER COMPARE           -  ".
           05 HDR-RUN-STAMP        PIC X(21).
           05 FILLER               PIC X(25) VALUE SPACES.

       01 HEADER-LINE-2.
           05 FILLER               PIC X(80) VALUE ALL "-".

       01 SELECT-LINE.
           05 FILLER               PIC X(17) VALUE "SOURCE QMSTSRC   ".
           05 FILLER               PIC X(17) VALUE "TARGET QMSTTGT   ".
           05 FILLER               PIC X(10) VALUE "IN FORCE  ".
           05 SL-TODAY-DATE        PIC X(8).
           05 FILLER               PIC X(7) VALUE "  SYNC ".
           05 SL-SYNC-MODE         PIC X.
           05 FILLER               PIC X(20) VALUE SPACES.

       01 COLUMN-LINE.
           05 FILLER               PIC X(10) VALUE "QUDIT-ID".
           05 FILLER               PIC X(10) VALUE "EFF-FROM".
           05 FILLER               PIC X(60) VALUE "CONDITION".

       01 VERSION-LINE.
           05 VL-QUDIT-ID          PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 VL-EFF-FROM-DATE     PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 VL-CONDITION         PIC X(12).
           05 FILLER               PIC X(9) VALUE "  EFF-TO ".
           05 VL-EFF-TO-DATE       PIC X(8).
           05 FILLER               PIC X(9) VALUE "  STATUS ".
           05 VL-STATUS            PIC X.
           05 FILLER               PIC X(21) VALUE SPACES.

       01 DIFF-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 DF-FIELD-NAME        PIC X(12).
           05 FILLER               PIC X(7) VALUE "SOURCE ".
           05 DF-SOURCE-VALUE      PIC X(20).
           05 FILLER               PIC X(8) VALUE " TARGET ".
           05 DF-TARGET-VALUE      PIC X(20).
           05 FILLER               PIC X(9) VALUE SPACES.

       01 LEVEL-NAME.
           05 FILLER               PIC X(6) VALUE "LEVEL ".
           05 LN-LEVEL             PIC 99.
           05 FILLER               PIC X(4) VALUE SPACES.

       01 AMPLITUDE-TEXT.
           05 AT-REAL              PIC +9.9999.
           05 FILLER               PIC X VALUE SPACE.
           05 AT-IMAG              PIC +9.9999.
           05 FILLER               PIC X VALUE "i".

       01 OWNER-TEXT.
           05 OT-COST-CENTER       PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 OT-ANALYST-ID        PIC X(8).

       01 NUMBER-TEXT              PIC Z9.

       01 SYNC-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "SYNC".
           05 SY-ACTION-NAME       PIC X(7).
           05 FILLER               PIC X(16) VALUE
               "TRANSACTION FOR ".
           05 SY-QUDIT-ID          PIC X(8).
           05 FILLER               PIC X(33) VALUE SPACES.

       01 TRAILER-LINE-1.
           05 FILLER               PIC X(17) VALUE "SOURCE VERSIONS  ".
           05 TR1-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 TRAILER-LINE-2.
           05 FILLER               PIC X(17) VALUE "TARGET VERSIONS  ".
           05 TR2-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 TRAILER-LINE-3.
           05 FILLER               PIC X(17) VALUE "VERSIONS MATCHED ".
           05 TR3-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 TRAILER-LINE-4.
           05 FILLER               PIC X(17) VALUE "SOURCE ONLY      ".
           05 TR4-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 TRAILER-LINE-5.
           05 FILLER               PIC X(17) VALUE "TARGET ONLY      ".
           05 TR5-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 TRAILER-LINE-6.
           05 FILLER               PIC X(17) VALUE "DIFFERING        ".
           05 TR6-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 TRAILER-LINE-7.
           05 FILLER               PIC X(17) VALUE "TRANS GENERATED  ".
           05 TR7-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 CONDITION-LINE.
           05 FILLER               PIC X(17) VALUE "CONDITION CODE   ".
           05 CL-CONDITION-CODE    PIC 99.
           05 FILLER               PIC X(61) VALUE SPACES.

       01 NO-SUBMITTER-LINE.
           05 FILLER               PIC X(80) VALUE
               "SYNC=Y NEEDS SUBMITTER= -- NOTHING COMPARED".

       01 NO-MASTER-LINE.
           05 FILLER               PIC X(40) VALUE
               "QMSTSRC OR QMSTTGT COULD NOT BE OPENED -".
           05 FILLER               PIC X(40) VALUE
               "- NOTHING COMPARED".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE RUN-STAMP(1:8) TO TODAY-DATE
           PERFORM PARSE-PARM-CARD
           OPEN OUTPUT COMPARE-REPORT
           MOVE RUN-STAMP TO HDR-RUN-STAMP
           WRITE REPORT-LINE FROM HEADER-LINE-1
           WRITE REPORT-LINE FROM HEADER-LINE-2
           MOVE TODAY-DATE TO SL-TODAY-DATE
           MOVE WS-SYNC-MODE TO SL-SYNC-MODE
           WRITE REPORT-LINE FROM SELECT-LINE
           WRITE REPORT-LINE FROM HEADER-LINE-2
           IF SYNC-MODE AND SUBMITTER-ID = SPACES
               WRITE REPORT-LINE FROM NO-SUBMITTER-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT SOURCE-MASTER
               OPEN INPUT TARGET-MASTER
               IF WS-SRC-FILE-STATUS NOT = "00"
                   OR WS-TGT-FILE-STATUS NOT = "00"
                   DISPLAY "Masters could not be opened, status "
                       WS-SRC-FILE-STATUS " / " WS-TGT-FILE-STATUS
                   WRITE REPORT-LINE FROM NO-MASTER-LINE
                   MOVE 8 TO RETURN-CODE
                   IF WS-SRC-FILE-STATUS = "00"
                       CLOSE SOURCE-MASTER
                   END-IF
                   IF WS-TGT-FILE-STATUS = "00"
                       CLOSE TARGET-MASTER
                   END-IF
               ELSE
                   IF SYNC-MODE
                       OPEN OUTPUT MAINT-TRANS-FILE
                   END-IF
                   WRITE REPORT-LINE FROM COLUMN-LINE
                   PERFORM COMPARE-MASTERS
                   IF SYNC-MODE
                       CLOSE MAINT-TRANS-FILE
                   END-IF
                   IF SOURCE-ONLY-COUNT > 0 OR TARGET-ONLY-COUNT > 0
                       OR DIFFERING-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   CLOSE SOURCE-MASTER
                   CLOSE TARGET-MASTER
               END-IF
           END-IF
           WRITE REPORT-LINE FROM HEADER-LINE-2
           MOVE SOURCE-READ-COUNT TO TR1-COUNT
           MOVE TARGET-READ-COUNT TO TR2-COUNT
           MOVE MATCHED-COUNT TO TR3-COUNT
           MOVE SOURCE-ONLY-COUNT TO TR4-COUNT
           MOVE TARGET-ONLY-COUNT TO TR5-COUNT
           MOVE DIFFERING-COUNT TO TR6-COUNT
           MOVE TRANS-WRITTEN-COUNT TO TR7-COUNT
           WRITE REPORT-LINE FROM TRAILER-LINE-1
           WRITE REPORT-LINE FROM TRAILER-LINE-2
           WRITE REPORT-LINE FROM TRAILER-LINE-3
           WRITE REPORT-LINE FROM TRAILER-LINE-4
           WRITE REPORT-LINE FROM TRAILER-LINE-5
           WRITE REPORT-LINE FROM TRAILER-LINE-6
           WRITE REPORT-LINE FROM TRAILER-LINE-7
           MOVE RETURN-CODE TO CL-CONDITION-CODE
           WRITE REPORT-LINE FROM CONDITION-LINE
           CLOSE COMPARE-REPORT
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
           IF WS-PARM-KEY = "SYNC" AND WS-PARM-VAL = "Y"
               SET SYNC-MODE TO TRUE
           END-IF
           IF WS-PARM-KEY = "SUBMITTER"
               MOVE WS-PARM-VAL(1:8) TO SUBMITTER-ID
           END-IF.

      * A straight match-merge on QM-MASTER-KEY.  Versions of one
      * qudit-id are adjacent under the key on both sides, so a
      * change of id in the merged stream closes the previous id
      * and is where its synchronizing transaction is decided.
       COMPARE-MASTERS.
           MOVE LOW-VALUES TO QM-MASTER-KEY OF SOURCE-MASTER-RECORD
           START SOURCE-MASTER KEY NOT <
               QM-MASTER-KEY OF SOURCE-MASTER-RECORD
               INVALID KEY
                   MOVE HIGH-VALUES TO
                       QM-MASTER-KEY OF SOURCE-MASTER-RECORD
           END-START
           MOVE LOW-VALUES TO QM-MASTER-KEY OF TARGET-MASTER-RECORD
           START TARGET-MASTER KEY NOT <
               QM-MASTER-KEY OF TARGET-MASTER-RECORD
               INVALID KEY
                   MOVE HIGH-VALUES TO
                       QM-MASTER-KEY OF TARGET-MASTER-RECORD
           END-START
           IF QM-MASTER-KEY OF SOURCE-MASTER-RECORD NOT = HIGH-VALUES
               PERFORM READ-SOURCE-MASTER
           END-IF
           IF QM-MASTER-KEY OF TARGET-MASTER-RECORD NOT = HIGH-VALUES
               PERFORM READ-TARGET-MASTER
           END-IF
           PERFORM UNTIL
                   QM-MASTER-KEY OF SOURCE-MASTER-RECORD = HIGH-VALUES
               AND QM-MASTER-KEY OF TARGET-MASTER-RECORD = HIGH-VALUES
               IF QM-MASTER-KEY OF SOURCE-MASTER-RECORD
                   < QM-MASTER-KEY OF TARGET-MASTER-RECORD
                   MOVE QM-QUDIT-ID OF SOURCE-MASTER-RECORD
                       TO NEXT-QUDIT-ID
               ELSE
                   MOVE QM-QUDIT-ID OF TARGET-MASTER-RECORD
                       TO NEXT-QUDIT-ID
               END-IF
               IF NEXT-QUDIT-ID NOT = HOLD-QUDIT-ID
                   IF HOLD-QUDIT-ID NOT = SPACES
                       PERFORM CLOSE-QUDIT-ID
                   END-IF
                   MOVE NEXT-QUDIT-ID TO HOLD-QUDIT-ID
                   MOVE "N" TO WS-SRC-INFORCE
                   MOVE "N" TO WS-TGT-INFORCE
               END-IF
               EVALUATE TRUE
                   WHEN QM-MASTER-KEY OF SOURCE-MASTER-RECORD
                       < QM-MASTER-KEY OF TARGET-MASTER-RECORD
                       PERFORM LIST-SOURCE-ONLY
                       PERFORM NOTE-SOURCE-INFORCE
                       PERFORM READ-SOURCE-MASTER
                   WHEN QM-MASTER-KEY OF SOURCE-MASTER-RECORD
                       > QM-MASTER-KEY OF TARGET-MASTER-RECORD
                       PERFORM LIST-TARGET-ONLY
                       PERFORM NOTE-TARGET-INFORCE
                       PERFORM READ-TARGET-MASTER
                   WHEN OTHER
                       ADD 1 TO MATCHED-COUNT
                       PERFORM COMPARE-MATCHED-VERSIONS
                       PERFORM NOTE-SOURCE-INFORCE
                       PERFORM NOTE-TARGET-INFORCE
                       PERFORM READ-SOURCE-MASTER
                       PERFORM READ-TARGET-MASTER
               END-EVALUATE
           END-PERFORM
           IF HOLD-QUDIT-ID NOT = SPACES
               PERFORM CLOSE-QUDIT-ID
           END-IF.

       READ-SOURCE-MASTER.
           READ SOURCE-MASTER NEXT
               AT END
                   MOVE HIGH-VALUES TO
                       QM-MASTER-KEY OF SOURCE-MASTER-RECORD
               NOT AT END
                   ADD 1 TO SOURCE-READ-COUNT
           END-READ.

       READ-TARGET-MASTER.
           READ TARGET-MASTER NEXT
               AT END
                   MOVE HIGH-VALUES TO
                       QM-MASTER-KEY OF TARGET-MASTER-RECORD
               NOT AT END
                   ADD 1 TO TARGET-READ-COUNT
           END-READ.

       NOTE-SOURCE-INFORCE.
           IF QM-EFF-FROM-DATE OF SOURCE-MASTER-RECORD <= TODAY-DATE
               AND QM-EFF-TO-DATE OF SOURCE-MASTER-RECORD > TODAY-DATE
               MOVE SOURCE-MASTER-RECORD TO SRC-INFORCE-RECORD
               MOVE "Y" TO WS-SRC-INFORCE
           END-IF.

       NOTE-TARGET-INFORCE.
           IF QM-EFF-FROM-DATE OF TARGET-MASTER-RECORD <= TODAY-DATE
               AND QM-EFF-TO-DATE OF TARGET-MASTER-RECORD > TODAY-DATE
               MOVE TARGET-MASTER-RECORD TO TGT-INFORCE-RECORD
               MOVE "Y" TO WS-TGT-INFORCE
           END-IF.

       LIST-SOURCE-ONLY.
           ADD 1 TO SOURCE-ONLY-COUNT
           MOVE QM-QUDIT-ID OF SOURCE-MASTER-RECORD TO VL-QUDIT-ID
           MOVE QM-EFF-FROM-DATE OF SOURCE-MASTER-RECORD
               TO VL-EFF-FROM-DATE
           MOVE "SOURCE ONLY" TO VL-CONDITION
           MOVE QM-EFF-TO-DATE OF SOURCE-MASTER-RECORD
               TO VL-EFF-TO-DATE
           MOVE QM-STATUS OF SOURCE-MASTER-RECORD TO VL-STATUS
           WRITE REPORT-LINE FROM VERSION-LINE.

       LIST-TARGET-ONLY.
           ADD 1 TO TARGET-ONLY-COUNT
           MOVE QM-QUDIT-ID OF TARGET-MASTER-RECORD TO VL-QUDIT-ID
           MOVE QM-EFF-FROM-DATE OF TARGET-MASTER-RECORD
               TO VL-EFF-FROM-DATE
           MOVE "TARGET ONLY" TO VL-CONDITION
           MOVE QM-EFF-TO-DATE OF TARGET-MASTER-RECORD
               TO VL-EFF-TO-DATE
           MOVE QM-STATUS OF TARGET-MASTER-RECORD TO VL-STATUS
           WRITE REPORT-LINE FROM VERSION-LINE.

      * The flags are set first so the version line is written
      * only when something differs; the detail lines follow it.
       COMPARE-MATCHED-VERSIONS.
           MOVE "N" TO WS-EFF-TO-DIFFERS
           MOVE "N" TO WS-STATUS-DIFFERS
           MOVE "N" TO WS-OWNER-DIFFERS
           MOVE "N" TO WS-AMPS-DIFFER
           IF QM-EFF-TO-DATE OF SOURCE-MASTER-RECORD
               NOT = QM-EFF-TO-DATE OF TARGET-MASTER-RECORD
               MOVE "Y" TO WS-EFF-TO-DIFFERS
           END-IF
           IF QM-STATUS OF SOURCE-MASTER-RECORD
               NOT = QM-STATUS OF TARGET-MASTER-RECORD
               MOVE "Y" TO WS-STATUS-DIFFERS
           END-IF
           IF QM-COST-CENTER OF SOURCE-MASTER-RECORD
               NOT = QM-COST-CENTER OF TARGET-MASTER-RECORD
               OR QM-ANALYST-ID OF SOURCE-MASTER-RECORD
               NOT = QM-ANALYST-ID OF TARGET-MASTER-RECORD
               MOVE "Y" TO WS-OWNER-DIFFERS
           END-IF
           IF QM-NUM-AMPLITUDES OF SOURCE-MASTER-RECORD
               NOT = QM-NUM-AMPLITUDES OF TARGET-MASTER-RECORD
               MOVE "Y" TO WS-AMPS-DIFFER
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAX-QUDIT-SIZE
               IF QM-AMPLITUDE-REAL OF SOURCE-MASTER-RECORD (I)
                   NOT = QM-AMPLITUDE-REAL OF TARGET-MASTER-RECORD (I)
                   OR QM-AMPLITUDE-IMAG OF SOURCE-MASTER-RECORD (I)
                   NOT = QM-AMPLITUDE-IMAG OF TARGET-MASTER-RECORD (I)
                   MOVE "Y" TO WS-AMPS-DIFFER
               END-IF
           END-PERFORM
           MOVE 0 TO I
           IF EFF-TO-DIFFERS OR STATUS-DIFFERS OR OWNER-DIFFERS
               OR AMPS-DIFFER
               ADD 1 TO DIFFERING-COUNT
               PERFORM LIST-VERSION-DIFFERENCES
           END-IF.

       LIST-VERSION-DIFFERENCES.
           MOVE QM-QUDIT-ID OF SOURCE-MASTER-RECORD TO VL-QUDIT-ID
           MOVE QM-EFF-FROM-DATE OF SOURCE-MASTER-RECORD
               TO VL-EFF-FROM-DATE
           MOVE "DIFFERS" TO VL-CONDITION
           MOVE QM-EFF-TO-DATE OF SOURCE-MASTER-RECORD
               TO VL-EFF-TO-DATE
           MOVE QM-STATUS OF SOURCE-MASTER-RECORD TO VL-STATUS
           WRITE REPORT-LINE FROM VERSION-LINE
           IF EFF-TO-DIFFERS
               MOVE "EFF-TO" TO DF-FIELD-NAME
               MOVE QM-EFF-TO-DATE OF SOURCE-MASTER-RECORD
                   TO DF-SOURCE-VALUE
               MOVE QM-EFF-TO-DATE OF TARGET-MASTER-RECORD
                   TO DF-TARGET-VALUE
               WRITE REPORT-LINE FROM DIFF-LINE
           END-IF
           IF STATUS-DIFFERS
               MOVE "STATUS" TO DF-FIELD-NAME
               MOVE QM-STATUS OF SOURCE-MASTER-RECORD
                   TO DF-SOURCE-VALUE
               MOVE QM-STATUS OF TARGET-MASTER-RECORD
                   TO DF-TARGET-VALUE
               WRITE REPORT-LINE FROM DIFF-LINE
           END-IF
           IF OWNER-DIFFERS
               MOVE "OWNER" TO DF-FIELD-NAME
               MOVE QM-COST-CENTER OF SOURCE-MASTER-RECORD
                   TO OT-COST-CENTER
               MOVE QM-ANALYST-ID OF SOURCE-MASTER-RECORD
                   TO OT-ANALYST-ID
               MOVE OWNER-TEXT TO DF-SOURCE-VALUE
               MOVE QM-COST-CENTER OF TARGET-MASTER-RECORD
                   TO OT-COST-CENTER
               MOVE QM-ANALYST-ID OF TARGET-MASTER-RECORD
                   TO OT-ANALYST-ID
               MOVE OWNER-TEXT TO DF-TARGET-VALUE
               WRITE REPORT-LINE FROM DIFF-LINE
           END-IF
           IF QM-NUM-AMPLITUDES OF SOURCE-MASTER-RECORD
               NOT = QM-NUM-AMPLITUDES OF TARGET-MASTER-RECORD
               MOVE "NUM AMPS" TO DF-FIELD-NAME
               MOVE QM-NUM-AMPLITUDES OF SOURCE-MASTER-RECORD
                   TO NUMBER-TEXT
               MOVE NUMBER-TEXT TO DF-SOURCE-VALUE
               MOVE QM-NUM-AMPLITUDES OF TARGET-MASTER-RECORD
                   TO NUMBER-TEXT
               MOVE NUMBER-TEXT TO DF-TARGET-VALUE
               WRITE REPORT-LINE FROM DIFF-LINE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAX-QUDIT-SIZE
               IF QM-AMPLITUDE-REAL OF SOURCE-MASTER-RECORD (I)
                   NOT = QM-AMPLITUDE-REAL OF TARGET-MASTER-RECORD (I)
                   OR QM-AMPLITUDE-IMAG OF SOURCE-MASTER-RECORD (I)
                   NOT = QM-AMPLITUDE-IMAG OF TARGET-MASTER-RECORD (I)
                   PERFORM LIST-LEVEL-DIFFERENCE
               END-IF
           END-PERFORM
           MOVE 0 TO I.

       LIST-LEVEL-DIFFERENCE.
           MOVE I TO LN-LEVEL
           MOVE LEVEL-NAME TO DF-FIELD-NAME
           MOVE QM-AMPLITUDE-REAL OF SOURCE-MASTER-RECORD (I)
               TO AT-REAL
           MOVE QM-AMPLITUDE-IMAG OF SOURCE-MASTER-RECORD (I)
               TO AT-IMAG
           MOVE AMPLITUDE-TEXT TO DF-SOURCE-VALUE
           MOVE QM-AMPLITUDE-REAL OF TARGET-MASTER-RECORD (I)
               TO AT-REAL
           MOVE QM-AMPLITUDE-IMAG OF TARGET-MASTER-RECORD (I)
               TO AT-IMAG
           MOVE AMPLITUDE-TEXT TO DF-TARGET-VALUE
           WRITE REPORT-LINE FROM DIFF-LINE.

      * Decides, from the two versions in force today, what QUDITMNT
      * transaction would make the target's current definition the
      * source's.  Nothing is generated unless SYNC=Y.
       CLOSE-QUDIT-ID.
           IF SYNC-MODE
               MOVE SPACES TO TR-ACTION
               IF SRC-INFORCE AND QM-ACTIVE OF SRC-INFORCE-RECORD
                   IF TGT-INFORCE AND QM-ACTIVE OF TGT-INFORCE-RECORD
                       PERFORM CHECK-INFORCE-DEFINITIONS
                       EVALUATE TRUE
                           WHEN AMPS-DIFFER
                               MOVE "C" TO TR-ACTION
                           WHEN OWNER-DIFFERS
                               MOVE "O" TO TR-ACTION
                       END-EVALUATE
                   ELSE
                       MOVE "A" TO TR-ACTION
                   END-IF
               ELSE
                   IF TGT-INFORCE AND QM-ACTIVE OF TGT-INFORCE-RECORD
                       MOVE "D" TO TR-ACTION
                   END-IF
               END-IF
               IF TR-ACTION NOT = SPACE
                   PERFORM WRITE-SYNC-TRANSACTION
               END-IF
           END-IF.

       CHECK-INFORCE-DEFINITIONS.
           MOVE "N" TO WS-OWNER-DIFFERS
           MOVE "N" TO WS-AMPS-DIFFER
           IF QM-COST-CENTER OF SRC-INFORCE-RECORD
               NOT = QM-COST-CENTER OF TGT-INFORCE-RECORD
               OR QM-ANALYST-ID OF SRC-INFORCE-RECORD
               NOT = QM-ANALYST-ID OF TGT-INFORCE-RECORD
               MOVE "Y" TO WS-OWNER-DIFFERS
           END-IF
           IF QM-NUM-AMPLITUDES OF SRC-INFORCE-RECORD
               NOT = QM-NUM-AMPLITUDES OF TGT-INFORCE-RECORD
               MOVE "Y" TO WS-AMPS-DIFFER
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAX-QUDIT-SIZE
               IF QM-AMPLITUDE-REAL OF SRC-INFORCE-RECORD (I)
                   NOT = QM-AMPLITUDE-REAL OF TGT-INFORCE-RECORD (I)
                   OR QM-AMPLITUDE-IMAG OF SRC-INFORCE-RECORD (I)
                   NOT = QM-AMPLITUDE-IMAG OF TGT-INFORCE-RECORD (I)
                   MOVE "Y" TO WS-AMPS-DIFFER
               END-IF
           END-PERFORM
           MOVE 0 TO I.

      * The source's definition and owner ride on every action; a
      * DELETE whose source side has no version in force carries
      * the id alone.
       WRITE-SYNC-TRANSACTION.
           MOVE HOLD-QUDIT-ID TO TR-QUDIT-ID
           MOVE SUBMITTER-ID TO TR-SUBMITTER-ID
           IF SRC-INFORCE
               MOVE QM-NUM-AMPLITUDES OF SRC-INFORCE-RECORD
                   TO TR-NUM-AMPLITUDES
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAX-QUDIT-SIZE
                   MOVE QM-AMPLITUDE-REAL OF SRC-INFORCE-RECORD (I)
                       TO TR-AMPLITUDE-REAL(I)
                   MOVE QM-AMPLITUDE-IMAG OF SRC-INFORCE-RECORD (I)
                       TO TR-AMPLITUDE-IMAG(I)
               END-PERFORM
               MOVE 0 TO I
               MOVE QM-COST-CENTER OF SRC-INFORCE-RECORD
                   TO TR-COST-CENTER
               MOVE QM-ANALYST-ID OF SRC-INFORCE-RECORD
                   TO TR-ANALYST-ID
           ELSE
               MOVE 0 TO TR-NUM-AMPLITUDES
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAX-QUDIT-SIZE
                   MOVE 0 TO TR-AMPLITUDE-REAL(I)
                   MOVE 0 TO TR-AMPLITUDE-IMAG(I)
               END-PERFORM
               MOVE 0 TO I
               MOVE SPACES TO TR-COST-CENTER
               MOVE SPACES TO TR-ANALYST-ID
           END-IF
           EVALUATE TRUE
               WHEN TR-ADD
                   MOVE "ADD" TO SY-ACTION-NAME
               WHEN TR-CHANGE
                   MOVE "CHANGE" TO SY-ACTION-NAME
               WHEN TR-DELETE
                   MOVE "DELETE" TO SY-ACTION-NAME
               WHEN TR-OWNER
                   MOVE "OWNER" TO SY-ACTION-NAME
           END-EVALUATE
           WRITE MAINT-TRANS-RECORD
           ADD 1 TO TRANS-WRITTEN-COUNT
           MOVE HOLD-QUDIT-ID TO SY-QUDIT-ID
           WRITE REPORT-LINE FROM SYNC-LINE.

       END PROGRAM QUDITCMP.
