       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUDITEXC.

      ***************************************************************
      * Modification history
      * ---------------------------------------------------------
      * Exception case file.  QUDIT's anomaly report QUDITANM, the
      * discrepancy reports QUDITDSC and QREGDSC, and QUDITTRD's
      * ALERTs were each read by whoever was on shift and then
      * rewritten by the next run -- nobody could say which
      * exceptions were being worked, by whom, or how long a qudit
      * had been misbehaving.  This step turns them into cases on
      * the indexed file QUDITEXC (copybook QUDITEXC), keyed on the
      * qudit- or register-id, the exception type (ANOM, QDSC, RDSC,
      * TRND) and the run that opened the case.
      *
      * Each run loads whatever of the four feeds is present.  An
      * exception whose id and type already have an open or
      * assigned case does not open another: a later run raises the
      * case's occurrence count and refreshes its last-seen run and
      * detail, so a repeat offender shows as one case seen many
      * times.  Several records of one run (several outcomes, or
      * several register members) count as one occurrence, and
      * loading the same feed twice changes nothing.  An id and
      * type with no active case opens a new one dated from its run.
      *
      * Analysts then work the cases through disposition
      * transactions on QEXCTRN -- A assign (analyst required),
      * C comment, R resolve, O reopen -- each naming the case by
      * its full key.  A reopen is refused while another case for
      * the same id and type is active, so there is never more than
      * one active case per id and type.  Loaded cases and applied
      * and rejected transactions are listed on QEXCAUD in the
      * maintenance audit shape.
      *
      * Every run ends with the aging report QEXCAGE: every open or
      * assigned case, grouped by age bucket (0-2, 3-7, 8-14, 15-30
      * and over 30 days since it was opened) and oldest first
      * within a bucket, with a CONDITION CODE trailer for the
      * cycle dashboard.  RETURN-CODE 4 when any transaction was
      * rejected or any case is over 30 days old; 8 when the case
      * file cannot be opened.
      *
      * Note on naming: follows QUDIT's convention -- core case
      * fields keep plain names, support fields for file status and
      * flags carry a WS- prefix.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-CASES ASSIGN TO "QUDITEXC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-CASE-KEY OF EXCEPTION-CASE-RECORD
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT ANOMALY-FEED ASSIGN TO "QUDITANM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANM-FILE-STATUS.

           SELECT DISCREPANCY-FEED ASSIGN TO "QUDITDSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSC-FILE-STATUS.

           SELECT REGISTER-DISCREPANCY-FEED ASSIGN TO "QREGDSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDS-FILE-STATUS.

           SELECT ALERT-FEED ASSIGN TO "QTRDALT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-FILE-STATUS.

           SELECT CASE-TRANS-FILE ASSIGN TO "QEXCTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT CASE-AUDIT-LIST ASSIGN TO "QEXCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT AGING-REPORT ASSIGN TO "QEXCAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-FILE-STATUS.

           SELECT SORT-WORK ASSIGN TO "QEXCSRT".

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-CASES.
       COPY QUDITEXC REPLACING ==RECORD-NAME== BY
           ==EXCEPTION-CASE-RECORD==.

       FD  ANOMALY-FEED.
       COPY QUDITANM REPLACING ==RECORD-NAME== BY
           ==ANOMALY-RECORD==.

       FD  DISCREPANCY-FEED.
       COPY QUDITDSC REPLACING ==RECORD-NAME== BY
           ==DISCREPANCY-RECORD==.

       FD  REGISTER-DISCREPANCY-FEED.
       COPY QREGDSC REPLACING ==RECORD-NAME== BY
           ==REGISTER-DISCREPANCY-RECORD==.

       FD  ALERT-FEED.
       COPY QTRDALT REPLACING ==RECORD-NAME== BY
           ==ALERT-FEED-RECORD==.

       FD  CASE-TRANS-FILE.
       01 CASE-TRANS-RECORD.
           05 XT-ACTION             PIC X.
               88 XT-ASSIGN         VALUE "A".
               88 XT-COMMENT        VALUE "C".
               88 XT-RESOLVE        VALUE "R".
               88 XT-REOPEN         VALUE "O".
           05 XT-CASE-KEY.
               10 XT-SUBJECT-ID     PIC X(8).
               10 XT-EXC-TYPE       PIC X(4).
               10 XT-OPEN-RUN-ID    PIC X(14).
           05 XT-ANALYST            PIC X(8).
           05 XT-COMMENT-TEXT       PIC X(40).

       FD  CASE-AUDIT-LIST.
       01 AUDIT-LINE                PIC X(80).

       FD  AGING-REPORT.
       01 AGING-LINE                PIC X(80).

      * One sort record per active case: the bucket and age are
      * worked out at release time so the sort alone puts the
      * report in bucket order, oldest first within a bucket.
       SD  SORT-WORK.
       01 SORT-AGING-RECORD.
           05 SA-BUCKET             PIC 9.
           05 SA-AGE-DAYS           PIC 9(5).
           05 SA-CASE-KEY.
               10 SA-SUBJECT-ID     PIC X(8).
               10 SA-EXC-TYPE       PIC X(4).
               10 SA-OPEN-RUN-ID    PIC X(14).
           05 SA-CASE-STATUS        PIC X.
           05 SA-OCCURRENCE-COUNT   PIC 9(5).
           05 SA-ASSIGNED-TO        PIC X(8).
           05 SA-MEMBER-ID          PIC X(8).
           05 SA-DETAIL             PIC X(40).

       WORKING-STORAGE SECTION.

       77 ANOMALY-RECS-READ        PIC 9(7) VALUE 0.
       77 QUDIT-DSC-RECS-READ      PIC 9(7) VALUE 0.
       77 REGISTER-DSC-RECS-READ   PIC 9(7) VALUE 0.
       77 TREND-ALERTS-READ        PIC 9(7) VALUE 0.
       77 CASES-OPENED-COUNT       PIC 9(7) VALUE 0.
       77 REPEATS-COUNTED          PIC 9(7) VALUE 0.
       77 TRANS-READ-COUNT         PIC 9(7) VALUE 0.
       77 TRANS-APPLIED-COUNT      PIC 9(7) VALUE 0.
       77 TRANS-REJECTED-COUNT     PIC 9(7) VALUE 0.
       77 ACTIVE-CASE-COUNT        PIC 9(7) VALUE 0.
       77 OVERDUE-CASE-COUNT       PIC 9(7) VALUE 0.
       77 BUCKET-CASE-COUNT        PIC 9(7) VALUE 0.
       77 CASE-AGE                 PIC 9(5) VALUE 0.
       77 CASE-BUCKET              PIC 9 VALUE 0.
       77 B                        PIC 9 VALUE 1.

      * Incoming exception, whichever feed it came from.
       01 EXC-SUBJECT-ID           PIC X(8) VALUE SPACES.
       01 EXC-TYPE                 PIC X(4) VALUE SPACES.
       01 EXC-RUN-ID               PIC X(14) VALUE SPACES.
       01 EXC-MEMBER-ID            PIC X(8) VALUE SPACES.
       01 EXC-DETAIL               PIC X(40) VALUE SPACES.

       01 ANOMALY-DETAIL.
           05 FILLER               PIC X(8) VALUE "OUTCOME ".
           05 DA-OUTCOME           PIC 99.
           05 FILLER               PIC X(8) VALUE " EXPECT ".
           05 DA-EXPECTED-PROB     PIC 9.9999.
           05 FILLER               PIC X(10) VALUE " OBSERVED ".
           05 DA-OBSERVED-FREQ     PIC 9.9999.

       01 DISCREPANCY-DETAIL.
           05 FILLER               PIC X(9) VALUE "PROB SUM ".
           05 DD-TOTAL-PROB        PIC 9.9999.
           05 FILLER               PIC X(7) VALUE " DRIFT ".
           05 DD-DRIFT             PIC -9.9999.
           05 FILLER               PIC X(11) VALUE SPACES.

       01 TREND-DETAIL.
           05 FILLER               PIC X(13) VALUE "LATEST DRIFT ".
           05 DT-LATEST-DRIFT      PIC 9.9999.
           05 FILLER               PIC X(16) VALUE
               " WORSENING RUNS ".
           05 DT-WORSE-STREAK      PIC Z9.
           05 FILLER               PIC X(3) VALUE SPACES.

       01 BUCKET-NAMES.
           05 FILLER               PIC X(12) VALUE "0-2 DAYS".
           05 FILLER               PIC X(12) VALUE "3-7 DAYS".
           05 FILLER               PIC X(12) VALUE "8-14 DAYS".
           05 FILLER               PIC X(12) VALUE "15-30 DAYS".
           05 FILLER               PIC X(12) VALUE "OVER 30 DAYS".
       01 BUCKET-NAME-TABLE REDEFINES BUCKET-NAMES.
           05 BUCKET-NAME          PIC X(12) OCCURS 5 TIMES.

       01 WS-CASE-IMAGE            PIC X(176) VALUE SPACES.
       01 WS-TRANS-IMAGE           PIC X(176) VALUE SPACES.

       01 WS-EXC-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-ANM-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-DSC-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-RDS-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-ALT-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-TRN-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-AUD-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-AGE-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-END-OF-FEED           PIC X VALUE "N".
           88 END-OF-FEED          VALUE "Y".
       01 WS-END-OF-TRANS-FILE     PIC X VALUE "N".
           88 END-OF-TRANS-FILE    VALUE "Y".
       01 WS-END-OF-CASES          PIC X VALUE "N".
           88 END-OF-CASES         VALUE "Y".
       01 WS-END-OF-SORT-FILE      PIC X VALUE "N".
           88 END-OF-SORT-FILE     VALUE "Y".
       01 WS-ACTIVE-FOUND          PIC X VALUE "N".
           88 ACTIVE-FOUND         VALUE "Y".
       01 WS-CASE-FOUND            PIC X VALUE "N".
           88 CASE-FOUND           VALUE "Y".
       01 WS-GROUP-ACTIVE          PIC X VALUE "N".
           88 GROUP-ACTIVE         VALUE "Y".

       01 RUN-STAMP                PIC X(21) VALUE SPACES.
       01 TODAY-DATE.
           05 TODAY-DATE-X         PIC X(8).
       01 TODAY-DATE-NUM REDEFINES TODAY-DATE PIC 9(8).
       01 OPENED-DATE.
           05 OPENED-DATE-X        PIC X(8).
       01 OPENED-DATE-NUM REDEFINES OPENED-DATE PIC 9(8).

       01 AUDIT-HEADER-LINE.
           05 FILLER               PIC X(31) VALUE
               "QUDIT EXCEPTION CASE AUDIT  -  ".
           05 AH-RUN-STAMP         PIC X(21).
           05 FILLER               PIC X(28) VALUE SPACES.

       01 AGING-HEADER-LINE.
           05 FILLER               PIC X(31) VALUE
               "QUDIT EXCEPTION CASE AGING  -  ".
           05 GH-RUN-STAMP         PIC X(21).
           05 FILLER               PIC X(28) VALUE SPACES.

       01 HEADER-LINE-2.
           05 FILLER               PIC X(80) VALUE ALL "-".

      * The reason column takes the full 40-byte case detail.
       01 AUDIT-DETAIL-LINE.
           05 AD-ACTION            PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 AD-SUBJECT-ID        PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 AD-EXC-TYPE          PIC X(4).
           05 FILLER               PIC X VALUE SPACE.
           05 AD-OPEN-RUN-ID       PIC X(14).
           05 FILLER               PIC X VALUE SPACE.
           05 AD-DISPOSITION       PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 AD-REASON            PIC X(40).

       01 BUCKET-HEADER-LINE.
           05 FILLER               PIC X(4) VALUE "AGE ".
           05 BH-BUCKET-NAME       PIC X(12).
           05 FILLER               PIC X(64) VALUE SPACES.

       01 AGING-DETAIL-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AG-SUBJECT-ID        PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 AG-EXC-TYPE          PIC X(4).
           05 FILLER               PIC X VALUE SPACE.
           05 AG-OPEN-RUN-ID       PIC X(14).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AG-CASE-STATUS       PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 AG-AGE-DAYS          PIC ZZZZ9.
           05 FILLER               PIC X(5) VALUE " DAYS".
           05 FILLER               PIC X(6) VALUE "  OCC ".
           05 AG-OCCURRENCE-COUNT  PIC ZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AG-ASSIGNED-TO       PIC X(8).
           05 FILLER               PIC X(8) VALUE SPACES.

       01 AGING-NOTE-LINE.
           05 FILLER               PIC X(6) VALUE SPACES.
           05 NL-MEMBER-ID         PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 NL-DETAIL            PIC X(40).
           05 FILLER               PIC X(24) VALUE SPACES.

       01 TRAILER-LINE.
           05 TL-LABEL             PIC X(17).
           05 TL-COUNT             PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 NO-CASES-LINE.
           05 FILLER               PIC X(80) VALUE
               "NO OPEN OR ASSIGNED CASES ON FILE".

       01 CONDITION-LINE.
           05 FILLER               PIC X(17) VALUE "CONDITION CODE   ".
           05 CL-CONDITION-CODE    PIC 99.
           05 FILLER               PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE RUN-STAMP(1:8) TO TODAY-DATE-X
           OPEN OUTPUT CASE-AUDIT-LIST
           MOVE RUN-STAMP TO AH-RUN-STAMP
           WRITE AUDIT-LINE FROM AUDIT-HEADER-LINE
           WRITE AUDIT-LINE FROM HEADER-LINE-2
           OPEN OUTPUT AGING-REPORT
           MOVE RUN-STAMP TO GH-RUN-STAMP
           WRITE AGING-LINE FROM AGING-HEADER-LINE
           WRITE AGING-LINE FROM HEADER-LINE-2
           PERFORM OPEN-CASE-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "Exception case file QUDITEXC could not be "
                   "opened, status " WS-EXC-FILE-STATUS
                   " -- no cases loaded or worked."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-ANOMALY-FEED
               PERFORM LOAD-DISCREPANCY-FEED
               PERFORM LOAD-REGISTER-DISCREPANCY-FEED
               PERFORM LOAD-ALERT-FEED
               PERFORM APPLY-CASE-TRANSACTIONS
               SORT SORT-WORK
                   ON ASCENDING KEY SA-BUCKET
                      DESCENDING KEY SA-AGE-DAYS
                      ASCENDING KEY SA-CASE-KEY
                   INPUT PROCEDURE IS RELEASE-CASE-INPUT
                   OUTPUT PROCEDURE IS AGING-SORTED-CASES
               CLOSE EXCEPTION-CASES
           END-IF
           PERFORM WRITE-AUDIT-TRAILER
           CLOSE CASE-AUDIT-LIST
           IF ACTIVE-CASE-COUNT = 0
               WRITE AGING-LINE FROM NO-CASES-LINE
           END-IF
           WRITE AGING-LINE FROM HEADER-LINE-2
           MOVE "ACTIVE CASES     " TO TL-LABEL
           MOVE ACTIVE-CASE-COUNT TO TL-COUNT
           WRITE AGING-LINE FROM TRAILER-LINE
           MOVE "OVER 30 DAYS     " TO TL-LABEL
           MOVE OVERDUE-CASE-COUNT TO TL-COUNT
           WRITE AGING-LINE FROM TRAILER-LINE
           IF (TRANS-REJECTED-COUNT > 0 OR OVERDUE-CASE-COUNT > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO CL-CONDITION-CODE
           WRITE AGING-LINE FROM CONDITION-LINE
           CLOSE AGING-REPORT
           STOP RUN.

      * First run of a new shop has no case file yet -- bootstrap
      * an empty one rather than abend on the open.
       OPEN-CASE-FILE.
           OPEN I-O EXCEPTION-CASES
           IF WS-EXC-FILE-STATUS = "35"
               OPEN OUTPUT EXCEPTION-CASES
               CLOSE EXCEPTION-CASES
               OPEN I-O EXCEPTION-CASES
           END-IF.

      * The four feeds are each optional -- a step that did not run
      * or found nothing leaves no feed, and that is not an error.
       LOAD-ANOMALY-FEED.
           MOVE "N" TO WS-END-OF-FEED
           OPEN INPUT ANOMALY-FEED
           IF WS-ANM-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FEED
                   READ ANOMALY-FEED
                       AT END
                           SET END-OF-FEED TO TRUE
                       NOT AT END
                           ADD 1 TO ANOMALY-RECS-READ
                           PERFORM LOAD-ONE-ANOMALY
                   END-READ
               END-PERFORM
               CLOSE ANOMALY-FEED
           ELSE
               DISPLAY "No anomaly feed QUDITANM found -- skipped."
           END-IF.

       LOAD-ONE-ANOMALY.
           MOVE AN-QUDIT-ID TO EXC-SUBJECT-ID
           MOVE "ANOM" TO EXC-TYPE
           MOVE AN-RUN-ID TO EXC-RUN-ID
           MOVE SPACES TO EXC-MEMBER-ID
           MOVE AN-OUTCOME TO DA-OUTCOME
           MOVE AN-EXPECTED-PROB TO DA-EXPECTED-PROB
           MOVE AN-OBSERVED-FREQ TO DA-OBSERVED-FREQ
           MOVE ANOMALY-DETAIL TO EXC-DETAIL
           PERFORM RECORD-EXCEPTION.

       LOAD-DISCREPANCY-FEED.
           MOVE "N" TO WS-END-OF-FEED
           OPEN INPUT DISCREPANCY-FEED
           IF WS-DSC-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FEED
                   READ DISCREPANCY-FEED
                       AT END
                           SET END-OF-FEED TO TRUE
                       NOT AT END
                           ADD 1 TO QUDIT-DSC-RECS-READ
                           PERFORM LOAD-ONE-DISCREPANCY
                   END-READ
               END-PERFORM
               CLOSE DISCREPANCY-FEED
           ELSE
               DISPLAY "No discrepancy feed QUDITDSC found -- "
                   "skipped."
           END-IF.

       LOAD-ONE-DISCREPANCY.
           MOVE DR-QUDIT-ID TO EXC-SUBJECT-ID
           MOVE "QDSC" TO EXC-TYPE
           MOVE DR-RUN-ID TO EXC-RUN-ID
           MOVE SPACES TO EXC-MEMBER-ID
           MOVE DR-TOTAL-PROB TO DD-TOTAL-PROB
           MOVE DR-DRIFT TO DD-DRIFT
           MOVE DISCREPANCY-DETAIL TO EXC-DETAIL
           PERFORM RECORD-EXCEPTION.

       LOAD-REGISTER-DISCREPANCY-FEED.
           MOVE "N" TO WS-END-OF-FEED
           OPEN INPUT REGISTER-DISCREPANCY-FEED
           IF WS-RDS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FEED
                   READ REGISTER-DISCREPANCY-FEED
                       AT END
                           SET END-OF-FEED TO TRUE
                       NOT AT END
                           ADD 1 TO REGISTER-DSC-RECS-READ
                           PERFORM LOAD-ONE-REGISTER-DISCREPANCY
                   END-READ
               END-PERFORM
               CLOSE REGISTER-DISCREPANCY-FEED
           ELSE
               DISPLAY "No register discrepancy feed QREGDSC found "
                   "-- skipped."
           END-IF.

      * The case is the register's; the offending member (spaces
      * for a register-level fault) rides on the case as detail.
       LOAD-ONE-REGISTER-DISCREPANCY.
           MOVE RD-REGISTER-ID TO EXC-SUBJECT-ID
           MOVE "RDSC" TO EXC-TYPE
           MOVE RD-RUN-ID TO EXC-RUN-ID
           MOVE RD-QUDIT-ID TO EXC-MEMBER-ID
           MOVE RD-TOTAL-PROB TO DD-TOTAL-PROB
           MOVE RD-DRIFT TO DD-DRIFT
           MOVE DISCREPANCY-DETAIL TO EXC-DETAIL
           PERFORM RECORD-EXCEPTION.

       LOAD-ALERT-FEED.
           MOVE "N" TO WS-END-OF-FEED
           OPEN INPUT ALERT-FEED
           IF WS-ALT-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FEED
                   READ ALERT-FEED
                       AT END
                           SET END-OF-FEED TO TRUE
                       NOT AT END
                           ADD 1 TO TREND-ALERTS-READ
                           PERFORM LOAD-ONE-ALERT
                   END-READ
               END-PERFORM
               CLOSE ALERT-FEED
           ELSE
               DISPLAY "No trend alert feed QTRDALT found -- "
                   "skipped."
           END-IF.

       LOAD-ONE-ALERT.
           MOVE TA-QUDIT-ID TO EXC-SUBJECT-ID
           MOVE "TRND" TO EXC-TYPE
           MOVE TA-RUN-KEY TO EXC-RUN-ID
           MOVE SPACES TO EXC-MEMBER-ID
           MOVE TA-LATEST-DRIFT TO DT-LATEST-DRIFT
           MOVE TA-WORSE-STREAK TO DT-WORSE-STREAK
           MOVE TREND-DETAIL TO EXC-DETAIL
           PERFORM RECORD-EXCEPTION.

      * A feed record written before run stamping has no run-id;
      * today's stamp stands in.  An active case for the id and
      * type absorbs the exception -- one more occurrence when the
      * run is new to it, nothing when the run is already counted.
      * Otherwise a case is opened keyed on the run; a resolved
      * case already holding that key means this exact exception
      * was worked and closed, and it is not raised again.
       RECORD-EXCEPTION.
           IF EXC-RUN-ID = SPACES
               MOVE RUN-STAMP(1:14) TO EXC-RUN-ID
           END-IF
           PERFORM FIND-ACTIVE-CASE
           IF ACTIVE-FOUND
               IF EX-LAST-RUN-ID OF EXCEPTION-CASE-RECORD
                   NOT = EXC-RUN-ID
                   ADD 1 TO EX-OCCURRENCE-COUNT
                       OF EXCEPTION-CASE-RECORD
                   MOVE EXC-RUN-ID TO
                       EX-LAST-RUN-ID OF EXCEPTION-CASE-RECORD
                   MOVE EXC-RUN-ID(1:8) TO
                       EX-LAST-SEEN-DATE OF EXCEPTION-CASE-RECORD
                   MOVE EXC-MEMBER-ID TO
                       EX-MEMBER-ID OF EXCEPTION-CASE-RECORD
                   MOVE EXC-DETAIL TO
                       EX-DETAIL OF EXCEPTION-CASE-RECORD
                   REWRITE EXCEPTION-CASE-RECORD
                   IF WS-EXC-FILE-STATUS = "00"
                       ADD 1 TO REPEATS-COUNTED
                       MOVE "REPEAT" TO AD-DISPOSITION
                       MOVE EXC-DETAIL TO AD-REASON
                   ELSE
                       MOVE "FAILED" TO AD-DISPOSITION
                       MOVE "CASE FILE I-O FAILED" TO AD-REASON
                   END-IF
                   PERFORM WRITE-AUDIT-LOAD
               END-IF
           ELSE
               PERFORM OPEN-NEW-CASE
           END-IF.

       OPEN-NEW-CASE.
           MOVE SPACES TO EXCEPTION-CASE-RECORD
           MOVE EXC-SUBJECT-ID TO
               EX-SUBJECT-ID OF EXCEPTION-CASE-RECORD
           MOVE EXC-TYPE TO EX-EXC-TYPE OF EXCEPTION-CASE-RECORD
           MOVE EXC-RUN-ID TO EX-OPEN-RUN-ID OF EXCEPTION-CASE-RECORD
           MOVE "O" TO EX-CASE-STATUS OF EXCEPTION-CASE-RECORD
           MOVE EXC-RUN-ID(1:8) TO
               EX-OPENED-DATE OF EXCEPTION-CASE-RECORD
           MOVE EXC-RUN-ID TO EX-LAST-RUN-ID OF EXCEPTION-CASE-RECORD
           MOVE EXC-RUN-ID(1:8) TO
               EX-LAST-SEEN-DATE OF EXCEPTION-CASE-RECORD
           MOVE 1 TO EX-OCCURRENCE-COUNT OF EXCEPTION-CASE-RECORD
           MOVE EXC-MEMBER-ID TO EX-MEMBER-ID OF EXCEPTION-CASE-RECORD
           MOVE EXC-DETAIL TO EX-DETAIL OF EXCEPTION-CASE-RECORD
           MOVE TODAY-DATE-X TO
               EX-LAST-ACTION-DATE OF EXCEPTION-CASE-RECORD
           MOVE 0 TO EX-REOPEN-COUNT OF EXCEPTION-CASE-RECORD
           WRITE EXCEPTION-CASE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CASES-OPENED-COUNT
                   MOVE "OPENED" TO AD-DISPOSITION
                   MOVE EXC-DETAIL TO AD-REASON
                   PERFORM WRITE-AUDIT-LOAD
           END-WRITE.

      * Walks the id and type's cases (they sort by opening run
      * under the composite key) for the one that is open or
      * assigned; the record area is left holding it so a REWRITE
      * lands on it.  At most one case per id and type is active.
       FIND-ACTIVE-CASE.
           MOVE "N" TO WS-ACTIVE-FOUND
           MOVE "N" TO WS-END-OF-CASES
           MOVE EXC-SUBJECT-ID TO
               EX-SUBJECT-ID OF EXCEPTION-CASE-RECORD
           MOVE EXC-TYPE TO EX-EXC-TYPE OF EXCEPTION-CASE-RECORD
           MOVE LOW-VALUES TO
               EX-OPEN-RUN-ID OF EXCEPTION-CASE-RECORD
           START EXCEPTION-CASES KEY NOT <
               EX-CASE-KEY OF EXCEPTION-CASE-RECORD
               INVALID KEY
                   SET END-OF-CASES TO TRUE
           END-START
           PERFORM UNTIL END-OF-CASES
               READ EXCEPTION-CASES NEXT
                   AT END
                       SET END-OF-CASES TO TRUE
                   NOT AT END
                       IF EX-SUBJECT-ID OF EXCEPTION-CASE-RECORD
                           NOT = EXC-SUBJECT-ID
                           OR EX-EXC-TYPE OF EXCEPTION-CASE-RECORD
                           NOT = EXC-TYPE
                           SET END-OF-CASES TO TRUE
                       ELSE
                           IF EX-CASE-ACTIVE OF EXCEPTION-CASE-RECORD
                               MOVE "Y" TO WS-ACTIVE-FOUND
                               MOVE EXCEPTION-CASE-RECORD
                                   TO WS-CASE-IMAGE
                               SET END-OF-CASES TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ACTIVE-FOUND
               MOVE WS-CASE-IMAGE TO EXCEPTION-CASE-RECORD
           END-IF.

       APPLY-CASE-TRANSACTIONS.
           OPEN INPUT CASE-TRANS-FILE
           IF WS-TRN-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-TRANS-FILE
                   READ CASE-TRANS-FILE
                       AT END
                           SET END-OF-TRANS-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO TRANS-READ-COUNT
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE CASE-TRANS-FILE
           ELSE
               DISPLAY "No case transaction file found -- nothing "
                   "to apply."
           END-IF.

       APPLY-ONE-TRANSACTION.
           PERFORM READ-CASE-BY-TRANS-KEY
           IF NOT CASE-FOUND
               MOVE "CASE NOT ON FILE" TO AD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           ELSE
               EVALUATE TRUE
                   WHEN XT-ASSIGN
                       PERFORM APPLY-ASSIGN
                   WHEN XT-COMMENT
                       PERFORM APPLY-COMMENT
                   WHEN XT-RESOLVE
                       PERFORM APPLY-RESOLVE
                   WHEN XT-REOPEN
                       PERFORM APPLY-REOPEN
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO AD-REASON
                       PERFORM WRITE-AUDIT-REJECTED
               END-EVALUATE
           END-IF.

       READ-CASE-BY-TRANS-KEY.
           MOVE "N" TO WS-CASE-FOUND
           MOVE XT-CASE-KEY TO EX-CASE-KEY OF EXCEPTION-CASE-RECORD
           READ EXCEPTION-CASES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CASE-FOUND
           END-READ.

      * Assigning a case that already has an analyst reassigns it.
       APPLY-ASSIGN.
           IF XT-ANALYST = SPACES
               MOVE "ANALYST REQUIRED" TO AD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           ELSE
               IF EX-CASE-RESOLVED OF EXCEPTION-CASE-RECORD
                   MOVE "CASE RESOLVED - REOPEN FIRST" TO AD-REASON
                   PERFORM WRITE-AUDIT-REJECTED
               ELSE
                   MOVE "A" TO EX-CASE-STATUS OF EXCEPTION-CASE-RECORD
                   MOVE XT-ANALYST TO
                       EX-ASSIGNED-TO OF EXCEPTION-CASE-RECORD
                   PERFORM REWRITE-CASE
               END-IF
           END-IF.

      * A comment may go on a case in any state, resolved included
      * -- follow-up notes after the fact belong on the case too.
       APPLY-COMMENT.
           IF XT-COMMENT-TEXT = SPACES
               MOVE "COMMENT TEXT REQUIRED" TO AD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           ELSE
               PERFORM REWRITE-CASE
           END-IF.

       APPLY-RESOLVE.
           IF NOT EX-CASE-ACTIVE OF EXCEPTION-CASE-RECORD
               MOVE "CASE NOT OPEN" TO AD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           ELSE
               MOVE "R" TO EX-CASE-STATUS OF EXCEPTION-CASE-RECORD
               MOVE TODAY-DATE-X TO
                   EX-RESOLVED-DATE OF EXCEPTION-CASE-RECORD
               PERFORM REWRITE-CASE
           END-IF.

      * A reopened case goes back to its analyst if it had one.
      * Refused while a newer case for the same id and type is
      * active -- that case is where the work now happens.
       APPLY-REOPEN.
           IF NOT EX-CASE-RESOLVED OF EXCEPTION-CASE-RECORD
               MOVE "CASE NOT RESOLVED" TO AD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           ELSE
               MOVE EXCEPTION-CASE-RECORD TO WS-TRANS-IMAGE
               MOVE XT-SUBJECT-ID TO EXC-SUBJECT-ID
               MOVE XT-EXC-TYPE TO EXC-TYPE
               PERFORM FIND-ACTIVE-CASE
               IF ACTIVE-FOUND
                   MOVE "ANOTHER CASE ACTIVE FOR ID/TYPE" TO AD-REASON
                   PERFORM WRITE-AUDIT-REJECTED
               ELSE
                   MOVE WS-TRANS-IMAGE TO EXCEPTION-CASE-RECORD
                   IF EX-ASSIGNED-TO OF EXCEPTION-CASE-RECORD = SPACES
                       MOVE "O" TO
                           EX-CASE-STATUS OF EXCEPTION-CASE-RECORD
                   ELSE
                       MOVE "A" TO
                           EX-CASE-STATUS OF EXCEPTION-CASE-RECORD
                   END-IF
                   MOVE SPACES TO
                       EX-RESOLVED-DATE OF EXCEPTION-CASE-RECORD
                   ADD 1 TO EX-REOPEN-COUNT OF EXCEPTION-CASE-RECORD
                   PERFORM REWRITE-CASE
               END-IF
           END-IF.

      * Every applied disposition stamps the action date and, when
      * the transaction carries one, the comment.
       REWRITE-CASE.
           MOVE TODAY-DATE-X TO
               EX-LAST-ACTION-DATE OF EXCEPTION-CASE-RECORD
           IF XT-COMMENT-TEXT NOT = SPACES
               MOVE XT-COMMENT-TEXT TO
                   EX-LAST-COMMENT OF EXCEPTION-CASE-RECORD
           END-IF
           REWRITE EXCEPTION-CASE-RECORD
           IF WS-EXC-FILE-STATUS = "00"
               PERFORM WRITE-AUDIT-APPLIED
           ELSE
               MOVE "CASE FILE I-O FAILED" TO AD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           END-IF.

       WRITE-AUDIT-LOAD.
           MOVE SPACE TO AD-ACTION
           MOVE EX-SUBJECT-ID OF EXCEPTION-CASE-RECORD
               TO AD-SUBJECT-ID
           MOVE EX-EXC-TYPE OF EXCEPTION-CASE-RECORD TO AD-EXC-TYPE
           MOVE EX-OPEN-RUN-ID OF EXCEPTION-CASE-RECORD
               TO AD-OPEN-RUN-ID
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE.

       WRITE-AUDIT-APPLIED.
           ADD 1 TO TRANS-APPLIED-COUNT
           MOVE XT-ACTION TO AD-ACTION
           MOVE XT-SUBJECT-ID TO AD-SUBJECT-ID
           MOVE XT-EXC-TYPE TO AD-EXC-TYPE
           MOVE XT-OPEN-RUN-ID TO AD-OPEN-RUN-ID
           MOVE "APPLIED" TO AD-DISPOSITION
           MOVE SPACES TO AD-REASON
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE.

       WRITE-AUDIT-REJECTED.
           ADD 1 TO TRANS-REJECTED-COUNT
           MOVE XT-ACTION TO AD-ACTION
           MOVE XT-SUBJECT-ID TO AD-SUBJECT-ID
           MOVE XT-EXC-TYPE TO AD-EXC-TYPE
           MOVE XT-OPEN-RUN-ID TO AD-OPEN-RUN-ID
           MOVE "REJECTED" TO AD-DISPOSITION
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE.

       WRITE-AUDIT-TRAILER.
           WRITE AUDIT-LINE FROM HEADER-LINE-2
           MOVE "ANOMALY RECS     " TO TL-LABEL
           MOVE ANOMALY-RECS-READ TO TL-COUNT
           WRITE AUDIT-LINE FROM TRAILER-LINE
           MOVE "QUDIT DSC RECS   " TO TL-LABEL
           MOVE QUDIT-DSC-RECS-READ TO TL-COUNT
           WRITE AUDIT-LINE FROM TRAILER-LINE
           MOVE "REGISTER DSC RECS" TO TL-LABEL
           MOVE REGISTER-DSC-RECS-READ TO TL-COUNT
           WRITE AUDIT-LINE FROM TRAILER-LINE
           MOVE "TREND ALERTS     " TO TL-LABEL
           MOVE TREND-ALERTS-READ TO TL-COUNT
           WRITE AUDIT-LINE FROM TRAILER-LINE
           MOVE "CASES OPENED     " TO TL-LABEL
           MOVE CASES-OPENED-COUNT TO TL-COUNT
           WRITE AUDIT-LINE FROM TRAILER-LINE
           MOVE "REPEATS COUNTED  " TO TL-LABEL
           MOVE REPEATS-COUNTED TO TL-COUNT
           WRITE AUDIT-LINE FROM TRAILER-LINE
           MOVE "TRANS READ       " TO TL-LABEL
           MOVE TRANS-READ-COUNT TO TL-COUNT
           WRITE AUDIT-LINE FROM TRAILER-LINE
           MOVE "TRANS APPLIED    " TO TL-LABEL
           MOVE TRANS-APPLIED-COUNT TO TL-COUNT
           WRITE AUDIT-LINE FROM TRAILER-LINE
           MOVE "TRANS REJECTED   " TO TL-LABEL
           MOVE TRANS-REJECTED-COUNT TO TL-COUNT
           WRITE AUDIT-LINE FROM TRAILER-LINE.

      * Sweeps the whole case file in key order and releases every
      * open or assigned case with its age in days since the run
      * that opened it.
       RELEASE-CASE-INPUT SECTION.
       RELEASE-ACTIVE-CASES.
           MOVE "N" TO WS-END-OF-CASES
           MOVE LOW-VALUES TO EX-CASE-KEY OF EXCEPTION-CASE-RECORD
           START EXCEPTION-CASES KEY NOT <
               EX-CASE-KEY OF EXCEPTION-CASE-RECORD
               INVALID KEY
                   SET END-OF-CASES TO TRUE
           END-START
           PERFORM UNTIL END-OF-CASES
               READ EXCEPTION-CASES NEXT
                   AT END
                       SET END-OF-CASES TO TRUE
                   NOT AT END
                       IF EX-CASE-ACTIVE OF EXCEPTION-CASE-RECORD
                           PERFORM RELEASE-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-DETAIL SECTION.
       RELEASE-ONE-CASE.
           ADD 1 TO ACTIVE-CASE-COUNT
           PERFORM COMPUTE-CASE-AGE
           MOVE CASE-BUCKET TO SA-BUCKET
           MOVE CASE-AGE TO SA-AGE-DAYS
           MOVE EX-CASE-KEY OF EXCEPTION-CASE-RECORD TO SA-CASE-KEY
           MOVE EX-CASE-STATUS OF EXCEPTION-CASE-RECORD
               TO SA-CASE-STATUS
           MOVE EX-OCCURRENCE-COUNT OF EXCEPTION-CASE-RECORD
               TO SA-OCCURRENCE-COUNT
           MOVE EX-ASSIGNED-TO OF EXCEPTION-CASE-RECORD
               TO SA-ASSIGNED-TO
           MOVE EX-MEMBER-ID OF EXCEPTION-CASE-RECORD TO SA-MEMBER-ID
           MOVE EX-DETAIL OF EXCEPTION-CASE-RECORD TO SA-DETAIL
           RELEASE SORT-AGING-RECORD.

      * An opened date that is not a valid yyyymmdd, or is later
      * than today, ages as zero days rather than stopping the
      * report.
       COMPUTE-CASE-AGE.
           MOVE 0 TO CASE-AGE
           MOVE EX-OPENED-DATE OF EXCEPTION-CASE-RECORD
               TO OPENED-DATE-X
           IF OPENED-DATE-X NUMERIC
               AND OPENED-DATE-X < TODAY-DATE-X
               AND FUNCTION TEST-DATE-YYYYMMDD(OPENED-DATE-NUM) = 0
               COMPUTE CASE-AGE =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(OPENED-DATE-NUM)
           END-IF
           EVALUATE TRUE
               WHEN CASE-AGE <= 2
                   MOVE 1 TO CASE-BUCKET
               WHEN CASE-AGE <= 7
                   MOVE 2 TO CASE-BUCKET
               WHEN CASE-AGE <= 14
                   MOVE 3 TO CASE-BUCKET
               WHEN CASE-AGE <= 30
                   MOVE 4 TO CASE-BUCKET
               WHEN OTHER
                   MOVE 5 TO CASE-BUCKET
                   ADD 1 TO OVERDUE-CASE-COUNT
           END-EVALUATE.

      * Control break per age bucket over the sorted stream: a
      * bucket header, its cases oldest first, and the bucket's
      * case count.  Empty buckets are not printed.
       AGING-SORTED-CASES SECTION.
       AGING-SORTED-RECORDS.
           PERFORM UNTIL END-OF-SORT-FILE
               RETURN SORT-WORK
                   AT END
                       IF GROUP-ACTIVE
                           PERFORM END-BUCKET
                       END-IF
                       SET END-OF-SORT-FILE TO TRUE
                   NOT AT END
                       IF NOT GROUP-ACTIVE
                           OR SA-BUCKET NOT = B
                           IF GROUP-ACTIVE
                               PERFORM END-BUCKET
                           END-IF
                           PERFORM START-NEW-BUCKET
                       END-IF
                       PERFORM REPORT-ONE-CASE
               END-RETURN
           END-PERFORM.

       AGING-DETAIL SECTION.
       START-NEW-BUCKET.
           MOVE "Y" TO WS-GROUP-ACTIVE
           MOVE SA-BUCKET TO B
           MOVE 0 TO BUCKET-CASE-COUNT
           MOVE BUCKET-NAME(B) TO BH-BUCKET-NAME
           WRITE AGING-LINE FROM BUCKET-HEADER-LINE.

       REPORT-ONE-CASE.
           ADD 1 TO BUCKET-CASE-COUNT
           MOVE SA-SUBJECT-ID TO AG-SUBJECT-ID
           MOVE SA-EXC-TYPE TO AG-EXC-TYPE
           MOVE SA-OPEN-RUN-ID TO AG-OPEN-RUN-ID
           IF SA-CASE-STATUS = "A"
               MOVE "ASSIGNED" TO AG-CASE-STATUS
           ELSE
               MOVE "OPEN" TO AG-CASE-STATUS
           END-IF
           MOVE SA-AGE-DAYS TO AG-AGE-DAYS
           MOVE SA-OCCURRENCE-COUNT TO AG-OCCURRENCE-COUNT
           MOVE SA-ASSIGNED-TO TO AG-ASSIGNED-TO
           WRITE AGING-LINE FROM AGING-DETAIL-LINE
           MOVE SA-MEMBER-ID TO NL-MEMBER-ID
           MOVE SA-DETAIL TO NL-DETAIL
           WRITE AGING-LINE FROM AGING-NOTE-LINE.

       END-BUCKET.
           MOVE "CASES IN BUCKET  " TO TL-LABEL
           MOVE BUCKET-CASE-COUNT TO TL-COUNT
           WRITE AGING-LINE FROM TRAILER-LINE.

       END PROGRAM QUDITEXC.
