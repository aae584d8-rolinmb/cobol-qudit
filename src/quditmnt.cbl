      * already on it; QUDITRCV rebuilds the master from a backup
      * plus this journal, or backs out a named transaction.
      *
      * Maintenance is now maker-checker.  Each QUDITTRN
      * transaction carries the submitter's id, and a normal run
      * (MODE=SUBMIT, the default) no longer touches the master:
      * it numbers each transaction onto the pending file
      * QUDITPND (indexed, layout QMNTPND) and lists it PENDING.
      * A MODE=APPROVE run reads the checker's decisions from
      * QUDITDEC, keyed by pending number.  A decision by the
      * transaction's own submitter, or on an item already
      * decided, is REFUSED and the item stays as it was; a
      * reject closes the item unapplied; an approval feeds the
      * stored transaction through the same ADD/CHANGE/DELETE
      * paragraphs and QUDITJRN journaling as before.  Every
      * QUDITAUD entry now carries a second line with pending
      * number, submitter, approver and decision.  Each run ends
      * by listing the items still pending, oldest first with
      * days waiting, on QUDITPAG (MODE=AGING lists only).
      * RETURN-CODE 4 now also covers refused decisions; 8 when
      * the pending file cannot be opened.
      *
      * Every master version now names its owning cost center and
      * responsible analyst (QM-COST-CENTER, QM-ANALYST-ID) so the
      * monthly chargeback QUDITCHG can bill shots to the owner on
      * the measurement date.  QUDITTRN carries TR-COST-CENTER and
      * TR-ANALYST-ID after the submitter id.  An ADD must name
      * both; a CHANGE that leaves them blank keeps the owner of
      * the version it supersedes.  The new action "O" reassigns
      * ownership alone: the definition is carried forward
      * unchanged into a new version effective today, so earlier
      * months still charge the previous owner.  A blank analyst
      * on an "O" keeps the current one.
      *
      * A MODE= other than SUBMIT, APPROVE or AGING is now refused
      * with RETURN-CODE 8 and nothing pended: a mistyped approval
      * run used to fall through to a submit and pend the whole
      * QUDITTRN deck a second time.  The mode is checked in full,
      * so MODE=APPROVED no longer passes as APPROVE.
      *
      * The transaction is now worked on in TRANS-WORK-RECORD in
      * WORKING-STORAGE.  An approval run used to unpack each
      * pending image into the QUDITTRN record area, a file that
      * run never opens; the submit run reads QUDITTRN INTO the
      * same work record.
      *
      * Note on naming: follows QUDIT's convention -- core
      * maintenance fields keep plain names, support fields for
      * file status and flags carry a WS- prefix.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT PENDING-TRANS-FILE ASSIGN TO "QUDITPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PENDING-SEQ OF PENDING-TRANS-RECORD
               FILE STATUS IS WS-PND-FILE-STATUS.

           SELECT DECISION-FILE ASSIGN TO "QUDITDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FILE-STATUS.

           SELECT PENDING-AGING-LIST ASSIGN TO "QUDITPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUDIT-MASTER.
           ==QUDIT-MASTER-RECORD==.

       FD  MAINT-TRANS-FILE.
       01 MAINT-TRANS-RECORD        PIC X(225).

       FD  MAINT-AUDIT-LIST.
       01 AUDIT-LINE                PIC X(80).
       COPY QUDITJRN REPLACING ==RECORD-NAME== BY
           ==MAINT-JOURNAL-RECORD==.

       FD  PENDING-TRANS-FILE.
       COPY QMNTPND REPLACING ==RECORD-NAME== BY
           ==PENDING-TRANS-RECORD==.

       FD  DECISION-FILE.
       01 DECISION-RECORD.
           05 DC-DECISION           PIC X.
               88 DC-APPROVE        VALUE "A".
               88 DC-REJECT         VALUE "R".
           05 DC-PENDING-SEQ        PIC 9(7).
           05 DC-APPROVER-ID        PIC X(8).
           05 DC-REASON             PIC X(30).

       FD  PENDING-AGING-LIST.
       01 AGING-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       77 MAX-QUDIT-SIZE           PIC 99 VALUE 16.
       77 TRANS-APPLIED-COUNT      PIC 9(7) VALUE 0.
       77 TRANS-REJECTED-COUNT     PIC 9(7) VALUE 0.
       77 JOURNAL-SEQ              PIC 9(7) VALUE 0.
       77 PENDING-SEQ              PIC 9(7) VALUE 0.
       77 TRANS-PENDED-COUNT       PIC 9(7) VALUE 0.
       77 TRANS-DECLINED-COUNT     PIC 9(7) VALUE 0.
       77 DECISIONS-READ-COUNT     PIC 9(7) VALUE 0.
       77 DECISIONS-REFUSED-COUNT  PIC 9(7) VALUE 0.
       77 APPLIED-BEFORE-DECISION  PIC 9(7) VALUE 0.
       77 AGING-LISTED-COUNT       PIC 9(7) VALUE 0.
       77 AGING-DAYS               PIC 9(5) VALUE 0.
       77 AGING-OLDEST-DAYS        PIC 9(5) VALUE 0.

      * The transaction being worked on, read from QUDITTRN on a
      * submit run or taken from its pending image on approval.
       01 TRANS-WORK-RECORD.
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

       01 WS-BEFORE-PRESENT        PIC X VALUE "N".
       01 WS-BEFORE-IMAGE          PIC X(241) VALUE SPACES.
       01 WS-INFORCE-IMAGE         PIC X(241) VALUE SPACES.
       01 WS-END-OF-VERSIONS       PIC X VALUE "N".
       01 OPEN-END-DATE            PIC X(8) VALUE "99999999".

       01 WS-TRN-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-AUD-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-JRN-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-PND-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-DEC-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-PAG-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-END-OF-DEC-FILE       PIC X VALUE "N".
           88 END-OF-DEC-FILE      VALUE "Y".
       01 WS-END-OF-PENDING        PIC X VALUE "N".
           88 END-OF-PENDING       VALUE "Y".
       01 WS-PENDING-FOUND         PIC X VALUE "N".
           88 PENDING-FOUND        VALUE "Y".
       01 WS-RUN-MODE              PIC X(14) VALUE "SUBMIT".
           88 SUBMIT-RUN           VALUE "SUBMIT".
           88 APPROVAL-RUN         VALUE "APPROVE".
           88 AGING-RUN            VALUE "AGING".
       01 WS-END-OF-TRANS-FILE     PIC X VALUE "N".
           88 END-OF-TRANS-FILE    VALUE "Y".
       01 WS-END-OF-JRN-FILE       PIC X VALUE "N".

       01 MAINT-DATE               PIC X(8) VALUE SPACES.
       01 CURRENT-STAMP            PIC X(21) VALUE SPACES.
       01 TODAY-DATE.
           05 TODAY-DATE-X         PIC X(8).
       01 TODAY-DATE-NUM REDEFINES TODAY-DATE PIC 9(8).
       01 SUBMIT-DATE.
           05 SUBMIT-DATE-X        PIC X(8).
       01 SUBMIT-DATE-NUM REDEFINES SUBMIT-DATE PIC 9(8).

      * Maker-checker fields shown on each audit control line.
       01 AUDIT-PENDING-SEQ        PIC 9(7) VALUE 0.
       01 AUDIT-SUBMITTER-ID       PIC X(8) VALUE SPACES.
       01 AUDIT-APPROVER-ID        PIC X(8) VALUE SPACES.
       01 AUDIT-DECISION           PIC X(7) VALUE SPACES.

       01 WS-PARM-CARD             PIC X(80) VALUE SPACES.
       01 WS-PARM-TOKENS.
           05 WS-PARM-TOKEN PIC X(20) OCCURS 4 TIMES.
       01 WS-PARM-KEY              PIC X(10) VALUE SPACES.
       01 WS-PARM-VAL              PIC X(14) VALUE SPACES.
       77 WS-PARM-IDX              PIC 9 VALUE 1.

       01 HEADER-LINE-1.
           05 FILLER               PIC X(36) VALUE
           05 AD-REASON            PIC X(36).
           05 FILLER               PIC X(20) VALUE SPACES.

       01 AUDIT-CONTROL-LINE.
           05 FILLER               PIC X(11) VALUE "   PENDING ".
           05 AC-PENDING-SEQ       PIC 9(7).
           05 FILLER               PIC X(12) VALUE "  SUBMITTER ".
           05 AC-SUBMITTER-ID      PIC X(8).
           05 FILLER               PIC X(11) VALUE "  APPROVER ".
           05 AC-APPROVER-ID       PIC X(8).
           05 FILLER               PIC X(11) VALUE "  DECISION ".
           05 AC-DECISION          PIC X(7).
           05 FILLER               PIC X(5) VALUE SPACES.

       01 TRAILER-LINE-1.
           05 FILLER               PIC X(17) VALUE "TRANS READ       ".
           05 TR1-COUNT            PIC ZZZZZZ9.
           05 TR3-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 TRAILER-LINE-4.
           05 FILLER               PIC X(17) VALUE "TRANS PENDED     ".
           05 TR4-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 TRAILER-LINE-5.
           05 FILLER               PIC X(17) VALUE "DECISIONS READ   ".
           05 TR5-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 TRAILER-LINE-6.
           05 FILLER               PIC X(17) VALUE "TRANS DECLINED   ".
           05 TR6-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 TRAILER-LINE-7.
           05 FILLER               PIC X(17) VALUE "DECISIONS REFUSED".
           05 TR7-COUNT            PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 AGING-HEADER-LINE.
           05 FILLER               PIC X(36) VALUE
               "QUDIT PENDING MAINTENANCE AGING -   ".
           05 AGH-RUN-STAMP        PIC X(21).
           05 FILLER               PIC X(23) VALUE SPACES.

       01 AGING-DETAIL-LINE.
           05 FILLER               PIC X(8) VALUE "PENDING ".
           05 AG-PENDING-SEQ       PIC 9(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AG-ACTION            PIC X.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AG-SUBJECT-ID        PIC X(8).
           05 FILLER               PIC X(12) VALUE "  SUBMITTER ".
           05 AG-SUBMITTER-ID      PIC X(8).
           05 FILLER               PIC X(12) VALUE "  SUBMITTED ".
           05 AG-SUBMIT-DATE       PIC X(8).
           05 FILLER               PIC X(7) VALUE "  DAYS ".
           05 AG-DAYS              PIC ZZZZ9.

       01 AGING-TRAILER-LINE-1.
           05 FILLER               PIC X(17) VALUE "ITEMS PENDING    ".
           05 AGT1-COUNT           PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 AGING-TRAILER-LINE-2.
           05 FILLER               PIC X(17) VALUE "OLDEST DAYS      ".
           05 AGT2-COUNT           PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 NO-PENDING-LINE.
           05 FILLER               PIC X(80) VALUE
               "NO MAINTENANCE TRANSACTIONS AWAITING A DECISION".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
           MOVE CURRENT-STAMP(1:8) TO MAINT-DATE
           MOVE MAINT-DATE TO TODAY-DATE-X
           PERFORM PARSE-PARM-CARD
           OPEN OUTPUT MAINT-AUDIT-LIST
           MOVE CURRENT-STAMP TO HDR-RUN-STAMP
           WRITE AUDIT-LINE FROM HEADER-LINE-1
           WRITE AUDIT-LINE FROM HEADER-LINE-2
           PERFORM OPEN-PENDING-FILE
           IF WS-PND-FILE-STATUS NOT = "00"
               DISPLAY "Pending file QUDITPND could not be opened, "
                   "status " WS-PND-FILE-STATUS
                   " -- no transactions submitted or applied."
               MOVE 8 TO RETURN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN APPROVAL-RUN
                       PERFORM APPROVE-PENDING-TRANSACTIONS
                   WHEN AGING-RUN
                       CONTINUE
                   WHEN SUBMIT-RUN
                       PERFORM SUBMIT-MAINT-TRANSACTIONS
                   WHEN OTHER
                       DISPLAY "MODE=" WS-RUN-MODE
                           " is not SUBMIT, APPROVE or AGING"
                           " -- nothing submitted or applied."
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
               PERFORM WRITE-PENDING-AGING
               CLOSE PENDING-TRANS-FILE
           END-IF
           WRITE AUDIT-LINE FROM HEADER-LINE-2
           MOVE TRANS-READ-COUNT TO TR1-COUNT
           MOVE TRANS-APPLIED-COUNT TO TR2-COUNT
           MOVE TRANS-REJECTED-COUNT TO TR3-COUNT
           MOVE TRANS-PENDED-COUNT TO TR4-COUNT
           MOVE DECISIONS-READ-COUNT TO TR5-COUNT
           MOVE TRANS-DECLINED-COUNT TO TR6-COUNT
           MOVE DECISIONS-REFUSED-COUNT TO TR7-COUNT
           WRITE AUDIT-LINE FROM TRAILER-LINE-1
           WRITE AUDIT-LINE FROM TRAILER-LINE-2
           WRITE AUDIT-LINE FROM TRAILER-LINE-3
           WRITE AUDIT-LINE FROM TRAILER-LINE-4
           WRITE AUDIT-LINE FROM TRAILER-LINE-5
           WRITE AUDIT-LINE FROM TRAILER-LINE-6
           WRITE AUDIT-LINE FROM TRAILER-LINE-7
           CLOSE MAINT-AUDIT-LIST
           IF (TRANS-REJECTED-COUNT > 0
               OR DECISIONS-REFUSED-COUNT > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
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
           IF WS-PARM-KEY = "MODE"
               MOVE WS-PARM-VAL TO WS-RUN-MODE
           END-IF.

      * The pending file is bootstrapped empty on first use, like
      * the master.  Its numbering resumes from the highest
      * pending number already on it, as the journal's does.
       OPEN-PENDING-FILE.
           OPEN I-O PENDING-TRANS-FILE
           IF WS-PND-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-TRANS-FILE
               CLOSE PENDING-TRANS-FILE
               OPEN I-O PENDING-TRANS-FILE
           END-IF.

      * Submit run: every transaction is numbered onto the pending
      * file for a second person to decide.  The master is not
      * opened; edits against it happen when the item is approved.
       SUBMIT-MAINT-TRANSACTIONS.
           PERFORM FIND-HIGHEST-PENDING-SEQ
           OPEN INPUT MAINT-TRANS-FILE
           IF WS-TRN-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-TRANS-FILE
                   READ MAINT-TRANS-FILE INTO TRANS-WORK-RECORD
                       AT END
                           SET END-OF-TRANS-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO TRANS-READ-COUNT
                           PERFORM SUBMIT-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE MAINT-TRANS-FILE
           ELSE
               DISPLAY "No maintenance transaction file found -- "
                   "nothing to submit."
           END-IF.

       FIND-HIGHEST-PENDING-SEQ.
           MOVE 0 TO PENDING-SEQ
           MOVE "N" TO WS-END-OF-PENDING
           MOVE 0 TO PN-PENDING-SEQ OF PENDING-TRANS-RECORD
           START PENDING-TRANS-FILE KEY NOT <
               PN-PENDING-SEQ OF PENDING-TRANS-RECORD
               INVALID KEY
                   SET END-OF-PENDING TO TRUE
           END-START
           PERFORM UNTIL END-OF-PENDING
               READ PENDING-TRANS-FILE NEXT
                   AT END
                       SET END-OF-PENDING TO TRUE
                   NOT AT END
                       MOVE PN-PENDING-SEQ OF PENDING-TRANS-RECORD
                           TO PENDING-SEQ
               END-READ
           END-PERFORM.

       SUBMIT-ONE-TRANSACTION.
           MOVE 0 TO AUDIT-PENDING-SEQ
           MOVE TR-SUBMITTER-ID TO AUDIT-SUBMITTER-ID
           MOVE SPACES TO AUDIT-APPROVER-ID
           MOVE "SUBMIT" TO AUDIT-DECISION
           IF TR-SUBMITTER-ID = SPACES
               MOVE "NO SUBMITTER ID" TO AD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           ELSE
               IF NOT TR-ADD AND NOT TR-CHANGE AND NOT TR-DELETE
                   AND NOT TR-OWNER
                   MOVE "UNKNOWN ACTION CODE" TO AD-REASON
                   PERFORM WRITE-AUDIT-REJECTED
               ELSE
                   PERFORM WRITE-PENDING-TRANSACTION
               END-IF
           END-IF.

       WRITE-PENDING-TRANSACTION.
           ADD 1 TO PENDING-SEQ
           MOVE SPACES TO PENDING-TRANS-RECORD
           MOVE PENDING-SEQ TO PN-PENDING-SEQ OF PENDING-TRANS-RECORD
           MOVE "P" TO PN-STATUS OF PENDING-TRANS-RECORD
           MOVE TR-ACTION TO PN-ACTION OF PENDING-TRANS-RECORD
           MOVE TR-QUDIT-ID TO PN-SUBJECT-ID OF PENDING-TRANS-RECORD
           MOVE TR-SUBMITTER-ID TO
               PN-SUBMITTER-ID OF PENDING-TRANS-RECORD
           MOVE CURRENT-STAMP(1:14) TO
               PN-SUBMIT-RUN-ID OF PENDING-TRANS-RECORD
           MOVE MAINT-DATE TO PN-SUBMIT-DATE OF PENDING-TRANS-RECORD
           MOVE TRANS-WORK-RECORD TO
               PN-TRANS-IMAGE OF PENDING-TRANS-RECORD
           WRITE PENDING-TRANS-RECORD
           IF WS-PND-FILE-STATUS = "00"
               ADD 1 TO TRANS-PENDED-COUNT
               MOVE PENDING-SEQ TO AUDIT-PENDING-SEQ
               MOVE TR-ACTION TO AD-ACTION
               MOVE TR-QUDIT-ID TO AD-QUDIT-ID
               MOVE "PENDING" TO AD-DISPOSITION
               MOVE SPACES TO AD-REASON
               WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE
               PERFORM WRITE-AUDIT-CONTROL-LINE
           ELSE
               MOVE "PENDING FILE I-O FAILED" TO AD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           END-IF.

      * Approval run: each decision names a pending item.  Only an
      * approval by someone other than the submitter reaches the
      * master, through the same maintenance paragraphs and
      * journaling a direct run always used.
       APPROVE-PENDING-TRANSACTIONS.
           PERFORM OPEN-MASTER
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "Qudit master QUDITMST could not be opened, "
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-JOURNAL
               OPEN INPUT DECISION-FILE
               IF WS-DEC-FILE-STATUS = "00"
                   PERFORM UNTIL END-OF-DEC-FILE
                       READ DECISION-FILE
                           AT END
                               SET END-OF-DEC-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO DECISIONS-READ-COUNT
                               PERFORM APPLY-ONE-DECISION
                       END-READ
                   END-PERFORM
                   CLOSE DECISION-FILE
               ELSE
                   DISPLAY "No decision file found -- "
                       "nothing to approve."
               END-IF
               CLOSE MAINT-JOURNAL
               CLOSE QUDIT-MASTER
           END-IF.

       APPLY-ONE-DECISION.
           MOVE SPACES TO TRANS-WORK-RECORD
           MOVE "N" TO WS-PENDING-FOUND
           MOVE DC-PENDING-SEQ TO AUDIT-PENDING-SEQ
           MOVE SPACES TO AUDIT-SUBMITTER-ID
           MOVE DC-APPROVER-ID TO AUDIT-APPROVER-ID
           MOVE SPACES TO AUDIT-DECISION
           IF DC-APPROVE
               MOVE "APPROVE" TO AUDIT-DECISION
           END-IF
           IF DC-REJECT
               MOVE "REJECT" TO AUDIT-DECISION
           END-IF
           MOVE DC-PENDING-SEQ TO
               PN-PENDING-SEQ OF PENDING-TRANS-RECORD
           READ PENDING-TRANS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PENDING-FOUND
                   MOVE PN-TRANS-IMAGE OF PENDING-TRANS-RECORD
                       TO TRANS-WORK-RECORD
                   MOVE PN-SUBMITTER-ID OF PENDING-TRANS-RECORD
                       TO AUDIT-SUBMITTER-ID
           END-READ
           EVALUATE TRUE
               WHEN NOT PENDING-FOUND
                   MOVE "NO SUCH PENDING ITEM" TO AD-REASON
                   PERFORM WRITE-AUDIT-REFUSED
               WHEN NOT PN-PENDING OF PENDING-TRANS-RECORD
                   MOVE "ALREADY DECIDED" TO AD-REASON
                   PERFORM WRITE-AUDIT-REFUSED
               WHEN NOT DC-APPROVE AND NOT DC-REJECT
                   MOVE "UNKNOWN DECISION CODE" TO AD-REASON
                   PERFORM WRITE-AUDIT-REFUSED
               WHEN DC-APPROVER-ID = SPACES
                   MOVE "NO APPROVER ID" TO AD-REASON
                   PERFORM WRITE-AUDIT-REFUSED
               WHEN DC-APPROVER-ID =
                   PN-SUBMITTER-ID OF PENDING-TRANS-RECORD
                   MOVE "APPROVER IS THE SUBMITTER" TO AD-REASON
                   PERFORM WRITE-AUDIT-REFUSED
               WHEN DC-REJECT
                   PERFORM DECLINE-PENDING-TRANSACTION
               WHEN OTHER
                   PERFORM APPLY-APPROVED-TRANSACTION
           END-EVALUATE.

       DECLINE-PENDING-TRANSACTION.
           MOVE "R" TO PN-STATUS OF PENDING-TRANS-RECORD
           PERFORM REWRITE-PENDING-DECISION
           ADD 1 TO TRANS-DECLINED-COUNT
           MOVE TR-ACTION TO AD-ACTION
           MOVE TR-QUDIT-ID TO AD-QUDIT-ID
           MOVE "DECLINED" TO AD-DISPOSITION
           MOVE DC-REASON TO AD-REASON
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE
           PERFORM WRITE-AUDIT-CONTROL-LINE.

      * The existing edits still have the last word: an approved
      * transaction the master refuses is closed as failed, and
      * the audit shows the maintenance reason as it always has.
       APPLY-APPROVED-TRANSACTION.
           MOVE TRANS-APPLIED-COUNT TO APPLIED-BEFORE-DECISION
           PERFORM APPLY-ONE-TRANSACTION
           IF TRANS-APPLIED-COUNT > APPLIED-BEFORE-DECISION
               MOVE "A" TO PN-STATUS OF PENDING-TRANS-RECORD
           ELSE
               MOVE "F" TO PN-STATUS OF PENDING-TRANS-RECORD
           END-IF
           PERFORM REWRITE-PENDING-DECISION.

       REWRITE-PENDING-DECISION.
           MOVE DC-APPROVER-ID TO
               PN-APPROVER-ID OF PENDING-TRANS-RECORD
           MOVE MAINT-DATE TO
               PN-DECISION-DATE OF PENDING-TRANS-RECORD
           REWRITE PENDING-TRANS-RECORD
           IF WS-PND-FILE-STATUS NOT = "00"
               DISPLAY "Pending item " DC-PENDING-SEQ
                   " decision not recorded, status "
                   WS-PND-FILE-STATUS
           END-IF.

      * Items nobody has decided yet, in pending-number order --
      * which is submission order, so the oldest come first.
       WRITE-PENDING-AGING.
           OPEN OUTPUT PENDING-AGING-LIST
           MOVE CURRENT-STAMP TO AGH-RUN-STAMP
           WRITE AGING-LINE FROM AGING-HEADER-LINE
           WRITE AGING-LINE FROM HEADER-LINE-2
           MOVE "N" TO WS-END-OF-PENDING
           MOVE 0 TO PN-PENDING-SEQ OF PENDING-TRANS-RECORD
           START PENDING-TRANS-FILE KEY NOT <
               PN-PENDING-SEQ OF PENDING-TRANS-RECORD
               INVALID KEY
                   SET END-OF-PENDING TO TRUE
           END-START
           PERFORM UNTIL END-OF-PENDING
               READ PENDING-TRANS-FILE NEXT
                   AT END
                       SET END-OF-PENDING TO TRUE
                   NOT AT END
                       IF PN-PENDING OF PENDING-TRANS-RECORD
                           PERFORM WRITE-AGING-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           IF AGING-LISTED-COUNT = 0
               WRITE AGING-LINE FROM NO-PENDING-LINE
           END-IF
           WRITE AGING-LINE FROM HEADER-LINE-2
           MOVE AGING-LISTED-COUNT TO AGT1-COUNT
           MOVE AGING-OLDEST-DAYS TO AGT2-COUNT
           WRITE AGING-LINE FROM AGING-TRAILER-LINE-1
           WRITE AGING-LINE FROM AGING-TRAILER-LINE-2
           CLOSE PENDING-AGING-LIST.

      * A submit date that is not a valid yyyymmdd, or is later
      * than today, ages as zero days.
       WRITE-AGING-DETAIL.
           ADD 1 TO AGING-LISTED-COUNT
           MOVE 0 TO AGING-DAYS
           MOVE PN-SUBMIT-DATE OF PENDING-TRANS-RECORD
               TO SUBMIT-DATE-X
           IF SUBMIT-DATE-X NUMERIC
               AND SUBMIT-DATE-X < TODAY-DATE-X
               AND FUNCTION TEST-DATE-YYYYMMDD(SUBMIT-DATE-NUM) = 0
               COMPUTE AGING-DAYS =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(SUBMIT-DATE-NUM)
           END-IF
           IF AGING-DAYS > AGING-OLDEST-DAYS
               MOVE AGING-DAYS TO AGING-OLDEST-DAYS
           END-IF
           MOVE PN-PENDING-SEQ OF PENDING-TRANS-RECORD
               TO AG-PENDING-SEQ
           MOVE PN-ACTION OF PENDING-TRANS-RECORD TO AG-ACTION
           MOVE PN-SUBJECT-ID OF PENDING-TRANS-RECORD
               TO AG-SUBJECT-ID
           MOVE PN-SUBMITTER-ID OF PENDING-TRANS-RECORD
               TO AG-SUBMITTER-ID
           MOVE PN-SUBMIT-DATE OF PENDING-TRANS-RECORD
               TO AG-SUBMIT-DATE
           MOVE AGING-DAYS TO AG-DAYS
           WRITE AGING-LINE FROM AGING-DETAIL-LINE.

      * First maintenance run of a new shop has no master yet --
      * bootstrap an empty one rather than abend on the open.
                   PERFORM APPLY-CHANGE
               WHEN TR-DELETE
                   PERFORM APPLY-DELETE
               WHEN TR-OWNER
                   PERFORM APPLY-OWNER-CHANGE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO AD-REASON
                   PERFORM WRITE-AUDIT-REJECTED
               MOVE "ALREADY ON MASTER" TO AD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           ELSE
               EVALUATE TRUE
                   WHEN TR-NUM-AMPLITUDES = 0
                       OR TR-NUM-AMPLITUDES > MAX-QUDIT-SIZE
                       MOVE "NUM-AMPLITUDES OUT OF RANGE" TO AD-REASON
                       PERFORM WRITE-AUDIT-REJECTED
                   WHEN TR-COST-CENTER = SPACES
                       MOVE "NO COST CENTER" TO AD-REASON
                       PERFORM WRITE-AUDIT-REJECTED
                   WHEN TR-ANALYST-ID = SPACES
                       MOVE "NO ANALYST" TO AD-REASON
                       PERFORM WRITE-AUDIT-REJECTED
                   WHEN MASTER-FOUND
                       PERFORM SUPERSEDE-CURRENT-VERSION
                   WHEN OTHER
                       PERFORM WRITE-NEW-VERSION
               END-EVALUATE
           END-IF.

       APPLY-CHANGE.
               END-IF
           END-IF.

      * Ownership moves as a new version of an unchanged
      * definition: the in-force amplitudes are copied into the
      * transaction so the usual supersede carries them forward.
       APPLY-OWNER-CHANGE.
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   MOVE "NOT ON MASTER" TO AD-REASON
                   PERFORM WRITE-AUDIT-REJECTED
               WHEN QM-INACTIVE OF QUDIT-MASTER-RECORD
                   MOVE "INACTIVE - REINSTATE WITH ADD" TO AD-REASON
                   PERFORM WRITE-AUDIT-REJECTED
               WHEN TR-COST-CENTER = SPACES
                   MOVE "NO COST CENTER" TO AD-REASON
                   PERFORM WRITE-AUDIT-REJECTED
               WHEN OTHER
                   MOVE QM-NUM-AMPLITUDES OF QUDIT-MASTER-RECORD
                       TO TR-NUM-AMPLITUDES
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > MAX-QUDIT-SIZE
                       MOVE QM-AMPLITUDE-REAL OF QUDIT-MASTER-RECORD (I)
                           TO TR-AMPLITUDE-REAL(I)
                       MOVE QM-AMPLITUDE-IMAG OF QUDIT-MASTER-RECORD (I)
                           TO TR-AMPLITUDE-IMAG(I)
                   END-PERFORM
                   MOVE 0 TO I
                   PERFORM SUPERSEDE-CURRENT-VERSION
           END-EVALUATE.

      * A CHANGE (or reinstating ADD) on a version that took
      * effect today corrects it in place -- a day never splits
      * into two versions.  Otherwise the version in force is
                   QM-AMPLITUDE-IMAG OF QUDIT-MASTER-RECORD (I)
           END-PERFORM
           MOVE 0 TO I
           IF TR-COST-CENTER NOT = SPACES
               MOVE TR-COST-CENTER TO
                   QM-COST-CENTER OF QUDIT-MASTER-RECORD
           END-IF
           IF TR-ANALYST-ID NOT = SPACES
               MOVE TR-ANALYST-ID TO
                   QM-ANALYST-ID OF QUDIT-MASTER-RECORD
           END-IF
           MOVE "A" TO QM-STATUS OF QUDIT-MASTER-RECORD
           MOVE MAINT-DATE TO
               QM-LAST-MAINT-DATE OF QUDIT-MASTER-RECORD.
           MOVE TR-QUDIT-ID TO AD-QUDIT-ID
           MOVE "APPLIED" TO AD-DISPOSITION
           MOVE SPACES TO AD-REASON
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE
           PERFORM WRITE-AUDIT-CONTROL-LINE.

      * Journaled once per successful master I-O (a supersede is
      * two: the closed prior version, then the new one): the
           MOVE TR-ACTION TO AD-ACTION
           MOVE TR-QUDIT-ID TO AD-QUDIT-ID
           MOVE "REJECTED" TO AD-DISPOSITION
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE
           PERFORM WRITE-AUDIT-CONTROL-LINE.

      * A decision the checker was not entitled to make, or that
      * names no open item; the pending item is left untouched.
       WRITE-AUDIT-REFUSED.
           ADD 1 TO DECISIONS-REFUSED-COUNT
           MOVE TR-ACTION TO AD-ACTION
           MOVE TR-QUDIT-ID TO AD-QUDIT-ID
           MOVE "REFUSED" TO AD-DISPOSITION
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE
           PERFORM WRITE-AUDIT-CONTROL-LINE.

       WRITE-AUDIT-CONTROL-LINE.
           MOVE AUDIT-PENDING-SEQ TO AC-PENDING-SEQ
           MOVE AUDIT-SUBMITTER-ID TO AC-SUBMITTER-ID
           MOVE AUDIT-APPROVER-ID TO AC-APPROVER-ID
           MOVE AUDIT-DECISION TO AC-DECISION
           WRITE AUDIT-LINE FROM AUDIT-CONTROL-LINE.

       END PROGRAM QUDITMNT.
