      * Only the most recent MAX-RUNS-PER-QUDIT run buckets are
      * kept per qudit; the trend verdict only needs the tail.
      *
      * Every ALERT is also written to the alert feed QTRDALT
      * (layout in copybook QTRDALT): qudit-id, the run the alert
      * was raised on, latest drift and worsening streak, so the
      * exception case step QUDITEXC can open or update a case for
      * it.  QTRDALT is rewritten every run and is empty when
      * nothing alerted.
      *
      * Note on naming: follows QUDIT's convention -- core trend
      * fields keep plain names, support fields for file status and
      * flags carry a WS- prefix.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRD-FILE-STATUS.

           SELECT ALERT-FEED ASSIGN TO "QTRDALT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-FILE-STATUS.

           SELECT SORT-WORK ASSIGN TO "QTRDSRT".

       DATA DIVISION.
       FD  TREND-REPORT.
       01 TREND-LINE                PIC X(80).

       FD  ALERT-FEED.
       COPY QTRDALT REPLACING ==RECORD-NAME== BY
           ==ALERT-FEED-RECORD==.

      * The sort record carries only what the trend needs: the
      * record's max drift is already computed at release time,
      * and the run key (run-id, or the timestamp for converted

       01 WS-LOG-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-TRD-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-ALT-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-END-OF-LOG-FILE       PIC X VALUE "N".
           88 END-OF-LOG-FILE      VALUE "Y".
       01 WS-END-OF-SORT-FILE      PIC X VALUE "N".
       MAIN-LOGIC.
           PERFORM PARSE-PARM-CARD
           OPEN OUTPUT TREND-REPORT
           OPEN OUTPUT ALERT-FEED
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE RUN-STAMP TO HDR-RUN-STAMP
           WRITE TREND-LINE FROM HEADER-LINE-1
               WRITE TREND-LINE FROM SKIPPED-LINE
           END-IF
           CLOSE TREND-REPORT
           CLOSE ALERT-FEED
           IF ALERT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
                   WORSE-STREAK " consecutive runs, latest "
                   GRP-RUN-DRIFT(GRP-RUN-COUNT)
                   " over threshold -- ALERT."
               PERFORM WRITE-ALERT-FEED
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > GRP-RUN-COUNT
               MOVE GRP-RUN-KEY(R) TO RD-RUN-KEY
           END-PERFORM
           MOVE 0 TO R.

      * One feed record per ALERT, keyed to the latest run bucket
      * -- the run the alert was raised on -- so QUDITEXC can open
      * or update a case without scraping the report.
       WRITE-ALERT-FEED.
           MOVE GRP-RUN-KEY(GRP-RUN-COUNT) TO TA-RUN-KEY
           MOVE GRP-QUDIT-ID TO TA-QUDIT-ID
           MOVE GRP-RUN-DRIFT(GRP-RUN-COUNT) TO TA-LATEST-DRIFT
           MOVE WORSE-STREAK TO TA-WORSE-STREAK
           MOVE GRP-RUN-COUNT TO TA-RUN-COUNT
           WRITE ALERT-FEED-RECORD.

       END PROGRAM QUDITTRD.
