      * are the pre-run-id layouts; they must be converted (run-id
      * field inserted, as spaces) before this release reads them.
      *
      * QUDITANM records now carry the run-id too (AN-RUN-ID, layout
      * moved to copybook QUDITANM), so the exception case step
      * QUDITEXC can key an anomaly case to the run that raised it.
      * QUDITANM is rewritten every run, so no conversion is needed.
      *
      * Note on naming: the original single-qudit fields
      * (MAX-QUDIT-SIZE, NUM-AMPLITUDES, I, RESULT, etc.) keep their
      * original unprefixed names.  Working-storage items added for
       01 SUMMARY-LINE              PIC X(80).

       FD  ANOMALY-RPT.
       COPY QUDITANM REPLACING ==RECORD-NAME== BY
           ==ANOMALY-RECORD==.

       FD  QUDIT-CONTROL-CARD.
       COPY QUDITDEF REPLACING ==RECORD-NAME== BY
               " outcome " J " observed frequency "
               WS-OBSERVED-FREQ " deviates from expected "
               WS-EXPECTED-PROB ", routing to anomaly report."
           MOVE WS-RUN-ID TO AN-RUN-ID
           MOVE QD-QUDIT-ID OF CURRENT-QUDIT TO AN-QUDIT-ID
           MOVE J TO AN-OUTCOME
           MOVE WS-EXPECTED-PROB TO AN-EXPECTED-PROB
