      * the cycle dashboard QUDITCYC can read the step's outcome
      * from the artifact itself.
      *
      * The in-force image save area widened to the 241-byte master
      * record, which now carries the owning cost center and
      * analyst.
      *
      * Note on naming: follows QUDIT's convention -- core build
      * fields keep plain names, support fields for file status and
      * flags carry a WS- prefix.
       01 WS-REQUEST-REJECTED      PIC X VALUE "N".
           88 REQUEST-REJECTED     VALUE "Y".
       01 WS-END-OF-VERSIONS       PIC X VALUE "N".
       01 WS-INFORCE-IMAGE         PIC X(241) VALUE SPACES.

       01 WS-PARM-CARD             PIC X(80) VALUE SPACES.
       01 WS-PARM-TOKENS.
