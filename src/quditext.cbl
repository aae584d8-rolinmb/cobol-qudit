      * later CHANGE put on the master.  NOT IN FORCE marks an id
      * that exists but has no version covering the as-of date.
      *
      * The in-force image save area widened to the 241-byte master
      * record, which now carries the owning cost center and
      * analyst.
      *
      * Note on naming: follows QUDIT's convention -- core extract
      * fields keep plain names, support fields for file status and
      * flags carry a WS- prefix.
           88 MASTER-FOUND         VALUE "Y".
       01 WS-ID-SEEN               PIC X VALUE "N".
       01 WS-END-OF-VERSIONS       PIC X VALUE "N".
       01 WS-INFORCE-IMAGE         PIC X(241) VALUE SPACES.

       01 WS-PARM-CARD             PIC X(80) VALUE SPACES.
       01 WS-PARM-TOKENS.
