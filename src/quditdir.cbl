      * not on the master or inactive), 8 when the master could
      * not be opened.  Report on QUDITDRP.
      *
      * The in-force image save area widened to the 241-byte master
      * record, which now carries the owning cost center and
      * analyst.
      *
      * Note on naming: follows QUDIT's convention -- core
      * directory fields keep plain names, support fields for file
      * status and flags carry a WS- prefix.
       01 MODULUS-SQ               PIC 9V9999 VALUE 0.0.
       01 TODAY-DATE               PIC X(8) VALUE SPACES.
       01 WS-END-OF-VERSIONS       PIC X VALUE "N".
       01 WS-INFORCE-IMAGE         PIC X(241) VALUE SPACES.
       01 SELECT-STATUS            PIC X VALUE SPACE.
       01 SELECT-FROM-DATE         PIC X(8) VALUE "00000000".
       01 SELECT-THRU-DATE         PIC X(8) VALUE "99999999".
