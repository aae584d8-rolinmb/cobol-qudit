      * outcomes are numbered 1 thru QJ-NUM-JOINT-AMPLITUDES with
      * the LAST member's outcome varying fastest, and the vector
      * length must equal the product of the member dimensions,
      * capped at 256 combined outcomes.  Two steps write QREGJIN:
      * QUDITBLD, which opens it OUTPUT and emits these from
      * controlled QREGJREQ requests, and the register gate step
      * QUDITRGT, which opens it EXTEND and appends the QREGIN
      * registers its deck gates into joint states -- so QUDITRGT
      * must run after QUDITBLD or its registers are lost.
      * QUDITREG samples the joint distribution directly, derives
      * the per-member marginals from it, and skips the QREGIN
      * copy of any register also found on QREGJIN.  COPY this
      * member REPLACING ==RECORD-NAME== BY the desired 01-level
      * name.
      *****************************************************************
       01 RECORD-NAME.
           05 QJ-REGISTER-ID       PIC X(8).
