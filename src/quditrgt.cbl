       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUDITRGT.

      ***************************************************************
      * Modification history
      * ---------------------------------------------------------
      * Register gate step between QUDITBLD and QUDITREG.  QUDITGAT
      * only transforms single qudits, so the one way to get a
      * correlated register into QUDITREG's joint path was to key
      * the whole joint amplitude vector into QREGJREQ by hand.
      * This step reads product-state registers from QREGIN
      * (QUDITREG layout) and a register gate deck from QRGTDECK,
      * multiplies each register the deck names out into its joint
      * amplitude vector over the members' combined outcome space
      * (last member varying fastest, as QUDITRGJ lays it out),
      * applies the deck's instructions for it in deck order, and
      * writes the result to QREGJIN in QUDITRGJ layout with the
      * members and their dimensions carried over.  Supported
      * operations, each naming its member(s) by qudit-id:
      *   PHASE - rotate the target's level RK-LEVEL-1 by
      *           RK-ANGLE-DEG degrees
      *   SWAP  - exchange the target's levels RK-LEVEL-1/-2
      *   MIX   - uniform mixing (discrete Fourier transform) over
      *           the target's levels
      *   SEQ   - the named QGATLIB recipe against the target,
      *           expanded at deck-load time exactly as a QUDITGAT
      *           deck SEQ entry is
      *   CSUM  - controlled-SUM: the target is shifted up by the
      *           control's level (level 1 shifts by 0), modulo
      *           the target's dimension
      *   CPHAS - controlled-PHASE: rotate by RK-ANGLE-DEG every
      *           joint outcome with the control on RK-LEVEL-1 and
      *           the target on RK-LEVEL-2
      * The single-qudit operations act on the target's axis of the
      * joint vector, so on a product state they agree with what
      * QUDITGAT would do to that member alone; the controlled ones
      * are what build the correlations.  All are unitary, so the
      * joint vector stays normalized up to rounding.
      *
      * A register the deck does not name is left alone on QREGIN
      * for QUDITREG's product path.  A named register whose member
      * count, member dimensions or combined outcome space (cap 256)
      * is out of range is not written, and its instructions are
      * counted rejected; so is every instruction naming an
      * unknown member or operation, an out-of-range level, a
      * control equal to its target, a sequence not in the library,
      * or a register absent from QREGIN.  RETURN-CODE 4 is set
      * when anything was rejected.  QREGJIN is opened EXTEND so
      * the step follows QUDITBLD, which starts QREGJIN fresh each
      * cycle, without losing its joint registers; QUDITREG skips
      * the QREGIN copy of any register it finds on QREGJIN.  The
      * counts and condition code go to the one-page summary
      * QRGTSUM, in QUDITSUM's shape.
      *
      * Note on naming: follows QUDIT's convention -- core transform
      * fields keep plain names, support fields for file status and
      * flags carry a WS- prefix.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUDIT-REGISTER-FILE ASSIGN TO "QREGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT REGISTER-DECK-FILE ASSIGN TO "QRGTDECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECK-FILE-STATUS.

           SELECT JOINT-REGISTER-FILE ASSIGN TO "QREGJIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JIN-FILE-STATUS.

           SELECT GATE-RUN-SUMMARY ASSIGN TO "QRGTSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-FILE-STATUS.

           SELECT GATE-SEQ-LIBRARY ASSIGN TO "QGATLIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-SEQ-NAME OF GATE-SEQ-RECORD
               FILE STATUS IS WS-LIB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUDIT-REGISTER-FILE.
       COPY QUDITREG REPLACING ==RECORD-NAME== BY
           ==QUDIT-REGISTER-RECORD==.

       FD  REGISTER-DECK-FILE.
       01 REGISTER-DECK-RECORD.
           05 RK-REGISTER-ID        PIC X(8).
           05 RK-OPERATION          PIC X(5).
               88 RK-SEQ            VALUE "SEQ  ".
           05 RK-TARGET-ID          PIC X(8).
           05 RK-CONTROL-ID         PIC X(8).
           05 RK-LEVEL-1            PIC 99.
           05 RK-LEVEL-2            PIC 99.
           05 RK-ANGLE-DEG          PIC S9(3)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 RK-SEQ-NAME           PIC X(8).

       FD  JOINT-REGISTER-FILE.
       COPY QUDITRGJ REPLACING ==RECORD-NAME== BY
           ==JOINT-REGISTER-RECORD==.

       FD  GATE-RUN-SUMMARY.
       01 SUMMARY-LINE              PIC X(80).

       FD  GATE-SEQ-LIBRARY.
       COPY QGATLIB REPLACING ==RECORD-NAME== BY
           ==GATE-SEQ-RECORD==.

       WORKING-STORAGE SECTION.

       77 MAX-QUDITS-PER-REGISTER  PIC 99 VALUE 8.
       77 MAX-QUDIT-SIZE           PIC 99 VALUE 16.
       77 MAX-JOINT-AMPLITUDES     PIC 9(3) VALUE 256.
       77 MAX-DECK-SIZE            PIC 9(4) VALUE 1000.
       77 DECK-USED                PIC 9(4) VALUE 0.
       77 NUM-QUDITS               PIC 99 VALUE 0.
       77 NUM-JOINT-AMPLITUDES     PIC 9(3) VALUE 0.
       77 PRODUCT-DIMS             PIC 9(4) VALUE 0.
       77 I                        PIC 99 VALUE 1.
       77 J                        PIC 99 VALUE 1.
       77 K                        PIC 99 VALUE 1.
       77 JA                       PIC 9(3) VALUE 1.
       77 JB                       PIC 9(3) VALUE 1.
       77 G                        PIC 9(4) VALUE 1.
       77 SI                       PIC 99 VALUE 1.
       77 PI-VALUE                 PIC 9V9(8) VALUE 3.14159265.
       77 REGISTERS-READ-COUNT     PIC 9(7) VALUE 0.
       77 REGISTERS-GATED-COUNT    PIC 9(7) VALUE 0.
       77 REGISTERS-NOT-NAMED      PIC 9(7) VALUE 0.
       77 REGISTERS-REJECTED-COUNT PIC 9(7) VALUE 0.
       77 GATES-APPLIED-COUNT      PIC 9(7) VALUE 0.
       77 GATES-REJECTED-COUNT     PIC 9(7) VALUE 0.

      * The member a gate acts on (and, for CSUM/CPHAS, the member
      * controlling it): slot in the register, dimension, and the
      * level it sits on at joint outcome JA.
       77 TARGET-MEMBER            PIC 99 VALUE 0.
       77 TARGET-DIM               PIC 99 VALUE 0.
       77 TARGET-LEVEL             PIC 99 VALUE 0.
       77 SHIFTED-LEVEL            PIC 99 VALUE 0.
       77 CONTROL-MEMBER           PIC 99 VALUE 0.
       77 CONTROL-DIM              PIC 99 VALUE 0.
       77 CONTROL-LEVEL            PIC 99 VALUE 0.
       77 DECODE-QUOT              PIC 9(3) VALUE 0.

       01 MEMBER-WEIGHT-TABLE.
           05 MEMBER-WEIGHT        PIC 9(3) OCCURS 8 TIMES.

      * Working joint vector at full precision; rounded to the
      * QUDITRGJ pictures only when the register is written.
       01 JOINT-AMPLITUDES.
           05 JOINT-LIST OCCURS 256 TIMES.
               10 JOINT-REAL       PIC S9(3)V9(8) VALUE 0.0.
               10 JOINT-IMAG       PIC S9(3)V9(8) VALUE 0.0.

       01 SHIFTED-AMPLITUDES.
           05 SHIFTED-LIST OCCURS 256 TIMES.
               10 SHIFTED-REAL     PIC S9(3)V9(8) VALUE 0.0.
               10 SHIFTED-IMAG     PIC S9(3)V9(8) VALUE 0.0.

       01 MIXED-AMPLITUDES.
           05 MIXED-LIST OCCURS 16 TIMES.
               10 MIXED-REAL       PIC S9(3)V9(8) VALUE 0.0.
               10 MIXED-IMAG       PIC S9(3)V9(8) VALUE 0.0.

       01 FIBER-INDEX-TABLE.
           05 FIBER-INDEX          PIC 9(3) OCCURS 16 TIMES.

       01 REGISTER-DECK-TABLE.
           05 REGISTER-DECK-ENTRY OCCURS 1000 TIMES.
               10 GD-REGISTER-ID    PIC X(8).
               10 GD-OPERATION      PIC X(5).
                   88 GD-PHASE      VALUE "PHASE".
                   88 GD-SWAP       VALUE "SWAP ".
                   88 GD-MIX        VALUE "MIX  ".
                   88 GD-CSUM       VALUE "CSUM ".
                   88 GD-CPHASE     VALUE "CPHAS".
                   88 GD-CONTROLLED VALUE "CSUM " "CPHAS".
               10 GD-TARGET-ID      PIC X(8).
               10 GD-CONTROL-ID     PIC X(8).
               10 GD-LEVEL-1        PIC 99.
               10 GD-LEVEL-2        PIC 99.
               10 GD-ANGLE-DEG      PIC S9(3)V99.
               10 GD-MATCHED        PIC X.

       01 ANGLE-RADIANS            PIC S9(3)V9(8) VALUE 0.0.
       01 COS-VALUE                PIC S9V9(8) VALUE 0.0.
       01 SIN-VALUE                PIC S9V9(8) VALUE 0.0.
       01 HOLD-REAL                PIC S9(3)V9(8) VALUE 0.0.
       01 HOLD-IMAG                PIC S9(3)V9(8) VALUE 0.0.
       01 SUM-REAL                 PIC S9(3)V9(8) VALUE 0.0.
       01 SUM-IMAG                 PIC S9(3)V9(8) VALUE 0.0.
       01 INV-SQRT-N               PIC 9V9(8) VALUE 0.0.

       01 WS-REG-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-DECK-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-JIN-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-LIB-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-SUM-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-LIBRARY-OPEN          PIC X VALUE "N".
           88 LIBRARY-OPEN         VALUE "Y".
       01 WS-REGISTER-NAMED        PIC X VALUE "N".
           88 REGISTER-NAMED       VALUE "Y".
       01 WS-REGISTER-VALID        PIC X VALUE "Y".
           88 REGISTER-VALID       VALUE "Y".
       01 WS-END-OF-DECK-FILE      PIC X VALUE "N".
           88 END-OF-DECK-FILE     VALUE "Y".
       01 WS-END-OF-REG-FILE       PIC X VALUE "N".
           88 END-OF-REG-FILE      VALUE "Y".

       01 SM-HEADER-LINE.
           05 FILLER               PIC X(32) VALUE
               "QUDITRGT END-OF-RUN SUMMARY  -  ".
           05 SM-RUN-STAMP         PIC X(21).
           05 FILLER               PIC X(27) VALUE SPACES.

       01 SM-COUNT-LINE.
           05 SM-COUNT-LABEL       PIC X(17).
           05 SM-COUNT-VALUE       PIC ZZZZZZ9.
           05 FILLER               PIC X(56) VALUE SPACES.

       01 SM-CONDITION-LINE.
           05 FILLER               PIC X(17) VALUE "CONDITION CODE   ".
           05 SM-CONDITION-CODE    PIC 99.
           05 FILLER               PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LOAD-REGISTER-DECK
           OPEN INPUT QUDIT-REGISTER-FILE
           OPEN EXTEND JOINT-REGISTER-FILE
           IF WS-JIN-FILE-STATUS = "35"
               OPEN OUTPUT JOINT-REGISTER-FILE
           END-IF
           IF WS-REG-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-REG-FILE
                   READ QUDIT-REGISTER-FILE
                       AT END
                           SET END-OF-REG-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO REGISTERS-READ-COUNT
                           PERFORM GATE-ONE-REGISTER
                   END-READ
               END-PERFORM
               CLOSE QUDIT-REGISTER-FILE
           ELSE
               DISPLAY "No register file QREGIN found -- "
                   "nothing to gate."
           END-IF
           CLOSE JOINT-REGISTER-FILE
           PERFORM REPORT-UNMATCHED-GATES
           DISPLAY "Register gates: " REGISTERS-READ-COUNT
               " registers, " REGISTERS-GATED-COUNT " gated, "
               GATES-APPLIED-COUNT " gates applied, "
               GATES-REJECTED-COUNT " rejected."
           IF GATES-REJECTED-COUNT > 0
               OR REGISTERS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-GATE-RUN-SUMMARY
           STOP RUN.

       WRITE-GATE-RUN-SUMMARY.
           OPEN OUTPUT GATE-RUN-SUMMARY
           MOVE FUNCTION CURRENT-DATE TO SM-RUN-STAMP
           WRITE SUMMARY-LINE FROM SM-HEADER-LINE
           MOVE "REGISTERS READ   " TO SM-COUNT-LABEL
           MOVE REGISTERS-READ-COUNT TO SM-COUNT-VALUE
           WRITE SUMMARY-LINE FROM SM-COUNT-LINE
           MOVE "REGISTERS GATED  " TO SM-COUNT-LABEL
           MOVE REGISTERS-GATED-COUNT TO SM-COUNT-VALUE
           WRITE SUMMARY-LINE FROM SM-COUNT-LINE
           MOVE "NOT IN DECK      " TO SM-COUNT-LABEL
           MOVE REGISTERS-NOT-NAMED TO SM-COUNT-VALUE
           WRITE SUMMARY-LINE FROM SM-COUNT-LINE
           MOVE "REGS REJECTED    " TO SM-COUNT-LABEL
           MOVE REGISTERS-REJECTED-COUNT TO SM-COUNT-VALUE
           WRITE SUMMARY-LINE FROM SM-COUNT-LINE
           MOVE "GATES APPLIED    " TO SM-COUNT-LABEL
           MOVE GATES-APPLIED-COUNT TO SM-COUNT-VALUE
           WRITE SUMMARY-LINE FROM SM-COUNT-LINE
           MOVE "GATES REJECTED   " TO SM-COUNT-LABEL
           MOVE GATES-REJECTED-COUNT TO SM-COUNT-VALUE
           WRITE SUMMARY-LINE FROM SM-COUNT-LINE
           MOVE RETURN-CODE TO SM-CONDITION-CODE
           WRITE SUMMARY-LINE FROM SM-CONDITION-LINE
           CLOSE GATE-RUN-SUMMARY.

       LOAD-REGISTER-DECK.
           OPEN INPUT GATE-SEQ-LIBRARY
           IF WS-LIB-FILE-STATUS = "00"
               MOVE "Y" TO WS-LIBRARY-OPEN
           END-IF
           OPEN INPUT REGISTER-DECK-FILE
           IF WS-DECK-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-DECK-FILE
                   READ REGISTER-DECK-FILE
                       AT END
                           SET END-OF-DECK-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-DECK-ENTRY
                   END-READ
               END-PERFORM
               CLOSE REGISTER-DECK-FILE
           ELSE
               DISPLAY "No register gate deck QRGTDECK found -- "
                   "no registers will be gated."
           END-IF
           IF LIBRARY-OPEN
               CLOSE GATE-SEQ-LIBRARY
           END-IF.

       STORE-DECK-ENTRY.
           IF RK-SEQ
               PERFORM EXPAND-SEQ-ENTRY
           ELSE
               IF DECK-USED < MAX-DECK-SIZE
                   ADD 1 TO DECK-USED
                   MOVE RK-REGISTER-ID TO GD-REGISTER-ID(DECK-USED)
                   MOVE RK-OPERATION TO GD-OPERATION(DECK-USED)
                   MOVE RK-TARGET-ID TO GD-TARGET-ID(DECK-USED)
                   MOVE RK-CONTROL-ID TO GD-CONTROL-ID(DECK-USED)
                   MOVE RK-LEVEL-1 TO GD-LEVEL-1(DECK-USED)
                   MOVE RK-LEVEL-2 TO GD-LEVEL-2(DECK-USED)
                   MOVE RK-ANGLE-DEG TO GD-ANGLE-DEG(DECK-USED)
                   MOVE "N" TO GD-MATCHED(DECK-USED)
               ELSE
                   DISPLAY "Register deck table full at "
                       MAX-DECK-SIZE " entries -- instruction "
                       "dropped: " RK-REGISTER-ID " " RK-OPERATION
                   ADD 1 TO GATES-REJECTED-COUNT
               END-IF
           END-IF.

      * A SEQ entry applies a named, signed-off QGATLIB recipe to
      * its target member, expanded at deck-load time into ordinary
      * single-member entries exactly as QUDITGAT's EXPAND-SEQ-ENTRY
      * does for a lone qudit.
       EXPAND-SEQ-ENTRY.
           IF NOT LIBRARY-OPEN
               DISPLAY "Gate sequence " RK-SEQ-NAME " requested for "
                   "register " RK-REGISTER-ID " but the library "
                   "QGATLIB is not available -- instruction skipped."
               ADD 1 TO GATES-REJECTED-COUNT
           ELSE
               MOVE RK-SEQ-NAME TO GL-SEQ-NAME OF GATE-SEQ-RECORD
               READ GATE-SEQ-LIBRARY
                   INVALID KEY
                       DISPLAY "Gate sequence " RK-SEQ-NAME
                           " not in library QGATLIB -- instruction "
                           "skipped for register " RK-REGISTER-ID
                       ADD 1 TO GATES-REJECTED-COUNT
                   NOT INVALID KEY
                       PERFORM VARYING SI FROM 1 BY 1
                               UNTIL SI >
                               GL-NUM-STEPS OF GATE-SEQ-RECORD
                           PERFORM STORE-EXPANDED-STEP
                       END-PERFORM
                       MOVE 0 TO SI
               END-READ
           END-IF.

       STORE-EXPANDED-STEP.
           IF DECK-USED < MAX-DECK-SIZE
               ADD 1 TO DECK-USED
               MOVE RK-REGISTER-ID TO GD-REGISTER-ID(DECK-USED)
               MOVE GL-OPERATION OF GATE-SEQ-RECORD (SI)
                   TO GD-OPERATION(DECK-USED)
               MOVE RK-TARGET-ID TO GD-TARGET-ID(DECK-USED)
               MOVE SPACES TO GD-CONTROL-ID(DECK-USED)
               MOVE GL-LEVEL-1 OF GATE-SEQ-RECORD (SI)
                   TO GD-LEVEL-1(DECK-USED)
               MOVE GL-LEVEL-2 OF GATE-SEQ-RECORD (SI)
                   TO GD-LEVEL-2(DECK-USED)
               MOVE GL-ANGLE-DEG OF GATE-SEQ-RECORD (SI)
                   TO GD-ANGLE-DEG(DECK-USED)
               MOVE "N" TO GD-MATCHED(DECK-USED)
           ELSE
               DISPLAY "Register deck table full at " MAX-DECK-SIZE
                   " entries -- sequence step dropped: "
                   RK-REGISTER-ID " " RK-SEQ-NAME
               ADD 1 TO GATES-REJECTED-COUNT
           END-IF.

      * Only registers the deck names are gated and written; the
      * rest stay on QREGIN for QUDITREG's product path.
       GATE-ONE-REGISTER.
           MOVE "N" TO WS-REGISTER-NAMED
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > DECK-USED
               IF GD-REGISTER-ID(G) =
                   QR-REGISTER-ID OF QUDIT-REGISTER-RECORD
                   MOVE "Y" TO WS-REGISTER-NAMED
               END-IF
           END-PERFORM
           MOVE 0 TO G
           IF NOT REGISTER-NAMED
               ADD 1 TO REGISTERS-NOT-NAMED
           ELSE
               PERFORM VALIDATE-REGISTER
               IF REGISTER-VALID
                   PERFORM BUILD-PRODUCT-VECTOR
                   PERFORM APPLY-DECK-TO-REGISTER
                   PERFORM WRITE-JOINT-REGISTER
               ELSE
                   PERFORM REJECT-BAD-REGISTER
               END-IF
           END-IF.

      * Guard the member count and dimensions before they become
      * loop bounds and subscripts, and keep the combined outcome
      * space inside the 256 joint amplitudes QUDITRGJ carries.
       VALIDATE-REGISTER.
           MOVE "Y" TO WS-REGISTER-VALID
           MOVE QR-NUM-QUDITS OF QUDIT-REGISTER-RECORD TO NUM-QUDITS
           IF NUM-QUDITS = 0 OR NUM-QUDITS > MAX-QUDITS-PER-REGISTER
               MOVE "N" TO WS-REGISTER-VALID
           ELSE
               MOVE 1 TO PRODUCT-DIMS
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > NUM-QUDITS
                   IF QR-NUM-AMPLITUDES OF QUDIT-REGISTER-RECORD (K)
                       = 0
                       OR QR-NUM-AMPLITUDES
                           OF QUDIT-REGISTER-RECORD (K)
                           > MAX-QUDIT-SIZE
                       MOVE "N" TO WS-REGISTER-VALID
                   ELSE
                       IF PRODUCT-DIMS <= MAX-JOINT-AMPLITUDES
                           COMPUTE PRODUCT-DIMS = PRODUCT-DIMS *
                               QR-NUM-AMPLITUDES
                               OF QUDIT-REGISTER-RECORD (K)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 0 TO K
               IF PRODUCT-DIMS > MAX-JOINT-AMPLITUDES
                   MOVE "N" TO WS-REGISTER-VALID
               END-IF
           END-IF.

      * The register is not written.  One with a bad member count
      * or dimension goes to QREGDSC through QUDITREG's own checks
      * on its QREGIN copy; one whose combined space is past 256 is
      * measured by QUDITREG as an ungated product register.  Either
      * way every instruction naming it is counted rejected so the
      * run does not end clean.
       REJECT-BAD-REGISTER.
           ADD 1 TO REGISTERS-REJECTED-COUNT
           DISPLAY "Register " QR-REGISTER-ID OF QUDIT-REGISTER-RECORD
               " member count or dimensions out of range, or "
               "combined outcome space past " MAX-JOINT-AMPLITUDES
               " -- not gated."
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > DECK-USED
               IF GD-REGISTER-ID(G) =
                   QR-REGISTER-ID OF QUDIT-REGISTER-RECORD
                   MOVE "Y" TO GD-MATCHED(G)
                   ADD 1 TO GATES-REJECTED-COUNT
               END-IF
           END-PERFORM
           MOVE 0 TO G.

      * Multiplies the members out one at a time: each pass widens
      * the vector by the next member's dimension with that
      * member's level varying fastest, so after the last member
      * the layout is QUDITRGJ's.  The mixed-radix weights decode
      * a joint index back into member levels for the gates.
       BUILD-PRODUCT-VECTOR.
           MOVE 1 TO NUM-JOINT-AMPLITUDES
           MOVE 1 TO JOINT-REAL(1)
           MOVE 0 TO JOINT-IMAG(1)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > NUM-QUDITS
               PERFORM EXPAND-BY-MEMBER
           END-PERFORM
           MOVE 0 TO K
           MOVE 1 TO MEMBER-WEIGHT(NUM-QUDITS)
           PERFORM VARYING K FROM NUM-QUDITS BY -1 UNTIL K < 2
               COMPUTE MEMBER-WEIGHT(K - 1) = MEMBER-WEIGHT(K) *
                   QR-NUM-AMPLITUDES OF QUDIT-REGISTER-RECORD (K)
           END-PERFORM
           MOVE 0 TO K.

       EXPAND-BY-MEMBER.
           MOVE QR-NUM-AMPLITUDES OF QUDIT-REGISTER-RECORD (K)
               TO TARGET-DIM
           PERFORM VARYING JA FROM 1 BY 1
                   UNTIL JA > NUM-JOINT-AMPLITUDES
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > TARGET-DIM
                   COMPUTE JB = (JA - 1) * TARGET-DIM + I
                   COMPUTE SHIFTED-REAL(JB) ROUNDED =
                       JOINT-REAL(JA) *
                       QR-AMPLITUDE-REAL OF QUDIT-REGISTER-RECORD (K I)
                       - JOINT-IMAG(JA) *
                       QR-AMPLITUDE-IMAG OF QUDIT-REGISTER-RECORD (K I)
                   COMPUTE SHIFTED-IMAG(JB) ROUNDED =
                       JOINT-REAL(JA) *
                       QR-AMPLITUDE-IMAG OF QUDIT-REGISTER-RECORD (K I)
                       + JOINT-IMAG(JA) *
                       QR-AMPLITUDE-REAL OF QUDIT-REGISTER-RECORD (K I)
               END-PERFORM
           END-PERFORM
           MOVE 0 TO I
           COMPUTE NUM-JOINT-AMPLITUDES =
               NUM-JOINT-AMPLITUDES * TARGET-DIM
           PERFORM VARYING JA FROM 1 BY 1
                   UNTIL JA > NUM-JOINT-AMPLITUDES
               MOVE SHIFTED-REAL(JA) TO JOINT-REAL(JA)
               MOVE SHIFTED-IMAG(JA) TO JOINT-IMAG(JA)
           END-PERFORM
           MOVE 0 TO JA.

       APPLY-DECK-TO-REGISTER.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > DECK-USED
               IF GD-REGISTER-ID(G) =
                   QR-REGISTER-ID OF QUDIT-REGISTER-RECORD
                   MOVE "Y" TO GD-MATCHED(G)
                   PERFORM APPLY-ONE-REGISTER-GATE
               END-IF
           END-PERFORM
           MOVE 0 TO G.

      * Resolves the gate's member(s) to register slots first; an
      * operation against a member the register does not carry, or
      * a controlled operation whose control is its own target, is
      * rejected before any amplitude moves.
       APPLY-ONE-REGISTER-GATE.
           PERFORM FIND-GATE-MEMBERS
           EVALUATE TRUE
               WHEN TARGET-MEMBER = 0
                   DISPLAY "Target member " GD-TARGET-ID(G)
                       " not in register " GD-REGISTER-ID(G)
                       " -- instruction skipped."
                   ADD 1 TO GATES-REJECTED-COUNT
               WHEN GD-CONTROLLED(G) AND CONTROL-MEMBER = 0
                   DISPLAY "Control member " GD-CONTROL-ID(G)
                       " not in register " GD-REGISTER-ID(G)
                       " -- instruction skipped."
                   ADD 1 TO GATES-REJECTED-COUNT
               WHEN GD-CONTROLLED(G) AND CONTROL-MEMBER = TARGET-MEMBER
                   DISPLAY GD-OPERATION(G) " control and target both "
                       GD-TARGET-ID(G) " in register "
                       GD-REGISTER-ID(G) " -- instruction skipped."
                   ADD 1 TO GATES-REJECTED-COUNT
               WHEN GD-PHASE(G)
                   PERFORM APPLY-PHASE-GATE
               WHEN GD-SWAP(G)
                   PERFORM APPLY-SWAP-GATE
               WHEN GD-MIX(G)
                   PERFORM APPLY-MIX-GATE
               WHEN GD-CSUM(G)
                   PERFORM APPLY-CSUM-GATE
               WHEN GD-CPHASE(G)
                   PERFORM APPLY-CPHASE-GATE
               WHEN OTHER
                   DISPLAY "Unknown gate operation "
                       GD-OPERATION(G) " for register "
                       GD-REGISTER-ID(G) " -- instruction skipped."
                   ADD 1 TO GATES-REJECTED-COUNT
           END-EVALUATE.

       FIND-GATE-MEMBERS.
           MOVE 0 TO TARGET-MEMBER
           MOVE 0 TO CONTROL-MEMBER
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > NUM-QUDITS
               IF QR-QUDIT-ID OF QUDIT-REGISTER-RECORD (K)
                   = GD-TARGET-ID(G)
                   AND TARGET-MEMBER = 0
                   MOVE K TO TARGET-MEMBER
               END-IF
               IF QR-QUDIT-ID OF QUDIT-REGISTER-RECORD (K)
                   = GD-CONTROL-ID(G)
                   AND CONTROL-MEMBER = 0
                   MOVE K TO CONTROL-MEMBER
               END-IF
           END-PERFORM
           MOVE 0 TO K
           IF TARGET-MEMBER > 0
               MOVE QR-NUM-AMPLITUDES OF QUDIT-REGISTER-RECORD
                   (TARGET-MEMBER) TO TARGET-DIM
           END-IF
           IF CONTROL-MEMBER > 0
               MOVE QR-NUM-AMPLITUDES OF QUDIT-REGISTER-RECORD
                   (CONTROL-MEMBER) TO CONTROL-DIM
           END-IF.

      * Level of the target (and control) member at joint outcome
      * JA, decoded the way QUDITREG's DECODE-JOINT-INDEX does.
       DECODE-GATE-LEVELS.
           COMPUTE DECODE-QUOT =
               (JA - 1) / MEMBER-WEIGHT(TARGET-MEMBER)
           COMPUTE TARGET-LEVEL =
               FUNCTION MOD(DECODE-QUOT, TARGET-DIM) + 1
           IF CONTROL-MEMBER > 0
               COMPUTE DECODE-QUOT =
                   (JA - 1) / MEMBER-WEIGHT(CONTROL-MEMBER)
               COMPUTE CONTROL-LEVEL =
                   FUNCTION MOD(DECODE-QUOT, CONTROL-DIM) + 1
           END-IF.

       SET-GATE-ROTATION.
           COMPUTE ANGLE-RADIANS ROUNDED =
               GD-ANGLE-DEG(G) * PI-VALUE / 180
           COMPUTE COS-VALUE ROUNDED = FUNCTION COS(ANGLE-RADIANS)
           COMPUTE SIN-VALUE ROUNDED = FUNCTION SIN(ANGLE-RADIANS).

      * Multiplies joint amplitude JA by e**(i*angle), the same
      * rotation QUDITGAT's PHASE applies to a lone level.
       ROTATE-JOINT-AMPLITUDE.
           MOVE JOINT-REAL(JA) TO HOLD-REAL
           MOVE JOINT-IMAG(JA) TO HOLD-IMAG
           COMPUTE JOINT-REAL(JA) ROUNDED =
               HOLD-REAL * COS-VALUE - HOLD-IMAG * SIN-VALUE
           COMPUTE JOINT-IMAG(JA) ROUNDED =
               HOLD-REAL * SIN-VALUE + HOLD-IMAG * COS-VALUE.

      * Every joint outcome with the target on the level rotates.
       APPLY-PHASE-GATE.
           IF GD-LEVEL-1(G) < 1 OR GD-LEVEL-1(G) > TARGET-DIM
               DISPLAY "PHASE level " GD-LEVEL-1(G)
                   " out of range for member " GD-TARGET-ID(G)
                   " of register " GD-REGISTER-ID(G)
                   " -- instruction skipped."
               ADD 1 TO GATES-REJECTED-COUNT
           ELSE
               PERFORM SET-GATE-ROTATION
               PERFORM VARYING JA FROM 1 BY 1
                       UNTIL JA > NUM-JOINT-AMPLITUDES
                   PERFORM DECODE-GATE-LEVELS
                   IF TARGET-LEVEL = GD-LEVEL-1(G)
                       PERFORM ROTATE-JOINT-AMPLITUDE
                   END-IF
               END-PERFORM
               MOVE 0 TO JA
               ADD 1 TO GATES-APPLIED-COUNT
           END-IF.

      * Each joint outcome with the target on level 1 trades
      * amplitudes with its partner on level 2 -- the same outcome
      * moved along the target's axis only.
       APPLY-SWAP-GATE.
           IF GD-LEVEL-1(G) < 1 OR GD-LEVEL-1(G) > TARGET-DIM
               OR GD-LEVEL-2(G) < 1 OR GD-LEVEL-2(G) > TARGET-DIM
               DISPLAY "SWAP levels " GD-LEVEL-1(G) " "
                   GD-LEVEL-2(G) " out of range for member "
                   GD-TARGET-ID(G) " of register "
                   GD-REGISTER-ID(G) " -- instruction skipped."
               ADD 1 TO GATES-REJECTED-COUNT
           ELSE
               PERFORM VARYING JA FROM 1 BY 1
                       UNTIL JA > NUM-JOINT-AMPLITUDES
                   PERFORM DECODE-GATE-LEVELS
                   IF TARGET-LEVEL = GD-LEVEL-1(G)
                       AND GD-LEVEL-1(G) NOT = GD-LEVEL-2(G)
                       COMPUTE JB = JA + (GD-LEVEL-2(G)
                           - GD-LEVEL-1(G))
                           * MEMBER-WEIGHT(TARGET-MEMBER)
                       MOVE JOINT-REAL(JA) TO HOLD-REAL
                       MOVE JOINT-IMAG(JA) TO HOLD-IMAG
                       MOVE JOINT-REAL(JB) TO JOINT-REAL(JA)
                       MOVE JOINT-IMAG(JB) TO JOINT-IMAG(JA)
                       MOVE HOLD-REAL TO JOINT-REAL(JB)
                       MOVE HOLD-IMAG TO JOINT-IMAG(JB)
                   END-IF
               END-PERFORM
               MOVE 0 TO JA
               MOVE 0 TO JB
               ADD 1 TO GATES-APPLIED-COUNT
           END-IF.

      * The discrete Fourier transform along the target's axis:
      * every run of joint outcomes that differ only in the
      * target's level (a fiber, found from its level-1 entry) is
      * mixed exactly as QUDITGAT's MIX mixes a lone qudit.
       APPLY-MIX-GATE.
           IF TARGET-DIM < 2
               DISPLAY "MIX needs at least 2 levels, member "
                   GD-TARGET-ID(G) " of register " GD-REGISTER-ID(G)
                   " has " TARGET-DIM " -- instruction skipped."
               ADD 1 TO GATES-REJECTED-COUNT
           ELSE
               COMPUTE INV-SQRT-N ROUNDED =
                   1 / FUNCTION SQRT(TARGET-DIM)
               PERFORM VARYING JA FROM 1 BY 1
                       UNTIL JA > NUM-JOINT-AMPLITUDES
                   PERFORM DECODE-GATE-LEVELS
                   IF TARGET-LEVEL = 1
                       PERFORM MIX-ONE-FIBER
                   END-IF
               END-PERFORM
               MOVE 0 TO JA
               ADD 1 TO GATES-APPLIED-COUNT
           END-IF.

       MIX-ONE-FIBER.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TARGET-DIM
               COMPUTE FIBER-INDEX(J) =
                   JA + (J - 1) * MEMBER-WEIGHT(TARGET-MEMBER)
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TARGET-DIM
               MOVE 0 TO SUM-REAL
               MOVE 0 TO SUM-IMAG
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > TARGET-DIM
                   COMPUTE ANGLE-RADIANS ROUNDED =
                       2 * PI-VALUE * (J - 1) * (I - 1)
                       / TARGET-DIM
                   COMPUTE COS-VALUE ROUNDED =
                       FUNCTION COS(ANGLE-RADIANS)
                   COMPUTE SIN-VALUE ROUNDED =
                       FUNCTION SIN(ANGLE-RADIANS)
                   COMPUTE SUM-REAL ROUNDED = SUM-REAL
                       + JOINT-REAL(FIBER-INDEX(I)) * COS-VALUE
                       - JOINT-IMAG(FIBER-INDEX(I)) * SIN-VALUE
                   COMPUTE SUM-IMAG ROUNDED = SUM-IMAG
                       + JOINT-REAL(FIBER-INDEX(I)) * SIN-VALUE
                       + JOINT-IMAG(FIBER-INDEX(I)) * COS-VALUE
               END-PERFORM
               COMPUTE MIXED-REAL(J) ROUNDED = INV-SQRT-N * SUM-REAL
               COMPUTE MIXED-IMAG(J) ROUNDED = INV-SQRT-N * SUM-IMAG
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TARGET-DIM
               MOVE MIXED-REAL(J) TO JOINT-REAL(FIBER-INDEX(J))
               MOVE MIXED-IMAG(J) TO JOINT-IMAG(FIBER-INDEX(J))
           END-PERFORM
           MOVE 0 TO I
           MOVE 0 TO J.

      * Controlled-SUM: the amplitude of every joint outcome moves
      * to the outcome with the target shifted up by the control's
      * level less one, wrapping at the target's dimension.  A
      * permutation of the joint vector, so it is built into the
      * shifted table and copied back.
       APPLY-CSUM-GATE.
           PERFORM VARYING JA FROM 1 BY 1
                   UNTIL JA > NUM-JOINT-AMPLITUDES
               PERFORM DECODE-GATE-LEVELS
               COMPUTE SHIFTED-LEVEL = FUNCTION MOD(TARGET-LEVEL - 1
                   + CONTROL-LEVEL - 1, TARGET-DIM) + 1
               COMPUTE JB = JA + (SHIFTED-LEVEL - TARGET-LEVEL)
                   * MEMBER-WEIGHT(TARGET-MEMBER)
               MOVE JOINT-REAL(JA) TO SHIFTED-REAL(JB)
               MOVE JOINT-IMAG(JA) TO SHIFTED-IMAG(JB)
           END-PERFORM
           PERFORM VARYING JA FROM 1 BY 1
                   UNTIL JA > NUM-JOINT-AMPLITUDES
               MOVE SHIFTED-REAL(JA) TO JOINT-REAL(JA)
               MOVE SHIFTED-IMAG(JA) TO JOINT-IMAG(JA)
           END-PERFORM
           MOVE 0 TO JA
           MOVE 0 TO JB
           ADD 1 TO GATES-APPLIED-COUNT.

      * Controlled-PHASE: only the joint outcomes with the control
      * on level 1 and the target on level 2 rotate.
       APPLY-CPHASE-GATE.
           IF GD-LEVEL-1(G) < 1 OR GD-LEVEL-1(G) > CONTROL-DIM
               OR GD-LEVEL-2(G) < 1 OR GD-LEVEL-2(G) > TARGET-DIM
               DISPLAY "CPHAS levels " GD-LEVEL-1(G) " "
                   GD-LEVEL-2(G) " out of range for members "
                   GD-CONTROL-ID(G) " " GD-TARGET-ID(G)
                   " of register " GD-REGISTER-ID(G)
                   " -- instruction skipped."
               ADD 1 TO GATES-REJECTED-COUNT
           ELSE
               PERFORM SET-GATE-ROTATION
               PERFORM VARYING JA FROM 1 BY 1
                       UNTIL JA > NUM-JOINT-AMPLITUDES
                   PERFORM DECODE-GATE-LEVELS
                   IF CONTROL-LEVEL = GD-LEVEL-1(G)
                       AND TARGET-LEVEL = GD-LEVEL-2(G)
                       PERFORM ROTATE-JOINT-AMPLITUDE
                   END-IF
               END-PERFORM
               MOVE 0 TO JA
               ADD 1 TO GATES-APPLIED-COUNT
           END-IF.

      * Members and dimensions are carried over as they came in on
      * QREGIN; unused member and amplitude slots are cleared so
      * the record carries nothing stale from the prior register.
       WRITE-JOINT-REGISTER.
           MOVE QR-REGISTER-ID OF QUDIT-REGISTER-RECORD TO
               QJ-REGISTER-ID OF JOINT-REGISTER-RECORD
           MOVE NUM-QUDITS TO QJ-NUM-QUDITS OF JOINT-REGISTER-RECORD
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > MAX-QUDITS-PER-REGISTER
               IF K > NUM-QUDITS
                   MOVE SPACES TO
                       QJ-QUDIT-ID OF JOINT-REGISTER-RECORD (K)
                   MOVE 0 TO
                       QJ-NUM-AMPLITUDES OF JOINT-REGISTER-RECORD (K)
               ELSE
                   MOVE QR-QUDIT-ID OF QUDIT-REGISTER-RECORD (K) TO
                       QJ-QUDIT-ID OF JOINT-REGISTER-RECORD (K)
                   MOVE QR-NUM-AMPLITUDES OF QUDIT-REGISTER-RECORD (K)
                       TO QJ-NUM-AMPLITUDES
                       OF JOINT-REGISTER-RECORD (K)
               END-IF
           END-PERFORM
           MOVE 0 TO K
           MOVE NUM-JOINT-AMPLITUDES TO
               QJ-NUM-JOINT-AMPLITUDES OF JOINT-REGISTER-RECORD
           PERFORM VARYING JA FROM 1 BY 1
                   UNTIL JA > MAX-JOINT-AMPLITUDES
               IF JA > NUM-JOINT-AMPLITUDES
                   MOVE 0 TO QJ-JOINT-AMPLITUDE-REAL
                       OF JOINT-REGISTER-RECORD (JA)
                   MOVE 0 TO QJ-JOINT-AMPLITUDE-IMAG
                       OF JOINT-REGISTER-RECORD (JA)
               ELSE
                   COMPUTE QJ-JOINT-AMPLITUDE-REAL
                       OF JOINT-REGISTER-RECORD (JA) ROUNDED =
                       JOINT-REAL(JA)
                   COMPUTE QJ-JOINT-AMPLITUDE-IMAG
                       OF JOINT-REGISTER-RECORD (JA) ROUNDED =
                       JOINT-IMAG(JA)
               END-IF
           END-PERFORM
           MOVE 0 TO JA
           WRITE JOINT-REGISTER-RECORD
           ADD 1 TO REGISTERS-GATED-COUNT.

       REPORT-UNMATCHED-GATES.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > DECK-USED
               IF GD-MATCHED(G) NOT = "Y"
                   DISPLAY "Register deck entry for register "
                       GD-REGISTER-ID(G) " (" GD-OPERATION(G)
                       ") matched no input register."
                   ADD 1 TO GATES-REJECTED-COUNT
               END-IF
           END-PERFORM
           MOVE 0 TO G.

       END PROGRAM QUDITRGT.
