      * of overwriting, so prior definitions stay extractable for
      * as-of reruns and replays.  A status of "I" is a logical
      * delete -- the version stays on the master for audit but is
      * not eligible for extract.  QM-COST-CENTER and
      * QM-ANALYST-ID name the owning department and the
      * responsible analyst; ownership is effective-dated with the
      * rest of the version, so shots are charged to whoever owned
      * the definition on the measurement date.  A master written
      * before ownership was carried must be converted once, out
      * of band, by appending the two fields as spaces -- such
      * versions charge to no cost center until reassigned.  The
      * record is 241 bytes.  Shared by the maintenance program
      * QUDITMNT and every program that pulls definitions from the
      * master.  COPY this member REPLACING ==RECORD-NAME== BY the
      * desired 01-level name.
               88 QM-ACTIVE        VALUE "A".
               88 QM-INACTIVE      VALUE "I".
           05 QM-LAST-MAINT-DATE   PIC X(8).
           05 QM-COST-CENTER       PIC X(6).
           05 QM-ANALYST-ID        PIC X(8).
