      * life of the journal (QUDITMNT resumes from the highest seq
      * already present).  JR-BEFORE-PRESENT is "N" on an ADD of a
      * brand-new id, where there was no prior record.  The images
      * are byte copies of the 241-byte QUDITMST record layout; a
      * journal written while the master was 227 bytes must be
      * converted with it, padding each image with 14 spaces, as
      * QUDITRCV replays images straight onto the master.  Read by
      * the recovery utility QUDITRCV to roll a backup forward to a
      * chosen point or to back out a named transaction.  COPY this
      * member REPLACING ==RECORD-NAME== BY the desired 01-level
      * name.
           05 JR-QUDIT-ID          PIC X(8).
           05 JR-BEFORE-PRESENT    PIC X.
               88 JR-HAS-BEFORE    VALUE "Y".
           05 JR-BEFORE-IMAGE      PIC X(241).
           05 JR-AFTER-IMAGE       PIC X(241).
