      *****************************************************************
      * QREGJNT - register joint outcome record, one per distinct
      * joint outcome a measured register landed on, carrying how
      * many of the register's shots produced it and the
      * probability the register's state assigned it: the product
      * of the member |amplitude|-squared for a product register,
      * the joint |amplitude|-squared for a joint-state register.
      * JD-JOINT-RESULT is the member outcomes in member order,
      * each two digits followed by "-".  JD-RUN-ID identifies the
      * QUDITREG run that wrote the record.  QREGJNT is rewritten
      * every run.  Shared by the JOINT-DIST-FILE FD in QUDITREG
      * and by the warehouse interface extract QUDITWHX.  COPY this
      * member REPLACING ==RECORD-NAME== BY the desired 01-level
      * name.
      *****************************************************************
       01 RECORD-NAME.
           05 JD-RUN-ID             PIC X(14).
           05 JD-REGISTER-ID        PIC X(8).
           05 JD-JOINT-RESULT       PIC X(24).
           05 JD-COUNT              PIC 9(5).
           05 JD-SHOTS-COUNT        PIC 9(5).
           05 JD-EXPECT-PROB        PIC 9V9999.
