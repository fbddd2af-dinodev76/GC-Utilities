      *                      is taken only when the dataset does not
      *                      exist yet (status 35).  The log still
      *                      swallows its own I/O problems.
      * 2026-09-20  1.2      Carry the business processing date from
      *                      PROCDT onto the UTILERRL record as a
      *                      trailing column, next to the wall-clock
      *                      timestamp.  Records from earlier
      *                      releases read back with a blank
      *                      processing date.
      *================================================================*

       IDENTIFICATION DIVISION.
           05  ERL-REC-MESSAGE         PIC X(40).
           05  ERL-REC-SEP-4           PIC X(01).
           05  ERL-REC-CALLER          PIC X(08).
           05  ERL-REC-SEP-5           PIC X(01).
           05  ERL-REC-BUS-DATE        PIC X(10).
      /
       WORKING-STORAGE SECTION.
      *------------------------
       01  W-OPEN-TRY-MAX          PIC 9(04)  COMP VALUE 100.
       01  W-SPIN-DX               PIC 9(09)  COMP.
       01  W-SPIN-SINK             PIC 9(09)  COMP.

       01  W-PROCDT-PROG           PIC X(08)       VALUE 'PROCDT'.

       01  W-PROCDT-PARAMETER.     COPY PROCDTL.
      /
       LINKAGE SECTION.
      *----------------
               MOVE EL-CALLER-ID    TO ERL-REC-CALLER
           END-IF

           CALL W-PROCDT-PROG    USING W-PROCDT-PARAMETER

           MOVE SPACE               TO ERL-REC-SEP-5
           MOVE PD-PROCESS-DATE     TO ERL-REC-BUS-DATE

           PERFORM SUB-2050-OPEN-FOR-APPEND THRU SUB-2050-EXIT

           IF      W-LOG-FILE-STATUS = '00'
