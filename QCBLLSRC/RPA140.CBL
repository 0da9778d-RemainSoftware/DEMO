           03  ORG117                        PIC X(06).
           03  DAT117                        PIC X(06).
           03  REF117                        PIC X(06).
           03  SRC117                        PIC X(06).

      *****************************************************************
      *    Manual check / exception queue                             *
           03  W11-TODAY                     PIC 9(06).
           03  W12-SKIP                      PIC X(01).
               88  W12-SKIP-RUN              VALUE 'Y'.
           03  W13-STD                       PIC X(01).

       LINKAGE SECTION.
      *****************************************************************
           MOVE  SPACE    TO ODOBTX.
           MOVE  'RUN REFUSED - MEMBER REGISTERED TO AN ACTIVE RUN'
                 TO ODOBTX.
           MOVE  SPACE    TO ODOLIN.
           PERFORM R36.
           MOVE  '1' TO P03-STAT.
           MOVE  'Y' TO W12-SKIP.
                        DELIMITED BY SIZE INTO ODOBTX
                 MOVE 'B'    TO ODOSEV
                 MOVE P02-NAME TO ODOBNM
                 MOVE W05-KEYSAV TO ODOLIN
                 PERFORM R36.
           IF    W07-ACNT GREATER W06-ECNT
                 ADD  1 TO W09-DUP
                        DELIMITED BY SIZE INTO ODOBTX
                 MOVE 'B'    TO ODOSEV
                 MOVE P02-NAME TO ODOBNM
                 MOVE W05-KEYSAV TO ODOLIN
                 PERFORM R36.
       R3299.
           EXIT.
       R36 SECTION.
      *****************************************************************
      *    Stamp and write one RPA105 exception queue entry            *
      *    ODOBNM/ODOBTX/ODOSEV/ODOLIN are moved in by the caller.     *
      *    R37 seeds W10-ODOSEQ from any entries already on file for   *
      *    this member/date; the WRITE still carries its own           *
      *    duplicate-key retry as a backstop, the same as RPA118B R56. *
           MOVE  ZERO     TO ODORDT.
           MOVE  ZERO     TO ODORTM.
           MOVE  SPACE    TO ODORBY.
           MOVE  P01-TYP  TO ODOTYP.
           MOVE  ZERO     TO ODOSRN.
       R3603.
           WRITE RPA105R
                 INVALID KEY
                      ADD  1 TO W10-ODOSEQ
                      MOVE W10-ODOSEQ TO ODOSEQ
                      GO TO R3603.
      *    A standing resolution on RPA178 may answer for the entry
      *    straight away, the same as in RPA118B R56
           CALL  'RPA179' USING RPA105R W13-STD.
           IF    W13-STD EQUAL 'Y'
                 REWRITE RPA105R.
       R3699.
           EXIT.

