           03  ORG117                        PIC X(06).
           03  DAT117                        PIC X(06).
           03  REF117                        PIC X(06).
           03  SRC117                        PIC X(06).

      *****************************************************************
      *    Regenerated pre-release source - the back-out member       *
           MOVE  ZERO     TO ODORDT.
           MOVE  ZERO     TO ODORTM.
           MOVE  SPACE    TO ODORBY.
           MOVE  P01-TYP  TO ODOTYP.
           MOVE  SPACE    TO ODOLIN.
           MOVE  ZERO     TO ODOSRN.
       R5603.
           WRITE RPA105R
                 INVALID KEY
