           03  W11-FIXED                    PIC S9(5)   COMP-3.
           03  W19-ODOSEQ                   PIC 9(05)   COMP-3.
           03  W23-TODAY                    PIC 9(06).
      *            Key of the line of the first violation - blank     *
      *            when that was found only at end of member - and    *
      *            the RPA179 answer for the queued entry             *
           03  W12-LINE                     PIC X(80).
           03  W13-STD                      PIC X(01).
           03  K                            PIC S9(3)   COMP-3.

      *****************************************************************
                          W09-ERRCNT
                          W11-FIXED.
           MOVE  '0'   TO P03-STAT.
           MOVE  SPACE TO W12-LINE.
           PERFORM R55.
           PERFORM R35.
           IF    P01-TYP EQUAL 'RPG'
                 MOVE  SPACE    TO ODOBTX
                 MOVE  'STRUCTURE CHECK FAILED - SEE RPA125P LISTING'
                       TO ODOBTX
                 MOVE  W12-LINE TO ODOLIN
                 PERFORM R56.
           WRITE RPA125PR FROM D3-SUMMARY AFTER ADVANCING 3 LINES.
           CLOSE RPA123
           MOVE  W10-TEXT TO D1-TEXT.
           WRITE RPA125PR FROM D1-DETAIL AFTER ADVANCING 1 LINE.
           ADD   1 TO W03-LINE.
           IF    W09-ERRCNT EQUAL ZERO
           AND   W10-SEQ NOT EQUAL '999999'
                 MOVE KEY123 TO W12-LINE.
           ADD   1 TO W09-ERRCNT.
       R3299.
           EXIT.
       R56 SECTION.
      *****************************************************************
      *    Stamp and write one RPA105 exception queue entry            *
      *    ODOBNM/ODOSEV/ODOBTX/ODOLIN are moved in by the caller.     *
      *    The WRITE carries its own duplicate-key retry as a          *
      *    backstop, the same as RPA118B R56.                          *
      *****************************************************************
           MOVE  ZERO     TO ODORDT.
           MOVE  ZERO     TO ODORTM.
           MOVE  SPACE    TO ODORBY.
           MOVE  P01-TYP  TO ODOTYP.
           MOVE  ZERO     TO ODOSRN.
       R5603.
           WRITE RPA105R
                 INVALID KEY
                      ADD  1 TO W19-ODOSEQ
                      MOVE W19-ODOSEQ TO ODOSEQ
                      GO TO R5603.
      *    A standing resolution on RPA178 may answer for the entry
      *    straight away, the same as in RPA118B R56
           CALL  'RPA179' USING RPA105R W13-STD.
           IF    W13-STD EQUAL 'Y'
                 REWRITE RPA105R.
       R5699.
           EXIT.

