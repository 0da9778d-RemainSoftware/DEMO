      *    entries are skipped from the browse unless the reviewer    *
      *    asks to see everything.                                    *
      *                                                                *
      *    An exception the reviewer is content to accept every       *
      *    time it recurs can be made a standing resolution: the      *
      *    reason and an expiry date are keyed, the entry is          *
      *    resolved if it is still open, and an RPA178 row is         *
      *    written with the reviewer as approver.  From then on       *
      *    RPA179 resolves the same exception on the same line as     *
      *    RPA118B, RPA140 or RPA125 queue it - for a blocking entry  *
      *    only once a second reviewer has signed the row off in      *
      *    RPA157.                                                    *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY AUDKEY.
           SELECT RPA178  ASSIGN TO DATABASE-RPA178
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY SRSKEY.
           SELECT RPA150D ASSIGN TO WORKSTATION-RPA150D.
       DATA DIVISION.
       FILE SECTION.
       01  RPA108R.
           COPY DDS-ALL-FORMATS OF RPA108.

      *****************************************************************
      *    Standing resolutions                                       *
      *****************************************************************
       FD  RPA178
           LABEL RECORDS ARE STANDARD.
       01  RPA178R.
           COPY DDS-ALL-FORMATS OF RPA178.

      *****************************************************************
      *    Reviewer's 5250 inquiry/maintenance display                *
      *****************************************************************
               88  W02-IS-FOUND              VALUE 'Y'.
           03  W03-SHOWALL                   PIC X(01).
               88  W03-SHOW-ALL               VALUE 'Y'.
      *        Message carried onto the next browse screen, and the   *
      *        date a standing resolution's expiry must lie beyond    *
           03  W04-MSG                       PIC X(40).
           03  W05-TODAY                     PIC 9(06).
           03  W06-SRSNUM                    PIC 9(05).
      *        Keyed expiry and today with the year windowed at 90    *
      *        into a century digit, the rule RPA121 CHGCEN keys by   *
           03  W07-EXPCYD.
               05  W07-EXPCEN                PIC 9(01).
               05  W07-EXPDAT                PIC 9(06).
           03  W08-TODCYD.
               05  W08-TODCEN                PIC 9(01).
               05  W08-TODDAT                PIC 9(06).

       01  W10-FILTER.
           03  W10-FMBR                      PIC X(10).
       R9801.
           OPEN  I-O RPA105.
           OPEN  I-O RPA108.
           OPEN  I-O RPA178.
           OPEN  I-O RPA150D.
           MOVE  'N'   TO W01-DONE.
           MOVE  'N'   TO W03-SHOWALL.
           MOVE  SPACE TO W04-MSG.
           ACCEPT W05-TODAY FROM DATE.
           MOVE  W05-TODAY TO W08-TODDAT.
           IF    W05-TODAY LESS 900000
                 MOVE 1 TO W08-TODCEN
           ELSE
                 MOVE 0 TO W08-TODCEN.
           MOVE  SPACE TO W10-FILTER.
       R9899.
           EXIT.
       R9901.
           CLOSE RPA105.
           CLOSE RPA108.
           CLOSE RPA178.
           CLOSE RPA150D.
       R9999.
           EXIT.
                 GO TO R3099.
           IF    D-OPT EQUAL 'R'
                 PERFORM R33.
           IF    D-OPT EQUAL 'S'
                 PERFORM R36.
           PERFORM R31.
           GO TO R3003.
       R3099.
           MOVE  ODOBTX (1:60) TO D-ODOBTX.
           MOVE  ODORES        TO D-ODORES.
           MOVE  ODORBY        TO D-ODORBY.
           MOVE  ODOSRN        TO D-ODOSRN.
           MOVE  'N=NEXT  R=RESOLVE  S=STANDING  X=EXIT' TO D-MSG.
           IF    W04-MSG NOT EQUAL SPACE
                 MOVE W04-MSG TO D-MSG
                 MOVE SPACE   TO W04-MSG.
           WRITE RPA150DR.
           READ  RPA150D.
       R3299.
           REWRITE RPA105R.
           MOVE  'R'      TO AUDACT.
           MOVE  D-USRPRF TO AUDUSR.
           MOVE  ZERO     TO AUDSRN.
           PERFORM R34.
       R3399.
           EXIT.
                      GO TO R3403.
       R3499.
           EXIT.

       R36 SECTION.
      *****************************************************************
      *    Make the current entry a standing resolution.  The reason  *
      *    and an expiry date after today must be keyed and the       *
      *    screen confirmed with 'C'; the entry is resolved first if  *
      *    it is still open, then the RPA178 row is written under     *
      *    the next number for the member and type, approved by the   *
      *    reviewer at the 5250.                                      *
      *****************************************************************
       R3601.
           IF    ODOSRN NOT EQUAL ZERO
                 MOVE 'ALREADY RESOLVED BY A STANDING RESOLN' TO W04-MSG
                 GO TO R3699.
           IF    ODOTYP EQUAL SPACE
                 MOVE 'ENTRY CARRIES NO SOURCE TYPE - NOT MADE'
                      TO W04-MSG
                 GO TO R3699.
           MOVE  SPACE TO RPA150DR.
           MOVE  'KEY REASON AND EXPIRY YYMMDD, C=CONFIRM' TO D-MSG.
       R3603.
           MOVE  ODOBNM        TO D-ODOBNM.
           MOVE  ODODAT        TO D-ODODAT.
           MOVE  ODOSEQ        TO D-ODOSEQ.
           MOVE  ODOSEV        TO D-ODOSEV.
           MOVE  ODOBTX (1:60) TO D-ODOBTX.
           MOVE  ODORES        TO D-ODORES.
           MOVE  ODORBY        TO D-ODORBY.
           WRITE RPA150DR.
           READ  RPA150D.
           IF    D-OPT NOT EQUAL 'C'
                 MOVE 'STANDING RESOLUTION NOT MADE' TO W04-MSG
                 GO TO R3699.
           IF    D-SRSRSN EQUAL SPACE
                 MOVE 'A REASON MUST BE KEYED, C=CONFIRM' TO D-MSG
                 GO TO R3603.
           MOVE  D-SRSEXP TO W07-EXPDAT.
           IF    D-SRSEXP LESS 900000
                 MOVE 1 TO W07-EXPCEN
           ELSE
                 MOVE 0 TO W07-EXPCEN.
           IF    D-SRSEXP EQUAL ZERO
           OR    W07-EXPCYD NOT GREATER W08-TODCYD
                 MOVE 'EXPIRY MUST BE AFTER TODAY, C=CONFIRM' TO D-MSG
                 GO TO R3603.
           IF    ODORES-OPEN
                 PERFORM R33.
      *    Next number for the member and type
           MOVE  ZERO     TO W06-SRSNUM.
           MOVE  ODOBNM   TO SRSNAM.
           MOVE  ODOTYP   TO SRSTYP.
           MOVE  99999    TO SRSNUM.
           START RPA178 KEY IS LESS THAN OR EQUAL SRSKEY
                 INVALID KEY
                      GO TO R3605.
           READ  RPA178 NEXT RECORD
                 AT END
                      GO TO R3605.
           IF    SRSNAM EQUAL ODOBNM
           AND   SRSTYP EQUAL ODOTYP
                 MOVE SRSNUM TO W06-SRSNUM.
       R3605.
           ADD   1        TO W06-SRSNUM.
           MOVE  SPACE    TO RPA178R.
           MOVE  ODOBNM   TO SRSNAM.
           MOVE  ODOTYP   TO SRSTYP.
           MOVE  W06-SRSNUM TO SRSNUM.
           MOVE  ODOBTX   TO SRSBTX.
           MOVE  ODOLIN   TO SRSLIN.
           MOVE  ODOSEV   TO SRSSEV.
           MOVE  D-SRSRSN TO SRSRSN.
           MOVE  D-USRPRF TO SRSABY.
           MOVE  W05-TODAY TO SRSADT.
           MOVE  D-SRSEXP TO SRSEXP.
           MOVE  ZERO     TO SRSSDT.
           MOVE  ZERO     TO SRSUSE.
           MOVE  ZERO     TO SRSLDT.
       R3607.
           WRITE RPA178R
                 INVALID KEY
                      ADD  1 TO W06-SRSNUM
                      MOVE W06-SRSNUM TO SRSNUM
                      GO TO R3607.
           IF    ODOSEV-BLOCKING
                 MOVE 'MADE - SECOND SIGN-OFF DUE IN RPA157' TO W04-MSG
           ELSE
                 MOVE 'STANDING RESOLUTION MADE' TO W04-MSG.
       R3699.
           EXIT.
