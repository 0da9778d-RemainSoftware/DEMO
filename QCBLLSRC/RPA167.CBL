      *    RPA167P packing list closes with the totals and a          *
      *    sign-off line - exactly what ships, and nothing that       *
      *    cannot be accounted for.                                   *
      *    Every member that ships has the vendor level of its deck   *
      *    posted to the RPA168 installed-level register, with the    *
      *    ship date - this is the only program that moves a level,   *
      *    so the register says what is really out there.             *
      *    The RPA123 image of every member that ships is kept line   *
      *    for line in the RPA180 archive under today's date - what   *
      *    RPA181 compares library source against before the next     *
      *    merge, and what RPA182 reprints for any past ship date.    *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ODOKEY.
           SELECT RPA168  ASSIGN TO DATABASE-RPA168
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LVLKEY.
           SELECT RPA180  ASSIGN TO DATABASE-RPA180
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY SHPKEY.
           SELECT RPA167P ASSIGN TO PRINTER-RPA167P.
       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *    Resequenced ready-to-copy member - reopened per 'P'        *
      *    member to count its lines against the manifest, and per    *
      *    shipped member to archive its image                        *
      *****************************************************************
       FD  RPA123
           LABEL RECORDS ARE STANDARD.
       01  RPA105R.
           COPY DDS-ALL-FORMATS OF RPA105.

      *****************************************************************
      *    Installed-level register                                   *
      *****************************************************************
       FD  RPA168
           LABEL RECORDS ARE STANDARD.
       01  RPA168R.
           COPY DDS-ALL-FORMATS OF RPA168.

      *****************************************************************
      *    Shipped-image archive                                      *
      *****************************************************************
       FD  RPA180
           LABEL RECORDS ARE STANDARD.
       01  RPA180R.
           COPY DDS-ALL-FORMATS OF RPA180.

      *****************************************************************
      *    Packing list                                               *
      *****************************************************************
           03  W09-ACTLIN                   PIC S9(7)   COMP-3.
           03  W19-ODOSEQ                   PIC 9(05)   COMP-3.
           03  W23-TODAY                    PIC 9(06).
           03  W23-TODCEN                   PIC 9(01).
      *            The defect entry's member and text, saved across   *
      *            R36's seeding read of the queue                    *
           03  W24-DEFNAM                   PIC X(10).
           03  W25-DEFTXT                   PIC X(114).
      *            Line number of the image being archived            *
           03  W26-LNO                      PIC S9(7)   COMP-3.

      *****************************************************************
      *    Detail tallies reconciled against the trailer              *
       R9801.
           OPEN  INPUT  RPA166.
           OPEN  I-O    RPA105.
           OPEN  I-O    RPA168.
           OPEN  I-O    RPA180.
           OPEN  OUTPUT RPA167P.
           MOVE  ZERO  TO W01-EOF
                          W04-PAGE.
           WRITE RPA167PR FROM D4-SIGNOFF AFTER ADVANCING 2 LINES.
           CLOSE RPA166
                 RPA105
                 RPA168
                 RPA180
                 RPA167P.
       R9999.
           EXIT.
           MOVE  'SHIP    ' TO D1-ACT.
           ADD   1          TO W20-SHIPCNT.
           ADD   W09-ACTLIN TO W20-SHIPLIN.
           PERFORM R47.
           PERFORM R48.
           PERFORM R33.
       R4099.
           EXIT.
                  DELIMITED BY SIZE INTO D1-RMK.
           ADD   1          TO W20-SHIPCNT.
           ADD   W09-ACTLIN TO W20-SHIPLIN.
           PERFORM R47.
           PERFORM R48.
           PERFORM R33.
       R4299.
           EXIT.
           MOVE  ZERO       TO ODORDT.
           MOVE  ZERO       TO ODORTM.
           MOVE  SPACE      TO ODORBY.
           IF    W24-DEFNAM EQUAL '*MANIFEST*'
                 MOVE SPACE      TO ODOTYP
           ELSE
                 MOVE MAN166-TYP TO ODOTYP.
           MOVE  SPACE      TO ODOLIN.
           MOVE  ZERO       TO ODOSRN.
       R3605.
           WRITE RPA105R
                 INVALID KEY
       R3699.
           EXIT.

       R47 SECTION.
      *****************************************************************
      *    Post the shipped member to the installed-level register -  *
      *    its deck's level from the manifest and today as the ship   *
      *    date.  A deck with no level stamp leaves the level as it   *
      *    was.  Any RPA154 override has now been used, so it is      *
      *    cleared: the next deck at that level is held again.        *
      *****************************************************************
       R4701.
           ACCEPT W23-TODAY FROM DATE.
           MOVE  MAN166-TYP TO LVLTYP.
           MOVE  MAN166-NAM TO LVLNAM.
           READ  RPA168
                 INVALID KEY
                      GO TO R4710.
           IF    MAN166-LVLDAT NOT EQUAL ZERO
                 MOVE MAN166-LVLDAT TO LVLDAT
                 MOVE MAN166-LVLORG TO LVLORG.
           MOVE  W23-TODAY  TO LVLSHP.
           MOVE  ZERO       TO LVLOVD.
           MOVE  SPACE      TO LVLOBY.
           MOVE  ZERO       TO LVLODT.
           REWRITE RPA168R.
           GO TO R4799.
       R4710.
           MOVE  SPACE         TO RPA168R.
           MOVE  MAN166-TYP    TO LVLTYP.
           MOVE  MAN166-NAM    TO LVLNAM.
           MOVE  MAN166-LVLDAT TO LVLDAT.
           MOVE  MAN166-LVLORG TO LVLORG.
           MOVE  W23-TODAY     TO LVLSHP.
           MOVE  ZERO          TO LVLOVD.
           MOVE  SPACE         TO LVLOBY.
           MOVE  ZERO          TO LVLODT.
           WRITE RPA168R.
       R4799.
           EXIT.

       R48 SECTION.
      *****************************************************************
      *    Archive the shipped member's RPA123 image in RPA180 under  *
      *    today's date - a header row with the line count, the ship  *
      *    time and the deck's level, then every line as shipped.  A  *
      *    member already shipped today has that image replaced, so   *
      *    the archive holds what really went out last.               *
      *****************************************************************
       R4801.
           IF    W23-TODAY LESS 900000
                 MOVE 1 TO W23-TODCEN
           ELSE
                 MOVE 0 TO W23-TODCEN.
           MOVE  MAN166-TYP TO SHPTYP.
           MOVE  MAN166-NAM TO SHPNAM.
           MOVE  W23-TODCEN TO SHPCEN.
           MOVE  W23-TODAY  TO SHPDAT.
           MOVE  'S'        TO SHPKND.
           MOVE  ZERO       TO SHPLNO.
           START RPA180 KEY IS GREATER THAN OR EQUAL SHPKEY
                 INVALID KEY
                      GO TO R4805.
       R4803.
           READ  RPA180 NEXT RECORD
                 AT END
                      GO TO R4805.
           IF    SHPTYP NOT EQUAL MAN166-TYP
           OR    SHPNAM NOT EQUAL MAN166-NAM
           OR    SHPCEN NOT EQUAL W23-TODCEN
           OR    SHPDAT NOT EQUAL W23-TODAY
           OR    SHPKND NOT EQUAL 'S'
                 GO TO R4805.
           DELETE RPA180 RECORD.
           GO TO R4803.
       R4805.
           MOVE  SPACE         TO RPA180R.
           MOVE  MAN166-TYP    TO SHPTYP.
           MOVE  MAN166-NAM    TO SHPNAM.
           MOVE  W23-TODCEN    TO SHPCEN.
           MOVE  W23-TODAY     TO SHPDAT.
           MOVE  'S'           TO SHPKND.
           MOVE  ZERO          TO SHPLNO.
           MOVE  W09-ACTLIN    TO SHPLCT.
           ACCEPT SHPTIM       FROM TIME.
           MOVE  MAN166-LVLDAT TO SHPLVL.
           MOVE  MAN166-LVLORG TO SHPLVO.
           MOVE  ZERO          TO SHPODT.
           MOVE  ZERO          TO SHPOSQ.
           MOVE  ZERO          TO SHPADT.
           WRITE RPA180R.
           MOVE  ZERO TO W26-LNO.
           MOVE  ZERO TO W02-EOF123.
           OPEN  INPUT RPA123.
       R4807.
           READ  RPA123 AT END
                 MOVE '1' TO W02-EOF123.
           IF    W02-EOF123 EQUAL '1'
                 GO TO R4809.
           ADD   1       TO W26-LNO.
           MOVE  W26-LNO TO SHPLNO.
           MOVE  RPA123R TO SHPLIN.
           WRITE RPA180R.
           GO TO R4807.
       R4809.
           CLOSE RPA123.
       R4899.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read the next manifest record                              *
