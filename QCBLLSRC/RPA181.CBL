       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA181.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                                *
      *  Program:   RPA181 - Library source drift check against the   *
      *             last shipped image                                 *
      *                                                                *
      *  Author:    Release Processing Aid support group               *
      *  Date:      April 1997                                         *
      *  Release:   1.0                                                *
      *                                                                *
      *    This program is called by RPA160 for each member before    *
      *    its deck is merged.  The library source the merge will     *
      *    start from should be exactly what RPA167 last shipped -    *
      *    anything else was changed in the library outside the       *
      *    release chain, and merging over it would either ship       *
      *    that change unreviewed or lose it without anyone knowing.  *
      *                                                                *
      *    The baseline is the member's latest RPA180 image that is   *
      *    either a shipped image or a drift snapshot a reviewer has  *
      *    accepted.  A drift snapshot is accepted when its blocking  *
      *    RPA105 entry has been resolved in RPA150 - found resolved  *
      *    in RPA105, or already moved to the RPA106 archive - and    *
      *    the acceptance is then stamped on the snapshot's header.   *
      *    A member with no baseline has never shipped through the    *
      *    chain and is not checked.                                  *
      *                                                                *
      *    RPA113 is compared against the baseline by sequence        *
      *    number, both being in sequence order.  Every line added,   *
      *    removed or changed since is printed on the RPA181P drift   *
      *    listing, a changed line with both its texts.  On any       *
      *    drift the library source is snapshot into RPA180 as a      *
      *    drift image, one blocking RPA105 entry holds the member    *
      *    until a reviewer accepts it, and the status parameter      *
      *    tells RPA160 to hold the member.  A snapshot still         *
      *    awaiting review is replaced by the new one and keeps its   *
      *    entry, so a member drifting night after night carries one  *
      *    hold, not a queue of them.                                 *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA113  ASSIGN TO DATABASE-RPA113.
           SELECT RPA180  ASSIGN TO DATABASE-RPA180
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY SHPKEY.
           SELECT RPA105  ASSIGN TO DATABASE-RPA105
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ODOKEY.
           SELECT RPA106  ASSIGN TO DATABASE-RPA106
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ARCKEY.
           SELECT RPA181P ASSIGN TO PRINTER-RPA181P.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Current library source of the member                       *
      *****************************************************************
       FD  RPA113
           LABEL RECORDS ARE STANDARD.
       01  RPA113R.
           03  SEQ113                        PIC X(06).
           03  CHG113                        PIC X(01).
           03  BLK113                        PIC X(01).
           03  DTA113                        PIC X(114).
           03  KEY113                        PIC X(80).
           03  ORG113                        PIC X(06).
           03  DAT113                        PIC X(06).
           03  REF113                        PIC X(06).

      *****************************************************************
      *    Shipped-image archive                                      *
      *****************************************************************
       FD  RPA180
           LABEL RECORDS ARE STANDARD.
       01  RPA180R.
           COPY DDS-ALL-FORMATS OF RPA180.

      *****************************************************************
      *    Manual check / exception queue                             *
      *****************************************************************
       FD  RPA105
           LABEL RECORDS ARE STANDARD.
       01  RPA105R.
           COPY DDS-ALL-FORMATS OF RPA105.

      *****************************************************************
      *    Archive of resolved exception queue entries                *
      *****************************************************************
       FD  RPA106
           LABEL RECORDS ARE STANDARD.
       01  RPA106R.
           COPY DDS-ALL-FORMATS OF RPA106.

      *****************************************************************
      *    Drift listing                                              *
      *****************************************************************
       FD  RPA181P
           LABEL RECORDS OMITTED.
       01  RPA181PR                         PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  W01-99.
           03  W01-EOF                      PIC X(01).
           03  W02-EOF180                   PIC X(01).
           03  W03-LINE                     PIC S9(03)  COMP-3.
           03  W04-PAGE                     PIC S9(05)  COMP-3.
      *            Lines added, changed and removed since the         *
      *            baseline                                           *
           03  W09-ADDCNT                   PIC S9(5)   COMP-3.
           03  W10-CHGCNT                   PIC S9(5)   COMP-3.
           03  W11-REMCNT                   PIC S9(5)   COMP-3.
           03  W12-LNO                      PIC S9(7)   COMP-3.
           03  W19-ODOSEQ                   PIC 9(05)   COMP-3.
           03  W23-TODAY                    PIC 9(06).
      *            Today with the year windowed at 90 into the        *
      *            century digit the RPA180 key carries               *
           03  W24-TODCYD.
               05  W24-TODCEN               PIC 9(01).
               05  W24-TODDAT               PIC 9(06).

      *****************************************************************
      *    The baseline image found by R20, and a drift snapshot      *
      *    passed over on the way because it still awaits review      *
      *****************************************************************
       01  W30-BASE.
           03  W30-FOUND                    PIC X(01).
               88  W30-HAS-BASE             VALUE 'Y'.
           03  W30-CYD.
               05  W30-CEN               PIC 9(01).
               05  W30-DAT               PIC 9(06).
           03  W30-KND                      PIC X(01).
           03  W30-ABY                      PIC X(10).
           03  W31-PEND                     PIC X(01).
               88  W31-HAS-PEND             VALUE 'Y'.
           03  W31-CYD.
               05  W31-CEN               PIC 9(01).
               05  W31-DAT               PIC 9(06).
           03  W31-ODT                      PIC 9(06).
           03  W31-OSQ                      PIC 9(05).
      *            Image R46 deletes                                  *
           03  W32-CYD.
               05  W32-CEN               PIC 9(01).
               05  W32-DAT               PIC 9(06).
           03  W32-KND                      PIC X(01).

      *****************************************************************
      *    Heading and detail print lines                             *
      *****************************************************************
       01  H1-HEADING.
           03  FILLER                       PIC X(01)   VALUE '1'.
           03  FILLER                       PIC X(20)   VALUE
               'RPA181 - LIBRARY SOU'.
           03  FILLER                       PIC X(21)   VALUE
               'RCE DRIFT CHECK      '.
           03  FILLER                       PIC X(07)   VALUE
               'MEMBER '.
           03  H1-NAME                      PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  H1-TYP                       PIC X(03).
           03  FILLER                       PIC X(06)   VALUE
               ' PAGE '.
           03  H1-PAGE                      PIC ZZZZ9.
           03  FILLER                       PIC X(58)   VALUE SPACE.

       01  H2-HEADING.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(26)   VALUE
               'COMPARED WITH IMAGE OF   '.
           03  H2-DAT                       PIC 9(06).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  H2-KND                       PIC X(40).
           03  FILLER                       PIC X(58)   VALUE SPACE.

       01  H3-HEADING.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(08)   VALUE
               'SEQUENCE'.
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  FILLER                       PIC X(08)   VALUE
               'ACTION  '.
           03  FILLER                       PIC X(06)   VALUE SPACE.
           03  FILLER                       PIC X(11)   VALUE
               'SOURCE TEXT'.
           03  FILLER                       PIC X(96)   VALUE SPACE.

       01  D1-DETAIL.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-SEQ                       PIC X(06).
           03  FILLER                       PIC X(04)   VALUE SPACE.
           03  D1-ACT                       PIC X(08).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-TAG                       PIC X(04).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-DTA                       PIC X(100).
           03  FILLER                       PIC X(07)   VALUE SPACE.

       01  D3-SUMMARY.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(13)   VALUE
               '** RESULT -  '.
           03  D3-ADDCNT                    PIC ZZZZ9.
           03  FILLER                       PIC X(08)   VALUE
               ' ADDED  '.
           03  D3-CHGCNT                    PIC ZZZZ9.
           03  FILLER                       PIC X(10)   VALUE
               ' CHANGED  '.
           03  D3-REMCNT                    PIC ZZZZ9.
           03  FILLER                       PIC X(11)   VALUE
               ' REMOVED - '.
           03  D3-VERDICT                   PIC X(40).
           03  FILLER                       PIC X(34)   VALUE SPACE.

       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields - P03-STAT returns '0' when the library   *
      *    source is what was last shipped or accepted, '1' when it   *
      *    drifted and the member must be held                        *
      *****************************************************************
       01  P01-TYP                           PIC X(03).
       01  P02-NAME                          PIC X(10).
       01  P03-STAT                          PIC X(01).
      /
       PROCEDURE DIVISION USING P01-TYP P02-NAME P03-STAT.
       R00 SECTION.
      *****************************************************************
      *    Mainline                                                   *
      *****************************************************************
       R0001.
           PERFORM R98.
           PERFORM R20.
           IF    NOT W30-HAS-BASE
                 GO TO R0009.
           PERFORM R22.
       R0003.
           IF    W01-EOF EQUAL '1'
           AND   W02-EOF180 EQUAL '1'
                 GO TO R0005.
           PERFORM R30.
           GO TO R0003.
       R0005.
           CLOSE RPA113.
           PERFORM R40.
       R0009.
           PERFORM R99.
       R0099.
           GOBACK.

       R98 SECTION.
      *****************************************************************
      *    Initialize program                                         *
      *****************************************************************
       R9801.
           OPEN  I-O    RPA180
                        RPA105.
           OPEN  INPUT  RPA106.
           MOVE  ZERO  TO W01-EOF
                          W02-EOF180
                          W04-PAGE
                          W09-ADDCNT
                          W10-CHGCNT
                          W11-REMCNT.
           MOVE  '0'   TO P03-STAT.
           MOVE  'N'   TO W30-FOUND
                          W31-PEND.
           ACCEPT W23-TODAY FROM DATE.
           MOVE  W23-TODAY TO W24-TODDAT.
           IF    W23-TODAY LESS 900000
                 MOVE 1 TO W24-TODCEN
           ELSE
                 MOVE 0 TO W24-TODCEN.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program - the listing was only opened when there     *
      *    was a baseline to compare against                          *
      *****************************************************************
       R9901.
           CLOSE RPA180
                 RPA105
                 RPA106.
           IF    W30-HAS-BASE
                 CLOSE RPA181P.
       R9999.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    Find the baseline - step back from the member's latest     *
      *    image to the first that was shipped or whose drift was     *
      *    accepted.  The latest image's last line is found with      *
      *    the highest possible key, the same START LESS OR EQUAL     *
      *    the RPA105 writers seed with; each earlier image is the    *
      *    one ending just below the header of the image in hand.     *
      *****************************************************************
       R2001.
           MOVE  P01-TYP  TO SHPTYP.
           MOVE  P02-NAME TO SHPNAM.
           MOVE  9        TO SHPCEN.
           MOVE  999999   TO SHPDAT.
           MOVE  'Z'      TO SHPKND.
           MOVE  999999   TO SHPLNO.
           START RPA180 KEY IS LESS THAN OR EQUAL SHPKEY
                 INVALID KEY
                      GO TO R2099.
       R2003.
           READ  RPA180 NEXT RECORD
                 AT END
                      GO TO R2099.
           IF    SHPTYP NOT EQUAL P01-TYP
           OR    SHPNAM NOT EQUAL P02-NAME
                 GO TO R2099.
           MOVE  ZERO TO SHPLNO.
           READ  RPA180
                 INVALID KEY
                      GO TO R2009.
           IF    SHPKND-SHIPPED
           OR    SHPACC-ACCEPTED
                 GO TO R2010.
      *    An unaccepted drift snapshot - its hold entry decides
           MOVE  SHPNAM TO ODOBNM.
           MOVE  SHPODT TO ODODAT.
           MOVE  SHPOSQ TO ODOSEQ.
           READ  RPA105
                 INVALID KEY
                      GO TO R2005.
           IF    ODORES NOT EQUAL 'R'
                 GO TO R2007.
           MOVE  ODORBY TO SHPABY.
           MOVE  ODORDT TO SHPADT.
           GO TO R2006.
       R2005.
           MOVE  SHPNAM TO ARCBNM.
           MOVE  SHPODT TO ARCDAT.
           MOVE  SHPOSQ TO ARCSEQ.
           READ  RPA106
                 INVALID KEY
                      GO TO R2009.
           MOVE  ARCRBY TO SHPABY.
           MOVE  ARCRDT TO SHPADT.
       R2006.
           MOVE  'Y' TO SHPACC.
           REWRITE RPA180R.
           GO TO R2010.
       R2007.
      *    Still awaiting review - remembered so a new snapshot can
      *    replace it under the same entry
           IF    NOT W31-HAS-PEND
                 MOVE 'Y'    TO W31-PEND
                 MOVE SHPCYD TO W31-CYD
                 MOVE SHPODT TO W31-ODT
                 MOVE SHPOSQ TO W31-OSQ.
       R2009.
      *    Not a baseline - on to the image before it
           MOVE  P01-TYP TO SHPTYP.
           MOVE  P02-NAME TO SHPNAM.
           MOVE  ZERO    TO SHPLNO.
           START RPA180 KEY IS LESS THAN SHPKEY
                 INVALID KEY
                      GO TO R2099.
           GO TO R2003.
       R2010.
           MOVE  'Y'    TO W30-FOUND.
           MOVE  SHPCYD TO W30-CYD.
           MOVE  SHPKND TO W30-KND.
           MOVE  SHPABY TO W30-ABY.
       R2099.
           EXIT.

       R22 SECTION.
      *****************************************************************
      *    Open the library source and the listing, and position on   *
      *    the first line of each                                     *
      *****************************************************************
       R2201.
           OPEN  INPUT  RPA113.
           OPEN  OUTPUT RPA181P.
           PERFORM R35.
           MOVE  P01-TYP  TO SHPTYP.
           MOVE  P02-NAME TO SHPNAM.
           MOVE  W30-CYD  TO SHPCYD.
           MOVE  W30-KND  TO SHPKND.
           MOVE  1        TO SHPLNO.
           START RPA180 KEY IS GREATER THAN OR EQUAL SHPKEY
                 INVALID KEY
                      MOVE '1' TO W02-EOF180.
           PERFORM R81.
           PERFORM R82.
       R2299.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Match one step of the two sources by sequence number - a   *
      *    line only in the library was added, a line only in the     *
      *    baseline was removed, the same line with other text was    *
      *    changed                                                    *
      *****************************************************************
       R3001.
           IF    W01-EOF EQUAL '1'
                 GO TO R3020.
           IF    W02-EOF180 EQUAL '1'
                 GO TO R3010.
           IF    SEQ113 LESS SHPSEQ
                 GO TO R3010.
           IF    SEQ113 GREATER SHPSEQ
                 GO TO R3020.
           IF    DTA113 NOT EQUAL SHPDTA
                 ADD  1        TO W10-CHGCNT
                 MOVE SEQ113   TO D1-SEQ
                 MOVE 'CHANGED ' TO D1-ACT
                 MOVE 'NOW:'   TO D1-TAG
                 MOVE DTA113   TO D1-DTA
                 PERFORM R32
                 MOVE SPACE    TO D1-SEQ
                                  D1-ACT
                 MOVE 'WAS:'   TO D1-TAG
                 MOVE SHPDTA   TO D1-DTA
                 PERFORM R32.
           PERFORM R81.
           PERFORM R82.
           GO TO R3099.
       R3010.
           ADD   1        TO W09-ADDCNT.
           MOVE  SEQ113   TO D1-SEQ.
           MOVE  'ADDED   ' TO D1-ACT.
           MOVE  'NOW:'   TO D1-TAG.
           MOVE  DTA113   TO D1-DTA.
           PERFORM R32.
           PERFORM R81.
           GO TO R3099.
       R3020.
           ADD   1        TO W11-REMCNT.
           MOVE  SHPSEQ   TO D1-SEQ.
           MOVE  'REMOVED ' TO D1-ACT.
           MOVE  'WAS:'   TO D1-TAG.
           MOVE  SHPDTA   TO D1-DTA.
           PERFORM R32.
           PERFORM R82.
       R3099.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    Print the verdict.  On drift, hold the member: the library *
      *    source becomes today's drift snapshot - replacing one      *
      *    still awaiting review and keeping its entry, otherwise     *
      *    under a new blocking RPA105 entry.                         *
      *****************************************************************
       R4001.
           MOVE  W09-ADDCNT TO D3-ADDCNT.
           MOVE  W10-CHGCNT TO D3-CHGCNT.
           MOVE  W11-REMCNT TO D3-REMCNT.
           IF    W09-ADDCNT EQUAL ZERO
           AND   W10-CHGCNT EQUAL ZERO
           AND   W11-REMCNT EQUAL ZERO
                 MOVE 'NO DRIFT - MEMBER MAY MERGE' TO D3-VERDICT
                 WRITE RPA181PR FROM D3-SUMMARY AFTER ADVANCING 3 LINES
                 GO TO R4099.
           MOVE  'DRIFT - MEMBER HELD FOR REVIEW' TO D3-VERDICT.
           WRITE RPA181PR FROM D3-SUMMARY AFTER ADVANCING 3 LINES.
           MOVE  '1' TO P03-STAT.
           IF    W31-HAS-PEND
                 MOVE W31-CYD TO W32-CYD
                 MOVE 'D'     TO W32-KND
                 PERFORM R46
                 MOVE W31-ODT TO ODODAT
                 MOVE W31-OSQ TO ODOSEQ
           ELSE
                 PERFORM R56.
           MOVE  W24-TODCYD TO W32-CYD.
           MOVE  'D'       TO W32-KND.
           PERFORM R46.
           PERFORM R45.
       R4099.
           EXIT.

       R45 SECTION.
      *****************************************************************
      *    Snapshot the library source as today's drift image - a     *
      *    header row naming the hold entry in ODODAT/ODOSEQ, then    *
      *    every line, the same way RPA167 R48 archives a shipment    *
      *****************************************************************
       R4501.
           MOVE  SPACE      TO RPA180R.
           MOVE  P01-TYP    TO SHPTYP.
           MOVE  P02-NAME   TO SHPNAM.
           MOVE  W24-TODCYD TO SHPCYD.
           MOVE  'D'        TO SHPKND.
           MOVE  ZERO       TO SHPLNO.
           MOVE  ZERO       TO SHPLCT.
           ACCEPT SHPTIM    FROM TIME.
           MOVE  ZERO       TO SHPLVL.
           MOVE  ODODAT     TO SHPODT.
           MOVE  ODOSEQ     TO SHPOSQ.
           MOVE  ZERO       TO SHPADT.
           WRITE RPA180R.
           MOVE  ZERO TO W12-LNO.
           MOVE  ZERO TO W01-EOF.
           OPEN  INPUT RPA113.
       R4503.
           PERFORM R81.
           IF    W01-EOF EQUAL '1'
                 GO TO R4505.
           ADD   1       TO W12-LNO.
           MOVE  W12-LNO TO SHPLNO.
           MOVE  RPA113R TO SHPLIN.
           WRITE RPA180R.
           GO TO R4503.
       R4505.
           CLOSE RPA113.
      *    The line count goes on the header once it is known
           MOVE  ZERO    TO SHPLNO.
           READ  RPA180
                 INVALID KEY
                      GO TO R4599.
           MOVE  W12-LNO TO SHPLCT.
           REWRITE RPA180R.
       R4599.
           EXIT.

       R46 SECTION.
      *****************************************************************
      *    Delete every row of the member's image dated W32-DAT of    *
      *    kind W32-KND                                               *
      *****************************************************************
       R4601.
           MOVE  P01-TYP  TO SHPTYP.
           MOVE  P02-NAME TO SHPNAM.
           MOVE  W32-CYD  TO SHPCYD.
           MOVE  W32-KND  TO SHPKND.
           MOVE  ZERO     TO SHPLNO.
           START RPA180 KEY IS GREATER THAN OR EQUAL SHPKEY
                 INVALID KEY
                      GO TO R4699.
       R4603.
           READ  RPA180 NEXT RECORD
                 AT END
                      GO TO R4699.
           IF    SHPTYP NOT EQUAL P01-TYP
           OR    SHPNAM NOT EQUAL P02-NAME
           OR    SHPCYD NOT EQUAL W32-CYD
           OR    SHPKND NOT EQUAL W32-KND
                 GO TO R4699.
           DELETE RPA180 RECORD.
           GO TO R4603.
       R4699.
           EXIT.

       R32 SECTION.
      *****************************************************************
      *    Print one drift line                                       *
      *****************************************************************
       R3201.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           WRITE RPA181PR FROM D1-DETAIL AFTER ADVANCING 1 LINE.
           ADD   1 TO W03-LINE.
       R3299.
           EXIT.

       R35 SECTION.
      *****************************************************************
      *    Skip to new page and print headings                        *
      *****************************************************************
       R3501.
           ADD   1 TO W04-PAGE.
           MOVE  W04-PAGE TO H1-PAGE.
           MOVE  P02-NAME TO H1-NAME.
           MOVE  P01-TYP  TO H1-TYP.
           MOVE  W30-DAT  TO H2-DAT.
           MOVE  SPACE    TO H2-KND.
           IF    W30-KND EQUAL 'S'
                 MOVE '(SHIPPED)' TO H2-KND
           ELSE
                 STRING '(DRIFT ACCEPTED BY '
                        W30-ABY
                        ')'
                        DELIMITED BY SIZE INTO H2-KND.
           WRITE  RPA181PR FROM H1-HEADING AFTER ADVANCING PAGE.
           WRITE  RPA181PR FROM H2-HEADING AFTER ADVANCING 2 LINES.
           WRITE  RPA181PR FROM H3-HEADING AFTER ADVANCING 2 LINES.
           MOVE  6 TO W03-LINE.
       R3599.
           EXIT.

       R56 SECTION.
      *****************************************************************
      *    Write the blocking RPA105 entry that holds the member -    *
      *    the sequence seeded from the entries already on file for   *
      *    the member today, with the duplicate-key retry backstop,   *
      *    the same as RPA125 R55/R56.  No standing resolution may    *
      *    answer for it: drift is accepted by a reviewer or not at   *
      *    all.  ODODAT/ODOSEQ are left holding its key.              *
      *****************************************************************
       R5601.
           MOVE  ZERO       TO W19-ODOSEQ.
           MOVE  P02-NAME   TO ODOBNM.
           MOVE  W23-TODAY  TO ODODAT.
           MOVE  99999      TO ODOSEQ.
           START RPA105 KEY IS LESS THAN OR EQUAL ODOKEY
                 INVALID KEY
                      GO TO R5603.
           READ  RPA105 NEXT RECORD
                 AT END
                      GO TO R5603.
           IF    ODOBNM EQUAL P02-NAME
           AND   ODODAT EQUAL W23-TODAY
                 MOVE  ODOSEQ TO W19-ODOSEQ.
       R5603.
           ADD   1          TO W19-ODOSEQ.
           MOVE  P02-NAME   TO ODOBNM.
           MOVE  'B'        TO ODOSEV.
           MOVE  SPACE      TO ODOBTX.
           MOVE  'SOURCE DRIFTED FROM LAST SHIPPED IMAGE - SEE RPA181P'
                 TO ODOBTX.
           ACCEPT ODODAT    FROM DATE.
           ACCEPT ODOTIM    FROM TIME.
           MOVE  W19-ODOSEQ TO ODOSEQ.
           MOVE  SPACE      TO ODORES.
           MOVE  ZERO       TO ODORDT.
           MOVE  ZERO       TO ODORTM.
           MOVE  SPACE      TO ODORBY.
           MOVE  P01-TYP    TO ODOTYP.
           MOVE  SPACE      TO ODOLIN.
           MOVE  ZERO       TO ODOSRN.
       R5605.
           WRITE RPA105R
                 INVALID KEY
                      ADD  1 TO W19-ODOSEQ
                      MOVE W19-ODOSEQ TO ODOSEQ
                      GO TO R5605.
       R5699.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read the library source                                    *
      *****************************************************************
       R8101.
           READ  RPA113 AT END
                 MOVE '1' TO W01-EOF.
       R8199.
           EXIT.

       R82 SECTION.
      *****************************************************************
      *    Read the next baseline line - the end of the image ends    *
      *    the baseline                                               *
      *****************************************************************
       R8201.
           IF    W02-EOF180 EQUAL '1'
                 GO TO R8299.
           READ  RPA180 NEXT RECORD
                 AT END
                      MOVE '1' TO W02-EOF180
                      GO TO R8299.
           IF    SHPTYP NOT EQUAL P01-TYP
           OR    SHPNAM NOT EQUAL P02-NAME
           OR    SHPCYD NOT EQUAL W30-CYD
           OR    SHPKND NOT EQUAL W30-KND
                 MOVE '1' TO W02-EOF180.
       R8299.
           EXIT.
