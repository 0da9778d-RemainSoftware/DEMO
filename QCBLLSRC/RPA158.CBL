       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA158.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                                *
      *  Program:   RPA158 - Exceptions cleared by standing           *
      *             resolutions                                        *
      *                                                                *
      *  Author:    Release Processing Aid support group               *
      *  Date:      April 1997                                         *
      *  Release:   1.0                                                *
      *                                                                *
      *    This program reports, for a range of dates, every RPA105   *
      *    entry that RPA179 resolved on the spot by an RPA178        *
      *    standing resolution - the entries no reviewer looked at.   *
      *    The 'S' rows of the RPA108 audit trail give the entry,     *
      *    the standing resolution and its approver; the text is      *
      *    taken from the live RPA105 entry, or from the RPA106       *
      *    archive once RPA155 has moved it there.  Totals close the  *
      *    listing, with the blocking entries counted apart, so the   *
      *    periodic review sees how much is being waved through       *
      *    without a look.                                            *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA108  ASSIGN TO DATABASE-RPA108
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY AUDKEY.
           SELECT RPA105  ASSIGN TO DATABASE-RPA105
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ODOKEY.
           SELECT RPA106  ASSIGN TO DATABASE-RPA106
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ARCKEY.
           SELECT RPA158P ASSIGN TO PRINTER-RPA158P.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Resolution audit trail                                     *
      *****************************************************************
       FD  RPA108
           LABEL RECORDS ARE STANDARD.
       01  RPA108R.
           COPY DDS-ALL-FORMATS OF RPA108.

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
      *    Printed report                                             *
      *****************************************************************
       FD  RPA158P
           LABEL RECORDS OMITTED.
       01  RPA158PR                         PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  W01-99.
           03  W01-EOF                      PIC X(01).
           03  W03-LINE                     PIC S9(03)  COMP-3.
           03  W04-PAGE                     PIC S9(05)  COMP-3.
           03  W05-TODATE                   PIC 9(06).
           03  W06-CLRCNT                   PIC S9(5)   COMP-3.
           03  W07-BLKCNT                   PIC S9(5)   COMP-3.
           03  W08-MBRCNT                   PIC S9(5)   COMP-3.
           03  W09-LASTMBR                  PIC X(10).
      *        Range ends and the clearing date with the year         *
      *        windowed at 90 into a century digit, the rule RPA121   *
      *        CHGCEN keys by, so a range across 2000 selects right   *
           03  W10-FRCYD.
               05  W10-FRCEN                PIC 9(01).
               05  W10-FRDAT                PIC 9(06).
           03  W11-TOCYD.
               05  W11-TOCEN                PIC 9(01).
               05  W11-TODAT                PIC 9(06).
           03  W12-ADCYD.
               05  W12-ADCEN                PIC 9(01).
               05  W12-ADDAT                PIC 9(06).

      *****************************************************************
      *    Heading and detail print lines                             *
      *****************************************************************
       01  H1-HEADING.
           03  FILLER                       PIC X(01)   VALUE '1'.
           03  FILLER                       PIC X(20)   VALUE
               'RPA158 - EXCEPTIONS '.
           03  FILLER                       PIC X(28)   VALUE
               'CLEARED BY STANDING RESOLN  '.
           03  FILLER                       PIC X(06)   VALUE 'FROM '.
           03  H1-FROM                      PIC 9(06).
           03  FILLER                       PIC X(04)   VALUE ' TO '.
           03  H1-TO                        PIC 9(06).
           03  FILLER                       PIC X(06)   VALUE SPACE.
           03  FILLER                       PIC X(06)   VALUE 'PAGE '.
           03  H1-PAGE                      PIC ZZZZ9.
           03  FILLER                       PIC X(44)   VALUE SPACE.

       01  H2-HEADING.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(11)   VALUE
               'MEMBER     '.
           03  FILLER                       PIC X(08)   VALUE
               'ENTERED '.
           03  FILLER                       PIC X(07)   VALUE
               ' SEQ   '.
           03  FILLER                       PIC X(04)   VALUE 'SEV '.
           03  FILLER                       PIC X(08)   VALUE
               'CLEARED '.
           03  FILLER                       PIC X(07)   VALUE
               'STDNO  '.
           03  FILLER                       PIC X(11)   VALUE
               'APPROVED-BY'.
           03  FILLER                       PIC X(04)   VALUE 'TEXT'.
           03  FILLER                       PIC X(71)   VALUE SPACE.

       01  D1-DETAIL.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-MBR                       PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-DAT                       PIC 9(06).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D1-SEQ                       PIC 9(05).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D1-SEV                       PIC X(01).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D1-CDT                       PIC 9(06).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D1-SRN                       PIC 9(05).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D1-ABY                       PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-TXT                       PIC X(60).
           03  FILLER                       PIC X(16)   VALUE SPACE.

       01  D3-SUMMARY.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(11)   VALUE
               '** CLEARED '.
           03  D3-CLRCNT                    PIC ZZZZ9.
           03  FILLER                       PIC X(11)   VALUE
               ' ENTRY(S), '.
           03  D3-BLKCNT                    PIC ZZZZ9.
           03  FILLER                       PIC X(15)   VALUE
               ' BLOCKING, FOR '.
           03  D3-MBRCNT                    PIC ZZZZ9.
           03  FILLER                       PIC X(10)   VALUE
               ' MEMBER(S)'.
           03  FILLER                       PIC X(69)   VALUE SPACE.

       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields - the range of dates (YYMMDD) the         *
      *    entries were cleared on; a zero P02-TO reports up to       *
      *    today                                                      *
      *****************************************************************
       01  P01-FROM                          PIC 9(06).
       01  P02-TO                            PIC 9(06).
      /
       PROCEDURE DIVISION USING P01-FROM P02-TO.
       R00 SECTION.
      *****************************************************************
      *    Mainline                                                   *
      *****************************************************************
       R0001.
           PERFORM R98.
       R0003.
           IF    W01-EOF EQUAL '1'
                 GO TO R0009.
           PERFORM R30.
           PERFORM R81.
           GO TO R0003.
       R0009.
           PERFORM R40.
           PERFORM R99.
       R0099.
           STOP RUN.

       R98 SECTION.
      *****************************************************************
      *    Initialize program and read the first audit row            *
      *****************************************************************
       R9801.
           OPEN  INPUT  RPA108.
           OPEN  INPUT  RPA105.
           OPEN  INPUT  RPA106.
           OPEN  OUTPUT RPA158P.
           MOVE  ZERO  TO W01-EOF
                          W04-PAGE
                          W06-CLRCNT
                          W07-BLKCNT
                          W08-MBRCNT.
           MOVE  SPACE TO W09-LASTMBR.
           MOVE  P02-TO TO W05-TODATE.
           IF    W05-TODATE EQUAL ZERO
                 ACCEPT W05-TODATE FROM DATE.
           MOVE  P01-FROM   TO H1-FROM.
           MOVE  W05-TODATE TO H1-TO.
      *    A zero start date still means from the beginning
           MOVE  P01-FROM   TO W10-FRDAT.
           IF    P01-FROM EQUAL ZERO
           OR    P01-FROM NOT LESS 900000
                 MOVE 0 TO W10-FRCEN
           ELSE
                 MOVE 1 TO W10-FRCEN.
           MOVE  W05-TODATE TO W11-TODAT.
           IF    W05-TODATE LESS 900000
                 MOVE 1 TO W11-TOCEN
           ELSE
                 MOVE 0 TO W11-TOCEN.
           PERFORM R35.
           PERFORM R81.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program                                              *
      *****************************************************************
       R9901.
           CLOSE RPA108
                 RPA105
                 RPA106
                 RPA158P.
       R9999.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Print one entry cleared by a standing resolution in the    *
      *    date range - its text from the live queue, else from the   *
      *    archive                                                    *
      *****************************************************************
       R3001.
           IF    NOT AUDACT-STANDING
                 GO TO R3099.
           MOVE  AUDADT TO W12-ADDAT.
           IF    AUDADT LESS 900000
                 MOVE 1 TO W12-ADCEN
           ELSE
                 MOVE 0 TO W12-ADCEN.
           IF    W12-ADCYD LESS W10-FRCYD
           OR    W12-ADCYD GREATER W11-TOCYD
                 GO TO R3099.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           MOVE  SPACE  TO D1-DETAIL.
           MOVE  AUDBNM TO D1-MBR.
           MOVE  AUDDAT TO D1-DAT.
           MOVE  AUDSEQ TO D1-SEQ.
           MOVE  AUDSEV TO D1-SEV.
           MOVE  AUDADT TO D1-CDT.
           MOVE  AUDSRN TO D1-SRN.
           MOVE  AUDUSR TO D1-ABY.
           MOVE  AUDBNM TO ODOBNM.
           MOVE  AUDDAT TO ODODAT.
           MOVE  AUDSEQ TO ODOSEQ.
           READ  RPA105
                 INVALID KEY
                      GO TO R3005.
           MOVE  ODOBTX (1:60) TO D1-TXT.
           GO TO R3009.
       R3005.
           MOVE  AUDBNM TO ARCBNM.
           MOVE  AUDDAT TO ARCDAT.
           MOVE  AUDSEQ TO ARCSEQ.
           READ  RPA106
                 INVALID KEY
                      MOVE '** ENTRY NO LONGER ON FILE' TO D1-TXT
                      GO TO R3009.
           MOVE  ARCBTX (1:60) TO D1-TXT.
       R3009.
           WRITE RPA158PR FROM D1-DETAIL AFTER ADVANCING 1 LINE.
           ADD   1 TO W03-LINE.
           ADD   1 TO W06-CLRCNT.
           IF    AUDSEV EQUAL 'B'
                 ADD 1 TO W07-BLKCNT.
           IF    AUDBNM NOT EQUAL W09-LASTMBR
                 ADD  1      TO W08-MBRCNT
                 MOVE AUDBNM TO W09-LASTMBR.
       R3099.
           EXIT.

       R35 SECTION.
      *****************************************************************
      *    Skip to new page and print headings                        *
      *****************************************************************
       R3501.
           ADD   1 TO W04-PAGE.
           MOVE  W04-PAGE TO H1-PAGE.
           WRITE  RPA158PR FROM H1-HEADING AFTER ADVANCING PAGE.
           WRITE  RPA158PR FROM H2-HEADING AFTER ADVANCING 2 LINES.
           MOVE  4 TO W03-LINE.
       R3599.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    Print the totals                                           *
      *****************************************************************
       R4001.
           MOVE  W06-CLRCNT TO D3-CLRCNT.
           MOVE  W07-BLKCNT TO D3-BLKCNT.
           MOVE  W08-MBRCNT TO D3-MBRCNT.
           WRITE RPA158PR FROM D3-SUMMARY AFTER ADVANCING 3 LINES.
       R4099.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read the next audit row                                    *
      *****************************************************************
       R8101.
           READ  RPA108 NEXT RECORD
                 AT END
                      MOVE '1' TO W01-EOF.
       R8199.
           EXIT.
