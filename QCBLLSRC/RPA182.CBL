       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA182.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                                *
      *  Program:   RPA182 - Reprint what was shipped on a date       *
      *                                                                *
      *  Author:    Release Processing Aid support group               *
      *  Date:      April 1997                                         *
      *  Release:   1.0                                                *
      *                                                                *
      *    This program reprints from the RPA180 archive exactly the  *
      *    source RPA167 shipped on the date given - every line of    *
      *    every member that went out that day, or of the one type    *
      *    or the one member asked for.  Each member starts a new     *
      *    page headed with the time it shipped and the vendor level  *
      *    of its deck, and ends with its line count checked against  *
      *    the count archived with it.  Drift snapshots RPA181 keeps  *
      *    in the same archive never went out and are not printed.    *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA180  ASSIGN TO DATABASE-RPA180
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY SHPKEY.
           SELECT RPA182P ASSIGN TO PRINTER-RPA182P.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Shipped-image archive                                      *
      *****************************************************************
       FD  RPA180
           LABEL RECORDS ARE STANDARD.
       01  RPA180R.
           COPY DDS-ALL-FORMATS OF RPA180.

      *****************************************************************
      *    Shipped source reprint                                     *
      *****************************************************************
       FD  RPA182P
           LABEL RECORDS OMITTED.
       01  RPA182PR                         PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  W01-99.
           03  W01-EOF                      PIC X(01).
           03  W03-LINE                     PIC S9(03)  COMP-3.
           03  W04-PAGE                     PIC S9(05)  COMP-3.
      *            Member being printed, its lines printed against    *
      *            the count archived on its header                   *
           03  W05-INMBR                    PIC X(01).
           03  W06-LINCNT                   PIC S9(7)   COMP-3.
           03  W07-ARCCNT                   PIC S9(7)   COMP-3.
           03  W08-MBRCNT                   PIC S9(5)   COMP-3.
           03  W09-TOTLIN                   PIC S9(9)   COMP-3.

      *****************************************************************
      *    Heading and detail print lines                             *
      *****************************************************************
       01  H1-HEADING.
           03  FILLER                       PIC X(01)   VALUE '1'.
           03  FILLER                       PIC X(20)   VALUE
               'RPA182 - SHIPPED SOU'.
           03  FILLER                       PIC X(21)   VALUE
               'RCE REPRINT          '.
           03  FILLER                       PIC X(10)   VALUE
               'SHIP DATE '.
           03  H1-DATE                      PIC 9(06).
           03  FILLER                       PIC X(06)   VALUE
               ' PAGE '.
           03  H1-PAGE                      PIC ZZZZ9.
           03  FILLER                       PIC X(63)   VALUE SPACE.

       01  H2-HEADING.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(07)   VALUE
               'MEMBER '.
           03  H2-NAME                      PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  H2-TYP                       PIC X(03).
           03  FILLER                       PIC X(12)   VALUE
               '  SHIPPED AT'.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  H2-TIM                       PIC X(06).
           03  FILLER                       PIC X(08)   VALUE
               '  LEVEL '.
           03  H2-LVL                       PIC 9(06).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  H2-LVO                       PIC X(06).
           03  FILLER                       PIC X(70)   VALUE SPACE.

       01  H3-HEADING.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(08)   VALUE
               'SEQUENCE'.
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  FILLER                       PIC X(03)   VALUE 'CHG'.
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  FILLER                       PIC X(11)   VALUE
               'SOURCE TEXT'.
           03  FILLER                       PIC X(105)  VALUE SPACE.

       01  D1-DETAIL.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-SEQ                       PIC X(06).
           03  FILLER                       PIC X(04)   VALUE SPACE.
           03  D1-CHG                       PIC X(01).
           03  FILLER                       PIC X(05)   VALUE SPACE.
           03  D1-DTA                       PIC X(114).
           03  FILLER                       PIC X(01)   VALUE SPACE.

       01  D2-MEMBER.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(03)   VALUE '** '.
           03  D2-LINCNT                    PIC ZZZZZZ9.
           03  FILLER                       PIC X(17)   VALUE
               ' LINE(S) PRINTED '.
           03  D2-CHECK                     PIC X(40).
           03  FILLER                       PIC X(64)   VALUE SPACE.

       01  D3-SUMMARY.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(03)   VALUE '** '.
           03  D3-MBRCNT                    PIC ZZZZ9.
           03  FILLER                       PIC X(11)   VALUE
               ' MEMBER(S) '.
           03  D3-TOTLIN                    PIC ZZZZZZZZ9.
           03  FILLER                       PIC X(19)   VALUE
               ' LINE(S) SHIPPED ON'.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D3-DATE                      PIC 9(06).
           03  FILLER                       PIC X(77)   VALUE SPACE.

       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields - the ship date (YYMMDD) and, to narrow   *
      *    the reprint, a type and a member name; blank means all     *
      *****************************************************************
       01  P01-DATE                          PIC 9(06).
       01  P02-TYP                           PIC X(03).
       01  P03-NAME                          PIC X(10).
      /
       PROCEDURE DIVISION USING P01-DATE P02-TYP P03-NAME.
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
           PERFORM R99.
       R0099.
           STOP RUN.

       R98 SECTION.
      *****************************************************************
      *    Initialize program - position on the first image of the    *
      *    type asked for, or of the whole archive                    *
      *****************************************************************
       R9801.
           OPEN  INPUT  RPA180.
           OPEN  OUTPUT RPA182P.
           MOVE  ZERO  TO W01-EOF
                          W04-PAGE
                          W06-LINCNT
                          W07-ARCCNT
                          W08-MBRCNT
                          W09-TOTLIN.
           MOVE  'N'   TO W05-INMBR.
           MOVE  P01-DATE TO H1-DATE.
           MOVE  P01-DATE TO D3-DATE.
           MOVE  P02-TYP  TO SHPTYP.
           MOVE  P03-NAME TO SHPNAM.
           MOVE  ZERO     TO SHPCEN.
           MOVE  ZERO     TO SHPDAT.
           MOVE  SPACE    TO SHPKND.
           MOVE  ZERO     TO SHPLNO.
           START RPA180 KEY IS GREATER THAN OR EQUAL SHPKEY
                 INVALID KEY
                      MOVE '1' TO W01-EOF.
           PERFORM R81.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program - end the last member and print the totals   *
      *****************************************************************
       R9901.
           PERFORM R40.
           IF    W04-PAGE EQUAL ZERO
                 MOVE SPACE TO H2-NAME
                               H2-TYP
                               H2-TIM
                               H2-LVO
                 MOVE ZERO  TO H2-LVL
                 PERFORM R35.
           MOVE  W08-MBRCNT TO D3-MBRCNT.
           MOVE  W09-TOTLIN TO D3-TOTLIN.
           WRITE RPA182PR FROM D3-SUMMARY AFTER ADVANCING 3 LINES.
           CLOSE RPA180
                 RPA182P.
       R9999.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    One archive row.  A header row that is not a shipped image *
      *    of the date and member asked for has its whole image       *
      *    skipped with one START past its last possible line.        *
      *****************************************************************
       R3001.
           IF    SHPLNO NOT EQUAL ZERO
                 GO TO R3010.
           PERFORM R40.
           IF    SHPDAT NOT EQUAL P01-DATE
           OR    NOT SHPKND-SHIPPED
           OR   (P03-NAME NOT EQUAL SPACE
           AND   SHPNAM NOT EQUAL P03-NAME)
                 GO TO R3005.
           MOVE  'Y'    TO W05-INMBR.
           MOVE  ZERO   TO W06-LINCNT.
           MOVE  SHPLCT TO W07-ARCCNT.
           ADD   1      TO W08-MBRCNT.
           MOVE  SHPNAM TO H2-NAME.
           MOVE  SHPTYP TO H2-TYP.
           MOVE  SHPTIM (1:6) TO H2-TIM.
           MOVE  SHPLVL TO H2-LVL.
           MOVE  SHPLVO TO H2-LVO.
           PERFORM R35.
           GO TO R3099.
       R3005.
           MOVE  999999 TO SHPLNO.
           START RPA180 KEY IS GREATER THAN SHPKEY
                 INVALID KEY
                      MOVE '1' TO W01-EOF.
           GO TO R3099.
       R3010.
           IF    W05-INMBR NOT EQUAL 'Y'
                 GO TO R3099.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           MOVE  SHPSEQ TO D1-SEQ.
           MOVE  SHPCHG TO D1-CHG.
           MOVE  SHPDTA TO D1-DTA.
           WRITE RPA182PR FROM D1-DETAIL AFTER ADVANCING 1 LINE.
           ADD   1 TO W03-LINE.
           ADD   1 TO W06-LINCNT.
           ADD   1 TO W09-TOTLIN.
       R3099.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    End the member being printed with its line count, checked  *
      *    against the count archived on its header                   *
      *****************************************************************
       R4001.
           IF    W05-INMBR NOT EQUAL 'Y'
                 GO TO R4099.
           MOVE  'N'        TO W05-INMBR.
           MOVE  W06-LINCNT TO D2-LINCNT.
           IF    W06-LINCNT EQUAL W07-ARCCNT
                 MOVE 'AS ARCHIVED' TO D2-CHECK
           ELSE
                 MOVE '** NOT EQUAL LINE COUNT ARCHIVED **'
                      TO D2-CHECK.
           WRITE RPA182PR FROM D2-MEMBER AFTER ADVANCING 2 LINES.
           ADD   2 TO W03-LINE.
       R4099.
           EXIT.

       R35 SECTION.
      *****************************************************************
      *    Skip to new page and print headings for the member in      *
      *    hand                                                       *
      *****************************************************************
       R3501.
           ADD   1 TO W04-PAGE.
           MOVE  W04-PAGE TO H1-PAGE.
           WRITE  RPA182PR FROM H1-HEADING AFTER ADVANCING PAGE.
           WRITE  RPA182PR FROM H2-HEADING AFTER ADVANCING 2 LINES.
           WRITE  RPA182PR FROM H3-HEADING AFTER ADVANCING 2 LINES.
           MOVE  6 TO W03-LINE.
       R3599.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read the next archive row - past the type asked for, the   *
      *    reprint is done                                            *
      *****************************************************************
       R8101.
           IF    W01-EOF EQUAL '1'
                 GO TO R8199.
           READ  RPA180 NEXT RECORD
                 AT END
                      MOVE '1' TO W01-EOF
                      GO TO R8199.
           IF    P02-TYP NOT EQUAL SPACE
           AND   SHPTYP NOT EQUAL P02-TYP
                 MOVE '1' TO W01-EOF.
       R8199.
           EXIT.
