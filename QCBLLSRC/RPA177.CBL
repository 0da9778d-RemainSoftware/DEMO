       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA177.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                                *
      *  Program:   RPA177 - Release chain run statistics and batch   *
      *             window forecast                                    *
      *                                                                *
      *  Author:    Release Processing Aid support group               *
      *  Date:      April 1997                                         *
      *  Release:   1.0                                                *
      *                                                                *
      *    RPA160 leaves one RPA176 row for every chain step it ran   *
      *    for every member.  This program reads that history, from   *
      *    the batch date given (zero for all of it), and prints on   *
      *    RPA177P:                                                   *
      *                                                                *
      *      - the trend across release nights - batches, members,    *
      *        steps, lines, total chain time, when the first batch   *
      *        started, how long the window the night used was, and   *
      *        seconds per 1,000 lines                                *
      *      - the slowest single chain steps and the slowest         *
      *        members (all steps of one member in one batch)         *
      *      - seconds per 1,000 lines by source type for each step   *
      *        of the chain and for the chain as a whole              *
      *      - a forecast for the entries approved on RPA161 now,     *
      *        run before the batch is started: each member is timed  *
      *        from its own last run, failing that from the average   *
      *        member of its source type, failing that from the       *
      *        average member overall, and the end time is given for  *
      *        one job started now and, once RPA169 has split the     *
      *        list, for every stream                                 *
      *                                                                *
      *    The lines of a member are those of its merged RPA117, or   *
      *    of its RPA113 source and RPA115 deck together when the     *
      *    chain stopped before the merge produced one.               *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA176  ASSIGN TO DATABASE-RPA176
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY STAKEY.
           SELECT RPA161  ASSIGN TO DATABASE-RPA161
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY DRVKEY.
           SELECT RPA177P ASSIGN TO PRINTER-RPA177P.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Release chain run statistics written by RPA160             *
      *****************************************************************
       FD  RPA176
           LABEL RECORDS ARE STANDARD.
       01  RPA176R.
           COPY DDS-ALL-FORMATS OF RPA176.

      *****************************************************************
      *    Release list - the approved entries are forecast           *
      *****************************************************************
       FD  RPA161
           LABEL RECORDS ARE STANDARD.
       01  RPA161R.
           COPY DDS-ALL-FORMATS OF RPA161.

      *****************************************************************
      *    Run statistics report and forecast                         *
      *****************************************************************
       FD  RPA177P
           LABEL RECORDS OMITTED.
       01  RPA177PR                         PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  W01-99.
           03  W01-EOF                      PIC X(01).
           03  W02-INMBR                    PIC X(01).
           03  W02-INNGT                    PIC X(01).
           03  W03-LINE                     PIC S9(03)  COMP-3.
           03  W04-PAGE                     PIC S9(05)  COMP-3.
      *            Approved entries that did not fit the table        *
           03  W06-OVERFL                   PIC S9(05)  COMP-3.
           03  W07-SPLIT                    PIC X(01).
               88  W07-IS-SPLIT             VALUE 'Y'.
           03  W08-T                        PIC S9(04)  COMP.
           03  W08-TYP                      PIC X(03).
           03  W09-H2                       PIC X(132).

      *****************************************************************
      *    The member in hand - one member of one batch               *
      *****************************************************************
       01  W10-MEMBER.
           03  W10-DAT                      PIC 9(06).
           03  W10-BTM                      PIC 9(08).
           03  W10-STR                      PIC 9(02).
           03  W10-NAM                      PIC X(10).
           03  W10-TYP                      PIC X(03).
           03  W11-MELP                     PIC S9(9)   COMP-3.
           03  W11-LIN                      PIC S9(9)   COMP-3.

      *****************************************************************
      *    The release night in hand                                  *
      *****************************************************************
       01  W12-NIGHT.
           03  W12-DAT                      PIC 9(06).
           03  W12-LBTM                     PIC 9(08).
           03  W12-LSTR                     PIC 9(02).
           03  W12-BAT                      PIC S9(5)   COMP-3.
           03  W12-MBR                      PIC S9(5)   COMP-3.
           03  W12-STP                      PIC S9(7)   COMP-3.
           03  W12-LIN                      PIC S9(11)  COMP-3.
           03  W12-ELP                      PIC S9(11)  COMP-3.
           03  W12-BEGH                     PIC S9(9)   COMP-3.
           03  W12-ENDH                     PIC S9(9)   COMP-3.

      *****************************************************************
      *    Every member of every batch read - the overall average     *
      *****************************************************************
       01  W14-OVERALL.
           03  W14-MBR                      PIC S9(7)   COMP-3.
           03  W14-MELP                     PIC S9(11)  COMP-3.

      *****************************************************************
      *    The slowest chain steps and the slowest members, longest   *
      *    first                                                      *
      *****************************************************************
       01  W20-TOPSTEPS.
           03  W20-ENT                      OCCURS 20.
               05  W20-NAM                  PIC X(10).
               05  W20-TYP                  PIC X(03).
               05  W20-STP                  PIC X(03).
               05  W20-DAT                  PIC 9(06).
               05  W20-ELP                  PIC S9(9)   COMP-3.
               05  W20-LIN                  PIC S9(9)   COMP-3.
               05  W20-RES                  PIC X(01).
       01  W21-CNT                          PIC S9(04)  COMP.

       01  W25-TOPMBRS.
           03  W25-ENT                      OCCURS 20.
               05  W25-NAM                  PIC X(10).
               05  W25-TYP                  PIC X(03).
               05  W25-DAT                  PIC 9(06).
               05  W25-STR                  PIC 9(02).
               05  W25-ELP                  PIC S9(9)   COMP-3.
               05  W25-LIN                  PIC S9(9)   COMP-3.
       01  W26-CNT                          PIC S9(04)  COMP.

      *****************************************************************
      *    Per source type - members, their time and lines, and the   *
      *    time and lines of each chain step                          *
      *****************************************************************
       01  W30-TYPES.
           03  W30-ENT                      OCCURS 50.
               05  W30-TYP                  PIC X(03).
               05  W30-MBR                  PIC S9(7)   COMP-3.
               05  W30-MELP                 PIC S9(11)  COMP-3.
               05  W30-MLIN                 PIC S9(11)  COMP-3.
               05  W30-STEP                 OCCURS 6.
                   07  W30-ELP              PIC S9(11)  COMP-3.
                   07  W30-LIN              PIC S9(11)  COMP-3.
       01  W31-CNT                          PIC S9(04)  COMP.

      *****************************************************************
      *    The approved entries of the release list, with the time    *
      *    of their own last run when the history has one             *
      *****************************************************************
       01  W40-APPROVED.
           03  W40-ENT                      OCCURS 2000.
               05  W40-TYP                  PIC X(03).
               05  W40-NAM                  PIC X(10).
               05  W40-STR                  PIC 9(02).
               05  W40-HAS                  PIC X(01).
               05  W40-ELP                  PIC S9(9)   COMP-3.
       01  W41-CNT                          PIC S9(04)  COMP.

      *****************************************************************
      *    Forecast - members timed each way, and the chain time per  *
      *    stream                                                     *
      *****************************************************************
       01  W45-FORECAST.
           03  W45-OWNCNT                   PIC S9(5)   COMP-3.
           03  W45-OWNELP                   PIC S9(11)  COMP-3.
           03  W45-TYPCNT                   PIC S9(5)   COMP-3.
           03  W45-TYPELP                   PIC S9(11)  COMP-3.
           03  W45-AVGCNT                   PIC S9(5)   COMP-3.
           03  W45-AVGELP                   PIC S9(11)  COMP-3.
           03  W45-NONCNT                   PIC S9(5)   COMP-3.
           03  W45-TOTELP                   PIC S9(11)  COMP-3.
           03  W45-OAVG                     PIC S9(9)   COMP-3.
           03  W45-ELP                      PIC S9(9)   COMP-3.
           03  W45-NOW                      PIC S9(9)   COMP-3.
           03  W45-MAXELP                   PIC S9(11)  COMP-3.
       01  W47-STRTXT.
           03  FILLER                       PIC X(23)   VALUE
               'FORECAST END OF STREAM '.
           03  W47-STR                      PIC 99.
       01  W46-STREAMS.
           03  W46-STREAM                   OCCURS 99.
               05  W46-CNT                  PIC S9(5)   COMP-3.
               05  W46-ELP                  PIC S9(11)  COMP-3.

      *****************************************************************
      *    Time conversions - HHMMSShh to hundredths of a second and  *
      *    hundredths back to an H:MM:SS print field                  *
      *****************************************************************
       01  W50-CONV.
           03  W50-TIME                     PIC 9(08).
           03  W50-TIMER REDEFINES W50-TIME.
               05  W50-THH                  PIC 9(02).
               05  W50-TMM                  PIC 9(02).
               05  W50-TSS                  PIC 9(02).
               05  W50-THS                  PIC 9(02).
           03  W50-HUN                      PIC S9(11)  COMP-3.
           03  W50-REM                      PIC S9(11)  COMP-3.
           03  W50-DAYS                     PIC S9(5)   COMP-3.
           03  W50-HH                       PIC S9(7)   COMP-3.
           03  W50-MM                       PIC S9(3)   COMP-3.
           03  W50-SS                       PIC S9(3)   COMP-3.
       01  W51-HMS.
           03  W51-HH                       PIC ZZ9.
           03  FILLER                       PIC X(01)   VALUE ':'.
           03  W51-MM                       PIC 99.
           03  FILLER                       PIC X(01)   VALUE ':'.
           03  W51-SS                       PIC 99.
       01  W52-RATE                         PIC S9(7)V99 COMP-3.

       01  W55-NAMES.
           03  FILLER                       PIC X(18)   VALUE
               'VALMRGRECRSQCHKLST'.
       01  W55-NAMESR REDEFINES W55-NAMES.
           03  W55-NAME                     PIC X(03)   OCCURS 6.

       01  I                                PIC S9(04)  COMP.
       01  J                                PIC S9(04)  COMP.
       01  S                                PIC S9(03)  COMP-3.

      *****************************************************************
      *    Heading and detail print lines                             *
      *****************************************************************
       01  H1-HEADING.
           03  FILLER                       PIC X(01)   VALUE '1'.
           03  FILLER                       PIC X(27)   VALUE
               'RPA177 - RUN STATISTICS -  '.
           03  H1-TITLE                     PIC X(40).
           03  FILLER                       PIC X(06)   VALUE 'PAGE '.
           03  H1-PAGE                      PIC ZZZZ9.
           03  FILLER                       PIC X(53)   VALUE SPACE.

       01  H2-TREND.
           03  FILLER                       PIC X(40)   VALUE
               ' NIGHT  BATCHES MEMBERS    STEPS      LI'.
           03  FILLER                       PIC X(40)   VALUE
               'NES  CHAIN TIME     STARTED      WINDOW '.
           03  FILLER                       PIC X(08)   VALUE
               'SEC/1000'.
           03  FILLER                       PIC X(44)   VALUE SPACE.

       01  H2-STEPS.
           03  FILLER                       PIC X(40)   VALUE
               ' RNK  MEMBER     TYP  STP  NIGHT      EL'.
           03  FILLER                       PIC X(16)   VALUE
               'APSED    LINES R'.
           03  FILLER                       PIC X(76)   VALUE SPACE.

       01  H2-MEMBERS.
           03  FILLER                       PIC X(40)   VALUE
               ' RNK  MEMBER     TYP  NIGHT   ST    ELAP'.
           03  FILLER                       PIC X(12)   VALUE
               'SED    LINES'.
           03  FILLER                       PIC X(80)   VALUE SPACE.

       01  H2-TYPES.
           03  FILLER                       PIC X(40)   VALUE
               ' TYP   MBRS    AVG/MBR       VAL       M'.
           03  FILLER                       PIC X(40)   VALUE
               'RG       REC       RSQ       CHK       L'.
           03  FILLER                       PIC X(12)   VALUE
               'ST     TOTAL'.
           03  FILLER                       PIC X(40)   VALUE SPACE.

       01  D1-NIGHT.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-DAT                       PIC 9(06).
           03  FILLER                       PIC X(03)   VALUE SPACE.
           03  D1-BAT                       PIC ZZZZ9.
           03  FILLER                       PIC X(03)   VALUE SPACE.
           03  D1-MBR                       PIC ZZZZ9.
           03  FILLER                       PIC X(03)   VALUE SPACE.
           03  D1-STP                       PIC ZZZZZ9.
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D1-LIN                       PIC ZZZZZZZZ9.
           03  FILLER                       PIC X(03)   VALUE SPACE.
           03  D1-ELP                       PIC X(09).
           03  FILLER                       PIC X(03)   VALUE SPACE.
           03  D1-BEG                       PIC X(09).
           03  FILLER                       PIC X(03)   VALUE SPACE.
           03  D1-WIN                       PIC X(09).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-RATE                      PIC ZZZZ9.99.
           03  FILLER                       PIC X(44)   VALUE SPACE.

       01  D2-STEP.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D2-RNK                       PIC ZZ9.
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D2-NAM                       PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D2-TYP                       PIC X(03).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D2-STP                       PIC X(03).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D2-DAT                       PIC 9(06).
           03  FILLER                       PIC X(03)   VALUE SPACE.
           03  D2-ELP                       PIC X(09).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D2-LIN                       PIC ZZZZZZ9.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D2-RES                       PIC X(01).
           03  FILLER                       PIC X(76)   VALUE SPACE.

       01  D3-MEMBER.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D3-RNK                       PIC ZZ9.
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D3-NAM                       PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D3-TYP                       PIC X(03).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D3-DAT                       PIC 9(06).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D3-STR                       PIC 99.
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D3-ELP                       PIC X(09).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D3-LIN                       PIC ZZZZZZ9.
           03  FILLER                       PIC X(80)   VALUE SPACE.

       01  D4-TYPE.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D4-TYP                       PIC X(03).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D4-MBR                       PIC ZZZZ9.
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D4-AVG                       PIC X(09).
           03  D4-COL                       OCCURS 7.
               05  FILLER                   PIC X(02).
               05  D4-RATE                  PIC ZZZZ9.99.
           03  FILLER                       PIC X(40)   VALUE SPACE.

       01  D5-FORECAST.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D5-TEXT                      PIC X(40).
           03  D5-CNT                       PIC ZZZZZZ9.
           03  D5-CNTX REDEFINES D5-CNT     PIC X(07).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D5-HMS                       PIC X(09).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D5-NOTE                      PIC X(20).
           03  FILLER                       PIC X(51)   VALUE SPACE.

       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields - P01-FROM is the earliest batch date     *
      *    (YYMMDD) reported on, zero for the whole history           *
      *****************************************************************
       01  P01-FROM                          PIC 9(06).
      /
       PROCEDURE DIVISION USING P01-FROM.
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
           IF    W02-INMBR EQUAL 'Y'
                 PERFORM R31.
           IF    W02-INNGT EQUAL 'Y'
                 PERFORM R32.
           PERFORM R50.
           PERFORM R51.
           PERFORM R52.
           PERFORM R53.
           PERFORM R99.
       R0099.
           STOP RUN.

       R98 SECTION.
      *****************************************************************
      *    Initialize program - load the approved entries, position   *
      *    the history at the first batch reported on                 *
      *****************************************************************
       R9801.
           OPEN  INPUT  RPA176.
           OPEN  INPUT  RPA161.
           OPEN  OUTPUT RPA177P.
           MOVE  ZERO  TO W01-EOF
                          W04-PAGE
                          W06-OVERFL
                          W21-CNT
                          W26-CNT
                          W31-CNT
                          W41-CNT
                          W14-MBR
                          W14-MELP.
           MOVE  'N'   TO W02-INMBR
                          W02-INNGT
                          W07-SPLIT.
           PERFORM R20.
           MOVE  'TREND BY RELEASE NIGHT' TO H1-TITLE.
           MOVE  H2-TREND TO W09-H2.
           PERFORM R35.
           MOVE  LOW-VALUE TO STAKEY.
           IF    P01-FROM NOT EQUAL ZERO
                 MOVE  P01-FROM  TO STADAT
                 IF    P01-FROM LESS 900000
                       MOVE 1 TO STACEN
                 ELSE
                       MOVE 0 TO STACEN.
           START RPA176 KEY IS GREATER THAN OR EQUAL STAKEY
                 INVALID KEY
                      MOVE '1' TO W01-EOF
                      GO TO R9899.
           PERFORM R81.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program                                              *
      *****************************************************************
       R9901.
           CLOSE RPA176
                 RPA161
                 RPA177P.
       R9999.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    Load the approved release list entries                     *
      *****************************************************************
       R2001.
           MOVE  SPACE TO DRVKEY.
           START RPA161 KEY IS GREATER THAN OR EQUAL DRVKEY
                 INVALID KEY
                      GO TO R2099.
       R2003.
           READ  RPA161 NEXT RECORD
                 AT END
                      GO TO R2099.
           IF    NOT DRVSTS-APPROVED
                 GO TO R2003.
           IF    W41-CNT NOT LESS 2000
                 ADD  1 TO W06-OVERFL
                 GO TO R2003.
           ADD   1      TO W41-CNT.
           MOVE  DRVTYP TO W40-TYP (W41-CNT).
           MOVE  DRVNAM TO W40-NAM (W41-CNT).
           MOVE  DRVSTR TO W40-STR (W41-CNT).
           MOVE  'N'    TO W40-HAS (W41-CNT).
           MOVE  ZERO   TO W40-ELP (W41-CNT).
           GO TO R2003.
       R2099.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    One run statistics row - close the member and the night    *
      *    it ends, open the ones it starts, and add the step in      *
      *****************************************************************
       R3001.
           IF    W02-INMBR EQUAL 'Y'
           AND  (STADAT NOT EQUAL W10-DAT
           OR    STABTM NOT EQUAL W10-BTM
           OR    STASTR NOT EQUAL W10-STR
           OR    STANAM NOT EQUAL W10-NAM
           OR    STATYP NOT EQUAL W10-TYP)
                 PERFORM R31.
           IF    W02-INNGT EQUAL 'Y'
           AND   STADAT NOT EQUAL W12-DAT
                 PERFORM R32.
           IF    W02-INNGT NOT EQUAL 'Y'
                 MOVE 'Y'     TO W02-INNGT
                 MOVE STADAT  TO W12-DAT
                 MOVE ZERO    TO W12-LBTM
                                 W12-LSTR
                                 W12-BAT
                                 W12-MBR
                                 W12-STP
                                 W12-LIN
                                 W12-ELP
                                 W12-ENDH
                 MOVE 8640000 TO W12-BEGH.
      *    A new batch of the night - its start may be the night's
      *    earliest
           IF    STABTM NOT EQUAL W12-LBTM
           OR    STASTR NOT EQUAL W12-LSTR
                 ADD  1      TO W12-BAT
                 MOVE STABTM TO W12-LBTM
                 MOVE STASTR TO W12-LSTR
                 MOVE STABTM TO W50-TIME
                 PERFORM R60
                 IF    W50-HUN LESS W12-BEGH
                       MOVE W50-HUN TO W12-BEGH.
           IF    W02-INMBR NOT EQUAL 'Y'
                 MOVE 'Y'    TO W02-INMBR
                 MOVE STADAT TO W10-DAT
                 MOVE STABTM TO W10-BTM
                 MOVE STASTR TO W10-STR
                 MOVE STANAM TO W10-NAM
                 MOVE STATYP TO W10-TYP
                 MOVE ZERO   TO W11-MELP
                 IF    STAL17 GREATER ZERO
                       MOVE STAL17 TO W11-LIN
                 ELSE
                       ADD  STAL13 STAL15 GIVING W11-LIN.
      *
           ADD   STAELP TO W11-MELP.
           ADD   1      TO W12-STP.
           ADD   STAELP TO W12-ELP.
      *    The step's end, past midnight when it ended before the
      *    batch started, may be the night's latest
           MOVE  STAEND TO W50-TIME.
           PERFORM R60.
           IF    STAEND LESS STABTM
                 ADD  8640000 TO W50-HUN.
           IF    W50-HUN GREATER W12-ENDH
                 MOVE W50-HUN TO W12-ENDH.
           MOVE  STATYP TO W08-TYP.
           PERFORM R40.
           MOVE  STASNO TO S.
           IF    S GREATER ZERO
           AND   S NOT GREATER 6
                 ADD  STAELP  TO W30-ELP (W08-T S)
                 ADD  W11-LIN TO W30-LIN (W08-T S).
           PERFORM R45.
       R3099.
           EXIT.

       R31 SECTION.
      *****************************************************************
      *    Member break - the member's total goes to its night, its   *
      *    source type, the overall average, the slowest members,     *
      *    and to its approved entry as the time of its last run      *
      *****************************************************************
       R3101.
           MOVE  'N' TO W02-INMBR.
           ADD   1        TO W12-MBR.
           ADD   W11-LIN  TO W12-LIN.
           ADD   1        TO W14-MBR.
           ADD   W11-MELP TO W14-MELP.
           MOVE  W10-TYP  TO W08-TYP.
           PERFORM R40.
           ADD   1        TO W30-MBR (W08-T).
           ADD   W11-MELP TO W30-MELP (W08-T).
           ADD   W11-LIN  TO W30-MLIN (W08-T).
           PERFORM R46.
      *    The history is read oldest first, so the last run seen
      *    is the member's latest
           MOVE  1 TO I.
       R3103.
           IF    I GREATER W41-CNT
                 GO TO R3199.
           IF    W40-TYP (I) EQUAL W10-TYP
           AND   W40-NAM (I) EQUAL W10-NAM
                 MOVE 'Y'      TO W40-HAS (I)
                 MOVE W11-MELP TO W40-ELP (I)
                 GO TO R3199.
           ADD   1 TO I.
           GO TO R3103.
       R3199.
           EXIT.

       R32 SECTION.
      *****************************************************************
      *    Night break - print the night's trend line                 *
      *****************************************************************
       R3201.
           MOVE  'N' TO W02-INNGT.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           MOVE  W12-DAT  TO D1-DAT.
           MOVE  W12-BAT  TO D1-BAT.
           MOVE  W12-MBR  TO D1-MBR.
           MOVE  W12-STP  TO D1-STP.
           MOVE  W12-LIN  TO D1-LIN.
           MOVE  W12-ELP  TO W50-HUN.
           PERFORM R61.
           MOVE  W51-HMS  TO D1-ELP.
           MOVE  W12-BEGH TO W50-HUN.
           PERFORM R61.
           MOVE  W51-HMS  TO D1-BEG.
           SUBTRACT W12-BEGH FROM W12-ENDH GIVING W50-HUN.
           PERFORM R61.
           MOVE  W51-HMS  TO D1-WIN.
           MOVE  ZERO     TO W52-RATE.
           IF    W12-LIN GREATER ZERO
                 COMPUTE W52-RATE ROUNDED = W12-ELP * 10 / W12-LIN.
           MOVE  W52-RATE TO D1-RATE.
           WRITE RPA177PR FROM D1-NIGHT AFTER ADVANCING 1 LINE.
           ADD   1 TO W03-LINE.
       R3299.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    Find the source type W08-TYP in the type table, adding it  *
      *    the first time it is seen.  A type beyond the table's      *
      *    size is counted with the last one.                         *
      *****************************************************************
       R4001.
           MOVE  1 TO W08-T.
       R4003.
           IF    W08-T GREATER W31-CNT
                 GO TO R4005.
           IF    W30-TYP (W08-T) EQUAL W08-TYP
                 GO TO R4099.
           ADD   1 TO W08-T.
           GO TO R4003.
       R4005.
           IF    W31-CNT NOT LESS 50
                 MOVE 50 TO W08-T
                 GO TO R4099.
           ADD   1       TO W31-CNT.
           MOVE  W31-CNT TO W08-T.
           MOVE  W08-TYP TO W30-TYP (W08-T).
           MOVE  ZERO    TO W30-MBR (W08-T)
                            W30-MELP (W08-T)
                            W30-MLIN (W08-T).
           MOVE  1 TO S.
       R4007.
           IF    S GREATER 6
                 GO TO R4099.
           MOVE  ZERO TO W30-ELP (W08-T S)
                         W30-LIN (W08-T S).
           ADD   1 TO S.
           GO TO R4007.
       R4099.
           EXIT.

       R45 SECTION.
      *****************************************************************
      *    Keep the step in hand among the twenty slowest steps -     *
      *    the longer steps it passes move down one place             *
      *****************************************************************
       R4501.
           IF    W21-CNT LESS 20
                 ADD  1 TO W21-CNT
                 MOVE W21-CNT TO I
                 GO TO R4503.
           IF    STAELP NOT GREATER W20-ELP (20)
                 GO TO R4599.
           MOVE  20 TO I.
       R4503.
           IF    I GREATER 1
                 SUBTRACT 1 FROM I GIVING J
                 IF    W20-ELP (J) LESS STAELP
                       MOVE W20-ENT (J) TO W20-ENT (I)
                       MOVE J TO I
                       GO TO R4503.
           MOVE  STANAM TO W20-NAM (I).
           MOVE  STATYP TO W20-TYP (I).
           MOVE  STASTP TO W20-STP (I).
           MOVE  STADAT TO W20-DAT (I).
           MOVE  STAELP TO W20-ELP (I).
           MOVE  W11-LIN TO W20-LIN (I).
           MOVE  STARES TO W20-RES (I).
       R4599.
           EXIT.

       R46 SECTION.
      *****************************************************************
      *    Keep the member in hand among the twenty slowest members   *
      *****************************************************************
       R4601.
           IF    W26-CNT LESS 20
                 ADD  1 TO W26-CNT
                 MOVE W26-CNT TO I
                 GO TO R4603.
           IF    W11-MELP NOT GREATER W25-ELP (20)
                 GO TO R4699.
           MOVE  20 TO I.
       R4603.
           IF    I GREATER 1
                 SUBTRACT 1 FROM I GIVING J
                 IF    W25-ELP (J) LESS W11-MELP
                       MOVE W25-ENT (J) TO W25-ENT (I)
                       MOVE J TO I
                       GO TO R4603.
           MOVE  W10-NAM  TO W25-NAM (I).
           MOVE  W10-TYP  TO W25-TYP (I).
           MOVE  W10-DAT  TO W25-DAT (I).
           MOVE  W10-STR  TO W25-STR (I).
           MOVE  W11-MELP TO W25-ELP (I).
           MOVE  W11-LIN  TO W25-LIN (I).
       R4699.
           EXIT.

       R50 SECTION.
      *****************************************************************
      *    Print the slowest chain steps                              *
      *****************************************************************
       R5001.
           MOVE  'SLOWEST CHAIN STEPS' TO H1-TITLE.
           MOVE  H2-STEPS TO W09-H2.
           PERFORM R35.
           MOVE  1 TO I.
       R5003.
           IF    I GREATER W21-CNT
                 GO TO R5099.
           MOVE  I            TO D2-RNK.
           MOVE  W20-NAM (I)  TO D2-NAM.
           MOVE  W20-TYP (I)  TO D2-TYP.
           MOVE  W20-STP (I)  TO D2-STP.
           MOVE  W20-DAT (I)  TO D2-DAT.
           MOVE  W20-ELP (I)  TO W50-HUN.
           PERFORM R61.
           MOVE  W51-HMS      TO D2-ELP.
           MOVE  W20-LIN (I)  TO D2-LIN.
           MOVE  W20-RES (I)  TO D2-RES.
           WRITE RPA177PR FROM D2-STEP AFTER ADVANCING 1 LINE.
           ADD   1 TO W03-LINE.
           ADD   1 TO I.
           GO TO R5003.
       R5099.
           EXIT.

       R51 SECTION.
      *****************************************************************
      *    Print the slowest members                                  *
      *****************************************************************
       R5101.
           MOVE  'SLOWEST MEMBERS' TO H1-TITLE.
           MOVE  H2-MEMBERS TO W09-H2.
           PERFORM R35.
           MOVE  1 TO I.
       R5103.
           IF    I GREATER W26-CNT
                 GO TO R5199.
           MOVE  I            TO D3-RNK.
           MOVE  W25-NAM (I)  TO D3-NAM.
           MOVE  W25-TYP (I)  TO D3-TYP.
           MOVE  W25-DAT (I)  TO D3-DAT.
           MOVE  W25-STR (I)  TO D3-STR.
           MOVE  W25-ELP (I)  TO W50-HUN.
           PERFORM R61.
           MOVE  W51-HMS      TO D3-ELP.
           MOVE  W25-LIN (I)  TO D3-LIN.
           WRITE RPA177PR FROM D3-MEMBER AFTER ADVANCING 1 LINE.
           ADD   1 TO W03-LINE.
           ADD   1 TO I.
           GO TO R5103.
       R5199.
           EXIT.

       R52 SECTION.
      *****************************************************************
      *    Print seconds per 1,000 lines by source type - each step   *
      *    of the chain, then the whole chain                         *
      *****************************************************************
       R5201.
           MOVE  'SECONDS PER 1,000 LINES BY SOURCE TYPE' TO H1-TITLE.
           MOVE  H2-TYPES TO W09-H2.
           PERFORM R35.
           MOVE  1 TO W08-T.
       R5203.
           IF    W08-T GREATER W31-CNT
                 GO TO R5299.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           MOVE  SPACE              TO D4-TYPE.
           MOVE  W30-TYP (W08-T)    TO D4-TYP.
           MOVE  W30-MBR (W08-T)    TO D4-MBR.
           MOVE  ZERO               TO W50-HUN.
           IF    W30-MBR (W08-T) GREATER ZERO
                 DIVIDE W30-MBR (W08-T) INTO W30-MELP (W08-T)
                        GIVING W50-HUN.
           PERFORM R61.
           MOVE  W51-HMS            TO D4-AVG.
           MOVE  1 TO S.
       R5205.
           IF    S GREATER 6
                 GO TO R5207.
           MOVE  ZERO TO W52-RATE.
           IF    W30-LIN (W08-T S) GREATER ZERO
                 COMPUTE W52-RATE ROUNDED =
                         W30-ELP (W08-T S) * 10 / W30-LIN (W08-T S).
           MOVE  W52-RATE TO D4-RATE (S).
           ADD   1 TO S.
           GO TO R5205.
       R5207.
           MOVE  ZERO TO W52-RATE.
           IF    W30-MLIN (W08-T) GREATER ZERO
                 COMPUTE W52-RATE ROUNDED =
                         W30-MELP (W08-T) * 10 / W30-MLIN (W08-T).
           MOVE  W52-RATE TO D4-RATE (7).
           WRITE RPA177PR FROM D4-TYPE AFTER ADVANCING 1 LINE.
           ADD   1 TO W03-LINE.
           ADD   1 TO W08-T.
           GO TO R5203.
       R5299.
           EXIT.

       R53 SECTION.
      *****************************************************************
      *    Forecast the approved list - every member timed from its   *
      *    own last run, else its type's average member, else the     *
      *    average member overall - and the end time for one job      *
      *    started now and for each stream of a split list            *
      *****************************************************************
       R5301.
           MOVE  'FORECAST - APPROVED RELEASE LIST' TO H1-TITLE.
           MOVE  SPACE TO W09-H2.
           PERFORM R35.
           MOVE  ZERO  TO W45-OWNCNT
                          W45-OWNELP
                          W45-TYPCNT
                          W45-TYPELP
                          W45-AVGCNT
                          W45-AVGELP
                          W45-NONCNT
                          W45-TOTELP
                          W45-OAVG
                          W45-MAXELP.
           IF    W14-MBR GREATER ZERO
                 DIVIDE W14-MBR INTO W14-MELP GIVING W45-OAVG.
           MOVE  1 TO S.
       R5303.
           IF    S GREATER 99
                 GO TO R5305.
           MOVE  ZERO TO W46-CNT (S)
                         W46-ELP (S).
           ADD   1 TO S.
           GO TO R5303.
       R5305.
           MOVE  1 TO I.
       R5307.
           IF    I GREATER W41-CNT
                 GO TO R5320.
           PERFORM R54.
           ADD   W45-ELP TO W45-TOTELP.
           IF    W40-STR (I) GREATER ZERO
                 MOVE 'Y'         TO W07-SPLIT
                 MOVE W40-STR (I) TO S
                 ADD  1           TO W46-CNT (S)
                 ADD  W45-ELP     TO W46-ELP (S).
           ADD   1 TO I.
           GO TO R5307.
       R5320.
           MOVE  'APPROVED MEMBERS ON THE LIST' TO D5-TEXT.
           MOVE  W41-CNT    TO D5-CNT.
           MOVE  SPACE      TO D5-HMS.
           MOVE  SPACE      TO D5-NOTE.
           PERFORM R55.
           IF    W06-OVERFL GREATER ZERO
                 MOVE ' - NOT FORECAST, LIST TOO LONG' TO D5-TEXT
                 MOVE W06-OVERFL TO D5-CNT
                 PERFORM R55.
           MOVE  ' - TIMED FROM THEIR OWN LAST RUN' TO D5-TEXT.
           MOVE  W45-OWNCNT TO D5-CNT.
           MOVE  W45-OWNELP TO W50-HUN.
           PERFORM R61.
           MOVE  W51-HMS    TO D5-HMS.
           PERFORM R55.
           MOVE  ' - TIMED FROM THEIR SOURCE TYPE AVERAGE' TO D5-TEXT.
           MOVE  W45-TYPCNT TO D5-CNT.
           MOVE  W45-TYPELP TO W50-HUN.
           PERFORM R61.
           MOVE  W51-HMS    TO D5-HMS.
           PERFORM R55.
           MOVE  ' - TIMED FROM THE OVERALL AVERAGE' TO D5-TEXT.
           MOVE  W45-AVGCNT TO D5-CNT.
           MOVE  W45-AVGELP TO W50-HUN.
           PERFORM R61.
           MOVE  W51-HMS    TO D5-HMS.
           PERFORM R55.
           MOVE  ' - NO HISTORY TO TIME THEM FROM' TO D5-TEXT.
           MOVE  W45-NONCNT TO D5-CNT.
           MOVE  SPACE      TO D5-HMS.
           PERFORM R55.
      *
           MOVE  'FORECAST CHAIN TIME' TO D5-TEXT.
           MOVE  SPACE      TO D5-CNTX.
           MOVE  W45-TOTELP TO W50-HUN.
           PERFORM R61.
           MOVE  W51-HMS    TO D5-HMS.
           PERFORM R55.
           ACCEPT W50-TIME FROM TIME.
           PERFORM R60.
           MOVE  W50-HUN    TO W45-NOW.
           MOVE  'STARTED NOW' TO D5-TEXT.
           PERFORM R61.
           MOVE  W51-HMS    TO D5-HMS.
           PERFORM R55.
           MOVE  'FORECAST END AS ONE JOB' TO D5-TEXT.
           ADD   W45-NOW W45-TOTELP GIVING W50-HUN.
           PERFORM R62.
           PERFORM R55.
           IF    NOT W07-IS-SPLIT
                 GO TO R5399.
      *    The list is split - the night ends with its longest stream
           MOVE  1 TO S.
       R5330.
           IF    S GREATER 99
                 GO TO R5340.
           IF    W46-CNT (S) EQUAL ZERO
                 GO TO R5335.
           MOVE  S TO W47-STR.
           MOVE  W47-STRTXT TO D5-TEXT.
           MOVE  W46-CNT (S) TO D5-CNT.
           ADD   W45-NOW W46-ELP (S) GIVING W50-HUN.
           PERFORM R62.
           PERFORM R55.
           IF    W46-ELP (S) GREATER W45-MAXELP
                 MOVE W46-ELP (S) TO W45-MAXELP.
       R5335.
           ADD   1 TO S.
           GO TO R5330.
       R5340.
           MOVE  'FORECAST END AS SPLIT INTO STREAMS' TO D5-TEXT.
           MOVE  SPACE TO D5-CNTX.
           ADD   W45-NOW W45-MAXELP GIVING W50-HUN.
           PERFORM R62.
           PERFORM R55.
       R5399.
           EXIT.

       R54 SECTION.
      *****************************************************************
      *    Time one approved entry from the best history there is     *
      *****************************************************************
       R5401.
           MOVE  ZERO TO W45-ELP.
           IF    W40-HAS (I) EQUAL 'Y'
                 MOVE W40-ELP (I) TO W45-ELP
                 ADD  1           TO W45-OWNCNT
                 ADD  W45-ELP     TO W45-OWNELP
                 GO TO R5499.
           MOVE  1 TO W08-T.
       R5403.
           IF    W08-T GREATER W31-CNT
                 GO TO R5405.
           IF    W30-TYP (W08-T) EQUAL W40-TYP (I)
           AND   W30-MBR (W08-T) GREATER ZERO
                 DIVIDE W30-MBR (W08-T) INTO W30-MELP (W08-T)
                        GIVING W45-ELP
                 ADD  1       TO W45-TYPCNT
                 ADD  W45-ELP TO W45-TYPELP
                 GO TO R5499.
           ADD   1 TO W08-T.
           GO TO R5403.
       R5405.
           IF    W45-OAVG GREATER ZERO
                 MOVE W45-OAVG TO W45-ELP
                 ADD  1        TO W45-AVGCNT
                 ADD  W45-ELP  TO W45-AVGELP
                 GO TO R5499.
           ADD   1 TO W45-NONCNT.
       R5499.
           EXIT.

       R55 SECTION.
      *****************************************************************
      *    Print one forecast line                                    *
      *****************************************************************
       R5501.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           WRITE RPA177PR FROM D5-FORECAST AFTER ADVANCING 2 LINES.
           ADD   2 TO W03-LINE.
           MOVE  SPACE TO D5-NOTE.
       R5599.
           EXIT.

       R35 SECTION.
      *****************************************************************
      *    Skip to new page and print headings                        *
      *****************************************************************
       R3501.
           ADD   1 TO W04-PAGE.
           MOVE  W04-PAGE TO H1-PAGE.
           WRITE  RPA177PR FROM H1-HEADING AFTER ADVANCING PAGE.
           WRITE  RPA177PR FROM W09-H2 AFTER ADVANCING 2 LINES.
           MOVE  4 TO W03-LINE.
       R3599.
           EXIT.

       R60 SECTION.
      *****************************************************************
      *    Time of day W50-TIME (HHMMSShh) to hundredths of a second  *
      *****************************************************************
       R6001.
           COMPUTE W50-HUN = ((W50-THH * 60 + W50-TMM) * 60 + W50-TSS)
                             * 100 + W50-THS.
       R6099.
           EXIT.

       R61 SECTION.
      *****************************************************************
      *    Hundredths of a second W50-HUN to H:MM:SS for printing     *
      *****************************************************************
       R6101.
           DIVIDE W50-HUN BY 360000 GIVING W50-HH REMAINDER W50-REM.
           DIVIDE W50-REM BY 6000   GIVING W50-MM REMAINDER W50-REM.
           DIVIDE W50-REM BY 100    GIVING W50-SS.
           MOVE  W50-HH TO W51-HH.
           MOVE  W50-MM TO W51-MM.
           MOVE  W50-SS TO W51-SS.
       R6199.
           EXIT.

       R62 SECTION.
      *****************************************************************
      *    Forecast end W50-HUN, counted from today's midnight, as a  *
      *    time of day - noting when it falls on a later day          *
      *****************************************************************
       R6201.
           DIVIDE W50-HUN BY 8640000 GIVING W50-DAYS REMAINDER W50-REM.
           MOVE  W50-REM TO W50-HUN.
           PERFORM R61.
           MOVE  W51-HMS TO D5-HMS.
           MOVE  SPACE   TO D5-NOTE.
           IF    W50-DAYS GREATER ZERO
                 MOVE 'NEXT DAY' TO D5-NOTE.
       R6299.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read the next run statistics row                           *
      *****************************************************************
       R8101.
           READ  RPA176 NEXT RECORD
                 AT END
                      MOVE '1' TO W01-EOF.
       R8199.
           EXIT.
