       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA174.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                                *
      *  Program:   RPA174 - Consolidate the release streams into     *
      *             the RPA166 manifest and RPA165P status report      *
      *                                                                *
      *  Author:    Release Processing Aid support group               *
      *  Date:      April 1997                                         *
      *  Release:   1.0                                                *
      *                                                                *
      *    When RPA169 has split the night into streams, each RPA160  *
      *    stream job leaves its partial manifest and its status      *
      *    lines in its own key range of RPA175.  This program runs   *
      *    once every stream job has ended and builds from them the   *
      *    one manifest RPA167 works from and the one status report   *
      *    operations reads:                                          *
      *                                                                *
      *      - every manifest detail record of every stream is        *
      *        written to RPA166, stream by stream, and the single    *
      *        trailer is built from the details actually written     *
      *      - every status line is printed on RPA165P under a        *
      *        heading per stream, closed by one grand total          *
      *                                                                *
      *    A stream whose partial manifest has no trailer ended       *
      *    before it finished.  The combined manifest is then left    *
      *    without its trailer too, so RPA167 refuses it rather than  *
      *    ship half a night - the stream is rerun and this step      *
      *    repeated.                                                  *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA175  ASSIGN TO DATABASE-RPA175
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY STRKEY.
           SELECT RPA166  ASSIGN TO DATABASE-RPA166.
           SELECT RPA165P ASSIGN TO PRINTER-RPA165P.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Release stream work file written by the RPA160 streams     *
      *****************************************************************
       FD  RPA175
           LABEL RECORDS ARE STANDARD.
       01  RPA175R.
           COPY DDS-ALL-FORMATS OF RPA175.

      *****************************************************************
      *    Release manifest for the packaging job                     *
      *****************************************************************
       FD  RPA166
           LABEL RECORDS ARE STANDARD.
       01  RPA166R.
           COPY DDS-ALL-FORMATS OF RPA166.

      *****************************************************************
      *    Combined end-of-job status report                          *
      *****************************************************************
       FD  RPA165P
           LABEL RECORDS OMITTED.
       01  RPA165PR                         PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  W01-99.
           03  W01-EOF                      PIC X(01).
           03  W03-LINE                     PIC S9(03)  COMP-3.
           03  W04-PAGE                     PIC S9(05)  COMP-3.
           03  W05-STRCNT                   PIC S9(03)  COMP-3.
           03  W06-PREV                     PIC 9(02).
      *            Any stream found without its trailer               *
           03  W07-SHORT                    PIC X(01).
               88  W07-IS-SHORT             VALUE 'Y'.

      *****************************************************************
      *    Per stream - rows seen, trailer seen                       *
      *****************************************************************
       01  W10-STREAMS.
           03  W10-STREAM                   OCCURS 99.
               05  W10-SEEN                 PIC X(01).
               05  W10-TRAILER              PIC X(01).
       01  S                                PIC S9(03)  COMP-3.

      *****************************************************************
      *    Trailer counts built from the details written              *
      *****************************************************************
       01  W20-TRAILER.
           03  W20-PROCNT                   PIC S9(5)   COMP-3.
           03  W20-FAILCNT                  PIC S9(5)   COMP-3.
           03  W20-HLDCNT                   PIC S9(5)   COMP-3.
           03  W20-TOTLIN                   PIC S9(9)   COMP-3.

       01  W30-GRANDTOTALS.
           03  W30-PTFINS                   PIC S9(7)   COMP-3.
           03  W30-PTFDEL                   PIC S9(7)   COMP-3.
           03  W30-PTFUNC                   PIC S9(7)   COMP-3.
           03  W30-MODINS                   PIC S9(7)   COMP-3.
           03  W30-MODDEL                   PIC S9(7)   COMP-3.
           03  W30-MODUNC                   PIC S9(7)   COMP-3.
           03  W30-RPAMES                   PIC S9(7)   COMP-3.

      *****************************************************************
      *    Heading and detail print lines                             *
      *****************************************************************
       01  H1-HEADING.
           03  FILLER                       PIC X(01)   VALUE '1'.
           03  FILLER                       PIC X(20)   VALUE
               'RPA174 - BATCH RELEA'.
           03  FILLER                       PIC X(21)   VALUE
               'SE STATUS - STREAMS  '.
           03  FILLER                       PIC X(06)   VALUE 'PAGE '.
           03  H1-PAGE                      PIC ZZZZ9.
           03  FILLER                       PIC X(79)   VALUE SPACE.

       01  H2-HEADING.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(10)   VALUE
               'MEMBER    '.
           03  FILLER                       PIC X(04)   VALUE 'TYP '.
           03  FILLER                       PIC X(08)   VALUE
               'CHG-DATE'.
           03  FILLER                 PIC X(08)   VALUE '  PTFINS'.
           03  FILLER                 PIC X(08)   VALUE '  PTFDEL'.
           03  FILLER                 PIC X(08)   VALUE '  PTFUNC'.
           03  FILLER                 PIC X(08)   VALUE '  MODINS'.
           03  FILLER                 PIC X(08)   VALUE '  MODDEL'.
           03  FILLER                 PIC X(08)   VALUE '  MODUNC'.
           03  FILLER                 PIC X(08)   VALUE '  RPAMES'.
           03  FILLER                       PIC X(53)   VALUE SPACE.

       01  D2-STREAM.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(10)   VALUE
               '** STREAM '.
           03  D2-STR                       PIC 99.
           03  FILLER                       PIC X(03)   VALUE ' **'.
           03  FILLER                       PIC X(116)  VALUE SPACE.

       01  D4-SHORT.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(10)   VALUE
               '** STREAM '.
           03  D4-STR                       PIC 99.
           03  FILLER                       PIC X(50)   VALUE
               ' DID NOT FINISH - MANIFEST LEFT WITHOUT TRAILER **'.
           03  FILLER                       PIC X(69)   VALUE SPACE.

       01  D3-GRANDTOTAL.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(10)   VALUE SPACE.
           03  FILLER                       PIC X(13)   VALUE
               '** GRAND TOTA'.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D3-PTFINS                    PIC ZZZZZZ9.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D3-PTFDEL                    PIC ZZZZZZ9.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D3-PTFUNC                    PIC ZZZZZZ9.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D3-MODINS                    PIC ZZZZZZ9.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D3-MODDEL                    PIC ZZZZZZ9.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D3-MODUNC                    PIC ZZZZZZ9.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D3-RPAMES                    PIC ZZZZZZ9.
           03  FILLER                       PIC X(52)   VALUE SPACE.

       01  D5-COUNTS.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(12)   VALUE
               '** RELEASED '.
           03  D5-PROCNT                    PIC ZZZZ9.
           03  FILLER                       PIC X(08)   VALUE
               ' FAILED '.
           03  D5-FAILCNT                   PIC ZZZZ9.
           03  FILLER                       PIC X(06)   VALUE
               ' HELD '.
           03  D5-HLDCNT                    PIC ZZZZ9.
           03  FILLER                       PIC X(07)   VALUE
               ' LINES '.
           03  D5-TOTLIN                    PIC ZZZZZZZZ9.
           03  FILLER                       PIC X(74)   VALUE SPACE.

       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields - P01-STRCNT is the number of streams     *
      *    the night was split into, each of which must have ended    *
      *****************************************************************
       01  P01-STRCNT                        PIC 9(02).
      /
       PROCEDURE DIVISION USING P01-STRCNT.
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
      *    Initialize program                                         *
      *****************************************************************
       R9801.
           OPEN  INPUT  RPA175.
           OPEN  OUTPUT RPA166.
           OPEN  OUTPUT RPA165P.
           MOVE  ZERO  TO W01-EOF
                          W04-PAGE
                          W06-PREV.
           MOVE  'N'   TO W07-SHORT.
           MOVE  P01-STRCNT TO W05-STRCNT.
           MOVE  ZERO  TO W20-PROCNT
                          W20-FAILCNT
                          W20-HLDCNT
                          W20-TOTLIN.
           MOVE  ZERO  TO W30-PTFINS
                          W30-PTFDEL
                          W30-PTFUNC
                          W30-MODINS
                          W30-MODDEL
                          W30-MODUNC
                          W30-RPAMES.
           MOVE  1 TO S.
       R9803.
           IF    S GREATER 99
                 GO TO R9805.
           MOVE  'N' TO W10-SEEN (S).
           MOVE  'N' TO W10-TRAILER (S).
           ADD   1 TO S.
           GO TO R9803.
       R9805.
           PERFORM R35.
           PERFORM R81.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program, print the grand total                       *
      *****************************************************************
       R9901.
           IF    W03-LINE GREATER OR EQUAL 56
                 PERFORM R35.
           MOVE  SPACE          TO D3-GRANDTOTAL.
           MOVE  W30-PTFINS     TO D3-PTFINS.
           MOVE  W30-PTFDEL     TO D3-PTFDEL.
           MOVE  W30-PTFUNC     TO D3-PTFUNC.
           MOVE  W30-MODINS     TO D3-MODINS.
           MOVE  W30-MODDEL     TO D3-MODDEL.
           MOVE  W30-MODUNC     TO D3-MODUNC.
           MOVE  W30-RPAMES     TO D3-RPAMES.
           WRITE RPA165PR FROM D3-GRANDTOTAL AFTER ADVANCING 3 LINES.
           MOVE  W20-PROCNT     TO D5-PROCNT.
           MOVE  W20-FAILCNT    TO D5-FAILCNT.
           MOVE  W20-HLDCNT     TO D5-HLDCNT.
           MOVE  W20-TOTLIN     TO D5-TOTLIN.
           WRITE RPA165PR FROM D5-COUNTS AFTER ADVANCING 1 LINE.
           CLOSE RPA175
                 RPA166
                 RPA165P.
       R9999.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    One stream work row - a new stream gets its heading line,  *
      *    then the row is taken by its kind                          *
      *****************************************************************
       R3001.
           IF    STRNUM NOT EQUAL W06-PREV
                 PERFORM R31.
           IF    STRREC-MANIFEST
                 PERFORM R32
                 GO TO R3099.
           IF    NOT STRREC-LINE
                 GO TO R3010.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           WRITE RPA165PR FROM STRLIN AFTER ADVANCING 1 LINE.
           ADD   1 TO W03-LINE.
           GO TO R3099.
       R3010.
           IF    STRREC-TOTALS
                 ADD  STRPTFINS TO W30-PTFINS
                 ADD  STRPTFDEL TO W30-PTFDEL
                 ADD  STRPTFUNC TO W30-PTFUNC
                 ADD  STRMODINS TO W30-MODINS
                 ADD  STRMODDEL TO W30-MODDEL
                 ADD  STRMODUNC TO W30-MODUNC
                 ADD  STRRPAMES TO W30-RPAMES.
       R3099.
           EXIT.

       R31 SECTION.
      *****************************************************************
      *    First row of a stream - mark it seen and head its lines    *
      *****************************************************************
       R3101.
           MOVE  STRNUM TO W06-PREV.
           MOVE  STRNUM TO S.
           MOVE  'Y'    TO W10-SEEN (S).
           IF    W03-LINE GREATER OR EQUAL 56
                 PERFORM R35.
           MOVE  STRNUM TO D2-STR.
           WRITE RPA165PR FROM D2-STREAM AFTER ADVANCING 2 LINES.
           ADD   2 TO W03-LINE.
       R3199.
           EXIT.

       R32 SECTION.
      *****************************************************************
      *    One partial manifest record - a detail goes to RPA166 and  *
      *    into the trailer counts; the stream's own trailer only     *
      *    proves the stream finished                                 *
      *****************************************************************
       R3201.
           MOVE  SPACE        TO RPA166R.
           MOVE  STRMAN-IMAGE TO RPA166R.
           IF    MAN166-REC EQUAL 'T'
                 MOVE STRNUM TO S
                 MOVE 'Y'    TO W10-TRAILER (S)
                 GO TO R3299.
           WRITE RPA166R.
           IF    MAN166-STS EQUAL 'F'
                 ADD  1 TO W20-FAILCNT
                 GO TO R3299.
           IF    MAN166-STS EQUAL 'H'
                 ADD  1 TO W20-HLDCNT
                 GO TO R3299.
           ADD   1             TO W20-PROCNT.
           ADD   MAN166-LINCNT TO W20-TOTLIN.
       R3299.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    Every stream the night was split into, and every stream    *
      *    that left rows, must have written its trailer before the   *
      *    combined trailer is written                                *
      *****************************************************************
       R4001.
           MOVE  1 TO S.
       R4003.
           IF    S GREATER 99
                 GO TO R4005.
           IF    (S NOT GREATER W05-STRCNT OR W10-SEEN (S) EQUAL 'Y')
           AND   W10-TRAILER (S) NOT EQUAL 'Y'
                 PERFORM R41.
           ADD   1 TO S.
           GO TO R4003.
       R4005.
           IF    W07-IS-SHORT
                 GO TO R4099.
           MOVE  SPACE      TO RPA166R.
           MOVE  'T'        TO MAN166-REC.
           ADD   W20-PROCNT W20-FAILCNT W20-HLDCNT
                 GIVING MAN166-MBRCNT.
           MOVE  W20-PROCNT TO MAN166-PROCNT.
           MOVE  W20-FAILCNT TO MAN166-FAILCNT.
           MOVE  W20-HLDCNT TO MAN166-HLDCNT.
           MOVE  W20-TOTLIN TO MAN166-TOTLIN.
           WRITE RPA166R.
       R4099.
           EXIT.

       R41 SECTION.
      *****************************************************************
      *    Report a stream that did not finish                        *
      *****************************************************************
       R4101.
           MOVE  'Y' TO W07-SHORT.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           MOVE  S TO D4-STR.
           WRITE RPA165PR FROM D4-SHORT AFTER ADVANCING 1 LINE.
           ADD   1 TO W03-LINE.
       R4199.
           EXIT.

       R35 SECTION.
      *****************************************************************
      *    Skip to new page and print headings                        *
      *****************************************************************
       R3501.
           ADD   1 TO W04-PAGE.
           MOVE  W04-PAGE TO H1-PAGE.
           WRITE  RPA165PR FROM H1-HEADING AFTER ADVANCING PAGE.
           WRITE  RPA165PR FROM H2-HEADING AFTER ADVANCING 2 LINES.
           MOVE  4 TO W03-LINE.
       R3599.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read the next stream work row                              *
      *****************************************************************
       R8101.
           READ  RPA175 NEXT RECORD
                 AT END
                      MOVE '1' TO W01-EOF.
       R8199.
           EXIT.
