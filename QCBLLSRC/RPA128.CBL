       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA128.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                                *
      *  Program:   RPA128 - COPY where-used scan                     *
      *                                                                *
      *  Author:    Release Processing Aid support group               *
      *  Date:      April 1997                                         *
      *  Release:   1.0                                                *
      *                                                                *
      *    This program rebuilds the RPA127 COPY where-used cross-    *
      *    reference from scratch.  It walks every member of the      *
      *    source library on the RPA112 member list and calls RPA129  *
      *    for each program member to record the copy members its     *
      *    COPY statements name.  CLP, RPG and DDS members carry no   *
      *    COBOL COPY statements and are passed over - the same       *
      *    CLP/RPG/DDS/other split RPA118B comments by.  The file is  *
      *    cleared first, so a COPY since removed from a program      *
      *    does not keep proposing recompiles of it.                  *
      *    The RPA128P listing prints one line per program scanned.   *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA112  ASSIGN TO DATABASE-RPA112.
           SELECT RPA127  ASSIGN TO DATABASE-RPA127
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY WHUKEY.
           SELECT RPA128P ASSIGN TO PRINTER-RPA128P.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Member list of the source library - one row per member,    *
      *    built from the library's member list by the job step       *
      *    ahead of this program                                      *
      *****************************************************************
       FD  RPA112
           LABEL RECORDS ARE STANDARD.
       01  RPA112R.
           03  MBLNAM                       PIC X(10).
           03  MBLTYP                       PIC X(03).
           03  MBLTXT                       PIC X(50).

      *****************************************************************
      *    COPY where-used cross-reference                            *
      *****************************************************************
       FD  RPA127
           LABEL RECORDS ARE STANDARD.
       01  RPA127R.
           COPY DDS-ALL-FORMATS OF RPA127.

      *****************************************************************
      *    Scan listing                                               *
      *****************************************************************
       FD  RPA128P
           LABEL RECORDS OMITTED.
       01  RPA128PR                         PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  W01-99.
           03  W01-EOF                      PIC X(01).
           03  W03-LINE                     PIC S9(03)  COMP-3.
           03  W04-PAGE                     PIC S9(05)  COMP-3.
      *            COPY statements RPA129 found in the member         *
           03  W05-CPYCNT                   PIC 9(05).

       01  W20-GRANDTOTALS.
           03  W20-PGMCNT                   PIC S9(5)   COMP-3.
           03  W20-CPYCNT                   PIC S9(7)   COMP-3.

      *****************************************************************
      *    Heading and detail print lines                             *
      *****************************************************************
       01  H1-HEADING.
           03  FILLER                       PIC X(01)   VALUE '1'.
           03  FILLER                       PIC X(20)   VALUE
               'RPA128 - COPY WHERE-'.
           03  FILLER                       PIC X(21)   VALUE
               'USED SCAN            '.
           03  FILLER                       PIC X(06)   VALUE 'PAGE '.
           03  H1-PAGE                      PIC ZZZZ9.
           03  FILLER                       PIC X(79)   VALUE SPACE.

       01  H2-HEADING.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(10)   VALUE
               'PROGRAM   '.
           03  FILLER                       PIC X(04)   VALUE 'TYP '.
           03  FILLER                       PIC X(14)   VALUE
               'COPY STATEMENT'.
           03  FILLER                       PIC X(103)  VALUE SPACE.

       01  D1-DETAIL.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-NAM                       PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-TYP                       PIC X(03).
           03  FILLER                       PIC X(07)   VALUE SPACE.
           03  D1-CPYCNT                    PIC ZZZZ9.
           03  FILLER                       PIC X(105)  VALUE SPACE.

       01  D3-SUMMARY.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(09)   VALUE
               '** TOTAL '.
           03  D3-PGMCNT                    PIC ZZZZ9.
           03  FILLER                       PIC X(24)   VALUE
               ' PROGRAM(S) SCANNED     '.
           03  D3-CPYCNT                    PIC ZZZZZZ9.
           03  FILLER                       PIC X(19)   VALUE
               ' COPY STATEMENT(S) '.
           03  FILLER                       PIC X(67)   VALUE SPACE.

       LINKAGE SECTION.
      /
       PROCEDURE DIVISION.
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
      *    Initialize program - clear the cross-reference and read    *
      *    the first member                                           *
      *****************************************************************
       R9801.
           OPEN  OUTPUT RPA127.
           CLOSE RPA127.
           OPEN  INPUT  RPA112.
           OPEN  OUTPUT RPA128P.
           MOVE  ZERO  TO W01-EOF
                          W04-PAGE.
           MOVE  ZERO  TO W20-PGMCNT
                          W20-CPYCNT.
           PERFORM R35.
           PERFORM R81.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program, print the totals                            *
      *****************************************************************
       R9901.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           MOVE  W20-PGMCNT TO D3-PGMCNT.
           MOVE  W20-CPYCNT TO D3-CPYCNT.
           WRITE RPA128PR FROM D3-SUMMARY AFTER ADVANCING 3 LINES.
           CLOSE RPA112
                 RPA128P.
       R9999.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Scan one program member and list it                        *
      *****************************************************************
       R3001.
           IF    MBLTYP EQUAL 'CLP'
           OR    MBLTYP EQUAL 'RPG'
           OR    MBLTYP EQUAL 'DDS'
                 GO TO R3099.
           MOVE  ZERO TO W05-CPYCNT.
           CALL  'RPA129' USING MBLTYP MBLNAM W05-CPYCNT.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           MOVE  SPACE      TO D1-DETAIL.
           MOVE  MBLNAM     TO D1-NAM.
           MOVE  MBLTYP     TO D1-TYP.
           MOVE  W05-CPYCNT TO D1-CPYCNT.
           WRITE RPA128PR FROM D1-DETAIL AFTER ADVANCING 1 LINE.
           ADD   1          TO W03-LINE.
           ADD   1          TO W20-PGMCNT.
           ADD   W05-CPYCNT TO W20-CPYCNT.
       R3099.
           EXIT.

       R35 SECTION.
      *****************************************************************
      *    Skip to new page and print headings                        *
      *****************************************************************
       R3501.
           ADD   1 TO W04-PAGE.
           MOVE  W04-PAGE TO H1-PAGE.
           WRITE  RPA128PR FROM H1-HEADING AFTER ADVANCING PAGE.
           WRITE  RPA128PR FROM H2-HEADING AFTER ADVANCING 2 LINES.
           MOVE  4 TO W03-LINE.
       R3599.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read the next library member                               *
      *****************************************************************
       R8101.
           READ  RPA112 AT END
                 MOVE '1' TO W01-EOF.
       R8199.
           EXIT.
