       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA164.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                                *
      *  Program:   RPA164 - Copy member impact list and recompile    *
      *             proposal                                           *
      *                                                                *
      *  Author:    Release Processing Aid support group               *
      *  Date:      April 1997                                         *
      *  Release:   1.0                                                *
      *                                                                *
      *    This program is called by RPA162 when a copybook ('CPY')   *
      *    or DDS member is approved on the RPA161 release list.  It  *
      *    reads every program the RPA127 where-used file names as a  *
      *    user of the member and, for each:                          *
      *                                                                *
      *      - writes the RPA163 dependency row (program after copy   *
      *        member), so the RPA160 batch releases the member       *
      *        first and holds the program if the member fails        *
      *      - proposes the program for recompile as a new RPA161     *
      *        entry in entered ('E') status, for a supervisor to     *
      *        approve like any other.  A program released before,    *
      *        on the list as processed ('P'), is put back to entered *
      *        the same way; one still waiting to run is left exactly *
      *        as it stands                                           *
      *      - prints one line on the RPA164P impact list             *
      *                                                                *
      *    The number of programs proposed is returned to the caller. *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA127  ASSIGN TO DATABASE-RPA127
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY WHUKEY.
           SELECT RPA163  ASSIGN TO DATABASE-RPA163
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY DEPKEY.
           SELECT RPA161  ASSIGN TO DATABASE-RPA161
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY DRVKEY.
           SELECT RPA164P ASSIGN TO PRINTER-RPA164P.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    COPY where-used cross-reference                            *
      *****************************************************************
       FD  RPA127
           LABEL RECORDS ARE STANDARD.
       01  RPA127R.
           COPY DDS-ALL-FORMATS OF RPA127.

      *****************************************************************
      *    Release dependencies - prerequisite before dependent       *
      *****************************************************************
       FD  RPA163
           LABEL RECORDS ARE STANDARD.
       01  RPA163R.
           COPY DDS-ALL-FORMATS OF RPA163.

      *****************************************************************
      *    Release list driving the RPA160 batch                      *
      *****************************************************************
       FD  RPA161
           LABEL RECORDS ARE STANDARD.
       01  RPA161R.
           COPY DDS-ALL-FORMATS OF RPA161.

      *****************************************************************
      *    Printed impact list                                        *
      *****************************************************************
       FD  RPA164P
           LABEL RECORDS OMITTED.
       01  RPA164PR                         PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  W01-99.
           03  W01-EOF                      PIC X(01).
           03  W03-LINE                     PIC S9(03)  COMP-3.
           03  W04-PAGE                     PIC S9(05)  COMP-3.
           03  W05-USECNT                   PIC S9(5)   COMP-3.

      *****************************************************************
      *    Heading and detail print lines                             *
      *****************************************************************
       01  H1-HEADING.
           03  FILLER                       PIC X(01)   VALUE '1'.
           03  FILLER                       PIC X(20)   VALUE
               'RPA164 - COPY MEMBER'.
           03  FILLER                       PIC X(21)   VALUE
               ' IMPACT LIST         '.
           03  FILLER                       PIC X(07)   VALUE
               'MEMBER '.
           03  H1-NAME                      PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  H1-TYP                       PIC X(03).
           03  FILLER                       PIC X(13)   VALUE
               ' APPROVED BY '.
           03  H1-USER                      PIC X(10).
           03  FILLER                       PIC X(06)   VALUE ' PAGE '.
           03  H1-PAGE                      PIC ZZZZ9.
           03  FILLER                       PIC X(35)   VALUE SPACE.

       01  H2-HEADING.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(10)   VALUE
               'PROGRAM   '.
           03  FILLER                       PIC X(04)   VALUE 'TYP '.
           03  FILLER                       PIC X(09)   VALUE
               'COPY-SEQ '.
           03  FILLER                       PIC X(06)   VALUE
               'COPIES'.
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  FILLER                       PIC X(12)   VALUE
               'DEPENDENCY  '.
           03  FILLER                       PIC X(30)   VALUE
               'RELEASE LIST'.
           03  FILLER                       PIC X(58)   VALUE SPACE.

       01  D1-DETAIL.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-NAM                       PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-TYP                       PIC X(03).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-SEQ                       PIC X(06).
           03  FILLER                       PIC X(03)   VALUE SPACE.
           03  D1-CNT                       PIC ZZZZ9.
           03  FILLER                       PIC X(03)   VALUE SPACE.
           03  D1-DEP                       PIC X(12).
           03  D1-LST                       PIC X(30).
           03  FILLER                       PIC X(57)   VALUE SPACE.

       01  D3-SUMMARY.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(09)   VALUE
               '** TOTAL '.
           03  D3-USECNT                    PIC ZZZZ9.
           03  FILLER                       PIC X(22)   VALUE
               ' USING PROGRAM(S)     '.
           03  D3-PROCNT                    PIC ZZZZ9.
           03  FILLER                       PIC X(24)   VALUE
               ' PROPOSED FOR RECOMPILE '.
           03  FILLER                       PIC X(66)   VALUE SPACE.

       01  D4-NONE.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(50)   VALUE
               'NO USING PROGRAMS ON THE RPA127 WHERE-USED FILE'.
           03  FILLER                       PIC X(81)   VALUE SPACE.

       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields - the approved copy member, the approving *
      *    supervisor, and P04-PROCNT returning the number of         *
      *    programs proposed for recompile                            *
      *****************************************************************
       01  P01-TYP                           PIC X(03).
       01  P02-NAME                          PIC X(10).
       01  P03-USER                          PIC X(10).
       01  P04-PROCNT                        PIC 9(05).
      /
       PROCEDURE DIVISION USING P01-TYP P02-NAME P03-USER P04-PROCNT.
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
           GOBACK.

       R98 SECTION.
      *****************************************************************
      *    Initialize program and position the where-used file on     *
      *    the approved member's first using program                  *
      *****************************************************************
       R9801.
           OPEN  INPUT  RPA127.
           OPEN  I-O    RPA163.
           OPEN  I-O    RPA161.
           OPEN  OUTPUT RPA164P.
           MOVE  ZERO  TO W01-EOF
                          W04-PAGE
                          W05-USECNT.
           MOVE  ZERO  TO P04-PROCNT.
           PERFORM R35.
           MOVE  P01-TYP  TO WHUCTYP.
           MOVE  P02-NAME TO WHUCNAM.
           MOVE  SPACE    TO WHUPTYP.
           MOVE  SPACE    TO WHUPNAM.
           START RPA127 KEY IS GREATER THAN OR EQUAL WHUKEY
                 INVALID KEY
                      MOVE '1' TO W01-EOF.
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
           IF    W05-USECNT EQUAL ZERO
                 WRITE RPA164PR FROM D4-NONE AFTER ADVANCING 1 LINE.
           MOVE  W05-USECNT TO D3-USECNT.
           MOVE  P04-PROCNT TO D3-PROCNT.
           WRITE RPA164PR FROM D3-SUMMARY AFTER ADVANCING 3 LINES.
           CLOSE RPA127
                 RPA163
                 RPA161
                 RPA164P.
       R9999.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    One using program - dependency row, recompile proposal     *
      *    and impact line                                            *
      *****************************************************************
       R3001.
           ADD   1        TO W05-USECNT.
           MOVE  SPACE    TO D1-DETAIL.
           MOVE  WHUPNAM  TO D1-NAM.
           MOVE  WHUPTYP  TO D1-TYP.
           MOVE  WHUSEQ   TO D1-SEQ.
           MOVE  WHUCNT   TO D1-CNT.
      *
      *    The program is released after the member it copies
           MOVE  WHUPTYP  TO DEPDTYP.
           MOVE  WHUPNAM  TO DEPDNAM.
           MOVE  P01-TYP  TO DEPPTYP.
           MOVE  P02-NAME TO DEPPNAM.
           MOVE  'ADDED'  TO D1-DEP.
           WRITE RPA163R
                 INVALID KEY
                      MOVE 'ON FILE' TO D1-DEP.
      *
      *    Proposed for recompile unless it is still waiting to run
           MOVE  WHUPTYP  TO DRVTYP.
           MOVE  WHUPNAM  TO DRVNAM.
           READ  RPA161
                 INVALID KEY
                      GO TO R3010.
           IF    DRVSTS-PROCESSED
                 GO TO R3015.
           MOVE  SPACE    TO D1-LST.
           STRING 'ALREADY LISTED, STATUS ' DRVSTS
                  DELIMITED BY SIZE INTO D1-LST.
           GO TO R3020.
       R3010.
           PERFORM R32.
           WRITE RPA161R
                 INVALID KEY
                      MOVE 'ALREADY LISTED' TO D1-LST
                      GO TO R3020.
           GO TO R3018.
       R3015.
      *    Released before - back to entered with last run cleared
           PERFORM R32.
           REWRITE RPA161R.
       R3018.
           MOVE  'PROPOSED FOR RECOMPILE' TO D1-LST.
           ADD   1        TO P04-PROCNT.
       R3020.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           WRITE RPA164PR FROM D1-DETAIL AFTER ADVANCING 1 LINE.
           ADD   1        TO W03-LINE.
       R3099.
           EXIT.

       R32 SECTION.
      *****************************************************************
      *    Release list entry in entered status, last run cleared     *
      *****************************************************************
       R3201.
           MOVE  SPACE    TO DRVTXT.
           STRING 'RECOMPILE - COPY MEMBER ' P02-NAME ' APPROVED'
                  DELIMITED BY SIZE INTO DRVTXT.
           MOVE  'E'      TO DRVSTS.
           MOVE  SPACE    TO DRVABY.
           MOVE  ZERO     TO DRVADT.
           MOVE  SPACE    TO DRVRST.
           MOVE  ZERO     TO DRVRDT.
           MOVE  ZERO     TO DRVRTM.
           MOVE  ZERO     TO DRVLIN.
           MOVE  SPACE    TO DRVSTP.
           MOVE  ZERO     TO DRVLVD.
           MOVE  SPACE    TO DRVLVO.
           MOVE  ZERO     TO DRVSTR.
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
           MOVE  P03-USER TO H1-USER.
           WRITE  RPA164PR FROM H1-HEADING AFTER ADVANCING PAGE.
           WRITE  RPA164PR FROM H2-HEADING AFTER ADVANCING 2 LINES.
           MOVE  4 TO W03-LINE.
       R3599.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read the next using program of the approved member - the   *
      *    first row of another member ends the range                 *
      *****************************************************************
       R8101.
           IF    W01-EOF EQUAL '1'
                 GO TO R8199.
           READ  RPA127 NEXT RECORD
                 AT END
                      MOVE '1' TO W01-EOF
                      GO TO R8199.
           IF    WHUCTYP NOT EQUAL P01-TYP
           OR    WHUCNAM NOT EQUAL P02-NAME
                 MOVE '1' TO W01-EOF.
       R8199.
           EXIT.
