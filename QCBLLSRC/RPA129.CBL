       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA129.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                                *
      *  Program:   RPA129 - Record the COPY statements of one        *
      *             program in the RPA127 where-used file              *
      *                                                                *
      *  Author:    Release Processing Aid support group               *
      *  Date:      April 1997                                         *
      *  Release:   1.0                                                *
      *                                                                *
      *    This program reads the RPA113 source of one program and    *
      *    picks out every COPY statement in columns 8-72 of its      *
      *    non-comment lines, following a statement across lines      *
      *    when its OF/IN clause is continued.  Each copy member      *
      *    found is written to RPA127 against the program: a          *
      *    "COPY DDS-ALL-FORMATS OF file" names the DDS file, type    *
      *    'DDS'; any other COPY names its copybook member, type      *
      *    'CPY'.  A member copied more than once is counted on its   *
      *    one row.  The number of COPY statements found is returned  *
      *    to the caller for its listing.                             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA113  ASSIGN TO DATABASE-RPA113.
           SELECT RPA127  ASSIGN TO DATABASE-RPA127
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY WHUKEY.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Modified source file                                       *
      *****************************************************************
       FD  RPA113
           LABEL RECORDS ARE STANDARD.
       01  RPA113R.
           03  SEQ113                        PIC X(06).
           03  CHG113                        PIC X(01).
           03  BLK113                        PIC X(01).
           03  DTA113.
               05  FILLER                    PIC X(06).
               05  CMT113                    PIC X(01).
               05  FILLER                    PIC X(107).
           03  KEY113                        PIC X(80).
           03  ORG113                        PIC X(06).
           03  DAT113                        PIC X(06).
           03  REF113                        PIC X(06).

      *****************************************************************
      *    COPY where-used cross-reference                            *
      *****************************************************************
       FD  RPA127
           LABEL RECORDS ARE STANDARD.
       01  RPA127R.
           COPY DDS-ALL-FORMATS OF RPA127.
      /
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  W01-99.
           03  W01-EOF                      PIC X(01).
      *            Where the scan stands in a COPY statement -        *
      *            blank seeking COPY, 'M' expecting the member,      *
      *            'O' expecting OF/IN, 'L' expecting the library     *
           03  W02-STATE                    PIC X(01).
           03  W03-PERIOD                   PIC S9(3)   COMP-3.
           03  W04-TODAY                    PIC 9(06).

      *****************************************************************
      *    One source line split into words                           *
      *****************************************************************
       01  W10-TOKENS.
           03  W10-TOK                      PIC X(30)   OCCURS 10.
       01  W11-TOKEN                        PIC X(30).
       01  N                                PIC S9(3)   COMP-3.

      *****************************************************************
      *    The COPY statement being collected                         *
      *****************************************************************
       01  W20-COPY.
           03  W20-MBR                      PIC X(30).
           03  W20-LIB                      PIC X(30).
           03  W20-SEQ                      PIC X(06).

       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields - P03-CPYCNT returns the number of COPY   *
      *    statements found                                           *
      *****************************************************************
       01  P01-TYP                           PIC X(03).
       01  P02-NAME                          PIC X(10).
       01  P03-CPYCNT                        PIC 9(05).
      /
       PROCEDURE DIVISION USING P01-TYP P02-NAME P03-CPYCNT.
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
      *    Initialize program and read first record of RPA113         *
      *****************************************************************
       R9801.
           OPEN  INPUT  RPA113.
           OPEN  I-O    RPA127.
           MOVE  ZERO  TO W01-EOF.
           MOVE  ZERO  TO P03-CPYCNT.
           MOVE  SPACE TO W02-STATE.
           ACCEPT W04-TODAY FROM DATE.
           PERFORM R81.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program - a COPY with no OF/IN clause that ran into  *
      *    end of file is still recorded                              *
      *****************************************************************
       R9901.
           IF    W02-STATE EQUAL 'O'
                 PERFORM R33.
           CLOSE RPA113
                 RPA127.
       R9999.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Split one non-comment source line into words and feed      *
      *    them to the statement scan in order                        *
      *****************************************************************
       R3001.
           IF    CMT113 EQUAL '*'
           OR    CMT113 EQUAL '/'
                 GO TO R3099.
           MOVE  SPACE TO W10-TOKENS.
           UNSTRING DTA113 (8:65) DELIMITED BY ALL SPACE
                    INTO W10-TOK (1)  W10-TOK (2)  W10-TOK (3)
                         W10-TOK (4)  W10-TOK (5)  W10-TOK (6)
                         W10-TOK (7)  W10-TOK (8)  W10-TOK (9)
                         W10-TOK (10).
           MOVE  1 TO N.
       R3003.
           IF    N GREATER 10
                 GO TO R3099.
           IF    W10-TOK (N) NOT EQUAL SPACE
                 MOVE W10-TOK (N) TO W11-TOKEN
                 PERFORM R31.
           ADD   1 TO N.
           GO TO R3003.
       R3099.
           EXIT.

       R31 SECTION.
      *****************************************************************
      *    Take one word of the statement scan.  A period ends the    *
      *    statement and is stripped before the word is kept.         *
      *****************************************************************
       R3101.
           MOVE  ZERO TO W03-PERIOD.
           INSPECT W11-TOKEN TALLYING W03-PERIOD FOR ALL '.'.
           INSPECT W11-TOKEN REPLACING ALL '.' BY SPACE.
           IF    W02-STATE EQUAL 'M'
                 GO TO R3110.
           IF    W02-STATE EQUAL 'O'
                 GO TO R3120.
           IF    W02-STATE EQUAL 'L'
                 GO TO R3130.
           IF    W11-TOKEN EQUAL 'COPY'
                 MOVE 'M'    TO W02-STATE
                 MOVE SEQ113 TO W20-SEQ.
           GO TO R3199.
       R3110.
      *    The member named by the COPY
           MOVE  W11-TOKEN TO W20-MBR.
           MOVE  SPACE     TO W20-LIB.
           MOVE  'O'       TO W02-STATE.
           IF    W03-PERIOD GREATER ZERO
                 PERFORM R33.
           GO TO R3199.
       R3120.
      *    OF/IN names the file or library - anything else means the
      *    statement carried no OF/IN clause
           IF    W11-TOKEN EQUAL 'OF'
           OR    W11-TOKEN EQUAL 'IN'
                 MOVE 'L' TO W02-STATE
                 GO TO R3199.
           PERFORM R33.
           IF    W11-TOKEN EQUAL 'COPY'
                 MOVE 'M'    TO W02-STATE
                 MOVE SEQ113 TO W20-SEQ.
           GO TO R3199.
       R3130.
           MOVE  W11-TOKEN TO W20-LIB.
           PERFORM R33.
       R3199.
           EXIT.

       R33 SECTION.
      *****************************************************************
      *    Record one COPY statement against this program.  The DDS   *
      *    forms copy a record format of the file after OF, so the    *
      *    file is what the program depends on.                       *
      *****************************************************************
       R3301.
           MOVE  SPACE    TO W02-STATE.
           MOVE  SPACE    TO RPA127R.
           IF    W20-LIB NOT EQUAL SPACE
           AND   (W20-MBR (1:4) EQUAL 'DDS-'
           OR     W20-MBR (1:5) EQUAL 'DDSR-')
                 MOVE 'DDS'   TO WHUCTYP
                 MOVE W20-LIB TO WHUCNAM
           ELSE
                 MOVE 'CPY'   TO WHUCTYP
                 MOVE W20-MBR TO WHUCNAM.
           MOVE  P01-TYP  TO WHUPTYP.
           MOVE  P02-NAME TO WHUPNAM.
           ADD   1        TO P03-CPYCNT.
           READ  RPA127
                 INVALID KEY
                      GO TO R3310.
           ADD   1        TO WHUCNT.
           REWRITE RPA127R.
           GO TO R3399.
       R3310.
           MOVE  W20-SEQ  TO WHUSEQ.
           MOVE  1        TO WHUCNT.
           MOVE  W04-TODAY TO WHUDAT.
           WRITE RPA127R.
       R3399.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read modified source                                       *
      *****************************************************************
       R8101.
           READ  RPA113 AT END
                 MOVE '1' TO W01-EOF.
       R8199.
           EXIT.
