       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA185.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                                *
      *  Program:   RPA185 - Trace compile errors on released         *
      *             members back to their origin lines                 *
      *                                                                *
      *  Author:    Release Processing Aid support group               *
      *  Date:      April 1997                                         *
      *  Release:   1.0                                                *
      *                                                                *
      *    This program reads the RPA184 compile results the compile  *
      *    job feeds back - member, sequence number, message id and   *
      *    severity - a member at a time.  Every message is looked    *
      *    up on the RPA183 cross-reference of the member's latest    *
      *    RPA122 run under the sequence number it was issued         *
      *    against, and printed on the RPA185P trace with the line's  *
      *    number before resequencing, its change code, its fix id    *
      *    and where it came from:                                    *
      *                                                                *
      *      MODIFICATION   the RPA113 library source                 *
      *      VENDOR DECK    the RPA115 deck                           *
      *      MOVED BY DECK  a library line the deck moved             *
      *      MERGE MESSAGE  a message line the merge wrote itself     *
      *                                                                *
      *    A member whose highest severity reaches the level at       *
      *    which the compiler creates no object has failed: one       *
      *    blocking RPA105 entry names the worst message and the      *
      *    line it traced to, so the failure comes back to the right  *
      *    person with the line already identified.  Passed or        *
      *    failed, the outcome and the highest severity are posted    *
      *    on the member's detail record of the RPA166 manifest.      *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA184  ASSIGN TO DATABASE-RPA184.
           SELECT RPA183  ASSIGN TO DATABASE-RPA183
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY XRFKEY.
           SELECT RPA166  ASSIGN TO DATABASE-RPA166.
           SELECT RPA105  ASSIGN TO DATABASE-RPA105
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ODOKEY.
           SELECT RPA185P ASSIGN TO PRINTER-RPA185P.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Compile results fed back by the compile job                *
      *****************************************************************
       FD  RPA184
           LABEL RECORDS ARE STANDARD.
       01  RPA184R.
           COPY DDS-ALL-FORMATS OF RPA184.

      *****************************************************************
      *    Sequence number cross-reference written by RPA122          *
      *****************************************************************
       FD  RPA183
           LABEL RECORDS ARE STANDARD.
       01  RPA183R.
           COPY DDS-ALL-FORMATS OF RPA183.

      *****************************************************************
      *    Release manifest - reopened per member to post its         *
      *    compile outcome                                            *
      *****************************************************************
       FD  RPA166
           LABEL RECORDS ARE STANDARD.
       01  RPA166R.
           COPY DDS-ALL-FORMATS OF RPA166.

      *****************************************************************
      *    Manual check / exception queue                             *
      *****************************************************************
       FD  RPA105
           LABEL RECORDS ARE STANDARD.
       01  RPA105R.
           COPY DDS-ALL-FORMATS OF RPA105.

      *****************************************************************
      *    Compile error trace                                        *
      *****************************************************************
       FD  RPA185P
           LABEL RECORDS OMITTED.
       01  RPA185PR                         PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  W01-99.
           03  W01-EOF                      PIC X(01).
           03  W02-EOF166                   PIC X(01).
           03  W03-LINE                     PIC S9(03)  COMP-3.
           03  W04-PAGE                     PIC S9(05)  COMP-3.
      *            Severity at which the compiler creates no object   *
      *            - the generation level the compile job runs with   *
           03  W05-FAILSEV                  PIC 9(02)   VALUE 30.
           03  W19-ODOSEQ                   PIC 9(05)   COMP-3.
           03  W23-TODAY                    PIC 9(06).

      *****************************************************************
      *    The member in hand - the RPA122 run its cross-reference    *
      *    is taken from, its messages, and the first message of the  *
      *    highest severity with the line it traced to                *
      *****************************************************************
       01  W10-MEMBER.
           03  W10-TYP                      PIC X(03).
           03  W10-NAM                      PIC X(10).
           03  W11-XRF                      PIC X(01).
               88  W11-HAS-XRF              VALUE 'Y'.
           03  W11-RUNCYD.
               05  W11-RUNCEN               PIC 9(01).
               05  W11-RUNDAT               PIC 9(06).
           03  W11-RUNTIM                   PIC 9(08).
           03  W12-MSGCNT                   PIC S9(5)   COMP-3.
           03  W12-MAXSEV                   PIC 9(02).
           03  W13-WSTSEV                   PIC 9(02).
           03  W13-WSTSEQ                   PIC X(06).
           03  W13-WSTMSG                   PIC X(07).
           03  W13-WSTORG                   PIC X(06).
           03  W13-WSTOLD                   PIC X(06).
           03  W13-WSTLIN                   PIC X(80).
           03  W14-RES                      PIC X(01).
           03  W15-POSTED                   PIC X(01).

      *****************************************************************
      *    Run totals                                                 *
      *****************************************************************
       01  W20-TOTALS.
           03  W20-MBRCNT                   PIC S9(5)   COMP-3.
           03  W20-PASCNT                   PIC S9(5)   COMP-3.
           03  W20-FAILCNT                  PIC S9(5)   COMP-3.

      *****************************************************************
      *    Heading and detail print lines                             *
      *****************************************************************
       01  H1-HEADING.
           03  FILLER                       PIC X(01)   VALUE '1'.
           03  FILLER                       PIC X(20)   VALUE
               'RPA185 - COMPILE ERR'.
           03  FILLER                       PIC X(21)   VALUE
               'OR TRACE             '.
           03  FILLER                       PIC X(06)   VALUE 'PAGE '.
           03  H1-PAGE                      PIC ZZZZ9.
           03  FILLER                       PIC X(79)   VALUE SPACE.

       01  H2-HEADING.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(11)   VALUE
               'MEMBER     '.
           03  FILLER                       PIC X(05)   VALUE 'TYP  '.
           03  FILLER                       PIC X(08)   VALUE
               'SEQ     '.
           03  FILLER                       PIC X(09)   VALUE
               'MSGID    '.
           03  FILLER                       PIC X(04)   VALUE 'SV  '.
           03  FILLER                       PIC X(15)   VALUE
               'ORIGIN         '.
           03  FILLER                       PIC X(08)   VALUE
               'OLD-SEQ '.
           03  FILLER                       PIC X(03)   VALUE 'C  '.
           03  FILLER                       PIC X(08)   VALUE
               'FIX-ID  '.
           03  FILLER                       PIC X(11)   VALUE
               'SOURCE TEXT'.
           03  FILLER                       PIC X(49)   VALUE SPACE.

       01  D1-DETAIL.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-MBR                       PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-TYP                       PIC X(03).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D1-SEQ                       PIC X(06).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D1-MSG                       PIC X(07).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D1-SEV                       PIC Z9.
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D1-ORG                       PIC X(14).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-OLD                       PIC X(06).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D1-CHG                       PIC X(01).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D1-FIX                       PIC X(06).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D1-TXT                       PIC X(60).

       01  D3-MEMBER.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(03)   VALUE '** '.
           03  D3-MBR                       PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D3-TYP                       PIC X(03).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D3-MSGCNT                    PIC ZZZZ9.
           03  FILLER                       PIC X(31)   VALUE
               ' MESSAGE(S) - HIGHEST SEVERITY '.
           03  D3-SEV                       PIC Z9.
           03  FILLER                       PIC X(03)   VALUE ' - '.
           03  D3-RESULT                    PIC X(14).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D3-NOTE                      PIC X(40).
           03  FILLER                       PIC X(16)   VALUE SPACE.

       01  D4-SUMMARY.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(03)   VALUE '** '.
           03  D4-MBRCNT                    PIC ZZZZ9.
           03  FILLER                       PIC X(28)   VALUE
               ' MEMBER(S) COMPILED  PASSED='.
           03  D4-PASCNT                    PIC ZZZZ9.
           03  FILLER                       PIC X(08)   VALUE
               ' FAILED='.
           03  D4-FAILCNT                   PIC ZZZZ9.
           03  FILLER                       PIC X(77)   VALUE SPACE.

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
           IF    CMPTYP NOT EQUAL W10-TYP
           OR    CMPNAM NOT EQUAL W10-NAM
                 PERFORM R40
                 PERFORM R20.
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
      *    Initialize program and read the first compile result       *
      *****************************************************************
       R9801.
           OPEN  INPUT  RPA184
                        RPA183.
           OPEN  I-O    RPA105.
           OPEN  OUTPUT RPA185P.
           MOVE  ZERO  TO W01-EOF
                          W04-PAGE
                          W20-MBRCNT
                          W20-PASCNT
                          W20-FAILCNT.
           MOVE  SPACE TO W10-TYP
                          W10-NAM.
           ACCEPT W23-TODAY FROM DATE.
           PERFORM R35.
           PERFORM R81.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program and print the totals                         *
      *****************************************************************
       R9901.
           IF    W03-LINE GREATER OR EQUAL 55
                 PERFORM R35.
           MOVE  W20-MBRCNT  TO D4-MBRCNT.
           MOVE  W20-PASCNT  TO D4-PASCNT.
           MOVE  W20-FAILCNT TO D4-FAILCNT.
           WRITE RPA185PR FROM D4-SUMMARY AFTER ADVANCING 3 LINES.
           CLOSE RPA184
                 RPA183
                 RPA105
                 RPA185P.
       R9999.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    Start a member - its cross-reference is the latest RPA122  *
      *    run on RPA183, found with the highest possible key the     *
      *    same way the RPA105 writers seed their sequence            *
      *****************************************************************
       R2001.
           MOVE  CMPTYP TO W10-TYP.
           MOVE  CMPNAM TO W10-NAM.
           MOVE  'N'    TO W11-XRF.
           MOVE  ZERO   TO W11-RUNCYD
                           W11-RUNTIM
                           W12-MSGCNT
                           W12-MAXSEV
                           W13-WSTSEV.
           MOVE  SPACE  TO W13-WSTSEQ
                           W13-WSTMSG
                           W13-WSTORG
                           W13-WSTOLD
                           W13-WSTLIN.
           MOVE  CMPTYP   TO XRFTYP.
           MOVE  CMPNAM   TO XRFNAM.
           MOVE  9        TO XRFCEN.
           MOVE  999999   TO XRFDAT.
           MOVE  99999999 TO XRFTIM.
           MOVE  '999999' TO XRFNEW.
           START RPA183 KEY IS LESS THAN OR EQUAL XRFKEY
                 INVALID KEY
                      GO TO R2099.
           READ  RPA183 NEXT RECORD
                 AT END
                      GO TO R2099.
           IF    XRFTYP NOT EQUAL CMPTYP
           OR    XRFNAM NOT EQUAL CMPNAM
                 GO TO R2099.
           MOVE  'Y'    TO W11-XRF.
           MOVE  XRFCYD TO W11-RUNCYD.
           MOVE  XRFTIM TO W11-RUNTIM.
       R2099.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    One compile result - a member's clean-compile row carries  *
      *    no message and is not printed                              *
      *****************************************************************
       R3001.
           IF    CMPSEV GREATER W12-MAXSEV
                 MOVE CMPSEV TO W12-MAXSEV.
           IF    CMPSEQ EQUAL SPACE
           AND   CMPMSG EQUAL SPACE
                 GO TO R3099.
           ADD   1 TO W12-MSGCNT.
           MOVE  CMPNAM TO D1-MBR.
           MOVE  CMPTYP TO D1-TYP.
           MOVE  CMPSEQ TO D1-SEQ.
           MOVE  CMPMSG TO D1-MSG.
           MOVE  CMPSEV TO D1-SEV.
           MOVE  SPACE  TO D1-OLD
                           D1-CHG
                           D1-FIX
                           D1-TXT.
           MOVE  SPACE  TO XRFORG
                           XRFOLD
                           XRFLIN.
           IF    CMPSEQ EQUAL SPACE
                 MOVE 'NO LINE'      TO D1-ORG
                 GO TO R3010.
           IF    NOT W11-HAS-XRF
                 MOVE 'NOT TRACED'   TO D1-ORG
                 GO TO R3010.
           MOVE  CMPTYP     TO XRFTYP.
           MOVE  CMPNAM     TO XRFNAM.
           MOVE  W11-RUNCYD TO XRFCYD.
           MOVE  W11-RUNTIM TO XRFTIM.
           MOVE  CMPSEQ     TO XRFNEW.
           READ  RPA183
                 INVALID KEY
                      MOVE 'NOT TRACED' TO D1-ORG
                      MOVE SPACE        TO XRFORG
                                           XRFOLD
                                           XRFLIN
                      GO TO R3010.
           PERFORM R33.
           MOVE  XRFOLD TO D1-OLD.
           MOVE  XRFCHG TO D1-CHG.
           MOVE  XRFFIX TO D1-FIX.
           MOVE  XRFDTA TO D1-TXT.
       R3010.
      *    The first message of the highest severity is the one the
      *    hold entry names
           IF    W13-WSTMSG EQUAL SPACE
           OR    CMPSEV GREATER W13-WSTSEV
                 MOVE CMPSEV TO W13-WSTSEV
                 MOVE CMPSEQ TO W13-WSTSEQ
                 MOVE CMPMSG TO W13-WSTMSG
                 MOVE XRFORG TO W13-WSTORG
                 MOVE XRFOLD TO W13-WSTOLD
                 MOVE XRFLIN TO W13-WSTLIN.
           PERFORM R32.
       R3099.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    End the member in hand - print its outcome, hold a failed  *
      *    compile with a blocking RPA105 entry and post the outcome  *
      *    on the manifest                                            *
      *****************************************************************
       R4001.
           IF    W10-NAM EQUAL SPACE
           AND   W10-TYP EQUAL SPACE
                 GO TO R4099.
           ADD   1 TO W20-MBRCNT.
           MOVE  SPACE TO D3-NOTE.
           IF    W12-MAXSEV LESS W05-FAILSEV
                 MOVE 'P'              TO W14-RES
                 MOVE 'COMPILE PASSED' TO D3-RESULT
                 ADD  1                TO W20-PASCNT
           ELSE
                 MOVE 'F'              TO W14-RES
                 MOVE 'COMPILE FAILED' TO D3-RESULT
                 ADD  1                TO W20-FAILCNT
                 PERFORM R56.
           PERFORM R45.
           IF    W15-POSTED NOT EQUAL 'Y'
                 MOVE 'NOT ON RPA166 MANIFEST - NOT POSTED'
                      TO D3-NOTE.
           IF    NOT W11-HAS-XRF
                 MOVE 'NO RPA183 CROSS-REFERENCE ON FILE'
                      TO D3-NOTE.
           IF    W03-LINE GREATER OR EQUAL 56
                 PERFORM R35.
           MOVE  W10-NAM    TO D3-MBR.
           MOVE  W10-TYP    TO D3-TYP.
           MOVE  W12-MSGCNT TO D3-MSGCNT.
           MOVE  W12-MAXSEV TO D3-SEV.
           WRITE RPA185PR FROM D3-MEMBER AFTER ADVANCING 2 LINES.
           MOVE  SPACE TO RPA185PR.
           WRITE RPA185PR AFTER ADVANCING 1 LINE.
           ADD   3 TO W03-LINE.
       R4099.
           EXIT.

       R45 SECTION.
      *****************************************************************
      *    Post the outcome on the member's RPA166 detail record -    *
      *    the manifest is read from the top for each member, the     *
      *    same as RPA167 R41 reopens RPA123 per member               *
      *****************************************************************
       R4501.
           MOVE  'N'  TO W15-POSTED.
           MOVE  ZERO TO W02-EOF166.
           OPEN  I-O RPA166.
       R4503.
           READ  RPA166 AT END
                 MOVE '1' TO W02-EOF166.
           IF    W02-EOF166 EQUAL '1'
                 GO TO R4505.
           IF    MAN166-REC NOT EQUAL 'D'
           OR    MAN166-NAM NOT EQUAL W10-NAM
           OR    MAN166-TYP NOT EQUAL W10-TYP
                 GO TO R4503.
           MOVE  W14-RES    TO MAN166-CMPRES.
           MOVE  W12-MAXSEV TO MAN166-CMPSEV.
           REWRITE RPA166R.
           MOVE  'Y' TO W15-POSTED.
       R4505.
           CLOSE RPA166.
       R4599.
           EXIT.

       R56 SECTION.
      *****************************************************************
      *    Write the blocking RPA105 entry for a failed compile,      *
      *    naming the worst message and the line it traced to - the   *
      *    sequence seeded from the entries already on file for the   *
      *    member today, with the duplicate-key retry backstop, the   *
      *    same as RPA125 R55/R56.  A failed compile is fixed, never  *
      *    answered by a standing resolution.                         *
      *****************************************************************
       R5601.
           MOVE  ZERO       TO W19-ODOSEQ.
           MOVE  W10-NAM    TO ODOBNM.
           MOVE  W23-TODAY  TO ODODAT.
           MOVE  99999      TO ODOSEQ.
           START RPA105 KEY IS LESS THAN OR EQUAL ODOKEY
                 INVALID KEY
                      GO TO R5603.
           READ  RPA105 NEXT RECORD
                 AT END
                      GO TO R5603.
           IF    ODOBNM EQUAL W10-NAM
           AND   ODODAT EQUAL W23-TODAY
                 MOVE  ODOSEQ TO W19-ODOSEQ.
       R5603.
           ADD   1          TO W19-ODOSEQ.
           MOVE  W10-NAM    TO ODOBNM.
           MOVE  'B'        TO ODOSEV.
           MOVE  SPACE      TO ODOBTX.
           STRING 'COMPILE FAILED - '
                  W13-WSTMSG
                  ' SEV '
                  W13-WSTSEV
                  ' AT '
                  W13-WSTSEQ
                  ' - '
                  W13-WSTORG
                  ' LINE '
                  W13-WSTOLD
                  ' - SEE RPA185P'
                  DELIMITED BY SIZE INTO ODOBTX.
           ACCEPT ODODAT    FROM DATE.
           ACCEPT ODOTIM    FROM TIME.
           MOVE  W19-ODOSEQ TO ODOSEQ.
           MOVE  SPACE      TO ODORES.
           MOVE  ZERO       TO ODORDT.
           MOVE  ZERO       TO ODORTM.
           MOVE  SPACE      TO ODORBY.
           MOVE  W10-TYP    TO ODOTYP.
           MOVE  W13-WSTLIN TO ODOLIN.
           MOVE  ZERO       TO ODOSRN.
       R5605.
           WRITE RPA105R
                 INVALID KEY
                      ADD  1 TO W19-ODOSEQ
                      MOVE W19-ODOSEQ TO ODOSEQ
                      GO TO R5605.
       R5699.
           EXIT.

       R33 SECTION.
      *****************************************************************
      *    Name the origin of the traced line from the file the       *
      *    merge took it from                                         *
      *****************************************************************
       R3301.
           IF    XRFORG EQUAL 'RPA113'
                 MOVE 'MODIFICATION'  TO D1-ORG
           ELSE
           IF    XRFORG EQUAL 'RPA115'
                 MOVE 'VENDOR DECK'   TO D1-ORG
           ELSE
           IF    XRFORG EQUAL 'RPA124'
                 MOVE 'MOVED BY DECK' TO D1-ORG
           ELSE
           IF    XRFORG EQUAL 'RPA118'
                 MOVE 'MERGE MESSAGE' TO D1-ORG
           ELSE
                 MOVE 'UNKNOWN'       TO D1-ORG.
       R3399.
           EXIT.

       R32 SECTION.
      *****************************************************************
      *    Print one trace line                                       *
      *****************************************************************
       R3201.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           WRITE RPA185PR FROM D1-DETAIL AFTER ADVANCING 1 LINE.
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
           WRITE  RPA185PR FROM H1-HEADING AFTER ADVANCING PAGE.
           WRITE  RPA185PR FROM H2-HEADING AFTER ADVANCING 2 LINES.
           MOVE  4 TO W03-LINE.
       R3599.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read the next compile result                               *
      *****************************************************************
       R8101.
           READ  RPA184 AT END
                 MOVE '1' TO W01-EOF.
       R8199.
           EXIT.
