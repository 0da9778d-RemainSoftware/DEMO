       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA110.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                                *
      *  Program:   RPA110 - Local-modification inventory extract     *
      *                                                                *
      *  Author:    Release Processing Aid support group               *
      *  Date:      March 1997                                         *
      *  Release:   1.0                                                *
      *                                                                *
      *    This program builds the RPA126 local-modification          *
      *    inventory ahead of a vendor upgrade, so the size of the    *
      *    job can be judged from the modification blocks actually    *
      *    sitting in the sources instead of from memory.  It walks   *
      *    either every entry on the RPA161 release list or, with a   *
      *    scope of 'A', every member of the source library listed    *
      *    on the RPA112 member list, and calls RPA111 once per       *
      *    member to extract its blocks from RPA113.  One pass of     *
      *    RPA121 then stamps each member's summary row with the      *
      *    date of the last release that touched it, and the RPA110P  *
      *    listing prints one line per member walked.  The inventory  *
      *    itself is browsed on the RPA153 screen.                    *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA161  ASSIGN TO DATABASE-RPA161
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY DRVKEY.
           SELECT RPA112  ASSIGN TO DATABASE-RPA112.
           SELECT RPA121  ASSIGN TO DATABASE-RPA121
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY RELKEY.
           SELECT RPA126  ASSIGN TO DATABASE-RPA126
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY INVKEY.
           SELECT RPA110P ASSIGN TO PRINTER-RPA110P.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Release list driving the RPA160 batch                      *
      *****************************************************************
       FD  RPA161
           LABEL RECORDS ARE STANDARD.
       01  RPA161R.
           COPY DDS-ALL-FORMATS OF RPA161.

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
      *    Management report counters, one row per member per run     *
      *****************************************************************
       FD  RPA121
           LABEL RECORDS ARE STANDARD.
       01  RPA121R.
           COPY DDS-ALL-FORMATS OF RPA121.

      *****************************************************************
      *    Local-modification inventory                               *
      *****************************************************************
       FD  RPA126
           LABEL RECORDS ARE STANDARD.
       01  RPA126R.
           COPY DDS-ALL-FORMATS OF RPA126.

      *****************************************************************
      *    Inventory extract listing                                  *
      *****************************************************************
       FD  RPA110P
           LABEL RECORDS OMITTED.
       01  RPA110PR                         PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  W01-99.
           03  W01-EOF                      PIC X(01).
           03  W03-LINE                     PIC S9(03)  COMP-3.
           03  W04-PAGE                     PIC S9(05)  COMP-3.
      *            Member being walked, from RPA161 or RPA112         *
           03  W05-TYP                      PIC X(03).
           03  W05-NAM                      PIC X(10).

       01  W20-GRANDTOTALS.
           03  W20-MBRCNT                   PIC S9(5)   COMP-3.
           03  W20-BCT                      PIC S9(7)   COMP-3.
           03  W20-MLN                      PIC S9(9)   COMP-3.
           03  W20-TLN                      PIC S9(9)   COMP-3.

      *****************************************************************
      *    Heading and detail print lines                             *
      *****************************************************************
       01  H1-HEADING.
           03  FILLER                       PIC X(01)   VALUE '1'.
           03  FILLER                       PIC X(20)   VALUE
               'RPA110 - LOCAL-MODIF'.
           03  FILLER                       PIC X(21)   VALUE
               'ICATION INVENTORY    '.
           03  FILLER                       PIC X(07)   VALUE
               'SCOPE  '.
           03  H1-SCOPE                     PIC X(12).
           03  FILLER                       PIC X(06)   VALUE ' PAGE '.
           03  H1-PAGE                      PIC ZZZZ9.
           03  FILLER                       PIC X(60)   VALUE SPACE.

       01  H2-HEADING.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(10)   VALUE
               'MEMBER    '.
           03  FILLER                       PIC X(04)   VALUE 'TYP '.
           03  FILLER                       PIC X(08)   VALUE
               '  BLOCKS'.
           03  FILLER                       PIC X(10)   VALUE
               '  MOD-LINE'.
           03  FILLER                       PIC X(10)   VALUE
               '  ALL-LINE'.
           03  FILLER                       PIC X(10)   VALUE
               '  MOD-PCT '.
           03  FILLER                       PIC X(12)   VALUE
               'LAST-RELEASE'.
           03  FILLER                       PIC X(67)   VALUE SPACE.

       01  D1-DETAIL.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-NAM                       PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-TYP                       PIC X(03).
           03  FILLER                       PIC X(03)   VALUE SPACE.
           03  D1-BCT                       PIC ZZZZ9.
           03  FILLER                       PIC X(03)   VALUE SPACE.
           03  D1-MLN                       PIC ZZZZZZ9.
           03  FILLER                       PIC X(03)   VALUE SPACE.
           03  D1-TLN                       PIC ZZZZZZ9.
           03  FILLER                       PIC X(04)   VALUE SPACE.
           03  D1-PCT                       PIC ZZ9.
           03  FILLER                       PIC X(05)   VALUE SPACE.
           03  D1-LRD                       PIC X(06).
           03  FILLER                       PIC X(71)   VALUE SPACE.

       01  D3-SUMMARY.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(09)   VALUE
               '** TOTAL '.
           03  D3-MBRCNT                    PIC ZZZZ9.
           03  FILLER                       PIC X(12)   VALUE
               ' MEMBER(S)  '.
           03  D3-BCT                       PIC ZZZZZZ9.
           03  FILLER                       PIC X(11)   VALUE
               ' BLOCK(S)  '.
           03  D3-MLN                       PIC ZZZZZZZZ9.
           03  FILLER                       PIC X(16)   VALUE
               ' MODIFIED LINES '.
           03  D3-TLN                       PIC ZZZZZZZZ9.
           03  FILLER                       PIC X(12)   VALUE
               ' LINES READ '.
           03  FILLER                       PIC X(41)   VALUE SPACE.

      *****************************************************************
      *    Modified-line share of the member, whole percent           *
      *****************************************************************
       01  W30-PCT                          PIC S9(5)   COMP-3.

       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields - P01-SCOPE 'A' walks the whole library   *
      *    on the RPA112 member list, anything else walks RPA161      *
      *****************************************************************
       01  P01-SCOPE                        PIC X(01).
      /
       PROCEDURE DIVISION USING P01-SCOPE.
       R00 SECTION.
      *****************************************************************
      *    Mainline                                                   *
      *****************************************************************
       R0001.
           PERFORM R98.
      *
      *    --------------------------------------------------
      *    Extract every member in scope, stamp the last
      *    release dates, then list what was extracted
      *    --------------------------------------------------
           PERFORM R20.
       R0003.
           IF    W01-EOF EQUAL '1'
                 GO TO R0005.
           CALL  'RPA111' USING W05-TYP W05-NAM.
           PERFORM R21.
           GO TO R0003.
       R0005.
           PERFORM R40.
           OPEN  INPUT RPA126.
           PERFORM R35.
           PERFORM R20.
       R0007.
           IF    W01-EOF EQUAL '1'
                 GO TO R0009.
           PERFORM R30.
           PERFORM R21.
           GO TO R0007.
       R0009.
           PERFORM R99.
       R0099.
           STOP RUN.

       R98 SECTION.
      *****************************************************************
      *    Initialize program                                         *
      *****************************************************************
       R9801.
           OPEN  OUTPUT RPA110P.
           MOVE  ZERO  TO W04-PAGE.
           MOVE  ZERO  TO W20-MBRCNT
                          W20-BCT
                          W20-MLN
                          W20-TLN.
           IF    P01-SCOPE EQUAL 'A'
                 MOVE 'LIBRARY'      TO H1-SCOPE
           ELSE
                 MOVE 'RELEASE LIST' TO H1-SCOPE.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program, print the totals                            *
      *****************************************************************
       R9901.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           MOVE  W20-MBRCNT TO D3-MBRCNT.
           MOVE  W20-BCT    TO D3-BCT.
           MOVE  W20-MLN    TO D3-MLN.
           MOVE  W20-TLN    TO D3-TLN.
           WRITE RPA110PR FROM D3-SUMMARY AFTER ADVANCING 3 LINES.
           CLOSE RPA126
                 RPA110P.
       R9999.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    Open the member source in scope and read its first member. *
      *    Performed once for the extract and once for the listing,   *
      *    so both walk the same members in the same order.           *
      *****************************************************************
       R2001.
           MOVE  ZERO TO W01-EOF.
           IF    P01-SCOPE EQUAL 'A'
                 OPEN  INPUT RPA112
           ELSE
                 OPEN  INPUT RPA161.
           PERFORM R21.
       R2099.
           EXIT.

       R21 SECTION.
      *****************************************************************
      *    Read the next member in scope, closing the member source   *
      *    at its end                                                 *
      *****************************************************************
       R2101.
           IF    P01-SCOPE EQUAL 'A'
                 GO TO R2110.
           READ  RPA161 NEXT RECORD
                 AT END
                      MOVE '1' TO W01-EOF
                      CLOSE RPA161
                      GO TO R2199.
           MOVE  DRVTYP TO W05-TYP.
           MOVE  DRVNAM TO W05-NAM.
           GO TO R2199.
       R2110.
           READ  RPA112
                 AT END
                      MOVE '1' TO W01-EOF
                      CLOSE RPA112
                      GO TO R2199.
           MOVE  MBLTYP TO W05-TYP.
           MOVE  MBLNAM TO W05-NAM.
       R2199.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    One pass of RPA121 - every release row whose member has an *
      *    inventory summary row moves that row's last-release date   *
      *    forward.  The key is chronological, so each row read is    *
      *    at least as late as every row before it.                   *
      *****************************************************************
       R4001.
           OPEN  INPUT RPA121.
           OPEN  I-O   RPA126.
       R4003.
           READ  RPA121 NEXT RECORD
                 AT END
                      GO TO R4009.
           MOVE  MBRNAM TO INVNAM.
           MOVE  MBRTYP TO INVTYP.
           MOVE  ZERO   TO INVBLK.
           READ  RPA126
                 INVALID KEY
                      GO TO R4003.
           IF    CHGCYD GREATER INVLRY
                 MOVE CHGCYD TO INVLRY
                 REWRITE RPA126R.
           GO TO R4003.
       R4009.
           CLOSE RPA121
                 RPA126.
       R4099.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Print one member's inventory summary                       *
      *****************************************************************
       R3001.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           MOVE  W05-NAM TO INVNAM.
           MOVE  W05-TYP TO INVTYP.
           MOVE  ZERO    TO INVBLK.
           READ  RPA126
                 INVALID KEY
                      GO TO R3099.
           MOVE  SPACE   TO D1-DETAIL.
           MOVE  INVNAM  TO D1-NAM.
           MOVE  INVTYP  TO D1-TYP.
           MOVE  INVBCT  TO D1-BCT.
           MOVE  INVMLN  TO D1-MLN.
           MOVE  INVTLN  TO D1-TLN.
           MOVE  ZERO    TO W30-PCT.
           IF    INVTLN GREATER ZERO
                 COMPUTE W30-PCT = INVMLN * 100 / INVTLN.
           MOVE  W30-PCT TO D1-PCT.
           IF    INVLRD EQUAL ZERO
                 MOVE 'NONE'  TO D1-LRD
           ELSE
                 MOVE INVLRD  TO D1-LRD.
           WRITE RPA110PR FROM D1-DETAIL AFTER ADVANCING 1 LINE.
           ADD   1       TO W03-LINE.
           ADD   1       TO W20-MBRCNT.
           ADD   INVBCT  TO W20-BCT.
           ADD   INVMLN  TO W20-MLN.
           ADD   INVTLN  TO W20-TLN.
       R3099.
           EXIT.

       R35 SECTION.
      *****************************************************************
      *    Skip to new page and print headings                        *
      *****************************************************************
       R3501.
           ADD   1 TO W04-PAGE.
           MOVE  W04-PAGE TO H1-PAGE.
           WRITE  RPA110PR FROM H1-HEADING AFTER ADVANCING PAGE.
           WRITE  RPA110PR FROM H2-HEADING AFTER ADVANCING 2 LINES.
           MOVE  4 TO W03-LINE.
       R3599.
           EXIT.
