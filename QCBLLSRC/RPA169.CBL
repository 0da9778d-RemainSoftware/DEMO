       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA169.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                                *
      *  Program:   RPA169 - Split the approved release list into     *
      *             release streams                                    *
      *                                                                *
      *  Author:    Release Processing Aid support group               *
      *  Date:      April 1997                                         *
      *  Release:   1.0                                                *
      *                                                                *
      *    On a vendor-release night one RPA160 job running the       *
      *    whole approved RPA161 list cannot finish inside the batch  *
      *    window.  This program runs first and deals the approved    *
      *    entries out over the number of streams it is given, so     *
      *    one RPA160 job per stream can run side by side.            *
      *                                                                *
      *    Entries tied to one another through RPA163 - directly or   *
      *    through other entries of the list - form one group, and a  *
      *    group always goes to one stream: RPA160 orders a           *
      *    prerequisite ahead of its dependents only within its own   *
      *    run.  Each group goes to the stream with the fewest        *
      *    entries so far.  The stream is stamped on the entry        *
      *    (DRVSTR) and the RPA175 stream work file is cleared for    *
      *    the night's partial manifests.  Entries already processed  *
      *    keep the stream they ran in, so an interrupted stream      *
      *    still carries its own finished work forward.               *
      *    The RPA169P listing shows every entry with its stream and  *
      *    group, and the entry count per stream.                     *
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
           SELECT RPA163  ASSIGN TO DATABASE-RPA163
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY DEPKEY.
           SELECT RPA175  ASSIGN TO DATABASE-RPA175
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY STRKEY.
           SELECT RPA169P ASSIGN TO PRINTER-RPA169P.
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
      *    Release dependencies - prerequisite before dependent       *
      *****************************************************************
       FD  RPA163
           LABEL RECORDS ARE STANDARD.
       01  RPA163R.
           COPY DDS-ALL-FORMATS OF RPA163.

      *****************************************************************
      *    Release stream work file - cleared for the night           *
      *****************************************************************
       FD  RPA175
           LABEL RECORDS ARE STANDARD.
       01  RPA175R.
           COPY DDS-ALL-FORMATS OF RPA175.

      *****************************************************************
      *    Stream split listing                                       *
      *****************************************************************
       FD  RPA169P
           LABEL RECORDS OMITTED.
       01  RPA169PR                         PIC X(132).
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
      *            Entries that did not fit the table - run in        *
      *            stream 01 and flagged on the listing               *
           03  W06-OVERFL                   PIC S9(05)  COMP-3.
           03  W07-OLDGRP                   PIC S9(04)  COMP.
           03  W08-LOW                      PIC S9(03)  COMP-3.

      *****************************************************************
      *    The approved entries of the list, with the group each      *
      *    belongs to (the table index of one of its members) and     *
      *    the stream the group was dealt to                          *
      *****************************************************************
       01  W30-TABLE.
           03  W30-ENTRY                    OCCURS 2000.
               05  W30-TYP                  PIC X(03).
               05  W30-NAM                  PIC X(10).
               05  W30-GRP                  PIC S9(04)  COMP.
               05  W30-STR                  PIC 9(02).
       01  W31-CNT                          PIC S9(04)  COMP.

      *****************************************************************
      *    Entries dealt to each stream so far                        *
      *****************************************************************
       01  W40-LOADS.
           03  W40-LOAD                     PIC S9(05)  COMP-3
                                            OCCURS 99.

       01  I                                PIC S9(04)  COMP.
       01  J                                PIC S9(04)  COMP.
       01  K                                PIC S9(04)  COMP.
       01  S                                PIC S9(03)  COMP-3.

      *****************************************************************
      *    Heading and detail print lines                             *
      *****************************************************************
       01  H1-HEADING.
           03  FILLER                       PIC X(01)   VALUE '1'.
           03  FILLER                       PIC X(20)   VALUE
               'RPA169 - RELEASE STR'.
           03  FILLER                       PIC X(21)   VALUE
               'EAM SPLIT            '.
           03  FILLER                       PIC X(06)   VALUE 'PAGE '.
           03  H1-PAGE                      PIC ZZZZ9.
           03  FILLER                       PIC X(79)   VALUE SPACE.

       01  H2-HEADING.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(10)   VALUE
               'MEMBER    '.
           03  FILLER                       PIC X(04)   VALUE 'TYP '.
           03  FILLER                       PIC X(08)   VALUE
               'STREAM  '.
           03  FILLER                       PIC X(14)   VALUE
               'GROUPED WITH  '.
           03  FILLER                       PIC X(95)   VALUE SPACE.

       01  D1-DETAIL.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-NAM                       PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-TYP                       PIC X(03).
           03  FILLER                       PIC X(04)   VALUE SPACE.
           03  D1-STR                       PIC 99.
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D1-GRPNAM                    PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-GRPTYP                    PIC X(03).
           03  FILLER                       PIC X(95)   VALUE SPACE.

       01  D2-OVERFLOW.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D2-NAM                       PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D2-TYP                       PIC X(03).
           03  FILLER                       PIC X(04)   VALUE SPACE.
           03  FILLER                       PIC X(48)   VALUE
               '01  ** LIST TOO LONG TO GROUP - RUN IN STREAM 01'.
           03  FILLER                       PIC X(65)   VALUE SPACE.

       01  D3-STREAM.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(10)   VALUE
               '** STREAM '.
           03  D3-STR                       PIC 99.
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D3-CNT                       PIC ZZZZ9.
           03  FILLER                       PIC X(09)   VALUE
               ' ENTRIES '.
           03  FILLER                       PIC X(103)  VALUE SPACE.

       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields - P01-STRCNT is the number of streams     *
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
           PERFORM R20.
           PERFORM R30.
           PERFORM R40.
           PERFORM R50.
           PERFORM R99.
       R0099.
           STOP RUN.

       R98 SECTION.
      *****************************************************************
      *    Initialize program - clear the stream work file            *
      *****************************************************************
       R9801.
           OPEN  OUTPUT RPA175.
           CLOSE RPA175.
           OPEN  I-O    RPA161.
           OPEN  INPUT  RPA163.
           OPEN  OUTPUT RPA169P.
           MOVE  ZERO  TO W01-EOF
                          W04-PAGE
                          W31-CNT
                          W06-OVERFL.
           MOVE  P01-STRCNT TO W05-STRCNT.
           IF    W05-STRCNT LESS 1
                 MOVE 1 TO W05-STRCNT.
           MOVE  1 TO S.
       R9803.
           IF    S GREATER 99
                 GO TO R9805.
           MOVE  ZERO TO W40-LOAD (S).
           ADD   1 TO S.
           GO TO R9803.
       R9805.
           PERFORM R35.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program, print the entry count per stream            *
      *****************************************************************
       R9901.
           ADD   W06-OVERFL TO W40-LOAD (1).
           MOVE  1 TO S.
       R9903.
           IF    S GREATER W05-STRCNT
                 GO TO R9905.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           MOVE  S            TO D3-STR.
           MOVE  W40-LOAD (S) TO D3-CNT.
           IF    S EQUAL 1
                 WRITE RPA169PR FROM D3-STREAM AFTER ADVANCING 3 LINES
                 ADD   3 TO W03-LINE
           ELSE
                 WRITE RPA169PR FROM D3-STREAM AFTER ADVANCING 1 LINE
                 ADD   1 TO W03-LINE.
           ADD   1 TO S.
           GO TO R9903.
       R9905.
           CLOSE RPA161
                 RPA163
                 RPA169P.
       R9999.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    Load the approved entries into the table - each starts as  *
      *    a group of its own.  An entry past the end of the table    *
      *    is sent to stream 01 straight away.                        *
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
           IF    W31-CNT NOT LESS 2000
                 PERFORM R22
                 GO TO R2003.
           ADD   1      TO W31-CNT.
           MOVE  DRVTYP TO W30-TYP (W31-CNT).
           MOVE  DRVNAM TO W30-NAM (W31-CNT).
           MOVE  W31-CNT TO W30-GRP (W31-CNT).
           MOVE  ZERO   TO W30-STR (W31-CNT).
           GO TO R2003.
       R2099.
           EXIT.

       R22 SECTION.
      *****************************************************************
      *    Send an entry the table has no room for to stream 01       *
      *****************************************************************
       R2201.
           MOVE  1 TO DRVSTR.
           REWRITE RPA161R.
           ADD   1 TO W06-OVERFL.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           MOVE  DRVNAM TO D2-NAM.
           MOVE  DRVTYP TO D2-TYP.
           WRITE RPA169PR FROM D2-OVERFLOW AFTER ADVANCING 1 LINE.
           ADD   1 TO W03-LINE.
       R2299.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Group the entries - every RPA163 row whose dependent and   *
      *    prerequisite are both on the list joins their groups       *
      *****************************************************************
       R3001.
           MOVE  1 TO I.
       R3003.
           IF    I GREATER W31-CNT
                 GO TO R3099.
           PERFORM R31.
           ADD   1 TO I.
           GO TO R3003.
       R3099.
           EXIT.

       R31 SECTION.
      *****************************************************************
      *    One key range of RPA163 - the prerequisites of entry I     *
      *****************************************************************
       R3101.
           MOVE  W30-TYP (I) TO DEPDTYP.
           MOVE  W30-NAM (I) TO DEPDNAM.
           MOVE  SPACE       TO DEPPTYP.
           MOVE  SPACE       TO DEPPNAM.
           START RPA163 KEY IS GREATER THAN OR EQUAL DEPKEY
                 INVALID KEY
                      GO TO R3199.
       R3103.
           READ  RPA163 NEXT RECORD
                 AT END
                      GO TO R3199.
           IF    DEPDTYP NOT EQUAL W30-TYP (I)
           OR    DEPDNAM NOT EQUAL W30-NAM (I)
                 GO TO R3199.
           PERFORM R32.
           IF    J GREATER ZERO
           AND   W30-GRP (J) NOT EQUAL W30-GRP (I)
                 PERFORM R33.
           GO TO R3103.
       R3199.
           EXIT.

       R32 SECTION.
      *****************************************************************
      *    Find the prerequisite on the list - J is its table index,  *
      *    zero when it is not part of tonight's list                 *
      *****************************************************************
       R3201.
           MOVE  1 TO J.
       R3203.
           IF    J GREATER W31-CNT
                 MOVE ZERO TO J
                 GO TO R3299.
           IF    W30-TYP (J) EQUAL DEPPTYP
           AND   W30-NAM (J) EQUAL DEPPNAM
                 GO TO R3299.
           ADD   1 TO J.
           GO TO R3203.
       R3299.
           EXIT.

       R33 SECTION.
      *****************************************************************
      *    Join the prerequisite's group to entry I's group           *
      *****************************************************************
       R3301.
           MOVE  W30-GRP (J) TO W07-OLDGRP.
           MOVE  1 TO K.
       R3303.
           IF    K GREATER W31-CNT
                 GO TO R3399.
           IF    W30-GRP (K) EQUAL W07-OLDGRP
                 MOVE W30-GRP (I) TO W30-GRP (K).
           ADD   1 TO K.
           GO TO R3303.
       R3399.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    Deal the groups out - each group, in list order of its     *
      *    first entry, to the stream with the fewest entries so far  *
      *****************************************************************
       R4001.
           MOVE  1 TO I.
       R4003.
           IF    I GREATER W31-CNT
                 GO TO R4099.
           IF    W30-STR (I) EQUAL ZERO
                 PERFORM R41
                 PERFORM R42.
           ADD   1 TO I.
           GO TO R4003.
       R4099.
           EXIT.

       R41 SECTION.
      *****************************************************************
      *    Find the least loaded stream                               *
      *****************************************************************
       R4101.
           MOVE  1 TO W08-LOW.
           MOVE  2 TO S.
       R4103.
           IF    S GREATER W05-STRCNT
                 GO TO R4199.
           IF    W40-LOAD (S) LESS W40-LOAD (W08-LOW)
                 MOVE S TO W08-LOW.
           ADD   1 TO S.
           GO TO R4103.
       R4199.
           EXIT.

       R42 SECTION.
      *****************************************************************
      *    Give every entry of entry I's group to that stream         *
      *****************************************************************
       R4201.
           MOVE  I TO K.
       R4203.
           IF    K GREATER W31-CNT
                 GO TO R4299.
           IF    W30-GRP (K) EQUAL W30-GRP (I)
                 MOVE W08-LOW TO W30-STR (K)
                 ADD  1       TO W40-LOAD (W08-LOW).
           ADD   1 TO K.
           GO TO R4203.
       R4299.
           EXIT.

       R50 SECTION.
      *****************************************************************
      *    Stamp each entry with its stream and list it               *
      *****************************************************************
       R5001.
           MOVE  1 TO I.
       R5003.
           IF    I GREATER W31-CNT
                 GO TO R5099.
           MOVE  W30-TYP (I) TO DRVTYP.
           MOVE  W30-NAM (I) TO DRVNAM.
           READ  RPA161
                 INVALID KEY
                      GO TO R5005.
           MOVE  W30-STR (I) TO DRVSTR.
           REWRITE RPA161R.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           MOVE  W30-NAM (I) TO D1-NAM.
           MOVE  W30-TYP (I) TO D1-TYP.
           MOVE  W30-STR (I) TO D1-STR.
           MOVE  W30-GRP (I) TO K.
           MOVE  W30-NAM (K) TO D1-GRPNAM.
           MOVE  W30-TYP (K) TO D1-GRPTYP.
           WRITE RPA169PR FROM D1-DETAIL AFTER ADVANCING 1 LINE.
           ADD   1 TO W03-LINE.
       R5005.
           ADD   1 TO I.
           GO TO R5003.
       R5099.
           EXIT.

       R35 SECTION.
      *****************************************************************
      *    Skip to new page and print headings                        *
      *****************************************************************
       R3501.
           ADD   1 TO W04-PAGE.
           MOVE  W04-PAGE TO H1-PAGE.
           WRITE  RPA169PR FROM H1-HEADING AFTER ADVANCING PAGE.
           WRITE  RPA169PR FROM H2-HEADING AFTER ADVANCING 2 LINES.
           MOVE  4 TO W03-LINE.
       R3599.
           EXIT.
