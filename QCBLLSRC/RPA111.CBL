       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA111.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                                *
      *  Program:   RPA111 - Extract the local-modification inventory *
      *             of one member                                      *
      *                                                                *
      *  Author:    Release Processing Aid support group               *
      *  Date:      March 1997                                         *
      *  Release:   1.0                                                *
      *                                                                *
      *    This program reads the RPA113 source of one member front   *
      *    to back and writes its local-modification inventory to     *
      *    RPA126: one row per modification block - a run of          *
      *    consecutive lines carrying the same non-blank CHG113/      *
      *    BLK113 codes - with the block type, line count, first and  *
      *    last SEQ113 and the ORG113/DAT113 stamps of its first and  *
      *    last line, plus one summary row per member.  Any rows an   *
      *    earlier extract left for the member are dropped first, so  *
      *    the inventory always describes the source as it is now.    *
      *    The last-release date on the summary row is filled in by   *
      *    RPA110 after the walk, in one pass of RPA121.              *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA113  ASSIGN TO DATABASE-RPA113.
           SELECT RPA126  ASSIGN TO DATABASE-RPA126
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY INVKEY.
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
      *    Local-modification inventory                               *
      *****************************************************************
       FD  RPA126
           LABEL RECORDS ARE STANDARD.
       01  RPA126R.
           COPY DDS-ALL-FORMATS OF RPA126.
      /
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  W01-99.
           03  W01-EOF                      PIC X(01).
      *            Block being built - 'Y' while one is open          *
           03  W05-OPEN                     PIC X(01).
               88  W05-BLOCK-OPEN           VALUE 'Y'.
           03  W06-LINTYP.
               05  W06-CHG                  PIC X(01).
               05  W06-BLK                  PIC X(01).

      *****************************************************************
      *    The modification block being built                         *
      *****************************************************************
       01  W10-BLOCK.
           03  W10-BTP                      PIC X(02).
           03  W10-LIN                      PIC S9(7)   COMP-3.
           03  W10-FSQ                      PIC X(06).
           03  W10-LSQ                      PIC X(06).
           03  W10-FOR                      PIC X(06).
           03  W10-FDT                      PIC X(06).
           03  W10-LOR                      PIC X(06).
           03  W10-LDT                      PIC X(06).

      *****************************************************************
      *    Member totals for the summary row                          *
      *****************************************************************
       01  W20-TOTALS.
           03  W20-BCT                      PIC S9(5)   COMP-3.
           03  W20-MLN                      PIC S9(7)   COMP-3.
           03  W20-TLN                      PIC S9(7)   COMP-3.

       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields                                           *
      *****************************************************************
       01  P01-TYP                           PIC X(03).
       01  P02-NAME                          PIC X(10).
      /
       PROCEDURE DIVISION USING P01-TYP P02-NAME.
       R00 SECTION.
      *****************************************************************
      *    Mainline                                                   *
      *****************************************************************
       R0001.
           PERFORM R98.
           PERFORM R20.
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
           OPEN  I-O    RPA126.
           MOVE  ZERO  TO W01-EOF.
           MOVE  'N'   TO W05-OPEN.
           MOVE  ZERO  TO W20-BCT
                          W20-MLN
                          W20-TLN.
           PERFORM R81.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close the last block, write the member summary row and     *
      *    close program                                              *
      *****************************************************************
       R9901.
           IF    W05-BLOCK-OPEN
                 PERFORM R32.
           MOVE  SPACE    TO RPA126R.
           MOVE  P02-NAME TO INVNAM.
           MOVE  P01-TYP  TO INVTYP.
           MOVE  ZERO     TO INVBLK.
           MOVE  'S'      TO INVREC.
           MOVE  W20-BCT  TO INVBCT.
           MOVE  W20-MLN  TO INVMLN.
           MOVE  W20-TLN  TO INVTLN.
           MOVE  ZERO     TO INVLRY.
           ACCEPT INVXDT  FROM DATE.
           WRITE RPA126R
                 INVALID KEY
                      REWRITE RPA126R.
           CLOSE RPA113
                 RPA126.
       R9999.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    Drop the rows an earlier extract left for this member -    *
      *    a block that has since been removed from the source must   *
      *    not linger in the inventory                                *
      *****************************************************************
       R2001.
           MOVE  P02-NAME TO INVNAM.
           MOVE  P01-TYP  TO INVTYP.
           MOVE  ZERO     TO INVBLK.
           START RPA126 KEY IS GREATER THAN OR EQUAL INVKEY
                 INVALID KEY
                      GO TO R2099.
       R2003.
           READ  RPA126 NEXT RECORD
                 AT END
                      GO TO R2099.
           IF    INVNAM NOT EQUAL P02-NAME
           OR    INVTYP NOT EQUAL P01-TYP
                 GO TO R2099.
           DELETE RPA126
                  INVALID KEY
                       CONTINUE.
           GO TO R2003.
       R2099.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    One source line - extend, close or open a modification     *
      *    block.  A line with blank CHG113 and BLK113 is the         *
      *    vendor's own code and ends any block in progress.          *
      *****************************************************************
       R3001.
           ADD   1      TO W20-TLN.
           MOVE  CHG113 TO W06-CHG.
           MOVE  BLK113 TO W06-BLK.
           IF    W06-LINTYP EQUAL SPACE
                 GO TO R3010.
           ADD   1      TO W20-MLN.
           IF    W05-BLOCK-OPEN
           AND   W06-LINTYP EQUAL W10-BTP
                 GO TO R3020.
           IF    W05-BLOCK-OPEN
                 PERFORM R32.
           PERFORM R31.
           GO TO R3099.
       R3010.
           IF    W05-BLOCK-OPEN
                 PERFORM R32.
           GO TO R3099.
       R3020.
           ADD   1      TO W10-LIN.
           MOVE  SEQ113 TO W10-LSQ.
           MOVE  ORG113 TO W10-LOR.
           MOVE  DAT113 TO W10-LDT.
       R3099.
           EXIT.

       R31 SECTION.
      *****************************************************************
      *    Open a new modification block at the current line          *
      *****************************************************************
       R3101.
           MOVE  'Y'        TO W05-OPEN.
           MOVE  W06-LINTYP TO W10-BTP.
           MOVE  1          TO W10-LIN.
           MOVE  SEQ113     TO W10-FSQ
                               W10-LSQ.
           MOVE  ORG113     TO W10-FOR
                               W10-LOR.
           MOVE  DAT113     TO W10-FDT
                               W10-LDT.
       R3199.
           EXIT.

       R32 SECTION.
      *****************************************************************
      *    Write the block just closed as one inventory row           *
      *****************************************************************
       R3201.
           ADD   1        TO W20-BCT.
           MOVE  SPACE    TO RPA126R.
           MOVE  P02-NAME TO INVNAM.
           MOVE  P01-TYP  TO INVTYP.
           MOVE  W20-BCT  TO INVBLK.
           MOVE  'B'      TO INVREC.
           MOVE  W10-BTP  TO INVBTP.
           MOVE  W10-LIN  TO INVLIN.
           MOVE  W10-FSQ  TO INVFSQ.
           MOVE  W10-LSQ  TO INVLSQ.
           MOVE  W10-FOR  TO INVFOR.
           MOVE  W10-FDT  TO INVFDT.
           MOVE  W10-LOR  TO INVLOR.
           MOVE  W10-LDT  TO INVLDT.
           WRITE RPA126R
                 INVALID KEY
                      REWRITE RPA126R.
           MOVE  'N'      TO W05-OPEN.
       R3299.
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
