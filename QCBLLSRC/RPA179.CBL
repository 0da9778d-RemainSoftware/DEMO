       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA179.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                                *
      *  Program:   RPA179 - Apply a standing resolution to a newly   *
      *             queued exception entry                             *
      *                                                                *
      *  Author:    Release Processing Aid support group               *
      *  Date:      April 1997                                         *
      *  Release:   1.0                                                *
      *                                                                *
      *    This program is called by RPA118B, RPA140 and RPA125 with  *
      *    each RPA105 entry they have just written.  The RPA178      *
      *    standing resolutions of the entry's member and source      *
      *    type are searched for one whose exception text and         *
      *    affected source line are exactly those of the entry.  A    *
      *    row past its expiry date is passed over, and so is a row   *
      *    without its second sign-off when the entry is blocking -   *
      *    a blocking entry is never cleared on one reviewer's word.  *
      *                                                                *
      *    On a match the entry is stamped resolved by the row's      *
      *    approver with the row's number in ODOSRN, the row's use    *
      *    count and last-used date are brought up to date, and an    *
      *    'S' row naming the standing resolution and its approver    *
      *    is written to the RPA108 audit trail.  P02-STD comes back  *
      *    'Y' and the caller rewrites the entry; otherwise 'N' and   *
      *    the entry stays open for a reviewer.                       *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA178 ASSIGN TO DATABASE-RPA178
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY SRSKEY.
           SELECT RPA108 ASSIGN TO DATABASE-RPA108
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY AUDKEY.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Standing resolutions                                       *
      *****************************************************************
       FD  RPA178
           LABEL RECORDS ARE STANDARD.
       01  RPA178R.
           COPY DDS-ALL-FORMATS OF RPA178.

      *****************************************************************
      *    Resolution audit trail                                     *
      *****************************************************************
       FD  RPA108
           LABEL RECORDS ARE STANDARD.
       01  RPA108R.
           COPY DDS-ALL-FORMATS OF RPA108.
      /
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  W01-99.
           03  W01-EOF                      PIC X(01).
           03  W04-TODAY                    PIC 9(06).
      *        Expiry and today with the year windowed at 90 into a   *
      *        century digit, the rule RPA121 CHGCEN keys by          *
           03  W05-EXPCYD.
               05  W05-EXPCEN               PIC 9(01).
               05  W05-EXPDAT               PIC 9(06).
           03  W06-TODCYD.
               05  W06-TODCEN               PIC 9(01).
               05  W06-TODDAT               PIC 9(06).

       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields - P01-ODO is the RPA105 entry as the      *
      *    caller wrote it, P02-STD returns 'Y' when a standing       *
      *    resolution has resolved it                                 *
      *****************************************************************
       01  P01-ODO.
           COPY DDS-ALL-FORMATS OF RPA105.
       01  P02-STD                           PIC X(01).
      /
       PROCEDURE DIVISION USING P01-ODO P02-STD.
       R00 SECTION.
      *****************************************************************
      *    Mainline                                                   *
      *****************************************************************
       R0001.
           MOVE  'N' TO P02-STD.
           IF    NOT ODORES-OPEN
           OR    ODOSRN NOT EQUAL ZERO
                 GO TO R0099.
           PERFORM R98.
       R0003.
           PERFORM R81.
           IF    W01-EOF EQUAL '1'
                 GO TO R0009.
           PERFORM R30.
           IF    P02-STD EQUAL 'Y'
                 GO TO R0009.
           GO TO R0003.
       R0009.
           PERFORM R99.
       R0099.
           GOBACK.

       R98 SECTION.
      *****************************************************************
      *    Initialize program and position on the first standing      *
      *    resolution of the entry's member and type                  *
      *****************************************************************
       R9801.
           OPEN  I-O    RPA178
                        RPA108.
           MOVE  ZERO  TO W01-EOF.
           ACCEPT W04-TODAY FROM DATE.
           MOVE  W04-TODAY TO W06-TODDAT.
           IF    W04-TODAY LESS 900000
                 MOVE 1 TO W06-TODCEN
           ELSE
                 MOVE 0 TO W06-TODCEN.
           MOVE  ODOBNM TO SRSNAM.
           MOVE  ODOTYP TO SRSTYP.
           MOVE  ZERO   TO SRSNUM.
           START RPA178 KEY IS GREATER THAN OR EQUAL SRSKEY
                 INVALID KEY
                      MOVE '1' TO W01-EOF.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program                                              *
      *****************************************************************
       R9901.
           CLOSE RPA178
                 RPA108.
       R9999.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Test one standing resolution against the entry and apply   *
      *    it when it matches, is in date and, for a blocking entry,  *
      *    carries its second sign-off                                *
      *****************************************************************
       R3001.
           IF    SRSBTX NOT EQUAL ODOBTX
           OR    SRSLIN NOT EQUAL ODOLIN
                 GO TO R3099.
           MOVE  SRSEXP TO W05-EXPDAT.
           IF    SRSEXP LESS 900000
                 MOVE 1 TO W05-EXPCEN
           ELSE
                 MOVE 0 TO W05-EXPCEN.
           IF    SRSEXP NOT EQUAL ZERO
           AND   W05-EXPCYD LESS W06-TODCYD
                 GO TO R3099.
           IF    ODOSEV-BLOCKING
           AND   SRSSBY EQUAL SPACE
                 GO TO R3099.
           MOVE  'R'    TO ODORES.
           ACCEPT ODORDT FROM DATE.
           ACCEPT ODORTM FROM TIME.
           MOVE  SRSABY TO ODORBY.
           MOVE  SRSNUM TO ODOSRN.
           ADD   1      TO SRSUSE.
           MOVE  W04-TODAY TO SRSLDT.
           REWRITE RPA178R.
           PERFORM R34.
           MOVE  'Y'    TO P02-STD.
       R3099.
           EXIT.

       R34 SECTION.
      *****************************************************************
      *    Write the 'S' audit row for the entry - the approver of    *
      *    the standing resolution is the user the action is          *
      *    recorded against, the same bump past a time clash as       *
      *    RPA150 R34                                                 *
      *****************************************************************
       R3401.
           MOVE  ODOBNM TO AUDBNM.
           MOVE  ODODAT TO AUDDAT.
           MOVE  ODOSEQ TO AUDSEQ.
           ACCEPT AUDADT FROM DATE.
           ACCEPT AUDATM FROM TIME.
           MOVE  'S'    TO AUDACT.
           MOVE  SRSABY TO AUDUSR.
           MOVE  ODOSEV TO AUDSEV.
           MOVE  SRSNUM TO AUDSRN.
       R3403.
           WRITE RPA108R
                 INVALID KEY
                      ADD  1 TO AUDATM
                      GO TO R3403.
       R3499.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read the next standing resolution - the end of the         *
      *    member and type ends the search                            *
      *****************************************************************
       R8101.
           IF    W01-EOF EQUAL '1'
                 GO TO R8199.
           READ  RPA178 NEXT RECORD
                 AT END
                      MOVE '1' TO W01-EOF
                      GO TO R8199.
           IF    SRSNAM NOT EQUAL ODOBNM
           OR    SRSTYP NOT EQUAL ODOTYP
                 MOVE '1' TO W01-EOF.
       R8199.
           EXIT.
