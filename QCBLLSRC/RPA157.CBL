       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA157.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                                *
      *  Program:   RPA157 - RPA178 standing resolution inquiry and   *
      *             maintenance                                        *
      *                                                                *
      *  Author:    Release Processing Aid support group               *
      *  Date:      April 1997                                         *
      *  Release:   1.0                                                *
      *                                                                *
      *    This program lets a reviewer browse the RPA178 standing    *
      *    resolutions from a 5250, in the style of RPA154,           *
      *    optionally for one member only.  Each row shows the        *
      *    exception it answers for, the line it is about, the        *
      *    reason, who approved it and when it expires, the second    *
      *    sign-off and how often RPA179 has applied it.              *
      *                                                                *
      *    The rows themselves are made in RPA150 from a queued       *
      *    entry.  Here a reviewer can move the expiry date, give     *
      *    the second sign-off a row made from a blocking entry       *
      *    needs before it resolves anything - never from the         *
      *    approver of the row - or withdraw the row altogether.      *
      *    Every change is confirmed on a second screen.              *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA178  ASSIGN TO DATABASE-RPA178
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY SRSKEY.
           SELECT RPA157D ASSIGN TO WORKSTATION-RPA157D.
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
      *    Reviewer's 5250 inquiry/maintenance display                *
      *****************************************************************
       FD  RPA157D
           LABEL RECORDS ARE OMITTED.
       01  RPA157DR.
           COPY DDS-ALL-FORMATS OF RPA157D.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  W01-99.
           03  W01-DONE                      PIC X(01).
               88  W01-IS-DONE               VALUE 'Y'.
           03  W02-FOUND                     PIC X(01).
               88  W02-IS-FOUND              VALUE 'Y'.
           03  W03-FMBR                      PIC X(10).
           03  W04-NEWEXP                    PIC 9(06).
           03  W05-TODAY                     PIC 9(06).
      *        Expiry under test and today with the year windowed at  *
      *        90 into a century digit, the rule RPA121 CHGCEN keys   *
      *        by, so expiries past 2000 compare the right way round  *
           03  W06-EXPCYD.
               05  W06-EXPCEN                PIC 9(01).
               05  W06-EXPDAT                PIC 9(06).
           03  W07-TODCYD.
               05  W07-TODCEN                PIC 9(01).
               05  W07-TODDAT                PIC 9(06).

       LINKAGE SECTION.
      /
       PROCEDURE DIVISION.
       R00 SECTION.
      *****************************************************************
      *    Mainline                                                   *
      *****************************************************************
       R0001.
           PERFORM R98.
           PERFORM R20.
           PERFORM R30.
           PERFORM R99.
       R0099.
           STOP RUN.

       R98 SECTION.
      *****************************************************************
      *    Initialize program                                         *
      *****************************************************************
       R9801.
           OPEN  I-O RPA178.
           OPEN  I-O RPA157D.
           MOVE  'N'   TO W01-DONE.
           MOVE  SPACE TO W03-FMBR.
           ACCEPT W05-TODAY FROM DATE.
           MOVE  W05-TODAY TO W07-TODDAT.
           IF    W05-TODAY LESS 900000
                 MOVE 1 TO W07-TODCEN
           ELSE
                 MOVE 0 TO W07-TODCEN.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program                                              *
      *****************************************************************
       R9901.
           CLOSE RPA178.
           CLOSE RPA157D.
       R9999.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    Prompt for a member filter - blank browses every row       *
      *****************************************************************
       R2001.
           MOVE  SPACE TO RPA157DR.
           MOVE  'MEMBER FILTER, BLANK FOR ALL' TO D-MSG.
           WRITE RPA157DR.
           READ  RPA157D.
           MOVE  D-FMBR TO W03-FMBR.
       R2099.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Browse loop - one standing resolution at a time            *
      *****************************************************************
       R3001.
           PERFORM R31.
       R3003.
           PERFORM R32.
           IF    D-OPT EQUAL 'X'
                 GO TO R3099.
           IF    W01-IS-DONE
           OR    NOT W02-IS-FOUND
                 PERFORM R31
                 GO TO R3003.
           IF    D-OPT EQUAL 'E'
                 PERFORM R33.
           IF    D-OPT EQUAL 'S'
                 PERFORM R34.
           IF    D-OPT EQUAL 'W'
                 PERFORM R36.
           PERFORM R31.
           GO TO R3003.
       R3099.
           EXIT.

       R31 SECTION.
      *****************************************************************
      *    Position to the next row for the filter - the browse       *
      *    wraps to the top of the file after the last row            *
      *****************************************************************
       R3101.
           MOVE  'N' TO W02-FOUND.
       R3103.
           READ  RPA178 NEXT RECORD
                 AT END
                      MOVE 'Y' TO W01-DONE
                      MOVE SPACE TO SRSNAM
                                    SRSTYP
                      MOVE ZERO  TO SRSNUM
                      START RPA178 KEY IS GREATER THAN OR EQUAL
                            SRSKEY
                            INVALID KEY
                                 CONTINUE
                      GO TO R3199.
           IF    W03-FMBR NOT EQUAL SPACE
           AND   W03-FMBR NOT EQUAL SRSNAM
                 GO TO R3103.
           MOVE  'N' TO W01-DONE.
           MOVE  'Y' TO W02-FOUND.
       R3199.
           EXIT.

       R32 SECTION.
      *****************************************************************
      *    Display one row and read the response                      *
      *****************************************************************
       R3201.
           MOVE  SPACE TO RPA157DR.
           IF    W01-IS-DONE
           OR    NOT W02-IS-FOUND
                 MOVE ZERO TO D-NUM
                              D-ADT
                              D-EXP
                              D-SDT
                              D-USE
                              D-LDT
                              D-NEWEXP
                 MOVE 'END OF FILE - N=TOP X=EXIT' TO D-MSG
                 WRITE RPA157DR
                 READ  RPA157D
                 GO TO R3299.
           MOVE  SRSTYP         TO D-TYP.
           MOVE  SRSNAM         TO D-NAM.
           MOVE  SRSNUM         TO D-NUM.
           MOVE  SRSSEV         TO D-SEV.
           MOVE  SRSBTX (1:60)  TO D-BTX.
           MOVE  SRSLIN (1:60)  TO D-LIN.
           MOVE  SRSRSN         TO D-RSN.
           MOVE  SRSABY         TO D-ABY.
           MOVE  SRSADT         TO D-ADT.
           MOVE  SRSEXP         TO D-EXP.
           MOVE  SRSSBY         TO D-SBY.
           MOVE  SRSSDT         TO D-SDT.
           MOVE  SRSUSE         TO D-USE.
           MOVE  SRSLDT         TO D-LDT.
           MOVE  ZERO           TO D-NEWEXP.
           MOVE  'N=NEXT E=EXPIRY S=SIGN OFF W=WITHDRAW' TO D-MSG.
           MOVE  SRSEXP TO W06-EXPDAT.
           PERFORM R60.
           IF    SRSEXP NOT EQUAL ZERO
           AND   W06-EXPCYD LESS W07-TODCYD
                 MOVE 'EXPIRED - E=EXPIRY W=WITHDRAW X=EXIT' TO D-MSG.
           WRITE RPA157DR.
           READ  RPA157D.
       R3299.
           EXIT.

       R33 SECTION.
      *****************************************************************
      *    Move the expiry date of the displayed row - the new date   *
      *    must lie after today, and the reviewer confirms on a       *
      *    second screen before it is stamped                         *
      *****************************************************************
       R3301.
           MOVE  D-NEWEXP TO W04-NEWEXP.
           MOVE  W04-NEWEXP TO W06-EXPDAT.
           PERFORM R60.
           IF    W04-NEWEXP EQUAL ZERO
           OR    W06-EXPCYD NOT GREATER W07-TODCYD
                 MOVE 'NEW EXPIRY MUST BE AFTER TODAY' TO D-MSG
                 WRITE RPA157DR
                 READ  RPA157D
                 GO TO R3399.
           MOVE  'C=CONFIRM NEW EXPIRY, OTHER KEY CANCELS'
                 TO D-MSG.
           WRITE RPA157DR.
           READ  RPA157D.
           IF    D-OPT NOT EQUAL 'C'
                 GO TO R3399.
           MOVE  W04-NEWEXP TO SRSEXP.
           REWRITE RPA178R.
       R3399.
           EXIT.

       R34 SECTION.
      *****************************************************************
      *    Give the second sign-off - only once per row, and never    *
      *    by the reviewer who approved it                            *
      *****************************************************************
       R3401.
           IF    SRSSBY NOT EQUAL SPACE
                 MOVE 'ROW IS ALREADY SIGNED OFF' TO D-MSG
                 WRITE RPA157DR
                 READ  RPA157D
                 GO TO R3499.
           IF    D-USRPRF EQUAL SRSABY
                 MOVE 'APPROVER MAY NOT GIVE SECOND SIGN-OFF' TO D-MSG
                 WRITE RPA157DR
                 READ  RPA157D
                 GO TO R3499.
           MOVE  'C=CONFIRM SIGN-OFF, OTHER KEY CANCELS'
                 TO D-MSG.
           WRITE RPA157DR.
           READ  RPA157D.
           IF    D-OPT NOT EQUAL 'C'
                 GO TO R3499.
           MOVE  D-USRPRF  TO SRSSBY.
           MOVE  W05-TODAY TO SRSSDT.
           REWRITE RPA178R.
       R3499.
           EXIT.

       R36 SECTION.
      *****************************************************************
      *    Withdraw the row - only after the reviewer confirms on a   *
      *    second screen.  Entries it resolved keep their ODOSRN and  *
      *    their RPA108 rows, so RPA158 still reports them.           *
      *****************************************************************
       R3601.
           MOVE  'C TO CONFIRM WITHDRAW - OTHER KEY KEEPS'
                 TO D-MSG.
           WRITE RPA157DR.
           READ  RPA157D.
           IF    D-OPT NOT EQUAL 'C'
                 GO TO R3699.
           DELETE RPA178 RECORD.
       R3699.
           EXIT.

       R60 SECTION.
      *****************************************************************
      *    Window the expiry in W06-EXPDAT at 90 into its century     *
      *    digit, the same rule as RPA130 R20                         *
      *****************************************************************
       R6001.
           IF    W06-EXPDAT LESS 900000
                 MOVE 1 TO W06-EXPCEN
           ELSE
                 MOVE 0 TO W06-EXPCEN.
       R6099.
           EXIT.
