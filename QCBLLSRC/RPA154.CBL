       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA154.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                                *
      *  Program:   RPA154 - RPA168 installed-level register inquiry  *
      *             and override                                       *
      *                                                                *
      *  Author:    Release Processing Aid support group               *
      *  Date:      April 1997                                         *
      *  Release:   1.0                                                *
      *                                                                *
      *    This program lets a supervisor browse the RPA168           *
      *    installed-level register from a 5250, in the style of      *
      *    RPA162, optionally for one member only.  Each row shows    *
      *    the vendor level the member was last shipped at, the ship  *
      *    date and any override standing against it.                 *
      *                                                                *
      *    RPA160 holds a deck that is not newer than the installed   *
      *    level.  When going back a level is deliberate - a vendor   *
      *    fix withdrawn, a member restored - the supervisor keys     *
      *    that deck level here as an override, confirmed on a        *
      *    second screen and stamped with the signed-on user profile  *
      *    and date.  RPA160 then lets exactly that level through     *
      *    once, and RPA167 clears the override when it ships.  An    *
      *    override can also be withdrawn before it is used.  The     *
      *    level itself is never keyed here - only a shipment moves   *
      *    it.                                                        *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA168  ASSIGN TO DATABASE-RPA168
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LVLKEY.
           SELECT RPA154D ASSIGN TO WORKSTATION-RPA154D.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Installed-level register                                   *
      *****************************************************************
       FD  RPA168
           LABEL RECORDS ARE STANDARD.
       01  RPA168R.
           COPY DDS-ALL-FORMATS OF RPA168.

      *****************************************************************
      *    Supervisor's 5250 inquiry/override display                 *
      *****************************************************************
       FD  RPA154D
           LABEL RECORDS ARE OMITTED.
       01  RPA154DR.
           COPY DDS-ALL-FORMATS OF RPA154D.

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
           03  W04-NEWLVL                    PIC 9(06).
      *        Keyed and installed level with the year windowed at    *
      *        90 into a century digit, the rule RPA121 CHGCEN keys   *
      *        by, so levels either side of 2000 compare the right    *
      *        way round                                              *
           03  W05-NEWCYD.
               05  W05-NEWCEN                PIC 9(01).
               05  W05-NEWDAT                PIC 9(06).
           03  W06-LVLCYD.
               05  W06-LVLCEN                PIC 9(01).
               05  W06-LVLDAT                PIC 9(06).

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
           OPEN  I-O RPA168.
           OPEN  I-O RPA154D.
           MOVE  'N'   TO W01-DONE.
           MOVE  SPACE TO W03-FMBR.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program                                              *
      *****************************************************************
       R9901.
           CLOSE RPA168.
           CLOSE RPA154D.
       R9999.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    Prompt for a member filter - blank browses the register    *
      *****************************************************************
       R2001.
           MOVE  SPACE TO RPA154DR.
           MOVE  'MEMBER FILTER, BLANK FOR ALL' TO D-MSG.
           WRITE RPA154DR.
           READ  RPA154D.
           MOVE  D-FMBR TO W03-FMBR.
       R2099.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Browse loop - one register row at a time                   *
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
           IF    D-OPT EQUAL 'O'
                 PERFORM R33.
           IF    D-OPT EQUAL 'W'
                 PERFORM R34.
           PERFORM R31.
           GO TO R3003.
       R3099.
           EXIT.

       R31 SECTION.
      *****************************************************************
      *    Position to the next row for the filter - the browse       *
      *    wraps to the top of the register after the last row        *
      *****************************************************************
       R3101.
           MOVE  'N' TO W02-FOUND.
       R3103.
           READ  RPA168 NEXT RECORD
                 AT END
                      MOVE 'Y' TO W01-DONE
                      MOVE SPACE TO LVLKEY
                      START RPA168 KEY IS GREATER THAN OR EQUAL
                            LVLKEY
                            INVALID KEY
                                 CONTINUE
                      GO TO R3199.
           IF    W03-FMBR NOT EQUAL SPACE
           AND   W03-FMBR NOT EQUAL LVLNAM
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
           MOVE  SPACE TO RPA154DR.
           IF    W01-IS-DONE
           OR    NOT W02-IS-FOUND
                 MOVE ZERO TO D-LVLDAT
                              D-LVLSHP
                              D-LVLOVD
                              D-LVLODT
                              D-NEWLVL
                 MOVE 'END OF REGISTER - N=TOP X=EXIT' TO D-MSG
                 WRITE RPA154DR
                 READ  RPA154D
                 GO TO R3299.
           MOVE  LVLTYP TO D-TYP.
           MOVE  LVLNAM TO D-NAM.
           MOVE  LVLDAT TO D-LVLDAT.
           MOVE  LVLORG TO D-LVLORG.
           MOVE  LVLSHP TO D-LVLSHP.
           MOVE  LVLOVD TO D-LVLOVD.
           MOVE  LVLOBY TO D-LVLOBY.
           MOVE  LVLODT TO D-LVLODT.
           MOVE  ZERO   TO D-NEWLVL.
           MOVE  'N=NEXT O=OVERRIDE W=WITHDRAW X=EXIT' TO D-MSG.
           WRITE RPA154DR.
           READ  RPA154D.
       R3299.
           EXIT.

       R33 SECTION.
      *****************************************************************
      *    Set an override for the displayed member - the deck level  *
      *    keyed must be a real level no newer than the installed     *
      *    one (a newer deck runs anyway), and the supervisor         *
      *    confirms on a second screen before it is stamped           *
      *****************************************************************
       R3301.
           MOVE  D-NEWLVL TO W04-NEWLVL.
           MOVE  W04-NEWLVL TO W05-NEWDAT.
           IF    W04-NEWLVL LESS 900000
                 MOVE 1 TO W05-NEWCEN
           ELSE
                 MOVE 0 TO W05-NEWCEN.
           MOVE  LVLDAT TO W06-LVLDAT.
           IF    LVLDAT LESS 900000
                 MOVE 1 TO W06-LVLCEN
           ELSE
                 MOVE 0 TO W06-LVLCEN.
           IF    W04-NEWLVL EQUAL ZERO
           OR    LVLDAT EQUAL ZERO
           OR    W05-NEWCYD GREATER W06-LVLCYD
                 MOVE 'LEVEL MUST BE AT OR BELOW INSTALLED' TO D-MSG
                 WRITE RPA154DR
                 READ  RPA154D
                 GO TO R3399.
           MOVE  'C=CONFIRM RE-APPLY, OTHER KEY CANCELS'
                 TO D-MSG.
           WRITE RPA154DR.
           READ  RPA154D.
           IF    D-OPT NOT EQUAL 'C'
                 GO TO R3399.
           MOVE  W04-NEWLVL TO LVLOVD.
           MOVE  D-USRPRF   TO LVLOBY.
           ACCEPT LVLODT FROM DATE.
           REWRITE RPA168R.
       R3399.
           EXIT.

       R34 SECTION.
      *****************************************************************
      *    Withdraw an unused override - only after the supervisor    *
      *    confirms on a second screen                                *
      *****************************************************************
       R3401.
           IF    LVLOVD EQUAL ZERO
                 GO TO R3499.
           MOVE  'C TO CONFIRM WITHDRAW - OTHER KEY KEEPS'
                 TO D-MSG.
           WRITE RPA154DR.
           READ  RPA154D.
           IF    D-OPT NOT EQUAL 'C'
                 GO TO R3499.
           MOVE  ZERO  TO LVLOVD.
           MOVE  SPACE TO LVLOBY.
           MOVE  ZERO  TO LVLODT.
           REWRITE RPA168R.
       R3499.
           EXIT.
