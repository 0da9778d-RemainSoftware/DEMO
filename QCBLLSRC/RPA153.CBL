       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA153.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                                *
      *  Program:   RPA153 - RPA126 local-modification inventory      *
      *             inquiry                                            *
      *                                                                *
      *  Author:    Release Processing Aid support group               *
      *  Date:      March 1997                                         *
      *  Release:   1.0                                                *
      *                                                                *
      *    This program lets a planner browse the RPA126 local-       *
      *    modification inventory RPA110 builds, from a 5250 in the   *
      *    style of RPA150, filtered by member and/or type.  Each     *
      *    member shows its summary row - blocks, modified and total  *
      *    lines, last release date - followed by one row per         *
      *    modification block with its type, line count, SEQ113       *
      *    range and origin/date stamps.  Option 'S' on the filter    *
      *    screen lists the summary rows only, which is the quick     *
      *    way to size an upgrade across the whole library.           *
      *    The inventory is read only here - it is rebuilt by         *
      *    rerunning the extract, never patched.                      *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA126  ASSIGN TO DATABASE-RPA126
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY INVKEY.
           SELECT RPA153D ASSIGN TO WORKSTATION-RPA153D.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Local-modification inventory                               *
      *****************************************************************
       FD  RPA126
           LABEL RECORDS ARE STANDARD.
       01  RPA126R.
           COPY DDS-ALL-FORMATS OF RPA126.

      *****************************************************************
      *    Planner's 5250 inquiry display                             *
      *****************************************************************
       FD  RPA153D
           LABEL RECORDS ARE OMITTED.
       01  RPA153DR.
           COPY DDS-ALL-FORMATS OF RPA153D.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  W01-99.
           03  W01-DONE                      PIC X(01).
               88  W01-IS-DONE               VALUE 'Y'.
           03  W02-FOUND                     PIC X(01).
               88  W02-IS-FOUND              VALUE 'Y'.
           03  W03-SUMONLY                   PIC X(01).
               88  W03-SUMMARY-ONLY          VALUE 'Y'.

       01  W10-FILTER.
           03  W10-FMBR                      PIC X(10).
           03  W10-FTYP                      PIC X(03).

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
           OPEN  INPUT RPA126.
           OPEN  I-O   RPA153D.
           MOVE  'N'   TO W01-DONE.
           MOVE  'N'   TO W03-SUMONLY.
           MOVE  SPACE TO W10-FILTER.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program                                              *
      *****************************************************************
       R9901.
           CLOSE RPA126.
           CLOSE RPA153D.
       R9999.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    Prompt for a member/type filter and position the browse -  *
      *    a member filter starts the browse at that member's first   *
      *    row instead of reading the library from the top            *
      *****************************************************************
       R2001.
           MOVE  SPACE TO RPA153DR.
           MOVE  'TYPE/MEMBER FILTER - S=SUMMARY ONLY'
                 TO D-MSG.
           WRITE RPA153DR.
           READ  RPA153D.
           MOVE  D-FMBR TO W10-FMBR.
           MOVE  D-FTYP TO W10-FTYP.
           IF    D-OPT EQUAL 'S'
                 MOVE 'Y' TO W03-SUMONLY.
           MOVE  W10-FMBR TO INVNAM.
           MOVE  SPACE    TO INVTYP.
           MOVE  ZERO     TO INVBLK.
           START RPA126 KEY IS GREATER THAN OR EQUAL INVKEY
                 INVALID KEY
                      MOVE 'Y' TO W01-DONE.
       R2099.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Browse loop - one inventory row at a time                  *
      *****************************************************************
       R3001.
           PERFORM R31.
       R3003.
           IF    W01-IS-DONE
                 GO TO R3099.
           PERFORM R32.
           IF    D-OPT EQUAL 'X'
                 GO TO R3099.
           PERFORM R31.
           GO TO R3003.
       R3099.
           EXIT.

       R31 SECTION.
      *****************************************************************
      *    Position to the next row that matches the filter.  Rows    *
      *    are in member order, so a member filter ends the browse    *
      *    at the first row past that member.                         *
      *****************************************************************
       R3101.
           MOVE  'N' TO W02-FOUND.
           IF    W01-IS-DONE
                 GO TO R3199.
       R3103.
           READ  RPA126 NEXT RECORD
                 AT END
                      MOVE 'Y' TO W01-DONE
                      GO TO R3199.
           IF    W10-FMBR NOT EQUAL SPACE
           AND   W10-FMBR NOT EQUAL INVNAM
                 MOVE 'Y' TO W01-DONE
                 GO TO R3199.
           IF    W10-FTYP NOT EQUAL SPACE
           AND   W10-FTYP NOT EQUAL INVTYP
                 GO TO R3103.
           IF    W03-SUMMARY-ONLY
           AND   NOT INVREC-SUMMARY
                 GO TO R3103.
           MOVE  'Y' TO W02-FOUND.
       R3199.
           EXIT.

       R32 SECTION.
      *****************************************************************
      *    Display one row and read the response                      *
      *****************************************************************
       R3201.
           MOVE  SPACE TO RPA153DR.
           IF    W01-IS-DONE
           OR    NOT W02-IS-FOUND
                 MOVE 'END OF INVENTORY - X TO EXIT' TO D-MSG
                 WRITE RPA153DR
                 READ  RPA153D
                 MOVE  'X' TO D-OPT
                 GO TO R3299.
           MOVE  INVNAM        TO D-INVNAM.
           MOVE  INVTYP        TO D-INVTYP.
           MOVE  INVBLK        TO D-INVBLK.
           MOVE  INVREC        TO D-INVREC.
           IF    INVREC-SUMMARY
                 GO TO R3210.
           MOVE  INVBTP        TO D-INVBTP.
           MOVE  INVLIN        TO D-INVLIN.
           MOVE  INVFSQ        TO D-INVFSQ.
           MOVE  INVLSQ        TO D-INVLSQ.
           MOVE  INVFOR        TO D-INVFOR.
           MOVE  INVFDT        TO D-INVFDT.
           MOVE  INVLOR        TO D-INVLOR.
           MOVE  INVLDT        TO D-INVLDT.
           MOVE  ZERO          TO D-INVBCT
                                  D-INVMLN
                                  D-INVTLN
                                  D-INVLRD
                                  D-INVXDT.
           GO TO R3220.
       R3210.
           MOVE  ZERO          TO D-INVLIN.
           MOVE  INVBCT        TO D-INVBCT.
           MOVE  INVMLN        TO D-INVMLN.
           MOVE  INVTLN        TO D-INVTLN.
           MOVE  INVLRD        TO D-INVLRD.
           MOVE  INVXDT        TO D-INVXDT.
       R3220.
           MOVE  'N=NEXT  X=EXIT' TO D-MSG.
           WRITE RPA153DR.
           READ  RPA153D.
       R3299.
           EXIT.
