       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA187.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                                *
      *  Program:   RPA187 - Release policy what-if simulation        *
      *                                                                *
      *  Author:    Release Processing Aid support group               *
      *  Date:      April 1997                                         *
      *  Release:   1.0                                                *
      *                                                                *
      *    This program replays the RPA160 release gate over past     *
      *    release history twice - once with the RPA107 policy as it  *
      *    stands and once with the candidate values in RPA186 - so   *
      *    a threshold change can be judged on what it would have     *
      *    done before it goes live.  Every RPA121 row of the         *
      *    caller's date range is one member run: its RPAMES marker   *
      *    count and MODDEL share come from the row, and the open     *
      *    blocking count the gate would have seen is rebuilt from    *
      *    the member's RPA105 entries and their RPA106 archive -     *
      *    a blocking entry raised no later than the run's night,     *
      *    before the member's next run that night, and not yet       *
      *    resolved when the row was written.  The hold entry the     *
      *    gate itself queued that night is left out, so a member     *
      *    is never held by its own hold.  The three limits           *
      *    are applied exactly as RPA160 R46 applies them.            *
      *                                                                *
      *    The report runs per release night and per source type,     *
      *    with both policies' limits at the head of each type.  A    *
      *    run held under either policy is listed with the counters   *
      *    that held it under each; a run only the candidate would    *
      *    hold is marked NEWLY HELD and one only the current policy  *
      *    held NEWLY RELEASED, with the counter that tipped it.      *
      *    Totals follow per type, per night and for the range.       *
      *    The current policy column is the replay of RPA107 today,   *
      *    not the batch's own decision on the night - RPA107 may     *
      *    have changed since, and RPA160 holds for other reasons.    *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA121  ASSIGN TO DATABASE-RPA121
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY RELKEY.
           SELECT RPA105  ASSIGN TO DATABASE-RPA105
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ODOKEY.
           SELECT RPA106  ASSIGN TO DATABASE-RPA106
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ARCKEY.
           SELECT RPA107  ASSIGN TO DATABASE-RPA107
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY POLTYP.
           SELECT RPA186  ASSIGN TO DATABASE-RPA186
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CNDTYP.
           SELECT RPA187S ASSIGN TO SORTWK1.
           SELECT RPA187P ASSIGN TO PRINTER-RPA187P.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Management report counters, one row per member per run     *
      *****************************************************************
       FD  RPA121
           LABEL RECORDS ARE STANDARD.
       01  RPA121R.
           COPY DDS-ALL-FORMATS OF RPA121.

      *****************************************************************
      *    Exception queue and its archive                            *
      *****************************************************************
       FD  RPA105
           LABEL RECORDS ARE STANDARD.
       01  RPA105R.
           COPY DDS-ALL-FORMATS OF RPA105.

       FD  RPA106
           LABEL RECORDS ARE STANDARD.
       01  RPA106R.
           COPY DDS-ALL-FORMATS OF RPA106.

      *****************************************************************
      *    Current and candidate release control policy               *
      *****************************************************************
       FD  RPA107
           LABEL RECORDS ARE STANDARD.
       01  RPA107R.
           COPY DDS-ALL-FORMATS OF RPA107.

       FD  RPA186
           LABEL RECORDS ARE STANDARD.
       01  RPA186R.
           COPY DDS-ALL-FORMATS OF RPA186.

      *****************************************************************
      *    Sort work file - RPA121 rows ordered night/type/member/    *
      *    time                                                       *
      *****************************************************************
       SD  RPA187S.
       01  RPA187SR.
           COPY DDS-ALL-FORMATS OF RPA121.

      *****************************************************************
      *    Printed simulation report                                  *
      *****************************************************************
       FD  RPA187P
           LABEL RECORDS OMITTED.
       01  RPA187PR                         PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  W01-99.
           03  W01-EOF                      PIC X(01).
           03  W02-INGRP                    PIC X(01).
           03  W03-LINE                     PIC S9(03)  COMP-3.
           03  W04-PAGE                     PIC S9(05)  COMP-3.
           03  W05-TYPSAV                   PIC X(03).
           03  W05-CYDSAV                   PIC 9(07).
      *        Window end with the same century window the key uses   *
           03  W06-TOCYD.
               05  W06-TOCEN                PIC 9(01).
               05  W06-TODAT                PIC 9(06).
      *        Text of the hold entry RPA160 R47 queues - the gate's  *
      *        own product, never an input to it on the same night    *
           03  W07-POLTXT                   PIC X(114)  VALUE
               'MEMBER HELD BY RELEASE POLICY - RESOLVE TO SIGN OFF'.

      *****************************************************************
      *    Run totals - per type, per night and for the whole range   *
      *****************************************************************
       01  W10-TYPTOT.
           03  W10-RUNS                     PIC S9(5)   COMP-3.
           03  W10-HLDCUR                   PIC S9(5)   COMP-3.
           03  W10-HLDNEW                   PIC S9(5)   COMP-3.
           03  W10-NEWHLD                   PIC S9(5)   COMP-3.
           03  W10-NEWREL                   PIC S9(5)   COMP-3.

       01  W15-NGTTOT.
           03  W15-RUNS                     PIC S9(5)   COMP-3.
           03  W15-HLDCUR                   PIC S9(5)   COMP-3.
           03  W15-HLDNEW                   PIC S9(5)   COMP-3.
           03  W15-NEWHLD                   PIC S9(5)   COMP-3.
           03  W15-NEWREL                   PIC S9(5)   COMP-3.

       01  W20-GRANDTOTALS.
           03  W20-RUNS                     PIC S9(7)   COMP-3.
           03  W20-HLDCUR                   PIC S9(7)   COMP-3.
           03  W20-HLDNEW                   PIC S9(7)   COMP-3.
           03  W20-NEWHLD                   PIC S9(7)   COMP-3.
           03  W20-NEWREL                   PIC S9(7)   COMP-3.

      *****************************************************************
      *    Gate counters of the run being replayed - the RPAMES       *
      *    markers, the open blocking entries and the MODDEL share    *
      *    of the member's total line activity                        *
      *****************************************************************
       01  W30-COUNTERS.
           03  W30-MES                      PIC S9(6)   COMP-3.
           03  W30-OPENB                    PIC S9(5)   COMP-3.
           03  W30-TOT                      PIC S9(7)   COMP-3.
           03  W30-PCT                      PIC S9(9)   COMP-3.

      *****************************************************************
      *    Policy limits - W61 current, W62 candidate, W60 the one    *
      *    R44 is applying.  W6n-GATE 'N' means no row for the type.  *
      *****************************************************************
       01  W60-POL.
           03  W60-GATE                     PIC X(01).
           03  W60-MXM                      PIC S9(6)   COMP-3.
           03  W60-MXB                      PIC S9(5)   COMP-3.
           03  W60-MXD                      PIC S9(3)   COMP-3.

       01  W61-POL.
           03  W61-GATE                     PIC X(01).
           03  W61-MXM                      PIC S9(6)   COMP-3.
           03  W61-MXB                      PIC S9(5)   COMP-3.
           03  W61-MXD                      PIC S9(3)   COMP-3.

       01  W62-POL.
           03  W62-GATE                     PIC X(01).
           03  W62-MXM                      PIC S9(6)   COMP-3.
           03  W62-MXB                      PIC S9(5)   COMP-3.
           03  W62-MXD                      PIC S9(3)   COMP-3.

      *****************************************************************
      *    Gate outcome - W65 from R44, saved as W66 current and W67  *
      *    candidate.  The text names each counter over its limit.    *
      *****************************************************************
       01  W65-TIPS.
           03  W65-HELD                     PIC X(01).
           03  W65-TIPTXT.
               05  W65-TIPMES               PIC X(07).
               05  W65-TIPBLK               PIC X(06).
               05  W65-TIPDEL               PIC X(04).

       01  W66-TIPS.
           03  W66-HELD                     PIC X(01).
               88  W66-IS-HELD              VALUE 'Y'.
           03  W66-TIPTXT                   PIC X(17).

       01  W67-TIPS.
           03  W67-HELD                     PIC X(01).
               88  W67-IS-HELD              VALUE 'Y'.
           03  W67-TIPTXT                   PIC X(17).

      *****************************************************************
      *    Blocking entry under test, from RPA105 or RPA106, and its  *
      *    raised or resolved date with the century window of RELKEY  *
      *****************************************************************
       01  W70-ENTRY.
           03  W70-DAT                      PIC 9(06).
           03  W70-TIM                      PIC 9(06).
           03  W70-BTX                      PIC X(114).
           03  W70-RES                      PIC X(01).
           03  W70-RDT                      PIC 9(06).
           03  W70-RTM                      PIC 9(06).
           03  W70-CNT                      PIC X(01).
           03  W71-CYD.
               05  W71-CEN                  PIC 9(01).
               05  W71-DAT                  PIC 9(06).

      *****************************************************************
      *    One-row lookahead on the sorted rows - the next run, and   *
      *    the time the member's next run that night wrote its row,   *
      *    999999 when it has none                                    *
      *****************************************************************
       01  W80-LOOK.
           03  W80-EOF                      PIC X(01).
           03  W80-CUTTIM                   PIC 9(06).
       01  W81-NEXT.
           COPY DDS-ALL-FORMATS OF RPA121.
       01  W82-THIS.
           COPY DDS-ALL-FORMATS OF RPA121.

      *****************************************************************
      *    Heading and detail print lines                             *
      *****************************************************************
       01  H1-HEADING.
           03  FILLER                       PIC X(01)   VALUE '1'.
           03  FILLER                       PIC X(20)   VALUE
               'RPA187 - RELEASE POL'.
           03  FILLER                       PIC X(21)   VALUE
               'ICY WHAT-IF   FROM   '.
           03  H1-FRDAT                     PIC 9(06).
           03  FILLER                       PIC X(04)   VALUE ' TO '.
           03  H1-TODAT                     PIC 9(06).
           03  FILLER                       PIC X(03)   VALUE SPACE.
           03  FILLER                       PIC X(06)   VALUE 'PAGE '.
           03  H1-PAGE                      PIC ZZZZ9.
           03  FILLER                       PIC X(60)   VALUE SPACE.

       01  H2-HEADING.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(12)   VALUE
               'MEMBER      '.
           03  FILLER                       PIC X(08)   VALUE
               'TIME    '.
           03  FILLER                       PIC X(08)   VALUE
               'RPAMES  '.
           03  FILLER                       PIC X(07)   VALUE
               'OPENB  '.
           03  FILLER                       PIC X(06)   VALUE
               'DEL%  '.
           03  FILLER                       PIC X(24)   VALUE
               'CURRENT POLICY          '.
           03  FILLER                       PIC X(24)   VALUE
               'CANDIDATE POLICY        '.
           03  FILLER                       PIC X(16)   VALUE
               'CHANGE          '.
           03  FILLER                       PIC X(17)   VALUE
               'TIPPED BY        '.
           03  FILLER                       PIC X(09)   VALUE SPACE.

      *        Night and type heading with both policies' limits      *
       01  D1-GROUP.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(06)   VALUE 'NIGHT '.
           03  D1-NIGHT                     PIC 9(06).
           03  FILLER                       PIC X(07)   VALUE
               '  TYPE '.
           03  D1-MBRTYP                    PIC X(03).
           03  FILLER                       PIC X(11)   VALUE
               '   CURRENT '.
           03  D1-CURPOL.
               05  FILLER                   PIC X(04)   VALUE 'MXM '.
               05  D1-CMXM                  PIC ZZZZZ9.
               05  FILLER                   PIC X(05)   VALUE ' MXB '.
               05  D1-CMXB                  PIC ZZZZ9.
               05  FILLER                   PIC X(05)   VALUE ' MXD '.
               05  D1-CMXD                  PIC ZZ9.
           03  D1-CURTXT REDEFINES D1-CURPOL PIC X(28).
           03  FILLER                       PIC X(13)   VALUE
               '   CANDIDATE '.
           03  D1-NEWPOL.
               05  FILLER                   PIC X(04)   VALUE 'MXM '.
               05  D1-NMXM                  PIC ZZZZZ9.
               05  FILLER                   PIC X(05)   VALUE ' MXB '.
               05  D1-NMXB                  PIC ZZZZ9.
               05  FILLER                   PIC X(05)   VALUE ' MXD '.
               05  D1-NMXD                  PIC ZZ9.
           03  D1-NEWTXT REDEFINES D1-NEWPOL PIC X(28).
           03  FILLER                       PIC X(29)   VALUE SPACE.

      *        One member run held under either policy                *
       01  D2-DETAIL.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D2-MBRNAM                    PIC X(10).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D2-CHGTIM                    PIC 9(06).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D2-RPAMES                    PIC ZZZZZ9.
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D2-OPENB                     PIC ZZZZ9.
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D2-DELPCT                    PIC ZZZ9.
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D2-CURHLD                    PIC X(04).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D2-CURTIP                    PIC X(17).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D2-NEWHLD                    PIC X(04).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D2-NEWTIP                    PIC X(17).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D2-CHANGE                    PIC X(14).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D2-TIPPED                    PIC X(17).
           03  FILLER                       PIC X(09)   VALUE SPACE.

      *        Type, night and range totals                           *
       01  D3-TOTAL.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D3-LABEL                     PIC X(16).
           03  FILLER                       PIC X(05)   VALUE 'RUNS '.
           03  D3-RUNS                      PIC ZZZZZZ9.
           03  FILLER                       PIC X(12)   VALUE
               '   HELD NOW '.
           03  D3-HLDCUR                    PIC ZZZZZZ9.
           03  FILLER                       PIC X(18)   VALUE
               '   HELD CANDIDATE '.
           03  D3-HLDNEW                    PIC ZZZZZZ9.
           03  FILLER                       PIC X(14)   VALUE
               '   NEWLY HELD '.
           03  D3-NEWHLD                    PIC ZZZZZZ9.
           03  FILLER                       PIC X(18)   VALUE
               '   NEWLY RELEASED '.
           03  D3-NEWREL                    PIC ZZZZZZ9.
           03  FILLER                       PIC X(13)   VALUE SPACE.

       LINKAGE SECTION.
      *****************************************************************
      *    Release history range to replay                            *
      *****************************************************************
       01  P01-FRDAT                        PIC 9(06).
       01  P02-TODAT                        PIC 9(06).
      /
       PROCEDURE DIVISION USING P01-FRDAT P02-TODAT.
       R00 SECTION.
      *****************************************************************
      *    Mainline                                                   *
      *****************************************************************
       R0001.
           PERFORM R98.
           SORT RPA187S
                ASCENDING KEY CHGCYD OF RPA187SR
                              MBRTYP OF RPA187SR
                              MBRNAM OF RPA187SR
                              CHGTIM OF RPA187SR
                INPUT  PROCEDURE R20
                OUTPUT PROCEDURE R30.
           PERFORM R99.
       R0099.
           STOP RUN.

       R98 SECTION.
      *****************************************************************
      *    Initialize program                                         *
      *****************************************************************
       R9801.
           OPEN  INPUT   RPA105
                         RPA106
                         RPA107
                         RPA186.
           OPEN  OUTPUT  RPA187P.
           MOVE  ZERO  TO W04-PAGE.
           MOVE  99    TO W03-LINE.
           MOVE  'N'   TO W02-INGRP.
           MOVE  P01-FRDAT TO H1-FRDAT.
           MOVE  P02-TODAT TO H1-TODAT.
           MOVE  ZERO  TO W10-RUNS
                          W10-HLDCUR
                          W10-HLDNEW
                          W10-NEWHLD
                          W10-NEWREL.
           MOVE  ZERO  TO W15-RUNS
                          W15-HLDCUR
                          W15-HLDNEW
                          W15-NEWHLD
                          W15-NEWREL.
           MOVE  ZERO  TO W20-RUNS
                          W20-HLDCUR
                          W20-HLDNEW
                          W20-NEWHLD
                          W20-NEWREL.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program                                              *
      *****************************************************************
       R9901.
           CLOSE RPA105
                 RPA106
                 RPA107
                 RPA186
                 RPA187P.
       R9999.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    Input procedure - select rows in the range, one key range  *
      *    read the way RPA130 R20 reads a release window             *
      *****************************************************************
       R2001.
           OPEN  INPUT RPA121.
           MOVE  ZERO TO W01-EOF.
           MOVE  P01-FRDAT TO CHGDAT OF RPA121R.
           IF    P01-FRDAT LESS 900000
                 MOVE 1 TO CHGCEN OF RPA121R
           ELSE
                 MOVE 0 TO CHGCEN OF RPA121R.
           MOVE  ZERO      TO CHGTIM OF RPA121R.
           MOVE  SPACE     TO MBRNAM OF RPA121R.
           MOVE  SPACE     TO MBRTYP OF RPA121R.
           MOVE  P02-TODAT TO W06-TODAT.
           IF    P02-TODAT LESS 900000
                 MOVE 1 TO W06-TOCEN
           ELSE
                 MOVE 0 TO W06-TOCEN.
           START RPA121 KEY IS GREATER THAN OR EQUAL
                 RELKEY OF RPA121R
                 INVALID KEY
                      MOVE '1' TO W01-EOF.
       R2003.
           IF    W01-EOF EQUAL '1'
                 GO TO R2099.
           READ  RPA121 NEXT RECORD
                 AT END
                      MOVE '1' TO W01-EOF
                      GO TO R2003.
           IF    CHGCYD OF RPA121R GREATER W06-TOCYD
                 GO TO R2099.
           RELEASE RPA187SR FROM RPA121R.
           GO TO R2003.
       R2099.
           CLOSE RPA121.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Output procedure - control break by night and type,        *
      *    replay each run under both policies                        *
      *****************************************************************
       R3001.
           MOVE  ZERO  TO W01-EOF.
           MOVE  ZERO  TO W80-EOF.
           RETURN RPA187S INTO W81-NEXT AT END
                  MOVE '1' TO W80-EOF.
           PERFORM R31.
           IF    W01-EOF EQUAL '1'
                 GO TO R3009.
       R3003.
           IF    W02-INGRP EQUAL 'N'
                 GO TO R3005.
           IF    CHGCYD OF RPA187SR EQUAL W05-CYDSAV
           AND   MBRTYP OF RPA187SR EQUAL W05-TYPSAV
                 GO TO R3007.
           PERFORM R33.
           IF    CHGCYD OF RPA187SR NOT EQUAL W05-CYDSAV
                 PERFORM R34.
       R3005.
           PERFORM R37.
       R3007.
           PERFORM R40.
           PERFORM R31.
           IF    W01-EOF NOT EQUAL '1'
                 GO TO R3003.
           PERFORM R33.
           PERFORM R34.
       R3009.
           PERFORM R38.
       R3099.
           EXIT.

       R31 SECTION.
      *****************************************************************
      *    Return next sorted RPA121 row                               *
      *    The row after it is read ahead into W81-NEXT; when that is *
      *    the same member on the same night its time is the cutoff   *
      *    R46 applies to the entries this run raised                 *
      *****************************************************************
       R3101.
           IF    W80-EOF EQUAL '1'
                 MOVE '1' TO W01-EOF
                 GO TO R3199.
           MOVE  W81-NEXT TO W82-THIS.
           RETURN RPA187S INTO W81-NEXT AT END
                  MOVE '1' TO W80-EOF.
           MOVE  W82-THIS TO RPA187SR.
           MOVE  999999 TO W80-CUTTIM.
           IF    W80-EOF EQUAL '1'
                 GO TO R3199.
           IF    CHGCYD OF W81-NEXT EQUAL CHGCYD OF RPA187SR
           AND   MBRTYP OF W81-NEXT EQUAL MBRTYP OF RPA187SR
           AND   MBRNAM OF W81-NEXT EQUAL MBRNAM OF RPA187SR
                 MOVE CHGTIM OF W81-NEXT TO W80-CUTTIM.
       R3199.
           EXIT.

       R37 SECTION.
      *****************************************************************
      *    Start a night and type - fetch both policies' rows for the *
      *    type and print them as the group heading                   *
      *****************************************************************
       R3701.
           MOVE  'N'    TO W02-INGRP.
           MOVE  CHGCYD OF RPA187SR TO W05-CYDSAV.
           MOVE  MBRTYP OF RPA187SR TO W05-TYPSAV.
           MOVE  MBRTYP OF RPA187SR TO POLTYP.
           READ  RPA107
                 INVALID KEY
                      MOVE 'N' TO W61-GATE
                      GO TO R3705.
           MOVE  'Y'    TO W61-GATE.
           MOVE  POLMXM TO W61-MXM.
           MOVE  POLMXB TO W61-MXB.
           MOVE  POLMXD TO W61-MXD.
       R3705.
           MOVE  MBRTYP OF RPA187SR TO CNDTYP.
           READ  RPA186
                 INVALID KEY
                      MOVE 'N' TO W62-GATE
                      GO TO R3709.
           MOVE  'Y'    TO W62-GATE.
           MOVE  CNDMXM TO W62-MXM.
           MOVE  CNDMXB TO W62-MXB.
           MOVE  CNDMXD TO W62-MXD.
       R3709.
           MOVE  CHGDAT OF RPA187SR TO D1-NIGHT.
           MOVE  MBRTYP OF RPA187SR TO D1-MBRTYP.
           IF    W61-GATE EQUAL 'N'
                 MOVE  'NOT GATED' TO D1-CURTXT
           ELSE
                 MOVE  'MXM '  TO D1-CURTXT
                 MOVE  W61-MXM TO D1-CMXM
                 MOVE  ' MXB ' TO D1-CURTXT (11:5)
                 MOVE  W61-MXB TO D1-CMXB
                 MOVE  ' MXD ' TO D1-CURTXT (21:5)
                 MOVE  W61-MXD TO D1-CMXD.
           IF    W62-GATE EQUAL 'N'
                 MOVE  'NOT GATED' TO D1-NEWTXT
           ELSE
                 MOVE  'MXM '  TO D1-NEWTXT
                 MOVE  W62-MXM TO D1-NMXM
                 MOVE  ' MXB ' TO D1-NEWTXT (11:5)
                 MOVE  W62-MXB TO D1-NMXB
                 MOVE  ' MXD ' TO D1-NEWTXT (21:5)
                 MOVE  W62-MXD TO D1-NMXD.
           IF    W03-LINE GREATER OR EQUAL 56
                 PERFORM R35.
           WRITE RPA187PR FROM D1-GROUP AFTER ADVANCING 2 LINES.
           ADD   2 TO W03-LINE.
           MOVE  'Y'    TO W02-INGRP.
       R3799.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    Replay one member run under the current and the candidate  *
      *    policy, and list it when either would have held it         *
      *****************************************************************
       R4001.
           ADD   1 TO W10-RUNS.
           MOVE  RPAMES OF RPA187SR TO W30-MES.
           PERFORM R42.
      *
      *    Deleted lines as a share of the member's total activity
           ADD   MODINS OF RPA187SR
                 MODDEL OF RPA187SR
                 MODUNC OF RPA187SR GIVING W30-TOT.
           MOVE  ZERO TO W30-PCT.
           IF    W30-TOT GREATER ZERO
                 MULTIPLY MODDEL OF RPA187SR BY 100 GIVING W30-PCT
                 DIVIDE W30-TOT INTO W30-PCT.
      *
           MOVE  W61-POL  TO W60-POL.
           PERFORM R44.
           MOVE  W65-HELD   TO W66-HELD.
           MOVE  W65-TIPTXT TO W66-TIPTXT.
           MOVE  W62-POL  TO W60-POL.
           PERFORM R44.
           MOVE  W65-HELD   TO W67-HELD.
           MOVE  W65-TIPTXT TO W67-TIPTXT.
           IF    NOT W66-IS-HELD
           AND   NOT W67-IS-HELD
                 GO TO R4099.
      *
           MOVE  MBRNAM OF RPA187SR TO D2-MBRNAM.
           MOVE  CHGTIM OF RPA187SR TO D2-CHGTIM.
           MOVE  W30-MES    TO D2-RPAMES.
           MOVE  W30-OPENB  TO D2-OPENB.
           MOVE  W30-PCT    TO D2-DELPCT.
           MOVE  '-'        TO D2-CURHLD.
           MOVE  '-'        TO D2-NEWHLD.
           MOVE  W66-TIPTXT TO D2-CURTIP.
           MOVE  W67-TIPTXT TO D2-NEWTIP.
           MOVE  SPACE      TO D2-CHANGE.
           MOVE  SPACE      TO D2-TIPPED.
           IF    W66-IS-HELD
                 MOVE 'HELD' TO D2-CURHLD
                 ADD  1 TO W10-HLDCUR.
           IF    W67-IS-HELD
                 MOVE 'HELD' TO D2-NEWHLD
                 ADD  1 TO W10-HLDNEW.
           IF    NOT W66-IS-HELD
                 MOVE 'NEWLY HELD' TO D2-CHANGE
                 MOVE W67-TIPTXT   TO D2-TIPPED
                 ADD  1 TO W10-NEWHLD.
           IF    NOT W67-IS-HELD
                 MOVE 'NEWLY RELEASED' TO D2-CHANGE
                 MOVE W66-TIPTXT   TO D2-TIPPED
                 ADD  1 TO W10-NEWREL.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           WRITE RPA187PR FROM D2-DETAIL AFTER ADVANCING 1 LINE.
           ADD   1 TO W03-LINE.
       R4099.
           EXIT.

       R42 SECTION.
      *****************************************************************
      *    Open blocking entries the gate would have counted for the  *
      *    run - the member's live queue and its archive, each one    *
      *    key range, every entry tested by R46                       *
      *****************************************************************
       R4201.
           MOVE  ZERO   TO W30-OPENB.
           MOVE  MBRNAM OF RPA187SR TO ODOBNM.
           MOVE  ZERO   TO ODODAT.
           MOVE  ZERO   TO ODOSEQ.
           START RPA105 KEY IS GREATER THAN OR EQUAL ODOKEY
                 INVALID KEY
                      GO TO R4210.
       R4203.
           READ  RPA105 NEXT RECORD
                 AT END
                      GO TO R4210.
           IF    ODOBNM NOT EQUAL MBRNAM OF RPA187SR
                 GO TO R4210.
           IF    ODOSEV NOT EQUAL 'B'
                 GO TO R4203.
           MOVE  ODODAT TO W70-DAT.
           MOVE  ODOTIM TO W70-TIM.
           MOVE  ODOBTX TO W70-BTX.
           MOVE  ODORES TO W70-RES.
           MOVE  ODORDT TO W70-RDT.
           MOVE  ODORTM TO W70-RTM.
           PERFORM R46.
           IF    W70-CNT EQUAL 'Y'
                 ADD  1 TO W30-OPENB.
           GO TO R4203.
       R4210.
           MOVE  MBRNAM OF RPA187SR TO ARCBNM.
           MOVE  ZERO   TO ARCDAT.
           MOVE  ZERO   TO ARCSEQ.
           START RPA106 KEY IS GREATER THAN OR EQUAL ARCKEY
                 INVALID KEY
                      GO TO R4299.
       R4213.
           READ  RPA106 NEXT RECORD
                 AT END
                      GO TO R4299.
           IF    ARCBNM NOT EQUAL MBRNAM OF RPA187SR
                 GO TO R4299.
           IF    ARCSEV NOT EQUAL 'B'
                 GO TO R4213.
           MOVE  ARCDAT TO W70-DAT.
           MOVE  ARCTIM TO W70-TIM.
           MOVE  ARCBTX TO W70-BTX.
           MOVE  ARCRES TO W70-RES.
           MOVE  ARCRDT TO W70-RDT.
           MOVE  ARCRTM TO W70-RTM.
           PERFORM R46.
           IF    W70-CNT EQUAL 'Y'
                 ADD  1 TO W30-OPENB.
           GO TO R4213.
       R4299.
           EXIT.

       R46 SECTION.
      *****************************************************************
      *    Was the entry in W70 open when the run reached the gate -  *
      *    raised no later than the run's night and, on that night,   *
      *    before the member's next run wrote its row (W80-CUTTIM),   *
      *    other than the hold RPA160 R47 queued that night, and      *
      *    either never resolved or resolved after the RPA121 row     *
      *    was written                                                *
      *****************************************************************
       R4601.
           MOVE  'N'    TO W70-CNT.
           MOVE  W70-DAT TO W71-DAT.
           IF    W70-DAT LESS 900000
                 MOVE 1 TO W71-CEN
           ELSE
                 MOVE 0 TO W71-CEN.
           IF    W71-CYD GREATER CHGCYD OF RPA187SR
                 GO TO R4699.
           IF    W71-CYD EQUAL CHGCYD OF RPA187SR
           AND   W70-TIM NOT LESS W80-CUTTIM
                 GO TO R4699.
           IF    W71-CYD EQUAL CHGCYD OF RPA187SR
           AND   W70-BTX EQUAL W07-POLTXT
                 GO TO R4699.
           IF    W70-RES NOT EQUAL 'R'
                 MOVE 'Y' TO W70-CNT
                 GO TO R4699.
           MOVE  W70-RDT TO W71-DAT.
           IF    W70-RDT LESS 900000
                 MOVE 1 TO W71-CEN
           ELSE
                 MOVE 0 TO W71-CEN.
           IF    W71-CYD LESS CHGCYD OF RPA187SR
                 GO TO R4699.
           IF    W71-CYD EQUAL CHGCYD OF RPA187SR
           AND   W70-RTM NOT GREATER CHGTIM OF RPA187SR
                 GO TO R4699.
           MOVE  'Y'    TO W70-CNT.
       R4699.
           EXIT.

       R44 SECTION.
      *****************************************************************
      *    Apply the limits in W60 to the run's counters the way      *
      *    RPA160 R46 does - no policy row for the type means no gate *
      *****************************************************************
       R4401.
           MOVE  'N'    TO W65-HELD.
           MOVE  SPACE  TO W65-TIPTXT.
           IF    W60-GATE EQUAL 'N'
                 GO TO R4499.
           IF    W30-MES GREATER W60-MXM
                 MOVE 'RPAMES' TO W65-TIPMES
                 MOVE 'Y'      TO W65-HELD.
           IF    W30-OPENB GREATER W60-MXB
                 MOVE 'OPENB'  TO W65-TIPBLK
                 MOVE 'Y'      TO W65-HELD.
           IF    W30-TOT GREATER ZERO
           AND   W30-PCT GREATER W60-MXD
                 MOVE 'DEL%'   TO W65-TIPDEL
                 MOVE 'Y'      TO W65-HELD.
       R4499.
           EXIT.

       R33 SECTION.
      *****************************************************************
      *    Print the type total, carry it into the night total        *
      *****************************************************************
       R3301.
           MOVE  '** TYPE TOTAL'  TO D3-LABEL.
           MOVE  W10-RUNS   TO D3-RUNS.
           MOVE  W10-HLDCUR TO D3-HLDCUR.
           MOVE  W10-HLDNEW TO D3-HLDNEW.
           MOVE  W10-NEWHLD TO D3-NEWHLD.
           MOVE  W10-NEWREL TO D3-NEWREL.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           WRITE RPA187PR FROM D3-TOTAL AFTER ADVANCING 1 LINE.
           ADD   1 TO W03-LINE.
           ADD   W10-RUNS   TO W15-RUNS.
           ADD   W10-HLDCUR TO W15-HLDCUR.
           ADD   W10-HLDNEW TO W15-HLDNEW.
           ADD   W10-NEWHLD TO W15-NEWHLD.
           ADD   W10-NEWREL TO W15-NEWREL.
           MOVE  ZERO TO W10-RUNS
                         W10-HLDCUR
                         W10-HLDNEW
                         W10-NEWHLD
                         W10-NEWREL.
           MOVE  'N'  TO W02-INGRP.
       R3399.
           EXIT.

       R34 SECTION.
      *****************************************************************
      *    Print the night total, carry it into the range total       *
      *****************************************************************
       R3401.
           MOVE  '** NIGHT TOTAL' TO D3-LABEL.
           MOVE  W15-RUNS   TO D3-RUNS.
           MOVE  W15-HLDCUR TO D3-HLDCUR.
           MOVE  W15-HLDNEW TO D3-HLDNEW.
           MOVE  W15-NEWHLD TO D3-NEWHLD.
           MOVE  W15-NEWREL TO D3-NEWREL.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           WRITE RPA187PR FROM D3-TOTAL AFTER ADVANCING 2 LINES.
           ADD   2 TO W03-LINE.
           ADD   W15-RUNS   TO W20-RUNS.
           ADD   W15-HLDCUR TO W20-HLDCUR.
           ADD   W15-HLDNEW TO W20-HLDNEW.
           ADD   W15-NEWHLD TO W20-NEWHLD.
           ADD   W15-NEWREL TO W20-NEWREL.
           MOVE  ZERO TO W15-RUNS
                         W15-HLDCUR
                         W15-HLDNEW
                         W15-NEWHLD
                         W15-NEWREL.
       R3499.
           EXIT.

       R38 SECTION.
      *****************************************************************
      *    Print the range grand total line                           *
      *****************************************************************
       R3801.
           MOVE  '** GRAND TOTAL' TO D3-LABEL.
           MOVE  W20-RUNS   TO D3-RUNS.
           MOVE  W20-HLDCUR TO D3-HLDCUR.
           MOVE  W20-HLDNEW TO D3-HLDNEW.
           MOVE  W20-NEWHLD TO D3-NEWHLD.
           MOVE  W20-NEWREL TO D3-NEWREL.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           WRITE RPA187PR FROM D3-TOTAL AFTER ADVANCING 3 LINES.
           ADD   3 TO W03-LINE.
       R3899.
           EXIT.

       R35 SECTION.
      *****************************************************************
      *    Skip to new page and print headings - inside a night and   *
      *    type its heading is repeated under the column headings     *
      *****************************************************************
       R3501.
           ADD   1 TO W04-PAGE.
           MOVE  W04-PAGE TO H1-PAGE.
           WRITE  RPA187PR FROM H1-HEADING AFTER ADVANCING PAGE.
           WRITE  RPA187PR FROM H2-HEADING AFTER ADVANCING 2 LINES.
           MOVE  4 TO W03-LINE.
           IF    W02-INGRP EQUAL 'Y'
                 WRITE RPA187PR FROM D1-GROUP AFTER ADVANCING 2 LINES
                 ADD   2 TO W03-LINE.
       R3599.
           EXIT.
