      *    every dependent in the list is held with a blocking         *
      *    RPA105 entry naming it, instead of shipping a mismatched    *
      *    set.                                                        *
      *    Before RPA114 sees a deck, its vendor level (the latest     *
      *    DAT115 on its change lines) is checked against the RPA168   *
      *    installed-level register: a deck that is not newer than     *
      *    the level last shipped is held with a blocking RPA105       *
      *    entry, unless a supervisor set an RPA154 override to        *
      *    re-apply exactly that level - a re-staged old deck would    *
      *    otherwise merge cleanly and ship a silent regression.       *
      *    The library source the deck would merge over is then        *
      *    checked by RPA181 against the image RPA167 last shipped:    *
      *    a member changed in the library outside the chain is held   *
      *    the same way, with its drift listed on RPA181P, until a     *
      *    reviewer accepts the drift.                                 *
      *    A member registered on RPA109 to another active run is      *
      *    held, not raced.                                            *
      *                                                                *
      *    The stream parameter splits the night.  Stream 00 runs      *
      *    every approved entry and writes RPA166 itself, as the       *
      *    batch always did.  Stream nn runs only the entries RPA169   *
      *    assigned to stream nn - members tied by RPA163 always       *
      *    share a stream, so prerequisite order still holds within    *
      *    it - and writes its partial manifest and its status lines   *
      *    to its own key range of RPA175, for RPA174 to consolidate   *
      *    into the one RPA166 and RPA165P once every stream is done.  *
      *                                                                *
      *    Every chain step run for a member leaves a row on the       *
      *    RPA176 run statistics file - when it started and ended, the *
      *    member's RPA113, RPA115 and RPA117 line counts and the step *
      *    result - for RPA177 to report on and to forecast the batch  *
      *    window from.                                                *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY RELKEY.
           SELECT RPA113  ASSIGN TO DATABASE-RPA113.
           SELECT RPA117  ASSIGN TO DATABASE-RPA117.
           SELECT RPA115  ASSIGN TO DATABASE-RPA115.
           SELECT RPA168  ASSIGN TO DATABASE-RPA168
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LVLKEY.
           SELECT RPA105  ASSIGN TO DATABASE-RPA105
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  ACCESS DYNAMIC
                  RECORD KEY DEPKEY.
           SELECT RPA166  ASSIGN TO DATABASE-RPA166.
           SELECT RPA109  ASSIGN TO DATABASE-RPA109
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY RUNKEY.
           SELECT RPA175  ASSIGN TO DATABASE-RPA175
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY STRKEY.
           SELECT RPA176  ASSIGN TO DATABASE-RPA176
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY STAKEY.
           SELECT RPA165P ASSIGN TO PRINTER-RPA165P.
       DATA DIVISION.
       FILE SECTION.
       01  RPA121R.
           COPY DDS-ALL-FORMATS OF RPA121.

      *****************************************************************
      *    Current library source - reopened per member only to       *
      *    count its lines for the run statistics                     *
      *****************************************************************
       FD  RPA113
           LABEL RECORDS ARE STANDARD.
       01  RPA113R.
           03  SEQ113                        PIC X(06).
           03  CHG113                        PIC X(01).
           03  BLK113                        PIC X(01).
           03  DTA113                        PIC X(114).
           03  KEY113                        PIC X(80).
           03  ORG113                        PIC X(06).
           03  DAT113                        PIC X(06).
           03  REF113                        PIC X(06).

      *****************************************************************
      *    New release source file produced by RPA118B - reopened     *
      *    per member only to count its lines for the manifest        *
           03  ORG117                        PIC X(06).
           03  DAT117                        PIC X(06).
           03  REF117                        PIC X(06).
           03  SRC117                        PIC X(06).

      *****************************************************************
      *    Modification deck - reopened per member only to find its   *
      *    vendor level before RPA114 is called                       *
      *****************************************************************
       FD  RPA115
           LABEL RECORDS ARE STANDARD.
       01  RPA115R.
           03  SEQ115                        PIC X(06).
           03  CHG115                        PIC X(01).
           03  BLK115                        PIC X(01).
           03  DTA115                        PIC X(114).
           03  KEY115                        PIC X(80).
           03  ORG115                        PIC X(06).
           03  DAT115                        PIC X(06).
           03  REF115                        PIC X(06).

      *****************************************************************
      *    Installed-level register - read only, the level each       *
      *    member was last shipped at                                 *
      *****************************************************************
       FD  RPA168
           LABEL RECORDS ARE STANDARD.
       01  RPA168R.
           COPY DDS-ALL-FORMATS OF RPA168.

      *****************************************************************
      *    Manual check / exception queue - read only, to count the   *
       01  RPA166R.
           COPY DDS-ALL-FORMATS OF RPA166.

      *****************************************************************
      *    Active-run registry - read only, so a member another run   *
      *    has registered is held instead of raced                    *
      *****************************************************************
       FD  RPA109
           LABEL RECORDS ARE STANDARD.
       01  RPA109R.
           COPY DDS-ALL-FORMATS OF RPA109.

      *****************************************************************
      *    Release stream work file - this stream's partial manifest  *
      *    and status lines, when running as one stream of a split    *
      *    batch                                                      *
      *****************************************************************
       FD  RPA175
           LABEL RECORDS ARE STANDARD.
       01  RPA175R.
           COPY DDS-ALL-FORMATS OF RPA175.

      *****************************************************************
      *    Release chain run statistics - one row per chain step run  *
      *    per member, kept across batches                            *
      *****************************************************************
       FD  RPA176
           LABEL RECORDS ARE STANDARD.
       01  RPA176R.
           COPY DDS-ALL-FORMATS OF RPA176.

      *****************************************************************
      *    Consolidated end-of-job status report                      *
      *****************************************************************
               88  W19-RECON-BAD            VALUE '1'.
           03  W21-CHKST                    PIC X(01).
               88  W21-CHECK-BAD            VALUE '1'.
           03  W22-EOF115                   PIC X(01).
           03  W23-EOF113                   PIC X(01).
      *        Dependency-pass state - did this pass run anything,    *
      *        did it defer anything, and what did R28 decide for     *
      *        the entry in hand ('R' ready, 'W' wait, 'H' hold)      *
       01  W55-SAVE.
           03  W55-TYP                      PIC X(03).
           03  W55-NAM                      PIC X(10).
           03  W55-REST                     PIC X(107).

      *****************************************************************
      *    Vendor level of the deck in hand - the latest DAT115 on    *
      *    its change lines and that line's ORG115 fix id - and what  *
      *    R39 made of it against the installed-level register, and   *
      *    what RPA181 found comparing the library source with the    *
      *    last shipped image                                         *
      *****************************************************************
       01  W60-LEVEL.
           03  W60-DECKDAT                  PIC 9(06).
           03  W60-DECKORG                  PIC X(06).
           03  W61-LVLHLD                   PIC X(01).
               88  W61-DOWNLEVEL            VALUE 'Y'.
           03  W62-DRFST                    PIC X(01).
               88  W62-DRIFTED              VALUE '1'.
      *        Two level dates put in order by R63 - the year is      *
      *        windowed at 90 into a century digit, the rule RPA121   *
      *        CHGCEN keys by, so levels either side of 2000 compare  *
      *        the right way round                                    *
           03  W63-CYDA.
               05  W63-CENA                 PIC 9(01).
               05  W63-DATA                 PIC 9(06).
           03  W63-CYDB.
               05  W63-CENB                 PIC 9(01).
               05  W63-DATB                 PIC 9(06).

      *****************************************************************
      *    Stream work - the status line being passed to RPA175, the  *
      *    stream's row sequence, and whether RPA109 has the member   *
      *    in hand registered to another run                          *
      *****************************************************************
       01  W70-STREAM.
           03  W70-PRTLIN                   PIC X(132).
           03  W71-STRSEQ                   PIC 9(07).
           03  W72-BUSY                     PIC X(01).
               88  W72-IS-BUSY              VALUE 'Y'.

      *****************************************************************
      *    Run statistics - the batch this job is (its start date,    *
      *    time and stream), the member's RPA113 and RPA115 line      *
      *    counts, and when each chain step of the member in hand     *
      *    started and ended, in the W40-STEPS order                  *
      *****************************************************************
       01  W80-STATS.
           03  W80-BATDAT                   PIC 9(06).
           03  W80-BATCEN                   PIC 9(01).
           03  W80-BATTIM                   PIC 9(08).
           03  W81-L13                      PIC S9(7)   COMP-3.
           03  W81-L15                      PIC S9(7)   COMP-3.
           03  W82-STEP                     OCCURS 6.
               05  W82-BEG                  PIC 9(08).
               05  W82-END                  PIC 9(08).
           03  W83-S                        PIC S9(3)   COMP-3.
           03  W84-TIME                     PIC 9(08).
           03  W84-TIMER REDEFINES W84-TIME.
               05  W84-HH                   PIC 9(02).
               05  W84-MM                   PIC 9(02).
               05  W84-SS                   PIC 9(02).
               05  W84-HS                   PIC 9(02).
           03  W85-BEGH                     PIC S9(9)   COMP-3.
           03  W85-ENDH                     PIC S9(9)   COMP-3.

       01  W86-NAMES.
           03  FILLER                       PIC X(18)   VALUE
               'VALMRGRECRSQCHKLST'.
       01  W86-NAMESR REDEFINES W86-NAMES.
           03  W86-NAME                     PIC X(03)   OCCURS 6.

      *****************************************************************
      *    Per-step chain status for the member in hand - 'P' step    *
           03  W40-RSQ                      PIC X(01).
           03  W40-CHK                      PIC X(01).
           03  W40-LST                      PIC X(01).
       01  W40-STEPSR REDEFINES W40-STEPS.
           03  W40-STEP                     PIC X(01)   OCCURS 6.

      *****************************************************************
      *    MODDEL share work fields - deleted lines as a percentage   *
           03  W30-TOT                      PIC S9(7)   COMP-3.
           03  W30-PCT                      PIC S9(9)   COMP-3.

      *****************************************************************
      *    Key of the RPA121 row RPA118B wrote for the member         *
      *****************************************************************
       01  W09-RELKEY                       PIC X(26).

       01  W10-SAVE.
           03  W10-MBRNAM                   PIC X(10).
           03  W10-MBRTYP                   PIC X(03).
               '** HELD - STRUCTURE CHECK FAILED - SEE RPA125P  **'.
           03  FILLER                       PIC X(65)   VALUE SPACE.

       01  D9-LEVEL.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D9-MBRNAM                    PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D9-MBRTYP                    PIC X(03).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  FILLER                       PIC X(21)   VALUE
               '** HELD - DECK LEVEL '.
           03  D9-DECK                      PIC 9(06).
           03  FILLER                       PIC X(22)   VALUE
               ' NOT ABOVE INSTALLED  '.
           03  D9-INST                      PIC 9(06).
           03  FILLER                       PIC X(03)   VALUE ' **'.
           03  FILLER                       PIC X(57)   VALUE SPACE.

       01  D10-DRIFT.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D10-MBRNAM                   PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D10-MBRTYP                   PIC X(03).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  FILLER                       PIC X(34)   VALUE
               '** HELD - LIBRARY SOURCE DRIFTED F'.
           03  FILLER                       PIC X(34)   VALUE
               'ROM SHIPPED IMAGE - SEE RPA181P **'.
           03  FILLER                       PIC X(47)   VALUE SPACE.

       01  D2-RELEVEL.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D2-MBRNAM                    PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D2-MBRTYP                    PIC X(03).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  FILLER                       PIC X(09)   VALUE
               '** LEVEL '.
           03  D2-DECK                      PIC 9(06).
           03  FILLER                       PIC X(30)   VALUE
               ' RE-APPLIED UNDER OVERRIDE BY '.
           03  D2-OBY                       PIC X(10).
           03  FILLER                       PIC X(03)   VALUE ' **'.
           03  FILLER                       PIC X(57)   VALUE SPACE.

       01  D0-BUSY.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D0-MBRNAM                    PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D0-MBRTYP                    PIC X(03).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  FILLER                       PIC X(35)   VALUE
               '** HELD - REGISTERED TO ACTIVE RUN '.
           03  D0-RUNPGM                    PIC X(10).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D0-RUNFUN                    PIC X(10).
           03  FILLER                       PIC X(03)   VALUE ' **'.
           03  FILLER                       PIC X(56)   VALUE SPACE.

       01  D4-SKIPPED.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D4-MBRNAM                    PIC X(10).
           03  FILLER                       PIC X(52)   VALUE SPACE.

       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields - P01-STREAM is the stream this job runs, *
      *    00 for the whole approved list in one job                  *
      *****************************************************************
       01  P01-STREAM                        PIC 9(02).
      /
       PROCEDURE DIVISION USING P01-STREAM.
       R00 SECTION.
      *****************************************************************
      *    Mainline                                                   *
           OPEN  I-O    RPA105.
           OPEN  INPUT  RPA107.
           OPEN  INPUT  RPA163.
           OPEN  INPUT  RPA168.
           OPEN  INPUT  RPA109.
           OPEN  I-O    RPA176.
           IF    P01-STREAM EQUAL ZERO
                 OPEN  OUTPUT RPA166
           ELSE
                 OPEN  I-O    RPA175
                 PERFORM R54.
           OPEN  OUTPUT RPA165P.
           MOVE  ZERO  TO W04-PAGE.
           MOVE  ZERO  TO W20-PTFINS
                          W20-TOTLIN.
           MOVE  SPACE TO W11-PREV.
           MOVE  'N'   TO W53-FINAL.
           ACCEPT W80-BATDAT FROM DATE.
           IF    W80-BATDAT LESS 900000
                 MOVE 1 TO W80-BATCEN
           ELSE
                 MOVE 0 TO W80-BATCEN.
           ACCEPT W80-BATTIM FROM TIME.
       R9899.
           EXIT.

           CLOSE RPA105.
           CLOSE RPA107.
           CLOSE RPA163.
           CLOSE RPA168.
           CLOSE RPA109.
           CLOSE RPA176.
           IF    P01-STREAM EQUAL ZERO
                 CLOSE RPA166
           ELSE
                 CLOSE RPA175.
           CLOSE RPA165P.
       R9999.
           EXIT.
                 GO TO R2403.
           IF    DRVRST EQUAL SPACE
                 GO TO R2403.
           IF    P01-STREAM NOT EQUAL ZERO
           AND   DRVSTR NOT EQUAL P01-STREAM
                 GO TO R2403.
           MOVE  DRVRDT TO W10-CHGDAT.
           MOVE  DRVRTM TO W10-CHGTIM.
           MOVE  DRVLIN TO W13-LINCNT.
           MOVE  DRVSTP TO W40-STEPS.
           MOVE  DRVLVD TO W60-DECKDAT.
           MOVE  DRVLVO TO W60-DECKORG.
           IF    DRVRST EQUAL 'F'
                 MOVE 'N' TO W02-MATCH
                 MOVE 'N' TO W16-HELD
           MOVE  DRVNAM TO D8-MBRNAM.
           MOVE  DRVTYP TO D8-MBRTYP.
           WRITE RPA165PR FROM D8-CARRIED AFTER ADVANCING 1 LINE.
           MOVE  D8-CARRIED TO W70-PRTLIN.
           PERFORM R52.
           ADD   1 TO W03-LINE.
           GO TO R2403.
       R2499.
                 PERFORM R27
                 MOVE 'Y' TO W50-PROGRESS
                 GO TO R2907.
           PERFORM R51.
           IF    W72-IS-BUSY
                 PERFORM R25
                 MOVE 'Y' TO W50-PROGRESS
                 GO TO R2907.
           PERFORM R30.
           PERFORM R58.
           PERFORM R26.
           PERFORM R31.
           MOVE  'Y' TO W50-PROGRESS.
           MOVE  DRVTYP     TO D7-MBRTYP.
           MOVE  W51-PRQNAM TO D7-PRQNAM.
           WRITE RPA165PR FROM D7-DEPHELD AFTER ADVANCING 1 LINE.
           MOVE  D7-DEPHELD TO W70-PRTLIN.
           PERFORM R52.
           ADD   1 TO W03-LINE.
           PERFORM R48.
           MOVE  ALL '-' TO W40-STEPS.
           MOVE  ZERO    TO W10-CHGDAT
                            W10-CHGTIM
                            W13-LINCNT
                            W60-DECKDAT.
           MOVE  SPACE   TO W60-DECKORG.
           MOVE  'Y'     TO W02-MATCH.
           MOVE  'Y'     TO W16-HELD.
           PERFORM R43.
      *    rejects would only merge garbage into RPA117 and fill       *
      *    RPA105 with self-inflicted noise, so the member is          *
      *    reported as skipped and the batch moves on                  *
      *    Ahead of validation the deck's vendor level is checked -    *
      *    a deck no newer than the installed level is held by R39     *
      *    without running any of the chain, and so is a member whose  *
      *    library source drifted from its last shipped image (R59)    *
      *****************************************************************
       R3001.
           MOVE  ALL '-' TO W40-STEPS.
           MOVE  '0'     TO W21-CHKST.
           PERFORM R37.
           PERFORM R39.
           IF    W61-DOWNLEVEL
                 GO TO R3099.
           PERFORM R59.
           IF    W62-DRIFTED
                 GO TO R3099.
           PERFORM R57.
           ACCEPT W82-BEG (1) FROM TIME.
           CALL 'RPA114'  USING DRVTYP DRVNAM W12-STAT.
           ACCEPT W82-END (1) FROM TIME.
           IF    W12-DECK-BAD
                 MOVE  'F'  TO W40-VAL
                 PERFORM R33
                 PERFORM R44
                 GO TO R3099.
           MOVE  'P' TO W40-VAL.
           ACCEPT W82-BEG (2) FROM TIME.
           MOVE  LOW-VALUE TO W09-RELKEY.
           CALL 'RPA118B' USING DRVTYP DRVNAM DRVTXT W11-PREV
                                W09-RELKEY.
           ACCEPT W82-END (2) FROM TIME.
           PERFORM R40.
           IF    W02-IS-MATCH
                 MOVE 'P' TO W40-MRG
           MOVE  DRVNAM TO D6-MBRNAM.
           MOVE  DRVTYP TO D6-MBRTYP.
           WRITE RPA165PR FROM D6-CHKHELD AFTER ADVANCING 1 LINE.
           MOVE  D6-CHKHELD TO W70-PRTLIN.
           PERFORM R52.
           ADD   1 TO W03-LINE.
       R3899.
           EXIT.
      *    listing precisely when reconciliation complains.          *
      *****************************************************************
       R3601.
           ACCEPT W82-BEG (3) FROM TIME.
           CALL 'RPA140' USING DRVTYP DRVNAM W19-RECST.
           ACCEPT W82-END (3) FROM TIME.
           IF    W19-RECON-BAD
                 MOVE 'F' TO W40-REC
           ELSE
                 MOVE 'P' TO W40-REC.
           ACCEPT W82-BEG (4) FROM TIME.
           CALL 'RPA122' USING DRVTYP DRVNAM.
           ACCEPT W82-END (4) FROM TIME.
           MOVE  'P' TO W40-RSQ.
           ACCEPT W82-BEG (5) FROM TIME.
           CALL 'RPA125' USING DRVTYP DRVNAM W21-CHKST.
           ACCEPT W82-END (5) FROM TIME.
           IF    W21-CHECK-BAD
                 MOVE 'F' TO W40-CHK
           ELSE
                 MOVE 'P' TO W40-CHK.
           ACCEPT W82-BEG (6) FROM TIME.
           CALL 'RPA145' USING DRVTYP DRVNAM.
           ACCEPT W82-END (6) FROM TIME.
           MOVE  'P' TO W40-LST.
       R3699.
           EXIT.
           MOVE  DRVNAM TO D4-MBRNAM.
           MOVE  DRVTYP TO D4-MBRTYP.
           WRITE RPA165PR FROM D4-SKIPPED AFTER ADVANCING 1 LINE.
           MOVE  D4-SKIPPED TO W70-PRTLIN.
           PERFORM R52.
           ADD   1 TO W03-LINE.
       R3399.
           EXIT.
           MOVE  W10-MODUNC TO D1-MODUNC.
           MOVE  W10-RPAMES TO D1-RPAMES.
           WRITE RPA165PR FROM D1-DETAIL AFTER ADVANCING 1 LINE.
           MOVE  D1-DETAIL TO W70-PRTLIN.
           PERFORM R52.
           ADD   1 TO W03-LINE.
           ADD   1 TO W20-MBRCNT.
           IF    W02-IS-MATCH
           MOVE  W20-RPAMES     TO D3-RPAMES.
           WRITE RPA165PR FROM D3-GRANDTOTAL AFTER ADVANCING 3 LINES.
           ADD   3 TO W03-LINE.
           IF    P01-STREAM NOT EQUAL ZERO
                 PERFORM R56.
       R3499.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    Find the RPA121 row RPA118B just wrote for this member      *
      *    RPA118B hands back the key it wrote the row under, and     *
      *    the row is read by that key.  It need not be the last      *
      *    record in key order: with parallel streams another         *
      *    member's merge can write a later row in between.  A merge  *
      *    that wrote no row leaves the key at LOW-VALUE, and the     *
      *    member is not matched.                                     *
      *****************************************************************
       R4001.
           MOVE  'N'   TO W02-MATCH.
           MOVE  DRVNAM TO W10-MBRNAM.
           MOVE  DRVTYP TO W10-MBRTYP.
           OPEN  INPUT RPA121.
           MOVE  W09-RELKEY TO RELKEY OF RPA121R.
           READ  RPA121
                 INVALID KEY
                      GO TO R4099.
           IF    MBRNAM OF RPA121R EQUAL DRVNAM
           AND   MBRTYP OF RPA121R EQUAL DRVTYP
                 MOVE 'Y'                TO W02-MATCH
           MOVE  W40-RSQ    TO MAN166-STPRSQ.
           MOVE  W40-CHK    TO MAN166-STPCHK.
           MOVE  W40-LST    TO MAN166-STPLST.
           MOVE  W60-DECKDAT TO MAN166-LVLDAT.
           MOVE  W60-DECKORG TO MAN166-LVLORG.
           MOVE  ZERO        TO MAN166-CMPSEV.
      *    'H' keeps the member out of the packaging job's pick-up
      *    until a supervisor resolves the hold entry in RPA150
           IF    NOT W02-IS-MATCH
                 MOVE 'P' TO MAN166-STS
                 ADD  1   TO W20-PROCNT
                 ADD  W13-LINCNT TO W20-TOTLIN.
           PERFORM R53.
       R4499.
           EXIT.

           MOVE  W20-FAILCNT TO MAN166-FAILCNT.
           MOVE  W20-HLDCNT TO MAN166-HLDCNT.
           MOVE  W20-TOTLIN TO MAN166-TOTLIN.
           PERFORM R53.
       R4599.
           EXIT.

           MOVE  DRVNAM TO D5-MBRNAM.
           MOVE  DRVTYP TO D5-MBRTYP.
           WRITE RPA165PR FROM D5-HELD AFTER ADVANCING 1 LINE.
           MOVE  D5-HELD TO W70-PRTLIN.
           PERFORM R52.
           ADD   1 TO W03-LINE.
           PERFORM R47.
       R4699.
           MOVE  ZERO       TO ODORDT.
           MOVE  ZERO       TO ODORTM.
           MOVE  SPACE      TO ODORBY.
           MOVE  DRVTYP     TO ODOTYP.
           MOVE  SPACE      TO ODOLIN.
           MOVE  ZERO       TO ODOSRN.
       R4705.
           WRITE RPA105R
                 INVALID KEY
           ACCEPT DRVRTM FROM TIME.
           MOVE  W13-LINCNT TO DRVLIN.
           MOVE  W40-STEPS  TO DRVSTP.
           MOVE  W60-DECKDAT TO DRVLVD.
           MOVE  W60-DECKORG TO DRVLVO.
           REWRITE RPA161R.
       R3199.
           EXIT.
           MOVE  ZERO       TO ODORDT.
           MOVE  ZERO       TO ODORTM.
           MOVE  SPACE      TO ODORBY.
           MOVE  DRVTYP     TO ODOTYP.
           MOVE  SPACE      TO ODOLIN.
           MOVE  ZERO       TO ODOSRN.
       R4805.
           WRITE RPA105R
                 INVALID KEY
       R4899.
           EXIT.

       R37 SECTION.
      *****************************************************************
      *    Find the vendor level of the member's RPA115 deck - the    *
      *    latest DAT115 on a change line, and the ORG115 fix id on   *
      *    that line.  Unchanged context lines carry whatever stamp   *
      *    the source had, so they say nothing about the deck.        *
      *****************************************************************
       R3701.
           MOVE  ZERO  TO W60-DECKDAT.
           MOVE  SPACE TO W60-DECKORG.
           MOVE  ZERO  TO W22-EOF115.
           MOVE  ZERO  TO W81-L15.
           OPEN  INPUT RPA115.
       R3703.
           READ  RPA115 AT END
                 MOVE '1' TO W22-EOF115.
           IF    W22-EOF115 EQUAL '1'
                 GO TO R3705.
           ADD   1 TO W81-L15.
           IF    CHG115 EQUAL SPACE
           OR    DAT115 NOT NUMERIC
           OR    DAT115 EQUAL ZERO
                 GO TO R3703.
           MOVE  DAT115      TO W63-DATA.
           MOVE  W60-DECKDAT TO W63-DATB.
           PERFORM R63.
           IF    W60-DECKDAT EQUAL ZERO
           OR    W63-CYDA GREATER W63-CYDB
                 MOVE DAT115 TO W60-DECKDAT
                 MOVE ORG115 TO W60-DECKORG.
           GO TO R3703.
       R3705.
           CLOSE RPA115.
       R3799.
           EXIT.

       R39 SECTION.
      *****************************************************************
      *    Downlevel protection - a deck whose level is not newer     *
      *    than the level the RPA168 register says was last shipped   *
      *    would merge cleanly over the newer release and regress     *
      *    it.  It is held the way R27 holds a dependent: a line on   *
      *    the status report, a blocking RPA105 entry, a manifest 'H' *
      *    record with no step run.  A deck with no level stamp, or   *
      *    a member never shipped, has nothing to compare against.    *
      *    The one exception is the level a supervisor set in RPA154  *
      *    to be re-applied on purpose - that deck runs, and the      *
      *    status report says on whose authority.                     *
      *****************************************************************
       R3901.
           MOVE  'N' TO W61-LVLHLD.
           IF    W60-DECKDAT EQUAL ZERO
                 GO TO R3999.
           MOVE  DRVTYP TO LVLTYP.
           MOVE  DRVNAM TO LVLNAM.
           READ  RPA168
                 INVALID KEY
                      GO TO R3999.
           MOVE  W60-DECKDAT TO W63-DATA.
           MOVE  LVLDAT      TO W63-DATB.
           PERFORM R63.
           IF    LVLDAT EQUAL ZERO
           OR    W63-CYDA GREATER W63-CYDB
                 GO TO R3999.
           IF    LVLOVD EQUAL W60-DECKDAT
                 GO TO R3910.
           MOVE  'Y' TO W61-LVLHLD.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           MOVE  DRVNAM      TO D9-MBRNAM.
           MOVE  DRVTYP      TO D9-MBRTYP.
           MOVE  W60-DECKDAT TO D9-DECK.
           MOVE  LVLDAT      TO D9-INST.
           WRITE RPA165PR FROM D9-LEVEL AFTER ADVANCING 1 LINE.
           MOVE  D9-LEVEL TO W70-PRTLIN.
           PERFORM R52.
           ADD   1 TO W03-LINE.
           PERFORM R49.
           MOVE  ZERO    TO W10-CHGDAT
                            W10-CHGTIM
                            W13-LINCNT.
           MOVE  'Y'     TO W02-MATCH.
           MOVE  'Y'     TO W16-HELD.
           PERFORM R43.
           PERFORM R44.
           GO TO R3999.
       R3910.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           MOVE  DRVNAM      TO D2-MBRNAM.
           MOVE  DRVTYP      TO D2-MBRTYP.
           MOVE  W60-DECKDAT TO D2-DECK.
           MOVE  LVLOBY      TO D2-OBY.
           WRITE RPA165PR FROM D2-RELEVEL AFTER ADVANCING 1 LINE.
           MOVE  D2-RELEVEL TO W70-PRTLIN.
           PERFORM R52.
           ADD   1 TO W03-LINE.
       R3999.
           EXIT.

       R63 SECTION.
      *****************************************************************
      *    Window the level dates in W63-DATA and W63-DATB at 90      *
      *    into their century digits, the same rule as RPA130 R20     *
      *****************************************************************
       R6301.
           IF    W63-DATA LESS 900000
                 MOVE 1 TO W63-CENA
           ELSE
                 MOVE 0 TO W63-CENA.
           IF    W63-DATB LESS 900000
                 MOVE 1 TO W63-CENB
           ELSE
                 MOVE 0 TO W63-CENB.
       R6399.
           EXIT.

       R59 SECTION.
      *****************************************************************
      *    Drift protection - RPA181 compares the library source the  *
      *    deck is about to merge over with the image RPA167 last     *
      *    shipped, or the drift a reviewer last accepted.  A member  *
      *    changed in the library outside the chain is held the way   *
      *    R39 holds a downlevel deck, except that RPA181 has already *
      *    queued the blocking RPA105 entry.  Resolving that entry in *
      *    RPA150 accepts the drift; the member is then approved      *
      *    again in RPA162 and compared against the accepted source.  *
      *****************************************************************
       R5901.
           MOVE  '0' TO W62-DRFST.
           CALL 'RPA181' USING DRVTYP DRVNAM W62-DRFST.
           IF    NOT W62-DRIFTED
                 GO TO R5999.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           MOVE  DRVNAM      TO D10-MBRNAM.
           MOVE  DRVTYP      TO D10-MBRTYP.
           WRITE RPA165PR FROM D10-DRIFT AFTER ADVANCING 1 LINE.
           MOVE  D10-DRIFT TO W70-PRTLIN.
           PERFORM R52.
           ADD   1 TO W03-LINE.
           MOVE  ZERO    TO W10-CHGDAT
                            W10-CHGTIM
                            W13-LINCNT.
           MOVE  'Y'     TO W02-MATCH.
           MOVE  'Y'     TO W16-HELD.
           PERFORM R43.
           PERFORM R44.
       R5999.
           EXIT.

       R49 SECTION.
      *****************************************************************
      *    Queue the downlevel hold for a decision - one blocking     *
      *    RPA105 entry naming both levels, seeded and written the    *
      *    way R47 queues a policy hold.  Resolving it does not ship  *
      *    the member, since nothing was merged: the deck is either   *
      *    replaced by the right one or re-applied through an RPA154  *
      *    override and approved again in RPA162.                     *
      *****************************************************************
       R4901.
           MOVE  ZERO       TO W17-ODOSEQ.
           ACCEPT W18-TODAY FROM DATE.
           MOVE  DRVNAM     TO ODOBNM.
           MOVE  W18-TODAY  TO ODODAT.
           MOVE  99999      TO ODOSEQ.
           START RPA105 KEY IS LESS THAN OR EQUAL ODOKEY
                 INVALID KEY
                      GO TO R4903.
           READ  RPA105 NEXT RECORD
                 AT END
                      GO TO R4903.
           IF    ODOBNM EQUAL DRVNAM
           AND   ODODAT EQUAL W18-TODAY
                 MOVE  ODOSEQ TO W17-ODOSEQ.
       R4903.
           ADD   1          TO W17-ODOSEQ.
           MOVE  DRVNAM     TO ODOBNM.
           MOVE  'B'        TO ODOSEV.
           MOVE  SPACE      TO ODOBTX.
           STRING 'DOWNLEVEL DECK - LEVEL '
                  W60-DECKDAT
                  ' '
                  W60-DECKORG
                  ' NOT ABOVE INSTALLED '
                  LVLDAT
                  ' '
                  LVLORG
                  ' - SEE RPA154'
                  DELIMITED BY SIZE INTO ODOBTX.
           ACCEPT ODODAT    FROM DATE.
           ACCEPT ODOTIM    FROM TIME.
           MOVE  W17-ODOSEQ TO ODOSEQ.
           MOVE  SPACE      TO ODORES.
           MOVE  ZERO       TO ODORDT.
           MOVE  ZERO       TO ODORTM.
           MOVE  SPACE      TO ODORBY.
           MOVE  DRVTYP     TO ODOTYP.
           MOVE  SPACE      TO ODOLIN.
           MOVE  ZERO       TO ODOSRN.
       R4905.
           WRITE RPA105R
                 INVALID KEY
                      ADD  1 TO W17-ODOSEQ
                      MOVE W17-ODOSEQ TO ODOSEQ
                      GO TO R4905.
       R4999.
           EXIT.

       R51 SECTION.
      *****************************************************************
      *    Is the member in hand registered on RPA109 to an active    *
      *    run - another stream's merge, a preview, a back-out ?      *
      *****************************************************************
       R5101.
           MOVE  'N'    TO W72-BUSY.
           MOVE  DRVNAM TO RUNNAM.
           MOVE  DRVTYP TO RUNTYP.
           READ  RPA109
                 INVALID KEY
                      GO TO R5199.
           MOVE  'Y'    TO W72-BUSY.
       R5199.
           EXIT.

       R25 SECTION.
      *****************************************************************
      *    Hold a member another run has registered on RPA109 - the   *
      *    same pattern R27 uses for a dependency hold.  The chain    *
      *    would only be refused half way by RPA118B or RPA140, so    *
      *    nothing is run; the supervisor approves the entry again    *
      *    in RPA162 once the other run has finished.                 *
      *****************************************************************
       R2501.
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           MOVE  DRVNAM     TO D0-MBRNAM.
           MOVE  DRVTYP     TO D0-MBRTYP.
           MOVE  RUNPGM     TO D0-RUNPGM.
           MOVE  RUNFUN     TO D0-RUNFUN.
           WRITE RPA165PR FROM D0-BUSY AFTER ADVANCING 1 LINE.
           MOVE  D0-BUSY TO W70-PRTLIN.
           PERFORM R52.
           ADD   1 TO W03-LINE.
           PERFORM R50.
           MOVE  ALL '-' TO W40-STEPS.
           MOVE  ZERO    TO W10-CHGDAT
                            W10-CHGTIM
                            W13-LINCNT
                            W60-DECKDAT.
           MOVE  SPACE   TO W60-DECKORG.
           MOVE  'Y'     TO W02-MATCH.
           MOVE  'Y'     TO W16-HELD.
           PERFORM R43.
           PERFORM R44.
           MOVE  'H' TO DRVRST.
           PERFORM R31.
       R2599.
           EXIT.

       R50 SECTION.
      *****************************************************************
      *    Queue the registry hold for a recorded sign-off - one      *
      *    blocking RPA105 entry naming the run that had the member,  *
      *    seeded and written the way R48 queues a dependency hold    *
      *****************************************************************
       R5001.
           MOVE  ZERO       TO W17-ODOSEQ.
           ACCEPT W18-TODAY FROM DATE.
           MOVE  DRVNAM     TO ODOBNM.
           MOVE  W18-TODAY  TO ODODAT.
           MOVE  99999      TO ODOSEQ.
           START RPA105 KEY IS LESS THAN OR EQUAL ODOKEY
                 INVALID KEY
                      GO TO R5003.
           READ  RPA105 NEXT RECORD
                 AT END
                      GO TO R5003.
           IF    ODOBNM EQUAL DRVNAM
           AND   ODODAT EQUAL W18-TODAY
                 MOVE  ODOSEQ TO W17-ODOSEQ.
       R5003.
           ADD   1          TO W17-ODOSEQ.
           MOVE  DRVNAM     TO ODOBNM.
           MOVE  'B'        TO ODOSEV.
           MOVE  SPACE      TO ODOBTX.
           STRING 'MEMBER HELD - REGISTERED TO ACTIVE RUN '
                  RUNPGM
                  ' '
                  RUNFUN
                  ' - APPROVE AGAIN WHEN IT ENDS'
                  DELIMITED BY SIZE INTO ODOBTX.
           ACCEPT ODODAT    FROM DATE.
           ACCEPT ODOTIM    FROM TIME.
           MOVE  W17-ODOSEQ TO ODOSEQ.
           MOVE  SPACE      TO ODORES.
           MOVE  ZERO       TO ODORDT.
           MOVE  ZERO       TO ODORTM.
           MOVE  SPACE      TO ODORBY.
           MOVE  DRVTYP     TO ODOTYP.
           MOVE  SPACE      TO ODOLIN.
           MOVE  ZERO       TO ODOSRN.
       R5005.
           WRITE RPA105R
                 INVALID KEY
                      ADD  1 TO W17-ODOSEQ
                      MOVE W17-ODOSEQ TO ODOSEQ
                      GO TO R5005.
       R5099.
           EXIT.

       R52 SECTION.
      *****************************************************************
      *    Pass one status report line to this stream's key range of  *
      *    RPA175, for RPA174 to print in the combined report - the   *
      *    whole-list run prints its RPA165P directly and stops here  *
      *****************************************************************
       R5201.
           IF    P01-STREAM EQUAL ZERO
                 GO TO R5299.
           MOVE  SPACE      TO RPA175R.
           MOVE  P01-STREAM TO STRNUM.
           ADD   1          TO W71-STRSEQ.
           MOVE  W71-STRSEQ TO STRSEQ.
           MOVE  'L'        TO STRREC.
           MOVE  W70-PRTLIN TO STRLIN.
           WRITE RPA175R.
       R5299.
           EXIT.

       R53 SECTION.
      *****************************************************************
      *    Write the manifest record built in RPA166R - to RPA166     *
      *    itself for the whole-list run, to this stream's partial    *
      *    manifest on RPA175 otherwise                               *
      *****************************************************************
       R5301.
           IF    P01-STREAM EQUAL ZERO
                 WRITE RPA166R
                 GO TO R5399.
           MOVE  SPACE      TO RPA175R.
           MOVE  P01-STREAM TO STRNUM.
           ADD   1          TO W71-STRSEQ.
           MOVE  W71-STRSEQ TO STRSEQ.
           MOVE  'M'        TO STRREC.
           MOVE  RPA166R    TO STRMAN-IMAGE.
           WRITE RPA175R.
       R5399.
           EXIT.

       R54 SECTION.
      *****************************************************************
      *    Clear this stream's key range of RPA175 - a rerun of an    *
      *    interrupted stream starts its partial manifest afresh,     *
      *    and R24 carries the work it already finished back into it  *
      *****************************************************************
       R5401.
           MOVE  ZERO       TO W71-STRSEQ.
           MOVE  P01-STREAM TO STRNUM.
           MOVE  ZERO       TO STRSEQ.
           START RPA175 KEY IS GREATER THAN OR EQUAL STRKEY
                 INVALID KEY
                      GO TO R5499.
       R5403.
           READ  RPA175 NEXT RECORD
                 AT END
                      GO TO R5499.
           IF    STRNUM NOT EQUAL P01-STREAM
                 GO TO R5499.
           DELETE RPA175.
           GO TO R5403.
       R5499.
           EXIT.

       R56 SECTION.
      *****************************************************************
      *    Pass this stream's grand total counters to RPA175 for the  *
      *    combined report's grand total                              *
      *****************************************************************
       R5601.
           MOVE  SPACE      TO RPA175R.
           MOVE  P01-STREAM TO STRNUM.
           ADD   1          TO W71-STRSEQ.
           MOVE  W71-STRSEQ TO STRSEQ.
           MOVE  'S'        TO STRREC.
           MOVE  W20-PTFINS TO STRPTFINS.
           MOVE  W20-PTFDEL TO STRPTFDEL.
           MOVE  W20-PTFUNC TO STRPTFUNC.
           MOVE  W20-MODINS TO STRMODINS.
           MOVE  W20-MODDEL TO STRMODDEL.
           MOVE  W20-MODUNC TO STRMODUNC.
           MOVE  W20-RPAMES TO STRRPAMES.
           WRITE RPA175R.
       R5699.
           EXIT.

       R57 SECTION.
      *****************************************************************
      *    Count the lines of the member's current library source     *
      *    for the run statistics                                     *
      *****************************************************************
       R5701.
           MOVE  ZERO TO W81-L13.
           MOVE  ZERO TO W23-EOF113.
           OPEN  INPUT RPA113.
       R5703.
           READ  RPA113 AT END
                 MOVE '1' TO W23-EOF113.
           IF    W23-EOF113 EQUAL '1'
                 GO TO R5705.
           ADD   1 TO W81-L13.
           GO TO R5703.
       R5705.
           CLOSE RPA113.
       R5799.
           EXIT.

       R58 SECTION.
      *****************************************************************
      *    Write one RPA176 run statistics row for every chain step   *
      *    the member in hand ran.  A step not reached has no times   *
      *    and gets no row; a held member gets none at all.  A step   *
      *    that ends after midnight is timed across it.               *
      *****************************************************************
       R5801.
           MOVE  1 TO W83-S.
       R5803.
           IF    W83-S GREATER 6
                 GO TO R5899.
           IF    W40-STEP (W83-S) EQUAL '-'
                 GO TO R5807.
           MOVE  SPACE            TO RPA176R.
           MOVE  W80-BATCEN       TO STACEN.
           MOVE  W80-BATDAT       TO STADAT.
           MOVE  W80-BATTIM       TO STABTM.
           MOVE  P01-STREAM       TO STASTR.
           MOVE  DRVNAM           TO STANAM.
           MOVE  DRVTYP           TO STATYP.
           MOVE  W83-S            TO STASNO.
           MOVE  W86-NAME (W83-S) TO STASTP.
           MOVE  W82-BEG (W83-S)  TO STABEG.
           MOVE  W82-END (W83-S)  TO STAEND.
           MOVE  W82-BEG (W83-S)  TO W84-TIME.
           COMPUTE W85-BEGH = ((W84-HH * 60 + W84-MM) * 60 + W84-SS)
                              * 100 + W84-HS.
           MOVE  W82-END (W83-S)  TO W84-TIME.
           COMPUTE W85-ENDH = ((W84-HH * 60 + W84-MM) * 60 + W84-SS)
                              * 100 + W84-HS.
           IF    W85-ENDH LESS W85-BEGH
                 ADD  8640000 TO W85-ENDH.
           SUBTRACT W85-BEGH FROM W85-ENDH GIVING STAELP.
           MOVE  W81-L13          TO STAL13.
           MOVE  W81-L15          TO STAL15.
           MOVE  W13-LINCNT       TO STAL17.
           MOVE  W40-STEP (W83-S) TO STARES.
           WRITE RPA176R
                 INVALID KEY
                      GO TO R5807.
       R5807.
           ADD   1 TO W83-S.
           GO TO R5803.
       R5899.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read next member from the release list - only entries a    *
                      GO TO R8199.
           IF    NOT DRVSTS-APPROVED
                 GO TO R8101.
           IF    P01-STREAM NOT EQUAL ZERO
           AND   DRVSTR NOT EQUAL P01-STREAM
                 GO TO R8101.
       R8199.
           EXIT.
