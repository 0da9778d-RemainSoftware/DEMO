                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY RUNKEY.
           SELECT RPA104 ASSIGN TO DATABASE-RPA104
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CMRKEY.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
           03  ORG117                        PIC X(06).
           03  DAT117                        PIC X(06).
           03  REF117                        PIC X(06).
           03  SRC117                        PIC X(06).

      *****************************************************************
      *    Outfile for management report                              *
           LABEL RECORDS ARE STANDARD.
       01  RPA109R.
           COPY DDS-ALL-FORMATS OF RPA109.

      *****************************************************************
      *    Line comparison rules - one row per source type            *
      *****************************************************************
       FD  RPA104
           LABEL RECORDS ARE STANDARD.
       01  RPA104R.
           COPY DDS-ALL-FORMATS OF RPA104.
      /
       WORKING-STORAGE SECTION.
      *****************************************************************
               88  W26-CHKPT-ACTIVE          VALUE 'Y'.
           03  W27-SRC113                    PIC X(01).
               88  W27-FROM-113              VALUE 'Y'.
               88  W27-FROM-124              VALUE 'V'.
           03  W28-EOF124                    PIC X(01).
           03  W22-MOV                       PIC 9(05)   COMP-3.
      *        Greatest RPA121 key on file before this run's row     *
           03  W30-GRFND                     PIC X(01).
           03  W31-GRCYD                     PIC X(07).
           03  W31-GRTIM                     PIC 9(06).
      *        Key of the last source line written to RPA117 - the    *
      *        line an exception queued after it is about - and the   *
      *        RPA179 answer whether a standing resolution took it    *
           03  W29-LINE                      PIC X(80).
           03  W29-STD                       PIC X(01).

       01  W21-FIELDS.
           03  W21-PTFINS                    PIC S9(6)    COMP-3.
           03  W21-BLKDEL                    PIC S9(6)    COMP-3.
           03  W21-BLKOTH                    PIC S9(6)    COMP-3.

      *****************************************************************
      *    Tolerant line comparison - whether an RPA104 rule row was  *
      *    found for this type, the two lines as the rule sees them,  *
      *    and the result with the parts of the rule it needed        *
      *****************************************************************
       01  W40-COMPARE.
           03  W40-RULE                      PIC X(01).
               88  W40-HAVE-RULE             VALUE 'Y'.
           03  W41-KEYA                      PIC X(80).
           03  W41-KEYB                      PIC X(80).
           03  W42-MATCH                     PIC X(01).
               88  W42-EXACT                 VALUE 'E'.
               88  W42-TOLERANT              VALUE 'T'.
               88  W42-NO-MATCH              VALUE 'N'.
           03  W43-RULE                      PIC X(60).
           03  W43-PTR                       PIC S9(3)   COMP-3.
           03  W46-ORGA                      PIC X(80).
           03  W46-ORGB                      PIC X(80).
           03  W47-USED.
               05  W47-SEQ                   PIC X(01).
               05  W47-CMT                   PIC X(01).
               05  W47-CAS                   PIC X(01).
               05  W47-BLK                   PIC X(01).
           03  W44-LASTSP                    PIC X(01).
           03  W45-LOWER                     PIC X(26)   VALUE
               'abcdefghijklmnopqrstuvwxyz'.
           03  W45-UPPER                     PIC X(26)   VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  A02-99.
           03  A02-IN.
               05  A02-CHAR                  PIC X(01)   OCCURS 80.
           03  A02-OUT.
               05  A02-OCHR                  PIC X(01)   OCCURS 80.
           03  N                             PIC S9(3) COMP-3.
           03  K                             PIC S9(3) COMP-3.

       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields                                           *
       01  P03-TEXT                          PIC X(50).                 PL 250
       01  P04-PREV                          PIC X(01).
           88  P04-PREVIEW                   VALUE 'Y'.
       01  P05-RELKEY                        PIC X(26).
      /
       PROCEDURE DIVISION USING P01-TYP P02-NAME P03-TEXT P04-PREV
                                P05-RELKEY.
       DECLARATIVES.
       DCL-INP SECTION.
           USE AFTER ERROR PROCEDURE ON INPUT.
           MOVE  'N'   TO W25-SKIP.
           MOVE  'N'   TO W26-ACTIVE.
           MOVE  'N'   TO W27-SRC113.
           MOVE  SPACE TO W29-LINE.
           PERFORM R94.
      *
      *    --------------------------------------------------
      *    Register this run - one merge or preview at a time
           MOVE  P02-NAME TO ODOBNM.
           MOVE  'B'      TO ODOSEV.
           MOVE  SPACE    TO ODOBTX.
           MOVE  SPACE    TO W29-LINE.
           STRING 'PREVIEW SKIPPED - ACTIVE CHECKPOINT FOR THIS MEM
      -           'BER' DELIMITED BY SIZE INTO ODOBTX.
           PERFORM R56.
                 MOVE  P02-NAME TO ODOBNM
                 MOVE  'B'      TO ODOSEV
                 MOVE  SPACE    TO ODOBTX
                 MOVE  SPACE    TO W29-LINE
                 MOVE  'MOVE BLOCK LINES NEVER PLACED AT NEW LOCATION'
                       TO ODOBTX
                 PERFORM R56.
           OPEN  I-O     RPA121.
      *    The key this row goes under is handed back to the caller
      *    in P05-RELKEY, and RPA160 R40 reads the row by it - with
      *    parallel streams another member's row can be written
      *    after this one before the caller looks.  The row is still
      *    written greater than whatever is on file now, so the file
      *    keeps the order the merges finished in.  Another member
      *    finishing within this same second leaves a row this one
      *    would sort below on member name - an INVALID KEY retry
      *    never fires for that, so the current greatest key is
      *    fetched first and this row's time is bumped past it when
      *    date/time collide.
           MOVE  'N'    TO W30-GRFND.
           MOVE  9      TO CHGCEN.
           MOVE  999999 TO CHGDAT.
                 INVALID KEY
                      ADD  1 TO CHGTIM
                      GO TO R9906.
           MOVE  RELKEY   TO P05-RELKEY.
      *
      *    Member fully released - drop the restart checkpoint.
      *    A preview never created or consumed a checkpoint, so
           MOVE  P02-NAME TO ODOBNM.
           MOVE  'B'      TO ODOSEV.
           MOVE  SPACE    TO ODOBTX.
           MOVE  SPACE    TO W29-LINE.
           MOVE  'RUN REFUSED - MEMBER REGISTERED TO AN ACTIVE RUN'
                 TO ODOBTX.
           PERFORM R56.
      *    Supply one moved line at a BLK115 'V' marker.  The held    *
      *    RPA113 image is matched on its KEY113 against KEY115 the   *
      *    same way R53's unchanged-line path compares the two, and   *
      *    written through so the moved line keeps its ORG113         *
      *    identity and is not counted as an insert-plus-delete.      *
      *    Only a marker whose text no longer matches the line it     *
      *    claims to move - or that has no held line left - goes to   *
           PERFORM R56.
           GO TO R7299.
       R7203.
           MOVE  KEY124   TO W41-KEYA.
           MOVE  KEY115   TO W41-KEYB.
           PERFORM R59.
      *    A line that matches only under the RPA104 rule still moves
      *    as matched - the rule it needed is logged for information
           IF    W42-TOLERANT
                 MOVE  SPACE    TO ODOBTX
                 STRING 'MOVED LINE ' SEQ124
                        ' MATCHED UNDER RULE ' W43-RULE
                        DELIMITED BY SIZE INTO ODOBTX
                 MOVE  KEY124   TO W29-LINE
                 MOVE  P02-NAME TO ODOBNM
                 MOVE  'I'      TO ODOSEV
                 PERFORM R56.
           IF    NOT W42-NO-MATCH
                 MOVE  RPA124R  TO RPA117R
                 MOVE  'V'      TO BLK117
                 MOVE  'V'      TO W27-SRC113
                 PERFORM R57
                 GO TO R7299.
      *    The moved text no longer matches the line it claims to
                 MOVE RPA113R    TO RPA117R
                 MOVE 'Y'        TO W27-SRC113
                 PERFORM R57
                 MOVE KEY113     TO W41-KEYA
                 MOVE KEY115     TO W41-KEYB
                 PERFORM R59
                 IF   W42-EXACT
                      PERFORM R51
                      PERFORM R81
                      GO TO R5305
                 ELSE
                 IF   W42-TOLERANT
                      MOVE  SPACE    TO ODOBTX
                      STRING 'DELETED LINE ' SEQ113
                             ' MATCHED UNDER RULE ' W43-RULE
                             DELIMITED BY SIZE INTO ODOBTX
                      MOVE  P02-NAME TO ODOBNM
                      MOVE  'I'      TO ODOSEV
                      PERFORM R56
                      PERFORM R51
                      PERFORM R81
                      GO TO R5305
       R5701.
           IF   CHG117 = 'M'
                ADD  1     TO W21-RPAMES
                ACCEPT DAT117 FROM DATE
           ELSE
                MOVE KEY117 TO W29-LINE.

           IF    CHG117 NOT EQUAL 'D'
           AND   CHG117 NOT EQUAL 'M'
      *    counts - the merged source is not to be committed
           IF    P04-PREVIEW
                 GO TO R5799.
      *    SRC117 carries the file the line was taken from, for
      *    RPA122 to record on the RPA183 cross-reference
           IF    CHG117 EQUAL 'M'
                 MOVE 'RPA118' TO SRC117
           ELSE
           IF    W27-FROM-113
                 MOVE 'RPA113' TO SRC117
           ELSE
           IF    W27-FROM-124
                 MOVE 'RPA124' TO SRC117
           ELSE
                 MOVE 'RPA115' TO SRC117.
           WRITE RPA117R.
           IF    CHG117 NOT EQUAL SPACE
           AND   CHG117 NOT EQUAL 'M'
       R56 SECTION.
      *****************************************************************
      *    Stamp and write one RPA105 exception queue entry            *
      *    ODOBNM/ODOSEV are already moved in by the caller, and the   *
      *    affected line is the last one R57 wrote; this               *
      *    section only fills in the key/timestamp fields that every   *
      *    entry needs so RPA150 can list and resolve them.  R55       *
      *    seeds W19-ODOSEQ from any entries already on file for this  *
           MOVE  ZERO     TO ODORDT.
           MOVE  ZERO     TO ODORTM.
           MOVE  SPACE    TO ODORBY.
           MOVE  P01-TYP  TO ODOTYP.
           MOVE  W29-LINE TO ODOLIN.
           MOVE  ZERO     TO ODOSRN.
       R5603.
           WRITE RPA105R
                 INVALID KEY
                      ADD  1 TO W19-ODOSEQ
                      MOVE W19-ODOSEQ TO ODOSEQ
                      GO TO R5603.
      *    An exception the reviewers have already agreed to accept
      *    every time it recurs is resolved on the spot by its RPA178
      *    standing resolution - RPA179 stamps it and trails it
           CALL  'RPA179' USING RPA105R W29-STD.
           IF    W29-STD EQUAL 'Y'
                 REWRITE RPA105R.
       R5699.
           EXIT.

           PERFORM R56.
       R4099.
           EXIT.

       R94 SECTION.
      *****************************************************************
      *    Load the RPA104 comparison rule for this source type, on   *
      *    the same CLP/RPG/DDS/other split R57 comments by.  No row  *
      *    on file keeps R53 and R72 to the exact comparison.         *
      *****************************************************************
       R9401.
           MOVE  'N'      TO W40-RULE.
           OPEN  INPUT RPA104.
           IF    P01-TYP EQUAL 'CLP'
           OR    P01-TYP EQUAL 'RPG'
           OR    P01-TYP EQUAL 'DDS'
                 MOVE P01-TYP TO CMRTYP
           ELSE
                 MOVE 'OTH'   TO CMRTYP.
           READ  RPA104
                 INVALID KEY
                      GO TO R9409.
           MOVE  'Y'      TO W40-RULE.
       R9409.
           CLOSE RPA104.
       R9499.
           EXIT.

       R59 SECTION.
      *****************************************************************
      *    Compare W41-KEYA with W41-KEYB - exactly first, then under *
      *    the RPA104 rule for this type.  Each difference the rule   *
      *    allows is set aside in turn, the positional ones first,    *
      *    until the lines compare equal.  Each one set aside is then *
      *    brought back in turn and stays back if the lines still     *
      *    compare equal, so W43-RULE names only the parts of the     *
      *    rule the match actually needed.                            *
      *    W42-MATCH returns 'E' exact, 'T' under the rule, 'N' none. *
      *****************************************************************
       R5901.
           MOVE  SPACE    TO W43-RULE.
           IF    W41-KEYA EQUAL W41-KEYB
                 MOVE 'E' TO W42-MATCH
                 GO TO R5999.
           MOVE  'N'      TO W42-MATCH.
           IF    NOT W40-HAVE-RULE
                 GO TO R5999.
           MOVE  W41-KEYA TO W46-ORGA.
           MOVE  W41-KEYB TO W46-ORGB.
           MOVE  'NNNN'   TO W47-USED.
       R5910.
      *    Sequence/date columns
           IF    CMRSEQ NOT EQUAL 'Y'
                 GO TO R5920.
           MOVE  'Y'      TO W47-SEQ.
           PERFORM R60.
           IF    W41-KEYA EQUAL W41-KEYB
                 GO TO R5950.
       R5920.
      *    Text after the comment delimiter
           IF    CMRCMT NOT EQUAL 'Y'
           OR    CMRDLM EQUAL SPACE
                 GO TO R5930.
           MOVE  'Y'      TO W47-CMT.
           PERFORM R60.
           IF    W41-KEYA EQUAL W41-KEYB
                 GO TO R5950.
       R5930.
      *    Upper/lower case
           IF    CMRCAS NOT EQUAL 'Y'
                 GO TO R5940.
           MOVE  'Y'      TO W47-CAS.
           PERFORM R60.
           IF    W41-KEYA EQUAL W41-KEYB
                 GO TO R5950.
       R5940.
      *    Trailing and repeated blanks
           IF    CMRBLK NOT EQUAL 'Y'
                 GO TO R5999.
           MOVE  'Y'      TO W47-BLK.
           PERFORM R60.
           IF    W41-KEYA EQUAL W41-KEYB
                 GO TO R5950.
           GO TO R5999.
      *
      *    Matched - bring each difference back in turn, keeping it
      *    set aside only if the lines differ without it
       R5950.
           IF    W47-SEQ NOT EQUAL 'Y'
                 GO TO R5955.
           MOVE  'N'      TO W47-SEQ.
           PERFORM R60.
           IF    W41-KEYA NOT EQUAL W41-KEYB
                 MOVE 'Y' TO W47-SEQ.
       R5955.
           IF    W47-CMT NOT EQUAL 'Y'
                 GO TO R5960.
           MOVE  'N'      TO W47-CMT.
           PERFORM R60.
           IF    W41-KEYA NOT EQUAL W41-KEYB
                 MOVE 'Y' TO W47-CMT.
       R5960.
           IF    W47-CAS NOT EQUAL 'Y'
                 GO TO R5965.
           MOVE  'N'      TO W47-CAS.
           PERFORM R60.
           IF    W41-KEYA NOT EQUAL W41-KEYB
                 MOVE 'Y' TO W47-CAS.
       R5965.
           IF    W47-BLK NOT EQUAL 'Y'
                 GO TO R5970.
           MOVE  'N'      TO W47-BLK.
           PERFORM R60.
           IF    W41-KEYA NOT EQUAL W41-KEYB
                 MOVE 'Y' TO W47-BLK.
       R5970.
           MOVE  1        TO W43-PTR.
           STRING CMRTYP ':' DELIMITED BY SIZE
                  INTO W43-RULE WITH POINTER W43-PTR.
           IF    W47-SEQ EQUAL 'Y'
                 STRING ' SEQ/DATE-COLS' DELIMITED BY SIZE
                        INTO W43-RULE WITH POINTER W43-PTR.
           IF    W47-CMT EQUAL 'Y'
                 STRING ' COMMENT' DELIMITED BY SIZE
                        INTO W43-RULE WITH POINTER W43-PTR.
           IF    W47-CAS EQUAL 'Y'
                 STRING ' CASE' DELIMITED BY SIZE
                        INTO W43-RULE WITH POINTER W43-PTR.
           IF    W47-BLK EQUAL 'Y'
                 STRING ' BLANKS' DELIMITED BY SIZE
                        INTO W43-RULE WITH POINTER W43-PTR.
           MOVE  'T'      TO W42-MATCH.
       R5999.
           EXIT.

       R60 SECTION.
      *****************************************************************
      *    W41-KEYA/B from the original lines with every difference   *
      *    flagged in W47-USED set aside, in the R59 order            *
      *****************************************************************
       R6001.
           MOVE  W46-ORGA TO W41-KEYA.
           MOVE  W46-ORGB TO W41-KEYB.
           IF    W47-SEQ NOT EQUAL 'Y'
                 GO TO R6010.
           IF    CMRSQL GREATER ZERO
           AND   CMRSQL NOT GREATER 80
                 MOVE SPACE TO W41-KEYA (1:CMRSQL)
                 MOVE SPACE TO W41-KEYB (1:CMRSQL).
           IF    CMRSQR GREATER ZERO
           AND   CMRSQR NOT GREATER 80
                 MOVE SPACE TO W41-KEYA (CMRSQR:)
                 MOVE SPACE TO W41-KEYB (CMRSQR:).
       R6010.
           IF    W47-CMT NOT EQUAL 'Y'
                 GO TO R6020.
           MOVE  W41-KEYA TO A02-IN.
           PERFORM R66.
           MOVE  A02-IN   TO W41-KEYA.
           MOVE  W41-KEYB TO A02-IN.
           PERFORM R66.
           MOVE  A02-IN   TO W41-KEYB.
       R6020.
           IF    W47-CAS NOT EQUAL 'Y'
                 GO TO R6030.
           INSPECT W41-KEYA CONVERTING W45-LOWER TO W45-UPPER.
           INSPECT W41-KEYB CONVERTING W45-LOWER TO W45-UPPER.
       R6030.
           IF    W47-BLK NOT EQUAL 'Y'
                 GO TO R6099.
           MOVE  W41-KEYA TO A02-IN.
           PERFORM R65.
           MOVE  A02-IN   TO W41-KEYA.
           MOVE  W41-KEYB TO A02-IN.
           PERFORM R65.
           MOVE  A02-IN   TO W41-KEYB.
       R6099.
           EXIT.

       R65 SECTION.
      *****************************************************************
      *    Collapse every run of blanks in A02-IN to a single blank   *
      *****************************************************************
       R6501.
           MOVE  SPACE TO A02-OUT.
           MOVE  'N'   TO W44-LASTSP.
           MOVE  ZERO  TO K.
           MOVE  1     TO N.
       R6503.
           IF    N GREATER 80
                 GO TO R6509.
           IF    A02-CHAR (N) EQUAL SPACE
           AND   W44-LASTSP EQUAL 'Y'
                 GO TO R6505.
           ADD   1 TO K.
           MOVE  A02-CHAR (N) TO A02-OCHR (K).
           IF    A02-CHAR (N) EQUAL SPACE
                 MOVE 'Y' TO W44-LASTSP
           ELSE
                 MOVE 'N' TO W44-LASTSP.
       R6505.
           ADD   1 TO N.
           GO TO R6503.
       R6509.
           MOVE  A02-OUT TO A02-IN.
       R6599.
           EXIT.

       R66 SECTION.
      *****************************************************************
      *    Blank A02-IN from the first comment delimiter on           *
      *****************************************************************
       R6601.
           MOVE  1     TO N.
       R6603.
           IF    N GREATER 80
                 GO TO R6699.
           IF    A02-CHAR (N) NOT EQUAL CMRDLM (1:1)
                 GO TO R6605.
           IF    CMRDLM (2:1) EQUAL SPACE
                 GO TO R6610.
           IF    N NOT LESS 80
                 GO TO R6605.
           IF    A02-CHAR (N + 1) EQUAL CMRDLM (2:1)
                 GO TO R6610.
       R6605.
           ADD   1 TO N.
           GO TO R6603.
       R6610.
           MOVE  SPACE TO A02-IN (N:).
       R6699.
           EXIT.
