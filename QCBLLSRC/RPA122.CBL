      *    step drops to 10 or 1 for a member too long for that, so   *
      *    the last line still fits six digits instead of wrapping    *
      *    back to the duplicate zeros this program exists to         *
      *    remove), stamps every line's DAT123 with the run date,     *
      *    and writes the ready-to-copy member to RPA123.  The old    *
      *    number of every line is preserved on the RPA122P cross-    *
      *    reference listing, so a reviewer can still tie a released  *
      *    line back to the RPA113/RPA115 line it came from.          *
      *    The same cross-reference is written to the keyed RPA183    *
      *    file for the run - new number, old number, the file the    *
      *    merge took the line from (which RPA118B leaves in SRC117)  *
      *    and its change code - so RPA185 can trace a compile error  *
      *    on the released member back to its origin line.            *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT RPA117  ASSIGN TO DATABASE-RPA117.
           SELECT RPA123  ASSIGN TO DATABASE-RPA123.
           SELECT RPA183  ASSIGN TO DATABASE-RPA183
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY XRFKEY.
           SELECT RPA122P ASSIGN TO PRINTER-RPA122P.
       DATA DIVISION.
       FILE SECTION.
           03  ORG117                        PIC X(06).
           03  DAT117                        PIC X(06).
           03  REF117                        PIC X(06).
           03  SRC117                        PIC X(06).

      *****************************************************************
      *    Resequenced ready-to-copy member                           *
           03  DAT123                        PIC X(06).
           03  REF123                        PIC X(06).

      *****************************************************************
      *    Sequence number cross-reference                            *
      *****************************************************************
       FD  RPA183
           LABEL RECORDS ARE STANDARD.
       01  RPA183R.
           COPY DDS-ALL-FORMATS OF RPA183.

      *****************************************************************
      *    Cross-reference listing - old number against new           *
      *****************************************************************
      *            step it allows without overflowing six digits      *
           03  W08-TOTCNT                   PIC S9(7)   COMP-3.
           03  W09-STEP                     PIC 9(03).
      *            Time of this run, keying its RPA183 rows, and the  *
      *            century digit of its date, windowed at 90          *
           03  W10-RUNTIM                   PIC 9(08).
           03  W11-RUNCEN                   PIC 9(01).

      *****************************************************************
      *    Heading and detail print lines                             *
               'OLD-SEQ '.
           03  FILLER                       PIC X(04)   VALUE 'CHG '.
           03  FILLER                       PIC X(04)   VALUE 'BLK '.
           03  FILLER                       PIC X(07)   VALUE
               'ORIGIN '.
           03  FILLER                       PIC X(09)   VALUE
               'LINE TEXT'.
           03  FILLER                       PIC X(91)   VALUE SPACE.

       01  D1-DETAIL.
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  FILLER                       PIC X(03)   VALUE SPACE.
           03  D1-BLK                       PIC X(01).
           03  FILLER                       PIC X(02)   VALUE SPACE.
           03  D1-ORG                       PIC X(06).
           03  FILLER                       PIC X(01)   VALUE SPACE.
           03  D1-TEXT                      PIC X(60).
           03  FILLER                       PIC X(40)   VALUE SPACE.

       01  D3-SUMMARY.
           03  FILLER                       PIC X(01)   VALUE SPACE.
       R9801.
           OPEN  INPUT  RPA117.
           OPEN  OUTPUT RPA123.
           OPEN  I-O    RPA183.
           OPEN  OUTPUT RPA122P.
           MOVE  ZERO  TO W01-EOF
                          W04-PAGE
                          W05-NEWSEQ
                          W07-LINCNT.
           ACCEPT W06-TODAY FROM DATE.
           ACCEPT W10-RUNTIM FROM TIME.
           IF    W06-TODAY LESS 900000
                 MOVE 1 TO W11-RUNCEN
           ELSE
                 MOVE 0 TO W11-RUNCEN.
           PERFORM R20.
           PERFORM R35.
           PERFORM R81.
           WRITE RPA122PR FROM D3-SUMMARY AFTER ADVANCING 3 LINES.
           CLOSE RPA117
                 RPA123
                 RPA183
                 RPA122P.
       R9999.
           EXIT.
           MOVE  W06-TODAY TO DAT123.
           WRITE RPA123R.
           ADD   1         TO W07-LINCNT.
           PERFORM R32.
      *
           IF    W03-LINE GREATER OR EQUAL 58
                 PERFORM R35.
           MOVE  SEQ117    TO D1-OLDSEQ.
           MOVE  CHG117    TO D1-CHG.
           MOVE  BLK117    TO D1-BLK.
           MOVE  SRC117    TO D1-ORG.
           MOVE  DTA117 (1:60) TO D1-TEXT.
           WRITE RPA122PR FROM D1-DETAIL AFTER ADVANCING 1 LINE.
           ADD   1 TO W03-LINE.
       R3099.
           EXIT.

       R32 SECTION.
      *****************************************************************
      *    Write the line's RPA183 cross-reference row                *
      *****************************************************************
       R3201.
           MOVE  P01-TYP    TO XRFTYP.
           MOVE  P02-NAME   TO XRFNAM.
           MOVE  W11-RUNCEN TO XRFCEN.
           MOVE  W06-TODAY  TO XRFDAT.
           MOVE  W10-RUNTIM TO XRFTIM.
           MOVE  SEQ123     TO XRFNEW.
           MOVE  SEQ117     TO XRFOLD.
           MOVE  SRC117     TO XRFORG.
           MOVE  CHG117     TO XRFCHG.
           MOVE  BLK117     TO XRFBLK.
           MOVE  ORG117     TO XRFFIX.
           MOVE  KEY117     TO XRFLIN.
           MOVE  DTA117     TO XRFDTA.
           WRITE RPA183R
                 INVALID KEY
                      REWRITE RPA183R.
       R3299.
           EXIT.

       R35 SECTION.
      *****************************************************************
      *    Skip to new page and print headings                        *
