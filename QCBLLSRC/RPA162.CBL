      *    user profile and date.  Entries the batch has finished     *
      *    show as processed, which is also how a rerun of an         *
      *    interrupted batch knows what is left to do.                *
      *    Approving a copybook ('CPY') or DDS member calls RPA164,   *
      *    which ties the programs that COPY it to it on RPA163,      *
      *    proposes them for recompile as entered entries, and        *
      *    prints the RPA164P impact list.                            *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
               88  W01-IS-DONE               VALUE 'Y'.
           03  W02-FOUND                     PIC X(01).
               88  W02-IS-FOUND              VALUE 'Y'.
      *            Recompiles RPA164 proposed for an approved copy    *
      *            member, and the same edited for the message line   *
           03  W05-PROCNT                    PIC 9(05).
           03  W06-PROCNT                    PIC ZZZZ9.

       LINKAGE SECTION.
      /
           MOVE  ZERO     TO DRVRTM.
           MOVE  ZERO     TO DRVLIN.
           MOVE  SPACE    TO DRVSTP.
           MOVE  ZERO     TO DRVLVD.
           MOVE  SPACE    TO DRVLVO.
           MOVE  ZERO     TO DRVSTR.
           REWRITE RPA161R.
           IF    DRVTYP EQUAL 'CPY'
           OR    DRVTYP EQUAL 'DDS'
                 PERFORM R38.
       R3399.
           EXIT.

           MOVE  ZERO  TO DRVRTM.
           MOVE  ZERO  TO DRVLIN.
           MOVE  SPACE TO DRVSTP.
           MOVE  ZERO  TO DRVLVD.
           MOVE  SPACE TO DRVLVO.
           MOVE  ZERO  TO DRVSTR.
           WRITE RPA161R
                 INVALID KEY
                      MOVE SPACE TO RPA162DR
                 DELETE RPA161.
       R3799.
           EXIT.

       R38 SECTION.
      *****************************************************************
      *    A copybook or DDS member was approved - RPA164 adds the    *
      *    dependency rows for the programs that COPY it, proposes    *
      *    them for recompile, and prints the impact list; the        *
      *    supervisor is told how many entries were proposed          *
      *****************************************************************
       R3801.
           MOVE  ZERO TO W05-PROCNT.
           CALL  'RPA164' USING DRVTYP DRVNAM D-USRPRF W05-PROCNT.
           MOVE  W05-PROCNT TO W06-PROCNT.
           MOVE  SPACE TO RPA162DR.
           STRING W06-PROCNT ' RECOMPILE(S) PROPOSED, SEE RPA164P'
                  DELIMITED BY SIZE INTO D-MSG.
           WRITE RPA162DR.
           READ  RPA162D.
       R3899.
           EXIT.
