           03  ORG117                        PIC X(06).
           03  DAT117                        PIC X(06).
           03  REF117                        PIC X(06).
           03  SRC117                        PIC X(06).

      *****************************************************************
      *    Two-column review listing                                  *
