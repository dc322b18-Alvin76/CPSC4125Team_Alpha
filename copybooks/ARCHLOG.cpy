      *****************************************************************
      *  ARCHLOG COPYBOOK - ARCHIVE LOG RECORD, APPENDED BY THE       *
      *  HISTORY RETENTION RUN FOR EVERY FILE IT HAS A RETENTION RULE *
      *  FOR: THE RUN DATE AND TIME THAT DATE THE ARCHIVE, THE FILE   *
      *  AND ITS RULE (ARL-KEEP IN THE FILE'S OWN UNIT), THE CUTOFF   *
      *  APPLIED, AND THE RECORD COUNTS AND CONTROL AMOUNTS OF THE    *
      *  ORIGINAL FILE, THE ARCHIVE AND THE REBUILT LIVE FILE.        *
      *  ARL-PROVED IS Y WHEN LIVE PLUS ARCHIVED EQUALS THE ORIGINAL. *
      *  DATES ARE YYMMDD.  RECORD IS 80 BYTES                        *
      *****************************************************************
       01  WS-ARCHLOG-REC.
           05  ARL-RUN-DATE              PIC 9(06).
           05  ARL-RUN-TIME              PIC 9(04).
           05  ARL-FILE-NAME             PIC X(08).
           05  ARL-KEEP                  PIC 9(03).
           05  ARL-CUTOFF                PIC X(08).
           05  ARL-ORIG-COUNT            PIC 9(07).
           05  ARL-ARCH-COUNT            PIC 9(07).
           05  ARL-ARCH-AMOUNT           PIC S9(11)V99.
           05  ARL-LIVE-COUNT            PIC 9(07).
           05  ARL-LIVE-AMOUNT           PIC S9(11)V99.
           05  ARL-PROVED                PIC X(01).
           05  FILLER                    PIC X(03).
