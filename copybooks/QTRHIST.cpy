      *****************************************************************
      *  QTRHIST COPYBOOK - QUARTERLY TAX FILING HISTORY RECORD       *
      *  APPENDED BY THE QUARTERLY LIABILITY REPORT EVERY RUN WITH    *
      *  THE AUTHORITY TOTALS IT REPORTED FOR THE QUARTER.  A RERUN   *
      *  OF A QUARTER APPENDS A NEWER RECORD; READERS KEEP THE LAST   *
      *  RECORD FOR EACH YEAR/QUARTER.  THE W-2 FILING RECONCILES     *
      *  ITS ANNUAL TOTALS TO THE SUM OF THE FOUR QUARTERS            *
      *****************************************************************
       01  WS-QTRHIST-REC.
           05  QH-YEAR                   PIC 9(04).
           05  QH-QTR                    PIC 9(01).
           05  QH-RUN-DATE               PIC 9(06).
           05  QH-EMPLOYEE-COUNT         PIC 9(05).
           05  QH-GROSS                  PIC S9(09)V99.
           05  QH-FICA-WAGES             PIC S9(09)V99.
           05  QH-FED-TAX                PIC S9(09)V99.
           05  QH-STATE-TAX              PIC S9(09)V99.
           05  QH-FICA                   PIC S9(09)V99.
           05  FILLER                    PIC X(09).
