      *              weekend).  Only the last WEEK record read
      *              applies.
      *    'HOLI' -> FZB-CAL-DATE (YYYYMMDD) is one non-processing
      *              date - a bank holiday - regardless of weekday;
      *              FZB-CAL-DESC names it.
      *    'TMPL' -> fixed-holiday template: FZB-CAL-TMPL-MMDD is a
      *              holiday that falls on the same month and day
      *              every year (FZB-CAL-DESC names it).  FZBCALM
      *              generates a year's HOLI records from the
      *              templates; FZB-CAL-ROLL 'F' moves a generated
      *              date that falls on a weekly non-processing day
      *              forward to the next processing day.  Templates
      *              never make a day non-processing by themselves -
      *              FIZZBUZZ and FZBSPLIT pass over them.
      *  A missing calendar dataset means every calendar day is a
      *  processing day, which is exactly the behavior before the
      *  calendar existed.  Read by FIZZBUZZ and FZBSPLIT; maintained
      *  only through FZBCALM, never hand-edited.
      *----------------------------------------------------------------
       01  FZB-CAL-RECORD.
           05  FZB-CAL-REC-TYPE        PIC X(4).
               88  FZB-CAL-IS-WEEKLY   VALUE 'WEEK'.
               88  FZB-CAL-IS-HOLIDAY  VALUE 'HOLI'.
               88  FZB-CAL-IS-TEMPLATE VALUE 'TMPL'.
           05  FZB-CAL-DATE            PIC X(8).
           05  FZB-CAL-TMPL-DATE REDEFINES FZB-CAL-DATE.
               10  FZB-CAL-TMPL-MMDD   PIC X(4).
               10  FILLER              PIC X(4).
           05  FZB-CAL-WEEK-FLAGS.
               10  FZB-CAL-DAY-FLAG    OCCURS 7 TIMES PIC X.
           05  FZB-CAL-ROLL            PIC X.
               88  FZB-CAL-ROLL-FORWARD VALUE 'F'.
           05  FZB-CAL-DESC            PIC X(20).
           05  FILLER                  PIC X(40).
