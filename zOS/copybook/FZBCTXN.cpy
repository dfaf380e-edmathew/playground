      *----------------------------------------------------------------
      * FZBCTXN - FZBCALM calendar maintenance transaction (80 bytes)
      * ========================================================
      *  One record requests one change to the processing calendar
      *  (FZBCAL).  FZB-CTX-REC-TYPE names the kind of calendar record
      *  the change applies to:
      *    'HOLI' -> ADD/CHG/DEL one holiday, FZB-CTX-DATE (YYYYMMDD).
      *              CHG moves it to FZB-CTX-NEW-DATE when that is
      *              not blank and/or renames it with a non-blank
      *              FZB-CTX-DESC.
      *    'WEEK' -> ADD/CHG/DEL the weekly pattern, FZB-CTX-WEEK-
      *              FLAGS Monday..Sunday, each 'Y' (non-processing)
      *              or 'N'.  ADD only when the calendar has no
      *              pattern yet; DEL leaves every weekday processing.
      *    'TMPL' -> ADD/CHG/DEL one fixed-holiday template, MMDD in
      *              the first four bytes of FZB-CTX-DATE (CHG moves
      *              it to the MMDD in FZB-CTX-NEW-DATE when not
      *              blank).  FZB-CTX-ROLL is 'F' (roll forward off a
      *              weekly non-processing day) or 'N' (never roll,
      *              blank on ADD); blank on CHG keeps the setting.
      *  'GEN' generates the HOLI records of the year in the first
      *  four bytes of FZB-CTX-DATE (blank = next year) from every
      *  template on the calendar; FZB-CTX-REC-TYPE is not used.
      *  FZB-CTX-REQUESTER is the user ID of the person asking for
      *  the change; FZBCALM refuses a transaction without one and
      *  journals it with every change applied.
      *----------------------------------------------------------------
       01  FZB-CTX-RECORD.
           05  FZB-CTX-ACTION          PIC X(3).
               88  FZB-CTX-IS-ADD      VALUE 'ADD'.
               88  FZB-CTX-IS-CHANGE   VALUE 'CHG'.
               88  FZB-CTX-IS-DELETE   VALUE 'DEL'.
               88  FZB-CTX-IS-GENERATE VALUE 'GEN'.
           05  FZB-CTX-REC-TYPE        PIC X(4).
               88  FZB-CTX-IS-WEEKLY   VALUE 'WEEK'.
               88  FZB-CTX-IS-HOLIDAY  VALUE 'HOLI'.
               88  FZB-CTX-IS-TEMPLATE VALUE 'TMPL'.
           05  FZB-CTX-DATE            PIC X(8).
           05  FZB-CTX-NEW-DATE        PIC X(8).
           05  FZB-CTX-WEEK-FLAGS      PIC X(7).
           05  FZB-CTX-ROLL            PIC X.
           05  FZB-CTX-DESC            PIC X(20).
           05  FZB-CTX-REQUESTER       PIC X(8).
           05  FILLER                  PIC X(21).
