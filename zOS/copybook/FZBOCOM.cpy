      *----------------------------------------------------------------
      * FZBOCOM - FZBO online transaction COMMAREA (80 bytes)
      * ========================================================
      *  Carried by program FZBONL from one screen interaction to the
      *  next (pseudo-conversational): the screen on display and
      *  where each screen's page stands, so PF7/PF8 page on from it
      *  and PF3 returns to the status list where it was left.
      *    FZB-OCOM-TOP-KEY / BOTTOM-KEY - the FZBCERT keys (date and
      *        rule set) of the first and last line of the status
      *        list; HIGH-VALUES top is "the newest date on file".
      *    FZB-OCOM-SET-FILTER - the rule set the list is narrowed
      *        to, blank for every set.
      *    FZB-OCOM-DRILL-* - the date and set whose FZBVSAM rows are
      *        shown, and the first and last counter on the page.
      *    FZB-OCOM-MONTH-FROM - the newest month of the month view.
      *----------------------------------------------------------------
       01  FZB-OCOM-AREA.
           05  FZB-OCOM-SCREEN         PIC X.
               88  FZB-OCOM-ON-STATUS  VALUE '1'.
               88  FZB-OCOM-ON-DRILL   VALUE '2'.
               88  FZB-OCOM-ON-MONTH   VALUE '3'.
           05  FZB-OCOM-STATUS-PAGE.
               10  FZB-OCOM-SET-FILTER PIC X(4).
               10  FZB-OCOM-TOP-KEY    PIC X(12).
               10  FZB-OCOM-BOTTOM-KEY PIC X(12).
           05  FZB-OCOM-DRILL-PAGE.
               10  FZB-OCOM-DRILL-DATE PIC X(8).
               10  FZB-OCOM-DRILL-SET  PIC X(4).
               10  FZB-OCOM-DRILL-FIRST PIC 9(7).
               10  FZB-OCOM-DRILL-LAST PIC 9(7).
           05  FZB-OCOM-MONTH-PAGE.
               10  FZB-OCOM-MONTH-FROM PIC X(6).
           05  FILLER                  PIC X(19).
