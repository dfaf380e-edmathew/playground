      *----------------------------------------------------------------
      * FZBSUBS - FIZZBUZZ extract subscriber record (80 bytes)
      * ========================================================
      *  The subscriber table (DD FZBSUBS): one 'SUBS' record defines
      *  one receiver of the certified generation, and any number of
      *  'SLBL' records that follow narrow what it receives to
      *  certain labels.  FZB-SUB-REC-TYPE tells which fields apply:
      *    'SUBS' -> FZB-SUB-ID        the receiver, as it appears on
      *                                the FZBXLOG transmission log and
      *                                on its acknowledgments (FZBACK)
      *              FZB-SUB-DD-NAME   the DD FZBEXTR writes its file to
      *              FZB-SUB-FORMAT    'P' pipe-delimited (the finance
      *                                warehouse layout), 'F' fixed-
      *                                width, 'C' quoted CSV
      *              FZB-SUB-COLUMN    up to four columns, in the order
      *              (1)..(4)          shipped: 'C' counter, 'L' label
      *                                (old and new label on a
      *                                correction extract), 'D'
      *                                business date, 'S' rule set;
      *                                blank columns are skipped and
      *                                all four blank means 'CLD'
      *              FZB-SUB-RULE-SET  the rule set it receives (blank
      *                                is the default set BASE)
      *              FZB-SUB-MONTH-END 'Y' ships only month-end business
      *                                dates - the last processing day
      *                                of a month on the processing
      *                                calendar (FZBCAL)
      *              FZB-SUB-AGE-DAYS  days its shipments may wait for
      *                                an acknowledgment before
      *                                FZBRECON reports them (blank is
      *                                FZBRECON's AGE= PARM)
      *              FZB-SUB-NAME      description, for the listings
      *    'SLBL' -> FZB-SUB-SEL-LABEL one label FZB-SUB-ID receives; a
      *              subscriber with no SLBL records receives every
      *              label.  The SUBS record must come first.
      *  Read by FZBEXTR, which validates the whole table before
      *  extracting anything, and by FZBRECON for the ageing limits.
      *  With no FZBSUBS dataset the extract has the single subscriber
      *  FINWHSE (pipe-delimited, counter/label/date, every label and
      *  date, DD FZBDLIM) - exactly the extract before subscribers
      *  existed.
      *----------------------------------------------------------------
       01  FZB-SUB-RECORD.
           05  FZB-SUB-REC-TYPE        PIC X(4).
               88  FZB-SUB-IS-SUBSCRIBER VALUE 'SUBS'.
               88  FZB-SUB-IS-LABEL    VALUE 'SLBL'.
           05  FZB-SUB-ID              PIC X(8).
           05  FZB-SUB-DETAIL          PIC X(68).
           05  FZB-SUB-SUBS-DETAIL REDEFINES FZB-SUB-DETAIL.
               10  FZB-SUB-DD-NAME     PIC X(8).
               10  FZB-SUB-FORMAT      PIC X.
                   88  FZB-SUB-PIPE    VALUE 'P'.
                   88  FZB-SUB-FIXED   VALUE 'F'.
                   88  FZB-SUB-CSV     VALUE 'C'.
               10  FZB-SUB-COLUMNS.
                   15  FZB-SUB-COLUMN  OCCURS 4 TIMES PIC X.
               10  FZB-SUB-RULE-SET    PIC X(4).
               10  FZB-SUB-MONTH-END   PIC X.
                   88  FZB-SUB-MONTH-END-ONLY VALUE 'Y'.
               10  FZB-SUB-AGE-DAYS    PIC X(2).
               10  FZB-SUB-NAME        PIC X(20).
               10  FILLER              PIC X(28).
           05  FZB-SUB-LABEL-DETAIL REDEFINES FZB-SUB-DETAIL.
               10  FZB-SUB-SEL-LABEL   PIC X(20).
               10  FILLER              PIC X(48).
