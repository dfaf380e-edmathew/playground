      *----------------------------------------------------------------
      * FZBVARC - FIZZBUZZ lookup archive record (40 bytes)
      * ========================================================
      *  Yearly archive tier of the FZBVSAM lookup master: the same
      *  40-byte layout, keyed on business date, rule set and
      *  counter, one VSAM KSDS per calendar year of the business
      *  date (HLQ.FIZZBUZZ.LOOKUP.ARCH.Yyyyy, DD FZBVyyyy).  The RETN
      *  purge (FIZZBUZZ 4500, FZBMERGE 2800) writes every expired
      *  row here before it deletes it from the master, and records
      *  one FZBVACT control record per date purged; FZBARCP proves
      *  the archive complete against FZBAUDT and FZBINQ answers
      *  from it when the master no longer holds the date.
      *  Each yearly cluster is defined compressed, through an SMS
      *  data class with extended format and compaction, before the
      *  first purge of that year's dates:
      *    IDCAMS DEFINE CLUSTER (NAME(HLQ.FIZZBUZZ.LOOKUP.ARCH.Y2026)
      *             - INDEXED KEYS(19 0) RECORDSIZE(40 40) -
      *             DATACLAS(DCEXTCMP) SHAREOPTIONS(2 3))
      *  Names are distinct from FZBVSAM so both can be copied into
      *  one program.
      *----------------------------------------------------------------
       01  FZB-VARC-RECORD.
           05  FZB-VARC-KEY.
               10  FZB-VARC-BUS-DATE   PIC X(8).
               10  FZB-VARC-RULE-SET   PIC X(4).
               10  FZB-VARC-COUNTER    PIC 9(7).
           05  FZB-VARC-LABEL          PIC X(20).
           05  FILLER                  PIC X(1).
