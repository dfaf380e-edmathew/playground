      *  records - which is what lets the monthly rollup skip
      *  rereading years of FZBARCH.  Define the cluster once with:
      *    IDCAMS DEFINE CLUSTER (NAME(HLQ.FIZZBUZZ.SUMMARY) -
      *             INDEXED KEYS(6 0) RECORDSIZE(120 120) -
      *             SHAREOPTIONS(2 3))
      *----------------------------------------------------------------
       01  FZB-SUMM-RECORD.
           05  FZB-SUMM-KEY.
