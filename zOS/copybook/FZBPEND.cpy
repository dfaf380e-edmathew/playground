      *----------------------------------------------------------------
      * FZBPEND - rule-change pending queue record (160 bytes)
      * ========================================================
      *  VSAM KSDS keyed on submission date, time and a sequence
      *  number within the submitting run, so a browse returns the
      *  queue in the order the changes were requested.  One row per
      *  FZBRTXN transaction:
      *    - FZBRQUE queues each transaction as PENDING, carrying
      *      the requester's user ID and the transaction image;
      *    - FZBRAPV records the checker's decision - APPROVED or
      *      REJECTED - with the approver's user ID, which must
      *      differ from the requester's;
      *    - FZBRULES applies only APPROVED rows and marks each one
      *      APPLIED, or FAILED when the change did not pass the
      *      rule-table validation at apply time.
      *  Rows are never deleted, so the queue is also the record of
      *  every change ever asked for and who released it.  Define
      *  the cluster once with:
      *    IDCAMS DEFINE CLUSTER (NAME(HLQ.FIZZBUZZ.RULEQ) -
      *             INDEXED KEYS(18 0) RECORDSIZE(160 160))
      *----------------------------------------------------------------
       01  FZB-PEND-RECORD.
           05  FZB-PEND-KEY.
               10  FZB-PEND-SUBMIT-DATE PIC X(8).
               10  FZB-PEND-SUBMIT-TIME PIC X(6).
               10  FZB-PEND-SEQ        PIC 9(4).
           05  FZB-PEND-STATUS         PIC X.
               88  FZB-PEND-PENDING    VALUE 'P'.
               88  FZB-PEND-APPROVED   VALUE 'A'.
               88  FZB-PEND-REJECTED   VALUE 'R'.
               88  FZB-PEND-APPLIED    VALUE 'D'.
               88  FZB-PEND-FAILED     VALUE 'F'.
           05  FZB-PEND-REQUESTER      PIC X(8).
           05  FZB-PEND-APPROVER       PIC X(8).
           05  FZB-PEND-DECISION-DATE  PIC X(8).
           05  FZB-PEND-DECISION-TIME  PIC X(6).
           05  FZB-PEND-APPLIED-DATE   PIC X(8).
      *--  The FZBRTXN transaction exactly as submitted.
           05  FZB-PEND-TXN-IMAGE      PIC X(80).
           05  FILLER                  PIC X(23).
