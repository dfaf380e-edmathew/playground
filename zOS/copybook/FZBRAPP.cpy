      *----------------------------------------------------------------
      * FZBRAPP - rule-change approval decision record (80 bytes)
      * ========================================================
      *  One record per checker decision on a queued rule change,
      *  read by FZBRAPV (DD FZBRAPP):
      *    'APV' -> release the queued change for FZBRULES to apply
      *    'REJ' -> refuse it; the row stays on the queue as REJECTED
      *  FZB-APP-PEND-KEY is the 18-byte queue key FZBRQUE reported
      *  when it queued the change (submission date, time and
      *  sequence).  FZB-APP-APPROVER is the checker's user ID and
      *  must differ from the requester's.
      *----------------------------------------------------------------
       01  FZB-APP-RECORD.
           05  FZB-APP-DECISION        PIC X(3).
               88  FZB-APP-IS-APPROVE  VALUE 'APV'.
               88  FZB-APP-IS-REJECT   VALUE 'REJ'.
           05  FZB-APP-PEND-KEY        PIC X(18).
           05  FZB-APP-APPROVER        PIC X(8).
           05  FILLER                  PIC X(51).
