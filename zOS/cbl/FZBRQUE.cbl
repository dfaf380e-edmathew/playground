      **************************
       IDENTIFICATION DIVISION.
      **************************

       PROGRAM-ID.     FZBRQUE.
       INSTALLATION.   PT-SI.
       AUTHOR.         Edgar Mateus.
       DATE-WRITTEN.   Oct 2026.

      *----------------------------------------------------------------
      * FZBRQUE - queue rule-maintenance requests for approval
      * ========================================================
      *  The maker side of rule maintenance.  Reads a batch of
      *  FZBRTXN maintenance transactions (DD FZBRTXN, one ADD/CHG/
      *  DEL per record, each carrying the requester's user ID) and
      *  queues every well-formed one as PENDING on the rule-change
      *  queue (DD FZBPEND, copybook FZBPEND).  Nothing reaches the
      *  FZBCTL control dataset from here: a queued change waits
      *  until a different user ID approves it with FZBRAPV, and only
      *  then does FZBRULES apply it.
      *
      *  Each queued change is reported with its 18-byte queue key
      *  (submission date, time and sequence), which is what the
      *  checker quotes on the FZBRAPP approval card.
      *
      *  Rejected here, each on its own (the batch continues):
      *    - action not ADD/CHG/DEL;
      *    - divisor not numeric;
      *    - rule set ID not left-justified (blank is the default
      *      set BASE);
      *    - no requester user ID.
      *  The full rule validation (label, dates, overlap, not found)
      *  is left to FZBRULES at apply time, against the rule table
      *  as it stands then - not as it stood when the change was
      *  requested.
      *
      *  RETURN-CODEs:
      *    0  - every transaction queued
      *    4  - one or more transactions rejected (the rest queued)
      *    8  - transaction dataset missing or empty
      *    20 - file error on the queue
      *----------------------------------------------------------------
      *   DATE         AUTHOR               ALTER
      *   ----         ------            ----------
      * 2026/10/15  Edgar Mateus       Initial version.
      * 2026/10/15  Edgar Mateus       Rule sets: reject a rule set
      *                                ID that is not left-justified;
      *                                show the set on the queued
      *                                line.
      *----------------------------------------------------------------

      **************************
       ENVIRONMENT DIVISION.
      **************************
         CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-3090.

         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT TRANSACTION-FILE ASSIGN TO FZBRTXN
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBRTXN-STATUS.

      *--  VSAM KSDS rule-change queue - written by key.
              SELECT PENDING-FILE ASSIGN TO FZBPEND
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS FZB-PEND-KEY
                     FILE STATUS IS WS-FZBPEND-STATUS.

      **************************
       DATA DIVISION.
      **************************
         FILE SECTION.
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBRTXN.

       FD  PENDING-FILE.
       COPY FZBPEND.

         WORKING-STORAGE SECTION.
       01  WS-FZBRTXN-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBPEND-STATUS             PIC XX VALUE SPACES.

       01  WS-TXN-EOF-SW                 PIC X VALUE 'N'.
           88  WS-TXN-EOF                VALUE 'Y'.
       01  WS-TXN-ABSENT-SW              PIC X VALUE 'N'.
           88  WS-TXN-ABSENT             VALUE 'Y'.
       01  WS-FILE-ERROR-SW              PIC X VALUE 'N'.
           88  WS-FILE-ERROR             VALUE 'Y'.
       01  WS-QUEUED-SW                  PIC X VALUE 'N'.
           88  WS-QUEUED                 VALUE 'Y'.

      *--  Queue key of this run: the run's start date and time, and
      *    a sequence per transaction.  A key already taken (two
      *    submissions in the same second) moves on to the next
      *    sequence number.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE           PIC X(8).
           05  WS-CURRENT-TIME           PIC X(6).
           05  FILLER                    PIC X(7).
       01  WS-NEXT-SEQ                   PIC 9(4) VALUE ZERO.

       01  WS-TXN-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-QUEUED-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-REJECTED-COUNT             PIC 9(4) VALUE ZERO.

       01  WS-RETURN-CODE                PIC S9(4) VALUE ZERO.
           88  WS-RC-NORMAL              VALUE 0.
           88  WS-RC-SOME-REJECTED       VALUE 4.
           88  WS-RC-NO-TRANSACTIONS     VALUE 8.
           88  WS-RC-FILE-ERROR          VALUE 20.

      **********************************************
       PROCEDURE DIVISION.
      **********************************************
       MAINLINE SECTION.
           DISPLAY '+----------------------------------------------+'
           DISPLAY '|     FIZZ BUZZ - RULE CHANGE SUBMISSION       |'
           DISPLAY '+----------------------------------------------+'

           MOVE FUNCTION CURRENT-DATE (1:21) TO WS-CURRENT-DATE-TIME

           PERFORM 2000-OPEN-FILES

           IF WS-TXN-ABSENT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-FILE-ERROR
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-TXN-EOF OR WS-FILE-ERROR
               READ TRANSACTION-FILE
                 AT END
                   SET WS-TXN-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO WS-TXN-COUNT
                   PERFORM 3000-QUEUE-ONE-TRANSACTION
               END-READ
           END-PERFORM

           PERFORM 4000-CLOSE-FILES

           DISPLAY '+----------------------------------------------+'
           DISPLAY '|   RULE CHANGE SUBMISSION - END BATCH         |'
           DISPLAY '+----------------------------------------------+'
           DISPLAY '|  Transactions read.....: ' WS-TXN-COUNT
           DISPLAY '|  Queued for approval...: ' WS-QUEUED-COUNT
           DISPLAY '|  Rejected..............: ' WS-REJECTED-COUNT
           DISPLAY '+----------------------------------------------+'

           EVALUATE TRUE
               WHEN WS-FILE-ERROR
                    SET WS-RC-FILE-ERROR TO TRUE
               WHEN WS-TXN-COUNT = ZERO
                    DISPLAY 'FZBE008E - NO RULE TRANSACTIONS READ'
                    SET WS-RC-NO-TRANSACTIONS TO TRUE
               WHEN WS-REJECTED-COUNT > ZERO
                    SET WS-RC-SOME-REJECTED TO TRUE
               WHEN OTHER
                    SET WS-RC-NORMAL TO TRUE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------
      * 2000-OPEN-FILES - the transaction dataset is required (a
      * missing one is the "nothing to queue" ending, RC 8); the
      * queue is opened I-O, or created on its very first use.
      *----------------------------------------------------------------
       2000-OPEN-FILES SECTION.
           OPEN INPUT TRANSACTION-FILE
           IF WS-FZBRTXN-STATUS NOT = '00'
              DISPLAY 'FZBE008E - FZBRTXN DATASET NOT AVAILABLE, '
                      'STATUS=' WS-FZBRTXN-STATUS
              SET WS-TXN-ABSENT TO TRUE
              GO TO 2000-EXIT
           END-IF

           OPEN I-O PENDING-FILE
           IF WS-FZBPEND-STATUS = '35'
              OPEN OUTPUT PENDING-FILE
           END-IF
           IF WS-FZBPEND-STATUS NOT = '00'
              DISPLAY 'FZBE020E - ERROR OPENING FZBPEND, STATUS='
                      WS-FZBPEND-STATUS
              SET WS-FILE-ERROR TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-QUEUE-ONE-TRANSACTION - shape checks, then one PENDING
      * row carrying the transaction image and the requester.
      *----------------------------------------------------------------
       3000-QUEUE-ONE-TRANSACTION SECTION.
           IF NOT FZB-TXN-IS-ADD
              AND NOT FZB-TXN-IS-CHANGE
              AND NOT FZB-TXN-IS-DELETE
              DISPLAY 'FZBE004W - REJECTED, UNKNOWN ACTION: '
                      FZB-TXN-ACTION
              ADD 1 TO WS-REJECTED-COUNT
              GO TO 3000-EXIT
           END-IF

           IF FZB-TXN-DIVISOR IS NOT NUMERIC
              DISPLAY 'FZBE004W - REJECTED, BAD DIVISOR: '
                      FZB-TXN-ACTION ' ' FZB-TXN-DIVISOR
              ADD 1 TO WS-REJECTED-COUNT
              GO TO 3000-EXIT
           END-IF

           IF FZB-TXN-RULE-SET NOT = SPACES
              AND FZB-TXN-RULE-SET (1:1) = SPACE
              DISPLAY 'FZBE004W - REJECTED, BAD RULE SET: '
                      FZB-TXN-ACTION ' ' FZB-TXN-DIVISOR
                      ' SET=' FZB-TXN-RULE-SET
              ADD 1 TO WS-REJECTED-COUNT
              GO TO 3000-EXIT
           END-IF

           IF FZB-TXN-REQUESTER = SPACES
              DISPLAY 'FZBE004W - REJECTED, NO REQUESTER USER ID: '
                      FZB-TXN-ACTION ' ' FZB-TXN-DIVISOR
              ADD 1 TO WS-REJECTED-COUNT
              GO TO 3000-EXIT
           END-IF

           MOVE SPACES               TO FZB-PEND-RECORD
           MOVE WS-CURRENT-DATE      TO FZB-PEND-SUBMIT-DATE
           MOVE WS-CURRENT-TIME      TO FZB-PEND-SUBMIT-TIME
           SET FZB-PEND-PENDING      TO TRUE
           MOVE FZB-TXN-REQUESTER    TO FZB-PEND-REQUESTER
           MOVE FZB-TXN-RECORD       TO FZB-PEND-TXN-IMAGE

           MOVE 'N' TO WS-QUEUED-SW
           PERFORM UNTIL WS-QUEUED OR WS-FILE-ERROR
               ADD 1 TO WS-NEXT-SEQ
               MOVE WS-NEXT-SEQ TO FZB-PEND-SEQ
               WRITE FZB-PEND-RECORD
                   INVALID KEY
                      IF WS-NEXT-SEQ = 9999
                         DISPLAY 'FZBE020E - NO FREE QUEUE KEY FOR '
                                 WS-CURRENT-DATE WS-CURRENT-TIME
                         SET WS-FILE-ERROR TO TRUE
                      END-IF
                   NOT INVALID KEY
                      SET WS-QUEUED TO TRUE
               END-WRITE
               IF WS-FZBPEND-STATUS NOT = '00'
                  AND WS-FZBPEND-STATUS NOT = '22'
                  DISPLAY 'FZBE020E - ERROR WRITING FZBPEND, STATUS='
                          WS-FZBPEND-STATUS
                  SET WS-FILE-ERROR TO TRUE
               END-IF
           END-PERFORM

           IF WS-QUEUED
              ADD 1 TO WS-QUEUED-COUNT
              DISPLAY 'FZBE000I - QUEUED ' FZB-PEND-KEY ' '
                      FZB-TXN-ACTION ' ' FZB-TXN-DIVISOR ' '
                      FZB-TXN-LABEL ' SET=' FZB-TXN-RULE-SET
                      ' BY ' FZB-TXN-REQUESTER
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-CLOSE-FILES
      *----------------------------------------------------------------
       4000-CLOSE-FILES SECTION.
           CLOSE TRANSACTION-FILE
           IF WS-FZBRTXN-STATUS NOT = '00'
              DISPLAY 'FZBE020E - ERROR CLOSING FZBRTXN, STATUS='
                      WS-FZBRTXN-STATUS
              SET WS-FILE-ERROR TO TRUE
           END-IF

           CLOSE PENDING-FILE
           IF WS-FZBPEND-STATUS NOT = '00'
              DISPLAY 'FZBE020E - ERROR CLOSING FZBPEND, STATUS='
                      WS-FZBPEND-STATUS
              SET WS-FILE-ERROR TO TRUE
           END-IF.
