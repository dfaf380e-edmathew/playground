      **************************
       IDENTIFICATION DIVISION.
      **************************

       PROGRAM-ID.     FZBRAPV.
       INSTALLATION.   PT-SI.
       AUTHOR.         Edgar Mateus.
       DATE-WRITTEN.   Oct 2026.

      *----------------------------------------------------------------
      * FZBRAPV - approve or reject queued rule changes
      * ========================================================
      *  The checker side of rule maintenance.  Reads the approval
      *  decisions (DD FZBRAPP, copybook FZBRAPP - one APV or REJ per
      *  record, naming the queue key FZBRQUE reported) and records
      *  each on its row of the rule-change queue (DD FZBPEND):
      *  APPROVED rows are released for the next FZBRULES run,
      *  REJECTED rows stay on the queue and are never applied.  The
      *  approver's user ID and the decision date and time are
      *  stamped on the row.
      *
      *  A decision is refused, each on its own (the batch
      *  continues), when:
      *    - the decision is not APV/REJ or no approver is given;
      *    - the queue key is not on the queue;
      *    - the row is not PENDING (already decided or applied);
      *    - the approver is the user ID that requested the change -
      *      nobody approves their own change.
      *  The approval job is run from the checkers' own schedule,
      *  and its FZBRAPP dataset is write-protected to them, so the
      *  approver user ID on the card is the checker who submitted
      *  the job.
      *
      *  After the decisions, every row still PENDING is listed, so
      *  the checker sees what is waiting on them.
      *
      *  RETURN-CODEs:
      *    0  - every decision recorded
      *    4  - one or more decisions refused (the rest recorded)
      *    8  - decision dataset missing (the pending list is still
      *         produced)
      *    20 - file error on the queue
      *----------------------------------------------------------------
      *   DATE         AUTHOR               ALTER
      *   ----         ------            ----------
      * 2026/10/15  Edgar Mateus       Initial version.
      * 2026/10/15  Edgar Mateus       Rule sets: show the rule set
      *                                of each decided and pending
      *                                change.
      *----------------------------------------------------------------

      **************************
       ENVIRONMENT DIVISION.
      **************************
         CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-3090.

         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT APPROVAL-FILE ASSIGN TO FZBRAPP
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBRAPP-STATUS.

      *--  VSAM KSDS rule-change queue - read by key per decision,
      *    then browsed whole for the still-pending list.
              SELECT PENDING-FILE ASSIGN TO FZBPEND
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FZB-PEND-KEY
                     FILE STATUS IS WS-FZBPEND-STATUS.

      **************************
       DATA DIVISION.
      **************************
         FILE SECTION.
       FD  APPROVAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBRAPP.

       FD  PENDING-FILE.
       COPY FZBPEND.

         WORKING-STORAGE SECTION.
       01  WS-FZBRAPP-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBPEND-STATUS             PIC XX VALUE SPACES.

       01  WS-APP-EOF-SW                 PIC X VALUE 'N'.
           88  WS-APP-EOF                VALUE 'Y'.
       01  WS-APP-ABSENT-SW              PIC X VALUE 'N'.
           88  WS-APP-ABSENT             VALUE 'Y'.
       01  WS-SCAN-EOF-SW                PIC X VALUE 'N'.
           88  WS-SCAN-EOF               VALUE 'Y'.
       01  WS-FILE-ERROR-SW              PIC X VALUE 'N'.
           88  WS-FILE-ERROR             VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE           PIC X(8).
           05  WS-CURRENT-TIME           PIC X(6).
           05  FILLER                    PIC X(7).

      *--  The queued transaction, for the decision and pending-list
      *    lines.
       COPY FZBRTXN.
       01  WS-TXN-SET                    PIC X(4) VALUE SPACES.

       01  WS-DECISION-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-APPROVED-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-REJECTED-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-REFUSED-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-STILL-PENDING-COUNT        PIC 9(4) VALUE ZERO.

       01  WS-RETURN-CODE                PIC S9(4) VALUE ZERO.
           88  WS-RC-NORMAL              VALUE 0.
           88  WS-RC-SOME-REFUSED        VALUE 4.
           88  WS-RC-NO-DECISIONS        VALUE 8.
           88  WS-RC-FILE-ERROR          VALUE 20.

      **********************************************
       PROCEDURE DIVISION.
      **********************************************
       MAINLINE SECTION.
           DISPLAY '+----------------------------------------------+'
           DISPLAY '|      FIZZ BUZZ - RULE CHANGE APPROVAL        |'
           DISPLAY '+----------------------------------------------+'

           MOVE FUNCTION CURRENT-DATE (1:21) TO WS-CURRENT-DATE-TIME

           PERFORM 2000-OPEN-FILES

           IF WS-FILE-ERROR
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-APP-EOF OR WS-APP-ABSENT OR WS-FILE-ERROR
               READ APPROVAL-FILE
                 AT END
                   SET WS-APP-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO WS-DECISION-COUNT
                   PERFORM 3000-RECORD-ONE-DECISION
               END-READ
           END-PERFORM

           IF NOT WS-FILE-ERROR
              PERFORM 5000-LIST-STILL-PENDING
           END-IF

           PERFORM 7000-CLOSE-FILES

           DISPLAY '+----------------------------------------------+'
           DISPLAY '|    RULE CHANGE APPROVAL - END BATCH          |'
           DISPLAY '+----------------------------------------------+'
           DISPLAY '|  Decisions read........: ' WS-DECISION-COUNT
           DISPLAY '|  Changes approved......: ' WS-APPROVED-COUNT
           DISPLAY '|  Changes rejected......: ' WS-REJECTED-COUNT
           DISPLAY '|  Decisions refused.....: ' WS-REFUSED-COUNT
           DISPLAY '|  Still pending.........: ' WS-STILL-PENDING-COUNT
           DISPLAY '+----------------------------------------------+'

           EVALUATE TRUE
               WHEN WS-FILE-ERROR
                    SET WS-RC-FILE-ERROR TO TRUE
               WHEN WS-APP-ABSENT
                    SET WS-RC-NO-DECISIONS TO TRUE
               WHEN WS-REFUSED-COUNT > ZERO
                    SET WS-RC-SOME-REFUSED TO TRUE
               WHEN OTHER
                    SET WS-RC-NORMAL TO TRUE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------
      * 2000-OPEN-FILES - the queue is required.  A missing decision
      * dataset still lets the pending list be produced (RC 8), so
      * the checker can run the job just to see what is waiting.
      *----------------------------------------------------------------
       2000-OPEN-FILES SECTION.
           OPEN I-O PENDING-FILE
           IF WS-FZBPEND-STATUS NOT = '00'
              DISPLAY 'FZBF020E - ERROR OPENING FZBPEND, STATUS='
                      WS-FZBPEND-STATUS
              SET WS-FILE-ERROR TO TRUE
              GO TO 2000-EXIT
           END-IF

           OPEN INPUT APPROVAL-FILE
           IF WS-FZBRAPP-STATUS NOT = '00'
              DISPLAY 'FZBF008E - FZBRAPP DATASET NOT AVAILABLE, '
                      'STATUS=' WS-FZBRAPP-STATUS
              SET WS-APP-ABSENT TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-RECORD-ONE-DECISION - one APV/REJ card against its
      * queue row; the maker can never be their own checker.
      *----------------------------------------------------------------
       3000-RECORD-ONE-DECISION SECTION.
           IF (NOT FZB-APP-IS-APPROVE AND NOT FZB-APP-IS-REJECT)
              OR FZB-APP-APPROVER = SPACES
              DISPLAY 'FZBF004W - DECISION REFUSED, MALFORMED CARD: '
                      FZB-APP-DECISION ' ' FZB-APP-PEND-KEY
              ADD 1 TO WS-REFUSED-COUNT
              GO TO 3000-EXIT
           END-IF

           MOVE FZB-APP-PEND-KEY TO FZB-PEND-KEY
           READ PENDING-FILE
               INVALID KEY
                  DISPLAY 'FZBF004W - DECISION REFUSED, NOT ON QUEUE: '
                          FZB-APP-PEND-KEY
                  ADD 1 TO WS-REFUSED-COUNT
                  GO TO 3000-EXIT
           END-READ
           IF WS-FZBPEND-STATUS NOT = '00'
              DISPLAY 'FZBF020E - ERROR READING FZBPEND, STATUS='
                      WS-FZBPEND-STATUS ' KEY=' FZB-APP-PEND-KEY
              SET WS-FILE-ERROR TO TRUE
              GO TO 3000-EXIT
           END-IF

           MOVE FZB-PEND-TXN-IMAGE TO FZB-TXN-RECORD
           PERFORM 3900-NORMALIZE-TXN-SET

           IF NOT FZB-PEND-PENDING
              DISPLAY 'FZBF004W - DECISION REFUSED, NOT PENDING '
                      '(STATUS=' FZB-PEND-STATUS '): ' FZB-PEND-KEY
              ADD 1 TO WS-REFUSED-COUNT
              GO TO 3000-EXIT
           END-IF

           IF FZB-APP-APPROVER = FZB-PEND-REQUESTER
              DISPLAY 'FZBF004W - DECISION REFUSED, APPROVER IS THE '
                      'REQUESTER (' FZB-PEND-REQUESTER '): '
                      FZB-PEND-KEY
              ADD 1 TO WS-REFUSED-COUNT
              GO TO 3000-EXIT
           END-IF

           IF FZB-APP-IS-APPROVE
              SET FZB-PEND-APPROVED TO TRUE
           ELSE
              SET FZB-PEND-REJECTED TO TRUE
           END-IF
           MOVE FZB-APP-APPROVER  TO FZB-PEND-APPROVER
           MOVE WS-CURRENT-DATE   TO FZB-PEND-DECISION-DATE
           MOVE WS-CURRENT-TIME   TO FZB-PEND-DECISION-TIME

           REWRITE FZB-PEND-RECORD
               INVALID KEY
                  DISPLAY 'FZBF020E - ERROR REWRITING FZBPEND, KEY='
                          FZB-PEND-KEY
                  SET WS-FILE-ERROR TO TRUE
           END-REWRITE
           IF WS-FZBPEND-STATUS NOT = '00'
              DISPLAY 'FZBF020E - ERROR REWRITING FZBPEND, STATUS='
                      WS-FZBPEND-STATUS ' KEY=' FZB-PEND-KEY
              SET WS-FILE-ERROR TO TRUE
              GO TO 3000-EXIT
           END-IF

           IF FZB-PEND-APPROVED
              ADD 1 TO WS-APPROVED-COUNT
              DISPLAY 'FZBF000I - APPROVED ' FZB-PEND-KEY ' '
                      FZB-TXN-ACTION ' ' FZB-TXN-DIVISOR ' '
                      FZB-TXN-LABEL ' SET=' WS-TXN-SET
                      ' REQ=' FZB-PEND-REQUESTER
                      ' APV=' FZB-PEND-APPROVER
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
              DISPLAY 'FZBF000I - REJECTED ' FZB-PEND-KEY ' '
                      FZB-TXN-ACTION ' ' FZB-TXN-DIVISOR ' '
                      FZB-TXN-LABEL ' SET=' WS-TXN-SET
                      ' REQ=' FZB-PEND-REQUESTER
                      ' BY=' FZB-PEND-APPROVER
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3900-NORMALIZE-TXN-SET - the queued change's rule set, blank
      * shown as the default set BASE.
      *----------------------------------------------------------------
       3900-NORMALIZE-TXN-SET SECTION.
           IF FZB-TXN-RULE-SET = SPACES
              MOVE 'BASE' TO WS-TXN-SET
           ELSE
              MOVE FZB-TXN-RULE-SET TO WS-TXN-SET
           END-IF.

      *----------------------------------------------------------------
      * 5000-LIST-STILL-PENDING - every row still waiting for a
      * decision, oldest first.
      *----------------------------------------------------------------
       5000-LIST-STILL-PENDING SECTION.
           DISPLAY ' '
           DISPLAY 'CHANGES AWAITING APPROVAL'
           DISPLAY 'QUEUE KEY          ACT DIV LABEL      '
                   'EFFECTIVE EXPIRY   REQUESTER SET'

           MOVE LOW-VALUES TO FZB-PEND-KEY
           START PENDING-FILE KEY > FZB-PEND-KEY
               INVALID KEY
                  SET WS-SCAN-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-SCAN-EOF OR WS-FILE-ERROR
               READ PENDING-FILE NEXT RECORD
                 AT END
                   SET WS-SCAN-EOF TO TRUE
                 NOT AT END
                   IF FZB-PEND-PENDING
                      ADD 1 TO WS-STILL-PENDING-COUNT
                      MOVE FZB-PEND-TXN-IMAGE TO FZB-TXN-RECORD
                      PERFORM 3900-NORMALIZE-TXN-SET
                      DISPLAY FZB-PEND-KEY ' ' FZB-TXN-ACTION ' '
                              FZB-TXN-DIVISOR ' ' FZB-TXN-LABEL ' '
                              FZB-TXN-EFF-DATE '  ' FZB-TXN-EXP-DATE
                              ' ' FZB-PEND-REQUESTER ' ' WS-TXN-SET
                   END-IF
               END-READ
           END-PERFORM

           IF WS-FZBPEND-STATUS NOT = '00'
              AND WS-FZBPEND-STATUS NOT = '10'
              AND WS-FZBPEND-STATUS NOT = '23'
              DISPLAY 'FZBF020E - ERROR SCANNING FZBPEND, STATUS='
                      WS-FZBPEND-STATUS
              SET WS-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 7000-CLOSE-FILES
      *----------------------------------------------------------------
       7000-CLOSE-FILES SECTION.
           IF NOT WS-APP-ABSENT
              CLOSE APPROVAL-FILE
              IF WS-FZBRAPP-STATUS NOT = '00'
                 DISPLAY 'FZBF020E - ERROR CLOSING FZBRAPP, STATUS='
                         WS-FZBRAPP-STATUS
                 SET WS-FILE-ERROR TO TRUE
              END-IF
           END-IF

           CLOSE PENDING-FILE
           IF WS-FZBPEND-STATUS NOT = '00'
              DISPLAY 'FZBF020E - ERROR CLOSING FZBPEND, STATUS='
                      WS-FZBPEND-STATUS
              SET WS-FILE-ERROR TO TRUE
           END-IF.
