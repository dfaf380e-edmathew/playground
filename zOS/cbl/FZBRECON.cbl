      *  transmission case that used to surface as a month-end
      *  variance.
      *
      *  A business date can be shipped more than once: the full
      *  extract is version 00 and each restatement's correction
      *  extract takes the next version (FZBEXTR PARM='CORR').  Each
      *  acknowledgment names the version it loaded (FZB-ACK-VERSION,
      *  blank taken as 00) and is matched against that shipment's
      *  own log row, so the original and every restatement are
      *  reconciled - and aged - separately.
      *
      *  Each rule set (business unit) of a date is shipped and
      *  acknowledged on its own: the acknowledgment names its rule
      *  set (FZB-ACK-RULE-SET, blank taken as the default set BASE)
      *  and matches only that set's log row.
      *
      *  Each subscriber (copybook FZBSUBS) acknowledges its own
      *  shipments: the acknowledgment names the subscriber
      *  (FZB-ACK-SUBSCRIBER, blank taken as the finance warehouse
      *  FINWHSE) and matches only that subscriber's log row, and
      *  every subscriber's acknowledgments may be concatenated on
      *  FZBACK.  A subscriber whose FZBSUBS record carries an age
      *  limit (FZB-SUB-AGE-DAYS) is aged by that limit instead of
      *  AGE=; FZBSUBS is optional.
      *
      *  Every business date whose latest shipment (highest version)
      *  to each subscriber and rule set it shipped to is matched is
      *  then advanced from "extracted" to "acknowledged" on the
      *  processing-state register (DD FZBSTRG, copybook FZBSTRG); a
      *  date with a latest shipment still unacknowledged, or
      *  mismatched, stays "extracted" until that shipment is
      *  matched - a matched original does not stand in for its
      *  correction.
      *  An acknowledgment for a date the register says was never
      *  extracted is out of sequence and reported.
      *
      *  PARM 'AGE=nn' (days, 1-2 digits) is required: how long an
      *  extract may wait for its acknowledgment before it is an
      *  exception, for every subscriber without a limit of its own.
      *
      *  RETURN-CODEs (highest wins; any non-zero is a next-morning
      *  exception, not a month-end surprise):
      *    0  - every acknowledgment matched, nothing aging
      *    8  - PARM missing or invalid, or an FZBSUBS age limit
      *         that is not 01-99
      *    12 - one or more mismatched acknowledgments
      *    16 - one or more extracts aging with no acknowledgment
      *    20 - file error
      *    36 - one or more matched acknowledgments for a date not
      *         extracted according to the processing-state register
      *         (ranks below 20 only)
      *----------------------------------------------------------------
      *   DATE         AUTHOR               ALTER
      *   ----         ------            ----------
      * 2026/09/02  Edgar Mateus       Initial version.
      * 2026/10/15  Edgar Mateus       Match on business date and
      *                                shipment version, so original
      *                                and restated extracts of a
      *                                date reconcile separately.
      * 2026/10/15  Edgar Mateus       Advance acknowledged dates on
      *                                the processing-state register
      *                                (FZBSTRG); RC 36 for an
      *                                acknowledgment of a date never
      *                                extracted.
      * 2026/10/15  Edgar Mateus       Rule sets: match on business
      *                                date, rule set and version; a
      *                                date is advanced on FZBSTRG
      *                                only once every set it shipped
      *                                has a matched acknowledgment.
      * 2026/10/15  Edgar Mateus       Subscribers: match on business
      *                                date, subscriber, rule set and
      *                                version; per-subscriber age
      *                                limits from FZBSUBS.
      *----------------------------------------------------------------

      **************************
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBACK-STATUS.

      *--  Subscriber table (optional) - per-subscriber age limits.
              SELECT SUBSCRIBER-FILE ASSIGN TO FZBSUBS
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBSUBS-STATUS.

      *--  Transmission log written by FZBEXTR - read by key per
      *    acknowledgment, then browsed whole for the ageing scan.
              SELECT XMIT-LOG-FILE ASSIGN TO FZBXLOG
                     RECORD KEY IS FZB-XLOG-KEY
                     FILE STATUS IS WS-FZBXLOG-STATUS.

      *--  Processing-state register (one row per business date,
      *    FZBSTRG) - advanced once every acknowledgment is read.
              SELECT STATE-FILE ASSIGN TO FZBSTRG
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS FZB-STRG-KEY
                     FILE STATUS IS WS-FZBSTRG-STATUS.

      **************************
       DATA DIVISION.
      **************************
           RECORDING MODE IS F.
       COPY FZBACK.

       FD  SUBSCRIBER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBSUBS.

       FD  XMIT-LOG-FILE.
       COPY FZBXLOG.

       FD  STATE-FILE.
       COPY FZBSTRG.

         WORKING-STORAGE SECTION.
       01  WS-FZBACK-STATUS              PIC XX VALUE SPACES.
       01  WS-FZBXLOG-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBSTRG-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBSUBS-STATUS             PIC XX VALUE SPACES.

       01  WS-ACK-EOF-SW                 PIC X VALUE 'N'.
           88  WS-ACK-EOF                VALUE 'Y'.
       01  WS-SUBS-EOF-SW                PIC X VALUE 'N'.
           88  WS-SUBS-EOF               VALUE 'Y'.
       01  WS-SCAN-EOF-SW                PIC X VALUE 'N'.
           88  WS-SCAN-EOF               VALUE 'Y'.
       01  WS-FILE-ERROR-SW              PIC X VALUE 'N'.
       01  WS-AGE-DAYS                   PIC 99 VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(8) VALUE SPACES.
       01  WS-CURRENT-TIME               PIC X(6) VALUE SPACES.
       01  WS-AGE-CUTOFF                 PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM                   PIC 9(8) VALUE ZERO.
       01  WS-DATE-INTEGER               PIC 9(7) VALUE ZERO.

      *--  Subscribers with an age limit of their own (FZBSUBS), and
      *    the cutoff that applies to the log row in hand.
       01  WS-SUB-AGE-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-SUB-AGE-TABLE.
           05  WS-SUB-AGE-ENTRY OCCURS 20 TIMES.
               10  WS-SUB-AGE-ID         PIC X(8).
               10  WS-SUB-AGE-DAYS       PIC 9(2).
               10  WS-SUB-AGE-CUTOFF     PIC X(8).
       01  WS-SUB-AGE-IDX                PIC 9(2) VALUE ZERO.
       01  WS-ROW-CUTOFF                 PIC X(8) VALUE SPACES.

       01  WS-ACK-COUNT-NUM              PIC 9(9)  VALUE ZERO.
       01  WS-ACK-HASH-NUM               PIC 9(15) VALUE ZERO.
       01  WS-ACK-VERSION                PIC X(2)  VALUE SPACES.
       01  WS-ACK-SET                    PIC X(4)  VALUE SPACES.
       01  WS-ACK-SUB                    PIC X(8)  VALUE SPACES.

      *--  Per-date check that every subscriber and rule set shipped
      *    is matched.
       01  WS-CHECK-DATE                 PIC X(8)  VALUE SPACES.
       01  WS-CHECK-GROUP.
           05  WS-CHECK-SUB              PIC X(8)  VALUE SPACES.
           05  WS-CHECK-SET              PIC X(4)  VALUE SPACES.
       01  WS-CHECK-EOF-SW               PIC X VALUE 'N'.
           88  WS-CHECK-EOF              VALUE 'Y'.
       01  WS-SET-MATCHED-SW             PIC X VALUE 'N'.
           88  WS-SET-MATCHED            VALUE 'Y'.
       01  WS-ALL-SETS-MATCHED-SW        PIC X VALUE 'Y'.
           88  WS-ALL-SETS-MATCHED       VALUE 'Y'.
       01  WS-DATES-PENDING-SETS         PIC 9(5) VALUE ZERO.

      *--  Reconciliation tallies for the END BATCH banner.
       01  WS-ACKS-READ                  PIC 9(5) VALUE ZERO.
       01  WS-ACKS-MISMATCHED            PIC 9(5) VALUE ZERO.
       01  WS-ACKS-REJECTED              PIC 9(5) VALUE ZERO.
       01  WS-AGING-UNACKED              PIC 9(5) VALUE ZERO.
       01  WS-DATES-ACKNOWLEDGED         PIC 9(5) VALUE ZERO.
       01  WS-ACKS-OUT-OF-SEQUENCE       PIC 9(5) VALUE ZERO.

      *--  Business dates with a matched acknowledgment, for the
      *    processing-state register update.
       01  WS-ACKED-DATE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-ACKED-DATE-TABLE.
           05  WS-ACKED-DATE OCCURS 200 TIMES PIC X(8).
       01  WS-ACKED-IDX                  PIC 9(3) VALUE ZERO.

       01  WS-RETURN-CODE                PIC S9(4) VALUE ZERO.
           88  WS-RC-NORMAL              VALUE 0.
           88  WS-RC-MISMATCHED          VALUE 12.
           88  WS-RC-AGING-UNACKED       VALUE 16.
           88  WS-RC-FILE-ERROR          VALUE 20.
           88  WS-RC-OUT-OF-SEQUENCE     VALUE 36.

      ***************************
         LINKAGE SECTION.
           DISPLAY '+----------------------------------------------+'

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CURRENT-TIME

           IF LS-PARM-LEN > ZERO AND LS-PARM-LEN <= 80
              MOVE LS-PARM-TEXT (1:LS-PARM-LEN) TO WS-RUN-PARM
           END-IF
           PERFORM 0100-PARSE-AGE-PARM
           IF NOT WS-PARM-ERROR
              PERFORM 0200-LOAD-SUBSCRIBER-AGES
           END-IF

           IF WS-PARM-ERROR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-FILE-ERROR
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 1000-COMPUTE-AGE-CUTOFF
           PERFORM 2000-OPEN-FILES

               END-READ
           END-PERFORM

           IF NOT WS-FILE-ERROR AND WS-ACKED-DATE-COUNT > ZERO
              PERFORM 4000-ADVANCE-STATE-REGISTER
           END-IF

           IF NOT WS-FILE-ERROR
              PERFORM 5000-SCAN-FOR-AGING
           END-IF
           DISPLAY '|  Mismatched............: ' WS-ACKS-MISMATCHED
           DISPLAY '|  Rejected (malformed)..: ' WS-ACKS-REJECTED
           DISPLAY '|  Aging unacknowledged..: ' WS-AGING-UNACKED
           DISPLAY '|  Dates acknowledged....: ' WS-DATES-ACKNOWLEDGED
           DISPLAY '|  Dates awaiting sets...: ' WS-DATES-PENDING-SETS
           DISPLAY '|  Out of sequence.......: ' WS-ACKS-OUT-OF-SEQUENCE
           DISPLAY '|  Ageing cutoff date....: ' WS-AGE-CUTOFF
           PERFORM VARYING WS-SUB-AGE-IDX FROM 1 BY 1
                     UNTIL WS-SUB-AGE-IDX > WS-SUB-AGE-COUNT
               DISPLAY '|    ' WS-SUB-AGE-ID (WS-SUB-AGE-IDX)
                       ' AGE=' WS-SUB-AGE-DAYS (WS-SUB-AGE-IDX)
                       ' CUTOFF=' WS-SUB-AGE-CUTOFF (WS-SUB-AGE-IDX)
           END-PERFORM
           DISPLAY '+----------------------------------------------+'

           EVALUATE TRUE
               WHEN WS-FILE-ERROR
                    SET WS-RC-FILE-ERROR TO TRUE
               WHEN WS-ACKS-OUT-OF-SEQUENCE > ZERO
                    SET WS-RC-OUT-OF-SEQUENCE TO TRUE
               WHEN WS-AGING-UNACKED > ZERO
                    SET WS-RC-AGING-UNACKED TO TRUE
               WHEN WS-ACKS-MISMATCHED > ZERO
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 0200-LOAD-SUBSCRIBER-AGES - the age limit of every subscriber
      * on FZBSUBS that has one.  No FZBSUBS (status 35) means AGE=
      * applies to every subscriber.  A limit that is not 01-99 is
      * rejected like a bad AGE= value - it would silently decide how
      * long that subscriber's dropped transmissions go unnoticed.
      *----------------------------------------------------------------
       0200-LOAD-SUBSCRIBER-AGES SECTION.
           OPEN INPUT SUBSCRIBER-FILE
           IF WS-FZBSUBS-STATUS = '35'
              GO TO 0200-EXIT
           END-IF
           IF WS-FZBSUBS-STATUS NOT = '00'
              DISPLAY 'FZBC020E - ERROR OPENING FZBSUBS, STATUS='
                      WS-FZBSUBS-STATUS
              SET WS-FILE-ERROR TO TRUE
              GO TO 0200-EXIT
           END-IF

           PERFORM UNTIL WS-SUBS-EOF OR WS-FILE-ERROR
               READ SUBSCRIBER-FILE
                 AT END
                   SET WS-SUBS-EOF TO TRUE
                 NOT AT END
                   IF FZB-SUB-IS-SUBSCRIBER
                      AND FZB-SUB-AGE-DAYS NOT = SPACES
                      PERFORM 0250-NOTE-SUBSCRIBER-AGE
                   END-IF
               END-READ
               IF WS-FZBSUBS-STATUS NOT = '00'
                  AND WS-FZBSUBS-STATUS NOT = '10'
                  DISPLAY 'FZBC020E - ERROR READING FZBSUBS, STATUS='
                          WS-FZBSUBS-STATUS
                  SET WS-FILE-ERROR TO TRUE
               END-IF
           END-PERFORM

           CLOSE SUBSCRIBER-FILE.
       0200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0250-NOTE-SUBSCRIBER-AGE - one subscriber's age limit.
      *----------------------------------------------------------------
       0250-NOTE-SUBSCRIBER-AGE SECTION.
           IF FZB-SUB-AGE-DAYS IS NOT NUMERIC
              OR FZB-SUB-AGE-DAYS = '00'
              SET WS-PARM-ERROR TO TRUE
              DISPLAY 'FZBC008E - FZBSUBS AGE LIMIT IS NOT 01-99: '
                      FZB-SUB-ID ' AGE=' FZB-SUB-AGE-DAYS
              GO TO 0250-EXIT
           END-IF
           IF WS-SUB-AGE-COUNT NOT < 20
              SET WS-PARM-ERROR TO TRUE
              DISPLAY 'FZBC008E - FZBSUBS HAS MORE THAN 20 AGE '
                      'LIMITS: ' FZB-SUB-ID
              GO TO 0250-EXIT
           END-IF
           ADD 1 TO WS-SUB-AGE-COUNT
           MOVE FZB-SUB-ID       TO WS-SUB-AGE-ID (WS-SUB-AGE-COUNT)
           MOVE FZB-SUB-AGE-DAYS TO WS-SUB-AGE-DAYS (WS-SUB-AGE-COUNT).
       0250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-COMPUTE-AGE-CUTOFF - an unacknowledged extract dated
      * before today minus AGE= days (or its subscriber's own limit)
      * is an exception.
      *----------------------------------------------------------------
       1000-COMPUTE-AGE-CUTOFF SECTION.
           MOVE WS-CURRENT-DATE TO WS-DATE-NUM
                   - WS-AGE-DAYS
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
           MOVE WS-DATE-NUM TO WS-AGE-CUTOFF

           PERFORM VARYING WS-SUB-AGE-IDX FROM 1 BY 1
                     UNTIL WS-SUB-AGE-IDX > WS-SUB-AGE-COUNT
               MOVE WS-CURRENT-DATE TO WS-DATE-NUM
               COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                       - WS-SUB-AGE-DAYS (WS-SUB-AGE-IDX)
               COMPUTE WS-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
               MOVE WS-DATE-NUM TO WS-SUB-AGE-CUTOFF (WS-SUB-AGE-IDX)
           END-PERFORM.

      *----------------------------------------------------------------
      * 2000-OPEN-FILES - both datasets are required; with no log
           END-IF.

      *----------------------------------------------------------------
      * 3000-MATCH-ONE-ACK - one acknowledgment against its log row
      * (business date, subscriber, rule set and shipment version).
      * A malformed record is rejected and reported; an
      * acknowledgment for a shipment with no log row is a mismatch
      * (the subscriber claims a load we never shipped or never
      * logged).
      *----------------------------------------------------------------
       3000-MATCH-ONE-ACK SECTION.
           IF FZB-ACK-VERSION = SPACES
              MOVE '00' TO WS-ACK-VERSION
           ELSE
              MOVE FZB-ACK-VERSION TO WS-ACK-VERSION
           END-IF
           IF FZB-ACK-RULE-SET = SPACES
              MOVE 'BASE' TO WS-ACK-SET
           ELSE
              MOVE FZB-ACK-RULE-SET TO WS-ACK-SET
           END-IF
           IF FZB-ACK-SUBSCRIBER = SPACES
              MOVE 'FINWHSE' TO WS-ACK-SUB
           ELSE
              MOVE FZB-ACK-SUBSCRIBER TO WS-ACK-SUB
           END-IF

           IF FZB-ACK-BUS-DATE IS NOT NUMERIC
              OR FZB-ACK-REC-COUNT IS NOT NUMERIC
              OR FZB-ACK-HASH-TOTAL IS NOT NUMERIC
              OR WS-ACK-VERSION IS NOT NUMERIC
              ADD 1 TO WS-ACKS-REJECTED
              DISPLAY 'FZBC012E - MALFORMED ACKNOWLEDGMENT RECORD, '
                      'DATE=' FZB-ACK-BUS-DATE
                      ' SUBSCRIBER=' WS-ACK-SUB
                      ' SET=' FZB-ACK-RULE-SET
                      ' VERSION=' FZB-ACK-VERSION
              GO TO 3000-EXIT
           END-IF

           MOVE FZB-ACK-HASH-TOTAL TO WS-ACK-HASH-NUM

           MOVE FZB-ACK-BUS-DATE TO FZB-XLOG-BUS-DATE
           MOVE WS-ACK-SUB       TO FZB-XLOG-SUBSCRIBER
           MOVE WS-ACK-SET       TO FZB-XLOG-RULE-SET
           MOVE WS-ACK-VERSION   TO FZB-XLOG-VERSION
           READ XMIT-LOG-FILE
               INVALID KEY
                  ADD 1 TO WS-ACKS-MISMATCHED
                  DISPLAY 'FZBC012E - ACKNOWLEDGMENT FOR A SHIPMENT '
                          'WITH NO TRANSMISSION LOG ROW: '
                          FZB-ACK-BUS-DATE ' SUBSCRIBER=' WS-ACK-SUB
                          ' SET=' WS-ACK-SET
                          ' VERSION=' WS-ACK-VERSION
               NOT INVALID KEY
                  PERFORM 3100-COMPARE-AND-FLAG
           END-READ
              AND WS-FZBXLOG-STATUS NOT = '23'
              DISPLAY 'FZBC020E - ERROR READING FZBXLOG, STATUS='
                      WS-FZBXLOG-STATUS ' DATE=' FZB-ACK-BUS-DATE
                      ' SUBSCRIBER=' WS-ACK-SUB
                      ' SET=' WS-ACK-SET ' VERSION=' WS-ACK-VERSION
              SET WS-FILE-ERROR TO TRUE
           END-IF.
       3000-EXIT.
              AND FZB-ACK-LOADED-OK
              ADD 1 TO WS-ACKS-MATCHED
              SET FZB-XLOG-MATCHED TO TRUE
              PERFORM 3200-NOTE-ACKED-DATE
           ELSE
              ADD 1 TO WS-ACKS-MISMATCHED
              SET FZB-XLOG-MISMATCHED TO TRUE
              DISPLAY 'FZBC012E - ACKNOWLEDGMENT MISMATCH, DATE='
                      FZB-ACK-BUS-DATE
                      ' SUBSCRIBER=' FZB-XLOG-SUBSCRIBER
                      ' SET=' FZB-XLOG-RULE-SET
                      ' VERSION=' FZB-XLOG-VERSION
              DISPLAY '           SENT COUNT=' FZB-XLOG-REC-COUNT
                      ' ACKED=' FZB-ACK-REC-COUNT
              DISPLAY '           SENT HASH=' FZB-XLOG-HASH-TOTAL
               INVALID KEY
                  DISPLAY 'FZBC020E - ERROR REWRITING FZBXLOG, DATE='
                          FZB-XLOG-BUS-DATE
                          ' SUBSCRIBER=' FZB-XLOG-SUBSCRIBER
                          ' SET=' FZB-XLOG-RULE-SET
                          ' VERSION=' FZB-XLOG-VERSION
                  SET WS-FILE-ERROR TO TRUE
           END-REWRITE
           IF WS-FZBXLOG-STATUS NOT = '00'
              SET WS-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 3200-NOTE-ACKED-DATE - a matched acknowledgment's business
      * date, kept for the processing-state register update once
      * every acknowledgment has been read.
      *----------------------------------------------------------------
       3200-NOTE-ACKED-DATE SECTION.
           PERFORM VARYING WS-ACKED-IDX FROM 1 BY 1
                     UNTIL WS-ACKED-IDX > WS-ACKED-DATE-COUNT
                        OR WS-ACKED-DATE (WS-ACKED-IDX)
                           = FZB-ACK-BUS-DATE
               CONTINUE
           END-PERFORM
           IF WS-ACKED-IDX > WS-ACKED-DATE-COUNT
              IF WS-ACKED-DATE-COUNT < 200
                 ADD 1 TO WS-ACKED-DATE-COUNT
                 MOVE FZB-ACK-BUS-DATE
                   TO WS-ACKED-DATE (WS-ACKED-DATE-COUNT)
              ELSE
                 DISPLAY 'FZBC036W - ACKNOWLEDGED DATE TABLE FULL, '
                         'FZBSTRG NOT UPDATED FOR ' FZB-ACK-BUS-DATE
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 4000-ADVANCE-STATE-REGISTER - every date with a matched
      * acknowledgment for each subscriber and rule set it shipped to
      * moves from
      * "extracted" to "acknowledged" on the processing-state register.
      * A date the register does not hold (shipped before the register
      * existed) or already acknowledged is left alone; a date the
      * register says was never extracted is out of sequence and
      * reported - the acknowledgment itself stays recorded on the log.
      * A register never loaded is a warning only: there is nothing to
      * advance.
      *----------------------------------------------------------------
       4000-ADVANCE-STATE-REGISTER SECTION.
           OPEN I-O STATE-FILE
           IF WS-FZBSTRG-STATUS = '35'
              DISPLAY 'FZBC036W - FZBSTRG IS EMPTY, NO DATE ADVANCED '
                      'TO ACKNOWLEDGED'
              GO TO 4000-EXIT
           END-IF
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZBC020E - ERROR OPENING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS
              SET WS-FILE-ERROR TO TRUE
              GO TO 4000-EXIT
           END-IF

           PERFORM VARYING WS-ACKED-IDX FROM 1 BY 1
                     UNTIL WS-ACKED-IDX > WS-ACKED-DATE-COUNT
               PERFORM 4100-ADVANCE-ONE-DATE
           END-PERFORM

           CLOSE STATE-FILE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-ADVANCE-ONE-DATE - the date at WS-ACKED-IDX, once every
      * subscriber and rule set it shipped to has a matched
      * acknowledgment.
      *----------------------------------------------------------------
       4100-ADVANCE-ONE-DATE SECTION.
           PERFORM 4200-CHECK-ALL-SETS-MATCHED
           IF WS-FILE-ERROR
              GO TO 4100-EXIT
           END-IF
           IF NOT WS-ALL-SETS-MATCHED
              ADD 1 TO WS-DATES-PENDING-SETS
              DISPLAY 'FZBC036I - DATE=' WS-ACKED-DATE (WS-ACKED-IDX)
                      ' STAYS EXTRACTED, ' WS-CHECK-SUB
                      ' SET ' WS-CHECK-SET ' NOT YET ACKNOWLEDGED'
              GO TO 4100-EXIT
           END-IF

           MOVE WS-ACKED-DATE (WS-ACKED-IDX) TO FZB-STRG-BUS-DATE
           MOVE '00'                         TO FZB-STRG-ROW
           READ STATE-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-FZBSTRG-STATUS = '23'
                    GO TO 4100-EXIT
               WHEN WS-FZBSTRG-STATUS NOT = '00'
                    DISPLAY 'FZBC020E - ERROR READING FZBSTRG, STATUS='
                            WS-FZBSTRG-STATUS ' DATE='
                            WS-ACKED-DATE (WS-ACKED-IDX)
                    SET WS-FILE-ERROR TO TRUE
                    GO TO 4100-EXIT
               WHEN FZB-STRG-ACKNOWLEDGED
                    GO TO 4100-EXIT
               WHEN NOT FZB-STRG-EXTRACTED
                    ADD 1 TO WS-ACKS-OUT-OF-SEQUENCE
                    DISPLAY 'FZBC036E - ACKNOWLEDGMENT FOR DATE='
                            WS-ACKED-DATE (WS-ACKED-IDX)
                            ' BUT FZBSTRG STAGE=' FZB-STRG-STAGE
                            ', NOT EXTRACTED'
                    GO TO 4100-EXIT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           SET FZB-STRG-ACKNOWLEDGED TO TRUE
           MOVE WS-CURRENT-DATE TO FZB-STRG-STAMP-DATE (7)
           MOVE WS-CURRENT-TIME TO FZB-STRG-STAMP-TIME (7)
           MOVE 'FZBRECON'      TO FZB-STRG-LAST-PROGRAM
           MOVE WS-CURRENT-DATE TO FZB-STRG-UPDATE-DATE
           MOVE WS-CURRENT-TIME TO FZB-STRG-UPDATE-TIME
           REWRITE FZB-STRG-RECORD
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZBC020E - ERROR UPDATING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS ' DATE=' FZB-STRG-BUS-DATE
              SET WS-FILE-ERROR TO TRUE
           ELSE
              ADD 1 TO WS-DATES-ACKNOWLEDGED
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-CHECK-ALL-SETS-MATCHED - browses the log rows of the date
      * at WS-ACKED-IDX (subscriber, rule set and version order) and
      * clears WS-ALL-SETS-MATCHED-SW, leaving the subscriber and set
      * in WS-CHECK-GROUP, at the first subscriber and rule set whose
      * latest shipment - the last row of the group, its highest
      * version - is not matched.  A matched original does not
      * satisfy a set whose correction is mismatched or still
      * unacknowledged.
      *----------------------------------------------------------------
       4200-CHECK-ALL-SETS-MATCHED SECTION.
           MOVE 'Y'    TO WS-ALL-SETS-MATCHED-SW
           MOVE 'N'    TO WS-CHECK-EOF-SW
           MOVE 'N'    TO WS-SET-MATCHED-SW
           MOVE SPACES TO WS-CHECK-GROUP
           MOVE WS-ACKED-DATE (WS-ACKED-IDX) TO WS-CHECK-DATE
           MOVE LOW-VALUES    TO FZB-XLOG-KEY
           MOVE WS-CHECK-DATE TO FZB-XLOG-BUS-DATE
           START XMIT-LOG-FILE KEY NOT < FZB-XLOG-KEY
               INVALID KEY
                  SET WS-CHECK-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-CHECK-EOF OR NOT WS-ALL-SETS-MATCHED
               READ XMIT-LOG-FILE NEXT RECORD
                 AT END
                   SET WS-CHECK-EOF TO TRUE
                 NOT AT END
                   IF FZB-XLOG-BUS-DATE NOT = WS-CHECK-DATE
                      SET WS-CHECK-EOF TO TRUE
                   ELSE
                      IF FZB-XLOG-SUBSCRIBER NOT = WS-CHECK-SUB
                         OR FZB-XLOG-RULE-SET NOT = WS-CHECK-SET
                         IF WS-CHECK-GROUP NOT = SPACES
                            AND NOT WS-SET-MATCHED
                            MOVE 'N' TO WS-ALL-SETS-MATCHED-SW
                         ELSE
                            MOVE FZB-XLOG-SUBSCRIBER TO WS-CHECK-SUB
                            MOVE FZB-XLOG-RULE-SET   TO WS-CHECK-SET
                            MOVE 'N' TO WS-SET-MATCHED-SW
                         END-IF
                      END-IF
                      IF FZB-XLOG-SUBSCRIBER = WS-CHECK-SUB
                         AND FZB-XLOG-RULE-SET = WS-CHECK-SET
                         IF FZB-XLOG-MATCHED
                            SET WS-SET-MATCHED TO TRUE
                         ELSE
                            MOVE 'N' TO WS-SET-MATCHED-SW
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM

           IF WS-ALL-SETS-MATCHED AND WS-CHECK-GROUP NOT = SPACES
              AND NOT WS-SET-MATCHED
              MOVE 'N' TO WS-ALL-SETS-MATCHED-SW
           END-IF

           IF WS-FZBXLOG-STATUS NOT = '00'
              AND WS-FZBXLOG-STATUS NOT = '10'
              AND WS-FZBXLOG-STATUS NOT = '23'
              DISPLAY 'FZBC020E - ERROR BROWSING FZBXLOG, STATUS='
                      WS-FZBXLOG-STATUS ' DATE=' WS-CHECK-DATE
              SET WS-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 5000-SCAN-FOR-AGING - every log row still unacknowledged
      * whose extract date fell before its subscriber's ageing cutoff
      * (5100): a transmission that left here and was never heard of
      * again.
      *----------------------------------------------------------------
       5000-SCAN-FOR-AGING SECTION.
           MOVE LOW-VALUES TO FZB-XLOG-KEY
                 AT END
                   SET WS-SCAN-EOF TO TRUE
                 NOT AT END
                   PERFORM 5100-FIND-ROW-CUTOFF
                   IF FZB-XLOG-UNACKED
                      AND FZB-XLOG-EXTRACT-DATE < WS-ROW-CUTOFF
                      ADD 1 TO WS-AGING-UNACKED
                      DISPLAY 'FZBC016E - NO ACKNOWLEDGMENT FOR '
                              'DATE=' FZB-XLOG-BUS-DATE
                              ' SUBSCRIBER=' FZB-XLOG-SUBSCRIBER
                              ' SET=' FZB-XLOG-RULE-SET
                              ' VERSION=' FZB-XLOG-VERSION
                              ' EXTRACTED=' FZB-XLOG-EXTRACT-DATE
                   END-IF
               END-READ
              SET WS-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 5100-FIND-ROW-CUTOFF - the ageing cutoff of the log row's
      * subscriber: its own limit from FZBSUBS, else AGE=.
      *----------------------------------------------------------------
       5100-FIND-ROW-CUTOFF SECTION.
           MOVE WS-AGE-CUTOFF TO WS-ROW-CUTOFF
           PERFORM VARYING WS-SUB-AGE-IDX FROM 1 BY 1
                     UNTIL WS-SUB-AGE-IDX > WS-SUB-AGE-COUNT
               IF WS-SUB-AGE-ID (WS-SUB-AGE-IDX) = FZB-XLOG-SUBSCRIBER
                  MOVE WS-SUB-AGE-CUTOFF (WS-SUB-AGE-IDX)
                    TO WS-ROW-CUTOFF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 7000-CLOSE-FILES
      *----------------------------------------------------------------
