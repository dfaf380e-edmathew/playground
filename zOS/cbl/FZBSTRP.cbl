      **************************
       IDENTIFICATION DIVISION.
      **************************

       PROGRAM-ID.     FZBSTRP.
       INSTALLATION.   PT-SI.
       AUTHOR.         Edgar Mateus.
       DATE-WRITTEN.   Oct 2026.

      *----------------------------------------------------------------
      * FZBSTRP - processing-state register report
      * ========================================================
      *  Answers the operator's first question of the morning -
      *  "where is date X stuck?" - from the processing-state
      *  register (DD FZBSTRG, copybook FZBSTRG) every program of
      *  the nightly stream checks and advances.
      *
      *  With no PARM, every business date not yet acknowledged by
      *  the warehouse is listed, one line per date: its stage, for
      *  a split date how many partitions have completed, the last
      *  program that moved it and when, and the step it is waiting
      *  for.
      *
      *  PARM='DATE=YYYYMMDD' reports that one date in detail: the
      *  date row, when each stage was reached, every partition row
      *  of a split date and the step it is waiting for.
      *
      *  Read only - the register is never updated here.
      *
      *  RETURN-CODEs:
      *    0  - nothing outstanding (or the date asked for has been
      *         acknowledged)
      *    4  - one or more dates outstanding, or the date asked for
      *         is not on the register
      *    8  - PARM invalid
      *    20 - register unreadable
      *----------------------------------------------------------------
      *   DATE         AUTHOR               ALTER
      *   ----         ------            ----------
      * 2026/10/15  Edgar Mateus       Initial version.
      *----------------------------------------------------------------

      **************************
       ENVIRONMENT DIVISION.
      **************************
         CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-3090.

         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
      *--  Processing-state register - browsed whole, or from the
      *    date asked for.
              SELECT STATE-FILE ASSIGN TO FZBSTRG
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FZB-STRG-KEY
                     FILE STATUS IS WS-FZBSTRG-STATUS.

      **************************
       DATA DIVISION.
      **************************
         FILE SECTION.
       FD  STATE-FILE.
       COPY FZBSTRG.

         WORKING-STORAGE SECTION.
       01  WS-FZBSTRG-STATUS             PIC XX VALUE SPACES.

       01  WS-STRG-EOF-SW                PIC X VALUE 'N'.
           88  WS-STRG-EOF               VALUE 'Y'.
       01  WS-FILE-ERROR-SW              PIC X VALUE 'N'.
           88  WS-FILE-ERROR             VALUE 'Y'.
       01  WS-STRG-ABSENT-SW             PIC X VALUE 'N'.
           88  WS-STRG-ABSENT            VALUE 'Y'.
       01  WS-DATE-NOT-FOUND-SW          PIC X VALUE 'N'.
           88  WS-DATE-NOT-FOUND         VALUE 'Y'.

      *--  PARM work areas - DATE=YYYYMMDD is optional.
       01  WS-RUN-PARM                   PIC X(80) VALUE SPACES.
       01  WS-PARM-ERROR-SW              PIC X VALUE 'N'.
           88  WS-PARM-ERROR             VALUE 'Y'.
       01  WS-DETAIL-SW                  PIC X VALUE 'N'.
           88  WS-DETAIL-MODE            VALUE 'Y'.
       01  WS-REQ-DATE                   PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM                   PIC 9(8) VALUE ZERO.
       01  WS-DATE-INTEGER               PIC 9(7) VALUE ZERO.

      *--  The date row being reported, held while its partition
      *    rows (which follow it in key order) are read.
       01  WS-HOLD-ROW.
           05  WS-HOLD-DATE              PIC X(8) VALUE SPACES.
           05  WS-HOLD-STAGE             PIC X(2) VALUE SPACES.
           05  WS-HOLD-PART-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-HOLD-LAST-PROGRAM      PIC X(8) VALUE SPACES.
           05  WS-HOLD-UPDATE-DATE       PIC X(8) VALUE SPACES.
           05  WS-HOLD-UPDATE-TIME       PIC X(6) VALUE SPACES.
           05  WS-HOLD-RESTATE-SW        PIC X VALUE 'N'.
               88  WS-HOLD-RESTATING     VALUE 'Y'.
       01  WS-PARTS-COMPLETE             PIC 9(2) VALUE ZERO.
       01  WS-PART-ROW-NUM               PIC 9(2) VALUE ZERO.
       01  WS-PARTS-DISP                 PIC X(5) VALUE SPACES.

      *--  Stage description and next step.
       01  WS-DESC-STAGE                 PIC X(2) VALUE SPACES.
       01  WS-STAGE-NAME                 PIC X(12) VALUE SPACES.
       01  WS-NEXT-STEP                  PIC X(50) VALUE SPACES.
       01  WS-STAMP-IDX                  PIC 9 VALUE ZERO.

      *--  Report tallies for the END BATCH banner.
       01  WS-DATES-READ                 PIC 9(5) VALUE ZERO.
       01  WS-DATES-OUTSTANDING          PIC 9(5) VALUE ZERO.

       01  WS-RETURN-CODE                PIC S9(4) VALUE ZERO.
           88  WS-RC-NORMAL              VALUE 0.
           88  WS-RC-OUTSTANDING         VALUE 4.
           88  WS-RC-BAD-PARM            VALUE 8.
           88  WS-RC-FILE-ERROR          VALUE 20.

      ***************************
         LINKAGE SECTION.
      ***************************
       01  LS-PARM.
           05  LS-PARM-LEN               PIC S9(4) COMP.
           05  LS-PARM-TEXT              PIC X(80).

      **********************************************
       PROCEDURE DIVISION USING LS-PARM.
      **********************************************
       MAINLINE SECTION.
           DISPLAY '+----------------------------------------------+'
           DISPLAY '|    FIZZ BUZZ - PROCESSING-STATE REGISTER     |'
           DISPLAY '+----------------------------------------------+'

           IF LS-PARM-LEN > ZERO AND LS-PARM-LEN <= 80
              MOVE LS-PARM-TEXT (1:LS-PARM-LEN) TO WS-RUN-PARM
           END-IF
           PERFORM 0100-PARSE-DATE-PARM

           IF WS-PARM-ERROR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT STATE-FILE
           EVALUATE TRUE
               WHEN WS-FZBSTRG-STATUS = '00'
                    CONTINUE
               WHEN WS-FZBSTRG-STATUS = '35'
                    DISPLAY 'FZBH004I - FZBSTRG IS EMPTY, NO DATE HAS '
                            'ENTERED THE JOB STREAM'
                    SET WS-STRG-ABSENT TO TRUE
               WHEN OTHER
                    DISPLAY 'FZBH020E - ERROR OPENING FZBSTRG, STATUS='
                            WS-FZBSTRG-STATUS
                    MOVE 20 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE

           IF NOT WS-STRG-ABSENT
              IF WS-DETAIL-MODE
                 PERFORM 3000-REPORT-ONE-DATE
              ELSE
                 PERFORM 2000-LIST-OUTSTANDING-DATES
              END-IF

              CLOSE STATE-FILE
              IF WS-FZBSTRG-STATUS NOT = '00'
                 DISPLAY 'FZBH020E - ERROR CLOSING FZBSTRG, STATUS='
                         WS-FZBSTRG-STATUS
                 SET WS-FILE-ERROR TO TRUE
              END-IF
           ELSE
              IF WS-DETAIL-MODE
                 SET WS-DATE-NOT-FOUND TO TRUE
              END-IF
           END-IF

           DISPLAY '+----------------------------------------------+'
           DISPLAY '|  PROCESSING-STATE REGISTER - END BATCH       |'
           DISPLAY '+----------------------------------------------+'
           IF WS-DETAIL-MODE
              DISPLAY '|  Date reported.........: ' WS-REQ-DATE
           END-IF
           DISPLAY '|  Dates read............: ' WS-DATES-READ
           DISPLAY '|  Dates outstanding.....: ' WS-DATES-OUTSTANDING
           DISPLAY '+----------------------------------------------+'

           EVALUATE TRUE
               WHEN WS-FILE-ERROR
                    SET WS-RC-FILE-ERROR TO TRUE
               WHEN WS-DATE-NOT-FOUND
                    OR WS-DATES-OUTSTANDING > ZERO
                    SET WS-RC-OUTSTANDING TO TRUE
               WHEN OTHER
                    SET WS-RC-NORMAL TO TRUE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------
      * 0100-PARSE-DATE-PARM - no PARM lists the outstanding dates;
      * DATE=YYYYMMDD must be a real calendar date.
      *----------------------------------------------------------------
       0100-PARSE-DATE-PARM SECTION.
           IF WS-RUN-PARM = SPACES
              GO TO 0100-EXIT
           END-IF

           IF WS-RUN-PARM (1:5) NOT = 'DATE='
              SET WS-PARM-ERROR TO TRUE
              DISPLAY 'FZBH008E - UNRECOGNIZED PARM: ' WS-RUN-PARM
              GO TO 0100-EXIT
           END-IF

           MOVE WS-RUN-PARM (6:8) TO WS-REQ-DATE
           IF WS-REQ-DATE IS NOT NUMERIC
              OR WS-RUN-PARM (14:67) NOT = SPACES
              SET WS-PARM-ERROR TO TRUE
              DISPLAY 'FZBH008E - PARM DATE= IS NOT YYYYMMDD: '
                      WS-RUN-PARM (6:75)
              GO TO 0100-EXIT
           END-IF

           MOVE WS-REQ-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           IF WS-DATE-INTEGER = ZERO
              SET WS-PARM-ERROR TO TRUE
              DISPLAY 'FZBH008E - PARM DATE= IS NOT A VALID DATE: '
                      WS-REQ-DATE
              GO TO 0100-EXIT
           END-IF

           SET WS-DETAIL-MODE TO TRUE.
       0100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LIST-OUTSTANDING-DATES - the whole register in key
      * order.  Each date row is held until its partition rows have
      * been counted, then listed unless the warehouse has already
      * acknowledged the date.
      *----------------------------------------------------------------
       2000-LIST-OUTSTANDING-DATES SECTION.
           DISPLAY ' '
           DISPLAY 'DATES NOT YET ACKNOWLEDGED'
           DISPLAY 'DATE     ST STAGE        PARTS LAST PGM UPDATED'
                   '         NEXT STEP'

           MOVE LOW-VALUES TO FZB-STRG-KEY
           START STATE-FILE KEY > FZB-STRG-KEY
               INVALID KEY
                  SET WS-STRG-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-STRG-EOF OR WS-FILE-ERROR
               READ STATE-FILE NEXT RECORD
                 AT END
                   SET WS-STRG-EOF TO TRUE
                 NOT AT END
                   PERFORM 2100-TAKE-ONE-ROW
               END-READ
               IF WS-FZBSTRG-STATUS NOT = '00'
                  AND WS-FZBSTRG-STATUS NOT = '10'
                  AND WS-FZBSTRG-STATUS NOT = '23'
                  DISPLAY 'FZBH020E - ERROR READING FZBSTRG, STATUS='
                          WS-FZBSTRG-STATUS
                  SET WS-FILE-ERROR TO TRUE
               END-IF
           END-PERFORM

           IF WS-HOLD-DATE NOT = SPACES
              PERFORM 2200-LIST-HELD-DATE
           END-IF

           IF WS-DATES-OUTSTANDING = ZERO
              DISPLAY '  (NONE - EVERY DATE HAS BEEN ACKNOWLEDGED)'
           END-IF.

      *----------------------------------------------------------------
      * 2100-TAKE-ONE-ROW - a date row lists the date held so far and
      * takes its place; a partition row of the held date counts
      * toward its partitions complete.
      *----------------------------------------------------------------
       2100-TAKE-ONE-ROW SECTION.
           IF FZB-STRG-DATE-ROW
              IF WS-HOLD-DATE NOT = SPACES
                 PERFORM 2200-LIST-HELD-DATE
              END-IF
              PERFORM 2900-HOLD-DATE-ROW
           ELSE
              IF FZB-STRG-BUS-DATE = WS-HOLD-DATE
                 PERFORM 2950-COUNT-PARTITION-ROW
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2200-LIST-HELD-DATE - one line for the held date, unless it
      * has been acknowledged.
      *----------------------------------------------------------------
       2200-LIST-HELD-DATE SECTION.
           IF WS-HOLD-STAGE NOT = '70'
              ADD 1 TO WS-DATES-OUTSTANDING
              MOVE WS-HOLD-STAGE TO WS-DESC-STAGE
              PERFORM 6000-DESCRIBE-STAGE
              PERFORM 6100-DETERMINE-NEXT-STEP

              MOVE SPACES TO WS-PARTS-DISP
              IF WS-HOLD-PART-COUNT > ZERO
                 STRING WS-PARTS-COMPLETE '/' WS-HOLD-PART-COUNT
                        DELIMITED BY SIZE INTO WS-PARTS-DISP
              ELSE
                 MOVE '  -  ' TO WS-PARTS-DISP
              END-IF

              DISPLAY WS-HOLD-DATE ' '
                      WS-HOLD-STAGE ' '
                      WS-STAGE-NAME ' '
                      WS-PARTS-DISP ' '
                      WS-HOLD-LAST-PROGRAM ' '
                      WS-HOLD-UPDATE-DATE ' '
                      WS-HOLD-UPDATE-TIME ' '
                      WS-NEXT-STEP
           END-IF
           MOVE SPACES TO WS-HOLD-DATE.

      *----------------------------------------------------------------
      * 2900-HOLD-DATE-ROW - the date row just read becomes the held
      * date, its partition count restarted.
      *----------------------------------------------------------------
       2900-HOLD-DATE-ROW SECTION.
           ADD 1 TO WS-DATES-READ
           MOVE FZB-STRG-BUS-DATE     TO WS-HOLD-DATE
           MOVE FZB-STRG-STAGE        TO WS-HOLD-STAGE
           MOVE FZB-STRG-PART-COUNT   TO WS-HOLD-PART-COUNT
           MOVE FZB-STRG-LAST-PROGRAM TO WS-HOLD-LAST-PROGRAM
           MOVE FZB-STRG-UPDATE-DATE  TO WS-HOLD-UPDATE-DATE
           MOVE FZB-STRG-UPDATE-TIME  TO WS-HOLD-UPDATE-TIME
           MOVE FZB-STRG-RESTATE-SW   TO WS-HOLD-RESTATE-SW
           MOVE ZERO                  TO WS-PARTS-COMPLETE.

      *----------------------------------------------------------------
      * 2950-COUNT-PARTITION-ROW - a partition row of the held date
      * counts when it belongs to the current split (a restated date
      * keeps the rows of its original split but no longer has
      * partitions) and FIZZBUZZ has completed it.
      *----------------------------------------------------------------
       2950-COUNT-PARTITION-ROW SECTION.
           MOVE ZERO TO WS-PART-ROW-NUM
           IF FZB-STRG-ROW IS NUMERIC
              MOVE FZB-STRG-ROW TO WS-PART-ROW-NUM
           END-IF
           IF WS-PART-ROW-NUM > ZERO
              AND WS-PART-ROW-NUM <= WS-HOLD-PART-COUNT
              AND FZB-STRG-STAGE >= '30'
              ADD 1 TO WS-PARTS-COMPLETE
           END-IF.

      *----------------------------------------------------------------
      * 3000-REPORT-ONE-DATE - PARM DATE=: the date row, the time
      * each stage was reached, the partition rows of a split date
      * and the step the date is waiting for.
      *----------------------------------------------------------------
       3000-REPORT-ONE-DATE SECTION.
           MOVE WS-REQ-DATE TO FZB-STRG-BUS-DATE
           MOVE '00'        TO FZB-STRG-ROW
           READ STATE-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           IF WS-FZBSTRG-STATUS = '23'
              DISPLAY 'FZBH004W - DATE=' WS-REQ-DATE
                      ' IS NOT ON FZBSTRG - NEVER ENTERED THE JOB '
                      'STREAM'
              SET WS-DATE-NOT-FOUND TO TRUE
              GO TO 3000-EXIT
           END-IF
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZBH020E - ERROR READING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS ' DATE=' WS-REQ-DATE
              SET WS-FILE-ERROR TO TRUE
              GO TO 3000-EXIT
           END-IF

           PERFORM 2900-HOLD-DATE-ROW
           MOVE WS-HOLD-STAGE TO WS-DESC-STAGE
           PERFORM 6000-DESCRIBE-STAGE

           DISPLAY ' '
           DISPLAY 'BUSINESS DATE.........: ' WS-HOLD-DATE
           DISPLAY 'STAGE.................: ' WS-HOLD-STAGE ' '
                   WS-STAGE-NAME
           DISPLAY 'PARTITIONS............: ' WS-HOLD-PART-COUNT
           DISPLAY 'LAST PROGRAM..........: ' WS-HOLD-LAST-PROGRAM
                   ' AT ' WS-HOLD-UPDATE-DATE ' ' WS-HOLD-UPDATE-TIME
           IF WS-HOLD-RESTATING
              DISPLAY 'RESTATEMENT IN FLIGHT.: Y'
           END-IF
           IF FZB-STRG-REEXTRACT-DATE NOT = SPACES
              DISPLAY 'LAST RE-EXTRACT.......: '
                      FZB-STRG-REEXTRACT-DATE
           END-IF

           DISPLAY ' '
           DISPLAY 'STAGES REACHED (LAST TIME EACH)'
           PERFORM VARYING WS-STAMP-IDX FROM 1 BY 1
                     UNTIL WS-STAMP-IDX > 7
               IF FZB-STRG-STAMP-DATE (WS-STAMP-IDX) NOT = SPACES
                  MOVE WS-STAMP-IDX TO WS-DESC-STAGE (1:1)
                  MOVE '0'          TO WS-DESC-STAGE (2:1)
                  PERFORM 6000-DESCRIBE-STAGE
                  DISPLAY '  ' WS-DESC-STAGE ' ' WS-STAGE-NAME ' '
                          FZB-STRG-STAMP-DATE (WS-STAMP-IDX) ' '
                          FZB-STRG-STAMP-TIME (WS-STAMP-IDX)
               END-IF
           END-PERFORM

           IF WS-HOLD-PART-COUNT > ZERO
              PERFORM 3100-REPORT-PARTITIONS
           END-IF

           PERFORM 6100-DETERMINE-NEXT-STEP
           DISPLAY ' '
           DISPLAY 'NEXT STEP.............: ' WS-NEXT-STEP

           IF WS-HOLD-STAGE NOT = '70'
              ADD 1 TO WS-DATES-OUTSTANDING
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-REPORT-PARTITIONS - the partition rows following the
      * date row, up to the date's partition count.
      *----------------------------------------------------------------
       3100-REPORT-PARTITIONS SECTION.
           DISPLAY ' '
           DISPLAY 'PARTITIONS'
           DISPLAY '  PT ST STAGE        LAST PGM UPDATED'

           MOVE WS-REQ-DATE TO FZB-STRG-BUS-DATE
           MOVE '01'        TO FZB-STRG-ROW
           START STATE-FILE KEY NOT < FZB-STRG-KEY
               INVALID KEY
                  SET WS-STRG-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-STRG-EOF OR WS-FILE-ERROR
               READ STATE-FILE NEXT RECORD
                 AT END
                   SET WS-STRG-EOF TO TRUE
                 NOT AT END
                   IF FZB-STRG-BUS-DATE NOT = WS-REQ-DATE
                      SET WS-STRG-EOF TO TRUE
                   ELSE
                      PERFORM 2950-COUNT-PARTITION-ROW
                      IF WS-PART-ROW-NUM > ZERO
                         AND WS-PART-ROW-NUM <= WS-HOLD-PART-COUNT
                         MOVE FZB-STRG-STAGE TO WS-DESC-STAGE
                         PERFORM 6000-DESCRIBE-STAGE
                         DISPLAY '  ' FZB-STRG-ROW ' '
                                 FZB-STRG-STAGE ' '
                                 WS-STAGE-NAME ' '
                                 FZB-STRG-LAST-PROGRAM ' '
                                 FZB-STRG-UPDATE-DATE ' '
                                 FZB-STRG-UPDATE-TIME
                      END-IF
                   END-IF
               END-READ
               IF WS-FZBSTRG-STATUS NOT = '00'
                  AND WS-FZBSTRG-STATUS NOT = '10'
                  AND WS-FZBSTRG-STATUS NOT = '23'
                  DISPLAY 'FZBH020E - ERROR READING FZBSTRG, STATUS='
                          WS-FZBSTRG-STATUS ' DATE=' WS-REQ-DATE
                  SET WS-FILE-ERROR TO TRUE
               END-IF
           END-PERFORM

           DISPLAY '  COMPLETE: ' WS-PARTS-COMPLETE ' OF '
                   WS-HOLD-PART-COUNT.

      *----------------------------------------------------------------
      * 6000-DESCRIBE-STAGE - the name of stage WS-DESC-STAGE.
      *----------------------------------------------------------------
       6000-DESCRIBE-STAGE SECTION.
           EVALUATE WS-DESC-STAGE
               WHEN '10'
                    MOVE 'SPLIT'        TO WS-STAGE-NAME
               WHEN '20'
                    MOVE 'STARTED'      TO WS-STAGE-NAME
               WHEN '30'
                    MOVE 'COMPLETE'     TO WS-STAGE-NAME
               WHEN '40'
                    MOVE 'MERGED'       TO WS-STAGE-NAME
               WHEN '50'
                    MOVE 'CERTIFIED'    TO WS-STAGE-NAME
               WHEN '60'
                    MOVE 'EXTRACTED'    TO WS-STAGE-NAME
               WHEN '70'
                    MOVE 'ACKNOWLEDGED' TO WS-STAGE-NAME
               WHEN OTHER
                    MOVE 'UNKNOWN'      TO WS-STAGE-NAME
           END-EVALUATE.

      *----------------------------------------------------------------
      * 6100-DETERMINE-NEXT-STEP - what the held date is waiting for.
      * A date at "started" has either a FIZZBUZZ still running or
      * one that abended (or was quiesced) - the operator knows which
      * from the scheduler; either way it is the restart that moves
      * it on.
      *----------------------------------------------------------------
       6100-DETERMINE-NEXT-STEP SECTION.
           MOVE SPACES TO WS-NEXT-STEP
           EVALUATE TRUE
               WHEN WS-HOLD-STAGE = '10'
                    AND WS-PARTS-COMPLETE < WS-HOLD-PART-COUNT
                    STRING 'PARTITION JOBS - ' WS-PARTS-COMPLETE
                           ' OF ' WS-HOLD-PART-COUNT ' COMPLETE'
                           DELIMITED BY SIZE INTO WS-NEXT-STEP
               WHEN WS-HOLD-STAGE = '10'
                    MOVE 'RELEASE FZBMERGE' TO WS-NEXT-STEP
               WHEN WS-HOLD-STAGE = '20' AND WS-HOLD-RESTATING
                    MOVE 'RESTATEMENT RUNNING OR ABENDED - RESUBMIT'
                      TO WS-NEXT-STEP
               WHEN WS-HOLD-STAGE = '20'
                    MOVE 'FIZZBUZZ RUNNING OR ABENDED - RESTART'
                      TO WS-NEXT-STEP
               WHEN WS-HOLD-STAGE = '30'
               WHEN WS-HOLD-STAGE = '40'
                    MOVE 'FZBVERIF' TO WS-NEXT-STEP
               WHEN WS-HOLD-STAGE = '50'
                    MOVE 'FZBEXTR' TO WS-NEXT-STEP
               WHEN WS-HOLD-STAGE = '60'
                    MOVE 'WAREHOUSE ACKNOWLEDGMENT - FZBRECON'
                      TO WS-NEXT-STEP
               WHEN WS-HOLD-STAGE = '70'
                    MOVE 'NONE' TO WS-NEXT-STEP
               WHEN OTHER
                    MOVE 'UNKNOWN STAGE - INVESTIGATE' TO WS-NEXT-STEP
           END-EVALUATE.
