      **************************
       IDENTIFICATION DIVISION.
      **************************

       PROGRAM-ID.     FZBARCP.
       INSTALLATION.   PT-SI.
       AUTHOR.         Edgar Mateus.
       DATE-WRITTEN.   Oct 2026.

      *----------------------------------------------------------------
      * FZBARCP - lookup archive completeness proof
      * ========================================================
      *  Proves, for one calendar year of business dates, that every
      *  lookup row FIZZBUZZ/FZBMERGE ever wrote is still held -
      *  either on the FZBVSAM master or in the yearly archive the
      *  RETN purge moved it to - against the run evidence on the
      *  audit trail.  PARM='YEAR=YYYY' is required.
      *
      *  Each rule set is proven on its own: PARM='YEAR=YYYY,SET=xxxx'
      *  names it (default BASE, which also takes rows and records
      *  written before rule sets existed).  Evidence of the other
      *  rule sets is passed over, not counted as foreign.
      *
      *  Per business date of the year it gathers:
      *    - expected: from the audit records (DD FZBAUDT - the JCL
      *      concatenates the yearly audit archives FZBHSKP writes -
      *      plus any per-partition slices, DD FZBAD01..FZBAD99 tried
      *      in order until the first DD not allocated, as FZBAUDRP
      *      reads them).  Every run of the date with a non-zero
      *      total covered counters START thru START+TOTAL-1; restart
      *      and partition runs butt against each other, so the date
      *      holds one row per counter of the span from the lowest
      *      start to the highest end, and the sum of those counters;
      *    - archived: rows and counter sum recounted by browsing the
      *      year's archive (DD FZBVyyyy, copybook FZBVARC);
      *    - control: rows and counter sum the purge recorded when
      *      it moved the date (DD FZBVACT, copybook FZBVACT);
      *    - master: rows and counter sum still on FZBVSAM (dates
      *      inside the RETN window, under legal hold, or left by a
      *      purge that stopped part way through a date).
      *  A date is OK when the archive agrees with its control
      *  records and archive plus master hold exactly the expected
      *  rows and counter sum.  The report, written to SYSOUT, has
      *  one line per date with any evidence.
      *
      *  Read only - nothing is updated.
      *
      *  RETURN-CODEs:
      *    0  - every date of the year proven
      *    4  - proven as far as the evidence goes, but a date holds
      *         rows with no audit evidence, or the archive or the
      *         master could not be read
      *    8  - PARM invalid
      *    12 - one or more dates SHORT, OVER or not agreeing with
      *         their control records
      *    20 - file error
      *----------------------------------------------------------------
      *   DATE         AUTHOR               ALTER
      *   ----         ------            ----------
      * 2026/10/15  Edgar Mateus       Initial version.
      * 2026/10/15  Edgar Mateus       Rule sets: PARM SET=xxxx
      *                                (default BASE) proves one rule
      *                                set - only its control records,
      *                                archive and master rows and
      *                                audit records are gathered.
      *----------------------------------------------------------------

      **************************
       ENVIRONMENT DIVISION.
      **************************
         CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-3090.

         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
      *--  Archive control records written by the RETN purge.
              SELECT ARCHIVE-CONTROL-FILE ASSIGN TO FZBVACT
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBVACT-STATUS.

      *--  The year's lookup archive, DD FZBVyyyy built from the
      *    PARM year, browsed whole.
              SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-VARC-DD
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS FZB-VARC-KEY
                     FILE STATUS IS WS-FZBVARC-STATUS.

      *--  Cumulative lookup master, browsed from the year's first
      *    possible key.
              SELECT VSAM-FILE ASSIGN TO FZBVSAM
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FZB-VSAM-KEY
                     FILE STATUS IS WS-FZBVSAM-STATUS.

              SELECT AUDIT-FILE ASSIGN TO FZBAUDT
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBAUDT-STATUS.

      *--  One per-partition audit slice, selected dynamically the
      *    same way FZBAUDRP selects them.
              SELECT PART-AUDIT-FILE ASSIGN TO DYNAMIC WS-PART-AUD-DD
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-PARTAUD-STATUS.

      **************************
       DATA DIVISION.
      **************************
         FILE SECTION.
       FD  ARCHIVE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBVACT.

       FD  ARCHIVE-FILE.
       COPY FZBVARC.

       FD  VSAM-FILE.
       COPY FZBVSAM.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBAUDT.

       FD  PART-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBAUDT REPLACING FZB-AUDIT-RECORD BY PART-AUDIT-RECORD.

         WORKING-STORAGE SECTION.
       01  WS-FZBVACT-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBVARC-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBVSAM-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBAUDT-STATUS             PIC XX VALUE SPACES.
       01  WS-PARTAUD-STATUS             PIC XX VALUE SPACES.
       01  WS-VARC-DD                    PIC X(8) VALUE SPACES.
       01  WS-PART-AUD-DD                PIC X(8) VALUE SPACES.

       01  WS-EOF-SW                     PIC X VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       01  WS-SLICES-DONE-SW             PIC X VALUE 'N'.
           88  WS-SLICES-DONE            VALUE 'Y'.
       01  WS-SLICE-NUM                  PIC 99 VALUE ZERO.
       01  WS-SLICE-SUFFIX               PIC X(2) VALUE SPACES.
       01  WS-SLICES-READ                PIC 99 VALUE ZERO.
       01  WS-FILE-ERROR-SW              PIC X VALUE 'N'.
           88  WS-FILE-ERROR             VALUE 'Y'.
       01  WS-ARCHIVE-ABSENT-SW          PIC X VALUE 'N'.
           88  WS-ARCHIVE-ABSENT         VALUE 'Y'.
       01  WS-MASTER-ABSENT-SW           PIC X VALUE 'N'.
           88  WS-MASTER-ABSENT          VALUE 'Y'.

      *--  PARM work areas - YEAR=YYYY is required.
       01  WS-RUN-PARM                   PIC X(80) VALUE SPACES.
       01  WS-PARM-ERROR-SW              PIC X VALUE 'N'.
           88  WS-PARM-ERROR             VALUE 'Y'.
       01  WS-REQ-YEAR                   PIC X(4) VALUE SPACES.
       01  WS-REQ-SET                    PIC X(4) VALUE 'BASE'.
       01  WS-ROW-SET                    PIC X(4) VALUE SPACES.
       01  WS-DATE-NUM                   PIC 9(8) VALUE ZERO.
       01  WS-YEAR-START-INTEGER         PIC 9(7) VALUE ZERO.
       01  WS-DATE-INTEGER               PIC 9(7) VALUE ZERO.

      *--  One entry per day of the year, indexed by day of year
      *    (see 0500), so no date search or insertion is needed.
       01  WS-WORK-DATE                  PIC X(8) VALUE SPACES.
       01  WS-DAY-IDX                    PIC 9(3) VALUE ZERO.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 366 TIMES.
               10  WS-DY-AUD-RUNS        PIC 9(4).
               10  WS-DY-AUD-LO          PIC 9(7).
               10  WS-DY-AUD-HI          PIC 9(7).
               10  WS-DY-VACT-RECS       PIC 9(4).
               10  WS-DY-VACT-ROWS       PIC 9(9).
               10  WS-DY-VACT-HASH       PIC 9(15).
               10  WS-DY-ARCH-ROWS       PIC 9(9).
               10  WS-DY-ARCH-HASH       PIC 9(15).
               10  WS-DY-MAST-ROWS       PIC 9(9).
               10  WS-DY-MAST-HASH       PIC 9(15).
       01  WS-RUN-END-CTR                PIC 9(8) VALUE ZERO.

      *--  Per-date proof work areas.
       01  WS-EXPECTED-ROWS              PIC 9(9) VALUE ZERO.
       01  WS-EXPECTED-HASH              PIC 9(15) VALUE ZERO.
       01  WS-HELD-ROWS                  PIC 9(9) VALUE ZERO.
       01  WS-HELD-HASH                  PIC 9(15) VALUE ZERO.
       01  WS-DATE-STATUS                PIC X(16) VALUE SPACES.

      *--  Report tallies for the END BATCH banner.
       01  WS-DATES-REPORTED             PIC 9(3) VALUE ZERO.
       01  WS-DATES-PROVEN               PIC 9(3) VALUE ZERO.
       01  WS-DATES-FAILED               PIC 9(3) VALUE ZERO.
       01  WS-DATES-NO-AUDIT             PIC 9(3) VALUE ZERO.
       01  WS-ROWS-ARCHIVED              PIC 9(9) VALUE ZERO.
       01  WS-ROWS-ON-MASTER             PIC 9(9) VALUE ZERO.
       01  WS-FOREIGN-ROWS               PIC 9(9) VALUE ZERO.

      *--  Report edit fields.
       01  WS-DISP-RUNS                  PIC ZZZ9.
       01  WS-DISP-EXPECTED              PIC Z(8)9.
       01  WS-DISP-ARCHIVED              PIC Z(8)9.
       01  WS-DISP-CONTROL               PIC Z(8)9.
       01  WS-DISP-MASTER                PIC Z(8)9.

       01  WS-RETURN-CODE                PIC S9(4) VALUE ZERO.
           88  WS-RC-NORMAL              VALUE 0.
           88  WS-RC-INCOMPLETE          VALUE 4.
           88  WS-RC-BAD-PARM            VALUE 8.
           88  WS-RC-NOT-PROVEN          VALUE 12.
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
           DISPLAY '|     FIZZ BUZZ - LOOKUP ARCHIVE PROOF         |'
           DISPLAY '+----------------------------------------------+'

           IF LS-PARM-LEN > ZERO AND LS-PARM-LEN <= 80
              MOVE LS-PARM-TEXT (1:LS-PARM-LEN) TO WS-RUN-PARM
           END-IF
           PERFORM 0100-PARSE-YEAR-PARM

           IF WS-PARM-ERROR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           INITIALIZE WS-DAY-TABLE

           PERFORM 1000-READ-ARCHIVE-CONTROL
           PERFORM 2000-RECOUNT-ARCHIVE
           PERFORM 2500-RECOUNT-MASTER
           PERFORM 3000-READ-MAIN-AUDIT
           PERFORM 3500-READ-PARTITION-SLICES

           IF NOT WS-FILE-ERROR
              PERFORM 4000-REPORT-DATES
           END-IF

           DISPLAY '+----------------------------------------------+'
           DISPLAY '|    LOOKUP ARCHIVE PROOF - END BATCH          |'
           DISPLAY '+----------------------------------------------+'
           DISPLAY '|  Year proven...........: ' WS-REQ-YEAR
           DISPLAY '|  Rule set..............: ' WS-REQ-SET
           DISPLAY '|  Dates reported........: ' WS-DATES-REPORTED
           DISPLAY '|  Dates proven..........: ' WS-DATES-PROVEN
           DISPLAY '|  Dates not proven......: ' WS-DATES-FAILED
           DISPLAY '|  Dates without audit...: ' WS-DATES-NO-AUDIT
           DISPLAY '|  Rows in the archive...: ' WS-ROWS-ARCHIVED
           DISPLAY '|  Rows still on master..: ' WS-ROWS-ON-MASTER
           DISPLAY '|  Audit slices read.....: ' WS-SLICES-READ
           DISPLAY '+----------------------------------------------+'

           EVALUATE TRUE
               WHEN WS-FILE-ERROR
                    SET WS-RC-FILE-ERROR TO TRUE
               WHEN WS-DATES-FAILED > ZERO
                    SET WS-RC-NOT-PROVEN TO TRUE
               WHEN WS-DATES-NO-AUDIT > ZERO
                    OR WS-ARCHIVE-ABSENT
                    OR WS-MASTER-ABSENT
                    OR WS-FOREIGN-ROWS > ZERO
                    SET WS-RC-INCOMPLETE TO TRUE
               WHEN OTHER
                    SET WS-RC-NORMAL TO TRUE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------
      * 0100-PARSE-YEAR-PARM - YEAR=YYYY names the year of business
      * dates to prove and, through it, the archive DD (FZBVyyyy);
      * an optional ,SET=xxxx after it names the rule set.
      *----------------------------------------------------------------
       0100-PARSE-YEAR-PARM SECTION.
           IF WS-RUN-PARM (1:5) NOT = 'YEAR='
              SET WS-PARM-ERROR TO TRUE
              DISPLAY 'FZBI008E - PARM YEAR=YYYY IS REQUIRED: '
                      WS-RUN-PARM
              GO TO 0100-EXIT
           END-IF

           MOVE WS-RUN-PARM (6:4) TO WS-REQ-YEAR
           IF WS-REQ-YEAR IS NOT NUMERIC
              OR WS-REQ-YEAR < '1601'
              OR (WS-RUN-PARM (10:71) NOT = SPACES
                  AND WS-RUN-PARM (10:5) NOT = ',SET=')
              SET WS-PARM-ERROR TO TRUE
              DISPLAY 'FZBI008E - PARM YEAR= IS NOT YYYY: '
                      WS-RUN-PARM (6:75)
              GO TO 0100-EXIT
           END-IF

           IF WS-RUN-PARM (10:5) = ',SET='
              IF WS-RUN-PARM (15:1) = SPACE
                 OR WS-RUN-PARM (19:62) NOT = SPACES
                 SET WS-PARM-ERROR TO TRUE
                 DISPLAY 'FZBI008E - PARM SET= IS NOT A RULE SET: '
                         WS-RUN-PARM (10:71)
                 GO TO 0100-EXIT
              END-IF
              MOVE WS-RUN-PARM (15:4) TO WS-REQ-SET
           END-IF

           STRING WS-REQ-YEAR '0101' DELIMITED BY SIZE
                  INTO WS-WORK-DATE
           MOVE WS-WORK-DATE TO WS-DATE-NUM
           COMPUTE WS-YEAR-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)

           MOVE SPACES TO WS-VARC-DD
           STRING 'FZBV' WS-REQ-YEAR
                  DELIMITED BY SIZE INTO WS-VARC-DD.
       0100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0500-LOCATE-DAY - WS-DAY-IDX is WS-WORK-DATE's day of the
      * PARM year (1-366), or zero when the date is not a valid date
      * of that year.
      *----------------------------------------------------------------
       0500-LOCATE-DAY SECTION.
           MOVE ZERO TO WS-DAY-IDX
           IF WS-WORK-DATE IS NOT NUMERIC
              OR WS-WORK-DATE (1:4) NOT = WS-REQ-YEAR
              GO TO 0500-EXIT
           END-IF

           MOVE WS-WORK-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           IF WS-DATE-INTEGER >= WS-YEAR-START-INTEGER
              COMPUTE WS-DAY-IDX =
                      WS-DATE-INTEGER - WS-YEAR-START-INTEGER + 1
           END-IF.
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0600-NORMALIZE-ROW-SET - a blank rule set (a row or record
      * written before rule sets existed) is the default set BASE.
      *----------------------------------------------------------------
       0600-NORMALIZE-ROW-SET SECTION.
           IF WS-ROW-SET = SPACES
              MOVE 'BASE' TO WS-ROW-SET
           END-IF.

      *----------------------------------------------------------------
      * 1000-READ-ARCHIVE-CONTROL - total the purge's control records
      * per date.  A date moved in more than one purge (one that
      * stopped part way and was finished the next night) has one
      * record per purge; their sum is what the archive must hold.
      * Records of other rule sets are passed over.
      *----------------------------------------------------------------
       1000-READ-ARCHIVE-CONTROL SECTION.
           OPEN INPUT ARCHIVE-CONTROL-FILE
           IF WS-FZBVACT-STATUS = '35'
              DISPLAY 'FZBI004W - FZBVACT NOT AVAILABLE, NO ARCHIVE '
                      'CONTROL RECORDS'
              GO TO 1000-EXIT
           END-IF
           IF WS-FZBVACT-STATUS NOT = '00'
              DISPLAY 'FZBI020E - ERROR OPENING FZBVACT, STATUS='
                      WS-FZBVACT-STATUS
              SET WS-FILE-ERROR TO TRUE
              GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ ARCHIVE-CONTROL-FILE
                AT END
                  SET WS-EOF TO TRUE
                NOT AT END
                  MOVE FZB-VACT-RULE-SET TO WS-ROW-SET
                  PERFORM 0600-NORMALIZE-ROW-SET
                  MOVE FZB-VACT-BUS-DATE TO WS-WORK-DATE
                  PERFORM 0500-LOCATE-DAY
                  IF WS-ROW-SET NOT = WS-REQ-SET
                     MOVE ZERO TO WS-DAY-IDX
                  END-IF
                  IF WS-DAY-IDX > ZERO
                     ADD 1 TO WS-DY-VACT-RECS (WS-DAY-IDX)
                     ADD FZB-VACT-ROW-COUNT
                         TO WS-DY-VACT-ROWS (WS-DAY-IDX)
                     ADD FZB-VACT-CTR-HASH
                         TO WS-DY-VACT-HASH (WS-DAY-IDX)
                  END-IF
              END-READ
           END-PERFORM
           CLOSE ARCHIVE-CONTROL-FILE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-RECOUNT-ARCHIVE - browse the year's archive whole,
      * counting rows and summing counters per date.  An archive that
      * cannot be opened (no purge has reached the year yet, or its
      * DD is not coded) is a warning: every date must then be on
      * the master.  A row dated outside the year is counted as
      * foreign - it belongs in another year's archive.  Rows of
      * other rule sets are passed over.
      *----------------------------------------------------------------
       2000-RECOUNT-ARCHIVE SECTION.
           OPEN INPUT ARCHIVE-FILE
           IF WS-FZBVARC-STATUS NOT = '00'
              DISPLAY 'FZBI004W - ARCHIVE ' WS-VARC-DD
                      ' NOT AVAILABLE, STATUS=' WS-FZBVARC-STATUS
              SET WS-ARCHIVE-ABSENT TO TRUE
              GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF OR WS-FILE-ERROR
              READ ARCHIVE-FILE NEXT RECORD
                AT END
                  SET WS-EOF TO TRUE
                NOT AT END
                  MOVE FZB-VARC-RULE-SET TO WS-ROW-SET
                  PERFORM 0600-NORMALIZE-ROW-SET
                  MOVE FZB-VARC-BUS-DATE TO WS-WORK-DATE
                  PERFORM 0500-LOCATE-DAY
                  IF WS-ROW-SET = WS-REQ-SET
                     IF WS-DAY-IDX > ZERO
                        ADD 1 TO WS-DY-ARCH-ROWS (WS-DAY-IDX)
                        ADD FZB-VARC-COUNTER
                            TO WS-DY-ARCH-HASH (WS-DAY-IDX)
                        ADD 1 TO WS-ROWS-ARCHIVED
                     ELSE
                        ADD 1 TO WS-FOREIGN-ROWS
                     END-IF
                  END-IF
              END-READ
              IF WS-FZBVARC-STATUS NOT = '00'
                 AND WS-FZBVARC-STATUS NOT = '10'
                 DISPLAY 'FZBI020E - ERROR READING ' WS-VARC-DD
                         ', STATUS=' WS-FZBVARC-STATUS
                 SET WS-FILE-ERROR TO TRUE
              END-IF
           END-PERFORM
           CLOSE ARCHIVE-FILE

           IF WS-FOREIGN-ROWS > ZERO
              DISPLAY 'FZBI004W - ' WS-FOREIGN-ROWS ' ROWS IN '
                      WS-VARC-DD ' ARE NOT DATED ' WS-REQ-YEAR
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-RECOUNT-MASTER - the year's rows still on FZBVSAM,
      * browsed from the year's lowest possible key to the first row
      * of a later year; rows of other rule sets are passed over.
      *----------------------------------------------------------------
       2500-RECOUNT-MASTER SECTION.
           OPEN INPUT VSAM-FILE
           IF WS-FZBVSAM-STATUS NOT = '00'
              DISPLAY 'FZBI004W - FZBVSAM NOT AVAILABLE, STATUS='
                      WS-FZBVSAM-STATUS
              SET WS-MASTER-ABSENT TO TRUE
              GO TO 2500-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           STRING WS-REQ-YEAR '0101' DELIMITED BY SIZE
                  INTO FZB-VSAM-BUS-DATE
           MOVE LOW-VALUES TO FZB-VSAM-RULE-SET
           MOVE ZERO TO FZB-VSAM-COUNTER
           START VSAM-FILE KEY >= FZB-VSAM-KEY
               INVALID KEY
                  SET WS-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-EOF OR WS-FILE-ERROR
              READ VSAM-FILE NEXT RECORD
                AT END
                  SET WS-EOF TO TRUE
                NOT AT END
                  IF FZB-VSAM-BUS-DATE (1:4) NOT = WS-REQ-YEAR
                     SET WS-EOF TO TRUE
                  ELSE
                     MOVE FZB-VSAM-RULE-SET TO WS-ROW-SET
                     PERFORM 0600-NORMALIZE-ROW-SET
                     MOVE FZB-VSAM-BUS-DATE TO WS-WORK-DATE
                     PERFORM 0500-LOCATE-DAY
                     IF WS-ROW-SET NOT = WS-REQ-SET
                        MOVE ZERO TO WS-DAY-IDX
                     END-IF
                     IF WS-DAY-IDX > ZERO
                        ADD 1 TO WS-DY-MAST-ROWS (WS-DAY-IDX)
                        ADD FZB-VSAM-COUNTER
                            TO WS-DY-MAST-HASH (WS-DAY-IDX)
                        ADD 1 TO WS-ROWS-ON-MASTER
                     END-IF
                  END-IF
              END-READ
              IF WS-FZBVSAM-STATUS NOT = '00'
                 AND WS-FZBVSAM-STATUS NOT = '10'
                 AND WS-FZBVSAM-STATUS NOT = '23'
                 DISPLAY 'FZBI020E - ERROR READING FZBVSAM, STATUS='
                         WS-FZBVSAM-STATUS
                 SET WS-FILE-ERROR TO TRUE
              END-IF
           END-PERFORM
           CLOSE VSAM-FILE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-READ-MAIN-AUDIT - the audit trail (live dataset and the
      * concatenated yearly archives).  A missing dataset is not by
      * itself an error: the slices may carry the evidence.
      *----------------------------------------------------------------
       3000-READ-MAIN-AUDIT SECTION.
           OPEN INPUT AUDIT-FILE
           IF WS-FZBAUDT-STATUS = '00'
              MOVE 'N' TO WS-EOF-SW
              PERFORM UNTIL WS-EOF
                 READ AUDIT-FILE
                   AT END
                     SET WS-EOF TO TRUE
                   NOT AT END
                     PERFORM 3200-TAKE-AUDIT-RECORD
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           ELSE
              IF WS-FZBAUDT-STATUS NOT = '35'
                 DISPLAY 'FZBI020E - ERROR OPENING FZBAUDT, STATUS='
                         WS-FZBAUDT-STATUS
                 SET WS-FILE-ERROR TO TRUE
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3200-TAKE-AUDIT-RECORD - widen the date's expected counter
      * span by one run.  A run that processed nothing (rejected by
      * validation, or a non-processing date) adds no rows.  Only the
      * audit records of the PARM rule set count.
      *----------------------------------------------------------------
       3200-TAKE-AUDIT-RECORD SECTION.
           MOVE FZB-AUD-RULE-SET OF FZB-AUDIT-RECORD TO WS-ROW-SET
           PERFORM 0600-NORMALIZE-ROW-SET
           IF WS-ROW-SET NOT = WS-REQ-SET
              GO TO 3200-EXIT
           END-IF

           IF FZB-AUD-TOTAL-COUNT OF FZB-AUDIT-RECORD IS NOT NUMERIC
              OR FZB-AUD-START-CTR OF FZB-AUDIT-RECORD IS NOT NUMERIC
              OR FZB-AUD-TOTAL-COUNT OF FZB-AUDIT-RECORD = ZERO
              GO TO 3200-EXIT
           END-IF

           MOVE FZB-AUD-RUN-DATE OF FZB-AUDIT-RECORD TO WS-WORK-DATE
           PERFORM 0500-LOCATE-DAY
           IF WS-DAY-IDX = ZERO
              GO TO 3200-EXIT
           END-IF

           COMPUTE WS-RUN-END-CTR =
                   FZB-AUD-START-CTR OF FZB-AUDIT-RECORD
                   + FZB-AUD-TOTAL-COUNT OF FZB-AUDIT-RECORD - 1
           IF WS-DY-AUD-RUNS (WS-DAY-IDX) = ZERO
              MOVE FZB-AUD-START-CTR OF FZB-AUDIT-RECORD
                TO WS-DY-AUD-LO (WS-DAY-IDX)
              MOVE WS-RUN-END-CTR TO WS-DY-AUD-HI (WS-DAY-IDX)
           ELSE
              IF FZB-AUD-START-CTR OF FZB-AUDIT-RECORD
                 < WS-DY-AUD-LO (WS-DAY-IDX)
                 MOVE FZB-AUD-START-CTR OF FZB-AUDIT-RECORD
                   TO WS-DY-AUD-LO (WS-DAY-IDX)
              END-IF
              IF WS-RUN-END-CTR > WS-DY-AUD-HI (WS-DAY-IDX)
                 MOVE WS-RUN-END-CTR TO WS-DY-AUD-HI (WS-DAY-IDX)
              END-IF
           END-IF
           ADD 1 TO WS-DY-AUD-RUNS (WS-DAY-IDX).
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-READ-PARTITION-SLICES - fold in the per-partition audit
      * slices via DD FZBAD01..FZBAD99, stopping at the first DD that
      * is not allocated (status 35), as FZBAUDRP does.
      *----------------------------------------------------------------
       3500-READ-PARTITION-SLICES SECTION.
           PERFORM VARYING WS-SLICE-NUM FROM 1 BY 1
                     UNTIL WS-SLICE-NUM > 99 OR WS-SLICES-DONE
                        OR WS-FILE-ERROR
               MOVE WS-SLICE-NUM TO WS-SLICE-SUFFIX
               STRING 'FZBAD' WS-SLICE-SUFFIX DELIMITED BY SIZE
                      INTO WS-PART-AUD-DD
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT PART-AUDIT-FILE
               EVALUATE TRUE
                   WHEN WS-PARTAUD-STATUS = '00'
                        ADD 1 TO WS-SLICES-READ
                        PERFORM UNTIL WS-EOF
                           READ PART-AUDIT-FILE
                             AT END
                               SET WS-EOF TO TRUE
                             NOT AT END
                               MOVE PART-AUDIT-RECORD
                                 TO FZB-AUDIT-RECORD
                               PERFORM 3200-TAKE-AUDIT-RECORD
                           END-READ
                        END-PERFORM
                        CLOSE PART-AUDIT-FILE
                   WHEN WS-PARTAUD-STATUS = '35'
                        SET WS-SLICES-DONE TO TRUE
                   WHEN OTHER
                        DISPLAY 'FZBI020E - ERROR OPENING '
                                WS-PART-AUD-DD ', STATUS='
                                WS-PARTAUD-STATUS
                        SET WS-FILE-ERROR TO TRUE
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------
      * 4000-REPORT-DATES - one line per date of the year with any
      * evidence, in date order.
      *----------------------------------------------------------------
       4000-REPORT-DATES SECTION.
           DISPLAY ' '
           DISPLAY 'ARCHIVE PROOF FOR ' WS-REQ-YEAR ' (' WS-VARC-DD
                   ') RULE SET ' WS-REQ-SET
           DISPLAY 'DATE     RUNS  EXPECTED  ARCHIVED   CONTROL    '
                   'MASTER STATUS'
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > 366
               IF WS-DY-AUD-RUNS (WS-DAY-IDX) > ZERO
                  OR WS-DY-VACT-RECS (WS-DAY-IDX) > ZERO
                  OR WS-DY-ARCH-ROWS (WS-DAY-IDX) > ZERO
                  OR WS-DY-MAST-ROWS (WS-DAY-IDX) > ZERO
                  PERFORM 4100-PROVE-ONE-DATE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 4100-PROVE-ONE-DATE - compare the date's evidence and report
      * it.  The expected counter sum of a span LO..HI is
      * (LO + HI) * rows / 2, so a row swapped for another counter is
      * caught even when the row count agrees.
      *----------------------------------------------------------------
       4100-PROVE-ONE-DATE SECTION.
           ADD 1 TO WS-DATES-REPORTED
           COMPUTE WS-DATE-INTEGER =
                   WS-YEAR-START-INTEGER + WS-DAY-IDX - 1
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)

           MOVE ZERO TO WS-EXPECTED-ROWS
           MOVE ZERO TO WS-EXPECTED-HASH
           IF WS-DY-AUD-RUNS (WS-DAY-IDX) > ZERO
              COMPUTE WS-EXPECTED-ROWS =
                      WS-DY-AUD-HI (WS-DAY-IDX)
                      - WS-DY-AUD-LO (WS-DAY-IDX) + 1
              COMPUTE WS-EXPECTED-HASH =
                      (WS-DY-AUD-LO (WS-DAY-IDX)
                       + WS-DY-AUD-HI (WS-DAY-IDX))
                      * WS-EXPECTED-ROWS / 2
           END-IF
           COMPUTE WS-HELD-ROWS = WS-DY-ARCH-ROWS (WS-DAY-IDX)
                                + WS-DY-MAST-ROWS (WS-DAY-IDX)
           COMPUTE WS-HELD-HASH = WS-DY-ARCH-HASH (WS-DAY-IDX)
                                + WS-DY-MAST-HASH (WS-DAY-IDX)

           EVALUATE TRUE
               WHEN WS-DY-VACT-ROWS (WS-DAY-IDX)
                    NOT = WS-DY-ARCH-ROWS (WS-DAY-IDX)
                 OR WS-DY-VACT-HASH (WS-DAY-IDX)
                    NOT = WS-DY-ARCH-HASH (WS-DAY-IDX)
                    MOVE 'CONTROL MISMATCH' TO WS-DATE-STATUS
                    ADD 1 TO WS-DATES-FAILED
               WHEN WS-DY-AUD-RUNS (WS-DAY-IDX) = ZERO
                    MOVE 'NO AUDIT' TO WS-DATE-STATUS
                    ADD 1 TO WS-DATES-NO-AUDIT
               WHEN WS-HELD-ROWS < WS-EXPECTED-ROWS
                    MOVE 'SHORT' TO WS-DATE-STATUS
                    ADD 1 TO WS-DATES-FAILED
               WHEN WS-HELD-ROWS > WS-EXPECTED-ROWS
                    MOVE 'OVER' TO WS-DATE-STATUS
                    ADD 1 TO WS-DATES-FAILED
               WHEN WS-HELD-HASH NOT = WS-EXPECTED-HASH
                    MOVE 'COUNTER MISMATCH' TO WS-DATE-STATUS
                    ADD 1 TO WS-DATES-FAILED
               WHEN OTHER
                    MOVE 'OK' TO WS-DATE-STATUS
                    ADD 1 TO WS-DATES-PROVEN
           END-EVALUATE

           MOVE WS-DY-AUD-RUNS (WS-DAY-IDX)  TO WS-DISP-RUNS
           MOVE WS-EXPECTED-ROWS             TO WS-DISP-EXPECTED
           MOVE WS-DY-ARCH-ROWS (WS-DAY-IDX) TO WS-DISP-ARCHIVED
           MOVE WS-DY-VACT-ROWS (WS-DAY-IDX) TO WS-DISP-CONTROL
           MOVE WS-DY-MAST-ROWS (WS-DAY-IDX) TO WS-DISP-MASTER
           DISPLAY WS-DATE-NUM ' ' WS-DISP-RUNS ' ' WS-DISP-EXPECTED
                   ' ' WS-DISP-ARCHIVED ' ' WS-DISP-CONTROL ' '
                   WS-DISP-MASTER ' ' WS-DATE-STATUS.
