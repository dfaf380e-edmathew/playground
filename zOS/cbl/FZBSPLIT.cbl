      *      so operations (or the scheduler) releases FZBPMRG once
      *      the partition jobs have ended; its DISP=OLD slice DDs
      *      then guard against any straggler still writing.
      *  The split date is registered on the processing-state
      *  register (FZBSTRG) as split into FZB-PART-COUNT partitions;
      *  each partition job marks its own partition row and FZBMERGE
      *  refuses (RETURN-CODE 36) while any partition is incomplete,
      *  so a merge released early is stopped before it reads a
      *  short slice.  A date already on the register is not split
      *  again.
      *  RETURN-CODEs: 0 jobs submitted, 4 non-processing date,
      *  8 MAXV/PART missing, 12 malformed control card, 16 no rules,
      *  20 file error, 24 bad range, 36 date already on the
      *  processing-state register.
      *  See zOS/jcl/FZBPARTN.jcl for a sample partitioned run.
      *----------------------------------------------------------------
      *   DATE         AUTHOR               ALTER
      *                                counts; equal slices remain
      *                                the fallback whenever no
      *                                usable history exists.
      * 2026/10/15  Edgar Mateus       Processing-state register
      *                                (FZBSTRG): refuse, RC 36, a
      *                                date already on the register;
      *                                register the split date with
      *                                its partition count before
      *                                submitting; generated partition
      *                                jobs run PARM='DATE=..,PART=nn'
      *                                and every generated FIZZBUZZ,
      *                                MERGE and VERIF step carries
      *                                the FZBSTRG DD.
      * 2026/10/15  Edgar Mateus       Generated merge step carries
      *                                the legal-hold (FZBHOLD),
      *                                archive control (FZBVACT) and
      *                                yearly lookup archive DDs its
      *                                RETN purge now writes through.
      * 2026/10/15  Edgar Mateus       Rule sets: RULE cards are
      *                                copied to the partition control
      *                                datasets with their rule set
      *                                (table raised to 60 rules, as
      *                                in FIZZBUZZ); slice timing reads
      *                                only the run record of each
      *                                audited run; the generated
      *                                FZBAUDT slice DD is LRECL=100.
      * 2026/10/15  Edgar Mateus       Pass over the TMPL fixed-
      *                                holiday template records
      *                                FZBCALM keeps on FZBCAL.
      *----------------------------------------------------------------

      **************************
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-PARTAUD-STATUS.

      *--  Business-date processing-state register (copybook
      *    FZBSTRG).
              SELECT STATE-FILE ASSIGN TO FZBSTRG
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS FZB-STRG-KEY
                     FILE STATUS IS WS-FZBSTRG-STATUS.

      **************************
       DATA DIVISION.
      **************************
           RECORDING MODE IS F.
       COPY FZBAUDT REPLACING FZB-AUDIT-RECORD BY PART-AUDIT-RECORD.

       FD  STATE-FILE.
       COPY FZBSTRG.

         WORKING-STORAGE SECTION.
       01  WS-FZBCTL-STATUS              PIC XX VALUE SPACES.
       01  WS-FZBPART-STATUS             PIC XX VALUE SPACES.
       01  WS-PARTCTL-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBCAL-STATUS              PIC XX VALUE SPACES.
       01  WS-FZBSTRG-STATUS             PIC XX VALUE SPACES.
       01  WS-STRG-FOUND-SW              PIC X VALUE 'N'.
           88  WS-STRG-FOUND             VALUE 'Y'.
       01  WS-STRG-REGISTERED-SW         PIC X VALUE 'N'.
           88  WS-STRG-REGISTERED        VALUE 'Y'.

      *--  Processing calendar, loaded the same way FIZZBUZZ loads
      *    it: the split must not stamp a non-processing date into
       01  WS-PART-COUNT                 PIC 99   VALUE 4.
       01  WS-RULE-COUNT                 PIC 99   VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 60 TIMES
                             INDEXED BY WS-RULE-IDX.
               10  WS-RULE-SET           PIC X(4).
               10  WS-RULE-DIVISOR       PIC 9(3).
               10  WS-RULE-LABEL         PIC X(10).
               10  WS-RULE-EFF-DATE      PIC X(8).
       01  WS-RETN-RECORD                PIC X(80) VALUE SPACES.
       01  WS-RETN-PRESENT-SW            PIC X  VALUE 'N'.
           88  WS-RETN-PRESENT           VALUE 'Y'.
      *--  The merge job's purge archives the rows it removes to the
      *    yearly archive of each row's business-date year: its job
      *    carries the archive DDs for the year of tonight's RETN
      *    cutoff and the year before it (see 4550).
       01  WS-RETN-DAYS                  PIC 9(4) VALUE ZERO.
       01  WS-ARCH-DATE-NUM              PIC 9(8) VALUE ZERO.
       01  WS-ARCH-DATE-INTEGER          PIC 9(7) VALUE ZERO.
       01  WS-ARCH-YEAR                  PIC 9(4) VALUE ZERO.
       01  WS-ARCH-LAST-YEAR             PIC 9(4) VALUE ZERO.
       01  WS-RULE-CARD-ERROR-SW         PIC X  VALUE 'N'.
           88  WS-RULE-CARD-ERROR        VALUE 'Y'.
       01  WS-FILE-ERROR-SW              PIC X  VALUE 'N'.
              STOP RUN
           END-IF

           PERFORM 0700-CHECK-STATE-REGISTER
           IF WS-FILE-ERROR
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-STRG-FOUND
              DISPLAY 'FZB1036E - BUSINESS DATE ' WS-SPLIT-BUS-DATE
                      ' IS ALREADY ON FZBSTRG AT STAGE '
                      FZB-STRG-STAGE ', PARTITIONS='
                      FZB-STRG-PART-COUNT ' - NO JOBS SUBMITTED'
              MOVE 36 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 1000-LOAD-MASTER-CONTROL-CARDS

           IF WS-RULE-CARD-ERROR
              SET WS-FILE-ERROR TO TRUE
           END-IF

           IF NOT WS-FILE-ERROR
              PERFORM 3500-REGISTER-SPLIT-DATE
           END-IF

           IF NOT WS-FILE-ERROR
              PERFORM 4000-SUBMIT-GENERATED-JOBS
           END-IF

           IF WS-FILE-ERROR AND WS-STRG-REGISTERED
              PERFORM 3600-WITHDRAW-SPLIT-DATE
           END-IF

           DISPLAY '+----------------------------------------------+'
           DISPLAY '|     FIZZ BUZZ - SPLIT DRIVER - END BATCH     |'
           DISPLAY '+----------------------------------------------+'
                       MOVE FZB-CAL-DATE
                         TO WS-CAL-HOLIDAY (WS-CAL-HOLIDAY-COUNT)
                    END-IF
               WHEN FZB-CAL-IS-TEMPLATE
                    CONTINUE
               WHEN OTHER
                    SET WS-CAL-ERROR TO TRUE
                    DISPLAY 'FZB1012E - UNRECOGNIZED CALENDAR RECORD '
       0600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0700-CHECK-STATE-REGISTER - a date goes through FZBSPLIT at
      * most once: any row already on the processing-state register
      * (FZBSTRG) for the split date means it was split before, or
      * run as a single job, and a second split would submit a
      * second set of partition jobs over it - refused with
      * RETURN-CODE 36.  An empty register (status 35) has no rows.
      *----------------------------------------------------------------
       0700-CHECK-STATE-REGISTER SECTION.
           MOVE 'N' TO WS-STRG-FOUND-SW
           OPEN INPUT STATE-FILE
           IF WS-FZBSTRG-STATUS = '35'
              GO TO 0700-EXIT
           END-IF
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB1024E - ERROR OPENING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS
              SET WS-FILE-ERROR TO TRUE
              GO TO 0700-EXIT
           END-IF

           MOVE WS-SPLIT-BUS-DATE TO FZB-STRG-BUS-DATE
           MOVE '00'              TO FZB-STRG-ROW
           READ STATE-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           EVALUATE WS-FZBSTRG-STATUS
               WHEN '00'
                    SET WS-STRG-FOUND TO TRUE
               WHEN '23'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'FZB1024E - ERROR READING FZBSTRG, STATUS='
                            WS-FZBSTRG-STATUS
                    SET WS-FILE-ERROR TO TRUE
           END-EVALUATE
           CLOSE STATE-FILE.
       0700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-LOAD-MASTER-CONTROL-CARDS - read MAXV/STRT/PART/RULE from
      * the master FZBCTL dataset.
               WHEN FZB-REC-IS-RETAIN OF FZB-CONTROL-RECORD
                    MOVE FZB-CONTROL-RECORD TO WS-RETN-RECORD
                    SET WS-RETN-PRESENT TO TRUE
                    IF FZB-RETAIN-DAYS OF FZB-CONTROL-RECORD
                       IS NUMERIC
                       MOVE FZB-RETAIN-DAYS OF FZB-CONTROL-RECORD
                         TO WS-RETN-DAYS
                    END-IF
               WHEN FZB-REC-IS-RULE OF FZB-CONTROL-RECORD
                    IF FZB-DIVISOR OF FZB-CONTROL-RECORD IS NOT NUMERIC
                          OR FZB-DIVISOR OF FZB-CONTROL-RECORD = '000'
                               ' LABEL=' FZB-LABEL OF FZB-CONTROL-RECORD
                       SET WS-RULE-CARD-ERROR TO TRUE
                    ELSE
                       IF WS-RULE-COUNT < 60
                          ADD 1 TO WS-RULE-COUNT
                          MOVE FZB-RULE-SET OF FZB-CONTROL-RECORD TO
                               WS-RULE-SET (WS-RULE-COUNT)
                          MOVE FZB-DIVISOR OF FZB-CONTROL-RECORD TO
                               WS-RULE-DIVISOR (WS-RULE-COUNT)
                          MOVE FZB-LABEL OF FZB-CONTROL-RECORD TO

      *----------------------------------------------------------------
      * 1550-STORE-TIMED-RUN - file one audit record as a timing
      * candidate: the run record of its run (the other rule sets'
      * records repeat its timing), clean (RETURN-CODE 0), produced
      * output, and its end time is numeric (records from before the
      * end time existed carry blanks there).  Elapsed time wraps at
      * midnight; a sub-second run counts as one second so the rate
      * arithmetic never divides by zero.  When the table fills the
      * oldest entry is shifted out, keeping the latest 200 runs.
      *----------------------------------------------------------------
       1550-STORE-TIMED-RUN SECTION.
           IF NOT FZB-AUD-RUN-RECORD OF FZB-AUDIT-RECORD
              OR FZB-AUD-RETURN-CODE OF FZB-AUDIT-RECORD NOT = ZERO
              OR FZB-AUD-TOTAL-COUNT OF FZB-AUDIT-RECORD = ZERO
              OR FZB-AUD-END-TIME OF FZB-AUDIT-RECORD IS NOT NUMERIC
              OR FZB-AUD-MAX-VALUE OF FZB-AUDIT-RECORD <
           MOVE WS-SLICE-START     TO FZB-PART-START
           MOVE WS-SLICE-END       TO FZB-PART-END
           MOVE WS-PART-DSN-SUFFIX TO FZB-PART-DSN-SUFFIX
           MOVE WS-SPLIT-BUS-DATE  TO FZB-PART-BUS-DATE
           WRITE FZB-PARTITION-RECORD
           IF WS-FZBPART-STATUS NOT = '00'
              DISPLAY 'FZB1024E - ERROR WRITING FZBPART, STATUS='
                       TO FZB-EFF-DATE OF PART-CTL-RECORD
                  MOVE WS-RULE-EXP-DATE (WS-RULE-IDX)
                       TO FZB-EXP-DATE OF PART-CTL-RECORD
                  MOVE WS-RULE-SET (WS-RULE-IDX)
                       TO FZB-RULE-SET OF PART-CTL-RECORD
                  WRITE PART-CTL-RECORD
                  IF WS-PARTCTL-STATUS NOT = '00'
                     DISPLAY 'FZB1024E - ERROR WRITING ' WS-PART-CTL-DD
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3500-REGISTER-SPLIT-DATE - add the split date's row to the
      * processing-state register, stage "split", carrying the
      * partition count, before any job is submitted: the partition
      * jobs check it for their PART=nn and FZBMERGE for the count
      * of partition rows it must find complete.
      *----------------------------------------------------------------
       3500-REGISTER-SPLIT-DATE SECTION.
           OPEN I-O STATE-FILE
           IF WS-FZBSTRG-STATUS = '35'
              OPEN OUTPUT STATE-FILE
           END-IF
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB1024E - ERROR OPENING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS
              SET WS-FILE-ERROR TO TRUE
              GO TO 3500-EXIT
           END-IF

           MOVE SPACES            TO FZB-STRG-RECORD
           MOVE WS-SPLIT-BUS-DATE TO FZB-STRG-BUS-DATE
           MOVE '00'              TO FZB-STRG-ROW
           SET FZB-STRG-SPLIT     TO TRUE
           MOVE WS-PART-COUNT     TO FZB-STRG-PART-COUNT
           MOVE 'FZBSPLIT'        TO FZB-STRG-LAST-PROGRAM
           MOVE FUNCTION CURRENT-DATE (1:8) TO FZB-STRG-UPDATE-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO FZB-STRG-UPDATE-TIME
           MOVE FZB-STRG-UPDATE-DATE TO FZB-STRG-STAMP-DATE (1)
           MOVE FZB-STRG-UPDATE-TIME TO FZB-STRG-STAMP-TIME (1)
           MOVE 'N'               TO FZB-STRG-RESTATE-SW
           WRITE FZB-STRG-RECORD
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB1024E - ERROR WRITING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS ' DATE=' WS-SPLIT-BUS-DATE
              SET WS-FILE-ERROR TO TRUE
           ELSE
              SET WS-STRG-REGISTERED TO TRUE
           END-IF

           CLOSE STATE-FILE.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-WITHDRAW-SPLIT-DATE - job submission failed after the
      * date was registered: the row is deleted again so the split
      * can simply be rerun (any partition job that did reach JES
      * then finds no split row and refuses with RETURN-CODE 36).
      *----------------------------------------------------------------
       3600-WITHDRAW-SPLIT-DATE SECTION.
           OPEN I-O STATE-FILE
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB1024E - ERROR OPENING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS ' - DELETE THE ROW FOR '
                      WS-SPLIT-BUS-DATE ' BEFORE RERUNNING'
              GO TO 3600-EXIT
           END-IF

           MOVE WS-SPLIT-BUS-DATE TO FZB-STRG-BUS-DATE
           MOVE '00'              TO FZB-STRG-ROW
           DELETE STATE-FILE RECORD
               INVALID KEY
                  CONTINUE
           END-DELETE
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB1024E - ERROR DELETING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS ' - DELETE THE ROW FOR '
                      WS-SPLIT-BUS-DATE ' BEFORE RERUNNING'
           END-IF

           CLOSE STATE-FILE.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-SUBMIT-GENERATED-JOBS - write one FIZZBUZZ job per
      * partition and the FZBMERGE job to the internal reader.  The
      *----------------------------------------------------------------
      * 4100-WRITE-ONE-PARTITION-JOB - one self-contained FIZZBUZZ job
      * for partition WS-JOB-SUFFIX, running against the per-partition
      * control dataset this program just wrote.  PART= tells
      * FIZZBUZZ which partition row of the processing-state
      * register it owns.
      *----------------------------------------------------------------
       4100-WRITE-ONE-PARTITION-JOB SECTION.
           MOVE SPACES TO WS-JCL-CARD

           MOVE SPACES TO WS-JCL-CARD
           STRING '//FZB' WS-JOB-SUFFIX '    EXEC PGM=FIZZBUZZ,'
                  'PARM=''DATE=' WS-SPLIT-BUS-DATE ',PART='
                  WS-JOB-SUFFIX ''''
                  DELIMITED BY SIZE INTO WS-JCL-CARD
           PERFORM 4900-WRITE-JCL-CARD

           PERFORM 4900-WRITE-JCL-CARD
           MOVE SPACES TO WS-JCL-CARD
           STRING '//             SPACE=(TRK,(5,5),RLSE),'
                  'DCB=(RECFM=FB,LRECL=100)'
                  DELIMITED BY SIZE INTO WS-JCL-CARD
           PERFORM 4900-WRITE-JCL-CARD

                  DELIMITED BY SIZE INTO WS-JCL-CARD
           PERFORM 4900-WRITE-JCL-CARD

           MOVE '//FZBSTRG  DD DSN=HLQ.FIZZBUZZ.STATEREG,DISP=SHR'
             TO WS-JCL-CARD
           PERFORM 4900-WRITE-JCL-CARD

           MOVE '//SYSOUT   DD SYSOUT=*' TO WS-JCL-CARD
           PERFORM 4900-WRITE-JCL-CARD

      * scheduler watching the FZBPnn jobs) releases FZBPMRG once the
      * partition jobs have ended; the DISP=OLD slice DDs then guard
      * against any straggler still writing, and FZBMERGE's own
      * descriptor reconciliation proves completeness.  A merge
      * released too early is refused (RETURN-CODE 36) by the
      * processing-state register while any partition row is not
      * yet complete; release it again once they are.  A VERIF step
      * (FZBVERIF against the merged generation and the combined
      * lookup master) closes the job, so a partitioned night is
      * certified before downstream pickup exactly like a single-job
           MOVE '//FZBVSAM  DD DSN=HLQ.FIZZBUZZ.LOOKUP,DISP=SHR'
             TO WS-JCL-CARD
           PERFORM 4900-WRITE-JCL-CARD
           MOVE '//FZBSTRG  DD DSN=HLQ.FIZZBUZZ.STATEREG,DISP=SHR'
             TO WS-JCL-CARD
           PERFORM 4900-WRITE-JCL-CARD
           IF WS-RETN-DAYS > ZERO
              PERFORM 4550-WRITE-ARCHIVE-DDS
           END-IF
           MOVE '//SYSOUT   DD SYSOUT=*' TO WS-JCL-CARD
           PERFORM 4900-WRITE-JCL-CARD

           MOVE '//FZBCERT  DD DSN=HLQ.FIZZBUZZ.CERTREG,DISP=SHR'
             TO WS-JCL-CARD
           PERFORM 4900-WRITE-JCL-CARD
           MOVE '//FZBSTRG  DD DSN=HLQ.FIZZBUZZ.STATEREG,DISP=SHR'
             TO WS-JCL-CARD
           PERFORM 4900-WRITE-JCL-CARD
           MOVE '//SYSOUT   DD SYSOUT=*' TO WS-JCL-CARD
           PERFORM 4900-WRITE-JCL-CARD

              ADD 1 TO WS-JOBS-SUBMITTED
           END-IF.

      *----------------------------------------------------------------
      * 4550-WRITE-ARCHIVE-DDS - the legal-hold, archive-control and
      * yearly archive DDs of the merge step's RETN purge.  Normally
      * only the date just past the cutoff expires, so the cutoff's
      * year and the year before it (a purge held back over a year
      * end) cover it; rows of an older year - a legal hold lifted
      * long after - find no archive DD and are kept, with a
      * warning, until a run carrying that year's DD purges them.
      *----------------------------------------------------------------
       4550-WRITE-ARCHIVE-DDS SECTION.
           MOVE '//FZBHOLD  DD DSN=HLQ.FIZZBUZZ.LEGALHLD,DISP=SHR'
             TO WS-JCL-CARD
           PERFORM 4900-WRITE-JCL-CARD
           MOVE '//FZBVACT  DD DSN=HLQ.FIZZBUZZ.LOOKUP.ARCHCTL,DISP=MOD'
             TO WS-JCL-CARD
           PERFORM 4900-WRITE-JCL-CARD

           MOVE WS-SPLIT-BUS-DATE TO WS-ARCH-DATE-NUM
           COMPUTE WS-ARCH-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-ARCH-DATE-NUM)
                   - WS-RETN-DAYS
           IF WS-ARCH-DATE-INTEGER < 1
              MOVE 1 TO WS-ARCH-DATE-INTEGER
           END-IF
           COMPUTE WS-ARCH-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-ARCH-DATE-INTEGER)
           COMPUTE WS-ARCH-LAST-YEAR = WS-ARCH-DATE-NUM / 10000
           COMPUTE WS-ARCH-YEAR = WS-ARCH-LAST-YEAR - 1

           PERFORM UNTIL WS-ARCH-YEAR > WS-ARCH-LAST-YEAR
                      OR WS-FILE-ERROR
               MOVE SPACES TO WS-JCL-CARD
               STRING '//FZBV' WS-ARCH-YEAR
                      ' DD DSN=HLQ.FIZZBUZZ.LOOKUP.ARCH.Y'
                      WS-ARCH-YEAR ',DISP=SHR'
                      DELIMITED BY SIZE INTO WS-JCL-CARD
               PERFORM 4900-WRITE-JCL-CARD
               ADD 1 TO WS-ARCH-YEAR
           END-PERFORM.

      *----------------------------------------------------------------
      * 4900-WRITE-JCL-CARD - one card image to the internal reader.
      *----------------------------------------------------------------
