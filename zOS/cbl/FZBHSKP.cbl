      *      (DD FZBARCH, DISP=MOD) and writes the records kept to
      *      DD FZBADNEW, which the same swap step makes live.
      *
      *  Before anything is touched the processing-state register
      *  (DD FZBSTRG, copybook FZBSTRG) is browsed: a business date
      *  still at "split" or "started" - running, or abended and
      *  awaiting its restart - refuses the step, whatever the
      *  scheduler thought.
      *
      *  Counts read, kept, archived and purged are reported on the
      *  END BATCH banner.
      *
      *    12 - checkpoint trim failed (audit part still attempted)
      *    16 - audit archive failed (checkpoint part unaffected)
      *    20 - both parts failed
      *    36 - a business date is still in flight on the
      *         processing-state register (or the register is
      *         unreadable) - nothing housekept
      *
      *  On any non-zero ending the live datasets are untouched (the
      *  JCL skips the swap), but after RC 16/20 the archive may
      *                                must never rename a dataset
      *                                with no software end-of-file
      *                                over the live checkpoint.
      * 2026/10/15  Edgar Mateus       Refuse, RC 36, while any date
      *                                is still split or started on
      *                                the processing-state register
      *                                (FZBSTRG).
      *----------------------------------------------------------------

      **************************
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBARCH-STATUS.

      *--  Processing-state register - browsed for dates in flight.
              SELECT STATE-FILE ASSIGN TO FZBSTRG
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS FZB-STRG-KEY
                     FILE STATUS IS WS-FZBSTRG-STATUS.

      **************************
       DATA DIVISION.
      **************************
           RECORDING MODE IS F.
       COPY FZBAUDT REPLACING FZB-AUDIT-RECORD BY ARCH-AUDIT-RECORD.

       FD  STATE-FILE.
       COPY FZBSTRG.

         WORKING-STORAGE SECTION.
       01  WS-FZBCKPT-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBCKNEW-STATUS            PIC XX VALUE SPACES.
       01  WS-FZBAUDT-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBADNEW-STATUS            PIC XX VALUE SPACES.
       01  WS-FZBARCH-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBSTRG-STATUS             PIC XX VALUE SPACES.

       01  WS-CKPT-EOF-SW                PIC X VALUE 'N'.
           88  WS-CKPT-EOF               VALUE 'Y'.
           88  WS-CKPT-ERROR             VALUE 'Y'.
       01  WS-AUDIT-ERROR-SW             PIC X VALUE 'N'.
           88  WS-AUDIT-ERROR            VALUE 'Y'.
       01  WS-STRG-EOF-SW                PIC X VALUE 'N'.
           88  WS-STRG-EOF               VALUE 'Y'.
       01  WS-STATE-REFUSED-SW           PIC X VALUE 'N'.
           88  WS-STATE-REFUSED          VALUE 'Y'.

      *--  PARM work areas - RETAIN=nnnn (days) is required.
       01  WS-RUN-PARM                   PIC X(80) VALUE SPACES.
           88  WS-RC-CKPT-FAILED         VALUE 12.
           88  WS-RC-AUDIT-FAILED        VALUE 16.
           88  WS-RC-BOTH-FAILED         VALUE 20.
           88  WS-RC-OUT-OF-SEQUENCE     VALUE 36.

      ***************************
         LINKAGE SECTION.
              STOP RUN
           END-IF

           PERFORM 0500-CHECK-STATE-REGISTER

           IF WS-STATE-REFUSED
              DISPLAY 'FZB8036E - HOUSEKEEPING REFUSED, A DATE IS IN '
                      'FLIGHT - SEE FZBSTRP'
              SET WS-RC-OUT-OF-SEQUENCE TO TRUE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 1000-COMPUTE-CUTOFF-DATE
           PERFORM 2000-TRIM-CHECKPOINT-DATASET
           PERFORM 3000-ARCHIVE-AUDIT-DATASET
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 0500-CHECK-STATE-REGISTER - housekeeping must never run while
      * a business date is in flight: a date (or a partition of a
      * split date) standing at "split" or "started" on the
      * processing-state register is being run, or abended and
      * waiting for its restart - and the restart needs the very
      * checkpoint records this step would trim.  The register is
      * browsed whole; any such row refuses the step before a
      * dataset is opened.  A register never loaded has nothing in
      * flight.  A register that cannot be read proves nothing and
      * refuses the step too.
      *----------------------------------------------------------------
       0500-CHECK-STATE-REGISTER SECTION.
           OPEN INPUT STATE-FILE
           IF WS-FZBSTRG-STATUS = '35'
              GO TO 0500-EXIT
           END-IF
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB8036E - ERROR OPENING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS ' - NOTHING HOUSEKEPT'
              SET WS-STATE-REFUSED TO TRUE
              GO TO 0500-EXIT
           END-IF

           PERFORM UNTIL WS-STRG-EOF
               READ STATE-FILE NEXT RECORD
                 AT END
                   SET WS-STRG-EOF TO TRUE
                 NOT AT END
                   IF FZB-STRG-SPLIT OR FZB-STRG-STARTED
                      DISPLAY 'FZB8036E - DATE=' FZB-STRG-BUS-DATE
                              ' ROW=' FZB-STRG-ROW
                              ' STAGE=' FZB-STRG-STAGE
                              ' LAST=' FZB-STRG-LAST-PROGRAM
                              ' IS STILL IN FLIGHT'
                      SET WS-STATE-REFUSED TO TRUE
                   END-IF
               END-READ
               IF WS-FZBSTRG-STATUS NOT = '00'
                  AND WS-FZBSTRG-STATUS NOT = '10'
                  DISPLAY 'FZB8036E - ERROR READING FZBSTRG, STATUS='
                          WS-FZBSTRG-STATUS ' - NOTHING HOUSEKEPT'
                  SET WS-STATE-REFUSED TO TRUE
                  SET WS-STRG-EOF TO TRUE
               END-IF
           END-PERFORM

           CLOSE STATE-FILE.
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-COMPUTE-CUTOFF-DATE - audit records dated before
      * today minus WS-RETAIN-DAYS are archived.
