      *----------------------------------------------------------------
      * FZBSTRG - business-date processing-state register (200 bytes)
      * ========================================================
      *  VSAM KSDS keyed on business date plus a two-character row
      *  number, recording how far each business date has got through
      *  the nightly job stream:
      *    - row '00' is the date row, one per business date;
      *    - rows '01'..'99' are partition rows, one per slice of a
      *      date FZBSPLIT cut into partitions.  Each partition job
      *      updates only its own row, so the slices running in
      *      parallel never contend for the date row.
      *  FZB-STRG-STAGE is the last stage the date (or partition)
      *  reached, in ascending order, so a stage test is an ordinary
      *  comparison:
      *    '10' split      - FZBSPLIT submitted the partition jobs
      *    '20' started    - FIZZBUZZ started it and has not finished
      *                      (still running, abended or quiesced)
      *    '30' complete   - FIZZBUZZ finished it cleanly
      *    '40' merged     - FZBMERGE combined every partition
      *    '50' certified  - FZBVERIF certified it clean
      *    '60' extracted  - FZBEXTR shipped it to the warehouse
      *    '70' acknowledged - FZBRECON matched the acknowledgment
      *  Every program of the stream checks the row before it does
      *  anything and refuses, with RETURN-CODE 36, to run out of
      *  sequence; FZBSTRP reports where a date is stuck.
      *  FZB-STRG-STAMP (n) is when stage n0 was last reached.
      *  FZB-STRG-PART-COUNT is the number of partitions of a split
      *  date (zero for a single-job date).  FZB-STRG-RESTATE-SW is
      *  'Y' while a FIZZBUZZ PARM='RESTATE' of the date is in
      *  flight.  FZB-STRG-REEXTRACT-DATE is the last time FZBEXTR
      *  PARM='REEXTRACT' re-shipped an acknowledged date.
      *  Define the cluster once with:
      *    IDCAMS DEFINE CLUSTER (NAME(HLQ.FIZZBUZZ.STATEREG) -
      *             INDEXED KEYS(10 0) RECORDSIZE(200 200) -
      *             SHAREOPTIONS(2 3))
      *  Every program opens it only for the moment it needs it, so
      *  the parallel partition jobs of a split date serialize on the
      *  open rather than holding it for the whole step.
      *  MIGRATION: a business date already in the job stream when
      *  the register is installed has no row and FZBMERGE, FZBVERIF
      *  and FZBEXTR refuse it - install between nights, after the
      *  previous night's extract has gone.
      *----------------------------------------------------------------
       01  FZB-STRG-RECORD.
           05  FZB-STRG-KEY.
               10  FZB-STRG-BUS-DATE   PIC X(8).
               10  FZB-STRG-ROW        PIC X(2).
                   88  FZB-STRG-DATE-ROW VALUE '00'.
           05  FZB-STRG-STAGE          PIC X(2).
               88  FZB-STRG-SPLIT      VALUE '10'.
               88  FZB-STRG-STARTED    VALUE '20'.
               88  FZB-STRG-COMPLETE   VALUE '30'.
               88  FZB-STRG-MERGED     VALUE '40'.
               88  FZB-STRG-CERTIFIED  VALUE '50'.
               88  FZB-STRG-EXTRACTED  VALUE '60'.
               88  FZB-STRG-ACKNOWLEDGED VALUE '70'.
           05  FZB-STRG-PART-COUNT     PIC 9(2).
           05  FZB-STRG-LAST-PROGRAM   PIC X(8).
           05  FZB-STRG-UPDATE-DATE    PIC X(8).
           05  FZB-STRG-UPDATE-TIME    PIC X(6).
           05  FZB-STRG-STAMPS.
               10  FZB-STRG-STAMP OCCURS 7 TIMES.
                   15  FZB-STRG-STAMP-DATE PIC X(8).
                   15  FZB-STRG-STAMP-TIME PIC X(6).
           05  FZB-STRG-RESTATE-SW     PIC X.
               88  FZB-STRG-RESTATING  VALUE 'Y'.
           05  FZB-STRG-REEXTRACT-DATE PIC X(8).
           05  FILLER                  PIC X(57).
