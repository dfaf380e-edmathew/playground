      *  FZB-PART-NUMBER) to find the slice of the range it owns and
      *  the output-dataset suffix to tag its generation with; FZBMERGE
      *  reads the same records to resequence the partial outputs.
      *  FZB-PART-BUS-DATE is the split's business date (the one
      *  stamped into every generated PARM='DATE='), which FZBMERGE
      *  looks up on the processing-state register (FZBSTRG); blank
      *  on a descriptor written before the register existed.
      *----------------------------------------------------------------
       01  FZB-PARTITION-RECORD.
           05  FZB-PART-NUMBER         PIC 99.
           05  FZB-PART-START          PIC 9(7).
           05  FZB-PART-END            PIC 9(7).
           05  FZB-PART-DSN-SUFFIX     PIC X(2).
           05  FZB-PART-BUS-DATE       PIC X(8).
           05  FILLER                  PIC X(54).
