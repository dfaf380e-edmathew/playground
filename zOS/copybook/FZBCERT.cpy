      *----------------------------------------------------------------
      * FZBCERT - FIZZBUZZ certification-register record (120 bytes)
      * ========================================================
      *  VSAM KSDS keyed on business date plus rule set, one row per
      *  business date and rule set FZBVERIF has checked.  FZBVERIF
      *  writes (or on a recheck REWRITEs) one row per business date
      *  and rule set found in the generation it certified, carrying
      *  the record count and the per-check error counts for them and
      *  a certified yes/no flag, so each rule set (business unit) is
      *  certified on its own.  FZBEXTR reads the row for every
      *  business date of the rule set it is about to extract and
      *  refuses the extract when the row is absent or not certified,
      *  so the "certified before pickup" rule is enforced by the data
      *  instead of by hand-kept JCL condition codes.
      *  FZB-CERT-REAS-FLAG is FZBVERIF's reasonableness verdict on
      *  the date and set: its label proportions and record total
      *  against the trailing business dates of FZBAUDT history,
      *  within the tolerances on FZBTOL (copybook FZBTOL) - 'P'
      *  passed, 'F' failed (FZB-CERT-REAS-ITEM is the first item out
      *  of tolerance), blank not checked (no tolerance applies, or
      *  no history yet).  FZB-CERT-REAS-HIST is how many history
      *  dates it was compared with.  FZBEXTR refuses a date that
      *  failed unless an operator override card (copybook FZBOVRD)
      *  releases it, and records the override in FZB-CERT-OVERRIDE:
      *  who, when and why.  A recheck by FZBVERIF rewrites the whole
      *  row, override included - a new generation needs a new
      *  decision.  Define the cluster once with:
      *    IDCAMS DEFINE CLUSTER (NAME(HLQ.FIZZBUZZ.CERTREG) -
      *             INDEXED KEYS(12 0) RECORDSIZE(120 120) -
      *             SHAREOPTIONS(2 3))
      *  MIGRATION from the KEYS(8 0) RECORDSIZE(60 60) release: REPRO
      *  the cluster to a flat file, reformat it with
      *    SORT FIELDS=COPY
      *    OUTREC FIELDS=(1,8,C'BASE',9,43,C' 00',62X)
      *  (every existing row belongs to the default rule set and was
      *  not checked for reasonableness), DELETE and redefine the
      *  cluster and REPRO the file back in.
      *----------------------------------------------------------------
       01  FZB-CERT-RECORD.
           05  FZB-CERT-KEY.
               10  FZB-CERT-BUS-DATE   PIC X(8).
               10  FZB-CERT-RULE-SET   PIC X(4).
           05  FZB-CERT-CHECK-DATE     PIC X(8).
           05  FZB-CERT-CHECK-TIME     PIC X(6).
           05  FZB-CERT-RECORD-COUNT   PIC 9(7).
           05  FZB-CERT-CERT-FLAG      PIC X.
               88  FZB-CERT-CERTIFIED  VALUE 'Y'.
               88  FZB-CERT-REJECTED   VALUE 'N'.
           05  FZB-CERT-REAS-FLAG      PIC X.
               88  FZB-CERT-REAS-PASSED VALUE 'P'.
               88  FZB-CERT-REAS-FAILED VALUE 'F'.
               88  FZB-CERT-REAS-UNCHECKED VALUE ' '.
           05  FZB-CERT-REAS-HIST      PIC 9(2).
           05  FZB-CERT-REAS-ITEM      PIC X(8).
           05  FZB-CERT-OVERRIDE.
               10  FZB-CERT-OVR-FLAG   PIC X.
                   88  FZB-CERT-OVERRIDDEN VALUE 'Y'.
               10  FZB-CERT-OVR-USER   PIC X(8).
               10  FZB-CERT-OVR-DATE   PIC X(8).
               10  FZB-CERT-OVR-TIME   PIC X(6).
               10  FZB-CERT-OVR-REASON PIC X(30).
           05  FILLER                  PIC X(1).
