    *> BRSETREC.CPY
    *> Shared 80-byte branch settlement extract record. BRSETTLE
    *> writes one set per branch per business date for the branch
    *> reporting system to load: a 'B' record with the branch's
    *> batch dispositions, the net movement on the accounts it owns
    *> and its cross-branch counts, followed by one 'C' record per
    *> transaction code the branch's accounts saw activity on.
    *>
    *> Branch ids are as keyed on BH-BRANCH-ID (batches) and carried
    *> on RF-BRANCH-ID (account ownership). The generator ids
    *> (INTACCR, NSFFEE, SUSPREPR, TELLCONV, STANDORD ...) appear as
    *> branches with batches but no accounts; *NOREF* collects
    *> rejected work on accounts not on the reference master.
    *>
    *> Layout (80 bytes):
    *>   01     record type: B branch totals, C per-code detail
    *>   02-09  branch id
    *>   10-17  business date     (YYYYMMDD)
    *>  'B' record:
    *>   18-22  batches received
    *>   23-27  batches balanced
    *>   28-32  batches held
    *>   33-46  net movement on the branch's accounts
    *>          (S9(11)V99, sign leading separate)
    *>   47-53  records this branch keyed on other branches' accounts
    *>   54-60  records other branches keyed on this branch's accounts
    *>   61-80  reserved
    *>  'C' record:
    *>   18     transaction code (A D R C V T, ? for any other)
    *>   19-23  records posted     24-36  amount posted   (9(11)V99)
    *>   37-41  records rejected   42-54  amount rejected
    *>   55-59  records suspected  60-72  amount suspected
    *>   73-80  reserved
    05  BX-RECORD-TYPE            PIC X(01).
        88  BX-BRANCH-TOTALS      VALUE 'B'.
        88  BX-CODE-DETAIL        VALUE 'C'.
    05  BX-BRANCH-ID              PIC X(08).
    05  BX-BUSINESS-DATE          PIC 9(08).
    05  BX-BODY                   PIC X(63).
    05  BX-BRANCH-BODY REDEFINES BX-BODY.
        10  BX-BATCH-RECV-CNT     PIC 9(05).
        10  BX-BATCH-BAL-CNT      PIC 9(05).
        10  BX-BATCH-HELD-CNT     PIC 9(05).
        10  BX-NET-MOVEMENT       PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
        10  BX-XB-KEYED-CNT       PIC 9(07).
        10  BX-XB-OWNED-CNT       PIC 9(07).
        10  FILLER                PIC X(20).
    05  BX-CODE-BODY REDEFINES BX-BODY.
        10  BX-TRANS-CODE         PIC X(01).
        10  BX-POSTED-CNT         PIC 9(05).
        10  BX-POSTED-AMT         PIC 9(11)V99.
        10  BX-REJECT-CNT         PIC 9(05).
        10  BX-REJECT-AMT         PIC 9(11)V99.
        10  BX-SUSPECT-CNT        PIC 9(05).
        10  BX-SUSPECT-AMT        PIC 9(11)V99.
        10  FILLER                PIC X(08).
