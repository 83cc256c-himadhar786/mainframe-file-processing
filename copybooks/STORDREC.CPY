    *> STORDREC.CPY
    *> Shared 80-byte standing-order master record, keyed by account
    *> + order number so one account can carry several instructions.
    *> SOMAINT maintains it from the branches' cards (journaled the
    *> way REFMAINT journals the reference master); SOGEN reads it
    *> every business day, generates the instructions falling due and
    *> rolls each one's next due date forward.
    *>
    *> The anchor day is the day of month the instruction was set up
    *> for. Monthly, quarterly and annual instructions return to it
    *> whenever the month is long enough, so a payment due on the
    *> 31st drops to the 30th (or 28th/29th) only in the short
    *> months instead of drifting earlier for good.
    *>
    *> Layout (80 bytes):
    *>   01-10  account number  \ record key (13 bytes)
    *>   11-13  order number    /
    *>   14     status: A active, C cancelled, E ended
    *>   15-24  contra account (receiving account of a transfer;
    *>          reference only on a debit or credit)
    *>   25     transaction code: D debit, R credit, T transfer
    *>   26-36  amount            (9(9)V99, unsigned display)
    *>   37     frequency: W weekly, F fortnightly, M monthly,
    *>          Q quarterly, A annually
    *>   38-45  next due date     (YYYYMMDD)
    *>   46-53  end date          (YYYYMMDD, zeros = no end date)
    *>   54-61  date last generated (YYYYMMDD, zeros = never)
    *>   62-63  anchor day of month
    *>   64-79  memo, carried onto every generated transaction
    *>   80     reserved
    05  SO-ORDER-KEY.
        10  SO-ACCOUNT-NUMBER     PIC X(10).
        10  SO-ORDER-NUMBER       PIC 9(03).
    05  SO-STATUS                 PIC X(01).
        88  SO-STATUS-ACTIVE      VALUE 'A'.
        88  SO-STATUS-CANCELLED   VALUE 'C'.
        88  SO-STATUS-ENDED       VALUE 'E'.
    05  SO-CONTRA-ACCOUNT         PIC X(10).
    05  SO-TRANS-CODE             PIC X(01).
        88  SO-CODE-VALID         VALUE 'D' 'R' 'T'.
        88  SO-CODE-TRANSFER      VALUE 'T'.
    05  SO-AMOUNT                 PIC 9(9)V99.
    05  SO-FREQUENCY              PIC X(01).
        88  SO-FREQ-VALID         VALUE 'W' 'F' 'M' 'Q' 'A'.
        88  SO-FREQ-WEEKLY        VALUE 'W'.
        88  SO-FREQ-FORTNIGHTLY   VALUE 'F'.
        88  SO-FREQ-MONTHLY       VALUE 'M'.
        88  SO-FREQ-QUARTERLY     VALUE 'Q'.
        88  SO-FREQ-ANNUAL        VALUE 'A'.
    05  SO-NEXT-DUE-DATE          PIC 9(08).
    05  SO-END-DATE               PIC 9(08).
    05  SO-LAST-GEN-DATE          PIC 9(08).
    05  SO-ANCHOR-DAY             PIC 9(02).
    05  SO-MEMO                   PIC X(16).
    05  FILLER                    PIC X(01).
