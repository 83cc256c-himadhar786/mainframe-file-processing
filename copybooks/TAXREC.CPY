    *> TAXREC.CPY
    *> Shared 100-byte year-end interest tax information record.
    *> INTTAX writes one file per tax year for the regulatory filing:
    *> an 'H' header, one 'D' record per account whose interest for
    *> the year reached the reporting threshold, and a 'T' trailer
    *> the filing is proven against.
    *>
    *> Interest is what INTACCR credited ('R', MONTHLY INTEREST
    *> ACCRUAL) and FILEPROC posted in the year, less any of those
    *> credits reversed ('V'). Amounts are unsigned display - a year
    *> whose reversals meet or pass its credits reports nothing.
    *>
    *> Layout (100 bytes):
    *>   01     record type: H header, D detail, T trailer
    *>   02-05  tax year (YYYY)
    *>  'H' record:
    *>   06-17  payer id, as carried on the parameter card
    *>   18-25  date the file was created (YYYYMMDD)
    *>   26-38  reporting threshold applied (9(11)V99)
    *>   39-100 reserved
    *>  'D' record:
    *>   06-15  account number
    *>   16-23  branch id
    *>   24-53  holder name
    *>   54-66  interest credited (9(11)V99)
    *>   67-79  interest reversed (9(11)V99)
    *>   80-92  interest reportable (9(11)V99)
    *>   93-100 reserved
    *>  'T' record:
    *>   06-14  detail records (9(9))
    *>   15-29  total interest reportable (9(13)V99)
    *>   30-100 reserved
    05  TX-RECORD-TYPE            PIC X(01).
        88  TX-HEADER             VALUE 'H'.
        88  TX-DETAIL             VALUE 'D'.
        88  TX-TRAILER            VALUE 'T'.
    05  TX-TAX-YEAR               PIC 9(04).
    05  TX-BODY                   PIC X(95).
    05  TX-HEADER-BODY REDEFINES TX-BODY.
        10  TX-PAYER-ID           PIC X(12).
        10  TX-CREATED-DATE       PIC 9(08).
        10  TX-THRESHOLD          PIC 9(11)V99.
        10  FILLER                PIC X(62).
    05  TX-DETAIL-BODY REDEFINES TX-BODY.
        10  TX-ACCOUNT-NUMBER     PIC X(10).
        10  TX-BRANCH-ID          PIC X(08).
        10  TX-HOLDER-NAME        PIC X(30).
        10  TX-INT-CREDITED       PIC 9(11)V99.
        10  TX-INT-REVERSED       PIC 9(11)V99.
        10  TX-INT-REPORTABLE     PIC 9(11)V99.
        10  FILLER                PIC X(08).
    05  TX-TRAILER-BODY REDEFINES TX-BODY.
        10  TX-RECORD-COUNT       PIC 9(09).
        10  TX-TOTAL-REPORTABLE   PIC 9(13)V99.
        10  FILLER                PIC X(71).
