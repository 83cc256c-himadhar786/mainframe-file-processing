    *> REFREC.CPY
    *> Shared 80-byte account reference master record, keyed by
    *> account number. REFMAINT maintains it from operator cards
    *> (open / close / freeze / rename / overdraft limit), FILEPROC
    *> checks it before posting anything - a transaction for an
    *> account that is not on here, or is closed or frozen, rejects
    *> instead of quietly opening a brand-new key on ACCTIDX and
    *> BALLEDGR - and ACCTSTMT reads it for the holder name on
    *> statement headers.
    *> The overdraft limit is how far below zero FILEPROC lets a
    *> debit take the account before holding it as insufficient
    *> funds; blank (records written before the field existed)
    *> reads as zero - no overdraft.
    *>
    *> Layout (80 bytes):
    *>   01-10  account number (record key)
    *>   12-19  branch id
    *>   20-27  date opened (YYYYMMDD)
    *>   28-57  holder name
    *>   58-68  approved overdraft limit (9(9)V99, unsigned display)
    *>   69-80  reserved
    05  RF-ACCOUNT-NUMBER         PIC X(10).
    05  RF-STATUS                 PIC X(01).
        88  RF-STATUS-OPEN        VALUE 'O'.
    05  RF-BRANCH-ID              PIC X(08).
    05  RF-OPEN-DATE              PIC 9(08).
    05  RF-HOLDER-NAME            PIC X(30).
    05  RF-OVERDRAFT-LIMIT        PIC 9(9)V99.
    05  FILLER                    PIC X(12).
