    *> ACHREC.CPY
    *> Shared 94-byte ACH record in the clearing house's NACHA-style
    *> layout. One record type per line, identified by column 1:
    *>   1 file header    5 batch header    6 entry detail
    *>   7 addenda        8 batch control   9 file control
    *> Records are blocked ten to a block; a short last block is
    *> filled out with records of all 9s. ACHCONV reads the inbound
    *> file in this layout and writes its return file in it, so the
    *> returns go back to the originators in the form they came.
    *>
    *> Amounts are unsigned display with two implied decimals; the
    *> debit or credit sense is in the entry's transaction code
    *> (second digit 1-4 credit, 6-9 debit; 2/7 live, 3/8 prenote,
    *> 1/6 return). Entry hash is the sum of the 8-digit receiving
    *> DFI ids, keeping the low-order 10 digits.
    *>
    *> Layout (94 bytes) - field positions per record type:
    *>  '1' file header:
    *>   02-03 priority code      04-13 immediate destination
    *>   14-23 immediate origin   24-29 file creation date (YYMMDD)
    *>   30-33 creation time HHMM 34    file id modifier
    *>   35-37 record size '094'  38-39 blocking factor '10'
    *>   40    format code '1'    41-63 destination name
    *>   64-86 origin name        87-94 reference code
    *>  '5' batch header:
    *>   02-04 service class      05-20 company name
    *>   21-40 company data       41-50 company id
    *>   51-53 standard entry class          54-63 entry description
    *>   64-69 descriptive date   70-75 effective entry date (YYMMDD)
    *>   76-78 settlement date    79    originator status code
    *>   80-87 originating DFI id 88-94 batch number
    *>  '6' entry detail:
    *>   02-03 transaction code   04-11 receiving DFI id
    *>   12    check digit        13-29 DFI account number
    *>   30-39 amount 9(8)V99     40-54 individual id
    *>   55-76 individual name    77-78 discretionary data
    *>   79    addenda indicator  80-94 trace number
    *>  '7' addenda (the return layout, addenda type '99'):
    *>   02-03 addenda type       04-06 return reason code
    *>   07-21 original trace     22-27 date of death
    *>   28-35 original receiving DFI id     36-79 addenda information
    *>   80-94 trace number
    *>  '8' batch control:
    *>   02-04 service class      05-10 entry + addenda count
    *>   11-20 entry hash         21-32 total debits 9(10)V99
    *>   33-44 total credits      45-54 company id
    *>   55-73 authentication code           74-79 reserved
    *>   80-87 originating DFI id 88-94 batch number
    *>  '9' file control:
    *>   02-07 batch count        08-13 block count
    *>   14-21 entry + addenda count         22-31 entry hash
    *>   32-43 total debits       44-55 total credits
    *>   56-94 reserved
    05  AH-RECORD-TYPE            PIC X(01).
        88  AH-FILE-HEADER        VALUE '1'.
        88  AH-BATCH-HEADER       VALUE '5'.
        88  AH-ENTRY-DETAIL       VALUE '6'.
        88  AH-ADDENDA            VALUE '7'.
        88  AH-BATCH-CONTROL      VALUE '8'.
        88  AH-FILE-CONTROL       VALUE '9'.
    05  AH-BODY                   PIC X(93).
    05  AH-FILE-HEADER-BODY REDEFINES AH-BODY.
        10  AH-PRIORITY-CODE      PIC X(02).
        10  AH-IMMED-DEST         PIC X(10).
        10  AH-IMMED-ORIGIN       PIC X(10).
        10  AH-FILE-DATE          PIC X(06).
        10  AH-FILE-TIME          PIC X(04).
        10  AH-FILE-ID-MOD        PIC X(01).
        10  AH-RECORD-SIZE        PIC X(03).
        10  AH-BLOCKING-FACTOR    PIC X(02).
        10  AH-FORMAT-CODE        PIC X(01).
        10  AH-DEST-NAME          PIC X(23).
        10  AH-ORIGIN-NAME        PIC X(23).
        10  AH-REFERENCE-CODE     PIC X(08).
    05  AH-BATCH-HEADER-BODY REDEFINES AH-BODY.
        10  AH-SERVICE-CLASS      PIC X(03).
        10  AH-COMPANY-NAME       PIC X(16).
        10  AH-COMPANY-DATA       PIC X(20).
        10  AH-COMPANY-ID         PIC X(10).
        10  AH-SEC-CODE           PIC X(03).
        10  AH-ENTRY-DESC         PIC X(10).
        10  AH-DESC-DATE          PIC X(06).
        10  AH-EFFECTIVE-DATE.
            15  AH-EFF-YY         PIC 9(02).
            15  AH-EFF-MM         PIC 9(02).
            15  AH-EFF-DD         PIC 9(02).
        10  AH-SETTLE-DATE        PIC X(03).
        10  AH-ORIG-STATUS        PIC X(01).
        10  AH-ODFI-ID            PIC X(08).
        10  AH-BATCH-NUMBER       PIC 9(07).
    05  AH-ENTRY-BODY REDEFINES AH-BODY.
        10  AH-TRANS-CODE.
            15  AH-TC-ACCOUNT     PIC X(01).
            15  AH-TC-KIND        PIC X(01).
                88  AH-TC-CREDIT  VALUE '1' '2' '3' '4'.
                88  AH-TC-DEBIT   VALUE '6' '7' '8' '9'.
                88  AH-TC-LIVE    VALUE '2' '7'.
                88  AH-TC-PRENOTE VALUE '3' '8'.
        10  AH-RDFI-ID            PIC X(08).
        10  AH-RDFI-ID-N REDEFINES AH-RDFI-ID
                                  PIC 9(08).
        10  AH-CHECK-DIGIT        PIC X(01).
        10  AH-DFI-ACCOUNT        PIC X(17).
        10  AH-AMOUNT             PIC 9(08)V99.
        10  AH-INDIVIDUAL-ID      PIC X(15).
        10  AH-INDIVIDUAL-NAME    PIC X(22).
        10  AH-DISCRETIONARY      PIC X(02).
        10  AH-ADDENDA-IND        PIC X(01).
        10  AH-TRACE-NUMBER       PIC X(15).
    05  AH-ADDENDA-BODY REDEFINES AH-BODY.
        10  AH-ADDENDA-TYPE       PIC X(02).
        10  AH-RETURN-REASON      PIC X(03).
        10  AH-ORIG-TRACE         PIC X(15).
        10  AH-DEATH-DATE         PIC X(06).
        10  AH-ORIG-RDFI          PIC X(08).
        10  AH-ADDENDA-INFO       PIC X(44).
        10  AH-ADDENDA-TRACE      PIC X(15).
    05  AH-BATCH-CONTROL-BODY REDEFINES AH-BODY.
        10  AH-BC-SERVICE-CLASS   PIC X(03).
        10  AH-BC-ENTRY-COUNT     PIC 9(06).
        10  AH-BC-ENTRY-HASH      PIC 9(10).
        10  AH-BC-DEBIT-TOTAL     PIC 9(10)V99.
        10  AH-BC-CREDIT-TOTAL    PIC 9(10)V99.
        10  AH-BC-COMPANY-ID      PIC X(10).
        10  AH-BC-AUTH-CODE       PIC X(19).
        10  FILLER                PIC X(06).
        10  AH-BC-ODFI-ID         PIC X(08).
        10  AH-BC-BATCH-NUMBER    PIC 9(07).
    05  AH-FILE-CONTROL-BODY REDEFINES AH-BODY.
        10  AH-FC-BATCH-COUNT     PIC 9(06).
        10  AH-FC-BLOCK-COUNT     PIC 9(06).
        10  AH-FC-ENTRY-COUNT     PIC 9(08).
        10  AH-FC-ENTRY-HASH      PIC 9(10).
        10  AH-FC-DEBIT-TOTAL     PIC 9(10)V99.
        10  AH-FC-CREDIT-TOTAL    PIC 9(10)V99.
        10  FILLER                PIC X(39).
