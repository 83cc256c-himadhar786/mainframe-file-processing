    *>   12-22  amount            (9(9)V99, unsigned display)
    *>   23-30  transaction date  (YYYYMMDD)
    *>   31-80  free-form description
    *>
    *> A transfer ('T') is keyed against the paying account; columns
    *> 31-40 of the description carry the receiving (contra) account
    *> and column 41 is left blank. FILEPROC posts the receiving leg
    *> itself, with the two account numbers swapped and column 41 set
    *> to 'I', so every transfer appears as a pair of 'T' records on
    *> output.dat and in the history file.
    05  FP-ACCOUNT-NUMBER         PIC X(10).
    05  FP-TRANS-CODE             PIC X(01).
        88  FP-TRANS-ADD          VALUE 'A'.
        88  FP-TRANS-CREDIT       VALUE 'R'.
        88  FP-TRANS-CORRECTION   VALUE 'C'.
        88  FP-TRANS-REVERSAL     VALUE 'V'.
        88  FP-TRANS-TRANSFER     VALUE 'T'.
    05  FP-AMOUNT                 PIC 9(9)V99.
    05  FP-TRANS-DATE.
        10  FP-TRANS-YEAR         PIC 9(04).
        10  FP-TRANS-MONTH        PIC 9(02).
        10  FP-TRANS-DAY          PIC 9(02).
    05  FP-DESCRIPTION            PIC X(50).
    05  FP-TRANSFER-DETAIL REDEFINES FP-DESCRIPTION.
        10  FP-CONTRA-ACCOUNT     PIC X(10).
        10  FP-TRANSFER-LEG       PIC X(01).
            88  FP-LEG-IN         VALUE 'I'.
        10  FP-TRANSFER-MEMO      PIC X(39).
