    *>   23     transaction code
    *>   24-34  amount            (9(9)V99, unsigned display)
    *>   35-84  description
    *>
    *> For a transfer ('T') the description holds the other party's
    *> account in its first ten bytes and the leg marker ('I' for the
    *> receiving leg) in the eleventh, exactly as on the ACCTREC
    *> record the history entry was posted from.
    05  HX-HIST-KEY.
        10  HX-ACCOUNT-NUMBER     PIC X(10).
        10  HX-TRANS-DATE         PIC X(08).
    05  HX-TRANS-CODE             PIC X(01).
    05  HX-AMOUNT                 PIC 9(9)V99.
    05  HX-DESCRIPTION            PIC X(50).
    05  HX-TRANSFER-DETAIL REDEFINES HX-DESCRIPTION.
        10  HX-CONTRA-ACCOUNT     PIC X(10).
        10  HX-TRANSFER-LEG       PIC X(01).
            88  HX-LEG-IN         VALUE 'I'.
        10  HX-TRANSFER-MEMO      PIC X(39).
