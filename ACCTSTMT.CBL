    05 WS-DTL-CODE   PIC X(01).
    05 WS-DTL-AMOUNT PIC 9(9)V99.
    05 WS-DTL-DESC   PIC X(50).
    *> A transfer's description: the other party's account, the leg
    *> marker ('I' = money in) and the memo.
    05 WS-DTL-XFER REDEFINES WS-DTL-DESC.
        10 WS-DTL-CONTRA PIC X(10).
        10 WS-DTL-LEG    PIC X(01).
        10 WS-DTL-MEMO   PIC X(39).

*> Per-account statement totals, reset for each requested account.
01 WS-STMT-TOTALS.
    05 WS-STMT-ADD-AMT     PIC 9(11)V99 VALUE 0.
    05 WS-STMT-DEBIT-AMT   PIC 9(11)V99 VALUE 0.
    05 WS-STMT-CREDIT-AMT  PIC 9(11)V99 VALUE 0.
    05 WS-STMT-XFER-OUT-AMT PIC 9(11)V99 VALUE 0.
    05 WS-STMT-XFER-IN-AMT  PIC 9(11)V99 VALUE 0.
    05 WS-STMT-OTHER-AMT   PIC 9(11)V99 VALUE 0.

01 WS-DTL-PARTY PIC X(50).
01 WS-AMOUNT-ED PIC ZZZ,ZZZ,ZZ9.99.
01 WS-TOTAL-ED  PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-STMT-LINE PIC X(80).
*> One line per record whichever file it came from: both sources
*> stage their fields and share the line format and the per-code
*> running totals, so an archived transaction reads exactly like a
*> live one on the statement. A transfer ('T') line names the other
*> party - TO the account paid, FROM the account that paid in - in
*> place of the raw description, and totals by direction.
*> ---------------------------------------------------------------
STMT-DETAIL-PARA.
    MOVE HX-TRANS-DATE TO WS-DTL-DATE
            ADD WS-DTL-AMOUNT TO WS-STMT-DEBIT-AMT
        WHEN 'R'
            ADD WS-DTL-AMOUNT TO WS-STMT-CREDIT-AMT
        WHEN 'T'
            IF WS-DTL-LEG = 'I'
                ADD WS-DTL-AMOUNT TO WS-STMT-XFER-IN-AMT
            ELSE
                ADD WS-DTL-AMOUNT TO WS-STMT-XFER-OUT-AMT
            END-IF
        WHEN OTHER
            ADD WS-DTL-AMOUNT TO WS-STMT-OTHER-AMT
    END-EVALUATE
    IF WS-DTL-CODE = 'T'
        MOVE SPACES TO WS-DTL-PARTY
        IF WS-DTL-LEG = 'I'
            STRING 'FROM ' DELIMITED BY SIZE,
                   WS-DTL-CONTRA DELIMITED BY SIZE,
                   ' ' DELIMITED BY SIZE,
                   WS-DTL-MEMO DELIMITED BY SIZE
                INTO WS-DTL-PARTY
        ELSE
            STRING 'TO   ' DELIMITED BY SIZE,
                   WS-DTL-CONTRA DELIMITED BY SIZE,
                   ' ' DELIMITED BY SIZE,
                   WS-DTL-MEMO DELIMITED BY SIZE
                INTO WS-DTL-PARTY
        END-IF
        MOVE WS-DTL-PARTY TO WS-DTL-DESC
    END-IF
    MOVE WS-DTL-AMOUNT TO WS-AMOUNT-ED
    MOVE SPACES TO WS-STMT-LINE
    STRING WS-DTL-DATE DELIMITED BY SIZE,
               WS-TOTAL-ED DELIMITED BY SIZE
            INTO WS-STMT-LINE
        WRITE STMT-RECORD FROM WS-STMT-LINE
        MOVE WS-STMT-XFER-OUT-AMT TO WS-TOTAL-ED
        MOVE SPACES TO WS-STMT-LINE
        STRING '  Total T (Xfer out)  : ' DELIMITED BY SIZE,
               WS-TOTAL-ED DELIMITED BY SIZE
            INTO WS-STMT-LINE
        WRITE STMT-RECORD FROM WS-STMT-LINE
        MOVE WS-STMT-XFER-IN-AMT TO WS-TOTAL-ED
        MOVE SPACES TO WS-STMT-LINE
        STRING '  Total T (Xfer in)   : ' DELIMITED BY SIZE,
               WS-TOTAL-ED DELIMITED BY SIZE
            INTO WS-STMT-LINE
        WRITE STMT-RECORD FROM WS-STMT-LINE
        MOVE WS-STMT-OTHER-AMT TO WS-TOTAL-ED
        MOVE SPACES TO WS-STMT-LINE
        STRING '  Total other codes   : ' DELIMITED BY SIZE,
