01 WS-ACCT-TABLE.
    05 WS-ACCT-ENTRY OCCURS 15000.
        10 WS-ACCT-NUMBER PIC X(10).
        10 WS-ACCT-CODE-TOTALS OCCURS 7.
            15 WS-ACCT-CODE-CNT PIC 9(05) COMP.
            15 WS-ACCT-CODE-AMT PIC 9(11)V99 COMP-3.

*> Grand totals per code, the figures that tie back to the sum of the
*> daily SUMMARY.RPT counts for the month.
01 WS-GRAND-TOTALS.
    05 WS-GRAND-CODE OCCURS 7.
        10 WS-GRAND-CODE-CNT PIC 9(07) COMP VALUE 0.
        10 WS-GRAND-CODE-AMT PIC 9(13)V99 COMP-3 VALUE 0.

*> Code slots: 1 A, 2 D, 3 R, 4 C, 5 V, 6 T, 7 other - same order
*> the daily summary lists them. Each leg of a transfer sits on
*> OUTFILE under its own account, so 'T' tallies per leg.
01 WS-CODE-LABELS.
    05 FILLER PIC X(15) VALUE 'A (Add)       '.
    05 FILLER PIC X(15) VALUE 'D (Debit)     '.
    05 FILLER PIC X(15) VALUE 'R (Credit)    '.
    05 FILLER PIC X(15) VALUE 'C (Correction)'.
    05 FILLER PIC X(15) VALUE 'V (Reversal)  '.
    05 FILLER PIC X(15) VALUE 'T (Transfer)  '.
    05 FILLER PIC X(15) VALUE 'Other         '.
01 WS-CODE-LABELS-R REDEFINES WS-CODE-LABELS.
    05 WS-CODE-LABEL OCCURS 7 PIC X(15).

01 WS-MATCH-SW PIC X VALUE 'N'.
   88 ACCT-MATCHED VALUE 'Y'.
            MOVE WS-ACCT-CNT TO WS-ACCT-IX
            MOVE FP-ACCOUNT-NUMBER TO WS-ACCT-NUMBER(WS-ACCT-IX)
            PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                UNTIL WS-CODE-IX > 7
                MOVE 0 TO WS-ACCT-CODE-CNT(WS-ACCT-IX, WS-CODE-IX)
                MOVE 0 TO WS-ACCT-CODE-AMT(WS-ACCT-IX, WS-CODE-IX)
            END-PERFORM
            MOVE 4 TO WS-CODE-IX
        WHEN FP-TRANS-REVERSAL
            MOVE 5 TO WS-CODE-IX
        WHEN FP-TRANS-TRANSFER
            MOVE 6 TO WS-CODE-IX
        WHEN OTHER
            MOVE 7 TO WS-CODE-IX
    END-EVALUATE.

*> ---------------------------------------------------------------
    PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
        UNTIL WS-ACCT-IX > WS-ACCT-CNT
        PERFORM VARYING WS-CODE-IX FROM 1 BY 1
            UNTIL WS-CODE-IX > 7
            IF WS-ACCT-CODE-CNT(WS-ACCT-IX, WS-CODE-IX) > 0
                PERFORM ACCOUNT-LINE-PARA
            END-IF
    MOVE 'GRAND TOTALS BY TRANSACTION CODE' TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    PERFORM VARYING WS-CODE-IX FROM 1 BY 1
        UNTIL WS-CODE-IX > 7
        PERFORM GRAND-LINE-PARA
    END-PERFORM
    MOVE SPACES TO WS-RPT-LINE
