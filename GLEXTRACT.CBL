*> EXTRACT-RECORD-PARA
*> Reformats the current OUTFILE transaction into the GL feed
*> layout, mapping our transaction code onto the GL's own code.
*> The GL has no transfer code of its own: each leg of a transfer
*> ('T') goes over as the movement it is on that account - the
*> paying leg as a debit (200), the receiving leg as a credit
*> (300) - so the pair nets to nothing on the GL, and the
*> description names the other account in place of the raw
*> contra field.
*> ---------------------------------------------------------------
EXTRACT-RECORD-PARA.
    MOVE SPACES TO GL-RECORD
            MOVE '400' TO GL-CODE
        WHEN FP-TRANS-REVERSAL
            MOVE '500' TO GL-CODE
        WHEN FP-TRANS-TRANSFER
            IF FP-LEG-IN
                MOVE '300' TO GL-CODE
            ELSE
                MOVE '200' TO GL-CODE
            END-IF
        WHEN OTHER
            MOVE '999' TO GL-CODE
    END-EVALUATE
    MOVE FP-AMOUNT TO GL-AMOUNT
    MOVE FP-TRANS-DATE TO GL-TRANS-DATE
    EVALUATE TRUE
        WHEN FP-TRANS-TRANSFER AND FP-LEG-IN
            STRING 'XFER FROM ' DELIMITED BY SIZE,
                   FP-CONTRA-ACCOUNT DELIMITED BY SIZE,
                   ' ' DELIMITED BY SIZE,
                   FP-TRANSFER-MEMO DELIMITED BY SIZE
                INTO GL-DESCRIPTION
        WHEN FP-TRANS-TRANSFER
            STRING 'XFER TO ' DELIMITED BY SIZE,
                   FP-CONTRA-ACCOUNT DELIMITED BY SIZE,
                   ' ' DELIMITED BY SIZE,
                   FP-TRANSFER-MEMO DELIMITED BY SIZE
                INTO GL-DESCRIPTION
        WHEN OTHER
            MOVE FP-DESCRIPTION(1:28) TO GL-DESCRIPTION
    END-EVALUATE
    ADD 1 TO WS-EXTRACT-CNT
    ADD GL-AMOUNT TO WS-HASH-TOTAL
    EVALUATE GL-CODE
