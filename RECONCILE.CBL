    *> naming no posting on the history journal (04), dated after
    *> the business date on the run-control card (05), and the
    *> reference-master checks (06-09: unknown, closed or frozen
    *> account, or a non-Add to an account with no master record),
    *> a debit held past its overdraft limit (10) and a transfer
    *> with an unusable contra account (11-12) - which this
    *> program's edits cannot re-derive and must consume in lockstep
    *> like suspects.
    SELECT REJFILE ASSIGN TO REJECTS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJFILE-STATUS.
01 WS-HELD-CNT     PIC 9(5) VALUE 0.
01 WS-ENVELOPE-CNT PIC 9(5) VALUE 0.
01 WS-DRIFT-CNT    PIC 9(5) VALUE 0.
01 WS-XFER-LEG-CNT PIC 9(5) VALUE 0.
01 WS-RECORDED-CNT PIC 9(5) VALUE 0.

01 WS-VALID-SW PIC X VALUE 'Y'.
01 WS-IN-RECORD-LAYOUT.
    COPY ACCTREC.

*> The receiving leg FILEPROC posts straight after a transfer:
*> the keyed record with the account numbers swapped and the leg
*> marker set. It has no input record of its own, so it is built
*> here and compared against the OUTFILE line that follows.
01 WS-XFER-LEG.
    COPY ACCTREC REPLACING LEADING ==FP-== BY ==XL-==.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM READ-SUMMARY-PARA
*> ---------------------------------------------------------------
*> OPEN-REJECT-PARA / READ-REJECT-PARA
*> Same shape as the suspect handling, but only reasons 04 and up
*> (rejected reversals, after-business-date records, the
*> reference-master rejects and insufficient-funds holds) are kept
*> for the lockstep - every
*> other reason fails this program's own field edits too and never
*> reaches the compare.
*> ---------------------------------------------------------------
*> The sort's output procedure: the released records back in the
*> same account/date order FILEPROC posted them, consumed against
*> the suspect and reject files and compared against OUTFILE in
*> lockstep exactly as the arrival-order walk used to. A posted
*> transfer owns the next two OUTFILE lines: its own, then the
*> receiving leg (COMPARE-XFER-LEG-PARA).
*> ---------------------------------------------------------------
RECON-COMPARE-PARA.
    PERFORM UNTIL SORT-AT-EOF
                    WHEN OTHER
                        PERFORM COMPARE-RECORD-PARA
                        PERFORM READ-OUT-PARA
                        IF FP-TRANS-TRANSFER
                            PERFORM COMPARE-XFER-LEG-PARA
                            PERFORM READ-OUT-PARA
                        END-IF
                END-EVALUATE
        END-RETURN
    END-PERFORM.
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> COMPARE-XFER-LEG-PARA
*> Compares the receiving leg FILEPROC should have written for the
*> current transfer against the next stripped output record.
*> ---------------------------------------------------------------
COMPARE-XFER-LEG-PARA.
    MOVE WS-IN-RECORD-LAYOUT TO WS-XFER-LEG
    MOVE FP-CONTRA-ACCOUNT TO XL-ACCOUNT-NUMBER
    MOVE FP-ACCOUNT-NUMBER TO XL-CONTRA-ACCOUNT
    MOVE 'I' TO XL-TRANSFER-LEG
    ADD 1 TO WS-XFER-LEG-CNT
    IF OUT-AT-EOF
        ADD 1 TO WS-DRIFT-CNT
    ELSE
        IF WS-XFER-LEG NOT = WS-STRIPPED-RECORD
            ADD 1 TO WS-DRIFT-CNT
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> VALIDATE-RECORD
*> Re-applies FILEPROC's own edit rules to INFILE independently, so
        INTO WS-RECON-LINE
    WRITE RECON-RECORD FROM WS-RECON-LINE
    MOVE SPACES TO WS-RECON-LINE
    STRING 'Rejects consumed (04-12)   : ' DELIMITED BY SIZE,
           WS-LATE-REJ-CNT DELIMITED BY SIZE
        INTO WS-RECON-LINE
    WRITE RECON-RECORD FROM WS-RECON-LINE
    MOVE SPACES TO WS-RECON-LINE
    STRING 'Transfer receiving legs    : ' DELIMITED BY SIZE,
           WS-XFER-LEG-CNT DELIMITED BY SIZE
        INTO WS-RECON-LINE
    WRITE RECON-RECORD FROM WS-RECON-LINE
    MOVE SPACES TO WS-RECON-LINE
    STRING 'Held in unbalanced batches : ' DELIMITED BY SIZE,
           WS-HELD-CNT DELIMITED BY SIZE
        INTO WS-RECON-LINE
        WRITE RECON-RECORD FROM WS-RECON-LINE
    END-IF
    IF WS-VALID-CNT - WS-SUSPECT-CNT - WS-LATE-REJ-CNT - WS-HELD-CNT
       + WS-XFER-LEG-CNT NOT = WS-OUTPUT-CNT
        MOVE 'WARNING: valid input record count (less suspects,'
            TO WS-RECON-LINE
        WRITE RECON-RECORD FROM WS-RECON-LINE
        MOVE '         late-check rejects and records in held'
            TO WS-RECON-LINE
        WRITE RECON-RECORD FROM WS-RECON-LINE
        MOVE '         batches, plus transfer receiving legs) does'
            TO WS-RECON-LINE
        WRITE RECON-RECORD FROM WS-RECON-LINE
        MOVE '         not match output.dat'
            TO WS-RECON-LINE
        WRITE RECON-RECORD FROM WS-RECON-LINE
        MOVE '         record count.' TO WS-RECON-LINE
