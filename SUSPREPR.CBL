    *> bare stream of releases would be held as strays.
    SELECT RELFILE ASSIGN TO RELEASED
        ORGANIZATION IS LINE SEQUENTIAL.
    *> Force-pay releases: the 80 bytes of every insufficient-funds
    *> item the desk has agreed to pay, written alongside its release.
    *> FILEPROC loads this the way it loads DUPRLS - each entry waives
    *> the overdraft check for the one posting it matches, so the
    *> release doesn't just bounce back to suspense on the same
    *> limit.
    SELECT FORCEFILE ASSIGN TO NSFRLS
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RPTFILE ASSIGN TO REPRPT
        ORGANIZATION IS LINE SEQUENTIAL.

*> One card per item to repair:
*>   01-10  account number of the open suspense item
*>   12     field to correct: N account, C trans code, A amount,
*>          D trans date - or an action with no new value:
*>          P force-pay (insufficient-funds items only: release
*>          unchanged and waive the overdraft check), X return
*>          (close the item out unposted)
*>   14-33  new value, left-justified (account 10 chars, code 1,
*>          amount 11 digits as 9(9)V99, date YYYYMMDD)
FD REPFILE.
FD RELFILE.
01 REL-RECORD PIC X(80).

FD FORCEFILE.
01 FORCE-RECORD PIC X(80).

FD RPTFILE.
01 RPT-RECORD PIC X(80).

   88 REPAIR-MATCHED VALUE 'Y'.
01 WS-APPLY-SW PIC X VALUE 'N'.
   88 REPAIR-APPLIED VALUE 'Y'.
*> Set alongside REPAIR-APPLIED when the card returns the item
*> rather than correcting it - nothing is released.
01 WS-RETURN-SW PIC X VALUE 'N'.
   88 ITEM-RETURNED VALUE 'Y'.
*> FILEPROC's insufficient-funds reject reason - the only items a
*> force-pay card may release.
01 WS-NSF-REASON PIC 9(02) VALUE 10.

01 WS-READ-CNT     PIC 9(5) VALUE 0.
01 WS-OPEN-CNT     PIC 9(5) VALUE 0.
01 WS-RELEASED-CNT PIC 9(5) VALUE 0.
01 WS-FORCED-CNT   PIC 9(5) VALUE 0.
01 WS-RETURNED-CNT PIC 9(5) VALUE 0.
01 WS-BADVAL-CNT   PIC 9(5) VALUE 0.
01 WS-NOMATCH-CNT  PIC 9(5) VALUE 0.
01 WS-OVERFLOW-CNT PIC 9(5) VALUE 0.
    OPEN OUTPUT SUSPOUT
    OPEN OUTPUT RELFILE
    PERFORM RELEASE-HEADER-PARA
    OPEN OUTPUT FORCEFILE
    OPEN OUTPUT RPTFILE
    MOVE 'SUSPENSE REPAIR RUN' TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    CLOSE SUSPOUT
    PERFORM RELEASE-TRAILER-PARA
    CLOSE RELFILE
    CLOSE FORCEFILE
    PERFORM UNMATCHED-REPAIRS-PARA
    PERFORM REPAIR-REPORT-PARA
    CLOSE RPTFILE
*> matching unused repair card gets the correction applied to its
*> original record; a fix that survives a sanity edit releases the
*> record (RELEASE file + status 'R'), a bad new value leaves the
*> item open and is reported. A force-pay releases the record as it
*> stands and also writes it to the force-pay file; a return closes
*> the item out (status 'X') with nothing released. Each card
*> repairs at most one item - the oldest open one for its account,
*> since the file is appended in date order.
*> ---------------------------------------------------------------
PROCESS-SUSPENSE-PARA.
    MOVE SP-SUSPENSE-RECORD TO SO-SUSPENSE-RECORD
        PERFORM FIND-REPAIR-PARA
        IF REPAIR-MATCHED
            PERFORM APPLY-REPAIR-PARA
            IF REPAIR-APPLIED AND ITEM-RETURNED
                MOVE 'Y' TO WS-REP-USED(WS-REPAIR-IX)
                ADD 1 TO WS-RETURNED-CNT
                SUBTRACT 1 FROM WS-OPEN-CNT
                MOVE 'X' TO SO-STATUS
                PERFORM LOG-RETURNED-PARA
            END-IF
            IF REPAIR-APPLIED AND NOT ITEM-RETURNED
                MOVE 'Y' TO WS-REP-USED(WS-REPAIR-IX)
                MOVE WS-DETAIL-LAYOUT TO REL-RECORD
                WRITE REL-RECORD
                IF FP-AMOUNT NUMERIC
                    ADD FP-AMOUNT TO WS-REL-HASH
                END-IF
                IF WS-REP-FIELD(WS-REPAIR-IX) = 'P'
                    MOVE WS-DETAIL-LAYOUT TO FORCE-RECORD
                    WRITE FORCE-RECORD
                    ADD 1 TO WS-FORCED-CNT
                END-IF
                SUBTRACT 1 FROM WS-OPEN-CNT
                MOVE SP-SUSPENSE-RECORD TO SO-SUSPENSE-RECORD
                MOVE WS-DETAIL-LAYOUT TO SO-DETAIL
                MOVE 'R' TO SO-STATUS
                PERFORM LOG-RELEASED-PARA
            END-IF
            IF NOT REPAIR-APPLIED
                ADD 1 TO WS-BADVAL-CNT
                PERFORM LOG-BADVALUE-PARA
            END-IF
*> Overlays the corrected field onto the structured view of the
*> original record. The new value gets the same class edit FILEPROC
*> would apply on resubmission, so an unfixable value is caught here
*> instead of bouncing straight back to suspense tomorrow. A
*> force-pay against anything but an insufficient-funds item fails
*> the same way - waiving the overdraft check cannot cure a closed
*> account or a bad date.
*> ---------------------------------------------------------------
APPLY-REPAIR-PARA.
    MOVE 'N' TO WS-APPLY-SW
    MOVE 'N' TO WS-RETURN-SW
    EVALUATE WS-REP-FIELD(WS-REPAIR-IX)
        WHEN 'N'
            IF WS-REP-VALUE(WS-REPAIR-IX)(1:10) NOT = SPACES
                    TO FP-TRANS-DATE
                SET REPAIR-APPLIED TO TRUE
            END-IF
        WHEN 'P'
            IF SP-REASON-CODE = WS-NSF-REASON
                SET REPAIR-APPLIED TO TRUE
            END-IF
        WHEN 'X'
            SET REPAIR-APPLIED TO TRUE
            SET ITEM-RETURNED TO TRUE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> LOG-RELEASED-PARA / LOG-RETURNED-PARA / LOG-BADVALUE-PARA
*> ---------------------------------------------------------------
LOG-RELEASED-PARA.
    MOVE SPACES TO WS-RPT-LINE
    IF WS-REP-FIELD(WS-REPAIR-IX) = 'P'
        STRING 'RELEASED  ' DELIMITED BY SIZE,
               FP-ACCOUNT-NUMBER DELIMITED BY SIZE,
               ' FORCE-PAY (overdraft check waived)' DELIMITED BY SIZE
            INTO WS-RPT-LINE
    ELSE
        STRING 'RELEASED  ' DELIMITED BY SIZE,
               FP-ACCOUNT-NUMBER DELIMITED BY SIZE,
               ' FIELD ' DELIMITED BY SIZE,
               WS-REP-FIELD(WS-REPAIR-IX) DELIMITED BY SIZE,
               ' CORRECTED' DELIMITED BY SIZE
            INTO WS-RPT-LINE
    END-IF
    WRITE RPT-RECORD FROM WS-RPT-LINE.

LOG-RETURNED-PARA.
    MOVE SPACES TO WS-RPT-LINE
    STRING 'RETURNED  ' DELIMITED BY SIZE,
           FP-ACCOUNT-NUMBER DELIMITED BY SIZE,
           ' REASON ' DELIMITED BY SIZE,
           SP-REASON-CODE DELIMITED BY SIZE,
           ' (closed out, not posted)' DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Force-paid (of above) : ' DELIMITED BY SIZE,
           WS-FORCED-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Returned this run     : ' DELIMITED BY SIZE,
           WS-RETURNED-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Still open            : ' DELIMITED BY SIZE,
           WS-OPEN-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
