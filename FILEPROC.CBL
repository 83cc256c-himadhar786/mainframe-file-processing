    SELECT SUSPENSEFILE ASSIGN TO SUSPENSE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-STATUS.
    *> Force-pay releases: insufficient-funds items SUSPREPR
    *> released with the desk's agreement to pay them past the
    *> overdraft limit. Each 80-byte entry waives CHECK-FUNDS-PARA
    *> for ONE exact-match posting - the same one-shot shape as
    *> DUPRLS, and for the same reason: without it the release
    *> would just hit the same limit and go back to suspense.
    SELECT NSFRLSFILE ASSIGN TO NSFRLS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NSFRLS-STATUS.
    *> Daily insufficient-funds report: every debit held on the
    *> overdraft limit, with the balance and limit it failed against.
    SELECT NSFRPTFILE ASSIGN TO NSFRPT
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The day's NSF fee charges: one 'D' per account that had a
    *> debit held, wrapped in a batch envelope (branch id NSFFEE)
    *> ready to concatenate onto the next day's INFILE, the same way
    *> INTACCR's and SUSPREPR's generated work comes back in. Each
    *> run writes a new generation; a restart extends the one the
    *> failed run began (OPEN EXTEND), so the batch keeps the single
    *> header it was started with, after reading back what the
    *> failed run already charged (LOAD-FEE-BATCH-PARA).
    SELECT NSFFEEFILE ASSIGN TO NSFFEE
        ORGANIZATION IS LINE SEQUENTIAL.
    *> Master journal: one entry per ACCTIDX write or rewrite this
    *> run makes, with the record as it stood before and as the
    *> posting left it - the same before/after shape MAINT journals
    *> its corrections in. Appended run to run (never truncated, like
    *> AUDITLOG), so DAYBKO can put the master back the way a backed-
    *> out business date found it.
    SELECT IDXJRNLFILE ASSIGN TO IDXJRNL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IDXJRNL-STATUS.

DATA DIVISION.
FILE SECTION.
*> sort keys are named; everything else rides through unchanged.
*> DUPLICATES IN ORDER in the SORT keeps equal keys in arrival
*> order, so reruns of the same input post in the same sequence.
*> The byte after the record says which envelope it came in: 'F'
*> for FILEPROC's own NSFFEE fee batch, space for anything else.
SD SORTFILE.
01 SRT-SORT-RECORD.
    05 SRT-DETAIL.
        10 SRT-ACCOUNT-NUMBER PIC X(10).
        10 FILLER             PIC X(12).
        10 SRT-TRANS-DATE     PIC X(08).
        10 FILLER             PIC X(50).
    05 SRT-ORIGIN-SW          PIC X(01).

FD OUTFILE.
01 OUT-RECORD PIC X(91).
01 OI-ACCOUNT-RECORD.
    COPY ACCTREC REPLACING LEADING ==FP-== BY ==OI-==.

*> One 80-byte card: business date, checkpoint interval, run mode,
*> NSF fee.
*>   01-08  business date  YYYYMMDD
*>   10-14  checkpoint interval (posted records between
*>          checkpoints)
*>   16     mode: N normal, T trial/report-only, F forced fresh start
*>   18-24  fee charged per account with a debit held for
*>          insufficient funds, 9(5)V99 (blank: no fee)
FD RUNCTLFILE.
01 RUNCTL-RECORD.
    05 RC-BUSINESS-DATE  PIC 9(08).
    05 RC-CHECK-INTERVAL PIC 9(05).
    05 FILLER            PIC X(01).
    05 RC-RUN-MODE       PIC X(01).
    05 FILLER            PIC X(01).
    05 RC-NSF-FEE        PIC 9(5)V99.
    05 FILLER            PIC X(56).

*> Carries every counter REPORT-PARA/WRITE-AUDIT-PARA report on, not
*> just the record count, so a restart resumes the run's totals as
        10 CK-CNT-CREDIT     PIC 9(05).
        10 CK-CNT-CORRECTION PIC 9(05).
        10 CK-CNT-REVERSAL   PIC 9(05).
        10 CK-CNT-TRANSFER   PIC 9(05).
        10 CK-CNT-OTHER      PIC 9(05).
    05 CK-BATCH-TOTALS.
        10 CK-BATCH-RECV-CNT PIC 9(05).
    *> never reached the posting phase - a restart then starts
    *> fresh, since intake posts nothing.
    05 CK-SORTED-CNT         PIC 9(05).
    *> Insufficient-funds totals, so a restart's NSF report covers
    *> the whole run. The fee count and total are taken afresh from
    *> the fee generation itself on a restart (LOAD-FEE-BATCH-PARA).
    05 CK-NSF-TOTALS.
        10 CK-NSF-CNT        PIC 9(05).
        10 CK-FORCED-CNT     PIC 9(05).
        10 CK-FEE-CNT        PIC 9(05).
        10 CK-FEE-HASH       PIC 9(13)V99.

*> Widened from 80 when the suspect count joined the audit line, and
*> again from 100 when the batch counters joined it.
FD DUPRLSFILE.
01 DUPRLS-RECORD PIC X(80).

FD NSFRLSFILE.
01 NSFRLS-RECORD PIC X(80).

FD NSFRPTFILE.
01 NSFRPT-RECORD PIC X(80).

FD NSFFEEFILE.
01 NSFFEE-RECORD PIC X(80).

*> The run stamp is the business date the run posts under, not the
*> calendar date it ran on, so a backout selects a posting day's
*> entries by the date it was posted for. A restarted run journals
*> the tail it re-posts a second time; the first entry per account
*> for the date is always the true before-image.
FD IDXJRNLFILE.
01 JR-JOURNAL-RECORD.
    COPY JRNLREC.

WORKING-STORAGE SECTION.
01 WS-OUTIDX-STATUS PIC X(02) VALUE '00'.
01 WS-CHECK-STATUS PIC X(02) VALUE '00'.
01 WS-HIST-STATUS PIC X(02) VALUE '00'.
01 WS-REF-STATUS PIC X(02) VALUE '00'.
01 WS-CAL-STATUS PIC X(02) VALUE '00'.
01 WS-IDXJRNL-STATUS PIC X(02) VALUE '00'.
*> Master journal stamp and the record as it stood before the write
*> in hand - spaces when the posting opened the key.
01 WS-IJ-RUN-TIME PIC 9(08) VALUE 0.
01 WS-IJ-BEFORE-IMAGE PIC X(80) VALUE SPACES.
*> Calendar refusal state: set by CALENDAR-CHECK-PARA when this run
*> must not start. The reason goes out on the audit log with RC 16
*> - distinct from the RC 12 file faults - so the scheduler alerts
   88 RELEASE-MATCHED VALUE 'Y'.
01 WS-RELEASED-CNT PIC 9(5) VALUE 0.
01 WS-DUPRLS-OVER-CNT PIC 9(5) VALUE 0.
*> Force-pay releases, loaded up front and spent one per posting
*> exactly like the duplicate releases above.
01 WS-NSFRLS-STATUS PIC X(02) VALUE '00'.
01 WS-NSFRLS-EOF PIC X VALUE 'N'.
   88 NSFRLS-AT-EOF VALUE 'Y'.
01 WS-NSFRLS-MAX PIC 9(03) VALUE 200 COMP.
01 WS-NSFRLS-CNT PIC 9(03) VALUE 0 COMP.
01 WS-NSFRLS-IX  PIC 9(03) VALUE 0 COMP.
01 WS-NSFRLS-TABLE.
    05 WS-NSFRLS-ENTRY OCCURS 200.
        10 WS-NSFRLS-DETAIL PIC X(80).
        10 WS-NSFRLS-USED   PIC X(01).
           88 NSFRLS-USED   VALUE 'Y'.
01 WS-NSFRLS-MATCH-SW PIC X VALUE 'N'.
   88 FORCE-PAY-MATCHED VALUE 'Y'.
01 WS-NSFRLS-OVER-CNT PIC 9(5) VALUE 0.
*> Insufficient-funds handling. A debit whose projected balance
*> would go below minus the account's overdraft limit is held on
*> reason 10 instead of posting. The fee per held account comes off
*> the run-control card; its debit carries a fixed description and
*> comes back in the NSFFEE envelope, and only a debit arriving
*> both ways is exempt from the limit it is charging for - holding
*> it would charge a fee on the fee the next day, and so on. The
*> same description keyed in any other batch is checked as usual.
01 WS-NSF-REASON PIC 9(02) VALUE 10.
01 WS-NSF-FEE PIC 9(5)V99 VALUE 0.
01 WS-NSF-FEE-DESC PIC X(50) VALUE 'INSUFFICIENT FUNDS FEE'.
01 WS-NSF-AVAIL PIC S9(9)V99 VALUE 0.
01 WS-NSF-CNT    PIC 9(5) VALUE 0.
01 WS-FORCED-CNT PIC 9(5) VALUE 0.
01 WS-FEE-CNT    PIC 9(5) VALUE 0.
01 WS-FEE-HASH   PIC 9(13)V99 VALUE 0.
*> Restart: the last account the failed run's fee batch charged.
*> The posting sequence is in account order and an account is
*> charged once, so every account up to this one already has its
*> fee in the generation being extended - held debits replayed
*> from the checkpoint, or a restart landing mid-group, charge no
*> second fee.
01 WS-FEE-LAST-ACCT PIC X(10) VALUE LOW-VALUES.
01 WS-FEE-EOF PIC X VALUE 'N'.
   88 FEE-BATCH-EOF VALUE 'Y'.
01 WS-NSF-LINE PIC X(80).
01 WS-NSF-AMOUNT-ED PIC ZZZ,ZZZ,ZZ9.99.
01 WS-NSF-BAL-ED    PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-NSF-LIMIT-ED  PIC ZZZ,ZZZ,ZZ9.99.
01 WS-NSF-FEE-ED    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-FEE-HDR-REC.
    COPY BATCHHDR REPLACING LEADING ==BH-== BY ==FH-==.
01 WS-FEE-TRL-REC.
    COPY BATCHTRL REPLACING LEADING ==BT-== BY ==FT-==.
01 WS-FEE-DETAIL.
    COPY ACCTREC REPLACING LEADING ==FP-== BY ==FE-==.
01 WS-SUSP-AMOUNT-ED PIC ZZZ,ZZZ,ZZ9.99.
01 WS-SUSP-LINE PIC X(80).
01 WS-RETURN-CODE PIC 9(02) VALUE 0.
    05 WS-CNT-CREDIT      PIC 9(5) VALUE 0.
    05 WS-CNT-CORRECTION  PIC 9(5) VALUE 0.
    05 WS-CNT-REVERSAL    PIC 9(5) VALUE 0.
    05 WS-CNT-TRANSFER    PIC 9(5) VALUE 0.
    05 WS-CNT-OTHER       PIC 9(5) VALUE 0.

*> Batch envelope state. A batch buffers in the table from its
01 WS-BATCH-HDR-LINE PIC X(80).
01 WS-BATCH-HDR-REC.
    COPY BATCHHDR.
*> Set from the header: the open batch is FILEPROC's own fee batch
*> (branch id NSFFEE). Carried onto every record the batch releases
*> to the sort and back off it into WS-FEE-ITEM-SW for the posting.
01 WS-FEE-BATCH-SW PIC X VALUE SPACE.
   88 FEE-BATCH-OPEN VALUE 'F'.
01 WS-FEE-ITEM-SW PIC X VALUE SPACE.
   88 FEE-BATCH-ITEM VALUE 'F'.
01 WS-BATCH-TRL-REC.
    COPY BATCHTRL.
*> Run totals for the batch control report and the audit line:
   88 RG-ACCT-CLOSED  VALUE 'C'.
   88 RG-ACCT-FROZEN  VALUE 'F'.
   88 RG-ACCT-UNKNOWN VALUE 'U'.
*> The account's approved overdraft limit, cached with the verdict,
*> and whether the group has already been charged its NSF fee - one
*> fee per account per run however many of its debits are held.
01 WS-RG-OD-LIMIT PIC 9(9)V99 VALUE 0.
01 WS-GRP-FEE-SW PIC X VALUE 'N'.
   88 GROUP-FEE-CHARGED VALUE 'Y'.

*> The account group's ledger record, fetched once at the account
*> break and rewritten once when the group ends (and at every

*> The account/date group's history, positioned once per group:
*> one keyed browse loads what is already journaled (code, amount,
*> transfer leg, highest sequence), and postings append to the
*> table, so the
*> duplicate check, the reversal lookup and the next history
*> sequence are storage lookups for every record in the group. A
*> group past the table limit falls back to the old per-record
    05 WS-HG-ENTRY OCCURS 1000.
        10 WS-HG-CODE   PIC X(01).
        10 WS-HG-AMOUNT PIC 9(9)V99.
        10 WS-HG-LEG    PIC X(01).
        10 WS-HG-DESC   PIC X(50).

*> Reversal support: the original posting a reversal backs out is
*> located on the history journal; its transaction code decides which
   88 ORIG-NOT-FOUND VALUE 'N'.
01 WS-ORIG-CODE PIC X(01) VALUE SPACE.

*> Transfer support: the receiving leg FILEPROC builds from a keyed
*> transfer - the paying leg with the two account numbers swapped
*> and the leg marker set - and posts straight after it.
01 WS-XFER-LEG.
    COPY ACCTREC REPLACING LEADING ==FP-== BY ==XL-==.

01 WS-SUM-LINE PIC X(80).
01 WS-BAL-LINE PIC X(80).

        OPEN EXTEND SUSPRPTFILE
        OPEN EXTEND BSUSPFILE
        OPEN EXTEND BRPTFILE
        OPEN EXTEND NSFRPTFILE
    ELSE
        OPEN OUTPUT OUTFILE
        OPEN OUTPUT REJECTFILE
        OPEN OUTPUT SUSPRPTFILE
        OPEN OUTPUT BSUSPFILE
        OPEN OUTPUT BRPTFILE
        OPEN OUTPUT NSFRPTFILE
        PERFORM SUSPECT-HEADER-PARA
        PERFORM BATCH-RPT-HEADER-PARA
        PERFORM NSF-RPT-HEADER-PARA
    END-IF
    PERFORM OPEN-OUTIDX-PARA
    PERFORM OPEN-REFFILE-PARA
    PERFORM OPEN-BALFILE-PARA
    PERFORM OPEN-HISTFILE-PARA
    PERFORM LOAD-DUPRLS-PARA
    PERFORM LOAD-NSFRLS-PARA
    IF NOT MODE-TRIAL
        PERFORM OPEN-SUSPENSE-PARA
        PERFORM OPEN-IDXJRNL-PARA
        PERFORM OPEN-CHECKPOINT-PARA
        *> A trial charges nothing: the fee batch is only written by
        *> a run that really held the debits it charges for.
        IF RESTART-RUN
            PERFORM LOAD-FEE-BATCH-PARA
            OPEN EXTEND NSFFEEFILE
        ELSE
            OPEN OUTPUT NSFFEEFILE
            PERFORM WRITE-FEE-HEADER-PARA
        END-IF
    END-IF
    SORT SORTFILE
        ON ASCENDING KEY SRT-ACCOUNT-NUMBER
    PERFORM BATCH-RPT-TRAILER-PARA
    CLOSE BSUSPFILE
    CLOSE BRPTFILE
    PERFORM NSF-RPT-TRAILER-PARA
    CLOSE NSFRPTFILE
    IF NOT MODE-TRIAL
        CLOSE SUSPENSEFILE
        CLOSE IDXJRNLFILE
        PERFORM WRITE-FEE-TRAILER-PARA
        CLOSE NSFFEEFILE
    END-IF
    CLOSE OUTIDX
    CLOSE REFFILE
                        MOVE CK-BATCH-BAL-CNT TO WS-BATCH-BAL-CNT
                        MOVE CK-BATCH-HELD-CNT TO WS-BATCH-HELD-CNT
                        MOVE CK-STRAY-CNT TO WS-STRAY-CNT
                        MOVE CK-NSF-CNT TO WS-NSF-CNT
                        MOVE CK-FORCED-CNT TO WS-FORCED-CNT
                        MOVE CK-FEE-CNT TO WS-FEE-CNT
                        MOVE CK-FEE-HASH TO WS-FEE-HASH
                    END-IF
            END-READ
            CLOSE CHECKFILE

*> ---------------------------------------------------------------
*> READ-RUNCTL-PARA
*> Pulls the business date, checkpoint interval, run mode and NSF
*> fee off the run-control card. Each field is edited individually
*> and falls back to its default when missing or malformed, so a
*> bad card degrades to the old hardcoded behavior instead of
*> abending the nightly run.
*> ---------------------------------------------------------------
READ-RUNCTL-PARA.
    OPEN INPUT RUNCTLFILE
                   OR RC-RUN-MODE = 'F'
                    MOVE RC-RUN-MODE TO WS-RUN-MODE
                END-IF
                IF RC-NSF-FEE NUMERIC
                    MOVE RC-NSF-FEE TO WS-NSF-FEE
                END-IF
        END-READ
        CLOSE RUNCTLFILE
    END-IF.
    MOVE WS-BATCH-BAL-CNT TO CK-BATCH-BAL-CNT
    MOVE WS-BATCH-HELD-CNT TO CK-BATCH-HELD-CNT
    MOVE WS-STRAY-CNT TO CK-STRAY-CNT
    MOVE WS-NSF-CNT TO CK-NSF-CNT
    MOVE WS-FORCED-CNT TO CK-FORCED-CNT
    MOVE WS-FEE-CNT TO CK-FEE-CNT
    MOVE WS-FEE-HASH TO CK-FEE-HASH
    REWRITE CHECK-RECORD.

*> ---------------------------------------------------------------
    MOVE IN-RECORD TO WS-BATCH-HDR-REC
    MOVE 0 TO WS-BATCH-REC-CNT
    MOVE 0 TO WS-BATCH-IN-CNT
    MOVE 0 TO WS-BATCH-HASH
    IF BH-BRANCH-ID = 'NSFFEE'
        SET FEE-BATCH-OPEN TO TRUE
    ELSE
        MOVE SPACE TO WS-FEE-BATCH-SW
    END-IF.

*> ---------------------------------------------------------------
*> BUFFER-RECORD-PARA
RELEASE-BATCH-PARA.
    PERFORM VARYING WS-BATCH-IX FROM 1 BY 1
        UNTIL WS-BATCH-IX > WS-BATCH-REC-CNT
        MOVE WS-BATCH-DETAIL(WS-BATCH-IX) TO SRT-DETAIL
        MOVE WS-FEE-BATCH-SW TO SRT-ORIGIN-SW
        RELEASE SRT-SORT-RECORD
    END-PERFORM
    SET BATCH-CLOSED TO TRUE
    IF NOT RESTART-RUN
*> ---------------------------------------------------------------
SORT-POSTING-PARA.
    PERFORM UNTIL SORT-AT-EOF
        RETURN SORTFILE
            AT END
                SET SORT-AT-EOF TO TRUE
                PERFORM FLUSH-LEDGER-PARA
            NOT AT END
                MOVE SRT-DETAIL TO IN-RECORD
                MOVE SRT-ORIGIN-SW TO WS-FEE-ITEM-SW
                ADD 1 TO WS-SORTED-SEQ
                IF WS-SORTED-SEQ > WS-RESTART-SORTED
                    PERFORM POST-SORTED-RECORD-PARA
    PERFORM FLUSH-LEDGER-PARA
    SET GROUP-ACTIVE TO TRUE
    MOVE 'N' TO WS-GRP-KEY-SW
    MOVE 'N' TO WS-GRP-FEE-SW
    MOVE IN-RECORD(1:10) TO WS-GRP-ACCOUNT
    PERFORM LOAD-REF-CACHE-PARA
    PERFORM LOAD-LEDGER-PARA
*> LOAD-REF-CACHE-PARA
*> One READ of the reference master per account group; the verdict
*> holds for every record in the group, since nothing inside a run
*> changes an account's reference status. The overdraft limit rides
*> along; a limit field never set (blank on a record older than the
*> field) means no overdraft.
*> ---------------------------------------------------------------
LOAD-REF-CACHE-PARA.
    MOVE 0 TO WS-RG-OD-LIMIT
    MOVE WS-GRP-ACCOUNT TO RF-ACCOUNT-NUMBER
    READ REFFILE
        INVALID KEY
            MOVE '00' TO WS-REF-STATUS
            MOVE 'U' TO WS-RG-STATE
        NOT INVALID KEY
            IF RF-OVERDRAFT-LIMIT NUMERIC
                MOVE RF-OVERDRAFT-LIMIT TO WS-RG-OD-LIMIT
            END-IF
            EVALUATE TRUE
                WHEN RF-STATUS-CLOSED
                    MOVE 'C' TO WS-RG-STATE
*> ---------------------------------------------------------------
*> LOAD-HIST-GROUP-PARA
*> One keyed positioning per account/date group: what the journal
*> already holds for the group comes back as a table of code,
*> amount and description plus the highest sequence in use. The
*> duplicate check, the reversal lookup and the history write all
*> work off the table for the rest of the group; a group too big
*> for the table is flagged and those records fall back to the old
*> per-record browses.
*> ---------------------------------------------------------------
LOAD-HIST-GROUP-PARA.
    MOVE 0 TO WS-HG-CNT
        ADD 1 TO WS-HG-CNT
        MOVE HX-TRANS-CODE TO WS-HG-CODE(WS-HG-CNT)
        MOVE HX-AMOUNT TO WS-HG-AMOUNT(WS-HG-CNT)
        MOVE HX-TRANSFER-LEG TO WS-HG-LEG(WS-HG-CNT)
        MOVE HX-DESCRIPTION TO WS-HG-DESC(WS-HG-CNT)
    ELSE
        SET HIST-GROUP-OVERFLOW TO TRUE
    END-IF.
*> PROCESS-RECORD-PARA
*> One proved record through the posting path: field edits,
*> reference master check, duplicate check against the history
*> journal, the overdraft check on debits and transfers, then the
*> master, ledger and history writes - exactly the path the main
*> read loop ran per record before batches were proved first. A
*> transfer posts its receiving leg straight after the paying leg
*> (POST-TRANSFER-LEG-PARA): both legs post, or - when the keyed
*> record rejects or suspects - neither does, and the one keyed
*> record is the single item on REJECTS, SUSPECTS or SUSPENSE.
*> ---------------------------------------------------------------
PROCESS-RECORD-PARA.
    MOVE IN-RECORD TO WS-IN-RECORD-LAYOUT
       AND FP-TRANS-REVERSAL
        PERFORM LOCATE-ORIGINAL-PARA
    END-IF
    IF RECORD-VALID AND DUP-NOT-FOUND
       AND (FP-TRANS-DEBIT OR FP-TRANS-TRANSFER)
        PERFORM CHECK-FUNDS-PARA
    END-IF
    IF RECORD-VALID AND DUP-NOT-FOUND
        EVALUATE TRUE
            WHEN FP-TRANS-ADD
                ADD 1 TO WS-CNT-CORRECTION
            WHEN FP-TRANS-REVERSAL
                ADD 1 TO WS-CNT-REVERSAL
            WHEN FP-TRANS-TRANSFER
                *> Counted in legs, like the records written: one
                *> keyed transfer puts two records on OUTFILE.
                ADD 2 TO WS-CNT-TRANSFER
                ADD 1 TO WS-WRITE-CNT
            WHEN OTHER
                ADD 1 TO WS-CNT-OTHER
        END-EVALUATE
            PERFORM WRITE-OUTIDX-PARA
            PERFORM POST-BALANCE-PARA
            PERFORM WRITE-HISTORY-PARA
            IF FP-TRANS-TRANSFER
                PERFORM POST-TRANSFER-LEG-PARA
            END-IF
        ELSE
            *> The trial still runs the balance arithmetic, in
            *> storage only - LEDGER-TOUCHED is never set, so nothing
            *> flushes - so the overdraft check on the account's
            *> later debits sees the same balance a real run would.
            PERFORM APPLY-BALANCE-PARA
        END-IF
    END-IF
    IF RECORD-VALID AND DUP-FOUND
*> ---------------------------------------------------------------
*> VALIDATE-RECORD
*> Field-level edits on the current input record: blank account
*> number, non-numeric amount, bad transaction date, and for a
*> transfer a usable contra account (present, not the paying
*> account itself) with the leg marker left blank - the receiving
*> leg is FILEPROC's to build, never keyed. Sets WS-VALID-SW and
*> WS-REJECT-REASON for WRITE-REJECT-PARA to act on.
*> ---------------------------------------------------------------
VALIDATE-RECORD.
    SET RECORD-VALID TO TRUE
    IF RECORD-VALID AND FP-TRANS-DATE > WS-BUSINESS-DATE-X
        SET RECORD-INVALID TO TRUE
        MOVE 05 TO WS-REJECT-REASON
    END-IF
    IF RECORD-VALID AND FP-TRANS-TRANSFER
        IF FP-CONTRA-ACCOUNT = SPACES
           OR FP-CONTRA-ACCOUNT = FP-ACCOUNT-NUMBER
           OR FP-TRANSFER-LEG NOT = SPACE
            SET RECORD-INVALID TO TRUE
            MOVE 11 TO WS-REJECT-REASON
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> record. Past the reference check, 'A' (Add) is the only
*> transaction code allowed to create a master key: any other code
*> against an account with no ACCTIDX record rejects (reason 09)
*> instead of WRITE-OUTIDX-PARA opening one. A transfer's receiving
*> account gets the same scrutiny (CHECK-CONTRA-PARA).
*> ---------------------------------------------------------------
CHECK-REFERENCE-PARA.
    EVALUATE TRUE
                MOVE 09 TO WS-REJECT-REASON
                MOVE '00' TO WS-OUTIDX-STATUS
        END-READ
    END-IF
    IF RECORD-VALID AND FP-TRANS-TRANSFER
        PERFORM CHECK-CONTRA-PARA
    END-IF.

*> ---------------------------------------------------------------
*> CHECK-CONTRA-PARA
*> The receiving account of a transfer must be on the reference
*> master, open, and already on ACCTIDX - the receiving leg posts
*> no 'A' of its own. Anything else rejects the whole transfer
*> (reason 12) before either leg is written. The contra is a
*> different account from the group's, so this is its own keyed
*> READ rather than the group's cached verdict.
*> ---------------------------------------------------------------
CHECK-CONTRA-PARA.
    MOVE FP-CONTRA-ACCOUNT TO RF-ACCOUNT-NUMBER
    READ REFFILE
        INVALID KEY
            SET RECORD-INVALID TO TRUE
            MOVE 12 TO WS-REJECT-REASON
            MOVE '00' TO WS-REF-STATUS
        NOT INVALID KEY
            IF RF-STATUS-CLOSED OR RF-STATUS-FROZEN
                SET RECORD-INVALID TO TRUE
                MOVE 12 TO WS-REJECT-REASON
            END-IF
    END-READ
    IF RECORD-VALID
        MOVE FP-CONTRA-ACCOUNT TO OI-ACCOUNT-NUMBER
        READ OUTIDX
            INVALID KEY
                SET RECORD-INVALID TO TRUE
                MOVE 12 TO WS-REJECT-REASON
                MOVE '00' TO WS-OUTIDX-STATUS
        END-READ
    END-IF.

*> ---------------------------------------------------------------
*> not itself a reversal. Found, the original's transaction code is
*> kept so POST-BALANCE-PARA can run its arithmetic backwards; not
*> found, the reversal is rejected (reason 04) rather than posting an
*> offset against nothing. A transfer leg is never an original: a
*> 'V' would back out one side of a two-legged posting, so a
*> mistaken transfer is undone by keying the opposite transfer.
*> The lookup runs against the account/date group's loaded history
*> table; the keyed browse survives only as the fallback for a
*> group too big to have been tabled.
*> ---------------------------------------------------------------
LOCATE-ORIGINAL-PARA.
    SET ORIG-NOT-FOUND TO TRUE
               OR ORIG-FOUND
            IF WS-HG-AMOUNT(WS-HG-IX) = FP-AMOUNT
               AND WS-HG-CODE(WS-HG-IX) NOT = 'V'
               AND WS-HG-CODE(WS-HG-IX) NOT = 'T'
                SET ORIG-FOUND TO TRUE
                MOVE WS-HG-CODE(WS-HG-IX) TO WS-ORIG-CODE
            END-IF
                   AND HX-TRANS-DATE = FP-TRANS-DATE
                    IF HX-AMOUNT = FP-AMOUNT
                       AND HX-TRANS-CODE NOT = 'V'
                       AND HX-TRANS-CODE NOT = 'T'
                        SET ORIG-FOUND TO TRUE
                        MOVE HX-TRANS-CODE TO WS-ORIG-CODE
                        SET DUP-BROWSE-DONE TO TRUE
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> CHECK-FUNDS-PARA
*> A debit - or the paying leg of a transfer - must leave the
*> account no further below zero than its approved overdraft limit
*> on the reference master. The projection runs off the account
*> group's ledger balance as it stands after every earlier posting
*> in the group, so two debits that each fit but together don't
*> hold the second one. A held debit rejects on reason 10 - REJECTS
*> and SUSPENSE, where SUSPREPR can force-pay or return it - unless
*> the desk has already force-paid this exact item (NSFRLS). The
*> NSF fee debit itself is never held, but only when it came in the
*> NSFFEE envelope; see WS-NSF-FEE-DESC.
*> ---------------------------------------------------------------
CHECK-FUNDS-PARA.
    IF FP-DESCRIPTION NOT = WS-NSF-FEE-DESC
       OR NOT FEE-BATCH-ITEM
        SUBTRACT FP-AMOUNT FROM WS-LG-CLOSE-BALANCE
            GIVING WS-NSF-AVAIL
        ADD WS-RG-OD-LIMIT TO WS-NSF-AVAIL
        IF WS-NSF-AVAIL < 0
            PERFORM CHECK-FORCE-PAY-PARA
            IF NOT FORCE-PAY-MATCHED
                SET RECORD-INVALID TO TRUE
                MOVE WS-NSF-REASON TO WS-REJECT-REASON
            END-IF
            PERFORM WRITE-NSF-PARA
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> LOAD-NSFRLS-PARA / CHECK-FORCE-PAY-PARA
*> The force-pay releases, loaded and spent exactly as the duplicate
*> releases are: absent file means none today, and a spent entry
*> never matches again.
*> ---------------------------------------------------------------
LOAD-NSFRLS-PARA.
    OPEN INPUT NSFRLSFILE
    IF WS-NSFRLS-STATUS = '00'
        PERFORM UNTIL NSFRLS-AT-EOF
            READ NSFRLSFILE
                AT END
                    SET NSFRLS-AT-EOF TO TRUE
                NOT AT END
                    IF NSFRLS-RECORD NOT = SPACES
                        IF WS-NSFRLS-CNT < WS-NSFRLS-MAX
                            ADD 1 TO WS-NSFRLS-CNT
                            MOVE NSFRLS-RECORD
                                TO WS-NSFRLS-DETAIL(WS-NSFRLS-CNT)
                            MOVE 'N'
                                TO WS-NSFRLS-USED(WS-NSFRLS-CNT)
                        ELSE
                            ADD 1 TO WS-NSFRLS-OVER-CNT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NSFRLSFILE
    END-IF.

CHECK-FORCE-PAY-PARA.
    MOVE 'N' TO WS-NSFRLS-MATCH-SW
    PERFORM VARYING WS-NSFRLS-IX FROM 1 BY 1
        UNTIL WS-NSFRLS-IX > WS-NSFRLS-CNT
           OR FORCE-PAY-MATCHED
        IF NOT NSFRLS-USED(WS-NSFRLS-IX)
           AND WS-NSFRLS-DETAIL(WS-NSFRLS-IX) = IN-RECORD
            SET FORCE-PAY-MATCHED TO TRUE
        END-IF
    END-PERFORM
    IF FORCE-PAY-MATCHED
        SUBTRACT 1 FROM WS-NSFRLS-IX
        MOVE 'Y' TO WS-NSFRLS-USED(WS-NSFRLS-IX)
    END-IF.

*> ---------------------------------------------------------------
*> WRITE-NSF-PARA
*> One NSF report line per debit that failed the overdraft check,
*> held or force-paid. The first held debit in an account group
*> also charges the account its fee on the fee batch - a trial
*> counts the fee but writes nothing, a zero fee on the run-control
*> card charges nothing at all, and on a restart an account the
*> failed run already charged is not charged again.
*> ---------------------------------------------------------------
WRITE-NSF-PARA.
    MOVE FP-AMOUNT TO WS-NSF-AMOUNT-ED
    MOVE WS-LG-CLOSE-BALANCE TO WS-NSF-BAL-ED
    MOVE WS-RG-OD-LIMIT TO WS-NSF-LIMIT-ED
    MOVE SPACES TO WS-NSF-LINE
    STRING FP-ACCOUNT-NUMBER DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-NSF-AMOUNT-ED DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-NSF-BAL-ED DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-NSF-LIMIT-ED DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE
        INTO WS-NSF-LINE
    IF FORCE-PAY-MATCHED
        ADD 1 TO WS-FORCED-CNT
        MOVE 'FORCE-PAID' TO WS-NSF-LINE(64:10)
    ELSE
        ADD 1 TO WS-NSF-CNT
        MOVE 'HELD' TO WS-NSF-LINE(64:4)
    END-IF
    WRITE NSFRPT-RECORD FROM WS-NSF-LINE
    IF NOT FORCE-PAY-MATCHED AND NOT GROUP-FEE-CHARGED
       AND WS-NSF-FEE > 0
       AND FP-ACCOUNT-NUMBER > WS-FEE-LAST-ACCT
        SET GROUP-FEE-CHARGED TO TRUE
        ADD 1 TO WS-FEE-CNT
        ADD WS-NSF-FEE TO WS-FEE-HASH
        IF NOT MODE-TRIAL
            MOVE SPACES TO WS-FEE-DETAIL
            MOVE FP-ACCOUNT-NUMBER TO FE-ACCOUNT-NUMBER
            SET FE-TRANS-DEBIT TO TRUE
            MOVE WS-NSF-FEE TO FE-AMOUNT
            MOVE WS-BUSINESS-DATE-X TO FE-TRANS-DATE
            MOVE WS-NSF-FEE-DESC TO FE-DESCRIPTION
            WRITE NSFFEE-RECORD FROM WS-FEE-DETAIL
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> NSF-RPT-HEADER-PARA / NSF-RPT-TRAILER-PARA
*> Same fresh-start-only header convention as the suspect report.
*> ---------------------------------------------------------------
NSF-RPT-HEADER-PARA.
    MOVE 'INSUFFICIENT FUNDS REPORT - DEBITS PAST OVERDRAFT LIMIT'
        TO WS-NSF-LINE
    WRITE NSFRPT-RECORD FROM WS-NSF-LINE
    MOVE SPACES TO WS-NSF-LINE
    WRITE NSFRPT-RECORD FROM WS-NSF-LINE
    MOVE 'ACCOUNT            AMOUNT         BALANCE          LIMIT'
        TO WS-NSF-LINE
    MOVE 'DISPOSITION' TO WS-NSF-LINE(64:11)
    WRITE NSFRPT-RECORD FROM WS-NSF-LINE.

NSF-RPT-TRAILER-PARA.
    MOVE SPACES TO WS-NSF-LINE
    WRITE NSFRPT-RECORD FROM WS-NSF-LINE
    MOVE SPACES TO WS-NSF-LINE
    STRING 'Debits held (NSF)     : ' DELIMITED BY SIZE,
           WS-NSF-CNT DELIMITED BY SIZE
        INTO WS-NSF-LINE
    WRITE NSFRPT-RECORD FROM WS-NSF-LINE
    MOVE SPACES TO WS-NSF-LINE
    STRING 'Debits force-paid     : ' DELIMITED BY SIZE,
           WS-FORCED-CNT DELIMITED BY SIZE
        INTO WS-NSF-LINE
    WRITE NSFRPT-RECORD FROM WS-NSF-LINE
    MOVE SPACES TO WS-NSF-LINE
    STRING 'Accounts charged fee  : ' DELIMITED BY SIZE,
           WS-FEE-CNT DELIMITED BY SIZE
        INTO WS-NSF-LINE
    WRITE NSFRPT-RECORD FROM WS-NSF-LINE
    MOVE WS-FEE-HASH TO WS-NSF-FEE-ED
    MOVE SPACES TO WS-NSF-LINE
    STRING 'Total fees charged    : ' DELIMITED BY SIZE,
           WS-NSF-FEE-ED DELIMITED BY SIZE
        INTO WS-NSF-LINE
    WRITE NSFRPT-RECORD FROM WS-NSF-LINE
    IF WS-NSFRLS-OVER-CNT > 0
        MOVE SPACES TO WS-NSF-LINE
        STRING 'WARNING: ' DELIMITED BY SIZE,
               WS-NSFRLS-OVER-CNT DELIMITED BY SIZE,
               ' force-pay entries past the table limit' DELIMITED
               BY SIZE
            INTO WS-NSF-LINE
        WRITE NSFRPT-RECORD FROM WS-NSF-LINE
    END-IF.

*> ---------------------------------------------------------------
*> WRITE-FEE-HEADER-PARA / WRITE-FEE-TRAILER-PARA
*> The fee batch's envelope, dated the business date. Written even
*> when nobody is charged - a zero-count balanced batch passes
*> FILEPROC's proving harmlessly, so the next day's INFILE
*> concatenation never has to change.
*> ---------------------------------------------------------------
WRITE-FEE-HEADER-PARA.
    MOVE SPACES TO WS-FEE-HDR-REC
    MOVE 'BATCHHDR' TO FH-RECORD-TYPE
    MOVE 'NSFFEE' TO FH-BRANCH-ID
    MOVE WS-BUSINESS-DATE TO FH-BATCH-DATE
    MOVE 1 TO FH-BATCH-NUMBER
    WRITE NSFFEE-RECORD FROM WS-FEE-HDR-REC.

WRITE-FEE-TRAILER-PARA.
    MOVE SPACES TO WS-FEE-TRL-REC
    MOVE 'BATCHTRL' TO FT-RECORD-TYPE
    MOVE 'NSFFEE' TO FT-BRANCH-ID
    MOVE WS-FEE-CNT TO FT-RECORD-COUNT
    MOVE WS-FEE-HASH TO FT-HASH-TOTAL
    WRITE NSFFEE-RECORD FROM WS-FEE-TRL-REC.

*> ---------------------------------------------------------------
*> LOAD-FEE-BATCH-PARA
*> Restart only: reads back the fee generation the failed run was
*> writing. Its detail count and amount total replace the
*> checkpoint's - the failed run may have charged past its last
*> checkpoint - so the trailer agrees with what is on the file, and
*> the last account charged stops the replay charging any account
*> twice (WS-FEE-LAST-ACCT).
*> ---------------------------------------------------------------
LOAD-FEE-BATCH-PARA.
    MOVE 0 TO WS-FEE-CNT
    MOVE 0 TO WS-FEE-HASH
    MOVE 'N' TO WS-FEE-EOF
    OPEN INPUT NSFFEEFILE
    PERFORM UNTIL FEE-BATCH-EOF
        READ NSFFEEFILE INTO WS-FEE-DETAIL
            AT END
                SET FEE-BATCH-EOF TO TRUE
            NOT AT END
                IF FE-DESCRIPTION = WS-NSF-FEE-DESC
                   AND FE-AMOUNT NUMERIC
                    ADD 1 TO WS-FEE-CNT
                    ADD FE-AMOUNT TO WS-FEE-HASH
                    MOVE FE-ACCOUNT-NUMBER TO WS-FEE-LAST-ACCT
                END-IF
        END-READ
    END-PERFORM
    CLOSE NSFFEEFILE.

*> ---------------------------------------------------------------
*> WRITE-REJECT-PARA
*> Writes the current record to REJECTFILE with its reason code and
            MOVE 'ACCOUNT FROZEN' TO RJ-REASON-TEXT
        WHEN 09
            MOVE 'NOT ON MASTER - ADD ONLY' TO RJ-REASON-TEXT
        WHEN 10
            MOVE 'INSUFFICIENT FUNDS' TO RJ-REASON-TEXT
        WHEN 11
            MOVE 'INVALID TRANSFER CONTRA' TO RJ-REASON-TEXT
        WHEN 12
            MOVE 'CONTRA ACCOUNT NOT OPEN' TO RJ-REASON-TEXT
        WHEN OTHER
            MOVE 'UNKNOWN REJECT REASON' TO RJ-REASON-TEXT
    END-EVALUATE
*> ---------------------------------------------------------------
*> CHECK-DUPLICATE-PARA / CHECK-DUP-BROWSE-PARA
*> Flags an exact duplicate of the incoming record - same account,
*> transaction date, amount, code and description already posted,
*> this run or any earlier one - before a resubmitted input file
*> double-posts OUTFILE and the GL feed. The description is what
*> tells apart two genuine postings that agree on everything else:
*> SOGEN's catch-up occurrences carry their own due date in it,
*> and ACHCONV's entries their trace number. The check runs
*> against the account/date group's loaded history table
*> (postings this run append to it, so an in-run duplicate still
*> matches); the keyed browse survives only as the fallback for a
*> group too big to have been tabled. Runs before the record is
*> journaled, so a record can never match itself. A transfer
*> matches only a journaled paying leg: the receiving leg of a
*> transfer the other way between the same accounts is not a
*> resubmission of this one.
*> ---------------------------------------------------------------
CHECK-DUPLICATE-PARA.
    SET DUP-NOT-FOUND TO TRUE
               OR DUP-FOUND
            IF WS-HG-AMOUNT(WS-HG-IX) = FP-AMOUNT
               AND WS-HG-CODE(WS-HG-IX) = FP-TRANS-CODE
               AND WS-HG-DESC(WS-HG-IX) = FP-DESCRIPTION
               AND NOT (FP-TRANS-TRANSFER
                        AND WS-HG-LEG(WS-HG-IX) = 'I')
                SET DUP-FOUND TO TRUE
            END-IF
        END-PERFORM
                   AND HX-TRANS-DATE = FP-TRANS-DATE
                    IF HX-AMOUNT = FP-AMOUNT
                       AND HX-TRANS-CODE = FP-TRANS-CODE
                       AND HX-DESCRIPTION = FP-DESCRIPTION
                       AND NOT (FP-TRANS-TRANSFER AND HX-LEG-IN)
                        SET DUP-FOUND TO TRUE
                        SET DUP-BROWSE-DONE TO TRUE
                    END-IF
*> master, the master is left alone - flagging whatever happens to
*> be there would mark a transaction nobody reversed. The financial
*> backout (OUTFILE contra entry, ledger, history) stands either
*> way. Every change that does land is journaled to IDXJRNL with
*> the record it replaced.
*> ---------------------------------------------------------------
WRITE-OUTIDX-PARA.
    IF FP-TRANS-REVERSAL
            NOT INVALID KEY
                IF OI-TRANS-DATE = FP-TRANS-DATE
                   AND OI-AMOUNT = FP-AMOUNT
                    MOVE OI-ACCOUNT-RECORD TO WS-IJ-BEFORE-IMAGE
                    MOVE 'V' TO OI-TRANS-CODE
                    REWRITE OI-ACCOUNT-RECORD
                    PERFORM JOURNAL-OUTIDX-PARA
                END-IF
        END-READ
    ELSE
        MOVE WS-IN-RECORD-LAYOUT TO OI-ACCOUNT-RECORD
        PERFORM REPLACE-OUTIDX-PARA
    END-IF.

*> ---------------------------------------------------------------
*> REPLACE-OUTIDX-PARA
*> Writes the record in OI-ACCOUNT-RECORD, replacing whatever the
*> key holds, and journals the change. A new key writes first
*> time with a blank before-image; an existing one is read for its
*> before-image and then rewritten with the record the caller built
*> (held in the journal's after-image field across the READ).
*> ---------------------------------------------------------------
REPLACE-OUTIDX-PARA.
    MOVE SPACES TO WS-IJ-BEFORE-IMAGE
    MOVE OI-ACCOUNT-RECORD TO JR-AFTER-IMAGE
    WRITE OI-ACCOUNT-RECORD
        INVALID KEY
            READ OUTIDX
                INVALID KEY
                    CONTINUE
            END-READ
            MOVE OI-ACCOUNT-RECORD TO WS-IJ-BEFORE-IMAGE
            MOVE JR-AFTER-IMAGE TO OI-ACCOUNT-RECORD
            REWRITE OI-ACCOUNT-RECORD
    END-WRITE
    PERFORM JOURNAL-OUTIDX-PARA.

*> ---------------------------------------------------------------
*> OPEN-IDXJRNL-PARA / JOURNAL-OUTIDX-PARA
*> The master journal is appended to run after run. Same create-if-
*> missing idiom as AUDITLOG. Each entry carries the business date,
*> the time the run opened the journal, and the before and after
*> images of the record just written.
*> ---------------------------------------------------------------
OPEN-IDXJRNL-PARA.
    ACCEPT WS-IJ-RUN-TIME FROM TIME
    OPEN EXTEND IDXJRNLFILE
    IF WS-IDXJRNL-STATUS NOT = '00'
        OPEN OUTPUT IDXJRNLFILE
        CLOSE IDXJRNLFILE
        OPEN EXTEND IDXJRNLFILE
    END-IF.

JOURNAL-OUTIDX-PARA.
    MOVE SPACES TO JR-JOURNAL-RECORD
    MOVE WS-BUSINESS-DATE TO JR-RUN-DATE
    MOVE WS-IJ-RUN-TIME TO JR-RUN-TIME
    MOVE OI-ACCOUNT-NUMBER TO JR-ACCOUNT-NUMBER
    MOVE WS-IJ-BEFORE-IMAGE TO JR-BEFORE-IMAGE
    MOVE OI-ACCOUNT-RECORD TO JR-AFTER-IMAGE
    WRITE JR-JOURNAL-RECORD.

*> ---------------------------------------------------------------
*> OPEN-REFFILE-PARA
*> The reference master is REFMAINT's file; this program only reads
*> Applies the arithmetic the transaction code implies to the
*> account group's ledger record, held in storage since the
*> account break: 'A' opens the account with the amount, 'D'
*> subtracts it, 'R' adds it, a transfer's paying leg ('T')
*> subtracts it. Corrections ('C') and unknown codes
*> leave the balance alone - corrections adjust the master through
*> MAINT, not the ledger. The first financial posting the group
*> takes rolls the prior close forward into the opening balance
    *> else would just create a zero-activity ledger record and a
    *> noise line on the balance report.
    IF FP-TRANS-ADD OR FP-TRANS-DEBIT OR FP-TRANS-CREDIT
       OR FP-TRANS-REVERSAL OR FP-TRANS-TRANSFER
        IF NOT LEDGER-TOUCHED
            IF LEDGER-ON-FILE
               AND WS-LG-RUN-DATE NOT = WS-BUSINESS-DATE
*> The per-code arithmetic itself. A reversal runs the original
*> posting's arithmetic backwards - LOCATE-ORIGINAL-PARA has
*> already put the original's code in WS-ORIG-CODE by the time a
*> 'V' gets here. A debit that would have taken the account past
*> its overdraft limit never gets here: CHECK-FUNDS-PARA held it
*> on reason 10 before anything was written.
*> ---------------------------------------------------------------
APPLY-BALANCE-PARA.
    EVALUATE TRUE
            SUBTRACT FP-AMOUNT FROM WS-LG-CLOSE-BALANCE
        WHEN FP-TRANS-CREDIT
            ADD FP-AMOUNT TO WS-LG-CLOSE-BALANCE
        WHEN FP-TRANS-TRANSFER
            SUBTRACT FP-AMOUNT FROM WS-LG-CLOSE-BALANCE
        WHEN FP-TRANS-REVERSAL
            EVALUATE WS-ORIG-CODE
                WHEN 'A'
        PERFORM ADD-HIST-ENTRY-PARA
    END-IF.

*> ---------------------------------------------------------------
*> POST-TRANSFER-LEG-PARA
*> The receiving leg of a transfer whose paying leg has just posted:
*> the same record with the account and contra swapped and the leg
*> marker 'I', written to OUTFILE and ACCTIDX and journaled under
*> the receiving account. Its ledger is not the account group's
*> held record, so it is read, updated and rewritten on the spot
*> (POST-CONTRA-BALANCE-PARA) - if that account's own group comes
*> later in the sorted stream it loads the updated balance, and if
*> it came earlier its record was flushed at its break.
*> ---------------------------------------------------------------
POST-TRANSFER-LEG-PARA.
    MOVE WS-IN-RECORD-LAYOUT TO WS-XFER-LEG
    MOVE FP-CONTRA-ACCOUNT TO XL-ACCOUNT-NUMBER
    MOVE FP-ACCOUNT-NUMBER TO XL-CONTRA-ACCOUNT
    MOVE 'I' TO XL-TRANSFER-LEG
    STRING 'Processed: ' DELIMITED BY SIZE,
           WS-XFER-LEG DELIMITED BY SIZE
        INTO OUT-RECORD
    WRITE OUT-RECORD
    MOVE WS-XFER-LEG TO OI-ACCOUNT-RECORD
    PERFORM REPLACE-OUTIDX-PARA
    PERFORM POST-CONTRA-BALANCE-PARA
    PERFORM WRITE-CONTRA-HISTORY-PARA.

POST-CONTRA-BALANCE-PARA.
    MOVE XL-ACCOUNT-NUMBER TO BL-ACCOUNT-NUMBER
    READ BALFILE
        INVALID KEY
            MOVE '00' TO WS-BALFILE-STATUS
            MOVE XL-ACCOUNT-NUMBER TO BL-ACCOUNT-NUMBER
            MOVE 0 TO BL-OPEN-BALANCE
            MOVE XL-AMOUNT TO BL-CLOSE-BALANCE
            MOVE WS-BUSINESS-DATE TO BL-RUN-DATE
            WRITE BL-BALANCE-RECORD
        NOT INVALID KEY
            IF BL-RUN-DATE NOT = WS-BUSINESS-DATE
                MOVE BL-CLOSE-BALANCE TO BL-OPEN-BALANCE
                MOVE WS-BUSINESS-DATE TO BL-RUN-DATE
            END-IF
            ADD XL-AMOUNT TO BL-CLOSE-BALANCE
            REWRITE BL-BALANCE-RECORD
    END-READ.

*> The receiving account/date group is not the one tabled, so the
*> journal write probes for a free sequence from 1, as the
*> fallback path for an untabled group does.
WRITE-CONTRA-HISTORY-PARA.
    MOVE XL-ACCOUNT-NUMBER TO HX-ACCOUNT-NUMBER
    MOVE XL-TRANS-DATE TO HX-TRANS-DATE
    MOVE XL-TRANS-CODE TO HX-TRANS-CODE
    MOVE XL-AMOUNT TO HX-AMOUNT
    MOVE XL-DESCRIPTION TO HX-DESCRIPTION
    MOVE 1 TO HX-SEQUENCE
    MOVE 'N' TO WS-HIST-DONE-SW
    PERFORM UNTIL HIST-WRITE-DONE
        WRITE HX-HISTORY-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        EVALUATE TRUE
            WHEN WS-HIST-STATUS = '00' OR WS-HIST-STATUS = '02'
                SET HIST-WRITE-DONE TO TRUE
            WHEN WS-HIST-STATUS = '22' AND HX-SEQUENCE < 9999
                ADD 1 TO HX-SEQUENCE
            WHEN OTHER
                SET HIST-WRITE-DONE TO TRUE
        END-EVALUATE
    END-PERFORM.

*> ---------------------------------------------------------------
*> BALANCE-REPORT-PARA
*> Walks the whole ledger in key order and reports every account this
           WS-RELEASED-CNT DELIMITED BY SIZE
        INTO WS-SUM-LINE
    WRITE SUM-RECORD FROM WS-SUM-LINE
    MOVE SPACES TO WS-SUM-LINE
    STRING 'NSF debits held       : ' DELIMITED BY SIZE,
           WS-NSF-CNT DELIMITED BY SIZE
        INTO WS-SUM-LINE
    WRITE SUM-RECORD FROM WS-SUM-LINE
    MOVE SPACES TO WS-SUM-LINE
    STRING 'NSF debits force-paid : ' DELIMITED BY SIZE,
           WS-FORCED-CNT DELIMITED BY SIZE
        INTO WS-SUM-LINE
    WRITE SUM-RECORD FROM WS-SUM-LINE
    IF WS-DUPRLS-OVER-CNT > 0
        MOVE SPACES TO WS-SUM-LINE
        STRING 'WARNING: ' DELIMITED BY SIZE,
        INTO WS-SUM-LINE
    WRITE SUM-RECORD FROM WS-SUM-LINE
    MOVE SPACES TO WS-SUM-LINE
    STRING '  T (Transfer)   : ' DELIMITED BY SIZE,
           WS-CNT-TRANSFER DELIMITED BY SIZE
        INTO WS-SUM-LINE
    WRITE SUM-RECORD FROM WS-SUM-LINE
    MOVE SPACES TO WS-SUM-LINE
    STRING '  Other          : ' DELIMITED BY SIZE,
           WS-CNT-OTHER DELIMITED BY SIZE
        INTO WS-SUM-LINE
    IF WS-OUTIDX-STATUS NOT = '00' OR WS-CHECK-STATUS NOT = '00'
       OR WS-BALFILE-STATUS NOT = '00' OR WS-HIST-STATUS NOT = '00'
       OR WS-SUSPENSE-STATUS NOT = '00' OR WS-REF-STATUS NOT = '00'
       OR WS-IDXJRNL-STATUS NOT = '00'
        MOVE 12 TO WS-RETURN-CODE
    END-IF
    *> A batch too big to buffer could not be proved-then-posted -
