IDENTIFICATION DIVISION.
PROGRAM-ID. INTTAX.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Tax year parameter card. No default, deliberately: which year
    *> goes to the regulator, and the threshold it is filed at, are
    *> not things to guess at - a missing or unreadable card reports
    *> nothing and says so, the same no-default stance as DORMANT's.
    SELECT PARMFILE ASSIGN TO TAXPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    *> The account reference master, read per account for the holder
    *> name and branch. Closed and frozen accounts are filed like any
    *> other - the interest was still earned.
    SELECT REFFILE ASSIGN TO ACCTREF
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RF-ACCOUNT-NUMBER
        FILE STATUS IS WS-REF-STATUS.
    *> The live history journal, walked end to end for the year's
    *> entries.
    SELECT HISTFILE ASSIGN TO ACCTHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HX-HIST-KEY
        FILE STATUS IS WS-HIST-STATUS.
    *> The accumulated history archives HISTPURG unloads, concatenated
    *> by the JCL the same way ACCTSTMT takes them. HISTPURG moves a
    *> whole transaction date at a time, so a reversal and the credit
    *> it reversed are always on the same side of the cutoff.
    SELECT ARCFILE ASSIGN TO HISTARCH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARC-STATUS.
    *> INTACCR's generated batches for the year, concatenated by the
    *> JCL - the control side: what INTACCR credited, to tie against
    *> what history says posted.
    SELECT GENFILE ASSIGN TO INTGEN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GEN-STATUS.
    *> The year's entries from both history sources regrouped by
    *> account and date, in posting order within a date.
    SELECT SORTFILE ASSIGN TO SORTWK.
    *> The tax information file for the filing - TAXREC layout.
    SELECT TAXFILE ASSIGN TO TAXFILE
        ORGANIZATION IS LINE SEQUENTIAL.
    *> One statement per reportable account, for mailing.
    SELECT STMTFILE ASSIGN TO TAXSTMT
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RPTFILE ASSIGN TO TAXRPT
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> One card:
*>   01-04  tax year (YYYY) - required
*>   06-16  minimum reporting threshold (9(9)V99); an account whose
*>          interest for the year is below it is counted on the
*>          control report but not filed. Zeros file every account
*>          with any interest.
*>   18-29  payer id carried on the file header, optional
FD PARMFILE.
01 PARM-RECORD.
    05 PD-TAX-YEAR      PIC 9(04).
    05 FILLER           PIC X(01).
    05 PD-THRESHOLD     PIC 9(9)V99.
    05 FILLER           PIC X(01).
    05 PD-PAYER-ID      PIC X(12).
    05 FILLER           PIC X(51).

FD REFFILE.
01 RF-REFERENCE-RECORD.
    COPY REFREC.

FD HISTFILE.
01 HX-HISTORY-RECORD.
    COPY HISTREC.

FD ARCFILE.
01 AR-ARCHIVE-RECORD.
    COPY HISTREC REPLACING LEADING ==HX-== BY ==AR-==.

FD GENFILE.
01 GEN-RECORD PIC X(80).

*> Only what the netting needs: which posting, its code and amount,
*> and whether it is one of INTACCR's interest credits.
SD SORTFILE.
01 SRT-SORT-RECORD.
    05 SRT-ACCOUNT-NUMBER PIC X(10).
    05 SRT-TRANS-DATE     PIC X(08).
    05 SRT-SEQUENCE       PIC 9(04).
    05 SRT-TRANS-CODE     PIC X(01).
    05 SRT-AMOUNT         PIC 9(9)V99.
    05 SRT-INTEREST-SW    PIC X(01).

FD TAXFILE.
01 TX-TAX-RECORD.
    COPY TAXREC.

FD STMTFILE.
01 STMT-RECORD PIC X(80).

FD RPTFILE.
01 RPT-RECORD PIC X(80).

WORKING-STORAGE SECTION.
01 WS-PARM-STATUS PIC X(02) VALUE '00'.
01 WS-REF-STATUS  PIC X(02) VALUE '00'.
01 WS-HIST-STATUS PIC X(02) VALUE '00'.
01 WS-ARC-STATUS  PIC X(02) VALUE '00'.
01 WS-GEN-STATUS  PIC X(02) VALUE '00'.
01 WS-EOF-SW PIC X VALUE 'N'.
   88 FILE-AT-EOF VALUE 'Y'.
01 WS-SORT-EOF PIC X VALUE 'N'.
   88 SORT-AT-EOF VALUE 'Y'.
01 WS-PARM-OK-SW PIC X VALUE 'N'.
   88 PARMS-LOADED VALUE 'Y'.
*> Set when the card or a file the filing cannot do without is
*> missing - nothing is filed past this switch.
01 WS-ABANDON-SW PIC X VALUE 'N'.
   88 RUN-ABANDONED VALUE 'Y'.
*> Cleared when the archive would not open: the year then comes
*> from the live journal alone, and the tie below shows whatever
*> that leaves out.
01 WS-ARC-READ-SW PIC X VALUE 'Y'.
   88 ARCHIVE-READ VALUE 'Y'.
*> Cleared when INTACCR's files were not supplied - nothing to tie
*> to, which is itself a control failure.
01 WS-GEN-READ-SW PIC X VALUE 'Y'.
   88 GENFILES-READ VALUE 'Y'.
01 WS-RETURN-CODE PIC 9(02) VALUE 0.

01 WS-TAX-YEAR  PIC 9(04) VALUE 0.
01 WS-THRESHOLD PIC 9(9)V99 VALUE 0.
01 WS-PAYER-ID  PIC X(12) VALUE SPACES.
01 WS-RUN-DATE  PIC 9(08) VALUE 0.

*> INTACCR's generated transaction, in the shared layout.
01 WS-GEN-LAYOUT.
    COPY ACCTREC.

*> One account's entries for one date, in posting order - a
*> reversal is matched to the credit it reversed the way FILEPROC
*> matched it: the first earlier entry on the same account and date
*> for the same amount that is neither a reversal nor a transfer.
*> Transfers never reach the sort.
01 WS-DG-MAX PIC 9(04) VALUE 500 COMP.
01 WS-DG-CNT PIC 9(04) VALUE 0 COMP.
01 WS-DG-IX  PIC 9(04) VALUE 0 COMP.
01 WS-DG-OX  PIC 9(04) VALUE 0 COMP.
01 WS-DG-FOUND PIC 9(04) VALUE 0 COMP.
01 WS-DG-DATE PIC X(08) VALUE SPACES.
01 WS-DG-MONTH PIC 9(02) VALUE 0.
01 WS-DG-TABLE.
    05 WS-DG-ENTRY OCCURS 500.
        10 WS-DG-CODE     PIC X(01).
        10 WS-DG-AMOUNT   PIC 9(9)V99.
        10 WS-DG-INTEREST PIC X(01).
           88 DG-INTEREST VALUE 'Y'.

*> The account being totalled.
01 WS-ACCT-NUMBER PIC X(10) VALUE SPACES.
01 WS-ACCT-CREDITED PIC 9(11)V99 VALUE 0.
01 WS-ACCT-REVERSED PIC 9(11)V99 VALUE 0.
01 WS-ACCT-NET      PIC 9(11)V99 VALUE 0.
01 WS-ACCT-OVER-SW PIC X VALUE 'N'.
   88 ACCOUNT-OVERFLOW VALUE 'Y'.
01 WS-HOLDER-NAME PIC X(30) VALUE SPACES.
01 WS-BRANCH-ID   PIC X(08) VALUE SPACES.
01 WS-REF-FOUND-SW PIC X VALUE 'N'.
   88 REF-FOUND VALUE 'Y'.

*> The control side, by month of transaction date: INTACCR's
*> generated interest against the credits history shows posted and
*> the credits later reversed.
01 WS-MONTH-IX PIC 9(02) VALUE 0 COMP.
01 WS-MONTH-TABLE.
    05 WS-MONTH-ENTRY OCCURS 12.
        10 WS-MO-GENERATED PIC 9(11)V99.
        10 WS-MO-POSTED    PIC 9(11)V99.
        10 WS-MO-REVERSED  PIC 9(11)V99.

01 WS-HIST-IN-CNT   PIC 9(09) VALUE 0.
01 WS-ARC-IN-CNT    PIC 9(09) VALUE 0.
01 WS-YEAR-CNT      PIC 9(09) VALUE 0.
01 WS-GEN-IN-CNT    PIC 9(07) VALUE 0.
01 WS-GEN-INT-CNT   PIC 9(07) VALUE 0.
01 WS-POSTED-CNT    PIC 9(07) VALUE 0.
01 WS-REVERSED-CNT  PIC 9(07) VALUE 0.
01 WS-ACCT-CNT      PIC 9(07) VALUE 0.
01 WS-FILED-CNT     PIC 9(07) VALUE 0.
01 WS-UNDER-CNT     PIC 9(07) VALUE 0.
01 WS-UNFILED-CNT   PIC 9(07) VALUE 0.
01 WS-GENERATED-TOTAL PIC 9(13)V99 VALUE 0.
01 WS-POSTED-TOTAL    PIC 9(13)V99 VALUE 0.
01 WS-REVERSED-TOTAL  PIC 9(13)V99 VALUE 0.
01 WS-NET-TOTAL       PIC 9(13)V99 VALUE 0.
01 WS-FILED-TOTAL     PIC 9(13)V99 VALUE 0.
01 WS-UNDER-TOTAL     PIC 9(13)V99 VALUE 0.
01 WS-UNFILED-TOTAL   PIC 9(13)V99 VALUE 0.
01 WS-DIFF-AMOUNT     PIC S9(13)V99 VALUE 0.
*> Set when the control side does not tie or an account could not
*> be filed - RC 8, hold the filing until finance has looked.
01 WS-BREAK-SW PIC X VALUE 'N'.
   88 CONTROL-BREAK VALUE 'Y'.

01 WS-AMT-ED  PIC ZZZ,ZZZ,ZZ9.99.
01 WS-MO-ED   PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-TOT-ED  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-RPT-LINE  PIC X(80).
01 WS-STMT-LINE PIC X(80).

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    INITIALIZE WS-MONTH-TABLE
    PERFORM READ-PARM-PARA
    OPEN OUTPUT RPTFILE
    OPEN OUTPUT STMTFILE
    OPEN OUTPUT TAXFILE
    PERFORM REPORT-HEADER-PARA
    IF NOT PARMS-LOADED
        SET RUN-ABANDONED TO TRUE
        MOVE 'TAX YEAR CARD MISSING OR UNREADABLE - NOTHING FILED.'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    IF NOT RUN-ABANDONED
        OPEN INPUT REFFILE
        IF WS-REF-STATUS NOT = '00'
            SET RUN-ABANDONED TO TRUE
            MOVE 'REFERENCE MASTER WOULD NOT OPEN - NOTHING FILED.'
                TO WS-RPT-LINE
            WRITE RPT-RECORD FROM WS-RPT-LINE
        END-IF
    END-IF
    IF NOT RUN-ABANDONED
        OPEN INPUT HISTFILE
        IF WS-HIST-STATUS NOT = '00'
            SET RUN-ABANDONED TO TRUE
            MOVE 'HISTORY FILE WOULD NOT OPEN - NOTHING FILED.'
                TO WS-RPT-LINE
            WRITE RPT-RECORD FROM WS-RPT-LINE
            CLOSE REFFILE
        END-IF
    END-IF
    IF NOT RUN-ABANDONED
        PERFORM LOAD-GENERATED-PARA
        PERFORM TAX-HEADER-PARA
        SORT SORTFILE
            ON ASCENDING KEY SRT-ACCOUNT-NUMBER
                             SRT-TRANS-DATE
                             SRT-SEQUENCE
            INPUT PROCEDURE IS HISTORY-INTAKE-PARA
            OUTPUT PROCEDURE IS TOTAL-ACCOUNTS-PARA
        PERFORM TAX-TRAILER-PARA
        CLOSE REFFILE
        CLOSE HISTFILE
        PERFORM CONTROL-REPORT-PARA
    END-IF
    CLOSE TAXFILE
    CLOSE STMTFILE
    CLOSE RPTFILE
    EVALUATE TRUE
        WHEN RUN-ABANDONED
            MOVE 12 TO WS-RETURN-CODE
        WHEN CONTROL-BREAK
            MOVE 8 TO WS-RETURN-CODE
        WHEN OTHER
            MOVE 0 TO WS-RETURN-CODE
    END-EVALUATE
    MOVE WS-RETURN-CODE TO RETURN-CODE
    DISPLAY 'Interest tax run complete. Accounts filed: '
        WS-FILED-CNT ' RC=' WS-RETURN-CODE
    STOP RUN.

*> ---------------------------------------------------------------
*> READ-PARM-PARA
*> The year must be a plausible year and the threshold a number;
*> anything else files nothing.
*> ---------------------------------------------------------------
READ-PARM-PARA.
    OPEN INPUT PARMFILE
    IF WS-PARM-STATUS = '00'
        READ PARMFILE
            AT END
                CONTINUE
            NOT AT END
                IF PD-TAX-YEAR NUMERIC
                   AND PD-TAX-YEAR > 1900
                   AND PD-THRESHOLD NUMERIC
                    MOVE PD-TAX-YEAR TO WS-TAX-YEAR
                    MOVE PD-THRESHOLD TO WS-THRESHOLD
                    MOVE PD-PAYER-ID TO WS-PAYER-ID
                    SET PARMS-LOADED TO TRUE
                END-IF
        END-READ
        CLOSE PARMFILE
    END-IF.

*> ---------------------------------------------------------------
*> LOAD-GENERATED-PARA
*> INTACCR's interest credits for the year, by month, off its
*> generated batches. Envelope records and its service charges
*> pass by. No files (or DD DUMMY) leaves nothing to tie to - the
*> control report says so and the run ends RC 8.
*> ---------------------------------------------------------------
LOAD-GENERATED-PARA.
    OPEN INPUT GENFILE
    IF WS-GEN-STATUS NOT = '00'
        MOVE 'N' TO WS-GEN-READ-SW
    ELSE
        MOVE 'N' TO WS-EOF-SW
        PERFORM UNTIL FILE-AT-EOF
            READ GENFILE
                AT END
                    SET FILE-AT-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-GEN-IN-CNT
                    MOVE GEN-RECORD TO WS-GEN-LAYOUT
                    IF GEN-RECORD(1:8) NOT = 'BATCHHDR'
                       AND GEN-RECORD(1:8) NOT = 'BATCHTRL'
                       AND FP-TRANS-CREDIT
                       AND FP-DESCRIPTION = 'MONTHLY INTEREST ACCRUAL'
                       AND FP-TRANS-YEAR = WS-TAX-YEAR
                       AND FP-TRANS-MONTH > 0
                       AND FP-TRANS-MONTH < 13
                        MOVE FP-TRANS-MONTH TO WS-MONTH-IX
                        ADD FP-AMOUNT TO WS-MO-GENERATED(WS-MONTH-IX)
                        ADD FP-AMOUNT TO WS-GENERATED-TOTAL
                        ADD 1 TO WS-GEN-INT-CNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GENFILE
    END-IF.

*> ---------------------------------------------------------------
*> HISTORY-INTAKE-PARA
*> The sort's input procedure: every entry dated in the tax year
*> from the archive and the live journal, transfers aside (neither
*> interest nor anything a reversal can name). The other entries
*> come along because a reversal names its original by amount, and
*> an interest credit can share its amount with a deposit.
*> ---------------------------------------------------------------
HISTORY-INTAKE-PARA.
    OPEN INPUT ARCFILE
    IF WS-ARC-STATUS NOT = '00'
        MOVE 'N' TO WS-ARC-READ-SW
    ELSE
        MOVE 'N' TO WS-EOF-SW
        PERFORM UNTIL FILE-AT-EOF
            READ ARCFILE
                AT END
                    SET FILE-AT-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-ARC-IN-CNT
                    IF AR-TRANS-DATE(1:4) = WS-TAX-YEAR
                       AND AR-TRANS-CODE NOT = 'T'
                        MOVE AR-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER
                        MOVE AR-TRANS-DATE TO SRT-TRANS-DATE
                        MOVE AR-SEQUENCE TO SRT-SEQUENCE
                        MOVE AR-TRANS-CODE TO SRT-TRANS-CODE
                        MOVE AR-AMOUNT TO SRT-AMOUNT
                        MOVE 'N' TO SRT-INTEREST-SW
                        IF AR-TRANS-CODE = 'R'
                           AND AR-DESCRIPTION
                               = 'MONTHLY INTEREST ACCRUAL'
                            MOVE 'Y' TO SRT-INTEREST-SW
                        END-IF
                        ADD 1 TO WS-YEAR-CNT
                        RELEASE SRT-SORT-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCFILE
    END-IF
    MOVE 'N' TO WS-EOF-SW
    MOVE LOW-VALUES TO HX-HIST-KEY
    START HISTFILE KEY NOT < HX-HIST-KEY
        INVALID KEY
            SET FILE-AT-EOF TO TRUE
    END-START
    PERFORM UNTIL FILE-AT-EOF
        READ HISTFILE NEXT RECORD
            AT END
                SET FILE-AT-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-HIST-IN-CNT
                IF HX-TRANS-DATE(1:4) = WS-TAX-YEAR
                   AND HX-TRANS-CODE NOT = 'T'
                    MOVE HX-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER
                    MOVE HX-TRANS-DATE TO SRT-TRANS-DATE
                    MOVE HX-SEQUENCE TO SRT-SEQUENCE
                    MOVE HX-TRANS-CODE TO SRT-TRANS-CODE
                    MOVE HX-AMOUNT TO SRT-AMOUNT
                    MOVE 'N' TO SRT-INTEREST-SW
                    IF HX-TRANS-CODE = 'R'
                       AND HX-DESCRIPTION = 'MONTHLY INTEREST ACCRUAL'
                        MOVE 'Y' TO SRT-INTEREST-SW
                    END-IF
                    ADD 1 TO WS-YEAR-CNT
                    RELEASE SRT-SORT-RECORD
                END-IF
        END-READ
        *> A failed READ NEXT raises neither phrase above; without
        *> this the walk would spin on the same failing READ.
        IF WS-HIST-STATUS NOT = '00'
            SET FILE-AT-EOF TO TRUE
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> TOTAL-ACCOUNTS-PARA
*> The sort's output procedure: entries gathered a date at a time,
*> the date netted when the next begins, the account filed when
*> the next account begins.
*> ---------------------------------------------------------------
TOTAL-ACCOUNTS-PARA.
    MOVE 'N' TO WS-SORT-EOF
    MOVE SPACES TO WS-ACCT-NUMBER
    MOVE SPACES TO WS-DG-DATE
    MOVE 0 TO WS-DG-CNT
    PERFORM UNTIL SORT-AT-EOF
        RETURN SORTFILE
            AT END
                SET SORT-AT-EOF TO TRUE
            NOT AT END
                IF SRT-ACCOUNT-NUMBER NOT = WS-ACCT-NUMBER
                    PERFORM DATE-BREAK-PARA
                    PERFORM ACCOUNT-BREAK-PARA
                    MOVE SRT-ACCOUNT-NUMBER TO WS-ACCT-NUMBER
                    MOVE SRT-TRANS-DATE TO WS-DG-DATE
                END-IF
                IF SRT-TRANS-DATE NOT = WS-DG-DATE
                    PERFORM DATE-BREAK-PARA
                    MOVE SRT-TRANS-DATE TO WS-DG-DATE
                END-IF
                IF WS-DG-CNT < WS-DG-MAX
                    ADD 1 TO WS-DG-CNT
                    MOVE SRT-TRANS-CODE TO WS-DG-CODE(WS-DG-CNT)
                    MOVE SRT-AMOUNT TO WS-DG-AMOUNT(WS-DG-CNT)
                    MOVE SRT-INTEREST-SW TO WS-DG-INTEREST(WS-DG-CNT)
                ELSE
                    SET ACCOUNT-OVERFLOW TO TRUE
                END-IF
        END-RETURN
    END-PERFORM
    PERFORM DATE-BREAK-PARA
    PERFORM ACCOUNT-BREAK-PARA.

*> ---------------------------------------------------------------
*> DATE-BREAK-PARA
*> Interest credited on the date, and any reversal whose original
*> is one of those credits.
*> ---------------------------------------------------------------
DATE-BREAK-PARA.
    IF WS-DG-CNT > 0
        MOVE WS-DG-DATE(5:2) TO WS-DG-MONTH
        IF WS-DG-MONTH > 0 AND WS-DG-MONTH < 13
            MOVE WS-DG-MONTH TO WS-MONTH-IX
        ELSE
            MOVE 12 TO WS-MONTH-IX
        END-IF
        PERFORM VARYING WS-DG-IX FROM 1 BY 1
            UNTIL WS-DG-IX > WS-DG-CNT
            EVALUATE TRUE
                WHEN DG-INTEREST(WS-DG-IX)
                    ADD WS-DG-AMOUNT(WS-DG-IX) TO WS-ACCT-CREDITED
                    ADD WS-DG-AMOUNT(WS-DG-IX)
                        TO WS-MO-POSTED(WS-MONTH-IX)
                    ADD 1 TO WS-POSTED-CNT
                WHEN WS-DG-CODE(WS-DG-IX) = 'V'
                    PERFORM FIND-ORIGINAL-PARA
                    IF WS-DG-FOUND > 0
                        IF DG-INTEREST(WS-DG-FOUND)
                            ADD WS-DG-AMOUNT(WS-DG-IX)
                                TO WS-ACCT-REVERSED
                            ADD WS-DG-AMOUNT(WS-DG-IX)
                                TO WS-MO-REVERSED(WS-MONTH-IX)
                            ADD 1 TO WS-REVERSED-CNT
                        END-IF
                    END-IF
            END-EVALUATE
        END-PERFORM
    END-IF
    MOVE 0 TO WS-DG-CNT.

FIND-ORIGINAL-PARA.
    MOVE 0 TO WS-DG-FOUND
    PERFORM VARYING WS-DG-OX FROM 1 BY 1
        UNTIL WS-DG-OX >= WS-DG-IX OR WS-DG-FOUND > 0
        IF WS-DG-AMOUNT(WS-DG-OX) = WS-DG-AMOUNT(WS-DG-IX)
           AND WS-DG-CODE(WS-DG-OX) NOT = 'V'
            MOVE WS-DG-OX TO WS-DG-FOUND
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> ACCOUNT-BREAK-PARA
*> One account's year: filed with a statement when its net interest
*> reaches the threshold, counted as under it otherwise. An account
*> not on the reference master has no holder to file under and is
*> listed for finance instead; so is one with a date too busy to
*> net with confidence.
*> ---------------------------------------------------------------
ACCOUNT-BREAK-PARA.
    IF WS-ACCT-NUMBER NOT = SPACES
       AND (WS-ACCT-CREDITED > 0 OR WS-ACCT-REVERSED > 0)
        ADD 1 TO WS-ACCT-CNT
        IF WS-ACCT-REVERSED < WS-ACCT-CREDITED
            COMPUTE WS-ACCT-NET = WS-ACCT-CREDITED - WS-ACCT-REVERSED
        ELSE
            MOVE 0 TO WS-ACCT-NET
        END-IF
        ADD WS-ACCT-NET TO WS-NET-TOTAL
        PERFORM LOOKUP-HOLDER-PARA
        EVALUATE TRUE
            WHEN ACCOUNT-OVERFLOW
                ADD 1 TO WS-UNFILED-CNT
                ADD WS-ACCT-NET TO WS-UNFILED-TOTAL
                SET CONTROL-BREAK TO TRUE
                MOVE 'TOO MANY ENTRIES ON ONE DATE'
                    TO WS-RPT-LINE(31:30)
                PERFORM EXCEPTION-LINE-PARA
            WHEN NOT REF-FOUND
                ADD 1 TO WS-UNFILED-CNT
                ADD WS-ACCT-NET TO WS-UNFILED-TOTAL
                SET CONTROL-BREAK TO TRUE
                MOVE 'NOT ON ACCTREF' TO WS-RPT-LINE(31:30)
                PERFORM EXCEPTION-LINE-PARA
            WHEN WS-ACCT-NET > 0 AND WS-ACCT-NET >= WS-THRESHOLD
                ADD 1 TO WS-FILED-CNT
                ADD WS-ACCT-NET TO WS-FILED-TOTAL
                PERFORM TAX-DETAIL-PARA
                PERFORM TAX-STATEMENT-PARA
            WHEN OTHER
                ADD 1 TO WS-UNDER-CNT
                ADD WS-ACCT-NET TO WS-UNDER-TOTAL
        END-EVALUATE
    END-IF
    ADD WS-ACCT-CREDITED TO WS-POSTED-TOTAL
    ADD WS-ACCT-REVERSED TO WS-REVERSED-TOTAL
    MOVE 0 TO WS-ACCT-CREDITED
    MOVE 0 TO WS-ACCT-REVERSED
    MOVE 0 TO WS-ACCT-NET
    MOVE 'N' TO WS-ACCT-OVER-SW.

LOOKUP-HOLDER-PARA.
    MOVE 'N' TO WS-REF-FOUND-SW
    MOVE SPACES TO WS-HOLDER-NAME
    MOVE SPACES TO WS-BRANCH-ID
    MOVE WS-ACCT-NUMBER TO RF-ACCOUNT-NUMBER
    READ REFFILE
        INVALID KEY
            MOVE '00' TO WS-REF-STATUS
        NOT INVALID KEY
            SET REF-FOUND TO TRUE
            MOVE RF-HOLDER-NAME TO WS-HOLDER-NAME
            MOVE RF-BRANCH-ID TO WS-BRANCH-ID
    END-READ.

*> The reason is placed in WS-RPT-LINE(31:30) by the caller.
EXCEPTION-LINE-PARA.
    MOVE WS-ACCT-NUMBER TO WS-RPT-LINE(1:10)
    MOVE SPACES TO WS-RPT-LINE(11:20)
    MOVE WS-ACCT-NET TO WS-AMT-ED
    MOVE SPACES TO WS-RPT-LINE(61:20)
    MOVE WS-AMT-ED TO WS-RPT-LINE(64:14)
    WRITE RPT-RECORD FROM WS-RPT-LINE.

*> ---------------------------------------------------------------
*> TAX-HEADER-PARA / TAX-DETAIL-PARA / TAX-TRAILER-PARA
*> The filing, in TAXREC layout. The trailer's count and total are
*> accumulated as the details go out, so the control report's
*> filed line ties to the file by construction.
*> ---------------------------------------------------------------
TAX-HEADER-PARA.
    MOVE SPACES TO TX-TAX-RECORD
    SET TX-HEADER TO TRUE
    MOVE WS-TAX-YEAR TO TX-TAX-YEAR
    MOVE WS-PAYER-ID TO TX-PAYER-ID
    MOVE WS-RUN-DATE TO TX-CREATED-DATE
    MOVE WS-THRESHOLD TO TX-THRESHOLD
    WRITE TX-TAX-RECORD.

TAX-DETAIL-PARA.
    MOVE SPACES TO TX-TAX-RECORD
    SET TX-DETAIL TO TRUE
    MOVE WS-TAX-YEAR TO TX-TAX-YEAR
    MOVE WS-ACCT-NUMBER TO TX-ACCOUNT-NUMBER
    MOVE WS-BRANCH-ID TO TX-BRANCH-ID
    MOVE WS-HOLDER-NAME TO TX-HOLDER-NAME
    MOVE WS-ACCT-CREDITED TO TX-INT-CREDITED
    MOVE WS-ACCT-REVERSED TO TX-INT-REVERSED
    MOVE WS-ACCT-NET TO TX-INT-REPORTABLE
    WRITE TX-TAX-RECORD.

TAX-TRAILER-PARA.
    MOVE SPACES TO TX-TAX-RECORD
    SET TX-TRAILER TO TRUE
    MOVE WS-TAX-YEAR TO TX-TAX-YEAR
    MOVE WS-FILED-CNT TO TX-RECORD-COUNT
    MOVE WS-FILED-TOTAL TO TX-TOTAL-REPORTABLE
    WRITE TX-TAX-RECORD.

*> ---------------------------------------------------------------
*> TAX-STATEMENT-PARA
*> The customer's copy: one boxed statement per filed account, in
*> ACCTSTMT's heading style.
*> ---------------------------------------------------------------
TAX-STATEMENT-PARA.
    MOVE SPACES TO WS-STMT-LINE
    WRITE STMT-RECORD FROM WS-STMT-LINE
    MOVE ALL '=' TO WS-STMT-LINE
    WRITE STMT-RECORD FROM WS-STMT-LINE
    MOVE SPACES TO WS-STMT-LINE
    STRING 'INTEREST INCOME STATEMENT - TAX YEAR ' DELIMITED BY SIZE,
           WS-TAX-YEAR DELIMITED BY SIZE
        INTO WS-STMT-LINE
    WRITE STMT-RECORD FROM WS-STMT-LINE
    MOVE ALL '=' TO WS-STMT-LINE
    WRITE STMT-RECORD FROM WS-STMT-LINE
    MOVE SPACES TO WS-STMT-LINE
    STRING 'Holder   : ' DELIMITED BY SIZE,
           WS-HOLDER-NAME DELIMITED BY SIZE
        INTO WS-STMT-LINE
    WRITE STMT-RECORD FROM WS-STMT-LINE
    MOVE SPACES TO WS-STMT-LINE
    STRING 'Account  : ' DELIMITED BY SIZE,
           WS-ACCT-NUMBER DELIMITED BY SIZE,
           '    Branch: ' DELIMITED BY SIZE,
           WS-BRANCH-ID DELIMITED BY SIZE
        INTO WS-STMT-LINE
    WRITE STMT-RECORD FROM WS-STMT-LINE
    IF WS-PAYER-ID NOT = SPACES
        MOVE SPACES TO WS-STMT-LINE
        STRING 'Payer id : ' DELIMITED BY SIZE,
               WS-PAYER-ID DELIMITED BY SIZE
            INTO WS-STMT-LINE
        WRITE STMT-RECORD FROM WS-STMT-LINE
    END-IF
    MOVE SPACES TO WS-STMT-LINE
    WRITE STMT-RECORD FROM WS-STMT-LINE
    MOVE WS-ACCT-CREDITED TO WS-AMT-ED
    MOVE SPACES TO WS-STMT-LINE
    STRING 'Interest credited in the year  : ' DELIMITED BY SIZE,
           WS-AMT-ED DELIMITED BY SIZE
        INTO WS-STMT-LINE
    WRITE STMT-RECORD FROM WS-STMT-LINE
    MOVE WS-ACCT-REVERSED TO WS-AMT-ED
    MOVE SPACES TO WS-STMT-LINE
    STRING 'Less interest reversed         : ' DELIMITED BY SIZE,
           WS-AMT-ED DELIMITED BY SIZE
        INTO WS-STMT-LINE
    WRITE STMT-RECORD FROM WS-STMT-LINE
    MOVE WS-ACCT-NET TO WS-AMT-ED
    MOVE SPACES TO WS-STMT-LINE
    STRING 'Interest reported for the year : ' DELIMITED BY SIZE,
           WS-AMT-ED DELIMITED BY SIZE
        INTO WS-STMT-LINE
    WRITE STMT-RECORD FROM WS-STMT-LINE.

*> ---------------------------------------------------------------
*> REPORT-HEADER-PARA / CONTROL-REPORT-PARA
*> The control report: exceptions as they are met, then the year by
*> month - INTACCR's generated interest, the credits history shows
*> posted, and the credits reversed - and the tie. Generated must
*> equal posted (a credit INTACCR generated that never posted was
*> rejected or held, and needs explaining before filing), and the
*> filed, under-threshold and unfiled amounts must add back to the
*> net. Either failing is RC 8.
*> ---------------------------------------------------------------
REPORT-HEADER-PARA.
    MOVE 'YEAR-END INTEREST TAX CONTROL REPORT' TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    IF PARMS-LOADED
        MOVE WS-THRESHOLD TO WS-AMT-ED
        STRING 'Tax year: ' DELIMITED BY SIZE,
               WS-TAX-YEAR DELIMITED BY SIZE,
               '  Threshold: ' DELIMITED BY SIZE,
               WS-AMT-ED DELIMITED BY SIZE,
               '  Payer: ' DELIMITED BY SIZE,
               WS-PAYER-ID DELIMITED BY SIZE
            INTO WS-RPT-LINE
    END-IF
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

CONTROL-REPORT-PARA.
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    IF NOT ARCHIVE-READ
        MOVE 'HISTARCH NOT READ - YEAR TAKEN FROM ACCTHIST ALONE.'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    IF NOT GENFILES-READ
        SET CONTROL-BREAK TO TRUE
        MOVE 'INTGEN NOT SUPPLIED - NOTHING TO TIE TO.'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    MOVE 'MO  INTACCR GENERATED   INTEREST POSTED  INTEREST REVERSED'
        TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    PERFORM VARYING WS-MONTH-IX FROM 1 BY 1 UNTIL WS-MONTH-IX > 12
        MOVE SPACES TO WS-RPT-LINE
        MOVE WS-MONTH-IX TO WS-DG-MONTH
        MOVE WS-DG-MONTH TO WS-RPT-LINE(1:2)
        MOVE WS-MO-GENERATED(WS-MONTH-IX) TO WS-MO-ED
        MOVE WS-MO-ED TO WS-RPT-LINE(4:16)
        MOVE WS-MO-POSTED(WS-MONTH-IX) TO WS-MO-ED
        MOVE WS-MO-ED TO WS-RPT-LINE(22:16)
        MOVE WS-MO-REVERSED(WS-MONTH-IX) TO WS-MO-ED
        MOVE WS-MO-ED TO WS-RPT-LINE(41:16)
        IF WS-MO-GENERATED(WS-MONTH-IX)
           NOT = WS-MO-POSTED(WS-MONTH-IX)
            MOVE '*' TO WS-RPT-LINE(58:1)
        END-IF
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-PERFORM
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'History entries read    : ' DELIMITED BY SIZE,
           WS-HIST-IN-CNT DELIMITED BY SIZE,
           ' live ' DELIMITED BY SIZE,
           WS-ARC-IN-CNT DELIMITED BY SIZE,
           ' archived' DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'INTACCR credits, count  : ' DELIMITED BY SIZE,
           WS-GEN-INT-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE WS-GENERATED-TOTAL TO WS-TOT-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING 'INTACCR interest        : ' DELIMITED BY SIZE,
           WS-TOT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Interest posted, count  : ' DELIMITED BY SIZE,
           WS-POSTED-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE WS-POSTED-TOTAL TO WS-TOT-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Interest posted         : ' DELIMITED BY SIZE,
           WS-TOT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    COMPUTE WS-DIFF-AMOUNT = WS-GENERATED-TOTAL - WS-POSTED-TOTAL
    MOVE WS-DIFF-AMOUNT TO WS-TOT-ED
    MOVE SPACES TO WS-RPT-LINE
    IF WS-DIFF-AMOUNT = 0
        STRING 'Generated less posted   : ' DELIMITED BY SIZE,
               WS-TOT-ED DELIMITED BY SIZE,
               '  TIES' DELIMITED BY SIZE
            INTO WS-RPT-LINE
    ELSE
        SET CONTROL-BREAK TO TRUE
        STRING 'Generated less posted   : ' DELIMITED BY SIZE,
               WS-TOT-ED DELIMITED BY SIZE,
               '  DOES NOT TIE' DELIMITED BY SIZE
            INTO WS-RPT-LINE
    END-IF
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Reversals, count        : ' DELIMITED BY SIZE,
           WS-REVERSED-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE WS-REVERSED-TOTAL TO WS-TOT-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Interest reversed       : ' DELIMITED BY SIZE,
           WS-TOT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE WS-NET-TOTAL TO WS-TOT-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Net interest, all accts : ' DELIMITED BY SIZE,
           WS-TOT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Accounts with interest  : ' DELIMITED BY SIZE,
           WS-ACCT-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE WS-FILED-TOTAL TO WS-TOT-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Filed (TAXFILE)         : ' DELIMITED BY SIZE,
           WS-FILED-CNT DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-TOT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE WS-UNDER-TOTAL TO WS-TOT-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Under threshold         : ' DELIMITED BY SIZE,
           WS-UNDER-CNT DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-TOT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE WS-UNFILED-TOTAL TO WS-TOT-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Not filed (see above)   : ' DELIMITED BY SIZE,
           WS-UNFILED-CNT DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-TOT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    COMPUTE WS-DIFF-AMOUNT = WS-NET-TOTAL - WS-FILED-TOTAL
        - WS-UNDER-TOTAL - WS-UNFILED-TOTAL
    MOVE WS-DIFF-AMOUNT TO WS-TOT-ED
    MOVE SPACES TO WS-RPT-LINE
    IF WS-DIFF-AMOUNT = 0
        STRING 'Net less filed/under/not: ' DELIMITED BY SIZE,
               WS-TOT-ED DELIMITED BY SIZE,
               '  TIES' DELIMITED BY SIZE
            INTO WS-RPT-LINE
    ELSE
        SET CONTROL-BREAK TO TRUE
        STRING 'Net less filed/under/not: ' DELIMITED BY SIZE,
               WS-TOT-ED DELIMITED BY SIZE,
               '  DOES NOT TIE' DELIMITED BY SIZE
            INTO WS-RPT-LINE
    END-IF
    WRITE RPT-RECORD FROM WS-RPT-LINE
    IF CONTROL-BREAK
        MOVE 'HOLD THE FILING - CONTROL BREAK ABOVE.' TO WS-RPT-LINE
    ELSE
        MOVE 'CONTROLS TIE - RELEASE TAXFILE FOR FILING.'
            TO WS-RPT-LINE
    END-IF
    WRITE RPT-RECORD FROM WS-RPT-LINE.
