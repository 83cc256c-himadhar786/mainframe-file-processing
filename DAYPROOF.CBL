IDENTIFICATION DIVISION.
PROGRAM-ID. DAYPROOF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Run-control card shared with the daily job - only the
    *> business date matters here; absent or unreadable falls back
    *> to today, the same degrade FILEPROC applies.
    SELECT RUNCTLFILE ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
    *> The output generation FILEPROC just rolled - one line per
    *> posting the day made, in the order it made them.
    SELECT OUTFILE ASSIGN TO OUTFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUTFILE-STATUS.
    *> The day's postings regrouped by account for the match against
    *> the ledger walk. DUPLICATES IN ORDER keeps each account's
    *> postings in the order FILEPROC applied them, which matters: an
    *> 'A' sets the balance rather than adding to it.
    SELECT SORTFILE ASSIGN TO SORTWK.
    SELECT BALFILE ASSIGN TO BALLEDGR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BL-ACCOUNT-NUMBER
        FILE STATUS IS WS-BALFILE-STATUS.
    SELECT HISTFILE ASSIGN TO ACCTHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HX-HIST-KEY
        FILE STATUS IS WS-HIST-STATUS.
    *> The GL batch GLEXTRACT built from the same generation - only
    *> its trailer is read.
    SELECT GLFEED ASSIGN TO GLFEED
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLFEED-STATUS.
    SELECT RPTFILE ASSIGN TO PROOFRPT
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RUNCTLFILE.
01 RUNCTL-RECORD.
    05 RC-BUSINESS-DATE  PIC 9(08).
    05 FILLER            PIC X(72).

FD OUTFILE.
01 OUT-RECORD PIC X(91).

SD SORTFILE.
01 SRT-SORT-RECORD.
    05 SRT-ACCOUNT-NUMBER PIC X(10).
    05 FILLER             PIC X(70).

*> Same layout FILEPROC keeps the ledger in.
FD BALFILE.
01 BL-BALANCE-RECORD.
    05 BL-ACCOUNT-NUMBER PIC X(10).
    05 BL-OPEN-BALANCE   PIC S9(9)V99 SIGN LEADING SEPARATE.
    05 BL-CLOSE-BALANCE  PIC S9(9)V99 SIGN LEADING SEPARATE.
    05 BL-RUN-DATE       PIC 9(08).

FD HISTFILE.
01 HX-HISTORY-RECORD.
    COPY HISTREC.

*> Same layout GLEXTRACT writes; the per-code trailer totals are
*> also viewed as a table in GL code order (100, 200, 300, 400,
*> 500, 999) so they line up with this program's own slots.
FD GLFEED.
01 GL-RECORD.
    05 GL-REC-TYPE        PIC X(01).
    05 FILLER             PIC X(102).
01 GL-TRAILER-RECORD.
    05 GT-REC-TYPE        PIC X(01).
    05 GT-RECORD-COUNT    PIC 9(09).
    05 GT-HASH-TOTAL      PIC 9(13)V99.
    05 GT-CODE-TOTALS.
        10 GT-TOTAL-100   PIC 9(11)V99.
        10 GT-TOTAL-200   PIC 9(11)V99.
        10 GT-TOTAL-300   PIC 9(11)V99.
        10 GT-TOTAL-400   PIC 9(11)V99.
        10 GT-TOTAL-500   PIC 9(11)V99.
        10 GT-TOTAL-999   PIC 9(11)V99.
    05 GT-CODE-TOTALS-R REDEFINES GT-CODE-TOTALS.
        10 GT-CODE-TOTAL  OCCURS 6 PIC 9(11)V99.

FD RPTFILE.
01 RPT-RECORD PIC X(80).

WORKING-STORAGE SECTION.
01 WS-RUNCTL-STATUS  PIC X(02) VALUE '00'.
01 WS-OUTFILE-STATUS PIC X(02) VALUE '00'.
01 WS-BALFILE-STATUS PIC X(02) VALUE '00'.
01 WS-HIST-STATUS    PIC X(02) VALUE '00'.
01 WS-GLFEED-STATUS  PIC X(02) VALUE '00'.

01 WS-RUN-DATE PIC 9(08) VALUE 0.
01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.

01 WS-OUT-EOF PIC X VALUE 'N'.
   88 OUT-AT-EOF VALUE 'Y'.
01 WS-SORT-EOF PIC X VALUE 'N'.
   88 SORT-AT-EOF VALUE 'Y'.
01 WS-BAL-EOF PIC X VALUE 'N'.
   88 LEDGER-AT-EOF VALUE 'Y'.
01 WS-GL-EOF PIC X VALUE 'N'.
   88 GL-AT-EOF VALUE 'Y'.
01 WS-BROWSE-SW PIC X VALUE 'N'.
   88 BROWSE-DONE VALUE 'Y'.
*> Set when a file the proof cannot do without would not open -
*> nothing below can then be trusted, and the step ends RC 12.
01 WS-ABANDON-SW PIC X VALUE 'N'.
   88 RUN-ABANDONED VALUE 'Y'.
01 WS-TRAILER-SW PIC X VALUE 'N'.
   88 GL-TRAILER-FOUND VALUE 'Y'.

*> The account being proved: its ledger record (when the walk has
*> one for it), the balance the journal replays to from the
*> ledger's opening figure, and whether any of its postings is one
*> FILEPROC applies to the ledger at all ('C' and unknown codes
*> never touch it).
01 WS-LEDGER-HIT-SW PIC X VALUE 'N'.
   88 LEDGER-HIT VALUE 'Y'.
01 WS-PA-FIN-SW PIC X VALUE 'N'.
   88 PA-FINANCIAL VALUE 'Y'.
01 WS-PA-ACCOUNT PIC X(10) VALUE SPACES.
01 WS-PA-START   PIC S9(11)V99 VALUE 0.
01 WS-PA-RUNNING PIC S9(11)V99 VALUE 0.
01 WS-PA-LEDGER-MOVE PIC S9(11)V99 VALUE 0.
01 WS-PA-JRNL-NET    PIC S9(11)V99 VALUE 0.
01 WS-PA-DIFF        PIC S9(11)V99 VALUE 0.
01 WS-PA-NOTE PIC X(18) VALUE SPACES.

*> The journal entry matched to the current posting. Entries are
*> claimed as they match, so two identical postings on one day need
*> two journal entries - one entry cannot prove both.
01 WS-JRNL-SW PIC X VALUE 'N'.
   88 JRNL-FOUND VALUE 'Y'.
01 WS-JE-CODE   PIC X(01) VALUE SPACE.
01 WS-JE-AMOUNT PIC 9(9)V99 VALUE 0.
01 WS-JE-LEG    PIC X(01) VALUE SPACE.
01 WS-CLM-MAX PIC 9(05) VALUE 2000 COMP.
01 WS-CLM-CNT PIC 9(05) VALUE 0 COMP.
01 WS-CLM-IX  PIC 9(05) VALUE 0 COMP.
01 WS-CLM-OVER-CNT PIC 9(07) VALUE 0.
01 WS-CLAIM-SW PIC X VALUE 'N'.
   88 ENTRY-CLAIMED VALUE 'Y'.
01 WS-CLM-TABLE.
    05 WS-CLM-KEY OCCURS 2000 PIC X(12).
01 WS-CLM-THIS-KEY.
    05 WS-CLM-THIS-DATE PIC X(08).
    05 WS-CLM-THIS-SEQ  PIC 9(04).

*> A reversal's direction comes from the posting it reversed, found
*> on the journal exactly the way FILEPROC's LOCATE-ORIGINAL-PARA
*> finds it.
01 WS-ORIG-SW PIC X VALUE 'N'.
   88 ORIG-FOUND VALUE 'Y'.
01 WS-ORIG-CODE PIC X(01) VALUE SPACE.

*> Per-code control totals in GL code order - slot 1 100 (A), 2
*> 200 (D, transfer paying leg), 3 300 (R, transfer receiving leg),
*> 4 400 (C), 5 500 (V), 6 999 (anything else) - the mapping
*> GLEXTRACT applies, so the three sets compare slot for slot.
01 WS-GL-IX PIC 9(02) VALUE 0 COMP.
01 WS-MAP-CODE PIC X(01) VALUE SPACE.
01 WS-MAP-LEG  PIC X(01) VALUE SPACE.
01 WS-OUT-TOTALS.
    05 WS-OUT-CODE-TOTAL OCCURS 6 PIC 9(11)V99.
01 WS-JR-TOTALS.
    05 WS-JR-CODE-TOTAL OCCURS 6 PIC 9(11)V99.
01 WS-GL-CODE-LABELS.
    05 FILLER PIC X(03) VALUE '100'.
    05 FILLER PIC X(03) VALUE '200'.
    05 FILLER PIC X(03) VALUE '300'.
    05 FILLER PIC X(03) VALUE '400'.
    05 FILLER PIC X(03) VALUE '500'.
    05 FILLER PIC X(03) VALUE '999'.
01 WS-GL-CODE-LABELS-R REDEFINES WS-GL-CODE-LABELS.
    05 WS-GL-CODE-LABEL OCCURS 6 PIC X(03).
01 WS-GT-SAVE.
    05 WS-GT-RECORD-COUNT PIC 9(09) VALUE 0.
    05 WS-GT-HASH-TOTAL   PIC 9(13)V99 VALUE 0.
    05 WS-GT-CODE-TOTAL   OCCURS 6 PIC 9(11)V99.

01 WS-OUT-CNT      PIC 9(07) VALUE 0.
01 WS-OUT-HASH     PIC 9(13)V99 VALUE 0.
01 WS-JRNL-CNT     PIC 9(07) VALUE 0.
01 WS-UNJRNL-CNT   PIC 9(07) VALUE 0.
01 WS-ACCT-CNT     PIC 9(07) VALUE 0.
01 WS-TOUCHED-CNT  PIC 9(07) VALUE 0.
01 WS-ACCT-EXC-CNT PIC 9(07) VALUE 0.
01 WS-TOTAL-EXC-CNT PIC 9(07) VALUE 0.
01 WS-TOT-LEDGER-MOVE PIC S9(13)V99 VALUE 0.
01 WS-TOT-JRNL-NET    PIC S9(13)V99 VALUE 0.
01 WS-TOT-DIFF        PIC S9(13)V99 VALUE 0.

01 WS-MOVE-ED  PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-NET-ED   PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-DIFF-ED  PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-AMT-ED   PIC ZZZ,ZZZ,ZZ9.99.
01 WS-OUT-ED   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-JR-ED    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-GT-ED    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-BIG-ED   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-CNT-ED   PIC ZZZZZZ9.
01 WS-TIE-FLAG PIC X(11) VALUE SPACES.
01 WS-RPT-LINE PIC X(80).

*> The current posting, back from the sort.
01 WS-POST-LAYOUT.
    COPY ACCTREC.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM READ-RUNCTL-PARA
    OPEN OUTPUT RPTFILE
    PERFORM REPORT-HEADER-PARA
    MOVE ZEROS TO WS-OUT-TOTALS
    MOVE ZEROS TO WS-JR-TOTALS
    MOVE ZEROS TO WS-GT-SAVE
    OPEN INPUT BALFILE
    IF WS-BALFILE-STATUS NOT = '00'
        SET RUN-ABANDONED TO TRUE
        MOVE 'LEDGER WOULD NOT OPEN - PROOF ABANDONED.' TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    IF NOT RUN-ABANDONED
        OPEN INPUT HISTFILE
        IF WS-HIST-STATUS NOT = '00'
            SET RUN-ABANDONED TO TRUE
            MOVE 'JOURNAL WOULD NOT OPEN - PROOF ABANDONED.'
                TO WS-RPT-LINE
            WRITE RPT-RECORD FROM WS-RPT-LINE
            CLOSE BALFILE
        END-IF
    END-IF
    IF NOT RUN-ABANDONED
        OPEN INPUT OUTFILE
        IF WS-OUTFILE-STATUS NOT = '00'
            SET RUN-ABANDONED TO TRUE
            MOVE 'OUTPUT GENERATION WOULD NOT OPEN - PROOF ABANDONED.'
                TO WS-RPT-LINE
            WRITE RPT-RECORD FROM WS-RPT-LINE
            CLOSE BALFILE
            CLOSE HISTFILE
        END-IF
    END-IF
    IF NOT RUN-ABANDONED
        SORT SORTFILE
            ON ASCENDING KEY SRT-ACCOUNT-NUMBER
            WITH DUPLICATES IN ORDER
            INPUT PROCEDURE IS PROOF-INTAKE-PARA
            OUTPUT PROCEDURE IS PROOF-MATCH-PARA
        CLOSE OUTFILE
        CLOSE BALFILE
        CLOSE HISTFILE
        PERFORM READ-GL-TRAILER-PARA
        PERFORM TOTALS-PROOF-PARA
    END-IF
    PERFORM REPORT-TRAILER-PARA
    CLOSE RPTFILE
    PERFORM SET-RETURN-CODE-PARA
    DISPLAY 'Daily proof complete. Account exceptions: '
        WS-ACCT-EXC-CNT ' Total exceptions: ' WS-TOTAL-EXC-CNT
    STOP RUN.

*> ---------------------------------------------------------------
*> READ-RUNCTL-PARA
*> The business date FILEPROC posted under - the date the ledger
*> stamps on every record it rolled forward today.
*> ---------------------------------------------------------------
READ-RUNCTL-PARA.
    MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
    OPEN INPUT RUNCTLFILE
    IF WS-RUNCTL-STATUS = '00'
        READ RUNCTLFILE
            AT END
                CONTINUE
            NOT AT END
                IF RC-BUSINESS-DATE NUMERIC
                   AND RC-BUSINESS-DATE > 0
                    MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
                END-IF
        END-READ
        CLOSE RUNCTLFILE
    END-IF.

*> ---------------------------------------------------------------
*> PROOF-INTAKE-PARA
*> The sort's input procedure: every posting on the generation,
*> stripped of FILEPROC's "Processed: " stamp, tallied into the
*> OUTFILE control totals on the way to the sort.
*> ---------------------------------------------------------------
PROOF-INTAKE-PARA.
    PERFORM UNTIL OUT-AT-EOF
        READ OUTFILE
            AT END
                SET OUT-AT-EOF TO TRUE
            NOT AT END
                MOVE OUT-RECORD(12:80) TO WS-POST-LAYOUT
                ADD 1 TO WS-OUT-CNT
                IF FP-AMOUNT NUMERIC
                    ADD FP-AMOUNT TO WS-OUT-HASH
                    MOVE FP-TRANS-CODE TO WS-MAP-CODE
                    MOVE FP-TRANSFER-LEG TO WS-MAP-LEG
                    PERFORM SET-GL-SLOT-PARA
                    ADD FP-AMOUNT TO WS-OUT-CODE-TOTAL(WS-GL-IX)
                END-IF
                RELEASE SRT-SORT-RECORD FROM WS-POST-LAYOUT
        END-READ
    END-PERFORM.

*> ---------------------------------------------------------------
*> PROOF-MATCH-PARA
*> The sort's output procedure: the day's postings, by account,
*> matched against a sequential walk of the ledger. An account with
*> postings is proved against its ledger record (or the lack of
*> one); a ledger record with no postings still has to show no
*> movement if the ledger says it was touched today.
*> ---------------------------------------------------------------
PROOF-MATCH-PARA.
    PERFORM RETURN-POSTING-PARA
    MOVE LOW-VALUES TO BL-ACCOUNT-NUMBER
    START BALFILE KEY NOT < BL-ACCOUNT-NUMBER
        INVALID KEY
            SET LEDGER-AT-EOF TO TRUE
    END-START
    IF NOT LEDGER-AT-EOF
        PERFORM READ-LEDGER-PARA
    END-IF
    PERFORM UNTIL SORT-AT-EOF AND LEDGER-AT-EOF
        EVALUATE TRUE
            WHEN LEDGER-AT-EOF
                MOVE 'N' TO WS-LEDGER-HIT-SW
                PERFORM PROVE-ACCOUNT-PARA
            WHEN SORT-AT-EOF
                PERFORM LEDGER-ONLY-PARA
                PERFORM READ-LEDGER-PARA
            WHEN FP-ACCOUNT-NUMBER < BL-ACCOUNT-NUMBER
                MOVE 'N' TO WS-LEDGER-HIT-SW
                PERFORM PROVE-ACCOUNT-PARA
            WHEN FP-ACCOUNT-NUMBER = BL-ACCOUNT-NUMBER
                SET LEDGER-HIT TO TRUE
                PERFORM PROVE-ACCOUNT-PARA
                PERFORM READ-LEDGER-PARA
            WHEN OTHER
                PERFORM LEDGER-ONLY-PARA
                PERFORM READ-LEDGER-PARA
        END-EVALUATE
    END-PERFORM.

RETURN-POSTING-PARA.
    RETURN SORTFILE INTO WS-POST-LAYOUT
        AT END
            SET SORT-AT-EOF TO TRUE
    END-RETURN.

READ-LEDGER-PARA.
    READ BALFILE NEXT RECORD
        AT END
            SET LEDGER-AT-EOF TO TRUE
    END-READ
    *> A failed READ NEXT raises no phrase; without this the walk
    *> would spin on the same failing READ.
    IF WS-BALFILE-STATUS NOT = '00'
        SET LEDGER-AT-EOF TO TRUE
    END-IF.

*> ---------------------------------------------------------------
*> PROVE-ACCOUNT-PARA
*> Replays one account's postings, as journaled, from the balance
*> the ledger opened the day at, and compares where the replay ends
*> with where the ledger closed. A ledger record not rolled to
*> today replays from its close - it should not have moved at all.
*> ---------------------------------------------------------------
PROVE-ACCOUNT-PARA.
    ADD 1 TO WS-ACCT-CNT
    MOVE FP-ACCOUNT-NUMBER TO WS-PA-ACCOUNT
    MOVE 'N' TO WS-PA-FIN-SW
    MOVE 0 TO WS-CLM-CNT
    EVALUATE TRUE
        WHEN LEDGER-HIT AND BL-RUN-DATE = WS-BUSINESS-DATE
            MOVE BL-OPEN-BALANCE TO WS-PA-START
        WHEN LEDGER-HIT
            MOVE BL-CLOSE-BALANCE TO WS-PA-START
        WHEN OTHER
            MOVE 0 TO WS-PA-START
    END-EVALUATE
    MOVE WS-PA-START TO WS-PA-RUNNING
    PERFORM UNTIL SORT-AT-EOF
               OR FP-ACCOUNT-NUMBER NOT = WS-PA-ACCOUNT
        PERFORM PROVE-POSTING-PARA
        PERFORM RETURN-POSTING-PARA
    END-PERFORM
    PERFORM ACCOUNT-VERDICT-PARA.

*> ---------------------------------------------------------------
*> PROVE-POSTING-PARA
*> One posting: find its journal entry, count it into the journal
*> control totals and replay it. A posting with no journal entry is
*> an exception in its own right and replays nothing, so the
*> account shows the gap as well.
*> ---------------------------------------------------------------
PROVE-POSTING-PARA.
    IF FP-TRANS-ADD OR FP-TRANS-DEBIT OR FP-TRANS-CREDIT
       OR FP-TRANS-REVERSAL OR FP-TRANS-TRANSFER
        SET PA-FINANCIAL TO TRUE
    END-IF
    PERFORM FIND-JOURNAL-PARA
    IF JRNL-FOUND
        ADD 1 TO WS-JRNL-CNT
        MOVE WS-JE-CODE TO WS-MAP-CODE
        MOVE WS-JE-LEG TO WS-MAP-LEG
        PERFORM SET-GL-SLOT-PARA
        ADD WS-JE-AMOUNT TO WS-JR-CODE-TOTAL(WS-GL-IX)
        PERFORM REPLAY-ENTRY-PARA
    ELSE
        ADD 1 TO WS-UNJRNL-CNT
        MOVE SPACES TO WS-RPT-LINE
        IF FP-AMOUNT NUMERIC
            MOVE FP-AMOUNT TO WS-AMT-ED
        ELSE
            MOVE 0 TO WS-AMT-ED
        END-IF
        STRING FP-ACCOUNT-NUMBER DELIMITED BY SIZE,
               ' ' DELIMITED BY SIZE,
               FP-TRANS-CODE DELIMITED BY SIZE,
               ' ' DELIMITED BY SIZE,
               WS-AMT-ED DELIMITED BY SIZE,
               ' ' DELIMITED BY SIZE,
               FP-TRANS-DATE DELIMITED BY SIZE,
               ' POSTED BUT NOT JOURNALED' DELIMITED BY SIZE
            INTO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> FIND-JOURNAL-PARA / CHECK-CLAIM-PARA
*> The journal entry for a posting is under its account and
*> transaction date with the same code, amount and description,
*> and not already claimed by an earlier posting of this account.
*> A claim table too small for the account still matches, but can
*> no longer stop one entry proving two postings - counted and
*> warned on the report.
*> ---------------------------------------------------------------
FIND-JOURNAL-PARA.
    MOVE 'N' TO WS-JRNL-SW
    MOVE 'N' TO WS-BROWSE-SW
    MOVE FP-ACCOUNT-NUMBER TO HX-ACCOUNT-NUMBER
    MOVE FP-TRANS-DATE TO HX-TRANS-DATE
    MOVE ZEROS TO HX-SEQUENCE
    START HISTFILE KEY NOT < HX-HIST-KEY
        INVALID KEY
            SET BROWSE-DONE TO TRUE
    END-START
    PERFORM UNTIL BROWSE-DONE
        READ HISTFILE NEXT RECORD
            AT END
                SET BROWSE-DONE TO TRUE
            NOT AT END
                IF HX-ACCOUNT-NUMBER = FP-ACCOUNT-NUMBER
                   AND HX-TRANS-DATE = FP-TRANS-DATE
                    IF HX-TRANS-CODE = FP-TRANS-CODE
                       AND HX-AMOUNT = FP-AMOUNT
                       AND HX-DESCRIPTION = FP-DESCRIPTION
                        PERFORM CHECK-CLAIM-PARA
                        IF NOT ENTRY-CLAIMED
                            SET JRNL-FOUND TO TRUE
                            SET BROWSE-DONE TO TRUE
                            MOVE HX-TRANS-CODE TO WS-JE-CODE
                            MOVE HX-AMOUNT TO WS-JE-AMOUNT
                            MOVE HX-TRANSFER-LEG TO WS-JE-LEG
                            IF WS-CLM-CNT < WS-CLM-MAX
                                ADD 1 TO WS-CLM-CNT
                                MOVE WS-CLM-THIS-KEY
                                    TO WS-CLM-KEY(WS-CLM-CNT)
                            ELSE
                                ADD 1 TO WS-CLM-OVER-CNT
                            END-IF
                        END-IF
                    END-IF
                ELSE
                    SET BROWSE-DONE TO TRUE
                END-IF
        END-READ
        *> A failed READ NEXT raises neither phrase above; without
        *> this the browse would spin on the same failing READ.
        IF WS-HIST-STATUS NOT = '00'
            SET BROWSE-DONE TO TRUE
        END-IF
    END-PERFORM
    MOVE '00' TO WS-HIST-STATUS.

CHECK-CLAIM-PARA.
    MOVE 'N' TO WS-CLAIM-SW
    MOVE HX-TRANS-DATE TO WS-CLM-THIS-DATE
    MOVE HX-SEQUENCE TO WS-CLM-THIS-SEQ
    PERFORM VARYING WS-CLM-IX FROM 1 BY 1
        UNTIL WS-CLM-IX > WS-CLM-CNT
           OR ENTRY-CLAIMED
        IF WS-CLM-KEY(WS-CLM-IX) = WS-CLM-THIS-KEY
            SET ENTRY-CLAIMED TO TRUE
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> REPLAY-ENTRY-PARA / FIND-ORIGINAL-PARA
*> FILEPROC's balance arithmetic, applied to the journaled entry:
*> 'A' sets the balance, 'D' and a transfer's paying leg subtract,
*> 'R' and a transfer's receiving leg add, and a reversal runs its
*> original's arithmetic backwards. 'C' and unknown codes leave the
*> balance alone.
*> ---------------------------------------------------------------
REPLAY-ENTRY-PARA.
    EVALUATE WS-JE-CODE
        WHEN 'A'
            MOVE WS-JE-AMOUNT TO WS-PA-RUNNING
        WHEN 'D'
            SUBTRACT WS-JE-AMOUNT FROM WS-PA-RUNNING
        WHEN 'R'
            ADD WS-JE-AMOUNT TO WS-PA-RUNNING
        WHEN 'T'
            IF WS-JE-LEG = 'I'
                ADD WS-JE-AMOUNT TO WS-PA-RUNNING
            ELSE
                SUBTRACT WS-JE-AMOUNT FROM WS-PA-RUNNING
            END-IF
        WHEN 'V'
            PERFORM FIND-ORIGINAL-PARA
            EVALUATE WS-ORIG-CODE
                WHEN 'A'
                    SUBTRACT WS-JE-AMOUNT FROM WS-PA-RUNNING
                WHEN 'D'
                    ADD WS-JE-AMOUNT TO WS-PA-RUNNING
                WHEN 'R'
                    SUBTRACT WS-JE-AMOUNT FROM WS-PA-RUNNING
            END-EVALUATE
    END-EVALUATE.

FIND-ORIGINAL-PARA.
    MOVE 'N' TO WS-ORIG-SW
    MOVE SPACE TO WS-ORIG-CODE
    MOVE 'N' TO WS-BROWSE-SW
    MOVE FP-ACCOUNT-NUMBER TO HX-ACCOUNT-NUMBER
    MOVE FP-TRANS-DATE TO HX-TRANS-DATE
    MOVE ZEROS TO HX-SEQUENCE
    START HISTFILE KEY NOT < HX-HIST-KEY
        INVALID KEY
            SET BROWSE-DONE TO TRUE
    END-START
    PERFORM UNTIL BROWSE-DONE
        READ HISTFILE NEXT RECORD
            AT END
                SET BROWSE-DONE TO TRUE
            NOT AT END
                IF HX-ACCOUNT-NUMBER = FP-ACCOUNT-NUMBER
                   AND HX-TRANS-DATE = FP-TRANS-DATE
                    IF HX-AMOUNT = WS-JE-AMOUNT
                       AND HX-TRANS-CODE NOT = 'V'
                       AND HX-TRANS-CODE NOT = 'T'
                        SET ORIG-FOUND TO TRUE
                        MOVE HX-TRANS-CODE TO WS-ORIG-CODE
                        SET BROWSE-DONE TO TRUE
                    END-IF
                ELSE
                    SET BROWSE-DONE TO TRUE
                END-IF
        END-READ
        IF WS-HIST-STATUS NOT = '00'
            SET BROWSE-DONE TO TRUE
        END-IF
    END-PERFORM
    MOVE '00' TO WS-HIST-STATUS.

*> ---------------------------------------------------------------
*> ACCOUNT-VERDICT-PARA
*> Ledger movement (close less open) against the journal's net for
*> the account. The ledger must have been rolled to today when any
*> posting touched it, and must then close where the replay ends.
*> ---------------------------------------------------------------
ACCOUNT-VERDICT-PARA.
    MOVE SPACES TO WS-PA-NOTE
    MOVE 0 TO WS-PA-LEDGER-MOVE
    SUBTRACT WS-PA-START FROM WS-PA-RUNNING GIVING WS-PA-JRNL-NET
    EVALUATE TRUE
        WHEN LEDGER-HIT AND BL-RUN-DATE = WS-BUSINESS-DATE
            ADD 1 TO WS-TOUCHED-CNT
            SUBTRACT BL-OPEN-BALANCE FROM BL-CLOSE-BALANCE
                GIVING WS-PA-LEDGER-MOVE
            IF WS-PA-LEDGER-MOVE NOT = WS-PA-JRNL-NET
                MOVE 'OUT OF BALANCE' TO WS-PA-NOTE
            END-IF
        WHEN PA-FINANCIAL AND LEDGER-HIT
            MOVE 'LEDGER NOT ROLLED' TO WS-PA-NOTE
        WHEN PA-FINANCIAL
            MOVE 'NO LEDGER RECORD' TO WS-PA-NOTE
    END-EVALUATE
    ADD WS-PA-LEDGER-MOVE TO WS-TOT-LEDGER-MOVE
    ADD WS-PA-JRNL-NET TO WS-TOT-JRNL-NET
    IF WS-PA-NOTE NOT = SPACES
        PERFORM WRITE-ACCT-EXCEPTION-PARA
    END-IF.

*> ---------------------------------------------------------------
*> LEDGER-ONLY-PARA
*> A ledger record no posting today accounts for. Only one stamped
*> with today's date matters, and then only if it moved.
*> ---------------------------------------------------------------
LEDGER-ONLY-PARA.
    IF BL-RUN-DATE = WS-BUSINESS-DATE
        ADD 1 TO WS-TOUCHED-CNT
        MOVE BL-ACCOUNT-NUMBER TO WS-PA-ACCOUNT
        SUBTRACT BL-OPEN-BALANCE FROM BL-CLOSE-BALANCE
            GIVING WS-PA-LEDGER-MOVE
        MOVE 0 TO WS-PA-JRNL-NET
        ADD WS-PA-LEDGER-MOVE TO WS-TOT-LEDGER-MOVE
        IF WS-PA-LEDGER-MOVE NOT = 0
            MOVE 'NO POSTINGS TODAY' TO WS-PA-NOTE
            PERFORM WRITE-ACCT-EXCEPTION-PARA
        END-IF
    END-IF.

WRITE-ACCT-EXCEPTION-PARA.
    ADD 1 TO WS-ACCT-EXC-CNT
    SUBTRACT WS-PA-JRNL-NET FROM WS-PA-LEDGER-MOVE GIVING WS-PA-DIFF
    MOVE WS-PA-LEDGER-MOVE TO WS-MOVE-ED
    MOVE WS-PA-JRNL-NET TO WS-NET-ED
    MOVE WS-PA-DIFF TO WS-DIFF-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING WS-PA-ACCOUNT DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-MOVE-ED DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-NET-ED DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-DIFF-ED DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-PA-NOTE DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

*> ---------------------------------------------------------------
*> SET-GL-SLOT-PARA
*> GLEXTRACT's code mapping, as a slot number.
*> ---------------------------------------------------------------
SET-GL-SLOT-PARA.
    EVALUATE WS-MAP-CODE
        WHEN 'A'
            MOVE 1 TO WS-GL-IX
        WHEN 'D'
            MOVE 2 TO WS-GL-IX
        WHEN 'R'
            MOVE 3 TO WS-GL-IX
        WHEN 'C'
            MOVE 4 TO WS-GL-IX
        WHEN 'V'
            MOVE 5 TO WS-GL-IX
        WHEN 'T'
            IF WS-MAP-LEG = 'I'
                MOVE 3 TO WS-GL-IX
            ELSE
                MOVE 2 TO WS-GL-IX
            END-IF
        WHEN OTHER
            MOVE 6 TO WS-GL-IX
    END-EVALUATE.

*> ---------------------------------------------------------------
*> READ-GL-TRAILER-PARA
*> The last trailer on the feed is the one that counts - GLEXTRACT
*> writes exactly one. No feed, or a feed without a trailer, cannot
*> be proved and is itself an exception.
*> ---------------------------------------------------------------
READ-GL-TRAILER-PARA.
    OPEN INPUT GLFEED
    IF WS-GLFEED-STATUS = '00'
        PERFORM UNTIL GL-AT-EOF
            READ GLFEED
                AT END
                    SET GL-AT-EOF TO TRUE
                NOT AT END
                    IF GT-REC-TYPE = 'T'
                        SET GL-TRAILER-FOUND TO TRUE
                        MOVE GT-RECORD-COUNT TO WS-GT-RECORD-COUNT
                        MOVE GT-HASH-TOTAL TO WS-GT-HASH-TOTAL
                        PERFORM VARYING WS-GL-IX FROM 1 BY 1
                            UNTIL WS-GL-IX > 6
                            MOVE GT-CODE-TOTAL(WS-GL-IX)
                                TO WS-GT-CODE-TOTAL(WS-GL-IX)
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GLFEED
    END-IF.

*> ---------------------------------------------------------------
*> TOTALS-PROOF-PARA
*> The day's control totals side by side: per GL code, what the
*> output generation carried, what the journal holds for those
*> postings and what the GL trailer claims; then the record count
*> and hash against the trailer, and the ledger's total movement
*> against the journal's. Every line that does not tie is flagged
*> and counted.
*> ---------------------------------------------------------------
TOTALS-PROOF-PARA.
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE 'CONTROL TOTALS BY GL CODE' TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE 'CODE            OUTFILE           JOURNAL     GLFEED TRAILER'
        TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    IF NOT GL-TRAILER-FOUND
        ADD 1 TO WS-TOTAL-EXC-CNT
        MOVE 'GLFEED MISSING OR WITHOUT A TRAILER - CANNOT BE PROVED.'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    PERFORM VARYING WS-GL-IX FROM 1 BY 1
        UNTIL WS-GL-IX > 6
        MOVE SPACES TO WS-TIE-FLAG
        IF WS-OUT-CODE-TOTAL(WS-GL-IX) NOT = WS-JR-CODE-TOTAL(WS-GL-IX)
           OR (GL-TRAILER-FOUND
               AND WS-OUT-CODE-TOTAL(WS-GL-IX)
                   NOT = WS-GT-CODE-TOTAL(WS-GL-IX))
            MOVE ' ** NO TIE' TO WS-TIE-FLAG
            ADD 1 TO WS-TOTAL-EXC-CNT
        END-IF
        MOVE WS-OUT-CODE-TOTAL(WS-GL-IX) TO WS-OUT-ED
        MOVE WS-JR-CODE-TOTAL(WS-GL-IX) TO WS-JR-ED
        MOVE WS-GT-CODE-TOTAL(WS-GL-IX) TO WS-GT-ED
        MOVE SPACES TO WS-RPT-LINE
        STRING WS-GL-CODE-LABEL(WS-GL-IX) DELIMITED BY SIZE,
               ' ' DELIMITED BY SIZE,
               WS-OUT-ED DELIMITED BY SIZE,
               ' ' DELIMITED BY SIZE,
               WS-JR-ED DELIMITED BY SIZE,
               ' ' DELIMITED BY SIZE,
               WS-GT-ED DELIMITED BY SIZE,
               WS-TIE-FLAG DELIMITED BY SIZE
            INTO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-PERFORM
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    IF GL-TRAILER-FOUND
        IF WS-OUT-CNT NOT = WS-GT-RECORD-COUNT
            ADD 1 TO WS-TOTAL-EXC-CNT
            MOVE SPACES TO WS-RPT-LINE
            STRING 'RECORD COUNT: OUTFILE ' DELIMITED BY SIZE,
                   WS-OUT-CNT DELIMITED BY SIZE,
                   ' GLFEED ' DELIMITED BY SIZE,
                   WS-GT-RECORD-COUNT DELIMITED BY SIZE,
                   ' ** NO TIE' DELIMITED BY SIZE
                INTO WS-RPT-LINE
            WRITE RPT-RECORD FROM WS-RPT-LINE
        END-IF
        IF WS-OUT-HASH NOT = WS-GT-HASH-TOTAL
            ADD 1 TO WS-TOTAL-EXC-CNT
            MOVE SPACES TO WS-RPT-LINE
            STRING 'HASH TOTAL: OUTFILE AND GLFEED TRAILER DIFFER'
                       DELIMITED BY SIZE,
                   ' ** NO TIE' DELIMITED BY SIZE
                INTO WS-RPT-LINE
            WRITE RPT-RECORD FROM WS-RPT-LINE
        END-IF
    END-IF
    SUBTRACT WS-TOT-JRNL-NET FROM WS-TOT-LEDGER-MOVE
        GIVING WS-TOT-DIFF
    MOVE WS-TOT-LEDGER-MOVE TO WS-BIG-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Ledger total movement  : ' DELIMITED BY SIZE,
           WS-BIG-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE WS-TOT-JRNL-NET TO WS-BIG-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Journal net movement   : ' DELIMITED BY SIZE,
           WS-BIG-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    IF WS-TOT-DIFF NOT = 0
        ADD 1 TO WS-TOTAL-EXC-CNT
        MOVE WS-TOT-DIFF TO WS-BIG-ED
        MOVE SPACES TO WS-RPT-LINE
        STRING 'Difference             : ' DELIMITED BY SIZE,
               WS-BIG-ED DELIMITED BY SIZE,
               ' ** NO TIE' DELIMITED BY SIZE
            INTO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> REPORT-HEADER-PARA / REPORT-TRAILER-PARA
*> ---------------------------------------------------------------
REPORT-HEADER-PARA.
    MOVE SPACES TO WS-RPT-LINE
    STRING 'DAILY LEDGER-TO-JOURNAL PROOF - BUSINESS DATE '
               DELIMITED BY SIZE,
           WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'ACCOUNT        LEDGER MOVE     '
           'JOURNAL NET      DIFFERENCE NOTE'
               DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

REPORT-TRAILER-PARA.
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Postings on OUTFILE    : ' DELIMITED BY SIZE,
           WS-OUT-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Postings journaled     : ' DELIMITED BY SIZE,
           WS-JRNL-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Postings not journaled : ' DELIMITED BY SIZE,
           WS-UNJRNL-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Accounts with postings : ' DELIMITED BY SIZE,
           WS-ACCT-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Ledger records touched : ' DELIMITED BY SIZE,
           WS-TOUCHED-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Account exceptions     : ' DELIMITED BY SIZE,
           WS-ACCT-EXC-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Total exceptions       : ' DELIMITED BY SIZE,
           WS-TOTAL-EXC-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    IF WS-CLM-OVER-CNT > 0
        MOVE SPACES TO WS-RPT-LINE
        STRING 'WARNING: ' DELIMITED BY SIZE,
               WS-CLM-OVER-CNT DELIMITED BY SIZE,
               ' journal matches past the claim table limit.'
                   DELIMITED BY SIZE
            INTO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    EVALUATE TRUE
        WHEN RUN-ABANDONED
            MOVE 'PROOF NOT COMPLETED - HOLD THE GL TRANSMISSION.'
                TO WS-RPT-LINE
        WHEN WS-ACCT-EXC-CNT > 0 OR WS-UNJRNL-CNT > 0
             OR WS-TOTAL-EXC-CNT > 0
            MOVE 'PROOF FAILED - HOLD THE GL TRANSMISSION.'
                TO WS-RPT-LINE
        WHEN OTHER
            MOVE 'Ledger, journal, output and GL feed agree.'
                TO WS-RPT-LINE
    END-EVALUATE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

*> ---------------------------------------------------------------
*> SET-RETURN-CODE-PARA
*> 0 - everything ties; 8 - exceptions, hold the GL transmission;
*> 12 - a file the proof needs would not open.
*> ---------------------------------------------------------------
SET-RETURN-CODE-PARA.
    EVALUATE TRUE
        WHEN RUN-ABANDONED
            MOVE 12 TO RETURN-CODE
        WHEN WS-ACCT-EXC-CNT > 0 OR WS-UNJRNL-CNT > 0
             OR WS-TOTAL-EXC-CNT > 0
            MOVE 8 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE.
