IDENTIFICATION DIVISION.
PROGRAM-ID. BRSETTLE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Run-control card shared with the daily job - the business
    *> date the settlement is for; absent or unreadable falls back
    *> to today, the same degrade FILEPROC applies.
    SELECT RUNCTLFILE ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
    *> The account reference master: RF-BRANCH-ID is the branch that
    *> owns each account, and every posting is attributed through it.
    SELECT REFFILE ASSIGN TO ACCTREF
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RF-ACCOUNT-NUMBER
        FILE STATUS IS WS-REF-STATUS.
    *> FILEPROC's batch control report - one line per batch received
    *> with its disposition, keyed on the envelope's BH-BRANCH-ID.
    SELECT BRPTFILE ASSIGN TO BATCHRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRPT-STATUS.
    *> The day's input as FILEPROC read it - walked envelope by
    *> envelope only to see which branch keyed each record.
    SELECT INFILE ASSIGN TO INFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INFILE-STATUS.
    *> The three ways a proved record left the posting path: posted
    *> (the output generation FILEPROC just rolled), rejected, or
    *> held as a suspected duplicate.
    SELECT OUTFILE ASSIGN TO OUTFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUTFILE-STATUS.
    SELECT REJECTFILE ASSIGN TO REJECTS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.
    SELECT SUSPECTFILE ASSIGN TO SUSPECTS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPECT-STATUS.
    *> The balance ledger - every account FILEPROC moved today
    *> carries today's run date, and close minus open is the day's
    *> net movement on it.
    SELECT BALFILE ASSIGN TO BALLEDGR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BL-ACCOUNT-NUMBER
        FILE STATUS IS WS-BALFILE-STATUS.
    SELECT RPTFILE ASSIGN TO BRSETRPT
        ORGANIZATION IS LINE SEQUENTIAL.
    *> Branch-by-branch extract for the branch reporting system -
    *> see BRSETREC.
    SELECT XTRFILE ASSIGN TO BRXTRACT
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RUNCTLFILE.
01 RUNCTL-RECORD.
    05 RC-BUSINESS-DATE  PIC 9(08).
    05 FILLER            PIC X(72).

FD REFFILE.
01 RF-REFERENCE-RECORD.
    COPY REFREC.

*> A disposition line as FILEPROC's RELEASE-BATCH-PARA and
*> HOLD-BATCH-PARA write it: the disposition, the branch id, then
*> ' BATCH ' and the batch number. Header and trailer lines match
*> none of the dispositions and are passed over.
FD BRPTFILE.
01 BRPT-RECORD.
    05 BR-DISPOSITION     PIC X(10).
    05 BR-BRANCH-ID       PIC X(08).
    05 FILLER             PIC X(07).
    05 BR-BATCH-NUMBER    PIC X(04).
    05 FILLER             PIC X(51).

FD INFILE.
01 IN-RECORD PIC X(80).

FD OUTFILE.
01 OUT-RECORD.
    05 FILLER             PIC X(11).
    05 OUT-DETAIL         PIC X(80).

*> Same layout FILEPROC writes.
FD REJECTFILE.
01 REJECT-RECORD.
    05 RJ-REASON-CODE     PIC 9(02).
    05 FILLER             PIC X(01).
    05 RJ-REASON-TEXT     PIC X(24).
    05 FILLER             PIC X(01).
    05 RJ-DETAIL          PIC X(80).

FD SUSPECTFILE.
01 SUSPECT-RECORD.
    05 SU-DETECTED-DATE   PIC 9(08).
    05 FILLER             PIC X(01).
    05 SU-DETAIL          PIC X(80).

*> Same layout FILEPROC keeps the ledger in.
FD BALFILE.
01 BL-BALANCE-RECORD.
    05 BL-ACCOUNT-NUMBER PIC X(10).
    05 BL-OPEN-BALANCE   PIC S9(9)V99 SIGN LEADING SEPARATE.
    05 BL-CLOSE-BALANCE  PIC S9(9)V99 SIGN LEADING SEPARATE.
    05 BL-RUN-DATE       PIC 9(08).

FD RPTFILE.
01 RPT-RECORD PIC X(80).

FD XTRFILE.
01 BX-EXTRACT-RECORD.
    COPY BRSETREC.

WORKING-STORAGE SECTION.
01 WS-RUNCTL-STATUS  PIC X(02) VALUE '00'.
01 WS-REF-STATUS     PIC X(02) VALUE '00'.
01 WS-BRPT-STATUS    PIC X(02) VALUE '00'.
01 WS-INFILE-STATUS  PIC X(02) VALUE '00'.
01 WS-OUTFILE-STATUS PIC X(02) VALUE '00'.
01 WS-REJECT-STATUS  PIC X(02) VALUE '00'.
01 WS-SUSPECT-STATUS PIC X(02) VALUE '00'.
01 WS-BALFILE-STATUS PIC X(02) VALUE '00'.

01 WS-RUN-DATE PIC 9(08) VALUE 0.
01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.

01 WS-EOF-SW PIC X VALUE 'N'.
   88 FILE-AT-EOF VALUE 'Y'.
*> Set when a file the settlement cannot do without would not open
*> - a report missing a day's postings would mislead every branch
*> that reads it, so nothing is reported and the step ends RC 12.
01 WS-ABANDON-SW PIC X VALUE 'N'.
   88 RUN-ABANDONED VALUE 'Y'.
01 WS-ABANDON-DD PIC X(08) VALUE SPACES.
01 WS-BATCH-OPEN-SW PIC X VALUE 'N'.
   88 BATCH-OPEN VALUE 'Y'.

*> Per-branch accumulators, one slot per branch id seen - every
*> branch owning an account on the reference master, every id that
*> sent a batch, and *NOREF* for rejected work on accounts the
*> master has never heard of. Slots are kept in branch-id order as
*> they are added, so the report and extract come out sorted.
01 WS-BR-MAX PIC 9(04) VALUE 500 COMP.
01 WS-BR-CNT PIC 9(04) VALUE 0 COMP.
01 WS-BR-IX  PIC 9(04) VALUE 0 COMP.
01 WS-BR-SHIFT-IX PIC 9(04) VALUE 0 COMP.
01 WS-CODE-IX  PIC 9(02) VALUE 0 COMP.
01 WS-BR-OVERFLOW-CNT PIC 9(7) VALUE 0.
01 WS-BR-TABLE.
    05 WS-BR-ENTRY OCCURS 500.
        10 WS-BR-ID          PIC X(08).
        10 WS-BR-OWNS-SW     PIC X(01).
           88 BR-OWNS-ACCOUNTS VALUE 'Y'.
        10 WS-BR-RECV-CNT    PIC 9(05).
        10 WS-BR-BAL-CNT     PIC 9(05).
        10 WS-BR-HELD-CNT    PIC 9(05).
        10 WS-BR-NET         PIC S9(11)V99.
        10 WS-BR-XB-KEYED    PIC 9(07).
        10 WS-BR-XB-OWNED    PIC 9(07).
        10 WS-BR-CODE-TOTALS OCCURS 7.
            15 WS-BR-PST-CNT PIC 9(05).
            15 WS-BR-PST-AMT PIC 9(11)V99.
            15 WS-BR-REJ-CNT PIC 9(05).
            15 WS-BR-REJ-AMT PIC 9(11)V99.
            15 WS-BR-SUS-CNT PIC 9(05).
            15 WS-BR-SUS-AMT PIC 9(11)V99.
01 WS-FIND-ID PIC X(08) VALUE SPACES.
01 WS-NOREF-ID PIC X(08) VALUE '*NOREF*'.

*> Batch dispositions off the batch control report, so each
*> cross-branch record can say whether its batch posted at all.
01 WS-BT-MAX PIC 9(04) VALUE 2000 COMP.
01 WS-BT-CNT PIC 9(04) VALUE 0 COMP.
01 WS-BT-IX  PIC 9(04) VALUE 0 COMP.
01 WS-BT-TABLE.
    05 WS-BT-ENTRY OCCURS 2000.
        10 WS-BT-BRANCH  PIC X(08).
        10 WS-BT-NUMBER  PIC X(04).
        10 WS-BT-DISP    PIC X(08).
01 WS-STRAY-CNT PIC 9(7) VALUE 0.

*> The batch currently open on the INFILE walk.
01 WS-KEY-BRANCH PIC X(08) VALUE SPACES.
01 WS-KEY-BATCH  PIC X(04) VALUE SPACES.
01 WS-KEY-DISP   PIC X(08) VALUE SPACES.
01 WS-KEY-IX     PIC 9(04) VALUE 0 COMP.
01 WS-OWNER-BRANCH PIC X(08) VALUE SPACES.

*> Code slots: 1 A, 2 D, 3 R, 4 C, 5 V, 6 T, 7 other - the order
*> the daily summary and MONTHEND list them.
01 WS-CODE-LETTERS PIC X(07) VALUE 'ADRCVT?'.

01 WS-TOTALS.
    05 WS-TOT-RECV-CNT  PIC 9(7) VALUE 0.
    05 WS-TOT-BAL-CNT   PIC 9(7) VALUE 0.
    05 WS-TOT-HELD-CNT  PIC 9(7) VALUE 0.
    05 WS-TOT-PST-CNT   PIC 9(7) VALUE 0.
    05 WS-TOT-PST-AMT   PIC 9(13)V99 VALUE 0.
    05 WS-TOT-REJ-CNT   PIC 9(7) VALUE 0.
    05 WS-TOT-REJ-AMT   PIC 9(13)V99 VALUE 0.
    05 WS-TOT-SUS-CNT   PIC 9(7) VALUE 0.
    05 WS-TOT-SUS-AMT   PIC 9(13)V99 VALUE 0.
    05 WS-TOT-NET       PIC S9(13)V99 VALUE 0.
    05 WS-TOT-XB-CNT    PIC 9(7) VALUE 0.
01 WS-BRANCH-ACTIVE-SW PIC X VALUE 'N'.
   88 BRANCH-ACTIVE VALUE 'Y'.
01 WS-BRANCH-LISTED-CNT PIC 9(5) VALUE 0.

01 WS-AMT-ED  PIC ZZZ,ZZZ,ZZ9.99.
01 WS-NET-ED  PIC -,ZZZ,ZZZ,ZZ9.99.
01 WS-TOT-ED  PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-PST-ED  PIC ZZZ,ZZZ,ZZ9.99.
01 WS-REJ-ED  PIC ZZZ,ZZZ,ZZ9.99.
01 WS-SUS-ED  PIC ZZZ,ZZZ,ZZ9.99.
01 WS-RPT-LINE PIC X(80).

*> The record being attributed, in the shared layout.
01 WS-IN-LAYOUT.
    COPY ACCTREC.
01 WS-HDR-REC.
    COPY BATCHHDR.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM READ-RUNCTL-PARA
    OPEN OUTPUT RPTFILE
    PERFORM REPORT-HEADER-PARA
    OPEN INPUT REFFILE
    IF WS-REF-STATUS NOT = '00'
        MOVE 'ACCTREF' TO WS-ABANDON-DD
        SET RUN-ABANDONED TO TRUE
    ELSE
        MOVE WS-NOREF-ID TO WS-FIND-ID
        PERFORM ADD-BRANCH-PARA
        PERFORM LOAD-BRANCHES-PARA
        PERFORM LOAD-BATCHES-PARA
    END-IF
    IF NOT RUN-ABANDONED
        PERFORM CROSS-BRANCH-PARA
    END-IF
    IF NOT RUN-ABANDONED
        PERFORM TALLY-POSTED-PARA
    END-IF
    IF NOT RUN-ABANDONED
        PERFORM TALLY-REJECTED-PARA
    END-IF
    IF NOT RUN-ABANDONED
        PERFORM TALLY-SUSPECTED-PARA
    END-IF
    IF NOT RUN-ABANDONED
        PERFORM NET-MOVEMENT-PARA
    END-IF
    IF RUN-ABANDONED
        MOVE SPACES TO WS-RPT-LINE
        STRING WS-ABANDON-DD DELIMITED BY SPACE,
               ' WOULD NOT OPEN - NO SETTLEMENT PRODUCED.'
                   DELIMITED BY SIZE
            INTO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
        MOVE 12 TO RETURN-CODE
    ELSE
        OPEN OUTPUT XTRFILE
        PERFORM BRANCH-REPORT-PARA
        CLOSE XTRFILE
        PERFORM REPORT-TRAILER-PARA
    END-IF
    IF WS-REF-STATUS = '00'
        CLOSE REFFILE
    END-IF
    CLOSE RPTFILE
    DISPLAY 'Branch settlement complete. Branches: '
        WS-BRANCH-LISTED-CNT ' Cross-branch records: '
        WS-TOT-XB-CNT
    STOP RUN.

*> ---------------------------------------------------------------
*> READ-RUNCTL-PARA
*> The business date the settlement is for - the ledger records
*> carrying it are the ones FILEPROC moved today.
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
*> LOAD-BRANCHES-PARA
*> One pass of the reference master to seed a slot for every
*> branch that owns an account - so a branch with a quiet day
*> still gets its zero line, and so the cross-branch check can tell
*> a real branch from a generator id (INTACCR, NSFFEE ...) that
*> owns nothing and keys for everybody by design.
*> ---------------------------------------------------------------
LOAD-BRANCHES-PARA.
    MOVE 'N' TO WS-EOF-SW
    MOVE LOW-VALUES TO RF-ACCOUNT-NUMBER
    START REFFILE KEY NOT < RF-ACCOUNT-NUMBER
        INVALID KEY
            SET FILE-AT-EOF TO TRUE
    END-START
    PERFORM UNTIL FILE-AT-EOF
        READ REFFILE NEXT RECORD
            AT END
                SET FILE-AT-EOF TO TRUE
            NOT AT END
                IF RF-BRANCH-ID NOT = SPACES
                    MOVE RF-BRANCH-ID TO WS-FIND-ID
                    PERFORM ADD-BRANCH-PARA
                    IF WS-BR-IX > 0
                        SET BR-OWNS-ACCOUNTS(WS-BR-IX) TO TRUE
                    END-IF
                END-IF
        END-READ
        *> A failed READ NEXT raises neither phrase above; without
        *> this the walk would spin on the same failing READ.
        IF WS-REF-STATUS NOT = '00'
            SET FILE-AT-EOF TO TRUE
        END-IF
    END-PERFORM
    MOVE '00' TO WS-REF-STATUS.

*> ---------------------------------------------------------------
*> LOAD-BATCHES-PARA
*> Batches received, balanced and held per sending branch, exactly
*> as FILEPROC disposed of them, and the disposition of each batch
*> for the cross-branch listing. Records outside any envelope have
*> no branch to go to and are only counted.
*> ---------------------------------------------------------------
LOAD-BATCHES-PARA.
    OPEN INPUT BRPTFILE
    IF WS-BRPT-STATUS NOT = '00'
        MOVE 'BATCHRPT' TO WS-ABANDON-DD
        SET RUN-ABANDONED TO TRUE
    ELSE
        MOVE 'N' TO WS-EOF-SW
        PERFORM UNTIL FILE-AT-EOF
            READ BRPTFILE
                AT END
                    SET FILE-AT-EOF TO TRUE
                NOT AT END
                    EVALUATE BR-DISPOSITION
                        WHEN 'BALANCED'
                        WHEN 'HELD'
                            PERFORM RECORD-BATCH-PARA
                        WHEN 'STRAY'
                            ADD 1 TO WS-STRAY-CNT
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE BRPTFILE
    END-IF.

RECORD-BATCH-PARA.
    MOVE BR-BRANCH-ID TO WS-FIND-ID
    PERFORM ADD-BRANCH-PARA
    IF WS-BR-IX > 0
        ADD 1 TO WS-BR-RECV-CNT(WS-BR-IX)
        IF BR-DISPOSITION = 'BALANCED'
            ADD 1 TO WS-BR-BAL-CNT(WS-BR-IX)
        ELSE
            ADD 1 TO WS-BR-HELD-CNT(WS-BR-IX)
        END-IF
    END-IF
    IF WS-BT-CNT < WS-BT-MAX
        ADD 1 TO WS-BT-CNT
        MOVE BR-BRANCH-ID TO WS-BT-BRANCH(WS-BT-CNT)
        MOVE BR-BATCH-NUMBER TO WS-BT-NUMBER(WS-BT-CNT)
        MOVE BR-DISPOSITION TO WS-BT-DISP(WS-BT-CNT)
    END-IF.

*> ---------------------------------------------------------------
*> FIND-BRANCH-PARA / ADD-BRANCH-PARA
*> Look up WS-FIND-ID's slot; WS-BR-IX comes back zero when it has
*> none. ADD-BRANCH-PARA makes one when missing, in branch-id
*> order, shifting the higher slots up one. A table already full
*> leaves WS-BR-IX zero and counts the branch as overflow - its
*> figures are left out and the report says so.
*> ---------------------------------------------------------------
FIND-BRANCH-PARA.
    MOVE 0 TO WS-BR-IX
    PERFORM VARYING WS-BR-SHIFT-IX FROM 1 BY 1
        UNTIL WS-BR-SHIFT-IX > WS-BR-CNT OR WS-BR-IX > 0
        IF WS-BR-ID(WS-BR-SHIFT-IX) = WS-FIND-ID
            MOVE WS-BR-SHIFT-IX TO WS-BR-IX
        END-IF
    END-PERFORM.

ADD-BRANCH-PARA.
    PERFORM FIND-BRANCH-PARA
    IF WS-BR-IX = 0
        IF WS-BR-CNT < WS-BR-MAX
            MOVE 1 TO WS-BR-IX
            PERFORM UNTIL WS-BR-IX > WS-BR-CNT
                       OR WS-BR-ID(WS-BR-IX) > WS-FIND-ID
                ADD 1 TO WS-BR-IX
            END-PERFORM
            PERFORM VARYING WS-BR-SHIFT-IX FROM WS-BR-CNT BY -1
                UNTIL WS-BR-SHIFT-IX < WS-BR-IX
                MOVE WS-BR-ENTRY(WS-BR-SHIFT-IX)
                    TO WS-BR-ENTRY(WS-BR-SHIFT-IX + 1)
            END-PERFORM
            ADD 1 TO WS-BR-CNT
            MOVE WS-FIND-ID TO WS-BR-ID(WS-BR-IX)
            MOVE 'N' TO WS-BR-OWNS-SW(WS-BR-IX)
            MOVE 0 TO WS-BR-RECV-CNT(WS-BR-IX)
            MOVE 0 TO WS-BR-BAL-CNT(WS-BR-IX)
            MOVE 0 TO WS-BR-HELD-CNT(WS-BR-IX)
            MOVE 0 TO WS-BR-NET(WS-BR-IX)
            MOVE 0 TO WS-BR-XB-KEYED(WS-BR-IX)
            MOVE 0 TO WS-BR-XB-OWNED(WS-BR-IX)
            PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                UNTIL WS-CODE-IX > 7
                MOVE 0 TO WS-BR-PST-CNT(WS-BR-IX, WS-CODE-IX)
                MOVE 0 TO WS-BR-PST-AMT(WS-BR-IX, WS-CODE-IX)
                MOVE 0 TO WS-BR-REJ-CNT(WS-BR-IX, WS-CODE-IX)
                MOVE 0 TO WS-BR-REJ-AMT(WS-BR-IX, WS-CODE-IX)
                MOVE 0 TO WS-BR-SUS-CNT(WS-BR-IX, WS-CODE-IX)
                MOVE 0 TO WS-BR-SUS-AMT(WS-BR-IX, WS-CODE-IX)
            END-PERFORM
        ELSE
            ADD 1 TO WS-BR-OVERFLOW-CNT
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> OWNER-PARA
*> The branch that owns WS-IN-LAYOUT's account, into
*> WS-OWNER-BRANCH and (through ADD-BRANCH-PARA) WS-BR-IX. An
*> account the reference master has never heard of goes to
*> *NOREF*; FILEPROC rejected it on reason 06.
*> ---------------------------------------------------------------
OWNER-PARA.
    MOVE FP-ACCOUNT-NUMBER TO RF-ACCOUNT-NUMBER
    READ REFFILE
        INVALID KEY
            MOVE '00' TO WS-REF-STATUS
            MOVE WS-NOREF-ID TO WS-OWNER-BRANCH
        NOT INVALID KEY
            MOVE RF-BRANCH-ID TO WS-OWNER-BRANCH
            IF WS-OWNER-BRANCH = SPACES
                MOVE WS-NOREF-ID TO WS-OWNER-BRANCH
            END-IF
    END-READ
    MOVE WS-OWNER-BRANCH TO WS-FIND-ID
    PERFORM ADD-BRANCH-PARA.

*> Code slot for the record in WS-IN-LAYOUT.
CODE-SLOT-PARA.
    EVALUATE TRUE
        WHEN FP-TRANS-ADD
            MOVE 1 TO WS-CODE-IX
        WHEN FP-TRANS-DEBIT
            MOVE 2 TO WS-CODE-IX
        WHEN FP-TRANS-CREDIT
            MOVE 3 TO WS-CODE-IX
        WHEN FP-TRANS-CORRECTION
            MOVE 4 TO WS-CODE-IX
        WHEN FP-TRANS-REVERSAL
            MOVE 5 TO WS-CODE-IX
        WHEN FP-TRANS-TRANSFER
            MOVE 6 TO WS-CODE-IX
        WHEN OTHER
            MOVE 7 TO WS-CODE-IX
    END-EVALUATE.

*> ---------------------------------------------------------------
*> CROSS-BRANCH-PARA
*> The INFILE walk: every record inside an envelope sent by a real
*> branch (one that owns accounts) is checked against the owner of
*> the account it names, and each one keyed for another branch's
*> account is listed with its batch's disposition. A transfer
*> names only its paying account here - paying into another
*> branch's customer is ordinary business, keying their debits is
*> not.
*> ---------------------------------------------------------------
CROSS-BRANCH-PARA.
    OPEN INPUT INFILE
    IF WS-INFILE-STATUS NOT = '00'
        MOVE 'INFILE' TO WS-ABANDON-DD
        SET RUN-ABANDONED TO TRUE
    ELSE
        MOVE SPACES TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
        MOVE 'WORK KEYED ON ANOTHER BRANCH''S ACCOUNTS' TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
        MOVE 'KEYED BY/BTCH ACCOUNT    OWNED BY C         AMOUNT BATCH'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
        MOVE 'N' TO WS-EOF-SW
        MOVE 'N' TO WS-BATCH-OPEN-SW
        PERFORM UNTIL FILE-AT-EOF
            READ INFILE
                AT END
                    SET FILE-AT-EOF TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN IN-RECORD(1:8) = 'BATCHHDR'
                            PERFORM OPEN-KEYED-BATCH-PARA
                        WHEN IN-RECORD(1:8) = 'BATCHTRL'
                            MOVE 'N' TO WS-BATCH-OPEN-SW
                        WHEN BATCH-OPEN
                            PERFORM CHECK-KEYED-RECORD-PARA
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE INFILE
        IF WS-TOT-XB-CNT = 0
            MOVE '  (none)' TO WS-RPT-LINE
            WRITE RPT-RECORD FROM WS-RPT-LINE
        END-IF
    END-IF.

*> A new envelope: who sent it, and what FILEPROC did with it.
*> Each disposition is claimed as it is matched, so a branch that
*> sent two batches under one number gets both of them.
OPEN-KEYED-BATCH-PARA.
    SET BATCH-OPEN TO TRUE
    MOVE IN-RECORD TO WS-HDR-REC
    MOVE BH-BRANCH-ID TO WS-KEY-BRANCH
    MOVE BH-BATCH-NUMBER TO WS-KEY-BATCH
    MOVE '?' TO WS-KEY-DISP
    PERFORM VARYING WS-BT-IX FROM 1 BY 1
        UNTIL WS-BT-IX > WS-BT-CNT OR WS-KEY-DISP NOT = '?'
        IF WS-BT-BRANCH(WS-BT-IX) = WS-KEY-BRANCH
           AND WS-BT-NUMBER(WS-BT-IX) = WS-KEY-BATCH
            MOVE WS-BT-DISP(WS-BT-IX) TO WS-KEY-DISP
            MOVE SPACES TO WS-BT-BRANCH(WS-BT-IX)
        END-IF
    END-PERFORM
    MOVE WS-KEY-BRANCH TO WS-FIND-ID
    PERFORM FIND-BRANCH-PARA
    MOVE WS-BR-IX TO WS-KEY-IX.

CHECK-KEYED-RECORD-PARA.
    IF WS-KEY-IX > 0
        IF BR-OWNS-ACCOUNTS(WS-KEY-IX)
            MOVE IN-RECORD TO WS-IN-LAYOUT
            PERFORM OWNER-PARA
            IF WS-OWNER-BRANCH NOT = WS-KEY-BRANCH
               AND WS-OWNER-BRANCH NOT = WS-NOREF-ID
                PERFORM LOG-CROSS-BRANCH-PARA
            END-IF
        END-IF
    END-IF.

LOG-CROSS-BRANCH-PARA.
    ADD 1 TO WS-TOT-XB-CNT
    ADD 1 TO WS-BR-XB-KEYED(WS-KEY-IX)
    IF WS-BR-IX > 0
        ADD 1 TO WS-BR-XB-OWNED(WS-BR-IX)
    END-IF
    MOVE 0 TO WS-AMT-ED
    IF FP-AMOUNT NUMERIC
        MOVE FP-AMOUNT TO WS-AMT-ED
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    STRING WS-KEY-BRANCH DELIMITED BY SIZE,
           '/' DELIMITED BY SIZE,
           WS-KEY-BATCH DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           FP-ACCOUNT-NUMBER DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-OWNER-BRANCH DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           FP-TRANS-CODE DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-AMT-ED DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-KEY-DISP DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

*> ---------------------------------------------------------------
*> TALLY-POSTED-PARA / TALLY-REJECTED-PARA / TALLY-SUSPECTED-PARA
*> Every record that left the posting path, counted and totalled
*> by code under the branch owning its account. A transfer's two
*> legs sit on OUTFILE under their own accounts, so each leg lands
*> on its own account's branch. A reject with an unreadable amount
*> counts but adds nothing.
*> ---------------------------------------------------------------
TALLY-POSTED-PARA.
    OPEN INPUT OUTFILE
    IF WS-OUTFILE-STATUS NOT = '00'
        MOVE 'OUTFILE' TO WS-ABANDON-DD
        SET RUN-ABANDONED TO TRUE
    ELSE
        MOVE 'N' TO WS-EOF-SW
        PERFORM UNTIL FILE-AT-EOF
            READ OUTFILE
                AT END
                    SET FILE-AT-EOF TO TRUE
                NOT AT END
                    MOVE OUT-DETAIL TO WS-IN-LAYOUT
                    PERFORM OWNER-PARA
                    PERFORM CODE-SLOT-PARA
                    ADD 1 TO WS-TOT-PST-CNT
                    IF FP-AMOUNT NUMERIC
                        ADD FP-AMOUNT TO WS-TOT-PST-AMT
                    END-IF
                    IF WS-BR-IX > 0
                        ADD 1 TO WS-BR-PST-CNT(WS-BR-IX, WS-CODE-IX)
                        IF FP-AMOUNT NUMERIC
                            ADD FP-AMOUNT
                                TO WS-BR-PST-AMT(WS-BR-IX, WS-CODE-IX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OUTFILE
    END-IF.

TALLY-REJECTED-PARA.
    OPEN INPUT REJECTFILE
    IF WS-REJECT-STATUS NOT = '00'
        MOVE 'REJECTS' TO WS-ABANDON-DD
        SET RUN-ABANDONED TO TRUE
    ELSE
        MOVE 'N' TO WS-EOF-SW
        PERFORM UNTIL FILE-AT-EOF
            READ REJECTFILE
                AT END
                    SET FILE-AT-EOF TO TRUE
                NOT AT END
                    MOVE RJ-DETAIL TO WS-IN-LAYOUT
                    PERFORM OWNER-PARA
                    PERFORM CODE-SLOT-PARA
                    ADD 1 TO WS-TOT-REJ-CNT
                    IF FP-AMOUNT NUMERIC
                        ADD FP-AMOUNT TO WS-TOT-REJ-AMT
                    END-IF
                    IF WS-BR-IX > 0
                        ADD 1 TO WS-BR-REJ-CNT(WS-BR-IX, WS-CODE-IX)
                        IF FP-AMOUNT NUMERIC
                            ADD FP-AMOUNT
                                TO WS-BR-REJ-AMT(WS-BR-IX, WS-CODE-IX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REJECTFILE
    END-IF.

TALLY-SUSPECTED-PARA.
    OPEN INPUT SUSPECTFILE
    IF WS-SUSPECT-STATUS NOT = '00'
        MOVE 'SUSPECTS' TO WS-ABANDON-DD
        SET RUN-ABANDONED TO TRUE
    ELSE
        MOVE 'N' TO WS-EOF-SW
        PERFORM UNTIL FILE-AT-EOF
            READ SUSPECTFILE
                AT END
                    SET FILE-AT-EOF TO TRUE
                NOT AT END
                    MOVE SU-DETAIL TO WS-IN-LAYOUT
                    PERFORM OWNER-PARA
                    PERFORM CODE-SLOT-PARA
                    ADD 1 TO WS-TOT-SUS-CNT
                    IF FP-AMOUNT NUMERIC
                        ADD FP-AMOUNT TO WS-TOT-SUS-AMT
                    END-IF
                    IF WS-BR-IX > 0
                        ADD 1 TO WS-BR-SUS-CNT(WS-BR-IX, WS-CODE-IX)
                        IF FP-AMOUNT NUMERIC
                            ADD FP-AMOUNT
                                TO WS-BR-SUS-AMT(WS-BR-IX, WS-CODE-IX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUSPECTFILE
    END-IF.

*> ---------------------------------------------------------------
*> NET-MOVEMENT-PARA
*> The ledger walk: every account carrying today's run date moved
*> today by close minus open, and that movement belongs to the
*> branch owning the account. Taken from the ledger rather than
*> re-derived from the postings, so it is the figure the branch's
*> customers actually see.
*> ---------------------------------------------------------------
NET-MOVEMENT-PARA.
    OPEN INPUT BALFILE
    IF WS-BALFILE-STATUS NOT = '00'
        MOVE 'BALLEDGR' TO WS-ABANDON-DD
        SET RUN-ABANDONED TO TRUE
    ELSE
        MOVE 'N' TO WS-EOF-SW
        MOVE LOW-VALUES TO BL-ACCOUNT-NUMBER
        START BALFILE KEY NOT < BL-ACCOUNT-NUMBER
            INVALID KEY
                SET FILE-AT-EOF TO TRUE
        END-START
        PERFORM UNTIL FILE-AT-EOF
            READ BALFILE NEXT RECORD
                AT END
                    SET FILE-AT-EOF TO TRUE
                NOT AT END
                    IF BL-RUN-DATE = WS-BUSINESS-DATE
                        PERFORM LEDGER-MOVEMENT-PARA
                    END-IF
            END-READ
            *> A failed READ NEXT raises neither phrase above;
            *> without this the walk would spin on the same READ.
            IF WS-BALFILE-STATUS NOT = '00'
                SET FILE-AT-EOF TO TRUE
            END-IF
        END-PERFORM
        CLOSE BALFILE
    END-IF.

LEDGER-MOVEMENT-PARA.
    MOVE SPACES TO WS-IN-LAYOUT
    MOVE BL-ACCOUNT-NUMBER TO FP-ACCOUNT-NUMBER
    PERFORM OWNER-PARA
    COMPUTE WS-TOT-NET = WS-TOT-NET
        + BL-CLOSE-BALANCE - BL-OPEN-BALANCE
    IF WS-BR-IX > 0
        COMPUTE WS-BR-NET(WS-BR-IX) = WS-BR-NET(WS-BR-IX)
            + BL-CLOSE-BALANCE - BL-OPEN-BALANCE
    END-IF.

*> ---------------------------------------------------------------
*> BRANCH-REPORT-PARA
*> One block per branch in branch-id order, and the matching 'B'
*> and 'C' records on the extract. A branch with nothing at all
*> today - no batches, no postings, no movement - still goes on
*> the extract, so the branch system sees the day settled at zero,
*> but is kept off the printed report.
*> ---------------------------------------------------------------
BRANCH-REPORT-PARA.
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    PERFORM VARYING WS-BR-IX FROM 1 BY 1
        UNTIL WS-BR-IX > WS-BR-CNT
        PERFORM BRANCH-BLOCK-PARA
    END-PERFORM.

BRANCH-BLOCK-PARA.
    MOVE 'N' TO WS-BRANCH-ACTIVE-SW
    IF WS-BR-RECV-CNT(WS-BR-IX) > 0
       OR WS-BR-NET(WS-BR-IX) NOT = 0
       OR WS-BR-XB-KEYED(WS-BR-IX) > 0
       OR WS-BR-XB-OWNED(WS-BR-IX) > 0
        SET BRANCH-ACTIVE TO TRUE
    END-IF
    PERFORM VARYING WS-CODE-IX FROM 1 BY 1
        UNTIL WS-CODE-IX > 7
        IF WS-BR-PST-CNT(WS-BR-IX, WS-CODE-IX) > 0
           OR WS-BR-REJ-CNT(WS-BR-IX, WS-CODE-IX) > 0
           OR WS-BR-SUS-CNT(WS-BR-IX, WS-CODE-IX) > 0
            SET BRANCH-ACTIVE TO TRUE
        END-IF
    END-PERFORM
    ADD WS-BR-RECV-CNT(WS-BR-IX) TO WS-TOT-RECV-CNT
    ADD WS-BR-BAL-CNT(WS-BR-IX) TO WS-TOT-BAL-CNT
    ADD WS-BR-HELD-CNT(WS-BR-IX) TO WS-TOT-HELD-CNT
    PERFORM WRITE-BRANCH-EXTRACT-PARA
    IF BRANCH-ACTIVE
        ADD 1 TO WS-BRANCH-LISTED-CNT
        MOVE SPACES TO WS-RPT-LINE
        STRING 'BRANCH ' DELIMITED BY SIZE,
               WS-BR-ID(WS-BR-IX) DELIMITED BY SIZE,
               '  BATCHES RECEIVED ' DELIMITED BY SIZE,
               WS-BR-RECV-CNT(WS-BR-IX) DELIMITED BY SIZE,
               ' BALANCED ' DELIMITED BY SIZE,
               WS-BR-BAL-CNT(WS-BR-IX) DELIMITED BY SIZE,
               ' HELD ' DELIMITED BY SIZE,
               WS-BR-HELD-CNT(WS-BR-IX) DELIMITED BY SIZE
            INTO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
        MOVE '  C POSTED         AMOUNT REJECTED         AMOUNT SUSPEC'
          & 'T         AMOUNT' TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    PERFORM VARYING WS-CODE-IX FROM 1 BY 1
        UNTIL WS-CODE-IX > 7
        IF WS-BR-PST-CNT(WS-BR-IX, WS-CODE-IX) > 0
           OR WS-BR-REJ-CNT(WS-BR-IX, WS-CODE-IX) > 0
           OR WS-BR-SUS-CNT(WS-BR-IX, WS-CODE-IX) > 0
            PERFORM BRANCH-CODE-LINE-PARA
        END-IF
    END-PERFORM
    IF BRANCH-ACTIVE
        MOVE WS-BR-NET(WS-BR-IX) TO WS-NET-ED
        MOVE SPACES TO WS-RPT-LINE
        STRING '  NET MOVEMENT ON BRANCH ACCOUNTS : ' DELIMITED BY SIZE,
               WS-NET-ED DELIMITED BY SIZE
            INTO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
        IF WS-BR-XB-KEYED(WS-BR-IX) > 0
           OR WS-BR-XB-OWNED(WS-BR-IX) > 0
            MOVE SPACES TO WS-RPT-LINE
            STRING '  ** CROSS-BRANCH: KEYED FOR OTHERS '
                       DELIMITED BY SIZE,
                   WS-BR-XB-KEYED(WS-BR-IX) DELIMITED BY SIZE,
                   '  KEYED BY OTHERS ' DELIMITED BY SIZE,
                   WS-BR-XB-OWNED(WS-BR-IX) DELIMITED BY SIZE
                INTO WS-RPT-LINE
            WRITE RPT-RECORD FROM WS-RPT-LINE
        END-IF
        MOVE SPACES TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF.

BRANCH-CODE-LINE-PARA.
    MOVE WS-BR-PST-AMT(WS-BR-IX, WS-CODE-IX) TO WS-PST-ED
    MOVE WS-BR-REJ-AMT(WS-BR-IX, WS-CODE-IX) TO WS-REJ-ED
    MOVE WS-BR-SUS-AMT(WS-BR-IX, WS-CODE-IX) TO WS-SUS-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING '  ' DELIMITED BY SIZE,
           WS-CODE-LETTERS(WS-CODE-IX:1) DELIMITED BY SIZE,
           '  ' DELIMITED BY SIZE,
           WS-BR-PST-CNT(WS-BR-IX, WS-CODE-IX) DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-PST-ED DELIMITED BY SIZE,
           '    ' DELIMITED BY SIZE,
           WS-BR-REJ-CNT(WS-BR-IX, WS-CODE-IX) DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-REJ-ED DELIMITED BY SIZE,
           '   ' DELIMITED BY SIZE,
           WS-BR-SUS-CNT(WS-BR-IX, WS-CODE-IX) DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-SUS-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO BX-EXTRACT-RECORD
    SET BX-CODE-DETAIL TO TRUE
    MOVE WS-BR-ID(WS-BR-IX) TO BX-BRANCH-ID
    MOVE WS-BUSINESS-DATE TO BX-BUSINESS-DATE
    MOVE WS-CODE-LETTERS(WS-CODE-IX:1) TO BX-TRANS-CODE
    MOVE WS-BR-PST-CNT(WS-BR-IX, WS-CODE-IX) TO BX-POSTED-CNT
    MOVE WS-BR-PST-AMT(WS-BR-IX, WS-CODE-IX) TO BX-POSTED-AMT
    MOVE WS-BR-REJ-CNT(WS-BR-IX, WS-CODE-IX) TO BX-REJECT-CNT
    MOVE WS-BR-REJ-AMT(WS-BR-IX, WS-CODE-IX) TO BX-REJECT-AMT
    MOVE WS-BR-SUS-CNT(WS-BR-IX, WS-CODE-IX) TO BX-SUSPECT-CNT
    MOVE WS-BR-SUS-AMT(WS-BR-IX, WS-CODE-IX) TO BX-SUSPECT-AMT
    WRITE BX-EXTRACT-RECORD.

WRITE-BRANCH-EXTRACT-PARA.
    MOVE SPACES TO BX-EXTRACT-RECORD
    SET BX-BRANCH-TOTALS TO TRUE
    MOVE WS-BR-ID(WS-BR-IX) TO BX-BRANCH-ID
    MOVE WS-BUSINESS-DATE TO BX-BUSINESS-DATE
    MOVE WS-BR-RECV-CNT(WS-BR-IX) TO BX-BATCH-RECV-CNT
    MOVE WS-BR-BAL-CNT(WS-BR-IX) TO BX-BATCH-BAL-CNT
    MOVE WS-BR-HELD-CNT(WS-BR-IX) TO BX-BATCH-HELD-CNT
    MOVE WS-BR-NET(WS-BR-IX) TO BX-NET-MOVEMENT
    MOVE WS-BR-XB-KEYED(WS-BR-IX) TO BX-XB-KEYED-CNT
    MOVE WS-BR-XB-OWNED(WS-BR-IX) TO BX-XB-OWNED-CNT
    WRITE BX-EXTRACT-RECORD.

*> ---------------------------------------------------------------
*> REPORT-HEADER-PARA / REPORT-TRAILER-PARA
*> The trailer's batch figures tie to the BATCHRPT trailer and its
*> record counts to the day's OUTFILE, REJECTS and SUSPECTS - every
*> record on them is attributed somewhere, *NOREF* included.
*> ---------------------------------------------------------------
REPORT-HEADER-PARA.
    MOVE SPACES TO WS-RPT-LINE
    STRING 'BRANCH SETTLEMENT REPORT - BUSINESS DATE '
               DELIMITED BY SIZE,
           WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

REPORT-TRAILER-PARA.
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Branches reported     : ' DELIMITED BY SIZE,
           WS-BRANCH-LISTED-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Batches received      : ' DELIMITED BY SIZE,
           WS-TOT-RECV-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Batches balanced      : ' DELIMITED BY SIZE,
           WS-TOT-BAL-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Batches held          : ' DELIMITED BY SIZE,
           WS-TOT-HELD-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Stray records         : ' DELIMITED BY SIZE,
           WS-STRAY-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE WS-TOT-PST-AMT TO WS-TOT-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Records posted        : ' DELIMITED BY SIZE,
           WS-TOT-PST-CNT DELIMITED BY SIZE,
           '  ' DELIMITED BY SIZE,
           WS-TOT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE WS-TOT-REJ-AMT TO WS-TOT-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Records rejected      : ' DELIMITED BY SIZE,
           WS-TOT-REJ-CNT DELIMITED BY SIZE,
           '  ' DELIMITED BY SIZE,
           WS-TOT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE WS-TOT-SUS-AMT TO WS-TOT-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Records suspected     : ' DELIMITED BY SIZE,
           WS-TOT-SUS-CNT DELIMITED BY SIZE,
           '  ' DELIMITED BY SIZE,
           WS-TOT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE WS-TOT-NET TO WS-NET-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Net movement, all     : ' DELIMITED BY SIZE,
           WS-NET-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Cross-branch records  : ' DELIMITED BY SIZE,
           WS-TOT-XB-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    IF WS-BR-OVERFLOW-CNT > 0
        MOVE SPACES TO WS-RPT-LINE
        STRING 'WARNING: ' DELIMITED BY SIZE,
               WS-BR-OVERFLOW-CNT DELIMITED BY SIZE,
               ' branch ids past the table limit - not reported.'
                   DELIMITED BY SIZE
            INTO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF.
