IDENTIFICATION DIVISION.
PROGRAM-ID. DORMANT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Dormancy parameter card. No default, deliberately: a
    *> regulatory threshold is not something to guess at, so a
    *> missing or unreadable card reports nothing and says so - the
    *> same no-default stance as THRESHRPT's card.
    SELECT PARMFILE ASSIGN TO DRMPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    *> The account reference master - walked in key order, read-only.
    *> It decides which accounts are in scope (open and frozen;
    *> closed accounts cannot go dormant) and supplies holder name,
    *> branch and the date opened.
    SELECT REFFILE ASSIGN TO ACCTREF
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RF-ACCOUNT-NUMBER
        FILE STATUS IS WS-REF-STATUS.
    *> The live history journal, browsed per account for its latest
    *> customer activity.
    SELECT HISTFILE ASSIGN TO ACCTHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HX-HIST-KEY
        FILE STATUS IS WS-HIST-STATUS.
    *> The accumulated history archives HISTPURG unloads, concatenated
    *> by the JCL the same way ACCTSTMT takes them. An account quiet
    *> since before the live cutoff has its last activity only here.
    SELECT ARCFILE ASSIGN TO HISTARCH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARC-STATUS.
    *> The archive's customer activity regrouped by account, so one
    *> pass of it lines up with the reference walk.
    SELECT SORTFILE ASSIGN TO SORTWK.
    *> Read only for the balance shown on the reports.
    SELECT BALFILE ASSIGN TO BALLEDGR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BL-ACCOUNT-NUMBER
        FILE STATUS IS WS-BALFILE-STATUS.
    *> Freeze cards in REFMAINT's REFCARDS layout, one per open
    *> account found dormant. Nothing is frozen here - the account
    *> services desk reviews the deck and stages it for approval
    *> (AUTHSTG) like any other REFMAINT card.
    SELECT CARDFILE ASSIGN TO FRZCARDS
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RPTFILE ASSIGN TO DRMRPT
        ORGANIZATION IS LINE SEQUENTIAL.
    *> Unclaimed-property candidates: accounts quiet past the second,
    *> longer threshold, listed separately for the escheatment
    *> review.
    SELECT UNCLFILE ASSIGN TO UNCLRPT
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> One card:
*>   01-03  dormancy threshold in months: an account whose last
*>          customer activity is this many months or more before
*>          the as-of date is dormant
*>   05-07  unclaimed-property threshold in months, longer than the
*>          dormancy threshold; spaces or zeros produce no
*>          unclaimed-property list
*>   09-16  as-of date (YYYYMMDD), optional; spaces or zeros mean
*>          today
FD PARMFILE.
01 PARM-RECORD.
    05 PD-DORMANT-MONTHS PIC 9(03).
    05 FILLER            PIC X(01).
    05 PD-UNCLAIM-MONTHS PIC X(03).
    05 PD-UNCLAIM-MONTHS-N REDEFINES PD-UNCLAIM-MONTHS PIC 9(03).
    05 FILLER            PIC X(01).
    05 PD-AS-OF-DATE     PIC X(08).
    05 FILLER            PIC X(64).

FD REFFILE.
01 RF-REFERENCE-RECORD.
    COPY REFREC.

FD HISTFILE.
01 HX-HISTORY-RECORD.
    COPY HISTREC.

FD ARCFILE.
01 AR-ARCHIVE-RECORD.
    COPY HISTREC REPLACING LEADING ==HX-== BY ==AR-==.

SD SORTFILE.
01 SRT-SORT-RECORD.
    05 SRT-ACCOUNT-NUMBER PIC X(10).
    05 SRT-TRANS-DATE     PIC X(08).

FD BALFILE.
01 BL-BALANCE-RECORD.
    05 BL-ACCOUNT-NUMBER PIC X(10).
    05 BL-OPEN-BALANCE   PIC S9(9)V99 SIGN LEADING SEPARATE.
    05 BL-CLOSE-BALANCE  PIC S9(9)V99 SIGN LEADING SEPARATE.
    05 BL-RUN-DATE       PIC 9(08).

*> REFMAINT's card layout: account in 01-10, action in 12.
FD CARDFILE.
01 CARD-RECORD.
    05 CD-ACCOUNT-NUMBER PIC X(10).
    05 FILLER            PIC X(01).
    05 CD-ACTION-CODE    PIC X(01).
    05 FILLER            PIC X(68).

FD RPTFILE.
01 RPT-RECORD PIC X(80).

FD UNCLFILE.
01 UNCL-RECORD PIC X(80).

WORKING-STORAGE SECTION.
01 WS-PARM-STATUS    PIC X(02) VALUE '00'.
01 WS-REF-STATUS     PIC X(02) VALUE '00'.
01 WS-HIST-STATUS    PIC X(02) VALUE '00'.
01 WS-ARC-STATUS     PIC X(02) VALUE '00'.
01 WS-BALFILE-STATUS PIC X(02) VALUE '00'.
01 WS-REF-EOF PIC X VALUE 'N'.
   88 REF-AT-EOF VALUE 'Y'.
01 WS-ARC-EOF PIC X VALUE 'N'.
   88 ARC-AT-EOF VALUE 'Y'.
01 WS-SORT-EOF PIC X VALUE 'N'.
   88 SORT-AT-EOF VALUE 'Y'.
01 WS-BROWSE-SW PIC X VALUE 'N'.
   88 BROWSE-DONE VALUE 'Y'.
01 WS-PARM-OK-SW PIC X VALUE 'N'.
   88 PARMS-LOADED VALUE 'Y'.
*> Set when the card or a file the scan cannot do without is
*> missing - nothing is reported or carded past this switch.
01 WS-ABANDON-SW PIC X VALUE 'N'.
   88 RUN-ABANDONED VALUE 'Y'.
*> Cleared when the archive would not open: the scan still runs
*> on the live journal, but an account whose only activity was
*> archived then looks quieter than it is, so the report says so.
01 WS-ARC-READ-SW PIC X VALUE 'Y'.
   88 ARCHIVE-READ VALUE 'Y'.
01 WS-BAL-OPEN-SW PIC X VALUE 'N'.
   88 BALFILE-OPEN VALUE 'Y'.
01 WS-UNCL-SW PIC X VALUE 'N'.
   88 UNCLAIM-REQUESTED VALUE 'Y'.
01 WS-CUST-SW PIC X VALUE 'N'.
   88 CUSTOMER-ACTIVITY VALUE 'Y'.

01 WS-DORMANT-MONTHS PIC 9(03) VALUE 0.
01 WS-UNCLAIM-MONTHS PIC 9(03) VALUE 0.
01 WS-AS-OF-DATE PIC 9(08) VALUE 0.
01 WS-AS-OF-DATE-R REDEFINES WS-AS-OF-DATE.
    05 WS-AS-OF-YEAR  PIC 9(04).
    05 WS-AS-OF-MONTH PIC 9(02).
    05 WS-AS-OF-DAY   PIC 9(02).
*> The cutoffs: the as-of date stepped back the threshold's months,
*> day of month kept. Last activity on or before a cutoff is past
*> that threshold. A day the earlier month lacks (31 April) still
*> orders correctly against real dates, so it is left as it falls.
01 WS-DORMANT-CUTOFF PIC 9(08) VALUE 0.
01 WS-UNCLAIM-CUTOFF PIC 9(08) VALUE 0.
01 WS-CUT-BACK   PIC 9(03) VALUE 0.
01 WS-CUT-DATE   PIC 9(08) VALUE 0.
01 WS-CUT-MONTHS PIC S9(07) VALUE 0 COMP.
01 WS-CUT-YEAR   PIC 9(04) VALUE 0 COMP.
01 WS-CUT-MONTH  PIC 9(02) VALUE 0 COMP.

*> The account being assessed.
01 WS-LAST-ACTIVITY PIC X(08) VALUE SPACES.
01 WS-LAST-ACTIVITY-N REDEFINES WS-LAST-ACTIVITY PIC 9(08).
01 WS-ACCT-BALANCE PIC S9(9)V99 VALUE 0.
*> '*' when the account has no customer activity anywhere - the
*> date shown is then the date it was opened.
01 WS-ACCT-NOTE PIC X(01) VALUE SPACE.

01 WS-ARC-IN-CNT    PIC 9(07) VALUE 0.
01 WS-ARC-CUST-CNT  PIC 9(07) VALUE 0.
01 WS-SCAN-CNT      PIC 9(07) VALUE 0.
01 WS-DORMANT-CNT   PIC 9(07) VALUE 0.
01 WS-CARD-CNT      PIC 9(07) VALUE 0.
01 WS-FROZEN-CNT    PIC 9(07) VALUE 0.
01 WS-UNCLAIM-CNT   PIC 9(07) VALUE 0.
01 WS-NEVER-CNT     PIC 9(07) VALUE 0.
01 WS-DORMANT-TOTAL PIC S9(13)V99 VALUE 0.
01 WS-UNCLAIM-TOTAL PIC S9(13)V99 VALUE 0.

01 WS-TOT-ED PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-RPT-LINE PIC X(80).
01 WS-DTL-LINE.
    05 WS-DTL-ACCOUNT PIC X(10).
    05 FILLER         PIC X(01) VALUE SPACE.
    05 WS-DTL-BRANCH  PIC X(08).
    05 FILLER         PIC X(01) VALUE SPACE.
    05 WS-DTL-HOLDER  PIC X(25).
    05 FILLER         PIC X(01) VALUE SPACE.
    05 WS-DTL-LAST    PIC X(08).
    05 FILLER         PIC X(01) VALUE SPACE.
    05 WS-DTL-BALANCE PIC -ZZZ,ZZZ,ZZ9.99.
    05 FILLER         PIC X(01) VALUE SPACE.
    05 WS-DTL-NOTE    PIC X(08).
    05 WS-DTL-NEVER   PIC X(01).

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM READ-PARM-PARA
    OPEN OUTPUT RPTFILE
    OPEN OUTPUT UNCLFILE
    OPEN OUTPUT CARDFILE
    PERFORM REPORT-HEADER-PARA
    IF NOT PARMS-LOADED
        SET RUN-ABANDONED TO TRUE
        MOVE 'DORMANCY CARD MISSING OR UNREADABLE - NOTHING REPORTED.'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    IF NOT RUN-ABANDONED
        OPEN INPUT REFFILE
        IF WS-REF-STATUS NOT = '00'
            SET RUN-ABANDONED TO TRUE
            MOVE 'REFERENCE MASTER WOULD NOT OPEN - NOTHING REPORTED.'
                TO WS-RPT-LINE
            WRITE RPT-RECORD FROM WS-RPT-LINE
        END-IF
    END-IF
    IF NOT RUN-ABANDONED
        OPEN INPUT HISTFILE
        IF WS-HIST-STATUS NOT = '00'
            SET RUN-ABANDONED TO TRUE
            MOVE 'HISTORY FILE WOULD NOT OPEN - NOTHING REPORTED.'
                TO WS-RPT-LINE
            WRITE RPT-RECORD FROM WS-RPT-LINE
            CLOSE REFFILE
        END-IF
    END-IF
    IF NOT RUN-ABANDONED
        *> The balance is information on the reports, not a deciding
        *> figure - a ledger that will not open prints zero balances
        *> rather than stopping the scan.
        OPEN INPUT BALFILE
        IF WS-BALFILE-STATUS = '00'
            SET BALFILE-OPEN TO TRUE
        END-IF
        SORT SORTFILE
            ON ASCENDING KEY SRT-ACCOUNT-NUMBER
            INPUT PROCEDURE IS ARCHIVE-INTAKE-PARA
            OUTPUT PROCEDURE IS DORMANCY-SCAN-PARA
        CLOSE REFFILE
        CLOSE HISTFILE
        IF BALFILE-OPEN
            CLOSE BALFILE
        END-IF
    END-IF
    PERFORM REPORT-TRAILER-PARA
    CLOSE CARDFILE
    CLOSE UNCLFILE
    CLOSE RPTFILE
    IF RUN-ABANDONED
        MOVE 12 TO RETURN-CODE
    END-IF
    DISPLAY 'Dormancy scan complete. Dormant: ' WS-DORMANT-CNT
        ' Freeze cards: ' WS-CARD-CNT ' Unclaimed: ' WS-UNCLAIM-CNT
    STOP RUN.

*> ---------------------------------------------------------------
*> READ-PARM-PARA
*> Loads the thresholds and optional as-of date, and derives both
*> cutoffs by plain year/month arithmetic. An unclaimed threshold
*> that is not longer than the dormancy one makes no sense and
*> rejects the card outright rather than running half of it.
*> ---------------------------------------------------------------
READ-PARM-PARA.
    OPEN INPUT PARMFILE
    IF WS-PARM-STATUS = '00'
        READ PARMFILE
            AT END
                CONTINUE
            NOT AT END
                IF PD-DORMANT-MONTHS NUMERIC
                   AND PD-DORMANT-MONTHS > 0
                    MOVE PD-DORMANT-MONTHS TO WS-DORMANT-MONTHS
                    SET PARMS-LOADED TO TRUE
                END-IF
                IF PD-UNCLAIM-MONTHS NOT = SPACES
                   AND PD-UNCLAIM-MONTHS NOT = '000'
                    IF PD-UNCLAIM-MONTHS-N NUMERIC
                       AND PD-UNCLAIM-MONTHS-N > WS-DORMANT-MONTHS
                        MOVE PD-UNCLAIM-MONTHS-N TO WS-UNCLAIM-MONTHS
                        SET UNCLAIM-REQUESTED TO TRUE
                    ELSE
                        MOVE 'N' TO WS-PARM-OK-SW
                    END-IF
                END-IF
                IF PD-AS-OF-DATE NUMERIC
                   AND PD-AS-OF-DATE NOT = '00000000'
                    MOVE PD-AS-OF-DATE TO WS-AS-OF-DATE
                END-IF
        END-READ
        CLOSE PARMFILE
    END-IF
    IF PARMS-LOADED
        IF WS-AS-OF-DATE = 0
            ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
        END-IF
        MOVE WS-DORMANT-MONTHS TO WS-CUT-BACK
        PERFORM CUTOFF-DATE-PARA
        MOVE WS-CUT-DATE TO WS-DORMANT-CUTOFF
        IF UNCLAIM-REQUESTED
            MOVE WS-UNCLAIM-MONTHS TO WS-CUT-BACK
            PERFORM CUTOFF-DATE-PARA
            MOVE WS-CUT-DATE TO WS-UNCLAIM-CUTOFF
        END-IF
    END-IF.

CUTOFF-DATE-PARA.
    COMPUTE WS-CUT-MONTHS = WS-AS-OF-YEAR * 12
        + WS-AS-OF-MONTH - 1 - WS-CUT-BACK
    IF WS-CUT-MONTHS < 0
        MOVE 0 TO WS-CUT-MONTHS
    END-IF
    DIVIDE WS-CUT-MONTHS BY 12 GIVING WS-CUT-YEAR
        REMAINDER WS-CUT-MONTH
    ADD 1 TO WS-CUT-MONTH
    COMPUTE WS-CUT-DATE = WS-CUT-YEAR * 10000
        + WS-CUT-MONTH * 100 + WS-AS-OF-DAY.

*> ---------------------------------------------------------------
*> ARCHIVE-INTAKE-PARA
*> The sort's input procedure: every archived entry that counts as
*> customer activity, cut down to account and date. No archive (or
*> DD DUMMY) is an empty sort, not a failure.
*> ---------------------------------------------------------------
ARCHIVE-INTAKE-PARA.
    OPEN INPUT ARCFILE
    IF WS-ARC-STATUS NOT = '00'
        MOVE 'N' TO WS-ARC-READ-SW
    ELSE
        PERFORM UNTIL ARC-AT-EOF
            READ ARCFILE
                AT END
                    SET ARC-AT-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-ARC-IN-CNT
                    MOVE AR-TRANS-CODE TO HX-TRANS-CODE
                    MOVE AR-DESCRIPTION TO HX-DESCRIPTION
                    PERFORM CHECK-CUSTOMER-PARA
                    IF CUSTOMER-ACTIVITY
                        ADD 1 TO WS-ARC-CUST-CNT
                        MOVE AR-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER
                        MOVE AR-TRANS-DATE TO SRT-TRANS-DATE
                        RELEASE SRT-SORT-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCFILE
    END-IF.

*> ---------------------------------------------------------------
*> CHECK-CUSTOMER-PARA
*> Whether a history entry (code and description in HX-) is the
*> customer's own activity. The postings the bank generates itself
*> are recognised by the fixed descriptions their generators stamp
*> on them: INTACCR's monthly interest credit and service charge,
*> and FILEPROC's insufficient-funds fee. Everything else counts.
*> ---------------------------------------------------------------
CHECK-CUSTOMER-PARA.
    SET CUSTOMER-ACTIVITY TO TRUE
    EVALUATE TRUE
        WHEN HX-TRANS-CODE = 'R'
             AND HX-DESCRIPTION = 'MONTHLY INTEREST ACCRUAL'
            MOVE 'N' TO WS-CUST-SW
        WHEN HX-TRANS-CODE = 'D'
             AND HX-DESCRIPTION = 'MONTHLY SERVICE CHARGE'
            MOVE 'N' TO WS-CUST-SW
        WHEN HX-TRANS-CODE = 'D'
             AND HX-DESCRIPTION = 'INSUFFICIENT FUNDS FEE'
            MOVE 'N' TO WS-CUST-SW
    END-EVALUATE.

*> ---------------------------------------------------------------
*> DORMANCY-SCAN-PARA
*> The sort's output procedure: the reference master walked in key
*> order, with the sorted archive activity consumed alongside it.
*> ---------------------------------------------------------------
DORMANCY-SCAN-PARA.
    PERFORM RETURN-ARCHIVE-PARA
    MOVE LOW-VALUES TO RF-ACCOUNT-NUMBER
    START REFFILE KEY NOT < RF-ACCOUNT-NUMBER
        INVALID KEY
            SET REF-AT-EOF TO TRUE
    END-START
    PERFORM UNTIL REF-AT-EOF
        READ REFFILE NEXT RECORD
            AT END
                SET REF-AT-EOF TO TRUE
            NOT AT END
                PERFORM ASSESS-ACCOUNT-PARA
        END-READ
        IF WS-REF-STATUS NOT = '00'
            SET REF-AT-EOF TO TRUE
        END-IF
    END-PERFORM.

RETURN-ARCHIVE-PARA.
    RETURN SORTFILE
        AT END
            SET SORT-AT-EOF TO TRUE
    END-RETURN.

*> ---------------------------------------------------------------
*> ASSESS-ACCOUNT-PARA
*> The latest customer activity from the archive and then the live
*> journal (live history is always newer than archived). An account
*> with none anywhere is measured from the date it was opened. Open
*> and frozen accounts are assessed; only open ones get a freeze
*> card - a frozen account is already stopped, but still has to
*> reach the unclaimed-property list as it ages.
*> ---------------------------------------------------------------
ASSESS-ACCOUNT-PARA.
    MOVE '00000000' TO WS-LAST-ACTIVITY
    PERFORM UNTIL SORT-AT-EOF
               OR SRT-ACCOUNT-NUMBER > RF-ACCOUNT-NUMBER
        IF SRT-ACCOUNT-NUMBER = RF-ACCOUNT-NUMBER
           AND SRT-TRANS-DATE > WS-LAST-ACTIVITY
            MOVE SRT-TRANS-DATE TO WS-LAST-ACTIVITY
        END-IF
        PERFORM RETURN-ARCHIVE-PARA
    END-PERFORM
    IF RF-STATUS-OPEN OR RF-STATUS-FROZEN
        ADD 1 TO WS-SCAN-CNT
        PERFORM LIVE-ACTIVITY-PARA
        MOVE SPACE TO WS-ACCT-NOTE
        IF WS-LAST-ACTIVITY = '00000000'
            ADD 1 TO WS-NEVER-CNT
            MOVE '*' TO WS-ACCT-NOTE
            IF RF-OPEN-DATE NUMERIC
                MOVE RF-OPEN-DATE TO WS-LAST-ACTIVITY-N
            END-IF
        END-IF
        IF WS-LAST-ACTIVITY-N NOT > WS-DORMANT-CUTOFF
            PERFORM GET-BALANCE-PARA
            PERFORM REPORT-DORMANT-PARA
            IF UNCLAIM-REQUESTED
               AND WS-LAST-ACTIVITY-N NOT > WS-UNCLAIM-CUTOFF
                PERFORM REPORT-UNCLAIMED-PARA
            END-IF
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> LIVE-ACTIVITY-PARA
*> One keyed browse of the account's live history; the key keeps
*> it in date order, so the last customer entry read is the latest.
*> ---------------------------------------------------------------
LIVE-ACTIVITY-PARA.
    MOVE 'N' TO WS-BROWSE-SW
    MOVE RF-ACCOUNT-NUMBER TO HX-ACCOUNT-NUMBER
    MOVE LOW-VALUES TO HX-TRANS-DATE
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
                IF HX-ACCOUNT-NUMBER NOT = RF-ACCOUNT-NUMBER
                    SET BROWSE-DONE TO TRUE
                ELSE
                    PERFORM CHECK-CUSTOMER-PARA
                    IF CUSTOMER-ACTIVITY
                       AND HX-TRANS-DATE > WS-LAST-ACTIVITY
                        MOVE HX-TRANS-DATE TO WS-LAST-ACTIVITY
                    END-IF
                END-IF
        END-READ
        *> A failed READ NEXT raises neither phrase above; without
        *> this the browse would spin on the same failing READ.
        IF WS-HIST-STATUS NOT = '00'
            SET BROWSE-DONE TO TRUE
        END-IF
    END-PERFORM
    MOVE '00' TO WS-HIST-STATUS.

GET-BALANCE-PARA.
    MOVE 0 TO WS-ACCT-BALANCE
    IF BALFILE-OPEN
        MOVE RF-ACCOUNT-NUMBER TO BL-ACCOUNT-NUMBER
        READ BALFILE
            INVALID KEY
                MOVE '00' TO WS-BALFILE-STATUS
            NOT INVALID KEY
                MOVE BL-CLOSE-BALANCE TO WS-ACCT-BALANCE
        END-READ
    END-IF.

*> ---------------------------------------------------------------
*> REPORT-DORMANT-PARA / REPORT-UNCLAIMED-PARA
*> One line per account. An open dormant account also gets its
*> freeze card; a frozen one is marked as such and carded no
*> further.
*> ---------------------------------------------------------------
REPORT-DORMANT-PARA.
    ADD 1 TO WS-DORMANT-CNT
    ADD WS-ACCT-BALANCE TO WS-DORMANT-TOTAL
    PERFORM BUILD-DETAIL-PARA
    IF RF-STATUS-OPEN
        MOVE SPACES TO CARD-RECORD
        MOVE RF-ACCOUNT-NUMBER TO CD-ACCOUNT-NUMBER
        MOVE 'F' TO CD-ACTION-CODE
        WRITE CARD-RECORD
        ADD 1 TO WS-CARD-CNT
        MOVE 'CARDED' TO WS-DTL-NOTE
    ELSE
        ADD 1 TO WS-FROZEN-CNT
        MOVE 'FROZEN' TO WS-DTL-NOTE
    END-IF
    MOVE WS-ACCT-NOTE TO WS-DTL-NEVER
    WRITE RPT-RECORD FROM WS-DTL-LINE.

REPORT-UNCLAIMED-PARA.
    ADD 1 TO WS-UNCLAIM-CNT
    ADD WS-ACCT-BALANCE TO WS-UNCLAIM-TOTAL
    PERFORM BUILD-DETAIL-PARA
    IF RF-STATUS-FROZEN
        MOVE 'FROZEN' TO WS-DTL-NOTE
    END-IF
    MOVE WS-ACCT-NOTE TO WS-DTL-NEVER
    WRITE UNCL-RECORD FROM WS-DTL-LINE.

BUILD-DETAIL-PARA.
    MOVE SPACES TO WS-DTL-NOTE
    MOVE RF-ACCOUNT-NUMBER TO WS-DTL-ACCOUNT
    MOVE RF-BRANCH-ID TO WS-DTL-BRANCH
    MOVE RF-HOLDER-NAME TO WS-DTL-HOLDER
    MOVE WS-LAST-ACTIVITY TO WS-DTL-LAST
    MOVE WS-ACCT-BALANCE TO WS-DTL-BALANCE.

*> ---------------------------------------------------------------
*> REPORT-HEADER-PARA / REPORT-TRAILER-PARA
*> ---------------------------------------------------------------
REPORT-HEADER-PARA.
    MOVE SPACES TO WS-RPT-LINE
    STRING 'DORMANT ACCOUNT REPORT - AS OF ' DELIMITED BY SIZE,
           WS-AS-OF-DATE DELIMITED BY SIZE,
           ' - NO ACTIVITY SINCE ' DELIMITED BY SIZE,
           WS-DORMANT-CUTOFF DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'ACCOUNT    BRANCH   HOLDER                    '
           'LAST ACT         BALANCE NOTE'
               DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'UNCLAIMED-PROPERTY CANDIDATES - AS OF ' DELIMITED BY SIZE,
           WS-AS-OF-DATE DELIMITED BY SIZE,
           ' - NO ACTIVITY SINCE ' DELIMITED BY SIZE,
           WS-UNCLAIM-CUTOFF DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE UNCL-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    WRITE UNCL-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'ACCOUNT    BRANCH   HOLDER                    '
           'LAST ACT         BALANCE NOTE'
               DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE UNCL-RECORD FROM WS-RPT-LINE.

REPORT-TRAILER-PARA.
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    WRITE UNCL-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING '* = NO CUSTOMER ACTIVITY ON RECORD - '
           'DATE SHOWN IS DATE OPENED.'
               DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    WRITE UNCL-RECORD FROM WS-RPT-LINE
    IF NOT ARCHIVE-READ
        MOVE 'WARNING: ARCHIVE NOT READ - LIVE HISTORY ONLY.'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
        WRITE UNCL-RECORD FROM WS-RPT-LINE
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Accounts assessed      : ' DELIMITED BY SIZE,
           WS-SCAN-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Archive entries read   : ' DELIMITED BY SIZE,
           WS-ARC-IN-CNT DELIMITED BY SIZE,
           ' (customer ' DELIMITED BY SIZE,
           WS-ARC-CUST-CNT DELIMITED BY SIZE,
           ')' DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'No activity ever       : ' DELIMITED BY SIZE,
           WS-NEVER-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Dormant accounts       : ' DELIMITED BY SIZE,
           WS-DORMANT-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Freeze cards written   : ' DELIMITED BY SIZE,
           WS-CARD-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Dormant, already frozen: ' DELIMITED BY SIZE,
           WS-FROZEN-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE WS-DORMANT-TOTAL TO WS-TOT-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Dormant balances       : ' DELIMITED BY SIZE,
           WS-TOT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    WRITE UNCL-RECORD FROM WS-RPT-LINE
    IF UNCLAIM-REQUESTED
        MOVE SPACES TO WS-RPT-LINE
        STRING 'Unclaimed candidates   : ' DELIMITED BY SIZE,
               WS-UNCLAIM-CNT DELIMITED BY SIZE
            INTO WS-RPT-LINE
        WRITE UNCL-RECORD FROM WS-RPT-LINE
        MOVE WS-UNCLAIM-TOTAL TO WS-TOT-ED
        MOVE SPACES TO WS-RPT-LINE
        STRING 'Unclaimed balances     : ' DELIMITED BY SIZE,
               WS-TOT-ED DELIMITED BY SIZE
            INTO WS-RPT-LINE
        WRITE UNCL-RECORD FROM WS-RPT-LINE
    ELSE
        MOVE 'NO UNCLAIMED-PROPERTY THRESHOLD ON CARD - NONE LISTED.'
            TO WS-RPT-LINE
        WRITE UNCL-RECORD FROM WS-RPT-LINE
    END-IF.
