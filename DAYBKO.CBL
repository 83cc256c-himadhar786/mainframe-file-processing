IDENTIFICATION DIVISION.
PROGRAM-ID. DAYBKO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Which posting day to back out: the business date, and
    *> optionally the branch and/or batch number whose work alone
    *> is to come out.
    SELECT PARMFILE ASSIGN TO DBKPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    *> Processing calendar shared with the other stamping jobs -
    *> see CALENDAR-CHECK-PARA for the rules a backout adds.
    SELECT CALFILE ASSIGN TO RUNCAL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CA-CAL-KEY
        FILE STATUS IS WS-CAL-STATUS.
    *> The shared audit log - the backout's own line, and calendar
    *> refusals with RC 16 so the scheduler alerts.
    SELECT AUDITFILE ASSIGN TO AUDITLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    *> FILEPROC's batch control report and the input it read, for a
    *> branch or batch backout only: which envelopes balanced and
    *> posted, and the records each of them carried.
    SELECT BRPTFILE ASSIGN TO BATCHRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRPT-STATUS.
    SELECT INFILE ASSIGN TO INFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INFILE-STATUS.
    *> The output generation the backed-out run rolled: every record
    *> it posted, in posting order, transfer receiving legs included.
    SELECT OUTFILE ASSIGN TO OUTFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUTFILE-STATUS.
    *> FILEPROC's master journal - the before-image of every ACCTIDX
    *> record the run changed.
    SELECT IDXJRNLFILE ASSIGN TO IDXJRNL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IDXJRNL-STATUS.
    *> The three keyed files the run posted to.
    SELECT OUTIDX ASSIGN TO ACCTIDX
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OI-ACCOUNT-NUMBER
        FILE STATUS IS WS-OUTIDX-STATUS.
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
    *> Sort work: the run's postings regrouped by account, each
    *> account's in the order the run posted them.
    SELECT SORTFILE ASSIGN TO SORTWK.
    *> The offsetting GL batch, in GLEXTRACT's layout.
    SELECT GLFILE ASSIGN TO GLBKO
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RPTFILE ASSIGN TO DBKRPT
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The reject suspense file, old-in/new-out as SUSPREPR keeps it
    *> (the JCL swaps SUSPOUT in behind us): the backed-out run's
    *> open items are closed out, since the rerun suspends afresh
    *> whatever still rejects.
    SELECT SUSPIN ASSIGN TO SUSPIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPIN-STATUS.
    SELECT SUSPOUT ASSIGN TO SUSPOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPOUT-STATUS.

DATA DIVISION.
FILE SECTION.
*> One card selecting the work to back out:
*>   01-08  business date (YYYYMMDD) - required
*>   10-17  branch id as keyed on the batch header - optional
*>   19-22  batch number - optional
*> With neither branch nor batch, the whole day comes out. Batch
*> numbers are per branch, so a batch number alone takes that
*> number from every branch that sent one.
FD PARMFILE.
01 PARM-RECORD.
    05 PD-BUSINESS-DATE PIC 9(08).
    05 FILLER           PIC X(01).
    05 PD-BRANCH-ID     PIC X(08).
    05 FILLER           PIC X(01).
    05 PD-BATCH-NUMBER  PIC X(04).
    05 FILLER           PIC X(58).

FD CALFILE.
01 CA-CALENDAR-RECORD.
    COPY CALREC.

FD AUDITFILE.
01 AUDIT-RECORD PIC X(132).

*> A disposition line as FILEPROC writes it - see BRSETTLE.
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

FD IDXJRNLFILE.
01 JR-JOURNAL-RECORD.
    COPY JRNLREC.

FD OUTIDX.
01 OI-ACCOUNT-RECORD.
    COPY ACCTREC REPLACING LEADING ==FP-== BY ==OI-==.

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

*> A posting as the run applied it to the account in its first ten
*> bytes, and whether this backout takes it out.
SD SORTFILE.
01 SB-SORT-RECORD.
    05 SB-DETAIL.
        10 SB-ACCOUNT-NUMBER PIC X(10).
        10 FILLER            PIC X(70).
    05 SB-SELECT-SW          PIC X(01).

*> Same 103-byte batch GLEXTRACT sends - see its layout notes.
FD GLFILE.
01 GL-RECORD.
    05 GL-REC-TYPE        PIC X(01).
    05 GL-ACCOUNT-NUMBER  PIC X(10).
    05 GL-CODE            PIC X(03).
    05 GL-AMOUNT          PIC 9(9)V99.
    05 GL-TRANS-DATE      PIC X(08).
    05 GL-DESCRIPTION     PIC X(28).
    05 FILLER             PIC X(42).
01 GL-HEADER-RECORD.
    05 GH-REC-TYPE        PIC X(01).
    05 GH-BATCH-DATE      PIC 9(08).
    05 GH-SOURCE-SYSTEM   PIC X(08).
    05 FILLER             PIC X(86).
01 GL-TRAILER-RECORD.
    05 GT-REC-TYPE        PIC X(01).
    05 GT-RECORD-COUNT    PIC 9(09).
    05 GT-HASH-TOTAL      PIC 9(13)V99.
    05 GT-TOTAL-100       PIC 9(11)V99.
    05 GT-TOTAL-200       PIC 9(11)V99.
    05 GT-TOTAL-300       PIC 9(11)V99.
    05 GT-TOTAL-400       PIC 9(11)V99.
    05 GT-TOTAL-500       PIC 9(11)V99.
    05 GT-TOTAL-999       PIC 9(11)V99.

FD RPTFILE.
01 RPT-RECORD PIC X(80).

FD SUSPIN.
01 SP-SUSPENSE-RECORD.
    COPY SUSPREC.

FD SUSPOUT.
01 SO-SUSPENSE-RECORD.
    COPY SUSPREC REPLACING LEADING ==SP-== BY ==SO-==.

WORKING-STORAGE SECTION.
01 WS-PARM-STATUS    PIC X(02) VALUE '00'.
01 WS-CAL-STATUS     PIC X(02) VALUE '00'.
01 WS-AUDIT-STATUS   PIC X(02) VALUE '00'.
01 WS-BRPT-STATUS    PIC X(02) VALUE '00'.
01 WS-INFILE-STATUS  PIC X(02) VALUE '00'.
01 WS-OUTFILE-STATUS PIC X(02) VALUE '00'.
01 WS-IDXJRNL-STATUS PIC X(02) VALUE '00'.
01 WS-OUTIDX-STATUS  PIC X(02) VALUE '00'.
01 WS-BALFILE-STATUS PIC X(02) VALUE '00'.
01 WS-HIST-STATUS    PIC X(02) VALUE '00'.
01 WS-SUSPIN-STATUS  PIC X(02) VALUE '00'.
01 WS-SUSPOUT-STATUS PIC X(02) VALUE '00'.

*> Calendar gate state - see CALENDAR-CHECK-PARA. The date the
*> gate works under is the business date being backed out, not
*> today's.
01 WS-RUN-DATE PIC 9(08) VALUE 0.
01 WS-RUN-TIME PIC 9(08) VALUE 0.
01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
01 WS-REFUSE-SW PIC X VALUE 'N'.
   88 RUN-REFUSED VALUE 'Y'.
01 WS-REFUSE-REASON PIC X(44) VALUE SPACES.
01 WS-CAL-JOB  PIC X(08) VALUE 'DAYBKO'.
01 WS-CAL-PRED PIC X(08) VALUE 'FILEPROC'.
*> MAINT corrects the master under the same business date; its
*> corrections sit on top of the day's postings, so they have to
*> come out (MAINTBKO) before the postings under them can.
01 WS-CAL-MAINT PIC X(08) VALUE 'MAINT'.
01 WS-CAL-EOF PIC X VALUE 'N'.
   88 CAL-SCAN-DONE VALUE 'Y'.
01 WS-AUDIT-LINE PIC X(132).
01 WS-RETURN-CODE PIC 9(02) VALUE 0.

*> The selection off DBKPARM.
01 WS-PARM-SW PIC X VALUE 'N'.
   88 PARM-VALID VALUE 'Y'.
01 WS-SELECT-BRANCH PIC X(08) VALUE SPACES.
01 WS-SELECT-BATCH  PIC X(04) VALUE SPACES.
01 WS-PARTIAL-SW PIC X VALUE 'N'.
   88 SELECT-PARTIAL VALUE 'Y'.
   88 SELECT-WHOLE-DAY VALUE 'N'.

*> Set when a file the backout cannot do without would not open, or
*> a table is too small for the day: nothing has been changed by
*> then, and a backout that restored half a day would be worse than
*> none, so the run stops there, hands the calendar date back and
*> ends RC 12. WS-OPEN-LEVEL counts the keyed and sequential files
*> OPEN-FILES-PARA got open, so only those are closed.
01 WS-ABANDON-SW PIC X VALUE 'N'.
   88 RUN-ABANDONED VALUE 'Y'.
01 WS-ABANDON-TEXT PIC X(40) VALUE SPACES.
01 WS-OPEN-LEVEL PIC 9(01) VALUE 0.
01 WS-EOF-SW PIC X VALUE 'N'.
   88 FILE-AT-EOF VALUE 'Y'.
01 WS-SORT-EOF-SW PIC X VALUE 'N'.
   88 SORT-AT-EOF VALUE 'Y'.

*> First before-image and last after-image per account off the
*> master journal for the business date. The first entry is the
*> record as the day found it (spaces: the day opened the key);
*> the last is what the day left, to tell whether anything has
*> changed the record since.
01 WS-JT-MAX PIC 9(05) VALUE 10000 COMP.
01 WS-JT-CNT PIC 9(05) VALUE 0 COMP.
01 WS-JT-IX  PIC 9(05) VALUE 0 COMP.
01 WS-JT-SX  PIC 9(05) VALUE 0 COMP.
01 WS-JT-TABLE.
    05 WS-JT-ENTRY OCCURS 10000.
        10 WS-JT-ACCOUNT PIC X(10).
        10 WS-JT-BEFORE  PIC X(80).
        10 WS-JT-AFTER   PIC X(80).
01 WS-JRNL-READ-CNT PIC 9(7) VALUE 0.
01 WS-JRNL-DATE-CNT PIC 9(7) VALUE 0.

*> Batch dispositions off the batch control report, claimed in
*> order as the INFILE walk meets each envelope - see BRSETTLE.
01 WS-BT-MAX PIC 9(04) VALUE 2000 COMP.
01 WS-BT-CNT PIC 9(04) VALUE 0 COMP.
01 WS-BT-IX  PIC 9(04) VALUE 0 COMP.
01 WS-BT-TABLE.
    05 WS-BT-ENTRY OCCURS 2000.
        10 WS-BT-BRANCH  PIC X(08).
        10 WS-BT-NUMBER  PIC X(04).
        10 WS-BT-DISP    PIC X(08).
01 WS-BATCH-OPEN-SW PIC X VALUE 'N'.
   88 BATCH-OPEN VALUE 'Y'.
01 WS-BATCH-TAKEN-SW PIC X VALUE 'N'.
   88 BATCH-TAKEN VALUE 'Y'.
01 WS-KEY-BRANCH PIC X(08) VALUE SPACES.
01 WS-KEY-BATCH  PIC X(04) VALUE SPACES.
01 WS-KEY-DISP   PIC X(08) VALUE SPACES.
01 WS-BATCH-SEL-CNT PIC 9(5) VALUE 0.

*> Records of the selected balanced batches, exactly as keyed. An
*> OUTFILE line is the run's posting of one of them when its 80
*> bytes match an entry not already claimed by an earlier line; a
*> suspense item of the date is the run's reject of one of them the
*> same way, claimed separately, since a rejected record never
*> reached OUTFILE.
01 WS-SEL-MAX PIC 9(05) VALUE 10000 COMP.
01 WS-SEL-CNT PIC 9(05) VALUE 0 COMP.
01 WS-SEL-IX  PIC 9(05) VALUE 0 COMP.
01 WS-SEL-TABLE.
    05 WS-SEL-ENTRY OCCURS 10000.
        10 WS-SEL-DETAIL PIC X(80).
        10 WS-SEL-USED   PIC X(01).
           88 SEL-USED   VALUE 'Y'.
        10 WS-SEL-SUSP   PIC X(01).
           88 SEL-SUSP-CLAIMED VALUE 'Y'.
01 WS-MATCH-SW PIC X VALUE 'N'.
   88 LINE-SELECTED VALUE 'Y'.
*> A transfer's receiving leg follows its paying leg on OUTFILE and
*> goes wherever the paying leg goes.
01 WS-PAY-LEG-SW PIC X VALUE 'N'.
   88 PAY-LEG-SELECTED VALUE 'Y'.

*> One account's postings off the sort, in posting order.
01 WS-GP-MAX PIC 9(04) VALUE 2000 COMP.
01 WS-GP-CNT PIC 9(04) VALUE 0 COMP.
01 WS-GP-IX  PIC 9(04) VALUE 0 COMP.
01 WS-GP-SEL-CNT PIC 9(04) VALUE 0 COMP.
01 WS-GP-ACCOUNT PIC X(10) VALUE SPACES.
01 WS-GP-OVER-SW PIC X VALUE 'N'.
   88 GROUP-OVERFLOW VALUE 'Y'.
01 WS-GP-TABLE.
    05 WS-GP-ENTRY OCCURS 2000.
        10 WS-GP-DETAIL  PIC X(80).
        10 WS-GP-SELECT  PIC X(01).
           88 GP-SELECTED VALUE 'Y'.
        *> A reversal's original code, as FILEPROC found it.
        10 WS-GP-ORIG    PIC X(01).

*> Per-account working state.
01 WS-BEFORE-BALANCE PIC S9(9)V99 VALUE 0.
01 WS-AFTER-BALANCE  PIC S9(9)V99 VALUE 0.
01 WS-LEDGER-SW PIC X VALUE 'N'.
   88 LEDGER-RESTORED VALUE 'Y'.
01 WS-HIST-DEL-CNT PIC 9(04) VALUE 0.
01 WS-IDX-ACTION PIC X(09) VALUE SPACES.
01 WS-ACCT-NOTE PIC X(20) VALUE SPACES.
01 WS-REMAIN-CNT PIC 9(04) VALUE 0 COMP.
01 WS-ORIG-CODE PIC X(01) VALUE SPACE.
01 WS-BROWSE-SW PIC X VALUE 'N'.
   88 BROWSE-DONE VALUE 'Y'.
01 WS-DEL-SEQ PIC 9(04) VALUE 0.
01 WS-FOUND-SW PIC X VALUE 'N'.
   88 ENTRY-FOUND VALUE 'Y'.
01 WS-IMAGE-X PIC X(80) VALUE SPACES.
01 WS-IMAGE REDEFINES WS-IMAGE-X.
    COPY ACCTREC REPLACING LEADING ==FP-== BY ==IM-==.

*> The posting in hand, in the shared layout.
01 WS-POST.
    COPY ACCTREC.

*> Offsetting GL batch totals, as GLEXTRACT keeps them.
01 WS-GL-CNT PIC 9(5) VALUE 0.
01 WS-GL-HASH PIC 9(13)V99 VALUE 0.
01 WS-GL-TOTALS.
    05 WS-TOTAL-100 PIC 9(11)V99 VALUE 0.
    05 WS-TOTAL-200 PIC 9(11)V99 VALUE 0.
    05 WS-TOTAL-300 PIC 9(11)V99 VALUE 0.
    05 WS-TOTAL-400 PIC 9(11)V99 VALUE 0.
    05 WS-TOTAL-500 PIC 9(11)V99 VALUE 0.
    05 WS-TOTAL-999 PIC 9(11)V99 VALUE 0.

01 WS-OUT-READ-CNT    PIC 9(7) VALUE 0.
01 WS-BACKOUT-CNT     PIC 9(7) VALUE 0.
01 WS-ACCT-CNT        PIC 9(7) VALUE 0.
01 WS-LEDGER-CNT      PIC 9(7) VALUE 0.
01 WS-HIST-CNT        PIC 9(7) VALUE 0.
01 WS-IDX-RESTORE-CNT PIC 9(7) VALUE 0.
01 WS-IDX-DELETE-CNT  PIC 9(7) VALUE 0.
01 WS-EXCEPTION-CNT   PIC 9(7) VALUE 0.
01 WS-SUSP-READ-CNT   PIC 9(7) VALUE 0.
01 WS-SUSP-CLOSED-CNT PIC 9(7) VALUE 0.
01 WS-SUSP-RLSD-CNT   PIC 9(7) VALUE 0.
01 WS-SUSP-SW PIC X VALUE 'N'.
   88 SUSP-SELECTED VALUE 'Y'.
*> Whether the run handed the business date back to FILEPROC.
01 WS-REOPEN-SW PIC X VALUE 'N'.
   88 DATE-REOPENED VALUE 'Y'.

01 WS-BAL-ED  PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-HIST-ED PIC ZZZ9.
01 WS-HASH-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-RPT-LINE PIC X(80).

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    PERFORM READ-PARM-PARA
    IF NOT PARM-VALID
        OPEN OUTPUT RPTFILE
        PERFORM DBK-HEADER-PARA
        MOVE 'NO BACKOUT - DBKPARM missing, or its date, branch or'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
        MOVE '              batch number invalid.' TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
        CLOSE RPTFILE
        SET RUN-ABANDONED TO TRUE
        PERFORM SET-RETURN-CODE-PARA
        PERFORM WRITE-AUDIT-PARA
        MOVE WS-RETURN-CODE TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM CALENDAR-CHECK-PARA
    IF RUN-REFUSED
        PERFORM WRITE-REFUSAL-PARA
        DISPLAY 'DAYBKO refused by processing calendar: '
            WS-REFUSE-REASON
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT RPTFILE
    PERFORM DBK-HEADER-PARA
    PERFORM OPEN-FILES-PARA
    IF NOT RUN-ABANDONED
        PERFORM LOAD-JOURNAL-PARA
    END-IF
    IF NOT RUN-ABANDONED AND SELECT-PARTIAL
        PERFORM LOAD-BATCHES-PARA
    END-IF
    IF NOT RUN-ABANDONED AND SELECT-PARTIAL
        PERFORM SELECT-BATCHES-PARA
    END-IF
    IF RUN-ABANDONED
        MOVE SPACES TO WS-RPT-LINE
        STRING WS-ABANDON-TEXT DELIMITED BY SIZE,
               ' - NOTHING BACKED OUT.' DELIMITED BY SIZE
            INTO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    ELSE
        OPEN OUTPUT GLFILE
        PERFORM GL-HEADER-PARA
        SORT SORTFILE
            ON ASCENDING KEY SB-ACCOUNT-NUMBER
            WITH DUPLICATES IN ORDER
            INPUT PROCEDURE IS SELECT-POSTINGS-PARA
            OUTPUT PROCEDURE IS BACKOUT-ACCOUNTS-PARA
        PERFORM GL-TRAILER-PARA
        CLOSE GLFILE
        *> A branch or batch backout that found nothing of its
        *> selection posted has nothing to rerun - the date stays
        *> FILEPROC's as it was.
        IF SELECT-WHOLE-DAY OR WS-BACKOUT-CNT > 0
            SET DATE-REOPENED TO TRUE
        ELSE
            ADD 1 TO WS-EXCEPTION-CNT
        END-IF
        PERFORM CLOSE-SUSPENSE-PARA
        PERFORM DBK-TRAILER-PARA
    END-IF
    PERFORM CLOSE-FILES-PARA
    CLOSE RPTFILE
    PERFORM SET-RETURN-CODE-PARA
    PERFORM WRITE-AUDIT-PARA
    PERFORM CALENDAR-DONE-PARA
    MOVE WS-RETURN-CODE TO RETURN-CODE
    DISPLAY 'Day backout complete. Postings backed out: '
        WS-BACKOUT-CNT ' Accounts: ' WS-ACCT-CNT
    STOP RUN.

*> ---------------------------------------------------------------
*> READ-PARM-PARA
*> No default here, deliberately, for the same reason MAINTBKO has
*> none: which day to unpost is not something to guess at. A card
*> that is missing, or whose date is not a date or whose batch
*> number is not a number, backs out nothing.
*> ---------------------------------------------------------------
READ-PARM-PARA.
    MOVE 'N' TO WS-PARM-SW
    MOVE 'N' TO WS-PARTIAL-SW
    OPEN INPUT PARMFILE
    IF WS-PARM-STATUS = '00'
        READ PARMFILE
            AT END
                CONTINUE
            NOT AT END
                IF PD-BUSINESS-DATE NUMERIC
                   AND PD-BUSINESS-DATE > 0
                    MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
                    SET PARM-VALID TO TRUE
                END-IF
                MOVE PD-BRANCH-ID TO WS-SELECT-BRANCH
                IF PD-BATCH-NUMBER NOT = SPACES
                    IF PD-BATCH-NUMBER NUMERIC
                        MOVE PD-BATCH-NUMBER TO WS-SELECT-BATCH
                    ELSE
                        MOVE 'N' TO WS-PARM-SW
                    END-IF
                END-IF
                IF WS-SELECT-BRANCH NOT = SPACES
                   OR WS-SELECT-BATCH NOT = SPACES
                    SET SELECT-PARTIAL TO TRUE
                END-IF
        END-READ
        CLOSE PARMFILE
    END-IF.

*> ---------------------------------------------------------------
*> OPEN-CALFILE-PARA / CALENDAR-CHECK-PARA / CALENDAR-SCAN-PARA /
*> CALENDAR-LATER-PARA / CALENDAR-STAMP-PARA / CALENDAR-DONE-PARA /
*> WRITE-REFUSAL-PARA
*> The processing-calendar gate, same shape as FILEPROC's, worked
*> under the business date being backed out. FILEPROC must stand
*> complete for that date (the predecessor check) and no FILEPROC
*> may have started on a later date - the days after it posted on
*> top of this one, and unposting underneath them would leave their
*> balances resting on nothing. An in-flight stamp of this job, or
*> of any other stamping job on the date, refuses as usual. So
*> does a MAINT stamp for the date that is anything but N: MAINT's
*> corrections were made over the day's postings, and restoring
*> the day's before-images would wipe them with no journal of it -
*> MAINTBKO takes them out first and hands MAINT's stamp back.
*> This job completing the date before is not a refusal: a
*> successful backout hands the date back to FILEPROC (status N),
*> so a second one can only get through once FILEPROC has
*> completed the date again - and then there is something new to
*> back out. The exception is a date that has had a branch or
*> batch backout (scope P on this job's stamp): the postings it
*> left standing are in no OUTFILE generation the rerun makes, and
*> their accounts' open balances were moved past them, so neither
*> a whole-day nor another partial backout could find the day's
*> start again - refused, and corrected by hand. An abandoned run
*> hands its own stamp back and leaves FILEPROC's alone.
*> ---------------------------------------------------------------
OPEN-CALFILE-PARA.
    OPEN I-O CALFILE
    IF WS-CAL-STATUS NOT = '00'
        OPEN OUTPUT CALFILE
        CLOSE CALFILE
        OPEN I-O CALFILE
    END-IF.

CALENDAR-CHECK-PARA.
    PERFORM OPEN-CALFILE-PARA
    MOVE 'N' TO WS-REFUSE-SW
    MOVE WS-BUSINESS-DATE TO CA-BUSINESS-DATE
    MOVE WS-CAL-JOB TO CA-JOB-NAME
    READ CALFILE
        INVALID KEY
            MOVE '00' TO WS-CAL-STATUS
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN CA-IN-FLIGHT
                    SET RUN-REFUSED TO TRUE
                    MOVE 'RUN ALREADY IN-FLIGHT'
                        TO WS-REFUSE-REASON
                WHEN CA-PARTIAL-BACKOUT
                    SET RUN-REFUSED TO TRUE
                    MOVE 'DATE ALREADY PARTLY BACKED OUT'
                        TO WS-REFUSE-REASON
            END-EVALUATE
    END-READ
    IF NOT RUN-REFUSED
        MOVE WS-BUSINESS-DATE TO CA-BUSINESS-DATE
        MOVE WS-CAL-MAINT TO CA-JOB-NAME
        READ CALFILE
            INVALID KEY
                MOVE '00' TO WS-CAL-STATUS
            NOT INVALID KEY
                IF NOT CA-NOT-RUN
                    SET RUN-REFUSED TO TRUE
                    MOVE 'MAINT HAS RUN - BACK OUT WITH MAINTBKO FIRST'
                        TO WS-REFUSE-REASON
                END-IF
        END-READ
    END-IF
    IF NOT RUN-REFUSED
        MOVE WS-BUSINESS-DATE TO CA-BUSINESS-DATE
        MOVE WS-CAL-PRED TO CA-JOB-NAME
        READ CALFILE
            INVALID KEY
                MOVE '00' TO WS-CAL-STATUS
                SET RUN-REFUSED TO TRUE
                MOVE 'PREDECESSOR NOT COMPLETE'
                    TO WS-REFUSE-REASON
            NOT INVALID KEY
                IF NOT CA-COMPLETE
                    SET RUN-REFUSED TO TRUE
                    MOVE 'PREDECESSOR NOT COMPLETE'
                        TO WS-REFUSE-REASON
                END-IF
        END-READ
    END-IF
    IF NOT RUN-REFUSED
        PERFORM CALENDAR-SCAN-PARA
    END-IF
    IF NOT RUN-REFUSED
        PERFORM CALENDAR-LATER-PARA
    END-IF
    IF NOT RUN-REFUSED
        PERFORM CALENDAR-STAMP-PARA
    END-IF
    IF RUN-REFUSED
        CLOSE CALFILE
    END-IF.

CALENDAR-SCAN-PARA.
    MOVE 'N' TO WS-CAL-EOF
    MOVE WS-BUSINESS-DATE TO CA-BUSINESS-DATE
    MOVE LOW-VALUES TO CA-JOB-NAME
    START CALFILE KEY NOT < CA-CAL-KEY
        INVALID KEY
            SET CAL-SCAN-DONE TO TRUE
    END-START
    PERFORM UNTIL CAL-SCAN-DONE
        READ CALFILE NEXT RECORD
            AT END
                SET CAL-SCAN-DONE TO TRUE
            NOT AT END
                IF CA-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                    SET CAL-SCAN-DONE TO TRUE
                ELSE
                    IF CA-IN-FLIGHT
                       AND CA-JOB-NAME NOT = WS-CAL-JOB
                        SET RUN-REFUSED TO TRUE
                        MOVE 'ANOTHER JOB IN-FLIGHT'
                            TO WS-REFUSE-REASON
                        SET CAL-SCAN-DONE TO TRUE
                    END-IF
                END-IF
        END-READ
        *> A failed READ NEXT raises neither phrase above; without
        *> this the scan would spin on the same failing READ.
        IF WS-CAL-STATUS NOT = '00'
            SET CAL-SCAN-DONE TO TRUE
        END-IF
    END-PERFORM
    MOVE '00' TO WS-CAL-STATUS.

*> Every stamp past the business date, looking for a FILEPROC that
*> has started or finished a later day.
CALENDAR-LATER-PARA.
    MOVE 'N' TO WS-CAL-EOF
    MOVE WS-BUSINESS-DATE TO CA-BUSINESS-DATE
    MOVE HIGH-VALUES TO CA-JOB-NAME
    START CALFILE KEY > CA-CAL-KEY
        INVALID KEY
            SET CAL-SCAN-DONE TO TRUE
    END-START
    PERFORM UNTIL CAL-SCAN-DONE
        READ CALFILE NEXT RECORD
            AT END
                SET CAL-SCAN-DONE TO TRUE
            NOT AT END
                IF CA-JOB-NAME = WS-CAL-PRED
                   AND NOT CA-NOT-RUN
                    SET RUN-REFUSED TO TRUE
                    MOVE 'LATER BUSINESS DATE POSTED'
                        TO WS-REFUSE-REASON
                    SET CAL-SCAN-DONE TO TRUE
                END-IF
        END-READ
        IF WS-CAL-STATUS NOT = '00'
            SET CAL-SCAN-DONE TO TRUE
        END-IF
    END-PERFORM
    MOVE '00' TO WS-CAL-STATUS.

CALENDAR-STAMP-PARA.
    MOVE SPACES TO CA-CALENDAR-RECORD
    MOVE WS-BUSINESS-DATE TO CA-BUSINESS-DATE
    MOVE WS-CAL-JOB TO CA-JOB-NAME
    SET CA-IN-FLIGHT TO TRUE
    MOVE WS-RUN-DATE TO CA-START-DATE
    MOVE WS-RUN-TIME TO CA-START-TIME
    MOVE 0 TO CA-END-TIME
    WRITE CA-CALENDAR-RECORD
        INVALID KEY
            REWRITE CA-CALENDAR-RECORD
    END-WRITE.

CALENDAR-DONE-PARA.
    MOVE WS-BUSINESS-DATE TO CA-BUSINESS-DATE
    MOVE WS-CAL-JOB TO CA-JOB-NAME
    READ CALFILE
        INVALID KEY
            MOVE '00' TO WS-CAL-STATUS
        NOT INVALID KEY
            IF RUN-ABANDONED
                SET CA-NOT-RUN TO TRUE
            ELSE
                SET CA-COMPLETE TO TRUE
            END-IF
            *> The scope is what lets the next backout of the date
            *> know a partial one came before it.
            EVALUATE TRUE
                WHEN NOT DATE-REOPENED
                    MOVE SPACE TO CA-BACKOUT-SCOPE
                WHEN SELECT-PARTIAL
                    SET CA-PARTIAL-BACKOUT TO TRUE
                WHEN OTHER
                    SET CA-WHOLE-DAY-BACKOUT TO TRUE
            END-EVALUATE
            ACCEPT CA-END-TIME FROM TIME
            REWRITE CA-CALENDAR-RECORD
    END-READ
    IF DATE-REOPENED
        MOVE WS-BUSINESS-DATE TO CA-BUSINESS-DATE
        MOVE WS-CAL-PRED TO CA-JOB-NAME
        READ CALFILE
            INVALID KEY
                MOVE '00' TO WS-CAL-STATUS
            NOT INVALID KEY
                SET CA-NOT-RUN TO TRUE
                REWRITE CA-CALENDAR-RECORD
        END-READ
    END-IF
    CLOSE CALFILE.

WRITE-REFUSAL-PARA.
    PERFORM OPEN-AUDITFILE-PARA
    MOVE SPACES TO WS-AUDIT-LINE
    STRING WS-RUN-DATE DELIMITED BY SIZE,
           '-' DELIMITED BY SIZE,
           WS-RUN-TIME DELIMITED BY SIZE,
           ' JOB=' DELIMITED BY SIZE,
           WS-CAL-JOB DELIMITED BY SIZE,
           ' CALENDAR REFUSAL: ' DELIMITED BY SIZE,
           WS-REFUSE-REASON DELIMITED BY SIZE,
           ' RC=16' DELIMITED BY SIZE
        INTO WS-AUDIT-LINE
    WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
    CLOSE AUDITFILE.

*> ---------------------------------------------------------------
*> OPEN-AUDITFILE-PARA / WRITE-AUDIT-PARA
*> The backout's own line on the shared audit log: what was
*> selected, what came out, and the return code - whatever the
*> outcome, so an abandoned backout is on record too.
*> ---------------------------------------------------------------
OPEN-AUDITFILE-PARA.
    OPEN EXTEND AUDITFILE
    IF WS-AUDIT-STATUS NOT = '00'
        OPEN OUTPUT AUDITFILE
        CLOSE AUDITFILE
        OPEN EXTEND AUDITFILE
    END-IF.

WRITE-AUDIT-PARA.
    PERFORM OPEN-AUDITFILE-PARA
    MOVE SPACES TO WS-AUDIT-LINE
    STRING WS-RUN-DATE DELIMITED BY SIZE,
           '-' DELIMITED BY SIZE,
           WS-RUN-TIME DELIMITED BY SIZE,
           ' JOB=' DELIMITED BY SIZE,
           WS-CAL-JOB DELIMITED BY SIZE,
           ' DATE=' DELIMITED BY SIZE,
           WS-BUSINESS-DATE DELIMITED BY SIZE,
           ' BRANCH=' DELIMITED BY SIZE,
           WS-SELECT-BRANCH DELIMITED BY SIZE,
           ' BATCH=' DELIMITED BY SIZE,
           WS-SELECT-BATCH DELIMITED BY SIZE,
           ' BACKED OUT=' DELIMITED BY SIZE,
           WS-BACKOUT-CNT DELIMITED BY SIZE,
           ' ACCTS=' DELIMITED BY SIZE,
           WS-ACCT-CNT DELIMITED BY SIZE,
           ' HIST=' DELIMITED BY SIZE,
           WS-HIST-CNT DELIMITED BY SIZE,
           ' EXCEPT=' DELIMITED BY SIZE,
           WS-EXCEPTION-CNT DELIMITED BY SIZE,
           ' RC=' DELIMITED BY SIZE,
           WS-RETURN-CODE DELIMITED BY SIZE
        INTO WS-AUDIT-LINE
    WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
    CLOSE AUDITFILE.

*> ---------------------------------------------------------------
*> SET-RETURN-CODE-PARA
*> RC 12 when nothing was backed out for a file or table fault, RC
*> 8 when the backout ran but some account needs a look (the notes
*> on the report say which, and why), RC 0 otherwise.
*> ---------------------------------------------------------------
SET-RETURN-CODE-PARA.
    EVALUATE TRUE
        WHEN RUN-ABANDONED
            MOVE 12 TO WS-RETURN-CODE
        WHEN WS-EXCEPTION-CNT > 0
            MOVE 8 TO WS-RETURN-CODE
        WHEN OTHER
            MOVE 0 TO WS-RETURN-CODE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> OPEN-FILES-PARA / CLOSE-FILES-PARA
*> Plain opens, no create-if-missing: backing a day out of files
*> that don't exist is an operations mistake, and creating empty
*> ones to restore into would only disguise it. The first file that
*> will not open abandons the run before anything is changed.
*> ---------------------------------------------------------------
OPEN-FILES-PARA.
    MOVE 0 TO WS-OPEN-LEVEL
    OPEN INPUT OUTFILE
    IF WS-OUTFILE-STATUS NOT = '00'
        MOVE 'OUTFILE WOULD NOT OPEN' TO WS-ABANDON-TEXT
        SET RUN-ABANDONED TO TRUE
    ELSE
        MOVE 1 TO WS-OPEN-LEVEL
        OPEN INPUT IDXJRNLFILE
        IF WS-IDXJRNL-STATUS NOT = '00'
            MOVE 'IDXJRNL WOULD NOT OPEN' TO WS-ABANDON-TEXT
            SET RUN-ABANDONED TO TRUE
        ELSE
            MOVE 2 TO WS-OPEN-LEVEL
            OPEN I-O OUTIDX
            IF WS-OUTIDX-STATUS NOT = '00'
                MOVE 'ACCTIDX WOULD NOT OPEN' TO WS-ABANDON-TEXT
                SET RUN-ABANDONED TO TRUE
            ELSE
                MOVE 3 TO WS-OPEN-LEVEL
                OPEN I-O BALFILE
                IF WS-BALFILE-STATUS NOT = '00'
                    MOVE 'BALLEDGR WOULD NOT OPEN' TO WS-ABANDON-TEXT
                    SET RUN-ABANDONED TO TRUE
                ELSE
                    MOVE 4 TO WS-OPEN-LEVEL
                    OPEN I-O HISTFILE
                    IF WS-HIST-STATUS NOT = '00'
                        MOVE 'ACCTHIST WOULD NOT OPEN'
                            TO WS-ABANDON-TEXT
                        SET RUN-ABANDONED TO TRUE
                    ELSE
                        MOVE 5 TO WS-OPEN-LEVEL
                        PERFORM OPEN-SUSPENSE-PARA
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

CLOSE-FILES-PARA.
    IF WS-OPEN-LEVEL > 0
        CLOSE OUTFILE
    END-IF
    IF WS-OPEN-LEVEL > 1
        CLOSE IDXJRNLFILE
    END-IF
    IF WS-OPEN-LEVEL > 2
        CLOSE OUTIDX
    END-IF
    IF WS-OPEN-LEVEL > 3
        CLOSE BALFILE
    END-IF
    IF WS-OPEN-LEVEL > 4
        CLOSE HISTFILE
    END-IF
    IF WS-OPEN-LEVEL > 5
        CLOSE SUSPIN
    END-IF
    IF WS-OPEN-LEVEL > 6
        CLOSE SUSPOUT
    END-IF.

*> The suspense pair, opened with the rest so that a suspense file
*> that will not open abandons the run before anything changes.
OPEN-SUSPENSE-PARA.
    OPEN INPUT SUSPIN
    IF WS-SUSPIN-STATUS NOT = '00'
        MOVE 'SUSPENSE WOULD NOT OPEN' TO WS-ABANDON-TEXT
        SET RUN-ABANDONED TO TRUE
    ELSE
        MOVE 6 TO WS-OPEN-LEVEL
        OPEN OUTPUT SUSPOUT
        IF WS-SUSPOUT-STATUS NOT = '00'
            MOVE 'SUSPOUT WOULD NOT OPEN' TO WS-ABANDON-TEXT
            SET RUN-ABANDONED TO TRUE
        ELSE
            MOVE 7 TO WS-OPEN-LEVEL
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> LOAD-JOURNAL-PARA / JOURNAL-ENTRY-PARA
*> Tables the master journal's entries for the business date, one
*> slot per account. The journal comes in posting order, which is
*> account order but for transfer receiving legs, so the slot just
*> filled is tried before the table is searched.
*> ---------------------------------------------------------------
LOAD-JOURNAL-PARA.
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL FILE-AT-EOF OR RUN-ABANDONED
        READ IDXJRNLFILE
            AT END
                SET FILE-AT-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-JRNL-READ-CNT
                IF JR-RUN-DATE = WS-BUSINESS-DATE
                    ADD 1 TO WS-JRNL-DATE-CNT
                    PERFORM JOURNAL-ENTRY-PARA
                END-IF
        END-READ
    END-PERFORM.

JOURNAL-ENTRY-PARA.
    MOVE 0 TO WS-JT-IX
    IF WS-JT-CNT > 0
        IF WS-JT-ACCOUNT(WS-JT-CNT) = JR-ACCOUNT-NUMBER
            MOVE WS-JT-CNT TO WS-JT-IX
        END-IF
    END-IF
    IF WS-JT-IX = 0
        MOVE JR-ACCOUNT-NUMBER TO WS-GP-ACCOUNT
        PERFORM FIND-JOURNAL-PARA
    END-IF
    IF WS-JT-IX > 0
        MOVE JR-AFTER-IMAGE TO WS-JT-AFTER(WS-JT-IX)
    ELSE
        IF WS-JT-CNT < WS-JT-MAX
            ADD 1 TO WS-JT-CNT
            MOVE JR-ACCOUNT-NUMBER TO WS-JT-ACCOUNT(WS-JT-CNT)
            MOVE JR-BEFORE-IMAGE TO WS-JT-BEFORE(WS-JT-CNT)
            MOVE JR-AFTER-IMAGE TO WS-JT-AFTER(WS-JT-CNT)
        ELSE
            MOVE 'IDXJRNL TABLE FULL FOR THE DATE'
                TO WS-ABANDON-TEXT
            SET RUN-ABANDONED TO TRUE
        END-IF
    END-IF.

*> The journal slot for WS-GP-ACCOUNT; WS-JT-IX zero when none.
FIND-JOURNAL-PARA.
    MOVE 0 TO WS-JT-IX
    PERFORM VARYING WS-JT-SX FROM 1 BY 1
        UNTIL WS-JT-SX > WS-JT-CNT OR WS-JT-IX > 0
        IF WS-JT-ACCOUNT(WS-JT-SX) = WS-GP-ACCOUNT
            MOVE WS-JT-SX TO WS-JT-IX
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> LOAD-BATCHES-PARA / SELECT-BATCHES-PARA / OPEN-SELECT-BATCH-PARA
*> A branch or batch backout: every envelope on the day's INFILE
*> that the selection names and FILEPROC balanced and posted has
*> its records tabled. Dispositions are claimed in order, as
*> BRSETTLE claims them, so a branch that sent two batches under
*> one number has each matched to its own line. Held batches never
*> posted and are passed over.
*> ---------------------------------------------------------------
LOAD-BATCHES-PARA.
    OPEN INPUT BRPTFILE
    IF WS-BRPT-STATUS NOT = '00'
        MOVE 'BATCHRPT WOULD NOT OPEN' TO WS-ABANDON-TEXT
        SET RUN-ABANDONED TO TRUE
    ELSE
        MOVE 'N' TO WS-EOF-SW
        PERFORM UNTIL FILE-AT-EOF
            READ BRPTFILE
                AT END
                    SET FILE-AT-EOF TO TRUE
                NOT AT END
                    IF (BR-DISPOSITION = 'BALANCED'
                        OR BR-DISPOSITION = 'HELD')
                       AND WS-BT-CNT < WS-BT-MAX
                        ADD 1 TO WS-BT-CNT
                        MOVE BR-BRANCH-ID TO WS-BT-BRANCH(WS-BT-CNT)
                        MOVE BR-BATCH-NUMBER
                            TO WS-BT-NUMBER(WS-BT-CNT)
                        MOVE BR-DISPOSITION TO WS-BT-DISP(WS-BT-CNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BRPTFILE
    END-IF.

SELECT-BATCHES-PARA.
    OPEN INPUT INFILE
    IF WS-INFILE-STATUS NOT = '00'
        MOVE 'INFILE WOULD NOT OPEN' TO WS-ABANDON-TEXT
        SET RUN-ABANDONED TO TRUE
    ELSE
        MOVE 'N' TO WS-EOF-SW
        MOVE 'N' TO WS-BATCH-OPEN-SW
        PERFORM UNTIL FILE-AT-EOF OR RUN-ABANDONED
            READ INFILE
                AT END
                    SET FILE-AT-EOF TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN IN-RECORD(1:8) = 'BATCHHDR'
                            PERFORM OPEN-SELECT-BATCH-PARA
                        WHEN IN-RECORD(1:8) = 'BATCHTRL'
                            MOVE 'N' TO WS-BATCH-OPEN-SW
                        WHEN BATCH-OPEN AND BATCH-TAKEN
                            IF WS-SEL-CNT < WS-SEL-MAX
                                ADD 1 TO WS-SEL-CNT
                                MOVE IN-RECORD
                                    TO WS-SEL-DETAIL(WS-SEL-CNT)
                                MOVE 'N' TO WS-SEL-USED(WS-SEL-CNT)
                                MOVE 'N' TO WS-SEL-SUSP(WS-SEL-CNT)
                            ELSE
                                MOVE 'SELECTION TABLE FULL'
                                    TO WS-ABANDON-TEXT
                                SET RUN-ABANDONED TO TRUE
                            END-IF
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE INFILE
    END-IF.

OPEN-SELECT-BATCH-PARA.
    SET BATCH-OPEN TO TRUE
    MOVE 'N' TO WS-BATCH-TAKEN-SW
    MOVE IN-RECORD(10:8) TO WS-KEY-BRANCH
    MOVE IN-RECORD(28:4) TO WS-KEY-BATCH
    MOVE '?' TO WS-KEY-DISP
    PERFORM VARYING WS-BT-IX FROM 1 BY 1
        UNTIL WS-BT-IX > WS-BT-CNT OR WS-KEY-DISP NOT = '?'
        IF WS-BT-BRANCH(WS-BT-IX) = WS-KEY-BRANCH
           AND WS-BT-NUMBER(WS-BT-IX) = WS-KEY-BATCH
            MOVE WS-BT-DISP(WS-BT-IX) TO WS-KEY-DISP
            MOVE SPACES TO WS-BT-BRANCH(WS-BT-IX)
        END-IF
    END-PERFORM
    IF WS-KEY-DISP = 'BALANCED'
       AND (WS-SELECT-BRANCH = SPACES
            OR WS-SELECT-BRANCH = WS-KEY-BRANCH)
       AND (WS-SELECT-BATCH = SPACES
            OR WS-SELECT-BATCH = WS-KEY-BATCH)
        SET BATCH-TAKEN TO TRUE
        ADD 1 TO WS-BATCH-SEL-CNT
        MOVE SPACES TO WS-RPT-LINE
        STRING 'Batch selected: ' DELIMITED BY SIZE,
               WS-KEY-BRANCH DELIMITED BY SIZE,
               ' BATCH ' DELIMITED BY SIZE,
               WS-KEY-BATCH DELIMITED BY SIZE
            INTO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> SELECT-POSTINGS-PARA (sort input procedure)
*> Every posting on the run's OUTFILE goes to the sort, marked for
*> backout or not: all of them for a whole day, otherwise the ones
*> matching an unclaimed record of a selected batch, plus each
*> selected transfer's receiving leg on the line after it. The
*> postings left standing are needed too - the ledger and master
*> are rebuilt by running them again from where the day started.
*> ---------------------------------------------------------------
SELECT-POSTINGS-PARA.
    MOVE 'N' TO WS-EOF-SW
    MOVE 'N' TO WS-PAY-LEG-SW
    PERFORM UNTIL FILE-AT-EOF
        READ OUTFILE
            AT END
                SET FILE-AT-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-OUT-READ-CNT
                MOVE OUT-DETAIL TO WS-POST
                MOVE 'N' TO WS-MATCH-SW
                EVALUATE TRUE
                    WHEN FP-TRANS-TRANSFER AND FP-LEG-IN
                        MOVE WS-PAY-LEG-SW TO WS-MATCH-SW
                    WHEN SELECT-WHOLE-DAY
                        SET LINE-SELECTED TO TRUE
                    WHEN OTHER
                        PERFORM MATCH-SELECTION-PARA
                END-EVALUATE
                MOVE 'N' TO WS-PAY-LEG-SW
                IF LINE-SELECTED
                    ADD 1 TO WS-BACKOUT-CNT
                    IF FP-TRANS-TRANSFER AND NOT FP-LEG-IN
                        SET PAY-LEG-SELECTED TO TRUE
                    END-IF
                END-IF
                MOVE OUT-DETAIL TO SB-DETAIL
                MOVE WS-MATCH-SW TO SB-SELECT-SW
                RELEASE SB-SORT-RECORD
        END-READ
    END-PERFORM.

MATCH-SELECTION-PARA.
    PERFORM VARYING WS-SEL-IX FROM 1 BY 1
        UNTIL WS-SEL-IX > WS-SEL-CNT OR LINE-SELECTED
        IF NOT SEL-USED(WS-SEL-IX)
           AND WS-SEL-DETAIL(WS-SEL-IX) = OUT-DETAIL
            SET LINE-SELECTED TO TRUE
            SET SEL-USED(WS-SEL-IX) TO TRUE
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> BACKOUT-ACCOUNTS-PARA (sort output procedure)
*> Gathers each account's postings and backs out the ones marked
*> at the account break. An account with more postings than the
*> group table holds is left entirely alone and reported - half a
*> replay would be worse than none.
*> ---------------------------------------------------------------
BACKOUT-ACCOUNTS-PARA.
    MOVE 'N' TO WS-SORT-EOF-SW
    MOVE 0 TO WS-GP-CNT
    MOVE 0 TO WS-GP-SEL-CNT
    MOVE 'N' TO WS-GP-OVER-SW
    MOVE SPACES TO WS-GP-ACCOUNT
    PERFORM UNTIL SORT-AT-EOF
        RETURN SORTFILE
            AT END
                SET SORT-AT-EOF TO TRUE
            NOT AT END
                IF SB-ACCOUNT-NUMBER NOT = WS-GP-ACCOUNT
                    PERFORM ACCOUNT-BREAK-PARA
                    MOVE SB-ACCOUNT-NUMBER TO WS-GP-ACCOUNT
                END-IF
                IF WS-GP-CNT < WS-GP-MAX
                    ADD 1 TO WS-GP-CNT
                    MOVE SB-DETAIL TO WS-GP-DETAIL(WS-GP-CNT)
                    MOVE SB-SELECT-SW TO WS-GP-SELECT(WS-GP-CNT)
                    MOVE SPACE TO WS-GP-ORIG(WS-GP-CNT)
                ELSE
                    SET GROUP-OVERFLOW TO TRUE
                END-IF
                IF SB-SELECT-SW = 'Y'
                    ADD 1 TO WS-GP-SEL-CNT
                END-IF
        END-RETURN
    END-PERFORM
    PERFORM ACCOUNT-BREAK-PARA.

ACCOUNT-BREAK-PARA.
    IF WS-GP-SEL-CNT > 0
        PERFORM BACKOUT-ACCOUNT-PARA
    END-IF
    MOVE 0 TO WS-GP-CNT
    MOVE 0 TO WS-GP-SEL-CNT
    MOVE 'N' TO WS-GP-OVER-SW.

*> ---------------------------------------------------------------
*> BACKOUT-ACCOUNT-PARA
*> One account: reversal originals first, while every history
*> entry they could name is still on file, then the master, the
*> ledger and the history, then the GL offsets and the report line.
*> ---------------------------------------------------------------
BACKOUT-ACCOUNT-PARA.
    ADD 1 TO WS-ACCT-CNT
    MOVE SPACES TO WS-ACCT-NOTE
    MOVE SPACES TO WS-IDX-ACTION
    MOVE 0 TO WS-HIST-DEL-CNT
    MOVE 'N' TO WS-LEDGER-SW
    MOVE 0 TO WS-BEFORE-BALANCE
    MOVE 0 TO WS-AFTER-BALANCE
    IF GROUP-OVERFLOW
        MOVE 'TOO MANY POSTINGS' TO WS-ACCT-NOTE
        MOVE 'UNCHANGED' TO WS-IDX-ACTION
    ELSE
        MOVE 0 TO WS-REMAIN-CNT
        PERFORM VARYING WS-GP-IX FROM 1 BY 1
            UNTIL WS-GP-IX > WS-GP-CNT
            IF NOT GP-SELECTED(WS-GP-IX)
                ADD 1 TO WS-REMAIN-CNT
            END-IF
            MOVE WS-GP-DETAIL(WS-GP-IX) TO WS-POST
            IF FP-TRANS-REVERSAL
                PERFORM LOCATE-ORIGINAL-PARA
                MOVE WS-ORIG-CODE TO WS-GP-ORIG(WS-GP-IX)
            END-IF
        END-PERFORM
        PERFORM RESTORE-MASTER-PARA
        PERFORM RESTORE-LEDGER-PARA
        PERFORM VARYING WS-GP-IX FROM 1 BY 1
            UNTIL WS-GP-IX > WS-GP-CNT
            IF GP-SELECTED(WS-GP-IX)
                MOVE WS-GP-DETAIL(WS-GP-IX) TO WS-POST
                PERFORM REMOVE-HISTORY-PARA
                PERFORM WRITE-OFFSET-PARA
            END-IF
        END-PERFORM
    END-IF
    IF WS-ACCT-NOTE NOT = SPACES
        ADD 1 TO WS-EXCEPTION-CNT
    END-IF
    PERFORM ACCOUNT-LINE-PARA.

*> ---------------------------------------------------------------
*> LOCATE-ORIGINAL-PARA
*> The code of the posting the reversal in WS-POST reversed, found
*> the way FILEPROC found it: the first history entry on the same
*> account and date for the same amount that is neither a reversal
*> nor a transfer.
*> ---------------------------------------------------------------
LOCATE-ORIGINAL-PARA.
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
                    IF HX-AMOUNT = FP-AMOUNT
                       AND HX-TRANS-CODE NOT = 'V'
                       AND HX-TRANS-CODE NOT = 'T'
                        MOVE HX-TRANS-CODE TO WS-ORIG-CODE
                        SET BROWSE-DONE TO TRUE
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

*> ---------------------------------------------------------------
*> RESTORE-MASTER-PARA
*> The master record is put back to the journal's first before-
*> image for the day, and the postings left standing are run over
*> it again by FILEPROC's own rule: any posting but a reversal
*> replaces the record; a reversal flags it 'V' when the record is
*> the posting reversed. A blank result means the day opened the
*> key and nothing left standing needs it, so the key goes. An
*> account the journal has nothing on for the date is left alone -
*> the day's master changes for it predate the journal, and
*> IDXCHECK is the way to rebuild it. A master record that is no
*> longer what the day left is restored all the same - the day's
*> postings are coming out under it - but flagged for review.
*> ---------------------------------------------------------------
RESTORE-MASTER-PARA.
    PERFORM FIND-JOURNAL-PARA
    IF WS-JT-IX = 0
        MOVE 'UNCHANGED' TO WS-IDX-ACTION
        MOVE 'NO IDXJRNL ENTRY' TO WS-ACCT-NOTE
    ELSE
        MOVE WS-JT-BEFORE(WS-JT-IX) TO WS-IMAGE-X
        PERFORM VARYING WS-GP-IX FROM 1 BY 1
            UNTIL WS-GP-IX > WS-GP-CNT
            IF NOT GP-SELECTED(WS-GP-IX)
                MOVE WS-GP-DETAIL(WS-GP-IX) TO WS-POST
                PERFORM REPLAY-MASTER-PARA
            END-IF
        END-PERFORM
        MOVE WS-GP-ACCOUNT TO OI-ACCOUNT-NUMBER
        READ OUTIDX
            INVALID KEY
                MOVE SPACES TO OI-ACCOUNT-RECORD
        END-READ
        IF OI-ACCOUNT-RECORD NOT = WS-JT-AFTER(WS-JT-IX)
            MOVE 'CHANGED SINCE POSTED' TO WS-ACCT-NOTE
        END-IF
        IF WS-IMAGE-X = SPACES
            MOVE WS-GP-ACCOUNT TO OI-ACCOUNT-NUMBER
            DELETE OUTIDX RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            MOVE 'DELETED' TO WS-IDX-ACTION
            ADD 1 TO WS-IDX-DELETE-CNT
        ELSE
            MOVE WS-IMAGE-X TO OI-ACCOUNT-RECORD
            REWRITE OI-ACCOUNT-RECORD
                INVALID KEY
                    WRITE OI-ACCOUNT-RECORD
                    END-WRITE
            END-REWRITE
            IF WS-OUTIDX-STATUS = '00' OR WS-OUTIDX-STATUS = '02'
                MOVE 'RESTORED' TO WS-IDX-ACTION
                ADD 1 TO WS-IDX-RESTORE-CNT
            ELSE
                MOVE 'FAILED' TO WS-IDX-ACTION
                MOVE 'ACCTIDX WRITE FAILED' TO WS-ACCT-NOTE
            END-IF
        END-IF
        MOVE '00' TO WS-OUTIDX-STATUS
    END-IF.

REPLAY-MASTER-PARA.
    IF FP-TRANS-REVERSAL
        IF WS-IMAGE-X NOT = SPACES
            IF IM-TRANS-DATE = FP-TRANS-DATE
               AND IM-AMOUNT = FP-AMOUNT
                MOVE 'V' TO IM-TRANS-CODE
            END-IF
        END-IF
    ELSE
        MOVE WS-POST TO WS-IMAGE-X
    END-IF.

*> ---------------------------------------------------------------
*> RESTORE-LEDGER-PARA
*> The day's first posting rolled the close into BL-OPEN-BALANCE,
*> so the open balance is where the day started: the new close is
*> that, with the postings left standing applied again by
*> FILEPROC's arithmetic. A ledger record not stamped with the
*> business date was moved by something other than this day's
*> run and is left for review. A record the day itself opened,
*> whose master key is going too, goes with it. On a branch or
*> batch backout an account keeping postings the rerun will not
*> make has its open balance moved up to the restored close, so
*> the ledger's open-to-close movement after the rerun is the
*> rerun's own postings and DAYPROOF can prove it against the
*> rerun's OUTFILE and GL batch; the postings left standing were
*> proved with the backed-out run.
*> ---------------------------------------------------------------
RESTORE-LEDGER-PARA.
    MOVE WS-GP-ACCOUNT TO BL-ACCOUNT-NUMBER
    READ BALFILE
        INVALID KEY
            MOVE '00' TO WS-BALFILE-STATUS
            IF WS-ACCT-NOTE = SPACES
                MOVE 'NO LEDGER RECORD' TO WS-ACCT-NOTE
            END-IF
        NOT INVALID KEY
            MOVE BL-CLOSE-BALANCE TO WS-BEFORE-BALANCE
            MOVE BL-CLOSE-BALANCE TO WS-AFTER-BALANCE
            IF BL-RUN-DATE NOT = WS-BUSINESS-DATE
                IF WS-ACCT-NOTE = SPACES
                    MOVE 'LEDGER NOT ON DATE' TO WS-ACCT-NOTE
                END-IF
            ELSE
                MOVE BL-OPEN-BALANCE TO WS-AFTER-BALANCE
                PERFORM VARYING WS-GP-IX FROM 1 BY 1
                    UNTIL WS-GP-IX > WS-GP-CNT
                    IF NOT GP-SELECTED(WS-GP-IX)
                        MOVE WS-GP-DETAIL(WS-GP-IX) TO WS-POST
                        MOVE WS-GP-ORIG(WS-GP-IX) TO WS-ORIG-CODE
                        PERFORM APPLY-BALANCE-PARA
                    END-IF
                END-PERFORM
                SET LEDGER-RESTORED TO TRUE
                ADD 1 TO WS-LEDGER-CNT
                IF WS-IDX-ACTION = 'DELETED' AND WS-REMAIN-CNT = 0
                   AND BL-OPEN-BALANCE = 0
                    DELETE BALFILE RECORD
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                ELSE
                    MOVE WS-AFTER-BALANCE TO BL-CLOSE-BALANCE
                    IF SELECT-PARTIAL AND WS-REMAIN-CNT > 0
                        MOVE WS-AFTER-BALANCE TO BL-OPEN-BALANCE
                    END-IF
                    REWRITE BL-BALANCE-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                END-IF
            END-IF
    END-READ
    MOVE '00' TO WS-BALFILE-STATUS.

*> FILEPROC's per-code arithmetic, on WS-AFTER-BALANCE. A transfer
*> is a subtraction on its paying leg and an addition on its
*> receiving leg; a reversal runs its original backwards.
APPLY-BALANCE-PARA.
    EVALUATE TRUE
        WHEN FP-TRANS-ADD
            MOVE FP-AMOUNT TO WS-AFTER-BALANCE
        WHEN FP-TRANS-DEBIT
            SUBTRACT FP-AMOUNT FROM WS-AFTER-BALANCE
        WHEN FP-TRANS-CREDIT
            ADD FP-AMOUNT TO WS-AFTER-BALANCE
        WHEN FP-TRANS-TRANSFER AND FP-LEG-IN
            ADD FP-AMOUNT TO WS-AFTER-BALANCE
        WHEN FP-TRANS-TRANSFER
            SUBTRACT FP-AMOUNT FROM WS-AFTER-BALANCE
        WHEN FP-TRANS-REVERSAL
            EVALUATE WS-ORIG-CODE
                WHEN 'A'
                    SUBTRACT FP-AMOUNT FROM WS-AFTER-BALANCE
                WHEN 'D'
                    ADD FP-AMOUNT TO WS-AFTER-BALANCE
                WHEN 'R'
                    SUBTRACT FP-AMOUNT FROM WS-AFTER-BALANCE
            END-EVALUATE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> REMOVE-HISTORY-PARA
*> Deletes the history entry the backed-out posting in WS-POST
*> made: same account, date, code, amount and description, the
*> highest sequence of any that match - the later of two identical
*> postings is the one this day wrote. Deleted, not reversed, so
*> the rerun's duplicate check does not find the backed-out day
*> still on file and hold every record as a suspect.
*> ---------------------------------------------------------------
REMOVE-HISTORY-PARA.
    MOVE 'N' TO WS-FOUND-SW
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
                        SET ENTRY-FOUND TO TRUE
                        MOVE HX-SEQUENCE TO WS-DEL-SEQ
                    END-IF
                ELSE
                    SET BROWSE-DONE TO TRUE
                END-IF
        END-READ
        IF WS-HIST-STATUS NOT = '00'
            SET BROWSE-DONE TO TRUE
        END-IF
    END-PERFORM
    MOVE '00' TO WS-HIST-STATUS
    IF ENTRY-FOUND
        MOVE FP-ACCOUNT-NUMBER TO HX-ACCOUNT-NUMBER
        MOVE FP-TRANS-DATE TO HX-TRANS-DATE
        MOVE WS-DEL-SEQ TO HX-SEQUENCE
        DELETE HISTFILE RECORD
            INVALID KEY
                MOVE 'N' TO WS-FOUND-SW
        END-DELETE
        MOVE '00' TO WS-HIST-STATUS
    END-IF
    IF ENTRY-FOUND
        ADD 1 TO WS-HIST-DEL-CNT
        ADD 1 TO WS-HIST-CNT
    ELSE
        IF WS-ACCT-NOTE = SPACES
            MOVE 'HISTORY ENTRY MISSING' TO WS-ACCT-NOTE
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> CLOSE-SUSPENSE-PARA / SUSPENSE-ITEM-PARA
*> Copies the suspense file forward, closing out (status X) each
*> item still open from the backed-out run - the whole day's, or
*> for a branch or batch backout only those whose record was keyed
*> in a selected batch. The rerun suspends again whatever still
*> rejects; left open, the old item would sit beside the new one
*> and SUSPREPR could release or force-pay the same record twice.
*> An item of the run already released is left as it is and the
*> run ends RC 8: its release is on its way to a later INFILE and
*> wants pulling by hand. Nothing is closed when the date was not
*> handed back.
*> ---------------------------------------------------------------
CLOSE-SUSPENSE-PARA.
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL FILE-AT-EOF
        READ SUSPIN
            AT END
                SET FILE-AT-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-SUSP-READ-CNT
                MOVE SP-SUSPENSE-RECORD TO SO-SUSPENSE-RECORD
                IF DATE-REOPENED
                   AND SP-REJECT-DATE = WS-BUSINESS-DATE
                    PERFORM SUSPENSE-ITEM-PARA
                END-IF
                WRITE SO-SUSPENSE-RECORD
        END-READ
    END-PERFORM.

SUSPENSE-ITEM-PARA.
    MOVE 'N' TO WS-SUSP-SW
    IF SELECT-WHOLE-DAY
        SET SUSP-SELECTED TO TRUE
    ELSE
        PERFORM VARYING WS-SEL-IX FROM 1 BY 1
            UNTIL WS-SEL-IX > WS-SEL-CNT OR SUSP-SELECTED
            IF NOT SEL-SUSP-CLAIMED(WS-SEL-IX)
               AND WS-SEL-DETAIL(WS-SEL-IX) = SP-DETAIL
                SET SUSP-SELECTED TO TRUE
                SET SEL-SUSP-CLAIMED(WS-SEL-IX) TO TRUE
            END-IF
        END-PERFORM
    END-IF
    IF SUSP-SELECTED
        EVALUATE TRUE
            WHEN SP-OPEN
                SET SO-RETURNED TO TRUE
                ADD 1 TO WS-SUSP-CLOSED-CNT
            WHEN SP-RELEASED
                ADD 1 TO WS-SUSP-RLSD-CNT
                ADD 1 TO WS-EXCEPTION-CNT
        END-EVALUATE
    END-IF.

*> ---------------------------------------------------------------
*> GL-HEADER-PARA / WRITE-OFFSET-PARA / GL-TRAILER-PARA
*> The offsetting batch: one detail per posting backed out, coded
*> as the movement that undoes it - a debit's offset goes over as a
*> credit (300) and a credit's as a debit (200), each transfer leg
*> as the opposite of the leg it undoes, an add or a correction as
*> a reversal (500), and a reversal as the original it put back
*> (100/200/300 by the original's code, 999 when history no longer
*> names one). Anything GLEXTRACT sent as 999 comes back as 999.
*> Descriptions carry 'BKO ' ahead of what GLEXTRACT sent, so the
*> GL side can see the pairs. Header and trailer are GLEXTRACT's,
*> the source system DAYBKO.
*> ---------------------------------------------------------------
GL-HEADER-PARA.
    MOVE SPACES TO GL-HEADER-RECORD
    MOVE 'H' TO GH-REC-TYPE
    MOVE WS-RUN-DATE TO GH-BATCH-DATE
    MOVE 'DAYBKO' TO GH-SOURCE-SYSTEM
    WRITE GL-HEADER-RECORD.

WRITE-OFFSET-PARA.
    MOVE SPACES TO GL-RECORD
    MOVE 'D' TO GL-REC-TYPE
    MOVE FP-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER
    EVALUATE TRUE
        WHEN FP-TRANS-ADD
            MOVE '500' TO GL-CODE
        WHEN FP-TRANS-DEBIT
            MOVE '300' TO GL-CODE
        WHEN FP-TRANS-CREDIT
            MOVE '200' TO GL-CODE
        WHEN FP-TRANS-CORRECTION
            MOVE '500' TO GL-CODE
        WHEN FP-TRANS-REVERSAL
            EVALUATE WS-GP-ORIG(WS-GP-IX)
                WHEN 'A'
                    MOVE '100' TO GL-CODE
                WHEN 'D'
                    MOVE '200' TO GL-CODE
                WHEN 'R'
                    MOVE '300' TO GL-CODE
                WHEN OTHER
                    MOVE '999' TO GL-CODE
            END-EVALUATE
        WHEN FP-TRANS-TRANSFER
            IF FP-LEG-IN
                MOVE '200' TO GL-CODE
            ELSE
                MOVE '300' TO GL-CODE
            END-IF
        WHEN OTHER
            MOVE '999' TO GL-CODE
    END-EVALUATE
    MOVE FP-AMOUNT TO GL-AMOUNT
    MOVE FP-TRANS-DATE TO GL-TRANS-DATE
    EVALUATE TRUE
        WHEN FP-TRANS-TRANSFER AND FP-LEG-IN
            STRING 'BKO XFER FROM ' DELIMITED BY SIZE,
                   FP-CONTRA-ACCOUNT DELIMITED BY SIZE,
                   ' ' DELIMITED BY SIZE,
                   FP-TRANSFER-MEMO DELIMITED BY SIZE
                INTO GL-DESCRIPTION
        WHEN FP-TRANS-TRANSFER
            STRING 'BKO XFER TO ' DELIMITED BY SIZE,
                   FP-CONTRA-ACCOUNT DELIMITED BY SIZE,
                   ' ' DELIMITED BY SIZE,
                   FP-TRANSFER-MEMO DELIMITED BY SIZE
                INTO GL-DESCRIPTION
        WHEN OTHER
            STRING 'BKO ' DELIMITED BY SIZE,
                   FP-DESCRIPTION DELIMITED BY SIZE
                INTO GL-DESCRIPTION
    END-EVALUATE
    ADD 1 TO WS-GL-CNT
    ADD GL-AMOUNT TO WS-GL-HASH
    EVALUATE GL-CODE
        WHEN '100'
            ADD GL-AMOUNT TO WS-TOTAL-100
        WHEN '200'
            ADD GL-AMOUNT TO WS-TOTAL-200
        WHEN '300'
            ADD GL-AMOUNT TO WS-TOTAL-300
        WHEN '400'
            ADD GL-AMOUNT TO WS-TOTAL-400
        WHEN '500'
            ADD GL-AMOUNT TO WS-TOTAL-500
        WHEN OTHER
            ADD GL-AMOUNT TO WS-TOTAL-999
    END-EVALUATE
    WRITE GL-RECORD.

GL-TRAILER-PARA.
    MOVE SPACES TO GL-TRAILER-RECORD
    MOVE 'T' TO GT-REC-TYPE
    MOVE WS-GL-CNT TO GT-RECORD-COUNT
    MOVE WS-GL-HASH TO GT-HASH-TOTAL
    MOVE WS-TOTAL-100 TO GT-TOTAL-100
    MOVE WS-TOTAL-200 TO GT-TOTAL-200
    MOVE WS-TOTAL-300 TO GT-TOTAL-300
    MOVE WS-TOTAL-400 TO GT-TOTAL-400
    MOVE WS-TOTAL-500 TO GT-TOTAL-500
    MOVE WS-TOTAL-999 TO GT-TOTAL-999
    WRITE GL-TRAILER-RECORD.

*> ---------------------------------------------------------------
*> DBK-HEADER-PARA / ACCOUNT-LINE-PARA / DBK-TRAILER-PARA
*> One line per account touched: the ledger close before and after
*> (both the same when the ledger was left alone), the history
*> entries removed, what happened to the master record, and the
*> first thing about the account that wants a look.
*> ---------------------------------------------------------------
DBK-HEADER-PARA.
    MOVE 'DAILY POSTING BACKOUT REPORT' TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    IF SELECT-PARTIAL
        STRING 'Business date: ' DELIMITED BY SIZE,
               WS-BUSINESS-DATE DELIMITED BY SIZE,
               '  Branch: ' DELIMITED BY SIZE,
               WS-SELECT-BRANCH DELIMITED BY SIZE,
               '  Batch: ' DELIMITED BY SIZE,
               WS-SELECT-BATCH DELIMITED BY SIZE
            INTO WS-RPT-LINE
    ELSE
        STRING 'Business date: ' DELIMITED BY SIZE,
               WS-BUSINESS-DATE DELIMITED BY SIZE,
               '  Whole day' DELIMITED BY SIZE
            INTO WS-RPT-LINE
    END-IF
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

ACCOUNT-LINE-PARA.
    IF WS-ACCT-CNT = 1
        MOVE 'ACCOUNT     BALANCE BEFORE   BALANCE AFTER  HIST ACCTIDX'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    MOVE WS-GP-ACCOUNT TO WS-RPT-LINE(1:10)
    MOVE WS-BEFORE-BALANCE TO WS-BAL-ED
    MOVE WS-BAL-ED TO WS-RPT-LINE(13:15)
    MOVE WS-AFTER-BALANCE TO WS-BAL-ED
    MOVE WS-BAL-ED TO WS-RPT-LINE(29:15)
    MOVE WS-HIST-DEL-CNT TO WS-HIST-ED
    MOVE WS-HIST-ED TO WS-RPT-LINE(46:4)
    MOVE WS-IDX-ACTION TO WS-RPT-LINE(51:9)
    MOVE WS-ACCT-NOTE TO WS-RPT-LINE(61:20)
    WRITE RPT-RECORD FROM WS-RPT-LINE.

DBK-TRAILER-PARA.
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    IF SELECT-PARTIAL
        MOVE SPACES TO WS-RPT-LINE
        STRING 'Batches selected        : ' DELIMITED BY SIZE,
               WS-BATCH-SEL-CNT DELIMITED BY SIZE
            INTO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Postings read (OUTFILE) : ' DELIMITED BY SIZE,
           WS-OUT-READ-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Postings backed out     : ' DELIMITED BY SIZE,
           WS-BACKOUT-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Accounts touched        : ' DELIMITED BY SIZE,
           WS-ACCT-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Ledger records restored : ' DELIMITED BY SIZE,
           WS-LEDGER-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'History entries removed : ' DELIMITED BY SIZE,
           WS-HIST-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Master records restored : ' DELIMITED BY SIZE,
           WS-IDX-RESTORE-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Master records deleted  : ' DELIMITED BY SIZE,
           WS-IDX-DELETE-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    MOVE WS-GL-HASH TO WS-HASH-ED
    STRING 'GL offsets (GLBKO)      : ' DELIMITED BY SIZE,
           WS-GL-CNT DELIMITED BY SIZE,
           '  HASH ' DELIMITED BY SIZE,
           WS-HASH-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Suspense items closed   : ' DELIMITED BY SIZE,
           WS-SUSP-CLOSED-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    IF WS-SUSP-RLSD-CNT > 0
        MOVE SPACES TO WS-RPT-LINE
        STRING 'Suspense left released  : ' DELIMITED BY SIZE,
               WS-SUSP-RLSD-CNT DELIMITED BY SIZE,
               ' - pull from RELEASED' DELIMITED BY SIZE
            INTO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Accounts for review     : ' DELIMITED BY SIZE,
           WS-EXCEPTION-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    IF DATE-REOPENED
        MOVE 'Business date reopened for FILEPROC - rerun it.'
            TO WS-RPT-LINE
    ELSE
        MOVE 'Nothing of the selection was posted - business date'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
        MOVE 'left as it was.' TO WS-RPT-LINE
    END-IF
    WRITE RPT-RECORD FROM WS-RPT-LINE.
