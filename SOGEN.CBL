IDENTIFICATION DIVISION.
PROGRAM-ID. SOGEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Run-control card shared with the daily job - the business
    *> date whose due instructions are generated, and the date the
    *> calendar is stamped under. Absent or unreadable falls back to
    *> today, the same degrade FILEPROC applies.
    SELECT RUNCTLFILE ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
    *> The standing-order master SOMAINT maintains. Walked in key
    *> order; every instruction generated is rewritten with its next
    *> due date rolled forward.
    SELECT ORDFILE ASSIGN TO STORDER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SO-ORDER-KEY
        FILE STATUS IS WS-ORD-STATUS.
    *> The account reference master: instructions on closed or frozen
    *> accounts (or transfers to one) are skipped and reported rather
    *> than generated only to bounce out of FILEPROC. Absent, the
    *> check is left to FILEPROC's own, as INTACCR does.
    SELECT REFFILE ASSIGN TO ACCTREF
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RF-ACCOUNT-NUMBER
        FILE STATUS IS WS-REF-STATUS.
    *> Processing calendar shared with the other stamping jobs - the
    *> gate that stops a business date being generated twice.
    SELECT CALFILE ASSIGN TO RUNCAL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CA-CAL-KEY
        FILE STATUS IS WS-CAL-STATUS.
    *> The shared audit log - calendar refusals go out on it with
    *> RC 16 so the scheduler alerts.
    SELECT AUDITFILE ASSIGN TO AUDITLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    *> The generated transactions: standard 80-byte input records
    *> wrapped in a batch envelope (branch id STANDORD), ready to
    *> concatenate onto the business date's INFILE the way INTACCR's
    *> output is.
    SELECT GENFILE ASSIGN TO SOGENOUT
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RPTFILE ASSIGN TO SOGRPT
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RUNCTLFILE.
01 RUNCTL-RECORD.
    05 RC-BUSINESS-DATE  PIC 9(08).
    05 FILLER            PIC X(72).

FD ORDFILE.
01 SO-ORDER-RECORD.
    COPY STORDREC.

FD REFFILE.
01 RF-REFERENCE-RECORD.
    COPY REFREC.

FD CALFILE.
01 CA-CALENDAR-RECORD.
    COPY CALREC.

FD AUDITFILE.
01 AUDIT-RECORD PIC X(132).

FD GENFILE.
01 GEN-RECORD PIC X(80).

FD RPTFILE.
01 RPT-RECORD PIC X(80).

WORKING-STORAGE SECTION.
01 WS-RUNCTL-STATUS PIC X(02) VALUE '00'.
01 WS-ORD-STATUS PIC X(02) VALUE '00'.
01 WS-REF-STATUS PIC X(02) VALUE '00'.
01 WS-CAL-STATUS PIC X(02) VALUE '00'.
01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
*> Calendar gate state - see CALENDAR-CHECK-PARA.
01 WS-RUN-DATE PIC 9(08) VALUE 0.
01 WS-RUN-TIME PIC 9(08) VALUE 0.
01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
01 WS-REFUSE-SW PIC X VALUE 'N'.
   88 RUN-REFUSED VALUE 'Y'.
01 WS-REFUSE-REASON PIC X(30) VALUE SPACES.
01 WS-CAL-JOB  PIC X(08) VALUE 'SOGEN'.
01 WS-CAL-PRED PIC X(08) VALUE SPACES.
01 WS-CAL-EOF PIC X VALUE 'N'.
   88 CAL-SCAN-DONE VALUE 'Y'.
01 WS-AUDIT-LINE PIC X(132).

01 WS-ORD-EOF PIC X VALUE 'N'.
   88 ORD-AT-EOF VALUE 'Y'.
*> Set when the master wouldn't open - nothing is generated and the
*> business date is handed back on the calendar for a rerun.
01 WS-ABANDON-SW PIC X VALUE 'N'.
   88 RUN-ABANDONED VALUE 'Y'.
01 WS-REF-OPEN-SW PIC X VALUE 'N'.
   88 REFFILE-OPEN VALUE 'Y'.
*> Whether the current instruction may generate: cleared, with the
*> reason, when its account or transfer contra is not open.
01 WS-GEN-OK-SW PIC X VALUE 'Y'.
   88 ORDER-GENERATES VALUE 'Y'.
01 WS-SKIP-REASON PIC X(26) VALUE SPACES.
01 WS-ORDER-DIRTY-SW PIC X VALUE 'N'.
   88 ORDER-CHANGED VALUE 'Y'.

*> The occurrence being generated, and the date arithmetic that
*> rolls an instruction forward - see ROLL-DUE-DATE-PARA.
01 WS-DUE-DATE PIC 9(08) VALUE 0.
01 WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
    05 WS-DUE-YEAR  PIC 9(04).
    05 WS-DUE-MONTH PIC 9(02).
    05 WS-DUE-DAY   PIC 9(02).
01 WS-ADD-DAYS   PIC 9(03) VALUE 0.
01 WS-ADD-MONTHS PIC 9(03) VALUE 0.
01 WS-MONTH-CNT  PIC 9(07) VALUE 0 COMP.
01 WS-WORK-YEAR  PIC 9(04) VALUE 0 COMP.
01 WS-WORK-MONTH PIC 9(02) VALUE 0 COMP.
01 WS-WORK-DAY   PIC 9(03) VALUE 0 COMP.
01 WS-MONTH-DAYS PIC 9(02) VALUE 0.
01 WS-LEAP-QUOT  PIC 9(04) VALUE 0 COMP.
01 WS-LEAP-REM4  PIC 9(04) VALUE 0 COMP.
01 WS-LEAP-REM100 PIC 9(04) VALUE 0 COMP.
01 WS-LEAP-REM400 PIC 9(04) VALUE 0 COMP.
01 WS-DAYS-TABLE.
    05 FILLER PIC X(24) VALUE '312831303130313130313031'.
01 WS-DAYS-TABLE-R REDEFINES WS-DAYS-TABLE.
    05 WS-DAYS-IN-MONTH OCCURS 12 PIC 9(02).

*> Envelope control totals for the generated file: FILEPROC proves
*> the batch against these before any of it posts.
01 WS-GEN-CNT  PIC 9(08) VALUE 0.
01 WS-GEN-HASH PIC 9(13)V99 VALUE 0.
01 WS-GEN-HDR-REC.
    COPY BATCHHDR.
01 WS-GEN-TRL-REC.
    COPY BATCHTRL.

01 WS-ORDER-READ-CNT PIC 9(7) VALUE 0.
01 WS-DUE-CNT        PIC 9(7) VALUE 0.
01 WS-SKIP-CNT       PIC 9(7) VALUE 0.
01 WS-ENDED-CNT      PIC 9(7) VALUE 0.
01 WS-SKIP-TOTAL     PIC 9(11)V99 VALUE 0.

01 WS-AMT-ED  PIC ZZZ,ZZZ,ZZ9.99.
01 WS-TOT-ED  PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-RPT-LINE PIC X(80).
*> The instruction's reference on every generated transaction: the
*> order and the occurrence's due date make each one distinct, so
*> FILEPROC's duplicate check never mistakes two occurrences
*> generated together for a double keying.
01 WS-SO-REF PIC X(36) VALUE SPACES.

*> The generated transaction, built in the shared layout so every
*> field lands exactly where FILEPROC expects it.
01 WS-GEN-LAYOUT.
    COPY ACCTREC.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    PERFORM READ-RUNCTL-PARA
    PERFORM CALENDAR-CHECK-PARA
    IF RUN-REFUSED
        PERFORM WRITE-REFUSAL-PARA
        DISPLAY 'SOGEN refused by processing calendar: '
            WS-REFUSE-REASON
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT RPTFILE
    PERFORM REPORT-HEADER-PARA
    OPEN I-O ORDFILE
    IF WS-ORD-STATUS NOT = '00'
        SET RUN-ABANDONED TO TRUE
        MOVE 'STANDING-ORDER MASTER WOULD NOT OPEN - NOTHING GENERATED.'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    ELSE
        PERFORM OPEN-REFFILE-PARA
        OPEN OUTPUT GENFILE
        PERFORM WRITE-GEN-HEADER-PARA
        PERFORM WALK-ORDERS-PARA
        PERFORM WRITE-GEN-TRAILER-PARA
        CLOSE GENFILE
        CLOSE ORDFILE
        IF REFFILE-OPEN
            CLOSE REFFILE
        END-IF
    END-IF
    PERFORM REPORT-TRAILER-PARA
    CLOSE RPTFILE
    PERFORM CALENDAR-DONE-PARA
    IF RUN-ABANDONED
        MOVE 12 TO RETURN-CODE
    END-IF
    DISPLAY 'Standing-order generation complete. Generated: '
        WS-GEN-CNT ' Skipped: ' WS-SKIP-CNT
    STOP RUN.

*> ---------------------------------------------------------------
*> READ-RUNCTL-PARA
*> The business date this run generates for and stamps the
*> calendar under.
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
*> OPEN-CALFILE-PARA / CALENDAR-CHECK-PARA / CALENDAR-SCAN-PARA /
*> CALENDAR-STAMP-PARA / CALENDAR-DONE-PARA / WRITE-REFUSAL-PARA
*> The processing-calendar gate, same shape as IDXCHECK's: refuse
*> when this job already completed the business date, when its own
*> stamp is still in-flight, or when any other stamping job is
*> in-flight. There is no predecessor - the generator runs ahead
*> of the daily posting run it feeds. An abandoned run hands the
*> date back (status N) instead of stamping complete.
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
                WHEN CA-COMPLETE
                    SET RUN-REFUSED TO TRUE
                    MOVE 'BUSINESS DATE ALREADY RUN'
                        TO WS-REFUSE-REASON
                WHEN CA-IN-FLIGHT
                    SET RUN-REFUSED TO TRUE
                    MOVE 'RUN ALREADY IN-FLIGHT'
                        TO WS-REFUSE-REASON
            END-EVALUATE
    END-READ
    IF NOT RUN-REFUSED AND WS-CAL-PRED NOT = SPACES
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
            ACCEPT CA-END-TIME FROM TIME
            REWRITE CA-CALENDAR-RECORD
    END-READ
    CLOSE CALFILE.

WRITE-REFUSAL-PARA.
    OPEN EXTEND AUDITFILE
    IF WS-AUDIT-STATUS NOT = '00'
        OPEN OUTPUT AUDITFILE
        CLOSE AUDITFILE
        OPEN EXTEND AUDITFILE
    END-IF
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

OPEN-REFFILE-PARA.
    OPEN INPUT REFFILE
    IF WS-REF-STATUS = '00'
        SET REFFILE-OPEN TO TRUE
    END-IF.

*> ---------------------------------------------------------------
*> WALK-ORDERS-PARA
*> The whole master in key order. Only active instructions are
*> looked at; cancelled and ended ones stay on file as the record
*> of what was instructed.
*> ---------------------------------------------------------------
WALK-ORDERS-PARA.
    MOVE LOW-VALUES TO SO-ORDER-KEY
    START ORDFILE KEY NOT < SO-ORDER-KEY
        INVALID KEY
            SET ORD-AT-EOF TO TRUE
    END-START
    PERFORM UNTIL ORD-AT-EOF
        READ ORDFILE NEXT RECORD
            AT END
                SET ORD-AT-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-ORDER-READ-CNT
                IF SO-STATUS-ACTIVE
                    PERFORM PROCESS-ORDER-PARA
                END-IF
        END-READ
        *> A failed READ NEXT raises neither phrase above; without
        *> this the walk would spin on the same failing READ.
        IF WS-ORD-STATUS NOT = '00'
            SET ORD-AT-EOF TO TRUE
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> PROCESS-ORDER-PARA
*> Every occurrence due on or before the business date is taken in
*> turn - normally one, more only when the generator missed days -
*> and the next due date rolled past it. An occurrence on a closed
*> or frozen account is skipped and reported, not held: it is
*> still rolled past, so the instruction resumes at its next
*> occurrence once the account is put right, instead of catching
*> up a run of stale payments. An instruction rolled past its end
*> date is ended. The master is rewritten once, after the loop.
*> ---------------------------------------------------------------
PROCESS-ORDER-PARA.
    MOVE 'N' TO WS-ORDER-DIRTY-SW
    IF SO-END-DATE NOT = 0
       AND SO-NEXT-DUE-DATE > SO-END-DATE
        SET SO-STATUS-ENDED TO TRUE
        SET ORDER-CHANGED TO TRUE
        ADD 1 TO WS-ENDED-CNT
        PERFORM LOG-ENDED-PARA
    END-IF
    IF SO-STATUS-ACTIVE
       AND SO-NEXT-DUE-DATE NOT > WS-BUSINESS-DATE
        PERFORM CHECK-ORDER-ACCOUNTS-PARA
    END-IF
    PERFORM UNTIL NOT SO-STATUS-ACTIVE
               OR SO-NEXT-DUE-DATE > WS-BUSINESS-DATE
        ADD 1 TO WS-DUE-CNT
        SET ORDER-CHANGED TO TRUE
        IF ORDER-GENERATES
            PERFORM WRITE-GEN-RECORD-PARA
            MOVE WS-BUSINESS-DATE TO SO-LAST-GEN-DATE
            PERFORM LOG-GENERATED-PARA
        ELSE
            ADD 1 TO WS-SKIP-CNT
            ADD SO-AMOUNT TO WS-SKIP-TOTAL
            PERFORM LOG-SKIPPED-PARA
        END-IF
        PERFORM ROLL-DUE-DATE-PARA
        IF SO-END-DATE NOT = 0
           AND SO-NEXT-DUE-DATE > SO-END-DATE
            SET SO-STATUS-ENDED TO TRUE
            ADD 1 TO WS-ENDED-CNT
            PERFORM LOG-ENDED-PARA
        END-IF
    END-PERFORM
    IF ORDER-CHANGED
        REWRITE SO-ORDER-RECORD
    END-IF.

*> ---------------------------------------------------------------
*> CHECK-ORDER-ACCOUNTS-PARA
*> The instruction's own account, and for a transfer the receiving
*> account, must both be open - the same two checks FILEPROC makes
*> (rejects 06-08 and 12) before it would post the item.
*> ---------------------------------------------------------------
CHECK-ORDER-ACCOUNTS-PARA.
    SET ORDER-GENERATES TO TRUE
    MOVE SPACES TO WS-SKIP-REASON
    IF REFFILE-OPEN
        MOVE SO-ACCOUNT-NUMBER TO RF-ACCOUNT-NUMBER
        READ REFFILE
            INVALID KEY
                MOVE '00' TO WS-REF-STATUS
                MOVE 'N' TO WS-GEN-OK-SW
                MOVE 'ACCOUNT NOT ON REFERENCE' TO WS-SKIP-REASON
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN RF-STATUS-CLOSED
                        MOVE 'N' TO WS-GEN-OK-SW
                        MOVE 'ACCOUNT CLOSED' TO WS-SKIP-REASON
                    WHEN RF-STATUS-FROZEN
                        MOVE 'N' TO WS-GEN-OK-SW
                        MOVE 'ACCOUNT FROZEN' TO WS-SKIP-REASON
                END-EVALUATE
        END-READ
    END-IF
    IF REFFILE-OPEN AND ORDER-GENERATES AND SO-CODE-TRANSFER
        MOVE SO-CONTRA-ACCOUNT TO RF-ACCOUNT-NUMBER
        READ REFFILE
            INVALID KEY
                MOVE '00' TO WS-REF-STATUS
                MOVE 'N' TO WS-GEN-OK-SW
                MOVE 'CONTRA NOT ON REFERENCE' TO WS-SKIP-REASON
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN RF-STATUS-CLOSED
                        MOVE 'N' TO WS-GEN-OK-SW
                        MOVE 'CONTRA CLOSED' TO WS-SKIP-REASON
                    WHEN RF-STATUS-FROZEN
                        MOVE 'N' TO WS-GEN-OK-SW
                        MOVE 'CONTRA FROZEN' TO WS-SKIP-REASON
                END-EVALUATE
        END-READ
    END-IF.

*> ---------------------------------------------------------------
*> ROLL-DUE-DATE-PARA
*> Next due date plus one period, by plain calendar arithmetic.
*> Weekly and fortnightly add days, carrying into the next month
*> (and year) as the days run out. Monthly, quarterly and annual
*> add months and land on the anchor day, or the month's last day
*> when the month is shorter.
*> ---------------------------------------------------------------
ROLL-DUE-DATE-PARA.
    MOVE SO-NEXT-DUE-DATE TO WS-DUE-DATE
    EVALUATE TRUE
        WHEN SO-FREQ-WEEKLY
            MOVE 7 TO WS-ADD-DAYS
            PERFORM ADD-DAYS-PARA
        WHEN SO-FREQ-FORTNIGHTLY
            MOVE 14 TO WS-ADD-DAYS
            PERFORM ADD-DAYS-PARA
        WHEN SO-FREQ-MONTHLY
            MOVE 1 TO WS-ADD-MONTHS
            PERFORM ADD-MONTHS-PARA
        WHEN SO-FREQ-QUARTERLY
            MOVE 3 TO WS-ADD-MONTHS
            PERFORM ADD-MONTHS-PARA
        WHEN OTHER
            MOVE 12 TO WS-ADD-MONTHS
            PERFORM ADD-MONTHS-PARA
    END-EVALUATE
    MOVE WS-DUE-DATE TO SO-NEXT-DUE-DATE.

ADD-DAYS-PARA.
    MOVE WS-DUE-YEAR TO WS-WORK-YEAR
    MOVE WS-DUE-MONTH TO WS-WORK-MONTH
    COMPUTE WS-WORK-DAY = WS-DUE-DAY + WS-ADD-DAYS
    PERFORM MONTH-DAYS-PARA
    PERFORM UNTIL WS-WORK-DAY NOT > WS-MONTH-DAYS
        SUBTRACT WS-MONTH-DAYS FROM WS-WORK-DAY
        ADD 1 TO WS-WORK-MONTH
        IF WS-WORK-MONTH > 12
            MOVE 1 TO WS-WORK-MONTH
            ADD 1 TO WS-WORK-YEAR
        END-IF
        PERFORM MONTH-DAYS-PARA
    END-PERFORM
    MOVE WS-WORK-YEAR TO WS-DUE-YEAR
    MOVE WS-WORK-MONTH TO WS-DUE-MONTH
    MOVE WS-WORK-DAY TO WS-DUE-DAY.

ADD-MONTHS-PARA.
    COMPUTE WS-MONTH-CNT = WS-DUE-YEAR * 12 + WS-DUE-MONTH - 1
        + WS-ADD-MONTHS
    DIVIDE WS-MONTH-CNT BY 12 GIVING WS-WORK-YEAR
        REMAINDER WS-WORK-MONTH
    ADD 1 TO WS-WORK-MONTH
    IF SO-ANCHOR-DAY NUMERIC AND SO-ANCHOR-DAY > 0
        MOVE SO-ANCHOR-DAY TO WS-WORK-DAY
    ELSE
        MOVE WS-DUE-DAY TO WS-WORK-DAY
    END-IF
    PERFORM MONTH-DAYS-PARA
    IF WS-WORK-DAY > WS-MONTH-DAYS
        MOVE WS-MONTH-DAYS TO WS-WORK-DAY
    END-IF
    MOVE WS-WORK-YEAR TO WS-DUE-YEAR
    MOVE WS-WORK-MONTH TO WS-DUE-MONTH
    MOVE WS-WORK-DAY TO WS-DUE-DAY.

*> Days in WS-WORK-MONTH of WS-WORK-YEAR, February by the
*> Gregorian leap-year rule.
MONTH-DAYS-PARA.
    MOVE WS-DAYS-IN-MONTH(WS-WORK-MONTH) TO WS-MONTH-DAYS
    IF WS-WORK-MONTH = 2
        DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOT
            REMAINDER WS-LEAP-REM4
        DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOT
            REMAINDER WS-LEAP-REM100
        DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOT
            REMAINDER WS-LEAP-REM400
        IF WS-LEAP-REM4 = 0
           AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)
            MOVE 29 TO WS-MONTH-DAYS
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> WRITE-GEN-RECORD-PARA
*> One standard 80-byte transaction into the envelope, dated the
*> business date, with the count and hash the trailer will carry
*> accumulated here so the register ties to the file by
*> construction. A transfer carries its receiving account where
*> FILEPROC looks for it and the reference in the memo; a debit or
*> credit carries the reference as its description.
*> ---------------------------------------------------------------
WRITE-GEN-RECORD-PARA.
    MOVE SPACES TO WS-GEN-LAYOUT
    MOVE SPACES TO WS-SO-REF
    STRING 'SO ' DELIMITED BY SIZE,
           SO-ORDER-NUMBER DELIMITED BY SIZE,
           ' DUE ' DELIMITED BY SIZE,
           SO-NEXT-DUE-DATE DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           SO-MEMO DELIMITED BY SIZE
        INTO WS-SO-REF
    MOVE SO-ACCOUNT-NUMBER TO FP-ACCOUNT-NUMBER
    MOVE SO-TRANS-CODE TO FP-TRANS-CODE
    MOVE SO-AMOUNT TO FP-AMOUNT
    MOVE WS-BUSINESS-DATE TO FP-TRANS-DATE
    IF SO-CODE-TRANSFER
        MOVE SO-CONTRA-ACCOUNT TO FP-CONTRA-ACCOUNT
        MOVE SPACE TO FP-TRANSFER-LEG
        MOVE WS-SO-REF TO FP-TRANSFER-MEMO
    ELSE
        MOVE WS-SO-REF TO FP-DESCRIPTION
    END-IF
    MOVE WS-GEN-LAYOUT TO GEN-RECORD
    WRITE GEN-RECORD
    ADD 1 TO WS-GEN-CNT
    ADD SO-AMOUNT TO WS-GEN-HASH.

*> ---------------------------------------------------------------
*> WRITE-GEN-HEADER-PARA / WRITE-GEN-TRAILER-PARA
*> The batch envelope FILEPROC proves the generated file against.
*> ---------------------------------------------------------------
WRITE-GEN-HEADER-PARA.
    MOVE SPACES TO WS-GEN-HDR-REC
    MOVE 'BATCHHDR' TO BH-RECORD-TYPE
    MOVE 'STANDORD' TO BH-BRANCH-ID
    MOVE WS-BUSINESS-DATE TO BH-BATCH-DATE
    MOVE 1 TO BH-BATCH-NUMBER
    WRITE GEN-RECORD FROM WS-GEN-HDR-REC.

WRITE-GEN-TRAILER-PARA.
    MOVE SPACES TO WS-GEN-TRL-REC
    MOVE 'BATCHTRL' TO BT-RECORD-TYPE
    MOVE 'STANDORD' TO BT-BRANCH-ID
    MOVE WS-GEN-CNT TO BT-RECORD-COUNT
    MOVE WS-GEN-HASH TO BT-HASH-TOTAL
    WRITE GEN-RECORD FROM WS-GEN-TRL-REC.

*> ---------------------------------------------------------------
*> LOG-GENERATED-PARA / LOG-SKIPPED-PARA / LOG-ENDED-PARA
*> The register: one line per occurrence generated or skipped, and
*> one per instruction ended, so the whole file and every rolled
*> due date can be audited off one report.
*> ---------------------------------------------------------------
LOG-GENERATED-PARA.
    MOVE SO-AMOUNT TO WS-AMT-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING SO-ACCOUNT-NUMBER DELIMITED BY SIZE,
           '/' DELIMITED BY SIZE,
           SO-ORDER-NUMBER DELIMITED BY SIZE,
           ' GEN ' DELIMITED BY SIZE,
           SO-TRANS-CODE DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-AMT-ED DELIMITED BY SIZE,
           ' DUE ' DELIMITED BY SIZE,
           SO-NEXT-DUE-DATE DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           SO-CONTRA-ACCOUNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

LOG-SKIPPED-PARA.
    MOVE SO-AMOUNT TO WS-AMT-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING SO-ACCOUNT-NUMBER DELIMITED BY SIZE,
           '/' DELIMITED BY SIZE,
           SO-ORDER-NUMBER DELIMITED BY SIZE,
           ' SKP ' DELIMITED BY SIZE,
           SO-TRANS-CODE DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-AMT-ED DELIMITED BY SIZE,
           ' DUE ' DELIMITED BY SIZE,
           SO-NEXT-DUE-DATE DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-SKIP-REASON DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

LOG-ENDED-PARA.
    MOVE SPACES TO WS-RPT-LINE
    STRING SO-ACCOUNT-NUMBER DELIMITED BY SIZE,
           '/' DELIMITED BY SIZE,
           SO-ORDER-NUMBER DELIMITED BY SIZE,
           ' END (past end date ' DELIMITED BY SIZE,
           SO-END-DATE DELIMITED BY SIZE,
           ')' DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

*> ---------------------------------------------------------------
*> REPORT-HEADER-PARA / REPORT-TRAILER-PARA
*> The trailer's generated count and amount total tie to the
*> envelope trailer on the generated file.
*> ---------------------------------------------------------------
REPORT-HEADER-PARA.
    MOVE SPACES TO WS-RPT-LINE
    STRING 'STANDING-ORDER REGISTER - BUSINESS DATE ' DELIMITED BY SIZE,
           WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

REPORT-TRAILER-PARA.
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Orders read           : ' DELIMITED BY SIZE,
           WS-ORDER-READ-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Occurrences due       : ' DELIMITED BY SIZE,
           WS-DUE-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Occurrences skipped   : ' DELIMITED BY SIZE,
           WS-SKIP-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE WS-SKIP-TOTAL TO WS-TOT-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Skipped amount        : ' DELIMITED BY SIZE,
           WS-TOT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Orders ended          : ' DELIMITED BY SIZE,
           WS-ENDED-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'File records generated: ' DELIMITED BY SIZE,
           WS-GEN-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE WS-GEN-HASH TO WS-TOT-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING 'File amount total     : ' DELIMITED BY SIZE,
           WS-TOT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.
