IDENTIFICATION DIVISION.
PROGRAM-ID. AUTHAPR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Approval window and amount threshold card. No default - how
    *> long a change may wait for its second signature, and how big
    *> an amount change must be signed for item by item, are control
    *> settings audit owns, not things to guess at. A missing or bad
    *> card decides nothing and ends RC 12.
    SELECT PARMFILE ASSIGN TO APRPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    *> The approvers' decision cards.
    SELECT APPRFILE ASSIGN TO APRCARDS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPR-STATUS.
    *> Run-control card shared with the daily job - the business
    *> date decisions are made under and ages are counted to. Absent
    *> or unreadable falls back to today, the same degrade MAINT
    *> applies.
    SELECT RUNCTLFILE ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
    *> Processing calendar, read-only: a business day is a date the
    *> daily FILEPROC run completed, so an item's age is the number
    *> of such dates since it was staged - weekends, holidays and a
    *> date DAYBKO handed back don't count against the window.
    SELECT CALFILE ASSIGN TO RUNCAL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CA-CAL-KEY
        FILE STATUS IS WS-CAL-STATUS.
    *> The account master MAINT corrects, read-only: a correction's
    *> amount change is measured against the amount on file today.
    *> Absent or unopenable, every correction needs its own approval
    *> card.
    SELECT OUTIDX ASSIGN TO ACCTIDX
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OI-ACCOUNT-NUMBER
        FILE STATUS IS WS-OUTIDX-STATUS.
    *> The pending-authorization file AUTHSTG stages into.
    SELECT PENDFILE ASSIGN TO PENDAUTH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PN-ITEM-KEY
        FILE STATUS IS WS-PEND-STATUS.
    *> Released corrections, enveloped (AUTHENV), for MAINT's
    *> CORRECT.DAT. Appended to, so a second approval run before
    *> MAINT has applied the first adds its envelope rather than
    *> wiping out cards already approved.
    SELECT CORROUT ASSIGN TO CORROUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CORROUT-STATUS.
    *> Released reference cards, enveloped the same way, for
    *> REFMAINT's REFCARDS.
    SELECT REFOUT ASSIGN TO REFOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REFOUT-STATUS.
    SELECT RPTFILE ASSIGN TO AUTHRPT
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The shared audit log - one line per approval run.
    SELECT AUDITFILE ASSIGN TO AUDITLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
*> One card:
*>   01-02  approval window in business days (01-99) - required
*>   04-14  amount threshold (9(9)V99) - required. A correction that
*>          moves the account's amount by more than this is released
*>          only on an approval card naming the item; a blanket 'B'
*>          card passes it by. Zeros make every correction that
*>          changes the amount at all itemized.
FD PARMFILE.
01 PARM-RECORD.
    05 PD-WINDOW-DAYS    PIC 9(02).
    05 FILLER            PIC X(01).
    05 PD-THRESHOLD      PIC 9(9)V99.
    05 FILLER            PIC X(66).

*> One card per decision:
*>   01-08  approver operator id - must not be the item's maker
*>   10     action: A approve the item, R reject the item,
*>          B approve every pending item the approver did not make
*>          and that does not need itemized approval
*>   12-23  item key (YYYYMMDDnnnn) as listed by AUTHSTG - A and R
FD APPRFILE.
01 APPR-RECORD.
    05 AP-APPROVER-ID    PIC X(08).
    05 FILLER            PIC X(01).
    05 AP-ACTION-CODE    PIC X(01).
       88 AP-ACTION-APPROVE VALUE 'A'.
       88 AP-ACTION-REJECT  VALUE 'R'.
       88 AP-ACTION-BLANKET VALUE 'B'.
    05 FILLER            PIC X(01).
    05 AP-ITEM-KEY       PIC X(12).
    05 FILLER            PIC X(57).

FD RUNCTLFILE.
01 RUNCTL-RECORD.
    05 RC-BUSINESS-DATE  PIC 9(08).
    05 FILLER            PIC X(72).

FD CALFILE.
01 CA-CALENDAR-RECORD.
    COPY CALREC.

FD OUTIDX.
01 OI-ACCOUNT-RECORD.
    COPY ACCTREC REPLACING LEADING ==FP-== BY ==OI-==.

FD PENDFILE.
01 PN-PENDING-RECORD.
    COPY PENDREC.

FD CORROUT.
01 CORROUT-RECORD PIC X(80).

FD REFOUT.
01 REFOUT-RECORD PIC X(80).

FD RPTFILE.
01 RPT-RECORD PIC X(80).

FD AUDITFILE.
01 AUDIT-RECORD PIC X(132).

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 END-OF-FILE VALUE 'Y'.
01 WS-PARM-STATUS    PIC X(02) VALUE '00'.
01 WS-APPR-STATUS    PIC X(02) VALUE '00'.
01 WS-RUNCTL-STATUS  PIC X(02) VALUE '00'.
01 WS-CAL-STATUS     PIC X(02) VALUE '00'.
01 WS-OUTIDX-STATUS  PIC X(02) VALUE '00'.
01 WS-PEND-STATUS    PIC X(02) VALUE '00'.
01 WS-CORROUT-STATUS PIC X(02) VALUE '00'.
01 WS-REFOUT-STATUS  PIC X(02) VALUE '00'.
01 WS-AUDIT-STATUS   PIC X(02) VALUE '00'.
01 WS-RUN-DATE PIC 9(08) VALUE 0.
01 WS-RUN-TIME PIC 9(08) VALUE 0.
01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
01 WS-RETURN-CODE PIC 9(02) VALUE 0.
01 WS-AUDIT-LINE PIC X(132).

01 WS-PARM-SW PIC X VALUE 'N'.
   88 PARMS-LOADED VALUE 'Y'.
01 WS-WINDOW-DAYS PIC 9(02) VALUE 0.
01 WS-THRESHOLD PIC 9(9)V99 VALUE 0.
01 WS-OUTIDX-SW PIC X VALUE 'N'.
   88 OUTIDX-OPEN VALUE 'Y'.
*> Set when the card, the pending file, the calendar or either
*> release deck is unusable - nothing is decided.
01 WS-ABANDON-SW PIC X VALUE 'N'.
   88 RUN-ABANDONED VALUE 'Y'.
01 WS-ABANDON-REASON PIC X(60) VALUE SPACES.

*> The business days the approval window is counted in: every
*> date in the last year up to the business date on which
*> FILEPROC completed, ascending - see LOAD-CALENDAR-PARA. An
*> item staged before the year began is past any window.
01 WS-FLOOR-DATE PIC 9(08) VALUE 0.
01 WS-BD-CNT PIC 9(04) VALUE 0 COMP.
01 WS-BD-IX  PIC 9(04) VALUE 0 COMP.
01 WS-BD-TABLE.
    05 WS-BD-DATE PIC 9(08) OCCURS 400.
01 WS-CAL-EOF PIC X VALUE 'N'.
   88 CAL-SCAN-DONE VALUE 'Y'.
01 WS-AGE PIC 9(03) VALUE 0.

*> The approvers' cards, held so each pending item can be matched
*> to the cards naming it - see LOAD-CARDS-PARA.
01 WS-AC-MAX PIC 9(04) VALUE 2000 COMP.
01 WS-AC-CNT PIC 9(04) VALUE 0 COMP.
01 WS-AC-IX  PIC 9(04) VALUE 0 COMP.
01 WS-AC-TABLE.
    05 WS-AC-ENTRY OCCURS 2000.
        10 WS-AC-APPROVER PIC X(08).
        10 WS-AC-ACTION   PIC X(01).
        10 WS-AC-KEY      PIC X(12).
        10 WS-AC-USED     PIC X(01).
           88 AC-CARD-USED VALUE 'Y'.

*> The decision on the item in hand.
01 WS-ITEM-KEY-X PIC X(12) VALUE SPACES.
01 WS-DECISION PIC X(01) VALUE SPACE.
   88 DECIDE-NONE    VALUE SPACE.
   88 DECIDE-RELEASE VALUE 'A'.
   88 DECIDE-REJECT  VALUE 'R'.
01 WS-DECIDER PIC X(08) VALUE SPACES.
01 WS-AMOUNT-CHANGE PIC S9(10)V99 VALUE 0.

*> Release envelope - header and trailer around each card released,
*> both carrying the item's PENDAUTH key.
01 WS-ENV-CARD.
    COPY AUTHENV.

*> Report line pieces - see DECISION-LINE-PARA.
01 WS-LINE-LABEL    PIC X(12) VALUE SPACES.
01 WS-LINE-OPERATOR PIC X(08) VALUE SPACES.
01 WS-LINE-NOTE     PIC X(23) VALUE SPACES.

01 WS-CARD-READ-CNT   PIC 9(5) VALUE 0.
01 WS-CARD-BAD-CNT    PIC 9(5) VALUE 0.
01 WS-CARD-REFUSE-CNT PIC 9(5) VALUE 0.
01 WS-CARD-NOUSE-CNT  PIC 9(5) VALUE 0.
01 WS-RELEASE-C-CNT   PIC 9(5) VALUE 0.
01 WS-RELEASE-R-CNT   PIC 9(5) VALUE 0.
01 WS-REJECT-CNT      PIC 9(5) VALUE 0.
01 WS-EXPIRE-CNT      PIC 9(5) VALUE 0.
01 WS-PENDING-CNT     PIC 9(5) VALUE 0.

01 WS-AMT-ED PIC ZZZ,ZZZ,ZZ9.99.
01 WS-RPT-LINE PIC X(80).

*> Structured view of a staged correction card.
01 WS-CORR-LAYOUT.
    COPY ACCTREC.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    PERFORM READ-RUNCTL-PARA
    PERFORM READ-PARM-PARA
    OPEN OUTPUT RPTFILE
    PERFORM REPORT-HEADER-PARA
    IF NOT PARMS-LOADED
        SET RUN-ABANDONED TO TRUE
        MOVE 'APPROVAL CARD MISSING OR UNREADABLE - NOTHING DECIDED.'
            TO WS-ABANDON-REASON
    END-IF
    IF NOT RUN-ABANDONED
        PERFORM LOAD-CALENDAR-PARA
    END-IF
    IF NOT RUN-ABANDONED
        OPEN I-O PENDFILE
        IF WS-PEND-STATUS NOT = '00'
            SET RUN-ABANDONED TO TRUE
            MOVE 'PENDING FILE WOULD NOT OPEN - NOTHING DECIDED.'
                TO WS-ABANDON-REASON
        END-IF
    END-IF
    IF NOT RUN-ABANDONED
        PERFORM OPEN-DECKS-PARA
        IF RUN-ABANDONED
            CLOSE PENDFILE
        END-IF
    END-IF
    IF RUN-ABANDONED
        MOVE WS-ABANDON-REASON TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    ELSE
        OPEN INPUT OUTIDX
        IF WS-OUTIDX-STATUS = '00'
            SET OUTIDX-OPEN TO TRUE
        ELSE
            MOVE 'ACCTIDX WOULD NOT OPEN - EVERY CORRECTION ITEMIZED.'
                TO WS-RPT-LINE
            WRITE RPT-RECORD FROM WS-RPT-LINE
        END-IF
        PERFORM LOAD-CARDS-PARA
        PERFORM DECIDE-ITEMS-PARA
        PERFORM UNUSED-CARDS-PARA
        PERFORM CLOSE-DECKS-PARA
        PERFORM PENDING-REPORT-PARA
        CLOSE PENDFILE
        IF OUTIDX-OPEN
            CLOSE OUTIDX
        END-IF
        PERFORM APPROVAL-REPORT-PARA
    END-IF
    CLOSE RPTFILE
    EVALUATE TRUE
        WHEN RUN-ABANDONED
            MOVE 12 TO WS-RETURN-CODE
        WHEN WS-CARD-BAD-CNT > 0
          OR WS-CARD-REFUSE-CNT > 0
          OR WS-CARD-NOUSE-CNT > 0
            MOVE 8 TO WS-RETURN-CODE
        WHEN OTHER
            MOVE 0 TO WS-RETURN-CODE
    END-EVALUATE
    PERFORM WRITE-AUDIT-PARA
    MOVE WS-RETURN-CODE TO RETURN-CODE
    DISPLAY 'Authorization run complete. Items released: '
        WS-RELEASE-C-CNT ' corrections ' WS-RELEASE-R-CNT
        ' reference RC=' WS-RETURN-CODE
    STOP RUN.

*> ---------------------------------------------------------------
*> READ-RUNCTL-PARA
*> The business date decisions are made under.
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
*> READ-PARM-PARA
*> The window must be at least one business day and the threshold
*> a number; anything else decides nothing.
*> ---------------------------------------------------------------
READ-PARM-PARA.
    OPEN INPUT PARMFILE
    IF WS-PARM-STATUS = '00'
        READ PARMFILE
            AT END
                CONTINUE
            NOT AT END
                IF PD-WINDOW-DAYS NUMERIC
                   AND PD-WINDOW-DAYS > 0
                   AND PD-THRESHOLD NUMERIC
                    MOVE PD-WINDOW-DAYS TO WS-WINDOW-DAYS
                    MOVE PD-THRESHOLD TO WS-THRESHOLD
                    SET PARMS-LOADED TO TRUE
                END-IF
        END-READ
        CLOSE PARMFILE
    END-IF.

*> ---------------------------------------------------------------
*> LOAD-CALENDAR-PARA
*> FILEPROC's completed dates from a year before the business date
*> up to it. A year holds far more business days than the widest
*> window the card allows, so nothing older needs counting.
*> ---------------------------------------------------------------
LOAD-CALENDAR-PARA.
    MOVE 0 TO WS-BD-CNT
    MOVE 0 TO WS-FLOOR-DATE
    IF WS-BUSINESS-DATE > 10000
        COMPUTE WS-FLOOR-DATE = WS-BUSINESS-DATE - 10000
    END-IF
    OPEN INPUT CALFILE
    IF WS-CAL-STATUS NOT = '00'
        SET RUN-ABANDONED TO TRUE
        MOVE 'PROCESSING CALENDAR WOULD NOT OPEN - NOTHING DECIDED.'
            TO WS-ABANDON-REASON
    ELSE
        MOVE 'N' TO WS-CAL-EOF
        MOVE WS-FLOOR-DATE TO CA-BUSINESS-DATE
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
                    IF CA-BUSINESS-DATE > WS-BUSINESS-DATE
                        SET CAL-SCAN-DONE TO TRUE
                    ELSE
                        IF CA-JOB-NAME = 'FILEPROC'
                           AND CA-COMPLETE
                           AND WS-BD-CNT < 400
                            ADD 1 TO WS-BD-CNT
                            MOVE CA-BUSINESS-DATE
                                TO WS-BD-DATE(WS-BD-CNT)
                        END-IF
                    END-IF
            END-READ
            *> A failed READ NEXT raises neither phrase above;
            *> without this the scan would spin on it.
            IF WS-CAL-STATUS NOT = '00'
                SET CAL-SCAN-DONE TO TRUE
            END-IF
        END-PERFORM
        CLOSE CALFILE
    END-IF.

*> ---------------------------------------------------------------
*> OPEN-DECKS-PARA / CLOSE-DECKS-PARA
*> Both release decks are opened for append before anything is
*> decided, with the create-if-missing idiom - an item is never
*> marked released unless its card has somewhere to go.
*> ---------------------------------------------------------------
OPEN-DECKS-PARA.
    OPEN EXTEND CORROUT
    IF WS-CORROUT-STATUS NOT = '00'
        OPEN OUTPUT CORROUT
        CLOSE CORROUT
        OPEN EXTEND CORROUT
    END-IF
    IF WS-CORROUT-STATUS NOT = '00'
        SET RUN-ABANDONED TO TRUE
        MOVE 'CORRECTION DECK WOULD NOT OPEN - NOTHING DECIDED.'
            TO WS-ABANDON-REASON
    ELSE
        OPEN EXTEND REFOUT
        IF WS-REFOUT-STATUS NOT = '00'
            OPEN OUTPUT REFOUT
            CLOSE REFOUT
            OPEN EXTEND REFOUT
        END-IF
        IF WS-REFOUT-STATUS NOT = '00'
            SET RUN-ABANDONED TO TRUE
            MOVE 'REFERENCE DECK WOULD NOT OPEN - NOTHING DECIDED.'
                TO WS-ABANDON-REASON
            CLOSE CORROUT
        END-IF
    END-IF.

CLOSE-DECKS-PARA.
    CLOSE CORROUT
    CLOSE REFOUT.

*> ---------------------------------------------------------------
*> LOAD-CARDS-PARA
*> Every card needs an approver and a known action; an approve or
*> reject needs a numeric item key. A card failing that is listed
*> and counts toward RC 8 - a signature that wasn't acted on has
*> to be chased, not lost.
*> ---------------------------------------------------------------
LOAD-CARDS-PARA.
    MOVE 0 TO WS-AC-CNT
    OPEN INPUT APPRFILE
    IF WS-APPR-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL END-OF-FILE
            READ APPRFILE
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-CARD-READ-CNT
                    PERFORM EDIT-CARD-PARA
            END-READ
        END-PERFORM
        CLOSE APPRFILE
    END-IF.

EDIT-CARD-PARA.
    MOVE SPACES TO WS-LINE-NOTE
    EVALUATE TRUE
        WHEN AP-APPROVER-ID = SPACES
            MOVE 'NO APPROVER ID' TO WS-LINE-NOTE
        WHEN NOT AP-ACTION-APPROVE AND NOT AP-ACTION-REJECT
             AND NOT AP-ACTION-BLANKET
            MOVE 'UNKNOWN ACTION' TO WS-LINE-NOTE
        WHEN NOT AP-ACTION-BLANKET AND AP-ITEM-KEY NOT NUMERIC
            MOVE 'BAD ITEM KEY' TO WS-LINE-NOTE
        WHEN WS-AC-CNT NOT < WS-AC-MAX
            MOVE 'CARD TABLE FULL' TO WS-LINE-NOTE
    END-EVALUATE
    IF WS-LINE-NOTE = SPACES
        ADD 1 TO WS-AC-CNT
        MOVE AP-APPROVER-ID TO WS-AC-APPROVER(WS-AC-CNT)
        MOVE AP-ACTION-CODE TO WS-AC-ACTION(WS-AC-CNT)
        MOVE AP-ITEM-KEY TO WS-AC-KEY(WS-AC-CNT)
        MOVE 'N' TO WS-AC-USED(WS-AC-CNT)
    ELSE
        ADD 1 TO WS-CARD-BAD-CNT
        MOVE SPACES TO PN-PENDING-RECORD
        MOVE 'CARD INVALID' TO WS-LINE-LABEL
        MOVE AP-ITEM-KEY TO WS-ITEM-KEY-X
        MOVE AP-APPROVER-ID TO WS-LINE-OPERATOR
        PERFORM CARD-LINE-PARA
    END-IF.

*> ---------------------------------------------------------------
*> DECIDE-ITEMS-PARA / DECIDE-ONE-PARA
*> Walks the pending file in key order and decides every item
*> still waiting:
*>   - past the window (more business days since staging than the
*>     card allows) it is expired, whatever cards name it;
*>   - otherwise the first A or R card naming it from an operator
*>     other than its maker decides it - a card from the item's
*>     own maker is refused and listed;
*>   - failing that, an item not needing itemized approval is
*>     released by any B card from an operator other than its
*>     maker;
*>   - anything else stays pending for the report.
*> A released item's card goes to its deck before the item is
*> marked released.
*> ---------------------------------------------------------------
DECIDE-ITEMS-PARA.
    MOVE 'N' TO WS-EOF
    MOVE LOW-VALUES TO PN-ITEM-KEY
    START PENDFILE KEY NOT < PN-ITEM-KEY
        INVALID KEY
            SET END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL END-OF-FILE
        READ PENDFILE NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF PN-PENDING
                    PERFORM DECIDE-ONE-PARA
                END-IF
        END-READ
        IF WS-PEND-STATUS NOT = '00'
            SET END-OF-FILE TO TRUE
        END-IF
    END-PERFORM
    MOVE '00' TO WS-PEND-STATUS.

DECIDE-ONE-PARA.
    MOVE PN-ITEM-KEY TO WS-ITEM-KEY-X
    PERFORM ITEM-AGE-PARA
    PERFORM ITEMIZED-CHECK-PARA
    MOVE SPACE TO WS-DECISION
    MOVE SPACES TO WS-DECIDER
    IF WS-AGE > WS-WINDOW-DAYS
        PERFORM EXPIRE-ITEM-PARA
    ELSE
        PERFORM VARYING WS-AC-IX FROM 1 BY 1
                UNTIL WS-AC-IX > WS-AC-CNT
            IF WS-AC-KEY(WS-AC-IX) = WS-ITEM-KEY-X
               AND WS-AC-ACTION(WS-AC-IX) NOT = 'B'
               AND NOT AC-CARD-USED(WS-AC-IX)
                PERFORM MATCH-CARD-PARA
            END-IF
        END-PERFORM
        IF DECIDE-NONE AND NOT PN-ITEMIZED
            PERFORM VARYING WS-AC-IX FROM 1 BY 1
                    UNTIL WS-AC-IX > WS-AC-CNT OR NOT DECIDE-NONE
                IF WS-AC-ACTION(WS-AC-IX) = 'B'
                   AND WS-AC-APPROVER(WS-AC-IX) NOT = PN-MAKER-ID
                    MOVE 'A' TO WS-DECISION
                    MOVE WS-AC-APPROVER(WS-AC-IX) TO WS-DECIDER
                    MOVE 'Y' TO WS-AC-USED(WS-AC-IX)
                END-IF
            END-PERFORM
        END-IF
        EVALUATE TRUE
            WHEN DECIDE-RELEASE
                PERFORM RELEASE-ITEM-PARA
            WHEN DECIDE-REJECT
                PERFORM REJECT-ITEM-PARA
            WHEN OTHER
                *> Still waiting - only the itemized flag may have
                *> changed, and it is kept for the pending report.
                REWRITE PN-PENDING-RECORD
        END-EVALUATE
    END-IF.

*> ---------------------------------------------------------------
*> MATCH-CARD-PARA
*> One A or R card naming the item in hand. A maker can't sign
*> for an item of their own; once an item is decided, any further
*> card for it is listed as ignored rather than left looking
*> unmatched.
*> ---------------------------------------------------------------
MATCH-CARD-PARA.
    MOVE 'Y' TO WS-AC-USED(WS-AC-IX)
    MOVE WS-AC-APPROVER(WS-AC-IX) TO WS-LINE-OPERATOR
    EVALUATE TRUE
        WHEN WS-AC-APPROVER(WS-AC-IX) = PN-MAKER-ID
            ADD 1 TO WS-CARD-REFUSE-CNT
            MOVE 'REFUSED' TO WS-LINE-LABEL
            MOVE 'APPROVER IS THE MAKER' TO WS-LINE-NOTE
            PERFORM DECISION-LINE-PARA
        WHEN NOT DECIDE-NONE
            MOVE 'IGNORED' TO WS-LINE-LABEL
            MOVE 'ALREADY DECIDED' TO WS-LINE-NOTE
            PERFORM DECISION-LINE-PARA
        WHEN OTHER
            MOVE WS-AC-ACTION(WS-AC-IX) TO WS-DECISION
            MOVE WS-AC-APPROVER(WS-AC-IX) TO WS-DECIDER
    END-EVALUATE.

*> ---------------------------------------------------------------
*> ITEM-AGE-PARA
*> Business days since the item was staged: FILEPROC's completed
*> dates after the staging date, up to the business date.
*> ---------------------------------------------------------------
ITEM-AGE-PARA.
    MOVE 0 TO WS-AGE
    IF PN-STAGE-DATE < WS-FLOOR-DATE
        MOVE 999 TO WS-AGE
    ELSE
        PERFORM VARYING WS-BD-IX FROM 1 BY 1
                UNTIL WS-BD-IX > WS-BD-CNT
            IF WS-BD-DATE(WS-BD-IX) > PN-STAGE-DATE
                ADD 1 TO WS-AGE
            END-IF
        END-PERFORM
    END-IF.

*> ---------------------------------------------------------------
*> ITEMIZED-CHECK-PARA
*> A correction whose amount differs from the amount on ACCTIDX
*> today by more than the threshold needs an approval card naming
*> it, however routine the rest of the card. Measured afresh every
*> run, since postings move the master while the item waits. An
*> account not on ACCTIDX has nothing to move - MAINT reports it
*> unmatched - so its card is not itemized on that account.
*> ---------------------------------------------------------------
ITEMIZED-CHECK-PARA.
    MOVE 'N' TO PN-ITEMIZED-SW
    IF PN-TYPE-CORRECTION
        MOVE PN-CARD-IMAGE TO WS-CORR-LAYOUT
        IF NOT OUTIDX-OPEN
            MOVE 'Y' TO PN-ITEMIZED-SW
        ELSE
            MOVE FP-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER
            READ OUTIDX
                INVALID KEY
                    MOVE '00' TO WS-OUTIDX-STATUS
                NOT INVALID KEY
                    COMPUTE WS-AMOUNT-CHANGE = FP-AMOUNT - OI-AMOUNT
                    IF WS-AMOUNT-CHANGE < 0
                        COMPUTE WS-AMOUNT-CHANGE = 0 - WS-AMOUNT-CHANGE
                    END-IF
                    IF WS-AMOUNT-CHANGE > WS-THRESHOLD
                        MOVE 'Y' TO PN-ITEMIZED-SW
                    END-IF
            END-READ
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> RELEASE-ITEM-PARA / REJECT-ITEM-PARA / EXPIRE-ITEM-PARA
*> The decision is stamped on the item with who made it and when;
*> a released card goes to its deck inside an envelope of its own,
*> keyed to the item so MAINT or REFMAINT can look it up on
*> PENDAUTH before applying it.
*> ---------------------------------------------------------------
RELEASE-ITEM-PARA.
    MOVE SPACES TO WS-ENV-CARD
    SET AE-HEADER-CARD TO TRUE
    MOVE WS-RUN-DATE TO AE-RUN-DATE
    MOVE WS-RUN-TIME TO AE-RUN-TIME
    MOVE 0 TO AE-CARD-COUNT
    MOVE PN-ITEM-KEY TO AE-ITEM-KEY
    IF PN-TYPE-CORRECTION
        WRITE CORROUT-RECORD FROM WS-ENV-CARD
        WRITE CORROUT-RECORD FROM PN-CARD-IMAGE
        ADD 1 TO WS-RELEASE-C-CNT
    ELSE
        WRITE REFOUT-RECORD FROM WS-ENV-CARD
        WRITE REFOUT-RECORD FROM PN-CARD-IMAGE
        ADD 1 TO WS-RELEASE-R-CNT
    END-IF
    SET AE-TRAILER-CARD TO TRUE
    MOVE 1 TO AE-CARD-COUNT
    IF PN-TYPE-CORRECTION
        WRITE CORROUT-RECORD FROM WS-ENV-CARD
    ELSE
        WRITE REFOUT-RECORD FROM WS-ENV-CARD
    END-IF
    SET PN-RELEASED TO TRUE
    MOVE WS-DECIDER TO PN-APPROVER-ID
    MOVE WS-BUSINESS-DATE TO PN-DECIDED-DATE
    REWRITE PN-PENDING-RECORD
    MOVE 'RELEASED' TO WS-LINE-LABEL
    MOVE WS-DECIDER TO WS-LINE-OPERATOR
    IF PN-ITEMIZED
        MOVE 'ITEMIZED' TO WS-LINE-NOTE
    ELSE
        MOVE SPACES TO WS-LINE-NOTE
    END-IF
    PERFORM DECISION-LINE-PARA.

REJECT-ITEM-PARA.
    SET PN-REJECTED TO TRUE
    MOVE WS-DECIDER TO PN-APPROVER-ID
    MOVE WS-BUSINESS-DATE TO PN-DECIDED-DATE
    REWRITE PN-PENDING-RECORD
    ADD 1 TO WS-REJECT-CNT
    MOVE 'REJECTED' TO WS-LINE-LABEL
    MOVE WS-DECIDER TO WS-LINE-OPERATOR
    MOVE SPACES TO WS-LINE-NOTE
    PERFORM DECISION-LINE-PARA.

EXPIRE-ITEM-PARA.
    SET PN-EXPIRED TO TRUE
    MOVE SPACES TO PN-APPROVER-ID
    MOVE WS-BUSINESS-DATE TO PN-DECIDED-DATE
    REWRITE PN-PENDING-RECORD
    ADD 1 TO WS-EXPIRE-CNT
    MOVE 'EXPIRED' TO WS-LINE-LABEL
    MOVE SPACES TO WS-LINE-OPERATOR
    MOVE SPACES TO WS-LINE-NOTE
    STRING 'NOT APPROVED IN ' DELIMITED BY SIZE,
           WS-WINDOW-DAYS DELIMITED BY SIZE,
           ' DAYS' DELIMITED BY SIZE
        INTO WS-LINE-NOTE
    PERFORM DECISION-LINE-PARA
    *> Cards that arrived for it too late are listed against it.
    PERFORM VARYING WS-AC-IX FROM 1 BY 1
            UNTIL WS-AC-IX > WS-AC-CNT
        IF WS-AC-KEY(WS-AC-IX) = WS-ITEM-KEY-X
           AND WS-AC-ACTION(WS-AC-IX) NOT = 'B'
           AND NOT AC-CARD-USED(WS-AC-IX)
            MOVE 'Y' TO WS-AC-USED(WS-AC-IX)
            MOVE 'IGNORED' TO WS-LINE-LABEL
            MOVE WS-AC-APPROVER(WS-AC-IX) TO WS-LINE-OPERATOR
            MOVE 'ITEM EXPIRED' TO WS-LINE-NOTE
            PERFORM DECISION-LINE-PARA
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> UNUSED-CARDS-PARA
*> An A or R card that named no item waiting for a decision: the
*> key isn't on file at all, or the item was decided by an earlier
*> run. Either way the approver needs to know.
*> ---------------------------------------------------------------
UNUSED-CARDS-PARA.
    PERFORM VARYING WS-AC-IX FROM 1 BY 1
            UNTIL WS-AC-IX > WS-AC-CNT
        IF WS-AC-ACTION(WS-AC-IX) NOT = 'B'
           AND NOT AC-CARD-USED(WS-AC-IX)
            ADD 1 TO WS-CARD-NOUSE-CNT
            MOVE WS-AC-KEY(WS-AC-IX) TO PN-ITEM-KEY
            MOVE WS-AC-KEY(WS-AC-IX) TO WS-ITEM-KEY-X
            MOVE WS-AC-APPROVER(WS-AC-IX) TO WS-LINE-OPERATOR
            MOVE 'UNMATCHED' TO WS-LINE-LABEL
            READ PENDFILE
                INVALID KEY
                    MOVE '00' TO WS-PEND-STATUS
                    MOVE SPACES TO PN-PENDING-RECORD
                    MOVE 'NO SUCH ITEM' TO WS-LINE-NOTE
                NOT INVALID KEY
                    MOVE 'DECIDED EARLIER' TO WS-LINE-NOTE
            END-READ
            PERFORM CARD-LINE-PARA
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> DECISION-LINE-PARA / CARD-LINE-PARA
*> One report line: label, item key, type, account, maker, the
*> operator on the card, and a note. CARD-LINE-PARA is the same
*> line for a card with no item behind it.
*> ---------------------------------------------------------------
DECISION-LINE-PARA.
    MOVE SPACES TO WS-RPT-LINE
    MOVE WS-LINE-LABEL TO WS-RPT-LINE(1:12)
    MOVE WS-ITEM-KEY-X TO WS-RPT-LINE(14:12)
    MOVE PN-ITEM-TYPE TO WS-RPT-LINE(27:1)
    MOVE PN-CARD-IMAGE(1:10) TO WS-RPT-LINE(29:10)
    MOVE PN-MAKER-ID TO WS-RPT-LINE(40:8)
    MOVE WS-LINE-OPERATOR TO WS-RPT-LINE(49:8)
    MOVE WS-LINE-NOTE TO WS-RPT-LINE(58:23)
    WRITE RPT-RECORD FROM WS-RPT-LINE.

CARD-LINE-PARA.
    MOVE SPACES TO WS-RPT-LINE
    MOVE WS-LINE-LABEL TO WS-RPT-LINE(1:12)
    MOVE WS-ITEM-KEY-X TO WS-RPT-LINE(14:12)
    MOVE WS-LINE-OPERATOR TO WS-RPT-LINE(49:8)
    MOVE WS-LINE-NOTE TO WS-RPT-LINE(58:23)
    WRITE RPT-RECORD FROM WS-RPT-LINE.

*> ---------------------------------------------------------------
*> PENDING-REPORT-PARA
*> Everything still waiting after this run's decisions: item, who
*> entered it, when, its age in business days against the window,
*> and whether it needs an approval card of its own.
*> ---------------------------------------------------------------
PENDING-REPORT-PARA.
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE 'ITEMS PENDING AUTHORIZATION' TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    MOVE 'ITEM KEY' TO WS-RPT-LINE(14:8)
    MOVE 'T' TO WS-RPT-LINE(27:1)
    MOVE 'ACCOUNT' TO WS-RPT-LINE(29:7)
    MOVE 'MAKER' TO WS-RPT-LINE(40:5)
    MOVE 'STAGED' TO WS-RPT-LINE(49:6)
    MOVE 'AGE' TO WS-RPT-LINE(58:3)
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE 'N' TO WS-EOF
    MOVE LOW-VALUES TO PN-ITEM-KEY
    START PENDFILE KEY NOT < PN-ITEM-KEY
        INVALID KEY
            SET END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL END-OF-FILE
        READ PENDFILE NEXT RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                IF PN-PENDING
                    ADD 1 TO WS-PENDING-CNT
                    PERFORM ITEM-AGE-PARA
                    MOVE SPACES TO WS-RPT-LINE
                    MOVE 'PENDING' TO WS-RPT-LINE(1:12)
                    MOVE PN-ITEM-KEY TO WS-RPT-LINE(14:12)
                    MOVE PN-ITEM-TYPE TO WS-RPT-LINE(27:1)
                    MOVE PN-CARD-IMAGE(1:10) TO WS-RPT-LINE(29:10)
                    MOVE PN-MAKER-ID TO WS-RPT-LINE(40:8)
                    MOVE PN-STAGE-DATE TO WS-RPT-LINE(49:8)
                    MOVE WS-AGE TO WS-RPT-LINE(58:3)
                    MOVE '/' TO WS-RPT-LINE(61:1)
                    MOVE WS-WINDOW-DAYS TO WS-RPT-LINE(62:2)
                    IF PN-ITEMIZED
                        MOVE 'ITEMIZED' TO WS-RPT-LINE(65:8)
                    END-IF
                    WRITE RPT-RECORD FROM WS-RPT-LINE
                END-IF
        END-READ
        IF WS-PEND-STATUS NOT = '00'
            SET END-OF-FILE TO TRUE
        END-IF
    END-PERFORM
    MOVE '00' TO WS-PEND-STATUS.

*> ---------------------------------------------------------------
*> REPORT-HEADER-PARA / APPROVAL-REPORT-PARA
*> Decisions first, one line per item decided or card not acted
*> on, then the pending list, then the run's totals.
*> ---------------------------------------------------------------
REPORT-HEADER-PARA.
    MOVE 'AUTHORIZATION APPROVAL REPORT' TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    IF PARMS-LOADED
        MOVE WS-THRESHOLD TO WS-AMT-ED
        STRING 'Business date: ' DELIMITED BY SIZE,
               WS-BUSINESS-DATE DELIMITED BY SIZE,
               '  Window: ' DELIMITED BY SIZE,
               WS-WINDOW-DAYS DELIMITED BY SIZE,
               ' business days  Threshold: ' DELIMITED BY SIZE,
               WS-AMT-ED DELIMITED BY SIZE
            INTO WS-RPT-LINE
    END-IF
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    MOVE 'RESULT' TO WS-RPT-LINE(1:6)
    MOVE 'ITEM KEY' TO WS-RPT-LINE(14:8)
    MOVE 'T' TO WS-RPT-LINE(27:1)
    MOVE 'ACCOUNT' TO WS-RPT-LINE(29:7)
    MOVE 'MAKER' TO WS-RPT-LINE(40:5)
    MOVE 'APPROVER' TO WS-RPT-LINE(49:8)
    MOVE 'NOTE' TO WS-RPT-LINE(58:4)
    WRITE RPT-RECORD FROM WS-RPT-LINE.

APPROVAL-REPORT-PARA.
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Approval cards read   : ' DELIMITED BY SIZE,
           WS-CARD-READ-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Cards invalid         : ' DELIMITED BY SIZE,
           WS-CARD-BAD-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Refused - own item    : ' DELIMITED BY SIZE,
           WS-CARD-REFUSE-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Cards unmatched       : ' DELIMITED BY SIZE,
           WS-CARD-NOUSE-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Corrections released  : ' DELIMITED BY SIZE,
           WS-RELEASE-C-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Reference released    : ' DELIMITED BY SIZE,
           WS-RELEASE-R-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Items rejected        : ' DELIMITED BY SIZE,
           WS-REJECT-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Items expired         : ' DELIMITED BY SIZE,
           WS-EXPIRE-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Items still pending   : ' DELIMITED BY SIZE,
           WS-PENDING-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

*> ---------------------------------------------------------------
*> WRITE-AUDIT-PARA
*> One line per approval run on the shared audit log.
*> ---------------------------------------------------------------
WRITE-AUDIT-PARA.
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
           ' JOB=AUTHAPR DATE=' DELIMITED BY SIZE,
           WS-BUSINESS-DATE DELIMITED BY SIZE,
           ' RELEASED=' DELIMITED BY SIZE,
           WS-RELEASE-C-CNT DELIMITED BY SIZE,
           '/' DELIMITED BY SIZE,
           WS-RELEASE-R-CNT DELIMITED BY SIZE,
           ' REJECTED=' DELIMITED BY SIZE,
           WS-REJECT-CNT DELIMITED BY SIZE,
           ' EXPIRED=' DELIMITED BY SIZE,
           WS-EXPIRE-CNT DELIMITED BY SIZE,
           ' REFUSED=' DELIMITED BY SIZE,
           WS-CARD-REFUSE-CNT DELIMITED BY SIZE,
           ' PENDING=' DELIMITED BY SIZE,
           WS-PENDING-CNT DELIMITED BY SIZE,
           ' RC=' DELIMITED BY SIZE,
           WS-RETURN-CODE DELIMITED BY SIZE
        INTO WS-AUDIT-LINE
    WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
    CLOSE AUDITFILE.
