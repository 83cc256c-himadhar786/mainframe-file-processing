IDENTIFICATION DIVISION.
PROGRAM-ID. AUTHSTG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Maker card: the operator id of whoever keyed the decks below.
    *> No default - a change nobody owns is exactly what the second
    *> signature exists to stop, so a missing or blank card stages
    *> nothing and ends RC 12.
    SELECT PARMFILE ASSIGN TO STGPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    *> Correction cards in MAINT's CORRECT.DAT layout (transaction
    *> code 'C'). Either deck may be absent (DD DUMMY) on a day the
    *> desk has nothing of that kind.
    SELECT CORRFILE ASSIGN TO CORRIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CORR-STATUS.
    *> Reference cards in REFMAINT's REFCARDS layout - DORMANT's
    *> freeze cards come in through here too.
    SELECT CARDFILE ASSIGN TO REFIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.
    *> Run-control card shared with the daily job - the business
    *> date items are staged under, and the date their approval
    *> window is counted from. Absent or unreadable falls back to
    *> today, the same degrade MAINT applies.
    SELECT RUNCTLFILE ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
    *> The pending-authorization file AUTHAPR decides from.
    SELECT PENDFILE ASSIGN TO PENDAUTH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PN-ITEM-KEY
        FILE STATUS IS WS-PEND-STATUS.
    SELECT RPTFILE ASSIGN TO STGRPT
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The shared audit log - one line per staging run, naming the
    *> maker.
    SELECT AUDITFILE ASSIGN TO AUDITLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
*> One card:
*>   01-08  maker operator id - required
FD PARMFILE.
01 PARM-RECORD.
    05 PD-MAKER-ID       PIC X(08).
    05 FILLER            PIC X(72).

FD CORRFILE.
01 CORR-RECORD PIC X(80).

*> REFMAINT's card layout - see REFMAINT for the fields per action.
FD CARDFILE.
01 CARD-RECORD.
    05 CD-ACCOUNT-NUMBER PIC X(10).
    05 FILLER            PIC X(01).
    05 CD-ACTION-CODE    PIC X(01).
       88 CD-ACTION-OPEN   VALUE 'O'.
       88 CD-ACTION-CLOSE  VALUE 'C'.
       88 CD-ACTION-FREEZE VALUE 'F'.
       88 CD-ACTION-RENAME VALUE 'N'.
       88 CD-ACTION-LIMIT  VALUE 'L'.
    05 FILLER            PIC X(01).
    05 CD-BRANCH-ID      PIC X(08).
    05 FILLER            PIC X(01).
    05 CD-OPEN-DATE      PIC 9(08).
    05 FILLER            PIC X(01).
    05 CD-HOLDER-NAME    PIC X(30).
    05 FILLER            PIC X(01).
    05 CD-OD-LIMIT       PIC 9(9)V99.
    05 FILLER            PIC X(06).

FD RUNCTLFILE.
01 RUNCTL-RECORD.
    05 RC-BUSINESS-DATE  PIC 9(08).
    05 FILLER            PIC X(72).

FD PENDFILE.
01 PN-PENDING-RECORD.
    COPY PENDREC.

FD RPTFILE.
01 RPT-RECORD PIC X(80).

FD AUDITFILE.
01 AUDIT-RECORD PIC X(132).

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 END-OF-FILE VALUE 'Y'.
01 WS-PARM-STATUS   PIC X(02) VALUE '00'.
01 WS-CORR-STATUS   PIC X(02) VALUE '00'.
01 WS-CARD-STATUS   PIC X(02) VALUE '00'.
01 WS-RUNCTL-STATUS PIC X(02) VALUE '00'.
01 WS-PEND-STATUS   PIC X(02) VALUE '00'.
01 WS-AUDIT-STATUS  PIC X(02) VALUE '00'.
01 WS-RUN-DATE PIC 9(08) VALUE 0.
01 WS-RUN-TIME PIC 9(08) VALUE 0.
01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
01 WS-MAKER-ID PIC X(08) VALUE SPACES.
01 WS-RETURN-CODE PIC 9(02) VALUE 0.
01 WS-AUDIT-LINE PIC X(132).

*> Set when there is no maker, or the pending file won't open -
*> nothing is staged.
01 WS-ABANDON-SW PIC X VALUE 'N'.
   88 RUN-ABANDONED VALUE 'Y'.
*> Set when the date's 9999 item numbers are used up; the rest of
*> the cards are listed as not staged, to be keyed again tomorrow.
01 WS-FULL-SW PIC X VALUE 'N'.
   88 DATE-FULL VALUE 'Y'.

*> The last item number used under the business date - see
*> NEXT-SEQUENCE-PARA.
01 WS-LAST-SEQ PIC 9(04) VALUE 0.
01 WS-SEQ-EOF PIC X VALUE 'N'.
   88 SEQ-SCAN-DONE VALUE 'Y'.

01 WS-VALID-SW PIC X VALUE 'Y'.
   88 RECORD-VALID   VALUE 'Y'.
   88 RECORD-INVALID VALUE 'N'.
01 WS-ITEM-TYPE PIC X(01) VALUE SPACE.
01 WS-ITEM-ACCOUNT PIC X(10) VALUE SPACES.
01 WS-ITEM-CARD PIC X(80) VALUE SPACES.

01 WS-CORR-READ-CNT  PIC 9(5) VALUE 0.
01 WS-REF-READ-CNT   PIC 9(5) VALUE 0.
01 WS-STAGED-CNT     PIC 9(5) VALUE 0.
01 WS-INVALID-CNT    PIC 9(5) VALUE 0.
01 WS-NOTSTAGED-CNT  PIC 9(5) VALUE 0.

01 WS-RPT-LINE PIC X(80).

*> Structured view of the correction card being staged.
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
    IF WS-MAKER-ID = SPACES
        SET RUN-ABANDONED TO TRUE
        MOVE 'MAKER CARD MISSING OR BLANK - NOTHING STAGED.'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    IF NOT RUN-ABANDONED
        PERFORM OPEN-PENDFILE-PARA
    END-IF
    IF NOT RUN-ABANDONED
        PERFORM NEXT-SEQUENCE-PARA
        PERFORM STAGE-CORRECTIONS-PARA
        PERFORM STAGE-REFERENCE-PARA
        CLOSE PENDFILE
    END-IF
    PERFORM STAGING-REPORT-PARA
    CLOSE RPTFILE
    EVALUATE TRUE
        WHEN RUN-ABANDONED
            MOVE 12 TO WS-RETURN-CODE
        WHEN WS-INVALID-CNT > 0 OR WS-NOTSTAGED-CNT > 0
            MOVE 8 TO WS-RETURN-CODE
        WHEN OTHER
            MOVE 0 TO WS-RETURN-CODE
    END-EVALUATE
    PERFORM WRITE-AUDIT-PARA
    MOVE WS-RETURN-CODE TO RETURN-CODE
    DISPLAY 'Authorization staging complete. Items staged: '
        WS-STAGED-CNT ' RC=' WS-RETURN-CODE
    STOP RUN.

*> ---------------------------------------------------------------
*> READ-RUNCTL-PARA
*> The business date items are staged under.
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
*> The maker's operator id; left spaces when there is no card.
*> ---------------------------------------------------------------
READ-PARM-PARA.
    OPEN INPUT PARMFILE
    IF WS-PARM-STATUS = '00'
        READ PARMFILE
            AT END
                CONTINUE
            NOT AT END
                MOVE PD-MAKER-ID TO WS-MAKER-ID
        END-READ
        CLOSE PARMFILE
    END-IF.

*> ---------------------------------------------------------------
*> OPEN-PENDFILE-PARA
*> Same create-if-missing idiom REFMAINT uses for its master, so
*> the first staging run on a new system creates the file. One
*> that still won't open stages nothing.
*> ---------------------------------------------------------------
OPEN-PENDFILE-PARA.
    OPEN I-O PENDFILE
    IF WS-PEND-STATUS NOT = '00'
        OPEN OUTPUT PENDFILE
        CLOSE PENDFILE
        OPEN I-O PENDFILE
    END-IF
    IF WS-PEND-STATUS NOT = '00'
        SET RUN-ABANDONED TO TRUE
        MOVE 'PENDING FILE WOULD NOT OPEN - NOTHING STAGED.'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> NEXT-SEQUENCE-PARA
*> Item numbers run on within the business date, so a second
*> staging run the same day carries on after the first instead of
*> colliding with its keys.
*> ---------------------------------------------------------------
NEXT-SEQUENCE-PARA.
    MOVE 0 TO WS-LAST-SEQ
    MOVE 'N' TO WS-SEQ-EOF
    MOVE WS-BUSINESS-DATE TO PN-STAGE-DATE
    MOVE 0 TO PN-ITEM-SEQ
    START PENDFILE KEY NOT < PN-ITEM-KEY
        INVALID KEY
            SET SEQ-SCAN-DONE TO TRUE
    END-START
    PERFORM UNTIL SEQ-SCAN-DONE
        READ PENDFILE NEXT RECORD
            AT END
                SET SEQ-SCAN-DONE TO TRUE
            NOT AT END
                IF PN-STAGE-DATE NOT = WS-BUSINESS-DATE
                    SET SEQ-SCAN-DONE TO TRUE
                ELSE
                    MOVE PN-ITEM-SEQ TO WS-LAST-SEQ
                END-IF
        END-READ
        IF WS-PEND-STATUS NOT = '00'
            SET SEQ-SCAN-DONE TO TRUE
        END-IF
    END-PERFORM
    MOVE '00' TO WS-PEND-STATUS
    IF WS-LAST-SEQ = 9999
        SET DATE-FULL TO TRUE
    END-IF.

*> ---------------------------------------------------------------
*> STAGE-CORRECTIONS-PARA / VALIDATE-CORRECTION-PARA
*> MAINT's own field edits, run here so an approver is never asked
*> to sign for a card MAINT would throw out - plus the card must
*> actually be a correction, since MAINT only skips anything else.
*> ---------------------------------------------------------------
STAGE-CORRECTIONS-PARA.
    OPEN INPUT CORRFILE
    IF WS-CORR-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL END-OF-FILE
            READ CORRFILE
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-CORR-READ-CNT
                    MOVE CORR-RECORD TO WS-CORR-LAYOUT
                    MOVE 'C' TO WS-ITEM-TYPE
                    MOVE FP-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT
                    MOVE CORR-RECORD TO WS-ITEM-CARD
                    PERFORM VALIDATE-CORRECTION-PARA
                    PERFORM STAGE-ITEM-PARA
            END-READ
        END-PERFORM
        CLOSE CORRFILE
    END-IF.

VALIDATE-CORRECTION-PARA.
    SET RECORD-VALID TO TRUE
    IF NOT FP-TRANS-CORRECTION
        SET RECORD-INVALID TO TRUE
    END-IF
    IF RECORD-VALID AND FP-ACCOUNT-NUMBER = SPACES
        SET RECORD-INVALID TO TRUE
    END-IF
    IF RECORD-VALID AND FP-AMOUNT NOT NUMERIC
        SET RECORD-INVALID TO TRUE
    END-IF
    IF RECORD-VALID
        IF FP-TRANS-YEAR NOT NUMERIC
           OR FP-TRANS-MONTH NOT NUMERIC
           OR FP-TRANS-DAY NOT NUMERIC
           OR FP-TRANS-MONTH < 1 OR FP-TRANS-MONTH > 12
           OR FP-TRANS-DAY < 1 OR FP-TRANS-DAY > 31
            SET RECORD-INVALID TO TRUE
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> STAGE-REFERENCE-PARA / VALIDATE-REFERENCE-PARA
*> REFMAINT's card-level edits. The create-only fields of an 'O'
*> are left to REFMAINT, as there - whether it creates or reopens
*> depends on the master on the day it is applied.
*> ---------------------------------------------------------------
STAGE-REFERENCE-PARA.
    OPEN INPUT CARDFILE
    IF WS-CARD-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL END-OF-FILE
            READ CARDFILE
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-REF-READ-CNT
                    MOVE 'R' TO WS-ITEM-TYPE
                    MOVE CD-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT
                    MOVE CARD-RECORD TO WS-ITEM-CARD
                    PERFORM VALIDATE-REFERENCE-PARA
                    PERFORM STAGE-ITEM-PARA
            END-READ
        END-PERFORM
        CLOSE CARDFILE
    END-IF.

VALIDATE-REFERENCE-PARA.
    SET RECORD-VALID TO TRUE
    IF CD-ACCOUNT-NUMBER = SPACES
        SET RECORD-INVALID TO TRUE
    END-IF
    IF RECORD-VALID
       AND NOT CD-ACTION-OPEN AND NOT CD-ACTION-CLOSE
       AND NOT CD-ACTION-FREEZE AND NOT CD-ACTION-RENAME
       AND NOT CD-ACTION-LIMIT
        SET RECORD-INVALID TO TRUE
    END-IF
    IF RECORD-VALID AND CD-ACTION-RENAME
        IF CD-HOLDER-NAME = SPACES
            SET RECORD-INVALID TO TRUE
        END-IF
    END-IF
    IF RECORD-VALID AND CD-ACTION-LIMIT
        IF CD-OD-LIMIT NOT NUMERIC
            SET RECORD-INVALID TO TRUE
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> STAGE-ITEM-PARA
*> Writes the card to the pending file under the next item number,
*> with the maker and the staging stamp, and lists it with the key
*> the approver will quote. A card that failed its edits is listed
*> and left out.
*> ---------------------------------------------------------------
STAGE-ITEM-PARA.
    MOVE SPACES TO WS-RPT-LINE
    EVALUATE TRUE
        WHEN RECORD-INVALID
            ADD 1 TO WS-INVALID-CNT
            STRING 'INVALID      ' DELIMITED BY SIZE,
                   '             ' DELIMITED BY SIZE,
                   WS-ITEM-TYPE DELIMITED BY SIZE,
                   ' ' DELIMITED BY SIZE,
                   WS-ITEM-ACCOUNT DELIMITED BY SIZE,
                   ' (failed field edits)' DELIMITED BY SIZE
                INTO WS-RPT-LINE
        WHEN DATE-FULL
            ADD 1 TO WS-NOTSTAGED-CNT
            STRING 'NOT STAGED   ' DELIMITED BY SIZE,
                   '             ' DELIMITED BY SIZE,
                   WS-ITEM-TYPE DELIMITED BY SIZE,
                   ' ' DELIMITED BY SIZE,
                   WS-ITEM-ACCOUNT DELIMITED BY SIZE,
                   ' (item numbers used up for date)' DELIMITED BY SIZE
                INTO WS-RPT-LINE
        WHEN OTHER
            ADD 1 TO WS-LAST-SEQ
            MOVE SPACES TO PN-PENDING-RECORD
            MOVE WS-BUSINESS-DATE TO PN-STAGE-DATE
            MOVE WS-LAST-SEQ TO PN-ITEM-SEQ
            MOVE WS-ITEM-TYPE TO PN-ITEM-TYPE
            SET PN-PENDING TO TRUE
            MOVE WS-MAKER-ID TO PN-MAKER-ID
            MOVE WS-RUN-DATE TO PN-ENTRY-DATE
            MOVE WS-RUN-TIME TO PN-ENTRY-TIME
            MOVE 'N' TO PN-ITEMIZED-SW
            MOVE 0 TO PN-DECIDED-DATE
            MOVE 0 TO PN-APPLIED-DATE
            MOVE WS-ITEM-CARD TO PN-CARD-IMAGE
            WRITE PN-PENDING-RECORD
                INVALID KEY
                    MOVE '22' TO WS-PEND-STATUS
            END-WRITE
            IF WS-PEND-STATUS = '00'
                ADD 1 TO WS-STAGED-CNT
                STRING 'STAGED       ' DELIMITED BY SIZE,
                       PN-STAGE-DATE DELIMITED BY SIZE,
                       PN-ITEM-SEQ DELIMITED BY SIZE,
                       ' ' DELIMITED BY SIZE,
                       WS-ITEM-TYPE DELIMITED BY SIZE,
                       ' ' DELIMITED BY SIZE,
                       WS-ITEM-ACCOUNT DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            ELSE
                ADD 1 TO WS-NOTSTAGED-CNT
                MOVE '00' TO WS-PEND-STATUS
                STRING 'NOT STAGED   ' DELIMITED BY SIZE,
                       '             ' DELIMITED BY SIZE,
                       WS-ITEM-TYPE DELIMITED BY SIZE,
                       ' ' DELIMITED BY SIZE,
                       WS-ITEM-ACCOUNT DELIMITED BY SIZE,
                       ' (pending file write failed)' DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            END-IF
            IF WS-LAST-SEQ = 9999
                SET DATE-FULL TO TRUE
            END-IF
    END-EVALUATE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

*> ---------------------------------------------------------------
*> REPORT-HEADER-PARA / STAGING-REPORT-PARA
*> The staging list: one line per card with its item key (type C
*> correction, R reference card), then the run's totals. Nothing
*> staged here is applied until AUTHAPR releases it.
*> ---------------------------------------------------------------
REPORT-HEADER-PARA.
    MOVE 'AUTHORIZATION STAGING REPORT' TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Business date: ' DELIMITED BY SIZE,
           WS-BUSINESS-DATE DELIMITED BY SIZE,
           '  Maker: ' DELIMITED BY SIZE,
           WS-MAKER-ID DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE 'RESULT       ITEM KEY     T ACCOUNT' TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

STAGING-REPORT-PARA.
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Correction cards read : ' DELIMITED BY SIZE,
           WS-CORR-READ-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Reference cards read  : ' DELIMITED BY SIZE,
           WS-REF-READ-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Items staged          : ' DELIMITED BY SIZE,
           WS-STAGED-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Cards invalid         : ' DELIMITED BY SIZE,
           WS-INVALID-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Cards not staged      : ' DELIMITED BY SIZE,
           WS-NOTSTAGED-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

*> ---------------------------------------------------------------
*> WRITE-AUDIT-PARA
*> One line per staging run on the shared audit log, naming the
*> maker, so who put what up for authorization is on record.
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
           ' JOB=AUTHSTG DATE=' DELIMITED BY SIZE,
           WS-BUSINESS-DATE DELIMITED BY SIZE,
           ' MAKER=' DELIMITED BY SIZE,
           WS-MAKER-ID DELIMITED BY SIZE,
           ' STAGED=' DELIMITED BY SIZE,
           WS-STAGED-CNT DELIMITED BY SIZE,
           ' INVALID=' DELIMITED BY SIZE,
           WS-INVALID-CNT DELIMITED BY SIZE,
           ' NOT STAGED=' DELIMITED BY SIZE,
           WS-NOTSTAGED-CNT DELIMITED BY SIZE,
           ' RC=' DELIMITED BY SIZE,
           WS-RETURN-CODE DELIMITED BY SIZE
        INTO WS-AUDIT-LINE
    WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
    CLOSE AUDITFILE.
