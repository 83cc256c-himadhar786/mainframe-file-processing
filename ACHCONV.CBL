IDENTIFICATION DIVISION.
PROGRAM-ID. ACHCONV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Routing card: this bank's 9-digit routing number, the
    *> immediate destination every inbound file must be addressed to
    *> and the originating DFI on every return sent back. No default
    *> - a file proved against a guessed routing number is not
    *> proved at all, so a missing or non-numeric card converts
    *> nothing and ends RC 12.
    SELECT PARMFILE ASSIGN TO ACHPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    *> Run-control card shared with the daily job - the business
    *> date the converted batches are dated and posted under. Absent
    *> or unreadable falls back to today, the same degrade FILEPROC
    *> applies.
    SELECT RUNCTLFILE ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
    *> The clearing house's inbound file - payroll direct deposits
    *> and ACH debits in the ACHREC layout. Read twice: once to prove
    *> its structure and control totals, once to convert.
    SELECT ACHFILE ASSIGN TO ACHIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACH-STATUS.
    *> The account reference master: every entry is checked against
    *> it before conversion, so an entry for an account FILEPROC
    *> would only reject goes back to its originator instead.
    SELECT REFFILE ASSIGN TO ACCTREF
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RF-ACCOUNT-NUMBER
        FILE STATUS IS WS-REF-STATUS.
    *> The converted output: standard 80-byte input records, one
    *> batch envelope (branch id ACHCONV) per ACH batch, ready to
    *> concatenate onto the business date's INFILE the way TELLCONV's
    *> output is.
    SELECT OUTFILE ASSIGN TO ACHOUT
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The return file, in the ACHREC layout, for transmission back
    *> to the clearing house: one return entry and its '99' addenda
    *> per entry refused, with the return reason code.
    SELECT RETFILE ASSIGN TO ACHRET
        ORGANIZATION IS LINE SEQUENTIAL.
    *> Exceptions and control report: control breaks, every return
    *> with its reason, and the totals that tie the inbound file to
    *> what was converted plus what was returned.
    SELECT RPTFILE ASSIGN TO ACHRPT
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> One card:
*>   01-09  this bank's routing number - required
FD PARMFILE.
01 PARM-RECORD.
    05 PD-ROUTING        PIC X(09).
    05 FILLER            PIC X(71).

FD RUNCTLFILE.
01 RUNCTL-RECORD.
    05 RC-BUSINESS-DATE  PIC 9(08).
    05 FILLER            PIC X(72).

FD ACHFILE.
01 ACH-RECORD.
    COPY ACHREC.

FD REFFILE.
01 RF-REFERENCE-RECORD.
    COPY REFREC.

FD OUTFILE.
01 OUT-RECORD PIC X(80).

FD RETFILE.
01 RET-RECORD PIC X(94).

FD RPTFILE.
01 RPT-RECORD PIC X(100).

WORKING-STORAGE SECTION.
01 WS-PARM-STATUS   PIC X(02) VALUE '00'.
01 WS-RUNCTL-STATUS PIC X(02) VALUE '00'.
01 WS-ACH-STATUS    PIC X(02) VALUE '00'.
01 WS-REF-STATUS    PIC X(02) VALUE '00'.
01 WS-RETURN-CODE   PIC 9(02) VALUE 0.

01 WS-RUN-DATE PIC 9(08) VALUE 0.
01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
    05 WS-RUN-CENTURY PIC 9(02).
    05 WS-RUN-YYMMDD  PIC 9(06).
01 WS-RUN-TIME PIC 9(08) VALUE 0.
01 WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
    05 WS-RUN-HHMM    PIC 9(04).
    05 FILLER         PIC 9(04).
01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
    05 WS-BUS-CENTURY PIC 9(02).
    05 WS-BUS-YYMMDD  PIC 9(06).
*> Alphanumeric view, for moving onto FP-TRANS-DATE, a group item.
01 WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE PIC X(08).
*> A batch's effective entry date with its century, to compare
*> against the business date.
01 WS-EFF-DATE PIC 9(08) VALUE 0.

*> This bank's routing number off the card: the 8-digit DFI id
*> that entries are addressed to and returns originate from, and
*> its check digit.
01 WS-OUR-ROUTING PIC X(09) VALUE SPACES.
01 WS-OUR-ROUTING-R REDEFINES WS-OUR-ROUTING.
    05 WS-OUR-DFI   PIC X(08).
    05 WS-OUR-CHECK PIC X(01).

01 WS-ACH-EOF PIC X VALUE 'N'.
   88 ACH-AT-EOF VALUE 'Y'.
*> Set when nothing may be converted - no routing card, the ACH
*> file unreadable or out of balance as a whole, or the reference
*> master unavailable to check entries against.
01 WS-ABANDON-SW PIC X VALUE 'N'.
   88 RUN-ABANDONED VALUE 'Y'.
01 WS-REF-OPEN-SW PIC X VALUE 'N'.
   88 REFFILE-OPEN VALUE 'Y'.

*> ---------------------------------------------------------------
*> Proof pass state - see PROVE-FILE-PARA. Where the file's record
*> sequence has got to: waiting for the file header, between
*> batches, inside a batch, or past the file control (only the
*> all-9 block padding may follow).
*> ---------------------------------------------------------------
01 WS-PROOF-STATE PIC X VALUE 'H'.
   88 PROOF-WANT-HEADER     VALUE 'H'.
   88 PROOF-BETWEEN-BATCHES VALUE 'B'.
   88 PROOF-IN-BATCH        VALUE 'E'.
   88 PROOF-PAST-CONTROL    VALUE 'P'.
*> The first thing found wrong with the file as a whole; spaces
*> while it still proves.
01 WS-FILE-REASON PIC X(40) VALUE SPACES.
01 WS-REC-CNT     PIC 9(08) VALUE 0.
01 WS-BLOCK-CNT   PIC 9(08) VALUE 0.
01 WS-BLOCK-REM   PIC 9(02) VALUE 0.
01 WS-FC-BLOCKS   PIC 9(06) VALUE 0.
*> The file control's money totals, kept for the control report.
01 WS-FC-DEBITS   PIC 9(10)V99 VALUE 0.
01 WS-FC-CREDITS  PIC 9(10)V99 VALUE 0.

*> The batch being proved, as the file's entries add it up, and
*> the first thing found wrong with it.
01 WS-BA-NUMBER    PIC 9(07) VALUE 0.
01 WS-BA-ENTRY-CNT PIC 9(06) VALUE 0.
01 WS-BA-HASH      PIC 9(15) VALUE 0.
01 WS-BA-DEBITS    PIC 9(10)V99 VALUE 0.
01 WS-BA-CREDITS   PIC 9(10)V99 VALUE 0.
01 WS-BA-REASON    PIC X(30) VALUE SPACES.
*> The whole file, as its batches add it up.
01 WS-FA-BATCH-CNT PIC 9(06) VALUE 0.
01 WS-FA-ENTRY-CNT PIC 9(08) VALUE 0.
01 WS-FA-HASH      PIC 9(15) VALUE 0.
01 WS-FA-DEBITS    PIC 9(10)V99 VALUE 0.
01 WS-FA-CREDITS   PIC 9(10)V99 VALUE 0.
*> Entry hashes keep only their low-order 10 digits; a MOVE into
*> this drops the rest.
01 WS-HASH-10      PIC 9(10) VALUE 0.

*> One slot per batch in file order, filled by the proof pass and
*> read back by the conversion pass: a batch whose own controls
*> don't prove is held whole - nothing in it converts or returns.
01 WS-BAT-MAX PIC 9(04) VALUE 999 COMP.
01 WS-BAT-CNT PIC 9(04) VALUE 0 COMP.
01 WS-BAT-IX  PIC 9(04) VALUE 0 COMP.
01 WS-BAT-TABLE.
    05 WS-BAT-ENTRY OCCURS 999.
        10 WS-BAT-HELD-SW PIC X.
           88 BATCH-HELD VALUE 'Y'.
01 WS-HELD-BAT-CNT PIC 9(04) VALUE 0.

*> The inbound file header and the batch header in force, kept for
*> the return file and the converted records' descriptions.
01 WS-IN-FILE-HDR.
    COPY ACHREC REPLACING LEADING ==AH-== BY ==IH-==.
01 WS-IN-BATCH-HDR.
    COPY ACHREC REPLACING LEADING ==AH-== BY ==IB-==.

*> Why the current entry goes back to its originator - the
*> return reason code and the report's wording for it; spaces
*> when it converts.
01 WS-RETURN-REASON PIC X(03) VALUE SPACES.
01 WS-RETURN-TEXT   PIC X(30) VALUE SPACES.
01 WS-SPACE-CNT     PIC 9(02) VALUE 0.

*> Envelope control totals for the ACH batch being converted:
*> FILEPROC proves each envelope against these before any of it
*> posts. The envelope is opened by the batch's first converted
*> entry, so a batch returned whole leaves no empty envelope.
01 WS-ENV-OPEN-SW PIC X VALUE 'N'.
   88 ENVELOPE-OPEN VALUE 'Y'.
01 WS-ENV-CNT  PIC 9(08) VALUE 0.
01 WS-ENV-HASH PIC 9(13)V99 VALUE 0.
01 WS-ENV-TOTAL PIC 9(04) VALUE 0.
01 WS-OUT-HDR-REC.
    COPY BATCHHDR.
01 WS-OUT-TRL-REC.
    COPY BATCHTRL.

*> The converted record, built in the shared layout so every field
*> lands exactly where FILEPROC expects it.
01 WS-OUT-LAYOUT.
    COPY ACCTREC.

*> ---------------------------------------------------------------
*> Return file state - see WRITE-RETURN-PARA. The file header and
*> each return batch are started by the first return that needs
*> them; a day with nothing to return leaves ACHRET empty.
*> ---------------------------------------------------------------
01 WS-RET-RECORD.
    COPY ACHREC REPLACING LEADING ==AH-== BY ==RT-==.
01 WS-RETFILE-SW PIC X VALUE 'N'.
   88 RETURN-FILE-STARTED VALUE 'Y'.
01 WS-RETBATCH-SW PIC X VALUE 'N'.
   88 RETURN-BATCH-OPEN VALUE 'Y'.
*> Trace number of each return entry: our DFI id + a sequence.
01 WS-RT-TRACE.
    05 WS-RT-TRACE-DFI PIC X(08).
    05 WS-RT-TRACE-SEQ PIC 9(07).
01 WS-RT-SEQ       PIC 9(07) VALUE 0.
01 WS-RB-ENTRY-CNT PIC 9(06) VALUE 0.
01 WS-RB-HASH      PIC 9(15) VALUE 0.
01 WS-RB-DEBITS    PIC 9(10)V99 VALUE 0.
01 WS-RB-CREDITS   PIC 9(10)V99 VALUE 0.
01 WS-RF-REC-CNT   PIC 9(08) VALUE 0.
01 WS-RF-BATCH-CNT PIC 9(06) VALUE 0.
01 WS-RF-ENTRY-CNT PIC 9(08) VALUE 0.
01 WS-RF-HASH      PIC 9(15) VALUE 0.
01 WS-RF-DEBITS    PIC 9(10)V99 VALUE 0.
01 WS-RF-CREDITS   PIC 9(10)V99 VALUE 0.

*> Check digit of a routing number, standard 3-7-1 weighting.
01 WS-CK-ROUTING PIC 9(08) VALUE 0.
01 WS-CK-ROUTING-R REDEFINES WS-CK-ROUTING.
    05 WS-CK-DIGIT OCCURS 8 PIC 9(01).
01 WS-CK-WEIGHTS PIC X(08) VALUE '37137137'.
01 WS-CK-WEIGHTS-R REDEFINES WS-CK-WEIGHTS.
    05 WS-CK-WEIGHT OCCURS 8 PIC 9(01).
01 WS-CK-IX    PIC 9(02) VALUE 0 COMP.
01 WS-CK-SUM   PIC 9(04) VALUE 0 COMP.
01 WS-CK-QUOT  PIC 9(04) VALUE 0 COMP.
01 WS-CK-REM   PIC 9(02) VALUE 0 COMP.
01 WS-CK-CHECK PIC 9(01) VALUE 0.

*> Conversion control counts and amounts, credits and debits
*> apart: inbound = converted + returned + prenotes verified +
*> held, the equation the control report ties.
01 WS-IN-CR-CNT    PIC 9(07) VALUE 0.
01 WS-IN-CR-AMT    PIC 9(11)V99 VALUE 0.
01 WS-IN-DR-CNT    PIC 9(07) VALUE 0.
01 WS-IN-DR-AMT    PIC 9(11)V99 VALUE 0.
01 WS-CONV-CR-CNT  PIC 9(07) VALUE 0.
01 WS-CONV-CR-AMT  PIC 9(11)V99 VALUE 0.
01 WS-CONV-DR-CNT  PIC 9(07) VALUE 0.
01 WS-CONV-DR-AMT  PIC 9(11)V99 VALUE 0.
01 WS-RET-CR-CNT   PIC 9(07) VALUE 0.
01 WS-RET-CR-AMT   PIC 9(11)V99 VALUE 0.
01 WS-RET-DR-CNT   PIC 9(07) VALUE 0.
01 WS-RET-DR-AMT   PIC 9(11)V99 VALUE 0.
01 WS-PRENOTE-CNT  PIC 9(07) VALUE 0.
01 WS-HELD-CR-CNT  PIC 9(07) VALUE 0.
01 WS-HELD-CR-AMT  PIC 9(11)V99 VALUE 0.
01 WS-HELD-DR-CNT  PIC 9(07) VALUE 0.
01 WS-HELD-DR-AMT  PIC 9(11)V99 VALUE 0.
01 WS-R02-CNT      PIC 9(07) VALUE 0.
01 WS-R03-CNT      PIC 9(07) VALUE 0.
01 WS-R04-CNT      PIC 9(07) VALUE 0.
01 WS-R16-CNT      PIC 9(07) VALUE 0.
01 WS-R17-CNT      PIC 9(07) VALUE 0.
01 WS-TIE-CNT      PIC 9(07) VALUE 0.
01 WS-TIE-AMT      PIC 9(11)V99 VALUE 0.
01 WS-TIE-SW PIC X VALUE 'Y'.
   88 CONTROLS-TIE VALUE 'Y'.

*> One control-report total line - see SUMMARY-LINE-PARA.
01 WS-SUM-LABEL PIC X(28) VALUE SPACES.
01 WS-SUM-CNT   PIC 9(07) VALUE 0.
01 WS-SUM-AMT   PIC 9(11)V99 VALUE 0.

01 WS-AMT-ED  PIC ZZ,ZZZ,ZZ9.99.
01 WS-TOT-ED  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-RPT-LINE PIC X(100).

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    PERFORM READ-RUNCTL-PARA
    PERFORM READ-PARM-PARA
    OPEN OUTPUT RPTFILE
    PERFORM REPORT-HEADER-PARA
    IF WS-OUR-ROUTING NOT NUMERIC
        SET RUN-ABANDONED TO TRUE
        MOVE 'ROUTING CARD MISSING OR NOT NUMERIC - NOTHING CONVERTED.'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    IF NOT RUN-ABANDONED
        PERFORM PROVE-FILE-PARA
    END-IF
    IF NOT RUN-ABANDONED
        OPEN INPUT REFFILE
        IF WS-REF-STATUS = '00'
            SET REFFILE-OPEN TO TRUE
        ELSE
            SET RUN-ABANDONED TO TRUE
            MOVE 'ACCOUNT REFERENCE WOULD NOT OPEN - NOTHING CONVERTED.'
                TO WS-RPT-LINE
            WRITE RPT-RECORD FROM WS-RPT-LINE
        END-IF
    END-IF
    *> Both outputs are opened whatever happens, so an abandoned run
    *> leaves them empty rather than last run's still catalogued.
    OPEN OUTPUT OUTFILE
    OPEN OUTPUT RETFILE
    IF NOT RUN-ABANDONED
        PERFORM CONVERT-FILE-PARA
    END-IF
    IF REFFILE-OPEN
        CLOSE REFFILE
    END-IF
    IF RETURN-FILE-STARTED
        PERFORM FINISH-RETURN-FILE-PARA
    END-IF
    CLOSE OUTFILE
    CLOSE RETFILE
    PERFORM CONTROL-REPORT-PARA
    CLOSE RPTFILE
    EVALUATE TRUE
        WHEN RUN-ABANDONED
            MOVE 12 TO WS-RETURN-CODE
        WHEN WS-HELD-BAT-CNT > 0 OR NOT CONTROLS-TIE
            MOVE 8 TO WS-RETURN-CODE
        WHEN OTHER
            MOVE 0 TO WS-RETURN-CODE
    END-EVALUATE
    MOVE WS-RETURN-CODE TO RETURN-CODE
    DISPLAY 'ACH conversion complete. Converted: '
        WS-CONV-CR-CNT ' credits ' WS-CONV-DR-CNT ' debits'
        ' Returned: ' WS-RET-CR-CNT ' credits ' WS-RET-DR-CNT ' debits'
        ' RC=' WS-RETURN-CODE
    STOP RUN.

*> ---------------------------------------------------------------
*> READ-RUNCTL-PARA
*> The business date the converted batches are dated under.
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
*> This bank's routing number; left spaces when there is no card.
*> ---------------------------------------------------------------
READ-PARM-PARA.
    OPEN INPUT PARMFILE
    IF WS-PARM-STATUS = '00'
        READ PARMFILE
            AT END
                CONTINUE
            NOT AT END
                MOVE PD-ROUTING TO WS-OUR-ROUTING
        END-READ
        CLOSE PARMFILE
    END-IF.

*> ---------------------------------------------------------------
*> PROVE-FILE-PARA
*> The first pass: the whole file is proved before a single entry
*> converts. Record sequence (file header, batches of header /
*> entries / control, file control, all-9 padding), every batch's
*> control against its own entries, and the file control against
*> the batches. A batch that doesn't prove is held and reported -
*> the rest of the file still goes. A file that doesn't prove as a
*> whole (wrong structure, not addressed to us, file totals out)
*> converts and returns nothing: the clearing house resends it.
*> ---------------------------------------------------------------
PROVE-FILE-PARA.
    OPEN INPUT ACHFILE
    IF WS-ACH-STATUS NOT = '00'
        SET RUN-ABANDONED TO TRUE
        MOVE 'ACH FILE WOULD NOT OPEN - NOTHING CONVERTED.'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    ELSE
        PERFORM UNTIL ACH-AT-EOF
            READ ACHFILE
                AT END
                    SET ACH-AT-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-REC-CNT
                    PERFORM PROVE-RECORD-PARA
                    IF WS-FILE-REASON NOT = SPACES
                        SET ACH-AT-EOF TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACHFILE
        IF WS-FILE-REASON = SPACES
            PERFORM PROVE-END-OF-FILE-PARA
        END-IF
        IF WS-FILE-REASON NOT = SPACES
            SET RUN-ABANDONED TO TRUE
            MOVE SPACES TO WS-RPT-LINE
            STRING 'FILE REJECTED AT RECORD ' DELIMITED BY SIZE,
                   WS-REC-CNT DELIMITED BY SIZE,
                   ' - ' DELIMITED BY SIZE,
                   WS-FILE-REASON DELIMITED BY SIZE
                INTO WS-RPT-LINE
            WRITE RPT-RECORD FROM WS-RPT-LINE
            MOVE 'NOTHING CONVERTED OR RETURNED - HAVE THE FILE RESENT.'
                TO WS-RPT-LINE
            WRITE RPT-RECORD FROM WS-RPT-LINE
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> PROVE-RECORD-PARA
*> One record against where the file's sequence has got to.
*> ---------------------------------------------------------------
PROVE-RECORD-PARA.
    EVALUATE TRUE
        WHEN PROOF-PAST-CONTROL
            IF ACH-RECORD NOT = ALL '9'
                MOVE 'DATA AFTER THE FILE CONTROL' TO WS-FILE-REASON
            END-IF
        WHEN PROOF-WANT-HEADER
            IF AH-FILE-HEADER
                PERFORM PROVE-FILE-HEADER-PARA
                SET PROOF-BETWEEN-BATCHES TO TRUE
            ELSE
                MOVE 'FILE HEADER MISSING' TO WS-FILE-REASON
            END-IF
        WHEN AH-FILE-HEADER
            MOVE 'SECOND FILE HEADER' TO WS-FILE-REASON
        WHEN AH-BATCH-HEADER
            IF PROOF-IN-BATCH
                MOVE 'BATCH HEADER INSIDE A BATCH' TO WS-FILE-REASON
            ELSE
                PERFORM PROVE-BATCH-HEADER-PARA
                SET PROOF-IN-BATCH TO TRUE
            END-IF
        WHEN AH-ENTRY-DETAIL
            IF PROOF-IN-BATCH
                PERFORM PROVE-ENTRY-PARA
            ELSE
                MOVE 'ENTRY OUTSIDE A BATCH' TO WS-FILE-REASON
            END-IF
        WHEN AH-ADDENDA
            IF PROOF-IN-BATCH
                ADD 1 TO WS-BA-ENTRY-CNT
            ELSE
                MOVE 'ADDENDA OUTSIDE A BATCH' TO WS-FILE-REASON
            END-IF
        WHEN AH-BATCH-CONTROL
            IF PROOF-IN-BATCH
                PERFORM PROVE-BATCH-CONTROL-PARA
                SET PROOF-BETWEEN-BATCHES TO TRUE
            ELSE
                MOVE 'BATCH CONTROL OUTSIDE A BATCH' TO WS-FILE-REASON
            END-IF
        WHEN AH-FILE-CONTROL
            IF PROOF-IN-BATCH
                MOVE 'FILE CONTROL INSIDE A BATCH' TO WS-FILE-REASON
            ELSE
                PERFORM PROVE-FILE-CONTROL-PARA
                SET PROOF-PAST-CONTROL TO TRUE
            END-IF
        WHEN OTHER
            MOVE 'UNKNOWN RECORD TYPE' TO WS-FILE-REASON
    END-EVALUATE.

*> ---------------------------------------------------------------
*> PROVE-FILE-HEADER-PARA
*> The file must be addressed to this bank (immediate destination
*> is a blank and our routing number) and be in the 94-byte,
*> 10-per-block format this program reads. The header is kept for
*> the return file, which goes back with origin and destination
*> swapped.
*> ---------------------------------------------------------------
PROVE-FILE-HEADER-PARA.
    MOVE ACH-RECORD TO WS-IN-FILE-HDR
    EVALUATE TRUE
        WHEN AH-IMMED-DEST(2:9) NOT = WS-OUR-ROUTING
            MOVE 'FILE NOT ADDRESSED TO THIS BANK' TO WS-FILE-REASON
        WHEN AH-RECORD-SIZE NOT = '094'
           OR AH-BLOCKING-FACTOR NOT = '10'
           OR AH-FORMAT-CODE NOT = '1'
            MOVE 'FILE FORMAT NOT 94-BYTE / 10 PER BLOCK'
                TO WS-FILE-REASON
    END-EVALUATE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'File from ' DELIMITED BY SIZE,
           AH-ORIGIN-NAME DELIMITED BY SIZE,
           ' (' DELIMITED BY SIZE,
           AH-IMMED-ORIGIN DELIMITED BY SIZE,
           ') created ' DELIMITED BY SIZE,
           AH-FILE-DATE DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           AH-FILE-TIME DELIMITED BY SIZE,
           ' modifier ' DELIMITED BY SIZE,
           AH-FILE-ID-MOD DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

*> ---------------------------------------------------------------
*> PROVE-BATCH-HEADER-PARA
*> Opens the next slot in the batch table. The originating DFI id
*> must be numeric - it is where any return from the batch is
*> routed.
*> ---------------------------------------------------------------
PROVE-BATCH-HEADER-PARA.
    IF WS-BAT-CNT NOT < WS-BAT-MAX
        MOVE 'MORE BATCHES THAN THE TABLE HOLDS' TO WS-FILE-REASON
    ELSE
        ADD 1 TO WS-BAT-CNT
        MOVE 'N' TO WS-BAT-HELD-SW(WS-BAT-CNT)
        MOVE 0 TO WS-BA-ENTRY-CNT
        MOVE 0 TO WS-BA-HASH
        MOVE 0 TO WS-BA-DEBITS
        MOVE 0 TO WS-BA-CREDITS
        MOVE SPACES TO WS-BA-REASON
        MOVE 0 TO WS-BA-NUMBER
        EVALUATE TRUE
            WHEN AH-BATCH-NUMBER NOT NUMERIC
                MOVE 'BATCH NUMBER NOT NUMERIC' TO WS-BA-REASON
            WHEN AH-ODFI-ID NOT NUMERIC
                MOVE AH-BATCH-NUMBER TO WS-BA-NUMBER
                MOVE 'ORIGINATING DFI NOT NUMERIC' TO WS-BA-REASON
            WHEN AH-SERVICE-CLASS NOT = '200'
             AND AH-SERVICE-CLASS NOT = '220'
             AND AH-SERVICE-CLASS NOT = '225'
                MOVE AH-BATCH-NUMBER TO WS-BA-NUMBER
                MOVE 'UNKNOWN SERVICE CLASS' TO WS-BA-REASON
            WHEN OTHER
                MOVE AH-BATCH-NUMBER TO WS-BA-NUMBER
        END-EVALUATE
    END-IF.

*> ---------------------------------------------------------------
*> PROVE-ENTRY-PARA
*> Adds one entry into its batch's count, hash and debit or credit
*> total. An entry whose code, receiving DFI or amount can't be
*> read can't be totalled, and holds its batch.
*> ---------------------------------------------------------------
PROVE-ENTRY-PARA.
    ADD 1 TO WS-BA-ENTRY-CNT
    EVALUATE TRUE
        WHEN NOT AH-TC-CREDIT AND NOT AH-TC-DEBIT
            IF WS-BA-REASON = SPACES
                MOVE 'UNKNOWN TRANSACTION CODE' TO WS-BA-REASON
            END-IF
        WHEN AH-RDFI-ID NOT NUMERIC
            IF WS-BA-REASON = SPACES
                MOVE 'RECEIVING DFI NOT NUMERIC' TO WS-BA-REASON
            END-IF
        WHEN AH-AMOUNT NOT NUMERIC
            IF WS-BA-REASON = SPACES
                MOVE 'ENTRY AMOUNT NOT NUMERIC' TO WS-BA-REASON
            END-IF
        WHEN AH-TC-CREDIT
            ADD AH-RDFI-ID-N TO WS-BA-HASH
            ADD AH-AMOUNT TO WS-BA-CREDITS
        WHEN OTHER
            ADD AH-RDFI-ID-N TO WS-BA-HASH
            ADD AH-AMOUNT TO WS-BA-DEBITS
    END-EVALUATE.

*> ---------------------------------------------------------------
*> PROVE-BATCH-CONTROL-PARA
*> The batch control against the entries just added up. Held or
*> not, the batch's figures go into the file totals - the file
*> control totals the file as it was sent.
*> ---------------------------------------------------------------
PROVE-BATCH-CONTROL-PARA.
    MOVE WS-BA-HASH TO WS-HASH-10
    IF WS-BA-REASON = SPACES
        EVALUATE TRUE
            WHEN AH-BC-ENTRY-COUNT NOT NUMERIC
               OR AH-BC-ENTRY-HASH NOT NUMERIC
               OR AH-BC-DEBIT-TOTAL NOT NUMERIC
               OR AH-BC-CREDIT-TOTAL NOT NUMERIC
               OR AH-BC-BATCH-NUMBER NOT NUMERIC
                MOVE 'BATCH CONTROL NOT NUMERIC' TO WS-BA-REASON
            WHEN AH-BC-BATCH-NUMBER NOT = WS-BA-NUMBER
                MOVE 'BATCH NUMBER MISMATCH' TO WS-BA-REASON
            WHEN AH-BC-ENTRY-COUNT NOT = WS-BA-ENTRY-CNT
                MOVE 'ENTRY COUNT OUT OF BALANCE' TO WS-BA-REASON
            WHEN AH-BC-ENTRY-HASH NOT = WS-HASH-10
                MOVE 'ENTRY HASH OUT OF BALANCE' TO WS-BA-REASON
            WHEN AH-BC-DEBIT-TOTAL NOT = WS-BA-DEBITS
                MOVE 'DEBIT TOTAL OUT OF BALANCE' TO WS-BA-REASON
            WHEN AH-BC-CREDIT-TOTAL NOT = WS-BA-CREDITS
                MOVE 'CREDIT TOTAL OUT OF BALANCE' TO WS-BA-REASON
        END-EVALUATE
    END-IF
    IF WS-BA-REASON NOT = SPACES
        MOVE 'Y' TO WS-BAT-HELD-SW(WS-BAT-CNT)
        ADD 1 TO WS-HELD-BAT-CNT
        MOVE SPACES TO WS-RPT-LINE
        STRING 'BATCH ' DELIMITED BY SIZE,
               WS-BA-NUMBER DELIMITED BY SIZE,
               ' HELD - ' DELIMITED BY SIZE,
               WS-BA-REASON DELIMITED BY SIZE,
               ' - NOTHING IN IT CONVERTS OR RETURNS'
                   DELIMITED BY SIZE
            INTO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    ADD 1 TO WS-FA-BATCH-CNT
    ADD WS-BA-ENTRY-CNT TO WS-FA-ENTRY-CNT
    ADD WS-BA-HASH TO WS-FA-HASH
    ADD WS-BA-DEBITS TO WS-FA-DEBITS
    ADD WS-BA-CREDITS TO WS-FA-CREDITS.

*> ---------------------------------------------------------------
*> PROVE-FILE-CONTROL-PARA / PROVE-END-OF-FILE-PARA
*> The file control against the batches, then - once the padding
*> has been read - its block count against the records actually
*> received.
*> ---------------------------------------------------------------
PROVE-FILE-CONTROL-PARA.
    MOVE WS-FA-HASH TO WS-HASH-10
    EVALUATE TRUE
        WHEN AH-FC-BATCH-COUNT NOT NUMERIC
           OR AH-FC-BLOCK-COUNT NOT NUMERIC
           OR AH-FC-ENTRY-COUNT NOT NUMERIC
           OR AH-FC-ENTRY-HASH NOT NUMERIC
           OR AH-FC-DEBIT-TOTAL NOT NUMERIC
           OR AH-FC-CREDIT-TOTAL NOT NUMERIC
            MOVE 'FILE CONTROL NOT NUMERIC' TO WS-FILE-REASON
        WHEN AH-FC-BATCH-COUNT NOT = WS-FA-BATCH-CNT
            MOVE 'FILE BATCH COUNT OUT OF BALANCE' TO WS-FILE-REASON
        WHEN AH-FC-ENTRY-COUNT NOT = WS-FA-ENTRY-CNT
            MOVE 'FILE ENTRY COUNT OUT OF BALANCE' TO WS-FILE-REASON
        WHEN AH-FC-ENTRY-HASH NOT = WS-HASH-10
            MOVE 'FILE ENTRY HASH OUT OF BALANCE' TO WS-FILE-REASON
        WHEN AH-FC-DEBIT-TOTAL NOT = WS-FA-DEBITS
            MOVE 'FILE DEBIT TOTAL OUT OF BALANCE' TO WS-FILE-REASON
        WHEN AH-FC-CREDIT-TOTAL NOT = WS-FA-CREDITS
            MOVE 'FILE CREDIT TOTAL OUT OF BALANCE' TO WS-FILE-REASON
        WHEN OTHER
            MOVE AH-FC-BLOCK-COUNT TO WS-FC-BLOCKS
            MOVE AH-FC-DEBIT-TOTAL TO WS-FC-DEBITS
            MOVE AH-FC-CREDIT-TOTAL TO WS-FC-CREDITS
    END-EVALUATE.

PROVE-END-OF-FILE-PARA.
    EVALUATE TRUE
        WHEN PROOF-WANT-HEADER
            MOVE 'FILE IS EMPTY' TO WS-FILE-REASON
        WHEN NOT PROOF-PAST-CONTROL
            MOVE 'FILE CONTROL MISSING' TO WS-FILE-REASON
        WHEN OTHER
            DIVIDE WS-REC-CNT BY 10 GIVING WS-BLOCK-CNT
                REMAINDER WS-BLOCK-REM
            IF WS-BLOCK-REM > 0
                ADD 1 TO WS-BLOCK-CNT
            END-IF
            IF WS-BLOCK-CNT NOT = WS-FC-BLOCKS
                MOVE 'FILE BLOCK COUNT OUT OF BALANCE'
                    TO WS-FILE-REASON
            END-IF
    END-EVALUATE.

*> ---------------------------------------------------------------
*> CONVERT-FILE-PARA
*> The second pass, over a file now known to be sound. Batch
*> headers step through the table the proof pass filled; file
*> control, addenda and padding carry nothing to convert.
*> ---------------------------------------------------------------
CONVERT-FILE-PARA.
    MOVE 'N' TO WS-ACH-EOF
    MOVE 0 TO WS-BAT-IX
    OPEN INPUT ACHFILE
    PERFORM UNTIL ACH-AT-EOF
        READ ACHFILE
            AT END
                SET ACH-AT-EOF TO TRUE
            NOT AT END
                EVALUATE TRUE
                    WHEN AH-BATCH-HEADER
                        PERFORM START-BATCH-PARA
                    WHEN AH-ENTRY-DETAIL
                        PERFORM CONVERT-ENTRY-PARA
                    WHEN AH-BATCH-CONTROL
                        PERFORM END-BATCH-PARA
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE ACHFILE.

*> ---------------------------------------------------------------
*> START-BATCH-PARA / END-BATCH-PARA
*> A batch line on the report for every ACH batch, converting or
*> held. An effective date later than the business date is only
*> flagged - the entries post under the business date either way,
*> so a file taken in ahead of its settlement date credits early.
*> ---------------------------------------------------------------
START-BATCH-PARA.
    ADD 1 TO WS-BAT-IX
    MOVE ACH-RECORD TO WS-IN-BATCH-HDR
    MOVE 'N' TO WS-ENV-OPEN-SW
    MOVE 'N' TO WS-RETBATCH-SW
    MOVE SPACES TO WS-RPT-LINE
    STRING 'BATCH ' DELIMITED BY SIZE,
           IB-BATCH-NUMBER DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           IB-COMPANY-NAME DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           IB-SEC-CODE DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           IB-ENTRY-DESC DELIMITED BY SIZE,
           ' EFF ' DELIMITED BY SIZE,
           IB-EFFECTIVE-DATE DELIMITED BY SIZE
        INTO WS-RPT-LINE
    IF BATCH-HELD(WS-BAT-IX)
        MOVE ' HELD - NOT CONVERTED' TO WS-RPT-LINE(65:36)
    ELSE
        MOVE 0 TO WS-EFF-DATE
        IF IB-EFFECTIVE-DATE NUMERIC
            COMPUTE WS-EFF-DATE = 20000000 + IB-EFF-YY * 10000
                + IB-EFF-MM * 100 + IB-EFF-DD
        END-IF
        IF WS-EFF-DATE > WS-BUSINESS-DATE
            MOVE ' EFFECTIVE AFTER BUSINESS DATE' TO WS-RPT-LINE(65:36)
        END-IF
    END-IF
    WRITE RPT-RECORD FROM WS-RPT-LINE.

END-BATCH-PARA.
    IF ENVELOPE-OPEN
        PERFORM WRITE-OUT-TRAILER-PARA
    END-IF
    IF RETURN-BATCH-OPEN
        PERFORM CLOSE-RETURN-BATCH-PARA
    END-IF.

*> ---------------------------------------------------------------
*> CONVERT-ENTRY-PARA
*> One entry: counted inbound, then held with its batch, returned,
*> verified (a prenote - checked like a live entry, but there is
*> no money to post) or converted. Credits to the account (22/32)
*> convert as our 'R', debits (27/37) as our 'D'.
*> ---------------------------------------------------------------
CONVERT-ENTRY-PARA.
    IF AH-TC-CREDIT
        ADD 1 TO WS-IN-CR-CNT
        ADD AH-AMOUNT TO WS-IN-CR-AMT
    ELSE
        ADD 1 TO WS-IN-DR-CNT
        ADD AH-AMOUNT TO WS-IN-DR-AMT
    END-IF
    EVALUATE TRUE
        WHEN BATCH-HELD(WS-BAT-IX) AND AH-TC-CREDIT
            ADD 1 TO WS-HELD-CR-CNT
            ADD AH-AMOUNT TO WS-HELD-CR-AMT
        WHEN BATCH-HELD(WS-BAT-IX)
            ADD 1 TO WS-HELD-DR-CNT
            ADD AH-AMOUNT TO WS-HELD-DR-AMT
        WHEN OTHER
            PERFORM CHECK-ENTRY-PARA
            EVALUATE TRUE
                WHEN WS-RETURN-REASON NOT = SPACES
                    PERFORM WRITE-RETURN-PARA
                WHEN AH-TC-PRENOTE
                    ADD 1 TO WS-PRENOTE-CNT
                WHEN OTHER
                    PERFORM WRITE-CONVERTED-PARA
            END-EVALUATE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> CHECK-ENTRY-PARA
*> Whether the entry can be taken, and if not the return reason:
*>   R17 - fails our edits: a code other than a live or prenote
*>         credit or debit, not addressed to this bank, a live
*>         entry for nothing or a prenote carrying money
*>   R04 - account number doesn't fit ours: our 10-character
*>         account number, left-justified in the 17-byte field
*>   R03 - no such account on the reference master
*>   R02 - account closed
*>   R16 - account frozen
*> ---------------------------------------------------------------
CHECK-ENTRY-PARA.
    MOVE SPACES TO WS-RETURN-REASON
    MOVE SPACES TO WS-RETURN-TEXT
    MOVE 0 TO WS-SPACE-CNT
    INSPECT AH-DFI-ACCOUNT(1:10) TALLYING WS-SPACE-CNT FOR ALL SPACES
    EVALUATE TRUE
        WHEN NOT AH-TC-LIVE AND NOT AH-TC-PRENOTE
            MOVE 'R17' TO WS-RETURN-REASON
            MOVE 'TRANSACTION CODE NOT ACCEPTED' TO WS-RETURN-TEXT
        WHEN AH-RDFI-ID NOT = WS-OUR-DFI
            MOVE 'R17' TO WS-RETURN-REASON
            MOVE 'NOT ADDRESSED TO THIS BANK' TO WS-RETURN-TEXT
        WHEN AH-TC-LIVE AND AH-AMOUNT = 0
            MOVE 'R17' TO WS-RETURN-REASON
            MOVE 'LIVE ENTRY FOR ZERO' TO WS-RETURN-TEXT
        WHEN AH-TC-PRENOTE AND AH-AMOUNT NOT = 0
            MOVE 'R17' TO WS-RETURN-REASON
            MOVE 'PRENOTE CARRYING AN AMOUNT' TO WS-RETURN-TEXT
        WHEN WS-SPACE-CNT > 0
           OR AH-DFI-ACCOUNT(11:7) NOT = SPACES
            MOVE 'R04' TO WS-RETURN-REASON
            MOVE 'ACCOUNT NUMBER NOT OURS' TO WS-RETURN-TEXT
        WHEN OTHER
            MOVE AH-DFI-ACCOUNT(1:10) TO RF-ACCOUNT-NUMBER
            READ REFFILE
                INVALID KEY
                    MOVE '00' TO WS-REF-STATUS
                    MOVE 'R03' TO WS-RETURN-REASON
                    MOVE 'ACCOUNT NOT ON REFERENCE' TO WS-RETURN-TEXT
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN RF-STATUS-CLOSED
                            MOVE 'R02' TO WS-RETURN-REASON
                            MOVE 'ACCOUNT CLOSED' TO WS-RETURN-TEXT
                        WHEN RF-STATUS-FROZEN
                            MOVE 'R16' TO WS-RETURN-REASON
                            MOVE 'ACCOUNT FROZEN' TO WS-RETURN-TEXT
                    END-EVALUATE
            END-READ
    END-EVALUATE.

*> ---------------------------------------------------------------
*> WRITE-CONVERTED-PARA
*> The entry in the ACCTREC layout, dated the business date. The
*> description carries the originator, their entry description
*> and the trace number, so the statement line names the payer
*> and FILEPROC's duplicate check never mistakes two equal
*> payments in one file for a double keying.
*> ---------------------------------------------------------------
WRITE-CONVERTED-PARA.
    IF NOT ENVELOPE-OPEN
        PERFORM WRITE-OUT-HEADER-PARA
    END-IF
    MOVE SPACES TO WS-OUT-LAYOUT
    MOVE AH-DFI-ACCOUNT(1:10) TO FP-ACCOUNT-NUMBER
    IF AH-TC-CREDIT
        MOVE 'R' TO FP-TRANS-CODE
        ADD 1 TO WS-CONV-CR-CNT
        ADD AH-AMOUNT TO WS-CONV-CR-AMT
    ELSE
        MOVE 'D' TO FP-TRANS-CODE
        ADD 1 TO WS-CONV-DR-CNT
        ADD AH-AMOUNT TO WS-CONV-DR-AMT
    END-IF
    MOVE AH-AMOUNT TO FP-AMOUNT
    MOVE WS-BUSINESS-DATE-X TO FP-TRANS-DATE
    STRING IB-COMPANY-NAME DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           IB-ENTRY-DESC DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           AH-TRACE-NUMBER DELIMITED BY SIZE
        INTO FP-DESCRIPTION
    WRITE OUT-RECORD FROM WS-OUT-LAYOUT
    ADD 1 TO WS-ENV-CNT
    ADD AH-AMOUNT TO WS-ENV-HASH.

*> ---------------------------------------------------------------
*> WRITE-OUT-HEADER-PARA / WRITE-OUT-TRAILER-PARA
*> The batch envelope FILEPROC proves each converted ACH batch
*> against, numbered by the batch's position in the file.
*> ---------------------------------------------------------------
WRITE-OUT-HEADER-PARA.
    MOVE SPACES TO WS-OUT-HDR-REC
    MOVE 'BATCHHDR' TO BH-RECORD-TYPE
    MOVE 'ACHCONV' TO BH-BRANCH-ID
    MOVE WS-BUSINESS-DATE TO BH-BATCH-DATE
    MOVE WS-BAT-IX TO BH-BATCH-NUMBER
    WRITE OUT-RECORD FROM WS-OUT-HDR-REC
    MOVE 0 TO WS-ENV-CNT
    MOVE 0 TO WS-ENV-HASH
    ADD 1 TO WS-ENV-TOTAL
    SET ENVELOPE-OPEN TO TRUE.

WRITE-OUT-TRAILER-PARA.
    MOVE SPACES TO WS-OUT-TRL-REC
    MOVE 'BATCHTRL' TO BT-RECORD-TYPE
    MOVE 'ACHCONV' TO BT-BRANCH-ID
    MOVE WS-ENV-CNT TO BT-RECORD-COUNT
    MOVE WS-ENV-HASH TO BT-HASH-TOTAL
    WRITE OUT-RECORD FROM WS-OUT-TRL-REC
    MOVE 'N' TO WS-ENV-OPEN-SW.

*> ---------------------------------------------------------------
*> WRITE-RETURN-PARA
*> The refused entry back to its originator: the original entry
*> with a return transaction code (second digit 1 for a credit, 6
*> for a debit), routed to the originating DFI with its check
*> digit and given our own trace number, then the '99' addenda
*> carrying the return reason, the original trace and the
*> original receiving DFI.
*> ---------------------------------------------------------------
WRITE-RETURN-PARA.
    IF NOT RETURN-FILE-STARTED
        PERFORM START-RETURN-FILE-PARA
    END-IF
    IF NOT RETURN-BATCH-OPEN
        PERFORM OPEN-RETURN-BATCH-PARA
    END-IF
    ADD 1 TO WS-RT-SEQ
    MOVE WS-OUR-DFI TO WS-RT-TRACE-DFI
    MOVE WS-RT-SEQ TO WS-RT-TRACE-SEQ
    MOVE ACH-RECORD TO WS-RET-RECORD
    IF AH-TC-CREDIT
        MOVE '1' TO RT-TC-KIND
        ADD AH-AMOUNT TO WS-RB-CREDITS
        ADD 1 TO WS-RET-CR-CNT
        ADD AH-AMOUNT TO WS-RET-CR-AMT
    ELSE
        MOVE '6' TO RT-TC-KIND
        ADD AH-AMOUNT TO WS-RB-DEBITS
        ADD 1 TO WS-RET-DR-CNT
        ADD AH-AMOUNT TO WS-RET-DR-AMT
    END-IF
    MOVE IB-ODFI-ID TO RT-RDFI-ID
    MOVE IB-ODFI-ID TO WS-CK-ROUTING
    PERFORM CHECK-DIGIT-PARA
    MOVE WS-CK-CHECK TO RT-CHECK-DIGIT
    MOVE '1' TO RT-ADDENDA-IND
    MOVE WS-RT-TRACE TO RT-TRACE-NUMBER
    WRITE RET-RECORD FROM WS-RET-RECORD
    ADD RT-RDFI-ID-N TO WS-RB-HASH
    MOVE SPACES TO WS-RET-RECORD
    MOVE '7' TO RT-RECORD-TYPE
    MOVE '99' TO RT-ADDENDA-TYPE
    MOVE WS-RETURN-REASON TO RT-RETURN-REASON
    MOVE AH-TRACE-NUMBER TO RT-ORIG-TRACE
    MOVE AH-RDFI-ID TO RT-ORIG-RDFI
    MOVE WS-RETURN-TEXT TO RT-ADDENDA-INFO
    MOVE WS-RT-TRACE TO RT-ADDENDA-TRACE
    WRITE RET-RECORD FROM WS-RET-RECORD
    ADD 2 TO WS-RB-ENTRY-CNT
    ADD 2 TO WS-RF-REC-CNT
    EVALUATE WS-RETURN-REASON
        WHEN 'R02'
            ADD 1 TO WS-R02-CNT
        WHEN 'R03'
            ADD 1 TO WS-R03-CNT
        WHEN 'R04'
            ADD 1 TO WS-R04-CNT
        WHEN 'R16'
            ADD 1 TO WS-R16-CNT
        WHEN OTHER
            ADD 1 TO WS-R17-CNT
    END-EVALUATE
    PERFORM LOG-RETURN-PARA.

*> ---------------------------------------------------------------
*> START-RETURN-FILE-PARA / OPEN-RETURN-BATCH-PARA /
*> CLOSE-RETURN-BATCH-PARA / FINISH-RETURN-FILE-PARA
*> The return file's own envelope, in the clearing house's
*> format: file header back to whoever sent the inbound file, one
*> return batch per inbound batch with anything returned (the
*> original company and entry description, our DFI as
*> originator), batch and file controls, and padding out to a
*> whole block.
*> ---------------------------------------------------------------
START-RETURN-FILE-PARA.
    MOVE SPACES TO WS-RET-RECORD
    MOVE '1' TO RT-RECORD-TYPE
    MOVE '01' TO RT-PRIORITY-CODE
    MOVE IH-IMMED-ORIGIN TO RT-IMMED-DEST
    MOVE IH-IMMED-DEST TO RT-IMMED-ORIGIN
    MOVE WS-RUN-YYMMDD TO RT-FILE-DATE
    MOVE WS-RUN-HHMM TO RT-FILE-TIME
    MOVE 'A' TO RT-FILE-ID-MOD
    MOVE '094' TO RT-RECORD-SIZE
    MOVE '10' TO RT-BLOCKING-FACTOR
    MOVE '1' TO RT-FORMAT-CODE
    MOVE IH-ORIGIN-NAME TO RT-DEST-NAME
    MOVE IH-DEST-NAME TO RT-ORIGIN-NAME
    WRITE RET-RECORD FROM WS-RET-RECORD
    ADD 1 TO WS-RF-REC-CNT
    SET RETURN-FILE-STARTED TO TRUE.

OPEN-RETURN-BATCH-PARA.
    ADD 1 TO WS-RF-BATCH-CNT
    MOVE WS-IN-BATCH-HDR TO WS-RET-RECORD
    MOVE WS-BUS-YYMMDD TO RT-EFFECTIVE-DATE
    MOVE SPACES TO RT-SETTLE-DATE
    MOVE '1' TO RT-ORIG-STATUS
    MOVE WS-OUR-DFI TO RT-ODFI-ID
    MOVE WS-RF-BATCH-CNT TO RT-BATCH-NUMBER
    WRITE RET-RECORD FROM WS-RET-RECORD
    ADD 1 TO WS-RF-REC-CNT
    MOVE 0 TO WS-RB-ENTRY-CNT
    MOVE 0 TO WS-RB-HASH
    MOVE 0 TO WS-RB-DEBITS
    MOVE 0 TO WS-RB-CREDITS
    SET RETURN-BATCH-OPEN TO TRUE.

CLOSE-RETURN-BATCH-PARA.
    MOVE WS-RB-HASH TO WS-HASH-10
    MOVE SPACES TO WS-RET-RECORD
    MOVE '8' TO RT-RECORD-TYPE
    MOVE IB-SERVICE-CLASS TO RT-BC-SERVICE-CLASS
    MOVE WS-RB-ENTRY-CNT TO RT-BC-ENTRY-COUNT
    MOVE WS-HASH-10 TO RT-BC-ENTRY-HASH
    MOVE WS-RB-DEBITS TO RT-BC-DEBIT-TOTAL
    MOVE WS-RB-CREDITS TO RT-BC-CREDIT-TOTAL
    MOVE IB-COMPANY-ID TO RT-BC-COMPANY-ID
    MOVE WS-OUR-DFI TO RT-BC-ODFI-ID
    MOVE WS-RF-BATCH-CNT TO RT-BC-BATCH-NUMBER
    WRITE RET-RECORD FROM WS-RET-RECORD
    ADD 1 TO WS-RF-REC-CNT
    ADD WS-RB-ENTRY-CNT TO WS-RF-ENTRY-CNT
    ADD WS-RB-HASH TO WS-RF-HASH
    ADD WS-RB-DEBITS TO WS-RF-DEBITS
    ADD WS-RB-CREDITS TO WS-RF-CREDITS
    MOVE 'N' TO WS-RETBATCH-SW.

FINISH-RETURN-FILE-PARA.
    ADD 1 TO WS-RF-REC-CNT
    DIVIDE WS-RF-REC-CNT BY 10 GIVING WS-BLOCK-CNT
        REMAINDER WS-BLOCK-REM
    IF WS-BLOCK-REM > 0
        ADD 1 TO WS-BLOCK-CNT
    END-IF
    MOVE WS-RF-HASH TO WS-HASH-10
    MOVE SPACES TO WS-RET-RECORD
    MOVE '9' TO RT-RECORD-TYPE
    MOVE WS-RF-BATCH-CNT TO RT-FC-BATCH-COUNT
    MOVE WS-BLOCK-CNT TO RT-FC-BLOCK-COUNT
    MOVE WS-RF-ENTRY-CNT TO RT-FC-ENTRY-COUNT
    MOVE WS-HASH-10 TO RT-FC-ENTRY-HASH
    MOVE WS-RF-DEBITS TO RT-FC-DEBIT-TOTAL
    MOVE WS-RF-CREDITS TO RT-FC-CREDIT-TOTAL
    WRITE RET-RECORD FROM WS-RET-RECORD
    MOVE ALL '9' TO WS-RET-RECORD
    PERFORM UNTIL WS-BLOCK-REM = 0
        WRITE RET-RECORD FROM WS-RET-RECORD
        ADD 1 TO WS-RF-REC-CNT
        DIVIDE WS-RF-REC-CNT BY 10 GIVING WS-BLOCK-CNT
            REMAINDER WS-BLOCK-REM
    END-PERFORM.

*> ---------------------------------------------------------------
*> CHECK-DIGIT-PARA
*> The ninth digit of a routing number from its first eight:
*> weights 3, 7, 1 repeating, and the digit that brings the sum up
*> to the next multiple of ten.
*> ---------------------------------------------------------------
CHECK-DIGIT-PARA.
    MOVE 0 TO WS-CK-SUM
    PERFORM VARYING WS-CK-IX FROM 1 BY 1 UNTIL WS-CK-IX > 8
        COMPUTE WS-CK-SUM = WS-CK-SUM
            + WS-CK-DIGIT(WS-CK-IX) * WS-CK-WEIGHT(WS-CK-IX)
    END-PERFORM
    DIVIDE WS-CK-SUM BY 10 GIVING WS-CK-QUOT REMAINDER WS-CK-REM
    IF WS-CK-REM = 0
        MOVE 0 TO WS-CK-CHECK
    ELSE
        COMPUTE WS-CK-CHECK = 10 - WS-CK-REM
    END-IF.

*> ---------------------------------------------------------------
*> LOG-RETURN-PARA
*> The return reason, the original trace, the account as the
*> originator sent it and the amount - what operations needs to
*> answer the originator's enquiry.
*> ---------------------------------------------------------------
LOG-RETURN-PARA.
    MOVE AH-AMOUNT TO WS-AMT-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING '  RETURN ' DELIMITED BY SIZE,
           WS-RETURN-REASON DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-RETURN-TEXT DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           AH-TRACE-NUMBER DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           AH-DFI-ACCOUNT DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-AMT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

*> ---------------------------------------------------------------
*> REPORT-HEADER-PARA / CONTROL-REPORT-PARA / SUMMARY-LINE-PARA
*> Inbound credits and debits, each equal to converted plus
*> returned plus held (prenotes carry no money), the entry count
*> equal to all four plus prenotes verified, and the inbound
*> money equal to the file control's - the balance the desk
*> proves before the converted file goes near INFILE and the
*> returns go back.
*> ---------------------------------------------------------------
REPORT-HEADER-PARA.
    MOVE 'INBOUND ACH CONVERSION - EXCEPTIONS AND CONTROL'
        TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Business date: ' DELIMITED BY SIZE,
           WS-BUSINESS-DATE DELIMITED BY SIZE,
           '  Routing number: ' DELIMITED BY SIZE,
           WS-OUR-ROUTING DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.

CONTROL-REPORT-PARA.
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE 'Inbound credits      :' TO WS-SUM-LABEL
    MOVE WS-IN-CR-CNT TO WS-SUM-CNT
    MOVE WS-IN-CR-AMT TO WS-SUM-AMT
    PERFORM SUMMARY-LINE-PARA
    MOVE 'Inbound debits       :' TO WS-SUM-LABEL
    MOVE WS-IN-DR-CNT TO WS-SUM-CNT
    MOVE WS-IN-DR-AMT TO WS-SUM-AMT
    PERFORM SUMMARY-LINE-PARA
    MOVE 'Converted credits (R):' TO WS-SUM-LABEL
    MOVE WS-CONV-CR-CNT TO WS-SUM-CNT
    MOVE WS-CONV-CR-AMT TO WS-SUM-AMT
    PERFORM SUMMARY-LINE-PARA
    MOVE 'Converted debits (D) :' TO WS-SUM-LABEL
    MOVE WS-CONV-DR-CNT TO WS-SUM-CNT
    MOVE WS-CONV-DR-AMT TO WS-SUM-AMT
    PERFORM SUMMARY-LINE-PARA
    MOVE 'Returned credits     :' TO WS-SUM-LABEL
    MOVE WS-RET-CR-CNT TO WS-SUM-CNT
    MOVE WS-RET-CR-AMT TO WS-SUM-AMT
    PERFORM SUMMARY-LINE-PARA
    MOVE 'Returned debits      :' TO WS-SUM-LABEL
    MOVE WS-RET-DR-CNT TO WS-SUM-CNT
    MOVE WS-RET-DR-AMT TO WS-SUM-AMT
    PERFORM SUMMARY-LINE-PARA
    MOVE 'Prenotes verified    :' TO WS-SUM-LABEL
    MOVE WS-PRENOTE-CNT TO WS-SUM-CNT
    MOVE 0 TO WS-SUM-AMT
    PERFORM SUMMARY-LINE-PARA
    MOVE 'Held credits         :' TO WS-SUM-LABEL
    MOVE WS-HELD-CR-CNT TO WS-SUM-CNT
    MOVE WS-HELD-CR-AMT TO WS-SUM-AMT
    PERFORM SUMMARY-LINE-PARA
    MOVE 'Held debits          :' TO WS-SUM-LABEL
    MOVE WS-HELD-DR-CNT TO WS-SUM-CNT
    MOVE WS-HELD-DR-AMT TO WS-SUM-AMT
    PERFORM SUMMARY-LINE-PARA
    MOVE SPACES TO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Returns R02 closed   : ' DELIMITED BY SIZE,
           WS-R02-CNT DELIMITED BY SIZE,
           '   R03 not on file : ' DELIMITED BY SIZE,
           WS-R03-CNT DELIMITED BY SIZE,
           '   R04 bad account : ' DELIMITED BY SIZE,
           WS-R04-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Returns R16 frozen   : ' DELIMITED BY SIZE,
           WS-R16-CNT DELIMITED BY SIZE,
           '   R17 failed edits: ' DELIMITED BY SIZE,
           WS-R17-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Envelopes to INFILE  : ' DELIMITED BY SIZE,
           WS-ENV-TOTAL DELIMITED BY SIZE,
           '   Batches held    : ' DELIMITED BY SIZE,
           WS-HELD-BAT-CNT DELIMITED BY SIZE,
           '   Return batches  : ' DELIMITED BY SIZE,
           WS-RF-BATCH-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    IF RUN-ABANDONED
        MOVE 'RUN ABANDONED - NOTHING CONVERTED, NOTHING RETURNED.'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    ELSE
        PERFORM TIE-CONTROLS-PARA
    END-IF.

*> ---------------------------------------------------------------
*> TIE-CONTROLS-PARA
*> Each leg of the balance on its own, so a break names where it
*> is.
*> ---------------------------------------------------------------
TIE-CONTROLS-PARA.
    COMPUTE WS-TIE-CNT = WS-CONV-CR-CNT + WS-CONV-DR-CNT
        + WS-RET-CR-CNT + WS-RET-DR-CNT + WS-PRENOTE-CNT
        + WS-HELD-CR-CNT + WS-HELD-DR-CNT
    IF WS-TIE-CNT NOT = WS-IN-CR-CNT + WS-IN-DR-CNT
        MOVE 'N' TO WS-TIE-SW
        MOVE 'WARNING: entries not = converted+returned+prenotes+held.'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    COMPUTE WS-TIE-AMT = WS-CONV-CR-AMT + WS-RET-CR-AMT
        + WS-HELD-CR-AMT
    IF WS-TIE-AMT NOT = WS-IN-CR-AMT
        MOVE 'N' TO WS-TIE-SW
        MOVE 'WARNING: credits in not = converted + returned + held.'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    COMPUTE WS-TIE-AMT = WS-CONV-DR-AMT + WS-RET-DR-AMT
        + WS-HELD-DR-AMT
    IF WS-TIE-AMT NOT = WS-IN-DR-AMT
        MOVE 'N' TO WS-TIE-SW
        MOVE 'WARNING: debits in not = converted + returned + held.'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    IF WS-IN-CR-AMT NOT = WS-FC-CREDITS
       OR WS-IN-DR-AMT NOT = WS-FC-DEBITS
        MOVE 'N' TO WS-TIE-SW
        MOVE 'WARNING: money in does not equal the file control totals.'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF
    IF CONTROLS-TIE
        MOVE 'Controls tie: in = converted+returned+prenotes+held.'
            TO WS-RPT-LINE
        WRITE RPT-RECORD FROM WS-RPT-LINE
    END-IF.

SUMMARY-LINE-PARA.
    MOVE WS-SUM-AMT TO WS-TOT-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING WS-SUM-LABEL DELIMITED BY SIZE,
           ' ' DELIMITED BY SIZE,
           WS-SUM-CNT DELIMITED BY SIZE,
           '  ' DELIMITED BY SIZE,
           WS-TOT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE.
