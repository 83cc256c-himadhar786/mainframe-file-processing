IDENTIFICATION DIVISION.
PROGRAM-ID. SOMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Standing-order maintenance cards, one action per card, keyed
    *> by the branches when a customer sets up, changes or stops a
    *> standing instruction.
    SELECT CARDFILE ASSIGN TO SOCARDS
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The standing-order master SOGEN generates from. Ddname, not a
    *> literal, for the same reason REFMAINT gives for ACCTREF: both
    *> programs must resolve to the one physical file.
    SELECT ORDFILE ASSIGN TO STORDER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SO-ORDER-KEY
        FILE STATUS IS WS-ORD-STATUS.
    *> The account reference master, read-only: a new instruction
    *> for an account (or to a contra account) that is not open is
    *> refused here rather than left to bounce out of every daily
    *> run. Absent or unopenable, the check is skipped - SOGEN and
    *> FILEPROC still check at generation and posting time.
    SELECT REFFILE ASSIGN TO ACCTREF
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RF-ACCOUNT-NUMBER
        FILE STATUS IS WS-REF-STATUS.
    SELECT MAINTRPT ASSIGN TO SORPT
        ORGANIZATION IS LINE SEQUENTIAL.
    *> Standing-order journal: the complete before- and after-image
    *> of every master record this program writes or rewrites,
    *> appended run after run and never truncated - the same
    *> protection REFJRNL gives the reference master. An add
    *> journals with a spaces before-image.
    SELECT JRNLFILE ASSIGN TO SOJRNL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.

DATA DIVISION.
FILE SECTION.
*> One card per action:
*>   01-10  account number
*>   12-14  order number (the account's own numbering, 001-999)
*>   16     action: A add, M amend, X cancel
*>   18-27  contra account  (add; amend - blank leaves it alone)
*>   29     transaction code D, R or T (add only)
*>   31-41  amount, 9(9)V99 (add; amend - blank leaves it alone)
*>   43     frequency W, F, M, Q or A (add only)
*>   45-52  next due date YYYYMMDD (add; amend - blank leaves it)
*>   54-61  end date YYYYMMDD (add - blank or zeros for none; amend
*>          - blank leaves it, zeros remove it)
*>   63-78  memo (add; amend - blank leaves it alone)
FD CARDFILE.
01 CARD-RECORD.
    05 CD-ACCOUNT-NUMBER PIC X(10).
    05 FILLER            PIC X(01).
    05 CD-ORDER-NUMBER   PIC X(03).
    05 CD-ORDER-NUMBER-N REDEFINES CD-ORDER-NUMBER PIC 9(03).
    05 FILLER            PIC X(01).
    05 CD-ACTION-CODE    PIC X(01).
       88 CD-ACTION-ADD    VALUE 'A'.
       88 CD-ACTION-AMEND  VALUE 'M'.
       88 CD-ACTION-CANCEL VALUE 'X'.
    05 FILLER            PIC X(01).
    05 CD-CONTRA-ACCOUNT PIC X(10).
    05 FILLER            PIC X(01).
    05 CD-TRANS-CODE     PIC X(01).
    05 FILLER            PIC X(01).
    05 CD-AMOUNT         PIC X(11).
    05 CD-AMOUNT-N REDEFINES CD-AMOUNT PIC 9(9)V99.
    05 FILLER            PIC X(01).
    05 CD-FREQUENCY      PIC X(01).
    05 FILLER            PIC X(01).
    05 CD-NEXT-DUE       PIC X(08).
    05 CD-NEXT-DUE-N REDEFINES CD-NEXT-DUE PIC 9(08).
    05 FILLER            PIC X(01).
    05 CD-END-DATE       PIC X(08).
    05 CD-END-DATE-N REDEFINES CD-END-DATE PIC 9(08).
    05 FILLER            PIC X(01).
    05 CD-MEMO           PIC X(16).
    05 FILLER            PIC X(02).

FD ORDFILE.
01 SO-ORDER-RECORD.
    COPY STORDREC.

FD REFFILE.
01 RF-REFERENCE-RECORD.
    COPY REFREC.

FD MAINTRPT.
01 MAINT-RECORD PIC X(80).

FD JRNLFILE.
01 JR-JOURNAL-RECORD.
    COPY JRNLREC.

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 END-OF-FILE VALUE 'Y'.
01 WS-ORD-STATUS PIC X(02) VALUE '00'.
01 WS-REF-STATUS PIC X(02) VALUE '00'.
01 WS-JRNL-STATUS PIC X(02) VALUE '00'.
01 WS-REF-OPEN-SW PIC X VALUE 'N'.
   88 REFFILE-OPEN VALUE 'Y'.
*> Run stamp, captured once at startup: every journal entry this run
*> writes carries it, the same grouping convention as CORRJRNL.
01 WS-RUN-DATE PIC 9(08) VALUE 0.
01 WS-RUN-TIME PIC 9(08) VALUE 0.
*> The master record exactly as READ, held for the journal entry
*> while the action overwrites the live record.
01 WS-BEFORE-IMAGE PIC X(80).

*> Date edit work area - see EDIT-DATE-PARA.
01 WS-EDIT-DATE PIC 9(08) VALUE 0.
01 WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
    05 WS-EDIT-YEAR  PIC 9(04).
    05 WS-EDIT-MONTH PIC 9(02).
    05 WS-EDIT-DAY   PIC 9(02).
01 WS-DATE-OK-SW PIC X VALUE 'N'.
   88 DATE-VALID VALUE 'Y'.
01 WS-REF-OK-SW PIC X VALUE 'N'.
   88 ACCOUNT-OPEN-ON-REF VALUE 'Y'.
01 WS-REF-ACCOUNT PIC X(10) VALUE SPACES.
01 WS-NEW-NEXT-DUE PIC 9(08) VALUE 0.
01 WS-NEW-END-DATE PIC 9(08) VALUE 0.

01 WS-READ-CNT      PIC 9(5) VALUE 0.
01 WS-ADDED-CNT     PIC 9(5) VALUE 0.
01 WS-AMENDED-CNT   PIC 9(5) VALUE 0.
01 WS-CANCELLED-CNT PIC 9(5) VALUE 0.
01 WS-UNMATCHED-CNT PIC 9(5) VALUE 0.
01 WS-EXISTS-CNT    PIC 9(5) VALUE 0.
01 WS-INACTIVE-CNT  PIC 9(5) VALUE 0.
01 WS-INVALID-CNT   PIC 9(5) VALUE 0.
01 WS-JRNLFAIL-CNT  PIC 9(5) VALUE 0.

*> Set when the journal wouldn't open. No journal, no changes - the
*> same rule REFMAINT and MAINT apply.
01 WS-ABANDON-SW PIC X VALUE 'N'.
   88 RUN-ABANDONED VALUE 'Y'.

01 WS-VALID-SW PIC X VALUE 'Y'.
   88 RECORD-VALID   VALUE 'Y'.
   88 RECORD-INVALID VALUE 'N'.
*> Why the card failed its edits, for the report line.
01 WS-INVALID-REASON PIC X(30) VALUE SPACES.

01 WS-MAINT-LINE PIC X(80).

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    OPEN INPUT CARDFILE
    PERFORM OPEN-ORDFILE-PARA
    PERFORM OPEN-REFFILE-PARA
    PERFORM OPEN-JRNL-PARA
    OPEN OUTPUT MAINTRPT
    IF RUN-ABANDONED
        MOVE 'STANDING-ORDER JOURNAL WOULD NOT OPEN - RUN ABANDONED.'
            TO WS-MAINT-LINE
        WRITE MAINT-RECORD FROM WS-MAINT-LINE
    ELSE
        PERFORM UNTIL END-OF-FILE
            READ CARDFILE
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-READ-CNT
                    PERFORM VALIDATE-CARD-PARA
                    IF RECORD-VALID
                        PERFORM APPLY-CARD-PARA
                    ELSE
                        ADD 1 TO WS-INVALID-CNT
                        PERFORM LOG-INVALID-PARA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JRNLFILE
    END-IF
    CLOSE CARDFILE
    CLOSE ORDFILE
    IF REFFILE-OPEN
        CLOSE REFFILE
    END-IF
    PERFORM MAINT-REPORT-PARA
    CLOSE MAINTRPT
    DISPLAY 'Standing-order maintenance complete. Cards read: '
        WS-READ-CNT
    STOP RUN.

*> ---------------------------------------------------------------
*> OPEN-ORDFILE-PARA / OPEN-REFFILE-PARA / OPEN-JRNL-PARA
*> The master and journal use the create-if-missing idiom, so the
*> first run on a new system creates them; a journal that still
*> won't open abandons the run. The reference master is optional.
*> ---------------------------------------------------------------
OPEN-ORDFILE-PARA.
    OPEN I-O ORDFILE
    IF WS-ORD-STATUS NOT = '00'
        OPEN OUTPUT ORDFILE
        CLOSE ORDFILE
        OPEN I-O ORDFILE
    END-IF.

OPEN-REFFILE-PARA.
    OPEN INPUT REFFILE
    IF WS-REF-STATUS = '00'
        SET REFFILE-OPEN TO TRUE
    END-IF.

OPEN-JRNL-PARA.
    OPEN EXTEND JRNLFILE
    IF WS-JRNL-STATUS NOT = '00'
        OPEN OUTPUT JRNLFILE
        CLOSE JRNLFILE
        OPEN EXTEND JRNLFILE
    END-IF
    IF WS-JRNL-STATUS NOT = '00'
        SET RUN-ABANDONED TO TRUE
    END-IF.

*> ---------------------------------------------------------------
*> VALIDATE-CARD-PARA
*> Field edits per action before anything touches the master. An
*> add needs the whole instruction; an amend needs at least one
*> field to change, and every field it does give must pass the
*> same edit an add would apply; a cancel needs only the key.
*> Whether the order exists is checked in APPLY-CARD-PARA.
*> ---------------------------------------------------------------
VALIDATE-CARD-PARA.
    SET RECORD-VALID TO TRUE
    MOVE SPACES TO WS-INVALID-REASON
    EVALUATE TRUE
        WHEN CD-ACCOUNT-NUMBER = SPACES
            MOVE 'NO ACCOUNT NUMBER' TO WS-INVALID-REASON
        WHEN CD-ORDER-NUMBER NOT NUMERIC
          OR CD-ORDER-NUMBER-N = 0
            MOVE 'BAD ORDER NUMBER' TO WS-INVALID-REASON
        WHEN NOT CD-ACTION-ADD AND NOT CD-ACTION-AMEND
             AND NOT CD-ACTION-CANCEL
            MOVE 'UNKNOWN ACTION' TO WS-INVALID-REASON
        WHEN CD-ACTION-ADD
            PERFORM VALIDATE-ADD-PARA
        WHEN CD-ACTION-AMEND
            PERFORM VALIDATE-AMEND-PARA
    END-EVALUATE
    IF WS-INVALID-REASON NOT = SPACES
        SET RECORD-INVALID TO TRUE
    END-IF.

VALIDATE-ADD-PARA.
    EVALUATE TRUE
        WHEN CD-TRANS-CODE NOT = 'D' AND CD-TRANS-CODE NOT = 'R'
             AND CD-TRANS-CODE NOT = 'T'
            MOVE 'CODE NOT D, R OR T' TO WS-INVALID-REASON
        WHEN CD-AMOUNT NOT NUMERIC OR CD-AMOUNT-N = 0
            MOVE 'BAD AMOUNT' TO WS-INVALID-REASON
        WHEN CD-FREQUENCY NOT = 'W' AND CD-FREQUENCY NOT = 'F'
             AND CD-FREQUENCY NOT = 'M' AND CD-FREQUENCY NOT = 'Q'
             AND CD-FREQUENCY NOT = 'A'
            MOVE 'BAD FREQUENCY' TO WS-INVALID-REASON
        WHEN CD-TRANS-CODE = 'T'
             AND (CD-CONTRA-ACCOUNT = SPACES
                  OR CD-CONTRA-ACCOUNT = CD-ACCOUNT-NUMBER)
            MOVE 'BAD TRANSFER CONTRA' TO WS-INVALID-REASON
    END-EVALUATE
    IF WS-INVALID-REASON = SPACES
        PERFORM EDIT-NEXT-DUE-PARA
    END-IF
    IF WS-INVALID-REASON = SPACES
        IF CD-END-DATE = SPACES
            MOVE 0 TO WS-NEW-END-DATE
        ELSE
            PERFORM EDIT-END-DATE-PARA
        END-IF
    END-IF
    IF WS-INVALID-REASON = SPACES
       AND WS-NEW-END-DATE NOT = 0
       AND WS-NEW-END-DATE < WS-NEW-NEXT-DUE
        MOVE 'END DATE BEFORE NEXT DUE' TO WS-INVALID-REASON
    END-IF
    IF WS-INVALID-REASON = SPACES
        MOVE CD-ACCOUNT-NUMBER TO WS-REF-ACCOUNT
        PERFORM CHECK-REFERENCE-PARA
        IF NOT ACCOUNT-OPEN-ON-REF
            MOVE 'ACCOUNT NOT OPEN' TO WS-INVALID-REASON
        END-IF
    END-IF
    IF WS-INVALID-REASON = SPACES AND CD-TRANS-CODE = 'T'
        MOVE CD-CONTRA-ACCOUNT TO WS-REF-ACCOUNT
        PERFORM CHECK-REFERENCE-PARA
        IF NOT ACCOUNT-OPEN-ON-REF
            MOVE 'CONTRA ACCOUNT NOT OPEN' TO WS-INVALID-REASON
        END-IF
    END-IF.

VALIDATE-AMEND-PARA.
    IF CD-CONTRA-ACCOUNT = SPACES AND CD-AMOUNT = SPACES
       AND CD-NEXT-DUE = SPACES AND CD-END-DATE = SPACES
       AND CD-MEMO = SPACES
        MOVE 'NOTHING TO AMEND' TO WS-INVALID-REASON
    END-IF
    IF WS-INVALID-REASON = SPACES AND CD-AMOUNT NOT = SPACES
        IF CD-AMOUNT NOT NUMERIC OR CD-AMOUNT-N = 0
            MOVE 'BAD AMOUNT' TO WS-INVALID-REASON
        END-IF
    END-IF
    IF WS-INVALID-REASON = SPACES AND CD-NEXT-DUE NOT = SPACES
        PERFORM EDIT-NEXT-DUE-PARA
    END-IF
    IF WS-INVALID-REASON = SPACES AND CD-END-DATE NOT = SPACES
        PERFORM EDIT-END-DATE-PARA
    END-IF
    IF WS-INVALID-REASON = SPACES AND CD-CONTRA-ACCOUNT NOT = SPACES
        IF CD-CONTRA-ACCOUNT = CD-ACCOUNT-NUMBER
            MOVE 'BAD TRANSFER CONTRA' TO WS-INVALID-REASON
        ELSE
            MOVE CD-CONTRA-ACCOUNT TO WS-REF-ACCOUNT
            PERFORM CHECK-REFERENCE-PARA
            IF NOT ACCOUNT-OPEN-ON-REF
                MOVE 'CONTRA ACCOUNT NOT OPEN' TO WS-INVALID-REASON
            END-IF
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> EDIT-NEXT-DUE-PARA / EDIT-END-DATE-PARA / EDIT-DATE-PARA
*> A next due date must be a real calendar date no earlier than
*> today - a start date in the past would have SOGEN generate every
*> missed occurrence at once. An end date of zeros means none.
*> ---------------------------------------------------------------
EDIT-NEXT-DUE-PARA.
    IF CD-NEXT-DUE NOT NUMERIC
        MOVE 'BAD NEXT DUE DATE' TO WS-INVALID-REASON
    ELSE
        MOVE CD-NEXT-DUE-N TO WS-EDIT-DATE
        PERFORM EDIT-DATE-PARA
        IF NOT DATE-VALID
            MOVE 'BAD NEXT DUE DATE' TO WS-INVALID-REASON
        ELSE
            IF CD-NEXT-DUE-N < WS-RUN-DATE
                MOVE 'NEXT DUE IN THE PAST' TO WS-INVALID-REASON
            ELSE
                MOVE CD-NEXT-DUE-N TO WS-NEW-NEXT-DUE
            END-IF
        END-IF
    END-IF.

EDIT-END-DATE-PARA.
    IF CD-END-DATE NOT NUMERIC
        MOVE 'BAD END DATE' TO WS-INVALID-REASON
    ELSE
        MOVE CD-END-DATE-N TO WS-NEW-END-DATE
        IF WS-NEW-END-DATE NOT = 0
            MOVE WS-NEW-END-DATE TO WS-EDIT-DATE
            PERFORM EDIT-DATE-PARA
            IF NOT DATE-VALID
                MOVE 'BAD END DATE' TO WS-INVALID-REASON
            END-IF
        END-IF
    END-IF.

EDIT-DATE-PARA.
    MOVE 'N' TO WS-DATE-OK-SW
    IF WS-EDIT-YEAR > 1900
       AND WS-EDIT-MONTH >= 1 AND WS-EDIT-MONTH <= 12
       AND WS-EDIT-DAY >= 1 AND WS-EDIT-DAY <= 31
        SET DATE-VALID TO TRUE
    END-IF.

*> ---------------------------------------------------------------
*> CHECK-REFERENCE-PARA
*> Is WS-REF-ACCOUNT open on the reference master? With no master
*> to ask, the answer is yes - the generator and FILEPROC check
*> again before anything posts.
*> ---------------------------------------------------------------
CHECK-REFERENCE-PARA.
    SET ACCOUNT-OPEN-ON-REF TO TRUE
    IF REFFILE-OPEN
        MOVE WS-REF-ACCOUNT TO RF-ACCOUNT-NUMBER
        READ REFFILE
            INVALID KEY
                MOVE '00' TO WS-REF-STATUS
                MOVE 'N' TO WS-REF-OK-SW
            NOT INVALID KEY
                IF NOT RF-STATUS-OPEN
                    MOVE 'N' TO WS-REF-OK-SW
                END-IF
        END-READ
    END-IF.

*> ---------------------------------------------------------------
*> APPLY-CARD-PARA
*> An add for an order number already on file is reported, not
*> applied - a replacement instruction is an amend, or a cancel and
*> a new number. Amend and cancel READ the order, journal the
*> before- and after-images and REWRITE in place; only an active
*> order can be changed.
*> ---------------------------------------------------------------
APPLY-CARD-PARA.
    MOVE CD-ACCOUNT-NUMBER TO SO-ACCOUNT-NUMBER
    MOVE CD-ORDER-NUMBER-N TO SO-ORDER-NUMBER
    IF CD-ACTION-ADD
        READ ORDFILE
            INVALID KEY
                MOVE '00' TO WS-ORD-STATUS
                PERFORM ADD-ORDER-PARA
            NOT INVALID KEY
                ADD 1 TO WS-EXISTS-CNT
                PERFORM LOG-EXISTS-PARA
        END-READ
    ELSE
        READ ORDFILE
            INVALID KEY
                MOVE '00' TO WS-ORD-STATUS
                ADD 1 TO WS-UNMATCHED-CNT
                PERFORM LOG-UNMATCHED-PARA
            NOT INVALID KEY
                IF SO-STATUS-ACTIVE
                    PERFORM CHANGE-ORDER-PARA
                ELSE
                    ADD 1 TO WS-INACTIVE-CNT
                    PERFORM LOG-INACTIVE-PARA
                END-IF
        END-READ
    END-IF.

ADD-ORDER-PARA.
    MOVE SPACES TO SO-ORDER-RECORD
    MOVE CD-ACCOUNT-NUMBER TO SO-ACCOUNT-NUMBER
    MOVE CD-ORDER-NUMBER-N TO SO-ORDER-NUMBER
    SET SO-STATUS-ACTIVE TO TRUE
    MOVE CD-CONTRA-ACCOUNT TO SO-CONTRA-ACCOUNT
    MOVE CD-TRANS-CODE TO SO-TRANS-CODE
    MOVE CD-AMOUNT-N TO SO-AMOUNT
    MOVE CD-FREQUENCY TO SO-FREQUENCY
    MOVE WS-NEW-NEXT-DUE TO SO-NEXT-DUE-DATE
    MOVE WS-NEW-END-DATE TO SO-END-DATE
    MOVE 0 TO SO-LAST-GEN-DATE
    MOVE WS-NEW-NEXT-DUE TO WS-EDIT-DATE
    MOVE WS-EDIT-DAY TO SO-ANCHOR-DAY
    MOVE CD-MEMO TO SO-MEMO
    MOVE SPACES TO WS-BEFORE-IMAGE
    PERFORM WRITE-JOURNAL-PARA
    *> No journal entry on disk, no change - same rule as REFMAINT.
    IF WS-JRNL-STATUS = '00'
        WRITE SO-ORDER-RECORD
        ADD 1 TO WS-ADDED-CNT
        PERFORM LOG-ACTION-PARA
    ELSE
        ADD 1 TO WS-JRNLFAIL-CNT
        PERFORM LOG-JRNLFAIL-PARA
    END-IF.

*> ---------------------------------------------------------------
*> CHANGE-ORDER-PARA
*> Amend replaces only the fields the card gives; a new next due
*> date also resets the anchor day to it. An end date now before
*> the next due date leaves nothing to generate, so the order is
*> ended rather than kept active with no occurrence left. Cancel
*> stops the order for good - SOGEN never generates it again.
*> ---------------------------------------------------------------
CHANGE-ORDER-PARA.
    MOVE SO-ORDER-RECORD TO WS-BEFORE-IMAGE
    IF CD-ACTION-CANCEL
        SET SO-STATUS-CANCELLED TO TRUE
    ELSE
        IF CD-CONTRA-ACCOUNT NOT = SPACES
            MOVE CD-CONTRA-ACCOUNT TO SO-CONTRA-ACCOUNT
        END-IF
        IF CD-AMOUNT NOT = SPACES
            MOVE CD-AMOUNT-N TO SO-AMOUNT
        END-IF
        IF CD-NEXT-DUE NOT = SPACES
            MOVE WS-NEW-NEXT-DUE TO SO-NEXT-DUE-DATE
            MOVE WS-NEW-NEXT-DUE TO WS-EDIT-DATE
            MOVE WS-EDIT-DAY TO SO-ANCHOR-DAY
        END-IF
        IF CD-END-DATE NOT = SPACES
            MOVE WS-NEW-END-DATE TO SO-END-DATE
        END-IF
        IF CD-MEMO NOT = SPACES
            MOVE CD-MEMO TO SO-MEMO
        END-IF
        IF SO-END-DATE NOT = 0
           AND SO-END-DATE < SO-NEXT-DUE-DATE
            SET SO-STATUS-ENDED TO TRUE
        END-IF
    END-IF
    PERFORM WRITE-JOURNAL-PARA
    IF WS-JRNL-STATUS = '00'
        REWRITE SO-ORDER-RECORD
        IF CD-ACTION-CANCEL
            ADD 1 TO WS-CANCELLED-CNT
        ELSE
            ADD 1 TO WS-AMENDED-CNT
        END-IF
        PERFORM LOG-ACTION-PARA
    ELSE
        ADD 1 TO WS-JRNLFAIL-CNT
        PERFORM LOG-JRNLFAIL-PARA
    END-IF.

*> ---------------------------------------------------------------
*> WRITE-JOURNAL-PARA
*> One journal entry per change, written before the master takes
*> it - the same shape and rule as REFMAINT's reference journal.
*> ---------------------------------------------------------------
WRITE-JOURNAL-PARA.
    MOVE SPACES TO JR-JOURNAL-RECORD
    MOVE WS-RUN-DATE TO JR-RUN-DATE
    MOVE WS-RUN-TIME TO JR-RUN-TIME
    MOVE SO-ACCOUNT-NUMBER TO JR-ACCOUNT-NUMBER
    MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
    MOVE SO-ORDER-RECORD TO JR-AFTER-IMAGE
    WRITE JR-JOURNAL-RECORD.

*> ---------------------------------------------------------------
*> LOG-ACTION-PARA / LOG-EXISTS-PARA / LOG-UNMATCHED-PARA /
*> LOG-INACTIVE-PARA / LOG-INVALID-PARA / LOG-JRNLFAIL-PARA
*> One line per card to the report, so every action taken (or not)
*> is on record rather than just in the counts.
*> ---------------------------------------------------------------
LOG-ACTION-PARA.
    MOVE SPACES TO WS-MAINT-LINE
    EVALUATE TRUE
        WHEN CD-ACTION-ADD
            MOVE 'ADDED     ' TO WS-MAINT-LINE(1:10)
        WHEN CD-ACTION-CANCEL
            MOVE 'CANCELLED ' TO WS-MAINT-LINE(1:10)
        WHEN SO-STATUS-ENDED
            MOVE 'ENDED     ' TO WS-MAINT-LINE(1:10)
        WHEN OTHER
            MOVE 'AMENDED   ' TO WS-MAINT-LINE(1:10)
    END-EVALUATE
    MOVE CD-ACCOUNT-NUMBER TO WS-MAINT-LINE(11:10)
    MOVE '/' TO WS-MAINT-LINE(21:1)
    MOVE CD-ORDER-NUMBER TO WS-MAINT-LINE(22:3)
    WRITE MAINT-RECORD FROM WS-MAINT-LINE.

LOG-EXISTS-PARA.
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'EXISTS    ' DELIMITED BY SIZE,
           CD-ACCOUNT-NUMBER DELIMITED BY SIZE,
           '/' DELIMITED BY SIZE,
           CD-ORDER-NUMBER DELIMITED BY SIZE,
           ' (order number already on file)' DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE.

LOG-UNMATCHED-PARA.
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'UNMATCHED ' DELIMITED BY SIZE,
           CD-ACCOUNT-NUMBER DELIMITED BY SIZE,
           '/' DELIMITED BY SIZE,
           CD-ORDER-NUMBER DELIMITED BY SIZE,
           ' (not on standing-order master)' DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE.

LOG-INACTIVE-PARA.
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'INACTIVE  ' DELIMITED BY SIZE,
           CD-ACCOUNT-NUMBER DELIMITED BY SIZE,
           '/' DELIMITED BY SIZE,
           CD-ORDER-NUMBER DELIMITED BY SIZE,
           ' (order cancelled or ended)' DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE.

LOG-INVALID-PARA.
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'INVALID   ' DELIMITED BY SIZE,
           CD-ACCOUNT-NUMBER DELIMITED BY SIZE,
           '/' DELIMITED BY SIZE,
           CD-ORDER-NUMBER DELIMITED BY SIZE,
           ' (' DELIMITED BY SIZE,
           WS-INVALID-REASON DELIMITED BY '  ',
           ')' DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE.

LOG-JRNLFAIL-PARA.
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'HELD      ' DELIMITED BY SIZE,
           CD-ACCOUNT-NUMBER DELIMITED BY SIZE,
           '/' DELIMITED BY SIZE,
           CD-ORDER-NUMBER DELIMITED BY SIZE,
           ' (journal write failed - not applied)' DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE.

*> ---------------------------------------------------------------
*> MAINT-REPORT-PARA
*> Trailer totals for the run.
*> ---------------------------------------------------------------
MAINT-REPORT-PARA.
    MOVE SPACES TO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'Cards read            : ' DELIMITED BY SIZE,
           WS-READ-CNT DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'Orders added          : ' DELIMITED BY SIZE,
           WS-ADDED-CNT DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'Orders amended        : ' DELIMITED BY SIZE,
           WS-AMENDED-CNT DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'Orders cancelled      : ' DELIMITED BY SIZE,
           WS-CANCELLED-CNT DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'Cards unmatched       : ' DELIMITED BY SIZE,
           WS-UNMATCHED-CNT DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'Adds already on file  : ' DELIMITED BY SIZE,
           WS-EXISTS-CNT DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'Orders not active     : ' DELIMITED BY SIZE,
           WS-INACTIVE-CNT DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'Cards invalid         : ' DELIMITED BY SIZE,
           WS-INVALID-CNT DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'Held - journal failed : ' DELIMITED BY SIZE,
           WS-JRNLFAIL-CNT DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE.
