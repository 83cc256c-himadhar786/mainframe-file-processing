INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Reference maintenance cards, one action per card, submitted
    *> by the branches' account services desk. The deck is AUTHAPR's
    *> release: the cards a second operator approved, inside AUTHENV
    *> envelopes that are proven before anything is applied.
    SELECT CARDFILE ASSIGN TO REFCARDS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.
    *> The pending-authorization file AUTHAPR released the deck
    *> from: every card is looked up under the item key its
    *> envelope carries before anything is applied, and the item is
    *> marked applied once its card has been through the run.
    SELECT PENDFILE ASSIGN TO PENDAUTH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PN-ITEM-KEY
        FILE STATUS IS WS-PEND-STATUS.
    *> The account reference master FILEPROC checks every posting
    *> against. Ddname, not a literal, matching FILEPROC's ASSIGN
    *> for ACCTREF - this has to resolve to the exact same physical
FILE SECTION.
*> One card per action:
*>   01-10  account number
*>   12     action: O open, C close, F freeze, N rename, L set
*>          overdraft limit. An 'O' for an account already on file
*>          is a reopen - the journaled status change back to open
*>          that undoes a close or freeze - not a second create.
*>   14-21  branch id     (creating open only)
*>   23-30  open date     (creating open only, YYYYMMDD)
*>   32-61  holder name   (creating open and rename)
*>   63-73  overdraft limit, 9(9)V99 (limit card; optional on a
*>          creating open - blank opens with no overdraft)
FD CARDFILE.
01 CARD-RECORD.
    05 CD-ACCOUNT-NUMBER PIC X(10).
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

FD PENDFILE.
01 PN-PENDING-RECORD.
    COPY PENDREC.

FD REFFILE.
01 RF-REFERENCE-RECORD.
WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 END-OF-FILE VALUE 'Y'.
01 WS-CARD-STATUS PIC X(02) VALUE '00'.
01 WS-PEND-STATUS PIC X(02) VALUE '00'.
01 WS-REF-STATUS PIC X(02) VALUE '00'.
01 WS-JRNL-STATUS PIC X(02) VALUE '00'.
*> Run stamp, captured once at startup: every journal entry this run
01 WS-CLOSED-CNT    PIC 9(5) VALUE 0.
01 WS-FROZEN-CNT    PIC 9(5) VALUE 0.
01 WS-RENAMED-CNT   PIC 9(5) VALUE 0.
01 WS-LIMIT-CNT     PIC 9(5) VALUE 0.
01 WS-UNMATCHED-CNT PIC 9(5) VALUE 0.
01 WS-EXISTS-CNT    PIC 9(5) VALUE 0.
01 WS-INVALID-CNT   PIC 9(5) VALUE 0.

01 WS-MAINT-LINE PIC X(80).

*> Release envelope proof - see PROVE-DECK-PARA.
01 WS-DECK-SW PIC X VALUE 'N'.
   88 DECK-PROVEN VALUE 'Y'.
01 WS-ENV-OPEN-SW PIC X VALUE 'N'.
   88 ENVELOPE-OPEN VALUE 'Y'.
01 WS-ENV-CNT PIC 9(06) VALUE 0.
01 WS-ENV-KEY PIC X(12) VALUE SPACES.
01 WS-ENV-RUN-DATE PIC 9(08) VALUE 0.
01 WS-ENV-RUN-TIME PIC 9(08) VALUE 0.
*> Every item key the deck carries, with its envelope's approval
*> stamp: a key enveloped twice fails the proof, and a deck kept
*> for a journal failure is rebuilt from the items still waiting.
01 WS-SEEN-MAX PIC 9(05) VALUE 2000 COMP.
01 WS-SEEN-CNT PIC 9(05) VALUE 0 COMP.
01 WS-SEEN-IX  PIC 9(05) VALUE 0 COMP.
01 WS-SEEN-TABLE.
    05 WS-SEEN-ENTRY OCCURS 2000.
       10 WS-SEEN-KEY      PIC X(12).
       10 WS-SEEN-RUN-DATE PIC 9(08).
       10 WS-SEEN-RUN-TIME PIC 9(08).
*> Held count before each card, so a card the journal held is not
*> marked applied.
01 WS-PRIOR-FAIL-CNT PIC 9(5) VALUE 0.
01 WS-MARKFAIL-CNT   PIC 9(5) VALUE 0.
01 WS-KEPT-CNT       PIC 9(5) VALUE 0.
01 WS-ENV-CARD.
    COPY AUTHENV.
01 WS-CLEARED-SW PIC X VALUE 'N'.
   88 DECK-CLEARED VALUE 'Y'.

PROCEDURE DIVISION.
MAIN-PARA.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    PERFORM PROVE-DECK-PARA
    OPEN INPUT CARDFILE
    PERFORM OPEN-REFFILE-PARA
    IF DECK-PROVEN
        PERFORM OPEN-JRNL-PARA
    END-IF
    OPEN OUTPUT MAINTRPT
    EVALUATE TRUE
        WHEN NOT DECK-PROVEN
            SET RUN-ABANDONED TO TRUE
            MOVE 'DECK NOT AS RELEASED BY AUTHAPR - NOTHING APPLIED.'
                TO WS-MAINT-LINE
            WRITE MAINT-RECORD FROM WS-MAINT-LINE
        WHEN RUN-ABANDONED
            MOVE 'REFERENCE JOURNAL WOULD NOT OPEN - RUN ABANDONED.'
                TO WS-MAINT-LINE
            WRITE MAINT-RECORD FROM WS-MAINT-LINE
        WHEN OTHER
            PERFORM UNTIL END-OF-FILE
                READ CARDFILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE CARD-RECORD TO WS-ENV-CARD
                        EVALUATE TRUE
                            WHEN AE-HEADER-CARD
                                MOVE AE-ITEM-KEY TO WS-ENV-KEY
                            WHEN AE-TRAILER-CARD
                                CONTINUE
                            WHEN OTHER
                                MOVE WS-JRNLFAIL-CNT
                                    TO WS-PRIOR-FAIL-CNT
                                PERFORM REFERENCE-CARD-PARA
                                IF WS-JRNLFAIL-CNT = WS-PRIOR-FAIL-CNT
                                    PERFORM MARK-APPLIED-PARA
                                END-IF
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE JRNLFILE
    END-EVALUATE
    CLOSE CARDFILE
    CLOSE REFFILE
    IF NOT RUN-ABANDONED
        IF WS-JRNLFAIL-CNT = 0
            PERFORM CLEAR-DECK-PARA
        ELSE
            PERFORM REBUILD-DECK-PARA
        END-IF
    END-IF
    IF DECK-PROVEN
        CLOSE PENDFILE
    END-IF
    PERFORM MAINT-REPORT-PARA
    CLOSE MAINTRPT
    IF NOT DECK-PROVEN
        MOVE 12 TO RETURN-CODE
    END-IF
    IF DECK-PROVEN AND WS-MARKFAIL-CNT > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    DISPLAY 'Reference maintenance complete. Cards read: '
        WS-READ-CNT
    STOP RUN.

*> ---------------------------------------------------------------
*> PROVE-DECK-PARA
*> A first pass over the deck before anything is applied, the same
*> proof MAINT runs on its corrections: every card must sit alone
*> inside an AUTHHDR/AUTHTRL envelope whose trailer count and item
*> key agree with it, and must prove against that item on PENDAUTH
*> (PROVE-ITEM-PARA). A card keyed into the deck by hand, an
*> envelope cut short, or a deck or PENDAUTH that won't open
*> applies nothing. An empty deck proves.
*> ---------------------------------------------------------------
PROVE-DECK-PARA.
    MOVE 'Y' TO WS-DECK-SW
    MOVE 'N' TO WS-ENV-OPEN-SW
    MOVE 0 TO WS-ENV-CNT
    OPEN INPUT CARDFILE
    IF WS-CARD-STATUS NOT = '00'
        MOVE 'N' TO WS-DECK-SW
    ELSE
        OPEN I-O PENDFILE
        IF WS-PEND-STATUS NOT = '00'
            MOVE 'N' TO WS-DECK-SW
        ELSE
            PERFORM UNTIL END-OF-FILE
                READ CARDFILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE CARD-RECORD TO WS-ENV-CARD
                        PERFORM PROVE-CARD-PARA
                END-READ
            END-PERFORM
            IF ENVELOPE-OPEN
                MOVE 'N' TO WS-DECK-SW
            END-IF
            *> A proven deck keeps PENDAUTH open to mark its items
            *> applied as the cards go through.
            IF NOT DECK-PROVEN
                CLOSE PENDFILE
            END-IF
        END-IF
        CLOSE CARDFILE
    END-IF
    MOVE 'N' TO WS-EOF.

PROVE-CARD-PARA.
    EVALUATE TRUE
        WHEN AE-HEADER-CARD
            IF ENVELOPE-OPEN
                MOVE 'N' TO WS-DECK-SW
            END-IF
            SET ENVELOPE-OPEN TO TRUE
            MOVE 0 TO WS-ENV-CNT
            MOVE AE-ITEM-KEY TO WS-ENV-KEY
            MOVE AE-RUN-DATE TO WS-ENV-RUN-DATE
            MOVE AE-RUN-TIME TO WS-ENV-RUN-TIME
        WHEN AE-TRAILER-CARD
            IF NOT ENVELOPE-OPEN
               OR AE-CARD-COUNT NOT NUMERIC
               OR AE-CARD-COUNT NOT = WS-ENV-CNT
               OR AE-ITEM-KEY NOT = WS-ENV-KEY
                MOVE 'N' TO WS-DECK-SW
            END-IF
            MOVE 'N' TO WS-ENV-OPEN-SW
        WHEN OTHER
            IF NOT ENVELOPE-OPEN OR WS-ENV-CNT > 0
                MOVE 'N' TO WS-DECK-SW
            ELSE
                PERFORM PROVE-ITEM-PARA
            END-IF
            ADD 1 TO WS-ENV-CNT
    END-EVALUATE.

*> ---------------------------------------------------------------
*> PROVE-ITEM-PARA
*> The card inside an envelope, against the item the envelope
*> names on PENDAUTH: the item must be a reference card, released
*> and not yet applied, by an approver other than its maker, and
*> the card must be the image staged. A key not on file, an item
*> pending, rejected, expired or already applied (an envelope
*> saved and replayed), the same key enveloped twice in the deck,
*> or a card changed after approval fails the deck. A deck of
*> more items than the key table holds fails too - it is split
*> and applied in parts.
*> ---------------------------------------------------------------
PROVE-ITEM-PARA.
    PERFORM VARYING WS-SEEN-IX FROM 1 BY 1
            UNTIL WS-SEEN-IX > WS-SEEN-CNT
        IF WS-SEEN-KEY(WS-SEEN-IX) = WS-ENV-KEY
            MOVE 'N' TO WS-DECK-SW
        END-IF
    END-PERFORM
    IF WS-SEEN-CNT < WS-SEEN-MAX
        ADD 1 TO WS-SEEN-CNT
        MOVE WS-ENV-KEY TO WS-SEEN-KEY(WS-SEEN-CNT)
        MOVE WS-ENV-RUN-DATE TO WS-SEEN-RUN-DATE(WS-SEEN-CNT)
        MOVE WS-ENV-RUN-TIME TO WS-SEEN-RUN-TIME(WS-SEEN-CNT)
    ELSE
        MOVE 'N' TO WS-DECK-SW
    END-IF
    MOVE WS-ENV-KEY TO PN-ITEM-KEY
    READ PENDFILE
        INVALID KEY
            MOVE 'N' TO WS-DECK-SW
        NOT INVALID KEY
            IF NOT PN-TYPE-REFERENCE
               OR NOT PN-RELEASED
               OR PN-APPLIED
               OR PN-APPROVER-ID = SPACES
               OR PN-APPROVER-ID = PN-MAKER-ID
               OR PN-CARD-IMAGE NOT = CARD-RECORD
                MOVE 'N' TO WS-DECK-SW
            END-IF
    END-READ.

*> ---------------------------------------------------------------
*> MARK-APPLIED-PARA
*> A card that has been through the run - applied, or reported as
*> unmatched or invalid - has its item marked applied with the
*> run date, so the same envelope replayed into a later deck fails
*> the proof. A card the journal held stays released for the
*> rerun. A mark that won't write is listed and gives RC 8.
*> ---------------------------------------------------------------
MARK-APPLIED-PARA.
    MOVE WS-ENV-KEY TO PN-ITEM-KEY
    READ PENDFILE
        INVALID KEY
            MOVE '23' TO WS-PEND-STATUS
        NOT INVALID KEY
            SET PN-APPLIED TO TRUE
            MOVE WS-RUN-DATE TO PN-APPLIED-DATE
            REWRITE PN-PENDING-RECORD
    END-READ
    IF WS-PEND-STATUS NOT = '00'
        ADD 1 TO WS-MARKFAIL-CNT
        MOVE SPACES TO WS-MAINT-LINE
        STRING 'NOT MARKED ' DELIMITED BY SIZE,
               WS-ENV-KEY DELIMITED BY SIZE,
               ' (PENDAUTH not updated - item still open)'
                   DELIMITED BY SIZE
            INTO WS-MAINT-LINE
        WRITE MAINT-RECORD FROM WS-MAINT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> REBUILD-DECK-PARA
*> After a run the journal held cards in, the deck is written back
*> with only the items still released and not applied, each in its
*> envelope as AUTHAPR wrote it, so the rerun proves and applies
*> just the held cards. A deck that won't reopen is left as it
*> was; its applied items then fail the rerun's proof.
*> ---------------------------------------------------------------
REBUILD-DECK-PARA.
    OPEN OUTPUT CARDFILE
    IF WS-CARD-STATUS = '00'
        PERFORM VARYING WS-SEEN-IX FROM 1 BY 1
                UNTIL WS-SEEN-IX > WS-SEEN-CNT
            MOVE WS-SEEN-KEY(WS-SEEN-IX) TO PN-ITEM-KEY
            READ PENDFILE
                INVALID KEY
                    MOVE '00' TO WS-PEND-STATUS
                NOT INVALID KEY
                    IF PN-RELEASED
                        PERFORM KEEP-ITEM-PARA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CARDFILE
    END-IF.

KEEP-ITEM-PARA.
    MOVE SPACES TO WS-ENV-CARD
    SET AE-HEADER-CARD TO TRUE
    MOVE WS-SEEN-RUN-DATE(WS-SEEN-IX) TO AE-RUN-DATE
    MOVE WS-SEEN-RUN-TIME(WS-SEEN-IX) TO AE-RUN-TIME
    MOVE 0 TO AE-CARD-COUNT
    MOVE PN-ITEM-KEY TO AE-ITEM-KEY
    WRITE CARD-RECORD FROM WS-ENV-CARD
    WRITE CARD-RECORD FROM PN-CARD-IMAGE
    SET AE-TRAILER-CARD TO TRUE
    MOVE 1 TO AE-CARD-COUNT
    WRITE CARD-RECORD FROM WS-ENV-CARD
    ADD 1 TO WS-KEPT-CNT.

*> ---------------------------------------------------------------
*> CLEAR-DECK-PARA
*> A released deck is applied once, as MAINT's is: emptied after a
*> run that applied (or reported) every card, rebuilt with just the
*> held cards when a journal failure held any (REBUILD-DECK-PARA).
*> ---------------------------------------------------------------
CLEAR-DECK-PARA.
    OPEN OUTPUT CARDFILE
    IF WS-CARD-STATUS = '00'
        SET DECK-CLEARED TO TRUE
        CLOSE CARDFILE
    END-IF.

*> ---------------------------------------------------------------
*> REFERENCE-CARD-PARA
*> One released card, edited and applied.
*> ---------------------------------------------------------------
REFERENCE-CARD-PARA.
    ADD 1 TO WS-READ-CNT
    PERFORM VALIDATE-CARD-PARA
    IF RECORD-VALID
        PERFORM APPLY-CARD-PARA
    ELSE
        ADD 1 TO WS-INVALID-CNT
        PERFORM LOG-INVALID-PARA
    END-IF.

*> ---------------------------------------------------------------
*> OPEN-REFFILE-PARA
*> Same create-if-missing logic FILEPROC uses for its keyed files,
*> ---------------------------------------------------------------
*> VALIDATE-CARD-PARA
*> Field edits per action before anything touches the master: every
*> card needs an account number and a known action, a rename
*> needs the new name, and a limit card needs a numeric limit
*> (zero is valid - it withdraws the overdraft). The create-only
*> fields (branch, date, name) are edited where the create happens
*> - whether an 'O' creates or reopens depends on what is already
*> on file, which this paragraph has not read yet.
*> ---------------------------------------------------------------
VALIDATE-CARD-PARA.
    SET RECORD-VALID TO TRUE
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
*> closed or frozen account it is the reopen - the journaled
*> status change back to open, nothing else on the record touched;
*> for an account already open it is reported, not reapplied.
*> Close, freeze, rename and limit READ the record, journal the
*> before- and after-images, and REWRITE in place; an account not
*> on file is reported unmatched rather than invented.
*> ---------------------------------------------------------------
APPLY-CARD-PARA.
    MOVE CD-ACCOUNT-NUMBER TO RF-ACCOUNT-NUMBER
    MOVE CD-BRANCH-ID TO RF-BRANCH-ID
    MOVE CD-OPEN-DATE TO RF-OPEN-DATE
    MOVE CD-HOLDER-NAME TO RF-HOLDER-NAME
    *> The limit is optional on an open; anything but a clean number
    *> opens the account with no overdraft rather than failing the
    *> whole card.
    IF CD-OD-LIMIT NUMERIC
        MOVE CD-OD-LIMIT TO RF-OVERDRAFT-LIMIT
    ELSE
        MOVE 0 TO RF-OVERDRAFT-LIMIT
    END-IF
    MOVE SPACES TO WS-BEFORE-IMAGE
    PERFORM WRITE-JOURNAL-PARA
    *> No journal entry on disk, no change - same rule as MAINT.

*> ---------------------------------------------------------------
*> CHANGE-ACCOUNT-PARA
*> Close, freeze, rename or set the overdraft limit on the record
*> just read, journaled first so the rewrite can be backed out from
*> the before-image. A limit card is accepted whatever the status -
*> setting a limit ahead of a reopen is routine.
*> ---------------------------------------------------------------
CHANGE-ACCOUNT-PARA.
    MOVE RF-REFERENCE-RECORD TO WS-BEFORE-IMAGE
            SET RF-STATUS-FROZEN TO TRUE
        WHEN CD-ACTION-RENAME
            MOVE CD-HOLDER-NAME TO RF-HOLDER-NAME
        WHEN CD-ACTION-LIMIT
            MOVE CD-OD-LIMIT TO RF-OVERDRAFT-LIMIT
    END-EVALUATE
    PERFORM WRITE-JOURNAL-PARA
    IF WS-JRNL-STATUS = '00'
                ADD 1 TO WS-FROZEN-CNT
            WHEN CD-ACTION-RENAME
                ADD 1 TO WS-RENAMED-CNT
            WHEN CD-ACTION-LIMIT
                ADD 1 TO WS-LIMIT-CNT
        END-EVALUATE
        PERFORM LOG-ACTION-PARA
    ELSE
            MOVE 'FROZEN    ' TO WS-MAINT-LINE(1:10)
        WHEN CD-ACTION-RENAME
            MOVE 'RENAMED   ' TO WS-MAINT-LINE(1:10)
        WHEN CD-ACTION-LIMIT
            MOVE 'LIMIT SET ' TO WS-MAINT-LINE(1:10)
    END-EVALUATE
    MOVE CD-ACCOUNT-NUMBER TO WS-MAINT-LINE(11:10)
    WRITE MAINT-RECORD FROM WS-MAINT-LINE.
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'Overdraft limits set  : ' DELIMITED BY SIZE,
           WS-LIMIT-CNT DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'Cards unmatched       : ' DELIMITED BY SIZE,
           WS-UNMATCHED-CNT DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    STRING 'Held - journal failed : ' DELIMITED BY SIZE,
           WS-JRNLFAIL-CNT DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'Released deck cleared : ' DELIMITED BY SIZE,
           WS-CLEARED-SW DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'Kept for the rerun    : ' DELIMITED BY SIZE,
           WS-KEPT-CNT DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE
    MOVE SPACES TO WS-MAINT-LINE
    STRING 'Items not marked      : ' DELIMITED BY SIZE,
           WS-MARKFAIL-CNT DELIMITED BY SIZE
        INTO WS-MAINT-LINE
    WRITE MAINT-RECORD FROM WS-MAINT-LINE.
