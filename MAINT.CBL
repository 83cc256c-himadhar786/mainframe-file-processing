FILE-CONTROL.
    *> Correction transactions (transaction code 'C'), same 80-byte
    *> layout as FILEPROC's input, submitted separately from the
    *> day's regular input.dat. The deck is AUTHAPR's release: the
    *> corrections a second operator approved, inside AUTHENV
    *> envelopes that are proven before anything is applied.
    SELECT CORRFILE ASSIGN TO 'CORRECT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CORR-STATUS.
    *> The pending-authorization file AUTHAPR released the deck
    *> from: every card is looked up under the item key its
    *> envelope carries before anything is applied, and the item is
    *> marked applied once its card has been through the run.
    SELECT PENDFILE ASSIGN TO PENDAUTH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PN-ITEM-KEY
        FILE STATUS IS WS-PEND-STATUS.
    *> The same account-number-keyed master FILEPROC maintains, so a
    *> correction updates the record in place instead of a second,
    *> duplicate line being appended somewhere. Ddname, not a literal,
FD CORRFILE.
01 CORR-RECORD PIC X(80).

FD PENDFILE.
01 PN-PENDING-RECORD.
    COPY PENDREC.

FD OUTIDX.
01 OI-ACCOUNT-RECORD.
    COPY ACCTREC REPLACING LEADING ==FP-== BY ==OI-==.
WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
   88 END-OF-FILE VALUE 'Y'.
01 WS-CORR-STATUS PIC X(02) VALUE '00'.
01 WS-PEND-STATUS PIC X(02) VALUE '00'.
01 WS-OUTIDX-STATUS PIC X(02) VALUE '00'.
01 WS-JRNL-STATUS PIC X(02) VALUE '00'.
01 WS-RUNCTL-STATUS PIC X(02) VALUE '00'.

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

*> Structured view of the correction record being applied.
01 WS-CORR-LAYOUT.
    COPY ACCTREC.
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM PROVE-DECK-PARA
    OPEN INPUT CORRFILE
    PERFORM OPEN-OUTIDX-PARA
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
            MOVE 'CORRECTION JOURNAL WOULD NOT OPEN - RUN ABANDONED.'
                TO WS-MAINT-LINE
            WRITE MAINT-RECORD FROM WS-MAINT-LINE
        WHEN OTHER
            PERFORM UNTIL END-OF-FILE
                READ CORRFILE INTO CORR-RECORD
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE CORR-RECORD TO WS-ENV-CARD
                        EVALUATE TRUE
                            WHEN AE-HEADER-CARD
                                MOVE AE-ITEM-KEY TO WS-ENV-KEY
                            WHEN AE-TRAILER-CARD
                                CONTINUE
                            WHEN OTHER
                                MOVE WS-JRNLFAIL-CNT
                                    TO WS-PRIOR-FAIL-CNT
                                PERFORM CORRECTION-CARD-PARA
                                IF WS-JRNLFAIL-CNT = WS-PRIOR-FAIL-CNT
                                    PERFORM MARK-APPLIED-PARA
                                END-IF
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE JRNLFILE
    END-EVALUATE
    CLOSE CORRFILE
    CLOSE OUTIDX
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
    PERFORM CALENDAR-DONE-PARA
    IF NOT DECK-PROVEN
        MOVE 12 TO RETURN-CODE
    END-IF
    IF DECK-PROVEN AND WS-MARKFAIL-CNT > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    DISPLAY 'Maintenance run complete. Corrections applied: '
        WS-APPLIED-CNT
    STOP RUN.
    WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
    CLOSE AUDITFILE.

*> ---------------------------------------------------------------
*> PROVE-DECK-PARA
*> A first pass over the deck before anything is applied: every
*> card must sit alone inside an AUTHHDR/AUTHTRL envelope whose
*> trailer count and item key agree with it, and must prove
*> against that item on PENDAUTH (PROVE-ITEM-PARA). A card keyed
*> into the deck by hand, an envelope cut short, or a deck or
*> PENDAUTH that won't open fails the proof and nothing is
*> applied - the run is abandoned and the date handed back. An
*> empty deck (nothing approved) proves.
*> ---------------------------------------------------------------
PROVE-DECK-PARA.
    MOVE 'Y' TO WS-DECK-SW
    MOVE 'N' TO WS-ENV-OPEN-SW
    MOVE 0 TO WS-ENV-CNT
    OPEN INPUT CORRFILE
    IF WS-CORR-STATUS NOT = '00'
        MOVE 'N' TO WS-DECK-SW
    ELSE
        OPEN I-O PENDFILE
        IF WS-PEND-STATUS NOT = '00'
            MOVE 'N' TO WS-DECK-SW
        ELSE
            PERFORM UNTIL END-OF-FILE
                READ CORRFILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE CORR-RECORD TO WS-ENV-CARD
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
        CLOSE CORRFILE
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
*> names on PENDAUTH: the item must be a correction card, released
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
            IF NOT PN-TYPE-CORRECTION
               OR NOT PN-RELEASED
               OR PN-APPLIED
               OR PN-APPROVER-ID = SPACES
               OR PN-APPROVER-ID = PN-MAKER-ID
               OR PN-CARD-IMAGE NOT = CORR-RECORD
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
    OPEN OUTPUT CORRFILE
    IF WS-CORR-STATUS = '00'
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
        CLOSE CORRFILE
    END-IF.

KEEP-ITEM-PARA.
    MOVE SPACES TO WS-ENV-CARD
    SET AE-HEADER-CARD TO TRUE
    MOVE WS-SEEN-RUN-DATE(WS-SEEN-IX) TO AE-RUN-DATE
    MOVE WS-SEEN-RUN-TIME(WS-SEEN-IX) TO AE-RUN-TIME
    MOVE 0 TO AE-CARD-COUNT
    MOVE PN-ITEM-KEY TO AE-ITEM-KEY
    WRITE CORR-RECORD FROM WS-ENV-CARD
    WRITE CORR-RECORD FROM PN-CARD-IMAGE
    SET AE-TRAILER-CARD TO TRUE
    MOVE 1 TO AE-CARD-COUNT
    WRITE CORR-RECORD FROM WS-ENV-CARD
    ADD 1 TO WS-KEPT-CNT.

*> ---------------------------------------------------------------
*> CLEAR-DECK-PARA
*> A released deck is applied once: after a run that applied (or
*> reported) every card, the deck is emptied so the same approvals
*> can't be replayed into a later date's run. A run that held any
*> correction for a journal failure rebuilds the deck with just the
*> held cards instead (REBUILD-DECK-PARA).
*> ---------------------------------------------------------------
CLEAR-DECK-PARA.
    OPEN OUTPUT CORRFILE
    IF WS-CORR-STATUS = '00'
        SET DECK-CLEARED TO TRUE
        CLOSE CORRFILE
    END-IF.

*> ---------------------------------------------------------------
*> CORRECTION-CARD-PARA
*> One released card: a correction is edited and applied, anything
*> else is skipped and listed.
*> ---------------------------------------------------------------
CORRECTION-CARD-PARA.
    ADD 1 TO WS-READ-CNT
    MOVE CORR-RECORD TO WS-CORR-LAYOUT
    IF FP-TRANS-CORRECTION
        PERFORM VALIDATE-CORRECTION-PARA
        IF RECORD-VALID
            PERFORM APPLY-CORRECTION-PARA
        ELSE
            ADD 1 TO WS-INVALID-CNT
            PERFORM LOG-INVALID-PARA
        END-IF
    ELSE
        ADD 1 TO WS-SKIPPED-CNT
        PERFORM LOG-SKIPPED-PARA
    END-IF.

*> ---------------------------------------------------------------
*> OPEN-OUTIDX-PARA
*> Same create-if-missing logic FILEPROC uses for this file, so a
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
