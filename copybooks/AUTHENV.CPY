    *> AUTHENV.CPY
    *> Shared 80-byte release envelope card. AUTHAPR releases every
    *> approved card - MAINT's corrections, or REFMAINT's reference
    *> cards - inside an envelope of its own: an 'AUTHHDR ' header
    *> and an 'AUTHTRL ' trailer, both carrying the pending item's
    *> PENDAUTH key, around the one card. MAINT and REFMAINT prove
    *> every envelope against PENDAUTH before applying anything - the
    *> item must be on file as released, by an approver other than
    *> its maker, and the card must match the image staged there -
    *> so a card keyed straight into the deck, or one altered after
    *> approval, stops the whole run instead of being applied
    *> unauthorized. Several approval runs may append envelopes to
    *> the same deck before it is applied.
    *>
    *> Layout (80 bytes):
    *>   01-08  record type, the literal 'AUTHHDR ' or 'AUTHTRL '
    *>   10-17  approval run date (YYYYMMDD)
    *>   19-26  approval run time (HHMMSShh)
    *>   28-33  cards in the envelope (trailer only; zeros on header)
    *>   35-46  pending item key (YYYYMMDDnnnn), as on PENDAUTH
    *>   47-80  reserved
    05  AE-RECORD-TYPE            PIC X(08).
        88  AE-HEADER-CARD        VALUE 'AUTHHDR '.
        88  AE-TRAILER-CARD       VALUE 'AUTHTRL '.
    05  FILLER                    PIC X(01).
    05  AE-RUN-DATE               PIC 9(08).
    05  FILLER                    PIC X(01).
    05  AE-RUN-TIME               PIC 9(08).
    05  FILLER                    PIC X(01).
    05  AE-CARD-COUNT             PIC 9(06).
    05  FILLER                    PIC X(01).
    05  AE-ITEM-KEY               PIC X(12).
    05  FILLER                    PIC X(34).
