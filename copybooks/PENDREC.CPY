    *> PENDREC.CPY
    *> Shared 160-byte pending-authorization record, keyed by the
    *> business date the item was staged under + a sequence within
    *> that date. AUTHSTG stages every MAINT correction card and
    *> REFMAINT reference card here with the operator who entered
    *> it (the maker); AUTHAPR releases an item to MAINT or REFMAINT
    *> only on an approver card from a different operator, rejects
    *> it on request, and expires anything still waiting past the
    *> approval window. MAINT or REFMAINT marks a released item
    *> applied once its card has been through the run, so the same
    *> envelope cannot be replayed into a later deck. Decided items
    *> stay on file as the record of who entered and who authorized
    *> every change.
    *>
    *> The item key is what the approver quotes on the approval
    *> card (YYYYMMDDnnnn), as printed on the staging and pending
    *> reports.
    *>
    *> Layout (160 bytes):
    *>   01-08  business date staged (YYYYMMDD) \ record key (12 bytes)
    *>   09-12  item sequence within the date   /
    *>   13     item type: C MAINT correction, R REFMAINT card
    *>   14     status: P pending, A approved and released,
    *>          J rejected by an approver, X expired unapproved,
    *>          D applied by MAINT or REFMAINT
    *>   15-22  maker operator id
    *>   23-30  date staged (actual run date)
    *>   31-38  time staged (HHMMSShh)
    *>   39     itemized approval: Y when the correction moves the
    *>          master amount by more than the approval run's
    *>          threshold, so a blanket approval does not release it
    *>   40-47  approver operator id (spaces until approved/rejected)
    *>   48-55  business date decided (zeros while pending)
    *>   56-135 the card exactly as entered (80 bytes)
    *>   136-143 date applied (run date; zeros until applied)
    *>   144-160 reserved
    05  PN-ITEM-KEY.
        10  PN-STAGE-DATE         PIC 9(08).
        10  PN-ITEM-SEQ           PIC 9(04).
    05  PN-ITEM-TYPE              PIC X(01).
        88  PN-TYPE-CORRECTION    VALUE 'C'.
        88  PN-TYPE-REFERENCE     VALUE 'R'.
    05  PN-STATUS                 PIC X(01).
        88  PN-PENDING            VALUE 'P'.
        88  PN-RELEASED           VALUE 'A'.
        88  PN-REJECTED           VALUE 'J'.
        88  PN-EXPIRED            VALUE 'X'.
        88  PN-APPLIED            VALUE 'D'.
    05  PN-MAKER-ID               PIC X(08).
    05  PN-ENTRY-DATE             PIC 9(08).
    05  PN-ENTRY-TIME             PIC 9(08).
    05  PN-ITEMIZED-SW            PIC X(01).
        88  PN-ITEMIZED           VALUE 'Y'.
    05  PN-APPROVER-ID            PIC X(08).
    05  PN-DECIDED-DATE           PIC 9(08).
    05  PN-CARD-IMAGE             PIC X(80).
    05  PN-APPLIED-DATE           PIC 9(08).
    05  FILLER                    PIC X(17).
