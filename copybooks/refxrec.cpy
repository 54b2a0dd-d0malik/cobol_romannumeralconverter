*> ##################################################
*> COPYBOOK:    REFXREC
*> DESCRIPTION: Refused-ID re-extract (.rfx) record layout:
*>              one record per reference ID the ledger refused
*>              to load, written by the confirmation match
*>              (LEDGCONF) with the ledger's refusal code and
*>              text and the extract it was refused from. Once
*>              the cause is put right, LEDGEXT's IDS mode
*>              re-extracts exactly these IDs from the results
*>              master, so the day is never re-sent whole.
*> NAME:        Daniel Domalik
*> DATE:        10/15/2026
*> ##################################################
    01 refx-record.
        05 refx-id          pic x(10).
        05 filler           pic x(01) value spaces.
        05 refx-code        pic x(06).
        05 filler           pic x(01) value spaces.
        05 refx-text        pic x(40).
        05 filler           pic x(01) value spaces.
        05 refx-extract     pic x(72).
