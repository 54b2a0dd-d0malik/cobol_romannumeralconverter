*> ##################################################
*> COPYBOOK:    CONFREC
*> DESCRIPTION: Ledger load-confirmation (.cnf) record
*>              layouts, returned by the ledger system for
*>              each .exp extract it was sent: one data
*>              record per reference ID it received, LOADED
*>              or REFUSED with the ledger's refusal code and
*>              text, and a trailer (tag TRL) with the ledger's
*>              own totals -- rows received, sum of decimal
*>              values, rows loaded and rows refused -- so the
*>              answer can be balanced against the trailer of
*>              the extract it answers. Counts travel as text,
*>              as in the batch trailer, and are converted on
*>              read.
*> NAME:        Daniel Domalik
*> DATE:        10/15/2026
*> ##################################################
    01 conf-record.
        05 conf-id          pic x(10).
        05 filler           pic x(01) value spaces.
        05 conf-status      pic x(08).
        05 filler           pic x(01) value spaces.
        05 conf-code        pic x(06).
        05 filler           pic x(01) value spaces.
        05 conf-text        pic x(40).
    01 conf-trailer-record.
        05 conf-trl-tag     pic x(03).
        05 filler           pic x(08).
        05 conf-trl-count   pic x(07).
        05 filler           pic x(01).
        05 conf-trl-sum     pic x(12).
        05 filler           pic x(01).
        05 conf-trl-loaded  pic x(07).
        05 filler           pic x(01).
        05 conf-trl-refused pic x(07).
