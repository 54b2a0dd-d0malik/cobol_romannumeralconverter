*> ##################################################
*> COPYBOOK:    HELDQREC
*> DESCRIPTION: Held-files queue (HELDQ.DAT) record layout,
*>              keyed on the batch file name: one record per
*>              file quarantined because it broke its source
*>              profile's reject-rate or out-of-balance limit.
*>              None of a held file's conversions reach the
*>              master until a supervisor releases it; a
*>              condemned file is acknowledged back to its
*>              sender as rejected whole. Carries the file's
*>              totals over its .out and .rej, the rate and
*>              the balance gap that put it here against the
*>              profiled limits, the HDR/TRL identity the
*>              release needs to register the file, and the
*>              ruling with when it was made.
*> NAME:        Daniel Domalik
*> DATE:        10/15/2026
*> ##################################################
    01 heldq-record.
        05 hq-filename      pic x(64).
        05 hq-label         pic x(10).
        05 hq-source        pic x(10).
        05 hq-hdr-date      pic x(08).
        05 hq-run-date      pic x(08).
        05 hq-run-time      pic x(06).
        05 hq-read          pic 9(07).
        05 hq-valid         pic 9(07).
        05 hq-reject        pic 9(07).
        05 hq-sum           pic 9(12).
        05 hq-rej-pct       pic 9(03).
        05 hq-max-rej       pic x(03).
        05 hq-balance       pic x(14).
        05 hq-oob           pic 9(07).
        05 hq-max-oob       pic x(07).
        05 hq-trl-count     pic 9(07).
        05 hq-trl-hash      pic 9(12).
        05 hq-cause         pic x(20).
        05 hq-status        pic x(10).
        05 hq-action-date   pic x(08).
        05 hq-action-time   pic x(06).
