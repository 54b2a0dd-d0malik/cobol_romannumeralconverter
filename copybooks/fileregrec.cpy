*> ##################################################
*> COPYBOOK:    FILEREGREC
*> DESCRIPTION: File-receipt register (FILEREG.DAT) record
*>              layout: one record per batch file the converter
*>              has taken in and finished in balance, keyed on
*>              the file's fingerprint -- the source and date
*>              its HDR record announced and the record count
*>              and ID hash its TRL record carried. A file that
*>              arrives again with the same fingerprint, under
*>              any name, is the same file sent twice. Carries
*>              where and when the file was first received, and
*>              how many deliberate resends a supervisor has
*>              since let through.
*> NAME:        Daniel Domalik
*> DATE:        10/15/2026
*> ##################################################
    01 filereg-record.
        05 freg-key.
            10 freg-source      pic x(10).
            10 freg-hdr-date    pic x(08).
            10 freg-count       pic 9(07).
            10 freg-hash        pic 9(12).
        05 freg-filename        pic x(64).
        05 freg-label           pic x(10).
        05 freg-run-date        pic x(08).
        05 freg-run-time        pic x(06).
        05 freg-resends         pic 9(03).
        05 freg-last-resend     pic x(08).
