*> ##################################################
*> COPYBOOK:    JRNLREC
*> DESCRIPTION: Results-master change journal (MASTJRNL.DAT)
*>              record layout: one row appended for every add,
*>              replace and delete made to ROMANMASTER.DAT by
*>              any program -- when it happened, which program
*>              and paragraph made the change, the batch,
*>              posting, suspense or archive file that drove
*>              it, and the full MASTERREC image before and
*>              after. An add carries a blank before image and
*>              a delete a blank after image. Read back in
*>              file order the rows for one reference ID are
*>              that ID's complete life on the master.
*> NAME:        Daniel Domalik
*> DATE:        10/15/2026
*> ##################################################
    01 journal-record.
        05 jrnl-date         pic x(08).
        05 filler            pic x(01) value spaces.
        05 jrnl-time         pic x(06).
        05 filler            pic x(01) value spaces.
        05 jrnl-action       pic x(07).
        05 filler            pic x(01) value spaces.
        05 jrnl-program      pic x(14).
        05 filler            pic x(01) value spaces.
        05 jrnl-function     pic x(30).
        05 filler            pic x(01) value spaces.
        05 jrnl-id           pic x(10).
        05 filler            pic x(01) value spaces.
        05 jrnl-driver       pic x(76).
        05 filler            pic x(01) value spaces.
        05 jrnl-before.
            10 jrnl-bef-id       pic x(10).
            10 jrnl-bef-numeral  pic x(30).
            10 jrnl-bef-decimal  pic 9(10).
            10 jrnl-bef-source   pic x(64).
            10 jrnl-bef-run-date pic x(08).
            10 jrnl-bef-frac     pic 9(02).
        05 filler            pic x(01) value spaces.
        05 jrnl-after.
            10 jrnl-aft-id       pic x(10).
            10 jrnl-aft-numeral  pic x(30).
            10 jrnl-aft-decimal  pic 9(10).
            10 jrnl-aft-source   pic x(64).
            10 jrnl-aft-run-date pic x(08).
            10 jrnl-aft-frac     pic 9(02).
