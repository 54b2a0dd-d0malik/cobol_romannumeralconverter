*> ##################################################
*> COPYBOOK:    PROFLOGREC
*> DESCRIPTION: Source-profile change log (PROFLOG.DAT)
*>              record layout: one row appended by the profile
*>              maintenance program (PROFMAINT) for every
*>              profile added, changed or retired in
*>              SRCPROF.DAT -- when it was saved, the operator
*>              who made it, and the full PROFREC image before
*>              and after. An add carries a blank before image
*>              (or the retired image when a retired source is
*>              reinstated). Read back in file order the rows
*>              for one source give the profile in force at any
*>              past date and time, to set against the run
*>              history.
*> NAME:        Daniel Domalik
*> DATE:        10/15/2026
*> ##################################################
    01 proflog-record.
        05 plog-date         pic x(08).
        05 filler            pic x(01) value spaces.
        05 plog-time         pic x(06).
        05 filler            pic x(01) value spaces.
        05 plog-operator     pic x(10).
        05 filler            pic x(01) value spaces.
        05 plog-action       pic x(07).
        05 filler            pic x(01) value spaces.
        05 plog-source       pic x(10).
        05 filler            pic x(01) value spaces.
        05 plog-before       pic x(47).
        05 filler            pic x(01) value spaces.
        05 plog-after        pic x(47).
