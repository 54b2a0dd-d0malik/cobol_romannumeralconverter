*> ##################################################
*> COPYBOOK:    RULINGREC
*> DESCRIPTION: Suspense ruling log (<suspense file>.rul)
*>              record layout: one row appended by the
*>              converter's duplicate resolve (menu D) for
*>              every pair ruled on a .dup or .park file --
*>              the reference ID, the ruling (KEPT, REPLACED
*>              or PARKED) and when it was made. A pair with
*>              no ruling row is still unresolved; a parked
*>              pair is worked again from the .park file, whose
*>              own .rul closes it with KEPT or REPLACED.
*> NAME:        Daniel Domalik
*> DATE:        10/15/2026
*> ##################################################
    01 ruling-record.
        05 rul-id            pic x(10).
        05 filler            pic x(01) value spaces.
        05 rul-ruling        pic x(08).
        05 filler            pic x(01) value spaces.
        05 rul-date          pic x(08).
        05 filler            pic x(01) value spaces.
        05 rul-time          pic x(06).
