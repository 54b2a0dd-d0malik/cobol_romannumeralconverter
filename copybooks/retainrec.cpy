*> ##################################################
*> COPYBOOK:    RETAINREC
*> DESCRIPTION: Companion-file retention control (RETAIN.DAT)
*>              record layout, read by the housekeeping run
*>              HOUSEKEEP: one record per companion file type
*>              (OUT, REJ, ACK, RPT, CKP, PST, DUP, PARK, EXP,
*>              SORTWORK) giving the days a file of that type
*>              is kept after the last run of the batch file
*>              it belongs to. A type with no record keeps the
*>              program's standard period. The file is hand-
*>              maintained, so the days travel as text and are
*>              checked on read; a record with an asterisk in
*>              column 1, or a blank one, is a comment.
*> NAME:        Daniel Domalik
*> DATE:        10/15/2026
*> ##################################################
    01 retain-record.
        05 retain-type        pic x(10).
        05 filler             pic x(01) value spaces.
        05 retain-days        pic x(05).
