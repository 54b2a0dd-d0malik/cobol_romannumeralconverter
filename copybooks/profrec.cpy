*>              converted on read.
*> NAME:        Daniel Domalik
*> DATE:        09/03/2026
*>
*> MODIFICATION HISTORY
*> DATE       BY   DESCRIPTION
*> 10/15/2026 DD   Added the quarantine limits: the highest reject
*>                 rate (whole percent of records read) and the
*>                 most records out of balance against the trailer
*>                 that a file from this source may show before
*>                 its postings are held for supervisor release.
*>                 Blank means no limit. Both travel as text like
*>                 the interval and trail the prefix, so profiles
*>                 keyed before they existed read unchanged.
*> 10/15/2026 DD   Added the profile status byte: R marks a profile
*>                 retired through the profile maintenance program
*>                 (PROFMAINT), kept on file for its history but
*>                 no longer applied. Blank is an active profile,
*>                 so profiles keyed before it read unchanged.
*> ##################################################
    01 profile-record.
        05 prof-source      pic x(10).
        05 prof-ckpt-int    pic x(07).
        05 filler           pic x(01) value spaces.
        05 prof-id-prefix   pic x(10).
        05 filler           pic x(01) value spaces.
        05 prof-max-rej-pct pic x(03).
        05 filler           pic x(01) value spaces.
        05 prof-max-oob     pic x(07).
        05 filler           pic x(01) value spaces.
        05 prof-status      pic x(01).
