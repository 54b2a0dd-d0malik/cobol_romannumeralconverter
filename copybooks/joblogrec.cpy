*> ##################################################
*> COPYBOOK:    JOBLOGREC
*> DESCRIPTION: Job-stream log (JOBLOG.DAT) record layout:
*>              one row appended by JOBSTREAM for every event
*>              of a stream run -- the stream starting or
*>              resuming, each step starting, retrying after
*>              an "in use" step-back, being skipped, and
*>              ending with its return code, and the stream
*>              stopping at a failed step or finishing. The
*>              command line the step ran is carried so the
*>              log shows exactly what was executed.
*> NAME:        Daniel Domalik
*> DATE:        10/15/2026
*> ##################################################
    01 joblog-record.
        05 jlog-date      pic x(08).
        05 filler         pic x(01) value spaces.
        05 jlog-time      pic x(06).
        05 filler         pic x(01) value spaces.
        05 jlog-stream    pic x(64).
        05 filler         pic x(01) value spaces.
        05 jlog-step      pic x(03).
        05 filler         pic x(01) value spaces.
        05 jlog-name      pic x(10).
        05 filler         pic x(01) value spaces.
        05 jlog-event     pic x(08).
        05 filler         pic x(01) value spaces.
        05 jlog-rc        pic x(02).
        05 filler         pic x(01) value spaces.
        05 jlog-command   pic x(160).
