*> ##################################################
*> COPYBOOK:    JOBCTLREC
*> DESCRIPTION: Job-stream control-file record layout, one
*>              record per step of the nightly chain, run in
*>              step-number order by JOBSTREAM: the step
*>              number and a short name, the program to run
*>              and its command-line parameters, the return
*>              codes of the step before that let this step
*>              run (two-digit codes separated by a space;
*>              blank allows 00 only), and how many times to
*>              retry -- and how many seconds apart -- when
*>              the step steps back with the 20 "in use"
*>              code. A step can instead run once per file
*>              on a driver list: name the driver list and a
*>              companion suffix (.pst, say) and the step
*>              runs for every listed file whose companion is
*>              on disk and has no report of its own yet,
*>              with &FILE in the parameters standing for the
*>              companion file name. The file is hand-
*>              maintained, so the numbers travel as text and
*>              are checked on read; a record with an asterisk
*>              in column 1, or a blank one, is a comment.
*> NAME:        Daniel Domalik
*> DATE:        10/15/2026
*> ##################################################
    01 jobctl-record.
        05 jobctl-step        pic x(03).
        05 filler             pic x(01) value spaces.
        05 jobctl-name        pic x(10).
        05 filler             pic x(01) value spaces.
        05 jobctl-program     pic x(20).
        05 filler             pic x(01) value spaces.
        05 jobctl-allow-rc    pic x(20).
        05 filler             pic x(01) value spaces.
        05 jobctl-retry-count pic x(02).
        05 filler             pic x(01) value spaces.
        05 jobctl-retry-wait  pic x(04).
        05 filler             pic x(01) value spaces.
        05 jobctl-each-driver pic x(64).
        05 filler             pic x(01) value spaces.
        05 jobctl-each-suffix pic x(08).
        05 filler             pic x(01) value spaces.
        05 jobctl-params      pic x(120).
