*> ############################################
*> PROGRAM:     Nightly Job-Stream Controller
*> DESCRIPTION: Runs the nightly chain -- the converter's DRIVER
*>              run, RECON, APPLYMAST for each posting file the
*>              run left behind, POSTRECON, LEDGEXT, HISTRPT, or
*>              whatever the control file lists -- one step at a
*>              time in step-number order, from a job-stream
*>              control file (JOBCTLREC copybook). Each step
*>              runs only when the return code of the step
*>              before it is one the control file allows; a
*>              step that steps back with the 20 "in use" code
*>              is retried as its control record says. Every
*>              start, retry, skip and end is logged with its
*>              return code to the permanent job-stream log
*>              JOBLOG.DAT (JOBLOGREC copybook). When the stream
*>              stops at a failed step, the step and the return
*>              code it ran under are kept in <control>.ckp and
*>              the next run resumes from that step rather than
*>              from the top, so a failure late in the night
*>              never means re-converting the whole input.
*> NAME:        Daniel Domalik
*> STUDENT ID:  0933553
*> DATE:        10/15/2026
*> COMPILER:    COBC
*>
*> MODIFICATION HISTORY
*> DATE       BY   DESCRIPTION
*> 10/15/2026 DD   Initial version. Unattended from the command
*>                 line (<control-file> [FRESH] [WAITnnn]) for the
*>                 scheduler, or prompted when started with no
*>                 parameters; FRESH ignores a saved restart point
*>                 and runs from the top. Holds the run lock on
*>                 the control file so two controllers never run
*>                 the same stream. Return code 0 when every step
*>                 ran clean, 8 when the stream finished with a
*>                 step reporting data for attention, 12 when the
*>                 stream stopped at a failed step or the control
*>                 file would not open, 16 for unusable startup
*>                 parameters or control records, 20 when a step
*>                 (or the stream itself) was still in use after
*>                 its retries.
*> ############################################

identification division.
program-id. jobstream.
environment division.
input-output section.
file-control.
    select standard-input assign to keyboard.
    select standard-output assign to display.
    select control-file
    assign to dynamic control-filename
    organization is line sequential
    file status is ws-control-status.
    select restart-file
    assign to dynamic restart-filename
    organization is line sequential
    file status is ws-restart-status.
    select joblog-file
    assign to dynamic joblog-filename
    organization is line sequential
    file status is ws-joblog-status.
    select driver-file
    assign to dynamic driver-control-file
    organization is line sequential
    file status is ws-driver-status.
    select probe-file
    assign to dynamic probe-filename
    organization is line sequential
    file status is ws-probe-status.
    select lock-file
    assign to dynamic lock-filename
    organization is line sequential
    file status is ws-lock-status.
data division.
file section.
fd standard-input.
    01 stdin-record pic x(80).
fd standard-output.
    01 stdout-record pic x(80).
fd control-file.
    copy jobctlrec.
*> The restart point: the step the stream stopped at and the
*> return code of the step before it, which that step ran under.
*> An empty file means the last stream finished -- start at the
*> top.
fd restart-file.
    01 restart-record.
        05 restart-step     pic 9(3).
        05 filler           pic x(1).
        05 restart-prior-rc pic 9(2).
        05 filler           pic x(1).
        05 restart-date     pic x(8).
        05 filler           pic x(1).
        05 restart-time     pic x(6).
fd joblog-file.
    copy joblogrec.
fd driver-file.
    copy driverrec.
*> Opened only to learn whether a companion file is on disk.
fd probe-file.
    01 probe-record pic x(80).
fd lock-file.
    copy lockrec.
working-storage section.
01 control-filename    pic x(64) value ' '.
01 restart-filename    pic x(68) value ' '.
01 joblog-filename     pic x(68) value 'joblog.dat'.
01 driver-control-file pic x(64) value ' '.
01 probe-filename      pic x(80) value ' '.
01 ws-control-status   pic x(2) value '00'.
01 ws-restart-status   pic x(2) value '00'.
01 ws-joblog-status    pic x(2) value '00'.
01 ws-driver-status    pic x(2) value '00'.
01 ws-probe-status     pic x(2) value '00'.
01 ws-control-eof      pic a(1) value 'n'.
01 ws-driver-eof       pic a(1) value 'n'.
01 cmd-line            pic x(200) value ' '.
01 run-file-token      pic x(64) value ' '.
01 run-opt-token       pic x(20) value ' '.
01 run-opt2-token      pic x(20) value ' '.
01 apply-token         pic x(20) value ' '.
*> The stream as loaded from the control file, in step order.
01 step-table.
    05 step-entry occurs 50 times.
        10 stp-num         pic 9(3).
        10 stp-name        pic x(10).
        10 stp-program     pic x(20).
        10 stp-allow       pic x(20).
        10 stp-retries     pic 9(2).
        10 stp-wait        pic 9(4).
        10 stp-each-driver pic x(64).
        10 stp-each-suffix pic x(8).
        10 stp-params      pic x(120).
01 step-count          pic 9(3) value 0.
77 s                   pic s9(3) usage is computational.
77 k                   pic s9(3) usage is computational.
77 start-at            pic 9(3) value 1.
77 ctl-line-no         pic 9(5) value 0.
77 ctl-bad             pic x(1) value 'n'.
77 fresh-start         pic x(1) value 'n'.
77 stream-stopped      pic x(1) value 'n'.
77 stream-in-use       pic x(1) value 'n'.
77 prior-rc            pic 9(2) value 0.
77 step-rc             pic 9(2) value 0.
77 worst-step-rc       pic 9(2) value 0.
77 inst-rc             pic 9(2) value 0.
77 rc-allowed          pic x(1) value 'n'.
77 rc-test             pic 9(2) value 0.
77 attempt             pic 9(2) value 0.
77 each-file           pic x(80) value spaces.
77 each-done           pic x(1) value 'n'.
77 amp-pos             pic 9(3) value 0.
77 step-params-out     pic x(160) value spaces.
77 params-work         pic x(160) value spaces.
77 subst-more          pic x(1) value 'n'.
77 step-command        pic x(200) value spaces.
77 system-status       pic s9(9) value 0.
77 get-line            pic x(64) value spaces.
77 run-date            pic x(8) value spaces.
77 run-rc              pic 9(2) value 0.
77 joblog-active       pic x(1) value 'n'.
77 log-event           pic x(8) value spaces.
77 log-rc              pic 9(2) value 0.
77 log-rc-blank        pic x(1) value 'y'.
77 log-step            pic 9(3) value 0.
77 log-name            pic x(10) value spaces.
01 lock-filename       pic x(76) value ' '.
01 ws-lock-status      pic x(2) value '00'.
*> Run-lock state, the converter's <file>.lck protocol, held on
*> the control file for the whole stream.
77 lock-wait-secs      pic 9(4) value 30.
77 lock-elapsed        pic 9(4) value 0.
77 lock-retry-secs     pic 9(4) value 5.
77 lock-got            pic x(1) value 'n'.
77 lock-give-up        pic x(1) value 'n'.
77 lock-said-busy      pic x(1) value 'n'.
77 lock-today          pic x(8) value ' '.

procedure division.
    accept run-date from date yyyymmdd

*> A non-blank command line means the scheduler launched us --
*> run straight through with no prompts, outcome in the return
*> code, as the converter's unattended entry behaves.
    move spaces to cmd-line
    accept cmd-line from command-line
    if cmd-line is not equal to spaces
        perform 1000-unattended-run
    else
        open input standard-input, output standard-output
        display " "
        display "Nightly Job-Stream Controller"
        display "Enter the job-stream control file name:"
        move spaces to get-line
        read standard-input into get-line
        move get-line to control-filename
        display "Resume from the failed step (R, default) or"
                " start from the top (T)?"
        move spaces to get-line
        read standard-input into get-line
        if function upper-case(get-line(1:1)) is equal to 'T'
            move 'y' to fresh-start
        end-if
        close standard-input
        close standard-output
        if control-filename is equal to spaces
            display "No control file named."
            move 16 to run-rc
        end-if
    end-if

    if run-rc is less than 16
        perform 2000-run-stream
    end-if

    move run-rc to return-code
    stop run.

*> ##################################################
*> Unattended (scheduler) entry: <control-file>, then
*> optionally FRESH (ignore a saved restart point) and
*> WAITnnn (how long to wait for the stream's lock),
*> in either order.
*> ##################################################
1000-unattended-run.
    move spaces to run-file-token
    move spaces to run-opt-token
    move spaces to run-opt2-token
    unstring cmd-line delimited by all spaces
        into run-file-token run-opt-token run-opt2-token
    end-unstring
    move function upper-case(run-opt-token) to run-opt-token
    move function upper-case(run-opt2-token) to run-opt2-token
    move run-opt-token to apply-token
    perform 1100-apply-run-option
    move run-opt2-token to apply-token
    perform 1100-apply-run-option
    if run-file-token is equal to spaces or run-rc is equal to 16
        display "Unusable startup parameters: " cmd-line
        display "Expected: <control-file> [FRESH] [WAITnnn]"
        move 16 to run-rc
    else
        move run-file-token to control-filename
    end-if.

*> ##################################################
*> Apply one optional command-line token: FRESH or
*> WAITnnn. Anything else is an unusable parameter.
*> ##################################################
1100-apply-run-option.
    if apply-token is equal to 'FRESH'
        move 'y' to fresh-start
    else
    if apply-token(1:4) is equal to 'WAIT'
        move function numval(apply-token(5:16)) to lock-wait-secs
    else
    if apply-token is not equal to spaces
        move 16 to run-rc
    end-if
    end-if
    end-if.

*> ##################################################
*> The whole stream: take the stream's lock, load and
*> check the control file, find where to start, run
*> the steps in order until one fails or the stream
*> ends, and keep or clear the restart point.
*> ##################################################
2000-run-stream.
    perform 7000-acquire-stream-lock
    if lock-got is equal to 'n'
        display "Stream not started - " control-filename
                " is already being run."
        move 20 to run-rc
    else
    perform 2100-load-control
    if run-rc is less than 12
        perform 8000-open-joblog
        perform 2200-find-start-step
    end-if
    if run-rc is less than 12
        move 'n' to stream-stopped
        move 'n' to stream-in-use
        move 0 to worst-step-rc
        perform varying s from start-at by 1
                until s is greater than step-count or
                      stream-stopped is equal to 'y'
            perform 3000-run-one-step
        end-perform

        if stream-stopped is equal to 'n'
            *> The stream ran to its end: clear the restart point
            *> (truncate it to empty) so the next night starts at
            *> the top, the way the converter clears a finished
            *> file's checkpoint.
            open output restart-file
            close restart-file
            if worst-step-rc is greater than 0
                move 8 to run-rc
            end-if
            move 'DONE' to log-event
        else
            if stream-in-use is equal to 'y'
                move 20 to run-rc
            else
                move 12 to run-rc
            end-if
            move 'STOPPED' to log-event
        end-if
        move 0 to log-step
        move spaces to log-name
        move run-rc to log-rc
        move 'n' to log-rc-blank
        move spaces to step-command
        perform 8100-write-joblog
        display " "
        display "Stream " control-filename " " log-event
                " - return code " run-rc
    end-if
    perform 8900-close-joblog
    perform 7200-release-stream-lock
    end-if.

*> ##################################################
*> Load every step from the control file into the
*> step table, checking each field as the file is
*> hand-maintained: a numeric step number in rising
*> order, a program name, two-digit allowed codes,
*> and numeric retry count and wait. Any bad record
*> stops the stream before it starts (16).
*> ##################################################
2100-load-control.
    move 0 to step-count
    move 0 to ctl-line-no
    move 'n' to ctl-bad
    open input control-file
    if ws-control-status is not equal to '00'
        display "Unable to open job-stream control file "
                control-filename
        display "    File status: " ws-control-status
        move 12 to run-rc
    else
        move 'n' to ws-control-eof
        perform until ws-control-eof is equal to 'y'
            read control-file
            at end move 'y' to ws-control-eof
            not at end
                add 1 to ctl-line-no
                if jobctl-record is not equal to spaces and
                   jobctl-step(1:1) is not equal to '*'
                    perform 2150-check-control-line
                end-if
            end-read
        end-perform
        close control-file
        if step-count is equal to 0 and ctl-bad is equal to 'n'
            display "No steps on job-stream control file "
                    control-filename
            move 'y' to ctl-bad
        end-if
        if ctl-bad is equal to 'y'
            move 16 to run-rc
        end-if
    end-if.

*> ##################################################
*> Check the control record in the FD and add it to
*> the step table, or say what is wrong with it.
*> ##################################################
2150-check-control-line.
    if jobctl-step is not numeric
        display "Control line " ctl-line-no
                ": step number not numeric - " jobctl-step
        move 'y' to ctl-bad
    else
    if step-count is greater than 0 and
       jobctl-step is not greater than stp-num(step-count)
        display "Control line " ctl-line-no
                ": step " jobctl-step " out of order"
        move 'y' to ctl-bad
    else
    if jobctl-program is equal to spaces
        display "Control line " ctl-line-no
                ": no program named for step " jobctl-step
        move 'y' to ctl-bad
    else
    if step-count is not less than 50
        display "Control line " ctl-line-no
                ": more than 50 steps on the control file"
        move 'y' to ctl-bad
    else
        move 'y' to rc-allowed
        perform varying k from 1 by 3 until k is greater than 19
            if jobctl-allow-rc(k:2) is not equal to spaces and
               jobctl-allow-rc(k:2) is not numeric
                move 'n' to rc-allowed
            end-if
        end-perform
        if rc-allowed is equal to 'n'
            display "Control line " ctl-line-no
                    ": allowed return codes must be two-digit"
                    " codes - " jobctl-allow-rc
            move 'y' to ctl-bad
        end-if
        if (jobctl-retry-count is not equal to spaces and
            function trim(jobctl-retry-count) is not numeric) or
           (jobctl-retry-wait is not equal to spaces and
            function trim(jobctl-retry-wait) is not numeric)
            display "Control line " ctl-line-no
                    ": retry count and wait must be numeric"
            move 'y' to ctl-bad
        end-if
        if jobctl-each-driver is not equal to spaces and
           jobctl-each-suffix is equal to spaces
            display "Control line " ctl-line-no
                    ": a per-file step needs a companion suffix"
            move 'y' to ctl-bad
        end-if
        add 1 to step-count
        move jobctl-step to stp-num(step-count)
        move jobctl-name to stp-name(step-count)
        move jobctl-program to stp-program(step-count)
        move jobctl-allow-rc to stp-allow(step-count)
        if jobctl-allow-rc is equal to spaces
            move '00' to stp-allow(step-count)
        end-if
        move 0 to stp-retries(step-count)
        if jobctl-retry-count is not equal to spaces
            move function numval(jobctl-retry-count)
                to stp-retries(step-count)
        end-if
        move 60 to stp-wait(step-count)
        if jobctl-retry-wait is not equal to spaces
            move function numval(jobctl-retry-wait)
                to stp-wait(step-count)
        end-if
        move jobctl-each-driver to stp-each-driver(step-count)
        move jobctl-each-suffix to stp-each-suffix(step-count)
        move jobctl-params to stp-params(step-count)
    end-if
    end-if
    end-if
    end-if.

*> ##################################################
*> Find the step to start at. A restart point left by
*> a stopped stream resumes at the step that failed,
*> under the return code it ran under, unless FRESH
*> was asked for; otherwise the top, as if the step
*> before the first returned 00.
*> ##################################################
2200-find-start-step.
    move 1 to start-at
    move 0 to prior-rc
    move spaces to restart-filename
    string control-filename delimited by space
           '.ckp' delimited by size
           into restart-filename
    move 0 to log-step
    move spaces to log-name
    move 'y' to log-rc-blank
    move spaces to step-command
    if fresh-start is equal to 'y'
        move 'START' to log-event
        perform 8100-write-joblog
        display "Stream " control-filename " starting at the top"
    else
        move spaces to restart-record
        open input restart-file
        if ws-restart-status is equal to '00'
            read restart-file
                at end move spaces to restart-record
            end-read
            close restart-file
        end-if
        if restart-record is equal to spaces
            move 'START' to log-event
            perform 8100-write-joblog
            display "Stream " control-filename " starting at the top"
        else
            move 0 to start-at
            perform varying k from 1 by 1
                    until k is greater than step-count or
                          start-at is greater than 0
                if stp-num(k) is equal to restart-step
                    move k to start-at
                end-if
            end-perform
            if start-at is equal to 0
                display "Restart step " restart-step
                        " is no longer on " control-filename
                display "    Rerun with FRESH to start from the top."
                move 16 to run-rc
            else
                move restart-prior-rc to prior-rc
                move 'RESUME' to log-event
                move restart-step to log-step
                move stp-name(start-at) to log-name
                perform 8100-write-joblog
                display "Stream " control-filename
                        " resuming at failed step " restart-step
                        " (stopped " restart-date " " restart-time ")"
            end-if
        end-if
    end-if.

*> ##################################################
*> Run step s of the table: check the return code of
*> the step before it against the step's allowed
*> codes, run it (once, or once per driver-listed
*> file), and decide whether the stream goes on. A
*> step that fails is kept as the restart point with
*> the code it ran under, so a rerun starts there.
*> ##################################################
3000-run-one-step.
    move prior-rc to rc-test
    perform 3100-check-allowed
    move stp-num(s) to log-step
    move stp-name(s) to log-name
    if rc-allowed is equal to 'n'
        *> The step before this one failed: stop, and make the
        *> failed step the restart point, not this one.
        display "Step " stp-num(s) " " stp-name(s)
                " not run - prior return code " prior-rc
                " not allowed (" stp-allow(s) ")"
        move 'NOTRUN' to log-event
        move prior-rc to log-rc
        move 'n' to log-rc-blank
        move spaces to step-command
        perform 8100-write-joblog
        move 'y' to stream-stopped
    else
        if stp-each-driver(s) is equal to spaces
            move spaces to each-file
            perform 3300-run-step-command
            move inst-rc to step-rc
        else
            perform 3200-run-each-file
        end-if
        *> A step still in use after its retries, or one that
        *> failed outright (12 and up) with nothing after it to
        *> judge it, stops the stream here with this step as the
        *> restart point. Otherwise the next step's allowed
        *> codes decide.
        if step-rc is equal to 20
            move 'y' to stream-in-use
            move 'y' to stream-stopped
        else
            if s is equal to step-count
                if step-rc is not less than 12
                    move 'y' to stream-stopped
                end-if
            else
                move step-rc to rc-test
                add 1 to s
                perform 3100-check-allowed
                subtract 1 from s
                if rc-allowed is equal to 'n'
                    move 'y' to stream-stopped
                end-if
            end-if
        end-if
        if stream-stopped is equal to 'y'
            perform 6000-write-restart-point
            display "Stream stops at step " stp-num(s) " "
                    stp-name(s) " - return code " step-rc
        else
            if step-rc is greater than worst-step-rc
                move step-rc to worst-step-rc
            end-if
            move step-rc to prior-rc
        end-if
    end-if.

*> ##################################################
*> Is the code in rc-test one of step s's allowed
*> return codes? Answer in rc-allowed.
*> ##################################################
3100-check-allowed.
    move 'n' to rc-allowed
    perform varying k from 1 by 3 until k is greater than 19
        if stp-allow(s)(k:2) is numeric
            if stp-allow(s)(k:2) is equal to rc-test
                move 'y' to rc-allowed
            end-if
        end-if
    end-perform.

*> ##################################################
*> A per-file step: run once for every file on the
*> step's driver list whose companion (file name plus
*> the step's suffix) is on disk and has no report of
*> its own yet -- APPLYMAST leaves <file>.pst.rpt, so
*> a resumed apply step never re-applies a posting
*> file it already rolled in. The step's code is the
*> worst of its runs.
*> ##################################################
3200-run-each-file.
    move 0 to step-rc
    move stp-each-driver(s) to driver-control-file
    open input driver-file
    if ws-driver-status is not equal to '00'
        display "Unable to open driver (control) file "
                driver-control-file " for step " stp-num(s)
        display "    File status: " ws-driver-status
        move 12 to step-rc
        move 'END' to log-event
        move step-rc to log-rc
        move 'n' to log-rc-blank
        move spaces to step-command
        perform 8100-write-joblog
    else
        move 'n' to ws-driver-eof
        perform until ws-driver-eof is equal to 'y'
            read driver-file
            at end move 'y' to ws-driver-eof
            not at end
                move spaces to each-file
                string driver-filename in driver-record
                           delimited by space
                       stp-each-suffix(s) delimited by space
                       into each-file
                move each-file to probe-filename
                open input probe-file
                if ws-probe-status is equal to '00'
                    close probe-file
                    move 'n' to each-done
                    move spaces to probe-filename
                    string each-file delimited by space
                           '.rpt' delimited by size
                           into probe-filename
                    open input probe-file
                    if ws-probe-status is equal to '00'
                        close probe-file
                        move 'y' to each-done
                    end-if
                    if each-done is equal to 'y'
                        move 'SKIPPED' to log-event
                        move 'y' to log-rc-blank
                        move spaces to step-command
                        string 'ALREADY DONE: ' delimited by size
                               each-file delimited by space
                               into step-command
                        perform 8100-write-joblog
                        display "Step " stp-num(s) " " each-file
                                " already done - skipped"
                    else
                        perform 3300-run-step-command
                        if inst-rc is greater than step-rc
                            move inst-rc to step-rc
                        end-if
                    end-if
                end-if
            end-read
        end-perform
        close driver-file
    end-if.

*> ##################################################
*> Build step s's command -- the program, then its
*> parameters with every &FILE standing for
*> each-file --
*> and run it, retrying as the step allows while it
*> comes back 20 (in use). The code it ends with is
*> left in inst-rc.
*> ##################################################
3300-run-step-command.
    move stp-params(s) to step-params-out
    move 'y' to subst-more
    if each-file is equal to spaces
        move 'n' to subst-more
    end-if
    perform until subst-more is equal to 'n'
        move step-params-out to params-work
        move 0 to amp-pos
        inspect params-work tallying amp-pos
            for characters before initial '&FILE'
        if amp-pos is not less than 160
            move 'n' to subst-more
        else
            move spaces to step-params-out
            if amp-pos is equal to 0
                string each-file delimited by space
                       params-work(6:) delimited by size
                       into step-params-out
            else
                string params-work(1:amp-pos) delimited by size
                       each-file delimited by space
                       params-work(amp-pos + 6:) delimited by size
                       into step-params-out
            end-if
        end-if
    end-perform
    move spaces to step-command
    string stp-program(s) delimited by space
           ' ' delimited by size
           step-params-out delimited by size
           into step-command

    move 0 to attempt
    move 20 to inst-rc
    perform until inst-rc is not equal to 20 or
                  attempt is greater than stp-retries(s)
        if attempt is greater than 0
            display "    in use - retry " attempt " of "
                    stp-retries(s) " in " stp-wait(s) " seconds"
            move 'RETRY' to log-event
            move 20 to log-rc
            move 'n' to log-rc-blank
            perform 8100-write-joblog
            call "C$SLEEP" using stp-wait(s)
        end-if
        add 1 to attempt
        display "Step " stp-num(s) " " stp-name(s) ": "
                function trim(step-command)
        move 'START' to log-event
        move 'y' to log-rc-blank
        perform 8100-write-joblog
        call "SYSTEM" using step-command
        *> SYSTEM hands back the wait status: the program's exit
        *> code is in the high-order byte.
        move return-code to system-status
        move 0 to return-code
        compute inst-rc = system-status / 256
        move 'END' to log-event
        move inst-rc to log-rc
        move 'n' to log-rc-blank
        perform 8100-write-joblog
        display "    return code " inst-rc
    end-perform.

*> ##################################################
*> Keep step s as the restart point, with the return
*> code of the step before it so the rerun judges it
*> the same way.
*> ##################################################
6000-write-restart-point.
    open output restart-file
    if ws-restart-status is equal to '00'
        move spaces to restart-record
        move stp-num(s) to restart-step
        move prior-rc to restart-prior-rc
        accept restart-date from date yyyymmdd
        accept restart-time from time
        write restart-record
        close restart-file
    else
        display "Warning: unable to write restart point "
                restart-filename
        display "    File status: " ws-restart-status
                " - a rerun will start from the top"
    end-if.

*> ##################################################
*> Take the run lock on the control file, the same
*> <file>.lck protocol every program registers: say
*> who is holding it, retry for the configured wait,
*> then give up. An empty .lck (a lock cleared from
*> the converter menu) counts as free.
*> ##################################################
7000-acquire-stream-lock.
    move spaces to lock-filename
    string control-filename delimited by space
           '.lck' delimited by size
           into lock-filename
    move 'n' to lock-got
    move 'n' to lock-give-up
    move 'n' to lock-said-busy
    move 0 to lock-elapsed
    perform until lock-got is equal to 'y' or
                  lock-give-up is equal to 'y'
        open input lock-file
        if ws-lock-status is equal to '00'
            move spaces to lock-record
            read lock-file
                at end move spaces to lock-record
            end-read
            close lock-file
            if lock-record is equal to spaces
                perform 7100-register-lock
            else
                if lock-said-busy is equal to 'n'
                    move 'y' to lock-said-busy
                    display "*** " control-filename " in use by "
                            lock-run " since " lock-date " "
                            lock-time
                    accept lock-today from date yyyymmdd
                    if lock-date is less than lock-today
                        display "    Lock predates today - clear a"
                                " dead run's lock from the"
                                " converter menu"
                    end-if
                end-if
            end-if
        else
            perform 7100-register-lock
        end-if
        if lock-got is equal to 'n'
            if lock-elapsed is not less than lock-wait-secs
                move 'y' to lock-give-up
                display "*** stepping back from " control-filename
                        " after " lock-elapsed " seconds"
            else
                call "C$SLEEP" using lock-retry-secs
                add lock-retry-secs to lock-elapsed
            end-if
        end-if
    end-perform.

*> ##################################################
*> Register the lock naming this stream run and when
*> it started.
*> ##################################################
7100-register-lock.
    open output lock-file
    if ws-lock-status is equal to '00'
        move spaces to lock-record
        move 'JOBSTREAM' to lock-run
        move control-filename to lock-guarded
        accept lock-date from date yyyymmdd
        accept lock-time from time
        write lock-record
        close lock-file
        move 'y' to lock-got
    end-if.

7200-release-stream-lock.
    if lock-got is equal to 'y'
        move spaces to lock-filename
        string control-filename delimited by space
               '.lck' delimited by size
               into lock-filename
        delete file lock-file
        move 'n' to lock-got
    end-if.

*> ##################################################
*> Open the permanent job-stream log for appending,
*> creating it on first use. A log that will not open
*> does not stop the stream -- the events still go to
*> the terminal.
*> ##################################################
8000-open-joblog.
    open extend joblog-file
    if ws-joblog-status is not equal to '00'
        open output joblog-file
    end-if
    if ws-joblog-status is equal to '00'
        move 'y' to joblog-active
    else
        move 'n' to joblog-active
        display "Warning: unable to open job-stream log "
                joblog-filename
        display "    File status: " ws-joblog-status
                " - stream events not logged"
    end-if.

*> ##################################################
*> Log one stream event from the log-* items and the
*> command in step-command.
*> ##################################################
8100-write-joblog.
    if joblog-active is equal to 'y'
        move spaces to joblog-record
        accept jlog-date from date yyyymmdd
        accept jlog-time from time
        move control-filename to jlog-stream
        if log-step is greater than 0
            move log-step to jlog-step
        end-if
        move log-name to jlog-name
        move log-event to jlog-event
        if log-rc-blank is equal to 'n'
            move log-rc to jlog-rc
        end-if
        move step-command to jlog-command
        write joblog-record
    end-if.

8900-close-joblog.
    if joblog-active is equal to 'y'
        close joblog-file
        move 'n' to joblog-active
    end-if.
