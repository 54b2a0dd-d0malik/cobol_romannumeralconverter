*>
*> MODIFICATION HISTORY
*> DATE       BY   DESCRIPTION
*> 10/15/2026 DD   A file the converter refused as a duplicate
*>                 submission -- no .out, and its .ack trailer
*>                 says DUPLICATE FILE -- is reported REFUSED with
*>                 no discrepancies instead of every ID missing,
*>                 so a benign refusal no longer fails the check.
*> 09/03/2026 DD   An input open failure only raises the session
*>                 return code, so an earlier in-use skip (20)
*>                 still reaches the scheduler for retry.
    assign to dynamic driver-control-file
    organization is line sequential
    file status is ws-driver-status.
    select ack-file
    assign to dynamic ack-filename
    organization is line sequential
    file status is ws-ack-status.
    select balance-file
    assign to dynamic balance-filename
    organization is line sequential
    copy rejrec.
fd driver-file.
    copy driverrec.
fd ack-file.
    copy ackrec.
fd balance-file.
    01 balance-record pic x(132).
fd lock-file.
01 reject-filename     pic x(68) value ' '.
01 driver-control-file pic x(64) value ' '.
01 balance-filename    pic x(72) value ' '.
01 ack-filename        pic x(68) value ' '.
01 cmd-line            pic x(200) value ' '.
01 run-mode-token      pic x(10) value ' '.
01 run-file-token      pic x(64) value ' '.
01 ws-reject-status    pic x(2) value '00'.
01 ws-driver-status    pic x(2) value '00'.
01 ws-balance-status   pic x(2) value '00'.
01 ws-ack-status       pic x(2) value '00'.
01 ws-end-of-file      pic a(1) value 'n'.
01 ws-driver-eof       pic a(1) value 'n'.
01 menu-input          pic x(1) value ' '.
77 chk-frac      pic 9(2) value 0.
77 rec-frac      pic 9(2) value 0.
77 is-alphabet   pic x(1) value 'n'.
*> The balance on the last trailer of the file's .ack: DUPLICATE
*> FILE when the converter refused the file as a resubmission.
77 ack-balance   pic x(14) value ' '.
77 file-refused  pic x(1) value 'n'.
01 lock-filename   pic x(76) value ' '.
01 ws-lock-status  pic x(2) value '00'.
*> Run-lock state, the same protocol the converter uses: the
        move '    VERDICT: FAILED' to bal-work
        perform 8100-write-bal-line
    else
        move spaces to output-filename
        string input-filename delimited by space
               '.out' delimited by size
               '.rej' delimited by size
               into reject-filename

        *> A file refused as a duplicate submission was never
        *> converted -- there is nothing on a .out or .rej to
        *> account for its IDs.
        perform 3050-check-refused
        if file-refused is equal to 'y'
            close input-file
            display "    REFUSED - duplicate submission, not converted"
            add 1 to files-checked
            move '    VERDICT: REFUSED - DUPLICATE SUBMISSION' to bal-work
            perform 8100-write-bal-line
        else
        perform 3100-load-input
        close input-file

        perform 3200-check-out-file
        perform 3300-check-rej-file
        perform 3400-sweep-table
                   into bal-work
            perform 8100-write-bal-line
        end-if
        end-if
    end-if
    perform 7200-release-input-lock
    end-if.

*> ##################################################
*> See whether the converter refused the file in
*> input-filename as a duplicate submission: it then
*> has no .out, and its .ack ends with a DUPLICATE
*> FILE trailer. A resend refused under the name of
*> the original still has that file's .out, and is
*> reconciled as the original. file-refused comes
*> back 'y' when the file was refused.
*> ##################################################
3050-check-refused.
    move 'n' to file-refused
    move spaces to ack-balance
    open input output-file
    if ws-output-status is equal to '00'
        close output-file
    else
        move spaces to ack-filename
        string input-filename delimited by space
               '.ack' delimited by size
               into ack-filename
        open input ack-file
        if ws-ack-status is equal to '00'
            move 'n' to ws-end-of-file
            perform until ws-end-of-file is equal to 'y'
                read ack-file
                at end move 'y' to ws-end-of-file
                not at end
                    if ack-trl-tag is equal to 'TRL'
                        move ack-trl-balance to ack-balance
                    end-if
                end-read
            end-perform
            close ack-file
        end-if
        if ack-balance is equal to 'DUPLICATE FILE'
            move 'y' to file-refused
        end-if
    end-if.

*> ##################################################
*> Tally every data record on the batch input file;
*> HDR and TRL control records carry no reference ID
