*> ############################################
*> PROGRAM:     Roman Numeral Posting Reconciliation
*> DESCRIPTION: Posting completeness balancing run, the second
*>              half of RECON's proof: RECON shows every input
*>              record landed on the .out or the .rej; this run
*>              shows every converted .out row reached the
*>              results master ROMANMASTER.DAT. Given a batch
*>              input file (or a driver list of them), each .out
*>              row's reference ID must be accounted for in one
*>              of three ways -- posted on the master with the
*>              same numeral, decimal value and twelfths; set
*>              aside on one of the file's named duplicate
*>              suspense (.dup) or parked-pair (.park) files; or
*>              still pending on the file's .pst posting file
*>              that APPLYMAST has not yet applied. Anything
*>              else, and anything posted with a different
*>              value than the .out carries, is written to a
*>              discrepancy report (<file>.pcr) with a clean or
*>              failed verdict per file. The .out, the
*>              unapplied .pst and the suspense IDs are each
*>              sorted by reference ID, the APPLYMAST way, and
*>              matched in one pass, so a file of any size is
*>              checked whole.
*> NAME:        Daniel Domalik
*> STUDENT ID:  0933553
*> DATE:        10/15/2026
*> COMPILER:    COBC
*>
*> MODIFICATION HISTORY
*> DATE       BY   DESCRIPTION
*> 10/15/2026 DD   The .out, the unapplied .pst and the suspense
*>                 IDs are sorted by reference ID (work files
*>                 <file>.pcw, .pco, .pcp and .pcs, removed after
*>                 the check) and matched in one pass, in place of
*>                 the 20000-entry suspense and pending tables a
*>                 high-volume file overflowed. A file the
*>                 converter refused as a duplicate submission --
*>                 no .out, and its .ack trailer says DUPLICATE
*>                 FILE -- is reported REFUSED with nothing to
*>                 check, not as an open failure.
*> 10/15/2026 DD   The results master's SELECT declares the new
*>                 alternate keys on master-source and
*>                 master-run-date, which every program opening
*>                 the master must carry.
*> 10/15/2026 DD   .out rows the converter marked HELD (the file is
*>                 quarantined awaiting supervisor release) or
*>                 REJECTED (the file was condemned) are accounted
*>                 for as held or condemned -- they are not meant
*>                 to be on the master -- and counted on the
*>                 file's totals line.
*> 10/15/2026 DD   Initial version. Unattended from the command
*>                 line (BATCH <file> or DRIVER <file>, optional
*>                 WAITnnn) for the scheduler, run after APPLYMAST,
*>                 or prompted when started with no parameters.
*>                 Takes the batch input file's and posting file's
*>                 run locks, as RECON and APPLYMAST do, so it
*>                 never balances a file mid-conversion or mid-
*>                 apply. Return code 0 when every file is clean,
*>                 8 when any file has discrepancies, 12 when a
*>                 .out or the master could not be opened, 16 for
*>                 unusable startup parameters, 20 when a file is
*>                 in use.
*> ############################################

identification division.
program-id. postrecon.
environment division.
input-output section.
file-control.
    select standard-input assign to keyboard.
    select standard-output assign to display.
    select output-file
    assign to dynamic output-filename
    organization is line sequential
    file status is ws-output-status.
    select dup-file
    assign to dynamic dup-filename
    organization is line sequential
    file status is ws-dup-status.
    select posting-file
    assign to dynamic posting-filename
    organization is line sequential
    file status is ws-posting-status.
    select apply-report-file
    assign to dynamic apply-report-filename
    organization is line sequential
    file status is ws-apply-report-status.
    select ack-file
    assign to dynamic ack-filename
    organization is line sequential
    file status is ws-ack-status.
    select sort-work
    assign to "sortwork".
    select susp-work-file
    assign to dynamic susp-work-filename
    organization is line sequential
    file status is ws-susp-work-status.
    select susp-sorted-file
    assign to dynamic susp-sorted-filename
    organization is line sequential
    file status is ws-susp-sorted-status.
    select pend-sorted-file
    assign to dynamic pend-sorted-filename
    organization is line sequential
    file status is ws-pend-sorted-status.
    select out-sorted-file
    assign to dynamic out-sorted-filename
    organization is line sequential
    file status is ws-out-sorted-status.
    select results-master
    assign to dynamic master-filename
    organization is indexed
    access mode is dynamic
    record key is master-id
    alternate record key is master-source with duplicates
    alternate record key is master-run-date with duplicates
    file status is ws-master-status.
    select driver-file
    assign to dynamic driver-control-file
    organization is line sequential
    file status is ws-driver-status.
    select balance-file
    assign to dynamic balance-filename
    organization is line sequential
    file status is ws-balance-status.
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
*> The .out is only proven present here and sorted; its rows are
*> read back from the sorted copy into the OUTREC layout below.
fd output-file.
    01 output-line pic x(71).
*> The .dup suspense and the .park file it feeds share the one
*> DUPREC layout (menu D writes parked pairs from the dup record).
fd dup-file.
    copy duprec.
fd posting-file.
    01 posting-record.
        05 post-id       pic x(10).
        05 post-numeral  pic x(30).
        05 post-decimal  pic 9(10).
        05 post-source   pic x(64).
        05 post-run-date pic x(8).
        05 post-frac     pic 9(2).
fd apply-report-file.
    01 apply-report-record pic x(132).
fd ack-file.
    copy ackrec.
sd sort-work.
    01 sort-rec.
        05 sort-id     pic x(10).
        05 filler      pic x(114).
*> Every reference ID the file's suspense and parked-pair files
*> hold -- the .out row it answers is accounted for by sitting
*> there -- gathered for the sort, then in ID order.
fd susp-work-file.
    01 susp-work-record.
        05 susp-work-id  pic x(10).
fd susp-sorted-file.
    01 susp-record.
        05 susp-id       pic x(10).
*> The postings on a .pst that APPLYMAST has not yet applied, in
*> ID order, with the value each will post, so a pending row can
*> be checked against its .out row before it reaches the master.
fd pend-sorted-file.
    01 pend-record.
        05 pend-id       pic x(10).
        05 pend-numeral  pic x(30).
        05 pend-decimal  pic 9(10).
        05 pend-source   pic x(64).
        05 pend-run-date pic x(8).
        05 pend-frac     pic 9(2).
fd out-sorted-file.
    01 out-sorted-record pic x(71).
fd results-master.
    copy masterrec.
fd driver-file.
    copy driverrec.
fd balance-file.
    01 balance-record pic x(132).
fd lock-file.
    copy lockrec.
working-storage section.
01 input-filename        pic x(64) value ' '.
01 output-filename       pic x(68) value ' '.
01 dup-filename          pic x(76) value ' '.
01 posting-filename      pic x(68) value ' '.
01 apply-report-filename pic x(72) value ' '.
01 ack-filename          pic x(68) value ' '.
01 susp-work-filename    pic x(68) value ' '.
01 susp-sorted-filename  pic x(68) value ' '.
01 pend-sorted-filename  pic x(68) value ' '.
01 out-sorted-filename   pic x(68) value ' '.
01 master-filename       pic x(68) value 'romanmaster.dat'.
01 driver-control-file   pic x(64) value ' '.
01 balance-filename      pic x(72) value ' '.
01 cmd-line              pic x(200) value ' '.
01 run-mode-token        pic x(10) value ' '.
01 run-file-token        pic x(64) value ' '.
01 run-opt-token         pic x(20) value ' '.
01 ws-output-status      pic x(2) value '00'.
01 ws-dup-status         pic x(2) value '00'.
01 ws-posting-status     pic x(2) value '00'.
01 ws-apply-report-status pic x(2) value '00'.
01 ws-ack-status         pic x(2) value '00'.
01 ws-susp-work-status   pic x(2) value '00'.
01 ws-susp-sorted-status pic x(2) value '00'.
01 ws-pend-sorted-status pic x(2) value '00'.
01 ws-out-sorted-status  pic x(2) value '00'.
01 ws-master-status      pic x(2) value '00'.
01 ws-driver-status      pic x(2) value '00'.
01 ws-balance-status     pic x(2) value '00'.
01 ws-end-of-file        pic a(1) value 'n'.
01 ws-driver-eof         pic a(1) value 'n'.
01 ws-susp-eof           pic a(1) value 'n'.
01 ws-pend-eof           pic a(1) value 'n'.
01 menu-input            pic x(1) value ' '.
*> The .out row in hand, read back from the sorted copy.
    copy outrec.
01 pend-count    pic 9(7) value 0.
*> Whether the .out row in hand has its ID on a suspense file
*> (susp-hit) or on the unapplied .pst (pend-hit, the posting
*> then in pend-record).
77 susp-hit      pic x(1) value 'n'.
77 pend-hit      pic x(1) value 'n'.
77 susp-open     pic x(1) value 'n'.
77 pend-open     pic x(1) value 'n'.
*> The balance on the last trailer of the file's .ack: DUPLICATE
*> FILE when the converter refused the file as a resubmission.
77 ack-balance   pic x(14) value spaces.
77 file-refused  pic x(1) value 'n'.
77 find-id       pic x(10) value ' '.
77 pst-applied   pic x(1) value 'n'.
77 pst-present   pic x(1) value 'n'.
77 master-open   pic x(1) value 'n'.
77 get-line      pic x(64) value ' '.
77 bal-work      pic x(132) value ' '.
77 bal-active    pic x(1) value 'n'.
77 run-date      pic x(8) value ' '.
77 run-rc        pic 9(2) value 0.
77 disc-count    pic 9(5) value 0.
77 files-checked pic 9(5) value 0.
77 files-failed  pic 9(5) value 0.
77 current-label pic x(10) value ' '.
77 cnt-out       pic 9(7) value 0.
77 cnt-posted    pic 9(7) value 0.
77 cnt-suspense  pic 9(7) value 0.
77 cnt-pending   pic 9(7) value 0.
77 cnt-held      pic 9(7) value 0.
77 cnt-condemned pic 9(7) value 0.
77 rec-decimal   pic 9(10) value 0.
77 rec-frac      pic 9(2) value 0.
01 lock-filename   pic x(76) value ' '.
01 ws-lock-status  pic x(2) value '00'.
*> Run-lock state, the converter's <file>.lck protocol: the
*> balancing run holds the batch input file (so no conversion
*> is mid-way through its .out) and its posting file (so no
*> apply is mid-way through its .pst) for the file's check.
77 lock-resource   pic x(68) value spaces.
77 lock-wait-secs  pic 9(4) value 30.
77 lock-elapsed    pic 9(4) value 0.
77 lock-retry-secs pic 9(4) value 5.
77 lock-got        pic x(1) value 'n'.
77 lock-give-up    pic x(1) value 'n'.
77 lock-said-busy  pic x(1) value 'n'.
77 lock-today      pic x(8) value ' '.
77 lock-held-input pic x(1) value 'n'.
77 lock-held-post  pic x(1) value 'n'.

procedure division.

*> A non-blank command line means the scheduler launched us --
*> run straight through with no prompts, outcome in the return
*> code, exactly as the converter's unattended entry behaves.
    move spaces to cmd-line
    accept cmd-line from command-line
    if cmd-line is not equal to spaces
        perform 1000-unattended-run
        move run-rc to return-code
        stop run
    end-if

    open input standard-input, output standard-output
    display " "
    display "Roman Numeral Posting Reconciliation"
    display "------------------------------------"
    display "Reconcile a single batch file (1) or a driver list (2)?"
    move spaces to get-line
    read standard-input into get-line
    move get-line(1:1) to menu-input

    if menu-input is equal to '1'
        display "Enter the batch input file name:"
        move spaces to get-line
        read standard-input into get-line
        move get-line to input-filename
        perform 2000-recon-single
    else
        if menu-input is equal to '2'
            display "Enter the driver (control) file name:"
            move spaces to get-line
            read standard-input into get-line
            move get-line to driver-control-file
            perform 2500-recon-driver
        else
            display "No reconciliation requested."
        end-if
    end-if

    close standard-input
    close standard-output
    move run-rc to return-code
    stop run.

*> ##################################################
*> Unattended (scheduler) entry: BATCH <file> checks
*> one batch file, DRIVER <file> checks every file on
*> a driver list in one pass -- RECON's parameters.
*> ##################################################
1000-unattended-run.
    move spaces to run-mode-token
    move spaces to run-file-token
    move spaces to run-opt-token
    unstring cmd-line delimited by all spaces
        into run-mode-token run-file-token run-opt-token
    end-unstring
    move function upper-case(run-mode-token) to run-mode-token
    move function upper-case(run-opt-token) to run-opt-token
    if run-opt-token(1:4) is equal to 'WAIT'
        move function numval(run-opt-token(5:16)) to lock-wait-secs
    end-if

    if run-mode-token is equal to 'BATCH' and
       run-file-token is not equal to spaces
        move run-file-token to input-filename
        perform 2000-recon-single
    else
        if run-mode-token is equal to 'DRIVER' and
           run-file-token is not equal to spaces
            move run-file-token to driver-control-file
            perform 2500-recon-driver
        else
            display "Unusable startup parameters: " cmd-line
            display "Expected: BATCH <file> [WAITnnn]"
                    "  or  DRIVER <file> [WAITnnn]"
            move 16 to run-rc
        end-if
    end-if.

*> ##################################################
*> Reconcile one named batch file as a complete run
*> with its own report, <file>.pcr.
*> ##################################################
2000-recon-single.
    move spaces to balance-filename
    string input-filename delimited by space
           '.pcr' delimited by size
           into balance-filename
    perform 8000-open-balance
    move spaces to current-label
    perform 3000-recon-one-file
    perform 8200-write-run-verdict
    perform 8900-close-balance.

*> ##################################################
*> Reconcile every file on the driver list in one
*> pass, all reported into <driver>.pcr.
*> ##################################################
2500-recon-driver.
    move spaces to balance-filename
    string driver-control-file delimited by space
           '.pcr' delimited by size
           into balance-filename
    perform 8000-open-balance

    open input driver-file
    if ws-driver-status is not equal to '00'
        display "Unable to open driver (control) file " driver-control-file
        display "    File status: " ws-driver-status
        if run-rc is less than 12
            move 12 to run-rc
        end-if
    else
        move 'n' to ws-driver-eof
        perform until ws-driver-eof is equal to 'y'
            read driver-file
            at end move 'y' to ws-driver-eof
            not at end
                move driver-label to current-label
                move driver-filename in driver-record to input-filename
                perform 3000-recon-one-file
            end-read
        end-perform
        close driver-file
        perform 8200-write-run-verdict
    end-if
    perform 8900-close-balance.

*> ##################################################
*> Reconcile the single batch file named in
*> input-filename: gather what its suspense files and
*> any unapplied posting file hold, sort them and the
*> .out by reference ID, then account for every row
*> of the .out against the master.
*> ##################################################
3000-recon-one-file.
    display "Reconciling postings for " input-filename
    move 0 to disc-count
    move 0 to cnt-out
    move 0 to cnt-posted
    move 0 to cnt-suspense
    move 0 to cnt-pending
    move 0 to cnt-held
    move 0 to cnt-condemned

    move spaces to bal-work
    perform 8100-write-bal-line
    move spaces to bal-work
    string 'FILE: ' delimited by size
           current-label delimited by size
           ' ' delimited by size
           input-filename delimited by space
           into bal-work
    perform 8100-write-bal-line

    move spaces to output-filename
    string input-filename delimited by space
           '.out' delimited by size
           into output-filename
    move spaces to posting-filename
    string input-filename delimited by space
           '.pst' delimited by size
           into posting-filename
    move spaces to susp-work-filename
    string input-filename delimited by space
           '.pcw' delimited by size
           into susp-work-filename
    move spaces to susp-sorted-filename
    string input-filename delimited by space
           '.pcs' delimited by size
           into susp-sorted-filename
    move spaces to pend-sorted-filename
    string input-filename delimited by space
           '.pcp' delimited by size
           into pend-sorted-filename
    move spaces to out-sorted-filename
    string input-filename delimited by space
           '.pco' delimited by size
           into out-sorted-filename

    *> A conversion still writing the .out, or an apply still
    *> rolling the .pst in, would read here as a crowd of false
    *> discrepancies -- take both run locks first, and step back
    *> with the retry return code when either is held.
    perform 7000-acquire-run-locks
    if lock-got is equal to 'n'
        display "    IN USE - skipped, another run holds the file"
        if run-rc is less than 20
            move 20 to run-rc
        end-if
        add 1 to files-checked
        move '    VERDICT: SKIPPED - FILE IN USE' to bal-work
        perform 8100-write-bal-line
    else
    *> SORT quietly turns a missing USING file into an empty sort
    *> output -- prove the .out opens before sorting it. A file
    *> refused as a duplicate submission has none, and nothing to
    *> account for.
    move 'n' to file-refused
    open input output-file
    if ws-output-status is not equal to '00'
        perform 3050-check-refused
    end-if
    if file-refused is equal to 'y'
        display "    REFUSED - duplicate submission, nothing posted"
        add 1 to files-checked
        move '    VERDICT: REFUSED - DUPLICATE SUBMISSION' to bal-work
        perform 8100-write-bal-line
    else
    if ws-output-status is not equal to '00'
        display "Unable to open converted output " output-filename
        display "    File status: " ws-output-status
        *> Only raise the session code -- an earlier in-use skip
        *> (20) must survive so the scheduler still retries.
        if run-rc is less than 12
            move 12 to run-rc
        end-if
        add 1 to files-checked
        add 1 to files-failed
        move spaces to bal-work
        string '    COULD NOT OPEN .OUT, STATUS ' delimited by size
               ws-output-status delimited by size
               into bal-work
        perform 8100-write-bal-line
        move '    VERDICT: FAILED' to bal-work
        perform 8100-write-bal-line
    else
        close output-file
        perform 3100-load-suspense
        perform 3200-load-pending
        sort sort-work
            on ascending key sort-id
            using output-file
            giving out-sorted-file

        move 'n' to master-open
        open input results-master
        if ws-master-status is equal to '00'
            move 'y' to master-open
        else
            *> With no master, no row can be proven posted; every
            *> row not pending or in suspense is reported below.
            display "Unable to open results master " master-filename
            display "    File status: " ws-master-status
            if run-rc is less than 12
                move 12 to run-rc
            end-if
            move spaces to bal-work
            string '    COULD NOT OPEN MASTER, STATUS ' delimited by size
                   ws-master-status delimited by size
                   into bal-work
            perform 8100-write-bal-line
        end-if

        perform 3300-check-out-file
        if master-open is equal to 'y'
            close results-master
        end-if

        move spaces to bal-work
        string '    OUT ROWS ' delimited by size
               cnt-out delimited by size
               '  POSTED ' delimited by size
               cnt-posted delimited by size
               '  IN SUSPENSE ' delimited by size
               cnt-suspense delimited by size
               '  PENDING ' delimited by size
               cnt-pending delimited by size
               '  HELD ' delimited by size
               cnt-held delimited by size
               '  CONDEMNED ' delimited by size
               cnt-condemned delimited by size
               into bal-work
        perform 8100-write-bal-line

        add 1 to files-checked
        if disc-count is equal to 0
            display "    CLEAN - every converted ID accounted for"
            move '    VERDICT: CLEAN' to bal-work
            perform 8100-write-bal-line
        else
            add 1 to files-failed
            display "    FAILED - " disc-count " discrepancies, see "
                    balance-filename
            if run-rc is less than 8
                move 8 to run-rc
            end-if
            move spaces to bal-work
            string '    VERDICT: FAILED, ' delimited by size
                   disc-count delimited by size
                   ' DISCREPANCIES' delimited by size
                   into bal-work
            perform 8100-write-bal-line
        end-if
    end-if
    end-if
    perform 7200-release-run-locks
    end-if.

*> ##################################################
*> The .out of the file in input-filename will not
*> open: see whether the converter refused the file
*> as a duplicate submission, which writes no .out
*> and ends its .ack with a DUPLICATE FILE trailer.
*> file-refused comes back 'y' when it did.
*> ##################################################
3050-check-refused.
    move 'n' to file-refused
    move spaces to ack-balance
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
    end-if.

*> ##################################################
*> Gather the IDs on every suspense file the file's
*> postings can have left -- the direct-posting .dup
*> and the apply's .pst.dup, and the .park file menu
*> D writes beside each -- onto the work file, and
*> sort them by reference ID.
*> ##################################################
3100-load-suspense.
    open output susp-work-file
    if ws-susp-work-status is not equal to '00'
        display "Unable to open work file " susp-work-filename
        display "    File status: " ws-susp-work-status
        if run-rc is less than 12
            move 12 to run-rc
        end-if
        move '    COULD NOT OPEN SUSPENSE WORK FILE - SUSPENSE NOT CHECKED'
            to bal-work
        perform 8100-write-bal-line
        add 1 to disc-count
    else
        move spaces to dup-filename
        string input-filename delimited by space
               '.dup' delimited by size
               into dup-filename
        perform 3150-load-one-suspense
        move spaces to dup-filename
        string input-filename delimited by space
               '.dup.park' delimited by size
               into dup-filename
        perform 3150-load-one-suspense
        move spaces to dup-filename
        string input-filename delimited by space
               '.pst.dup' delimited by size
               into dup-filename
        perform 3150-load-one-suspense
        move spaces to dup-filename
        string input-filename delimited by space
               '.pst.dup.park' delimited by size
               into dup-filename
        perform 3150-load-one-suspense
        close susp-work-file
    end-if
    sort sort-work
        on ascending key sort-id
        using susp-work-file
        giving susp-sorted-file
    delete file susp-work-file.

*> ##################################################
*> Copy every ID on the suspense file named in
*> dup-filename to the work file. A file that is not
*> there simply holds nothing -- most runs leave no
*> suspense.
*> ##################################################
3150-load-one-suspense.
    open input dup-file
    if ws-dup-status is equal to '00'
        move 'n' to ws-end-of-file
        perform until ws-end-of-file is equal to 'y'
            read dup-file
            at end move 'y' to ws-end-of-file
            not at end
                move dup-id to susp-work-id
                write susp-work-record
            end-read
        end-perform
        close dup-file
    end-if.

*> ##################################################
*> A deferred-posting run left a .pst: when APPLYMAST
*> has applied it (its apply report, <file>.pst.rpt,
*> is on disk) the postings are on the master or its
*> .pst.dup and are judged there; until then every
*> posting on it is pending, and it is sorted by
*> reference ID with its values so each .out row can
*> be checked against its posting.
*> ##################################################
3200-load-pending.
    move 0 to pend-count
    move 'n' to pst-present
    move 'n' to pst-applied
    move spaces to apply-report-filename
    string posting-filename delimited by space
           '.rpt' delimited by size
           into apply-report-filename
    open input apply-report-file
    if ws-apply-report-status is equal to '00'
        move 'y' to pst-applied
        close apply-report-file
    end-if

    open input posting-file
    if ws-posting-status is equal to '00'
        move 'y' to pst-present
        if pst-applied is equal to 'n'
            move 'n' to ws-end-of-file
            perform until ws-end-of-file is equal to 'y'
                read posting-file
                at end move 'y' to ws-end-of-file
                not at end
                    add 1 to pend-count
                end-read
            end-perform
        end-if
        close posting-file
        if pst-applied is equal to 'n'
            sort sort-work
                on ascending key sort-id
                using posting-file
                giving pend-sorted-file
        end-if
    end-if

    if pst-present is equal to 'y'
        move spaces to bal-work
        if pst-applied is equal to 'y'
            string '    POSTING FILE ' delimited by size
                   posting-filename delimited by space
                   ' APPLIED' delimited by size
                   into bal-work
        else
            string '    POSTING FILE ' delimited by size
                   posting-filename delimited by space
                   ' NOT YET APPLIED - ' delimited by size
                   pend-count delimited by size
                   ' POSTINGS PENDING' delimited by size
                   into bal-work
        end-if
        perform 8100-write-bal-line
    end-if.

*> ##################################################
*> Account for every row of the sorted .out in turn,
*> stepping the sorted suspense IDs and pending
*> postings along beside it, then remove the sorted
*> work files.
*> ##################################################
3300-check-out-file.
    move 'y' to ws-susp-eof
    move 'n' to susp-open
    open input susp-sorted-file
    if ws-susp-sorted-status is equal to '00'
        move 'y' to susp-open
        move 'n' to ws-susp-eof
        perform 3510-read-suspense
    end-if
    move 'y' to ws-pend-eof
    move 'n' to pend-open
    if pst-present is equal to 'y' and pst-applied is equal to 'n'
        open input pend-sorted-file
        if ws-pend-sorted-status is equal to '00'
            move 'y' to pend-open
            move 'n' to ws-pend-eof
            perform 3560-read-pending
        end-if
    end-if
    open input out-sorted-file
    if ws-out-sorted-status is not equal to '00'
        display "Unable to open sorted output " out-sorted-filename
        display "    File status: " ws-out-sorted-status
        if run-rc is less than 12
            move 12 to run-rc
        end-if
        move '    COULD NOT OPEN SORTED .OUT - FILE NOT CHECKED'
            to bal-work
        perform 8100-write-bal-line
        add 1 to disc-count
    else
        move 'n' to ws-end-of-file
        perform until ws-end-of-file is equal to 'y'
            read out-sorted-file into output-record
            at end move 'y' to ws-end-of-file
            not at end
                add 1 to cnt-out
                perform 3400-account-one-row
            end-read
        end-perform
        close out-sorted-file
    end-if
    if susp-open is equal to 'y'
        close susp-sorted-file
    end-if
    if pend-open is equal to 'y'
        close pend-sorted-file
    end-if
    if pst-present is equal to 'y' and pst-applied is equal to 'n'
        delete file pend-sorted-file
    end-if
    delete file susp-sorted-file
    delete file out-sorted-file.

*> ##################################################
*> Account for the .out row in hand. On the master
*> with the same value: posted. On the master with a
*> different value: a duplicate collision set aside
*> on a suspense file, or else a discrepancy. Not on
*> the master: pending on the unapplied .pst (value
*> checked there), or on a suspense file, or else
*> unaccounted for.
*> ##################################################
3400-account-one-row.
    *> Rows of a quarantined file are off the master by design:
    *> HELD awaits the supervisor's release, REJECTED was condemned.
    if output-warning is equal to 'HELD' or
       output-warning is equal to 'HELD-ADD'
        add 1 to cnt-held
    else
    if output-warning is equal to 'REJECTED'
        add 1 to cnt-condemned
    else
    move function numval(output-decimal) to rec-decimal
    *> Rows written before fractions existed read back with a
    *> blank twelfths column, which means zero twelfths.
    if output-frac is equal to spaces
        move 0 to rec-frac
    else
        move function numval(output-frac) to rec-frac
    end-if
    move output-id to find-id
    perform 3500-find-suspense
    perform 3550-find-pending

    move '23' to ws-master-status
    if master-open is equal to 'y'
        move output-id to master-id
        read results-master
            invalid key move '23' to ws-master-status
        end-read
    end-if

    if ws-master-status is equal to '00'
        if master-numeral is equal to output-numeral and
           master-decimal is equal to rec-decimal and
           master-frac is equal to rec-frac
            add 1 to cnt-posted
        else
            if pend-hit is equal to 'y'
                add 1 to cnt-pending
            else
            if susp-hit is equal to 'y'
                add 1 to cnt-suspense
            else
                add 1 to disc-count
                move spaces to bal-work
                string '    ' delimited by size
                       output-id delimited by size
                       ' POSTED WITH A DIFFERENT VALUE - OUT '
                           delimited by size
                       output-numeral delimited by space
                       ' ' delimited by size
                       rec-decimal delimited by size
                       ' ' delimited by size
                       rec-frac delimited by size
                       '/12 MASTER ' delimited by size
                       master-numeral delimited by space
                       ' ' delimited by size
                       master-decimal delimited by size
                       ' ' delimited by size
                       master-frac delimited by size
                       '/12' delimited by size
                       into bal-work
                perform 8100-write-bal-line
            end-if
            end-if
        end-if
    else
        if pend-hit is equal to 'y'
            add 1 to cnt-pending
            if pend-numeral is not equal to output-numeral or
               pend-decimal is not equal to rec-decimal or
               pend-frac is not equal to rec-frac
                add 1 to disc-count
                move spaces to bal-work
                string '    ' delimited by size
                       output-id delimited by size
                       ' PENDING WITH A DIFFERENT VALUE - OUT '
                           delimited by size
                       output-numeral delimited by space
                       ' ' delimited by size
                       rec-decimal delimited by size
                       ' POSTING ' delimited by size
                       pend-numeral delimited by space
                       ' ' delimited by size
                       pend-decimal delimited by size
                       into bal-work
                perform 8100-write-bal-line
            end-if
        else
            if susp-hit is equal to 'y'
                add 1 to cnt-suspense
            else
                add 1 to disc-count
                move spaces to bal-work
                string '    ' delimited by size
                       output-id delimited by size
                       ' NOT ON MASTER, SUSPENSE OR PENDING POSTING'
                           delimited by size
                       into bal-work
                perform 8100-write-bal-line
            end-if
        end-if
    end-if
    end-if
    end-if.

*> ##################################################
*> Step the sorted suspense IDs along to find-id;
*> susp-hit comes back 'y' when it is on a suspense
*> file. The .out is in the same order, so an ID
*> passed here is never asked for again, and a
*> repeated .out ID finds the same suspense row.
*> ##################################################
3500-find-suspense.
    perform until ws-susp-eof is equal to 'y' or
                  susp-id is not less than find-id
        perform 3510-read-suspense
    end-perform
    move 'n' to susp-hit
    if ws-susp-eof is equal to 'n' and susp-id is equal to find-id
        move 'y' to susp-hit
    end-if.

3510-read-suspense.
    if ws-susp-eof is equal to 'n'
        read susp-sorted-file
            at end move 'y' to ws-susp-eof
        end-read
    end-if.

*> ##################################################
*> Step the sorted pending postings along to find-id
*> the same way; pend-hit comes back 'y' when it is
*> pending, with its posting in pend-record.
*> ##################################################
3550-find-pending.
    perform until ws-pend-eof is equal to 'y' or
                  pend-id is not less than find-id
        perform 3560-read-pending
    end-perform
    move 'n' to pend-hit
    if ws-pend-eof is equal to 'n' and pend-id is equal to find-id
        move 'y' to pend-hit
    end-if.

3560-read-pending.
    if ws-pend-eof is equal to 'n'
        read pend-sorted-file
            at end move 'y' to ws-pend-eof
        end-read
    end-if.

*> ##################################################
*> Take the two locks the check needs -- the batch
*> input file and its posting file -- in that fixed
*> order, the converter's protocol. lock-got comes
*> back 'y' only when both are held.
*> ##################################################
7000-acquire-run-locks.
    move 'n' to lock-held-input
    move 'n' to lock-held-post
    move input-filename to lock-resource
    perform 7100-acquire-one-lock
    if lock-got is equal to 'y'
        move 'y' to lock-held-input
        move posting-filename to lock-resource
        perform 7100-acquire-one-lock
        if lock-got is equal to 'y'
            move 'y' to lock-held-post
        else
            perform 7200-release-run-locks
        end-if
    end-if.

*> ##################################################
*> Take the single lock for the resource in
*> lock-resource: register <resource>.lck naming this
*> run and its start time; wait and retry when held,
*> then give up. An empty .lck (cleared from the
*> converter menu) counts as free.
*> ##################################################
7100-acquire-one-lock.
    move spaces to lock-filename
    string lock-resource delimited by space
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
                perform 7150-register-lock
            else
                if lock-said-busy is equal to 'n'
                    move 'y' to lock-said-busy
                    display "*** " lock-resource " in use by "
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
            perform 7150-register-lock
        end-if
        if lock-got is equal to 'n'
            if lock-elapsed is not less than lock-wait-secs
                move 'y' to lock-give-up
                display "*** stepping back from " lock-resource
                        " after " lock-elapsed " seconds"
            else
                call "C$SLEEP" using lock-retry-secs
                add lock-retry-secs to lock-elapsed
            end-if
        end-if
    end-perform.

7150-register-lock.
    open output lock-file
    if ws-lock-status is equal to '00'
        move spaces to lock-record
        move 'POSTRECON' to lock-run
        move lock-resource to lock-guarded
        accept lock-date from date yyyymmdd
        accept lock-time from time
        write lock-record
        close lock-file
        move 'y' to lock-got
    end-if.

*> ##################################################
*> Release whichever run locks this check still
*> holds, posting file first (reverse of acquisition).
*> ##################################################
7200-release-run-locks.
    if lock-held-post is equal to 'y'
        move spaces to lock-filename
        string posting-filename delimited by space
               '.lck' delimited by size
               into lock-filename
        delete file lock-file
        move 'n' to lock-held-post
    end-if
    if lock-held-input is equal to 'y'
        move spaces to lock-filename
        string input-filename delimited by space
               '.lck' delimited by size
               into lock-filename
        delete file lock-file
        move 'n' to lock-held-input
    end-if.

*> ##################################################
*> Open the discrepancy report named in
*> balance-filename and stamp it with the run date.
*> ##################################################
8000-open-balance.
    accept run-date from date yyyymmdd
    move 0 to files-checked
    move 0 to files-failed
    open output balance-file
    if ws-balance-status is equal to '00'
        move 'y' to bal-active
        move spaces to bal-work
        string 'POSTING RECONCILIATION REPORT    RUN DATE '
               delimited by size
               run-date delimited by size
               into bal-work
        perform 8100-write-bal-line
    else
        move 'n' to bal-active
        display "Warning: unable to open balance report " balance-filename
        display "    File status: " ws-balance-status
                " - discrepancies will only be displayed"
    end-if.

*> ##################################################
*> Write the line waiting in bal-work to the
*> discrepancy report; when no report could be
*> opened the line goes to the terminal instead so
*> nothing is lost.
*> ##################################################
8100-write-bal-line.
    if bal-active is equal to 'y'
        write balance-record from bal-work
    else
        display bal-work
    end-if.

*> ##################################################
*> Close out the report with the run verdict across
*> every file checked.
*> ##################################################
8200-write-run-verdict.
    move spaces to bal-work
    perform 8100-write-bal-line
    move spaces to bal-work
    string 'FILES CHECKED ' delimited by size
           files-checked delimited by size
           '  FILES FAILED ' delimited by size
           files-failed delimited by size
           into bal-work
    perform 8100-write-bal-line
    display " "
    display "Files checked: " files-checked "  files failed: " files-failed.

8900-close-balance.
    if bal-active is equal to 'y'
        close balance-file
        move 'n' to bal-active
        display "Posting reconciliation written to " balance-filename
    end-if.
