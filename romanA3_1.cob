*>                 summary page. Report column headings realigned
*>                 onto the detail columns. Procedure paragraphs
*>                 put back in ascending number order.
*> 10/15/2026 DD   Every add and replace this program makes to the
*>                 results master -- batch and fix-up postings in
*>                 4700-write-master, menu-D replace rulings in
*>                 7750-resolve-one-pair -- now appends a row to
*>                 the permanent change journal MASTJRNL.DAT
*>                 (JRNLREC copybook) with the before and after
*>                 record images, the paragraph that made the
*>                 change, the run date and time, and the batch,
*>                 reject or suspense file that drove it. New
*>                 menu option H traces one reference ID through
*>                 every journaled change and shows where it
*>                 stands on the master now.
*> 10/15/2026 DD   Duplicate submission guard: every file is
*>                 fingerprinted before anything is converted --
*>                 its HDR source and date and its TRL count and
*>                 ID hash -- and looked up on the permanent file-
*>                 receipt register FILEREG.DAT (FILEREGREC
*>                 copybook), which 4500-process-one-file adds to
*>                 when it finishes a file in balance. A file
*>                 already registered, under any name, is refused
*>                 whole: run history outcome DUPLICATE FILE,
*>                 every record answered DUPLICATE-FILE on the
*>                 .ack, and return code 4 unless a worse code is
*>                 already set. A supervisor lets a deliberate
*>                 resend through with RESEND on the unattended
*>                 command line, or by answering the override
*>                 prompt at the terminal; the register counts
*>                 the resends.
*> 10/15/2026 DD   Reject-rate quarantine: a source profiled with a
*>                 maximum reject rate or out-of-balance tolerance
*>                 (new PROFREC limits) has its file's postings
*>                 held from the HDR on. The whole file is judged
*>                 at the end over its .out and .rej: in bounds,
*>                 the held conversions post from the .out and the
*>                 file is acknowledged as usual; out of bounds,
*>                 nothing posts, the .out rows are marked HELD,
*>                 the sender is acknowledged HELD-FOR-REVIEW, the
*>                 run history shows QUARANTINED (return code 8),
*>                 and the file goes on the held-files queue
*>                 HELDQ.DAT (HELDQREC copybook). New menu option
*>                 Q lists the queue with totals and cause, tallies
*>                 a held file's reject reasons, and releases it
*>                 (posts it then, RELEASED in the history) or
*>                 condemns it (the whole file acknowledged back
*>                 REJECTED, CONDEMNED in the history).
*> 10/15/2026 DD   The results master carries alternate keys on
*>                 master-source and master-run-date. New menu
*>                 option B browses the master a screenful at a
*>                 time along either one, from a keyed source
*>                 file or posting date, paging forward and back,
*>                 with ID, numeral, decimal value and twelfths.
*> 10/15/2026 DD   A source profile retired through the profile
*>                 maintenance program (PROFREC status R) is no
*>                 longer applied: its files process under the
*>                 defaults with the no-profile warning, the same
*>                 as an unprofiled source.
*> 10/15/2026 DD   The duplicate resolve (menu D) logs every keep,
*>                 replace and park ruling on a ruling log beside
*>                 the suspense file (<file>.rul, RULINGREC
*>                 copybook), so the pairs still unresolved can be
*>                 told from those already ruled. The reject
*>                 fix-up's .fix and the resolve's .park now open
*>                 EXTEND: a second session on the same file used
*>                 to overwrite the corrections or parked pairs
*>                 of the first.
*> 10/15/2026 DD   The reject fix-up (menu 7) no longer posts with
*>                 postings still held from a file quarantined
*>                 earlier in the session, and refuses the .rej of
*>                 a file HELD or CONDEMNED on the held-files
*>                 queue. Browse page-back after an empty last
*>                 page shows the last full page again. 4600-open-
*>                 master put back in ascending number order.
*> 10/15/2026 DD   Status 02 (the next record shares its source or
*>                 posting date, or a rewrite's new source or date
*>                 is already on the master) is a good read or
*>                 rewrite in the browse and in the replace
*>                 ruling. The control totals and run report show
*>                 the postings a quarantine-watched file held.
*> 10/15/2026 DD   The reject fix-up's duplicate suspense (the
*>                 .rej.dup) extends across sessions like its .fix.
*>                 A fresh run that recreates a .rej deletes its
*>                 old .fix, and one that recreates a .dup deletes
*>                 its old ruling log, so corrections and rulings
*>                 from an earlier run of the same file name no
*>                 longer close new rejects and pairs.
*> ############################################

identification division.
    organization is indexed
    access mode is dynamic
    record key is master-id
    alternate record key is master-source with duplicates
    alternate record key is master-run-date with duplicates
    file status is ws-master-status.
    select report-file
    assign to dynamic report-filename
    assign to dynamic park-filename
    organization is line sequential
    file status is ws-park-status.
    select ruling-file
    assign to dynamic ruling-filename
    organization is line sequential
    file status is ws-ruling-status.
    select profile-file
    assign to dynamic profile-filename
    organization is line sequential
    assign to dynamic posting-filename
    organization is line sequential
    file status is ws-posting-status.
    select journal-file
    assign to dynamic journal-filename
    organization is line sequential
    file status is ws-journal-status.
    select register-file
    assign to dynamic register-filename
    organization is indexed
    access mode is dynamic
    record key is freg-key
    file status is ws-register-status.
    select heldq-file
    assign to dynamic heldq-filename
    organization is indexed
    access mode is dynamic
    record key is hq-filename
    file status is ws-heldq-status.
    select out-work-file
    assign to dynamic out-work-filename
    organization is line sequential
    file status is ws-out-work-status.
data division.
file section.
fd standard-input.
    copy duprec.
fd park-file.
    01 park-record pic x(250).
fd ruling-file.
    copy rulingrec.
fd profile-file.
    copy profrec.
fd ack-file.
    01 posting-record pic x(124).
fd history-file.
    copy histrec.
fd journal-file.
    copy jrnlrec.
fd register-file.
    copy fileregrec.
fd heldq-file.
    copy heldqrec.
fd out-work-file.
    01 out-work-record pic x(80).
working-storage section.
01 int            pic z(06)9.
01 loop           pic 9(2) value 0.
01 run-opt-token       pic x(20) value ' '.
01 run-opt2-token      pic x(20) value ' '.
01 run-opt3-token      pic x(20) value ' '.
01 run-opt4-token      pic x(20) value ' '.
77 apply-token         pic x(20) value ' '.
77 opt-restart-seen pic x(1) value 'n'.
01 output-filename     pic x(68) value ' '.
01 ws-park-status      pic x(2) value '00'.
01 ws-dup-eof          pic a(1) value 'n'.
77 dup-active      pic x(1) value 'n'.
*> 'y' while the reject fix-up runs: its suspense gathers every
*> session's pairs, as its .fix does, so 4750 extends it.
77 dup-extend      pic x(1) value 'n'.
77 dup-reviewed    pic 9(7) value 0.
77 dup-kept        pic 9(7) value 0.
77 dup-replaced    pic 9(7) value 0.
77 dup-dec-edit    pic z(9)9.
77 park-active     pic x(1) value 'n'.
77 dup-review-name pic x(72) value spaces.
*> Ruling log beside the suspense file under review: every K, R
*> and P ruling is appended, so a later pass can tell which
*> pairs are still unresolved. 'x' once an open has failed.
01 ruling-filename     pic x(76) value ' '.
01 ws-ruling-status    pic x(2) value '00'.
77 ruling-active   pic x(1) value 'n'.
77 ruling-text     pic x(8) value spaces.
01 profile-filename    pic x(68) value 'srcprof.dat'.
01 ws-profile-status   pic x(2) value '00'.
01 ws-profile-eof      pic a(1) value 'n'.
    05 post-source   pic x(64).
    05 post-run-date pic x(8).
    05 post-frac     pic 9(2).
01 journal-filename    pic x(68) value 'mastjrnl.dat'.
01 ws-journal-status   pic x(2) value '00'.
01 ws-journal-eof      pic a(1) value 'n'.
*> Master change journal: every add and replace this program
*> makes to the results master appends a before/after row to
*> MASTJRNL.DAT. The writer fills the action, the paragraph
*> making the change, the file that drove it and the before
*> image; the after image is the master record in the FD.
*> journal-active is 'x' once an open has failed, so the
*> warning is given once per pass rather than once per record.
77 journal-active  pic x(1) value 'n'.
77 journal-action  pic x(7) value spaces.
77 journal-function pic x(30) value spaces.
77 journal-driver  pic x(76) value spaces.
77 journal-before  pic x(124) value spaces.
77 trace-id        pic x(10) value spaces.
01 register-filename   pic x(68) value 'filereg.dat'.
01 ws-register-status  pic x(2) value '00'.
*> Duplicate submission guard: the fingerprint of the file in
*> hand, taken by a read-ahead before conversion starts (HDR
*> source and date, TRL count and ID hash), whether it is
*> already on the register and where it was first received,
*> and whether a supervisor has passed a deliberate resend --
*> for the whole run (RESEND) or for this file at the prompt.
77 fp-trailer-seen pic x(1) value 'n'.
77 fp-source       pic x(10) value spaces.
77 fp-hdr-date     pic x(8) value spaces.
77 fp-count        pic 9(7) value 0.
77 fp-hash         pic 9(12) value 0.
77 fp-data-count   pic 9(7) value 0.
77 fp-registered   pic x(1) value 'n'.
77 fp-first-name   pic x(64) value spaces.
77 fp-first-date   pic x(8) value spaces.
77 file-refused    pic x(1) value 'n'.
77 resend-ok       pic x(1) value 'n'.
77 resend-this     pic x(1) value 'n'.
01 heldq-filename      pic x(68) value 'heldq.dat'.
01 ws-heldq-status     pic x(2) value '00'.
01 ws-heldq-eof        pic a(1) value 'n'.
01 out-work-filename   pic x(72) value ' '.
01 ws-out-work-status  pic x(2) value '00'.
01 ws-out-work-eof     pic a(1) value 'n'.
01 ws-output-eof       pic a(1) value 'n'.
*> Reject-rate quarantine: a source profiled with a reject-rate
*> or out-of-balance limit has its file's postings held
*> (hold-active) from the HDR on, until the whole file is judged
*> against the limits. In bounds, the held conversions post from
*> the .out; out of bounds, the file is quarantined on the held-
*> files queue. settle-mode says how the companions are answered
*> (P post, H held, C condemned); stamp-mode how the .out rows
*> are marked (H held, R released, C condemned).
77 quarantine-watch pic x(1) value 'n'.
77 hold-active     pic x(1) value 'n'.
77 quarantined     pic x(1) value 'n'.
77 qmax-rej-text   pic x(3) value spaces.
77 qmax-oob-text   pic x(7) value spaces.
77 qmax-rej        pic 9(3) value 0.
77 qmax-oob        pic 9(7) value 0.
77 tot-held        pic 9(7) value 0.
77 q-out-rows      pic 9(7) value 0.
77 q-rej-rows      pic 9(7) value 0.
77 q-rows          pic 9(7) value 0.
77 q-sum           pic 9(12) value 0.
77 q-rej-pct       pic 9(3) value 0.
77 q-oob           pic 9(7) value 0.
77 q-cause         pic x(20) value spaces.
77 q-ack-conv      pic 9(7) value 0.
77 q-ack-rej       pic 9(7) value 0.
77 settle-mode     pic x(1) value ' '.
77 stamp-mode      pic x(1) value ' '.
*> Held-files queue screen: the HELD entries listed, the one
*> being worked, and the reject reasons tallied off its .rej.
01 held-table.
    05 held-name    pic x(64) occurs 50 times.
77 held-count      pic 9(3) value 0.
77 held-pick       pic 9(3) value 0.
01 reason-table.
    05 reason-entry occurs 30 times.
        10 reason-text  pic x(20).
        10 reason-count pic 9(7).
77 reason-used     pic 9(3) value 0.
77 reason-at       pic 9(3) value 0.
77 reason-other    pic 9(7) value 0.
77 held-k          pic 9(3) value 0.
*> Master browse: the alternate key being paged (S source, D
*> posting date), where it started, and the page on screen --
*> its first record and how many lines it shows -- so the
*> browse can step back a page.
77 browse-by       pic x(1) value ' '.
77 browse-from     pic x(64) value spaces.
77 browse-at-end   pic x(1) value 'n'.
77 browse-at-top   pic x(1) value 'n'.
77 browse-found    pic x(1) value 'n'.
77 browse-page-max pic 9(2) value 15.
77 page-shown      pic 9(2) value 0.
77 browse-steps    pic 9(3) value 0.
77 browse-k        pic 9(3) value 0.
77 page-first-id   pic x(10) value spaces.
77 page-first-alt  pic x(64) value spaces.
01 browse-line.
    05 brw-id          pic x(10).
    05 filler          pic x(2).
    05 brw-numeral     pic x(30).
    05 filler          pic x(1).
    05 brw-decimal     pic z(9)9.
    05 filler          pic x(2).
    05 brw-frac        pic x(5).
    05 filler          pic x(2).
    05 brw-run-date    pic x(8).
    05 filler          pic x(2).
    05 brw-source      pic x(40).
77 trace-count     pic 9(5) value 0.
77 run-date        pic x(8) value spaces.
77 fix-reviewed    pic 9(7) value 0.
77 fix-corrected   pic 9(7) value 0.
77 fix-skipped     pic 9(7) value 0.
77 fix-rec-done    pic x(1) value 'n'.
77 fix-held        pic x(1) value 'n'.
77 fix-name-len    pic 9(3) value 0.
77 hist-filter-name pic x(64) value spaces.
77 hist-filter-from pic x(8) value spaces.
77 hist-filter-to   pic x(8) value spaces.
        display "  6. Browse the batch run history"
        display "  7. Review and resubmit rejected records"
        display "  8. Look up a stored conversion by reference ID"
        display "  B. Browse stored conversions by source or date"
        display "  H. Trace the change history of one reference ID"
        display "  9. Roman numeral arithmetic (add or subtract)"
        display "  D. Resolve duplicate-ID suspense (.dup) pairs"
        display "  L. View or clear a stale run lock"
        display "  E. Key a new batch file (generated HDR/TRL and IDs)"
        display "  Q. Work the held-files (quarantine) queue"
        display "  0. Quit"
        display "-----------------------------------------------"
        display "Enter your choice (1-9, B, D, E, H, L, Q, 0 to quit): "
        move " " to get-line
        read standard-input into get-line
        move get-line(1:1) to menu-input
        if menu-input is equal to '9'
            perform 8500-arithmetic-mode
        end-if
        if function upper-case(menu-input) is equal to 'B'
            perform 7550-browse-master
        end-if
        if function upper-case(menu-input) is equal to 'H'
            perform 7600-id-change-history
        end-if
        if function upper-case(menu-input) is equal to 'D'
            perform 7700-resolve-duplicates
        end-if
        if function upper-case(menu-input) is equal to 'E'
            perform 9000-data-entry-mode
        end-if
        if function upper-case(menu-input) is equal to 'Q'
            perform 7900-held-files-queue
        end-if
        if menu-input is equal to '0'
            move 'y' to quit-flag
        end-if
*> Unattended (scheduler) entry: the command line names
*> the work -- BATCH <file> [restart] or DRIVER <file>.
*> Runs straight through with no prompts and leaves the
*> outcome in run-rc: 0 clean, 4 a file refused as a
*> duplicate submission, 8 rejects or out of balance,
*> 12 file would not open, 16 bad parameters.
*> ##################################################
1000-unattended-run.
    move spaces to run-mode-token
    move spaces to run-opt-token
    move spaces to run-opt2-token
    move spaces to run-opt3-token
    move spaces to run-opt4-token
    unstring cmd-line delimited by all spaces
        into run-mode-token run-file-token run-opt-token
             run-opt2-token run-opt3-token run-opt4-token
    end-unstring
    move function upper-case(run-mode-token) to run-mode-token
    move function upper-case(run-opt-token) to run-opt-token
    move function upper-case(run-opt2-token) to run-opt2-token
    move function upper-case(run-opt3-token) to run-opt3-token
    move function upper-case(run-opt4-token) to run-opt4-token

    *> Optional trailing parameters, in any order: LENIENT picks
    *> the archive validation mode, POST defers postings, RESEND
    *> lets an already-received file through again, WAITnnn sets
    *> how many seconds to wait for a run lock before stepping
    *> back, and a plain number is an explicit restart record for
    *> a batch run.
    move 'S' to val-mode
    move 0 to restart-count
    move 'n' to opt-restart-seen
    move 'n' to post-mode
    move 'n' to resend-ok
    move run-opt-token to apply-token
    perform 1100-apply-run-option
    move run-opt2-token to apply-token
    perform 1100-apply-run-option
    move run-opt3-token to apply-token
    perform 1100-apply-run-option
    move run-opt4-token to apply-token
    perform 1100-apply-run-option

    if run-mode-token is equal to 'BATCH' and
       run-file-token is not equal to spaces
        else
            display "Unusable startup parameters: " cmd-line
            display "Expected: BATCH <file> [restart] [LENIENT]"
                    " [POST] [RESEND] [WAITnnn]"
            display "      or: DRIVER <file> [LENIENT] [POST]"
                    " [RESEND] [WAITnnn]"
            move 16 to run-rc
        end-if
    end-if.
*> ##################################################
*> Apply one optional command-line token: LENIENT,
*> POST (defer master postings to the posting file),
*> RESEND (supervisor override letting a registered
*> file through again), WAITnnn (run-lock wait in
*> seconds), or a plain restart record number.
*> ##################################################
1100-apply-run-option.
    if apply-token is equal to 'LENIENT'
    if apply-token is equal to 'POST'
        move 'y' to post-mode
    else
    if apply-token is equal to 'RESEND'
        move 'y' to resend-ok
    else
    if apply-token(1:4) is equal to 'WAIT'
        move function numval(apply-token(5:16)) to lock-wait-secs
    else
    end-if
    end-if
    end-if
    end-if
    end-if.

*> ##################################################
    move spaces to prof-prefix-text
    move 0 to prefix-len
    move 1000 to checkpoint-interval
    move 'n' to quarantine-watch
    move 'n' to hold-active
    move 'n' to quarantined
    move spaces to qmax-rej-text
    move spaces to qmax-oob-text
    move 0 to tot-held

    *> Nobody converts a file another session already has, and
    *> nobody posts to the master mid-run from two sides at once:
        end-if
        move 'OPEN FAILURE' to file-outcome
        perform 4800-write-history
    else
    *> A file already taken in once is refused whole before a single
    *> record converts -- under whatever name it arrives -- unless a
    *> supervisor has passed it as a deliberate resend.
    perform 4505-fingerprint-file
    if file-refused is equal to 'y'
        perform 4510-refuse-duplicate-file
    else
        move spaces to output-filename
        string input-filename delimited by space
        else
            open output output-file
            open output reject-file
            *> A fresh .rej starts with no corrections -- the .fix of
            *> an earlier run under this file name would close new
            *> rejects that happen to carry the same reference IDs.
            move spaces to fixup-filename
            string reject-filename delimited by space
                   '.fix' delimited by size
                   into fixup-filename
            delete file fixup-file
        end-if

        *> The sender gets a machine-readable acknowledgment file
                move header-date to saved-hdr-date
                move header-source to saved-hdr-source
                perform 4520-load-source-profile
                *> A source with quarantine limits posts nothing
                *> until the whole file has been judged against them.
                if quarantine-watch is equal to 'y'
                    move 'y' to hold-active
                    display "Postings held until the file is judged"
                            " against its quarantine limits"
                end-if
            else
            if trailer-tag is equal to 'TRL'
                move 'y' to trailer-seen
        open output checkpoint-file
        close checkpoint-file

        if quarantine-watch is equal to 'n'
            perform 4970-write-ack-trailer
        end-if

        close input-file
        close output-file
        close reject-file
        *> A watched file is judged only now, over its whole .out and
        *> .rej: in bounds its held conversions post and it is
        *> acknowledged; out of bounds it goes on the held-files queue.
        if quarantine-watch is equal to 'y'
            perform 4650-judge-quarantine
        end-if
        if master-avail is equal to 'y'
            close results-master
        end-if
        perform 4730-close-journal
        if post-active is equal to 'y'
            close posting-file
            move 'n' to post-active
            display "    Postings deferred: " tot-posted
                    " to " posting-filename
        end-if
        if tot-held is greater than 0
            if quarantined is equal to 'y'
                display "    Postings held    : " tot-held
                        " - awaiting release"
            else
                display "    Postings held    : " tot-held
                        " - posted once judged in bounds"
            end-if
        end-if
        if profile-state is equal to 'Y'
            display "    Source profile   : APPLIED"
        end-if
            display "    Source profile   : *** NONE - DEFAULTS USED ***"
        end-if
        display "    File balance     : " file-balance
        if quarantined is equal to 'y'
            display "    Quarantine       : *** HELD - " q-cause " ***"
        end-if
        display "--------------------------------------------------------------------"

        move spaces to rpt-work
               file-balance delimited by size
               into rpt-work
        perform 8100-write-report-line
        if tot-held is greater than 0
            move spaces to rpt-work
            if quarantined is equal to 'y'
                string '            POSTINGS HELD ' delimited by size
                       tot-held delimited by size
                       ' - AWAITING RELEASE' delimited by size
                       into rpt-work
            else
                string '            POSTINGS HELD ' delimited by size
                       tot-held delimited by size
                       ' - POSTED ONCE JUDGED IN BOUNDS'
                           delimited by size
                       into rpt-work
            end-if
            perform 8100-write-report-line
        end-if

        *> Rejected records and an unbalanced file both mean the data
        *> needs attention -- reflect the worst outcome so far in the
        *> session return code for the scheduler (open failures, set
        *> above, rank higher and are never lowered).
        if (tot-reject is greater than 0 or
            file-balance is equal to 'OUT OF BALANCE' or
            quarantined is equal to 'y') and
           run-rc is less than 8
            move 8 to run-rc
        end-if

        *> A quarantined file is not registered as received until it
        *> is released -- a corrected resend of a condemned file must
        *> not be turned away as a duplicate.
        if quarantined is equal to 'y'
            move 'QUARANTINED' to file-outcome
        else
            move file-balance to file-outcome
        end-if
        perform 4800-write-history
        if file-balance is equal to 'BALANCED' and
           quarantined is equal to 'n'
            perform 4590-register-file
        end-if
        move run-val-mode to val-mode
    end-if
    end-if
    perform 4490-release-run-locks
    end-if.

*> ##################################################
*> Read the file through once before converting it to
*> take its fingerprint -- the source and date on its
*> HDR record, the count and ID hash on its TRL record
*> -- and look it up on the file-receipt register. A
*> registered fingerprint is a file already received;
*> it goes ahead only as a supervisor-passed resend
*> (RESEND on the command line, or a Y at the override
*> prompt). A file with no trailer has no fingerprint
*> and is never refused. Leaves the input file open
*> and positioned at its first record.
*> ##################################################
4505-fingerprint-file.
    move 'n' to file-refused
    move 'n' to resend-this
    move 'n' to fp-registered
    move 'n' to fp-trailer-seen
    move spaces to fp-source
    move spaces to fp-hdr-date
    move 0 to fp-count
    move 0 to fp-hash
    move 0 to fp-data-count
    move 'n' to ws-end-of-file
    perform until ws-end-of-file = 'y'
        read input-file
        at end move 'y' to ws-end-of-file
        not at end
        if header-tag is equal to 'HDR'
            move header-date to fp-hdr-date
            move header-source to fp-source
        else
        if trailer-tag is equal to 'TRL'
            move 'y' to fp-trailer-seen
            move function numval(trailer-count) to fp-count
            move function numval(trailer-hash) to fp-hash
        else
            add 1 to fp-data-count
        end-if
        end-if
        end-read
    end-perform
    close input-file
    open input input-file
    move 'n' to ws-end-of-file

    if fp-trailer-seen is equal to 'y'
        open input register-file
        if ws-register-status is equal to '00'
            move fp-source to freg-source
            move fp-hdr-date to freg-hdr-date
            move fp-count to freg-count
            move fp-hash to freg-hash
            read register-file
                invalid key
                    move 'n' to fp-registered
                not invalid key
                    move 'y' to fp-registered
                    move freg-filename to fp-first-name
                    move freg-run-date to fp-first-date
            end-read
            close register-file
        end-if
    end-if

    if fp-registered is equal to 'y'
        display "*** DUPLICATE SUBMISSION: " input-filename
        display "    Same file first received " fp-first-date
                " as " fp-first-name
        if resend-ok is equal to 'y'
            move 'y' to resend-this
        else
            if cmd-line is equal to spaces
                display "Supervisor override - process this file"
                        " again as a deliberate resend (Y/N)?"
                move spaces to get-line
                read standard-input into get-line
                if function upper-case(get-line(1:1)) is equal to 'Y'
                    move 'y' to resend-this
                end-if
            end-if
        end-if
        if resend-this is equal to 'y'
            display "    Processed as a supervisor-passed resend"
        else
            move 'y' to file-refused
        end-if
    end-if.

*> ##################################################
*> Turn away a file already received: nothing is
*> converted or posted, no .out or .rej is touched,
*> and every data record is answered DUPLICATE-FILE on
*> the acknowledgment with the date the file was first
*> received, so the sender sees the whole file came
*> back unprocessed. An acknowledgment already on disk
*> under the same name belongs to the first receipt and
*> is extended, never overwritten. Logged to the run
*> history as DUPLICATE FILE, return code 4.
*> ##################################################
4510-refuse-duplicate-file.
    accept run-date from date yyyymmdd
    move fp-hdr-date to saved-hdr-date
    move fp-source to saved-hdr-source
    move 'n' to ack-hdr-written
    move spaces to ack-filename
    string input-filename delimited by space
           '.ack' delimited by size
           into ack-filename
    if input-filename is equal to fp-first-name
        open extend ack-file
        if ws-ack-status is not equal to '00'
            open output ack-file
        end-if
    else
        open output ack-file
    end-if
    if ws-ack-status is equal to '00'
        move 'y' to ack-active
    else
        move 'n' to ack-active
        display "Warning: unable to open acknowledgment file "
                ack-filename
        display "    File status: " ws-ack-status
    end-if

    if ack-active is equal to 'y'
        perform until ws-end-of-file = 'y'
            read input-file
            at end move 'y' to ws-end-of-file
            not at end
            if header-tag is not equal to 'HDR' and
               trailer-tag is not equal to 'TRL'
                perform 4940-ack-header-once
                move spaces to ack-data-record
                move input-id to ack-id
                move 'DUPLICATE-FILE' to ack-status
                string 'FIRST RCVD ' delimited by size
                       fp-first-date delimited by size
                       into ack-reason
                write ack-data-record
            end-if
            end-read
        end-perform
        perform 4940-ack-header-once
        move spaces to ack-trailer-record
        move 'TRL' to ack-trl-tag
        move fp-data-count to ack-trl-read
        move 0 to ack-trl-conv
        move fp-data-count to ack-trl-rej
        move 0 to ack-trl-dup
        move 'DUPLICATE FILE' to ack-trl-balance
        write ack-trailer-record
        close ack-file
        move 'n' to ack-active
        display "    Acknowledgment written to " ack-filename
    end-if
    close input-file

    move spaces to rpt-work
    perform 8100-write-report-line
    move spaces to rpt-work
    string '*** DUPLICATE SUBMISSION REFUSED - ' delimited by size
           current-label delimited by size
           ' ' delimited by size
           input-filename delimited by space
           ' FIRST RECEIVED ' delimited by size
           fp-first-date delimited by size
           ' AS ' delimited by size
           fp-first-name delimited by space
           into rpt-work
    perform 8100-write-report-line

    if run-rc is less than 4
        move 4 to run-rc
    end-if
    move 'DUPLICATE FILE' to file-outcome
    perform 4800-write-history.

*> ##################################################
*> Look the source system named in the file's HDR
*> record up on the source-profile file and take its
*> processing profile for this file: validation mode,
*> default direction for blank-direction records,
*> checkpoint interval and expected reference-ID
*> prefix. A source with no profile -- or only a
*> retired one, or no profile file at all --
*> processes under today's defaults with a warning
*> carried into the control totals and the run
*> history. A profile carrying a reject-rate
*> or out-of-balance limit puts the file under
*> quarantine watch.
*> ##################################################
4520-load-source-profile.
    move 'N' to profile-state
    move 'n' to quarantine-watch
    open input profile-file
    if ws-profile-status is not equal to '00'
        display "Warning: no source-profile file " profile-filename
            read profile-file
            at end move 'y' to ws-profile-eof
            not at end
                if prof-source is equal to header-source and
                   prof-status is not equal to 'R'
                    move 'Y' to profile-state
                    if prof-val-mode is equal to 'L' or
                       prof-val-mode is equal to 'S'
                            " dir " default-dir
                            " ckpt " checkpoint-interval
                            " prefix " prof-prefix-text
                    *> Quarantine limits: a blank limit is no limit;
                    *> either one set puts the file under watch.
                    move prof-max-rej-pct to qmax-rej-text
                    move prof-max-oob to qmax-oob-text
                    move 0 to qmax-rej
                    move 0 to qmax-oob
                    if qmax-rej-text is not equal to spaces
                        move function numval(qmax-rej-text) to qmax-rej
                        move 'y' to quarantine-watch
                    end-if
                    if qmax-oob-text is not equal to spaces
                        move function numval(qmax-oob-text) to qmax-oob
                        move 'y' to quarantine-watch
                    end-if
                    if quarantine-watch is equal to 'y'
                        display "    Quarantine limits: reject rate "
                                qmax-rej-text " pct, out of balance "
                                qmax-oob-text
                    end-if
                end-if
            end-read
        end-perform
    end-if
    move arith-warn to conv-warn.

*> ##################################################
*> Enter a file finished in balance on the file-receipt
*> register under its fingerprint, so the same file
*> sent again is refused. A supervisor-passed resend
*> is already there: count the resend against the
*> original entry instead. The register is created on
*> first use.
*> ##################################################
4590-register-file.
    open i-o register-file
    if ws-register-status is equal to '35'
        open output register-file
        close register-file
        open i-o register-file
    end-if
    if ws-register-status is not equal to '00'
        display "Warning: unable to update file-receipt register "
                register-filename
        display "    File status: " ws-register-status
    else
        move spaces to filereg-record
        move saved-hdr-source to freg-source
        move saved-hdr-date to freg-hdr-date
        move trailer-rec-count to freg-count
        move trailer-id-hash to freg-hash
        move input-filename to freg-filename
        move current-label to freg-label
        move run-date to freg-run-date
        accept freg-run-time from time
        move 0 to freg-resends
        move spaces to freg-last-resend
        write filereg-record
            invalid key
                read register-file
                    invalid key
                        continue
                    not invalid key
                        add 1 to freg-resends
                        move run-date to freg-last-resend
                        rewrite filereg-record
                end-read
        end-write
        close register-file
    end-if.

*> ##################################################
*> Open the indexed results master for update,
*> creating it on first use. A master that cannot be
    end-if
    end-if.

*> ##################################################
*> Judge a file under quarantine watch over its whole
*> .out and .rej -- so a restarted run is judged on
*> the complete file, not just the records since the
*> restart: the reject rate (whole percent of records
*> read) and the records out of balance against the
*> trailer (a hash disagreement with the counts agreed
*> counts as one) against the profiled limits. In
*> bounds, the held conversions post now and the file
*> is acknowledged as usual. Out of bounds, nothing
*> posts: the .out rows are marked held, the file goes
*> on the held-files queue, and the sender is told it
*> is held for review.
*> ##################################################
4650-judge-quarantine.
    if ack-active is equal to 'y'
        close ack-file
        move 'n' to ack-active
    end-if
    move 'n' to quarantined
    perform 4655-count-companions
    move 0 to q-rej-pct
    if q-rows is greater than 0
        compute q-rej-pct = (q-rej-rows * 100) / q-rows
    end-if
    move 0 to q-oob
    if trailer-seen is equal to 'y'
        if trailer-rec-count is greater than data-rec-count
            compute q-oob = trailer-rec-count - data-rec-count
        else
            compute q-oob = data-rec-count - trailer-rec-count
        end-if
        if q-oob is equal to 0 and
           trailer-id-hash is not equal to id-hash-total
            move 1 to q-oob
        end-if
    end-if
    move spaces to q-cause
    if qmax-rej-text is not equal to spaces and
       q-rej-rows * 100 is greater than qmax-rej * q-rows
        move 'y' to quarantined
        move 'REJECT RATE' to q-cause
    end-if
    if qmax-oob-text is not equal to spaces and
       q-oob is greater than qmax-oob
        if quarantined is equal to 'y'
            move 'REJECTS AND BALANCE' to q-cause
        else
            move 'OUT OF BALANCE' to q-cause
        end-if
        move 'y' to quarantined
    end-if

    if quarantined is equal to 'y'
        display "*** FILE QUARANTINED: " input-filename
        display "    Reject rate " q-rej-pct " pct (limit "
                qmax-rej-text ")  out of balance by " q-oob
                " (limit " qmax-oob-text ")"
        move 'H' to stamp-mode
        perform 4670-restamp-out
        perform 4680-queue-held-file
        move 'H' to settle-mode
        perform 4660-settle-held-file
        display "    Held on " heldq-filename
                " for supervisor release (menu Q)"
        move spaces to rpt-work
        perform 8100-write-report-line
        move spaces to rpt-work
        string '*** FILE QUARANTINED - ' delimited by size
               q-cause delimited by size
               ' REJECT RATE ' delimited by size
               q-rej-pct delimited by size
               ' PCT  OUT OF BALANCE BY ' delimited by size
               q-oob delimited by size
               ' - NOTHING POSTED' delimited by size
               into rpt-work
        perform 8100-write-report-line
        move 'n' to hold-active
    else
        move 'n' to hold-active
        move 'P' to settle-mode
        perform 4660-settle-held-file
        display "    Within quarantine limits - held postings released"
    end-if.

*> ##################################################
*> Count the rows on the .out and .rej of the file in
*> input-filename, with the sum of the converted
*> decimal values -- the file's totals as they stand
*> on disk, across any restarts.
*> ##################################################
4655-count-companions.
    move spaces to output-filename
    string input-filename delimited by space
           '.out' delimited by size
           into output-filename
    move spaces to reject-filename
    string input-filename delimited by space
           '.rej' delimited by size
           into reject-filename
    move 0 to q-out-rows
    move 0 to q-rej-rows
    move 0 to q-sum
    open input output-file
    if ws-output-status is equal to '00'
        move 'n' to ws-output-eof
        perform until ws-output-eof is equal to 'y'
            read output-file
            at end move 'y' to ws-output-eof
            not at end
                add 1 to q-out-rows
                add function numval(output-decimal) to q-sum
            end-read
        end-perform
        close output-file
    end-if
    open input reject-file
    if ws-reject-status is equal to '00'
        move 'n' to ws-reject-eof
        perform until ws-reject-eof is equal to 'y'
            read reject-file
            at end move 'y' to ws-reject-eof
            not at end
                add 1 to q-rej-rows
            end-read
        end-perform
        close reject-file
    end-if
    compute q-rows = q-out-rows + q-rej-rows.

*> ##################################################
*> Answer a judged file whole from its .out and .rej,
*> as settle-mode says: P posts every converted row to
*> the master (or the posting file in a POST run) and
*> acknowledges it CONVERTED, CONVERTED-ADDITIVE or
*> DUPLICATE-ON-MASTER; H acknowledges the converted
*> rows HELD-FOR-REVIEW with the quarantine cause; C
*> acknowledges them REJECTED as FILE CONDEMNED. The
*> .rej rows are REJECTED with their own reasons in
*> every mode. The acknowledgment is written afresh,
*> header, rows and trailer, from the companions --
*> the caller leaves the HDR date and source in
*> saved-hdr-date/saved-hdr-source and, for P, the
*> balance verdict in file-balance.
*> ##################################################
4660-settle-held-file.
    move spaces to ack-filename
    string input-filename delimited by space
           '.ack' delimited by size
           into ack-filename
    move 'n' to ack-hdr-written
    open output ack-file
    if ws-ack-status is equal to '00'
        move 'y' to ack-active
    else
        move 'n' to ack-active
        display "Warning: unable to open acknowledgment file "
                ack-filename
        display "    File status: " ws-ack-status
    end-if
    move 0 to q-out-rows
    move 0 to q-rej-rows
    move 0 to q-ack-conv
    move 0 to q-ack-rej

    open input output-file
    if ws-output-status is equal to '00'
        move 'n' to ws-output-eof
        perform until ws-output-eof is equal to 'y'
            read output-file
            at end move 'y' to ws-output-eof
            not at end
                add 1 to q-out-rows
                move output-id to current-id
                move 'n' to master-dup-hit
                if settle-mode is equal to 'P'
                    move output-numeral to result-numeral
                    move function numval(output-decimal) to sum-val
                    if output-frac is equal to spaces
                        move 0 to conv-frac
                    else
                        move function numval(output-frac) to conv-frac
                    end-if
                    perform 4700-write-master
                    add 1 to q-ack-conv
                end-if
                if settle-mode is equal to 'C'
                    add 1 to q-ack-rej
                end-if
                if ack-active is equal to 'y'
                    perform 4940-ack-header-once
                    move spaces to ack-data-record
                    move output-id to ack-id
                    if settle-mode is equal to 'P'
                        if master-dup-hit is equal to 'y'
                            move 'DUPLICATE-ON-MASTER' to ack-status
                        else
                            if output-warning is equal to 'ADDITIVE'
                                move 'CONVERTED-ADDITIVE' to ack-status
                            else
                                move 'CONVERTED' to ack-status
                            end-if
                        end-if
                    end-if
                    if settle-mode is equal to 'H'
                        move 'HELD-FOR-REVIEW' to ack-status
                        move q-cause to ack-reason
                    end-if
                    if settle-mode is equal to 'C'
                        move 'REJECTED' to ack-status
                        move 'FILE CONDEMNED' to ack-reason
                    end-if
                    write ack-data-record
                end-if
            end-read
        end-perform
        close output-file
    end-if

    open input reject-file
    if ws-reject-status is equal to '00'
        move 'n' to ws-reject-eof
        perform until ws-reject-eof is equal to 'y'
            read reject-file
            at end move 'y' to ws-reject-eof
            not at end
                add 1 to q-rej-rows
                add 1 to q-ack-rej
                if ack-active is equal to 'y'
                    perform 4940-ack-header-once
                    move spaces to ack-data-record
                    move reject-id to ack-id
                    move 'REJECTED' to ack-status
                    move reject-reason to ack-reason
                    write ack-data-record
                end-if
            end-read
        end-perform
        close reject-file
    end-if

    if ack-active is equal to 'y'
        perform 4940-ack-header-once
        move spaces to ack-trailer-record
        move 'TRL' to ack-trl-tag
        compute ack-trl-read = q-out-rows + q-rej-rows
        move q-ack-conv to ack-trl-conv
        move q-ack-rej to ack-trl-rej
        if settle-mode is equal to 'P'
            move tot-dup to ack-trl-dup
            move file-balance to ack-trl-balance
        else
            move 0 to ack-trl-dup
        end-if
        if settle-mode is equal to 'H'
            move 'QUARANTINED' to ack-trl-balance
        end-if
        if settle-mode is equal to 'C'
            move 'CONDEMNED' to ack-trl-balance
        end-if
        write ack-trailer-record
        close ack-file
        move 'n' to ack-active
        display "    Acknowledgment written to " ack-filename
    end-if.

*> ##################################################
*> Mark every row of the file's .out as stamp-mode
*> says, in the warning column, by copying it through
*> a work file and back: H held (HELD, or HELD-ADD for
*> an additive conversion), R released (back to blank
*> or ADDITIVE), C condemned (REJECTED). A held .out
*> tells the extract and the reconciliation that its
*> rows are not on the master and must not go on.
*> ##################################################
4670-restamp-out.
    move spaces to out-work-filename
    string output-filename delimited by space
           '.hwk' delimited by size
           into out-work-filename
    open input output-file
    if ws-output-status is not equal to '00'
        display "Warning: unable to mark output file " output-filename
        display "    File status: " ws-output-status
    else
        open output out-work-file
        move 'n' to ws-output-eof
        perform until ws-output-eof is equal to 'y'
            read output-file
            at end move 'y' to ws-output-eof
            not at end
                if stamp-mode is equal to 'H'
                    if output-warning is equal to 'ADDITIVE'
                        move 'HELD-ADD' to output-warning
                    else
                        move 'HELD' to output-warning
                    end-if
                end-if
                if stamp-mode is equal to 'R'
                    if output-warning is equal to 'HELD-ADD'
                        move 'ADDITIVE' to output-warning
                    else
                        move spaces to output-warning
                    end-if
                end-if
                if stamp-mode is equal to 'C'
                    move 'REJECTED' to output-warning
                end-if
                write out-work-record from output-record
            end-read
        end-perform
        close output-file
        close out-work-file

        open input out-work-file
        open output output-file
        move 'n' to ws-out-work-eof
        perform until ws-out-work-eof is equal to 'y'
            read out-work-file
            at end move 'y' to ws-out-work-eof
            not at end
                move out-work-record to output-record
                write output-record
            end-read
        end-perform
        close out-work-file
        close output-file
        delete file out-work-file
    end-if.

*> ##################################################
*> Put the file just judged on the held-files queue
*> with its totals, the rate and balance gap that put
*> it there against the profiled limits, and the
*> HDR/TRL identity a release needs. A file run again
*> while held replaces its earlier entry. The queue is
*> created on first use.
*> ##################################################
4680-queue-held-file.
    open i-o heldq-file
    if ws-heldq-status is equal to '35'
        open output heldq-file
        close heldq-file
        open i-o heldq-file
    end-if
    if ws-heldq-status is not equal to '00'
        display "Warning: unable to update held-files queue "
                heldq-filename
        display "    File status: " ws-heldq-status
    else
        move spaces to heldq-record
        move input-filename to hq-filename
        move current-label to hq-label
        move saved-hdr-source to hq-source
        move saved-hdr-date to hq-hdr-date
        move run-date to hq-run-date
        accept hq-run-time from time
        move q-rows to hq-read
        move q-out-rows to hq-valid
        move q-rej-rows to hq-reject
        move q-sum to hq-sum
        move q-rej-pct to hq-rej-pct
        move qmax-rej-text to hq-max-rej
        move file-balance to hq-balance
        move q-oob to hq-oob
        move qmax-oob-text to hq-max-oob
        move trailer-rec-count to hq-trl-count
        move trailer-id-hash to hq-trl-hash
        move q-cause to hq-cause
        move 'HELD' to hq-status
        write heldq-record
            invalid key
                rewrite heldq-record
        end-write
        close heldq-file
    end-if.

*> ##################################################
*> Post the conversion just written to the .out file
*> to the results master as well, keyed on the
*> reference ID. A key already on the master is a
*> duplicate arrival -- it is reported and counted,
*> never overwritten. A file under quarantine watch
*> posts nothing yet: its conversions stay on the .out
*> until the file is judged (4650).
*> ##################################################
4700-write-master.
    move 'n' to master-dup-hit
    if hold-active is equal to 'y'
        add 1 to tot-held
    else
    if post-active is equal to 'y'
        move spaces to post-rec
        move current-id to post-id
                display "Duplicate reference ID " master-id
                        " - master not updated"
                perform 4750-write-dup-suspense
            not invalid key
                move 'ADD' to journal-action
                move '4700-WRITE-MASTER' to journal-function
                move input-filename to journal-driver
                move spaces to journal-before
                perform 4720-write-journal
        end-write
    end-if
    end-if.

*> ##################################################
*> Journal the master change just made: the caller
*> leaves the action, the paragraph that made it, the
*> file that drove it and the before image in the
*> journal-* items; the after image is the master
*> record in the FD. The journal opens on the first
*> change and stays open until the pass closes the
*> master (4730), so a 300,000-record run does not
*> reopen it per record.
*> ##################################################
4720-write-journal.
    if journal-active is equal to 'n'
        open extend journal-file
        if ws-journal-status is not equal to '00'
            open output journal-file
        end-if
        if ws-journal-status is equal to '00'
            move 'y' to journal-active
        else
            move 'x' to journal-active
            display "Warning: unable to open master change journal "
                    journal-filename
            display "    File status: " ws-journal-status
                    " - master changes not journaled"
        end-if
    end-if
    if journal-active is equal to 'y'
        move spaces to journal-record
        accept jrnl-date from date yyyymmdd
        accept jrnl-time from time
        move journal-action to jrnl-action
        move 'ROMANNUMERALS' to jrnl-program
        move journal-function to jrnl-function
        move master-id to jrnl-id
        move journal-driver to jrnl-driver
        move journal-before to jrnl-before
        move master-record to jrnl-after
        write journal-record
    end-if.

*> ##################################################
*> Close the change journal if this pass opened it.
*> Performed wherever a writing pass closes the
*> master.
*> ##################################################
4730-close-journal.
    if journal-active is equal to 'y'
        close journal-file
    end-if
    move 'n' to journal-active.

*> ##################################################
*> A duplicate arrival must outlive the scrollback:
*> write both sides of the collision -- the record
4750-write-dup-suspense.
    if dup-active is equal to 'n'
        *> A restart must keep the duplicates recorded before the
        *> restart point, exactly as .out/.rej/.ack/.pst do, and the
        *> reject fix-up keeps every session's pairs on the one
        *> suspense file -- only a fresh run starts a fresh one,
        *> and with it a fresh ruling log, so no ruling on an
        *> earlier run's pair closes a new pair with the same ID.
        if restart-count is greater than 0 or
           dup-extend is equal to 'y'
            open extend dup-file
            if ws-dup-status is not equal to '00'
                open output dup-file
            end-if
        else
            move spaces to ruling-filename
            string dup-filename delimited by space
                   '.rul' delimited by size
                   into ruling-filename
            delete file ruling-file
            open output dup-file
        end-if
        if ws-dup-status is equal to '00'
*> DUPLICATE-ON-MASTER when the conversion was turned
*> away at the master, or REJECTED with the reject
*> reason -- so the sender can auto-match every
*> submission it made. A file under quarantine watch
*> is acknowledged whole once it is judged (4660).
*> ##################################################
4950-write-ack-data.
    if ack-active is equal to 'y' and
       quarantine-watch is equal to 'n'
        perform 4940-ack-header-once
        move spaces to ack-data-record
        move current-id to ack-id
    if lock-got is equal to 'n'
        display "Fix-up not started - file in use by another run."
    else
    *> A held or condemned file posts none of its conversions, so
    *> its rejects are not corrected into the master either until
    *> a supervisor has released it.
    perform 7050-check-held-rejects
    if fix-held is equal to 'y'
        display "Fix-up not started - " function trim(hq-filename)
                " is " function trim(hq-status)
                " on the held-files queue."
    else
    open input reject-file

    if ws-reject-status is not equal to '00'
        string reject-filename delimited by space
               '.fix' delimited by size
               into fixup-filename
        *> Corrections from every fix-up session on this reject file
        *> accumulate on the one .fix, so the rejects still open are
        *> exactly those with no correction on it.
        open extend fixup-file
        if ws-fixup-status is not equal to '00'
            open output fixup-file
        end-if

        *> Corrected conversions post to the results master the same
        *> way batch conversions do, sourced to the reject file they
        accept run-date from date yyyymmdd
        move 0 to tot-dup
        move 'n' to post-mode
        *> Fix-up never restarts, so a restart count left over from
        *> an earlier batch run is cleared; its suspense extends
        *> across sessions instead, the same as its .fix.
        move 0 to restart-count
        move 'y' to dup-extend
        move 'n' to hold-active
        perform 4600-open-master

        move 0 to fix-reviewed
        if master-avail is equal to 'y'
            close results-master
        end-if
        perform 4730-close-journal
        perform 4760-close-dup-suspense
        move 'n' to dup-extend

        display " "
        display "--------------------------------------------------------------------"
        display "    Corrected conversions written to " fixup-filename
        display "--------------------------------------------------------------------"
    end-if
    end-if
    perform 4490-release-run-locks
    end-if.

*> ##################################################
*> Look the file the reject file in reject-filename
*> came from (its name less .rej) up on the held-
*> files queue: fix-held comes back 'y' while that
*> file is HELD or CONDEMNED. No queue yet is no
*> file held.
*> ##################################################
7050-check-held-rejects.
    move 'n' to fix-held
    move spaces to hq-filename
    move 0 to fix-name-len
    inspect reject-filename tallying fix-name-len
        for characters before initial space
    if fix-name-len is greater than 4
        if reject-filename(fix-name-len - 3:4) is equal to '.rej'
            move reject-filename(1:fix-name-len - 4) to hq-filename
        end-if
    end-if
    if hq-filename is not equal to spaces
        open input heldq-file
        if ws-heldq-status is equal to '00'
            read heldq-file
                invalid key
                    move spaces to hq-status
            end-read
            if hq-status is equal to 'HELD' or
               hq-status is equal to 'CONDEMNED'
                move 'y' to fix-held
            end-if
            close heldq-file
        end-if
    end-if.

*> ##################################################
*> Correct the single reject record now in the FD:
*> keep prompting until the clerk keys a numeral that
        close results-master
    end-if.

*> ##################################################
*> Browse the results master a screenful at a time
*> along one of its alternate keys -- by source file
*> or by posting (run) date -- from a starting value
*> the user keys, paging forward and back until Q.
*> Each line shows the ID, numeral, decimal value and
*> twelfths with the posting date and source file.
*> ##################################################
7550-browse-master.
    display " "
    display "Browse by source file (S) or by posting date (D)?"
    move spaces to get-line
    read standard-input into get-line
    move function upper-case(get-line(1:1)) to browse-by
    if browse-by is not equal to 'S' and
       browse-by is not equal to 'D'
        display "No browse order chosen."
    else
        if browse-by is equal to 'S'
            display "Enter the source file to start at"
                    " (blank for the first):"
        else
            display "Enter the posting date YYYYMMDD to start at"
                    " (blank for the earliest):"
        end-if
        move spaces to get-line
        read standard-input into get-line
        move get-line to browse-from
        open input results-master
        if ws-master-status is not equal to '00'
            display "Results master " master-filename
            display "    unavailable, status " ws-master-status
        else
            perform 7555-browse-start
            perform 7560-browse-page-forward
            move 'n' to mode-quit
            perform until mode-quit is equal to 'y'
                display "N (or Enter) next page, P previous page,"
                        " Q return to the menu:"
                move spaces to get-line
                read standard-input into get-line
                move function upper-case(get-line(1:1)) to menu-input
                if menu-input is equal to 'Q'
                    move 'y' to mode-quit
                else
                if menu-input is equal to 'P'
                    perform 7570-browse-page-back
                else
                    if browse-at-end is equal to 'y'
                        display "    --- end of the master ---"
                    else
                        perform 7560-browse-page-forward
                    end-if
                end-if
                end-if
            end-perform
            close results-master
        end-if
    end-if.

*> ##################################################
*> Position the browse at browse-from on the chosen
*> key: the first record at or after it, or the very
*> first record when browse-from is blank.
*> ##################################################
7555-browse-start.
    move 'n' to browse-at-end
    if browse-by is equal to 'S'
        if browse-from is equal to spaces
            move low-values to master-source
        else
            move browse-from to master-source
        end-if
        start results-master key is not less than master-source
            invalid key move 'y' to browse-at-end
        end-start
    else
        if browse-from is equal to spaces
            move low-values to master-run-date
        else
            move browse-from(1:8) to master-run-date
        end-if
        start results-master key is not less than master-run-date
            invalid key move 'y' to browse-at-end
        end-start
    end-if
    if browse-at-end is equal to 'y'
        display "    No master records from " browse-from
    end-if.

*> ##################################################
*> Show the next screenful from the current position,
*> remembering the page's first record so the browse
*> can find its way back.
*> ##################################################
7560-browse-page-forward.
    move 0 to page-shown
    display " "
    display "ID          NUMERAL                           DECIMAL"
            "  /12    POSTED    SOURCE"
    perform until page-shown is equal to browse-page-max or
                  browse-at-end is equal to 'y'
        read results-master next
            at end move 'y' to browse-at-end
        end-read
        *> 02 is a good read -- the next record shares this one's
        *> source or posting date.
        if ws-master-status(1:1) is not equal to '0'
            move 'y' to browse-at-end
        end-if
        if browse-at-end is equal to 'n'
            add 1 to page-shown
            if page-shown is equal to 1
                move master-id to page-first-id
                if browse-by is equal to 'S'
                    move master-source to page-first-alt
                else
                    move master-run-date to page-first-alt
                end-if
            end-if
            move spaces to browse-line
            move master-id to brw-id
            move master-numeral to brw-numeral
            move master-decimal to brw-decimal
            if master-frac is greater than 0
                string master-frac delimited by size
                       '/12' delimited by size
                       into brw-frac
            end-if
            move master-run-date to brw-run-date
            move master-source to brw-source
            display browse-line
        end-if
    end-perform
    if browse-at-end is equal to 'y'
        display "    --- end of the master ---"
    end-if.

*> ##################################################
*> Page back: step back from the current record to
*> the one before the previous page's first, so the
*> forward read shows that page. A browse that has
*> read past the end has no current record, so it
*> first finds the page's first record again; if the
*> last forward page came up empty, P shows the last
*> full page again. Running into the start of the
*> file shows the first page.
*> ##################################################
7570-browse-page-back.
    if browse-at-end is equal to 'y'
        perform 7575-browse-find-page-first
        *> A forward page that came up empty at the end leaves
        *> the last full page as the one remembered, so that
        *> page is shown again rather than the one before it.
        if page-shown is equal to 0
            move 1 to browse-steps
        else
            compute browse-steps = browse-page-max + 1
        end-if
    else
        compute browse-steps = page-shown + browse-page-max
    end-if
    move 'n' to browse-at-top
    perform varying browse-k from 1 by 1
            until browse-k is greater than browse-steps or
                  browse-at-top is equal to 'y'
        read results-master previous
            at end move 'y' to browse-at-top
        end-read
        if ws-master-status(1:1) is not equal to '0'
            move 'y' to browse-at-top
        end-if
    end-perform
    if browse-at-top is equal to 'y'
        display "    --- start of the master ---"
        move spaces to browse-from
        perform 7555-browse-start
    end-if
    move 'n' to browse-at-end
    perform 7560-browse-page-forward.

*> ##################################################
*> Re-find the first record of the page on screen:
*> position at its key value and read along that
*> value's duplicates to its reference ID. A record
*> purged meanwhile leaves the browse at the top.
*> ##################################################
7575-browse-find-page-first.
    move 'n' to browse-found
    if browse-by is equal to 'S'
        move page-first-alt to master-source
        start results-master key is equal to master-source
            invalid key continue
        end-start
    else
        move page-first-alt(1:8) to master-run-date
        start results-master key is equal to master-run-date
            invalid key continue
        end-start
    end-if
    perform until browse-found is equal to 'y' or
                  ws-master-status(1:1) is not equal to '0'
        read results-master next
            at end continue
        end-read
        if ws-master-status(1:1) is equal to '0' and
           master-id is equal to page-first-id
            move 'y' to browse-found
        end-if
    end-perform
    if browse-found is equal to 'n'
        move spaces to browse-from
        perform 7555-browse-start
    end-if.

*> ##################################################
*> Trace the full life of one reference ID on the
*> results master until the user enters Q: every
*> journaled add, replace and delete in the order it
*> happened -- when, by which program and paragraph,
*> driven by which file, and the record before and
*> after -- then the record as it stands now. This is
*> how "why does this ID read MCMXC when the sender
*> sent MCMLX" gets answered.
*> ##################################################
7600-id-change-history.
    display " "
    display "Enter a reference ID to trace (Q to return to the menu):"
    move 'n' to mode-quit
    perform until mode-quit is equal to 'y'
        move spaces to get-line
        read standard-input into get-line
        if function upper-case(get-line) is equal to 'Q'
            move 'y' to mode-quit
        else
            move get-line(1:10) to trace-id
            perform 7610-list-journal-entries
            perform 7620-show-current-record
            display "Enter another reference ID (Q to return to"
                    " the menu):"
        end-if
    end-perform.

*> ##################################################
*> List every journal row for the ID in trace-id, in
*> file order -- which is the order the changes were
*> made.
*> ##################################################
7610-list-journal-entries.
    move 0 to trace-count
    open input journal-file
    if ws-journal-status is not equal to '00'
        display "    No master changes have been journaled yet."
    else
        display " "
        display "Change history for reference ID " trace-id
        move 'n' to ws-journal-eof
        perform until ws-journal-eof is equal to 'y'
            read journal-file
            at end move 'y' to ws-journal-eof
            not at end
                if jrnl-id is equal to trace-id
                    add 1 to trace-count
                    perform 7615-show-journal-entry
                end-if
            end-read
        end-perform
        close journal-file
        if trace-count is equal to 0
            display "    No journaled changes for " trace-id
        else
            display "    " trace-count " journaled changes."
        end-if
    end-if.

*> ##################################################
*> Show the journal row in the FD: the change, who
*> made it and from what, and both record images.
*> ##################################################
7615-show-journal-entry.
    display " "
    display "  " jrnl-date " " jrnl-time " " jrnl-action " by "
            jrnl-program " " jrnl-function
    display "      Driven by: " jrnl-driver
    if jrnl-before is equal to spaces
        display "      Before   : (not on the master)"
    else
        move jrnl-bef-decimal to dup-dec-edit
        display "      Before   : " jrnl-bef-numeral " " dup-dec-edit
                " " jrnl-bef-frac "/12"
        display "                 from " jrnl-bef-source
        display "                 posted " jrnl-bef-run-date
    end-if
    if jrnl-after is equal to spaces
        display "      After    : (removed from the master)"
    else
        move jrnl-aft-decimal to dup-dec-edit
        display "      After    : " jrnl-aft-numeral " " dup-dec-edit
                " " jrnl-aft-frac "/12"
        display "                 from " jrnl-aft-source
        display "                 posted " jrnl-aft-run-date
    end-if.

*> ##################################################
*> Close the trace with the record as it stands on
*> the master now, so the last journal row can be
*> seen to agree with it.
*> ##################################################
7620-show-current-record.
    open input results-master
    if ws-master-status is not equal to '00'
        display "    Results master " master-filename
                " unavailable, status " ws-master-status
    else
        move trace-id to master-id
        read results-master
        if ws-master-status is equal to '00'
            move master-decimal to dup-dec-edit
            display " "
            display "  NOW ON THE MASTER: " master-numeral " "
                    dup-dec-edit " " master-frac "/12"
            display "      from " master-source
            display "      posted " master-run-date
        else
            display " "
            display "  NOT ON THE MASTER NOW."
        end-if
        close results-master
    end-if.

*> ##################################################
*> Walk a .dup suspense file pair by pair: show the
*> supervisor the record stored on the master and the
*> .park file for follow-up. The mode keeps its own
*> control totals, like the reject fix-up, so the
*> resolve pass balances against the run's duplicate
*> count (reviewed = kept + replaced + parked). Each
*> ruling is logged on <suspense file>.rul so the
*> pairs still unresolved can be told later.
*> ##################################################
7700-resolve-duplicates.
    display " "
               '.park' delimited by size
               into park-filename
        move 'n' to park-active
        move spaces to ruling-filename
        string dup-filename delimited by space
               '.rul' delimited by size
               into ruling-filename
        move 'n' to ruling-active

        move 0 to dup-reviewed
        move 0 to dup-kept
        if park-active is equal to 'y'
            close park-file
        end-if
        if ruling-active is equal to 'y'
            close ruling-file
        end-if
        if master-avail is equal to 'y'
            close results-master
        end-if
        perform 4730-close-journal

        display " "
        display "--------------------------------------------------------------------"
        if menu-input is equal to 'K'
            add 1 to dup-kept
            move 'y' to dup-rec-done
            move 'KEPT' to ruling-text
            perform 7760-record-ruling
        else
        if menu-input is equal to 'Q'
            add 1 to dup-kept
        else
        if menu-input is equal to 'P'
            if park-active is equal to 'n'
                *> Pairs parked in every session on this suspense
                *> file accumulate on the one .park.
                open extend park-file
                if ws-park-status is not equal to '00'
                    open output park-file
                end-if
                if ws-park-status is equal to '00'
                    move 'y' to park-active
                else
                write park-record from dup-record
                add 1 to dup-parked
                move 'y' to dup-rec-done
                move 'PARKED' to ruling-text
                perform 7760-record-ruling
            end-if
        else
        if menu-input is equal to 'R'
                move dup-id to master-id
                read results-master
                if ws-master-status is equal to '00'
                    move master-record to journal-before
                    move dup-new-numeral to master-numeral
                    move dup-new-decimal to master-decimal
                    move dup-new-source to master-source
                    move dup-new-run-date to master-run-date
                    move dup-new-frac to master-frac
                    rewrite master-record
                    *> 02 is a good rewrite -- the new source or
                    *> posting date is shared with other records.
                    if ws-master-status(1:1) is equal to '0'
                        add 1 to dup-replaced
                        move 'y' to dup-rec-done
                        move 'REPLACED' to ruling-text
                        perform 7760-record-ruling
                        move 'REPLACE' to journal-action
                        move '7750-RESOLVE-ONE-PAIR' to journal-function
                        move dup-filename to journal-driver
                        perform 4720-write-journal
                    else
                        *> Not replaced -- the pair stays in hand
                        *> for another ruling rather than being
                        not invalid key
                            add 1 to dup-replaced
                            move 'y' to dup-rec-done
                            move 'REPLACED' to ruling-text
                            perform 7760-record-ruling
                            move 'ADD' to journal-action
                            move '7750-RESOLVE-ONE-PAIR'
                                to journal-function
                            move dup-filename to journal-driver
                            move spaces to journal-before
                            perform 4720-write-journal
                    end-write
                end-if
            else
        end-if
    end-perform.

*> ##################################################
*> Append the ruling in ruling-text for the pair in
*> the FD to the suspense file's ruling log, opening
*> it on the first ruling of the pass. A log that
*> will not open is warned about once; the ruling
*> itself has already landed.
*> ##################################################
7760-record-ruling.
    if ruling-active is equal to 'n'
        open extend ruling-file
        if ws-ruling-status is not equal to '00'
            open output ruling-file
        end-if
        if ws-ruling-status is equal to '00'
            move 'y' to ruling-active
        else
            move 'x' to ruling-active
            display "Warning: unable to open ruling log "
                    ruling-filename
            display "    File status: " ws-ruling-status
                    " - rulings not logged"
        end-if
    end-if
    if ruling-active is equal to 'y'
        move spaces to ruling-record
        move dup-id to rul-id
        move ruling-text to rul-ruling
        accept rul-date from date yyyymmdd
        accept rul-time from time
        write ruling-record
    end-if.

*> ##################################################
*> Show who holds the run lock on a named file, how
*> old the lock is, and clear it after a typed YES --
        end-if
    end-if.

*> ##################################################
*> Supervisor's held-files queue: list every file the
*> converter has quarantined and not yet ruled on,
*> with its totals and what put it there, and take
*> one to work -- its reject reasons, then release or
*> condemn.
*> ##################################################
7900-held-files-queue.
    display " "
    open input heldq-file
    if ws-heldq-status is not equal to '00'
        display "No held-files queue - nothing has been quarantined."
    else
        display "Held-files queue (" heldq-filename ")"
        display "--------------------------------------------------------------------"
        move 0 to held-count
        move 'n' to ws-heldq-eof
        perform until ws-heldq-eof is equal to 'y'
            read heldq-file next record
            at end move 'y' to ws-heldq-eof
            not at end
                if hq-status is equal to 'HELD' and
                   held-count is less than 50
                    add 1 to held-count
                    move hq-filename to held-name(held-count)
                    display held-count ". " hq-label " " hq-filename
                    display "     held " hq-run-date " " hq-run-time
                            "  read " hq-read " conv " hq-valid
                            " rej " hq-reject " (" hq-rej-pct " pct)"
                    display "     " hq-balance "  cause " hq-cause
                end-if
            end-read
        end-perform
        close heldq-file
        if held-count is equal to 0
            display "The held-files queue is empty."
        else
            display "--------------------------------------------------------------------"
            display "Enter the number of the file to work"
                    " (blank to return):"
            move spaces to get-line
            read standard-input into get-line
            if get-line is not equal to spaces
                move function numval(get-line) to held-pick
                if held-pick is greater than 0 and
                   held-pick is not greater than held-count
                    perform 7910-work-held-file
                else
                    display "No such entry on the queue."
                end-if
            end-if
        end-if
    end-if.

*> ##################################################
*> Show one held file in full -- totals, rate and
*> balance gap against its limits, and the reject
*> reasons off its .rej -- and take the ruling:
*> release posts it, condemn sends it back rejected
*> (after a typed YES), blank leaves it held. The
*> queue entry stays open for update while the file
*> is worked so the ruling lands on it.
*> ##################################################
7910-work-held-file.
    move held-name(held-pick) to input-filename
    open i-o heldq-file
    if ws-heldq-status is not equal to '00'
        display "Unable to open held-files queue " heldq-filename
        display "    File status: " ws-heldq-status
    else
        move input-filename to hq-filename
        read heldq-file
            invalid key
                move spaces to hq-status
        end-read
        if hq-status is not equal to 'HELD'
            display "File " input-filename " is no longer held."
        else
            display " "
            display "File      : " hq-label " " hq-filename
            display "Source    : " hq-source "  file date " hq-hdr-date
            display "Held      : " hq-run-date " " hq-run-time
                    "  cause " hq-cause
            display "Totals    : read " hq-read "  converted " hq-valid
                    "  rejected " hq-reject "  sum " hq-sum
            display "Reject rate " hq-rej-pct " pct (limit "
                    hq-max-rej ")   " hq-balance " by " hq-oob
                    " (limit " hq-max-oob ")"
            perform 7920-tally-reject-reasons
            display " "
            display "Release (R) to post it now, condemn (C) to"
                    " reject the whole file, or blank to leave it:"
            move spaces to get-line
            read standard-input into get-line
            move function upper-case(get-line(1:1)) to menu-input
            if menu-input is equal to 'R'
                perform 7930-release-held-file
            end-if
            if menu-input is equal to 'C'
                display "Type YES to condemn " input-filename
                        " back to its sender:"
                move spaces to get-line
                read standard-input into get-line
                if function upper-case(get-line(1:3)) is equal to 'YES'
                    perform 7940-condemn-held-file
                else
                    display "File left held."
                end-if
            end-if
        end-if
        close heldq-file
    end-if.

*> ##################################################
*> Tally the held file's .rej by reject reason, so the
*> supervisor sees at a glance whether it is one
*> systematic fault (a shifted column, a foreign
*> prefix) or scattered bad data. Thirty distinct
*> reasons are kept; any beyond are counted together.
*> ##################################################
7920-tally-reject-reasons.
    move spaces to reject-filename
    string input-filename delimited by space
           '.rej' delimited by size
           into reject-filename
    move 0 to reason-used
    move 0 to reason-other
    open input reject-file
    if ws-reject-status is not equal to '00'
        display "No reject file " reject-filename
    else
        move 'n' to ws-reject-eof
        perform until ws-reject-eof is equal to 'y'
            read reject-file
            at end move 'y' to ws-reject-eof
            not at end
                move 0 to reason-at
                perform varying held-k from 1 by 1
                        until held-k is greater than reason-used
                            or reason-at is greater than 0
                    if reason-text(held-k) is equal to reject-reason
                        move held-k to reason-at
                    end-if
                end-perform
                if reason-at is equal to 0
                    if reason-used is less than 30
                        add 1 to reason-used
                        move reason-used to reason-at
                        move reject-reason to reason-text(reason-at)
                        move 0 to reason-count(reason-at)
                    end-if
                end-if
                if reason-at is greater than 0
                    add 1 to reason-count(reason-at)
                else
                    add 1 to reason-other
                end-if
            end-read
        end-perform
        close reject-file
        display "Reject reasons on " reject-filename ":"
        perform varying held-k from 1 by 1
                until held-k is greater than reason-used
            display "    " reason-count(held-k) "  " reason-text(held-k)
        end-perform
        if reason-other is greater than 0
            display "    " reason-other "  (OTHER REASONS)"
        end-if
    end-if.

*> ##################################################
*> Release a held file: under the same input and
*> master locks a conversion run takes, restore its
*> .out rows, post every one of them to the master --
*> duplicates to the .dup suspense as usual -- and
*> acknowledge the file afresh. The release is logged
*> to the run history as RELEASED, a balanced file is
*> registered as received, and the queue entry is
*> closed.
*> ##################################################
7930-release-held-file.
    move 'RELEASE' to lock-run-name
    perform 4400-acquire-run-locks
    if lock-got is equal to 'n'
        display "Not released - file or master in use."
    else
        move 0 to restart-count
        move 'n' to post-mode
        move 'n' to quarantine-watch
        move 'n' to hold-active
        move 0 to tot-dup
        accept run-date from date yyyymmdd
        perform 4600-open-master
        if master-avail is equal to 'n'
            display "Not released - the master is unavailable."
        else
            move hq-label to current-label
            move hq-source to saved-hdr-source
            move hq-hdr-date to saved-hdr-date
            move hq-balance to file-balance
            perform 4655-count-companions
            move 'R' to stamp-mode
            perform 4670-restamp-out
            move 'P' to settle-mode
            perform 4660-settle-held-file
            close results-master
            perform 4730-close-journal
            perform 4760-close-dup-suspense

            move 'RELEASED' to hq-status
            accept hq-action-date from date yyyymmdd
            accept hq-action-time from time
            rewrite heldq-record

            move hq-read to tot-read
            move hq-valid to tot-valid
            move hq-reject to tot-reject
            move hq-sum to tot-sum
            move 0 to tot-warn
            move 'Y' to profile-state
            move 'RELEASED' to file-outcome
            perform 4800-write-history
            if hq-balance is equal to 'BALANCED'
                move hq-trl-count to trailer-rec-count
                move hq-trl-hash to trailer-id-hash
                perform 4590-register-file
            end-if
            display "Released " input-filename ": posted " q-ack-conv
                    "  duplicates on master " tot-dup
        end-if
        perform 4490-release-run-locks
    end-if.

*> ##################################################
*> Condemn a held file: nothing is posted, its .out
*> rows are marked REJECTED, and the whole file is
*> acknowledged back to the sender as rejected --
*> converted rows as FILE CONDEMNED, rejected rows
*> under their own reasons. Takes only the file's own
*> lock; the master is not touched. Logged to the run
*> history as CONDEMNED and the queue entry closed.
*> ##################################################
7940-condemn-held-file.
    move 'CONDEMN' to lock-run-name
    move 'n' to lock-held-input
    move 'n' to lock-held-master
    move input-filename to lock-resource
    perform 4410-acquire-one-lock
    if lock-got is equal to 'n'
        display "Not condemned - file in use."
    else
        move 'y' to lock-held-input
        accept run-date from date yyyymmdd
        move hq-label to current-label
        move hq-source to saved-hdr-source
        move hq-hdr-date to saved-hdr-date
        perform 4655-count-companions
        move 'C' to stamp-mode
        perform 4670-restamp-out
        move 'C' to settle-mode
        perform 4660-settle-held-file

        move 'CONDEMNED' to hq-status
        accept hq-action-date from date yyyymmdd
        accept hq-action-time from time
        rewrite heldq-record

        move 0 to restart-count
        move hq-read to tot-read
        move hq-valid to tot-valid
        move hq-reject to tot-reject
        move hq-sum to tot-sum
        move 0 to tot-warn
        move 'Y' to profile-state
        move 'CONDEMNED' to file-outcome
        perform 4800-write-history
        display "Condemned " input-filename ": " q-ack-rej
                " records acknowledged rejected"
        perform 4490-release-run-locks
    end-if.

*> ##################################################
*> Open the print-image run report named in
*> report-filename. A report that cannot be opened
