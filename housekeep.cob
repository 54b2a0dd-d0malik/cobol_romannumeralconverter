*> ############################################
*> PROGRAM:     Companion-File Housekeeping
*> DESCRIPTION: Retention run for the companion files every
*>              batch file leaves in the working directory --
*>              .out, .rej and its .fix, .ack, .rpt, .ckp,
*>              .pst and its apply report, the .dup suspense
*>              and .park files with their ruling logs (the
*>              reject fix-up's .rej.dup and its .park too), the
*>              posting check .pcr and balance .bal, the
*>              ledger extract .exp with its confirmation
*>              files, and the sortwork files beside them.
*>              Every file name in the run history RUNHIST.DAT
*>              is taken in turn; each companion on disk is
*>              kept while it is within its type's retention
*>              period (RETAIN.DAT, RETAINREC copybook, days
*>              since the file's last run) and, once expired,
*>              moved into a dated archive directory. Nothing
*>              is moved from a file that is locked or held in
*>              quarantine for release, from a .rej with
*>              rejects not yet corrected, a .dup or .park
*>              with pairs not yet ruled on, or a .pst
*>              APPLYMAST has not applied -- nor the .fix,
*>              ruling log or apply report that says so while
*>              the file it speaks for stays. A disposition
*>              report lists what was kept, archived or
*>              skipped and why; list-only mode writes the
*>              same report and moves nothing.
*> NAME:        Daniel Domalik
*> STUDENT ID:  0933553
*> DATE:        10/15/2026
*> COMPILER:    COBC
*>
*> MODIFICATION HISTORY
*> DATE       BY   DESCRIPTION
*> 10/15/2026 DD   The reject fix-up's suspense file (.rej.dup)
*>                 and its park file are judged with their ruling
*>                 logs under the same unruled-pair guards as the
*>                 other suspense and park files.
*> 10/15/2026 DD   Initial version. Unattended from the command
*>                 line (<LIST|ARCHIVE> [archive-directory]) for
*>                 the scheduler, or prompted when started with
*>                 no parameters (archive takes a typed YES).
*>                 Expired files move to <archive>/<yyyymmdd>,
*>                 archive directory defaulting to archive. The
*>                 report goes to housekeep.rpt. Return code 0
*>                 when the pass completed, 8 when a move failed,
*>                 12 when the history file or report could not
*>                 be opened, 16 for unusable startup parameters.
*> ############################################

identification division.
program-id. housekeep.
environment division.
input-output section.
file-control.
    select standard-input assign to keyboard.
    select standard-output assign to display.
    select history-file
    assign to dynamic history-filename
    organization is line sequential
    file status is ws-history-status.
    select retain-file
    assign to dynamic retain-filename
    organization is line sequential
    file status is ws-retain-status.
    select probe-file
    assign to dynamic probe-filename
    organization is line sequential
    file status is ws-probe-status.
    select reject-file
    assign to dynamic reject-filename
    organization is line sequential
    file status is ws-reject-status.
    select fixup-file
    assign to dynamic fixup-filename
    organization is line sequential
    file status is ws-fixup-status.
    select dup-file
    assign to dynamic dup-filename
    organization is line sequential
    file status is ws-dup-status.
    select ruling-file
    assign to dynamic ruling-filename
    organization is line sequential
    file status is ws-ruling-status.
    select lock-file
    assign to dynamic lock-filename
    organization is line sequential
    file status is ws-lock-status.
    select report-file
    assign to dynamic report-filename
    organization is line sequential
    file status is ws-report-status.
data division.
file section.
fd standard-input.
    01 stdin-record pic x(80).
fd standard-output.
    01 stdout-record pic x(80).
fd history-file.
    copy histrec.
fd retain-file.
    copy retainrec.
*> Any companion, opened only to see whether it is on disk.
fd probe-file.
    01 probe-record pic x(250).
fd reject-file.
    copy rejrec.
*> The reject fix-up's corrections: only the reference ID is
*> needed to close the reject it corrected.
fd fixup-file.
    01 fixup-record.
        05 fixup-id        pic x(10).
        05 filler          pic x(44).
*> The .dup suspense and the .park file it feeds share the one
*> DUPREC layout (menu D writes parked pairs from the dup record).
fd dup-file.
    copy duprec.
fd ruling-file.
    copy rulingrec.
fd lock-file.
    copy lockrec.
fd report-file.
    01 report-record pic x(132).
working-storage section.
01 history-filename    pic x(68) value 'runhist.dat'.
01 retain-filename     pic x(68) value 'retain.dat'.
01 report-filename     pic x(72) value 'housekeep.rpt'.
01 probe-filename      pic x(84) value ' '.
01 reject-filename     pic x(84) value ' '.
01 fixup-filename      pic x(88) value ' '.
01 dup-filename        pic x(84) value ' '.
01 ruling-filename     pic x(88) value ' '.
01 lock-filename       pic x(88) value ' '.
01 ws-history-status   pic x(2) value '00'.
01 ws-retain-status    pic x(2) value '00'.
01 ws-probe-status     pic x(2) value '00'.
01 ws-reject-status    pic x(2) value '00'.
01 ws-fixup-status     pic x(2) value '00'.
01 ws-dup-status       pic x(2) value '00'.
01 ws-ruling-status    pic x(2) value '00'.
01 ws-lock-status      pic x(2) value '00'.
01 ws-report-status    pic x(2) value '00'.
01 ws-history-eof      pic a(1) value 'n'.
01 ws-retain-eof       pic a(1) value 'n'.
01 ws-end-of-file      pic a(1) value 'n'.
01 ws-match-eof        pic a(1) value 'n'.
01 cmd-line            pic x(200) value ' '.
01 run-mode-token      pic x(20) value ' '.
01 run-dir-token       pic x(60) value ' '.
77 get-line            pic x(60) value spaces.
77 run-date            pic x(8) value spaces.
77 run-rc              pic 9(2) value 0.
77 unattended          pic x(1) value 'n'.
*> L = list only (report what would move), A = archive.
77 run-mode            pic x(1) value 'L'.
77 archive-root        pic x(60) value 'archive'.
77 archive-dir         pic x(72) value spaces.
77 archive-made        pic x(1) value 'n'.
77 archive-name        pic x(160) value spaces.
77 base-start          pic s9(5) usage is computational value 0.
77 move-status         pic s9(9) usage is computational value 0.
*> Size and date-time of the dated archive directory, as the
*> existence check returns them; only its return code is used.
01 archive-dir-info.
    05 adi-size        pic x(08) usage is comp-x.
    05 adi-date        pic x(04).
    05 adi-time        pic x(04).
*> Companion suffixes in the order they are judged: a file that
*> speaks for another (a .fix for its .rej, a ruling log for its
*> suspense or park file, an apply report for its .pst) follows
*> the file it speaks for, names it as its parent, and is never
*> moved while that file stays. The guard says what must be
*> settled before an expired file may move: R rejects all
*> corrected, D suspense pairs all ruled, P parked pairs all
*> kept or replaced, A postings applied.
01 companion-values.
    05 filler pic x(34) value '.rej              REJ       00R'.
    05 filler pic x(34) value '.rej.fix          REJ       01 '.
    05 filler pic x(34) value '.dup              DUP       00D'.
    05 filler pic x(34) value '.dup.rul          DUP       03 '.
    05 filler pic x(34) value '.dup.park         PARK      00P'.
    05 filler pic x(34) value '.dup.park.rul     PARK      05 '.
    05 filler pic x(34) value '.pst              PST       00A'.
    05 filler pic x(34) value '.pst.rpt          PST       07 '.
    05 filler pic x(34) value '.pst.srt          SORTWORK  00 '.
    05 filler pic x(34) value '.pst.dup          DUP       00D'.
    05 filler pic x(34) value '.pst.dup.rul      DUP       10 '.
    05 filler pic x(34) value '.pst.dup.park     PARK      00P'.
    05 filler pic x(34) value '.pst.dup.park.rul PARK      12 '.
    05 filler pic x(34) value '.rej.dup          DUP       00D'.
    05 filler pic x(34) value '.rej.dup.rul      DUP       14 '.
    05 filler pic x(34) value '.rej.dup.park     PARK      00P'.
    05 filler pic x(34) value '.rej.dup.park.rul PARK      16 '.
    05 filler pic x(34) value '.out              OUT       00 '.
    05 filler pic x(34) value '.out.hwk          SORTWORK  00 '.
    05 filler pic x(34) value '.ack              ACK       00 '.
    05 filler pic x(34) value '.rpt              RPT       00 '.
    05 filler pic x(34) value '.ckp              CKP       00 '.
    05 filler pic x(34) value '.pcr              RPT       00 '.
    05 filler pic x(34) value '.bal              RPT       00 '.
    05 filler pic x(34) value '.pcw              SORTWORK  00 '.
    05 filler pic x(34) value '.pco              SORTWORK  00 '.
    05 filler pic x(34) value '.pcp              SORTWORK  00 '.
    05 filler pic x(34) value '.pcs              SORTWORK  00 '.
    05 filler pic x(34) value '.out.exp          EXP       00 '.
    05 filler pic x(34) value '.out.exp.cnf      EXP       00 '.
    05 filler pic x(34) value '.out.exp.cfr      EXP       00 '.
    05 filler pic x(34) value '.out.exp.rfx      EXP       00 '.
    05 filler pic x(34) value '.out.exp.rfx.exp  EXP       00 '.
    05 filler pic x(34) value '.out.exp.swk      SORTWORK  00 '.
    05 filler pic x(34) value '.out.exp.cwk      SORTWORK  00 '.
    05 filler pic x(34) value '.out.exp.sws      SORTWORK  00 '.
    05 filler pic x(34) value '.out.exp.cws      SORTWORK  00 '.
01 companion-table redefines companion-values.
    05 companion-entry occurs 37 times.
        10 cp-suffix   pic x(18).
        10 cp-type     pic x(10).
        10 cp-parent   pic 9(02).
        10 cp-guard    pic x(01).
        10 filler      pic x(03).
77 companion-max       pic 9(2) value 37.
*> What became of each companion of the file in hand: space =
*> not on disk, K = kept, A = archived (or would be, listing),
*> S = skipped.
01 disposition-table.
    05 cp-disp         pic x(01) occurs 37 times.
*> Retention in days by companion type, the standard periods
*> first, overridden by RETAIN.DAT.
01 retention-values.
    05 filler pic x(15) value 'OUT       00030'.
    05 filler pic x(15) value 'REJ       00030'.
    05 filler pic x(15) value 'ACK       00030'.
    05 filler pic x(15) value 'RPT       00030'.
    05 filler pic x(15) value 'CKP       00007'.
    05 filler pic x(15) value 'PST       00030'.
    05 filler pic x(15) value 'DUP       00030'.
    05 filler pic x(15) value 'PARK      00090'.
    05 filler pic x(15) value 'EXP       00030'.
    05 filler pic x(15) value 'SORTWORK  00001'.
01 retention-table redefines retention-values.
    05 retention-entry occurs 10 times.
        10 rt-type     pic x(10).
        10 rt-days     pic 9(05).
77 retention-max       pic 9(2) value 10.
*> One entry per distinct input file name in the history: the
*> date of its last run of any kind (a refused resend still
*> rewrites the .ack) and how it stands now -- a condemned
*> file's rejects went back to its sender with the rest of it,
*> and a quarantined file stays held (nt-held 'y') until its
*> RELEASED or CONDEMNED row, whatever runs come in between.
01 name-table.
    05 name-entry occurs 2000 times.
        10 nt-filename pic x(64).
        10 nt-last-date pic x(8).
        10 nt-outcome  pic x(14).
        10 nt-held     pic x(1).
01 name-count    pic 9(4) value 0.
01 name-found    pic 9(4) value 0.
01 name-overflow pic x(1) value 'n'.
*> Closing entries for the reject or suspense file in hand: the
*> IDs on its .fix or ruling log. Each closes one open item with
*> the same ID, in file order.
01 match-table.
    05 match-entry occurs 20000 times.
        10 mt-id       pic x(10).
        10 mt-used     pic x(1).
01 match-count   pic 9(5) value 0.
01 match-full    pic x(1) value 'n'.
77 match-closed  pic x(1) value 'n'.
77 item-id       pic x(10) value spaces.
77 rulings-close-parked pic x(1) value 'y'.
77 open-count    pic 9(7) value 0.
77 i             pic s9(5) usage is computational.
77 j             pic s9(5) usage is computational.
77 k             pic s9(5) usage is computational.
77 p             pic s9(5) usage is computational.
77 file-age      pic 9(5) value 0.
77 keep-days     pic 9(5) value 0.
77 companion-name pic x(84) value spaces.
77 file-present  pic x(1) value 'n'.
77 set-locked    pic x(1) value 'n'.
77 set-lock-run  pic x(10) value spaces.
77 comp-locked   pic x(1) value 'n'.
77 disp-text     pic x(13) value spaces.
77 reason-text   pic x(40) value spaces.
77 days-edit     pic zzzz9.
77 cnt-edit      pic z(6)9.
77 cnt-kept      pic 9(7) value 0.
77 cnt-archived  pic 9(7) value 0.
77 cnt-skipped   pic 9(7) value 0.
77 cnt-failed    pic 9(7) value 0.
77 rpt-ptr       pic s9(4) usage is computational value 1.
77 report-active pic x(1) value 'n'.
77 report-line-count pic 9(3) value 0.
77 report-page-count pic 9(4) value 0.
77 page-line-max pic 9(3) value 60.
01 rpt-work      pic x(132) value spaces.
01 rpt-page-head.
    05 filler          pic x(50) value
       'ROMAN NUMERAL CONVERTER - COMPANION HOUSEKEEPING'.
    05 filler          pic x(9) value 'RUN DATE '.
    05 rpt-head-date   pic x(8).
    05 filler          pic x(7) value '   PAGE'.
    05 rpt-head-page   pic zzz9.
*> Run-lock state, the converter's <file>.lck protocol: an
*> archive pass holds each batch file's own lock while it moves
*> that file's companions, so no run can start on the file
*> mid-move; a file already locked is passed by.
77 lock-got        pic x(1) value 'n'.

procedure division.
    accept run-date from date yyyymmdd

*> A non-blank command line means the scheduler launched us --
*> run straight through with no prompts, outcome in the return
*> code, as the converter's unattended entry behaves.
    move spaces to cmd-line
    accept cmd-line from command-line
    if cmd-line is not equal to spaces
        move 'y' to unattended
        perform 1000-parse-parameters
    else
        open input standard-input, output standard-output
        display " "
        display "Companion-File Housekeeping"
        display "List only (L) or archive expired files (A)?"
        move spaces to get-line
        read standard-input into get-line
        if function upper-case(get-line(1:1)) is equal to 'A'
            move 'A' to run-mode
            display "Archive directory (blank for archive):"
            move spaces to get-line
            read standard-input into get-line
            if get-line is not equal to spaces
                move get-line to archive-root
            end-if
            display "Expired files will be moved into "
                    function trim(archive-root) "/" run-date
            display "Type YES to go ahead, anything else to list"
                    " only:"
            move spaces to get-line
            read standard-input into get-line
            if function upper-case(get-line(1:3)) is not equal to 'YES'
                move 'L' to run-mode
                display "List only - nothing will be moved."
            end-if
        end-if
        close standard-input
        close standard-output
    end-if

    if run-rc is less than 16
        perform 1100-load-retention
        perform 2000-load-history
        if run-rc is less than 12
            perform 8000-open-report
        end-if
        if run-rc is less than 12
            perform 3000-housekeep-files
            perform 5000-summary
            perform 8900-close-report
        end-if
    end-if

    move run-rc to return-code
    stop run.

*> ##################################################
*> Unattended parameters: <LIST|ARCHIVE> and an
*> optional archive directory.
*> ##################################################
1000-parse-parameters.
    move spaces to run-mode-token
    move spaces to run-dir-token
    unstring cmd-line delimited by all spaces
        into run-mode-token run-dir-token
    end-unstring
    move function upper-case(run-mode-token) to run-mode-token
    if run-mode-token is equal to 'LIST'
        move 'L' to run-mode
    else
        if run-mode-token is equal to 'ARCHIVE'
            move 'A' to run-mode
        else
            display "Unusable startup parameters: " cmd-line
            display "Expected: <LIST|ARCHIVE> [archive-directory]"
            move 16 to run-rc
        end-if
    end-if
    if run-dir-token is not equal to spaces
        move run-dir-token to archive-root
    end-if.

*> ##################################################
*> Take the retention periods from RETAIN.DAT over
*> the standard ones. No control file is no change;
*> a record naming an unknown type or unreadable
*> days is reported and ignored.
*> ##################################################
1100-load-retention.
    open input retain-file
    if ws-retain-status is equal to '00'
        move 'n' to ws-retain-eof
        perform until ws-retain-eof is equal to 'y'
            read retain-file
            at end move 'y' to ws-retain-eof
            not at end
                if retain-record is not equal to spaces and
                   retain-type(1:1) is not equal to '*'
                    move function upper-case(retain-type)
                        to retain-type
                    move 0 to p
                    perform varying k from 1 by 1
                            until k > retention-max or p > 0
                        if rt-type(k) is equal to retain-type
                            move k to p
                        end-if
                    end-perform
                    if p is equal to 0 or
                       function test-numval(retain-days)
                           is not equal to 0
                        display "Warning: retention record ignored: "
                                retain-record
                    else
                        move function numval(retain-days)
                            to rt-days(p)
                    end-if
                end-if
            end-read
        end-perform
        close retain-file
    end-if.

*> ##################################################
*> Read the whole run history into the file-name
*> table: every file ever processed, the date of its
*> last run and its latest outcome.
*> ##################################################
2000-load-history.
    open input history-file
    if ws-history-status is not equal to '00'
        display "Unable to open run-history file " history-filename
        display "    File status: " ws-history-status
        move 12 to run-rc
    else
        move 0 to name-count
        move 'n' to name-overflow
        move 'n' to ws-history-eof
        perform until ws-history-eof is equal to 'y'
            read history-file
            at end move 'y' to ws-history-eof
            not at end
                perform 2100-tally-row
            end-read
        end-perform
        close history-file
    end-if.

2100-tally-row.
    move 0 to name-found
    perform varying i from 1 by 1
            until i is greater than name-count or name-found is greater than 0
        if nt-filename(i) is equal to hist-filename
            move i to name-found
        end-if
    end-perform
    if name-found is equal to 0
        if name-count is less than 2000
            add 1 to name-count
            move name-count to name-found
            move hist-filename to nt-filename(name-found)
            move spaces to nt-last-date(name-found)
            move 'n' to nt-held(name-found)
        else
            if name-overflow is equal to 'n'
                move 'y' to name-overflow
                display "Warning: more than 2000 file names in the"
                        " history - excess not housekept"
            end-if
        end-if
    end-if
    if name-found is greater than 0
        move hist-outcome to nt-outcome(name-found)
        if hist-outcome is equal to 'QUARANTINED'
            move 'y' to nt-held(name-found)
        end-if
        if hist-outcome is equal to 'RELEASED' or
           hist-outcome is equal to 'CONDEMNED'
            move 'n' to nt-held(name-found)
        end-if
        if hist-date is greater than nt-last-date(name-found)
            move hist-date to nt-last-date(name-found)
        end-if
    end-if.

*> ##################################################
*> Take every file in the history in turn and judge
*> its companions.
*> ##################################################
3000-housekeep-files.
    move 0 to cnt-kept
    move 0 to cnt-archived
    move 0 to cnt-skipped
    move 0 to cnt-failed
    move 999 to report-line-count
    move spaces to rpt-work
    if run-mode is equal to 'A'
        string 'ARCHIVE PASS - EXPIRED FILES MOVED TO ' delimited by size
               archive-root delimited by space
               '/' delimited by size
               run-date delimited by size
               into rpt-work
    else
        move 'LIST-ONLY PASS - NOTHING MOVED' to rpt-work
    end-if
    perform 8100-write-report-line
    perform varying i from 1 by 1 until i is greater than name-count
        perform 3100-one-file-set
    end-perform.

*> ##################################################
*> One batch file's companion set. A file locked by
*> any run -- or, archiving, whose lock this pass
*> cannot take -- has every companion passed by.
*> Otherwise each companion on disk is judged in
*> table order, parents before the files that speak
*> for them.
*> ##################################################
3100-one-file-set.
    move 0 to file-age
    if nt-last-date(i) is numeric and run-date is numeric
        if nt-last-date(i) is less than run-date
            compute file-age =
                function integer-of-date(function numval(run-date))
              - function integer-of-date(function numval(nt-last-date(i)))
        end-if
    end-if
    move spaces to rpt-work
    perform 8100-write-report-line
    move spaces to rpt-work
    move file-age to days-edit
    string 'FILE: ' delimited by size
           nt-filename(i) delimited by space
           '  LAST RUN ' delimited by size
           nt-last-date(i) delimited by size
           '  AGE ' delimited by size
           days-edit delimited by size
           ' DAYS' delimited by size
           into rpt-work
    perform 8100-write-report-line

    move nt-filename(i) to companion-name
    perform 7000-check-lock
    move comp-locked to set-locked
    move lock-run to set-lock-run
    if set-locked is equal to 'n' and run-mode is equal to 'A'
        perform 7100-take-set-lock
        if lock-got is equal to 'n'
            move 'y' to set-locked
            move 'UNKNOWN' to set-lock-run
        end-if
    end-if

    move spaces to disposition-table
    perform varying k from 1 by 1 until k > companion-max
        perform 3200-one-companion
    end-perform

    if set-locked is equal to 'n' and run-mode is equal to 'A'
        perform 7200-release-set-lock
    end-if.

*> ##################################################
*> Judge companion k of file i: keep it while within
*> its retention or while the file it speaks for
*> stays; pass it by when it is locked or its work is
*> not finished; otherwise it has expired and moves
*> (or, listing, would move) to the archive.
*> ##################################################
3200-one-companion.
    move spaces to companion-name
    string nt-filename(i) delimited by space
           cp-suffix(k) delimited by space
           into companion-name
    move companion-name to probe-filename
    perform 3300-probe-file
    if file-present is equal to 'y'
        move spaces to reason-text
        move 0 to keep-days
        perform varying p from 1 by 1 until p > retention-max
            if rt-type(p) is equal to cp-type(k)
                move rt-days(p) to keep-days
            end-if
        end-perform
        move cp-parent(k) to p

        *> A quarantined file's .out is what the release posts
        *> from, so nothing of a held file moves at any age.
        if nt-held(i) is equal to 'y'
            move 'S' to cp-disp(k)
            move 'HELD FOR RELEASE' to reason-text
        else
        if set-locked is equal to 'y'
            move 'S' to cp-disp(k)
            string 'FILE LOCKED BY ' delimited by size
                   set-lock-run delimited by space
                   into reason-text
        else
        if p > 0 and cp-disp(p) is not equal to space and
           cp-disp(p) is not equal to 'A'
            move cp-disp(p) to cp-disp(k)
            string 'STAYS WITH ' delimited by size
                   cp-suffix(p) delimited by space
                   into reason-text
        else
            perform 7000-check-lock
            if comp-locked is equal to 'y'
                move 'S' to cp-disp(k)
                string 'LOCKED BY ' delimited by size
                       lock-run delimited by space
                       into reason-text
            else
            if file-age is not greater than keep-days
                move 'K' to cp-disp(k)
                move keep-days to days-edit
                string 'WITHIN ' delimited by size
                       cp-type(k) delimited by space
                       ' RETENTION OF' delimited by size
                       days-edit delimited by size
                       ' DAYS' delimited by size
                       into reason-text
            else
                perform 3400-check-guard
                if reason-text is not equal to spaces
                    move 'S' to cp-disp(k)
                else
                    perform 3500-archive-companion
                end-if
            end-if
            end-if
        end-if
        end-if
        end-if
        perform 3900-write-disposition
    end-if.

*> ##################################################
*> See whether the file in probe-filename is on disk.
*> ##################################################
3300-probe-file.
    move 'n' to file-present
    open input probe-file
    if ws-probe-status is equal to '00'
        move 'y' to file-present
        close probe-file
    end-if.

*> ##################################################
*> The work an expired companion must have finished
*> before it may move, by its guard. reason-text comes
*> back naming what is still open, blank when nothing
*> is.
*> ##################################################
3400-check-guard.
    move 0 to open-count
    if cp-guard(k) is equal to 'R' and
       nt-outcome(i) is not equal to 'CONDEMNED'
        move companion-name to reject-filename
        perform 3410-count-open-rejects
        if open-count is greater than 0
            move open-count to cnt-edit
            string 'REJECTS NOT CORRECTED ' delimited by size
                   function trim(cnt-edit) delimited by size
                   into reason-text
        end-if
    end-if
    if cp-guard(k) is equal to 'D' or cp-guard(k) is equal to 'P'
        if cp-guard(k) is equal to 'D'
            move 'y' to rulings-close-parked
        else
            move 'n' to rulings-close-parked
        end-if
        move companion-name to dup-filename
        perform 3420-count-open-pairs
        if open-count is greater than 0
            move open-count to cnt-edit
            string 'PAIRS NOT RULED ON ' delimited by size
                   function trim(cnt-edit) delimited by size
                   into reason-text
        end-if
    end-if
    if cp-guard(k) is equal to 'A'
        move spaces to probe-filename
        string companion-name delimited by space
               '.rpt' delimited by size
               into probe-filename
        perform 3300-probe-file
        if file-present is equal to 'n'
            move 'POSTINGS NOT APPLIED BY APPLYMAST' to reason-text
        end-if
    end-if.

*> ##################################################
*> Count the rejects on the .rej in reject-filename
*> with no correction on its .fix.
*> ##################################################
3410-count-open-rejects.
    move 0 to match-count
    move 'n' to match-full
    move spaces to fixup-filename
    string reject-filename delimited by space
           '.fix' delimited by size
           into fixup-filename
    open input fixup-file
    if ws-fixup-status is equal to '00'
        move 'n' to ws-match-eof
        perform until ws-match-eof is equal to 'y'
            read fixup-file
            at end move 'y' to ws-match-eof
            not at end
                move fixup-id to item-id
                perform 3820-add-match
            end-read
        end-perform
        close fixup-file
    end-if
    open input reject-file
    if ws-reject-status is equal to '00'
        move 'n' to ws-end-of-file
        perform until ws-end-of-file is equal to 'y'
            read reject-file
            at end move 'y' to ws-end-of-file
            not at end
                move reject-id to item-id
                perform 3850-match-id
                if match-closed is equal to 'n'
                    add 1 to open-count
                end-if
            end-read
        end-perform
        close reject-file
    end-if.

*> ##################################################
*> Count the pairs on the suspense or park file in
*> dup-filename with no closing ruling on its ruling
*> log: any ruling closes a suspense pair, only KEPT
*> or REPLACED a parked one.
*> ##################################################
3420-count-open-pairs.
    move 0 to match-count
    move 'n' to match-full
    move spaces to ruling-filename
    string dup-filename delimited by space
           '.rul' delimited by size
           into ruling-filename
    open input ruling-file
    if ws-ruling-status is equal to '00'
        move 'n' to ws-match-eof
        perform until ws-match-eof is equal to 'y'
            read ruling-file
            at end move 'y' to ws-match-eof
            not at end
                if rulings-close-parked is equal to 'y' or
                   rul-ruling is not equal to 'PARKED'
                    move rul-id to item-id
                    perform 3820-add-match
                end-if
            end-read
        end-perform
        close ruling-file
    end-if
    open input dup-file
    if ws-dup-status is equal to '00'
        move 'n' to ws-end-of-file
        perform until ws-end-of-file is equal to 'y'
            read dup-file
            at end move 'y' to ws-end-of-file
            not at end
                move dup-id to item-id
                perform 3850-match-id
                if match-closed is equal to 'n'
                    add 1 to open-count
                end-if
            end-read
        end-perform
        close dup-file
    end-if.

*> ##################################################
*> Add the closing ID in item-id to the match table.
*> A table overflow leaves later items counted open,
*> which only ever keeps a file.
*> ##################################################
3820-add-match.
    if match-count is less than 20000
        add 1 to match-count
        move item-id to mt-id(match-count)
        move 'n' to mt-used(match-count)
    else
        if match-full is equal to 'n'
            move 'y' to match-full
            display "Warning: more than 20000 closing entries for "
                    companion-name
        end-if
    end-if.

3850-match-id.
    move 'n' to match-closed
    perform varying j from 1 by 1
            until j is greater than match-count or
                  match-closed is equal to 'y'
        if mt-id(j) is equal to item-id and
           mt-used(j) is equal to 'n'
            move 'y' to mt-used(j)
            move 'y' to match-closed
        end-if
    end-perform.

*> ##################################################
*> Move the expired companion in companion-name into
*> the dated archive directory, creating it on the
*> first move of the pass. Listing, only say so.
*> ##################################################
3500-archive-companion.
    if run-mode is equal to 'L'
        move 'A' to cp-disp(k)
        move 'EXPIRED' to reason-text
    else
        if archive-made is equal to 'n'
            move spaces to archive-dir
            string archive-root delimited by space
                   '/' delimited by size
                   run-date delimited by size
                   into archive-dir
            *> Either directory may be there from an earlier pass,
            *> so the creates are not checked; the dated directory
            *> must exist once they are done.
            call "CBL_CREATE_DIR" using archive-root
            call "CBL_CREATE_DIR" using archive-dir
            call "CBL_CHECK_FILE_EXIST" using archive-dir
                                              archive-dir-info
            move return-code to move-status
            move 0 to return-code
            if move-status is equal to 0
                move 'y' to archive-made
            else
                move 'x' to archive-made
                display "Unable to create archive directory "
                        archive-dir
            end-if
        end-if
        if archive-made is equal to 'y'
            *> The archived copy keeps the companion's own name,
            *> less any directory the history carried with it.
            move 0 to base-start
            perform varying j from 1 by 1 until j > 84
                if companion-name(j:1) is equal to '/'
                    move j to base-start
                end-if
            end-perform
            move spaces to archive-name
            string archive-dir delimited by space
                   '/' delimited by size
                   companion-name(base-start + 1:84 - base-start)
                       delimited by space
                   into archive-name
            call "CBL_RENAME_FILE" using companion-name archive-name
            move return-code to move-status
            move 0 to return-code
        else
            move 1 to move-status
        end-if
        if move-status is equal to 0
            move 'A' to cp-disp(k)
            move 'EXPIRED' to reason-text
        else
            move 'S' to cp-disp(k)
            move 'MOVE FAILED' to reason-text
            add 1 to cnt-failed
            if run-rc is less than 8
                move 8 to run-rc
            end-if
        end-if
    end-if.

*> ##################################################
*> One disposition line for companion k, counted.
*> ##################################################
3900-write-disposition.
    if cp-disp(k) is equal to 'K'
        move 'KEPT' to disp-text
        add 1 to cnt-kept
    end-if
    if cp-disp(k) is equal to 'S'
        move 'SKIPPED' to disp-text
        add 1 to cnt-skipped
    end-if
    if cp-disp(k) is equal to 'A'
        if run-mode is equal to 'A'
            move 'ARCHIVED' to disp-text
        else
            move 'WOULD ARCHIVE' to disp-text
        end-if
        add 1 to cnt-archived
    end-if
    move spaces to rpt-work
    move companion-name to rpt-work(5:68)
    move cp-type(k) to rpt-work(74:8)
    move disp-text to rpt-work(83:13)
    move reason-text to rpt-work(97:36)
    perform 8100-write-report-line.

*> ##################################################
*> Close the report with the pass's counts.
*> ##################################################
5000-summary.
    move spaces to rpt-work
    perform 8100-write-report-line
    move spaces to rpt-work
    move 1 to rpt-ptr
    move name-count to cnt-edit
    string 'FILES ' delimited by size
           cnt-edit delimited by size
           '  COMPANIONS KEPT ' delimited by size
           into rpt-work with pointer rpt-ptr
    move cnt-kept to cnt-edit
    string cnt-edit delimited by size
           into rpt-work with pointer rpt-ptr
    if run-mode is equal to 'A'
        string '  ARCHIVED ' delimited by size
               into rpt-work with pointer rpt-ptr
    else
        string '  WOULD ARCHIVE ' delimited by size
               into rpt-work with pointer rpt-ptr
    end-if
    move cnt-archived to cnt-edit
    string cnt-edit delimited by size
           '  SKIPPED ' delimited by size
           into rpt-work with pointer rpt-ptr
    move cnt-skipped to cnt-edit
    string cnt-edit delimited by size
           into rpt-work with pointer rpt-ptr
    perform 8100-write-report-line
    if cnt-failed is greater than 0
        move spaces to rpt-work
        move cnt-failed to cnt-edit
        string 'MOVES FAILED ' delimited by size
               cnt-edit delimited by size
               ' - LEFT IN PLACE, SEE SKIPPED' delimited by size
               into rpt-work
        perform 8100-write-report-line
    end-if
    display "Files " name-count "  kept " cnt-kept
            "  archived " cnt-archived "  skipped " cnt-skipped
    if run-mode is equal to 'L'
        display "List only - nothing was moved."
    end-if
    if cnt-failed is greater than 0
        display "*** " cnt-failed " moves failed"
    end-if.

*> ##################################################
*> Is the file in companion-name locked? A .lck with
*> a lock registered on it (an empty one was cleared
*> from the converter menu and counts as free) says
*> a run is at work on it: comp-locked comes back 'y'
*> with the holder in lock-run.
*> ##################################################
7000-check-lock.
    move 'n' to comp-locked
    move spaces to lock-filename
    string companion-name delimited by space
           '.lck' delimited by size
           into lock-filename
    open input lock-file
    if ws-lock-status is equal to '00'
        move spaces to lock-record
        read lock-file
            at end move spaces to lock-record
        end-read
        close lock-file
        if lock-record is not equal to spaces
            move 'y' to comp-locked
        end-if
    end-if
    if comp-locked is equal to 'n'
        move spaces to lock-run
    end-if.

*> ##################################################
*> Register the batch file's own lock for the moves,
*> naming this run. Taken only once the check found
*> the file free, so there is nothing to wait for.
*> ##################################################
7100-take-set-lock.
    move 'n' to lock-got
    move spaces to lock-filename
    string nt-filename(i) delimited by space
           '.lck' delimited by size
           into lock-filename
    open output lock-file
    if ws-lock-status is equal to '00'
        move spaces to lock-record
        move 'HOUSEKEEP' to lock-run
        move nt-filename(i) to lock-guarded
        accept lock-date from date yyyymmdd
        accept lock-time from time
        write lock-record
        close lock-file
        move 'y' to lock-got
    end-if.

7200-release-set-lock.
    if lock-got is equal to 'y'
        move spaces to lock-filename
        string nt-filename(i) delimited by space
               '.lck' delimited by size
               into lock-filename
        delete file lock-file
        move 'n' to lock-got
    end-if.

*> ##################################################
*> Open the print-image disposition report. Without
*> a report nothing is moved, so a failed open ends
*> the run with the open-failure code.
*> ##################################################
8000-open-report.
    open output report-file
    if ws-report-status is equal to '00'
        move 'y' to report-active
        move 0 to report-page-count
        move 999 to report-line-count
    else
        move 'n' to report-active
        display "Unable to open housekeeping report " report-filename
        display "    File status: " ws-report-status
        move 12 to run-rc
    end-if.

*> ##################################################
*> Write the line waiting in rpt-work, breaking to a
*> fresh page with its heading every sixty lines, as
*> the converter's run report does.
*> ##################################################
8100-write-report-line.
    if report-active is equal to 'y'
        if report-line-count is not less than page-line-max
            perform 8150-report-page-heading
        end-if
        write report-record from rpt-work
        add 1 to report-line-count
    end-if.

8150-report-page-heading.
    add 1 to report-page-count
    move run-date to rpt-head-date
    move report-page-count to rpt-head-page
    write report-record from rpt-page-head
    move all '-' to report-record
    write report-record
    move 2 to report-line-count.

8900-close-report.
    if report-active is equal to 'y'
        close report-file
        move 'n' to report-active
        display "Disposition report written to " report-filename
    end-if.
