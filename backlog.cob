*> ############################################
*> PROGRAM:     Exception Backlog Aging Report
*> DESCRIPTION: Morning report of the exception work still open
*>              across every file in the run history
*>              RUNHIST.DAT, read from the companion files each
*>              run left behind: rejects on a .rej not yet
*>              corrected through the reject fix-up (menu 7,
*>              corrections on <file>.rej.fix); duplicate
*>              suspense pairs on a .dup, .pst.dup or the
*>              fix-up's .rej.dup not yet ruled on through the
*>              resolve (menu D, rulings on <suspense>.rul);
*>              pairs parked on a .park and not yet kept or
*>              replaced; and postings on a .pst that APPLYMAST
*>              has not applied (no <file>.pst.rpt). Every open
*>              item is listed by type and by source file with
*>              its age in days since the run that produced it,
*>              items past a configurable age are flagged, and a
*>              summary page gives the counts by type and age
*>              bucket. Sits beside HISTRPT's operations
*>              summary.
*> NAME:        Daniel Domalik
*> STUDENT ID:  0933553
*> DATE:        10/15/2026
*> COMPILER:    COBC
*>
*> MODIFICATION HISTORY
*> DATE       BY   DESCRIPTION
*> 10/15/2026 DD   Pairs the reject fix-up set aside on its own
*>                 suspense file (<file>.rej.dup) and parked from
*>                 there (.rej.dup.park) are reported with the
*>                 other suspense and parked pairs.
*> 10/15/2026 DD   Initial version. Unattended from the command
*>                 line (<flag-days>) for the scheduler, or
*>                 prompted when started with no parameters. The
*>                 report goes to backlog.rpt. Return code 0
*>                 when written with nothing past the flag age,
*>                 8 when any item is past it, 12 when the
*>                 history file could not be opened, 16 for
*>                 unusable startup parameters.
*> ############################################

identification division.
program-id. backlog.
environment division.
input-output section.
file-control.
    select standard-input assign to keyboard.
    select standard-output assign to display.
    select history-file
    assign to dynamic history-filename
    organization is line sequential
    file status is ws-history-status.
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
    select posting-file
    assign to dynamic posting-filename
    organization is line sequential
    file status is ws-posting-status.
    select apply-report-file
    assign to dynamic apply-report-filename
    organization is line sequential
    file status is ws-apply-report-status.
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
fd posting-file.
    copy masterrec.
fd apply-report-file.
    01 apply-report-record pic x(132).
fd report-file.
    01 report-record pic x(132).
working-storage section.
01 history-filename    pic x(68) value 'runhist.dat'.
01 report-filename     pic x(72) value 'backlog.rpt'.
01 reject-filename     pic x(72) value ' '.
01 fixup-filename      pic x(76) value ' '.
01 dup-filename        pic x(76) value ' '.
01 ruling-filename     pic x(80) value ' '.
01 posting-filename    pic x(72) value ' '.
01 apply-report-filename pic x(76) value ' '.
01 ws-history-status   pic x(2) value '00'.
01 ws-reject-status    pic x(2) value '00'.
01 ws-fixup-status     pic x(2) value '00'.
01 ws-dup-status       pic x(2) value '00'.
01 ws-ruling-status    pic x(2) value '00'.
01 ws-posting-status   pic x(2) value '00'.
01 ws-apply-report-status pic x(2) value '00'.
01 ws-report-status    pic x(2) value '00'.
01 ws-history-eof      pic a(1) value 'n'.
01 ws-end-of-file      pic a(1) value 'n'.
01 ws-match-eof        pic a(1) value 'n'.
01 cmd-line            pic x(200) value ' '.
01 run-days-token      pic x(20) value ' '.
77 get-line            pic x(30) value spaces.
77 run-date            pic x(8) value spaces.
77 run-rc              pic 9(2) value 0.
77 unattended          pic x(1) value 'n'.
*> Items older than this many days are flagged.
77 flag-days           pic 9(3) value 7.
*> One entry per distinct input file name in the history, with
*> the run that left its companions: the latest run that got as
*> far as converting (a refused, locked-out or unopened file
*> touched nothing), and how the file stands now -- a condemned
*> file went back to its sender whole, so its rejects are not
*> ours to work.
01 name-table.
    05 name-entry occurs 2000 times.
        10 nt-filename pic x(64).
        10 nt-run-date pic x(8).
        10 nt-outcome  pic x(14).
01 name-count    pic 9(4) value 0.
01 name-found    pic 9(4) value 0.
01 name-overflow pic x(1) value 'n'.
*> Closing entries for the companion file in hand: the IDs on
*> its .fix (rejects) or ruling log (pairs). Each closes one
*> open item with the same ID, in file order, so an ID that
*> arrived twice needs two.
01 match-table.
    05 match-entry occurs 20000 times.
        10 mt-id       pic x(10).
        10 mt-used     pic x(1).
01 match-count   pic 9(5) value 0.
01 match-full    pic x(1) value 'n'.
77 match-closed  pic x(1) value 'n'.
*> Rulings a park file's own log must carry to close a pair --
*> PARKED again there leaves it parked.
77 rulings-close-parked pic x(1) value 'y'.
*> Exception types, in report order.
01 type-names.
    05 filler pic x(10) value 'REJECT'.
    05 filler pic x(10) value 'SUSPENSE'.
    05 filler pic x(10) value 'PARKED'.
    05 filler pic x(10) value 'UNAPPLIED'.
01 type-name-table redefines type-names.
    05 type-name  pic x(10) occurs 4 times.
01 type-titles.
    05 filler pic x(60) value
       'REJECTS NOT CORRECTED (.REJ, REJECT FIX-UP MENU 7)'.
    05 filler pic x(60) value
       'DUPLICATE SUSPENSE PAIRS NOT RULED (.DUP, RESOLVE MENU D)'.
    05 filler pic x(60) value
       'PAIRS PARKED FOR FOLLOW-UP (.PARK)'.
    05 filler pic x(60) value
       'POSTINGS NOT APPLIED TO THE MASTER (.PST, APPLYMAST)'.
01 type-title-table redefines type-titles.
    05 type-title pic x(60) occurs 4 times.
*> Age buckets in days: 0-2, 3-7, 8-14, 15-30, over 30.
01 bucket-limits.
    05 filler pic 9(5) value 2.
    05 filler pic 9(5) value 7.
    05 filler pic 9(5) value 14.
    05 filler pic 9(5) value 30.
    05 filler pic 9(5) value 99999.
01 bucket-limit-table redefines bucket-limits.
    05 bucket-limit pic 9(5) occurs 5 times.
01 summary-table.
    05 sum-type occurs 4 times.
        10 sum-bucket  pic 9(7) occurs 5 times.
        10 sum-total   pic 9(7).
        10 sum-flagged pic 9(7).
01 grand-bucket-table.
    05 grand-bucket    pic 9(7) occurs 5 times.
77 grand-total       pic 9(7) value 0.
77 grand-flagged     pic 9(7) value 0.
77 files-scanned     pic 9(5) value 0.
77 i             pic s9(5) usage is computational.
77 j             pic s9(5) usage is computational.
77 k             pic s9(5) usage is computational.
77 item-type     pic s9(5) usage is computational.
77 item-bucket   pic s9(5) usage is computational.
77 item-age      pic 9(5) value 0.
77 item-id       pic x(10) value spaces.
77 item-detail   pic x(60) value spaces.
77 file-age      pic 9(5) value 0.
77 companion-name pic x(80) value spaces.
77 companion-open pic 9(7) value 0.
77 companion-head pic x(1) value 'n'.
77 type-open     pic 9(7) value 0.
77 pst-applied   pic x(1) value 'n'.
77 dec-edit      pic z(9)9.
77 age-edit      pic z(4)9.
77 days-edit     pic zz9.
77 cnt-edit      pic z(6)9.
77 rpt-ptr       pic s9(4) usage is computational value 1.
77 report-active pic x(1) value 'n'.
77 report-line-count pic 9(3) value 0.
77 report-page-count pic 9(4) value 0.
77 page-line-max pic 9(3) value 60.
01 rpt-work      pic x(132) value spaces.
01 rpt-page-head.
    05 filler          pic x(47) value
       'ROMAN NUMERAL CONVERTER - EXCEPTION BACKLOG'.
    05 filler          pic x(9) value 'RUN DATE '.
    05 rpt-head-date   pic x(8).
    05 filler          pic x(7) value '   PAGE'.
    05 rpt-head-page   pic zzz9.

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
        display "Exception Backlog Aging Report"
        display "Flag items older than how many days (blank for 7):"
        move spaces to get-line
        read standard-input into get-line
        if get-line is not equal to spaces
            move function numval(get-line) to flag-days
        end-if
        close standard-input
        close standard-output
    end-if

    if run-rc is less than 16
        perform 2000-load-history
        if run-rc is less than 12
            perform 8000-open-report
            perform 3000-open-items
            perform 5000-summary-page
            perform 8900-close-report
            if grand-flagged is greater than 0 and
               run-rc is less than 8
                move 8 to run-rc
            end-if
        end-if
    end-if

    move run-rc to return-code
    stop run.

*> ##################################################
*> Unattended parameters: <flag-days>, the age in
*> days past which an open item is flagged.
*> ##################################################
1000-parse-parameters.
    move spaces to run-days-token
    unstring cmd-line delimited by all spaces
        into run-days-token
    end-unstring
    if run-days-token is equal to spaces or
       function test-numval(run-days-token) is not equal to 0
        display "Unusable startup parameters: " cmd-line
        display "Expected: <flag-days>"
        move 16 to run-rc
    else
        move function numval(run-days-token) to flag-days
    end-if.

*> ##################################################
*> Read the whole run history into the file-name
*> table: every file ever processed, the date of the
*> latest run that left companions for it, and its
*> latest outcome.
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
                if hist-outcome is not equal to 'OPEN FAILURE' and
                   hist-outcome is not equal to 'FILE IN USE' and
                   hist-outcome is not equal to 'DUPLICATE FILE'
                    perform 2100-tally-row
                end-if
            end-read
        end-perform
        close history-file
        if name-count is equal to 0
            display "No converted files in the run history."
        end-if
    end-if.

*> ##################################################
*> Note the history row in the FD against its file
*> name. A release or condemnation only settles the
*> earlier run's work -- it changes the file's
*> standing, not the date its items were produced.
*> ##################################################
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
            move hist-date to nt-run-date(name-found)
        else
            if name-overflow is equal to 'n'
                move 'y' to name-overflow
                display "Warning: more than 2000 file names in the"
                        " history - excess not reported"
            end-if
        end-if
    end-if
    if name-found is greater than 0
        move hist-outcome to nt-outcome(name-found)
        if hist-outcome is not equal to 'RELEASED' and
           hist-outcome is not equal to 'CONDEMNED'
            move hist-date to nt-run-date(name-found)
        end-if
    end-if.

*> ##################################################
*> Section one: the open items, one section per
*> exception type, within it one group per source
*> file and companion file.
*> ##################################################
3000-open-items.
    move 0 to grand-total
    move 0 to grand-flagged
    move name-count to files-scanned
    initialize summary-table
    initialize grand-bucket-table
    perform varying item-type from 1 by 1 until item-type > 4
        move 999 to report-line-count
        move 0 to type-open
        move type-title(item-type) to rpt-work
        perform 8100-write-report-line
        perform varying i from 1 by 1 until i is greater than name-count
            perform 3700-file-age
            if item-type is equal to 1
                perform 3100-open-rejects
            end-if
            if item-type is equal to 2
                move 'y' to rulings-close-parked
                move spaces to dup-filename
                string nt-filename(i) delimited by space
                       '.dup' delimited by size
                       into dup-filename
                perform 3200-open-pairs
                move spaces to dup-filename
                string nt-filename(i) delimited by space
                       '.pst.dup' delimited by size
                       into dup-filename
                perform 3200-open-pairs
                move spaces to dup-filename
                string nt-filename(i) delimited by space
                       '.rej.dup' delimited by size
                       into dup-filename
                perform 3200-open-pairs
            end-if
            if item-type is equal to 3
                move 'n' to rulings-close-parked
                move spaces to dup-filename
                string nt-filename(i) delimited by space
                       '.dup.park' delimited by size
                       into dup-filename
                perform 3200-open-pairs
                move spaces to dup-filename
                string nt-filename(i) delimited by space
                       '.pst.dup.park' delimited by size
                       into dup-filename
                perform 3200-open-pairs
                move spaces to dup-filename
                string nt-filename(i) delimited by space
                       '.rej.dup.park' delimited by size
                       into dup-filename
                perform 3200-open-pairs
            end-if
            if item-type is equal to 4
                perform 3400-open-postings
            end-if
        end-perform
        move spaces to rpt-work
        perform 8100-write-report-line
        if type-open is equal to 0
            move '    (NONE OPEN)' to rpt-work
        else
            move type-open to cnt-edit
            string 'OPEN ' delimited by size
                   type-name(item-type) delimited by space
                   ' ITEMS ' delimited by size
                   cnt-edit delimited by size
                   into rpt-work
        end-if
        perform 8100-write-report-line
    end-perform.

*> ##################################################
*> Rejects on the file's .rej with no correction on
*> its .fix. A condemned file's rejects went back to
*> the sender with the rest of the file.
*> ##################################################
3100-open-rejects.
    if nt-outcome(i) is not equal to 'CONDEMNED'
        move spaces to reject-filename
        string nt-filename(i) delimited by space
               '.rej' delimited by size
               into reject-filename
        open input reject-file
        if ws-reject-status is equal to '00'
            move reject-filename to companion-name
            move 0 to companion-open
            move 'n' to companion-head
            perform 3800-load-fixes
            move 'n' to ws-end-of-file
            perform until ws-end-of-file is equal to 'y'
                read reject-file
                at end move 'y' to ws-end-of-file
                not at end
                    move reject-id to item-id
                    perform 3850-match-id
                    if match-closed is equal to 'n'
                        move spaces to item-detail
                        move reject-numeral to item-detail(1:30)
                        move reject-reason to item-detail(32:20)
                        perform 3900-write-item
                    end-if
                end-read
            end-perform
            close reject-file
            perform 3950-companion-total
        end-if
    end-if.

*> ##################################################
*> Pairs on the suspense or park file in dup-filename
*> with no closing ruling on its ruling log: any
*> ruling closes a suspense pair (a parked one moves
*> to the park file); only KEPT or REPLACED closes a
*> parked pair.
*> ##################################################
3200-open-pairs.
    open input dup-file
    if ws-dup-status is equal to '00'
        move dup-filename to companion-name
        move 0 to companion-open
        move 'n' to companion-head
        perform 3810-load-rulings
        move 'n' to ws-end-of-file
        perform until ws-end-of-file is equal to 'y'
            read dup-file
            at end move 'y' to ws-end-of-file
            not at end
                move dup-id to item-id
                perform 3850-match-id
                if match-closed is equal to 'n'
                    move spaces to item-detail
                    string 'STORED ' delimited by size
                           dup-old-numeral delimited by space
                           '  ARRIVAL ' delimited by size
                           dup-new-numeral delimited by space
                           into item-detail
                    perform 3900-write-item
                end-if
            end-read
        end-perform
        close dup-file
        perform 3950-companion-total
    end-if.

*> ##################################################
*> Postings on the file's .pst when APPLYMAST has not
*> applied it -- its apply report <file>.pst.rpt is
*> not on disk -- every one still off the master.
*> ##################################################
3400-open-postings.
    move spaces to posting-filename
    string nt-filename(i) delimited by space
           '.pst' delimited by size
           into posting-filename
    move spaces to apply-report-filename
    string posting-filename delimited by space
           '.rpt' delimited by size
           into apply-report-filename
    move 'n' to pst-applied
    open input apply-report-file
    if ws-apply-report-status is equal to '00'
        move 'y' to pst-applied
        close apply-report-file
    end-if
    if pst-applied is equal to 'n'
        open input posting-file
        if ws-posting-status is equal to '00'
            move posting-filename to companion-name
            move 0 to companion-open
            move 'n' to companion-head
            move 'n' to ws-end-of-file
            perform until ws-end-of-file is equal to 'y'
                read posting-file
                at end move 'y' to ws-end-of-file
                not at end
                    move master-id to item-id
                    move spaces to item-detail
                    move master-numeral to item-detail(1:30)
                    move master-decimal to dec-edit
                    move dec-edit to item-detail(32:10)
                    perform 3900-write-item
                end-read
            end-perform
            close posting-file
            perform 3950-companion-total
        end-if
    end-if.

*> ##################################################
*> Age in days of the items file i's last converting
*> run left, and the summary bucket it falls in.
*> ##################################################
3700-file-age.
    move 0 to file-age
    if nt-run-date(i) is numeric and run-date is numeric
        if nt-run-date(i) is less than run-date
            compute file-age =
                function integer-of-date(function numval(run-date))
              - function integer-of-date(function numval(nt-run-date(i)))
        end-if
    end-if
    move file-age to item-age
    move 0 to item-bucket
    perform varying k from 1 by 1 until k > 5 or item-bucket > 0
        if item-age is not greater than bucket-limit(k)
            move k to item-bucket
        end-if
    end-perform.

*> ##################################################
*> Load the reference IDs corrected on the reject
*> file's .fix into the match table.
*> ##################################################
3800-load-fixes.
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
    end-if.

*> ##################################################
*> Load the closing rulings on the ruling log beside
*> the file in dup-filename into the match table --
*> every ruling, or only KEPT and REPLACED when the
*> file is a park file.
*> ##################################################
3810-load-rulings.
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
    end-if.

3820-add-match.
    if match-count is less than 20000
        add 1 to match-count
        move item-id to mt-id(match-count)
        move 'n' to mt-used(match-count)
    else
        if match-full is equal to 'n'
            move 'y' to match-full
            display "Warning: more than 20000 closing entries for "
                    companion-name " - items past them show open"
        end-if
    end-if.

*> ##################################################
*> Close the item with ID item-id against the first
*> unused match-table entry carrying that ID.
*> match-closed comes back 'y' when one was found.
*> ##################################################
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
*> One open item: the companion's heading before its
*> first item, then the item's ID, detail and age,
*> flagged when past flag-days, counted into the
*> summary.
*> ##################################################
3900-write-item.
    if companion-head is equal to 'n'
        move 'y' to companion-head
        move spaces to rpt-work
        perform 8100-write-report-line
        move spaces to rpt-work
        string 'FILE: ' delimited by size
               nt-filename(i) delimited by space
               '  RUN ' delimited by size
               nt-run-date(i) delimited by size
               '  ON ' delimited by size
               companion-name delimited by space
               into rpt-work
        perform 8100-write-report-line
        move '    REFERENCE   DETAIL' to rpt-work
        move 'AGE DAYS' to rpt-work(80:8)
        perform 8100-write-report-line
    end-if
    add 1 to companion-open
    add 1 to type-open
    add 1 to sum-bucket(item-type, item-bucket)
    add 1 to sum-total(item-type)
    add 1 to grand-bucket(item-bucket)
    add 1 to grand-total
    move spaces to rpt-work
    move item-id to rpt-work(5:10)
    move item-detail to rpt-work(17:60)
    move item-age to age-edit
    move age-edit to rpt-work(82:5)
    if item-age is greater than flag-days
        add 1 to sum-flagged(item-type)
        add 1 to grand-flagged
        move flag-days to days-edit
        string '*** OVER ' delimited by size
               days-edit delimited by size
               ' DAYS' delimited by size
               into rpt-work(90:20)
    end-if
    perform 8100-write-report-line.

3950-companion-total.
    if companion-open is greater than 0
        move spaces to rpt-work
        move companion-open to cnt-edit
        string '    OPEN ON THIS FILE ' delimited by size
               cnt-edit delimited by size
               into rpt-work
        perform 8100-write-report-line
    end-if.

*> ##################################################
*> Section two: summary page -- open items by type
*> and age bucket, with the count past flag-days.
*> ##################################################
5000-summary-page.
    move 999 to report-line-count
    move 'BACKLOG SUMMARY BY TYPE AND AGE IN DAYS' to rpt-work
    perform 8100-write-report-line
    move spaces to rpt-work
    perform 8100-write-report-line
    move spaces to rpt-work
    move 'TYPE' to rpt-work(1:4)
    move '0-2' to rpt-work(15:3)
    move '3-7' to rpt-work(24:3)
    move '8-14' to rpt-work(32:4)
    move '15-30' to rpt-work(40:5)
    move 'OVER 30' to rpt-work(47:7)
    move 'TOTAL' to rpt-work(60:5)
    move flag-days to days-edit
    string 'OVER ' delimited by size
           days-edit delimited by size
           into rpt-work(69:8)
    perform 8100-write-report-line
    perform varying item-type from 1 by 1 until item-type > 4
        move spaces to rpt-work
        move type-name(item-type) to rpt-work(1:10)
        perform varying k from 1 by 1 until k > 5
            move sum-bucket(item-type, k) to cnt-edit
            move cnt-edit to rpt-work(11 + (k - 1) * 9:7)
        end-perform
        move sum-total(item-type) to cnt-edit
        move cnt-edit to rpt-work(58:7)
        move sum-flagged(item-type) to cnt-edit
        move cnt-edit to rpt-work(70:7)
        perform 8100-write-report-line
    end-perform
    move spaces to rpt-work
    move 'TOTAL' to rpt-work(1:10)
    perform varying k from 1 by 1 until k > 5
        move grand-bucket(k) to cnt-edit
        move cnt-edit to rpt-work(11 + (k - 1) * 9:7)
    end-perform
    move grand-total to cnt-edit
    move cnt-edit to rpt-work(58:7)
    move grand-flagged to cnt-edit
    move cnt-edit to rpt-work(70:7)
    perform 8100-write-report-line
    move spaces to rpt-work
    perform 8100-write-report-line
    move spaces to rpt-work
    move files-scanned to cnt-edit
    string 'FILES IN THE RUN HISTORY ' delimited by size
           cnt-edit delimited by size
           into rpt-work
    perform 8100-write-report-line
    display "Open exception items: " grand-total
            "  past " flag-days " days: " grand-flagged.

*> ##################################################
*> Open the print-image backlog report. Without a
*> report there is nothing to produce, so a failed
*> open ends the run with the open-failure code.
*> ##################################################
8000-open-report.
    open output report-file
    if ws-report-status is equal to '00'
        move 'y' to report-active
        move 0 to report-page-count
        move 999 to report-line-count
    else
        move 'n' to report-active
        display "Unable to open backlog report " report-filename
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
        display "Exception backlog written to " report-filename
    end-if.
