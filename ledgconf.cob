*> ############################################
*> PROGRAM:     Ledger Load-Confirmation Match
*> DESCRIPTION: Matches the load-confirmation file the ledger
*>              system returns (CONFREC copybook, <file>.cnf by
*>              default) against the .exp extract LEDGEXT sent
*>              it. Both sides are sorted by reference ID, the
*>              APPLYMAST way, and matched in one pass. The
*>              confirmation report (<file>.cfr) names every ID
*>              we sent that was never confirmed, every ID
*>              confirmed that we never sent, and every refusal
*>              with the ledger's code, and says whether the
*>              ledger's trailer totals agree with ours. Each
*>              refused ID is flagged on <file>.rfx (REFXREC
*>              copybook) for LEDGEXT's IDS mode to re-extract
*>              once the cause is put right.
*> NAME:        Daniel Domalik
*> STUDENT ID:  0933553
*> DATE:        10/15/2026
*> COMPILER:    COBC
*>
*> MODIFICATION HISTORY
*> DATE       BY   DESCRIPTION
*> 10/15/2026 DD   A sorted extract or confirmation work file that
*>                 will not open stops the match with return code
*>                 12 and a NOT MATCHED verdict on the report,
*>                 instead of reading a file that is not open.
*> 10/15/2026 DD   Initial version. Unattended from the command
*>                 line (<extract.exp> [<confirmation-file>]) for
*>                 the scheduler, or prompted when started with
*>                 no parameters. Return code 0 when every sent ID
*>                 loaded and the totals agree, 8 when anything
*>                 needs attention (unconfirmed, unsent, refused,
*>                 or totals out of agreement), 12 when a file
*>                 could not be opened, 16 for unusable startup
*>                 parameters.
*> ############################################

identification division.
program-id. ledgconf.
environment division.
input-output section.
file-control.
    select standard-input assign to keyboard.
    select standard-output assign to display.
    select extract-file
    assign to dynamic extract-filename
    organization is line sequential
    file status is ws-extract-status.
    select confirm-file
    assign to dynamic confirm-filename
    organization is line sequential
    file status is ws-confirm-status.
    select work-file
    assign to dynamic work-filename
    organization is line sequential
    file status is ws-work-status.
    select sort-work
    assign to "sortwork".
    select sent-sorted-file
    assign to dynamic sent-sorted-filename
    organization is line sequential
    file status is ws-sent-sorted-status.
    select conf-sorted-file
    assign to dynamic conf-sorted-filename
    organization is line sequential
    file status is ws-conf-sorted-status.
    select refx-file
    assign to dynamic refx-filename
    organization is line sequential
    file status is ws-refx-status.
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
fd extract-file.
    01 extract-record pic x(200).
fd confirm-file.
    copy confrec.
*> Both sides are brought to this one fixed layout before the
*> sort: the extract rows with their decimal value and twelfths,
*> the confirmation rows with their status, code and text.
fd work-file.
    01 work-record.
        05 work-id      pic x(10).
        05 work-decimal pic 9(10).
        05 work-frac    pic 9(2).
        05 work-status  pic x(8).
        05 work-code    pic x(6).
        05 work-text    pic x(40).
sd sort-work.
    01 sort-rec.
        05 sort-id     pic x(10).
        05 filler      pic x(66).
fd sent-sorted-file.
    01 sent-record.
        05 sent-id      pic x(10).
        05 sent-decimal pic 9(10).
        05 sent-frac    pic 9(2).
        05 filler       pic x(54).
fd conf-sorted-file.
    01 cnf-record.
        05 cnf-id       pic x(10).
        05 filler       pic x(12).
        05 cnf-status   pic x(8).
        05 cnf-code     pic x(6).
        05 cnf-text     pic x(40).
fd refx-file.
    copy refxrec.
fd report-file.
    01 report-record pic x(132).
working-storage section.
01 extract-filename       pic x(72) value ' '.
01 confirm-filename       pic x(76) value ' '.
01 work-filename          pic x(76) value ' '.
01 sent-work-filename     pic x(76) value ' '.
01 conf-work-filename     pic x(76) value ' '.
01 sent-sorted-filename   pic x(76) value ' '.
01 conf-sorted-filename   pic x(76) value ' '.
01 refx-filename          pic x(76) value ' '.
01 report-filename        pic x(76) value ' '.
01 ws-extract-status      pic x(2) value '00'.
01 ws-confirm-status      pic x(2) value '00'.
01 ws-work-status         pic x(2) value '00'.
01 ws-sent-sorted-status  pic x(2) value '00'.
01 ws-conf-sorted-status  pic x(2) value '00'.
01 ws-refx-status         pic x(2) value '00'.
01 ws-report-status       pic x(2) value '00'.
01 ws-end-of-file         pic a(1) value 'n'.
01 ws-sent-eof            pic a(1) value 'n'.
01 ws-conf-eof            pic a(1) value 'n'.
01 cmd-line               pic x(200) value ' '.
01 run-file-token         pic x(72) value ' '.
01 run-conf-token         pic x(76) value ' '.
77 get-line               pic x(76) value spaces.
77 run-date               pic x(8) value spaces.
77 run-rc                 pic 9(2) value 0.
77 field-delim            pic x(1) value '|'.
*> The eight delimited columns of an extract row, as LEDGEXT
*> writes them.
77 exp-id                 pic x(10) value spaces.
77 exp-dir                pic x(1) value spaces.
77 exp-numeral            pic x(30) value spaces.
77 exp-decimal            pic x(12) value spaces.
77 exp-warning            pic x(8) value spaces.
77 exp-source             pic x(64) value spaces.
77 exp-run-date           pic x(8) value spaces.
77 exp-frac               pic x(4) value spaces.
77 exp-trl-tag            pic x(4) value spaces.
77 exp-trl-count          pic x(12) value spaces.
77 exp-trl-sum            pic x(16) value spaces.
*> Our side's totals: the extract trailer, and what was
*> actually found on the extract.
77 our-trl-seen           pic x(1) value 'n'.
77 our-trl-count          pic 9(7) value 0.
77 our-trl-sum            pic 9(12) value 0.
77 our-rows               pic 9(7) value 0.
*> The ledger's side: its trailer, and what its rows say.
77 their-trl-seen         pic x(1) value 'n'.
77 their-trl-count        pic 9(7) value 0.
77 their-trl-sum          pic 9(12) value 0.
77 their-trl-loaded       pic 9(7) value 0.
77 their-trl-refused      pic 9(7) value 0.
77 their-rows             pic 9(7) value 0.
77 cnt-loaded             pic 9(7) value 0.
77 cnt-refused            pic 9(7) value 0.
77 cnt-unconfirmed        pic 9(7) value 0.
77 cnt-not-sent           pic 9(7) value 0.
77 cnt-bad-status         pic 9(7) value 0.
77 totals-agree           pic x(1) value 'n'.
77 refx-active            pic x(1) value 'n'.
77 report-active          pic x(1) value 'n'.
01 rpt-work               pic x(132) value spaces.

procedure division.
    accept run-date from date yyyymmdd

*> A non-blank command line means the scheduler launched us --
*> run straight through with no prompts, outcome in the return
*> code, as the converter's unattended entry behaves.
    move spaces to cmd-line
    accept cmd-line from command-line
    if cmd-line is not equal to spaces
        move spaces to run-file-token
        move spaces to run-conf-token
        unstring cmd-line delimited by all spaces
            into run-file-token run-conf-token
        end-unstring
        if run-file-token is equal to spaces
            display "Unusable startup parameters: " cmd-line
            display "Expected: <extract.exp> [<confirmation-file>]"
            move 16 to run-rc
        else
            move run-file-token to extract-filename
            move run-conf-token to confirm-filename
        end-if
    else
        open input standard-input, output standard-output
        display " "
        display "Ledger Load-Confirmation Match"
        display "Enter the extract (.exp) file that was sent:"
        move spaces to get-line
        read standard-input into get-line
        move get-line to extract-filename
        display "Enter the confirmation file name"
                " (blank for <extract>.cnf):"
        move spaces to get-line
        read standard-input into get-line
        move get-line to confirm-filename
        close standard-input
        close standard-output
        if extract-filename is equal to spaces
            display "No extract named."
            move 16 to run-rc
        end-if
    end-if

    if run-rc is less than 16
        perform 2000-match-confirmation
    end-if

    move run-rc to return-code
    stop run.

*> ##################################################
*> The whole match: bring both files to the one work
*> layout, sort each by reference ID, match them in
*> one pass, check the two trailers, and report.
*> ##################################################
2000-match-confirmation.
    if confirm-filename is equal to spaces
        string extract-filename delimited by space
               '.cnf' delimited by size
               into confirm-filename
    end-if
    move spaces to sent-work-filename
    string extract-filename delimited by space
           '.swk' delimited by size
           into sent-work-filename
    move spaces to conf-work-filename
    string extract-filename delimited by space
           '.cwk' delimited by size
           into conf-work-filename
    move spaces to sent-sorted-filename
    string extract-filename delimited by space
           '.sws' delimited by size
           into sent-sorted-filename
    move spaces to conf-sorted-filename
    string extract-filename delimited by space
           '.cws' delimited by size
           into conf-sorted-filename
    move spaces to refx-filename
    string extract-filename delimited by space
           '.rfx' delimited by size
           into refx-filename

    perform 3000-load-sent
    if run-rc is less than 12
        perform 3100-load-confirmation
    end-if
    if run-rc is less than 12
        move sent-work-filename to work-filename
        sort sort-work
            on ascending key sort-id
            using work-file
            giving sent-sorted-file
        delete file work-file
        move conf-work-filename to work-filename
        sort sort-work
            on ascending key sort-id
            using work-file
            giving conf-sorted-file
        delete file work-file

        perform 8000-open-report
        perform 4000-match-sorted
        if run-rc is less than 12
            perform 5000-check-trailers
            perform 6000-report-summary
        end-if
        perform 8900-close-report
    end-if.

*> ##################################################
*> Read the extract we sent: the header row names the
*> delimiter (the character after REFERENCE-ID), each
*> detail row goes to the work file with its decimal
*> value and twelfths, and the trailer row gives our
*> count and sum.
*> ##################################################
3000-load-sent.
    open input extract-file
    if ws-extract-status is not equal to '00'
        display "Unable to open extract file " extract-filename
        display "    File status: " ws-extract-status
        move 12 to run-rc
    else
        move sent-work-filename to work-filename
        open output work-file
        if ws-work-status is not equal to '00'
            display "Unable to open work file " work-filename
            display "    File status: " ws-work-status
            move 12 to run-rc
        else
            move 0 to our-rows
            move 'n' to our-trl-seen
            move 'n' to ws-end-of-file
            perform until ws-end-of-file is equal to 'y'
                read extract-file
                at end move 'y' to ws-end-of-file
                not at end
                    if extract-record(1:12) is equal to 'REFERENCE-ID'
                        move extract-record(13:1) to field-delim
                    else
                        perform 3050-sent-row
                    end-if
                end-read
            end-perform
            close work-file
        end-if
        close extract-file
    end-if.

*> ##################################################
*> One row of the extract in the FD: the trailer, or
*> a detail row for the work file.
*> ##################################################
3050-sent-row.
    move spaces to exp-trl-tag
    move spaces to exp-trl-count
    move spaces to exp-trl-sum
    unstring extract-record delimited by field-delim
        into exp-trl-tag exp-trl-count exp-trl-sum
    end-unstring
    if exp-trl-tag is equal to 'TRL'
        move 'y' to our-trl-seen
        move function numval(exp-trl-count) to our-trl-count
        move function numval(exp-trl-sum) to our-trl-sum
    else
        move spaces to exp-id exp-dir exp-numeral exp-decimal
                       exp-warning exp-source exp-run-date exp-frac
        unstring extract-record delimited by field-delim
            into exp-id exp-dir exp-numeral exp-decimal
                 exp-warning exp-source exp-run-date exp-frac
        end-unstring
        add 1 to our-rows
        move spaces to work-record
        move exp-id to work-id
        move function numval(exp-decimal) to work-decimal
        move 0 to work-frac
        if exp-frac is not equal to spaces
            move function numval(exp-frac) to work-frac
        end-if
        write work-record
    end-if.

*> ##################################################
*> Read the ledger's confirmation: each data record
*> to the work file, the trailer to their totals.
*> ##################################################
3100-load-confirmation.
    open input confirm-file
    if ws-confirm-status is not equal to '00'
        display "Unable to open confirmation file " confirm-filename
        display "    File status: " ws-confirm-status
        move 12 to run-rc
        move sent-work-filename to work-filename
        delete file work-file
    else
        move conf-work-filename to work-filename
        open output work-file
        if ws-work-status is not equal to '00'
            display "Unable to open work file " work-filename
            display "    File status: " ws-work-status
            move 12 to run-rc
        else
            move 0 to their-rows
            move 'n' to their-trl-seen
            move 'n' to ws-end-of-file
            perform until ws-end-of-file is equal to 'y'
                read confirm-file
                at end move 'y' to ws-end-of-file
                not at end
                    if conf-trl-tag is equal to 'TRL'
                        move 'y' to their-trl-seen
                        move function numval(conf-trl-count)
                            to their-trl-count
                        move function numval(conf-trl-sum)
                            to their-trl-sum
                        move function numval(conf-trl-loaded)
                            to their-trl-loaded
                        move function numval(conf-trl-refused)
                            to their-trl-refused
                    else
                        add 1 to their-rows
                        move spaces to work-record
                        move conf-id to work-id
                        move 0 to work-decimal
                        move 0 to work-frac
                        move function upper-case(conf-status)
                            to work-status
                        move conf-code to work-code
                        move conf-text to work-text
                        write work-record
                    end-if
                end-read
            end-perform
            close work-file
        end-if
        close confirm-file
    end-if.

*> ##################################################
*> Match the two sorted sides in one pass. An ID on
*> both is confirmed (loaded or refused); an ID only
*> we have was never confirmed; an ID only they have
*> was never sent. Repeated IDs pair off one for one,
*> so a second copy on either side stands out too.
*> A sorted side that will not open stops the match
*> with return code 12 -- nothing is reported as
*> matched or unmatched off a file never read.
*> ##################################################
4000-match-sorted.
    open input sent-sorted-file
    if ws-sent-sorted-status is not equal to '00'
        display "Unable to open sorted extract " sent-sorted-filename
        display "    File status: " ws-sent-sorted-status
        move 12 to run-rc
    else
        open input conf-sorted-file
        if ws-conf-sorted-status is not equal to '00'
            display "Unable to open sorted confirmation "
                    conf-sorted-filename
            display "    File status: " ws-conf-sorted-status
            move 12 to run-rc
            close sent-sorted-file
        end-if
    end-if
    if run-rc is not less than 12
        move 'VERDICT: NOT MATCHED - SORTED WORK FILE WOULD NOT OPEN'
            to rpt-work
        perform 8100-write-report-line
    else
        move 0 to cnt-loaded
        move 0 to cnt-refused
        move 0 to cnt-unconfirmed
        move 0 to cnt-not-sent
        move 0 to cnt-bad-status
        move 'n' to refx-active
        move 'n' to ws-sent-eof
        move 'n' to ws-conf-eof
        perform 4100-read-sent
        perform 4200-read-conf
        perform until ws-sent-eof is equal to 'y' and
                      ws-conf-eof is equal to 'y'
            if ws-conf-eof is equal to 'y' or
               (ws-sent-eof is equal to 'n' and sent-id is less than cnf-id)
                add 1 to cnt-unconfirmed
                move spaces to rpt-work
                string '    ' delimited by size
                       sent-id delimited by size
                       ' SENT, NEVER CONFIRMED' delimited by size
                       into rpt-work
                perform 8100-write-report-line
                perform 4100-read-sent
            else
                if ws-sent-eof is equal to 'y' or
                   cnf-id is less than sent-id
                    add 1 to cnt-not-sent
                    move spaces to rpt-work
                    string '    ' delimited by size
                           cnf-id delimited by size
                           ' CONFIRMED ' delimited by size
                           cnf-status delimited by space
                           ', NEVER SENT' delimited by size
                           into rpt-work
                    perform 8100-write-report-line
                    perform 4200-read-conf
                else
                    perform 4300-confirmed-row
                    perform 4100-read-sent
                    perform 4200-read-conf
                end-if
            end-if
        end-perform
        close sent-sorted-file
        close conf-sorted-file
        if refx-active is equal to 'y'
            close refx-file
        end-if
    end-if
    delete file sent-sorted-file
    delete file conf-sorted-file.

4100-read-sent.
    if ws-sent-eof is equal to 'n'
        read sent-sorted-file
            at end move 'y' to ws-sent-eof
        end-read
    end-if.

4200-read-conf.
    if ws-conf-eof is equal to 'n'
        read conf-sorted-file
            at end move 'y' to ws-conf-eof
        end-read
    end-if.

*> ##################################################
*> A sent ID the ledger answered: loaded is the end
*> of it; refused is reported with the ledger's code
*> and flagged on the .rfx for re-extract; any other
*> status is reported as unreadable.
*> ##################################################
4300-confirmed-row.
    if cnf-status is equal to 'LOADED'
        add 1 to cnt-loaded
    else
        if cnf-status is equal to 'REFUSED'
            add 1 to cnt-refused
            move spaces to rpt-work
            string '    ' delimited by size
                   sent-id delimited by size
                   ' REFUSED CODE ' delimited by size
                   cnf-code delimited by size
                   ' ' delimited by size
                   cnf-text delimited by size
                   into rpt-work
            perform 8100-write-report-line
            perform 4400-flag-refused
        else
            add 1 to cnt-bad-status
            move spaces to rpt-work
            string '    ' delimited by size
                   sent-id delimited by size
                   ' UNRECOGNISED STATUS ' delimited by size
                   cnf-status delimited by size
                   into rpt-work
            perform 8100-write-report-line
        end-if
    end-if.

*> ##################################################
*> Flag the refused ID on the .rfx for LEDGEXT's IDS
*> re-extract. Opened on the first refusal only, so a
*> clean load leaves no empty .rfx behind.
*> ##################################################
4400-flag-refused.
    if refx-active is equal to 'n'
        open output refx-file
        if ws-refx-status is equal to '00'
            move 'y' to refx-active
        else
            move 'x' to refx-active
            display "Warning: unable to open re-extract file "
                    refx-filename
            display "    File status: " ws-refx-status
                    " - refused IDs not flagged"
        end-if
    end-if
    if refx-active is equal to 'y'
        move spaces to refx-record
        move sent-id to refx-id
        move cnf-code to refx-code
        move cnf-text to refx-text
        move extract-filename to refx-extract
        write refx-record
    end-if.

*> ##################################################
*> Do the ledger's totals agree with ours? Their rows
*> received and decimal sum must equal our trailer,
*> and their loaded plus refused must equal their
*> rows received.
*> ##################################################
5000-check-trailers.
    move 'y' to totals-agree
    move spaces to rpt-work
    perform 8100-write-report-line
    if our-trl-seen is equal to 'n'
        move 'n' to totals-agree
        move '    NO TRAILER ON OUR EXTRACT' to rpt-work
        perform 8100-write-report-line
    end-if
    if their-trl-seen is equal to 'n'
        move 'n' to totals-agree
        move '    NO TRAILER ON THE CONFIRMATION' to rpt-work
        perform 8100-write-report-line
    end-if
    if our-trl-seen is equal to 'y' and their-trl-seen is equal to 'y'
        move spaces to rpt-work
        string 'OUR TRAILER   COUNT ' delimited by size
               our-trl-count delimited by size
               '  SUM ' delimited by size
               our-trl-sum delimited by size
               into rpt-work
        perform 8100-write-report-line
        move spaces to rpt-work
        string 'THEIR TRAILER COUNT ' delimited by size
               their-trl-count delimited by size
               '  SUM ' delimited by size
               their-trl-sum delimited by size
               '  LOADED ' delimited by size
               their-trl-loaded delimited by size
               '  REFUSED ' delimited by size
               their-trl-refused delimited by size
               into rpt-work
        perform 8100-write-report-line
        if their-trl-count is not equal to our-trl-count or
           their-trl-sum is not equal to our-trl-sum
            move 'n' to totals-agree
            move '    TRAILER TOTALS DO NOT AGREE' to rpt-work
            perform 8100-write-report-line
        end-if
        if their-trl-loaded + their-trl-refused is not equal to
           their-trl-count
            move 'n' to totals-agree
            move '    THEIR LOADED PLUS REFUSED IS NOT THEIR COUNT'
                to rpt-work
            perform 8100-write-report-line
        end-if
    end-if
    if our-trl-seen is equal to 'y' and
       our-rows is not equal to our-trl-count
        move 'n' to totals-agree
        move spaces to rpt-work
        string '    EXTRACT HOLDS ' delimited by size
               our-rows delimited by size
               ' ROWS, ITS TRAILER SAYS ' delimited by size
               our-trl-count delimited by size
               into rpt-work
        perform 8100-write-report-line
    end-if.

*> ##################################################
*> The closing counts and verdict, and the return
*> code for the scheduler.
*> ##################################################
6000-report-summary.
    move spaces to rpt-work
    perform 8100-write-report-line
    move spaces to rpt-work
    string 'SENT ' delimited by size
           our-rows delimited by size
           '  CONFIRMED ROWS ' delimited by size
           their-rows delimited by size
           '  LOADED ' delimited by size
           cnt-loaded delimited by size
           '  REFUSED ' delimited by size
           cnt-refused delimited by size
           into rpt-work
    perform 8100-write-report-line
    move spaces to rpt-work
    string 'NEVER CONFIRMED ' delimited by size
           cnt-unconfirmed delimited by size
           '  NEVER SENT ' delimited by size
           cnt-not-sent delimited by size
           '  UNRECOGNISED STATUS ' delimited by size
           cnt-bad-status delimited by size
           into rpt-work
    perform 8100-write-report-line
    if cnt-refused is greater than 0
        move spaces to rpt-work
        string 'REFUSED IDS FLAGGED FOR RE-EXTRACT ON ' delimited by size
               refx-filename delimited by space
               into rpt-work
        perform 8100-write-report-line
    end-if
    if cnt-unconfirmed is equal to 0 and cnt-not-sent is equal to 0 and
       cnt-refused is equal to 0 and cnt-bad-status is equal to 0 and
       totals-agree is equal to 'y'
        move 'VERDICT: CONFIRMED - EVERY ID LOADED, TOTALS AGREE'
            to rpt-work
    else
        move 'VERDICT: ATTENTION NEEDED' to rpt-work
        if run-rc is less than 8
            move 8 to run-rc
        end-if
    end-if
    perform 8100-write-report-line

    display " "
    display "--------------------------------------------------------------------"
    display "Load confirmation for " extract-filename
    display "    Sent            : " our-rows
    display "    Loaded          : " cnt-loaded
    display "    Refused         : " cnt-refused
    display "    Never confirmed : " cnt-unconfirmed
    display "    Never sent      : " cnt-not-sent
    if totals-agree is equal to 'y'
        display "    Trailer totals  : AGREE"
    else
        display "    Trailer totals  : *** DO NOT AGREE ***"
    end-if
    display "--------------------------------------------------------------------".

*> ##################################################
*> Open the confirmation report and stamp it. When it
*> will not open the lines go to the terminal, so
*> nothing is lost.
*> ##################################################
8000-open-report.
    move spaces to report-filename
    string extract-filename delimited by space
           '.cfr' delimited by size
           into report-filename
    open output report-file
    if ws-report-status is equal to '00'
        move 'y' to report-active
    else
        move 'n' to report-active
        display "Warning: unable to open confirmation report "
                report-filename
        display "    File status: " ws-report-status
                " - exceptions will only be displayed"
    end-if
    move spaces to rpt-work
    string 'LEDGER LOAD CONFIRMATION REPORT    RUN DATE '
           delimited by size
           run-date delimited by size
           into rpt-work
    perform 8100-write-report-line
    move spaces to rpt-work
    string 'EXTRACT ' delimited by size
           extract-filename delimited by space
           '  CONFIRMATION ' delimited by size
           confirm-filename delimited by space
           into rpt-work
    perform 8100-write-report-line
    move spaces to rpt-work
    perform 8100-write-report-line.

8100-write-report-line.
    if report-active is equal to 'y'
        write report-record from rpt-work
    else
        display rpt-work
    end-if.

8900-close-report.
    if report-active is equal to 'y'
        close report-file
        move 'n' to report-active
        display "Confirmation report written to " report-filename
    end-if.
