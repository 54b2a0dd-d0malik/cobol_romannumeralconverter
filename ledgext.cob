*>
*> MODIFICATION HISTORY
*> DATE       BY   DESCRIPTION
*> 10/15/2026 DD   MASTER mode takes status 02 on the source or
*>                 run-date key (the next record has the same key
*>                 value) as a good read, so a selection no longer
*>                 stops after its first record.
*> 10/15/2026 DD   MASTER mode selects through the master's new
*>                 alternate keys instead of reading the whole
*>                 file: SOURCE starts on master-source and reads
*>                 that source's records only, DATE starts on
*>                 master-run-date at the from date and stops past
*>                 the to date. Rows come out in source or date
*>                 order rather than reference-ID order.
*> 10/15/2026 DD   OUT mode leaves out .out rows the converter
*>                 marked HELD (file quarantined, nothing posted)
*>                 or REJECTED (file condemned): they are counted
*>                 and reported, and give return code 8, so a
*>                 quarantined file never reaches the ledger.
*> 10/15/2026 DD   New IDS mode (IDS <file.rfx> [COMMA], or menu
*>                 choice 3) re-extracts from the results master
*>                 just the reference IDs the ledger refused, as
*>                 flagged on the .rfx file (REFXREC copybook) the
*>                 load-confirmation match writes, to <file>.exp.
*>                 An ID no longer on the master is reported and
*>                 gives return code 8.
*> 09/03/2026 DD   Added the duodecimal fraction as a trailing
*>                 TWELFTHS column (00-11), so fractional
*>                 amounts survive into the ledger feed; the
    organization is indexed
    access mode is dynamic
    record key is master-id
    alternate record key is master-source with duplicates
    alternate record key is master-run-date with duplicates
    file status is ws-master-status.
    select extract-file
    assign to dynamic extract-filename
    organization is line sequential
    file status is ws-extract-status.
    select refx-file
    assign to dynamic refx-filename
    organization is line sequential
    file status is ws-refx-status.
data division.
file section.
fd standard-input.
    copy masterrec.
fd extract-file.
    01 extract-record pic x(200).
fd refx-file.
    copy refxrec.
working-storage section.
01 output-filename     pic x(68) value ' '.
01 master-filename     pic x(68) value 'romanmaster.dat'.
01 ws-output-status    pic x(2) value '00'.
01 ws-master-status    pic x(2) value '00'.
01 ws-extract-status   pic x(2) value '00'.
01 refx-filename       pic x(76) value ' '.
01 ws-refx-status      pic x(2) value '00'.
01 ws-end-of-file      pic a(1) value 'n'.
01 cmd-line            pic x(200) value ' '.
01 run-mode-token      pic x(10) value ' '.
77 run-rc              pic 9(2) value 0.
77 unattended          pic x(1) value 'n'.
*> What this pass extracts: O = one .out file, S = master rows
*> by source file name, D = master rows by run-date range,
*> I = master rows for the IDs listed on a refused-ID .rfx.
77 ext-mode            pic x(1) value ' '.
77 sel-source          pic x(64) value spaces.
77 sel-from            pic x(8) value spaces.
77 ext-count           pic 9(7) value 0.
77 ext-sum             pic 9(12) value 0.
77 rec-selected        pic x(1) value 'n'.
77 cnt-missing         pic 9(7) value 0.
77 cnt-held            pic 9(7) value 0.

procedure division.
    accept run-date from date yyyymmdd
        if ext-mode is equal to 'O'
            perform 2000-extract-out-file
        else
            if ext-mode is equal to 'I'
                perform 4000-extract-refused
            else
                perform 3000-extract-master
            end-if
        end-if
    end-if

*>   OUT <file.out> [COMMA]
*>   MASTER SOURCE <name> [COMMA]
*>   MASTER DATE <from> <to> [COMMA]
*>   IDS <file.rfx> [COMMA]
*> The delimiter is pipe unless COMMA closes the line.
*> ##################################################
1000-parse-parameters.
       run-arg1-token is not equal to spaces
        move 'O' to ext-mode
        move run-arg1-token to output-filename
    else
    if run-mode-token is equal to 'IDS' and
       run-arg1-token is not equal to spaces
        move 'I' to ext-mode
        move run-arg1-token to refx-filename
    else
        if run-mode-token is equal to 'MASTER' and
           function upper-case(run-arg1-token) is equal to 'SOURCE' and
                display "Expected: OUT <file.out> [COMMA]"
                display "      or: MASTER SOURCE <name> [COMMA]"
                display "      or: MASTER DATE <from> <to> [COMMA]"
                display "      or: IDS <file.rfx> [COMMA]"
                move 16 to run-rc
            end-if
        end-if
    end-if
    end-if.

*> ##################################################
1500-prompt-parameters.
    display " "
    display "Ledger Export Extract"
    display "Extract a .out file (1), the results master (2), or"
            " re-extract refused IDs from a .rfx file (3)?"
    move spaces to get-line
    read standard-input into get-line
    if get-line(1:1) is equal to '1'
                    move get-line(1:8) to sel-to
                end-if
            end-if
        else
            if get-line(1:1) is equal to '3'
                move 'I' to ext-mode
                display "Enter the refused-ID (.rfx) file name:"
                move spaces to get-line
                read standard-input into get-line
                move get-line to refx-filename
            end-if
        end-if
    end-if
    if ext-mode is equal to ' '
        end-unstring
        perform 8000-open-extract
        if run-rc is less than 12
            move 0 to cnt-held
            move 'n' to ws-end-of-file
            perform until ws-end-of-file is equal to 'y'
                read output-file
                at end move 'y' to ws-end-of-file
                not at end
                *> A quarantined or condemned file's rows never
                *> posted and must not reach the ledger either.
                if output-warning is equal to 'HELD' or
                   output-warning is equal to 'HELD-ADD' or
                   output-warning is equal to 'REJECTED'
                    add 1 to cnt-held
                else
                    move output-id to ext-id
                    move output-direction to ext-dir
                    move output-numeral to ext-numeral
                        move function numval(output-frac) to ext-frac
                    end-if
                    perform 8100-write-extract-row
                end-if
                end-read
            end-perform
            perform 8200-close-extract
            if cnt-held is greater than 0
                display "    Held or condemned rows left out: " cnt-held
                if run-rc is less than 8
                    move 8 to run-rc
                end-if
            end-if
        end-if
        close output-file
    end-if.

*> ##################################################
*> Extract master rows matching the selection -- by
*> exact source file name or by run-date range --
*> straight off the matching alternate key, so only
*> the selected records are read: positioned at the
*> source or the from date, and stopped at the first
*> record past the selection. The master carries no
*> direction code or warning tag, so those columns
*> travel empty.
*> ##################################################
3000-extract-master.
    open input results-master
        move 'romanmaster.exp' to extract-filename
        perform 8000-open-extract
        if run-rc is less than 12
            if ext-mode is equal to 'S'
                move sel-source to master-source
                start results-master key is equal to master-source
                    invalid key continue
                end-start
            else
                move sel-from to master-run-date
                start results-master key is not less than master-run-date
                    invalid key continue
                end-start
            end-if
            if ws-master-status is not equal to '00'
                move 'y' to ws-end-of-file
            else
                read results-master next
                    at end move 'y' to ws-end-of-file
                end-read
                *> 02 is a good read -- the next record shares this
                *> one's source or run date on the alternate key.
                if ws-master-status(1:1) is not equal to '0'
                    move 'y' to ws-end-of-file
                end-if
                if ws-end-of-file is equal to 'n'
                    move 'n' to rec-selected
                    *> Reading on the selection's own key, the first
                    *> record that fails it ends the selection.
                    if ext-mode is equal to 'S'
                        if master-source is equal to sel-source
                            move 'y' to rec-selected
                        else
                            move 'y' to ws-end-of-file
                        end-if
                    else
                        if master-run-date is not less than sel-from and
                           master-run-date is not greater than sel-to
                            move 'y' to rec-selected
                        else
                            move 'y' to ws-end-of-file
                        end-if
                    end-if
                    if rec-selected is equal to 'y'
        close results-master
    end-if.

*> ##################################################
*> Re-extract the IDs the ledger refused: each ID on
*> the .rfx is read from the master by key and
*> extracted afresh, to <file.rfx>.exp, with its own
*> header and trailer so the ledger balances it like
*> any other feed. An ID since purged from the master
*> is reported and counted, not silently dropped.
*> ##################################################
4000-extract-refused.
    open input refx-file
    if ws-refx-status is not equal to '00'
        display "Unable to open refused-ID file " refx-filename
        display "    File status: " ws-refx-status
        move 12 to run-rc
    else
        open input results-master
        if ws-master-status is not equal to '00'
            display "Unable to open results master " master-filename
            display "    File status: " ws-master-status
            move 12 to run-rc
        else
            move spaces to extract-filename
            string refx-filename delimited by space
                   '.exp' delimited by size
                   into extract-filename
            perform 8000-open-extract
            if run-rc is less than 12
                move 0 to cnt-missing
                move 'n' to ws-end-of-file
                perform until ws-end-of-file is equal to 'y'
                    read refx-file
                    at end move 'y' to ws-end-of-file
                    not at end
                        move refx-id to master-id
                        read results-master
                            invalid key
                                add 1 to cnt-missing
                                display "Refused ID " refx-id
                                        " is no longer on the master"
                            not invalid key
                                move master-id to ext-id
                                move space to ext-dir
                                move master-numeral to ext-numeral
                                move master-decimal to ext-decimal
                                move spaces to ext-warning
                                move master-source to ext-source
                                move master-run-date to ext-run-date
                                move master-frac to ext-frac
                                perform 8100-write-extract-row
                        end-read
                    end-read
                end-perform
                perform 8200-close-extract
                if cnt-missing is greater than 0
                    display "    IDs not on the master: " cnt-missing
                    if run-rc is less than 8
                        move 8 to run-rc
                    end-if
                end-if
            end-if
            close results-master
        end-if
        close refx-file
    end-if.

*> ##################################################
*> Open the extract and write the header row naming
*> the columns, under the delimiter this pass uses.
