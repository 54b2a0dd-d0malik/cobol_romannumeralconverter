*>
*> MODIFICATION HISTORY
*> DATE       BY   DESCRIPTION
*> 10/15/2026 DD   The results master's SELECT declares the new
*>                 alternate keys on master-source and
*>                 master-run-date, which every program opening
*>                 the master must carry.
*> 10/15/2026 DD   Every posting that lands on the master is now
*>                 journaled as an add on the permanent master
*>                 change journal MASTJRNL.DAT (JRNLREC copybook),
*>                 with the posting file that drove it.
*> 09/03/2026 DD   The posting file is proved open before locks
*>                 are taken or the sort runs: SORT turns a
*>                 missing USING file into an empty output, which
    organization is indexed
    access mode is dynamic
    record key is master-id
    alternate record key is master-source with duplicates
    alternate record key is master-run-date with duplicates
    file status is ws-master-status.
    select report-file
    assign to dynamic report-filename
    assign to dynamic lock-filename
    organization is line sequential
    file status is ws-lock-status.
    select journal-file
    assign to dynamic journal-filename
    organization is line sequential
    file status is ws-journal-status.
data division.
file section.
fd standard-input.
    copy duprec.
fd lock-file.
    copy lockrec.
fd journal-file.
    copy jrnlrec.
working-storage section.
01 posting-filename    pic x(72) value ' '.
01 sorted-filename     pic x(76) value ' '.
01 ws-report-status    pic x(2) value '00'.
01 ws-dup-status       pic x(2) value '00'.
01 ws-lock-status      pic x(2) value '00'.
01 journal-filename    pic x(68) value 'mastjrnl.dat'.
01 ws-journal-status   pic x(2) value '00'.
01 ws-sorted-eof       pic a(1) value 'n'.
01 cmd-line            pic x(200) value ' '.
01 run-file-token      pic x(64) value ' '.
77 cnt-dup             pic 9(7) value 0.
77 dup-active          pic x(1) value 'n'.
77 report-active       pic x(1) value 'n'.
*> Master change journal, the converter's MASTJRNL.DAT: every
*> posting that lands is journaled as an add. 'x' once an open
*> has failed, so the warning is given once per pass.
77 journal-active      pic x(1) value 'n'.
01 rpt-work            pic x(132) value spaces.
*> Run-lock state, the converter's <file>.lck protocol: apply
*> holds the master and the posting file for its whole pass.

            close sorted-file
            close results-master
            if journal-active is equal to 'y'
                close journal-file
            end-if
            move 'n' to journal-active
            if dup-active is equal to 'y'
                close dup-file
            end-if
            perform 3200-write-dup-suspense
        not invalid key
            add 1 to cnt-posted
            perform 3300-write-journal
    end-write.

*> ##################################################
        write dup-record
    end-if.

*> ##################################################
*> Journal the posting just added to the master: a
*> blank before image, the new record as the after
*> image, and the posting file that drove it. The
*> journal opens on the first posting and closes with
*> the master.
*> ##################################################
3300-write-journal.
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
        move 'ADD' to jrnl-action
        move 'APPLYMAST' to jrnl-program
        move '3100-POST-ONE-RECORD' to jrnl-function
        move master-id to jrnl-id
        move posting-filename to jrnl-driver
        move spaces to jrnl-before
        move master-record to jrnl-after
        write journal-record
    end-if.

*> ##################################################
*> Take the two locks the apply needs -- the posting
*> file and the results master -- in that fixed order,
