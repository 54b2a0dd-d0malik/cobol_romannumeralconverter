*>              archives to a flat backup file, and deletes
*>              master records selected by a run-date cutoff or
*>              by their source file name, with a printed
*>              disposition report (archived/deleted counts)
*>              and a typed confirmation before
*>              anything is removed. Records are written to
*>              the archive before they are deleted, and a
*>              reload option reads an archive file back onto
*>
*> MODIFICATION HISTORY
*> DATE       BY   DESCRIPTION
*> 10/15/2026 DD   Reading along the source or run-date key takes
*>                 status 02 (the next record has the same key
*>                 value) as a good read, so a selection no longer
*>                 stops after its first record.
*> 10/15/2026 DD   The master now carries alternate keys on
*>                 master-source and master-run-date. The list and
*>                 archive-and-delete passes select through them
*>                 instead of reading the whole master: a source
*>                 selection starts on that source and a cutoff
*>                 selection reads the run-date key from the
*>                 oldest date up to the cutoff, each stopping at
*>                 the first record past the selection. Records
*>                 kept are no longer read, so the kept count is
*>                 gone from the screen and the disposition line.
*>                 New menu option 5 rebuilds a master created
*>                 before the alternate keys into a new master
*>                 that carries them, the same way option 4
*>                 converts the pre-twelfths layout. Quit moved
*>                 to 6.
*> 10/15/2026 DD   Every record the archive-and-delete pass
*>                 deletes and every record the reload pass adds
*>                 is now journaled on the permanent master change
*>                 journal MASTJRNL.DAT (JRNLREC copybook), with
*>                 the record before and after and the archive
*>                 file that drove the change.
*> 09/03/2026 DD   New menu option 4 converts a master written
*>                 before the duodecimal fraction existed (122-
*>                 byte records) into the current 124-byte
    organization is indexed
    access mode is dynamic
    record key is master-id
    alternate record key is master-source with duplicates
    alternate record key is master-run-date with duplicates
    file status is ws-master-status.
    select archive-file
    assign to dynamic archive-filename
    access mode is sequential
    record key is old-master-id
    file status is ws-old-status.
    select prior-master
    assign to dynamic old-master-filename
    organization is indexed
    access mode is sequential
    record key is prior-master-id
    file status is ws-old-status.
    select report-file
    assign to dynamic report-filename
    organization is line sequential
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
        05 old-master-decimal  pic 9(10).
        05 old-master-source   pic x(64).
        05 old-master-run-date pic x(8).
*> The current layout as it stood before the alternate keys,
*> kept only so such a master can be rebuilt once with them.
fd prior-master.
    01 prior-master-record.
        05 prior-master-id     pic x(10).
        05 filler              pic x(114).
fd report-file.
    01 report-record pic x(132).
fd lock-file.
    copy lockrec.
fd journal-file.
    copy jrnlrec.
working-storage section.
01 master-filename     pic x(68) value 'romanmaster.dat'.
01 archive-filename    pic x(72) value 'romanmaster.arc'.
77 sel-cutoff          pic x(8) value spaces.
77 sel-source          pic x(64) value spaces.
77 rec-selected        pic x(1) value 'n'.
77 cnt-archived        pic 9(7) value 0.
77 cnt-deleted         pic 9(7) value 0.
77 cnt-listed          pic 9(7) value 0.
01 ws-old-eof          pic a(1) value 'n'.
77 new-master-name     pic x(68) value 'romanmaster.new'.
77 cnt-converted       pic 9(7) value 0.
77 cnt-rebuilt         pic 9(7) value 0.
77 cnt-convert-dup     pic 9(7) value 0.
01 lock-filename       pic x(76) value ' '.
01 ws-lock-status      pic x(2) value '00'.
77 lock-give-up    pic x(1) value 'n'.
77 lock-said-busy  pic x(1) value 'n'.
77 lock-today      pic x(8) value ' '.
01 journal-filename    pic x(68) value 'mastjrnl.dat'.
01 ws-journal-status   pic x(2) value '00'.
*> Master change journal, the converter's MASTJRNL.DAT: each
*> archive delete and reload add is journaled with the record
*> before and after and the archive file that drove it. The
*> caller fills the journal-* items; 'x' in journal-active once
*> an open has failed, so the warning is given once per pass.
77 journal-active      pic x(1) value 'n'.
77 journal-action      pic x(7) value spaces.
77 journal-function    pic x(30) value spaces.
77 journal-before      pic x(124) value spaces.
77 journal-after       pic x(124) value spaces.

procedure division.
    open input standard-input, output standard-output
        display "  2. Archive and delete master records by selection"
        display "  3. Reload records from an archive file"
        display "  4. Convert an old-layout master (pre-twelfths)"
        display "  5. Rebuild the master with its source and"
                " run-date keys"
        display "  6. Quit"
        display "Enter your choice (1-5, 6 to quit): "
        move spaces to get-line
        read standard-input into get-line
        move get-line(1:1) to menu-input
            perform 5000-convert-old-master
        end-if
        if menu-input is equal to '5'
            perform 5500-rebuild-master-keys
        end-if
        if menu-input is equal to '6'
            move 'y' to quit-flag
        end-if
    end-perform
*> Open the results master for update (every pass
*> through here may delete, and one open mode keeps
*> the close handling uniform) and position at the
*> start of the selection on its own alternate key:
*> the source's first record for a source selection,
*> the oldest run date for a cutoff. master-open-ok
*> says whether the open itself succeeded -- the
*> caller owes a CLOSE exactly when it did -- and
*> ws-master-eof comes back 'y' when the master could
*> not be opened or holds nothing selected.
*> ##################################################
1200-open-master-at-start.
    move 'y' to ws-master-eof
        display "    File status: " ws-master-status
    else
        move 'y' to master-open-ok
        if sel-type is equal to 'S'
            move sel-source to master-source
            start results-master key is equal to master-source
                invalid key continue
            end-start
        else
            move low-values to master-run-date
            start results-master key is not less than master-run-date
                invalid key continue
            end-start
        end-if
        if ws-master-status is equal to '00'
            move 'n' to ws-master-eof
        end-if
    end-if.

*> ##################################################
*> Read the next master record along the selection's
*> key; sets ws-master-eof at the end of the file or
*> at the first record past the selection -- a
*> different source, or a run date after the cutoff.
*> ##################################################
1300-read-master-next.
    read results-master next
        at end move 'y' to ws-master-eof
    end-read
    *> 02 is a good read -- the next record shares this one's
    *> source or run date on the alternate key.
    if ws-master-status(1:1) is not equal to '0'
        move 'y' to ws-master-eof
    end-if
    if ws-master-eof is equal to 'n'
        perform 1100-match-record
        if rec-selected is equal to 'n'
            move 'y' to ws-master-eof
        end-if
    end-if.

*> ##################################################
*> ##################################################
*> Archive-and-delete pass. Pass one copies every
*> matching record to the flat archive file, counting
*> the records archived. Only after the operator sees
*> the count and types YES does pass two read the
*> archive back and delete those keys from the master
*> -- so every record removed is already safe on the
*> archive, and archived = deleted when the pass runs
        if archive-ok is equal to 'n'
            close results-master
        else
            move 0 to cnt-archived
            move 0 to cnt-deleted
            perform 9100-report-selection-head
                        move master-record to archive-record
                        write archive-record
                        perform 9200-report-master-detail
                    end-if
                end-if
            end-perform

            display " "
            display "Records to archive and delete: " cnt-archived
            display "Archive written to " archive-filename
            display "Type YES to delete the archived records from"
                    " the master, anything else to leave them:"
                                    " no longer on the master"
                        not invalid key
                            add 1 to cnt-deleted
                            *> The archive row is the record as it
                            *> stood, read under this same lock.
                            move 'DELETE' to journal-action
                            move '3500-DELETE-ARCHIVED'
                                to journal-function
                            move archive-record to journal-before
                            move spaces to journal-after
                            perform 6000-write-journal
                    end-delete
                end-read
            end-perform
            close archive-file
            close results-master
            perform 6100-close-journal
            display "Records deleted from the master: " cnt-deleted
        end-if
    end-if.
                            add 1 to cnt-reload-dup
                        not invalid key
                            add 1 to cnt-reloaded
                            move 'ADD' to journal-action
                            move '4000-RELOAD-ARCHIVE'
                                to journal-function
                            move spaces to journal-before
                            move master-record to journal-after
                            perform 6000-write-journal
                    end-write
                end-read
            end-perform
            close archive-file
            close results-master
            perform 6100-close-journal

            display " "
            display "Records reloaded onto the master: " cnt-reloaded
    perform 7200-release-master-lock
    end-if.

*> ##################################################
*> One-time rebuild: copy a master created before the
*> source and run-date alternate keys existed into a
*> new master that carries them, record for record.
*> Like the layout conversion, the old file is only
*> read, the copy goes to a new name, and the operator
*> swaps it in once the counts check out. Run under
*> the master lock so nothing posts mid-copy.
*> ##################################################
5500-rebuild-master-keys.
    display "Enter the master to rebuild (blank for "
            "romanmaster.dat):"
    move spaces to get-line
    read standard-input into get-line
    if get-line is not equal to spaces
        move get-line to old-master-filename
    else
        move 'romanmaster.dat' to old-master-filename
    end-if
    display "Enter the name for the rebuilt master (blank for "
            "romanmaster.new):"
    move spaces to get-line
    read standard-input into get-line
    if get-line is not equal to spaces
        move get-line to new-master-name
    else
        move 'romanmaster.new' to new-master-name
    end-if

    perform 7000-acquire-master-lock
    if lock-got is equal to 'n'
        display "Rebuild not started - master in use."
    else
    open input prior-master
    if ws-old-status is not equal to '00'
        display "Unable to open master to rebuild "
                old-master-filename
        display "    File status: " ws-old-status
        display "    (A master that already carries the alternate"
                " keys opens with status 39 here.)"
    else
        move new-master-name to master-filename
        open output results-master
        if ws-master-status is not equal to '00'
            display "Unable to create rebuilt master "
                    new-master-name
            display "    File status: " ws-master-status
            close prior-master
        else
            move 0 to cnt-rebuilt
            move 0 to cnt-convert-dup
            move 'n' to ws-old-eof
            perform until ws-old-eof is equal to 'y'
                read prior-master
                at end move 'y' to ws-old-eof
                not at end
                    move prior-master-record to master-record
                    write master-record
                        invalid key
                            add 1 to cnt-convert-dup
                        not invalid key
                            add 1 to cnt-rebuilt
                    end-write
                end-read
            end-perform
            close prior-master
            close results-master

            display " "
            display "Records rebuilt: " cnt-rebuilt
            if cnt-convert-dup is greater than 0
                display "Duplicate keys skipped: " cnt-convert-dup
            end-if
            display "Rebuilt master written to " new-master-name
            display "Verify the count, then put the rebuilt file"
                    " in place of the old master."

            move spaces to rpt-work
            string 'KEY REBUILD ' delimited by size
                   old-master-filename delimited by space
                   ' TO ' delimited by size
                   new-master-name delimited by space
                   ' - REBUILT ' delimited by size
                   cnt-rebuilt delimited by size
                   into rpt-work
            perform 8100-write-report-line
        end-if
        move 'romanmaster.dat' to master-filename
    end-if
    perform 7200-release-master-lock
    end-if.

*> ##################################################
*> Journal the master change just made, from the
*> journal-* items the caller filled: the action, the
*> paragraph that made it and both record images. The
*> archive file is the file that drove every change
*> this program makes. The journal opens on the first
*> change and closes with the pass (6100).
*> ##################################################
6000-write-journal.
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
        move 'MASTERMAINT' to jrnl-program
        move journal-function to jrnl-function
        move del-id to jrnl-id
        if journal-after is not equal to spaces
            move journal-after(1:10) to jrnl-id
        end-if
        move archive-filename to jrnl-driver
        move journal-before to jrnl-before
        move journal-after to jrnl-after
        write journal-record
    end-if.

*> ##################################################
*> Close the master change journal at the end of a
*> delete or reload pass, if the pass journaled any
*> change -- the journal only opens on the first.
*> ##################################################
6100-close-journal.
    if journal-active is equal to 'y'
        close journal-file
    end-if
    move 'n' to journal-active.

*> ##################################################
*> Take the run lock on the results master, the
*> converter's <file>.lck protocol: register

*> ##################################################
*> The disposition counts for an archive-and-delete
*> pass: archived and deleted. Deleted stays zero
*> when the operator declined the confirmation.
*> ##################################################
9300-report-disposition.
    move spaces to rpt-work
    string 'DISPOSITION - ARCHIVED ' delimited by size
           cnt-archived delimited by size
           '  DELETED ' delimited by size
           cnt-deleted delimited by size
