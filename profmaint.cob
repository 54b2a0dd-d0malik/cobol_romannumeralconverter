*> ############################################
*> PROGRAM:     Source Profile Maintenance
*> DESCRIPTION: Screen maintenance for the source-system
*>              profiles in SRCPROF.DAT (PROFREC copybook),
*>              which set the validation mode, default
*>              direction, checkpoint interval, reference-ID
*>              prefix and quarantine limits every file from a
*>              sending system is processed under. Lists,
*>              adds, changes and retires profiles, checking
*>              each field as it is keyed: S or L mode, R or D
*>              direction, a numeric interval, and a prefix
*>              that does not overlap another active source's.
*>              A save rewrites the profile file under the
*>              results-master lock, so it is refused while a
*>              batch run holds that lock, and every saved
*>              change is appended to the profile change log
*>              PROFLOG.DAT (PROFLOGREC copybook) with the
*>              profile before and after, the operator and the
*>              time -- from which the profile in force for any
*>              past run can be shown.
*> NAME:        Daniel Domalik
*> STUDENT ID:  0933553
*> DATE:        10/15/2026
*> COMPILER:    COBC
*>
*> MODIFICATION HISTORY
*> DATE       BY   DESCRIPTION
*> 10/15/2026 DD   Initial version. Menu-driven: list, add,
*>                 change, retire, and show the profile in force
*>                 for a source at a past date and time. The
*>                 session holds srcprof.dat.lck so two operators
*>                 cannot overwrite each other's changes.
*> ############################################

identification division.
program-id. profmaint.
environment division.
input-output section.
file-control.
    select standard-input assign to keyboard.
    select standard-output assign to display.
    select profile-file
    assign to dynamic profile-filename
    organization is line sequential
    file status is ws-profile-status.
    select proflog-file
    assign to dynamic proflog-filename
    organization is line sequential
    file status is ws-proflog-status.
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
fd profile-file.
    01 profile-line pic x(80).
fd proflog-file.
    copy proflogrec.
fd lock-file.
    copy lockrec.
working-storage section.
01 profile-filename    pic x(68) value 'srcprof.dat'.
01 proflog-filename    pic x(68) value 'proflog.dat'.
01 master-filename     pic x(68) value 'romanmaster.dat'.
01 ws-profile-status   pic x(2) value '00'.
01 ws-proflog-status   pic x(2) value '00'.
01 ws-profile-eof      pic a(1) value 'n'.
01 ws-proflog-eof      pic a(1) value 'n'.
01 menu-input          pic x(1) value ' '.
01 quit-flag           pic x(1) value 'n'.
77 get-line            pic x(72) value spaces.
77 operator-id         pic x(10) value spaces.
*> The profile being keyed, changed or listed: the PROFREC
*> layout used as the work record, loaded from and stored back
*> into the table image.
    copy profrec.
*> The profile file as loaded, one image per line in file order,
*> so a save writes back everything it read -- including any
*> line that is not a profile -- in the same order.
01 profile-table.
    05 prf-image       pic x(80) occurs 200 times.
77 prf-count           pic 9(3) value 0.
77 prf-max             pic 9(3) value 200.
77 prf-at              pic 9(3) value 0.
77 prf-k               pic 9(3) value 0.
77 table-full          pic x(1) value 'n'.
77 key-source          pic x(10) value spaces.
*> A save in hand: the slot it goes to (0 = a new line at the
*> end), the images before and after, and the log action.
77 save-at             pic 9(3) value 0.
77 save-before         pic x(47) value spaces.
77 save-after          pic x(47) value spaces.
77 save-action         pic x(7) value spaces.
77 save-done           pic x(1) value 'n'.
*> Field entry: edit-mode A = adding (a blank keeps nothing),
*> C = changing (a blank keeps the current value).
77 edit-mode           pic x(1) value ' '.
77 field-ok            pic x(1) value 'n'.
77 entry-len           pic 9(3) value 0.
77 entry-ok            pic x(1) value 'n'.
77 entry-value         pic 9(7) value 0.
77 other-len           pic 9(3) value 0.
77 short-len           pic 9(3) value 0.
77 prefix-clash        pic x(10) value spaces.
77 clash-prefix        pic x(10) value spaces.
77 clash-source        pic x(10) value spaces.
77 hold-image          pic x(47) value spaces.
77 cnt-listed          pic 9(3) value 0.
77 status-text         pic x(7) value spaces.
*> Profile-in-force inquiry over the change log.
77 asof-date           pic x(8) value spaces.
77 asof-time           pic x(6) value spaces.
77 asof-stamp          pic x(14) value spaces.
77 log-stamp           pic x(14) value spaces.
77 asof-image          pic x(47) value spaces.
77 asof-found          pic x(1) value 'n'.
77 asof-later          pic x(1) value 'n'.
77 asof-from           pic x(14) value spaces.
77 cnt-log-rows        pic 9(5) value 0.
01 lock-filename       pic x(76) value ' '.
01 ws-lock-status      pic x(2) value '00'.
*> Run-lock state, the converter's <file>.lck protocol: the
*> session holds the profile file's lock throughout, and each
*> save takes the results-master lock -- the lock every batch
*> run holds while it processes -- without waiting, so a
*> profile never changes under a run that is using it.
77 lock-resource   pic x(68) value spaces.
77 lock-wait-secs  pic 9(4) value 30.
77 lock-elapsed    pic 9(4) value 0.
77 lock-retry-secs pic 9(4) value 5.
77 lock-got        pic x(1) value 'n'.
77 lock-give-up    pic x(1) value 'n'.
77 lock-said-busy  pic x(1) value 'n'.
77 lock-today      pic x(8) value ' '.
77 lock-held-prof  pic x(1) value 'n'.
77 lock-held-master pic x(1) value 'n'.

procedure division.
    open input standard-input, output standard-output

    display " "
    display "Source Profile Maintenance - " profile-filename
    perform 1000-sign-on
    if operator-id is equal to spaces
        display "No operator ID entered - maintenance not started."
    else
        move profile-filename to lock-resource
        move 30 to lock-wait-secs
        perform 7000-acquire-one-lock
        if lock-got is equal to 'n'
            display "Maintenance not started - profiles in use."
        else
            move 'y' to lock-held-prof
            perform 1100-load-profiles
        end-if
    end-if

    perform until quit-flag is equal to 'y' or
                  lock-held-prof is equal to 'n'
        display " "
        display "  1. List source profiles"
        display "  2. Add a source profile"
        display "  3. Change a source profile"
        display "  4. Retire a source profile"
        display "  5. Show the profile in force at a past date"
        display "  6. Quit"
        display "Enter your choice (1-5, 6 to quit): "
        move spaces to get-line
        read standard-input into get-line
        move get-line(1:1) to menu-input

        if menu-input is equal to '1'
            perform 2000-list-profiles
        end-if
        if menu-input is equal to '2'
            perform 3000-add-profile
        end-if
        if menu-input is equal to '3'
            perform 4000-change-profile
        end-if
        if menu-input is equal to '4'
            perform 5000-retire-profile
        end-if
        if menu-input is equal to '5'
            perform 5500-profile-in-force
        end-if
        if menu-input is equal to '6'
            move 'y' to quit-flag
        end-if
    end-perform

    perform 7200-release-locks
    close standard-input
    close standard-output
    stop run.

*> ##################################################
*> Take the operator's ID for the change log. Every
*> saved change names who made it, so a session with
*> no ID does not start.
*> ##################################################
1000-sign-on.
    display "Enter your operator ID:"
    move spaces to get-line
    read standard-input into get-line
    move get-line(1:10) to operator-id.

*> ##################################################
*> Load the profile file into the table, one image
*> per line. No file yet is an empty table; the first
*> save creates it. A file too long for the table is
*> listed but never saved, so nothing past the table
*> is lost by a rewrite.
*> ##################################################
1100-load-profiles.
    move 0 to prf-count
    move 'n' to table-full
    open input profile-file
    if ws-profile-status is equal to '35'
        display "No profile file " profile-filename
                " yet - it is created by the first save."
    else
        if ws-profile-status is not equal to '00'
            display "Unable to open profile file " profile-filename
            display "    File status: " ws-profile-status
            move 'y' to table-full
        else
            move 'n' to ws-profile-eof
            perform until ws-profile-eof is equal to 'y'
                read profile-file
                at end move 'y' to ws-profile-eof
                not at end
                    if prf-count is less than prf-max
                        add 1 to prf-count
                        move profile-line to prf-image(prf-count)
                    else
                        move 'y' to table-full
                        move 'y' to ws-profile-eof
                    end-if
                end-read
            end-perform
            close profile-file
            if table-full is equal to 'y'
                display "*** " profile-filename " holds more than "
                        prf-max " lines - list only, saves refused"
            end-if
        end-if
    end-if.

*> ##################################################
*> Find key-source among the loaded profiles. prf-at
*> comes back as its table slot, 0 when there is no
*> profile for it; the profile (active or retired) is
*> left in profile-record.
*> ##################################################
1200-find-source.
    move 0 to prf-at
    perform varying prf-k from 1 by 1
            until prf-k > prf-count or prf-at > 0
        move prf-image(prf-k) to profile-record
        if prof-source is equal to key-source and
           key-source is not equal to spaces
            move prf-k to prf-at
        end-if
    end-perform
    if prf-at > 0
        move prf-image(prf-at) to profile-record
    end-if.

*> ##################################################
*> Ask for the source system name a pass works on, as
*> the HDR record announces it. key-source comes back
*> blank when nothing usable was keyed.
*> ##################################################
1300-ask-source.
    move spaces to key-source
    display "Enter the source system name (as on the HDR record):"
    move spaces to get-line
    read standard-input into get-line
    if get-line(1:1) is equal to space or
       get-line(11:62) is not equal to spaces
        display "A source name is up to 10 characters, starting in"
                " the first column."
    else
        move get-line(1:10) to key-source
    end-if.

*> ##################################################
*> Show one profile's fields on the screen, with its
*> status.
*> ##################################################
1400-show-profile.
    if prof-status is equal to 'R'
        move 'RETIRED' to status-text
    else
        move 'ACTIVE' to status-text
    end-if
    display "    " prof-source "  " prof-val-mode "    "
            prof-default-dir "   " prof-ckpt-int "  "
            prof-id-prefix "  " prof-max-rej-pct "     "
            prof-max-oob "  " status-text.

1450-show-heading.
    display "    SOURCE      MODE DIR CKPT-INT PREFIX      "
            "MAXREJ% MAX-OOB STATUS".

*> ##################################################
*> List every profile on file, active and retired,
*> with a count. Lines that are not profiles are not
*> shown. Changes nothing.
*> ##################################################
2000-list-profiles.
    move 0 to cnt-listed
    perform 1450-show-heading
    perform varying prf-k from 1 by 1 until prf-k > prf-count
        move prf-image(prf-k) to profile-record
        if prof-source is not equal to spaces
            add 1 to cnt-listed
            perform 1400-show-profile
        end-if
    end-perform
    display "Profiles on file: " cnt-listed.

*> ##################################################
*> Add a profile for a new source, every field keyed
*> and checked in turn. Adding a source whose profile
*> was retired reinstates it in the same place on the
*> file, logged with the retired image as before.
*> ##################################################
3000-add-profile.
    perform 1300-ask-source
    if key-source is not equal to spaces
        perform 1200-find-source
        if prf-at > 0 and prof-status is not equal to 'R'
            display "Source " key-source " already has a profile -"
                    " use Change."
        else
            if prf-at > 0
                display "Source " key-source " was retired - keying"
                        " its profile reinstates it."
                move profile-record(1:47) to save-before
            else
                move spaces to save-before
            end-if
            move 'A' to edit-mode
            move spaces to profile-record
            move key-source to prof-source
            perform 3100-ask-mode
            perform 3200-ask-direction
            perform 3300-ask-interval
            perform 3400-ask-prefix
            perform 3500-ask-max-rej
            perform 3600-ask-max-oob
            move space to prof-status
            move profile-record(1:47) to save-after
            move prf-at to save-at
            move 'ADD' to save-action
            perform 6000-confirm-and-save
        end-if
    end-if.

*> ##################################################
*> Validation mode: S (standard) or L (lenient), as
*> the converter's own mode switch takes them.
*> ##################################################
3100-ask-mode.
    move 'n' to field-ok
    perform until field-ok is equal to 'y'
        if edit-mode is equal to 'C'
            display "Validation mode S or L (blank keeps "
                    prof-val-mode "):"
        else
            display "Validation mode S (standard) or L (lenient):"
        end-if
        move spaces to get-line
        read standard-input into get-line
        if get-line is equal to spaces and edit-mode is equal to 'C'
            move 'y' to field-ok
        else
            move function upper-case(get-line(1:1)) to get-line(1:1)
            if (get-line(1:1) is equal to 'S' or
                get-line(1:1) is equal to 'L') and
               get-line(2:71) is equal to spaces
                move get-line(1:1) to prof-val-mode
                move 'y' to field-ok
            else
                display "*** mode must be S or L"
            end-if
        end-if
    end-perform.

*> ##################################################
*> Default direction for a record keyed with none:
*> R (roman to decimal) or D (decimal to roman).
*> ##################################################
3200-ask-direction.
    move 'n' to field-ok
    perform until field-ok is equal to 'y'
        if edit-mode is equal to 'C'
            display "Default direction R or D (blank keeps "
                    prof-default-dir "):"
        else
            display "Default direction R (roman to decimal) or"
                    " D (decimal to roman):"
        end-if
        move spaces to get-line
        read standard-input into get-line
        if get-line is equal to spaces and edit-mode is equal to 'C'
            move 'y' to field-ok
        else
            move function upper-case(get-line(1:1)) to get-line(1:1)
            if (get-line(1:1) is equal to 'R' or
                get-line(1:1) is equal to 'D') and
               get-line(2:71) is equal to spaces
                move get-line(1:1) to prof-default-dir
                move 'y' to field-ok
            else
                display "*** direction must be R or D"
            end-if
        end-if
    end-perform.

*> ##################################################
*> Checkpoint interval: whole records, 1 to 9999999,
*> digits only. Stored zero-filled to the full seven
*> columns so it can never shift into the prefix.
*> ##################################################
3300-ask-interval.
    move 'n' to field-ok
    perform until field-ok is equal to 'y'
        if edit-mode is equal to 'C'
            display "Checkpoint interval in records (blank keeps "
                    prof-ckpt-int "):"
        else
            display "Checkpoint interval in records (1-9999999):"
        end-if
        move spaces to get-line
        read standard-input into get-line
        if get-line is equal to spaces and edit-mode is equal to 'C'
            move 'y' to field-ok
        else
            perform 3700-measure-number
            if entry-ok is equal to 'y' and entry-value > 0
                move entry-value to prof-ckpt-int
                move 'y' to field-ok
            else
                display "*** interval must be a whole number of"
                        " records, 1 to 9999999"
            end-if
        end-if
    end-perform.

*> ##################################################
*> Reference-ID prefix: up to 10 characters from the
*> first column with no embedded blanks, or NONE for
*> a source with no prefix rule. A prefix may not
*> overlap another active source's -- neither may be
*> the leading part of the other -- or one source's
*> IDs would pass as the other's.
*> ##################################################
3400-ask-prefix.
    move 'n' to field-ok
    perform until field-ok is equal to 'y'
        if edit-mode is equal to 'C'
            display "Reference-ID prefix, NONE for no rule"
                    " (blank keeps " prof-id-prefix "):"
        else
            display "Reference-ID prefix (blank or NONE for no"
                    " prefix rule):"
        end-if
        move spaces to get-line
        read standard-input into get-line
        if get-line is equal to spaces
            if edit-mode is equal to 'C'
                move 'y' to field-ok
            else
                move spaces to prof-id-prefix
                move 'y' to field-ok
            end-if
        else
            if function upper-case(get-line(1:5)) is equal to 'NONE '
                move spaces to prof-id-prefix
                move 'y' to field-ok
            else
                perform 3750-measure-text
                if entry-ok is equal to 'n' or entry-len > 10
                    display "*** prefix is up to 10 characters from"
                            " the first column, no blanks"
                else
                    move get-line(1:10) to prefix-clash
                    perform 3450-check-prefix-overlap
                    if clash-prefix is not equal to spaces
                        display "*** prefix " prefix-clash
                                " overlaps source " clash-source
                                " prefix " clash-prefix
                    else
                        move prefix-clash to prof-id-prefix
                        move 'y' to field-ok
                    end-if
                end-if
            end-if
        end-if
    end-perform.

*> ##################################################
*> Compare the prefix in prefix-clash (entry-len
*> long) with every other active source's prefix
*> over the shorter of the two. clash-prefix comes
*> back with the first overlapping prefix and
*> clash-source with its source, blank when none.
*> The work record is kept intact across the scan.
*> ##################################################
3450-check-prefix-overlap.
    move spaces to clash-prefix
    move spaces to clash-source
    move profile-record(1:47) to hold-image
    perform varying prf-k from 1 by 1
            until prf-k > prf-count or clash-prefix not = spaces
        move prf-image(prf-k) to profile-record
        if prof-source is not equal to spaces and
           prof-source is not equal to hold-image(1:10) and
           prof-status is not equal to 'R' and
           prof-id-prefix is not equal to spaces
            move 0 to other-len
            inspect prof-id-prefix tallying other-len
                for characters before initial space
            move entry-len to short-len
            if other-len < short-len
                move other-len to short-len
            end-if
            if short-len > 0
                if prof-id-prefix(1:short-len) is equal to
                   prefix-clash(1:short-len)
                    move prof-id-prefix to clash-prefix
                    move prof-source to clash-source
                end-if
            end-if
        end-if
    end-perform
    move spaces to profile-record
    move hold-image to profile-record(1:47).

*> ##################################################
*> Quarantine reject-rate limit: a whole percent of
*> records read, 0 to 100, or NONE for no limit.
*> ##################################################
3500-ask-max-rej.
    move 'n' to field-ok
    perform until field-ok is equal to 'y'
        if edit-mode is equal to 'C'
            display "Maximum reject rate %, NONE for no limit"
                    " (blank keeps " prof-max-rej-pct "):"
        else
            display "Maximum reject rate % (0-100, blank or NONE"
                    " for no limit):"
        end-if
        move spaces to get-line
        read standard-input into get-line
        if get-line is equal to spaces
            if edit-mode is equal to 'A'
                move spaces to prof-max-rej-pct
            end-if
            move 'y' to field-ok
        else
            if function upper-case(get-line(1:5)) is equal to 'NONE '
                move spaces to prof-max-rej-pct
                move 'y' to field-ok
            else
                perform 3700-measure-number
                if entry-ok is equal to 'y' and entry-value < 101
                    move entry-value(5:3) to prof-max-rej-pct
                    move 'y' to field-ok
                else
                    display "*** reject rate must be a whole percent,"
                            " 0 to 100"
                end-if
            end-if
        end-if
    end-perform.

*> ##################################################
*> Quarantine out-of-balance limit: records, 0 to
*> 9999999, or NONE for no limit.
*> ##################################################
3600-ask-max-oob.
    move 'n' to field-ok
    perform until field-ok is equal to 'y'
        if edit-mode is equal to 'C'
            display "Maximum records out of balance, NONE for no"
                    " limit (blank keeps " prof-max-oob "):"
        else
            display "Maximum records out of balance (blank or NONE"
                    " for no limit):"
        end-if
        move spaces to get-line
        read standard-input into get-line
        if get-line is equal to spaces
            if edit-mode is equal to 'A'
                move spaces to prof-max-oob
            end-if
            move 'y' to field-ok
        else
            if function upper-case(get-line(1:5)) is equal to 'NONE '
                move spaces to prof-max-oob
                move 'y' to field-ok
            else
                perform 3700-measure-number
                if entry-ok is equal to 'y'
                    move entry-value to prof-max-oob
                    move 'y' to field-ok
                else
                    display "*** out-of-balance limit must be a whole"
                            " number of records"
                end-if
            end-if
        end-if
    end-perform.

*> ##################################################
*> Judge the keyed line as a whole number: digits
*> only from the first column, at most seven, nothing
*> after them. entry-ok comes back 'y' with the
*> number in entry-value.
*> ##################################################
3700-measure-number.
    move 0 to entry-value
    perform 3750-measure-text
    if entry-ok is equal to 'y'
        if entry-len > 7 or get-line(1:entry-len) is not numeric
            move 'n' to entry-ok
        else
            move get-line(1:entry-len) to entry-value
        end-if
    end-if.

*> ##################################################
*> Measure the keyed text: entry-len is its length up
*> to the first blank; entry-ok comes back 'n' when it
*> does not start in the first column or has anything
*> after that blank.
*> ##################################################
3750-measure-text.
    move 'y' to entry-ok
    move 0 to entry-len
    inspect get-line tallying entry-len
        for characters before initial space
    if entry-len is equal to 0
        move 'n' to entry-ok
    else
        if entry-len < 72
            if get-line(entry-len + 1:) is not equal to spaces
                move 'n' to entry-ok
            end-if
        end-if
    end-if.

*> ##################################################
*> Change an active profile field by field; a blank
*> answer keeps the field as it is. A retired profile
*> is reinstated through Add, not changed.
*> ##################################################
4000-change-profile.
    perform 1300-ask-source
    if key-source is not equal to spaces
        perform 1200-find-source
        if prf-at is equal to 0
            display "No profile for source " key-source
                    " - use Add."
        else
            if prof-status is equal to 'R'
                display "Source " key-source " is retired - use Add"
                        " to reinstate it."
            else
                perform 1450-show-heading
                perform 1400-show-profile
                move profile-record(1:47) to save-before
                move 'C' to edit-mode
                perform 3100-ask-mode
                perform 3200-ask-direction
                perform 3300-ask-interval
                perform 3400-ask-prefix
                perform 3500-ask-max-rej
                perform 3600-ask-max-oob
                move profile-record(1:47) to save-after
                if save-after is equal to save-before
                    display "Nothing changed - profile not saved."
                else
                    move prf-at to save-at
                    move 'CHANGE' to save-action
                    perform 6000-confirm-and-save
                end-if
            end-if
        end-if
    end-if.

*> ##################################################
*> Retire an active profile: it stays on file, marked
*> R, for its history, and the converter stops
*> applying it. Takes a typed YES.
*> ##################################################
5000-retire-profile.
    perform 1300-ask-source
    if key-source is not equal to spaces
        perform 1200-find-source
        if prf-at is equal to 0 or prof-status is equal to 'R'
            display "No active profile for source " key-source
        else
            perform 1450-show-heading
            perform 1400-show-profile
            display "Files from " key-source " will process under the"
                    " defaults once it is retired."
            display "Type YES to retire it, anything else to abort:"
            move spaces to get-line
            read standard-input into get-line
            if function upper-case(get-line(1:3)) is equal to 'YES'
                move profile-record(1:47) to save-before
                move 'R' to prof-status
                move profile-record(1:47) to save-after
                move prf-at to save-at
                move 'RETIRE' to save-action
                perform 6100-save-profile
            else
                display "Retire abandoned - nothing changed."
            end-if
        end-if
    end-if.

*> ##################################################
*> Show the profile a source ran under at a past date
*> and time -- a run's date and time from the run
*> history. The change log is read in file order: the
*> last row for the source at or before that moment
*> gives the profile after it; with none, the first
*> later row's before image is what stood then, and
*> with no rows at all the profile now on file has
*> never been changed here.
*> ##################################################
5500-profile-in-force.
    perform 1300-ask-source
    if key-source is not equal to spaces
        display "Enter the run date YYYYMMDD:"
        move spaces to get-line
        read standard-input into get-line
        move get-line(1:8) to asof-date
        display "Enter the run time HHMMSS (blank for end of day):"
        move spaces to get-line
        read standard-input into get-line
        move get-line(1:6) to asof-time
        if asof-time is equal to spaces
            move '999999' to asof-time
        end-if
        if asof-date is not numeric
            display "No usable date entered."
        else
            move asof-date to asof-stamp(1:8)
            move asof-time to asof-stamp(9:6)
            move 'n' to asof-found
            move 'n' to asof-later
            move spaces to asof-image
            move 0 to cnt-log-rows
            open input proflog-file
            if ws-proflog-status is equal to '00'
                move 'n' to ws-proflog-eof
                perform until ws-proflog-eof is equal to 'y'
                    read proflog-file
                    at end move 'y' to ws-proflog-eof
                    not at end
                        if plog-source is equal to key-source
                            add 1 to cnt-log-rows
                            move plog-date to log-stamp(1:8)
                            move plog-time to log-stamp(9:6)
                            if log-stamp is not greater than asof-stamp
                                move 'y' to asof-found
                                move plog-after to asof-image
                                move log-stamp to asof-from
                            else
                                if asof-found is equal to 'n' and
                                   asof-later is equal to 'n'
                                    move 'y' to asof-later
                                    move plog-before to asof-image
                                end-if
                            end-if
                        end-if
                    end-read
                end-perform
                close proflog-file
            end-if
            display "Profile change log rows for " key-source ": "
                    cnt-log-rows
            if cnt-log-rows is equal to 0
                perform 1200-find-source
                if prf-at is equal to 0
                    display "No profile for " key-source
                            " has ever been on file here."
                else
                    display "Never changed through maintenance - the"
                            " profile on file is the one in force:"
                    perform 1450-show-heading
                    perform 1400-show-profile
                end-if
            else
                if asof-found is equal to 'y'
                    display "In force from " asof-from(1:8) " "
                            asof-from(9:6) ":"
                else
                    display "In force before the first logged change:"
                end-if
                if asof-image is equal to spaces
                    display "    (no profile - defaults applied)"
                else
                    move spaces to profile-record
                    move asof-image to profile-record(1:47)
                    perform 1450-show-heading
                    perform 1400-show-profile
                end-if
            end-if
        end-if
    end-if.

*> ##################################################
*> Show the profile as keyed and ask before saving.
*> ##################################################
6000-confirm-and-save.
    display "Profile as keyed:"
    perform 1450-show-heading
    perform 1400-show-profile
    display "Save this profile (Y/N)?"
    move spaces to get-line
    read standard-input into get-line
    if function upper-case(get-line(1:1)) is equal to 'Y'
        perform 6100-save-profile
    else
        display "Not saved - nothing changed."
    end-if.

*> ##################################################
*> Save the change in hand: take the results-master
*> lock without waiting -- a batch run holding it may
*> be processing under these profiles, so the save is
*> refused and the change keyed again once it ends --
*> then open the change log, rewrite the profile file
*> from the table with the change in place, and log
*> the change. A change that cannot be logged is not
*> saved. The table only takes the change when the
*> file has.
*> ##################################################
6100-save-profile.
    move 'n' to save-done
    if table-full is equal to 'y'
        display "Not saved - " profile-filename
                " could not be loaded whole."
    else
    if save-at is equal to 0 and prf-count is not less than prf-max
        display "Not saved - " profile-filename " is full ("
                prf-max " lines)."
    else
        move master-filename to lock-resource
        move 0 to lock-wait-secs
        perform 7000-acquire-one-lock
        if lock-got is equal to 'n'
            display "Not saved - a batch run holds the master lock."
                    " Key the change again when it has finished."
        else
            move 'y' to lock-held-master
            open extend proflog-file
            if ws-proflog-status is not equal to '00'
                open output proflog-file
            end-if
            if ws-proflog-status is not equal to '00'
                display "Not saved - unable to open profile change"
                        " log " proflog-filename
                display "    File status: " ws-proflog-status
            else
                if save-at is equal to 0
                    add 1 to prf-count
                    move prf-count to save-at
                    move spaces to prf-image(save-at)
                end-if
                move spaces to prf-image(save-at)(1:47)
                move save-after to prf-image(save-at)(1:47)
                perform 6200-rewrite-profile-file
                if save-done is equal to 'y'
                    move spaces to proflog-record
                    accept plog-date from date yyyymmdd
                    accept plog-time from time
                    move operator-id to plog-operator
                    move save-action to plog-action
                    move save-after(1:10) to plog-source
                    move save-before to plog-before
                    move save-after to plog-after
                    write proflog-record
                    display "Profile " save-after(1:10) " saved ("
                            save-action ")."
                else
                    *> The file was not rewritten: put the table
                    *> back as the file still has it.
                    if save-before is equal to spaces
                        subtract 1 from prf-count
                    else
                        move save-before to prf-image(save-at)(1:47)
                    end-if
                end-if
                close proflog-file
            end-if
            perform 7250-release-master-lock
        end-if
    end-if
    end-if.

*> ##################################################
*> Write the whole table back over the profile file.
*> save-done comes back 'y' when it was written.
*> ##################################################
6200-rewrite-profile-file.
    open output profile-file
    if ws-profile-status is not equal to '00'
        display "Not saved - unable to write profile file "
                profile-filename
        display "    File status: " ws-profile-status
    else
        perform varying prf-k from 1 by 1 until prf-k > prf-count
            write profile-line from prf-image(prf-k)
        end-perform
        close profile-file
        move 'y' to save-done
    end-if.

*> ##################################################
*> Take the single lock for the resource in
*> lock-resource: register <resource>.lck naming this
*> run and its start time; wait and retry when held,
*> up to lock-wait-secs, then give up. An empty .lck
*> (cleared from the converter menu) counts as free.
*> ##################################################
7000-acquire-one-lock.
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
                perform 7100-register-lock
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
            perform 7100-register-lock
        end-if
        if lock-got is equal to 'n'
            if lock-elapsed is not less than lock-wait-secs
                move 'y' to lock-give-up
                if lock-wait-secs > 0
                    display "*** stepping back from " lock-resource
                            " after " lock-elapsed " seconds"
                end-if
            else
                call "C$SLEEP" using lock-retry-secs
                add lock-retry-secs to lock-elapsed
            end-if
        end-if
    end-perform.

7100-register-lock.
    open output lock-file
    if ws-lock-status is equal to '00'
        move spaces to lock-record
        move 'PROFMAINT' to lock-run
        move lock-resource to lock-guarded
        accept lock-date from date yyyymmdd
        accept lock-time from time
        write lock-record
        close lock-file
        move 'y' to lock-got
    end-if.

*> ##################################################
*> Release whichever locks the session still holds,
*> master first (reverse of acquisition).
*> ##################################################
7200-release-locks.
    perform 7250-release-master-lock
    if lock-held-prof is equal to 'y'
        move spaces to lock-filename
        string profile-filename delimited by space
               '.lck' delimited by size
               into lock-filename
        delete file lock-file
        move 'n' to lock-held-prof
    end-if.

7250-release-master-lock.
    if lock-held-master is equal to 'y'
        move spaces to lock-filename
        string master-filename delimited by space
               '.lck' delimited by size
               into lock-filename
        delete file lock-file
        move 'n' to lock-held-master
    end-if.
