*>
*> MODIFICATION HISTORY
*> DATE       BY   DESCRIPTION
*> 10/15/2026 DD   RELEASED and CONDEMNED rows left out of the
*>                 daily summary -- they settle a held file whose
*>                 volume already counted on its QUARANTINED day.
*> 10/15/2026 DD   Exception page also lists QUARANTINED outcomes
*>                 -- files held for supervisor release because
*>                 they broke their source's quarantine limits.
*> 10/15/2026 DD   Exception page also lists DUPLICATE FILE
*>                 outcomes -- files the converter refused as a
*>                 second submission of a file already received.
*> 09/03/2026 DD   Initial version. Unattended from the command
*>                 line (<from> <to> [trend-runs], dates
*>                 YYYYMMDD) for the scheduler, or prompted when
        move hist-outcome to rt-outcome(run-count)
        move hist-filename to rt-filename(run-count)

        *> A held file's volume counts on the day it was read; the
        *> RELEASED or CONDEMNED row that settles it later repeats
        *> the same counts and is left out of the daily totals.
        if hist-outcome is not equal to 'RELEASED' and
           hist-outcome is not equal to 'CONDEMNED'
            move 0 to day-found
            perform varying i from 1 by 1
                    until i is greater than day-count or day-found is greater than 0
                if dt-date(i) is equal to hist-date
                    move i to day-found
                end-if
            end-perform
            if day-found is equal to 0 and day-count is less than 400
                add 1 to day-count
                move day-count to day-found
                move hist-date to dt-date(day-found)
                move 0 to dt-files(day-found)
                move 0 to dt-read(day-found)
                move 0 to dt-valid(day-found)
                move 0 to dt-reject(day-found)
                move 0 to dt-warn(day-found)
            end-if
            if day-found is greater than 0
                add 1 to dt-files(day-found)
                add hist-read to dt-read(day-found)
                add hist-valid to dt-valid(day-found)
                add hist-reject to dt-reject(day-found)
                add hist-warn to dt-warn(day-found)
            end-if
        end-if

        move 0 to name-found

*> ##################################################
*> Section three: exception page -- every OUT OF
*> BALANCE, NO TRAILER, OPEN FAILURE, DUPLICATE FILE
*> and QUARANTINED row in the period, with its date,
*> time and file.
*> ##################################################
5000-exception-page.
    move 999 to report-line-count
    perform varying i from 1 by 1 until i is greater than run-count
        if rt-outcome(i) is equal to 'OUT OF BALANCE' or
           rt-outcome(i) is equal to 'NO TRAILER' or
           rt-outcome(i) is equal to 'OPEN FAILURE' or
           rt-outcome(i) is equal to 'DUPLICATE FILE' or
           rt-outcome(i) is equal to 'QUARANTINED'
            add 1 to exc-count
            move spaces to rpt-work
            move rt-date(i) to rpt-work(5:8)
