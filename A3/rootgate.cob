*> rootgate - completeness gate at the head of the month-end close. The
*> month-end programs must not bill or purge a month that was never
*> fully run, so before anything else in the close stream this job
*> takes every business day the processing calendar lists for the
*> month and checks three things for each: that the nightly run left
*> an overall record on the run history, that it ended on a clean
*> condition code - or one a supervisor has sanctioned for that night
*> on the calendar - and that the night's extract was reconciled clean
*> against the rates team's confirmations. Every business day is
*> listed with what was found; a day with anything missing or failed
*> is flagged with each reason. The return code tells the scheduler
*> whether to release the rest of the stream. The month is the one on
*> the GATEPARM card (YYYYMM in columns 1-6, the highest condition
*> code counted as clean in columns 7-8), or the month before the run
*> date when the card is blank or absent; the clean code defaults to
*> 04, so invalid-input rejects alone do not hold the close. Where a
*> night was rerun or re-reconciled, the latest entry for it counts.

identification division.
program-id. rootgate.
environment division.
input-output section.
file-control.
    select calendar-file assign to CALFILE
    organization is line sequential
    file status is cal-status.
    select history-file assign to HISTFILE
    organization is line sequential
    file status is hist-status.
    select recon-hist assign to RECNHIST
    organization is line sequential
    file status is rh-status.
    select control-file assign to GATEPARM
    organization is line sequential
    file status is ctl-status.
    select standard-output assign to GATERPT.
data division.
file section.
fd calendar-file.
    01 cal-card.
       02 cal-type pic x(01).
          88 cal-type-day      value "C".
          88 cal-type-sanction value "S".
       02 cal-run-date    pic 9(08).
       02 cal-day-type    pic x(01).
          88 cal-day-business value "B".
       02 cal-expect-date pic 9(08).
       02 cal-auth        pic x(03).
       02 cal-cc          pic 9(02).
       02 filler          pic x(57).
fd history-file.
    01 hist-rec.
       02 hist-date     pic 9(08).
       02 filler        pic x(01).
       02 hist-start    pic 9(06).
       02 filler        pic x(01).
       02 hist-end      pic 9(06).
       02 filler        pic x(01).
       02 hist-read     pic 9(07).
       02 filler        pic x(01).
       02 hist-success  pic 9(07).
       02 filler        pic x(01).
       02 hist-invalid  pic 9(07).
       02 filler        pic x(01).
       02 hist-abort    pic 9(07).
       02 filler        pic x(01).
       02 hist-overflow pic 9(07).
       02 filler        pic x(01).
       02 hist-restart  pic 9(07).
       02 filler        pic x(01).
       02 hist-source   pic x(03).
       02 filler        pic x(01).
       02 hist-cc       pic x(02).
       02 hist-cc-num redefines hist-cc pic 9(02).
fd recon-hist.
    01 rh-rec.
       02 rh-ext-date  pic 9(08).
       02 filler       pic x(01).
       02 rh-run-date  pic 9(08).
       02 filler       pic x(01).
       02 rh-time      pic 9(06).
       02 filler       pic x(01).
       02 rh-rc        pic 9(02).
       02 filler       pic x(01).
       02 rh-sent      pic 9(07).
       02 filler       pic x(01).
       02 rh-matched   pic 9(07).
       02 filler       pic x(01).
       02 rh-sent-only pic 9(07).
       02 filler       pic x(01).
       02 rh-post-only pic 9(07).
fd control-file.
    01 gate-card.
       02 card-month pic 9(06).
       02 card-cc    pic 9(02).
       02 filler     pic x(72).
fd standard-output.
    01 out-line pic x(132).
working-storage section.
77 cal-status  pic x(02) value "00".
77 hist-status pic x(02) value "00".
77 rh-status   pic x(02) value "00".
77 ctl-status  pic x(02) value "00".
77 run-date    pic 9(08).
77 clean-cc    pic 9(02) value 4.
77 day-sub     pic 9(02) comp.
77 pick-sub    pic 9(02) comp.
77 ct-printed  pic 9(02) comp.
77 ct-days     pic 9(05) value 0.
77 ct-complete pic 9(05) value 0.
77 ct-sanctioned pic 9(05) value 0.
77 ct-no-run   pic 9(05) value 0.
77 ct-bad-cc   pic 9(05) value 0.
77 ct-no-recon pic 9(05) value 0.
77 ct-bad-recon pic 9(05) value 0.
77 ct-hist     pic 9(07) value 0.
77 ct-recons   pic 9(07) value 0.
77 ct-over     pic 9(05) value 0.
77 line-ct     pic 9(03) value 0.
77 page-no     pic 9(04) value 1.
77 lines-per-page pic 9(03) value 55.
01 eof  pic x(01) value "f".
01 gate-month.
   02 gm-yyyy pic 9(04).
   02 gm-mm   pic 9(02).
01 run-date-x.
   02 rd-yyyy pic 9(04).
   02 rd-mm   pic 9(02).
   02 rd-dd   pic 9(02).
01 cal-missing pic x(01) value "N".
   88 cal-missing-yes value "Y".
01 hist-missing pic x(01) value "N".
   88 hist-missing-yes value "Y".
01 recon-missing pic x(01) value "N".
   88 recon-missing-yes value "Y".
01 day-bad pic x(01).
   88 day-bad-yes value "Y".
01 first-note pic x(01).
   88 first-note-yes value "Y".
*> one entry per business day in the month, filled from the calendar
*> and then marked from the run and reconciliation histories; the
*> calendar is not kept in date order, so the days are printed by a
*> scan-for-smallest pass
01 day-table.
   02 day-count pic 9(02) comp value 0.
   02 day-entry occurs 31.
      03 dy-date      pic 9(08).
      03 dy-run       pic x(01).
      03 dy-cc        pic 9(02).
      03 dy-recon     pic x(01).
      03 dy-recon-rc  pic 9(02).
      03 dy-sanc-cc   pic 9(02).
      03 dy-sanc-auth pic x(03).
      03 dy-done      pic x(01).
01 title-line.
   02 filler pic x(9) value spaces.
   02 filler pic x(27) value 'MONTH-END CLOSE GATE'.
   02 filler pic x(6) value 'MONTH '.
   02 ttl-month pic 9(06).
   02 filler pic x(12) value spaces.
   02 filler pic x(5) value 'PAGE '.
   02 pg-no  pic zzz9.
01 under-line.
   02 filler pic x(44) value
      '--------------------------------------------'.
01 rule-line.
   02 filler pic x(2) value spaces.
   02 filler pic x(37) value
      'CONDITION CODES COUNTED AS CLEAN: 00-'.
   02 rl-cc  pic 9(02).
01 col-heads.
   02 filler pic x(2) value spaces.
   02 filler pic x(8) value 'RUN DATE'.
   02 filler pic x(3) value spaces.
   02 filler pic x(6) value 'RUN CC'.
   02 filler pic x(3) value spaces.
   02 filler pic x(8) value 'RECON RC'.
   02 filler pic x(3) value spaces.
   02 filler pic x(8) value 'STATUS'.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value 'REASON'.
01 underline-2.
   02 filler pic x(2) value spaces.
   02 filler pic x(8) value '--------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(6) value '------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(8) value '--------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(8) value '--------'.
   02 filler pic x(2) value spaces.
   02 filler pic x(44) value
      '--------------------------------------------'.
01 detail-line.
   02 filler     pic x(2) value spaces.
   02 det-date   pic x(08).
   02 filler     pic x(5) value spaces.
   02 det-cc     pic x(02).
   02 filler     pic x(9) value spaces.
   02 det-rc     pic x(02).
   02 filler     pic x(5) value spaces.
   02 det-status pic x(08).
   02 filler     pic x(2) value spaces.
   02 det-reason pic x(44).
01 reason-text pic x(44).
01 sanction-text.
   02 filler  pic x(24) value 'RUN CC SANCTIONED UP TO '.
   02 st-cc   pic 9(02).
   02 filler  pic x(04) value ' BY '.
   02 st-auth pic x(03).
01 missing-line.
   02 filler  pic x(2) value spaces.
   02 ml-text pic x(60).
01 verdict-line.
   02 filler  pic x(2) value spaces.
   02 vd-text pic x(60).
01 summary-head.
   02 filler pic x(9) value spaces.
   02 filler pic x(12) value 'GATE SUMMARY'.
01 summary-under.
   02 filler pic x(9) value spaces.
   02 filler pic x(12) value '------------'.
01 summary-line.
   02 sum-label pic x(33).
   02 sum-count pic z(6)9.

procedure division.
    accept run-date from date yyyymmdd.
    perform READ-CONTROL.
    perform LOAD-CALENDAR.
    perform LOAD-HISTORY.
    perform LOAD-RECONS.
    open output standard-output.
    move gate-month to ttl-month.
    move page-no to pg-no.
    write out-line from title-line after advancing 0 lines.
    write out-line from under-line after advancing 1 line.
    move clean-cc to rl-cc.
    write out-line from rule-line after advancing 1 line.
    move 3 to line-ct.
    if cal-missing-yes then
        move 'PROCESSING CALENDAR COULD NOT BE OPENED' to ml-text
        write out-line from missing-line after advancing 2 lines
        add 2 to line-ct
    else
        if day-count = 0 then
            move 'CALENDAR LISTS NO BUSINESS DAYS FOR THIS MONTH'
                to ml-text
            write out-line from missing-line after advancing 2 lines
            add 2 to line-ct
        else
            write out-line from col-heads after advancing 2 lines
            write out-line from underline-2 after advancing 1 line
            add 3 to line-ct
            perform CHECK-DAYS
        end-if
    end-if.
    perform finish.

*> READ-CONTROL takes the month and the clean condition code from the
*> GATEPARM card; a blank or missing month means the month before the
*> run date
READ-CONTROL.
    move 0 to gate-month.
    open input control-file.
    if ctl-status = "00" then
        read control-file
            at end
                continue
            not at end
                if card-month is numeric then
                    move card-month to gate-month
                end-if
                if card-cc is numeric and card-cc > 0 then
                    move card-cc to clean-cc
                end-if
        end-read
        close control-file
    end-if.
    if gate-month = 0 or gm-mm < 1 or gm-mm > 12 then
        move run-date to run-date-x
        if rd-mm = 1 then
            compute gm-yyyy = rd-yyyy - 1
            move 12 to gm-mm
        else
            move rd-yyyy to gm-yyyy
            compute gm-mm = rd-mm - 1
        end-if
    end-if.
end-read-control.

*> LOAD-CALENDAR takes every business day in the month into the table,
*> then reads the calendar again for the sanction records so they
*> find their day whatever order the file is in
LOAD-CALENDAR.
    open input calendar-file.
    if cal-status not = "00" then
        move "Y" to cal-missing
    else
        move "f" to eof
        perform until eof = "t"
            read calendar-file
            at end
                move "t" to eof
            end-read
            if eof = "f" then
                if cal-type-day and cal-day-business
                        and cal-run-date (1:6) = gate-month then
                    perform ADD-DAY
                end-if
            end-if
        end-perform
        close calendar-file
        open input calendar-file
        move "f" to eof
        perform until eof = "t"
            read calendar-file
            at end
                move "t" to eof
            end-read
            if eof = "f" then
                if cal-type-sanction
                        and cal-run-date (1:6) = gate-month then
                    perform TAKE-SANCTION
                end-if
            end-if
        end-perform
        close calendar-file
    end-if.
end-load-calendar.

ADD-DAY.
    move 0 to pick-sub.
    perform varying day-sub from 1 by 1
        until day-sub > day-count
        if dy-date (day-sub) = cal-run-date then
            move day-sub to pick-sub
        end-if
    end-perform.
    if pick-sub = 0 then
        if day-count < 31 then
            add 1 to day-count
            move cal-run-date to dy-date (day-count)
            move "N" to dy-run (day-count)
            move 0 to dy-cc (day-count)
            move "N" to dy-recon (day-count)
            move 0 to dy-recon-rc (day-count)
            move 0 to dy-sanc-cc (day-count)
            move spaces to dy-sanc-auth (day-count)
            move "N" to dy-done (day-count)
        else
            add 1 to ct-over
        end-if
    end-if.
end-add-day.

TAKE-SANCTION.
    perform varying day-sub from 1 by 1
        until day-sub > day-count
        if dy-date (day-sub) = cal-run-date and cal-cc is numeric then
            move cal-cc to dy-sanc-cc (day-sub)
            move cal-auth to dy-sanc-auth (day-sub)
        end-if
    end-perform.
end-take-sanction.

*> LOAD-HISTORY marks each day the nightly run left its overall record
*> for; the file is appended night by night, so a rerun's later record
*> replaces the earlier condition code. A record from before the run
*> history carried the condition code is taken as not clean
LOAD-HISTORY.
    open input history-file.
    if hist-status not = "00" then
        move "Y" to hist-missing
    else
        move "f" to eof
        perform until eof = "t"
            read history-file
            at end
                move "t" to eof
            end-read
            if eof = "f" then
                add 1 to ct-hist
                if hist-source = 'ALL' or hist-source = spaces then
                    perform varying day-sub from 1 by 1
                        until day-sub > day-count
                        if dy-date (day-sub) = hist-date then
                            move "Y" to dy-run (day-sub)
                            if hist-cc is numeric then
                                move hist-cc-num to dy-cc (day-sub)
                            else
                                move 99 to dy-cc (day-sub)
                            end-if
                        end-if
                    end-perform
                end-if
            end-if
        end-perform
        close history-file
    end-if.
end-load-history.

*> LOAD-RECONS marks each day whose extract was reconciled, keeping
*> the latest reconciliation's return code
LOAD-RECONS.
    open input recon-hist.
    if rh-status not = "00" then
        move "Y" to recon-missing
    else
        move "f" to eof
        perform until eof = "t"
            read recon-hist
            at end
                move "t" to eof
            end-read
            if eof = "f" then
                add 1 to ct-recons
                perform varying day-sub from 1 by 1
                    until day-sub > day-count
                    if dy-date (day-sub) = rh-ext-date then
                        move "Y" to dy-recon (day-sub)
                        move rh-rc to dy-recon-rc (day-sub)
                    end-if
                end-perform
            end-if
        end-perform
        close recon-hist
    end-if.
end-load-recons.

*> CHECK-DAYS judges the days in date order, one line per day and a
*> further line for each extra reason a day fails
CHECK-DAYS.
    move 0 to ct-printed.
    perform until ct-printed >= day-count
        move 0 to pick-sub
        perform varying day-sub from 1 by 1
            until day-sub > day-count
            if dy-done (day-sub) = "N" then
                if pick-sub = 0 then
                    move day-sub to pick-sub
                else
                    if dy-date (day-sub) < dy-date (pick-sub) then
                        move day-sub to pick-sub
                    end-if
                end-if
            end-if
        end-perform
        move "Y" to dy-done (pick-sub)
        add 1 to ct-printed
        perform CHECK-DAY
    end-perform.
end-check-days.

CHECK-DAY.
    add 1 to ct-days.
    move "N" to day-bad.
    move "Y" to first-note.
    move dy-date (pick-sub) to det-date.
    if dy-run (pick-sub) = "Y" then
        if dy-cc (pick-sub) = 99 then
            move '??' to det-cc
        else
            move dy-cc (pick-sub) to det-cc
        end-if
    else
        move '--' to det-cc
    end-if.
    if dy-recon (pick-sub) = "Y" then
        move dy-recon-rc (pick-sub) to det-rc
    else
        move '--' to det-rc
    end-if.
    if dy-run (pick-sub) = "N" then
        add 1 to ct-no-run
        move "Y" to day-bad
        move 'NO NIGHTLY RUN ON RUN HISTORY' to reason-text
        perform DAY-LINE
    else
        if dy-cc (pick-sub) > clean-cc then
            if dy-sanc-cc (pick-sub) >= dy-cc (pick-sub) then
                add 1 to ct-sanctioned
                move dy-sanc-cc (pick-sub) to st-cc
                move dy-sanc-auth (pick-sub) to st-auth
                move sanction-text to reason-text
                perform DAY-LINE
            else
                add 1 to ct-bad-cc
                move "Y" to day-bad
                if dy-cc (pick-sub) = 99 then
                    move 'RUN CC NOT ON RUN HISTORY' to reason-text
                else
                    move 'RUN CC ABOVE CLEAN, NOT SANCTIONED'
                        to reason-text
                end-if
                perform DAY-LINE
            end-if
        end-if
    end-if.
    if dy-recon (pick-sub) = "N" then
        add 1 to ct-no-recon
        move "Y" to day-bad
        move 'NO RECONCILIATION CONFIRMATION' to reason-text
        perform DAY-LINE
    else
        if dy-recon-rc (pick-sub) not = 0 then
            add 1 to ct-bad-recon
            move "Y" to day-bad
            move 'RECONCILIATION NOT CLEAN' to reason-text
            perform DAY-LINE
        end-if
    end-if.
    if first-note-yes then
        move spaces to reason-text
        perform DAY-LINE
    end-if.
    if not day-bad-yes then
        add 1 to ct-complete
    end-if.
end-check-day.

*> DAY-LINE prints the day's first line with its codes and a status;
*> a second or later reason for the same day goes on a line of its
*> own under it. The status on the first line is settled before it is
*> printed, so a day that fails only on its reconciliation is still
*> shown as failed
DAY-LINE.
    perform PAGE-CHECK.
    if first-note-yes then
        if dy-run (pick-sub) = "N" or dy-recon (pick-sub) = "N"
                or dy-recon-rc (pick-sub) not = 0
                or (dy-cc (pick-sub) > clean-cc
                    and dy-sanc-cc (pick-sub) < dy-cc (pick-sub)) then
            move 'FAILED' to det-status
        else
            move 'COMPLETE' to det-status
        end-if
        move "N" to first-note
    else
        move spaces to det-date
        move spaces to det-cc
        move spaces to det-rc
        move spaces to det-status
    end-if.
    move reason-text to det-reason.
    write out-line from detail-line after advancing 1 line.
    add 1 to line-ct.
end-day-line.

PAGE-CHECK.
    if line-ct is greater than or equal to lines-per-page then
        perform NEW-PAGE
        write out-line from col-heads after advancing 1 line
        write out-line from underline-2 after advancing 1 line
        add 2 to line-ct
    end-if.
end-page-check.

NEW-PAGE.
    add 1 to page-no.
    move page-no to pg-no.
    write out-line from title-line after advancing page.
    write out-line from under-line after advancing 1 line.
    move 2 to line-ct.
end-new-page.

*> FINISH prints the totals and the verdict and grades the gate for
*> the scheduler: 0 = every business day complete, the close may run;
*> 8 = days missing or failed, the chargeback and purge are held;
*> 12 = the calendar is unreadable or lists no business days for the
*> month, so completeness cannot be judged and the close is held
FINISH.
    if line-ct + 16 > lines-per-page then
        perform NEW-PAGE
    end-if.
    write out-line from summary-head after advancing 2 lines.
    write out-line from summary-under after advancing 1 line.
    move 'BUSINESS DAYS IN MONTH' to sum-label.
    move ct-days to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'DAYS COMPLETE' to sum-label.
    move ct-complete to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'DAYS WITH A SANCTIONED RUN CC' to sum-label.
    move ct-sanctioned to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'DAYS WITH NO NIGHTLY RUN' to sum-label.
    move ct-no-run to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'DAYS WITH AN UNSANCTIONED CC' to sum-label.
    move ct-bad-cc to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'DAYS WITH NO RECONCILIATION' to sum-label.
    move ct-no-recon to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'DAYS RECONCILED NOT CLEAN' to sum-label.
    move ct-bad-recon to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'RUN HISTORY RECORDS READ' to sum-label.
    move ct-hist to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'RECONCILIATIONS READ' to sum-label.
    move ct-recons to sum-count.
    write out-line from summary-line after advancing 1 line.
    if ct-over > 0 then
        move 'CALENDAR DAYS PAST TABLE LIMIT' to sum-label
        move ct-over to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    if hist-missing-yes then
        move 'RUN HISTORY COULD NOT BE OPENED' to vd-text
        write out-line from verdict-line after advancing 1 line
    end-if.
    if recon-missing-yes then
        move 'RECONCILIATION HISTORY COULD NOT BE OPENED' to vd-text
        write out-line from verdict-line after advancing 1 line
    end-if.
    if cal-missing-yes or day-count = 0 or ct-over > 0 then
        move 'MONTH CANNOT BE JUDGED - CLOSE HELD' to vd-text
        move 12 to return-code
    else
        if ct-complete < ct-days then
            move 'MONTH INCOMPLETE - CHARGEBACK AND PURGE HELD'
                to vd-text
            move 8 to return-code
        else
            move 'MONTH COMPLETE - CLOSE RELEASED' to vd-text
            move 0 to return-code
        end-if
    end-if.
    write out-line from verdict-line after advancing 2 lines.
    close standard-output.
    STOP RUN.
end-finish.
