*> rootaudr - daily maintenance audit report for the supervisor's
*> morning sign-off. The rootparm, rootcal, rootcorr, rootappr and
*> rootsusp screens each write every add, change and delete they take to the
*> shared maintenance audit file, stamped with the screen, the operator
*> id, the date and time, the key of what was touched and its before
*> and after values. This report lists one day's entries from that file
*> by screen and operator, in time order within each operator, with a
*> count per operator and a sign-off block at the foot for the
*> supervisor. The day reported is the date on the AUDPARM card, or
*> the day before the run date when the card is blank or absent, so
*> the morning job covers yesterday's changes without anyone keying a
*> date.

identification division.
program-id. rootaudr.
environment division.
input-output section.
file-control.
    select audit-file assign to MAINTAUD
    organization is line sequential
    file status is aud-status.
    select control-file assign to AUDPARM
    organization is line sequential
    file status is ctl-status.
    select standard-output assign to AUDRPT.
data division.
file section.
fd audit-file.
    01 aud-rec.
       02 aud-date   pic 9(08).
       02 aud-time   pic 9(06).
       02 aud-screen pic x(08).
       02 aud-oper   pic x(03).
       02 aud-action pic x(01).
       02 aud-key    pic x(20).
       02 aud-before pic x(80).
       02 aud-after  pic x(80).
fd control-file.
    01 aud-card.
       02 card-date pic 9(08).
       02 filler    pic x(72).
fd standard-output.
    01 out-line pic x(132).
working-storage section.
77 aud-status  pic x(02) value "00".
77 ctl-status  pic x(02) value "00".
77 run-date    pic 9(08).
77 report-date pic 9(08) value 0.
77 date-int    pic 9(07).
77 ct-read     pic 9(07) value 0.
77 ct-day      pic 9(07) value 0.
77 ct-adds     pic 9(07) value 0.
77 ct-changes  pic 9(07) value 0.
77 ct-deletes  pic 9(07) value 0.
77 ct-opers    pic 9(07) value 0.
77 ct-dropped  pic 9(07) value 0.
77 ct-group    pic 9(05) value 0.
77 aud-sub     pic 9(04) comp.
77 pick-sub    pic 9(04) comp.
77 ct-printed  pic 9(04) comp.
77 line-ct     pic 9(03) value 0.
77 page-no     pic 9(04) value 1.
77 lines-per-page pic 9(03) value 55.
01 eof  pic x(01) value "f".
01 audit-missing pic x(01) value "N".
   88 audit-missing-yes value "Y".
01 last-group.
   02 lg-screen pic x(08) value spaces.
   02 lg-oper   pic x(03) value spaces.
*> one day's entries are few enough to hold whole, so the report comes
*> out by screen, operator and time with a straight scan-for-smallest
*> pass instead of a sort step; anything past the table limit is
*> counted and said so on the summary, never silently dropped
01 aud-table.
   02 aud-count pic 9(04) comp value 0.
   02 aud-entry occurs 3000.
      03 at-order.
         04 at-screen pic x(08).
         04 at-oper   pic x(03).
         04 at-time   pic 9(06).
      03 at-action pic x(01).
      03 at-key    pic x(20).
      03 at-before pic x(80).
      03 at-after  pic x(80).
      03 at-done   pic x(01).
01 time-edit.
   02 te-hh pic 9(02).
   02 filler pic x(01) value ':'.
   02 te-mm pic 9(02).
   02 filler pic x(01) value ':'.
   02 te-ss pic 9(02).
01 time-hold.
   02 th-hh pic 9(02).
   02 th-mm pic 9(02).
   02 th-ss pic 9(02).
01 title-line.
   02 filler pic x(9) value spaces.
   02 filler pic x(30) value 'MAINTENANCE SCREEN AUDIT'.
   02 filler pic x(9) value 'FOR DATE '.
   02 ttl-date pic 9(08).
   02 filler pic x(9) value spaces.
   02 filler pic x(5) value 'PAGE '.
   02 pg-no  pic zzz9.
01 under-line.
   02 filler pic x(44) value
      '--------------------------------------------'.
01 group-line.
   02 filler pic x(2) value spaces.
   02 filler pic x(7) value 'SCREEN '.
   02 grp-screen pic x(08).
   02 filler pic x(4) value spaces.
   02 filler pic x(9) value 'OPERATOR '.
   02 grp-oper pic x(03).
01 col-heads.
   02 filler pic x(2) value spaces.
   02 filler pic x(8) value 'TIME'.
   02 filler pic x(2) value spaces.
   02 filler pic x(7) value 'ACTION'.
   02 filler pic x(2) value spaces.
   02 filler pic x(20) value 'KEY'.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value 'VALUE'.
01 underline-2.
   02 filler pic x(2) value spaces.
   02 filler pic x(8) value '--------'.
   02 filler pic x(2) value spaces.
   02 filler pic x(7) value '-------'.
   02 filler pic x(2) value spaces.
   02 filler pic x(20) value '--------------------'.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value '------'.
01 detail-line.
   02 filler    pic x(2) value spaces.
   02 det-time  pic x(08).
   02 filler    pic x(2) value spaces.
   02 det-act   pic x(07).
   02 filler    pic x(2) value spaces.
   02 det-key   pic x(20).
   02 filler    pic x(2) value spaces.
   02 det-tag   pic x(06).
   02 filler    pic x(1) value spaces.
   02 det-image pic x(80).
01 group-total.
   02 filler pic x(2) value spaces.
   02 filler pic x(25) value 'ENTRIES FOR THIS OPERATOR'.
   02 filler pic x(6) value spaces.
   02 gt-count pic z(4)9.
01 empty-line.
   02 filler pic x(2) value spaces.
   02 filler pic x(44) value
      'NO MAINTENANCE CHANGES RECORDED FOR THIS DAY'.
01 missing-line.
   02 filler pic x(2) value spaces.
   02 filler pic x(44) value
      'MAINTENANCE AUDIT FILE COULD NOT BE OPENED'.
01 summary-head.
   02 filler pic x(9) value spaces.
   02 filler pic x(13) value 'AUDIT SUMMARY'.
01 summary-under.
   02 filler pic x(9) value spaces.
   02 filler pic x(13) value '-------------'.
01 summary-line.
   02 sum-label pic x(33).
   02 sum-count pic z(6)9.
01 sign-line-1.
   02 filler pic x(9) value spaces.
   02 filler pic x(40) value
      'REVIEWED AND SIGNED OFF BY SUPERVISOR'.
01 sign-line-2.
   02 filler pic x(9) value spaces.
   02 filler pic x(11) value 'SIGNATURE  '.
   02 filler pic x(30) value '______________________________'.
01 sign-line-3.
   02 filler pic x(9) value spaces.
   02 filler pic x(11) value 'NAME       '.
   02 filler pic x(30) value '______________________________'.
01 sign-line-4.
   02 filler pic x(9) value spaces.
   02 filler pic x(11) value 'DATE       '.
   02 filler pic x(30) value '____________'.

procedure division.
    accept run-date from date yyyymmdd.
    perform READ-CONTROL.
    perform LOAD-AUDIT.
    open output standard-output.
    move report-date to ttl-date.
    move page-no to pg-no.
    write out-line from title-line after advancing 0 lines.
    write out-line from under-line after advancing 1 line.
    move 2 to line-ct.
    if audit-missing-yes then
        write out-line from missing-line after advancing 2 lines
        add 2 to line-ct
    else
        if aud-count = 0 then
            write out-line from empty-line after advancing 2 lines
            add 2 to line-ct
        else
            perform PRINT-BY-OPERATOR
            perform GROUP-FOOT
        end-if
    end-if.
    perform finish.

*> READ-CONTROL takes the day to report from the AUDPARM card; a blank,
*> zero or missing card means the day before the run date
READ-CONTROL.
    open input control-file.
    if ctl-status = "00" then
        read control-file
            at end
                move 0 to report-date
            not at end
                if card-date is numeric then
                    move card-date to report-date
                end-if
        end-read
        close control-file
    end-if.
    if report-date = 0 then
        compute date-int = function integer-of-date (run-date) - 1
        compute report-date = function date-of-integer (date-int)
    end-if.
end-read-control.

*> LOAD-AUDIT pulls the chosen day's entries into the table; the file
*> holds every day, so the rest are read past and only counted
LOAD-AUDIT.
    open input audit-file.
    if aud-status not = "00" then
        move "Y" to audit-missing
    else
        perform until eof = "t"
            read audit-file
            at end
                move "t" to eof
            end-read
            if eof = "f" then
                add 1 to ct-read
                if aud-date = report-date then
                    perform TAKE-ENTRY
                end-if
            end-if
        end-perform
        close audit-file
    end-if.
end-load-audit.

TAKE-ENTRY.
    add 1 to ct-day.
    if aud-action = "A" then
        add 1 to ct-adds
    else
        if aud-action = "D" then
            add 1 to ct-deletes
        else
            add 1 to ct-changes
        end-if
    end-if.
    if aud-count < 3000 then
        add 1 to aud-count
        move aud-screen to at-screen (aud-count)
        move aud-oper to at-oper (aud-count)
        move aud-time to at-time (aud-count)
        move aud-action to at-action (aud-count)
        move aud-key to at-key (aud-count)
        move aud-before to at-before (aud-count)
        move aud-after to at-after (aud-count)
        move "N" to at-done (aud-count)
    else
        add 1 to ct-dropped
    end-if.
end-take-entry.

*> PRINT-BY-OPERATOR repeatedly scans for the lowest unprinted screen,
*> operator and time so the listing comes out grouped however the day's
*> sessions interleaved; entries stamped in the same second print in
*> the order they were written
PRINT-BY-OPERATOR.
    perform varying ct-printed from 1 by 1
        until ct-printed > aud-count
        move 0 to pick-sub
        perform varying aud-sub from 1 by 1
            until aud-sub > aud-count
            if at-done (aud-sub) = "N" then
                if pick-sub = 0 then
                    move aud-sub to pick-sub
                else
                    if at-order (aud-sub) < at-order (pick-sub) then
                        move aud-sub to pick-sub
                    end-if
                end-if
            end-if
        end-perform
        perform PRINT-ENTRY
    end-perform.
end-print-by-operator.

PRINT-ENTRY.
    move "Y" to at-done (pick-sub).
    if at-screen (pick-sub) not = lg-screen
            or at-oper (pick-sub) not = lg-oper then
        if lg-oper not = spaces then
            perform GROUP-FOOT
        end-if
        perform GROUP-HEAD
    end-if.
    add 1 to ct-group.
    perform PAGE-CHECK.
    move at-time (pick-sub) to time-hold.
    move th-hh to te-hh.
    move th-mm to te-mm.
    move th-ss to te-ss.
    move time-edit to det-time.
    if at-action (pick-sub) = "A" then
        move 'ADDED' to det-act
    else
        if at-action (pick-sub) = "D" then
            move 'DELETED' to det-act
        else
            move 'CHANGED' to det-act
        end-if
    end-if.
    move at-key (pick-sub) to det-key.
    if at-action (pick-sub) = "A" then
        move 'AFTER' to det-tag
        move at-after (pick-sub) to det-image
        write out-line from detail-line after advancing 1 line
        add 1 to line-ct
    else
        move 'BEFORE' to det-tag
        move at-before (pick-sub) to det-image
        write out-line from detail-line after advancing 1 line
        add 1 to line-ct
        if at-action (pick-sub) not = "D" then
            perform PAGE-CHECK
            move spaces to det-time, det-act, det-key
            move 'AFTER' to det-tag
            move at-after (pick-sub) to det-image
            write out-line from detail-line after advancing 1 line
            add 1 to line-ct
        end-if
    end-if.
end-print-entry.

*> GROUP-HEAD starts a new screen and operator block, on a fresh page
*> if there is not room for the heading and a first entry
GROUP-HEAD.
    move at-screen (pick-sub) to lg-screen, grp-screen.
    move at-oper (pick-sub) to lg-oper, grp-oper.
    add 1 to ct-opers.
    move 0 to ct-group.
    if line-ct + 6 > lines-per-page then
        perform NEW-PAGE
    end-if.
    write out-line from group-line after advancing 2 lines.
    write out-line from col-heads after advancing 1 line.
    write out-line from underline-2 after advancing 1 line.
    add 4 to line-ct.
end-group-head.

GROUP-FOOT.
    perform PAGE-CHECK.
    move ct-group to gt-count.
    write out-line from group-total after advancing 1 line.
    add 1 to line-ct.
end-group-foot.

PAGE-CHECK.
    if line-ct is greater than or equal to lines-per-page then
        perform NEW-PAGE
        move lg-screen to grp-screen
        move lg-oper to grp-oper
        write out-line from group-line after advancing 1 line
        write out-line from col-heads after advancing 1 line
        write out-line from underline-2 after advancing 1 line
        add 3 to line-ct
    end-if.
end-page-check.

NEW-PAGE.
    add 1 to page-no.
    move page-no to pg-no.
    write out-line from title-line after advancing page.
    write out-line from under-line after advancing 1 line.
    move 2 to line-ct.
end-new-page.

*> FINISH prints the day's totals and the supervisor's sign-off block;
*> a missing audit file or entries past the table limit set a warning
*> code so the morning schedule sees the report is incomplete
FINISH.
    if line-ct + 20 > lines-per-page then
        perform NEW-PAGE
    end-if.
    write out-line from summary-head after advancing 2 lines.
    write out-line from summary-under after advancing 1 line.
    move 'AUDIT RECORDS READ' to sum-label.
    move ct-read to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'ENTRIES FOR THIS DAY' to sum-label.
    move ct-day to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'ADDS' to sum-label.
    move ct-adds to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'CHANGES' to sum-label.
    move ct-changes to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'DELETES' to sum-label.
    move ct-deletes to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'SCREEN AND OPERATOR BLOCKS' to sum-label.
    move ct-opers to sum-count.
    write out-line from summary-line after advancing 1 line.
    if ct-dropped > 0 then
        move 'ENTRIES PAST TABLE LIMIT' to sum-label
        move ct-dropped to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    write out-line from sign-line-1 after advancing 3 lines.
    write out-line from sign-line-2 after advancing 2 lines.
    write out-line from sign-line-3 after advancing 2 lines.
    write out-line from sign-line-4 after advancing 2 lines.
    close standard-output.
    if audit-missing-yes or ct-dropped > 0 then
        move 4 to return-code
    else
        move 0 to return-code
    end-if.
    STOP RUN.
end-finish.
