*> rootbrst - bursts the nightly report into a separate report per
*> department. sqrtbaby copies every detail and exception line it
*> prints to a department work file under the record's in-dept, and
*> the sort step ahead of this one puts that file into department
*> order, details ahead of exceptions, keeping the night's processing
*> order within each. Each department's report gets its own page
*> headings and numbering, its detail lines, its exceptions under their
*> own heading, and department subtotals. The distribution file says
*> for each department whether its copy is printed at a destination,
*> written to a dataset, or held for pickup, and which of the ten
*> BURSTnn outputs carries it; the JCL gives each output its print
*> destination, dataset or held class. A department with no
*> distribution entry goes to BURSTOTH for operations to hand on. The
*> distribution log lists every department that got a report and
*> every department on the distribution file that had no activity.
*> The full combined report is still PRTFILE from the compute step.

identification division.
program-id. rootbrst.
environment division.
input-output section.
file-control.
    select burst-in assign to BRSTIN
    organization is line sequential
    file status is in-status.
    select dist-file assign to DISTFILE
    organization is line sequential
    file status is dist-status.
    select burst-01 assign to BURST01
    file status is brst-status-01.
    select burst-02 assign to BURST02
    file status is brst-status-02.
    select burst-03 assign to BURST03
    file status is brst-status-03.
    select burst-04 assign to BURST04
    file status is brst-status-04.
    select burst-05 assign to BURST05
    file status is brst-status-05.
    select burst-06 assign to BURST06
    file status is brst-status-06.
    select burst-07 assign to BURST07
    file status is brst-status-07.
    select burst-08 assign to BURST08
    file status is brst-status-08.
    select burst-09 assign to BURST09
    file status is brst-status-09.
    select burst-10 assign to BURST10
    file status is brst-status-10.
    select burst-other assign to BURSTOTH
    file status is other-status.
    select standard-output assign to DISTLOG.
data division.
file section.
fd burst-in.
    01 bi-rec.
       02 bi-dept  pic x(03).
       02 bi-class pic x(01).
          88 bi-detail    value "D".
          88 bi-exception value "E".
       02 bi-kind  pic x(01).
          88 bi-computed  value "C".
          88 bi-master    value "M".
          88 bi-locked    value "L".
          88 bi-invalid   value "I".
          88 bi-abort     value "A".
          88 bi-overflow  value "O".
          88 bi-parse     value "P".
       02 bi-line  pic x(132).
fd dist-file.
    01 dist-card.
       02 dist-dept pic x(03).
       02 dist-mode pic x(01).
          88 dist-print   value "P".
          88 dist-dataset value "D".
          88 dist-held    value "H".
       02 dist-slot pic 9(02).
       02 filler    pic x(01).
       02 dist-dest pic x(44).
       02 filler    pic x(29).
fd burst-01.
    01 burst-01-line pic x(132).
fd burst-02.
    01 burst-02-line pic x(132).
fd burst-03.
    01 burst-03-line pic x(132).
fd burst-04.
    01 burst-04-line pic x(132).
fd burst-05.
    01 burst-05-line pic x(132).
fd burst-06.
    01 burst-06-line pic x(132).
fd burst-07.
    01 burst-07-line pic x(132).
fd burst-08.
    01 burst-08-line pic x(132).
fd burst-09.
    01 burst-09-line pic x(132).
fd burst-10.
    01 burst-10-line pic x(132).
fd burst-other.
    01 burst-oth-line pic x(132).
fd standard-output.
    01 out-line pic x(132).
working-storage section.
77 in-status    pic x(02) value "00".
77 dist-status  pic x(02) value "00".
77 other-status pic x(02) value "00".
77 brst-status-01 pic x(02) value "00".
77 brst-status-02 pic x(02) value "00".
77 brst-status-03 pic x(02) value "00".
77 brst-status-04 pic x(02) value "00".
77 brst-status-05 pic x(02) value "00".
77 brst-status-06 pic x(02) value "00".
77 brst-status-07 pic x(02) value "00".
77 brst-status-08 pic x(02) value "00".
77 brst-status-09 pic x(02) value "00".
77 brst-status-10 pic x(02) value "00".
77 slot-status  pic x(02).
77 slot-sub     pic 9(02) comp.
77 dist-sub     pic 9(03) comp.
77 dist-hit     pic 9(03) comp.
77 adv-lines    pic 9(01).
77 run-date     pic 9(08).
77 ct-read      pic 9(07) value 0.
77 ct-depts     pic 9(05) value 0.
77 ct-quiet     pic 9(05) value 0.
77 ct-to-other  pic 9(05) value 0.
77 ct-bad-dist  pic 9(05) value 0.
77 ct-lost      pic 9(07) value 0.
77 line-ct     pic 9(03) value 0.
77 page-no     pic 9(04) value 1.
77 lines-per-page pic 9(03) value 55.
*> the burst report keeps its own page count per department
77 bl-line-ct  pic 9(03) value 0.
77 bl-page-no  pic 9(04) value 0.
77 dp-lines    pic 9(07).
77 dp-computed pic 9(07).
77 dp-master   pic 9(07).
77 dp-locked   pic 9(07).
77 dp-invalid  pic 9(07).
77 dp-abort    pic 9(07).
77 dp-overflow pic 9(07).
77 dp-parse    pic 9(07).
77 dp-excp     pic 9(07).
01 eof  pic x(01) value "f".
01 in-bad pic x(01) value "N".
   88 in-bad-yes value "Y".
01 other-open pic x(01) value "N".
   88 other-open-yes value "Y".
01 cur-dept  pic x(03).
01 cur-class pic x(01).
01 cur-mode  pic x(01).
01 page-eject pic x(01).
   88 page-eject-yes value "Y".
01 burst-line pic x(132).
01 slot-table.
   02 slot-open pic x(01) occurs 10.
*> the distribution file held whole: one entry per department, with
*> whether its report turned up tonight
01 dist-table.
   02 dist-count pic 9(03) comp value 0.
   02 dist-entry occurs 300.
      03 dt-dept pic x(03).
      03 dt-mode pic x(01).
      03 dt-slot pic 9(02).
      03 dt-dest pic x(44).
      03 dt-seen pic x(01).
01 brst-title.
   02 filler   pic x(9) value spaces.
   02 filler   pic x(33) value 'ROOT APPROXIMATIONS - DEPARTMENT '.
   02 bt-dept  pic x(06).
   02 filler   pic x(3) value spaces.
   02 filler   pic x(9) value 'RUN DATE '.
   02 bt-date  pic 9(08).
   02 filler   pic x(2) value spaces.
   02 filler   pic x(5) value 'PAGE '.
   02 bt-page  pic zzz9.
01 under-line.
   02 filler pic x(44) value
      '--------------------------------------------'.
*> the column heads are the compute step's own, since the detail lines
*> are its lines
01 col-heads.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value 'ARRSEQ'.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value 'REC ID'.
   02 filler pic x(6) value spaces.
   02 filler pic x(6) value 'NUMBER'.
   02 filler pic x(16) value spaces.
   02 filler pic x(4) value 'ROOT'.
   02 filler pic x(6) value spaces.
   02 filler pic x(5) value 'VALUE'.
   02 filler pic x(29) value spaces.
   02 filler pic x(4) value 'ITER'.
   02 filler pic x(3) value spaces.
   02 filler pic x(8) value 'ACCURACY'.
01 underline-2.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value '------'.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value '------'.
   02 filler pic x(2) value spaces.
   02 filler pic x(20) value ' -------------------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(7) value '-------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(19) value '------------------'.
01 excp-head.
   02 filler pic x(9) value spaces.
   02 filler pic x(10) value 'EXCEPTIONS'.
01 excp-under.
   02 filler pic x(9) value spaces.
   02 filler pic x(10) value '----------'.
01 sub-head.
   02 filler  pic x(9) value spaces.
   02 filler  pic x(11) value 'DEPARTMENT '.
   02 sh-dept pic x(06).
   02 filler  pic x(10) value 'SUBTOTALS'.
01 sub-under.
   02 filler pic x(9) value spaces.
   02 filler pic x(26) value '--------------------------'.
01 sub-line.
   02 sub-label pic x(33).
   02 sub-count pic z(6)9.
01 log-title.
   02 filler pic x(9) value spaces.
   02 filler pic x(30) value 'REPORT DISTRIBUTION LOG'.
   02 filler pic x(9) value 'RUN DATE '.
   02 lt-date pic 9(08).
   02 filler pic x(9) value spaces.
   02 filler pic x(5) value 'PAGE '.
   02 pg-no  pic zzz9.
01 log-heads.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value 'DEPT'.
   02 filler pic x(3) value spaces.
   02 filler pic x(7) value '  LINES'.
   02 filler pic x(3) value spaces.
   02 filler pic x(7) value 'EXCEPTN'.
   02 filler pic x(3) value spaces.
   02 filler pic x(5) value 'PAGES'.
   02 filler pic x(3) value spaces.
   02 filler pic x(8) value 'DD NAME'.
   02 filler pic x(3) value spaces.
   02 filler pic x(30) value 'DISPOSITION'.
   02 filler pic x(3) value spaces.
   02 filler pic x(11) value 'DESTINATION'.
01 log-under.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value '------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(7) value '-------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(7) value '-------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(5) value '-----'.
   02 filler pic x(3) value spaces.
   02 filler pic x(8) value '--------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(30) value '------------------------------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(11) value '-----------'.
01 log-line.
   02 filler   pic x(2) value spaces.
   02 lg-dept  pic x(06).
   02 filler   pic x(3) value spaces.
   02 lg-lines pic z(6)9.
   02 filler   pic x(3) value spaces.
   02 lg-excp  pic z(6)9.
   02 filler   pic x(3) value spaces.
   02 lg-pages pic z(4)9.
   02 filler   pic x(3) value spaces.
   02 lg-dd    pic x(08).
   02 filler   pic x(3) value spaces.
   02 lg-disp  pic x(30).
   02 filler   pic x(3) value spaces.
   02 lg-dest  pic x(44).
01 dd-name.
   02 filler    pic x(05) value 'BURST'.
   02 dd-slot   pic 9(02).
01 dist-mess.
   02 filler    pic x(2) value spaces.
   02 filler    pic x(30) value 'DISTRIBUTION CARD IGNORED -   '.
   02 dm-card   pic x(50).
01 fail-line.
   02 filler  pic x(2) value spaces.
   02 fl-text pic x(60).
01 summary-head.
   02 filler pic x(9) value spaces.
   02 filler pic x(20) value 'DISTRIBUTION SUMMARY'.
01 summary-under.
   02 filler pic x(9) value spaces.
   02 filler pic x(20) value '--------------------'.
01 summary-line.
   02 sum-label pic x(33).
   02 sum-count pic z(6)9.

procedure division.
    accept run-date from date yyyymmdd.
    move run-date to bt-date, lt-date.
    open output standard-output.
    move page-no to pg-no.
    write out-line from log-title after advancing 0 lines.
    write out-line from under-line after advancing 1 line.
    move 2 to line-ct.
    perform READ-DISTRIBUTION.
    perform OPEN-SLOTS.
    write out-line from log-heads after advancing 2 lines.
    write out-line from log-under after advancing 1 line.
    add 3 to line-ct.
    open input burst-in.
    if in-status not = "00" then
        move "Y" to in-bad
        move 'DEPARTMENT WORK FILE COULD NOT BE OPENED' to fl-text
        perform LOG-PAGE-CHECK
        write out-line from fail-line after advancing 1 line
        add 1 to line-ct
    else
        perform BURST-REPORTS
        close burst-in
    end-if.
    perform LOG-QUIET.
    perform CLOSE-SLOTS.
    perform finish.

*> READ-DISTRIBUTION loads the distribution file: department in
*> columns 1-3, P (print), D (dataset) or H (held) in column 4, the
*> BURSTnn slot 01-10 in columns 5-6, and where that copy goes from
*> column 8 for the log; a card that names no real mode or slot is
*> listed and left out
READ-DISTRIBUTION.
    open input dist-file.
    if dist-status not = "00" then
        move 'DISTRIBUTION FILE NOT FOUND - EVERY REPORT TO BURSTOTH'
            to fl-text
        write out-line from fail-line after advancing 1 line
        add 1 to line-ct
    else
        perform until eof = "t"
            read dist-file
            at end
                move "t" to eof
            end-read
            if eof = "f" then
                if (dist-print or dist-dataset or dist-held)
                        and dist-slot is numeric and dist-slot > 0
                        and dist-slot <= 10 and dist-count < 300 then
                    add 1 to dist-count
                    move dist-dept to dt-dept (dist-count)
                    move dist-mode to dt-mode (dist-count)
                    move dist-slot to dt-slot (dist-count)
                    move dist-dest to dt-dest (dist-count)
                    move "N" to dt-seen (dist-count)
                else
                    add 1 to ct-bad-dist
                    move dist-card to dm-card
                    write out-line from dist-mess after advancing 1 line
                    add 1 to line-ct
                end-if
            end-if
        end-perform
        close dist-file
        move "f" to eof
    end-if.
end-read-distribution.

*> OPEN-SLOTS opens only the outputs some department is routed to, so
*> an output need only be in the JCL once something is routed there
OPEN-SLOTS.
    perform varying slot-sub from 1 by 1 until slot-sub > 10
        move "N" to slot-open (slot-sub)
    end-perform.
    perform varying dist-sub from 1 by 1 until dist-sub > dist-count
        move dt-slot (dist-sub) to slot-sub
        if slot-open (slot-sub) = "N" then
            perform OPEN-ONE-SLOT
        end-if
    end-perform.
    open output burst-other.
    if other-status = "00" then
        move "Y" to other-open
    end-if.
end-open-slots.

OPEN-ONE-SLOT.
    move "99" to slot-status.
    if slot-sub = 1 then
        open output burst-01
        move brst-status-01 to slot-status
    end-if.
    if slot-sub = 2 then
        open output burst-02
        move brst-status-02 to slot-status
    end-if.
    if slot-sub = 3 then
        open output burst-03
        move brst-status-03 to slot-status
    end-if.
    if slot-sub = 4 then
        open output burst-04
        move brst-status-04 to slot-status
    end-if.
    if slot-sub = 5 then
        open output burst-05
        move brst-status-05 to slot-status
    end-if.
    if slot-sub = 6 then
        open output burst-06
        move brst-status-06 to slot-status
    end-if.
    if slot-sub = 7 then
        open output burst-07
        move brst-status-07 to slot-status
    end-if.
    if slot-sub = 8 then
        open output burst-08
        move brst-status-08 to slot-status
    end-if.
    if slot-sub = 9 then
        open output burst-09
        move brst-status-09 to slot-status
    end-if.
    if slot-sub = 10 then
        open output burst-10
        move brst-status-10 to slot-status
    end-if.
    if slot-status = "00" then
        move "Y" to slot-open (slot-sub)
    else
        move "X" to slot-open (slot-sub)
    end-if.
end-open-one-slot.

*> BURST-REPORTS reads the sorted work file and breaks on department;
*> within a department the details come first, then the exceptions
*> under their own heading
BURST-REPORTS.
    move low-values to cur-dept.
    perform until eof = "t"
        read burst-in
        at end
            move "t" to eof
        end-read
        if eof = "f" then
            add 1 to ct-read
            if bi-dept not = cur-dept then
                if cur-dept not = low-values then
                    perform DEPT-FOOT
                end-if
                perform DEPT-HEAD
            end-if
            if bi-exception and cur-class not = "E" then
                perform EXCEPTION-HEAD
            end-if
            perform DEPT-DETAIL
        end-if
    end-perform.
    if cur-dept not = low-values then
        perform DEPT-FOOT
    end-if.
end-burst-reports.

*> DEPT-HEAD picks the department's output from the distribution
*> table and starts its report on a fresh page
DEPT-HEAD.
    move bi-dept to cur-dept.
    move "D" to cur-class.
    add 1 to ct-depts.
    move 0 to dp-lines, dp-computed, dp-master, dp-locked, dp-invalid,
        dp-abort, dp-overflow, dp-parse, dp-excp.
    move 0 to bl-page-no.
    move 0 to dist-hit.
    perform varying dist-sub from 1 by 1 until dist-sub > dist-count
        if dt-dept (dist-sub) = cur-dept and dist-hit = 0 then
            move dist-sub to dist-hit
        end-if
    end-perform.
    move 0 to slot-sub.
    move space to cur-mode.
    if dist-hit > 0 then
        move "Y" to dt-seen (dist-hit)
        move dt-mode (dist-hit) to cur-mode
        move dt-slot (dist-hit) to slot-sub
        if slot-open (slot-sub) not = "Y" then
            move 0 to slot-sub
        end-if
    end-if.
    if slot-sub = 0 then
        add 1 to ct-to-other
    end-if.
    if cur-dept = spaces then
        move '(NONE)' to bt-dept, sh-dept
    else
        move cur-dept to bt-dept, sh-dept
    end-if.
    perform BURST-NEW-PAGE.
end-dept-head.

BURST-NEW-PAGE.
    add 1 to bl-page-no.
    move bl-page-no to bt-page.
    move brst-title to burst-line.
    perform EMIT-PAGE.
    move under-line to burst-line.
    move 1 to adv-lines.
    perform EMIT-LINE.
    move col-heads to burst-line.
    perform EMIT-LINE.
    move underline-2 to burst-line.
    perform EMIT-LINE.
    move 4 to bl-line-ct.
end-burst-new-page.

EXCEPTION-HEAD.
    move "E" to cur-class.
    if bl-line-ct + 4 > lines-per-page then
        perform BURST-NEW-PAGE
    end-if.
    move excp-head to burst-line.
    move 2 to adv-lines.
    perform EMIT-LINE.
    move excp-under to burst-line.
    move 1 to adv-lines.
    perform EMIT-LINE.
    add 3 to bl-line-ct.
end-exception-head.

DEPT-DETAIL.
    if bl-line-ct >= lines-per-page then
        perform BURST-NEW-PAGE
    end-if.
    move bi-line to burst-line.
    move 1 to adv-lines.
    perform EMIT-LINE.
    add 1 to bl-line-ct.
    add 1 to dp-lines.
    if bi-computed then
        add 1 to dp-computed
    end-if.
    if bi-master then
        add 1 to dp-master
    end-if.
    if bi-locked then
        add 1 to dp-locked
    end-if.
    if bi-invalid then
        add 1 to dp-invalid
    end-if.
    if bi-abort then
        add 1 to dp-abort
    end-if.
    if bi-overflow then
        add 1 to dp-overflow
    end-if.
    if bi-parse then
        add 1 to dp-parse
    end-if.
    if bi-exception then
        add 1 to dp-excp
    end-if.
end-dept-detail.

*> DEPT-FOOT prints the department subtotals and logs where the report
*> went
DEPT-FOOT.
    if bl-line-ct + 14 > lines-per-page then
        perform BURST-NEW-PAGE
    end-if.
    move sub-head to burst-line.
    move 2 to adv-lines.
    perform EMIT-LINE.
    move sub-under to burst-line.
    move 1 to adv-lines.
    perform EMIT-LINE.
    move 'LINES FOR THE DEPARTMENT' to sub-label.
    move dp-lines to sub-count.
    perform EMIT-SUBTOTAL.
    move 'COMPUTED' to sub-label.
    move dp-computed to sub-count.
    perform EMIT-SUBTOTAL.
    move 'ANSWERS TAKEN FROM MASTER' to sub-label.
    move dp-master to sub-count.
    perform EMIT-SUBTOTAL.
    move 'ANSWERS LOCKED BY OVERRIDE' to sub-label.
    move dp-locked to sub-count.
    perform EMIT-SUBTOTAL.
    move 'INVALID INPUT REJECTS' to sub-label.
    move dp-invalid to sub-count.
    perform EMIT-SUBTOTAL.
    move 'ABORTED, TOO MANY ITERATIONS' to sub-label.
    move dp-abort to sub-count.
    perform EMIT-SUBTOTAL.
    move 'OVERFLOW, FIELD CAPACITY EXCEEDED' to sub-label.
    move dp-overflow to sub-count.
    perform EMIT-SUBTOTAL.
    if dp-parse > 0 then
        move 'FREE-FORMAT RECORDS NOT PARSED' to sub-label
        move dp-parse to sub-count
        perform EMIT-SUBTOTAL
    end-if.
    move 'TOTAL EXCEPTIONS' to sub-label.
    move dp-excp to sub-count.
    perform EMIT-SUBTOTAL.
    perform LOG-DEPT.
end-dept-foot.

EMIT-SUBTOTAL.
    move sub-line to burst-line.
    move 1 to adv-lines.
    perform EMIT-LINE.
    add 1 to bl-line-ct.
end-emit-subtotal.

*> EMIT-PAGE/EMIT-LINE write the burst line to the department's output
*> - its slot, or the catch-all when it has none
EMIT-PAGE.
    if slot-sub = 0 then
        if other-open-yes then
            write burst-oth-line from burst-line after advancing page
        else
            add 1 to ct-lost
        end-if
    else
        perform EMIT-PAGE-SLOT
    end-if.
end-emit-page.

EMIT-PAGE-SLOT.
    if slot-sub = 1 then
        write burst-01-line from burst-line after advancing page
    end-if.
    if slot-sub = 2 then
        write burst-02-line from burst-line after advancing page
    end-if.
    if slot-sub = 3 then
        write burst-03-line from burst-line after advancing page
    end-if.
    if slot-sub = 4 then
        write burst-04-line from burst-line after advancing page
    end-if.
    if slot-sub = 5 then
        write burst-05-line from burst-line after advancing page
    end-if.
    if slot-sub = 6 then
        write burst-06-line from burst-line after advancing page
    end-if.
    if slot-sub = 7 then
        write burst-07-line from burst-line after advancing page
    end-if.
    if slot-sub = 8 then
        write burst-08-line from burst-line after advancing page
    end-if.
    if slot-sub = 9 then
        write burst-09-line from burst-line after advancing page
    end-if.
    if slot-sub = 10 then
        write burst-10-line from burst-line after advancing page
    end-if.
end-emit-page-slot.

EMIT-LINE.
    if slot-sub = 0 then
        if other-open-yes then
            write burst-oth-line from burst-line
                after advancing adv-lines lines
        else
            add 1 to ct-lost
        end-if
    else
        perform EMIT-LINE-SLOT
    end-if.
end-emit-line.

EMIT-LINE-SLOT.
    if slot-sub = 1 then
        write burst-01-line from burst-line
            after advancing adv-lines lines
    end-if.
    if slot-sub = 2 then
        write burst-02-line from burst-line
            after advancing adv-lines lines
    end-if.
    if slot-sub = 3 then
        write burst-03-line from burst-line
            after advancing adv-lines lines
    end-if.
    if slot-sub = 4 then
        write burst-04-line from burst-line
            after advancing adv-lines lines
    end-if.
    if slot-sub = 5 then
        write burst-05-line from burst-line
            after advancing adv-lines lines
    end-if.
    if slot-sub = 6 then
        write burst-06-line from burst-line
            after advancing adv-lines lines
    end-if.
    if slot-sub = 7 then
        write burst-07-line from burst-line
            after advancing adv-lines lines
    end-if.
    if slot-sub = 8 then
        write burst-08-line from burst-line
            after advancing adv-lines lines
    end-if.
    if slot-sub = 9 then
        write burst-09-line from burst-line
            after advancing adv-lines lines
    end-if.
    if slot-sub = 10 then
        write burst-10-line from burst-line
            after advancing adv-lines lines
    end-if.
end-emit-line-slot.

LOG-DEPT.
    perform LOG-PAGE-CHECK.
    move bt-dept to lg-dept.
    move dp-lines to lg-lines.
    move dp-excp to lg-excp.
    move bl-page-no to lg-pages.
    if slot-sub = 0 then
        move 'BURSTOTH' to lg-dd
        move spaces to lg-dest
        if dist-hit = 0 then
            move 'NO DISTRIBUTION ENTRY' to lg-disp
        else
            move 'OUTPUT WOULD NOT OPEN' to lg-disp
            move dt-dest (dist-hit) to lg-dest
        end-if
    else
        move slot-sub to dd-slot
        move dd-name to lg-dd
        move dt-dest (dist-hit) to lg-dest
        perform SET-MODE-TEXT
    end-if.
    write out-line from log-line after advancing 1 line.
    add 1 to line-ct.
end-log-dept.

SET-MODE-TEXT.
    if cur-mode = "P" then
        move 'REPORT SENT TO PRINT' to lg-disp
    else
        if cur-mode = "D" then
            move 'REPORT WRITTEN TO DATASET' to lg-disp
        else
            move 'REPORT HELD FOR PICKUP' to lg-disp
        end-if
    end-if.
end-set-mode-text.

*> LOG-QUIET lists every department on the distribution file that had
*> no lines tonight, so a missing report is known to be an empty day
LOG-QUIET.
    perform varying dist-sub from 1 by 1 until dist-sub > dist-count
        if dt-seen (dist-sub) = "N" then
            add 1 to ct-quiet
            perform LOG-PAGE-CHECK
            move dt-dept (dist-sub) to lg-dept
            move 0 to lg-lines, lg-excp, lg-pages
            move spaces to lg-dd
            move 'NO ACTIVITY - NO REPORT' to lg-disp
            move dt-dest (dist-sub) to lg-dest
            write out-line from log-line after advancing 1 line
            add 1 to line-ct
        end-if
    end-perform.
end-log-quiet.

CLOSE-SLOTS.
    perform varying slot-sub from 1 by 1 until slot-sub > 10
        if slot-open (slot-sub) = "Y" then
            perform CLOSE-ONE-SLOT
        end-if
    end-perform.
    if other-open-yes then
        close burst-other
    end-if.
end-close-slots.

CLOSE-ONE-SLOT.
    if slot-sub = 1 then
        close burst-01
    end-if.
    if slot-sub = 2 then
        close burst-02
    end-if.
    if slot-sub = 3 then
        close burst-03
    end-if.
    if slot-sub = 4 then
        close burst-04
    end-if.
    if slot-sub = 5 then
        close burst-05
    end-if.
    if slot-sub = 6 then
        close burst-06
    end-if.
    if slot-sub = 7 then
        close burst-07
    end-if.
    if slot-sub = 8 then
        close burst-08
    end-if.
    if slot-sub = 9 then
        close burst-09
    end-if.
    if slot-sub = 10 then
        close burst-10
    end-if.
end-close-one-slot.

LOG-PAGE-CHECK.
    if line-ct is greater than or equal to lines-per-page then
        add 1 to page-no
        move page-no to pg-no
        write out-line from log-title after advancing page
        write out-line from under-line after advancing 1 line
        write out-line from log-heads after advancing 1 line
        write out-line from log-under after advancing 1 line
        move 4 to line-ct
    end-if.
end-log-page-check.

*> FINISH prints the totals; a report that went to the catch-all, a
*> distribution card ignored, or a line with nowhere to go sets a
*> warning code, and an unreadable work file fails the step
FINISH.
    perform LOG-PAGE-CHECK.
    write out-line from summary-head after advancing 2 lines.
    write out-line from summary-under after advancing 1 line.
    move 'REPORT LINES READ' to sum-label.
    move ct-read to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'DEPARTMENT REPORTS PRODUCED' to sum-label.
    move ct-depts to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'OF WHICH SENT TO BURSTOTH' to sum-label.
    move ct-to-other to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'DEPARTMENTS WITH NO ACTIVITY' to sum-label.
    move ct-quiet to sum-count.
    write out-line from summary-line after advancing 1 line.
    if ct-bad-dist > 0 then
        move 'DISTRIBUTION CARDS IGNORED' to sum-label
        move ct-bad-dist to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    if ct-lost > 0 then
        move 'LINES NOT WRITTEN - NO BURSTOTH' to sum-label
        move ct-lost to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    close standard-output.
    if in-bad-yes then
        move 12 to return-code
    else
        if ct-to-other > 0 or ct-bad-dist > 0 or ct-lost > 0 then
            move 4 to return-code
        else
            move 0 to return-code
        end-if
    end-if.
    STOP RUN.
end-finish.
