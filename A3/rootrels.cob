*> rootrels - nightly suspense release, run ahead of the edit step.
*> Source segments the nightly run refused are held whole in the
*> suspense file; during the day a supervisor marks each one for
*> release or purge on rootsusp. This job applies those decisions: a
*> released segment's records are written to the release generation,
*> which is concatenated into tonight's raw input ahead of the desks'
*> headers the same way recycled and deferred records are - so the
*> header and trailer are left behind and the source code is blanked,
*> exactly as the defer file does - and a purged segment is dropped.
*> Everything else is carried forward to the new suspense generation,
*> which tonight's compute step then adds its own refusals to. The
*> report lists every segment with its age and what became of it, so
*> anything still in suspense is in front of operations every night
*> until someone deals with it. A released segment is carried forward
*> too, and its release decision kept, until the compute step has
*> actually taken the released records: a skipped or failed compute,
*> or a job run again from the top, releases it again from the same
*> suspense and decision rather than losing it. Once the compute step
*> completes, this job runs again with T on the RELSPARM card to clear
*> the released segments out of the suspense generation and their
*> decisions off the decisions file; purge decisions are applied and
*> dropped at once, and any decision that matched nothing is reported
*> and dropped. The apply pass stamps each release decision it acted
*> on, and the trim pass clears only stamped ones, so a release keyed
*> after the apply pass - while a failed compute step awaits restart -
*> is left for the next night rather than cleared unreleased; rootsusp
*> will not cancel a stamped decision.

identification division.
program-id. rootrels.
environment division.
input-output section.
file-control.
    select suspense-in assign to SUSPIN
    organization is line sequential
    file status is sin-status.
    select control-file assign to SUSPCTL
    organization is line sequential
    file status is ctl-status.
    select release-file assign to RELSFILE
    organization is line sequential.
    select suspense-out assign to SUSPOUT
    organization is line sequential.
    select parm-file assign to RELSPARM
    organization is line sequential
    file status is parm-status.
    select standard-output assign to RELSRPT.
data division.
file section.
fd suspense-in.
    01 susp-rec.
       02 sus-run-date pic 9(08).
       02 sus-seg      pic 9(03).
       02 sus-src      pic x(03).
       02 sus-reason   pic x(40).
       02 sus-card     pic x(80).
fd control-file.
    01 ctl-card.
       02 sc-run-date pic 9(08).
       02 sc-seg      pic 9(03).
       02 sc-action   pic x(01).
       02 sc-auth     pic x(03).
       02 sc-oper     pic x(03).
       02 sc-date     pic 9(08).
       02 sc-time     pic 9(06).
       02 sc-applied  pic x(01).
       02 filler      pic x(47).
fd release-file.
    01 rel-out pic x(80).
fd suspense-out.
    01 sout-rec pic x(134).
fd parm-file.
    01 rels-card.
       02 rels-mode pic x(01).
          88 rels-mode-trim value "T" "t".
       02 filler    pic x(79).
fd standard-output.
    01 out-line pic x(132).
working-storage section.
77 sin-status  pic x(02) value "00".
77 ctl-status  pic x(02) value "00".
77 parm-status pic x(02) value "00".
77 run-date    pic 9(08).
77 run-int     pic 9(07).
77 seg-int     pic 9(07).
77 seg-age     pic 9(05).
77 dec-sub     pic 9(03) comp.
77 cur-dec     pic 9(03) comp.
77 seg-cards   pic 9(07).
77 ct-cards    pic 9(07) value 0.
77 ct-rel-seg  pic 9(05) value 0.
77 ct-rel-card pic 9(07) value 0.
77 ct-prg-seg  pic 9(05) value 0.
77 ct-prg-card pic 9(07) value 0.
77 ct-held-seg pic 9(05) value 0.
77 ct-held-card pic 9(07) value 0.
77 ct-unmatched pic 9(05) value 0.
77 ct-kept-dec pic 9(05) value 0.
77 oldest-age  pic 9(05) value 0.
77 line-ct     pic 9(03) value 0.
77 page-no     pic 9(04) value 1.
77 lines-per-page pic 9(03) value 55.
01 eof  pic x(01) value "f".
01 trim-wanted pic x(01) value "N".
   88 trim-wanted-yes value "Y".
01 pool-bad pic x(01) value "N".
   88 pool-bad-yes value "Y".
01 in-seg pic x(01) value "N".
   88 in-seg-yes value "Y".
01 seg-key.
   02 sk-run-date pic 9(08).
   02 sk-seg      pic 9(03).
01 seg-src    pic x(03).
01 seg-reason pic x(40).
01 seg-disp   pic x(01).
   88 seg-release value "R".
   88 seg-purge   value "P".
   88 seg-held    value "H".
01 rel-card   pic x(80).
01 dec-table.
   02 dec-count pic 9(03) comp value 0.
   02 dec-entry occurs 200.
      03 dc-run-date pic 9(08).
      03 dc-seg      pic 9(03).
      03 dc-action   pic x(01).
      03 dc-auth     pic x(03).
      03 dc-used     pic x(01).
      03 dc-applied  pic x(01).
      03 dc-card     pic x(80).
01 title-line.
   02 filler pic x(9) value spaces.
   02 filler pic x(35) value 'SUSPENSE RELEASE AND AGEING'.
   02 filler pic x(9) value 'RUN DATE '.
   02 ttl-date pic 9(08).
   02 filler pic x(4) value spaces.
   02 filler pic x(5) value 'PAGE '.
   02 pg-no  pic zzz9.
01 under-line.
   02 filler pic x(44) value
      '--------------------------------------------'.
01 col-heads.
   02 filler pic x(2) value spaces.
   02 filler pic x(12) value 'SUSPENDED'.
   02 filler pic x(2) value spaces.
   02 filler pic x(3) value 'SRC'.
   02 filler pic x(3) value spaces.
   02 filler pic x(5) value 'CARDS'.
   02 filler pic x(2) value spaces.
   02 filler pic x(4) value ' AGE'.
   02 filler pic x(2) value spaces.
   02 filler pic x(18) value 'DISPOSITION'.
   02 filler pic x(2) value spaces.
   02 filler pic x(14) value 'REFUSED FOR'.
01 underline-2.
   02 filler pic x(2) value spaces.
   02 filler pic x(12) value '------------'.
   02 filler pic x(2) value spaces.
   02 filler pic x(3) value '---'.
   02 filler pic x(3) value spaces.
   02 filler pic x(5) value '-----'.
   02 filler pic x(2) value spaces.
   02 filler pic x(4) value '----'.
   02 filler pic x(2) value spaces.
   02 filler pic x(18) value '------------------'.
   02 filler pic x(2) value spaces.
   02 filler pic x(40) value
      '----------------------------------------'.
01 detail-line.
   02 filler    pic x(2) value spaces.
   02 det-date  pic 9(08).
   02 filler    pic x(1) value '-'.
   02 det-seg   pic 9(03).
   02 filler    pic x(2) value spaces.
   02 det-src   pic x(03).
   02 filler    pic x(1) value spaces.
   02 det-cards pic z(6)9.
   02 filler    pic x(1) value spaces.
   02 det-age   pic z(4)9.
   02 filler    pic x(2) value spaces.
   02 det-disp  pic x(18).
   02 filler    pic x(2) value spaces.
   02 det-reason pic x(40).
01 disp-text.
   02 dt-word pic x(12).
   02 dt-auth pic x(03).
01 unmatched-line.
   02 filler  pic x(2) value spaces.
   02 um-date pic 9(08).
   02 filler  pic x(1) value '-'.
   02 um-seg  pic 9(03).
   02 filler  pic x(40) value
      '  DECISION FOR A SEGMENT NOT IN SUSPENSE'.
01 missing-line.
   02 filler pic x(2) value spaces.
   02 filler pic x(60) value
      'SUSPENSE FILE COULD NOT BE OPENED - DECISIONS KEPT'.
01 empty-line.
   02 filler pic x(2) value spaces.
   02 filler pic x(20) value 'NOTHING IN SUSPENSE'.
01 summary-head.
   02 filler pic x(9) value spaces.
   02 filler pic x(16) value 'SUSPENSE SUMMARY'.
01 summary-under.
   02 filler pic x(9) value spaces.
   02 filler pic x(16) value '----------------'.
01 summary-line.
   02 sum-label pic x(33).
   02 sum-count pic z(6)9.

procedure division.
    accept run-date from date yyyymmdd.
    compute run-int = function integer-of-date (run-date).
    perform READ-PARM.
    perform LOAD-DECISIONS.
    if trim-wanted-yes then
        open output suspense-out, standard-output
    else
        open output release-file, suspense-out, standard-output
    end-if.
    move run-date to ttl-date.
    move page-no to pg-no.
    write out-line from title-line after advancing 0 lines.
    write out-line from under-line after advancing 1 line.
    write out-line from col-heads after advancing 1 line.
    write out-line from underline-2 after advancing 1 line.
    move 4 to line-ct.
    open input suspense-in.
    if sin-status not = "00" then
        move "Y" to pool-bad
        write out-line from missing-line after advancing 1 line
        add 1 to line-ct
    else
        perform until eof = "t"
            read suspense-in
            at end
                move "t" to eof
            end-read
            if eof = "f" then
                perform TAKE-CARD
            end-if
        end-perform
        if in-seg-yes then
            perform SEGMENT-END
        end-if
        close suspense-in
        if ct-cards = 0 then
            write out-line from empty-line after advancing 1 line
            add 1 to line-ct
        end-if
        if not trim-wanted-yes then
            perform LIST-UNMATCHED
        end-if
    end-if.
    perform finish.

*> READ-PARM looks for the trim option; with no card the job applies
*> the day's decisions
READ-PARM.
    open input parm-file.
    if parm-status = "00" then
        read parm-file
            at end
                continue
            not at end
                if rels-mode-trim then
                    move "Y" to trim-wanted
                end-if
        end-read
        close parm-file
    end-if.
end-read-parm.

*> LOAD-DECISIONS reads the day's release and purge decisions keyed on
*> rootsusp
LOAD-DECISIONS.
    open input control-file.
    if ctl-status = "00" then
        perform until eof = "t"
            read control-file
            at end
                move "t" to eof
            end-read
            if eof = "f" and dec-count < 200 then
                add 1 to dec-count
                move sc-run-date to dc-run-date (dec-count)
                move sc-seg to dc-seg (dec-count)
                move sc-action to dc-action (dec-count)
                move sc-auth to dc-auth (dec-count)
                move "N" to dc-used (dec-count)
                move sc-applied to dc-applied (dec-count)
                move ctl-card to dc-card (dec-count)
            end-if
        end-perform
        close control-file
    end-if.
    move "f" to eof.
end-load-decisions.

*> TAKE-CARD deals with one suspended card according to its segment's
*> decision; a change of suspense date or segment number closes the
*> segment in hand and opens the next. A released segment is carried
*> whole as well as released, except on the trim pass, which drops it
TAKE-CARD.
    add 1 to ct-cards.
    if in-seg-yes then
        if sus-run-date not = sk-run-date or sus-seg not = sk-seg then
            perform SEGMENT-END
        end-if
    end-if.
    if not in-seg-yes then
        perform SEGMENT-START
    end-if.
    add 1 to seg-cards.
    if seg-release then
        if not trim-wanted-yes then
            if sus-card (1:1) not = "H" and sus-card (1:1) not = "T"
                    then
                perform RELEASE-CARD
            end-if
            write sout-rec from susp-rec
        end-if
    else
        if seg-held then
            write sout-rec from susp-rec
        end-if
    end-if.
end-take-card.

SEGMENT-START.
    move "Y" to in-seg.
    move sus-run-date to sk-run-date.
    move sus-seg to sk-seg.
    move sus-src to seg-src.
    move sus-reason to seg-reason.
    move 0 to seg-cards.
    move "H" to seg-disp.
    move 0 to cur-dec.
    perform varying dec-sub from 1 by 1
        until dec-sub > dec-count
        if dc-run-date (dec-sub) = sus-run-date
                and dc-seg (dec-sub) = sus-seg then
            move dec-sub to cur-dec
        end-if
    end-perform.
    if cur-dec > 0 then
        move "Y" to dc-used (cur-dec)
        if trim-wanted-yes then
            if dc-action (cur-dec) = "R"
                    and dc-applied (cur-dec) = "A" then
                move "R" to seg-disp
            end-if
        else
            if dc-action (cur-dec) = "R" then
                move "R" to seg-disp
                move "A" to dc-applied (cur-dec)
            else
                if dc-action (cur-dec) = "P" then
                    move "P" to seg-disp
                end-if
            end-if
        end-if
    end-if.
end-segment-start.

*> RELEASE-CARD puts one record back into the input with its source
*> code blanked, as the defer file does, since it re-enters ahead of
*> the desks' headers; a free-format card carries no source field, and
*> range and extended-precision cards carry it in the same columns
RELEASE-CARD.
    move sus-card to rel-card.
    if rel-card (1:1) = "R" or rel-card (1:1) = "X" then
        move spaces to rel-card (73:3)
    else
        if rel-card (1:7) is numeric
                and (rel-card (8:1) = "+" or rel-card (8:1) = "-") then
            move spaces to rel-card (38:3)
        end-if
    end-if.
    write rel-out from rel-card.
    add 1 to ct-rel-card.
end-release-card.

*> SEGMENT-END prints the segment's line with its age and disposition
*> and rolls it into the totals
SEGMENT-END.
    move "N" to in-seg.
    compute seg-int = function integer-of-date (sk-run-date)
        on size error
            move run-int to seg-int
    end-compute.
    if seg-int > run-int then
        move 0 to seg-age
    else
        compute seg-age = run-int - seg-int
    end-if.
    move spaces to disp-text.
    if seg-release then
        add 1 to ct-rel-seg
        if trim-wanted-yes then
            add seg-cards to ct-rel-card
            move 'CLEARED' to dt-word
        else
            move 'RELEASED BY ' to dt-word
            move dc-auth (cur-dec) to dt-auth
        end-if
    else
        if seg-purge then
            add 1 to ct-prg-seg
            add seg-cards to ct-prg-card
            move 'PURGED BY ' to dt-word
            move dc-auth (cur-dec) to dt-auth
        else
            add 1 to ct-held-seg
            add seg-cards to ct-held-card
            move 'IN SUSPENSE' to dt-word
            if seg-age > oldest-age then
                move seg-age to oldest-age
            end-if
        end-if
    end-if.
    perform PAGE-CHECK.
    move sk-run-date to det-date.
    move sk-seg to det-seg.
    move seg-src to det-src.
    move seg-cards to det-cards.
    move seg-age to det-age.
    move disp-text to det-disp.
    move seg-reason to det-reason.
    write out-line from detail-line after advancing 1 line.
    add 1 to line-ct.
end-segment-end.

*> LIST-UNMATCHED names any decision whose segment is no longer in
*> suspense - already released or purged, or keyed against the wrong
*> segment number
LIST-UNMATCHED.
    perform varying dec-sub from 1 by 1
        until dec-sub > dec-count
        if dc-used (dec-sub) = "N" then
            add 1 to ct-unmatched
            perform PAGE-CHECK
            move dc-run-date (dec-sub) to um-date
            move dc-seg (dec-sub) to um-seg
            write out-line from unmatched-line after advancing 1 line
            add 1 to line-ct
        end-if
    end-perform.
end-list-unmatched.

PAGE-CHECK.
    if line-ct is greater than or equal to lines-per-page then
        perform NEW-PAGE
    end-if.
end-page-check.

NEW-PAGE.
    add 1 to page-no.
    move page-no to pg-no.
    write out-line from title-line after advancing page.
    write out-line from under-line after advancing 1 line.
    write out-line from col-heads after advancing 1 line.
    write out-line from underline-2 after advancing 1 line.
    move 4 to line-ct.
end-new-page.

*> FINISH prints the totals, rewrites the decisions file with only
*> what is still to be done - the release decisions until the trim
*> pass, and on the trim pass anything keyed since the apply pass -
*> and grades the run: 0 = nothing left in suspense, 4 =
*> segments still waiting or a decision that matched nothing,
*> 12 = the suspense file could not be read, so nothing was applied
*> and the decisions are kept for the next run
FINISH.
    if line-ct + 13 > lines-per-page then
        perform NEW-PAGE
    end-if.
    if not pool-bad-yes then
        perform KEEP-DECISIONS
    end-if.
    write out-line from summary-head after advancing 2 lines.
    write out-line from summary-under after advancing 1 line.
    move 'SUSPENDED CARDS READ' to sum-label.
    move ct-cards to sum-count.
    write out-line from summary-line after advancing 1 line.
    if trim-wanted-yes then
        move 'RELEASED SEGMENTS CLEARED' to sum-label
        move ct-rel-seg to sum-count
        write out-line from summary-line after advancing 1 line
        move 'RELEASED CARDS CLEARED' to sum-label
        move ct-rel-card to sum-count
        write out-line from summary-line after advancing 1 line
    else
        move 'SEGMENTS RELEASED' to sum-label
        move ct-rel-seg to sum-count
        write out-line from summary-line after advancing 1 line
        move 'RECORDS RELEASED TO INPUT' to sum-label
        move ct-rel-card to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    move 'SEGMENTS PURGED' to sum-label.
    move ct-prg-seg to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'CARDS PURGED' to sum-label.
    move ct-prg-card to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'SEGMENTS STILL IN SUSPENSE' to sum-label.
    move ct-held-seg to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'CARDS STILL IN SUSPENSE' to sum-label.
    move ct-held-card to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'OLDEST IN SUSPENSE (DAYS)' to sum-label.
    move oldest-age to sum-count.
    write out-line from summary-line after advancing 1 line.
    if ct-unmatched > 0 then
        move 'DECISIONS MATCHING NO SEGMENT' to sum-label
        move ct-unmatched to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    move 'DECISIONS KEPT' to sum-label.
    move ct-kept-dec to sum-count.
    write out-line from summary-line after advancing 1 line.
    if trim-wanted-yes then
        close suspense-out, standard-output
    else
        close release-file, suspense-out, standard-output
    end-if.
    if pool-bad-yes then
        move 12 to return-code
    else
        if ct-held-seg > 0 or ct-unmatched > 0 then
            move 4 to return-code
        else
            move 0 to return-code
        end-if
    end-if.
    STOP RUN.
end-finish.

*> KEEP-DECISIONS writes back the decisions still to be done: on the
*> apply pass a release decision that found its segment, stamped as
*> applied, which holds until the trim pass; on the trim pass every
*> decision except the stamped releases whose segment it cleared, so
*> one keyed since the apply pass waits for the next night
KEEP-DECISIONS.
    open output control-file.
    perform varying dec-sub from 1 by 1
        until dec-sub > dec-count
        if trim-wanted-yes then
            if dc-action (dec-sub) not = "R"
                    or dc-applied (dec-sub) not = "A"
                    or dc-used (dec-sub) = "N" then
                move dc-card (dec-sub) to ctl-card
                move dc-applied (dec-sub) to sc-applied
                write ctl-card
                add 1 to ct-kept-dec
            end-if
        else
            if dc-action (dec-sub) = "R"
                    and dc-used (dec-sub) = "Y" then
                move dc-card (dec-sub) to ctl-card
                move dc-applied (dec-sub) to sc-applied
                write ctl-card
                add 1 to ct-kept-dec
            end-if
        end-if
    end-perform.
    close control-file.
end-keep-decisions.
