*> rootsusp - suspense release screen, in the spirit of rootcal. A
*> source segment the nightly run refuses is held whole in the suspense
*> file, header through trailer, with the reason it was refused. This
*> screen lists what is in suspense and lets a supervisor release a
*> segment - its records go back into the next night's input the way
*> recycled and deferred records do - or purge it when the desk has
*> sent a replacement, each decision keyed with the supervisor's
*> authority code. Decisions are saved to the suspense control file
*> the nightly rootrels step applies before the edit, and a decision
*> can be cancelled until then; a release rootrels has already fed to
*> a run stays on file, marked as applied, until that run completes,
*> and cannot be cancelled. The operator signs on with their
*> operator id, and every decision taken or cancelled is written to the
*> shared maintenance audit file for the morning rootaudr report.

identification division.
program-id. rootsusp.
environment division.
input-output section.
file-control.
    select suspense-file assign to SUSPFILE
    organization is line sequential
    file status is susp-status.
    select control-file assign to SUSPCTL
    organization is line sequential
    file status is ctl-status.
    select audit-file assign to MAINTAUD
    organization is line sequential
    file status is aud-status.
data division.
file section.
fd suspense-file.
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
          88 sc-release value "R".
          88 sc-purge   value "P".
       02 sc-auth     pic x(03).
       02 sc-oper     pic x(03).
       02 sc-date     pic 9(08).
       02 sc-time     pic 9(06).
       02 sc-applied  pic x(01).
       02 filler      pic x(47).
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
working-storage section.
77 susp-status pic x(02) value "00".
77 ctl-status  pic x(02) value "00".
77 aud-status  pic x(02) value "00".
77 seg-sub     pic 9(03) comp.
77 found-seg   pic 9(03) comp.
77 dec-sub     pic 9(03) comp.
77 found-dec   pic 9(03) comp.
77 run-date    pic 9(08).
77 time-now    pic 9(08).
77 ct-dropped  pic 9(05) value 0.
01 oper-id    pic x(03) value spaces.
01 eof  pic x(01) value "f".
01 done pic x(01) value "N".
   88 done-yes value "Y".
01 changed pic x(01) value "N".
   88 changed-yes value "Y".
01 menu-pick pic x(01).
   88 pick-release value "R" "r".
   88 pick-purge   value "P" "p".
   88 pick-cancel  value "C" "c".
   88 pick-list    value "L" "l".
   88 pick-exit    value "X" "x".
01 key-date  pic 9(08).
01 key-seg   pic 9(03).
01 key-auth  pic x(03).
01 key-action pic x(01).
*> the segments now in suspense, one entry per segment with its card
*> count, built from the suspense file as it is read
01 seg-table.
   02 seg-count pic 9(03) comp value 0.
   02 seg-entry occurs 200.
      03 sg-run-date pic 9(08).
      03 sg-seg      pic 9(03).
      03 sg-src      pic x(03).
      03 sg-reason   pic x(40).
      03 sg-cards    pic 9(07).
01 dec-table.
   02 dec-count pic 9(03) comp value 0.
   02 dec-entry occurs 200.
      03 dc-run-date pic 9(08).
      03 dc-seg      pic 9(03).
      03 dc-action   pic x(01).
      03 dc-auth     pic x(03).
      03 dc-oper     pic x(03).
      03 dc-date     pic 9(08).
      03 dc-time     pic 9(06).
      03 dc-applied  pic x(01).
*> the audit key and a readable image of one decision, as the
*> supervisor sees them on the audit report
01 aud-susp-key.
   02 filler  pic x(05) value 'SUSP '.
   02 ak-date pic 9(08).
   02 filler  pic x(01) value '-'.
   02 ak-seg  pic 9(03).
01 aud-image.
   02 ai-action pic x(08).
   02 filler    pic x(06) value ' AUTH '.
   02 ai-auth   pic x(03).
   02 filler    pic x(05) value ' SRC '.
   02 ai-src    pic x(03).
   02 filler    pic x(07) value ' CARDS '.
   02 ai-cards  pic 9(07).

procedure division.
    perform SIGN-ON.
    perform LOAD-SUSPENSE.
    perform LOAD-DECISIONS.
    perform until done-yes
        perform SHOW-STATUS
        display "Action (R=Release, P=Purge, C=Cancel decision, "
            "L=List, X=Exit): " with no advancing
        accept menu-pick
        if pick-release then
            move "R" to key-action
            perform DECIDE-SEGMENT
        else
            if pick-purge then
                move "P" to key-action
                perform DECIDE-SEGMENT
            else
                if pick-cancel then
                    perform CANCEL-DECISION
                else
                    if pick-list then
                        perform LIST-SEGMENTS
                    else
                        if pick-exit then
                            move "Y" to done
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-perform.
    if changed-yes then
        perform SAVE-DECISIONS
        display "SUSPENSE DECISIONS UPDATED"
    else
        display "NO CHANGES - DECISIONS LEFT AS FOUND"
    end-if.
    close audit-file.
    stop run.

*> SIGN-ON takes the operator id and opens the shared maintenance
*> audit file for append; without the audit file the screen will not
*> run, since a change nobody can trace is the thing it exists to stop
SIGN-ON.
    perform until oper-id not = spaces
        display "Enter your operator id: " with no advancing
        accept oper-id
    end-perform.
    open extend audit-file.
    if aud-status = "35" then
        open output audit-file
    end-if.
    if aud-status not = "00" then
        display "MAINTENANCE AUDIT FILE COULD NOT BE OPENED, STATUS "
            aud-status " - NO CHANGES CAN BE TAKEN"
        stop run
    end-if.
end-sign-on.

*> LOAD-SUSPENSE rolls the suspense file up into one entry per
*> segment; a segment's cards are written together, so a change of
*> date or segment number starts the next one
LOAD-SUSPENSE.
    open input suspense-file.
    if susp-status = "00" then
        perform until eof = "t"
            read suspense-file
            at end
                move "t" to eof
            end-read
            if eof = "f" then
                perform TAKE-SUSPENSE-CARD
            end-if
        end-perform
        close suspense-file
    else
        display "SUSPENSE FILE NOT FOUND - NOTHING IN SUSPENSE"
    end-if.
    move "f" to eof.
end-load-suspense.

TAKE-SUSPENSE-CARD.
    move 0 to found-seg.
    if seg-count > 0 then
        if sg-run-date (seg-count) = sus-run-date
                and sg-seg (seg-count) = sus-seg then
            move seg-count to found-seg
        end-if
    end-if.
    if found-seg = 0 then
        if seg-count < 200 then
            add 1 to seg-count
            move seg-count to found-seg
            move sus-run-date to sg-run-date (found-seg)
            move sus-seg to sg-seg (found-seg)
            move sus-src to sg-src (found-seg)
            move sus-reason to sg-reason (found-seg)
            move 0 to sg-cards (found-seg)
        else
            add 1 to ct-dropped
        end-if
    end-if.
    if found-seg > 0 then
        add 1 to sg-cards (found-seg)
    end-if.
end-take-suspense-card.

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
                move sc-oper to dc-oper (dec-count)
                move sc-date to dc-date (dec-count)
                move sc-time to dc-time (dec-count)
                move sc-applied to dc-applied (dec-count)
            end-if
        end-perform
        close control-file
    end-if.
    move "f" to eof.
end-load-decisions.

SHOW-STATUS.
    display " ".
    display "SUSPENSE RELEASE".
    display "----------------".
    display "SEGMENTS IN SUSPENSE " seg-count
        "   DECISIONS PENDING " dec-count.
    if ct-dropped > 0 then
        display "WARNING - " ct-dropped
            " CARDS PAST THE 200-SEGMENT LIMIT NOT SHOWN"
    end-if.
    display " ".
end-show-status.

ACCEPT-KEYS.
    display "Suspended on (run date YYYYMMDD): " with no advancing.
    accept key-date.
    display "Segment number: " with no advancing.
    accept key-seg.
end-accept-keys.

FIND-SEGMENT.
    move 0 to found-seg.
    perform varying seg-sub from 1 by 1
        until seg-sub > seg-count
        if sg-run-date (seg-sub) = key-date
                and sg-seg (seg-sub) = key-seg then
            move seg-sub to found-seg
        end-if
    end-perform.
end-find-segment.

FIND-DECISION.
    move 0 to found-dec.
    perform varying dec-sub from 1 by 1
        until dec-sub > dec-count
        if dc-run-date (dec-sub) = key-date
                and dc-seg (dec-sub) = key-seg then
            move dec-sub to found-dec
        end-if
    end-perform.
end-find-decision.

*> DECIDE-SEGMENT takes a release or purge for one segment in
*> suspense; a segment carries one decision at a time, and every
*> decision needs the supervisor's authority code
DECIDE-SEGMENT.
    perform ACCEPT-KEYS.
    perform FIND-SEGMENT.
    if found-seg = 0 then
        display "REFUSED - NO SUCH SEGMENT IN SUSPENSE"
    else
        perform FIND-DECISION
        if found-dec > 0 then
            display "REFUSED - ALREADY DECIDED, CANCEL IT FIRST"
        else
            if dec-count >= 200 then
                display "REFUSED - DECISIONS AT THE 200 LIMIT"
            else
                display "SOURCE " sg-src (found-seg)
                    " CARDS " sg-cards (found-seg)
                display "REFUSED FOR " sg-reason (found-seg)
                display "Supervisor authority code: "
                    with no advancing
                accept key-auth
                if key-auth = spaces then
                    display "REFUSED - A DECISION NEEDS AN AUTHORITY "
                        "CODE"
                else
                    accept run-date from date yyyymmdd
                    accept time-now from time
                    add 1 to dec-count
                    move key-date to dc-run-date (dec-count)
                    move key-seg to dc-seg (dec-count)
                    move key-action to dc-action (dec-count)
                    move key-auth to dc-auth (dec-count)
                    move oper-id to dc-oper (dec-count)
                    move run-date to dc-date (dec-count)
                    move time-now (1:6) to dc-time (dec-count)
                    move space to dc-applied (dec-count)
                    move "Y" to changed
                    move dec-count to found-dec
                    move spaces to aud-before
                    perform IMAGE-DECISION
                    move aud-image to aud-after
                    move "A" to aud-action
                    perform WRITE-AUDIT
                    if key-action = "R" then
                        display "RELEASED FOR TONIGHT'S RUN"
                    else
                        display "PURGED AT TONIGHT'S RUN"
                    end-if
                end-if
            end-if
        end-if
    end-if.
end-decide-segment.

CANCEL-DECISION.
    perform ACCEPT-KEYS.
    perform FIND-DECISION.
    if found-dec = 0 then
        display "REFUSED - NO DECISION ON FILE FOR THAT SEGMENT"
    else
        if dc-applied (found-dec) = "A" then
            display "REFUSED - ALREADY RELEASED INTO A RUN, CANNOT "
                "CANCEL"
        else
            perform FIND-SEGMENT
            perform IMAGE-DECISION
            move aud-image to aud-before
            move spaces to aud-after
            move "D" to aud-action
            perform WRITE-AUDIT
            perform varying dec-sub from found-dec by 1
                until dec-sub >= dec-count
                move dec-entry (dec-sub + 1) to dec-entry (dec-sub)
            end-perform
            subtract 1 from dec-count
            move "Y" to changed
            display "DECISION CANCELLED"
        end-if
    end-if.
end-cancel-decision.

LIST-SEGMENTS.
    if seg-count = 0 then
        display "NOTHING IN SUSPENSE"
    else
        perform varying seg-sub from 1 by 1
            until seg-sub > seg-count
            move sg-run-date (seg-sub) to key-date
            move sg-seg (seg-sub) to key-seg
            perform FIND-DECISION
            if found-dec = 0 then
                display sg-run-date (seg-sub) "-" sg-seg (seg-sub)
                    " SRC " sg-src (seg-sub)
                    " CARDS " sg-cards (seg-sub)
                    " " sg-reason (seg-sub)
            else
                if dc-action (found-dec) = "R" then
                    if dc-applied (found-dec) = "A" then
                        display sg-run-date (seg-sub) "-"
                            sg-seg (seg-sub)
                            " SRC " sg-src (seg-sub)
                            " CARDS " sg-cards (seg-sub)
                            " RELEASED BY " dc-auth (found-dec)
                            " - IN TONIGHT'S RUN"
                    else
                        display sg-run-date (seg-sub) "-"
                            sg-seg (seg-sub)
                            " SRC " sg-src (seg-sub)
                            " CARDS " sg-cards (seg-sub)
                            " RELEASE BY " dc-auth (found-dec)
                    end-if
                else
                    display sg-run-date (seg-sub) "-" sg-seg (seg-sub)
                        " SRC " sg-src (seg-sub)
                        " CARDS " sg-cards (seg-sub)
                        " PURGE BY " dc-auth (found-dec)
                end-if
            end-if
        end-perform
    end-if.
end-list-segments.

IMAGE-DECISION.
    if dc-action (found-dec) = "R" then
        move 'RELEASE' to ai-action
    else
        move 'PURGE' to ai-action
    end-if.
    move dc-auth (found-dec) to ai-auth.
    if found-seg > 0 then
        move sg-src (found-seg) to ai-src
        move sg-cards (found-seg) to ai-cards
    else
        move spaces to ai-src
        move 0 to ai-cards
    end-if.
end-image-decision.

*> WRITE-AUDIT stamps and writes one audit record keyed by the
*> segment's suspense date and number; the caller has set the action
*> and the two images
WRITE-AUDIT.
    accept run-date from date yyyymmdd.
    accept time-now from time.
    move key-date to ak-date.
    move key-seg to ak-seg.
    move run-date to aud-date.
    move time-now (1:6) to aud-time.
    move 'ROOTSUSP' to aud-screen.
    move oper-id to aud-oper.
    move aud-susp-key to aud-key.
    write aud-rec.
end-write-audit.

SAVE-DECISIONS.
    open output control-file.
    perform varying dec-sub from 1 by 1
        until dec-sub > dec-count
        move spaces to ctl-card
        move dc-run-date (dec-sub) to sc-run-date
        move dc-seg (dec-sub) to sc-seg
        move dc-action (dec-sub) to sc-action
        move dc-auth (dec-sub) to sc-auth
        move dc-oper (dec-sub) to sc-oper
        move dc-date (dec-sub) to sc-date
        move dc-time (dec-sub) to sc-time
        move dc-applied (dec-sub) to sc-applied
        write ctl-card
    end-perform.
    close control-file.
end-save-decisions.
