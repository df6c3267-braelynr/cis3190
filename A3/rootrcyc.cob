*> across carries - and the audit report buckets the outstanding
*> exceptions by days old, flagging anything past the operations-set
*> escalation threshold on the run-control file for the supervisor.
*> Only corrections a second clerk has approved on rootappr are
*> recycled; an exception whose correction is still pending or was
*> rejected carries forward, and every correction still waiting for
*> approval, or rejected, is listed on the audit report by who keyed
*> it.

identification division.
program-id. rootrcyc.
file section.
fd exception-file.
    01 exc-rec.
       02 exc-id     pic 9(07).
       02 filler     pic x(3).
       02 exc-z      pic x(19).
       02 filler     pic x(1).
       02 filler     pic x(1).
       02 exc-first-date pic x(08).
       02 exc-first-num redefines exc-first-date pic 9(08).
       02 filler     pic x(1).
       02 exc-exp    pic s9(03)v9(6) sign leading separate.
fd correction-file.
    01 corr-card.
       02 corr-id     pic 9(07).
       02 corr-reason pic 9(02).
       02 corr-z      pic s9(10)v9(6) sign leading separate.
       02 corr-diff   pic v9(5).
       02 corr-keyed-by   pic x(03).
       02 corr-keyed-date pic 9(08).
       02 corr-state      pic x(01).
       02 corr-approver   pic x(03).
       02 corr-appr-date  pic 9(08).
       02 filler          pic x(26).
fd rerun-file.
    01 rr-card.
       02 rr-id      pic 9(07).
       02 rr-z       pic s9(10)v9(6) sign leading separate.
       02 rr-root    pic x(01).
       02 rr-degree  pic 9(02).
       02 rr-diff    pic v9(5).
       02 rr-maxiter pic 9(05).
       02 filler     pic x(07).
       02 rr-exp     pic s9(03)v9(6) sign leading separate.
       02 filler     pic x(26).
fd carry-file.
    01 carry-out pic x(97).
fd parm-file.
    01 parm-card.
       02 parm-ckpt-interval pic 9(05).
77 corr-sub      pic 9(03) comp.
77 corr-hit      pic 9(03) comp.
77 corr-hits     pic 9(03) comp.
77 corr-held     pic 9(03) comp.
77 ct-held       pic 9(05) value 0.
77 ct-waiting    pic 9(05) value 0.
77 ct-refused    pic 9(05) value 0.
77 line-ct       pic 9(03) value 0.
77 page-no       pic 9(04) value 1.
77 lines-per-page pic 9(03) value 55.
01 corr-table.
   02 corr-count pic 9(03) comp value 0.
   02 corr-entry occurs 500.
      03 ce-id     pic 9(07).
      03 ce-reason pic 9(02).
      03 ce-z      pic s9(10)v9(6) sign leading separate.
      03 ce-diff   pic v9(5).
      03 ce-used   pic x(01).
      03 ce-keyed-by   pic x(03).
      03 ce-keyed-date pic 9(08).
      03 ce-state      pic x(01).
         88 ce-pending  value "P" " ".
         88 ce-approved value "A".
         88 ce-rejected value "R".
      03 ce-approver   pic x(03).
01 title-line.
   02 filler pic x(9) value spaces.
   02 filler pic x(26) value 'EXCEPTION RECYCLE AUDIT'.
01 col-heads.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value 'EXC ID'.
   02 filler pic x(4) value spaces.
   02 filler pic x(6) value 'REASON'.
   02 filler pic x(2) value spaces.
   02 filler pic x(11) value 'DISPOSITION'.
01 underline-2.
   02 filler pic x(2) value spaces.
   02 filler pic x(7) value '-------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(6) value '------'.
   02 filler pic x(2) value spaces.
   02 filler pic x(40) value
      '----------------------------------------'.
01 audit-line.
   02 filler   pic x(2) value spaces.
   02 aud-id   pic z(6)9.
   02 filler   pic x(3) value spaces.
   02 aud-reason pic 9(02).
   02 filler   pic x(6) value spaces.
   02 aud-disp pic x(40).
01 wait-disp.
   02 wt-text  pic x(17).
   02 filler   pic x(04) value ' BY '.
   02 wt-keyer pic x(03).
   02 filler   pic x(04) value ' ON '.
   02 wt-date  pic 9(08).
01 wait-head.
   02 filler pic x(9) value spaces.
   02 filler pic x(34) value 'CORRECTIONS NOT YET RELEASED'.
01 wait-under.
   02 filler pic x(9) value spaces.
   02 filler pic x(28) value '----------------------------'.
01 esc-disp.
   02 filler pic x(23) value 'ESCALATE - OUTSTANDING '.
   02 esc-show pic zz9.
                move corr-z to ce-z (corr-count)
                move corr-diff to ce-diff (corr-count)
                move "N" to ce-used (corr-count)
                move corr-keyed-by to ce-keyed-by (corr-count)
                move corr-keyed-date to ce-keyed-date (corr-count)
                move corr-state to ce-state (corr-count)
                move corr-approver to ce-approver (corr-count)
            end-if
        end-if
    end-perform.
    close exception-file.
end-match-exceptions.

*> FIND-CORRECTION scans the table for every approved correction keyed
*> against this exception id and reason; when more than one was keyed
*> the last one wins, and the duplication is called out on the audit.
*> A correction still pending or rejected is counted as held, so the
*> exception is carried with the reason it was not recycled
FIND-CORRECTION.
    move 0 to corr-hits.
    move 0 to corr-hit.
    move 0 to corr-held.
    perform varying corr-sub from 1 by 1
        until corr-sub > corr-count
        if ce-id (corr-sub) = exc-id
                and ce-reason (corr-sub) = exc-reason then
            move "Y" to ce-used (corr-sub)
            if ce-approved (corr-sub) then
                add 1 to corr-hits
                move corr-sub to corr-hit
            else
                move corr-sub to corr-held
            end-if
        end-if
    end-perform.
end-find-correction.
    move ce-z (corr-hit) to rr-z.
    move exc-root to rr-root.
    move exc-degree to rr-degree.
    move exc-exp to rr-exp.
    move ce-diff (corr-hit) to rr-diff.
    move 0 to rr-maxiter.
    write rr-card.
    perform PAGE-CHECK.
    move exc-id to aud-id.
    move exc-reason to aud-reason.
    if corr-held > 0 then
        add 1 to ct-held
    end-if.
    if age-days > esc-days then
        add 1 to ct-escalated
        move age-days to esc-show
        move esc-disp to aud-disp
    else
        if corr-held > 0 then
            if ce-rejected (corr-held) then
                move 'CARRIED - CORRECTION REJECTED' to aud-disp
            else
                move 'CARRIED - CORRECTION AWAITING APPROVAL'
                    to aud-disp
            end-if
        else
            move 'STILL OUTSTANDING - CARRIED FORWARD' to aud-disp
        end-if
    end-if.
    write out-line from audit-line after advancing 1 line.
    add 1 to line-ct.
    move 4 to line-ct.
end-new-page.

*> LIST-WAITING lists every correction on file that has not been
*> released - still awaiting a second clerk's approval, or rejected -
*> with who keyed it and when, so the supervisor can chase either
LIST-WAITING.
    perform PAGE-CHECK.
    write out-line from wait-head after advancing 2 lines.
    write out-line from wait-under after advancing 1 line.
    add 3 to line-ct.
    perform varying corr-sub from 1 by 1
        until corr-sub > corr-count
        if not ce-approved (corr-sub) then
            if ce-rejected (corr-sub) then
                add 1 to ct-refused
                move 'REJECTED' to wt-text
            else
                add 1 to ct-waiting
                move 'AWAITING APPROVAL' to wt-text
            end-if
            move ce-keyed-by (corr-sub) to wt-keyer
            move ce-keyed-date (corr-sub) to wt-date
            perform PAGE-CHECK
            move ce-id (corr-sub) to aud-id
            move ce-reason (corr-sub) to aud-reason
            move wait-disp to aud-disp
            write out-line from audit-line after advancing 1 line
            add 1 to line-ct
        end-if
    end-perform.
    if ct-waiting = 0 and ct-refused = 0 then
        move 0 to aud-id
        move 0 to aud-reason
        move 'NONE - EVERY CORRECTION APPROVED' to aud-disp
        write out-line from audit-line after advancing 1 line
        add 1 to line-ct
    end-if.
end-list-waiting.

FINISH.
    perform varying corr-sub from 1 by 1
        until corr-sub > corr-count
            add 1 to ct-corr-unused
        end-if
    end-perform.
    perform LIST-WAITING.
    perform PAGE-CHECK.
    write out-line from summary-head after advancing 2 lines.
    write out-line from summary-under after advancing 1 line.
    move 'STILL OUTSTANDING' to sum-label.
    move ct-carried to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'CARRIED - CORRECTION NOT RELEASED' to sum-label.
    move ct-held to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'CORRECTIONS AWAITING APPROVAL' to sum-label.
    move ct-waiting to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'CORRECTIONS REJECTED' to sum-label.
    move ct-refused to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'CORRECTIONS MATCHING NO EXCEPTION' to sum-label.
    move ct-corr-unused to sum-count.
    write out-line from summary-line after advancing 1 line.
