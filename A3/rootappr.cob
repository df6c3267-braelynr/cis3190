*> rootappr - second-person review screen for the recycle corrections
*> file. A correction keyed on rootcorr changes a value that flows
*> straight into the next night's results, so it is held as pending
*> until a different clerk has looked at it here. Each pending
*> correction is shown beside the exception it repairs - as it stands
*> on the current exception generation - and the reviewer approves it,
*> rejects it, or passes over it for now. A reviewer can never approve
*> or reject a correction carrying their own initials as keyer. Only
*> approved corrections are recycled by rootrcyc; rejected ones stay on
*> the file, listed on the recycle report, until the keying clerk
*> changes or deletes them on rootcorr. The reviewer signs on with
*> their initials as operator id, and every approval and rejection is
*> written as it is taken to the shared maintenance audit file, for the
*> morning rootaudr report.

identification division.
program-id. rootappr.
environment division.
input-output section.
file-control.
    select correction-file assign to CORRFILE
    organization is line sequential
    file status is corr-status.
    select exception-file assign to EXCPFILE
    organization is line sequential
    file status is excp-status.
    select audit-file assign to MAINTAUD
    organization is line sequential
    file status is aud-status.
data division.
file section.
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
fd exception-file.
    01 exc-rec.
       02 exc-id     pic 9(07).
       02 filler     pic x(3).
       02 exc-z      pic x(19).
       02 filler     pic x(1).
       02 exc-root   pic x(01).
       02 exc-degree pic 9(02).
       02 filler     pic x(1).
       02 exc-reason pic 9(02).
       02 filler     pic x(2).
       02 exc-text   pic x(39).
       02 filler     pic x(1).
       02 exc-first-date pic x(08).
       02 filler     pic x(1).
       02 exc-exp    pic s9(03)v9(6) sign leading separate.
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
77 corr-status pic x(02) value "00".
77 excp-status pic x(02) value "00".
77 corr-sub    pic 9(03) comp.
77 exc-sub     pic 9(04) comp.
77 exc-hit     pic 9(04) comp.
77 ct-exc-over pic 9(05) value 0.
77 ct-pending  pic 9(03) value 0.
77 ct-approved pic 9(03) value 0.
77 ct-rejected pic 9(03) value 0.
77 show-diff   pic .9(5).
77 show-z      pic -(11)9.9(6).
77 run-date    pic 9(08).
77 aud-status  pic x(02) value "00".
77 time-now    pic 9(08).
01 eof  pic x(01) value "f".
01 done pic x(01) value "N".
   88 done-yes value "Y".
01 changed pic x(01) value "N".
   88 changed-yes value "Y".
01 menu-pick pic x(01).
   88 pick-review value "R" "r".
   88 pick-exit   value "X" "x".
01 decision pic x(01).
   88 decide-approve value "A" "a".
   88 decide-reject  value "R" "r".
   88 decide-stop    value "X" "x".
01 sign-init pic x(03) value spaces.
*> the corrections table is the same 500-entry table rootcorr and
*> rootrcyc hold, so the file is written back exactly as loaded apart
*> from the decisions taken here
01 corr-table.
   02 corr-count pic 9(03) comp value 0.
   02 corr-entry occurs 500.
      03 ce-id     pic 9(07).
      03 ce-reason pic 9(02).
      03 ce-z      pic s9(10)v9(6) sign leading separate.
      03 ce-diff   pic v9(5).
      03 ce-keyed-by   pic x(03).
      03 ce-keyed-date pic 9(08).
      03 ce-state      pic x(01).
         88 ce-pending  value "P" " ".
         88 ce-approved value "A".
         88 ce-rejected value "R".
      03 ce-approver   pic x(03).
      03 ce-appr-date  pic 9(08).
*> the current exception generation, held whole so the reviewer sees
*> the original exception next to the correction keyed against it
01 exc-table.
   02 exc-count pic 9(04) comp value 0.
   02 exc-entry occurs 1000.
      03 xe-id     pic 9(07).
      03 xe-reason pic 9(02).
      03 xe-z      pic x(19).
      03 xe-root   pic x(01).
      03 xe-degree pic 9(02).
      03 xe-text   pic x(39).
      03 xe-first  pic x(08).
*> the audit key and a readable image of one correction, as the
*> supervisor sees them on the audit report
01 aud-corr-key.
   02 filler    pic x(04) value 'EXC '.
   02 ak-id     pic 9(07).
   02 filler    pic x(05) value ' RSN '.
   02 ak-reason pic 9(02).
01 aud-image.
   02 filler   pic x(06) value 'VALUE '.
   02 ai-z     pic -(11)9.9(6).
   02 filler   pic x(05) value ' TOL '.
   02 ai-diff  pic .9(5).
   02 filler   pic x(07) value ' STATE '.
   02 ai-state pic x(01).
   02 filler   pic x(07) value ' KEYED '.
   02 ai-keyer pic x(03).
   02 filler   pic x(06) value ' APPR '.
   02 ai-appr  pic x(03).

procedure division.
    accept run-date from date yyyymmdd.
    perform SIGN-ON.
    perform LOAD-EXCEPTIONS.
    perform LOAD-CORRECTIONS.
    perform until done-yes
        perform SHOW-STATUS
        display "Action (R=Review pending, X=Exit): " with no advancing
        accept menu-pick
        if pick-review then
            perform REVIEW-PENDING
        else
            if pick-exit then
                move "Y" to done
            end-if
        end-if
    end-perform.
    if changed-yes then
        perform SAVE-CORRECTIONS
        display "CORRECTIONS FILE UPDATED - APPROVED " ct-approved
            " REJECTED " ct-rejected
    else
        display "NO DECISIONS TAKEN - CORRECTIONS FILE LEFT AS FOUND"
    end-if.
    close audit-file.
    stop run.

*> SIGN-ON takes the reviewer's initials as operator id and opens the
*> shared maintenance audit file; without it the screen will not run
SIGN-ON.
    perform until sign-init not = spaces
        display "Enter your operator id (initials): " with no advancing
        accept sign-init
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

*> LOAD-EXCEPTIONS reads the current exception generation; past the
*> table limit a correction can still be reviewed, but the screen says
*> plainly that it cannot show the exception beside it
LOAD-EXCEPTIONS.
    open input exception-file.
    if excp-status not = "00" then
        display "EXCEPTION FILE NOT FOUND - EXCEPTIONS CANNOT BE SHOWN"
    else
        perform until eof = "t"
            read exception-file
            at end
                move "t" to eof
            end-read
            if eof = "f" then
                if exc-count < 1000 then
                    add 1 to exc-count
                    move exc-id to xe-id (exc-count)
                    move exc-reason to xe-reason (exc-count)
                    move exc-z to xe-z (exc-count)
                    move exc-root to xe-root (exc-count)
                    move exc-degree to xe-degree (exc-count)
                    move exc-text to xe-text (exc-count)
                    move exc-first-date to xe-first (exc-count)
                else
                    add 1 to ct-exc-over
                end-if
            end-if
        end-perform
        close exception-file
        if ct-exc-over > 0 then
            display "WARNING - EXCEPTION TABLE FULL, " ct-exc-over
                " EXCEPTIONS NOT HELD FOR DISPLAY"
        end-if
    end-if.
end-load-exceptions.

LOAD-CORRECTIONS.
    move "f" to eof.
    open input correction-file.
    if corr-status = "00" then
        perform until eof = "t"
            read correction-file
            at end
                move "t" to eof
            end-read
            if eof = "f" then
                if corr-count < 500 then
                    add 1 to corr-count
                    move corr-id to ce-id (corr-count)
                    move corr-reason to ce-reason (corr-count)
                    move corr-z to ce-z (corr-count)
                    move corr-diff to ce-diff (corr-count)
                    move corr-keyed-by to ce-keyed-by (corr-count)
                    move corr-keyed-date to ce-keyed-date (corr-count)
                    move corr-state to ce-state (corr-count)
                    move corr-approver to ce-approver (corr-count)
                    move corr-appr-date to ce-appr-date (corr-count)
                else
                    display "WARNING - CORRECTION PAST TABLE LIMIT "
                        "NOT SHOWN, ID " corr-id
                end-if
            end-if
        end-perform
        close correction-file
    else
        display "CORRECTIONS FILE NOT FOUND - NOTHING TO REVIEW"
    end-if.
end-load-corrections.

SHOW-STATUS.
    move 0 to ct-pending.
    perform varying corr-sub from 1 by 1
        until corr-sub > corr-count
        if ce-pending (corr-sub) then
            add 1 to ct-pending
        end-if
    end-perform.
    display " ".
    display "RECYCLE CORRECTIONS APPROVAL".
    display "----------------------------".
    display "CORRECTIONS ON FILE " corr-count
        " AWAITING APPROVAL " ct-pending.
    display " ".
end-show-status.

*> REVIEW-PENDING steps through every pending correction in file order;
*> the reviewer's own corrections are shown but cannot be decided
REVIEW-PENDING.
    move "N" to decision.
    perform varying corr-sub from 1 by 1
        until corr-sub > corr-count or decide-stop
        if ce-pending (corr-sub) then
            perform SHOW-CORRECTION
            if ce-keyed-by (corr-sub) = sign-init then
                display "KEYED BY YOU - ANOTHER CLERK MUST REVIEW IT"
            else
                perform TAKE-DECISION
            end-if
        end-if
    end-perform.
end-review-pending.

*> SHOW-CORRECTION puts the correction and the exception it repairs
*> side by side; an exception no longer on the current generation is
*> said so, since the correction would then match nothing
SHOW-CORRECTION.
    move 0 to exc-hit.
    perform varying exc-sub from 1 by 1
        until exc-sub > exc-count
        if xe-id (exc-sub) = ce-id (corr-sub)
                and xe-reason (exc-sub) = ce-reason (corr-sub) then
            move exc-sub to exc-hit
        end-if
    end-perform.
    move ce-z (corr-sub) to show-z.
    move ce-diff (corr-sub) to show-diff.
    display " ".
    display "ID " ce-id (corr-sub) " REASON " ce-reason (corr-sub)
        " KEYED BY " ce-keyed-by (corr-sub)
        " ON " ce-keyed-date (corr-sub).
    if exc-hit > 0 then
        display "  EXCEPTION   VALUE " xe-z (exc-hit)
            " ROOT " xe-root (exc-hit) " DEGREE " xe-degree (exc-hit)
        display "              " xe-text (exc-hit)
            " SINCE " xe-first (exc-hit)
    else
        if ct-exc-over > 0 then
            display "  EXCEPTION   NOT HELD - EXCEPTION TABLE FULL"
        else
            display "  EXCEPTION   NOT ON THE CURRENT GENERATION"
        end-if
    end-if.
    display "  CORRECTION  VALUE " show-z " TOLERANCE " show-diff.
end-show-correction.

TAKE-DECISION.
    display "A=Approve, R=Reject, S=Skip, X=Stop reviewing: "
        with no advancing.
    accept decision.
    perform IMAGE-ENTRY.
    move aud-image to aud-before.
    if decide-approve then
        move "A" to ce-state (corr-sub)
        move sign-init to ce-approver (corr-sub)
        move run-date to ce-appr-date (corr-sub)
        add 1 to ct-approved
        move "Y" to changed
        display "APPROVED"
    else
        if decide-reject then
            move "R" to ce-state (corr-sub)
            move sign-init to ce-approver (corr-sub)
            move run-date to ce-appr-date (corr-sub)
            add 1 to ct-rejected
            move "Y" to changed
            display "REJECTED"
        end-if
    end-if.
    if decide-approve or decide-reject then
        perform IMAGE-ENTRY
        move aud-image to aud-after
        move "C" to aud-action
        perform WRITE-AUDIT
    end-if.
end-take-decision.

IMAGE-ENTRY.
    move ce-z (corr-sub) to ai-z.
    move ce-diff (corr-sub) to ai-diff.
    move ce-state (corr-sub) to ai-state.
    move ce-keyed-by (corr-sub) to ai-keyer.
    move ce-approver (corr-sub) to ai-appr.
end-image-entry.

*> WRITE-AUDIT stamps and writes one audit record keyed by exception
*> id and reason; the caller has set the action and the two images
WRITE-AUDIT.
    accept time-now from time.
    move ce-id (corr-sub) to ak-id.
    move ce-reason (corr-sub) to ak-reason.
    move run-date to aud-date.
    move time-now (1:6) to aud-time.
    move 'ROOTAPPR' to aud-screen.
    move sign-init to aud-oper.
    move aud-corr-key to aud-key.
    write aud-rec.
end-write-audit.

SAVE-CORRECTIONS.
    open output correction-file.
    perform varying corr-sub from 1 by 1
        until corr-sub > corr-count
        move spaces to corr-card
        move ce-id (corr-sub) to corr-id
        move ce-reason (corr-sub) to corr-reason
        move ce-z (corr-sub) to corr-z
        move ce-diff (corr-sub) to corr-diff
        move ce-keyed-by (corr-sub) to corr-keyed-by
        move ce-keyed-date (corr-sub) to corr-keyed-date
        move ce-state (corr-sub) to corr-state
        move ce-approver (corr-sub) to corr-approver
        move ce-appr-date (corr-sub) to corr-appr-date
        write corr-card
    end-perform.
    close correction-file.
end-save-corrections.
