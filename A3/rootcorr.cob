*> and the tolerance is keyed as a five-digit fraction the same way
*> rootparm keys the fallback tolerance. The count of corrections on
*> file is shown on every pass so the recycle job's 500-entry table
*> limit is never blown blind. The clerk signs on with their initials,
*> and every correction added or changed here carries who keyed it and
*> goes in as pending: it is released to the recycle job only after a
*> different clerk approves it on the rootappr review screen, and a
*> change to an approved or rejected correction puts it back to
*> pending. Every add, change and delete is also written as it is
*> taken to the shared maintenance audit file, under the clerk's
*> initials as operator id, with the correction's before and after
*> values, for the morning rootaudr report.

identification division.
program-id. rootcorr.
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
77 show-z      pic -(11)9.9(6).
77 degree-quot pic 9(02).
77 degree-rem  pic 9(02).
77 exp-whole   pic s9(03).
77 run-date    pic 9(08).
77 aud-status  pic x(02) value "00".
77 time-now    pic 9(08).
01 sign-init   pic x(03) value spaces.
01 state-line.
   02 state-text pic x(17).
   02 state-who  pic x(03).
01 eof  pic x(01) value "f".
01 done pic x(01) value "N".
   88 done-yes value "Y".
   88 pick-delete value "D" "d".
   88 pick-list   value "L" "l".
   88 pick-exit   value "X" "x".
01 key-id     pic 9(07).
01 key-reason pic 9(02).
01 key-z      pic s9(10)v9(6) sign leading separate.
01 key-diff   pic 9(05).
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
*> the current exception generation is held so every keyed id and
*> reason can be verified against what is actually outstanding, along
*> with the root type and degree the sign edit needs
01 exc-table.
   02 exc-count pic 9(04) comp value 0.
   02 exc-entry occurs 1000.
      03 xe-id     pic 9(07).
      03 xe-reason pic 9(02).
      03 xe-root   pic x(01).
         88 xe-root-square value "S" "s" " ".
         88 xe-root-cube   value "C" "c".
         88 xe-root-nth    value "N" "n".
         88 xe-root-power  value "P" "p".
         88 xe-root-log    value "L" "l" "D" "d".
      03 xe-degree pic 9(02).
      03 xe-exp    pic s9(03)v9(6).
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
    else
        display "NO CHANGES - CORRECTIONS FILE LEFT AS FOUND"
    end-if.
    close audit-file.
    stop run.

*> SIGN-ON takes the keying clerk's initials as operator id; they go on
*> every correction added or changed in the session so the reviewer can
*> be held to being someone else, and on every audit record. Without
*> the audit file the screen will not run
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

*> LOAD-EXCEPTIONS reads the current exception generation so keyed ids
*> and reasons can be verified; past the table limit the screen still
*> works but says plainly that it can no longer vouch for every id
                    move exc-reason to xe-reason (exc-count)
                    move exc-root to xe-root (exc-count)
                    move exc-degree to xe-degree (exc-count)
                    if exc-exp is numeric then
                        move exc-exp to xe-exp (exc-count)
                    else
                        move exc-degree to xe-exp (exc-count)
                    end-if
                else
                    add 1 to ct-exc-over
                end-if
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
                        "DROPPED, ID " corr-id
*> EDIT-ENTRY carries the edits shared by add and change: the keyed id
*> and reason must name a real outstanding exception, the corrected
*> value must be nonzero with a sign the exception's root type can
*> accept (negative only for cube roots, odd-degree nth roots and
*> powers to a whole exponent, never for a logarithm, the same rule
*> rootedit applies to the nightly cards)
EDIT-ENTRY.
    move "Y" to entry-ok.
    perform FIND-EXCEPTION.
                    display "REFUSED - NEGATIVE VALUE FOR EVEN DEGREE"
                    move "N" to entry-ok
                end-if
            else
                if xe-root-log (exc-hit) then
                    display "REFUSED - NEGATIVE VALUE FOR LOGARITHM"
                    move "N" to entry-ok
                else
                    if xe-root-power (exc-hit) then
                        move xe-exp (exc-hit) to exp-whole
                        if exp-whole not = xe-exp (exc-hit) then
                            display "REFUSED - NEGATIVE VALUE FOR "
                                "FRACTIONAL EXPONENT"
                            move "N" to entry-ok
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-if.
end-edit-entry.

ACCEPT-KEYS.
    display "Exception id (1-9999999): " with no advancing.
    accept key-id.
    display "Reason code (01-04): " with no advancing.
    accept key-reason.
                move key-reason to ce-reason (corr-count)
                move key-z to ce-z (corr-count)
                compute ce-diff (corr-count) = key-diff / 100000
                move corr-count to found-sub
                perform MARK-PENDING
                move "Y" to changed
                move spaces to aud-before
                perform IMAGE-ENTRY
                move aud-image to aud-after
                move "A" to aud-action
                perform WRITE-AUDIT
                display "ADDED - PENDING APPROVAL"
            end-if
        end-if
    end-if.
        perform ACCEPT-VALUES
        perform EDIT-ENTRY
        if entry-ok-yes then
            perform IMAGE-ENTRY
            move aud-image to aud-before
            move key-z to ce-z (found-sub)
            compute ce-diff (found-sub) = key-diff / 100000
            perform MARK-PENDING
            move "Y" to changed
            perform IMAGE-ENTRY
            move aud-image to aud-after
            move "C" to aud-action
            perform WRITE-AUDIT
            display "CHANGED - PENDING APPROVAL"
        end-if
    end-if.
end-change-correction.

*> MARK-PENDING stamps the entry just added or changed with this
*> clerk and today's date and sends it back for approval
MARK-PENDING.
    move sign-init to ce-keyed-by (found-sub).
    move run-date to ce-keyed-date (found-sub).
    move "P" to ce-state (found-sub).
    move spaces to ce-approver (found-sub).
    move 0 to ce-appr-date (found-sub).
end-mark-pending.

*> DELETE-CORRECTION removes the entry and closes the gap so the save
*> writes a dense file
DELETE-CORRECTION.
    if found-sub = 0 then
        display "REFUSED - NO SUCH CORRECTION ON FILE"
    else
        perform IMAGE-ENTRY
        move aud-image to aud-before
        move spaces to aud-after
        move "D" to aud-action
        perform WRITE-AUDIT
        perform varying corr-sub from found-sub by 1
            until corr-sub >= corr-count
            move corr-entry (corr-sub + 1) to corr-entry (corr-sub)
            until corr-sub > corr-count
            move ce-z (corr-sub) to show-z
            move ce-diff (corr-sub) to show-diff
            perform SET-STATE-TEXT
            display "ID " ce-id (corr-sub)
                " REASON " ce-reason (corr-sub)
                " VALUE " show-z
                " TOLERANCE " show-diff
            display "    KEYED BY " ce-keyed-by (corr-sub)
                " " state-line
        end-perform
    end-if.
end-list-corrections.

SET-STATE-TEXT.
    move spaces to state-line.
    if ce-approved (corr-sub) then
        move 'APPROVED BY' to state-text
        move ce-approver (corr-sub) to state-who
    else
        if ce-rejected (corr-sub) then
            move 'REJECTED BY' to state-text
            move ce-approver (corr-sub) to state-who
        else
            move 'PENDING APPROVAL' to state-text
        end-if
    end-if.
end-set-state-text.

IMAGE-ENTRY.
    move ce-z (found-sub) to ai-z.
    move ce-diff (found-sub) to ai-diff.
    move ce-state (found-sub) to ai-state.
    move ce-keyed-by (found-sub) to ai-keyer.
    move ce-approver (found-sub) to ai-appr.
end-image-entry.

*> WRITE-AUDIT stamps and writes one audit record keyed by exception
*> id and reason; the caller has set the action and the two images
WRITE-AUDIT.
    accept time-now from time.
    move ce-id (found-sub) to ak-id.
    move ce-reason (found-sub) to ak-reason.
    move run-date to aud-date.
    move time-now (1:6) to aud-time.
    move 'ROOTCORR' to aud-screen.
    move sign-init to aud-oper.
    move aud-corr-key to aud-key.
    write aud-rec.
end-write-audit.

SAVE-CORRECTIONS.
    open output correction-file.
    perform varying corr-sub from 1 by 1
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
