*> the header by hand. It also holds override records: a sanctioned
*> out-of-cycle rerun is keyed here as the run date, the header date
*> to admit, and the authorizer's initials, which the nightly run
*> echoes on its report so the override is audited. A sanction record
*> accepts a night whose run ended above a clean condition code: it
*> carries the run date, the highest condition code accepted for it
*> and the authorizer's initials, and the month-end close gate treats
*> that night as complete. The operator signs
*> on with their operator id, and every add, change and delete is
*> written as it is taken to the shared maintenance audit file with the
*> entry's before and after values, for the morning rootaudr report.

identification division.
program-id. rootcal.
    select calendar-file assign to CALFILE
    organization is line sequential
    file status is cal-status.
    select audit-file assign to MAINTAUD
    organization is line sequential
    file status is aud-status.
data division.
file section.
fd calendar-file.
       02 cal-type pic x(01).
          88 cal-type-day      value "C".
          88 cal-type-override value "O".
          88 cal-type-sanction value "S".
       02 cal-run-date    pic 9(08).
       02 cal-day-type    pic x(01).
          88 cal-day-business value "B".
          88 cal-day-holiday  value "H".
       02 cal-expect-date pic 9(08).
       02 cal-auth        pic x(03).
       02 cal-cc          pic 9(02).
       02 filler          pic x(57).
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
77 cal-status pic x(02) value "00".
77 cal-sub    pic 9(03) comp.
77 found-sub  pic 9(03) comp.
77 date-int   pic 9(07).
77 key-hold   pic 9(08).
77 aud-status pic x(02) value "00".
77 run-date   pic 9(08).
77 time-now   pic 9(08).
01 oper-id    pic x(03) value spaces.
01 eof  pic x(01) value "f".
01 done pic x(01) value "N".
   88 done-yes value "Y".
01 key-type pic x(01).
   88 key-type-day      value "C" "c".
   88 key-type-override value "O" "o".
   88 key-type-sanction value "S" "s".
01 key-run   pic 9(08).
01 key-day   pic x(01).
01 key-exp   pic 9(08).
01 key-auth  pic x(03).
01 key-cc    pic 9(02).
01 cal-table.
   02 cal-count pic 9(03) comp value 0.
   02 cal-entry occurs 400.
      03 ce-day  pic x(01).
      03 ce-exp  pic 9(08).
      03 ce-auth pic x(03).
      03 ce-cc   pic 9(02).
*> the audit key and a readable image of one calendar entry, as the
*> supervisor sees them on the audit report
01 aud-cal-key.
   02 ak-type pic x(09).
   02 ak-run  pic 9(08).
01 aud-image.
   02 filler pic x(04) value 'DAY '.
   02 ai-day  pic x(01).
   02 filler pic x(09) value ' EXPECTS '.
   02 ai-exp  pic 9(08).
   02 filler pic x(06) value ' AUTH '.
   02 ai-auth pic x(03).
   02 filler pic x(04) value ' CC '.
   02 ai-cc   pic 9(02).

procedure division.
    perform SIGN-ON.
    perform LOAD-CALENDAR.
    perform until done-yes
        perform SHOW-STATUS
    else
        display "NO CHANGES - CALENDAR LEFT AS FOUND"
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

LOAD-CALENDAR.
    open input calendar-file.
    if cal-status = "00" then
                    move cal-day-type to ce-day (cal-count)
                    move cal-expect-date to ce-exp (cal-count)
                    move cal-auth to ce-auth (cal-count)
                    if cal-cc is numeric then
                        move cal-cc to ce-cc (cal-count)
                    else
                        move 0 to ce-cc (cal-count)
                    end-if
                else
                    display "WARNING - CALENDAR PAST TABLE LIMIT, "
                        "ENTRY DROPPED"
end-check-date.

ACCEPT-KEYS.
    display "Entry type (C=Calendar day, O=Override, "
        "S=Sanctioned CC): " with no advancing.
    accept key-type.
    display "Run date (YYYYMMDD): " with no advancing.
    accept key-run.
*> ACCEPT-VALUES keys the body of one entry with the edits the type
*> calls for: a calendar day carries B/H and the expected extract
*> date, an override carries the header date to admit and the
*> authorizer's initials for the audit trail, and a sanction carries
*> the highest condition code accepted for the night and its
*> authorizer
ACCEPT-VALUES.
    move 0 to key-cc.
    if key-type-day then
        display "Day type (B=Business, H=Holiday): "
            with no advancing
    else
        move space to key-day
    end-if.
    if entry-ok-yes and key-type-sanction then
        move 0 to key-exp
        display "Highest condition code sanctioned (01-16): "
            with no advancing
        accept key-cc
        if key-cc = 0 or key-cc > 16 then
            display "REFUSED - CONDITION CODE MUST BE 01 TO 16"
            move "N" to entry-ok
        end-if
    end-if.
    if entry-ok-yes and not key-type-sanction then
        display "Expected extract header date (YYYYMMDD): "
            with no advancing
        accept key-exp
        perform CHECK-DATE
        move key-hold to key-run
    end-if.
    if entry-ok-yes and not key-type-day then
        display "Authorizer initials: " with no advancing
        accept key-auth
        if key-auth = spaces then
            display "REFUSED - THIS ENTRY NEEDS AN AUTHORIZER"
            move "N" to entry-ok
        end-if
    end-if.

ADD-ENTRY.
    perform ACCEPT-KEYS.
    if not key-type-day and not key-type-override
            and not key-type-sanction then
        display "REFUSED - TYPE MUST BE C, O OR S"
    else
        perform CHECK-DATE
        if entry-ok-yes then
                        move key-day to ce-day (cal-count)
                        move key-exp to ce-exp (cal-count)
                        move key-auth to ce-auth (cal-count)
                        move key-cc to ce-cc (cal-count)
                        move "Y" to changed
                        move spaces to aud-before
                        move cal-count to found-sub
                        perform IMAGE-ENTRY
                        move aud-image to aud-after
                        move "A" to aud-action
                        perform WRITE-AUDIT
                        display "ADDED"
                    end-if
                end-if
        move "Y" to entry-ok
        perform ACCEPT-VALUES
        if entry-ok-yes then
            perform IMAGE-ENTRY
            move aud-image to aud-before
            move key-day to ce-day (found-sub)
            move key-exp to ce-exp (found-sub)
            move key-auth to ce-auth (found-sub)
            move key-cc to ce-cc (found-sub)
            move "Y" to changed
            perform IMAGE-ENTRY
            move aud-image to aud-after
            move "C" to aud-action
            perform WRITE-AUDIT
            display "CHANGED"
        end-if
    end-if.
    if found-sub = 0 then
        display "REFUSED - NO SUCH ENTRY ON FILE"
    else
        perform IMAGE-ENTRY
        move aud-image to aud-before
        move spaces to aud-after
        move "D" to aud-action
        perform WRITE-AUDIT
        perform varying cal-sub from found-sub by 1
            until cal-sub >= cal-count
            move cal-entry (cal-sub + 1) to cal-entry (cal-sub)
                    " ADMITS " ce-exp (cal-sub)
                    " KEYED BY " ce-auth (cal-sub)
            else
                if ce-type (cal-sub) = "S" then
                    display "SANCTION RUN " ce-run (cal-sub)
                        " ACCEPTS CC " ce-cc (cal-sub)
                        " KEYED BY " ce-auth (cal-sub)
                else
                    display "RUN " ce-run (cal-sub)
                        " DAY " ce-day (cal-sub)
                        " EXPECTS " ce-exp (cal-sub)
                end-if
            end-if
        end-perform
    end-if.
end-list-entries.

IMAGE-ENTRY.
    move ce-day (found-sub) to ai-day.
    move ce-exp (found-sub) to ai-exp.
    move ce-auth (found-sub) to ai-auth.
    move ce-cc (found-sub) to ai-cc.
end-image-entry.

*> WRITE-AUDIT stamps and writes one audit record keyed by entry type
*> and run date; the caller has set the action and the two images
WRITE-AUDIT.
    accept run-date from date yyyymmdd.
    accept time-now from time.
    if ce-type (found-sub) = "O" then
        move 'OVERRIDE' to ak-type
    else
        if ce-type (found-sub) = "S" then
            move 'SANCTION' to ak-type
        else
            move 'CALENDAR' to ak-type
        end-if
    end-if.
    move ce-run (found-sub) to ak-run.
    move run-date to aud-date.
    move time-now (1:6) to aud-time.
    move 'ROOTCAL' to aud-screen.
    move oper-id to aud-oper.
    move aud-cal-key to aud-key.
    write aud-rec.
end-write-audit.

SAVE-CALENDAR.
    open output calendar-file.
    perform varying cal-sub from 1 by 1
        move ce-day (cal-sub) to cal-day-type
        move ce-exp (cal-sub) to cal-expect-date
        move ce-auth (cal-sub) to cal-auth
        move ce-cc (cal-sub) to cal-cc
        write cal-card
    end-perform.
    close calendar-file.
