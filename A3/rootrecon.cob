*> Only successful details (status 00) are expected to post - a detail
*> that went out flagged as an exception carries no result to load and
*> is counted separately.
*> Every reconciliation of a readable extract is appended to the
*> reconciliation history - the extract's header date, the date it was
*> reconciled, the return code and the match counts - and the month-end
*> close gate takes a night as confirmed only when its latest entry
*> there is clean.

identification division.
program-id. rootrecon.
    select confirm-file assign to CONFFILE
    organization is line sequential
    file status is conf-status.
    select recon-hist assign to RECNHIST
    organization is line sequential
    file status is rh-status.
    select standard-output assign to RECONRPT.
data division.
file section.
fd extract-file.
    01 ext-line pic x(90).
    01 ext-det.
       02 filler      pic x(02).
       02 extd-id     pic x(07).
       02 extd-id-num redefines extd-id pic 9(07).
       02 filler      pic x(01).
       02 extd-z      pic x(18).
       02 filler      pic x(01).
       02 extd-dept   pic x(03).
       02 filler      pic x(01).
       02 extd-src    pic x(01).
    01 ext-xdet.
       02 filler      pic x(02).
       02 extx-id     pic x(07).
       02 filler      pic x(01).
       02 extx-z      pic x(32).
       02 filler      pic x(01).
       02 extx-root   pic x(01).
       02 filler      pic x(01).
       02 extx-degree pic x(02).
       02 filler      pic x(01).
       02 extx-result pic x(33).
       02 filler      pic x(01).
       02 extx-status pic x(02).
       02 filler      pic x(01).
       02 extx-dept   pic x(03).
       02 filler      pic x(01).
       02 extx-src    pic x(01).
fd confirm-file.
    01 conf-card.
       02 conf-id     pic x(07).
       02 conf-id-num redefines conf-id pic 9(07).
       02 filler      pic x(73).
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
fd standard-output.
    01 out-line pic x(80).
working-storage section.
77 ext-status  pic x(02) value "00".
77 conf-status pic x(02) value "00".
77 rh-status   pic x(02) value "00".
77 ext-hdr-date pic 9(08) value 0.
77 time-now    pic 9(08).
77 ct-details  pic 9(07) value 0.
77 ct-sent     pic 9(07) value 0.
77 ct-failed   pic 9(07) value 0.
77 ct-post-only pic 9(07) value 0.
77 ct-badconf  pic 9(07) value 0.
77 ext-tlr-count pic 9(07) value 0.
77 det-status  pic x(02).
77 scan-id     pic 9(08).
77 line-ct     pic 9(03) value 0.
77 page-no     pic 9(04) value 1.
77 lines-per-page pic 9(03) value 55.
*> rootedit uses for duplicate checking, so the match is a single walk
*> of the id space with no sort step
01 sent-table.
   02 sent-flag pic x(01) occurs 9999999.
01 post-table.
   02 post-flag pic x(01) occurs 9999999.
01 title-line.
   02 filler pic x(9) value spaces.
   02 filler pic x(37) value 'EXTRACT CONFIRMATION RECONCILIATION'.
   02 filler pic x(11) value 'DIFFERENCE'.
01 detail-line.
   02 filler   pic x(2) value spaces.
   02 det-id   pic z(6)9.
   02 filler   pic x(2) value spaces.
   02 det-text pic x(44).
01 clean-line.
   02 filler pic x(2) value spaces.
            move "t" to eof
        end-read
        if eof = "f" then
            if ext-line (1:1) = "H" and ext-line (3:8) is numeric
                    then
                move ext-line (3:8) to ext-hdr-date
            end-if
            *> an extended-precision detail (X) carries its id where a
            *> standard one does, but its status further along the line
            if ext-line (1:1) = "D" or ext-line (1:1) = "X" then
                add 1 to ct-details
                if ext-line (1:1) = "X" then
                    move extx-status to det-status
                else
                    move extd-status to det-status
                end-if
                if extd-id is numeric and extd-id-num > 0 then
                    if det-status = "00" then
                        add 1 to ct-sent
                        move "Y" to sent-flag (extd-id-num)
                    else
*> WALK-IDS makes the one pass over the id space, pairing the two
*> sides the way rootcompare pairs its masters
WALK-IDS.
    perform varying scan-id from 1 by 1 until scan-id > 9999999
        if sent-flag (scan-id) = "Y" then
            if post-flag (scan-id) = "Y" then
                add 1 to ct-matched
            move 0 to return-code
        end-if
    end-if.
    if not ext-open-bad-yes and ext-hdr-date > 0 then
        perform WRITE-RECON-HIST
    end-if.
    STOP RUN.
end-finish.

*> WRITE-RECON-HIST appends tonight's outcome for the extract's header
*> date; a rerun after the rates team reposts simply adds a later entry
WRITE-RECON-HIST.
    open extend recon-hist.
    if rh-status = "35" then
        open output recon-hist
    end-if.
    if rh-status = "00" then
        move spaces to rh-rec
        move ext-hdr-date to rh-ext-date
        accept rh-run-date from date yyyymmdd
        accept time-now from time
        move time-now (1:6) to rh-time
        move return-code to rh-rc
        move ct-sent to rh-sent
        move ct-matched to rh-matched
        move ct-sent-only to rh-sent-only
        move ct-post-only to rh-post-only
        write rh-rec
        close recon-hist
    else
        display "RECONCILIATION HISTORY COULD NOT BE OPENED, STATUS "
            rh-status
    end-if.
end-write-recon-hist.
