*> maximum elapsed minutes, minimum records read - that the nightly
*> run's FINISH writes machine-readable alert records against for the
*> automation desk's monitor. Keying 0 for a value keeps the current
*> setting. The operator signs on with their operator id, and every
*> value that actually changes is written to the shared maintenance
*> audit file - field, old value, new value, who and when - which the
*> supervisor signs off each morning from the rootaudr report.

identification division.
program-id. rootparm.
    select parm-file assign to PARMFILE
    organization is line sequential
    file status is parm-status.
    select audit-file assign to MAINTAUD
    organization is line sequential
    file status is aud-status.
data division.
file section.
fd parm-file.
       02 parm-max-elapsed   pic 9(05).
       02 parm-min-read      pic 9(07).
       02 filler             pic x(40).
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
77 parm-status pic x(02) value "00".
77 cur-ckpt    pic 9(05) value 100.
77 cutoff-hh   pic 9(02).
77 cutoff-mm   pic 9(02).
77 show-diff   pic .9(5).
77 aud-status  pic x(02) value "00".
77 run-date    pic 9(08).
77 time-now    pic 9(08).
77 ct-audited  pic 9(03) value 0.
01 oper-id     pic x(03) value spaces.
*> the values as loaded, kept so the audit can name exactly which
*> settings this session changed
01 was-values.
   02 was-ckpt    pic 9(05).
   02 was-lines   pic 9(03).
   02 was-diff    pic v9(5).
   02 was-maxiter pic 9(05).
   02 was-esc     pic 9(03).
   02 was-cutoff  pic 9(04).
   02 was-excrate pic 9(03).
   02 was-elapsed pic 9(05).
   02 was-minread pic 9(07).
01 answer pic x(01).
   88 answer-yes value "Y" "y".

procedure division.
    perform SIGN-ON.
    perform LOAD-PARMS.
    perform SHOW-PARMS.
    display "Update the run-control values (Y/N): " with no advancing.
    accept answer.
    if answer-yes then
        perform SAVE-WAS-VALUES
        perform EDIT-CKPT
        perform EDIT-LINES
        perform EDIT-DIFF
        perform EDIT-CUTOFF
        perform EDIT-ALERTS
        perform SAVE-PARMS
        perform AUDIT-PARMS
        perform SHOW-PARMS
        display "RUN-CONTROL FILE UPDATED - " ct-audited
            " VALUES CHANGED"
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

*> LOAD-PARMS reads the current run-control record; when the file is
*> absent the shipped defaults stand and saving will create it
LOAD-PARMS.
    end-if.
end-edit-alerts.

SAVE-WAS-VALUES.
    move cur-ckpt to was-ckpt.
    move cur-lines to was-lines.
    move cur-diff to was-diff.
    move cur-maxiter to was-maxiter.
    move cur-esc to was-esc.
    move cur-cutoff to was-cutoff.
    move cur-excrate to was-excrate.
    move cur-elapsed to was-elapsed.
    move cur-minread to was-minread.
end-save-was-values.

*> AUDIT-PARMS writes one audit record per setting the session changed,
*> once the new values are safely on the run-control file
AUDIT-PARMS.
    if cur-ckpt not = was-ckpt then
        move 'CHECKPOINT INTERVAL' to aud-key
        move was-ckpt to aud-before
        move cur-ckpt to aud-after
        perform WRITE-AUDIT
    end-if.
    if cur-lines not = was-lines then
        move 'LINES PER PAGE' to aud-key
        move was-lines to aud-before
        move cur-lines to aud-after
        perform WRITE-AUDIT
    end-if.
    if cur-diff not = was-diff then
        move 'FALLBACK TOLERANCE' to aud-key
        move was-diff to show-diff
        move show-diff to aud-before
        move cur-diff to show-diff
        move show-diff to aud-after
        perform WRITE-AUDIT
    end-if.
    if cur-maxiter not = was-maxiter then
        move 'FALLBACK MAX ITERS' to aud-key
        move was-maxiter to aud-before
        move cur-maxiter to aud-after
        perform WRITE-AUDIT
    end-if.
    if cur-esc not = was-esc then
        move 'ESCALATION DAYS' to aud-key
        move was-esc to aud-before
        move cur-esc to aud-after
        perform WRITE-AUDIT
    end-if.
    if cur-cutoff not = was-cutoff then
        move 'WINDOW CUTOFF HHMM' to aud-key
        move was-cutoff to aud-before
        move cur-cutoff to aud-after
        perform WRITE-AUDIT
    end-if.
    if cur-excrate not = was-excrate then
        move 'ALERT MAX EXC RATE' to aud-key
        move was-excrate to aud-before
        move cur-excrate to aud-after
        perform WRITE-AUDIT
    end-if.
    if cur-elapsed not = was-elapsed then
        move 'ALERT MAX ELAPSED' to aud-key
        move was-elapsed to aud-before
        move cur-elapsed to aud-after
        perform WRITE-AUDIT
    end-if.
    if cur-minread not = was-minread then
        move 'ALERT MIN READ' to aud-key
        move was-minread to aud-before
        move cur-minread to aud-after
        perform WRITE-AUDIT
    end-if.
end-audit-parms.

*> WRITE-AUDIT stamps and writes one audit record; the caller has set
*> the key and the before and after values
WRITE-AUDIT.
    accept run-date from date yyyymmdd.
    accept time-now from time.
    move run-date to aud-date.
    move time-now (1:6) to aud-time.
    move 'ROOTPARM' to aud-screen.
    move oper-id to aud-oper.
    move "C" to aud-action.
    write aud-rec.
    add 1 to ct-audited.
end-write-audit.

SAVE-PARMS.
    open output parm-file.
    move spaces to parm-card.
