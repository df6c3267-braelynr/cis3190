*> it forever, so a record corrupted on disk would be served back
*> indefinitely. This job walks the whole master on a schedule,
*> recomputes each stored root by calling the same subprograms the
*> nightly run uses with the stored input value, degree, exponent and
*> tolerance, and reports every id whose stored answer disagrees with
*> the fresh one beyond tolerance. With the flag option on the control
*> card, each disagreeing record is marked for recompute, so the next
*> nightly run that sees the id computes a fresh answer instead of
*> taking the master hit. Every record flagged is journalled, before
*> and after, to the override journal the nightly run folds into its
*> journal generation. The control record at key zero is stepped
*> over; flagging changes none of the totals it carries. An answer
*> locked by an override on rootovrd is listed but never recomputed
*> or flagged.

identification division.
program-id. rootrevl.
    file status is mast-status-fs.
    select control-file assign to REVPARM
    organization is line sequential.
    select override-journal assign to OVRDJRNL
    organization is line sequential
    file status is ovj-status.
    select standard-output assign to REVLRPT.
data division.
file section.
fd master-file.
    01 mast-rec.
       02 mast-id     pic 9(07).
       02 mast-z      pic s9(10)v9(6) sign leading separate.
       02 mast-root   pic x(01).
          88 mast-root-square value "S" "s" " ".
          88 mast-root-cube   value "C" "c".
          88 mast-root-nth    value "N" "n".
          88 mast-root-power  value "P" "p".
          88 mast-root-ln     value "L" "l".
          88 mast-root-log10  value "D" "d".
       02 mast-degree pic 9(02).
       02 mast-diff   pic v9(5).
       02 mast-result pic x(19).
       02 mast-date   pic 9(08).
       02 mast-dept   pic x(03).
       02 mast-reverify pic x(01).
       02 mast-lock     pic x(01).
       02 mast-ovr-reason pic 9(02).
       02 mast-ovr-init pic x(03).
       02 mast-exp    pic s9(03)v9(6) sign leading separate.
fd control-file.
    01 rev-card.
       02 rev-flag    pic x(01).
          88 rev-flag-yes value "Y" "y".
       02 rev-maxiter pic 9(05).
       02 filler      pic x(74).
fd override-journal.
    01 ovj-line pic x(171).
fd standard-output.
    01 out-line pic x(132).
working-storage section.
77 mast-status-fs pic x(02) value "00".
77 ovj-status     pic x(02) value "00".
77 run-date       pic 9(08).
77 diff        pic v9(5).
77 dflt-diff   pic v9(5) value .00100.
77 max-iter    pic s9(05) value 1000.
77 call-input  pic s9(10)v9(6) sign leading separate.
77 call-degree pic s9(05).
77 call-exp    pic s9(03)v9(6) sign leading separate.
77 result      pic -(11)9.9(6).
77 verify-req  pic x(01) value "N".
77 iters-used  pic s9(05).
77 ct-flagged  pic 9(07) value 0.
77 ct-nocall   pic 9(07) value 0.
77 ct-notok    pic 9(07) value 0.
77 ct-locked   pic 9(07) value 0.
77 line-ct     pic 9(03) value 0.
77 page-no     pic 9(04) value 1.
77 lines-per-page pic 9(03) value 55.
01 eof  pic x(01) value "f".
01 flag-wanted pic x(01) value "N".
   88 flag-wanted-yes value "Y".
*> the journal entry for a record flagged for recompute (V), in the
*> nightly journal's layout
01 jrn-rec.
   02 jrn-action pic x(01).
   02 jrn-run-date pic 9(08).
   02 jrn-before pic x(81).
   02 jrn-after  pic x(81).
01 status-code pic 9(02).
   88 status-ok             value 00.
   88 status-too-many-iters value 04.
   02 filler pic x(12) value 'DISPOSITION'.
01 detail-line.
   02 filler    pic x(2) value spaces.
   02 det-id    pic z(6)9.
   02 filler    pic x(2) value spaces.
   02 det-old   pic x(19).
   02 filler    pic x(3) value spaces.
   02 det-new   pic x(19).
   02 sum-count pic z(6)9.

procedure division.
    accept run-date from date yyyymmdd.
    perform READ-CONTROL.
    if flag-wanted-yes then
        open i-o master-file
        move 12 to return-code
        stop run
    end-if.
    if flag-wanted-yes then
        open extend override-journal
        if ovj-status = "35" then
            open output override-journal
        end-if
        if ovj-status not = "00" then
            display "OVERRIDE JOURNAL COULD NOT BE OPENED, STATUS "
                ovj-status " - NOTHING CAN BE FLAGGED"
            close master-file
            move 12 to return-code
            stop run
        end-if
    end-if.
    open output standard-output.
    move page-no to pg-no.
    write out-line from title-line after advancing 0 lines.
        if eof = "f" and mast-status-fs not = "00" then
            move "t" to eof
        end-if
        if eof = "f" and mast-id not = 0 then
            add 1 to ct-scanned
            if mast-lock = "Y" then
                perform NOTE-LOCKED
            else
                if mast-status = 00 then
                    perform CHECK-RECORD
                else
                    add 1 to ct-notok
                end-if
            end-if
        end-if
    end-perform.
end-read-control.

*> CHECK-RECORD recomputes one stored answer with the stored input
*> value, degree, exponent and tolerance and compares the two relative to the
*> stored tolerance; a record the subprogram cannot recompute at all
*> is listed too, since a clean master record should always recompute
CHECK-RECORD.
                    max-iter, diff, result, status-code, verify-req,
                    iters-used, achieved
            else
                if mast-root-power then
                    move mast-exp to call-exp
                    call "powerFunctions" using call-input, call-exp,
                        max-iter, diff, result, status-code,
                        verify-req, iters-used, achieved
                else
                    if mast-root-ln then
                        call "lnFunctions" using call-input, max-iter,
                            diff, result, status-code, verify-req,
                            iters-used, achieved
                    else
                        if mast-root-log10 then
                            call "log10Functions" using call-input,
                                max-iter, diff, result, status-code,
                                verify-req, iters-used, achieved
                        else
                            move 12 to status-code
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-if.
    move mast-result to det-old.
    move result to det-new.
    if flag-wanted-yes then
        perform FLAG-RECORD
        move 'DISAGREES - FLAGGED' to det-disp
    else
        move 'DISAGREES BEYOND TOLERANCE' to det-disp
    add 1 to line-ct.
end-note-moved.

*> FLAG-RECORD marks the record for recompute and journals the change
FLAG-RECORD.
    move "V" to jrn-action.
    move mast-rec to jrn-before.
    move "Y" to mast-reverify.
    move mast-rec to jrn-after.
    rewrite mast-rec.
    if mast-status-fs = "00" then
        move run-date to jrn-run-date
        write ovj-line from jrn-rec
        add 1 to ct-flagged
    end-if.
end-flag-record.

*> NOTE-LOCKED lists an answer held by an override on rootovrd; the
*> agreed value is not expected to agree with a fresh computation, so
*> it is neither recomputed nor flagged - only unlocking it on the
*> override screen puts it back under the sweep
NOTE-LOCKED.
    add 1 to ct-locked.
    perform PAGE-CHECK.
    move mast-id to det-id.
    move mast-result to det-old.
    move spaces to det-new.
    move 'LOCKED BY OVERRIDE - SKIPPED' to det-disp.
    write out-line from detail-line after advancing 1 line.
    add 1 to line-ct.
end-note-locked.

NOTE-NOCALL.
    add 1 to ct-nocall.
    perform PAGE-CHECK.
    move mast-result to det-old.
    move spaces to det-new.
    if flag-wanted-yes then
        perform FLAG-RECORD
        move 'NO RECOMPUTE - FLAGGED' to det-disp
    else
        move 'COULD NOT RECOMPUTE' to det-disp
    move 'SKIPPED - NOT STATUS 00' to sum-label.
    move ct-notok to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'SKIPPED - LOCKED BY OVERRIDE' to sum-label.
    move ct-locked to sum-count.
    write out-line from summary-line after advancing 1 line.
    close master-file, standard-output.
    if flag-wanted-yes then
        close override-journal
    end-if.
    if ct-moved > 0 or ct-nocall > 0 then
        move 4 to return-code
    else
