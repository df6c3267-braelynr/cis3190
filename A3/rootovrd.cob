*> rootovrd - manual answer override screen for the sqrtbaby results
*> master, kept beside rootinq. Now and then the desk gets an agreed
*> value from the actuaries that has to stand in place of what the
*> root subprograms compute, and the only way to get it onto the master
*> used to be waiting for a run that would recompute it anyway. Here an
*> authorised clerk - signed on by initials against the override
*> authority file - keys the replacement answer for an id already on
*> the master, with a reason code, and the record is locked: the
*> nightly run serves a locked answer as it stands and never replaces
*> it, the revalidation sweep lists it without flagging it, and the
*> purge leaves it alone. Unlocking on the same screen marks the record
*> for recompute, so the next nightly run that sees the id puts the
*> computed answer back. Every override and unlock is journalled with
*> before and after images in the nightly journal's own layout, to the
*> override journal the nightly run folds into its journal generation.

identification division.
program-id. rootovrd.
environment division.
input-output section.
file-control.
    select master-file assign to MASTFILE
    organization is indexed
    access is random
    record key is mast-id
    file status is mast-status-fs.
    select auth-file assign to AUTHFILE
    organization is line sequential
    file status is auth-status.
    select override-journal assign to OVRDJRNL
    organization is line sequential
    file status is ovj-status.
data division.
file section.
fd master-file.
    01 mast-rec.
       02 mast-id     pic 9(07).
       02 mast-z      pic s9(10)v9(6) sign leading separate.
       02 mast-root   pic x(01).
       02 mast-degree pic 9(02).
       02 mast-diff   pic v9(5).
       02 mast-result pic x(19).
       02 mast-status pic 9(02).
       02 mast-date   pic 9(08).
       02 mast-dept   pic x(03).
       02 mast-reverify pic x(01).
       02 mast-lock     pic x(01).
       02 mast-ovr-reason pic 9(02).
       02 mast-ovr-init pic x(03).
       02 mast-exp    pic s9(03)v9(6) sign leading separate.
    01 mast-ctl.
       02 ctl-id        pic 9(07).
       02 ctl-tag       pic x(03).
       02 ctl-count     pic 9(09) comp-3.
       02 ctl-hash      pic 9(15) comp-3.
       02 ctl-square    pic 9(09) comp-3.
       02 ctl-cube      pic 9(09) comp-3.
       02 ctl-nth       pic 9(09) comp-3.
       02 ctl-stat-ok   pic 9(09) comp-3.
       02 ctl-stat-other pic 9(09) comp-3.
       02 ctl-run-date  pic 9(08).
       02 ctl-run-adds  pic 9(07) comp-3.
       02 ctl-run-repl  pic 9(07) comp-3.
       02 ctl-power     pic 9(09) comp-3.
       02 ctl-ln        pic 9(09) comp-3.
       02 ctl-log10     pic 9(09) comp-3.
       02 filler        pic x(02).
fd auth-file.
    01 auth-card.
       02 auth-init pic x(03).
       02 auth-name pic x(30).
       02 filler    pic x(47).
fd override-journal.
    01 ovj-line pic x(171).
working-storage section.
77 mast-status-fs pic x(02) value "00".
77 auth-status pic x(02) value "00".
77 ovj-status  pic x(02) value "00".
77 run-date    pic 9(08).
77 show-z      pic -(11)9.9(6).
77 show-diff   pic .9(5).
77 show-exp    pic -(3)9.9(6).
77 rs-sub      pic 9(02) comp.
77 prior-status pic 9(02).
77 exp-whole   pic s9(03).
77 exp-half    pic s9(03).
77 exp-rem     pic s9(03).
77 ct-override pic 9(05) value 0.
77 ct-unlock   pic 9(05) value 0.
01 eof  pic x(01) value "f".
01 done pic x(01) value "N".
   88 done-yes value "Y".
01 entry-ok pic x(01).
   88 entry-ok-yes value "Y".
01 rec-found pic x(01).
   88 rec-found-yes value "Y".
01 menu-pick pic x(01).
   88 pick-override value "O" "o".
   88 pick-unlock   value "U" "u".
   88 pick-inquire  value "I" "i".
   88 pick-exit     value "X" "x".
01 confirm pic x(01).
   88 confirm-yes value "Y" "y".
01 sign-init pic x(03).
01 sign-name pic x(30) value spaces.
01 key-id     pic 9(07).
01 key-value  pic s9(10)v9(6) sign leading separate.
01 key-reason pic 9(02).
01 new-result pic -(11)9.9(6).
*> the reason codes an override may be keyed under; the code is kept on
*> the master record and printed on the journal report
01 reason-values.
   02 filler pic x(32) value '01ACTUARIAL AGREED VALUE'.
   02 filler pic x(32) value '02REGULATOR PRESCRIBED VALUE'.
   02 filler pic x(32) value '03CONTRACTUAL ROUNDING BASIS'.
   02 filler pic x(32) value '04SOURCE FIX PENDING'.
01 reason-table redefines reason-values.
   02 reason-entry occurs 4.
      03 rs-code pic 9(02).
      03 rs-text pic x(30).
*> the journal record exactly as sqrtbaby writes it, so the override
*> entries drop straight into the nightly generation
01 jrn-rec.
   02 jrn-action pic x(01).
      88 jrn-override value "O".
      88 jrn-unlock   value "U".
   02 jrn-run-date pic 9(08).
   02 jrn-before   pic x(81).
   02 jrn-after    pic x(81).

procedure division.
    accept run-date from date yyyymmdd.
    perform SIGN-ON.
    open i-o master-file.
    if mast-status-fs not = "00" then
        display "RESULTS MASTER COULD NOT BE OPENED, STATUS "
            mast-status-fs
        stop run
    end-if.
    open extend override-journal.
    if ovj-status = "35" then
        open output override-journal
    end-if.
    if ovj-status not = "00" then
        display "OVERRIDE JOURNAL COULD NOT BE OPENED, STATUS "
            ovj-status " - NO OVERRIDES CAN BE TAKEN"
        close master-file
        stop run
    end-if.
    perform until done-yes
        display " "
        display "RESULTS MASTER ANSWER OVERRIDE - " sign-name
        display "---------------------------------"
        display "Action (O=Override, U=Unlock, I=Inquire, X=Exit): "
            with no advancing
        accept menu-pick
        if pick-override then
            perform OVERRIDE-ANSWER
        else
            if pick-unlock then
                perform UNLOCK-ANSWER
            else
                if pick-inquire then
                    perform ACCEPT-ID
                    perform READ-RECORD
                else
                    if pick-exit then
                        move "Y" to done
                    end-if
                end-if
            end-if
        end-if
    end-perform.
    close master-file, override-journal.
    display "OVERRIDES POSTED " ct-override " UNLOCKS POSTED " ct-unlock.
    stop run.

*> SIGN-ON takes the clerk's initials and looks them up on the
*> override authority file; initials not on the file, or no file at
*> all, end the session before the master is opened
SIGN-ON.
    display "Enter your initials: " with no advancing.
    accept sign-init.
    move "N" to entry-ok.
    open input auth-file.
    if auth-status = "00" then
        perform until eof = "t"
            read auth-file
            at end
                move "t" to eof
            end-read
            if eof = "f" and auth-init = sign-init
                    and sign-init not = spaces then
                move "Y" to entry-ok
                move auth-name to sign-name
                move "t" to eof
            end-if
        end-perform
        close auth-file
    end-if.
    if not entry-ok-yes then
        display "NOT AUTHORISED FOR MASTER OVERRIDES"
        stop run
    end-if.
end-sign-on.

ACCEPT-ID.
    display "Record id (1-9999999): " with no advancing.
    accept key-id.
end-accept-id.

*> READ-RECORD reads the id by key and shows the stored answer the way
*> rootinq does, lock included; id zero is the control record and is
*> never offered
READ-RECORD.
    move "N" to rec-found.
    if key-id = 0 then
        display "REFUSED - NOT A RECORD ID"
    else
        move key-id to mast-id
        read master-file
            invalid key
                display "RECORD " key-id " NOT ON RESULTS MASTER"
            not invalid key
                move "Y" to rec-found
                perform SHOW-RECORD
        end-read
    end-if.
end-read-record.

SHOW-RECORD.
    move mast-z to show-z.
    move mast-diff to show-diff.
    display "RECORD ID      " mast-id.
    display "INPUT VALUE    " show-z.
    display "ROOT TYPE      " mast-root " DEGREE " mast-degree.
    if mast-root = "P" or mast-root = "p" then
        move mast-exp to show-exp
        display "EXPONENT       " show-exp
    end-if.
    display "TOLERANCE      " show-diff.
    display "STORED ANSWER  " mast-result.
    display "STATUS CODE    " mast-status.
    display "LAST SET       " mast-date.
    display "DEPARTMENT     " mast-dept.
    if mast-lock = "Y" then
        display "LOCKED BY OVERRIDE, REASON " mast-ovr-reason
            " KEYED BY " mast-ovr-init
    end-if.
end-show-record.

*> EDIT-OVERRIDE checks the reason code against the table and the
*> agreed answer's sign against the stored input value where the
*> calculation fixes it. A root never changes sign, and neither does a
*> power to an odd whole exponent; a power to an even whole exponent
*> is never negative, nor is one to a fractional exponent, which only
*> a positive value can be raised to. A logarithm is negative for any
*> value under one, so its sign is not checked. An answer of the wrong
*> sign is a keying slip
EDIT-OVERRIDE.
    move "Y" to entry-ok.
    perform varying rs-sub from 1 by 1
        until rs-sub > 4 or rs-code (rs-sub) = key-reason
        continue
    end-perform.
    if rs-sub > 4 then
        display "REFUSED - NO SUCH REASON CODE"
        move "N" to entry-ok
    end-if.
    if entry-ok-yes then
        if mast-root = "P" or mast-root = "p" then
            perform EDIT-POWER-SIGN
        else
            if mast-root not = "L" and mast-root not = "l"
                    and mast-root not = "D" and mast-root not = "d" then
                perform EDIT-ROOT-SIGN
            end-if
        end-if
    end-if.
end-edit-override.

EDIT-ROOT-SIGN.
    if (key-value < 0 and mast-z > 0)
            or (key-value > 0 and mast-z < 0) then
        display "REFUSED - ANSWER SIGN DISAGREES WITH INPUT VALUE"
        move "N" to entry-ok
    end-if.
end-edit-root-sign.

EDIT-POWER-SIGN.
    move mast-exp to exp-whole.
    if exp-whole = mast-exp then
        divide exp-whole by 2 giving exp-half remainder exp-rem
        if exp-rem not = 0 then
            perform EDIT-ROOT-SIGN
        else
            if key-value < 0 then
                display "REFUSED - EVEN POWER CANNOT BE NEGATIVE"
                move "N" to entry-ok
            end-if
        end-if
    else
        if key-value < 0 then
            display "REFUSED - FRACTIONAL POWER CANNOT BE NEGATIVE"
            move "N" to entry-ok
        end-if
    end-if.
end-edit-power-sign.

*> OVERRIDE-ANSWER replaces the stored answer with the keyed one and
*> locks it; an answer already locked may be overridden again, which
*> moves the lock to the new value and the new clerk
OVERRIDE-ANSWER.
    perform ACCEPT-ID.
    perform READ-RECORD.
    if rec-found-yes then
        perform varying rs-sub from 1 by 1 until rs-sub > 4
            display "  " rs-code (rs-sub) " " rs-text (rs-sub)
        end-perform
        display "Agreed answer (signed): " with no advancing
        accept key-value
        display "Reason code: " with no advancing
        accept key-reason
        perform EDIT-OVERRIDE
        if entry-ok-yes then
            move key-value to new-result
            display "STORED " mast-result " BECOMES " new-result
            display "Post this override (Y/N): " with no advancing
            accept confirm
            if confirm-yes then
                perform POST-OVERRIDE
            else
                display "NOTHING CHANGED"
            end-if
        end-if
    end-if.
end-override-answer.

POST-OVERRIDE.
    move mast-rec to jrn-before.
    move mast-status to prior-status.
    move new-result to mast-result.
    move 00 to mast-status.
    move run-date to mast-date.
    move space to mast-reverify.
    move "Y" to mast-lock.
    move key-reason to mast-ovr-reason.
    move sign-init to mast-ovr-init.
    move mast-rec to jrn-after.
    rewrite mast-rec
        invalid key
            display "OVERRIDE FAILED, STATUS " mast-status-fs
        not invalid key
            move "O" to jrn-action
            perform WRITE-JOURNAL
            add 1 to ct-override
            display "OVERRIDDEN AND LOCKED"
            if prior-status not = 00 then
                perform ADJUST-CONTROL
            end-if
    end-rewrite.
end-post-override.

*> UNLOCK-ANSWER releases the lock and marks the record for recompute,
*> so the next nightly run puts the computed answer back; the clerk
*> who unlocked it is carried on the record in place of the one who
*> locked it
UNLOCK-ANSWER.
    perform ACCEPT-ID.
    perform READ-RECORD.
    if rec-found-yes then
        if mast-lock not = "Y" then
            display "REFUSED - ANSWER IS NOT LOCKED"
        else
            display "Unlock and recompute next run (Y/N): "
                with no advancing
            accept confirm
            if confirm-yes then
                move mast-rec to jrn-before
                move space to mast-lock
                move 0 to mast-ovr-reason
                move sign-init to mast-ovr-init
                move "Y" to mast-reverify
                move mast-rec to jrn-after
                rewrite mast-rec
                    invalid key
                        display "UNLOCK FAILED, STATUS " mast-status-fs
                    not invalid key
                        move "U" to jrn-action
                        perform WRITE-JOURNAL
                        add 1 to ct-unlock
                        display "UNLOCKED - FLAGGED FOR RECOMPUTE"
                end-rewrite
            else
                display "NOTHING CHANGED"
            end-if
        end-if
    end-if.
end-unlock-answer.

WRITE-JOURNAL.
    move run-date to jrn-run-date.
    write ovj-line from jrn-rec.
end-write-journal.

*> ADJUST-CONTROL moves an overridden record from the other-status
*> count to the status 00 count on the control record at key zero;
*> a master with no control record yet is left for rootbal to set up
ADJUST-CONTROL.
    move 0 to mast-id.
    read master-file
        invalid key
            continue
        not invalid key
            subtract 1 from ctl-stat-other
            add 1 to ctl-stat-ok
            rewrite mast-ctl
    end-read.
end-adjust-control.
