    select standard-output assign to display.
    select batch-input-file assign to "SQRTEXIN.DAT"
    organization is line sequential.
    select master-file assign to MASTFILE
    organization is indexed
    access is random
    record key is mast-id
    file status is mast-status-fs.
    select override-journal assign to OVRDJRNL
    organization is line sequential
    file status is ovj-status.
    select adhoc-file assign to ADHCFILE
    organization is line sequential
    file status is adh-status-fs.

data division.
file section.
    01 bi-card.
       02 bi-z    pic s9(10)v9(6) sign leading separate.
       02 filler  pic x(63).
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
fd override-journal.
    01 ovj-line pic x(171).
fd adhoc-file.
    01 adh-line pic x(80).
working-storage section.
77 mast-status-fs pic x(02) value "00".
77 ovj-status  pic x(02) value "00".
77 adh-status-fs pic x(02) value "00".
77 run-date    pic 9(08).
77 ct-posted   pic 9(05) value 0.
77 cw-status   pic 9(02).
01 eof        pic x(01) value "f".
01 run-mode   pic x(01) value "I".
   88 batch-mode value "B" "b".
   88 root-square value "S" "s".
   88 root-cube   value "C" "c".
   88 root-nth    value "N" "n".
   88 root-power  value "P" "p".
   88 root-ln     value "L" "l".
   88 root-log10  value "D" "d".
01 root-degree pic s9(05) value 0.
01 root-exp    pic s9(03)v9(6) sign leading separate value 0.
01 verify-req pic x(01) value "N".
   88 verify-yes value "Y" "y".
01 userInput  pic s9(10)v9(6) sign leading separate.
   02 t-out-iter pic z(4)9.
   02 filler pic x(2) value spaces.
   02 t-flag pic x(14).
*> interactive mode looks each answer up on the nightly run's results
*> master when the clerk keys a record id, and serves a matching stored
*> answer as it stands (FROM-MASTER) instead of recomputing it; a
*> computed answer may be posted to the master on the clerk's say-so,
*> journalled to the override journal the nightly run folds into its
*> journal generation. Every interactive answer, served or computed,
*> goes to the ad-hoc activity file so the month-end chargeback bills
*> it to the department keyed
01 mast-open pic x(01) value "N".
   88 mast-open-yes value "Y".
01 ovj-open  pic x(01) value "N".
   88 ovj-open-yes value "Y".
01 adh-open  pic x(01) value "N".
   88 adh-open-yes value "Y".
01 rec-found pic x(01) value "N".
   88 rec-found-yes value "Y".
01 master-hit pic x(01) value "N".
   88 master-hit-yes value "Y".
01 post-done pic x(01) value "N".
   88 post-done-yes value "Y".
01 confirm pic x(01).
   88 confirm-yes value "Y" "y".
01 sign-init pic x(03) value spaces.
01 key-id    pic 9(07) value 0.
01 key-dept  pic x(03) value spaces.
01 chg-dept  pic x(03) value spaces.
*> key-root/key-degree/key-exp are the session's root type, degree and
*> exponent in the form the nightly run keeps them on the master: the
*> type upper case, the degree only for an nth root and the exponent
*> only for a power
01 key-root   pic x(01).
01 key-degree pic 9(02) value 0.
01 key-exp    pic s9(03)v9(6) sign leading separate value 0.
01 cw-root   pic x(01).
   88 cw-root-square value "S" "s" " ".
   88 cw-root-cube   value "C" "c".
   88 cw-root-nth    value "N" "n".
   88 cw-root-power  value "P" "p".
   88 cw-root-ln     value "L" "l".
   88 cw-root-log10  value "D" "d".
*> prior-mast keeps the stored record read for the keyed id, the
*> before image of the journal entry if the answer is posted over it
01 prior-mast.
   02 filler    pic x(24).
   02 pr-root   pic x(01).
   02 filler    pic x(26).
   02 pr-status pic 9(02).
   02 filler    pic x(28).
*> the journal record exactly as sqrtbaby writes it; an answer posted
*> from here is journalled as action I
01 jrn-rec.
   02 jrn-action pic x(01).
   02 jrn-run-date pic 9(08).
   02 jrn-before   pic x(81).
   02 jrn-after    pic x(81).
*> one ad-hoc activity record per interactive answer; adh-src says how
*> it was arrived at, the same codes the nightly extract carries
*> (M = served from the master, C = computed, E = failed) and
*> adh-posted whether a computed answer was posted to the master
01 adh-rec.
   02 adh-date   pic 9(08).
   02 adh-time   pic 9(06).
   02 adh-init   pic x(03).
   02 adh-id     pic 9(07).
   02 adh-z      pic s9(10)v9(6) sign leading separate.
   02 adh-root   pic x(01).
   02 adh-degree pic 9(02).
   02 adh-exp    pic s9(03)v9(6) sign leading separate.
   02 adh-result pic x(19).
   02 adh-status pic 9(02).
   02 adh-dept   pic x(03).
   02 adh-src    pic x(01).
   02 adh-posted pic x(01).

*> log-rec is written to log-file for every accepted userInput, holding
*> the calculated result or the reason it was rejected/aborted; every
    display "Enter mode (I=Interactive, B=Batch file, T=Table): "
        with no advancing.
    accept run-mode.
    display "Enter root type (S=Square, C=Cube, N=Nth, P=Power,"
        " L=Natural log, D=Base-10 log): " with no advancing.
    accept root-type.
    if root-nth then
        display "Enter root degree: " with no advancing
        accept root-degree
    end-if.
    if root-power then
        display "Enter exponent: " with no advancing
        accept root-exp
    end-if.
    display "Verify result with round-trip check (Y/N): " with no advancing.
    accept verify-req.
    display "Enter max iterations: " with no advancing.
    move achieved-acc to log-acc.
end-stamp-log.

*> CALL-ROOT dispatches to the correct subprogram based on root-type,
*> the root, power and logarithm subprograms all built the same way and
*> sharing the same linkage convention as sqrtFunctions
CALL-ROOT.
    if root-square then
        call "sqrtFunctions" using userInput, max-iter, diff,
            result, status-code, verify-req, iter-used, achieved-acc
    else
    if root-cube then
        call "cuberootFunctions" using userInput, max-iter, diff,
            result, status-code, verify-req, iter-used,
            achieved-acc
    else
    if root-power then
        call "powerFunctions" using userInput, root-exp,
            max-iter, diff, result, status-code, verify-req,
            iter-used, achieved-acc
    else
    if root-ln then
        call "lnFunctions" using userInput, max-iter, diff,
            result, status-code, verify-req, iter-used,
            achieved-acc
    else
    if root-log10 then
        call "log10Functions" using userInput, max-iter, diff,
            result, status-code, verify-req, iter-used,
            achieved-acc
    else
        call "nthrootFunctions" using userInput, root-degree,
            max-iter, diff, result, status-code, verify-req,
            iter-used, achieved-acc
    end-if end-if end-if end-if end-if.
end-call-root.

*> BATCH-S1 reads a short list of numbers from batch-input-file and
        else
            if root-cube then
                move 'CUBE' to t-root-label
            else
            if root-power then
                move 'POWER' to t-root-label
            else
            if root-ln then
                move 'LN' to t-root-label
            else
            if root-log10 then
                move 'LOG10' to t-root-label
            else
                move 'NTH' to t-root-label
            end-if end-if end-if
            end-if
        end-if
        move tbl-start to t-from
end-table-new-page.

*> S1 is the main function to receive user input and call the external function to calculate the square root
*> each number may be given a record id and department; an answer the
*> results master already holds for the id is served from there, and
*> a computed one may be posted to it
S1.
    perform OPEN-MASTER-FILES.
    perform SET-KEY-ROOT.
    perform until eof = "t"
        display "Enter a number: " with no advancing
        accept userInput
                perform finish
            end-if
            if userInput not = 0 then
                perform ACCEPT-KEYS
                perform CHECK-MASTER
                move "N" to post-done
                if master-hit-yes then
                  perform SHOW-FROM-MASTER
                else
                  perform CALL-ROOT
                  if status-recon-failed then
                    display "ROUND-TRIP CHECK FAILED, RESULT = " result
                    move iter-used to show-iters
                    move achieved-acc to show-acc
                    display "Iterations = " show-iters
                        "  Accuracy = " show-acc
                    display " "
                    move userInput to log-input
                    move result to log-result
                    move 'ROUND-TRIP CHECK FAILED' to log-status
                  else
                  if status-ok then
                    display "Result = " result
                    move iter-used to show-iters
                    move achieved-acc to show-acc
                    display "Iterations = " show-iters
                        "  Accuracy = " show-acc
                    perform OFFER-POST
                    display " "
                    move userInput to log-input
                    move result to log-result
                    move spaces to log-status
                  else
                    if status-overflow then
                      display "OVERFLOW - VALUE EXCEEDS FIELD CAPACITY"
                      display " "
                      move userInput to log-input
                      move spaces to log-result
                      move 'OVERFLOW - VALUE EXCEEDS FIELD CAPACITY' to log-status
                    else
                      if status-too-many-iters then
                        display "ATTEMPT ABORTED, TOO MANY ITERATIONS"
                        display " "
                        move userInput to log-input
                        move spaces to log-result
                        move 'ATTEMPT ABORTED, TOO MANY ITERATIONS' to log-status
                      else
                        display "INVALID INPUT"
                        display " "
                        move userInput to log-input
                        move spaces to log-result
                        move 'INVALID INPUT' to log-status
                      end-if
                    end-if
                  end-if
                  end-if
                end-if
                perform WRITE-ADHOC
            else
              display "INVALID INPUT"
              display " "
    perform finish.
end-S1.

*> OPEN-MASTER-FILES takes the clerk's initials and opens the results
*> master, the override journal and the ad-hoc activity file. Without
*> the master answers are still computed, just not looked up or posted;
*> without the journal nothing can be posted; without initials the
*> master is only looked up
OPEN-MASTER-FILES.
    accept run-date from date yyyymmdd.
    display "Enter your initials (blank to look up only): "
        with no advancing.
    accept sign-init.
    open i-o master-file.
    if mast-status-fs = "00" then
        move "Y" to mast-open
    else
        display "RESULTS MASTER COULD NOT BE OPENED, STATUS "
            mast-status-fs " - ANSWERS WILL NOT BE LOOKED UP OR POSTED"
    end-if.
    if mast-open-yes then
        open extend override-journal
        if ovj-status = "35" then
            open output override-journal
        end-if
        if ovj-status = "00" then
            move "Y" to ovj-open
        else
            display "OVERRIDE JOURNAL COULD NOT BE OPENED, STATUS "
                ovj-status " - NO ANSWERS CAN BE POSTED"
        end-if
    end-if.
    open extend adhoc-file.
    if adh-status-fs = "35" then
        open output adhoc-file
    end-if.
    if adh-status-fs = "00" then
        move "Y" to adh-open
    else
        display "AD-HOC ACTIVITY FILE COULD NOT BE OPENED, STATUS "
            adh-status-fs
    end-if.
end-open-master-files.

*> SET-KEY-ROOT settles the session's root type, degree and exponent as
*> the master holds them; a type CALL-ROOT would not recognise is
*> worked as an nth root, so it is kept as one
SET-KEY-ROOT.
    move 0 to key-degree.
    move 0 to key-exp.
    if root-square then
        move "S" to key-root
    else
        if root-cube then
            move "C" to key-root
        else
            if root-power then
                move "P" to key-root
                move root-exp to key-exp
            else
                if root-ln then
                    move "L" to key-root
                else
                    if root-log10 then
                        move "D" to key-root
                    else
                        move "N" to key-root
                        if root-degree > 0 and root-degree < 100 then
                            move root-degree to key-degree
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-if.
end-set-key-root.

ACCEPT-KEYS.
    display "Record id (0 for none): " with no advancing.
    accept key-id.
    display "Department (blank for none): " with no advancing.
    accept key-dept.
end-accept-keys.

*> CHECK-MASTER reads the keyed id, if any. The stored answer is served
*> when it is locked by override - the nightly run serves those as they
*> stand too - or when it is a successful answer not flagged for
*> recompute to the same value, type, tolerance, degree and exponent.
*> With no department keyed the answer is charged to the record's own
*> department.
CHECK-MASTER.
    move "N" to rec-found.
    move "N" to master-hit.
    move key-dept to chg-dept.
    if key-id > 0 and mast-open-yes then
        move key-id to mast-id
        read master-file
            invalid key
                continue
            not invalid key
                move "Y" to rec-found
                move mast-rec to prior-mast
                if chg-dept = spaces then
                    move mast-dept to chg-dept
                end-if
                perform MATCH-MASTER
        end-read
    end-if.
end-check-master.

MATCH-MASTER.
    move mast-root to cw-root.
    if mast-lock = "Y" then
        move "Y" to master-hit
    else
        if mast-z = userInput and mast-diff = diff
                and mast-status = 00
                and mast-reverify not = "Y" then
            if (cw-root-square and key-root = "S")
                    or (cw-root-cube and key-root = "C")
                    or (cw-root-ln and key-root = "L")
                    or (cw-root-log10 and key-root = "D")
                    or (cw-root-nth and key-root = "N"
                        and mast-degree = root-degree)
                    or (cw-root-power and key-root = "P"
                        and mast-exp = key-exp) then
                move "Y" to master-hit
            end-if
        end-if
    end-if.
end-match-master.

SHOW-FROM-MASTER.
    if mast-lock = "Y" then
        display "Result = " mast-result "  FROM-MASTER, LOCKED"
    else
        display "Result = " mast-result "  FROM-MASTER"
    end-if.
    display "Stored " mast-date "  Department " mast-dept.
    display " ".
    move 0 to iter-used, achieved-acc.
    move mast-status to status-code.
    move userInput to log-input.
    move mast-result to log-result.
    move spaces to log-status.
end-show-from-master.

*> OFFER-POST asks the clerk whether a successful computed answer should
*> go onto the master under the keyed id, replacing whatever is stored
*> there; the master's degree holds two digits, so a higher nth root
*> cannot be posted
OFFER-POST.
    if key-id > 0 then
        if not mast-open-yes or not ovj-open-yes then
            display "NOT POSTED - RESULTS MASTER OR JOURNAL NOT OPEN"
        else
            if sign-init = spaces then
                display "NOT POSTED - NO INITIALS ENTERED"
            else
                if key-root = "N" and key-degree not = root-degree then
                    display "NOT POSTED - DEGREE TOO LARGE FOR THE"
                        " RESULTS MASTER"
                else
                    if rec-found-yes then
                        display "REPLACES STORED ANSWER " mast-result
                    end-if
                    display "Post this answer to the results master"
                        " (Y/N): " with no advancing
                    accept confirm
                    if confirm-yes then
                        perform POST-ANSWER
                    else
                        display "NOTHING POSTED"
                    end-if
                end-if
            end-if
        end-if
    end-if.
end-offer-post.

*> POST-ANSWER adds or replaces the id's stored answer the way the
*> nightly run does, carrying the clerk's initials, journals it with
*> before and after images and keeps the control record in step
POST-ANSWER.
    if rec-found-yes then
        move prior-mast to jrn-before
    else
        move spaces to jrn-before
    end-if.
    move key-id to mast-id.
    move userInput to mast-z.
    move key-root to mast-root.
    move key-degree to mast-degree.
    move diff to mast-diff.
    move result to mast-result.
    move 00 to mast-status.
    move run-date to mast-date.
    move chg-dept to mast-dept.
    move space to mast-reverify.
    move space to mast-lock.
    move 0 to mast-ovr-reason.
    move sign-init to mast-ovr-init.
    move key-exp to mast-exp.
    move mast-rec to jrn-after.
    if rec-found-yes then
        rewrite mast-rec
            invalid key
                display "POST FAILED, STATUS " mast-status-fs
            not invalid key
                move "Y" to post-done
        end-rewrite
    else
        write mast-rec
            invalid key
                display "POST FAILED, STATUS " mast-status-fs
            not invalid key
                move "Y" to post-done
        end-write
    end-if.
    if post-done-yes then
        move "I" to jrn-action
        perform WRITE-JOURNAL
        perform ADJUST-CONTROL
        add 1 to ct-posted
        display "POSTED TO RESULTS MASTER"
    end-if.
end-post-answer.

WRITE-JOURNAL.
    move run-date to jrn-run-date.
    write ovj-line from jrn-rec.
end-write-journal.

*> ADJUST-CONTROL keeps the control record at key zero in step with a
*> posted answer: a new id is counted into the record count and id
*> hash, a replaced answer's old type and status are taken out, and
*> the new ones put in. The run add/replace counts belong to the
*> nightly run and are left alone; a master with no control record
*> yet is left for rootbal to set up
ADJUST-CONTROL.
    move 0 to mast-id.
    read master-file
        invalid key
            continue
        not invalid key
            if rec-found-yes then
                move pr-root to cw-root
                move pr-status to cw-status
                perform CONTROL-SUBTRACT
            else
                add 1 to ctl-count
                add key-id to ctl-hash
            end-if
            move key-root to cw-root
            move 00 to cw-status
            perform CONTROL-ADD
            rewrite mast-ctl
    end-read.
end-adjust-control.

*> CONTROL-ADD and CONTROL-SUBTRACT move one record of a given type and
*> status (set up in cw-root and cw-status) into or out of the control
*> counts
CONTROL-ADD.
    if cw-root-square then
        add 1 to ctl-square
    else
        if cw-root-cube then
            add 1 to ctl-cube
        else
            if cw-root-nth then
                add 1 to ctl-nth
            else
                if cw-root-power then
                    add 1 to ctl-power
                else
                    if cw-root-ln then
                        add 1 to ctl-ln
                    else
                        if cw-root-log10 then
                            add 1 to ctl-log10
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-if.
    if cw-status = 00 then
        add 1 to ctl-stat-ok
    else
        add 1 to ctl-stat-other
    end-if.
end-control-add.

CONTROL-SUBTRACT.
    if cw-root-square then
        subtract 1 from ctl-square
    else
        if cw-root-cube then
            subtract 1 from ctl-cube
        else
            if cw-root-nth then
                subtract 1 from ctl-nth
            else
                if cw-root-power then
                    subtract 1 from ctl-power
                else
                    if cw-root-ln then
                        subtract 1 from ctl-ln
                    else
                        if cw-root-log10 then
                            subtract 1 from ctl-log10
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-if.
    if cw-status = 00 then
        subtract 1 from ctl-stat-ok
    else
        subtract 1 from ctl-stat-other
    end-if.
end-control-subtract.

*> WRITE-ADHOC records the answer just given on the ad-hoc activity
*> file for the month-end chargeback
WRITE-ADHOC.
    if adh-open-yes then
        move run-date to adh-date
        accept stamp-time from time
        move stamp-time (1:6) to adh-time
        move sign-init to adh-init
        move key-id to adh-id
        move userInput to adh-z
        move key-root to adh-root
        move key-degree to adh-degree
        move key-exp to adh-exp
        move chg-dept to adh-dept
        if master-hit-yes then
            move mast-result to adh-result
            move mast-status to adh-status
            move "M" to adh-src
        else
            move result to adh-result
            move status-code to adh-status
            if status-ok then
                move "C" to adh-src
            else
                move "E" to adh-src
            end-if
        end-if
        if post-done-yes then
            move "Y" to adh-posted
        else
            move "N" to adh-posted
        end-if
        write adh-line from adh-rec
    end-if.
end-write-adhoc.

finish.
    move 0 to iter-used, achieved-acc.
    perform STAMP-LOG.
    move spaces to log-result.
    move 'SESSION END' to log-status.
    write log-line from log-rec.
    if mast-open-yes then
        close master-file
        display "ANSWERS POSTED TO RESULTS MASTER " ct-posted
    end-if.
    if ovj-open-yes then
        close override-journal
    end-if.
    if adh-open-yes then
        close adhoc-file
    end-if.
    close log-file, standard-output.
    stop run.
end-finish.
