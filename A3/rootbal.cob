*> rootbal - independent balancing of the sqrtbaby results master.
*> The master carries a control record at key zero holding the record
*> count, a hash total of the record ids, counts by root type and by
*> stored status, and the adds and replaces the last nightly run made.
*> Every program that adds, replaces, or deletes a master record keeps
*> that record current. This job recomputes every total from the data
*> records themselves, ties them to the control record, and ties the
*> last run's add and replace counts to the night's change journal,
*> so a lost write, a stray delete, or a run that updated the master
*> without journalling is caught the morning after instead of months
*> later. Any imbalance sets a non-zero condition code. With reset on
*> the control card the control record is rewritten from the totals
*> just recomputed - used once to establish it on an existing master,
*> and afterwards only when a supervisor has accepted the imbalance.
*> Answers a clerk posts from sqrtbabyex's interactive mode keep the
*> record count, hash and type and status counts current but are not
*> the nightly run's adds or replaces, so their journal entries are
*> counted apart from the ones tied to the run counts, and so are the
*> purges, restores and recompute flags the master maintenance jobs
*> (rootpurge and rootrevl) journal.
*> The extended-precision master is balanced the same way below the
*> results master, against its own control record and the night's
*> extended journal; a reset resets both control records.

identification division.
program-id. rootbal.
environment division.
input-output section.
file-control.
    select master-file assign to MASTFILE
    organization is indexed
    access is dynamic
    record key is mast-id
    file status is mast-status-fs.
    select journal-file assign to JRNLFILE
    organization is line sequential
    file status is jrnl-status.
    select ext-master-file assign to MASTXFIL
    organization is indexed
    access is dynamic
    record key is mx-id
    file status is mastx-status.
    select xjournal-file assign to JRNLXFIL
    organization is line sequential
    file status is xjrnl-status.
    select control-file assign to BALPARM
    organization is line sequential
    file status is parm-status.
    select standard-output assign to BALRPT.
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
fd journal-file.
    01 jrn-line pic x(171).
fd ext-master-file.
    01 mastx-rec.
       02 mx-id     pic 9(07).
       02 mx-z      pic s9(18)v9(12) sign leading separate.
       02 mx-root   pic x(01).
          88 mx-root-square value "S" "s" " ".
          88 mx-root-cube   value "C" "c".
          88 mx-root-nth    value "N" "n".
       02 mx-degree pic 9(02).
       02 mx-diff   pic v9(12).
       02 mx-result pic x(33).
       02 mx-status pic 9(02).
       02 mx-date   pic 9(08).
       02 mx-dept   pic x(03).
       02 filler    pic x(03).
    01 mastx-ctl.
       02 xctl-id        pic 9(07).
       02 xctl-tag       pic x(03).
       02 xctl-count     pic 9(09) comp-3.
       02 xctl-hash      pic 9(15) comp-3.
       02 xctl-square    pic 9(09) comp-3.
       02 xctl-cube      pic 9(09) comp-3.
       02 xctl-nth       pic 9(09) comp-3.
       02 xctl-stat-ok   pic 9(09) comp-3.
       02 xctl-stat-other pic 9(09) comp-3.
       02 xctl-run-date  pic 9(08).
       02 xctl-run-adds  pic 9(07) comp-3.
       02 xctl-run-repl  pic 9(07) comp-3.
       02 filler         pic x(38).
fd xjournal-file.
    01 xjrn-line pic x(213).
fd control-file.
    01 bal-card.
       02 bal-mode pic x(01).
          88 bal-mode-reset value "R" "r".
       02 filler   pic x(79).
fd standard-output.
    01 out-line pic x(80).
working-storage section.
77 mast-status-fs pic x(02) value "00".
77 jrnl-status    pic x(02) value "00".
77 parm-status    pic x(02) value "00".
77 ct-out-of-bal  pic 9(03) value 0.
77 ct-jrn-read    pic 9(07) value 0.
77 ct-jrn-adds    pic 9(07) value 0.
77 ct-jrn-repl    pic 9(07) value 0.
77 ct-jrn-ovr     pic 9(07) value 0.
77 ct-jrn-adhoc   pic 9(07) value 0.
77 ct-jrn-maint   pic 9(07) value 0.
77 ct-jrn-other   pic 9(07) value 0.
77 jrn-date       pic 9(08) value 0.
77 mastx-status   pic x(02) value "00".
77 xjrnl-status   pic x(02) value "00".
77 ct-xjrn-read   pic 9(07) value 0.
77 ct-xjrn-adds   pic 9(07) value 0.
77 ct-xjrn-repl   pic 9(07) value 0.
77 ct-xjrn-other  pic 9(07) value 0.
77 xjrn-date      pic 9(08) value 0.
77 line-ct     pic 9(03) value 0.
77 page-no     pic 9(04) value 1.
77 lines-per-page pic 9(03) value 55.
01 eof  pic x(01) value "f".
01 reset-wanted pic x(01) value "N".
   88 reset-wanted-yes value "Y".
01 master-bad pic x(01) value "N".
   88 master-bad-yes value "Y".
01 ctl-found pic x(01) value "N".
   88 ctl-found-yes value "Y".
01 jrnl-found pic x(01) value "N".
   88 jrnl-found-yes value "Y".
01 xctl-found pic x(01) value "N".
   88 xctl-found-yes value "Y".
01 xjrnl-found pic x(01) value "N".
   88 xjrnl-found-yes value "Y".
*> whether the master being tied has a control record at all; with
*> none, no total can balance
01 tie-ctl pic x(01) value "N".
   88 tie-ctl-yes value "Y".
*> the control record as found on the master, and the same totals as
*> recomputed from the data records
01 mast-control.
   02 mc-count      pic 9(09) value 0.
   02 mc-hash       pic 9(15) value 0.
   02 mc-square     pic 9(09) value 0.
   02 mc-cube       pic 9(09) value 0.
   02 mc-nth        pic 9(09) value 0.
   02 mc-stat-ok    pic 9(09) value 0.
   02 mc-stat-other pic 9(09) value 0.
   02 mc-run-date   pic 9(08) value 0.
   02 mc-run-adds   pic 9(07) value 0.
   02 mc-run-repl   pic 9(07) value 0.
   02 mc-power      pic 9(09) value 0.
   02 mc-ln         pic 9(09) value 0.
   02 mc-log10      pic 9(09) value 0.
01 recomputed.
   02 rc-count      pic 9(09) value 0.
   02 rc-hash       pic 9(15) value 0.
   02 rc-square     pic 9(09) value 0.
   02 rc-cube       pic 9(09) value 0.
   02 rc-nth        pic 9(09) value 0.
   02 rc-power      pic 9(09) value 0.
   02 rc-ln         pic 9(09) value 0.
   02 rc-log10      pic 9(09) value 0.
   02 rc-stat-ok    pic 9(09) value 0.
   02 rc-stat-other pic 9(09) value 0.
   02 rc-bad-root   pic 9(09) value 0.
*> the extended master's control record and recomputed totals, which
*> have only the three root types
01 xmast-control.
   02 xc-count      pic 9(09) value 0.
   02 xc-hash       pic 9(15) value 0.
   02 xc-square     pic 9(09) value 0.
   02 xc-cube       pic 9(09) value 0.
   02 xc-nth        pic 9(09) value 0.
   02 xc-stat-ok    pic 9(09) value 0.
   02 xc-stat-other pic 9(09) value 0.
   02 xc-run-date   pic 9(08) value 0.
   02 xc-run-adds   pic 9(07) value 0.
   02 xc-run-repl   pic 9(07) value 0.
01 xrecomputed.
   02 xr-count      pic 9(09) value 0.
   02 xr-hash       pic 9(15) value 0.
   02 xr-square     pic 9(09) value 0.
   02 xr-cube       pic 9(09) value 0.
   02 xr-nth        pic 9(09) value 0.
   02 xr-stat-ok    pic 9(09) value 0.
   02 xr-stat-other pic 9(09) value 0.
   02 xr-bad-root   pic 9(09) value 0.
01 xjrn-rec.
   02 xjrn-action pic x(01).
      88 xjrn-add     value "A".
      88 xjrn-replace value "R".
   02 xjrn-run-date pic 9(08).
   02 filler        pic x(204).
01 jrn-rec.
   02 jrn-action pic x(01).
      88 jrn-add      value "A".
      88 jrn-replace  value "R".
      88 jrn-override value "O".
      88 jrn-unlock   value "U".
      88 jrn-adhoc    value "I".
      88 jrn-maint    value "X" "B" "V".
   02 jrn-run-date pic 9(08).
   02 filler       pic x(162).
01 title-line.
   02 filler pic x(9) value spaces.
   02 filler pic x(30) value 'RESULTS MASTER BALANCING'.
   02 filler pic x(26) value spaces.
   02 filler pic x(5) value 'PAGE '.
   02 pg-no  pic zzz9.
01 under-line.
   02 filler pic x(44) value
      '--------------------------------------------'.
01 col-heads.
   02 filler pic x(2) value spaces.
   02 filler pic x(24) value 'TOTAL'.
   02 filler pic x(16) value '  CONTROL RECORD'.
   02 filler pic x(16) value '      RECOMPUTED'.
   02 filler pic x(3) value spaces.
   02 filler pic x(14) value 'RESULT'.
01 underline-2.
   02 filler pic x(2) value spaces.
   02 filler pic x(24) value '------------------------'.
   02 filler pic x(16) value '  --------------'.
   02 filler pic x(16) value '  --------------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(14) value '--------------'.
01 bal-line.
   02 filler     pic x(2) value spaces.
   02 bl-label   pic x(24).
   02 bl-control pic z(15)9.
   02 bl-actual  pic z(15)9.
   02 filler     pic x(3) value spaces.
   02 bl-result  pic x(14).
01 note-line.
   02 filler  pic x(2) value spaces.
   02 nt-text pic x(60).
01 summary-head.
   02 filler pic x(9) value spaces.
   02 filler pic x(17) value 'BALANCING SUMMARY'.
01 summary-under.
   02 filler pic x(9) value spaces.
   02 filler pic x(17) value '-----------------'.
01 summary-line.
   02 sum-label pic x(33).
   02 sum-count pic z(6)9.

procedure division.
    perform READ-CONTROL.
    open output standard-output.
    move page-no to pg-no.
    write out-line from title-line after advancing 0 lines.
    write out-line from under-line after advancing 1 line.
    move 2 to line-ct.
    if reset-wanted-yes then
        open i-o master-file
    else
        open input master-file
    end-if.
    if mast-status-fs not = "00" then
        move 'RESULTS MASTER COULD NOT BE OPENED' to nt-text
        perform PRINT-NOTE
        move "Y" to master-bad
        perform finish
    end-if.
    perform READ-MASTER-CONTROL.
    perform RECOMPUTE-TOTALS.
    perform COUNT-JOURNAL.
    write out-line from col-heads after advancing 2 lines.
    write out-line from underline-2 after advancing 1 line.
    add 3 to line-ct.
    perform TIE-MASTER.
    perform TIE-JOURNAL.
    if reset-wanted-yes then
        perform RESET-CONTROL
    end-if.
    perform BALANCE-XMASTER.
    perform finish.

*> READ-CONTROL looks for the reset option; with no card the job only
*> reports
READ-CONTROL.
    open input control-file.
    if parm-status = "00" then
        read control-file
            at end
                continue
            not at end
                if bal-mode-reset then
                    move "Y" to reset-wanted
                end-if
        end-read
        close control-file
    end-if.
end-read-control.

*> READ-MASTER-CONTROL reads the control record by its key; a master
*> without one cannot balance and says so
READ-MASTER-CONTROL.
    move 0 to mast-id.
    read master-file
        invalid key
            move "N" to ctl-found
            move 'NO CONTROL RECORD ON THE RESULTS MASTER' to nt-text
            perform PRINT-NOTE
            add 1 to ct-out-of-bal
        not invalid key
            move "Y" to ctl-found
            move ctl-count to mc-count
            move ctl-hash to mc-hash
            move ctl-square to mc-square
            move ctl-cube to mc-cube
            move ctl-nth to mc-nth
            move ctl-stat-ok to mc-stat-ok
            move ctl-stat-other to mc-stat-other
            move ctl-run-date to mc-run-date
            move ctl-run-adds to mc-run-adds
            move ctl-run-repl to mc-run-repl
            move ctl-power to mc-power
            move ctl-ln to mc-ln
            move ctl-log10 to mc-log10
    end-read.
end-read-master-control.

*> RECOMPUTE-TOTALS walks every data record past the control record
*> and builds the same totals from scratch; a root-type byte that is
*> none of the known codes is counted on its own, since no control
*> total can account for it
RECOMPUTE-TOTALS.
    move 0 to mast-id.
    start master-file key is > mast-id
        invalid key
            move "t" to eof
    end-start.
    perform until eof = "t"
        read master-file next
        at end
            move "t" to eof
        end-read
        if eof = "f" and mast-status-fs not = "00" then
            move "t" to eof
        end-if
        if eof = "f" then
            add 1 to rc-count
            add mast-id to rc-hash
            if mast-root-square then
                add 1 to rc-square
            else
                if mast-root-cube then
                    add 1 to rc-cube
                else
                    if mast-root-nth then
                        add 1 to rc-nth
                    else
                        if mast-root-power then
                            add 1 to rc-power
                        else
                            if mast-root-ln then
                                add 1 to rc-ln
                            else
                                if mast-root-log10 then
                                    add 1 to rc-log10
                                else
                                    add 1 to rc-bad-root
                                end-if
                            end-if
                        end-if
                    end-if
                end-if
            end-if
            if mast-status = 00 then
                add 1 to rc-stat-ok
            else
                add 1 to rc-stat-other
            end-if
        end-if
    end-perform.
end-recompute-totals.

*> COUNT-JOURNAL counts the night's adds and replaces; a missing or
*> empty journal counts as none, which still has to agree with the
*> control record. Override and unlock entries folded in from the
*> rootovrd screen, and the master maintenance jobs' entries, are
*> counted apart; the run date is taken from the first add or replace
COUNT-JOURNAL.
    open input journal-file.
    if jrnl-status = "00" then
        move "Y" to jrnl-found
        move "f" to eof
        perform until eof = "t"
            read journal-file into jrn-rec
            at end
                move "t" to eof
            end-read
            if eof = "f" then
                add 1 to ct-jrn-read
                if jrn-date = 0 and (jrn-add or jrn-replace) then
                    move jrn-run-date to jrn-date
                end-if
                if jrn-add then
                    add 1 to ct-jrn-adds
                else
                    if jrn-replace then
                        add 1 to ct-jrn-repl
                    else
                        if jrn-override or jrn-unlock then
                            add 1 to ct-jrn-ovr
                        else
                            if jrn-adhoc then
                                add 1 to ct-jrn-adhoc
                            else
                                if jrn-maint then
                                    add 1 to ct-jrn-maint
                                else
                                    add 1 to ct-jrn-other
                                end-if
                            end-if
                        end-if
                    end-if
                end-if
            end-if
        end-perform
        close journal-file
    end-if.
end-count-journal.

TIE-MASTER.
    move ctl-found to tie-ctl.
    move 'RECORD COUNT' to bl-label.
    move mc-count to bl-control.
    move rc-count to bl-actual.
    perform TIE-LINE.
    move 'HASH TOTAL OF IDS' to bl-label.
    move mc-hash to bl-control.
    move rc-hash to bl-actual.
    perform TIE-LINE.
    move 'SQUARE ROOTS' to bl-label.
    move mc-square to bl-control.
    move rc-square to bl-actual.
    perform TIE-LINE.
    move 'CUBE ROOTS' to bl-label.
    move mc-cube to bl-control.
    move rc-cube to bl-actual.
    perform TIE-LINE.
    move 'NTH ROOTS' to bl-label.
    move mc-nth to bl-control.
    move rc-nth to bl-actual.
    perform TIE-LINE.
    move 'POWERS' to bl-label.
    move mc-power to bl-control.
    move rc-power to bl-actual.
    perform TIE-LINE.
    move 'NATURAL LOGARITHMS' to bl-label.
    move mc-ln to bl-control.
    move rc-ln to bl-actual.
    perform TIE-LINE.
    move 'BASE-10 LOGARITHMS' to bl-label.
    move mc-log10 to bl-control.
    move rc-log10 to bl-actual.
    perform TIE-LINE.
    move 'UNKNOWN ROOT TYPE' to bl-label.
    move 0 to bl-control.
    move rc-bad-root to bl-actual.
    perform TIE-LINE.
    move 'STATUS 00' to bl-label.
    move mc-stat-ok to bl-control.
    move rc-stat-ok to bl-actual.
    perform TIE-LINE.
    move 'ANY OTHER STATUS' to bl-label.
    move mc-stat-other to bl-control.
    move rc-stat-other to bl-actual.
    perform TIE-LINE.
end-tie-master.

*> TIE-JOURNAL ties the control record's last-run counts to the
*> night's journal; the run date is only compared when the journal
*> has something in it to date
TIE-JOURNAL.
    if not jrnl-found-yes then
        move 'CHANGE JOURNAL COULD NOT BE OPENED' to nt-text
        perform PRINT-NOTE
        add 1 to ct-out-of-bal
    else
        if jrn-date > 0 then
            move 'JOURNAL RUN DATE' to bl-label
            move mc-run-date to bl-control
            move jrn-date to bl-actual
            perform TIE-LINE
        end-if
        move 'RUN ADDS VS JOURNAL' to bl-label
        move mc-run-adds to bl-control
        move ct-jrn-adds to bl-actual
        perform TIE-LINE
        move 'RUN REPLACES VS JOURNAL' to bl-label
        move mc-run-repl to bl-control
        move ct-jrn-repl to bl-actual
        perform TIE-LINE
    end-if.
end-tie-journal.

TIE-LINE.
    if bl-control = bl-actual and tie-ctl-yes then
        move 'BALANCED' to bl-result
    else
        move 'OUT OF BALANCE' to bl-result
        add 1 to ct-out-of-bal
    end-if.
    perform PAGE-CHECK.
    write out-line from bal-line after advancing 1 line.
    add 1 to line-ct.
end-tie-line.

*> RESET-CONTROL rewrites the control record from the recomputed
*> totals, keeping the last-run fields so tonight's journal still
*> ties; the note makes the reset visible on the signed-off report
RESET-CONTROL.
    move 0 to ctl-id.
    move 'CTL' to ctl-tag.
    move rc-count to ctl-count.
    move rc-hash to ctl-hash.
    move rc-square to ctl-square.
    move rc-cube to ctl-cube.
    move rc-nth to ctl-nth.
    move rc-power to ctl-power.
    move rc-ln to ctl-ln.
    move rc-log10 to ctl-log10.
    move rc-stat-ok to ctl-stat-ok.
    move rc-stat-other to ctl-stat-other.
    if ctl-found-yes then
        move mc-run-date to ctl-run-date
        move mc-run-adds to ctl-run-adds
        move mc-run-repl to ctl-run-repl
        rewrite mast-ctl
    else
        move jrn-date to ctl-run-date
        move ct-jrn-adds to ctl-run-adds
        move ct-jrn-repl to ctl-run-repl
        write mast-ctl
    end-if.
    if mast-status-fs = "00" then
        move 'CONTROL RECORD RESET FROM RECOMPUTED TOTALS' to nt-text
    else
        move 'CONTROL RECORD RESET FAILED' to nt-text
        move "Y" to master-bad
    end-if.
    perform PRINT-NOTE.
end-reset-control.

*> BALANCE-XMASTER opens the extended master and puts it through the
*> same read, recompute, tie and reset as the results master; an
*> extended master that cannot be opened is out of balance but does
*> not stop the results master's report standing
BALANCE-XMASTER.
    move 'EXTENDED-PRECISION MASTER' to nt-text.
    perform PAGE-CHECK.
    write out-line from note-line after advancing 2 lines.
    add 2 to line-ct.
    if reset-wanted-yes then
        open i-o ext-master-file
    else
        open input ext-master-file
    end-if.
    if mastx-status not = "00" then
        move 'EXTENDED MASTER COULD NOT BE OPENED' to nt-text
        perform PRINT-NOTE
        add 1 to ct-out-of-bal
    else
        perform READ-XMASTER-CONTROL
        perform RECOMPUTE-XTOTALS
        perform COUNT-XJOURNAL
        perform TIE-XMASTER
        perform TIE-XJOURNAL
        if reset-wanted-yes then
            perform RESET-XCONTROL
        end-if
        close ext-master-file
    end-if.
end-balance-xmaster.

READ-XMASTER-CONTROL.
    move 0 to mx-id.
    read ext-master-file
        invalid key
            move "N" to xctl-found
            move 'NO CONTROL RECORD ON THE EXTENDED MASTER' to nt-text
            perform PRINT-NOTE
            add 1 to ct-out-of-bal
        not invalid key
            move "Y" to xctl-found
            move xctl-count to xc-count
            move xctl-hash to xc-hash
            move xctl-square to xc-square
            move xctl-cube to xc-cube
            move xctl-nth to xc-nth
            move xctl-stat-ok to xc-stat-ok
            move xctl-stat-other to xc-stat-other
            move xctl-run-date to xc-run-date
            move xctl-run-adds to xc-run-adds
            move xctl-run-repl to xc-run-repl
    end-read.
end-read-xmaster-control.

RECOMPUTE-XTOTALS.
    move "f" to eof.
    move 0 to mx-id.
    start ext-master-file key is > mx-id
        invalid key
            move "t" to eof
    end-start.
    perform until eof = "t"
        read ext-master-file next
        at end
            move "t" to eof
        end-read
        if eof = "f" and mastx-status not = "00" then
            move "t" to eof
        end-if
        if eof = "f" then
            add 1 to xr-count
            add mx-id to xr-hash
            if mx-root-square then
                add 1 to xr-square
            else
                if mx-root-cube then
                    add 1 to xr-cube
                else
                    if mx-root-nth then
                        add 1 to xr-nth
                    else
                        add 1 to xr-bad-root
                    end-if
                end-if
            end-if
            if mx-status = 00 then
                add 1 to xr-stat-ok
            else
                add 1 to xr-stat-other
            end-if
        end-if
    end-perform.
end-recompute-xtotals.

*> COUNT-XJOURNAL counts the night's extended adds and replaces; only
*> the nightly run writes the extended journal
COUNT-XJOURNAL.
    open input xjournal-file.
    if xjrnl-status = "00" then
        move "Y" to xjrnl-found
        move "f" to eof
        perform until eof = "t"
            read xjournal-file into xjrn-rec
            at end
                move "t" to eof
            end-read
            if eof = "f" then
                add 1 to ct-xjrn-read
                if xjrn-date = 0 then
                    move xjrn-run-date to xjrn-date
                end-if
                if xjrn-add then
                    add 1 to ct-xjrn-adds
                else
                    if xjrn-replace then
                        add 1 to ct-xjrn-repl
                    else
                        add 1 to ct-xjrn-other
                    end-if
                end-if
            end-if
        end-perform
        close xjournal-file
    end-if.
end-count-xjournal.

TIE-XMASTER.
    write out-line from col-heads after advancing 2 lines.
    write out-line from underline-2 after advancing 1 line.
    add 3 to line-ct.
    move xctl-found to tie-ctl.
    move 'EXT RECORD COUNT' to bl-label.
    move xc-count to bl-control.
    move xr-count to bl-actual.
    perform TIE-LINE.
    move 'EXT HASH TOTAL OF IDS' to bl-label.
    move xc-hash to bl-control.
    move xr-hash to bl-actual.
    perform TIE-LINE.
    move 'EXT SQUARE ROOTS' to bl-label.
    move xc-square to bl-control.
    move xr-square to bl-actual.
    perform TIE-LINE.
    move 'EXT CUBE ROOTS' to bl-label.
    move xc-cube to bl-control.
    move xr-cube to bl-actual.
    perform TIE-LINE.
    move 'EXT NTH ROOTS' to bl-label.
    move xc-nth to bl-control.
    move xr-nth to bl-actual.
    perform TIE-LINE.
    move 'EXT UNKNOWN ROOT TYPE' to bl-label.
    move 0 to bl-control.
    move xr-bad-root to bl-actual.
    perform TIE-LINE.
    move 'EXT STATUS 00' to bl-label.
    move xc-stat-ok to bl-control.
    move xr-stat-ok to bl-actual.
    perform TIE-LINE.
    move 'EXT ANY OTHER STATUS' to bl-label.
    move xc-stat-other to bl-control.
    move xr-stat-other to bl-actual.
    perform TIE-LINE.
end-tie-xmaster.

TIE-XJOURNAL.
    if not xjrnl-found-yes then
        move 'EXTENDED JOURNAL COULD NOT BE OPENED' to nt-text
        perform PRINT-NOTE
        add 1 to ct-out-of-bal
    else
        if xjrn-date > 0 then
            move 'EXT JOURNAL RUN DATE' to bl-label
            move xc-run-date to bl-control
            move xjrn-date to bl-actual
            perform TIE-LINE
        end-if
        move 'EXT RUN ADDS VS JOURNAL' to bl-label
        move xc-run-adds to bl-control
        move ct-xjrn-adds to bl-actual
        perform TIE-LINE
        move 'EXT RUN REPL VS JOURNAL' to bl-label
        move xc-run-repl to bl-control
        move ct-xjrn-repl to bl-actual
        perform TIE-LINE
    end-if.
end-tie-xjournal.

RESET-XCONTROL.
    move spaces to mastx-ctl.
    move 0 to xctl-id.
    move 'CTL' to xctl-tag.
    move xr-count to xctl-count.
    move xr-hash to xctl-hash.
    move xr-square to xctl-square.
    move xr-cube to xctl-cube.
    move xr-nth to xctl-nth.
    move xr-stat-ok to xctl-stat-ok.
    move xr-stat-other to xctl-stat-other.
    if xctl-found-yes then
        move xc-run-date to xctl-run-date
        move xc-run-adds to xctl-run-adds
        move xc-run-repl to xctl-run-repl
        rewrite mastx-ctl
    else
        move xjrn-date to xctl-run-date
        move ct-xjrn-adds to xctl-run-adds
        move ct-xjrn-repl to xctl-run-repl
        write mastx-ctl
    end-if.
    if mastx-status = "00" then
        move 'EXTENDED CONTROL RECORD RESET FROM RECOMPUTED TOTALS'
            to nt-text
    else
        move 'EXTENDED CONTROL RECORD RESET FAILED' to nt-text
        move "Y" to master-bad
    end-if.
    perform PRINT-NOTE.
end-reset-xcontrol.

PRINT-NOTE.
    perform PAGE-CHECK.
    write out-line from note-line after advancing 1 line.
    add 1 to line-ct.
end-print-note.

PAGE-CHECK.
    if line-ct is greater than or equal to lines-per-page then
        perform NEW-PAGE
    end-if.
end-page-check.

NEW-PAGE.
    add 1 to page-no.
    move page-no to pg-no.
    write out-line from title-line after advancing page.
    write out-line from under-line after advancing 1 line.
    write out-line from col-heads after advancing 1 line.
    write out-line from underline-2 after advancing 1 line.
    move 4 to line-ct.
end-new-page.

*> FINISH sets the condition code: 0 = masters and journals balance,
*> 4 = out of balance but the control records were reset as asked, 8 =
*> out of balance or the extended master could not be opened, 12 =
*> the results master could not be read or a reset failed
FINISH.
    perform PAGE-CHECK.
    write out-line from summary-head after advancing 2 lines.
    write out-line from summary-under after advancing 1 line.
    move 'DATA RECORDS ON MASTER' to sum-label.
    move rc-count to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'JOURNAL ENTRIES READ' to sum-label.
    move ct-jrn-read to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'DATA RECORDS ON EXTENDED MASTER' to sum-label.
    move xr-count to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'EXTENDED JOURNAL ENTRIES READ' to sum-label.
    move ct-xjrn-read to sum-count.
    write out-line from summary-line after advancing 1 line.
    if ct-xjrn-other > 0 then
        move 'EXTENDED ENTRIES NOT RECOGNISED' to sum-label
        move ct-xjrn-other to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    move 'OVERRIDES AND UNLOCKS JOURNALLED' to sum-label.
    move ct-jrn-ovr to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'AD-HOC ANSWERS JOURNALLED' to sum-label.
    move ct-jrn-adhoc to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'MAINTENANCE CHANGES JOURNALLED' to sum-label.
    move ct-jrn-maint to sum-count.
    write out-line from summary-line after advancing 1 line.
    if ct-jrn-other > 0 then
        move 'JOURNAL ENTRIES NOT RECOGNISED' to sum-label
        move ct-jrn-other to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    move 'TOTALS OUT OF BALANCE' to sum-label.
    move ct-out-of-bal to sum-count.
    write out-line from summary-line after advancing 1 line.
    if master-bad-yes then
        move 12 to return-code
    else
        close master-file
        if ct-out-of-bal = 0 then
            move 0 to return-code
        else
            if reset-wanted-yes then
                move 4 to return-code
            else
                move 8 to return-code
            end-if
        end-if
    end-if.
    close standard-output.
    STOP RUN.
end-finish.
