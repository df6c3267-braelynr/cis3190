*> rootrbld - point-in-time rebuild of the sqrtbaby results master. If
*> MASTFILE is damaged, or a bad night has to be backed out, the master
*> is rebuilt here from a known image - the last backup copy of the
*> master or a rootpurge archive generation - by replaying the nightly
*> change journal over it. Each journal entry's after image is put on
*> the rebuilt master by its action (add or replace) and the replay
*> stops at the run date the operator keys on the control card, so
*> the master can be brought back to how it stood at the end of any
*> night the journal still covers. The journal generations must be
*> presented oldest first; an entry whose run date steps backwards is
*> applied but flagged. Every entry applied or skipped is listed, and
*> so is any entry whose before image does not agree with what the
*> rebuilt master held at that point - the sign that a generation is
*> missing from the concatenation or the base image is not the one
*> the operator thought it was. Override and unlock entries keyed on
*> rootovrd, which the nightly run folds into its journal generation,
*> are replayed like replaces, and answers posted from sqrtbabyex's
*> interactive mode like the add or replace their before image shows
*> them to have been. The master maintenance jobs journal the same
*> way: a record rootpurge archived is deleted again, one it restored
*> is put back like an add, and a recompute flag rootrevl set is
*> replayed like a replace. Any control record carried on the
*> base image is dropped; once the replay is done a fresh one is built
*> from the rebuilt records, with the stop date's adds and replaces as
*> its last-run counts so that night's journal still balances.
*> With X on the control card the extended-precision master is rebuilt
*> instead, the same way, from a backup copy of it and the extended
*> journal generations; it has no archive, and only the nightly run's
*> adds and replaces are ever journalled against it.

identification division.
program-id. rootrbld.
environment division.
input-output section.
file-control.
    select base-file assign to BASEFILE
    organization is line sequential
    file status is base-status.
    select journal-file assign to JRNLFILE
    organization is line sequential
    file status is jrnl-status.
    select master-file assign to MASTFILE
    organization is indexed
    access is dynamic
    record key is mast-id
    file status is mast-status-fs.
    select ext-master-file assign to MASTXFIL
    organization is indexed
    access is dynamic
    record key is mx-id
    file status is mastx-status.
    select control-file assign to RBLDPARM
    organization is line sequential
    file status is parm-status.
    select standard-output assign to RBLDRPT.
data division.
file section.
fd base-file.
    01 base-rec.
       02 base-id   pic 9(07).
       02 filler    pic x(95).
fd journal-file.
    01 jrn-line pic x(213).
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
fd control-file.
    01 rb-card.
       02 rb-base-type pic x(01).
          88 rb-base-backup  value "B" "b" " ".
          88 rb-base-archive value "A" "a".
       02 rb-base-date pic 9(08).
       02 rb-stop-date pic 9(08).
       02 rb-master    pic x(01).
          88 rb-master-results  value "R" "r" " ".
          88 rb-master-extended value "X" "x".
       02 filler       pic x(62).
fd standard-output.
    01 out-line pic x(132).
working-storage section.
77 base-status    pic x(02) value "00".
77 jrnl-status    pic x(02) value "00".
77 mast-status-fs pic x(02) value "00".
77 mastx-status   pic x(02) value "00".
77 out-status     pic x(02) value "00".
77 parm-status    pic x(02) value "00".
77 rp-id          pic 9(07) value 0.
77 base-date    pic 9(08) value 0.
77 stop-date    pic 9(08) value 0.
77 last-jrn-date pic 9(08) value 0.
77 ct-base-read   pic 9(07) value 0.
77 ct-base-loaded pic 9(07) value 0.
77 ct-base-dup    pic 9(07) value 0.
77 ct-base-bad    pic 9(07) value 0.
77 ct-jrn-read    pic 9(07) value 0.
77 ct-in-base     pic 9(07) value 0.
77 ct-after-stop  pic 9(07) value 0.
77 ct-applied-add pic 9(07) value 0.
77 ct-applied-rep pic 9(07) value 0.
77 ct-applied-ovr pic 9(07) value 0.
77 ct-applied-adhoc pic 9(07) value 0.
77 ct-applied-purge pic 9(07) value 0.
77 ct-applied-rest  pic 9(07) value 0.
77 ct-applied-flag  pic 9(07) value 0.
77 ct-mismatch    pic 9(07) value 0.
77 ct-unknown     pic 9(07) value 0.
77 ct-unreadable  pic 9(07) value 0.
77 ct-out-of-seq  pic 9(07) value 0.
77 ct-base-ctl    pic 9(07) value 0.
77 ct-stop-adds   pic 9(07) value 0.
77 ct-stop-repl   pic 9(07) value 0.
77 line-ct     pic 9(03) value 0.
77 page-no     pic 9(04) value 1.
77 lines-per-page pic 9(03) value 55.
01 eof  pic x(01) value "f".
01 parm-bad pic x(01) value "N".
   88 parm-bad-yes value "Y".
01 rebuild-bad pic x(01) value "N".
   88 rebuild-bad-yes value "Y".
01 base-kind pic x(01) value "B".
   88 base-kind-archive value "A".
01 ext-mode pic x(01) value "N".
   88 ext-mode-yes value "Y".
01 base-dup pic x(01) value "N".
   88 base-dup-yes value "Y".
01 entry-bad pic x(01) value "N".
   88 entry-bad-yes value "Y".
01 mast-found pic x(01) value "N".
   88 mast-found-yes value "Y".
*> the fresh control record, built from the rebuilt data records
01 mast-control.
   02 mc-count      pic 9(09) value 0.
   02 mc-hash       pic 9(15) value 0.
   02 mc-square     pic 9(09) value 0.
   02 mc-cube       pic 9(09) value 0.
   02 mc-nth        pic 9(09) value 0.
   02 mc-stat-ok    pic 9(09) value 0.
   02 mc-stat-other pic 9(09) value 0.
   02 mc-power      pic 9(09) value 0.
   02 mc-ln         pic 9(09) value 0.
   02 mc-log10      pic 9(09) value 0.
01 xmast-control.
   02 xc-count      pic 9(09) value 0.
   02 xc-hash       pic 9(15) value 0.
   02 xc-square     pic 9(09) value 0.
   02 xc-cube       pic 9(09) value 0.
   02 xc-nth        pic 9(09) value 0.
   02 xc-stat-ok    pic 9(09) value 0.
   02 xc-stat-other pic 9(09) value 0.
*> the journal record exactly as sqrtbaby writes it; only the id and
*> stored result of the two images are needed here, the rest rides
*> along as a whole image to be written or compared
01 jrn-rec.
   02 jrn-action pic x(01).
      88 jrn-add      value "A".
      88 jrn-replace  value "R".
      88 jrn-override value "O".
      88 jrn-unlock   value "U".
      88 jrn-adhoc    value "I".
      88 jrn-purge    value "X".
      88 jrn-restore  value "B".
      88 jrn-reflag   value "V".
   02 jrn-run-date pic 9(08).
   02 jrn-before.
      03 jb-id     pic 9(07).
      03 filler    pic x(25).
      03 jb-result pic x(19).
      03 filler    pic x(30).
   02 jrn-after.
      03 ja-id     pic 9(07).
      03 filler    pic x(74).
*> the extended journal record, the same shape with 102-byte images;
*> the action and run date sit where they do on jrn-rec
01 xjrn-rec.
   02 xjrn-action   pic x(01).
   02 xjrn-run-date pic 9(08).
   02 xjrn-before.
      03 xb-id     pic 9(07).
      03 filler    pic x(46).
      03 xb-result pic x(33).
      03 filler    pic x(16).
   02 xjrn-after.
      03 xa-id     pic 9(07).
      03 filler    pic x(95).
01 title-line.
   02 filler pic x(9) value spaces.
   02 filler pic x(36) value 'RESULTS MASTER POINT-IN-TIME REBUILD'.
   02 filler pic x(20) value spaces.
   02 filler pic x(5) value 'PAGE '.
   02 pg-no  pic zzz9.
01 under-line.
   02 filler pic x(44) value
      '--------------------------------------------'.
01 mode-line.
   02 filler  pic x(2) value spaces.
   02 md-label pic x(24).
   02 md-text pic x(40).
01 col-heads.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value 'REC ID'.
   02 filler pic x(3) value spaces.
   02 filler pic x(8) value 'ACTION'.
   02 filler pic x(3) value spaces.
   02 filler pic x(8) value 'RUN DATE'.
   02 filler pic x(3) value spaces.
   02 filler pic x(44) value 'DISPOSITION'.
01 underline-2.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value '------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(8) value '--------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(8) value '--------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(44) value
      '--------------------------------------------'.
01 detail-line.
   02 filler    pic x(2) value spaces.
   02 det-id    pic z(6)9.
   02 filler    pic x(2) value spaces.
   02 det-act   pic x(08).
   02 filler    pic x(3) value spaces.
   02 det-date  pic x(08).
   02 filler    pic x(3) value spaces.
   02 det-text  pic x(44).
*> a mismatch prints a second line with the two results side by side
*> so the operator can see which night's answer is missing
01 mismatch-line.
   02 filler    pic x(32) value spaces.
   02 filler    pic x(15) value 'JOURNAL BEFORE '.
   02 mm-before pic x(19).
   02 filler    pic x(12) value '  ON MASTER '.
   02 mm-master pic x(19).
01 xmismatch-line.
   02 filler     pic x(32) value spaces.
   02 filler     pic x(15) value 'JOURNAL BEFORE '.
   02 xmm-before pic x(33).
   02 filler     pic x(12) value '  ON MASTER '.
   02 xmm-master pic x(33).
01 summary-head.
   02 filler pic x(9) value spaces.
   02 filler pic x(15) value 'REBUILD SUMMARY'.
01 summary-under.
   02 filler pic x(9) value spaces.
   02 filler pic x(15) value '---------------'.
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
    if parm-bad-yes then
        move 'CONTROL CARD' to md-label
        move 'MISSING OR INVALID - NOTHING DONE' to md-text
        write out-line from mode-line after advancing 1 line
        close standard-output
        move 12 to return-code
        stop run
    end-if.
    move 'MASTER REBUILT' to md-label.
    if ext-mode-yes then
        move 'EXTENDED-PRECISION MASTER' to md-text
    else
        move 'RESULTS MASTER' to md-text
    end-if.
    write out-line from mode-line after advancing 1 line.
    move 'BASE IMAGE' to md-label.
    if base-kind-archive then
        move 'ROOTPURGE ARCHIVE GENERATION' to md-text
    else
        move 'BACKUP COPY OF THE MASTER' to md-text
    end-if.
    write out-line from mode-line after advancing 1 line.
    move 'BASE IMAGE TAKEN AFTER' to md-label.
    if base-date = 0 then
        move 'NOT GIVEN - WHOLE JOURNAL REPLAYED' to md-text
    else
        move base-date to md-text
    end-if.
    write out-line from mode-line after advancing 1 line.
    move 'REPLAY THROUGH RUN DATE' to md-label.
    move stop-date to md-text.
    write out-line from mode-line after advancing 1 line.
    write out-line from col-heads after advancing 2 lines.
    write out-line from underline-2 after advancing 1 line.
    move 9 to line-ct.
    perform LOAD-BASE.
    if not rebuild-bad-yes then
        perform REPLAY-JOURNAL
    end-if.
    if not rebuild-bad-yes then
        if ext-mode-yes then
            perform BUILD-XCONTROL
        else
            perform BUILD-CONTROL
        end-if
    end-if.
    perform finish.

*> READ-CONTROL picks up the base image type, the run date the base
*> image was taken after (journal entries up to and including that
*> date are already in it), the run date to replay through, and which
*> master is rebuilt; no stop date, a stop date before the base date,
*> or an archive base for the extended master, which has none, stops
*> the job before it creates anything
READ-CONTROL.
    open input control-file.
    if parm-status not = "00" then
        move "Y" to parm-bad
    else
        read control-file
            at end
                move "Y" to parm-bad
            not at end
                if rb-stop-date is numeric and rb-stop-date > 0 then
                    move rb-stop-date to stop-date
                else
                    move "Y" to parm-bad
                end-if
                if rb-base-date is numeric then
                    move rb-base-date to base-date
                else
                    move "Y" to parm-bad
                end-if
                if rb-base-archive then
                    move "A" to base-kind
                else
                    if not rb-base-backup then
                        move "Y" to parm-bad
                    end-if
                end-if
                if base-date > stop-date then
                    move "Y" to parm-bad
                end-if
                if rb-master-extended then
                    move "Y" to ext-mode
                    if base-kind-archive then
                        move "Y" to parm-bad
                    end-if
                else
                    if not rb-master-results then
                        move "Y" to parm-bad
                    end-if
                end-if
        end-read
        close control-file
    end-if.
end-read-control.

*> LOAD-BASE creates the rebuilt master and loads it from the base
*> image; a record without a numeric id, or a second copy of an id
*> already loaded, is listed and left out rather than stopping the
*> rebuild
LOAD-BASE.
    open input base-file.
    if base-status not = "00" then
        move 0 to det-id
        move spaces to det-act, det-date
        move 'BASE IMAGE COULD NOT BE OPENED' to det-text
        write out-line from detail-line after advancing 1 line
        add 1 to line-ct
        move "Y" to rebuild-bad
    end-if.
    if not rebuild-bad-yes then
        if ext-mode-yes then
            open output ext-master-file
            move mastx-status to out-status
        else
            open output master-file
            move mast-status-fs to out-status
        end-if
        if out-status not = "00" then
            move 0 to det-id
            move spaces to det-act, det-date
            move 'REBUILT MASTER COULD NOT BE CREATED' to det-text
            write out-line from detail-line after advancing 1 line
            add 1 to line-ct
            move "Y" to rebuild-bad
            close base-file
        end-if
    end-if.
    if not rebuild-bad-yes then
        move "f" to eof
        perform until eof = "t"
            read base-file
            at end
                move "t" to eof
            end-read
            if eof = "f" then
                add 1 to ct-base-read
                perform LOAD-BASE-RECORD
            end-if
        end-perform
        if ext-mode-yes then
            close base-file, ext-master-file
        else
            close base-file, master-file
        end-if
    end-if.
end-load-base.

LOAD-BASE-RECORD.
    if base-id is numeric and base-id = 0 then
        add 1 to ct-base-ctl
    else
    if base-id is not numeric then
        add 1 to ct-base-bad
        perform PAGE-CHECK
        move 0 to det-id
        move 'BASE' to det-act
        move spaces to det-date
        move 'BASE RECORD ID NOT NUMERIC - LEFT OUT' to det-text
        write out-line from detail-line after advancing 1 line
        add 1 to line-ct
    else
        move "N" to base-dup
        if ext-mode-yes then
            move base-rec to mastx-rec
            write mastx-rec
                invalid key
                    move "Y" to base-dup
            end-write
        else
            move base-rec to mast-rec
            write mast-rec
                invalid key
                    move "Y" to base-dup
            end-write
        end-if
        if base-dup-yes then
            add 1 to ct-base-dup
            perform PAGE-CHECK
            move base-id to det-id
            move 'BASE' to det-act
            move spaces to det-date
            move 'DUPLICATE ID ON BASE - FIRST COPY KEPT'
                to det-text
            write out-line from detail-line after advancing 1 line
            add 1 to line-ct
        else
            add 1 to ct-base-loaded
        end-if
    end-if
    end-if.
end-load-base-record.

*> REPLAY-JOURNAL reads the journal generations in the order given;
*> entries already covered by the base image and entries past the
*> stop date are only counted, everything between is applied
REPLAY-JOURNAL.
    if ext-mode-yes then
        open i-o ext-master-file
        move mastx-status to out-status
    else
        open i-o master-file
        move mast-status-fs to out-status
    end-if.
    if out-status not = "00" then
        move 0 to det-id
        move spaces to det-act, det-date
        move 'REBUILT MASTER COULD NOT BE REOPENED' to det-text
        write out-line from detail-line after advancing 1 line
        add 1 to line-ct
        move "Y" to rebuild-bad
    end-if.
    if not rebuild-bad-yes then
        open input journal-file
        if jrnl-status not = "00" then
            move 0 to det-id
            move spaces to det-act, det-date
            move 'JOURNAL COULD NOT BE OPENED' to det-text
            write out-line from detail-line after advancing 1 line
            add 1 to line-ct
            move "Y" to rebuild-bad
            if ext-mode-yes then
                close ext-master-file
            else
                close master-file
            end-if
        end-if
    end-if.
    if not rebuild-bad-yes then
        move "f" to eof
        perform until eof = "t"
            read journal-file into jrn-rec
            at end
                move "t" to eof
            end-read
            if eof = "f" then
                add 1 to ct-jrn-read
                if ext-mode-yes then
                    move jrn-line to xjrn-rec
                end-if
                perform REPLAY-ENTRY
            end-if
        end-perform
        if ext-mode-yes then
            close journal-file, ext-master-file
        else
            close journal-file, master-file
        end-if
    end-if.
end-replay-journal.

*> REPLAY-ENTRY works from the action and run date, which lead both
*> journal layouts, and the after image's id, which does not; a purge
*> has no after image, so its id is taken from the before image
REPLAY-ENTRY.
    move "N" to entry-bad.
    if ext-mode-yes then
        if xa-id is numeric then
            move xa-id to rp-id
        else
            move "Y" to entry-bad
        end-if
    else
        if jrn-purge then
            if jb-id is numeric then
                move jb-id to rp-id
            else
                move "Y" to entry-bad
            end-if
        else
            if ja-id is numeric then
                move ja-id to rp-id
            else
                move "Y" to entry-bad
            end-if
        end-if
    end-if.
    if jrn-run-date is not numeric or entry-bad-yes then
        add 1 to ct-unreadable
        move 0 to det-id
        move jrn-action to det-act
        move spaces to det-date
        move 'JOURNAL ENTRY UNREADABLE - SKIPPED' to det-text
        perform PRINT-DETAIL
    else
        if jrn-run-date < last-jrn-date then
            add 1 to ct-out-of-seq
            move rp-id to det-id
            move jrn-action to det-act
            move jrn-run-date to det-date
            move 'RUN DATE OUT OF ORDER - CHECK GENERATIONS'
                to det-text
            perform PRINT-DETAIL
        end-if
        move jrn-run-date to last-jrn-date
        if jrn-run-date <= base-date then
            add 1 to ct-in-base
        else
            if jrn-run-date > stop-date then
                add 1 to ct-after-stop
            else
                if ext-mode-yes then
                    perform APPLY-X-ENTRY
                else
                    perform APPLY-ENTRY
                end-if
            end-if
        end-if
    end-if.
end-replay-entry.

*> APPLY-ENTRY puts the after image on the rebuilt master. An add is
*> expected to find nothing there and a replace is expected to find
*> exactly its before image; when either expectation fails the entry
*> is still applied, since the journal is the record of what the
*> night actually wrote, but it is listed as a mismatch. A purge takes
*> the record off again, and expects to find its before image there
APPLY-ENTRY.
    move rp-id to mast-id, det-id.
    move jrn-run-date to det-date.
    read master-file
        invalid key
            move "N" to mast-found
        not invalid key
            move "Y" to mast-found
    end-read.
    if jrn-add or jrn-restore
            or (jrn-adhoc and jrn-before = spaces) then
        if jrn-add then
            move 'ADD' to det-act
        else
            if jrn-restore then
                move 'RESTORE' to det-act
            else
                move 'AD-HOC' to det-act
            end-if
        end-if
        if mast-found-yes then
            add 1 to ct-mismatch
            move 'APPLIED - ID WAS ALREADY ON REBUILT MASTER'
                to det-text
            perform PRINT-DETAIL
            move spaces to mm-before
            move mast-result to mm-master
            perform PRINT-MISMATCH
            move jrn-after to mast-rec
            rewrite mast-rec
        else
            move 'APPLIED' to det-text
            perform PRINT-DETAIL
            move jrn-after to mast-rec
            write mast-rec
        end-if
        if jrn-add then
            add 1 to ct-applied-add
            if jrn-run-date = stop-date then
                add 1 to ct-stop-adds
            end-if
        else
            if jrn-restore then
                add 1 to ct-applied-rest
            else
                add 1 to ct-applied-adhoc
            end-if
        end-if
    else
        if jrn-replace or jrn-override or jrn-unlock or jrn-adhoc
                or jrn-reflag then
            if jrn-replace then
                move 'REPLACE' to det-act
            else
                if jrn-override then
                    move 'OVERRIDE' to det-act
                else
                    if jrn-unlock then
                        move 'UNLOCK' to det-act
                    else
                        if jrn-reflag then
                            move 'REVERIFY' to det-act
                        else
                            move 'AD-HOC' to det-act
                        end-if
                    end-if
                end-if
            end-if
            if not mast-found-yes then
                add 1 to ct-mismatch
                move 'APPLIED - ID WAS NOT ON REBUILT MASTER'
                    to det-text
                perform PRINT-DETAIL
                move jb-result to mm-before
                move spaces to mm-master
                perform PRINT-MISMATCH
                move jrn-after to mast-rec
                write mast-rec
            else
                if mast-rec not = jrn-before then
                    add 1 to ct-mismatch
                    move 'APPLIED - BEFORE IMAGE DOES NOT MATCH'
                        to det-text
                    perform PRINT-DETAIL
                    move jb-result to mm-before
                    move mast-result to mm-master
                    perform PRINT-MISMATCH
                else
                    move 'APPLIED' to det-text
                    perform PRINT-DETAIL
                end-if
                move jrn-after to mast-rec
                rewrite mast-rec
            end-if
            if jrn-replace then
                add 1 to ct-applied-rep
                if jrn-run-date = stop-date then
                    add 1 to ct-stop-repl
                end-if
            else
                if jrn-adhoc then
                    add 1 to ct-applied-adhoc
                else
                    if jrn-reflag then
                        add 1 to ct-applied-flag
                    else
                        add 1 to ct-applied-ovr
                    end-if
                end-if
            end-if
        else
            if jrn-purge then
                perform APPLY-PURGE
            else
                add 1 to ct-unknown
                move jrn-action to det-act
                move 'UNKNOWN JOURNAL ACTION - SKIPPED' to det-text
                perform PRINT-DETAIL
            end-if
        end-if
    end-if.
end-apply-entry.

APPLY-PURGE.
    move 'PURGE' to det-act.
    if not mast-found-yes then
        add 1 to ct-mismatch
        move 'NOT APPLIED - ID WAS NOT ON REBUILT MASTER' to det-text
        perform PRINT-DETAIL
        move jb-result to mm-before
        move spaces to mm-master
        perform PRINT-MISMATCH
    else
        if mast-rec not = jrn-before then
            add 1 to ct-mismatch
            move 'APPLIED - BEFORE IMAGE DOES NOT MATCH' to det-text
            perform PRINT-DETAIL
            move jb-result to mm-before
            move mast-result to mm-master
            perform PRINT-MISMATCH
        else
            move 'APPLIED' to det-text
            perform PRINT-DETAIL
        end-if
        delete master-file record
        add 1 to ct-applied-purge
    end-if.
end-apply-purge.

*> BUILD-CONTROL sweeps the rebuilt master and writes its control
*> record at key zero
BUILD-CONTROL.
    open i-o master-file.
    move 0 to mast-id.
    move "f" to eof.
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
            add 1 to mc-count
            add mast-id to mc-hash
            if mast-root-square then
                add 1 to mc-square
            else
                if mast-root-cube then
                    add 1 to mc-cube
                else
                    if mast-root-nth then
                        add 1 to mc-nth
                    else
                        if mast-root-power then
                            add 1 to mc-power
                        else
                            if mast-root-ln then
                                add 1 to mc-ln
                            else
                                if mast-root-log10 then
                                    add 1 to mc-log10
                                end-if
                            end-if
                        end-if
                    end-if
                end-if
            end-if
            if mast-status = 00 then
                add 1 to mc-stat-ok
            else
                add 1 to mc-stat-other
            end-if
        end-if
    end-perform.
    move 0 to ctl-id.
    move 'CTL' to ctl-tag.
    move mc-count to ctl-count.
    move mc-hash to ctl-hash.
    move mc-square to ctl-square.
    move mc-cube to ctl-cube.
    move mc-nth to ctl-nth.
    move mc-power to ctl-power.
    move mc-ln to ctl-ln.
    move mc-log10 to ctl-log10.
    move mc-stat-ok to ctl-stat-ok.
    move mc-stat-other to ctl-stat-other.
    move stop-date to ctl-run-date.
    move ct-stop-adds to ctl-run-adds.
    move ct-stop-repl to ctl-run-repl.
    write mast-ctl
        invalid key
            rewrite mast-ctl
    end-write.
    close master-file.
end-build-control.

*> APPLY-X-ENTRY is APPLY-ENTRY for the extended master, whose journal
*> carries only adds and replaces
APPLY-X-ENTRY.
    move xa-id to mx-id, det-id.
    move jrn-run-date to det-date.
    read ext-master-file
        invalid key
            move "N" to mast-found
        not invalid key
            move "Y" to mast-found
    end-read.
    if jrn-add then
        move 'ADD' to det-act
        if mast-found-yes then
            add 1 to ct-mismatch
            move 'APPLIED - ID WAS ALREADY ON REBUILT MASTER'
                to det-text
            perform PRINT-DETAIL
            move spaces to xmm-before
            move mx-result to xmm-master
            perform PRINT-X-MISMATCH
            move xjrn-after to mastx-rec
            rewrite mastx-rec
        else
            move 'APPLIED' to det-text
            perform PRINT-DETAIL
            move xjrn-after to mastx-rec
            write mastx-rec
        end-if
        add 1 to ct-applied-add
        if jrn-run-date = stop-date then
            add 1 to ct-stop-adds
        end-if
    else
        if jrn-replace then
            move 'REPLACE' to det-act
            if not mast-found-yes then
                add 1 to ct-mismatch
                move 'APPLIED - ID WAS NOT ON REBUILT MASTER'
                    to det-text
                perform PRINT-DETAIL
                move xb-result to xmm-before
                move spaces to xmm-master
                perform PRINT-X-MISMATCH
                move xjrn-after to mastx-rec
                write mastx-rec
            else
                if mastx-rec not = xjrn-before then
                    add 1 to ct-mismatch
                    move 'APPLIED - BEFORE IMAGE DOES NOT MATCH'
                        to det-text
                    perform PRINT-DETAIL
                    move xb-result to xmm-before
                    move mx-result to xmm-master
                    perform PRINT-X-MISMATCH
                else
                    move 'APPLIED' to det-text
                    perform PRINT-DETAIL
                end-if
                move xjrn-after to mastx-rec
                rewrite mastx-rec
            end-if
            add 1 to ct-applied-rep
            if jrn-run-date = stop-date then
                add 1 to ct-stop-repl
            end-if
        else
            add 1 to ct-unknown
            move jrn-action to det-act
            move 'UNKNOWN JOURNAL ACTION - SKIPPED' to det-text
            perform PRINT-DETAIL
        end-if
    end-if.
end-apply-x-entry.

*> BUILD-XCONTROL is BUILD-CONTROL for the extended master
BUILD-XCONTROL.
    open i-o ext-master-file.
    move 0 to mx-id.
    move "f" to eof.
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
            add 1 to xc-count
            add mx-id to xc-hash
            if mx-root-square then
                add 1 to xc-square
            else
                if mx-root-cube then
                    add 1 to xc-cube
                else
                    if mx-root-nth then
                        add 1 to xc-nth
                    end-if
                end-if
            end-if
            if mx-status = 00 then
                add 1 to xc-stat-ok
            else
                add 1 to xc-stat-other
            end-if
        end-if
    end-perform.
    move spaces to mastx-ctl.
    move 0 to xctl-id.
    move 'CTL' to xctl-tag.
    move xc-count to xctl-count.
    move xc-hash to xctl-hash.
    move xc-square to xctl-square.
    move xc-cube to xctl-cube.
    move xc-nth to xctl-nth.
    move xc-stat-ok to xctl-stat-ok.
    move xc-stat-other to xctl-stat-other.
    move stop-date to xctl-run-date.
    move ct-stop-adds to xctl-run-adds.
    move ct-stop-repl to xctl-run-repl.
    write mastx-ctl
        invalid key
            rewrite mastx-ctl
    end-write.
    close ext-master-file.
end-build-xcontrol.

PRINT-DETAIL.
    perform PAGE-CHECK.
    write out-line from detail-line after advancing 1 line.
    add 1 to line-ct.
end-print-detail.

PRINT-MISMATCH.
    perform PAGE-CHECK.
    write out-line from mismatch-line after advancing 1 line.
    add 1 to line-ct.
end-print-mismatch.

PRINT-X-MISMATCH.
    perform PAGE-CHECK.
    write out-line from xmismatch-line after advancing 1 line.
    add 1 to line-ct.
end-print-x-mismatch.

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

*> FINISH prints the counts and sets the condition code: 0 for a clean
*> replay, 4 when anything was skipped as unreadable or unknown, out
*> of order, or applied over a mismatch, 12 when the base image or the
*> journal could not be read at all
FINISH.
    perform PAGE-CHECK.
    write out-line from summary-head after advancing 2 lines.
    write out-line from summary-under after advancing 1 line.
    move 'BASE IMAGE RECORDS READ' to sum-label.
    move ct-base-read to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'BASE RECORDS LOADED' to sum-label.
    move ct-base-loaded to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'BASE CONTROL RECORD DROPPED' to sum-label.
    move ct-base-ctl to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'BASE RECORDS LEFT OUT' to sum-label.
    compute sum-count = ct-base-dup + ct-base-bad.
    write out-line from summary-line after advancing 1 line.
    move 'JOURNAL ENTRIES READ' to sum-label.
    move ct-jrn-read to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'SKIPPED - ALREADY IN BASE IMAGE' to sum-label.
    move ct-in-base to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'SKIPPED - AFTER STOP DATE' to sum-label.
    move ct-after-stop to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'SKIPPED - UNREADABLE OR UNKNOWN' to sum-label.
    compute sum-count = ct-unreadable + ct-unknown.
    write out-line from summary-line after advancing 1 line.
    move 'ADDS APPLIED' to sum-label.
    move ct-applied-add to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'REPLACES APPLIED' to sum-label.
    move ct-applied-rep to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'OVERRIDES AND UNLOCKS APPLIED' to sum-label.
    move ct-applied-ovr to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'AD-HOC ANSWERS APPLIED' to sum-label.
    move ct-applied-adhoc to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'PURGES APPLIED' to sum-label.
    move ct-applied-purge to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'RESTORES APPLIED' to sum-label.
    move ct-applied-rest to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'RECOMPUTE FLAGS APPLIED' to sum-label.
    move ct-applied-flag to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'BEFORE-IMAGE MISMATCHES' to sum-label.
    move ct-mismatch to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'ENTRIES OUT OF RUN-DATE ORDER' to sum-label.
    move ct-out-of-seq to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'RECORDS ON REBUILT MASTER' to sum-label.
    if ext-mode-yes then
        move xc-count to sum-count
    else
        move mc-count to sum-count
    end-if.
    write out-line from summary-line after advancing 1 line.
    close standard-output.
    if rebuild-bad-yes then
        move 12 to return-code
    else
        if ct-mismatch > 0 or ct-unknown > 0 or ct-unreadable > 0
                or ct-out-of-seq > 0 or ct-base-dup > 0
                or ct-base-bad > 0 then
            move 4 to return-code
        else
            move 0 to return-code
        end-if
    end-if.
    STOP RUN.
end-finish.
