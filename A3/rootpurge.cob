*> restore mode the archive generation is read back and each record is
*> put back on the master without recomputing, unless the id has since
*> reappeared there, in which case the live answer is left alone and
*> the skip is reported. Either way the master's control record at
*> key zero is brought up to date for every record deleted or put
*> back, so the morning balancing still ties, and every delete and
*> restore is journalled to the override journal, which the nightly
*> run folds into its journal generation, so a rebuild replays it.

identification division.
program-id. rootpurge.
    file status is arch-status.
    select control-file assign to PRGPARM
    organization is line sequential.
    select override-journal assign to OVRDJRNL
    organization is line sequential
    file status is ovj-status.
    select standard-output assign to PURGERPT.
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
fd archive-file.
    01 arc-rec.
       02 arc-id     pic 9(07).
       02 arc-z      pic s9(10)v9(6) sign leading separate.
       02 arc-root   pic x(01).
       02 arc-degree pic 9(02).
       02 arc-date   pic 9(08).
       02 arc-dept   pic x(03).
       02 arc-reverify pic x(01).
       02 arc-lock     pic x(01).
       02 arc-ovr-reason pic 9(02).
       02 arc-ovr-init pic x(03).
       02 arc-exp    pic s9(03)v9(6) sign leading separate.
fd control-file.
    01 prg-card.
       02 prg-mode pic x(01).
          88 prg-mode-restore value "R" "r".
       02 prg-days pic 9(05).
       02 filler   pic x(74).
fd override-journal.
    01 ovj-line pic x(171).
fd standard-output.
    01 out-line pic x(80).
working-storage section.
77 mast-status-fs pic x(02) value "00".
77 arch-status    pic x(02) value "00".
77 ovj-status     pic x(02) value "00".
77 run-date     pic 9(08).
77 keep-days    pic 9(05) value 0.
77 age-days     pic s9(07).
77 ct-scanned   pic 9(07) value 0.
77 ct-archived  pic 9(07) value 0.
77 ct-kept      pic 9(07) value 0.
77 ct-locked    pic 9(07) value 0.
77 ct-restored  pic 9(07) value 0.
77 ct-skipped   pic 9(07) value 0.
77 line-ct     pic 9(03) value 0.
01 eof  pic x(01) value "f".
01 parm-bad pic x(01) value "N".
   88 parm-bad-yes value "Y".
*> the master's control record, held while the job runs and written
*> back at the end; cw- fields carry the record being deleted or put
*> back, since the record area cannot be trusted once the I-O is done
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
01 ctl-found pic x(01) value "N".
   88 ctl-found-yes value "Y".
77 cw-id     pic 9(07).
01 cw-root   pic x(01).
   88 cw-root-square value "S" "s" " ".
   88 cw-root-cube   value "C" "c".
   88 cw-root-nth    value "N" "n".
   88 cw-root-power  value "P" "p".
   88 cw-root-ln     value "L" "l".
   88 cw-root-log10  value "D" "d".
77 cw-status pic 9(02).
*> the journal entry for a record archived (X, after image blank) or
*> put back (B, before image blank), in the nightly journal's layout
01 jrn-rec.
   02 jrn-action pic x(01).
   02 jrn-run-date pic 9(08).
   02 jrn-before pic x(81).
   02 jrn-after  pic x(81).
*> archived records are tallied in a small matrix, one row per root
*> type and one column per age band, so the report answers the desk's
*> only real question - what left the file and how stale it was
01 purge-matrix.
   02 pm-root occurs 6.
      03 pm-band pic 9(07) occurs 3.
01 band-labels.
   02 filler pic x(16) value 'UNDER 1 YEAR    '.
   02 filler pic x(07) value 'SQUARE '.
   02 filler pic x(07) value 'CUBE   '.
   02 filler pic x(07) value 'NTH    '.
   02 filler pic x(07) value 'POWER  '.
   02 filler pic x(07) value 'LN     '.
   02 filler pic x(07) value 'LOG10  '.
01 root-label-table redefines root-labels.
   02 root-label pic x(07) occurs 6.
01 title-line.
   02 filler pic x(9) value spaces.
   02 filler pic x(35) value 'RESULTS MASTER PURGE AND ARCHIVE'.
01 mode-line.
   02 filler  pic x(2) value spaces.
   02 filler  pic x(5) value 'MODE '.
   02 md-text pic x(60).
01 retain-line.
   02 filler  pic x(2) value spaces.
   02 filler  pic x(22) value 'RETENTION PERIOD DAYS '.
   02 mx-count pic z(6)9.
01 detail-line.
   02 filler   pic x(2) value spaces.
   02 det-id   pic z(6)9.
   02 filler   pic x(2) value spaces.
   02 det-text pic x(44).
01 summary-head.
   02 filler pic x(9) value spaces.
        move 8 to return-code
        stop run
    end-if.
    open extend override-journal.
    if ovj-status = "35" then
        open output override-journal
    end-if.
    if ovj-status not = "00" then
        move 'OVERRIDE JOURNAL COULD NOT BE OPENED - NOTHING DONE'
            to md-text
        write out-line from mode-line after advancing 1 line
        close standard-output
        move 8 to return-code
        stop run
    end-if.
    if prg-mode-purge then
        move 'PURGE - ARCHIVE RECORDS PAST RETENTION' to md-text
        write out-line from mode-line after advancing 1 line
    close control-file.
end-read-control.

*> PURGE-MASTER walks the whole master in key order, starting past the
*> control record; a record whose last-computed date is older than the
*> retention period goes to the archive and is deleted, anything
*> younger stays put. An answer locked by an override on rootovrd is
*> an agreed value the desk still stands behind, so it is never
*> purged however old it is
PURGE-MASTER.
    open i-o master-file.
    if mast-status-fs not = "00" then
        write out-line from detail-line after advancing 1 line
        add 1 to line-ct
        move "t" to eof
    else
        perform READ-MASTER-CONTROL
        move 0 to mast-id
        start master-file key is > mast-id
            invalid key
                move "t" to eof
        end-start
    end-if.
    open output archive-file.
    perform until eof = "t"
        end-if
        if eof = "f" then
            add 1 to ct-scanned
            if mast-lock = "Y" then
                add 1 to ct-locked
            else
                perform AGE-RECORD
                if age-days > keep-days then
                    perform ARCHIVE-RECORD
                else
                    add 1 to ct-kept
                end-if
            end-if
        end-if
    end-perform.
    if ct-archived > 0 then
        perform SAVE-MASTER-CONTROL
    end-if.
    close archive-file, master-file.
    perform PRINT-MATRIX.
end-purge-master.
    move mast-date to arc-date.
    move mast-dept to arc-dept.
    move mast-reverify to arc-reverify.
    move mast-lock to arc-lock.
    move mast-ovr-reason to arc-ovr-reason.
    move mast-ovr-init to arc-ovr-init.
    move mast-exp to arc-exp.
    write arc-rec.
    move mast-id to cw-id.
    move mast-root to cw-root.
    move mast-status to cw-status.
    move "X" to jrn-action.
    move mast-rec to jrn-before.
    move spaces to jrn-after.
    delete master-file record
        invalid key
            continue
        not invalid key
            subtract 1 from mc-count
            subtract cw-id from mc-hash
            perform CONTROL-SUBTRACT
            perform WRITE-JOURNAL
    end-delete.
    add 1 to ct-archived.
    if mast-root-cube then
        if mast-root-nth then
            move 3 to root-sub
        else
            if mast-root-power then
                move 4 to root-sub
            else
                if mast-root-ln then
                    move 5 to root-sub
                else
                    if mast-root-log10 then
                        move 6 to root-sub
                    else
                        move 1 to root-sub
                    end-if
                end-if
            end-if
        end-if
    end-if.
    if age-days <= 365 then
    write out-line from matrix-head after advancing 2 lines.
    write out-line from under-line after advancing 1 line.
    add 3 to line-ct.
    perform varying root-sub from 1 by 1 until root-sub > 6
        perform varying band-sub from 1 by 1 until band-sub > 3
            if pm-band (root-sub, band-sub) > 0 then
                perform PAGE-CHECK
        add 1 to line-ct
        move "t" to eof
    end-if.
    if eof = "f" then
        perform READ-MASTER-CONTROL
    end-if.
    open input archive-file.
    if arch-status not = "00" then
        move 0 to det-id
            perform RESTORE-RECORD
        end-if
    end-perform.
    if ct-restored > 0 then
        perform SAVE-MASTER-CONTROL
    end-if.
    close archive-file, master-file.
end-restore-master.

    move arc-date to mast-date.
    move arc-dept to mast-dept.
    move arc-reverify to mast-reverify.
    move arc-lock to mast-lock.
    move arc-ovr-reason to mast-ovr-reason.
    move arc-ovr-init to mast-ovr-init.
    move arc-exp to mast-exp.
    move "B" to jrn-action.
    move spaces to jrn-before.
    move mast-rec to jrn-after.
    write mast-rec
        invalid key
            add 1 to ct-skipped
            add 1 to line-ct
        not invalid key
            add 1 to ct-restored
            add 1 to mc-count
            add arc-id to mc-hash
            move arc-root to cw-root
            move arc-status to cw-status
            perform CONTROL-ADD
            perform WRITE-JOURNAL
            perform PAGE-CHECK
            move arc-id to det-id
            move 'RESTORED TO MASTER' to det-text
    end-write.
end-restore-record.

WRITE-JOURNAL.
    move run-date to jrn-run-date.
    write ovj-line from jrn-rec.
end-write-journal.

*> READ-MASTER-CONTROL picks up the control record so the deletes or
*> restores can be rolled into it; SAVE-MASTER-CONTROL puts it back,
*> creating it if the master never had one
READ-MASTER-CONTROL.
    move 0 to mast-id.
    read master-file
        invalid key
            move "N" to ctl-found
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

SAVE-MASTER-CONTROL.
    move 0 to ctl-id.
    move 'CTL' to ctl-tag.
    move mc-count to ctl-count.
    move mc-hash to ctl-hash.
    move mc-square to ctl-square.
    move mc-cube to ctl-cube.
    move mc-nth to ctl-nth.
    move mc-stat-ok to ctl-stat-ok.
    move mc-stat-other to ctl-stat-other.
    move mc-run-date to ctl-run-date.
    move mc-run-adds to ctl-run-adds.
    move mc-run-repl to ctl-run-repl.
    move mc-power to ctl-power.
    move mc-ln to ctl-ln.
    move mc-log10 to ctl-log10.
    if ctl-found-yes then
        rewrite mast-ctl
    else
        write mast-ctl
            invalid key
                rewrite mast-ctl
        end-write
    end-if.
end-save-master-control.

CONTROL-ADD.
    if cw-root-square then
        add 1 to mc-square
    else
        if cw-root-cube then
            add 1 to mc-cube
        else
            if cw-root-nth then
                add 1 to mc-nth
            else
                if cw-root-power then
                    add 1 to mc-power
                else
                    if cw-root-ln then
                        add 1 to mc-ln
                    else
                        if cw-root-log10 then
                            add 1 to mc-log10
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-if.
    if cw-status = 00 then
        add 1 to mc-stat-ok
    else
        add 1 to mc-stat-other
    end-if.
end-control-add.

CONTROL-SUBTRACT.
    if cw-root-square then
        subtract 1 from mc-square
    else
        if cw-root-cube then
            subtract 1 from mc-cube
        else
            if cw-root-nth then
                subtract 1 from mc-nth
            else
                if cw-root-power then
                    subtract 1 from mc-power
                else
                    if cw-root-ln then
                        subtract 1 from mc-ln
                    else
                        if cw-root-log10 then
                            subtract 1 from mc-log10
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-if.
    if cw-status = 00 then
        subtract 1 from mc-stat-ok
    else
        subtract 1 from mc-stat-other
    end-if.
end-control-subtract.

PAGE-CHECK.
    if line-ct is greater than or equal to lines-per-page then
        perform NEW-PAGE
        move 'KEPT - WITHIN RETENTION' to sum-label
        move ct-kept to sum-count
        write out-line from summary-line after advancing 1 line
        move 'KEPT - LOCKED BY OVERRIDE' to sum-label
        move ct-locked to sum-count
        write out-line from summary-line after advancing 1 line
    else
        move 'ARCHIVE RECORDS READ' to sum-label
        move ct-scanned to sum-count
        move ct-skipped to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    close override-journal, standard-output.
    move 0 to return-code.
    STOP RUN.
end-finish.
