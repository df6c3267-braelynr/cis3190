*> journalled with its before and after images; this report lists the
*> night's changes in record-id order showing what each stored root was
*> and what it became, so a moved answer can be traced to the exact run
*> without waiting for someone to run the compare job. Overrides and
*> unlocks keyed on rootovrd during the day ride in the same journal
*> and are listed with their reason code and the clerk's initials,
*> as are answers a clerk posted from sqrtbabyex's interactive mode,
*> records rootpurge archived off the master or restored to it, and
*> records rootrevl flagged for recompute.

identification division.
program-id. rootjrnl.
data division.
file section.
fd journal-file.
    01 jrn-line pic x(171).
fd standard-output.
    01 out-line pic x(132).
working-storage section.
77 ct-read     pic 9(07) value 0.
77 ct-adds     pic 9(07) value 0.
77 ct-replaces pic 9(07) value 0.
77 ct-overrides pic 9(07) value 0.
77 ct-unlocks  pic 9(07) value 0.
77 ct-adhoc    pic 9(07) value 0.
77 ct-purged   pic 9(07) value 0.
77 ct-restored pic 9(07) value 0.
77 ct-flagged  pic 9(07) value 0.
77 ct-dropped  pic 9(07) value 0.
77 jrn-sub     pic 9(05) comp.
77 pick-sub    pic 9(05) comp.
77 first-date pic x(08) value spaces.
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
      03 jb-z      pic s9(10)v9(6) sign leading separate.
      03 jb-root   pic x(01).
      03 jb-degree pic 9(02).
      03 jb-date   pic 9(08).
      03 jb-dept   pic x(03).
      03 jb-reverify pic x(01).
      03 jb-lock     pic x(01).
      03 jb-ovr-reason pic 9(02).
      03 jb-ovr-init pic x(03).
      03 jb-exp    pic s9(03)v9(6) sign leading separate.
   02 jrn-after.
      03 ja-id     pic 9(07).
      03 ja-z      pic s9(10)v9(6) sign leading separate.
      03 ja-root   pic x(01).
      03 ja-degree pic 9(02).
      03 ja-date   pic 9(08).
      03 ja-dept   pic x(03).
      03 ja-reverify pic x(01).
      03 ja-lock     pic x(01).
      03 ja-ovr-reason pic 9(02).
      03 ja-ovr-init pic x(03).
      03 ja-exp    pic s9(03)v9(6) sign leading separate.
*> the night's journal is small enough to hold whole, so the report
*> can come out in record-id order with a straight scan-for-smallest
*> pass instead of a sort step; anything past the table limit is
01 jrn-table.
   02 jrn-count pic 9(05) comp value 0.
   02 jrn-entry occurs 2000.
      03 je-id      pic 9(07).
      03 je-action  pic x(01).
      03 je-old-res pic x(19).
      03 je-new-res pic x(19).
      03 je-old-dt  pic 9(08).
      03 je-reason  pic 9(02).
      03 je-init    pic x(03).
      03 je-done    pic x(01).
01 title-line.
   02 filler pic x(9) value spaces.
   02 filler pic x(19) value 'NEW RESULT'.
   02 filler pic x(3) value spaces.
   02 filler pic x(10) value 'PRIOR DATE'.
   02 filler pic x(3) value spaces.
   02 filler pic x(10) value 'RSN / BY'.
01 underline-2.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value '------'.
   02 filler pic x(19) value '-------------------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(10) value '----------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(10) value '----------'.
01 detail-line.
   02 filler    pic x(2) value spaces.
   02 det-id    pic z(6)9.
   02 filler    pic x(2) value spaces.
   02 det-act   pic x(08).
   02 filler    pic x(3) value spaces.
   02 det-old   pic x(19).
   02 det-new   pic x(19).
   02 filler    pic x(5) value spaces.
   02 det-olddt pic x(08).
   02 filler    pic x(5) value spaces.
   02 det-rsn   pic x(02).
   02 filler    pic x(3) value spaces.
   02 det-by    pic x(03).
01 empty-line.
   02 filler pic x(2) value spaces.
   02 filler pic x(44) value
            if jrn-add then
                add 1 to ct-adds
            else
                if jrn-override then
                    add 1 to ct-overrides
                else
                    if jrn-unlock then
                        add 1 to ct-unlocks
                    else
                        if jrn-adhoc then
                            add 1 to ct-adhoc
                        else
                            perform COUNT-MAINTENANCE
                        end-if
                    end-if
                end-if
            end-if
            if jrn-count < 2000 then
                add 1 to jrn-count
                move jrn-action to je-action (jrn-count)
                if jrn-add or jrn-before = spaces then
                    move spaces to je-old-res (jrn-count)
                    move 0 to je-old-dt (jrn-count)
                else
                    move jb-result to je-old-res (jrn-count)
                    move jb-date to je-old-dt (jrn-count)
                end-if
                if jrn-purge then
                    move jb-id to je-id (jrn-count)
                    move spaces to je-new-res (jrn-count)
                    move 0 to je-reason (jrn-count)
                    move spaces to je-init (jrn-count)
                else
                    move ja-id to je-id (jrn-count)
                    move ja-result to je-new-res (jrn-count)
                    move ja-ovr-reason to je-reason (jrn-count)
                    move ja-ovr-init to je-init (jrn-count)
                end-if
                move "N" to je-done (jrn-count)
            else
                add 1 to ct-dropped
    move first-date to ttl-date.
end-load-journal.

*> COUNT-MAINTENANCE sorts out the entries the master maintenance
*> jobs fold in from the replaces the nightly run wrote
COUNT-MAINTENANCE.
    if jrn-purge then
        add 1 to ct-purged
    else
        if jrn-restore then
            add 1 to ct-restored
        else
            if jrn-reflag then
                add 1 to ct-flagged
            else
                add 1 to ct-replaces
            end-if
        end-if
    end-if.
end-count-maintenance.

*> PRINT-BY-ID repeatedly scans for the lowest unprinted record id so
*> the listing comes out in id order however the night touched the
*> master; ties (the same id journalled more than once) print in the
    move "Y" to je-done (pick-sub).
    perform PAGE-CHECK.
    move je-id (pick-sub) to det-id.
    move spaces to det-rsn, det-by.
    if je-action (pick-sub) = "A" then
        move 'ADDED' to det-act
        move spaces to det-olddt
    else
        move je-old-dt (pick-sub) to det-olddt
        if je-action (pick-sub) = "O" then
            move 'OVERRIDE' to det-act
            move je-reason (pick-sub) to det-rsn
            move je-init (pick-sub) to det-by
        else
            if je-action (pick-sub) = "U" then
                move 'UNLOCKED' to det-act
                move je-init (pick-sub) to det-by
            else
                if je-action (pick-sub) = "I" then
                    move 'AD-HOC' to det-act
                    move je-init (pick-sub) to det-by
                    if je-old-dt (pick-sub) = 0 then
                        move spaces to det-olddt
                    end-if
                else
                    perform PRINT-MAINTENANCE
                end-if
            end-if
        end-if
    end-if.
    move je-old-res (pick-sub) to det-old.
    move je-new-res (pick-sub) to det-new.
    add 1 to line-ct.
end-print-entry.

PRINT-MAINTENANCE.
    if je-action (pick-sub) = "X" then
        move 'PURGED' to det-act
    else
        if je-action (pick-sub) = "B" then
            move 'RESTORED' to det-act
            move spaces to det-olddt
        else
            if je-action (pick-sub) = "V" then
                move 'FLAGGED' to det-act
            else
                move 'REPLACED' to det-act
            end-if
        end-if
    end-if.
end-print-maintenance.

PAGE-CHECK.
    if line-ct is greater than or equal to lines-per-page then
        perform NEW-PAGE
    move 'IDS REPLACED ON MASTER' to sum-label.
    move ct-replaces to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'ANSWERS OVERRIDDEN AND LOCKED' to sum-label.
    move ct-overrides to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'OVERRIDE LOCKS RELEASED' to sum-label.
    move ct-unlocks to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'AD-HOC ANSWERS POSTED' to sum-label.
    move ct-adhoc to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'IDS PURGED TO ARCHIVE' to sum-label.
    move ct-purged to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'IDS RESTORED FROM ARCHIVE' to sum-label.
    move ct-restored to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'IDS FLAGGED FOR RECOMPUTE' to sum-label.
    move ct-flagged to sum-count.
    write out-line from summary-line after advancing 1 line.
    if ct-dropped > 0 then
        move 'CHANGES PAST TABLE LIMIT' to sum-label
        move ct-dropped to sum-count
