*> rootconv - one-time reformat of the sqrtbaby files from the five-digit
*> record id to the seven-digit one. Every file keyed or laid out on the
*> record id carries the id in its first columns (after the type byte on
*> the range and extended cards), with the rest of the record unchanged
*> and simply moved two columns to the right, so each old record is
*> rebuilt as the widened id followed by the same body. The results
*> master and the extended-precision master are unloaded in key order
*> and loaded into new clusters defined at the wider length; the
*> archive, the carried-forward exceptions, the recycle corrections
*> (whose body moves right into its trailing filler), and the card-image
*> generations still waiting to re-enter the nightly run (rerun, defer
*> and suspense) are copied to new generations. A file whose old
*> dataset is not supplied is skipped and said so, so the same program
*> serves every step of the conversion job.
*> For every file the report prints the before counts taken from the
*> old records and the after counts taken from the records actually
*> written: the record count and the hash total of the ids. Each
*> master's control record at key zero is copied across as it stands
*> and its own count and hash are printed beside the file's, so the
*> first morning balancing after the cut-over ties exactly as the
*> last one before it did. Nothing should be cut over unless every
*> file converted reports its counts in agreement.

identification division.
program-id. rootconv.
environment division.
input-output section.
file-control.
    select old-master assign to OLDMAST
    organization is indexed
    access is sequential
    record key is om-id
    file status is om-fs.
    select new-master assign to NEWMAST
    organization is indexed
    access is sequential
    record key is nm-id
    file status is nm-fs.
    select old-ext-master assign to OLDMASTX
    organization is indexed
    access is sequential
    record key is ox-id
    file status is ox-fs.
    select new-ext-master assign to NEWMASTX
    organization is indexed
    access is sequential
    record key is nx-id
    file status is nx-fs.
    select old-archive assign to OLDARCH
    organization is line sequential
    file status is oa-fs.
    select new-archive assign to NEWARCH
    organization is line sequential
    file status is na-fs.
    select old-exceptions assign to OLDEXCP
    organization is line sequential
    file status is oe-fs.
    select new-exceptions assign to NEWEXCP
    organization is line sequential
    file status is ne-fs.
    select old-corrections assign to OLDCORR
    organization is line sequential
    file status is or-fs.
    select new-corrections assign to NEWCORR
    organization is line sequential
    file status is nr-fs.
    select old-cards assign to OLDCARD
    organization is line sequential
    file status is oc-fs.
    select new-cards assign to NEWCARD
    organization is line sequential
    file status is nc-fs.
    select old-suspense assign to OLDSUSP
    organization is line sequential
    file status is os-fs.
    select new-suspense assign to NEWSUSP
    organization is line sequential
    file status is ns-fs.
    select standard-output assign to CONVRPT.
data division.
file section.
*> the old and new results master; the body after the id is the same
*> seventy-four bytes in both, the control record's included
fd old-master.
    01 om-rec.
       02 om-id       pic 9(05).
       02 om-body     pic x(74).
    01 om-ctl.
       02 omc-id      pic 9(05).
       02 omc-tag     pic x(03).
       02 omc-count   pic 9(09) comp-3.
       02 omc-hash    pic 9(15) comp-3.
       02 filler      pic x(58).
fd new-master.
    01 nm-rec.
       02 nm-id       pic 9(07).
       02 nm-body     pic x(74).
*> the extended-precision master likewise, with its own control
*> record at key zero
fd old-ext-master.
    01 ox-rec.
       02 ox-id       pic 9(05).
       02 ox-body     pic x(95).
    01 ox-ctl.
       02 oxc-id      pic 9(05).
       02 oxc-tag     pic x(03).
       02 oxc-count   pic 9(09) comp-3.
       02 oxc-hash    pic 9(15) comp-3.
       02 filler      pic x(79).
fd new-ext-master.
    01 nx-rec.
       02 nx-id       pic 9(07).
       02 nx-body     pic x(95).
fd old-archive.
    01 oa-rec.
       02 oa-id       pic x(05).
       02 oa-body     pic x(74).
fd new-archive.
    01 na-rec.
       02 na-id       pic x(07).
       02 na-body     pic x(74).
fd old-exceptions.
    01 oe-rec.
       02 oe-id       pic x(05).
       02 oe-body     pic x(90).
fd new-exceptions.
    01 ne-rec.
       02 ne-id       pic x(07).
       02 ne-body     pic x(90).
*> a recycle correction keeps everything after its id in the same
*> columns relative to the id; the two extra id columns come out of
*> the trailing filler
fd old-corrections.
    01 or-rec.
       02 or-id       pic x(05).
       02 or-body     pic x(47).
       02 filler      pic x(28).
fd new-corrections.
    01 nr-rec.
       02 nr-id       pic x(07).
       02 nr-body     pic x(47).
       02 filler      pic x(26).
fd old-cards.
    01 oc-card pic x(80).
fd new-cards.
    01 nc-card pic x(80).
*> a suspense entry is the held card image behind the segment's run
*> date, segment number, source and reason
fd old-suspense.
    01 os-rec.
       02 os-prefix   pic x(54).
       02 os-card     pic x(80).
fd new-suspense.
    01 ns-rec.
       02 ns-prefix   pic x(54).
       02 ns-card     pic x(80).
fd standard-output.
    01 out-line pic x(80).
working-storage section.
77 om-fs       pic x(02) value "00".
77 nm-fs       pic x(02) value "00".
77 ox-fs       pic x(02) value "00".
77 nx-fs       pic x(02) value "00".
77 oa-fs       pic x(02) value "00".
77 na-fs       pic x(02) value "00".
77 oe-fs       pic x(02) value "00".
77 ne-fs       pic x(02) value "00".
77 or-fs       pic x(02) value "00".
77 nr-fs       pic x(02) value "00".
77 oc-fs       pic x(02) value "00".
77 nc-fs       pic x(02) value "00".
77 os-fs       pic x(02) value "00".
77 ns-fs       pic x(02) value "00".
77 conv-sub    pic 9(01) comp.
77 conv-rc     pic 9(02) value 0.
77 ct-present  pic 9(01) value 0.
77 line-ct     pic 9(03) value 0.
77 page-no     pic 9(04) value 1.
77 lines-per-page pic 9(03) value 55.
01 eof  pic x(01) value "f".
*> each master's control record as found on the old file, by the
*> master's row in the conversion table (1 = results, 2 = extended)
01 ctl-table.
   02 ctl-entry occurs 2.
      03 ctl-found      pic x(01).
         88 ctl-found-yes value "Y".
      03 ctl-show-count pic 9(09).
      03 ctl-show-hash  pic 9(15).
*> WIDEN-ID turns a five-column id into the seven-column one: a numeric
*> id is carried as its value, anything else keeps its characters right
*> under the columns they came from, so a damaged id is neither lost
*> nor turned into a plausible number
01 widen-area.
   02 wd-old     pic x(05).
   02 wd-old-num redefines wd-old pic 9(05).
   02 wd-new     pic x(07).
   02 wd-new-num redefines wd-new pic 9(07).
*> RESHAPE-CARD works on one card image; only the fixed-column detail
*> card and the range (R) and extended (X) cards carry the id in fixed
*> columns - headers, trailers and the free-format cards pass unchanged
01 card-in  pic x(80).
01 card-in-det redefines card-in.
   02 cid-id     pic x(05).
   02 cid-sign   pic x(01).
   02 cid-rest   pic x(74).
01 card-in-typed redefines card-in.
   02 cit-type   pic x(01).
   02 cit-id     pic x(05).
   02 cit-rest   pic x(74).
01 card-out pic x(80).
01 card-out-det redefines card-out.
   02 cod-id     pic x(07).
   02 cod-rest   pic x(73).
01 card-out-typed redefines card-out.
   02 cot-type   pic x(01).
   02 cot-id     pic x(07).
   02 cot-rest   pic x(72).
01 card-id-flag pic x(01).
   88 card-has-id value "Y".
*> one row per file converted: what happened to it, and the record
*> count and id hash total read from the old file and written to the
*> new one
01 conv-table.
   02 cv-entry occurs 7.
      03 cv-state    pic x(01).
         88 cv-absent  value "A".
         88 cv-done    value "D".
         88 cv-no-out  value "O".
      03 cv-in-ct    pic 9(07).
      03 cv-in-hash  pic 9(15).
      03 cv-out-ct   pic 9(07).
      03 cv-out-hash pic 9(15).
      03 cv-rejects  pic 9(07).
01 file-labels.
   02 filler pic x(30) value 'RESULTS MASTER'.
   02 filler pic x(30) value 'EXTENDED-PRECISION MASTER'.
   02 filler pic x(30) value 'RESULTS ARCHIVE'.
   02 filler pic x(30) value 'CARRIED-FORWARD EXCEPTIONS'.
   02 filler pic x(30) value 'RECYCLE CORRECTIONS'.
   02 filler pic x(30) value 'CARD IMAGES (RERUN / DEFER)'.
   02 filler pic x(30) value 'SUSPENSE'.
01 file-label-table redefines file-labels.
   02 file-label pic x(30) occurs 7.
01 title-line.
   02 filler pic x(9) value spaces.
   02 filler pic x(35) value 'RECORD ID CONVERSION - 5 TO 7 DIGIT'.
   02 filler pic x(21) value spaces.
   02 filler pic x(5) value 'PAGE '.
   02 pg-no  pic zzz9.
01 under-line.
   02 filler pic x(44) value
      '--------------------------------------------'.
01 file-line.
   02 filler  pic x(2) value spaces.
   02 fl-name pic x(30).
   02 filler  pic x(1) value spaces.
   02 fl-text pic x(40).
01 count-line.
   02 filler   pic x(6) value spaces.
   02 cl-label pic x(16).
   02 filler   pic x(8) value 'RECORDS '.
   02 cl-count pic z(8)9.
   02 filler   pic x(3) value spaces.
   02 filler   pic x(8) value 'ID HASH '.
   02 cl-hash  pic z(14)9.
01 summary-head.
   02 filler pic x(9) value spaces.
   02 filler pic x(18) value 'CONVERSION SUMMARY'.
01 summary-under.
   02 filler pic x(9) value spaces.
   02 filler pic x(18) value '------------------'.
01 summary-line.
   02 filler    pic x(2) value spaces.
   02 sum-text  pic x(60).

procedure division.
    open output standard-output.
    move page-no to pg-no.
    write out-line from title-line after advancing 0 lines.
    write out-line from under-line after advancing 1 line.
    move 2 to line-ct.
    perform varying conv-sub from 1 by 1 until conv-sub > 7
        move "A" to cv-state (conv-sub)
        move 0 to cv-in-ct (conv-sub)
        move 0 to cv-in-hash (conv-sub)
        move 0 to cv-out-ct (conv-sub)
        move 0 to cv-out-hash (conv-sub)
        move 0 to cv-rejects (conv-sub)
    end-perform.
    perform varying conv-sub from 1 by 1 until conv-sub > 2
        move "N" to ctl-found (conv-sub)
        move 0 to ctl-show-count (conv-sub)
        move 0 to ctl-show-hash (conv-sub)
    end-perform.
    perform CONVERT-MASTER.
    perform CONVERT-EXT-MASTER.
    perform CONVERT-ARCHIVE.
    perform CONVERT-EXCEPTIONS.
    perform CONVERT-CORRECTIONS.
    perform CONVERT-CARDS.
    perform CONVERT-SUSPENSE.
    perform PRINT-RESULTS.
    perform finish.

*> CONVERT-MASTER unloads the old master in key order into the new
*> cluster; the control record comes first, at key zero, and is copied
*> byte for byte behind its widened key. Its count and hash are kept
*> aside for the report - only the data records are tallied
CONVERT-MASTER.
    move 1 to conv-sub.
    open input old-master.
    if om-fs = "00" then
        open output new-master
        if nm-fs not = "00" then
            move "O" to cv-state (conv-sub)
            close old-master
        else
            move "D" to cv-state (conv-sub)
            move "f" to eof
            perform until eof = "t"
                read old-master next
                at end
                    move "t" to eof
                end-read
                if eof = "f" and om-fs not = "00" then
                    move "t" to eof
                end-if
                if eof = "f" then
                    move om-id to nm-id
                    move om-body to nm-body
                    if om-id = 0 then
                        move "Y" to ctl-found (conv-sub)
                        move omc-count to ctl-show-count (conv-sub)
                        move omc-hash to ctl-show-hash (conv-sub)
                        write nm-rec
                            invalid key
                                add 1 to cv-rejects (conv-sub)
                        end-write
                    else
                        move om-id to wd-old-num
                        perform COUNT-IN
                        write nm-rec
                            invalid key
                                add 1 to cv-rejects (conv-sub)
                            not invalid key
                                move nm-id to wd-new-num
                                perform COUNT-OUT
                        end-write
                    end-if
                end-if
            end-perform
            close old-master, new-master
        end-if
    end-if.
end-convert-master.

*> CONVERT-EXT-MASTER does the same for the extended-precision master:
*> its control record at key zero is copied untallied and its count
*> and hash kept aside to be tied to the data records in the report
CONVERT-EXT-MASTER.
    move 2 to conv-sub.
    open input old-ext-master.
    if ox-fs = "00" then
        open output new-ext-master
        if nx-fs not = "00" then
            move "O" to cv-state (conv-sub)
            close old-ext-master
        else
            move "D" to cv-state (conv-sub)
            move "f" to eof
            perform until eof = "t"
                read old-ext-master next
                at end
                    move "t" to eof
                end-read
                if eof = "f" and ox-fs not = "00" then
                    move "t" to eof
                end-if
                if eof = "f" then
                    move ox-id to nx-id
                    move ox-body to nx-body
                    if ox-id = 0 then
                        move "Y" to ctl-found (conv-sub)
                        move oxc-count to ctl-show-count (conv-sub)
                        move oxc-hash to ctl-show-hash (conv-sub)
                        write nx-rec
                            invalid key
                                add 1 to cv-rejects (conv-sub)
                        end-write
                    else
                        move ox-id to wd-old-num
                        perform COUNT-IN
                        write nx-rec
                            invalid key
                                add 1 to cv-rejects (conv-sub)
                            not invalid key
                                move nx-id to wd-new-num
                                perform COUNT-OUT
                        end-write
                    end-if
                end-if
            end-perform
            close old-ext-master, new-ext-master
        end-if
    end-if.
end-convert-ext-master.

CONVERT-ARCHIVE.
    move 3 to conv-sub.
    open input old-archive.
    if oa-fs = "00" then
        open output new-archive
        if na-fs not = "00" then
            move "O" to cv-state (conv-sub)
            close old-archive
        else
            move "D" to cv-state (conv-sub)
            move "f" to eof
            perform until eof = "t"
                read old-archive
                at end
                    move "t" to eof
                end-read
                if eof = "f" then
                    move oa-id to wd-old
                    perform COUNT-IN
                    perform WIDEN-ID
                    move wd-new to na-id
                    move oa-body to na-body
                    write na-rec
                    perform COUNT-OUT
                end-if
            end-perform
            close old-archive, new-archive
        end-if
    end-if.
end-convert-archive.

CONVERT-EXCEPTIONS.
    move 4 to conv-sub.
    open input old-exceptions.
    if oe-fs = "00" then
        open output new-exceptions
        if ne-fs not = "00" then
            move "O" to cv-state (conv-sub)
            close old-exceptions
        else
            move "D" to cv-state (conv-sub)
            move "f" to eof
            perform until eof = "t"
                read old-exceptions
                at end
                    move "t" to eof
                end-read
                if eof = "f" then
                    move oe-id to wd-old
                    perform COUNT-IN
                    perform WIDEN-ID
                    move wd-new to ne-id
                    move oe-body to ne-body
                    write ne-rec
                    perform COUNT-OUT
                end-if
            end-perform
            close old-exceptions, new-exceptions
        end-if
    end-if.
end-convert-exceptions.

CONVERT-CORRECTIONS.
    move 5 to conv-sub.
    open input old-corrections.
    if or-fs = "00" then
        open output new-corrections
        if nr-fs not = "00" then
            move "O" to cv-state (conv-sub)
            close old-corrections
        else
            move "D" to cv-state (conv-sub)
            move "f" to eof
            perform until eof = "t"
                read old-corrections
                at end
                    move "t" to eof
                end-read
                if eof = "f" then
                    move or-id to wd-old
                    perform COUNT-IN
                    perform WIDEN-ID
                    move spaces to nr-rec
                    move wd-new to nr-id
                    move or-body to nr-body
                    write nr-rec
                    perform COUNT-OUT
                end-if
            end-perform
            close old-corrections, new-corrections
        end-if
    end-if.
end-convert-corrections.

*> CONVERT-CARDS copies a rerun or defer generation card for card;
*> a card with no fixed-column id counts in the records but adds
*> nothing to either hash
CONVERT-CARDS.
    move 6 to conv-sub.
    open input old-cards.
    if oc-fs = "00" then
        open output new-cards
        if nc-fs not = "00" then
            move "O" to cv-state (conv-sub)
            close old-cards
        else
            move "D" to cv-state (conv-sub)
            move "f" to eof
            perform until eof = "t"
                read old-cards
                at end
                    move "t" to eof
                end-read
                if eof = "f" then
                    move oc-card to card-in
                    perform RESHAPE-CARD
                    move card-out to nc-card
                    write nc-card
                end-if
            end-perform
            close old-cards, new-cards
        end-if
    end-if.
end-convert-cards.

CONVERT-SUSPENSE.
    move 7 to conv-sub.
    open input old-suspense.
    if os-fs = "00" then
        open output new-suspense
        if ns-fs not = "00" then
            move "O" to cv-state (conv-sub)
            close old-suspense
        else
            move "D" to cv-state (conv-sub)
            move "f" to eof
            perform until eof = "t"
                read old-suspense
                at end
                    move "t" to eof
                end-read
                if eof = "f" then
                    move os-card to card-in
                    perform RESHAPE-CARD
                    move os-prefix to ns-prefix
                    move card-out to ns-card
                    write ns-rec
                end-if
            end-perform
            close old-suspense, new-suspense
        end-if
    end-if.
end-convert-suspense.

*> RESHAPE-CARD widens the id on a fixed-column detail card (id in
*> columns 1-5 with its sign in column 6) and on the range and extended
*> cards (type in column 1, id in columns 2-6); everything after the id
*> moves two columns right into what was trailing filler on all three
RESHAPE-CARD.
    move card-in to card-out.
    move "N" to card-id-flag.
    if cid-id is numeric and (cid-sign = "+" or cid-sign = "-") then
        move "Y" to card-id-flag
        move cid-id to wd-old
        perform COUNT-IN
        perform WIDEN-ID
        move spaces to card-out
        move wd-new to cod-id
        move card-in (6:73) to cod-rest
    else
        if cit-type = "R" or cit-type = "X" then
            move "Y" to card-id-flag
            move cit-id to wd-old
            perform COUNT-IN
            perform WIDEN-ID
            move spaces to card-out
            move cit-type to cot-type
            move wd-new to cot-id
            move cit-rest (1:72) to cot-rest
        else
            add 1 to cv-in-ct (conv-sub)
        end-if
    end-if.
    if card-has-id then
        perform COUNT-OUT
    else
        add 1 to cv-out-ct (conv-sub)
    end-if.
end-reshape-card.

WIDEN-ID.
    if wd-old is numeric then
        move wd-old-num to wd-new-num
    else
        move spaces to wd-new
        move wd-old to wd-new (3:5)
    end-if.
end-widen-id.

*> COUNT-IN tallies the old record from wd-old, COUNT-OUT the new one
*> from wd-new; an id that is not numeric is counted but not hashed
COUNT-IN.
    add 1 to cv-in-ct (conv-sub).
    if wd-old is numeric then
        add wd-old-num to cv-in-hash (conv-sub)
    end-if.
end-count-in.

COUNT-OUT.
    add 1 to cv-out-ct (conv-sub).
    if wd-new is numeric then
        add wd-new-num to cv-out-hash (conv-sub)
    end-if.
end-count-out.

*> PRINT-RESULTS gives each file its before and after counts and says
*> whether they agree; a master whose control record disagrees with
*> its own data records is converted all the same - the cut-over must
*> not hide what the morning balancing would have found - but is
*> flagged so it is chased before the new file goes live
PRINT-RESULTS.
    perform varying conv-sub from 1 by 1 until conv-sub > 7
        perform PAGE-CHECK
        move file-label (conv-sub) to fl-name
        if cv-absent (conv-sub) then
            move 'NOT SUPPLIED - SKIPPED' to fl-text
            write out-line from file-line after advancing 2 lines
            add 2 to line-ct
        else
            add 1 to ct-present
            if cv-no-out (conv-sub) then
                move 'NEW FILE COULD NOT BE OPENED - NOT DONE' to fl-text
                if conv-rc < 12 then
                    move 12 to conv-rc
                end-if
            else
                if cv-in-ct (conv-sub) = cv-out-ct (conv-sub)
                        and cv-in-hash (conv-sub) = cv-out-hash (conv-sub)
                        and cv-rejects (conv-sub) = 0 then
                    move 'CONVERTED - COUNTS AGREE' to fl-text
                else
                    move 'COUNTS DISAGREE - DO NOT CUT OVER' to fl-text
                    if conv-rc < 8 then
                        move 8 to conv-rc
                    end-if
                end-if
            end-if
            write out-line from file-line after advancing 2 lines
            move 'BEFORE' to cl-label
            move cv-in-ct (conv-sub) to cl-count
            move cv-in-hash (conv-sub) to cl-hash
            write out-line from count-line after advancing 1 line
            move 'AFTER' to cl-label
            move cv-out-ct (conv-sub) to cl-count
            move cv-out-hash (conv-sub) to cl-hash
            write out-line from count-line after advancing 1 line
            add 4 to line-ct
            if cv-rejects (conv-sub) > 0 then
                move 'NOT WRITTEN' to cl-label
                move cv-rejects (conv-sub) to cl-count
                move 0 to cl-hash
                write out-line from count-line after advancing 1 line
                add 1 to line-ct
            end-if
            if conv-sub < 3 and cv-done (conv-sub) then
                perform PRINT-MASTER-CONTROL
            end-if
        end-if
    end-perform.
end-print-results.

*> PRINT-MASTER-CONTROL ties the control record of the master in
*> conv-sub to the data records read from it
PRINT-MASTER-CONTROL.
    if ctl-found-yes (conv-sub) then
        move 'CONTROL RECORD' to cl-label
        move ctl-show-count (conv-sub) to cl-count
        move ctl-show-hash (conv-sub) to cl-hash
        write out-line from count-line after advancing 1 line
        add 1 to line-ct
        if ctl-show-count (conv-sub) not = cv-in-ct (conv-sub)
                or ctl-show-hash (conv-sub)
                    not = cv-in-hash (conv-sub) then
            move spaces to fl-name
            move 'CONTROL RECORD DISAGREES - CHASE FIRST' to fl-text
            write out-line from file-line after advancing 1 line
            add 1 to line-ct
            if conv-rc < 4 then
                move 4 to conv-rc
            end-if
        end-if
    else
        move spaces to fl-name
        move 'NO CONTROL RECORD ON THE OLD MASTER' to fl-text
        write out-line from file-line after advancing 1 line
        add 1 to line-ct
        if conv-rc < 4 then
            move 4 to conv-rc
        end-if
    end-if.
end-print-master-control.

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
    move 2 to line-ct.
end-new-page.

*> FINISH sets the condition code the conversion job steps on:
*> 0 = every file supplied converted with its counts in agreement,
*> 4 = converted, but an old master's control record was missing or
*> did not tie to its data records, 8 = counts disagree on at least
*> one file, 12 = a new file could not be opened or no old file was
*> supplied
FINISH.
    perform PAGE-CHECK.
    write out-line from summary-head after advancing 2 lines.
    write out-line from summary-under after advancing 1 line.
    if ct-present = 0 then
        move 12 to conv-rc
        move 'NO OLD FILE SUPPLIED - NOTHING CONVERTED' to sum-text
    else
        if conv-rc = 0 then
            move 'ALL FILES CONVERTED - COUNTS AGREE' to sum-text
        else
            if conv-rc = 4 then
                move 'CONVERTED - MASTER CONTROL RECORD TO BE CHASED'
                    to sum-text
            else
                move 'CONVERSION NOT CLEAN - DO NOT CUT OVER' to sum-text
            end-if
        end-if
    end-if.
    write out-line from summary-line after advancing 1 line.
    close standard-output.
    move conv-rc to return-code.
    STOP RUN.
end-finish.
