*> rootack - splits the night's acknowledgement file into one dataset
*> per upstream desk. sqrtbaby writes every desk's acknowledgement -
*> a header echoing each segment header, one line per record with its
*> id, status and answer or reject reason, a line for any segment
*> refused or failed and why, and a closing trailer of counts - to one
*> file, each line led by the desk's source code. The routing file
*> names, for each source code, which of the ten ACKOUTnn datasets is
*> that desk's; a source with no route, or whose dataset cannot be
*> opened, goes to the ACKOTHER catch-all so nothing is lost, and the
*> distribution report says which desks got an acknowledgement, which
*> had nothing tonight, and what went to the catch-all.

identification division.
program-id. rootack.
environment division.
input-output section.
file-control.
    select ack-file assign to ACKFILE
    organization is line sequential
    file status is ack-status.
    select route-file assign to ACKROUTE
    organization is line sequential
    file status is route-status.
    select ack-out-01 assign to ACKOUT01
    organization is line sequential
    file status is out-status-01.
    select ack-out-02 assign to ACKOUT02
    organization is line sequential
    file status is out-status-02.
    select ack-out-03 assign to ACKOUT03
    organization is line sequential
    file status is out-status-03.
    select ack-out-04 assign to ACKOUT04
    organization is line sequential
    file status is out-status-04.
    select ack-out-05 assign to ACKOUT05
    organization is line sequential
    file status is out-status-05.
    select ack-out-06 assign to ACKOUT06
    organization is line sequential
    file status is out-status-06.
    select ack-out-07 assign to ACKOUT07
    organization is line sequential
    file status is out-status-07.
    select ack-out-08 assign to ACKOUT08
    organization is line sequential
    file status is out-status-08.
    select ack-out-09 assign to ACKOUT09
    organization is line sequential
    file status is out-status-09.
    select ack-out-10 assign to ACKOUT10
    organization is line sequential
    file status is out-status-10.
    select ack-other assign to ACKOTHER
    organization is line sequential
    file status is other-status.
    select standard-output assign to ACKRPT.
data division.
file section.
fd ack-file.
    01 ack-in pic x(80).
fd route-file.
    01 route-card.
       02 route-src  pic x(03).
       02 route-slot pic 9(02).
       02 filler     pic x(01).
       02 route-dest pic x(44).
       02 filler     pic x(30).
fd ack-out-01.
    01 out-01-line pic x(80).
fd ack-out-02.
    01 out-02-line pic x(80).
fd ack-out-03.
    01 out-03-line pic x(80).
fd ack-out-04.
    01 out-04-line pic x(80).
fd ack-out-05.
    01 out-05-line pic x(80).
fd ack-out-06.
    01 out-06-line pic x(80).
fd ack-out-07.
    01 out-07-line pic x(80).
fd ack-out-08.
    01 out-08-line pic x(80).
fd ack-out-09.
    01 out-09-line pic x(80).
fd ack-out-10.
    01 out-10-line pic x(80).
fd ack-other.
    01 other-line pic x(80).
fd standard-output.
    01 out-line pic x(132).
working-storage section.
77 ack-status   pic x(02) value "00".
77 route-status pic x(02) value "00".
77 other-status pic x(02) value "00".
77 out-status-01 pic x(02) value "00".
77 out-status-02 pic x(02) value "00".
77 out-status-03 pic x(02) value "00".
77 out-status-04 pic x(02) value "00".
77 out-status-05 pic x(02) value "00".
77 out-status-06 pic x(02) value "00".
77 out-status-07 pic x(02) value "00".
77 out-status-08 pic x(02) value "00".
77 out-status-09 pic x(02) value "00".
77 out-status-10 pic x(02) value "00".
77 slot-status  pic x(02).
77 slot-sub     pic 9(02) comp.
77 rt-sub       pic 9(02) comp.
77 rt-hit       pic 9(02) comp.
77 ct-read      pic 9(07) value 0.
77 ct-routed    pic 9(07) value 0.
77 ct-other     pic 9(07) value 0.
77 ct-lost      pic 9(07) value 0.
77 ct-bad-route pic 9(05) value 0.
77 ct-quiet     pic 9(05) value 0.
77 line-ct     pic 9(03) value 0.
77 page-no     pic 9(04) value 1.
77 lines-per-page pic 9(03) value 55.
01 eof  pic x(01) value "f".
01 ack-bad pic x(01) value "N".
   88 ack-bad-yes value "Y".
01 other-open pic x(01) value "N".
   88 other-open-yes value "Y".
01 ack-line.
   02 al-src  pic x(03).
   02 filler  pic x(01).
   02 al-kind pic x(01).
      88 al-detail  value "D".
      88 al-refused value "X".
      88 al-trailer value "T".
   02 filler  pic x(75).
*> which of the ten output datasets opened cleanly; a route to a slot
*> that would not open falls back to the catch-all
01 slot-table.
   02 slot-open pic x(01) occurs 10.
*> one entry per routed source from the routing file, then one per
*> unrouted source code met in the acknowledgements (slot zero)
01 rt-table.
   02 rt-count pic 9(02) comp value 0.
   02 rt-entry occurs 40.
      03 rt-src     pic x(03).
      03 rt-slot    pic 9(02).
      03 rt-dest    pic x(44).
      03 rt-lines   pic 9(07).
      03 rt-records pic 9(07).
      03 rt-failed  pic 9(05).
      03 rt-other   pic 9(07).
01 title-line.
   02 filler pic x(9) value spaces.
   02 filler pic x(30) value 'ACKNOWLEDGEMENT DISTRIBUTION'.
   02 filler pic x(9) value 'RUN DATE '.
   02 ttl-date pic 9(08).
   02 filler pic x(9) value spaces.
   02 filler pic x(5) value 'PAGE '.
   02 pg-no  pic zzz9.
01 under-line.
   02 filler pic x(44) value
      '--------------------------------------------'.
01 col-heads.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value 'SOURCE'.
   02 filler pic x(3) value spaces.
   02 filler pic x(8) value 'DD NAME'.
   02 filler pic x(3) value spaces.
   02 filler pic x(7) value '  LINES'.
   02 filler pic x(3) value spaces.
   02 filler pic x(7) value 'RECORDS'.
   02 filler pic x(3) value spaces.
   02 filler pic x(6) value 'FAILED'.
   02 filler pic x(3) value spaces.
   02 filler pic x(30) value 'DISPOSITION'.
   02 filler pic x(3) value spaces.
   02 filler pic x(11) value 'DESTINATION'.
01 underline-2.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value '------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(8) value '--------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(7) value '-------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(7) value '-------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(6) value '------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(30) value '------------------------------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(11) value '-----------'.
01 detail-line.
   02 filler    pic x(3) value spaces.
   02 det-src   pic x(03).
   02 filler    pic x(5) value spaces.
   02 det-dd    pic x(08).
   02 filler    pic x(3) value spaces.
   02 det-lines pic z(6)9.
   02 filler    pic x(3) value spaces.
   02 det-recs  pic z(6)9.
   02 filler    pic x(3) value spaces.
   02 det-fail  pic z(5)9.
   02 filler    pic x(3) value spaces.
   02 det-disp  pic x(30).
   02 filler    pic x(3) value spaces.
   02 det-dest  pic x(44).
01 dd-name.
   02 filler    pic x(06) value 'ACKOUT'.
   02 dd-slot   pic 9(02).
01 route-mess.
   02 filler    pic x(2) value spaces.
   02 filler    pic x(25) value 'ROUTING CARD IGNORED -   '.
   02 rm-card   pic x(50).
01 fail-line.
   02 filler  pic x(2) value spaces.
   02 fl-text pic x(60).
01 summary-head.
   02 filler pic x(9) value spaces.
   02 filler pic x(20) value 'DISTRIBUTION SUMMARY'.
01 summary-under.
   02 filler pic x(9) value spaces.
   02 filler pic x(20) value '--------------------'.
01 summary-line.
   02 sum-label pic x(33).
   02 sum-count pic z(6)9.

procedure division.
    accept ttl-date from date yyyymmdd.
    open output standard-output.
    move page-no to pg-no.
    write out-line from title-line after advancing 0 lines.
    write out-line from under-line after advancing 1 line.
    move 2 to line-ct.
    perform READ-ROUTES.
    perform OPEN-SLOTS.
    open input ack-file.
    if ack-status not = "00" then
        move "Y" to ack-bad
        move 'ACKNOWLEDGEMENT FILE COULD NOT BE OPENED' to fl-text
        write out-line from fail-line after advancing 2 lines
        add 2 to line-ct
    else
        perform SPLIT-ACKS
        close ack-file
    end-if.
    perform CLOSE-SLOTS.
    perform LIST-DISTRIBUTION.
    perform finish.

*> READ-ROUTES loads the routing file: source code in columns 1-3,
*> output slot 01-10 in columns 4-5, and a note of where that slot's
*> dataset goes for the report; a card naming no real slot is listed
*> and left out
READ-ROUTES.
    open input route-file.
    if route-status not = "00" then
        move 'ROUTING FILE NOT FOUND - EVERY DESK GOES TO ACKOTHER'
            to fl-text
        write out-line from fail-line after advancing 1 line
        add 1 to line-ct
    else
        perform until eof = "t"
            read route-file
            at end
                move "t" to eof
            end-read
            if eof = "f" then
                if route-slot is numeric and route-slot > 0
                        and route-slot <= 10 and route-src not = spaces
                        and rt-count < 20 then
                    add 1 to rt-count
                    move route-src to rt-src (rt-count)
                    move route-slot to rt-slot (rt-count)
                    move route-dest to rt-dest (rt-count)
                    move 0 to rt-lines (rt-count)
                    move 0 to rt-records (rt-count)
                    move 0 to rt-failed (rt-count)
                    move 0 to rt-other (rt-count)
                else
                    add 1 to ct-bad-route
                    move route-card to rm-card
                    write out-line from route-mess after advancing 1 line
                    add 1 to line-ct
                end-if
            end-if
        end-perform
        close route-file
        move "f" to eof
    end-if.
end-read-routes.

*> OPEN-SLOTS opens only the slots some route uses, so a desk's
*> dataset need only be in the JCL once it has a route
OPEN-SLOTS.
    perform varying slot-sub from 1 by 1 until slot-sub > 10
        move "N" to slot-open (slot-sub)
    end-perform.
    perform varying rt-sub from 1 by 1 until rt-sub > rt-count
        move rt-slot (rt-sub) to slot-sub
        if slot-open (slot-sub) = "N" then
            perform OPEN-ONE-SLOT
        end-if
    end-perform.
    open output ack-other.
    if other-status = "00" then
        move "Y" to other-open
    end-if.
end-open-slots.

OPEN-ONE-SLOT.
    move "99" to slot-status.
    if slot-sub = 1 then
        open output ack-out-01
        move out-status-01 to slot-status
    end-if.
    if slot-sub = 2 then
        open output ack-out-02
        move out-status-02 to slot-status
    end-if.
    if slot-sub = 3 then
        open output ack-out-03
        move out-status-03 to slot-status
    end-if.
    if slot-sub = 4 then
        open output ack-out-04
        move out-status-04 to slot-status
    end-if.
    if slot-sub = 5 then
        open output ack-out-05
        move out-status-05 to slot-status
    end-if.
    if slot-sub = 6 then
        open output ack-out-06
        move out-status-06 to slot-status
    end-if.
    if slot-sub = 7 then
        open output ack-out-07
        move out-status-07 to slot-status
    end-if.
    if slot-sub = 8 then
        open output ack-out-08
        move out-status-08 to slot-status
    end-if.
    if slot-sub = 9 then
        open output ack-out-09
        move out-status-09 to slot-status
    end-if.
    if slot-sub = 10 then
        open output ack-out-10
        move out-status-10 to slot-status
    end-if.
    if slot-status = "00" then
        move "Y" to slot-open (slot-sub)
    else
        move "X" to slot-open (slot-sub)
    end-if.
end-open-one-slot.

*> SPLIT-ACKS copies every acknowledgement line to its desk's dataset
*> in the order sqrtbaby wrote them, so each desk sees its own header,
*> details and trailer in sequence
SPLIT-ACKS.
    perform until eof = "t"
        read ack-file into ack-line
        at end
            move "t" to eof
        end-read
        if eof = "f" then
            add 1 to ct-read
            perform FIND-ROUTE
            perform ROUTE-LINE
        end-if
    end-perform.
end-split-acks.

*> FIND-ROUTE locates the line's source code, adding it as an unrouted
*> entry the first time a source with no route turns up
FIND-ROUTE.
    move 0 to rt-hit.
    perform varying rt-sub from 1 by 1 until rt-sub > rt-count
        if rt-src (rt-sub) = al-src and rt-hit = 0 then
            move rt-sub to rt-hit
        end-if
    end-perform.
    if rt-hit = 0 and rt-count < 40 then
        add 1 to rt-count
        move rt-count to rt-hit
        move al-src to rt-src (rt-hit)
        move 0 to rt-slot (rt-hit)
        move spaces to rt-dest (rt-hit)
        move 0 to rt-lines (rt-hit)
        move 0 to rt-records (rt-hit)
        move 0 to rt-failed (rt-hit)
        move 0 to rt-other (rt-hit)
    end-if.
end-find-route.

ROUTE-LINE.
    if rt-hit > 0 then
        add 1 to rt-lines (rt-hit)
        if al-detail then
            add 1 to rt-records (rt-hit)
        end-if
        if al-refused then
            add 1 to rt-failed (rt-hit)
        end-if
        move rt-slot (rt-hit) to slot-sub
    else
        move 0 to slot-sub
    end-if.
    if slot-sub > 0 then
        if slot-open (slot-sub) = "Y" then
            perform WRITE-ONE-SLOT
            add 1 to ct-routed
        else
            move 0 to slot-sub
        end-if
    end-if.
    if slot-sub = 0 then
        if other-open-yes then
            write other-line from ack-line
            add 1 to ct-other
            if rt-hit > 0 then
                add 1 to rt-other (rt-hit)
            end-if
        else
            add 1 to ct-lost
        end-if
    end-if.
end-route-line.

WRITE-ONE-SLOT.
    if slot-sub = 1 then
        write out-01-line from ack-line
    end-if.
    if slot-sub = 2 then
        write out-02-line from ack-line
    end-if.
    if slot-sub = 3 then
        write out-03-line from ack-line
    end-if.
    if slot-sub = 4 then
        write out-04-line from ack-line
    end-if.
    if slot-sub = 5 then
        write out-05-line from ack-line
    end-if.
    if slot-sub = 6 then
        write out-06-line from ack-line
    end-if.
    if slot-sub = 7 then
        write out-07-line from ack-line
    end-if.
    if slot-sub = 8 then
        write out-08-line from ack-line
    end-if.
    if slot-sub = 9 then
        write out-09-line from ack-line
    end-if.
    if slot-sub = 10 then
        write out-10-line from ack-line
    end-if.
end-write-one-slot.

CLOSE-SLOTS.
    perform varying slot-sub from 1 by 1 until slot-sub > 10
        if slot-open (slot-sub) = "Y" then
            perform CLOSE-ONE-SLOT
        end-if
    end-perform.
    if other-open-yes then
        close ack-other
    end-if.
end-close-slots.

CLOSE-ONE-SLOT.
    if slot-sub = 1 then
        close ack-out-01
    end-if.
    if slot-sub = 2 then
        close ack-out-02
    end-if.
    if slot-sub = 3 then
        close ack-out-03
    end-if.
    if slot-sub = 4 then
        close ack-out-04
    end-if.
    if slot-sub = 5 then
        close ack-out-05
    end-if.
    if slot-sub = 6 then
        close ack-out-06
    end-if.
    if slot-sub = 7 then
        close ack-out-07
    end-if.
    if slot-sub = 8 then
        close ack-out-08
    end-if.
    if slot-sub = 9 then
        close ack-out-09
    end-if.
    if slot-sub = 10 then
        close ack-out-10
    end-if.
end-close-one-slot.

*> LIST-DISTRIBUTION prints one line per source, routed or not, with
*> where its acknowledgement went; a routed desk with nothing tonight
*> still gets its (empty) dataset and is listed as no activity
LIST-DISTRIBUTION.
    perform PAGE-CHECK.
    write out-line from col-heads after advancing 2 lines.
    write out-line from underline-2 after advancing 1 line.
    add 3 to line-ct.
    perform varying rt-sub from 1 by 1 until rt-sub > rt-count
        perform PAGE-CHECK
        move rt-src (rt-sub) to det-src
        move rt-lines (rt-sub) to det-lines
        move rt-records (rt-sub) to det-recs
        move rt-failed (rt-sub) to det-fail
        move rt-dest (rt-sub) to det-dest
        if rt-slot (rt-sub) = 0 then
            move 'ACKOTHER' to det-dd
            move 'NO ROUTE - SENT TO CATCH-ALL' to det-disp
        else
            move rt-slot (rt-sub) to dd-slot
            move dd-name to det-dd
            move rt-slot (rt-sub) to slot-sub
            if slot-open (slot-sub) not = "Y" then
                move 'SLOT WOULD NOT OPEN - CATCH-ALL' to det-disp
            else
                if rt-lines (rt-sub) = 0 then
                    move 'NO ACTIVITY TONIGHT' to det-disp
                    add 1 to ct-quiet
                else
                    move 'DELIVERED' to det-disp
                end-if
            end-if
        end-if
        write out-line from detail-line after advancing 1 line
        add 1 to line-ct
    end-perform.
end-list-distribution.

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

*> FINISH prints the totals; anything short of every line reaching its
*> own desk sets a warning code, and an unreadable acknowledgement file
*> fails the step
FINISH.
    perform PAGE-CHECK.
    write out-line from summary-head after advancing 2 lines.
    write out-line from summary-under after advancing 1 line.
    move 'ACKNOWLEDGEMENT LINES READ' to sum-label.
    move ct-read to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'LINES DELIVERED TO DESK DATASETS' to sum-label.
    move ct-routed to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'LINES SENT TO CATCH-ALL' to sum-label.
    move ct-other to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'ROUTED DESKS WITH NO ACTIVITY' to sum-label.
    move ct-quiet to sum-count.
    write out-line from summary-line after advancing 1 line.
    if ct-bad-route > 0 then
        move 'ROUTING CARDS IGNORED' to sum-label
        move ct-bad-route to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    if ct-lost > 0 then
        move 'LINES NOT WRITTEN - NO CATCH-ALL' to sum-label
        move ct-lost to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    close standard-output.
    if ack-bad-yes then
        move 12 to return-code
    else
        if ct-other > 0 or ct-lost > 0 or ct-bad-route > 0 then
            move 4 to return-code
        else
            move 0 to return-code
        end-if
    end-if.
    STOP RUN.
end-finish.
