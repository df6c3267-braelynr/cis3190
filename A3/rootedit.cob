77 ct-clean    pic 9(07) value 0.
77 ct-free     pic 9(07) value 0.
77 ct-range    pic 9(07) value 0.
77 ct-ext      pic 9(07) value 0.
77 raw-seg     pic 9(07) value 0.
77 clean-seg   pic 9(07) value 0.
77 ct-reject   pic 9(07) value 0.
77 ct-outseq   pic 9(07) value 0.
77 prev-id     pic 9(07) value 0.
77 line-ct     pic 9(03) value 0.
77 page-no     pic 9(04) value 1.
77 lines-per-page pic 9(03) value 55.
*> repeat ids far apart, so every id ever passed is remembered, not
*> just the immediately preceding one
01 seen-table.
   02 seen-flag pic x(01) occurs 9999999.
*> edit-card overlays the raw card with every field alphanumeric so
*> each one can be class-tested before anything numeric touches it
01 edit-card.
   02 ec-id      pic x(07).
   02 ec-id-num redefines ec-id pic 9(07).
   02 ec-sign    pic x(01).
   02 ec-z-int   pic x(10).
   02 ec-z-dec   pic x(06).
      88 ec-root-square value "S" "s" " ".
      88 ec-root-cube   value "C" "c".
      88 ec-root-nth    value "N" "n".
      88 ec-root-power  value "P" "p".
      88 ec-root-log    value "L" "l" "D" "d".
   02 ec-degree  pic x(02).
   02 ec-degree-num redefines ec-degree pic 9(02).
   02 ec-diff    pic x(05).
   02 ec-source  pic x(03).
   02 ec-priority pic x(01).
   02 ec-dept    pic x(03).
   02 ec-exp.
      03 ec-exp-sign pic x(01).
      03 ec-exp-int  pic x(03).
      03 ec-exp-dec  pic x(06).
   02 filler     pic x(26).
01 degree-quot pic 9(02).
01 degree-rem  pic 9(02).
*> edit-range overlays a type-R range-request card with every field
*> step expands it into one computation per point with derived ids
01 edit-range.
   02 filler     pic x(01).
   02 er-id      pic x(07).
   02 er-id-num redefines er-id pic 9(07).
   02 er-s-sign  pic x(01).
   02 er-s-int   pic x(10).
   02 er-s-dec   pic x(06).
      88 er-root-square value "S" "s" " ".
      88 er-root-cube   value "C" "c".
      88 er-root-nth    value "N" "n".
      88 er-root-power  value "P" "p".
      88 er-root-log    value "L" "l" "D" "d".
   02 er-degree  pic x(02).
   02 er-degree-num redefines er-degree pic 9(02).
   02 er-diff    pic x(05).
   02 er-source  pic x(03).
   02 er-priority pic x(01).
   02 er-dept    pic x(03).
   02 filler     pic x(01).
01 edit-range-num redefines edit-range.
   02 filler     pic x(08).
   02 ern-start  pic s9(10)v9(6) sign leading separate.
   02 ern-end    pic s9(10)v9(6) sign leading separate.
   02 ern-step   pic s9(10)v9(6) sign leading separate.
   02 filler     pic x(21).
*> edit-xcard overlays a type-X extended-precision card the same way;
*> it carries the id and source where the range card does, with a
*> value of eighteen integer and twelve decimal digits and a
*> twelve-place tolerance
01 edit-xcard.
   02 filler      pic x(01).
   02 ex-id       pic x(07).
   02 ex-sign     pic x(01).
   02 ex-z-int    pic x(18).
   02 ex-z-dec    pic x(12).
   02 ex-root     pic x(01).
      88 ex-root-square value "S" "s" " ".
      88 ex-root-cube   value "C" "c".
      88 ex-root-nth    value "N" "n".
   02 ex-degree   pic x(02).
   02 ex-degree-num redefines ex-degree pic 9(02).
   02 ex-diff     pic x(12).
   02 ex-maxiter  pic x(05).
   02 filler      pic x(13).
   02 ex-source   pic x(03).
   02 ex-priority pic x(01).
   02 ex-dept     pic x(03).
   02 filler      pic x(01).
*> each source segment of the spliced extract is tallied on its own so
*> the desk that habitually sends bad counts is named in the summary
01 cur-src     pic x(03) value spaces.
*> stands down rather than rejecting the night
*> the header date is validated against the processing calendar the
*> same way the compute step validates it, so a stale or out-of-cycle
*> segment is named here at the front door; the compute step holds
*> such a segment whole in suspense for release, so it is a warning
*> rather than a reason to hold the other desks' work. An override
*> record admits a sanctioned rerun and is echoed with its authorizer
77 cal-status   pic x(02) value "00".
77 run-date     pic 9(08).
77 expect-date  pic 9(08).
01 col-heads.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value 'REC ID'.
   02 filler pic x(5) value spaces.
   02 filler pic x(11) value 'DISPOSITION'.
01 detail-line.
   02 filler   pic x(2) value spaces.
   02 det-id   pic x(07).
   02 filler   pic x(4) value spaces.
   02 det-text pic x(44).
01 summary-head.
                    else
                        perform REJECT-RANGE
                    end-if
                else
                if raw-card (1:1) = "X" then
                    add 1 to ct-raw
                    add 1 to raw-seg
                    perform TALLY-SOURCE-READ
                    perform EDIT-EXT-CARD
                    if card-ok-yes then
                        perform PASS-EXT-CARD
                    else
                        perform REJECT-CARD
                    end-if
                else
                    add 1 to ct-raw
                    add 1 to raw-seg
                    perform TALLY-SOURCE-READ
                    if raw-card (1:7) is numeric and
                            (raw-card (8:1) = "+" or
                             raw-card (8:1) = "-") then
                        perform EDIT-CARD-FIELDS
                        if card-ok-yes then
                            perform PASS-CARD
                    end-if
                end-if
                end-if
                end-if
            end-if
        end-if
    end-perform.
        move 'VALUE IS ZERO' to edit-reason
    else
    if not ec-root-square and not ec-root-cube
            and not ec-root-nth and not ec-root-power
            and not ec-root-log then
        move "N" to card-ok
        move 'ROOT TYPE CODE INVALID' to edit-reason
    else
        move "N" to card-ok
        move 'DEGREE UNDER 2 FOR NTH ROOT' to edit-reason
    else
    if ec-root-power and ec-exp not = spaces
            and ((ec-exp-sign not = "+" and ec-exp-sign not = "-")
            or ec-exp-int not numeric or ec-exp-dec not numeric) then
        move "N" to card-ok
        move 'EXPONENT NOT NUMERIC' to edit-reason
    else
    if ec-diff not numeric then
        move "N" to card-ok
        move 'TOLERANCE NOT NUMERIC' to edit-reason
            perform EDIT-NEGATIVE
        end-if
    end-if end-if end-if end-if end-if end-if end-if end-if end-if
    end-if end-if.
    if card-ok-yes then
        perform EDIT-SEQUENCE
    end-if.
end-edit-card-fields.

*> EDIT-NEGATIVE lets a negative value through only where a real answer
*> exists: cube roots, nth roots of odd degree, or powers to a whole
*> exponent (a power card with no exponent is raised to its degree,
*> which is always whole); a logarithm never takes one
EDIT-NEGATIVE.
    if ec-sign = "-" then
        if ec-root-square then
                    move 'NEGATIVE VALUE FOR EVEN DEGREE'
                        to edit-reason
                end-if
            else
                if ec-root-log then
                    move "N" to card-ok
                    move 'NEGATIVE VALUE FOR LOGARITHM' to edit-reason
                else
                    if ec-root-power and ec-exp not = spaces
                            and ec-exp-dec not = "000000" then
                        move "N" to card-ok
                        move 'NEGATIVE VALUE, FRACTIONAL EXP'
                            to edit-reason
                    end-if
                end-if
            end-if
        end-if
    end-if.
    end-if.
end-load-calendar.

*> CHECK-HDR-DATE flags a header date that is neither the
*> calendar-expected date nor admitted by an override; the segment
*> still passes through whole so the compute step can refuse it and
*> hold it in suspense, and the condition code warns of it
CHECK-HDR-DATE.
    if raw-card (2:8) is numeric then
        move raw-card (2:8) to hdr-date
        move 'RANGE VALUE NOT NUMERIC' to edit-reason
    else
    if not er-root-square and not er-root-cube
            and not er-root-nth and not er-root-power
            and not er-root-log then
        move "N" to card-ok
        move 'ROOT TYPE CODE INVALID' to edit-reason
    else
        move "N" to card-ok
        move 'NEGATIVE VALUE FOR SQUARE ROOT' to edit-reason
    else
    if er-start-val <= 0 and er-root-log then
        move "N" to card-ok
        move 'VALUE NOT POSITIVE FOR LOG' to edit-reason
    else
    if er-start-val < 0 and er-root-nth then
        divide er-degree-num by 2
            giving degree-quot remainder degree-rem
            move "N" to card-ok
            move 'NEGATIVE VALUE FOR EVEN DEGREE' to edit-reason
        end-if
    end-if end-if end-if end-if end-if.
    if card-ok-yes then
        perform EDIT-RANGE-IDS
    end-if.
EDIT-RANGE-IDS.
    compute er-points = (er-end-val - er-start-val) / er-step-val + 1.
    compute er-last-id = er-id-num + er-points - 1.
    if er-last-id > 9999999 then
        move "N" to card-ok
        move 'RANGE EXCEEDS ID CAPACITY' to edit-reason
    else
    add 1 to line-ct.
end-reject-range.

*> EDIT-EXT-CARD works through a type-X extended-precision card with
*> the same checks, in the same order, as EDIT-CARD-FIELDS; the id is
*> carried into the detail overlay so the sequence check and the
*> reject line treat it like any other detail id
EDIT-EXT-CARD.
    move raw-card to edit-xcard.
    move ex-id to ec-id.
    move "Y" to card-ok.
    move spaces to edit-reason.
    if ex-id not numeric or ec-id-num = 0 then
        move "N" to card-ok
        move 'RECORD ID NOT NUMERIC' to edit-reason
    else
    if ex-sign not = "+" and ex-sign not = "-" then
        move "N" to card-ok
        move 'VALUE SIGN NOT + OR -' to edit-reason
    else
    if ex-z-int not numeric or ex-z-dec not numeric then
        move "N" to card-ok
        move 'VALUE NOT NUMERIC' to edit-reason
    else
    if ex-z-int = all "0" and ex-z-dec = all "0" then
        move "N" to card-ok
        move 'VALUE IS ZERO' to edit-reason
    else
    if not ex-root-square and not ex-root-cube
            and not ex-root-nth then
        move "N" to card-ok
        move 'ROOT TYPE CODE INVALID' to edit-reason
    else
    if ex-degree not numeric then
        move "N" to card-ok
        move 'DEGREE NOT NUMERIC' to edit-reason
    else
    if ex-root-nth and ex-degree-num < 2 then
        move "N" to card-ok
        move 'DEGREE UNDER 2 FOR NTH ROOT' to edit-reason
    else
    if ex-diff not numeric then
        move "N" to card-ok
        move 'TOLERANCE NOT NUMERIC' to edit-reason
    else
    if ex-maxiter not numeric then
        move "N" to card-ok
        move 'MAX ITERATIONS NOT NUMERIC' to edit-reason
    else
    if ex-source not = spaces and ex-source not = cur-src then
        move "N" to card-ok
        move 'SOURCE DISAGREES WITH HEADER' to edit-reason
    else
        move ex-dept to chk-dept
        perform CHECK-DEPT
        if dept-ok = "N" then
            move "N" to card-ok
            move 'DEPARTMENT CODE NOT ON LIST' to edit-reason
        else
            perform EDIT-EXT-NEGATIVE
        end-if
    end-if end-if end-if end-if end-if end-if end-if end-if end-if
    end-if.
    if card-ok-yes then
        perform EDIT-SEQUENCE
    end-if.
end-edit-ext-card.

EDIT-EXT-NEGATIVE.
    if ex-sign = "-" then
        if ex-root-square then
            move "N" to card-ok
            move 'NEGATIVE VALUE FOR SQUARE ROOT' to edit-reason
        else
            if ex-root-nth then
                divide ex-degree-num by 2
                    giving degree-quot remainder degree-rem
                if degree-rem = 0 then
                    move "N" to card-ok
                    move 'NEGATIVE VALUE FOR EVEN DEGREE'
                        to edit-reason
                end-if
            end-if
        end-if
    end-if.
end-edit-ext-negative.

PASS-EXT-CARD.
    add 1 to ct-ext.
    perform PASS-CARD.
end-pass-ext-card.

*> PASS-FREE-CARD hands a free-format delimited record straight
*> through; the compute step owns the parse for that style and bounces
*> a malformed one to the exception file with the failing field named
    move 'RANGE CARDS PASSED' to sum-label.
    move ct-range to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'EXTENDED CARDS PASSED' to sum-label.
    move ct-ext to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'REJECTED' to sum-label.
    move ct-reject to sum-count.
    write out-line from summary-line after advancing 1 line.
        perform REPORT-SOURCES
    end-if.
    close raw-file, clean-file, reject-file, standard-output.
    if raw-tlr-bad-yes then
        move 8 to return-code
    else
        if ct-reject > 0 or cal-bad-yes then
            move 4 to return-code
        else
            move 0 to return-code
