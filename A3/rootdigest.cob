      88 log-root-square value "S" "s".
      88 log-root-cube   value "C" "c".
      88 log-root-nth    value "N" "n".
      88 log-root-power  value "P" "p".
      88 log-root-ln     value "L" "l".
      88 log-root-log10  value "D" "d".
   02 filler     pic x(1).
   02 log-input  pic x(18).
   02 filler     pic x(3).
      03 de-square   pic 9(07).
      03 de-cube     pic 9(07).
      03 de-nth      pic 9(07).
      03 de-power    pic 9(07).
      03 de-ln       pic 9(07).
      03 de-log10    pic 9(07).
      03 de-sessions pic 9(05).
      03 de-hour     pic 9(07) occurs 24.
01 title-line.
        if log-root-nth then
            add 1 to de-nth (cur-day)
        else
            if log-root-power then
                add 1 to de-power (cur-day)
            else
                if log-root-ln then
                    add 1 to de-ln (cur-day)
                else
                    if log-root-log10 then
                        add 1 to de-log10 (cur-day)
                    else
                        add 1 to de-square (cur-day)
                    end-if
                end-if
            end-if
        end-if
    end-if.
    if log-status-ok then
    move 'NTH' to det-label.
    move de-nth (cur-day) to det-count.
    write out-line from detail-line after advancing 1 line.
    move 'POWER' to det-label.
    move de-power (cur-day) to det-count.
    write out-line from detail-line after advancing 1 line.
    move 'NATURAL LOG' to det-label.
    move de-ln (cur-day) to det-count.
    write out-line from detail-line after advancing 1 line.
    move 'BASE-10 LOG' to det-label.
    move de-log10 (cur-day) to det-count.
    write out-line from detail-line after advancing 1 line.
    perform PRINT-HOURS.
    perform PRINT-TREND.
    if ct-unstamped > 0 then
