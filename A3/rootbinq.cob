file section.
fd master-file.
    01 mast-rec.
       02 mast-id     pic 9(07).
       02 mast-z      pic s9(10)v9(6) sign leading separate.
       02 mast-root   pic x(01).
       02 mast-degree pic 9(02).
       02 mast-date   pic 9(08).
       02 mast-dept   pic x(03).
       02 mast-reverify pic x(01).
       02 mast-lock     pic x(01).
       02 mast-ovr-reason pic 9(02).
       02 mast-ovr-init pic x(03).
       02 mast-exp    pic s9(03)v9(6) sign leading separate.
fd request-file.
    01 req-card.
       02 req-id   pic 9(07).
       02 req-root pic x(01).
          88 req-root-any    value " ".
          88 req-root-square value "S" "s".
          88 req-root-cube   value "C" "c".
          88 req-root-nth    value "N" "n".
          88 req-root-power  value "P" "p".
          88 req-root-ln     value "L" "l".
          88 req-root-log10  value "D" "d".
       02 filler   pic x(72).
fd answer-file.
    01 ans-out pic x(68).
fd notfound-file.
    01 nf-rec.
       02 nf-id     pic 9(07).
       02 filler    pic x(2).
       02 nf-reason pic x(40).
       02 filler    pic x(33).
01 col-heads.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value 'REC ID'.
   02 filler pic x(8) value spaces.
   02 filler pic x(6) value 'NUMBER'.
   02 filler pic x(16) value spaces.
   02 filler pic x(4) value 'ROOT'.
01 underline-2.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value '------'.
   02 filler pic x(4) value spaces.
   02 filler pic x(20) value ' -------------------'.
   02 filler pic x(2) value spaces.
   02 filler pic x(5) value '-----'.
   02 filler pic x(8) value '--------'.
01 print-line.
   02 filler   pic x value space.
   02 out-id   pic z(6)9.
   02 filler   pic x(3) value spaces.
   02 out-z    pic -(11)9.9(6).
   02 filler   pic x(3) value spaces.
   02 out-date pic 9(08).
01 miss-line.
   02 filler   pic x value space.
   02 ms-id    pic z(6)9.
   02 filler   pic x(3) value spaces.
   02 ms-text  pic x(44).
01 summary-head.
*> the desk's downstream tooling reads both files the same way
01 ans-detail.
   02 filler     pic x(02) value 'D,'.
   02 ans-id     pic 9(07).
   02 filler     pic x(01) value ','.
   02 ans-z      pic -(10)9.9(6).
   02 filler     pic x(01) value ','.
   02 ans-y      pic x(19).
   02 filler     pic x(01) value ','.
   02 ans-status pic 9(02).
   02 filler     pic x(01) value ','.
   02 ans-exp    pic -(3)9.9(6).

procedure division.
    open input master-file.
        end-read
        if eof = "f" then
            add 1 to ct-requests
            if req-card (1:7) is numeric and req-id > 0 then
                perform LOOKUP-REQUEST
            else
                perform BAD-REQUEST
                    move "N" to filter-hit
                end-if
            else
                if req-root-power then
                    if mast-root not = "P" and mast-root not = "p" then
                        move "N" to filter-hit
                    end-if
                else
                    if req-root-ln then
                        if mast-root not = "L" and mast-root not = "l" then
                            move "N" to filter-hit
                        end-if
                    else
                        if req-root-log10 then
                            if mast-root not = "D" and mast-root not = "d"
                                    then
                                move "N" to filter-hit
                            end-if
                        else
                            if mast-root not = "N" and mast-root not = "n"
                                    then
                                move "N" to filter-hit
                            end-if
                        end-if
                    end-if
                end-if
            end-if
        end-if
    move mast-degree to ans-degree.
    move mast-result to ans-y.
    move mast-status to ans-status.
    move mast-exp to ans-exp.
    write ans-out from ans-detail.
end-answer-request.

