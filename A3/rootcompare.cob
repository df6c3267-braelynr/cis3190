file section.
fd new-master.
    01 new-rec.
       02 new-id     pic 9(07).
       02 new-z      pic s9(10)v9(6) sign leading separate.
       02 new-root   pic x(01).
       02 new-degree pic 9(02).
       02 new-date   pic 9(08).
       02 new-dept   pic x(03).
       02 new-reverify pic x(01).
       02 new-lock     pic x(01).
       02 new-ovr-reason pic 9(02).
       02 new-ovr-init pic x(03).
       02 new-exp    pic s9(03)v9(6) sign leading separate.
fd old-master.
    01 old-rec.
       02 old-id     pic 9(07).
       02 old-z      pic s9(10)v9(6) sign leading separate.
       02 old-root   pic x(01).
       02 old-degree pic 9(02).
       02 old-date   pic 9(08).
       02 old-dept   pic x(03).
       02 old-reverify pic x(01).
       02 old-lock     pic x(01).
       02 old-ovr-reason pic 9(02).
       02 old-ovr-init pic x(03).
       02 old-exp    pic s9(03)v9(6) sign leading separate.
fd control-file.
    01 cmp-card.
       02 cmp-threshold pic 9(05)v9(6).
77 old-fs      pic x(02) value "00".
77 new-eof     pic x(01) value "f".
77 old-eof     pic x(01) value "f".
77 new-key     pic 9(08) value 0.
77 old-key     pic 9(08) value 0.
77 new-num     pic s9(11)v9(6).
77 old-num     pic s9(11)v9(6).
77 delta       pic s9(11)v9(6).
77 line-ct        pic 9(03) value 0.
77 page-no        pic 9(04) value 1.
77 lines-per-page pic 9(03) value 55.
01 eof-key pic 9(08) value 99999999.
01 title-line.
   02 filler pic x(9) value spaces.
   02 filler pic x(33) value 'NIGHT-OVER-NIGHT RESULTS COMPARE'.
   02 filler pic x(14) value 'DIFFERENCE'.
01 detail-line.
   02 filler   pic x(2) value spaces.
   02 det-id   pic z(6)9.
   02 filler   pic x(2) value spaces.
   02 det-text pic x(44).
01 move-line.
   02 filler   pic x(2) value spaces.
   02 mv-id    pic z(6)9.
   02 filler   pic x(2) value spaces.
   02 filler   pic x(13) value 'ROOT MOVED - '.
   02 filler   pic x(4) value 'OLD '.
   02 mv-old   pic x(19).
   02 mv-new   pic x(19).
01 status-line.
   02 filler   pic x(2) value spaces.
   02 st-id    pic z(6)9.
   02 filler   pic x(2) value spaces.
   02 filler   pic x(21) value 'STATUS CHANGED - OLD '.
   02 st-old   pic 9(02).
   02 filler   pic x(5) value ' NEW '.
    write out-line from col-heads after advancing 1 line.
    write out-line from under-line after advancing 1 line.
    move 5 to line-ct.
    *> the control record at key zero is bookkeeping, not an answer,
    *> and always comes first
    perform READ-NEW.
    if new-eof = "f" and new-id = 0 then
        perform READ-NEW
    end-if.
    perform READ-OLD.
    if old-eof = "f" and old-id = 0 then
        perform READ-OLD
    end-if.
    perform until new-eof = "t" and old-eof = "t"
        if new-key < old-key then
            perform NOTE-APPEARED
