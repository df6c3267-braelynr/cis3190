*> them from the rate card finance maintains, so the cost of the
*> nightly compute is billed back to the desks that submit the work.
*> A detail with no department code bills to the house under ***.
*> The same charges go to finance as a balanced general ledger journal
*> upload: a batch header, one debit per department to the cost centre
*> and account the cost-centre map gives it, one credit of the whole
*> month's charge to the service centre's recovery account, and a
*> batch trailer with the line count and debit and credit totals the
*> ledger's load validates. A department with no mapping is debited to
*> the suspense account instead and listed on the report for finance
*> to clear, so the posting always balances. The batch is for the
*> month of the latest extract header read.
*> Answers given over the phone in sqrtbabyex's interactive mode never
*> reach the nightly extract, so the month's ad-hoc activity
*> generations are read after it and billed the same way, by the
*> department the clerk keyed and the same source codes; a run with no
*> ad-hoc file allocated bills the extract alone.

identification division.
program-id. rootchgbk.
    select rate-file assign to RATEFILE
    organization is line sequential
    file status is rate-status.
    select map-file assign to CCMAP
    organization is line sequential
    file status is map-status.
    select gl-file assign to GLFILE
    organization is line sequential
    file status is gl-status.
    select adhoc-file assign to ADHCFILE
    organization is line sequential
    file status is adh-status-fs.
    select standard-output assign to CHGBKRPT.
data division.
file section.
fd extract-file.
    01 ext-line pic x(90).
    01 ext-det.
       02 filler      pic x(02).
       02 extd-id     pic x(07).
       02 filler      pic x(01).
       02 extd-z      pic x(18).
       02 filler      pic x(01).
          88 extd-src-master   value "M".
          88 extd-src-computed value "C".
          88 extd-src-excp     value "E".
    01 ext-xdet.
       02 filler      pic x(02).
       02 extx-id     pic x(07).
       02 filler      pic x(01).
       02 extx-z      pic x(32).
       02 filler      pic x(01).
       02 extx-root   pic x(01).
       02 filler      pic x(01).
       02 extx-degree pic x(02).
       02 filler      pic x(01).
       02 extx-result pic x(33).
       02 filler      pic x(01).
       02 extx-status pic x(02).
       02 filler      pic x(01).
       02 extx-dept   pic x(03).
       02 filler      pic x(01).
       02 extx-src    pic x(01).
fd rate-file.
    01 rate-card.
       02 rate-comp pic 9(05)v99.
       02 rate-hit  pic 9(05)v99.
       02 rate-excp pic 9(05)v99.
       02 filler    pic x(59).
*> the cost-centre map finance maintains: a D card maps a department to
*> the cost centre and account its charge is debited to, the R card
*> names the service centre's recovery account credited with the
*> month's charges, and the S card the suspense account unmapped
*> departments are debited to; the R and S cards leave the department
*> columns blank
fd map-file.
    01 map-card.
       02 map-type pic x(01).
          88 map-dept     value "D".
          88 map-recovery value "R".
          88 map-suspense value "S".
       02 map-dept-cd pic x(03).
       02 map-cc      pic x(10).
       02 map-acct    pic x(10).
       02 filler      pic x(56).
fd gl-file.
    01 gl-out pic x(80).
*> the ad-hoc activity record sqrtbabyex writes for every interactive
*> answer; only the department and source code are billed from it
fd adhoc-file.
    01 adh-rec.
       02 adh-date   pic 9(08).
       02 adh-time   pic 9(06).
       02 adh-init   pic x(03).
       02 adh-id     pic 9(07).
       02 adh-z      pic s9(10)v9(6) sign leading separate.
       02 adh-root   pic x(01).
       02 adh-degree pic 9(02).
       02 adh-exp    pic s9(03)v9(6) sign leading separate.
       02 adh-result pic x(19).
       02 adh-status pic 9(02).
       02 adh-dept   pic x(03).
       02 adh-src    pic x(01).
       02 adh-posted pic x(01).
fd standard-output.
    01 out-line pic x(132).
working-storage section.
77 ext-status  pic x(02) value "00".
77 rate-status pic x(02) value "00".
77 map-status  pic x(02) value "00".
77 gl-status   pic x(02) value "00".
77 adh-status-fs pic x(02) value "00".
77 run-date    pic 9(08).
77 last-hdr-date pic 9(08) value 0.
77 map-sub     pic 9(03) comp.
77 map-hit     pic 9(03) comp.
77 ct-gl-lines pic 9(07) value 0.
77 ct-suspense pic 9(05) value 0.
77 ct-bad-map  pic 9(05) value 0.
77 tot-debit   pic 9(13)v99 value 0.
77 tot-credit  pic 9(13)v99 value 0.
77 tot-suspense pic 9(11)v99 value 0.
77 ct-details  pic 9(09) value 0.
77 ct-headers  pic 9(07) value 0.
77 ct-adhoc    pic 9(09) value 0.
77 ct-nodept   pic 9(09) value 0.
77 ct-over     pic 9(09) value 0.
77 dept-sub    pic 9(03) comp.
77 cur-dept    pic 9(03) comp.
77 work-dept   pic x(03).
*> the department and source code of the detail being tallied, taken
*> from whichever detail layout - standard or extended - it came in
01 tally-dept  pic x(03).
01 tally-src   pic x(01).
   88 tally-src-master value "M".
   88 tally-src-excp   value "E".
77 dept-charge pic 9(09)v99.
77 tot-charge  pic 9(11)v99 value 0.
77 tot-comp    pic 9(09) value 0.
01 eof  pic x(01) value "f".
01 rate-bad pic x(01) value "N".
   88 rate-bad-yes value "Y".
01 gl-bad pic x(01) value "N".
   88 gl-bad-yes value "Y".
01 gl-reason pic x(44) value spaces.
01 recovery-cc   pic x(10) value spaces.
01 recovery-acct pic x(10) value spaces.
01 suspense-cc   pic x(10) value spaces.
01 suspense-acct pic x(10) value spaces.
01 map-table.
   02 map-count pic 9(03) comp value 0.
   02 map-entry occurs 200.
      03 mt-dept pic x(03).
      03 mt-cc   pic x(10).
      03 mt-acct pic x(10).
*> the ledger upload records: batch header, one journal line per debit
*> or credit, and the batch trailer the load balances against
01 gl-header.
   02 filler     pic x(01) value 'H'.
   02 glh-source pic x(08) value 'SQRTCHGB'.
   02 glh-period pic 9(06).
   02 glh-date   pic 9(08).
   02 glh-desc   pic x(30) value 'ROOT SERVICE CHARGEBACK'.
   02 filler     pic x(27) value spaces.
01 gl-line.
   02 filler     pic x(01) value 'L'.
   02 gll-seq    pic 9(05).
   02 gll-cc     pic x(10).
   02 gll-acct   pic x(10).
   02 gll-dc     pic x(01).
   02 gll-amount pic 9(11)v99.
   02 gll-dept   pic x(03).
   02 gll-desc   pic x(30).
   02 filler     pic x(07) value spaces.
01 gl-trailer.
   02 filler     pic x(01) value 'T'.
   02 glt-count  pic 9(07).
   02 glt-debit  pic 9(13)v99.
   02 glt-credit pic 9(13)v99.
   02 filler     pic x(42) value spaces.
01 dept-table.
   02 dept-count pic 9(03) comp value 0.
   02 dept-entry occurs 100.
      03 dt-comp pic 9(09).
      03 dt-hit  pic 9(09).
      03 dt-excp pic 9(09).
      03 dt-charge pic 9(09)v99.
01 title-line.
   02 filler pic x(9) value spaces.
   02 filler pic x(36) value 'MONTH-END DEPARTMENT CHARGEBACK'.
01 summary-line.
   02 sum-label pic x(33).
   02 sum-count pic z(8)9.
01 money-line.
   02 mon-label pic x(33).
   02 mon-amount pic z(12)9.99.
01 gl-head.
   02 filler pic x(9) value spaces.
   02 filler pic x(21) value 'GENERAL LEDGER UPLOAD'.
   02 filler pic x(8) value ' PERIOD '.
   02 gh-period pic 9(06).
01 gl-under.
   02 filler pic x(9) value spaces.
   02 filler pic x(35) value '-----------------------------------'.
01 gl-cols.
   02 filler pic x(2) value spaces.
   02 filler pic x(4) value 'DEPT'.
   02 filler pic x(4) value spaces.
   02 filler pic x(10) value 'COST CTR'.
   02 filler pic x(3) value spaces.
   02 filler pic x(10) value 'ACCOUNT'.
   02 filler pic x(3) value spaces.
   02 filler pic x(2) value 'DC'.
   02 filler pic x(8) value spaces.
   02 filler pic x(6) value 'AMOUNT'.
   02 filler pic x(3) value spaces.
   02 filler pic x(20) value 'NOTE'.
01 gl-detail.
   02 filler     pic x(2) value spaces.
   02 gd-dept    pic x(03).
   02 filler     pic x(5) value spaces.
   02 gd-cc      pic x(10).
   02 filler     pic x(3) value spaces.
   02 gd-acct    pic x(10).
   02 filler     pic x(3) value spaces.
   02 gd-dc      pic x(02).
   02 filler     pic x(2) value spaces.
   02 gd-amount  pic z(8)9.99.
   02 filler     pic x(3) value spaces.
   02 gd-note    pic x(32).
01 gl-fail-line.
   02 filler  pic x(2) value spaces.
   02 filler  pic x(25) value 'GL UPLOAD NOT PRODUCED - '.
   02 gf-text pic x(44).
01 map-mess.
   02 filler    pic x(2) value spaces.
   02 filler    pic x(30) value 'COST-CENTRE MAP CARD IGNORED -'.
   02 filler    pic x(1) value space.
   02 mm-card   pic x(30).

procedure division.
    accept run-date from date yyyymmdd.
    perform READ-RATES.
    open output standard-output.
    move page-no to pg-no.
    write out-line from underline-2 after advancing 1 line.
    move 8 to line-ct.
    perform SCAN-EXTRACTS.
    perform SCAN-ADHOC.
    perform PRINT-DEPTS.
    perform READ-MAP.
    perform WRITE-GL.
    perform finish.

READ-RATES.
            move "t" to eof
        end-read
        if eof = "f" then
            if ext-line (1:1) = "D" or ext-line (1:1) = "X" then
                add 1 to ct-details
                if ext-line (1:1) = "X" then
                    move extx-dept to tally-dept
                    move extx-src to tally-src
                else
                    move extd-dept to tally-dept
                    move extd-src to tally-src
                end-if
                perform TALLY-DETAIL
            else
                if ext-line (1:1) = "H" then
                    add 1 to ct-headers
                    if ext-line (3:8) is numeric then
                        if ext-line (3:8) > last-hdr-date then
                            move ext-line (3:8) to last-hdr-date
                        end-if
                    end-if
                end-if
            end-if
        end-if
    close extract-file.
end-scan-extracts.

*> SCAN-ADHOC rolls the month's concatenated ad-hoc activity
*> generations into the same department tallies
SCAN-ADHOC.
    open input adhoc-file.
    if adh-status-fs = "00" then
        move "f" to eof
        perform until eof = "t"
            read adhoc-file
            at end
                move "t" to eof
            end-read
            if eof = "f" then
                add 1 to ct-adhoc
                move adh-dept to tally-dept
                move adh-src to tally-src
                perform TALLY-DETAIL
            end-if
        end-perform
        close adhoc-file
    end-if.
end-scan-adhoc.

TALLY-DETAIL.
    if tally-dept = spaces then
        add 1 to ct-nodept
        move '***' to work-dept
    else
        move tally-dept to work-dept
    end-if.
    perform FIND-DEPT.
    if cur-dept > 0 then
        if tally-src-master then
            add 1 to dt-hit (cur-dept)
        else
            if tally-src-excp then
                add 1 to dt-excp (cur-dept)
            else
                add 1 to dt-comp (cur-dept)
            move 0 to dt-comp (cur-dept)
            move 0 to dt-hit (cur-dept)
            move 0 to dt-excp (cur-dept)
            move 0 to dt-charge (cur-dept)
        else
            add 1 to ct-over
        end-if
            + dt-hit (dept-sub) * rate-hit
            + dt-excp (dept-sub) * rate-excp
        move dept-charge to det-charge
        move dept-charge to dt-charge (dept-sub)
        add dept-charge to tot-charge
        add dt-comp (dept-sub) to tot-comp
        add dt-hit (dept-sub) to tot-hit
    add 2 to line-ct.
end-print-depts.

*> READ-MAP loads the cost-centre map; the recovery and suspense
*> accounts are single cards, and a card of no known type is listed
*> and left out
READ-MAP.
    move "f" to eof.
    open input map-file.
    if map-status not = "00" then
        move 'COST-CENTRE MAP MISSING' to gl-reason
        move "Y" to gl-bad
    else
        perform until eof = "t"
            read map-file
            at end
                move "t" to eof
            end-read
            if eof = "f" then
                perform TAKE-MAP-CARD
            end-if
        end-perform
        close map-file
    end-if.
    if not gl-bad-yes and recovery-acct = spaces then
        move 'NO RECOVERY ACCOUNT ON THE MAP' to gl-reason
        move "Y" to gl-bad
    end-if.
end-read-map.

TAKE-MAP-CARD.
    if map-dept and map-acct not = spaces and map-count < 200 then
        add 1 to map-count
        move map-dept-cd to mt-dept (map-count)
        move map-cc to mt-cc (map-count)
        move map-acct to mt-acct (map-count)
    else
        if map-recovery and map-acct not = spaces then
            move map-cc to recovery-cc
            move map-acct to recovery-acct
        else
            if map-suspense and map-acct not = spaces then
                move map-cc to suspense-cc
                move map-acct to suspense-acct
            else
                add 1 to ct-bad-map
                move map-card to mm-card
                perform PAGE-CHECK
                write out-line from map-mess after advancing 1 line
                add 1 to line-ct
            end-if
        end-if
    end-if.
end-take-map-card.

*> WRITE-GL builds the ledger batch for the month: it is only written
*> when it can balance - a recovery account to credit, and a suspense
*> account for any department the map does not cover - otherwise the
*> report says why and the file is left empty so nothing half-posts
WRITE-GL.
    if last-hdr-date > 0 then
        move last-hdr-date (1:6) to glh-period
    else
        move run-date (1:6) to glh-period
    end-if.
    move glh-period to gh-period.
    if not gl-bad-yes then
        perform CHECK-SUSPENSE
    end-if.
    open output gl-file.
    if gl-status not = "00" then
        move 'GL FILE COULD NOT BE OPENED' to gl-reason
        move "Y" to gl-bad
    end-if.
    perform PAGE-CHECK.
    if line-ct + 6 > lines-per-page then
        perform NEW-PAGE
    end-if.
    write out-line from gl-head after advancing 2 lines.
    write out-line from gl-under after advancing 1 line.
    add 3 to line-ct.
    if gl-bad-yes then
        move gl-reason to gf-text
        write out-line from gl-fail-line after advancing 1 line
        add 1 to line-ct
    else
        write out-line from gl-cols after advancing 1 line
        add 1 to line-ct
        move run-date to glh-date
        write gl-out from gl-header
        perform varying dept-sub from 1 by 1
            until dept-sub > dept-count
            if dt-charge (dept-sub) > 0 then
                perform GL-DEBIT
            end-if
        end-perform
        if tot-charge > 0 then
            perform GL-CREDIT
        end-if
        move ct-gl-lines to glt-count
        move tot-debit to glt-debit
        move tot-credit to glt-credit
        write gl-out from gl-trailer
    end-if.
    if gl-status = "00" then
        close gl-file
    end-if.
end-write-gl.

*> CHECK-SUSPENSE refuses the batch when a department needs the
*> suspense account and the map does not name one
CHECK-SUSPENSE.
    perform varying dept-sub from 1 by 1
        until dept-sub > dept-count
        if dt-charge (dept-sub) > 0 then
            perform FIND-MAP
            if map-hit = 0 and suspense-acct = spaces then
                move 'UNMAPPED DEPARTMENT AND NO SUSPENSE ACCOUNT'
                    to gl-reason
                move "Y" to gl-bad
            end-if
        end-if
    end-perform.
end-check-suspense.

FIND-MAP.
    move 0 to map-hit.
    perform varying map-sub from 1 by 1
        until map-sub > map-count
        if mt-dept (map-sub) = dt-code (dept-sub) and map-hit = 0 then
            move map-sub to map-hit
        end-if
    end-perform.
end-find-map.

*> GL-DEBIT posts one department's charge to its cost centre, or to
*> suspense with the department named on the line and the report
GL-DEBIT.
    perform FIND-MAP.
    add 1 to ct-gl-lines.
    move ct-gl-lines to gll-seq.
    move 'D' to gll-dc.
    move dt-charge (dept-sub) to gll-amount.
    move dt-code (dept-sub) to gll-dept.
    if map-hit > 0 then
        move mt-cc (map-hit) to gll-cc
        move mt-acct (map-hit) to gll-acct
        move 'ROOT SERVICE CHARGE' to gll-desc
        move spaces to gd-note
    else
        move suspense-cc to gll-cc
        move suspense-acct to gll-acct
        move 'UNMAPPED DEPT - SUSPENSE' to gll-desc
        move 'NO MAPPING - POSTED TO SUSPENSE' to gd-note
        add 1 to ct-suspense
        add dt-charge (dept-sub) to tot-suspense
    end-if.
    add dt-charge (dept-sub) to tot-debit.
    write gl-out from gl-line.
    move gll-dept to gd-dept.
    perform GL-REPORT-LINE.
end-gl-debit.

GL-CREDIT.
    add 1 to ct-gl-lines.
    move ct-gl-lines to gll-seq.
    move 'C' to gll-dc.
    move tot-charge to gll-amount.
    move spaces to gll-dept.
    move recovery-cc to gll-cc.
    move recovery-acct to gll-acct.
    move 'ROOT SERVICE RECOVERY' to gll-desc.
    add tot-charge to tot-credit.
    write gl-out from gl-line.
    move 'ALL' to gd-dept.
    move 'SERVICE CENTRE RECOVERY' to gd-note.
    perform GL-REPORT-LINE.
end-gl-credit.

GL-REPORT-LINE.
    perform PAGE-CHECK.
    move gll-cc to gd-cc.
    move gll-acct to gd-acct.
    if gll-dc = 'D' then
        move 'DR' to gd-dc
    else
        move 'CR' to gd-dc
    end-if.
    move gll-amount to gd-amount.
    write out-line from gl-detail after advancing 1 line.
    add 1 to line-ct.
end-gl-report-line.

PAGE-CHECK.
    if line-ct is greater than or equal to lines-per-page then
        perform NEW-PAGE
    move 'EXTRACT DETAILS READ' to sum-label.
    move ct-details to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'AD-HOC ANSWERS READ' to sum-label.
    move ct-adhoc to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'DETAILS WITH NO DEPARTMENT' to sum-label.
    move ct-nodept to sum-count.
    write out-line from summary-line after advancing 1 line.
        move ct-over to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    move 'GL JOURNAL LINES WRITTEN' to sum-label.
    move ct-gl-lines to sum-count.
    write out-line from summary-line after advancing 1 line.
    move 'GL TOTAL DEBITS' to mon-label.
    move tot-debit to mon-amount.
    write out-line from money-line after advancing 1 line.
    move 'GL TOTAL CREDITS' to mon-label.
    move tot-credit to mon-amount.
    write out-line from money-line after advancing 1 line.
    if ct-suspense > 0 then
        move 'DEPARTMENTS POSTED TO SUSPENSE' to sum-label
        move ct-suspense to sum-count
        write out-line from summary-line after advancing 1 line
        move 'AMOUNT POSTED TO SUSPENSE' to mon-label
        move tot-suspense to mon-amount
        write out-line from money-line after advancing 1 line
    end-if.
    if ct-bad-map > 0 then
        move 'COST-CENTRE MAP CARDS IGNORED' to sum-label
        move ct-bad-map to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    close standard-output.
    if gl-bad-yes then
        move 8 to return-code
    else
        if ct-over > 0 or ct-suspense > 0 or ct-bad-map > 0 then
            move 4 to return-code
        else
            move 0 to return-code
        end-if
    end-if.
    STOP RUN.
end-finish.
