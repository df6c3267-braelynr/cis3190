    access is dynamic
    record key is mast-id
    file status is mast-status-fs.
    select ext-master-file assign to MASTXFIL
    organization is indexed
    access is dynamic
    record key is mx-id
    file status is mastx-status.
    select journal-file assign to JRNLFILE
    organization is line sequential.
    select xjournal-file assign to JRNLXFIL
    organization is line sequential.
    select defer-file assign to DEFERFIL
    organization is line sequential.
    select alert-file assign to ALRTFILE
    select calendar-file assign to CALFILE
    organization is line sequential
    file status is cal-status.
    select override-journal assign to OVRDJRNL
    organization is line sequential
    file status is ovj-status.
    select ack-file assign to ACKFILE
    organization is line sequential.
    select dept-work assign to DEPTWORK
    organization is line sequential.
    select suspense-file assign to SUSPFILE
    organization is line sequential
    file status is susp-status.
    select trial-card-file assign to TRIALCRD
    organization is line sequential
    file status is trl-status.
    select trial-exception-file assign to TRIALEXC
    organization is line sequential.
    select trial-report assign to TRIALRPT.
data division.
file section.
fd input-file.
    01 in-card.
       02 in-id      pic 9(07).
       02 in-z       pic s9(10)v9(6) sign leading separate.
       02 in-root    pic x(01).
          88 in-root-square value "S" "s" " ".
          88 in-root-cube   value "C" "c".
          88 in-root-nth    value "N" "n".
          88 in-root-power  value "P" "p".
          88 in-root-ln     value "L" "l".
          88 in-root-log10  value "D" "d".
       02 in-degree  pic 9(02).
       02 in-diff    pic v9(5).
       02 in-maxiter pic 9(05).
       02 in-priority pic x(01).
          88 in-pri-high value "H" "h" "1".
       02 in-dept    pic x(03).
       02 in-exp     pic s9(03)v9(6) sign leading separate.
       02 in-exp-x redefines in-exp pic x(10).
       02 filler     pic x(26).
    01 in-hdr.
       02 in-hdr-type   pic x(01).
       02 in-hdr-date   pic 9(08).
       02 filler        pic x(69).
    01 in-rng.
       02 rng-type    pic x(01).
       02 rng-id      pic 9(07).
       02 rng-start   pic s9(10)v9(6) sign leading separate.
       02 rng-end     pic s9(10)v9(6) sign leading separate.
       02 rng-step    pic s9(10)v9(6) sign leading separate.
       02 rng-priority pic x(01).
          88 rng-pri-high value "H" "h" "1".
       02 rng-dept    pic x(03).
       02 filler      pic x(01).
    01 in-xcard.
       02 xin-type     pic x(01).
       02 xin-id       pic 9(07).
       02 xin-z        pic s9(18)v9(12) sign leading separate.
       02 xin-root     pic x(01).
          88 xin-root-square value "S" "s" " ".
          88 xin-root-cube   value "C" "c".
          88 xin-root-nth    value "N" "n".
       02 xin-degree   pic 9(02).
       02 xin-diff     pic v9(12).
       02 xin-maxiter  pic 9(05).
       02 filler       pic x(13).
       02 xin-source   pic x(03).
       02 xin-priority pic x(01).
          88 xin-pri-high value "H" "h" "1".
       02 xin-dept     pic x(03).
       02 filler       pic x(01).
fd standard-output.
    01 out-line pic x(132).
fd exception-file.
    01 exc-out pic x(97).
*> the restart point, and how far into the input the suspense file had
*> been written when the checkpoint was taken
fd checkpoint-file.
    01 ckpt-out.
       02 ckpt-proc  pic 9(07).
       02 ckpt-cards pic 9(07).
fd status-file.
    01 stat-out pic x(56).
fd extract-file.
    01 ext-out pic x(90).
fd history-file.
    01 hist-rec.
       02 hist-date     pic 9(08).
       02 hist-restart  pic 9(07).
       02 filler        pic x(01).
       02 hist-source   pic x(03).
       02 filler        pic x(01).
       02 hist-cc       pic 9(02).
fd parm-file.
    01 parm-card.
       02 parm-ckpt-interval pic 9(05).
       02 filler             pic x(40).
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
fd journal-file.
    01 jrn-out pic x(171).
fd xjournal-file.
    01 xjrn-out pic x(213).
fd defer-file.
    01 defer-out pic x(80).
fd alert-file.
       02 cal-expect-date pic 9(08).
       02 cal-auth        pic x(03).
       02 filler          pic x(59).
fd override-journal.
    01 ovj-line pic x(171).
fd ack-file.
    01 ack-out pic x(80).
fd dept-work.
    01 dw-out pic x(137).
fd suspense-file.
    01 susp-out pic x(134).
fd trial-card-file.
    01 trial-in pic x(80).
fd trial-exception-file.
    01 trial-exc-out pic x(97).
fd trial-report.
    01 trial-out pic x(132).
working-storage section.
77 diff pic v9(5).
77 max-iter pic s9(05) value 1000.
77 call-input  pic s9(10)v9(6) sign leading separate.
77 call-degree pic s9(05).
*> call-exp is the exponent a power record is raised to - see
*> SET-EXPONENT - and is stored, extracted and excepted with it
77 call-exp    pic s9(03)v9(6) sign leading separate.
77 result      pic -(11)9.9(6).
77 verify-req  pic x(01) value "N".
77 iters-used  pic s9(05).
77 mast-status-fs pic x(02) value "00".
77 run-date    pic 9(08).
77 time-now    pic 9(08).
77 last-id     pic 9(07) value 0.
77 run-start   pic 9(06).
77 run-end     pic 9(06).
77 ckpt-interval pic 9(05) value 100.
77 ckpt-quot     pic 9(07).
77 ckpt-rem      pic 9(05).
77 start-point   pic 9(07) value 0.
*> every card read on the first pass, headers and trailers included,
*> and that count as of the last checkpoint; a restart writes no
*> suspense card at or below the mark, as those are already there
77 ct-cards      pic 9(07) value 0.
77 restart-cards pic 9(07) value 0.
77 ckpt-status   pic x(02) value "00".
77 stat-status   pic x(02) value "00".
77 in-status     pic x(02) value "00".
01 seg-fail    pic x(01) value "N".
   88 seg-fail-yes value "Y".
77 ct-skipped  pic 9(07) value 0.
*> a refused segment is not thrown away: every card of it, header
*> through trailer, goes to the suspense file stamped with tonight's
*> date, its segment number and the refusal reason, where it waits for
*> a supervisor to release or purge it on rootsusp
77 susp-status pic x(02) value "00".
77 ct-susp-seg pic 9(03) value 0.
77 ct-susp-card pic 9(07) value 0.
01 susp-rec.
   02 sus-run-date pic 9(08).
   02 sus-seg      pic 9(03).
   02 sus-src      pic x(03).
   02 sus-reason   pic x(40).
   02 sus-card     pic x(80).
01 susp-hdr-reason.
   02 filler  pic x(12) value 'HEADER DATE '.
   02 shr-got pic 9(08).
   02 filler  pic x(10) value ' EXPECTED '.
   02 shr-want pic 9(08).
   02 filler  pic x(02) value spaces.
77 src-excp-tot pic 9(07).
*> a trial run - switched on by allocating the trial control card -
*> works the real input against the real master under proposed
*> run-control values and changes nothing: the master is opened for
*> input only, the checkpoint is neither read nor written, and no
*> journal, extract, status, history, defer, alert, acknowledgement,
*> department or suspense record is written. Failures go to the trial
*> exception list instead of the exception file, and the trial report
*> sets every answer the run would have stored against the answer the
*> master holds now. The trial card has the run-control file's layout;
*> a field left blank keeps the value in force, a numeric one replaces
*> it (zero on the cutoff or a threshold switches it off)
77 trl-status pic x(02) value "00".
01 trial-mode pic x(01) value "N".
   88 trial-run value "Y".
01 mast-absent pic x(01) value "N".
   88 mast-absent-yes value "Y".
01 trial-card.
   02 tc-ckpt-interval pic 9(05).
   02 tc-lines-page    pic 9(03).
   02 tc-diff          pic v9(5).
   02 tc-maxiter       pic 9(05).
   02 tc-esc-days      pic 9(03).
   02 tc-cutoff        pic 9(04).
   02 tc-max-excrate   pic 9(03).
   02 tc-max-elapsed   pic 9(05).
   02 tc-min-read      pic 9(07).
   02 filler           pic x(40).
01 in-force-parms.
   02 pf-ckpt-interval pic 9(05).
   02 pf-lines-page    pic 9(03).
   02 pf-diff          pic v9(5).
   02 pf-maxiter       pic 9(05).
   02 pf-cutoff        pic 9(04).
   02 pf-max-excrate   pic 9(03).
   02 pf-max-elapsed   pic 9(05).
   02 pf-min-read      pic 9(07).
77 ct-tr-compared pic 9(07) value 0.
77 ct-tr-add      pic 9(07) value 0.
77 ct-tr-change   pic 9(07) value 0.
77 ct-tr-same     pic 9(07) value 0.
77 ct-tr-fail-kept pic 9(07) value 0.
77 ct-tr-fail-new pic 9(07) value 0.
77 ct-tr-exc      pic 9(07) value 0.
77 tr-line-ct     pic 9(03) value 0.
77 tr-page-no     pic 9(04) value 0.
*> the answer being compared, standard or extended, is staged here for
*> TRIAL-COMPARE
01 cmp-found  pic x(01).
   88 cmp-found-yes value "Y".
77 cmp-id     pic 9(07).
77 cmp-status pic 9(02).
77 cmp-before pic x(33).
77 cmp-after  pic x(33).
*> the detail card carries a priority byte; the run works the
*> high-priority records in a first pass over the input and the rest
*> in a second pass, so the records the rates desk needs by morning
      03 se-refused  pic x(01).
      03 se-tlr-bad  pic x(01).
      03 se-no-tlr   pic x(01).
      03 se-sent     pic 9(07).
      03 se-recv     pic 9(07).
      03 se-deferred pic 9(07).
*> every upstream desk gets its own acknowledgement of the night: a
*> header echoing each of its segment headers, one line per record
*> with its id, status and answer or reject reason, a line for any
*> segment refused or failed and why, and a trailer with what the desk
*> sent against what was accepted. All desks' lines go to one
*> acknowledgement file, each line led by its source code, and the
*> rootack step that follows splits it into a dataset per desk
01 ack-header.
   02 ackh-src  pic x(03).
   02 filler    pic x(03) value ',H,'.
   02 ackh-date pic 9(08).
   02 filler    pic x(01) value ','.
   02 ackh-run  pic 9(08).
01 ack-detail.
   02 ackd-src    pic x(03).
   02 filler      pic x(03) value ',D,'.
   02 ackd-id     pic 9(07).
   02 filler      pic x(01) value ','.
   02 ackd-status pic x(02).
   02 filler      pic x(01) value ','.
   02 ackd-text   pic x(39).
01 ack-refused.
   02 ackx-src  pic x(03).
   02 filler    pic x(03) value ',X,'.
   02 ackx-text pic x(60).
01 ack-trailer.
   02 ackt-src      pic x(03).
   02 filler        pic x(03) value ',T,'.
   02 ackt-sent     pic 9(07).
   02 filler        pic x(01) value ','.
   02 ackt-recv     pic 9(07).
   02 filler        pic x(01) value ','.
   02 ackt-accepted pic 9(07).
   02 filler        pic x(01) value ','.
   02 ackt-rejected pic 9(07).
   02 filler        pic x(01) value ','.
   02 ackt-deferred pic 9(07).
   02 filler        pic x(01) value ','.
   02 ackt-stat     pic x(24).
01 ackx-hdr-text.
   02 filler   pic x(30) value 'SEGMENT REFUSED - HEADER DATE '.
   02 axh-got  pic 9(08).
   02 filler   pic x(10) value ' EXPECTED '.
   02 axh-want pic 9(08).
01 ackx-tlr-text.
   02 filler    pic x(31) value 'SEGMENT FAILED - TRAILER COUNT '.
   02 axt-count pic 9(07).
   02 filler    pic x(05) value ' BUT '.
   02 axt-read  pic 9(07).
   02 filler    pic x(05) value ' READ'.
01 ackx-src-text.
   02 filler    pic x(38) value
      'SEGMENT FAILED - TRAILER NAMES SOURCE '.
   02 axs-got   pic x(03).
77 ct-ack      pic 9(07) value 0.
*> every detail and exception line printed for a record is also
*> written to the department work file under the record's in-dept,
*> marked detail or exception and with how it came out, so the
*> rootbrst step can burst the night's report into a separate report
*> per department once the lines are sorted into department order;
*> PRTFILE itself stays the full combined report for operations
01 dw-rec.
   02 dw-dept  pic x(03).
   02 dw-class pic x(01).
   02 dw-kind  pic x(01).
   02 dw-line  pic x(132).
01 seg-stat-text pic x(24).
01 input-bad pic x(01) value "N".
   88 input-bad-yes value "Y".
01 master-hit pic x(01) value "N".
   88 master-hit-yes value "Y".
01 mast-found pic x(01) value "N".
   88 mast-found-yes value "Y".
01 prior-mast.
   02 pr-id     pic 9(07).
   02 filler    pic x(17).
   02 pr-root   pic x(01).
   02 filler    pic x(07).
   02 pr-result pic x(19).
   02 pr-status pic 9(02).
   02 filler    pic x(12).
   02 pr-lock   pic x(01).
   02 filler    pic x(15).
*> an answer the desk has overridden and locked on rootovrd is served
*> as it stands whatever the input card says - never recomputed and
*> never replaced here - until it is unlocked on the same screen. The
*> day's override and unlock journal entries are folded into the front
*> of tonight's journal generation so the journal stays the one record
*> of every change to the master, and the override journal is emptied
*> once the run has finished
01 lock-hit pic x(01) value "N".
   88 lock-hit-yes value "Y".
77 ct-locked   pic 9(07) value 0.
77 ct-ovj-folded pic 9(07) value 0.
77 ovj-status  pic x(02) value "00".
*> the master carries a control record at key zero - record count, a
*> hash total of the ids, counts by root type and stored status, and
*> this run's adds and replaces - held here while the run works and
*> written back at every checkpoint and at the end, so rootbal can
*> prove the master and the journal against it the next morning. Id
*> zero is never a valid detail id for that reason
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
01 cw-root   pic x(01).
   88 cw-root-square value "S" "s" " ".
   88 cw-root-cube   value "C" "c".
   88 cw-root-nth    value "N" "n".
   88 cw-root-power  value "P" "p".
   88 cw-root-ln     value "L" "l".
   88 cw-root-log10  value "D" "d".
77 cw-status pic 9(02).
*> the input arrives in record-id order, so instead of a random keyed
*> read against the master for every detail - the old way, and the
*> reason the nightly elapsed time crept up as the master passed six
*> read, and any keyed operation re-establishes the walk position
01 walk-eof    pic x(01) value "f".
01 walk-loaded pic x(01) value "N".
77 walk-key    pic 9(08) value 0.
77 last-in-id  pic 9(08) value 0.
77 ct-keyed    pic 9(07) value 0.
77 arrival-seq pic 9(07) value 0.
77 p2-read     pic 9(07) value 0.
*> a record can arrive either as the classic fixed card or as a free
*> comma/space-delimited line (id, value with an ordinary decimal
*> point and optional sign, tolerance, max-iterations, and optionally
*> root-type and degree, the degree being the exponent on a power
*> record); each record is classified by the fixed
*> card's leading-separate-sign signature and free records are
*> normalized into the in-card fields before processing
01 record-style pic x(01).
77 rsv-end     pic s9(10)v9(6).
77 rsv-step    pic s9(10)v9(6).
77 rsv-value   pic s9(10)v9(6).
77 rsv-point-id pic 9(08).
77 rsv-root    pic x(01).
77 rsv-degree  pic 9(02).
77 rsv-diff    pic v9(5).
77 rsv-dept    pic x(03).
77 ct-range-cards  pic 9(05) value 0.
77 ct-range-points pic 9(07) value 0.
*> an extended-precision card (type X) carries a value of up to
*> eighteen integer digits and twelve decimal places with a
*> twelve-place tolerance, for the genuine business values the
*> standard card overflows or rounds away. It is worked by the
*> extended companions of the root subprograms, its answer is kept on
*> the extended master under the same rules as the results master,
*> and it is printed, extracted and acknowledged in wider layouts. An
*> extended record that fails is reported, acknowledged and extracted
*> as an exception but is not written to the exception file, whose
*> layout and recycle path carry only standard values - the desk
*> resends the card
77 mastx-status pic x(02) value "00".
01 mastx-absent pic x(01) value "N".
   88 mastx-absent-yes value "Y".
01 xmast-found pic x(01) value "N".
   88 xmast-found-yes value "Y".
01 xmaster-hit pic x(01) value "N".
   88 xmaster-hit-yes value "Y".
*> the extended master is kept to the same standard as the results
*> master: a control record at key zero with the same totals, held
*> here and saved at every checkpoint and at the end, and every add or
*> replace journalled with before and after images to its own journal
*> generation, for rootbal to tie out and rootrbld to replay
01 xmast-control.
   02 xc-count      pic 9(09) value 0.
   02 xc-hash       pic 9(15) value 0.
   02 xc-square     pic 9(09) value 0.
   02 xc-cube       pic 9(09) value 0.
   02 xc-nth        pic 9(09) value 0.
   02 xc-stat-ok    pic 9(09) value 0.
   02 xc-stat-other pic 9(09) value 0.
   02 xc-run-date   pic 9(08) value 0.
   02 xc-run-adds   pic 9(07) value 0.
   02 xc-run-repl   pic 9(07) value 0.
01 xctl-found pic x(01) value "N".
   88 xctl-found-yes value "Y".
01 xjrn-rec.
   02 xjrn-action   pic x(01).
   02 xjrn-run-date pic 9(08).
   02 xjrn-before   pic x(102).
   02 xjrn-after    pic x(102).
77 xdiff       pic v9(12).
77 xcall-input pic s9(18)v9(12) sign leading separate.
77 xresult     pic -(19)9.9(12).
77 xachieved   pic v9(12).
77 ct-ext      pic 9(07) value 0.
01 prior-xmast.
   02 xpr-id     pic 9(07).
   02 filler     pic x(31).
   02 xpr-root   pic x(01).
   02 filler     pic x(14).
   02 xpr-result pic x(33).
   02 xpr-status pic 9(02).
   02 filler     pic x(14).
01 parse-ok    pic x(01).
01 parse-field pic x(14).
77 fr-scan  pic 9(03).
   02 fr-diff-t    pic x(16).
   02 fr-maxiter-t pic x(16).
   02 fr-root-t    pic x(04).
   02 fr-degree-t  pic x(12).
01 nth-label.
   02 filler      pic x(04) value 'NTH-'.
   02 nth-lab-deg pic 9(02).
   02 filler      pic x(01) value space.
01 title-line.
   02 filler pic x(9) value spaces.
   02 title-text pic x(26) value 'ROOT APPROXIMATIONS'.
   02 filler pic x(30) value spaces.
   02 filler pic x(5) value 'PAGE '.
   02 pg-no  pic zzz9.
   02 filler pic x(6) value 'ARRSEQ'.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value 'REC ID'.
   02 filler pic x(8) value spaces.
   02 filler pic x(6) value 'NUMBER'.
   02 filler pic x(16) value spaces.
   02 filler pic x(4) value 'ROOT'.
   02 filler pic x(6) value '------'.
   02 filler pic x(2) value spaces.
   02 filler pic x(6) value '------'.
   02 filler pic x(4) value spaces.
   02 filler pic x(20) value ' -------------------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(7) value '-------'.
   02 filler pic x value space.
   02 out-seq pic z(5)9.
   02 filler pic x(2) value spaces.
   02 out-id pic z(6)9.
   02 filler pic x(3) value spaces.
   02 out-z  pic -(11)9.9(6).
   02 filler pic x(3) value spaces.
01 error-mess.
   02 filler pic x value space.
   02 filler pic x(8) value spaces.
   02 ot-id  pic z(6)9.
   02 filler pic x(3) value spaces.
   02 ot-z   pic -(11)9.9(6).
   02 filler pic x(21) value '        INVALID INPUT'.
01 range-mess.
   02 filler pic x value space.
   02 filler pic x(8) value spaces.
   02 rgp-id pic z(6)9.
   02 filler pic x(24) value '      INVALID RANGE CARD'.
01 parse-mess.
   02 filler   pic x value space.
01 abort-mess.
   02 filler  pic x value space.
   02 filler  pic x(8) value spaces.
   02 outp-id pic z(6)9.
   02 filler  pic x(3) value spaces.
   02 outp-z  pic -(11)9.9(6).
   02 filler  pic x(37) value
01 overflow-mess.
   02 filler pic x value space.
   02 filler pic x(8) value spaces.
   02 ovp-id pic z(6)9.
   02 filler pic x(3) value spaces.
   02 ovp-z  pic -(11)9.9(6).
   02 filler pic x(41) value
      '  OVERFLOW - VALUE EXCEEDS FIELD CAPACITY'.
*> an extended-precision record prints in the wider value and answer
*> columns, with the accuracy carried to twelve places; its failures
*> print the wider value with the reason text
01 x-print-line.
   02 filler pic x value space.
   02 xout-seq pic z(5)9.
   02 filler pic x(2) value spaces.
   02 xout-id pic z(6)9.
   02 filler pic x(3) value spaces.
   02 xout-z  pic -(18)9.9(12).
   02 filler pic x(2) value spaces.
   02 xout-root pic x(07).
   02 filler pic x(2) value spaces.
   02 xout-y  pic x(33).
   02 filler pic x(2) value spaces.
   02 xout-src pic x(11).
   02 filler pic x(2) value spaces.
   02 xout-iter pic z(4)9.
   02 filler pic x(2) value spaces.
   02 xout-acc pic .9(12).
01 x-error-mess.
   02 filler pic x value space.
   02 filler pic x(8) value spaces.
   02 xot-id  pic z(6)9.
   02 filler pic x(3) value spaces.
   02 xot-z   pic -(18)9.9(12).
   02 filler pic x(2) value spaces.
   02 xot-text pic x(41).
01 fail-head-line.
   02 filler pic x(2) value spaces.
   02 filler pic x(07) value 'SOURCE '.
01 summary-line.
   02 sum-label pic x(33).
   02 sum-count pic z(6)9.
01 trial-note-line.
   02 filler pic x(2) value spaces.
   02 filler pic x(60) value
      'TRIAL RUN - NO PRODUCTION FILE WAS UPDATED OR WRITTEN'.
01 trial-title.
   02 filler pic x(9) value spaces.
   02 filler pic x(30) value 'TRIAL RUN - COMPARED TO MASTER'.
   02 filler pic x(26) value spaces.
   02 filler pic x(5) value 'PAGE '.
   02 trl-pg-no pic zzz9.
01 trial-parm-head.
   02 filler pic x(2) value spaces.
   02 filler pic x(28) value 'RUN-CONTROL VALUE'.
   02 filler pic x(10) value '  IN FORCE'.
   02 filler pic x(3) value spaces.
   02 filler pic x(10) value '     TRIAL'.
01 trial-parm-under.
   02 filler pic x(2) value spaces.
   02 filler pic x(28) value '-----------------'.
   02 filler pic x(10) value '  --------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(10) value '     -----'.
01 trial-parm-line.
   02 filler    pic x(2) value spaces.
   02 tpl-label pic x(28).
   02 tpl-force pic z(9)9.
   02 filler    pic x(3) value spaces.
   02 tpl-trial pic z(9)9.
   02 filler    pic x(2) value spaces.
   02 tpl-flag  pic x(07).
01 trial-tol-line.
   02 filler    pic x(2) value spaces.
   02 filler    pic x(28) value 'FALLBACK TOLERANCE'.
   02 filler    pic x(4) value spaces.
   02 ttl-force pic .9(5).
   02 filler    pic x(7) value spaces.
   02 ttl-trial pic .9(5).
   02 filler    pic x(2) value spaces.
   02 ttl-flag  pic x(07).
01 trial-cols.
   02 filler pic x(4) value spaces.
   02 filler pic x(6) value 'REC ID'.
   02 filler pic x(3) value spaces.
   02 filler pic x(7) value 'ROOT'.
   02 filler pic x(3) value spaces.
   02 filler pic x(30) value 'TRIAL OUTCOME'.
   02 filler pic x(33) value 'MASTER ANSWER'.
   02 filler pic x(3) value spaces.
   02 filler pic x(33) value 'TRIAL ANSWER'.
01 trial-cols-under.
   02 filler pic x(4) value spaces.
   02 filler pic x(6) value '------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(7) value '-------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(30) value '-------------'.
   02 filler pic x(33) value
      '---------------------------------'.
   02 filler pic x(3) value spaces.
   02 filler pic x(33) value
      '---------------------------------'.
01 trial-line.
   02 filler      pic x(3) value spaces.
   02 trl-id      pic z(6)9.
   02 filler      pic x(3) value spaces.
   02 trl-root    pic x(07).
   02 filler      pic x(3) value spaces.
   02 trl-outcome pic x(30).
   02 trl-before  pic x(33).
   02 filler      pic x(3) value spaces.
   02 trl-after   pic x(33).
01 trial-mast-line.
   02 filler pic x(2) value spaces.
   02 filler pic x(60) value
      'MASTER COULD NOT BE OPENED - EVERY ANSWER COMPARED AS NEW'.
*> the extract records are the machine-readable mirror of the printed
*> report: a header carrying the run date, one delimited detail per
*> processed input, and a trailer carrying the detail count so the
   02 ext-h-date pic 9(08).
01 ext-detail.
   02 filler     pic x(02) value 'D,'.
   02 ext-id     pic 9(07).
   02 filler     pic x(01) value ','.
   02 ext-z      pic -(10)9.9(6).
   02 filler     pic x(01) value ','.
   02 ext-dept   pic x(03).
   02 filler     pic x(01) value ','.
   02 ext-src-cd pic x(01).
   02 filler     pic x(01) value ','.
   02 ext-exp    pic -(3)9.9(6).
*> an extended-precision detail is marked X and carries the wider
*> value and answer; otherwise it reads as a D detail
01 ext-xdetail.
   02 filler      pic x(02) value 'X,'.
   02 extx-id     pic 9(07).
   02 filler      pic x(01) value ','.
   02 extx-z      pic -(18)9.9(12).
   02 filler      pic x(01) value ','.
   02 extx-root   pic x(01).
   02 filler      pic x(01) value ','.
   02 extx-degree pic 9(02).
   02 filler      pic x(01) value ','.
   02 extx-y      pic x(33).
   02 filler      pic x(01) value ','.
   02 extx-status pic 9(02).
   02 filler      pic x(01) value ','.
   02 extx-dept   pic x(03).
   02 filler      pic x(01) value ','.
   02 extx-src-cd pic x(01).
01 ext-trailer.
   02 filler     pic x(02) value 'T,'.
   02 ext-t-count pic 9(07).
   02 filler         pic x(01) value spaces.
   02 stat-excp      pic 9(07).
   02 filler         pic x(01) value spaces.
   02 stat-last-id   pic 9(07).
   02 filler         pic x(01) value spaces.
   02 stat-done      pic x(01).
*> every add or replace on the results master is journalled with the
      88 jrn-add     value "A".
      88 jrn-replace value "R".
   02 jrn-run-date pic 9(08).
   02 jrn-before   pic x(81).
   02 jrn-after    pic x(81).
01 exc-rec.
   02 exc-id     pic 9(07).
   02 filler     pic x(3) value spaces.
   02 exc-z      pic -(11)9.9(6).
   02 filler     pic x(1) value spaces.
*> been outstanding since the month began
   02 filler     pic x(1) value spaces.
   02 exc-first-date pic 9(08).
*> the exponent a power record was raised to, so a recycled correction
*> is raised to the same power; zero for every other record type
   02 filler     pic x(1) value spaces.
   02 exc-exp    pic s9(03)v9(6) sign leading separate.

procedure division.
    move 0 to start-point.
    perform READ-TRIAL-CARD.
    if not trial-run then
        open input checkpoint-file
        if ckpt-status = "00" then
            read checkpoint-file
                at end
                    move 0 to start-point
                not at end
                    move ckpt-proc to start-point
                    if ckpt-cards is numeric then
                        move ckpt-cards to restart-cards
                    end-if
            end-read
            close checkpoint-file
        end-if
    end-if.
    perform READ-PARMS.
    if trial-run then
        perform APPLY-TRIAL-CARD
        open input input-file, output standard-output,
            trial-exception-file, trial-report
        move 'ROOT APPROXIMATIONS TRIAL' to title-text
    else
        open input input-file, output standard-output, exception-file,
            extract-file, journal-file, xjournal-file, defer-file,
            alert-file, ack-file, dept-work
        open extend suspense-file
        if susp-status = "35" then
            open output suspense-file
        end-if
    end-if.
    accept run-date from date yyyymmdd.
    accept time-now from time.
    move time-now (1:6) to run-start.
    perform READ-CALENDAR.
    move run-date to exc-first-date.
    perform OPEN-MASTER.
    perform OPEN-XMASTER.
    if trial-run then
        perform TRIAL-HEADINGS
    else
        perform FOLD-OVERRIDES
        move run-date to ext-h-date
        write ext-out from ext-header
    end-if.
    perform START-WALK.
    move page-no to pg-no.
    write out-line from title-line after advancing 0 lines.
    write out-line from under-line after advancing 1 line.
            move "t" to eof
        end-read
        if eof = "f" then
            add 1 to ct-cards
            if in-card (1:1) = "H" then
                perform HEADER-CHECK
            else
                    if in-card (1:1) = "R" then
                        perform RANGE-RECORD
                    else
                        if in-card (1:1) = "X" then
                            perform EXT-RECORD
                        else
                            perform DETAIL-RECORD
                        end-if
                    end-if
                end-if
            end-if
DETAIL-RECORD.
    add 1 to ct-read.
    add 1 to ct-seg.
    if cur-src-sub = 0 then
        perform FIND-SOURCE
    end-if.
    add 1 to se-recv (cur-src-sub).
    if seg-skip-yes then
        add 1 to ct-skipped
        perform WRITE-SUSPENSE
    else
        perform CLASSIFY-RECORD
        if record-fixed and in-pri-high then
        end-if
        if parse-ok = "Y" then
            move in-id to last-id
            perform SET-EXPONENT
            if in-z not = 0 and in-id not = 0 then
                perform B1
            else
                move 12 to status-code
RANGE-RECORD.
    add 1 to ct-read.
    add 1 to ct-seg.
    if cur-src-sub = 0 then
        perform FIND-SOURCE
    end-if.
    add 1 to se-recv (cur-src-sub).
    if seg-skip-yes then
        add 1 to ct-skipped
        perform WRITE-SUSPENSE
    else
        if rng-pri-high then
            add 1 to ct-high
            add 1 to ct-range-cards
            move rsv-start to rsv-value
            perform RANGE-POINT
                until rsv-value > rsv-end or rsv-point-id > 9999999
        end-if
    end-if.
end-process-range.
    move rsv-diff to in-diff.
    move rsv-maxiter to in-maxiter.
    move rsv-dept to in-dept.
    move spaces to in-exp-x.
    move in-id to last-id.
    perform SET-EXPONENT.
    if in-z not = 0 then
        perform B1
    else
    move rng-id to rgp-id.
    write out-line from range-mess after advancing 1 line.
    add 1 to line-ct.
    move rng-dept to dw-dept.
    move "I" to dw-kind.
    move range-mess to dw-line.
    perform BURST-EXCEPTION.
    move rng-id to exc-id.
    move 0 to exc-z.
    move rng-root to exc-root.
    move rng-degree to exc-degree.
    move 0 to exc-exp.
    move 01 to exc-reason.
    move 'INVALID RANGE CARD' to exc-text.
    perform WRITE-EXCEPTION.
    move rng-id to ackd-id.
    move 12 to status-code.
    perform WRITE-ACK-DETAIL.
end-range-reject.

*> EXT-RECORD takes a type-X extended-precision card through the same
*> segment accounting and priority split as a range card
EXT-RECORD.
    add 1 to ct-read.
    add 1 to ct-seg.
    if cur-src-sub = 0 then
        perform FIND-SOURCE
    end-if.
    add 1 to se-recv (cur-src-sub).
    if seg-skip-yes then
        add 1 to ct-skipped
        perform WRITE-SUSPENSE
    else
        if xin-pri-high then
            add 1 to ct-high
            move ct-read to arrival-seq
            perform PROCESS-EXT
        else
            add 1 to ct-low-seen
        end-if
    end-if.
end-ext-record.

*> PROCESS-EXT carries one extended card through the extended compute
*> path, first or second pass, counting against the restart
*> checkpoint like any other card
PROCESS-EXT.
    add 1 to ct-proc.
    if ct-proc > start-point then
        if cur-src-sub = 0 then
            perform FIND-SOURCE
        end-if
        add 1 to ct-read-run
        add 1 to se-read (cur-src-sub)
        display in-card
        divide ct-proc by ckpt-interval
            giving ckpt-quot remainder ckpt-rem
        if ckpt-rem = 0 then
            perform write-checkpoint
        end-if
        add 1 to ct-ext
        move "N" to xmaster-hit
        move xin-id to last-id
        if xin-z not = 0 and xin-id not = 0 then
            perform XB1
        else
            move 12 to status-code
            perform REPORT-X-RESULT
        end-if
        perform WRITE-X-EXTRACT
    end-if.
end-process-ext.

*> CLASSIFY-RECORD tells the classic fixed card (numeric id in the
*> first seven columns, leading separate sign in the eighth) from a
*> free-format delimited record
CLASSIFY-RECORD.
    if in-card (1:7) is numeric and
            (in-card (8:1) = "+" or in-card (8:1) = "-") then
        move "X" to record-style
    else
        move "F" to record-style
    move spaces to in-source.
    move space to in-priority.
    move spaces to in-dept.
    move spaces to in-exp-x.
    *> commas become blanks up front so every comma/space mix
    *> tokenizes the same way, with no empty tokens shifting the
    *> later fields
        end-compute
        if parse-ok = "Y" then
            move nv-num to nv-int
            if nv-num < 1 or nv-num > 9999999
                    or nv-num not = nv-int then
                move "N" to parse-ok
                move 'RECORD ID' to parse-field
            if fr-degree-t = spaces then
                move 0 to in-degree
            else
                if in-root-power then
                    move 0 to in-degree
                    perform PARSE-EXPONENT
                else
                    perform PARSE-DEGREE
                end-if
            end-if
        end-if
    end-if.
    end-if.
end-parse-degree.

*> PARSE-EXPONENT takes the last field of a power record as its
*> exponent, which may be fractional or negative
PARSE-EXPONENT.
    compute nv-test = function test-numval (fr-degree-t).
    if nv-test not = 0 then
        move "N" to parse-ok
        move 'EXPONENT' to parse-field
    else
        compute nv-num = function numval (fr-degree-t)
            on size error
                move "N" to parse-ok
                move 'EXPONENT' to parse-field
        end-compute
        if parse-ok = "Y" then
            if nv-num < -999.999999 or nv-num > 999.999999 then
                move "N" to parse-ok
                move 'EXPONENT' to parse-field
            else
                move nv-num to in-exp
            end-if
        end-if
    end-if.
end-parse-exponent.

*> CHECK-ROOT-CODE says whether the root-type token opens with one of
*> the codes a record is allowed to carry
CHECK-ROOT-CODE.
    if fr-root-t (1:1) = "S" or fr-root-t (1:1) = "s"
            or fr-root-t (1:1) = "C" or fr-root-t (1:1) = "c"
            or fr-root-t (1:1) = "N" or fr-root-t (1:1) = "n"
            or fr-root-t (1:1) = "P" or fr-root-t (1:1) = "p"
            or fr-root-t (1:1) = "L" or fr-root-t (1:1) = "l"
            or fr-root-t (1:1) = "D" or fr-root-t (1:1) = "d" then
        move "Y" to root-code-ok
    else
        move "N" to root-code-ok
    move parse-field to pm-field.
    write out-line from parse-mess after advancing 1 line.
    add 1 to line-ct.
    move spaces to dw-dept.
    move "P" to dw-kind.
    move parse-mess to dw-line.
    perform BURST-EXCEPTION.
    move in-id to exc-id.
    move 0 to exc-z.
    perform CHECK-ROOT-CODE.
            end-if
        end-if
    end-if.
    move 0 to exc-exp.
    move 04 to exc-reason.
    move spaces to exc-text.
    string 'PARSE FAILED - ' delimited by size
        parse-field delimited by size
        ' FIELD' delimited by size
        into exc-text.
    perform WRITE-EXCEPTION.
    move in-id to ackd-id.
    move 12 to status-code.
    perform WRITE-ACK-DETAIL.
end-parse-reject.

*> HEADER-CHECK opens a source segment: the previous segment, if any,
*> the expected processing date - a stale or truncated segment is
*> refused and its records skipped, without refusing the other desks'
*> segments. Twice this year a stale extract was processed without
*> anyone noticing. A refused segment is held whole in suspense rather
*> than lost, so the desk need not resend it
HEADER-CHECK.
    if seg-open-yes then
        perform SEGMENT-UNCLOSED
    move in-hdr-source to cur-src.
    perform FIND-SOURCE.
    perform CHECK-HDR-DATE.
    if not trial-run then
        move cur-src to ackh-src
        move in-hdr-date to ackh-date
        move run-date to ackh-run
        write ack-out from ack-header
        add 1 to ct-ack
    end-if.
    if hdr-admitted-yes then
        if hdr-by-ovr = "Y" then
            add 1 to ct-ovr-used
        perform PAGE-CHECK
        write out-line from fail-head-line after advancing 1 line
        add 1 to line-ct
        move in-hdr-date to axh-got
        move expect-date to axh-want
        move ackx-hdr-text to ackx-text
        perform WRITE-ACK-REFUSED
        add 1 to ct-susp-seg
        move in-hdr-date to shr-got
        move expect-date to shr-want
        move susp-hdr-reason to sus-reason
        perform WRITE-SUSPENSE
        move 'SEGMENT HELD IN SUSPENSE FOR RELEASE - DO NOT RESEND'
            to ackx-text
        perform WRITE-ACK-REFUSED
    end-if.
end-header-check.

        move "N" to se-refused (cur-src-sub)
        move "N" to se-tlr-bad (cur-src-sub)
        move "N" to se-no-tlr (cur-src-sub)
        move 0 to se-sent (cur-src-sub)
        move 0 to se-recv (cur-src-sub)
        move 0 to se-deferred (cur-src-sub)
    end-if.
    if cur-src-sub = 0 then
        move 1 to cur-src-sub
*> since the header; a disagreement fails that segment loudly here and
*> in the by-source summary
TRAILER-CHECK.
    if seg-skip-yes then
        perform WRITE-SUSPENSE
    end-if.
    move "N" to seg-open.
    if cur-src-sub = 0 then
        perform FIND-SOURCE
    end-if.
    add in-tlr-count to se-sent (cur-src-sub).
    if in-tlr-source not = cur-src
            and not (in-tlr-source = spaces
                and cur-src = '***') then
        perform PAGE-CHECK
        write out-line from fail-src-line after advancing 1 line
        add 1 to line-ct
        move in-tlr-source to axs-got
        move ackx-src-text to ackx-text
        perform WRITE-ACK-REFUSED
    end-if.
    if in-tlr-count not = ct-seg then
        move "Y" to seg-fail
        perform PAGE-CHECK
        write out-line from fail-tlr-line after advancing 1 line
        add 1 to line-ct
        move in-tlr-count to axt-count
        move ct-seg to axt-read
        move ackx-tlr-text to ackx-text
        perform WRITE-ACK-REFUSED
    end-if.
end-trailer-check.

*> WRITE-SUSPENSE adds the card in hand to the refused segment held in
*> suspense; the header set the segment number and reason.  The
*> suspense file is extended, not rewritten, so a restarted run skips
*> the cards the failed run had already put there before its last
*> checkpoint
WRITE-SUSPENSE.
    move run-date to sus-run-date.
    move ct-susp-seg to sus-seg.
    move cur-src to sus-src.
    move in-card to sus-card.
    if not trial-run and ct-cards > restart-cards then
        write susp-out from susp-rec
    end-if.
    add 1 to ct-susp-card.
end-write-suspense.

*> SEGMENT-UNCLOSED marks a segment whose trailer never arrived - the
*> next header or end of file turned up first, so that source's piece
*> of the extract may be truncated
    move "Y" to seg-fail.
    move "Y" to se-no-tlr (cur-src-sub).
    move "N" to seg-open.
    move 'SEGMENT FAILED - NO TRAILER, SEGMENT MAY BE TRUNCATED'
        to ackx-text.
    perform WRITE-ACK-REFUSED.
end-segment-unclosed.

*> EOF-CHECK catches the quiet truncation cases: an extract with no
                        perform PROCESS-RANGE
                    end-if
                end-if
            else
            if in-card (1:1) = "X" then
                add 1 to p2-read
                if seg-skip-yes or xin-pri-high then
                    continue
                else
                    perform CUTOFF-CHECK
                    if cutoff-hit-yes then
                        perform DEFER-RANGE
                    else
                        move p2-read to arrival-seq
                        perform PROCESS-EXT
                    end-if
                end-if
            else
                add 1 to p2-read
                perform CLASSIFY-RECORD
                        perform PROCESS-DETAIL
                    end-if
                end-if
            end-if end-if end-if end-if
        end-if
    end-perform.
end-pass2-loop.
*> DEFER-RECORD/DEFER-RANGE carry an uncomputed low-priority record to
*> the next night's input; the source bytes are blanked because the
*> defer generation re-enters ahead of the desks' headers, the same
*> way recycled exceptions do. An extended card keeps its id and
*> source where a range card does, so DEFER-RANGE carries it as well
DEFER-RECORD.
    add 1 to ct-deferred.
    move in-card to defer-card.
    if record-fixed then
        move spaces to defer-card (38:3)
        move in-id to ackd-id
    else
        move 0 to ackd-id
    end-if.
    if not trial-run then
        write defer-out from defer-card
    end-if.
    perform ACK-DEFERRED.
end-defer-record.

DEFER-RANGE.
    add 1 to ct-deferred.
    move in-card to defer-card.
    move spaces to defer-card (73:3).
    if not trial-run then
        write defer-out from defer-card
    end-if.
    move rng-id to ackd-id.
    perform ACK-DEFERRED.
end-defer-range.

*> ACK-DEFERRED tells the desk its record was carried to the next
*> night rather than computed; the carried card re-enters without its
*> source code, so the next night's answer comes back through the
*> unrouted acknowledgement
ACK-DEFERRED.
    if cur-src-sub = 0 then
        perform FIND-SOURCE
    end-if.
    add 1 to se-deferred (cur-src-sub).
    move cur-src to ackd-src.
    move 'DF' to ackd-status.
    move 'DEFERRED TO NEXT RUN - WINDOW CUTOFF' to ackd-text.
    if not trial-run then
        write ack-out from ack-detail
        add 1 to ct-ack
    end-if.
end-ack-deferred.

*> READ-PARMS picks up the run-control knobs maintained by operations
*> through rootparm; the working-storage values stand as shipped
*> defaults whenever the file is absent or a field is zero
end-read-parms.

*> OPEN-MASTER opens the results master for update, creating it empty
*> on the very first run so the job never needs a hand-built file; a
*> trial run opens it for input only, and a master it cannot open is
*> treated as empty, so every trial answer compares as new
OPEN-MASTER.
    if trial-run then
        open input master-file
        if mast-status-fs = "00" then
            perform READ-MASTER-CONTROL
        else
            move "Y" to mast-absent
        end-if
    else
        open i-o master-file
        if mast-status-fs = "35" then
            open output master-file
            close master-file
            open i-o master-file
        end-if
        perform READ-MASTER-CONTROL
    end-if.
end-open-master.

*> OPEN-XMASTER opens the extended master beside the results master;
*> a trial run reads it only and carries on without it if it is absent
OPEN-XMASTER.
    if trial-run then
        open input ext-master-file
        if mastx-status not = "00" then
            move "Y" to mastx-absent
        end-if
    else
        open i-o ext-master-file
        if mastx-status = "35" then
            open output ext-master-file
            close ext-master-file
            open i-o ext-master-file
        end-if
        perform READ-XMASTER-CONTROL
    end-if.
end-open-xmaster.

*> READ-XMASTER-CONTROL and SAVE-XMASTER-CONTROL do for the extended
*> master what READ-MASTER-CONTROL and SAVE-MASTER-CONTROL do for the
*> results master
READ-XMASTER-CONTROL.
    move 0 to mx-id.
    read ext-master-file
        invalid key
            move "N" to xctl-found
        not invalid key
            move "Y" to xctl-found
            move xctl-count to xc-count
            move xctl-hash to xc-hash
            move xctl-square to xc-square
            move xctl-cube to xc-cube
            move xctl-nth to xc-nth
            move xctl-stat-ok to xc-stat-ok
            move xctl-stat-other to xc-stat-other
    end-read.
    move run-date to xc-run-date.
    move 0 to xc-run-adds.
    move 0 to xc-run-repl.
end-read-xmaster-control.

SAVE-XMASTER-CONTROL.
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
    move xc-run-date to xctl-run-date.
    move xc-run-adds to xctl-run-adds.
    move xc-run-repl to xctl-run-repl.
    if xctl-found-yes then
        rewrite mastx-ctl
    else
        write mastx-ctl
            invalid key
                rewrite mastx-ctl
        end-write
        move "Y" to xctl-found
    end-if.
end-save-xmaster-control.

*> FOLD-OVERRIDES copies the override journal's entries - overrides
*> and unlocks from rootovrd, answers posted from sqrtbabyex's
*> interactive mode, purges, restores and recompute flags from the
*> master maintenance jobs - into tonight's journal generation ahead
*> of the run's own entries; with no override journal allocated there
*> is simply nothing to fold. Each is dated tonight as it is copied:
*> a rebuild takes its base image as holding everything journalled up
*> to the run it was backed up after, so an entry keyed after that
*> backup, even on the same day, must carry the date of the run that
*> folds it or the rebuild would skip it
FOLD-OVERRIDES.
    open input override-journal.
    if ovj-status = "00" then
        perform until ovj-status not = "00"
            read override-journal
                at end
                    move "10" to ovj-status
                not at end
                    move ovj-line to jrn-rec
                    move run-date to jrn-run-date
                    write jrn-out from jrn-rec
                    add 1 to ct-ovj-folded
            end-read
        end-perform
        close override-journal
    end-if.
end-fold-overrides.

*> READ-MASTER-CONTROL picks up the control record; on a fresh master
*> it starts from zero and is written with the first change. Every run
*> starts tonight's add and replace counts over, a restart included:
*> the failed run's journal generation was deleted with it, so the
*> counts can only tie to what the new generation will hold
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
            move ctl-power to mc-power
            move ctl-ln to mc-ln
            move ctl-log10 to mc-log10
    end-read.
    move run-date to mc-run-date.
    move 0 to mc-run-adds.
    move 0 to mc-run-repl.
end-read-master-control.

*> SAVE-MASTER-CONTROL writes the control record back; the keyed write
*> moves the file position, so a walk in progress is re-established
*> by the caller
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
        move "Y" to ctl-found
    end-if.
end-save-master-control.

*> CONTROL-ADD/CONTROL-SUBTRACT move one record's root type and status
*> (set up in cw-root and cw-status) into or out of the control counts
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

*> WRITE-CHECKPOINT saves the restart point, the master control
*> record and the progress status; a trial run has nothing to restart
*> and saves none of them
WRITE-CHECKPOINT.
    if not trial-run then
        open output checkpoint-file
        compute ckpt-proc = ct-proc - 1
        move ct-cards to ckpt-cards
        write ckpt-out
        close checkpoint-file
        perform SAVE-MASTER-CONTROL
        perform SAVE-XMASTER-CONTROL
        perform REPOSITION-WALK
        move "N" to stat-done
        perform WRITE-STATUS
    end-if.
end-write-checkpoint.

*> WRITE-STATUS rewrites the one-record progress file in place, same
            end-if
        end-if
        perform REPORT-RESULT
        if trial-run then
            move in-id to cmp-id
            move mast-found to cmp-found
            move pr-result to cmp-before
            move pr-status to cmp-status
            move result to cmp-after
            perform TRIAL-COMPARE
        else
            if status-ok then
                perform UPDATE-MASTER
            end-if
        end-if
    end-if.
end-B1.

*> CHECK-MASTER pairs the record with the master by walking the master
*> forward to the record's id; a hit only counts when the stored input
*> value, tolerance, root type and exponent all match and the stored
*> answer was a successful one. A record behind the walk (out of id
*> order) takes the keyed fallback instead
CHECK-MASTER.
    move "N" to master-hit.
    move "N" to lock-hit.
    move "N" to mast-found.
    if in-id < last-in-id then
        if not mast-absent-yes then
            perform KEYED-CHECK
        end-if
    else
        move in-id to last-in-id
        perform WALK-TO-ID
            move "Y" to mast-found
            move "N" to walk-loaded
            move mast-rec to prior-mast
            if mast-lock = "Y" then
                move "Y" to lock-hit
                move "Y" to master-hit
            end-if
            if mast-z = in-z and mast-diff = diff
                    and mast-root = in-root
                    and mast-degree = in-degree
                    and mast-exp = call-exp
                    and mast-status = 00
                    and mast-reverify not = "Y" then
                move "Y" to master-hit
        read master-file next
        at end
            move "t" to walk-eof
            move 99999999 to walk-key
        not at end
            move mast-id to walk-key
            move "Y" to walk-loaded
        end-read
        if walk-eof = "f" and mast-status-fs not = "00" then
            move "t" to walk-eof
            move 99999999 to walk-key
        end-if
    end-perform.
end-walk-to-id.
        not invalid key
            move "Y" to mast-found
            move mast-rec to prior-mast
            if mast-lock = "Y" then
                move "Y" to lock-hit
                move "Y" to master-hit
            end-if
            if mast-z = in-z and mast-diff = diff
                    and mast-root = in-root
                    and mast-degree = in-degree
                    and mast-exp = call-exp
                    and mast-status = 00
                    and mast-reverify not = "Y" then
                move "Y" to master-hit
            start master-file key is >= mast-id
                invalid key
                    move "t" to walk-eof
                    move 99999999 to walk-key
            end-start
            if walk-eof = "f" then
                read master-file next
                at end
                    move "t" to walk-eof
                    move 99999999 to walk-key
                not at end
                    move mast-id to walk-key
                end-read
            start master-file key is > mast-id
                invalid key
                    move "t" to walk-eof
                    move 99999999 to walk-key
            end-start
        end-if
    end-if.
    move 0 to walk-key.
    move 0 to last-in-id.
    move 0 to mast-id.
    if mast-absent-yes then
        move "t" to walk-eof
        move 99999999 to walk-key
    else
        start master-file key is >= mast-id
            invalid key
                move "t" to walk-eof
                move 99999999 to walk-key
        end-start
    end-if.
end-start-walk.

*> REPORT-FROM-MASTER writes the detail line straight from the stored
    move in-id to out-id.
    move in-z to out-z.
    move root-label to out-root.
    move pr-result to out-y.
    if lock-hit-yes then
        add 1 to ct-locked
        move 'LOCKED' to out-src
        move "L" to dw-kind
    else
        move 'FROM-MASTER' to out-src
        move "M" to dw-kind
    end-if.
    move 0 to out-iter.
    move 0 to out-acc.
    write out-line from print-line after advancing 1 line.
    add 1 to line-ct.
    move in-dept to dw-dept.
    move print-line to dw-line.
    perform BURST-DETAIL.
end-report-from-master.

*> UPDATE-MASTER adds or replaces this id's stored answer after a
*> successful computation, journalling the touch either way; the
*> before image was saved by CHECK-MASTER's read, so a replace costs
*> no extra I-O. The record area still holds whatever the walk or a
*> keyed read last brought in, so it is cleared first: a computed
*> answer is never locked and carries no override reason or initials.
*> The control record is saved with every change, not just at the
*> checkpoint, so after an abend it still agrees with the records on
*> the master - a restart finds a card already done as a master hit
*> and must not have to count it again
UPDATE-MASTER.
    move spaces to mast-rec.
    move 0 to mast-ovr-reason.
    move in-id to mast-id.
    move in-z to mast-z.
    move in-root to mast-root.
    move in-degree to mast-degree.
    move call-exp to mast-exp.
    move diff to mast-diff.
    move result to mast-result.
    move status-code to mast-status.
    move run-date to mast-date.
    move in-dept to mast-dept.
    move space to mast-reverify.
    move mast-rec to jrn-after.
    write mast-rec
        invalid key
            rewrite mast-rec
    end-write.
    if mast-found-yes then
        move "R" to jrn-action
        move prior-mast to jrn-before
        add 1 to mc-run-repl
        move pr-root to cw-root
        move pr-status to cw-status
        perform CONTROL-SUBTRACT
    else
        move "A" to jrn-action
        move spaces to jrn-before
        add 1 to mc-run-adds
        add 1 to mc-count
        add in-id to mc-hash
    end-if.
    move in-root to cw-root.
    move status-code to cw-status.
    perform CONTROL-ADD.
    perform SAVE-MASTER-CONTROL.
    perform REPOSITION-WALK.
    move run-date to jrn-run-date.
    write jrn-out from jrn-rec.
end-update-master.

    move in-z to ext-z.
    move in-root to ext-root.
    move in-degree to ext-degree.
    move call-exp to ext-exp.
    if status-ok then
        if master-hit-yes then
            move pr-result to ext-y
            move "M" to ext-src-cd
        else
            move result to ext-y
    end-if.
    move status-code to ext-status.
    move in-dept to ext-dept.
    if not trial-run then
        write ext-out from ext-detail
        add 1 to ct-extract
    end-if.
    move in-id to ackd-id.
    perform WRITE-ACK-DETAIL.
end-write-extract.

*> WRITE-ACK-DETAIL acknowledges one record to its desk: the answer
*> when it succeeded, otherwise the reason it went to the exception
*> file; the caller has set the id
WRITE-ACK-DETAIL.
    move cur-src to ackd-src.
    move status-code to ackd-status.
    if status-ok then
        if master-hit-yes then
            move pr-result to ackd-text
        else
            move result to ackd-text
        end-if
    else
        move exc-text to ackd-text
    end-if.
    if not trial-run then
        write ack-out from ack-detail
        add 1 to ct-ack
    end-if.
end-write-ack-detail.

*> WRITE-ACK-REFUSED tells the desk a segment was refused or failed
*> its trailer check; the caller has set the reason text
WRITE-ACK-REFUSED.
    move cur-src to ackx-src.
    if not trial-run then
        write ack-out from ack-refused
        add 1 to ct-ack
    end-if.
end-write-ack-refused.

*> WRITE-ACK-TRAILERS closes every desk's acknowledgement with what it
*> sent on its trailers, what arrived, and what was accepted, rejected
*> and deferred, with the same segment status the report shows
WRITE-ACK-TRAILERS.
    perform varying src-sub from 1 by 1
        until src-sub > src-count
        move se-code (src-sub) to ackt-src
        move se-sent (src-sub) to ackt-sent
        move se-recv (src-sub) to ackt-recv
        move se-success (src-sub) to ackt-accepted
        compute ackt-rejected = se-invalid (src-sub)
            + se-abort (src-sub) + se-overflow (src-sub)
        move se-deferred (src-sub) to ackt-deferred
        perform SET-SEG-STATUS
        move seg-stat-text to ackt-stat
        write ack-out from ack-trailer
        add 1 to ct-ack
    end-perform.
end-write-ack-trailers.

SET-ROOT-LABEL.
    if in-root-square then
        move 'SQUARE' to root-label
                move in-degree to nth-lab-deg
                move nth-label to root-label
            else
                if in-root-power then
                    move 'POWER' to root-label
                else
                    if in-root-ln then
                        move 'LN' to root-label
                    else
                        if in-root-log10 then
                            move 'LOG10' to root-label
                        else
                            move spaces to root-label
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-if.
end-set-root-label.

*> SET-EXPONENT settles the exponent a power record is raised to: the
*> exponent keyed in its own columns of the card when there is one,
*> otherwise the degree taken as a whole exponent, which is all a range
*> card has room for. Every other record type carries a zero exponent
SET-EXPONENT.
    move 0 to call-exp.
    if in-root-power then
        if in-exp is numeric then
            move in-exp to call-exp
        else
            move in-degree to call-exp
        end-if
    end-if.
end-set-exponent.

*> CALL-ROOT dispatches to the correct root-finding subprogram based on
*> in-root, the same way sqrtbabyex does for its interactive selector;
*> the power and logarithm types are served by their own subprograms
*> on the same conventions. An unrecognized root-type code is treated
*> as bad input
CALL-ROOT.
    perform SET-ROOT-LABEL.
    move "Y" to call-made.
                    max-iter, diff, result, status-code, verify-req,
                    iters-used, achieved
            else
                if in-root-power then
                    call "powerFunctions" using call-input, call-exp,
                        max-iter, diff, result, status-code,
                        verify-req, iters-used, achieved
                else
                    if in-root-ln then
                        call "lnFunctions" using call-input, max-iter,
                            diff, result, status-code, verify-req,
                            iters-used, achieved
                    else
                        if in-root-log10 then
                            call "log10Functions" using call-input,
                                max-iter, diff, result, status-code,
                                verify-req, iters-used, achieved
                        else
                            move "N" to call-made
                            move 12 to status-code
                            move 0 to iters-used
                            move 0 to achieved
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-if.
        move achieved to out-acc
        write out-line from print-line after advancing 1 line
        add 1 to line-ct
        move in-dept to dw-dept
        move "C" to dw-kind
        move print-line to dw-line
        perform BURST-DETAIL
    else
        if status-too-many-iters then
            add 1 to ct-abort
            move in-z to outp-z
            write out-line from abort-mess after advancing 1 line
            add 1 to line-ct
            move in-dept to dw-dept
            move "A" to dw-kind
            move abort-mess to dw-line
            perform BURST-EXCEPTION
            move in-id to exc-id
            move in-z to exc-z
            move in-root to exc-root
            move in-degree to exc-degree
            move call-exp to exc-exp
            move 02 to exc-reason
            move 'ATTEMPT ABORTED, TOO MANY ITERATIONS' to exc-text
            perform WRITE-EXCEPTION
        else
            if status-overflow then
                add 1 to ct-overflow
                move in-z to ovp-z
                write out-line from overflow-mess after advancing 1 line
                add 1 to line-ct
                move in-dept to dw-dept
                move "O" to dw-kind
                move overflow-mess to dw-line
                perform BURST-EXCEPTION
                move in-id to exc-id
                move in-z to exc-z
                move in-root to exc-root
                move in-degree to exc-degree
                move call-exp to exc-exp
                move 03 to exc-reason
                move 'OVERFLOW - VALUE EXCEEDS FIELD CAPACITY'
                    to exc-text
                perform WRITE-EXCEPTION
            else
                perform INVALID-RECORD
            end-if
    move in-z to ot-z.
    write out-line from error-mess after advancing 1 line.
    add 1 to line-ct.
    move in-dept to dw-dept.
    move "I" to dw-kind.
    move error-mess to dw-line.
    perform BURST-EXCEPTION.
    move in-id to exc-id.
    move in-z to exc-z.
    move in-root to exc-root.
    move in-degree to exc-degree.
    move call-exp to exc-exp.
    move 01 to exc-reason.
    move 'INVALID INPUT' to exc-text.
    perform WRITE-EXCEPTION.
end-invalid-record.

*> XB1 is B1 for an extended-precision card: the tolerance and the
*> iteration ceiling fall back to the run-control defaults, a stored
*> answer for the same value, tolerance and root is served from the
*> extended master, and anything else is worked by the extended
*> subprograms
XB1.
    move xin-diff to xdiff.
    if xdiff = 0 then
        move dflt-diff to xdiff
    end-if.
    move xin-maxiter to max-iter.
    if max-iter = 0 then
        move dflt-maxiter to max-iter
    end-if.
    move xin-z to xcall-input.
    perform CHECK-XMASTER.
    if xmaster-hit-yes then
        perform REPORT-X-FROM-MASTER
    else
        perform CALL-EXT-ROOT
        if call-made-yes then
            add 1 to ct-computed
            add iters-used to tot-iters
            if iters-used > max-iters then
                move iters-used to max-iters
            end-if
        end-if
        perform REPORT-X-RESULT
        if trial-run then
            move xin-id to cmp-id
            move xmast-found to cmp-found
            move xpr-result to cmp-before
            move xpr-status to cmp-status
            move xresult to cmp-after
            perform TRIAL-COMPARE
        else
            if status-ok then
                perform UPDATE-XMASTER
            end-if
        end-if
    end-if.
end-XB1.

*> CHECK-XMASTER reads the extended master by key - extended cards are
*> few, so no sequential walk is kept for them - and counts a hit on
*> the same terms as CHECK-MASTER
CHECK-XMASTER.
    move "N" to xmaster-hit.
    move "N" to xmast-found.
    if not mastx-absent-yes then
        move xin-id to mx-id
        read ext-master-file
            invalid key
                continue
            not invalid key
                move "Y" to xmast-found
                move mastx-rec to prior-xmast
                if mx-z = xin-z and mx-diff = xdiff
                        and mx-root = xin-root
                        and mx-degree = xin-degree
                        and mx-status = 00 then
                    move "Y" to xmaster-hit
                end-if
        end-read
    end-if.
end-check-xmaster.

SET-X-ROOT-LABEL.
    if xin-root-square then
        move 'SQUARE' to root-label
    else
        if xin-root-cube then
            move 'CUBE' to root-label
        else
            if xin-root-nth then
                move xin-degree to nth-lab-deg
                move nth-label to root-label
            else
                move spaces to root-label
            end-if
        end-if
    end-if.
end-set-x-root-label.

*> CALL-EXT-ROOT dispatches to the extended companion of the root
*> subprogram named by xin-root
CALL-EXT-ROOT.
    perform SET-X-ROOT-LABEL.
    move "Y" to call-made.
    if xin-root-square then
        call "sqrtExtFunctions" using xcall-input, max-iter, xdiff,
            xresult, status-code, verify-req, iters-used, xachieved
    else
        if xin-root-cube then
            call "cuberootExtFunctions" using xcall-input, max-iter,
                xdiff, xresult, status-code, verify-req, iters-used,
                xachieved
        else
            if xin-root-nth then
                move xin-degree to call-degree
                call "nthrootExtFunctions" using xcall-input,
                    call-degree, max-iter, xdiff, xresult, status-code,
                    verify-req, iters-used, xachieved
            else
                move "N" to call-made
                move 12 to status-code
                move 0 to iters-used
                move 0 to xachieved
            end-if
        end-if
    end-if.
end-call-ext-root.

*> REPORT-X-FROM-MASTER prints the stored extended answer, flagged so
*> the report shows no computation was done
REPORT-X-FROM-MASTER.
    add 1 to ct-master.
    add 1 to ct-success.
    add 1 to se-success (cur-src-sub).
    move 00 to status-code.
    perform SET-X-ROOT-LABEL.
    perform PAGE-CHECK.
    move arrival-seq to xout-seq.
    move xin-id to xout-id.
    move xin-z to xout-z.
    move root-label to xout-root.
    move xpr-result to xout-y.
    move 'EXT-MASTER' to xout-src.
    move 0 to xout-iter.
    move 0 to xout-acc.
    write out-line from x-print-line after advancing 1 line.
    add 1 to line-ct.
    move xin-dept to dw-dept.
    move "M" to dw-kind.
    move x-print-line to dw-line.
    perform BURST-DETAIL.
end-report-x-from-master.

*> REPORT-X-RESULT prints the extended answer, or the failure line
*> with its reason; the reason is also left in exc-text for the
*> acknowledgement
REPORT-X-RESULT.
    if status-ok then
        add 1 to ct-success
        add 1 to se-success (cur-src-sub)
        perform PAGE-CHECK
        move arrival-seq to xout-seq
        move xin-id to xout-id
        move xin-z to xout-z
        move root-label to xout-root
        move xresult to xout-y
        move 'EXTENDED' to xout-src
        move iters-used to xout-iter
        move xachieved to xout-acc
        write out-line from x-print-line after advancing 1 line
        add 1 to line-ct
        move xin-dept to dw-dept
        move "C" to dw-kind
        move x-print-line to dw-line
        perform BURST-DETAIL
    else
        if status-too-many-iters then
            add 1 to ct-abort
            add 1 to se-abort (cur-src-sub)
            move "A" to dw-kind
            move 'ATTEMPT ABORTED, TOO MANY ITERATIONS' to exc-text
        else
            if status-overflow then
                add 1 to ct-overflow
                add 1 to se-overflow (cur-src-sub)
                move "O" to dw-kind
                move 'OVERFLOW - VALUE EXCEEDS FIELD CAPACITY'
                    to exc-text
            else
                add 1 to ct-invalid
                add 1 to se-invalid (cur-src-sub)
                move "I" to dw-kind
                move 'INVALID INPUT' to exc-text
            end-if
        end-if
        perform PAGE-CHECK
        move xin-id to xot-id
        move xin-z to xot-z
        move exc-text to xot-text
        write out-line from x-error-mess after advancing 1 line
        add 1 to line-ct
        move xin-dept to dw-dept
        move x-error-mess to dw-line
        perform BURST-EXCEPTION
    end-if.
end-report-x-result.

*> UPDATE-XMASTER adds or replaces this id's stored extended answer
*> after a successful computation, journalling the touch and keeping
*> the extended control totals the way UPDATE-MASTER does, saving the
*> control record with every change; the before image was saved by
*> CHECK-XMASTER's read
UPDATE-XMASTER.
    move spaces to mastx-rec.
    move xin-id to mx-id.
    move xin-z to mx-z.
    move xin-root to mx-root.
    move xin-degree to mx-degree.
    move xdiff to mx-diff.
    move xresult to mx-result.
    move status-code to mx-status.
    move run-date to mx-date.
    move xin-dept to mx-dept.
    move mastx-rec to xjrn-after.
    write mastx-rec
        invalid key
            rewrite mastx-rec
    end-write.
    if xmast-found-yes then
        move "R" to xjrn-action
        move prior-xmast to xjrn-before
        add 1 to xc-run-repl
        move xpr-root to cw-root
        move xpr-status to cw-status
        perform XCONTROL-SUBTRACT
    else
        move "A" to xjrn-action
        move spaces to xjrn-before
        add 1 to xc-run-adds
        add 1 to xc-count
        add xin-id to xc-hash
    end-if.
    move xin-root to cw-root.
    move status-code to cw-status.
    perform XCONTROL-ADD.
    perform SAVE-XMASTER-CONTROL.
    move run-date to xjrn-run-date.
    write xjrn-out from xjrn-rec.
end-update-xmaster.

*> XCONTROL-ADD/XCONTROL-SUBTRACT are CONTROL-ADD/CONTROL-SUBTRACT for
*> the extended totals, which have only the three root types
XCONTROL-ADD.
    if cw-root-square then
        add 1 to xc-square
    else
        if cw-root-cube then
            add 1 to xc-cube
        else
            if cw-root-nth then
                add 1 to xc-nth
            end-if
        end-if
    end-if.
    if cw-status = 00 then
        add 1 to xc-stat-ok
    else
        add 1 to xc-stat-other
    end-if.
end-xcontrol-add.

XCONTROL-SUBTRACT.
    if cw-root-square then
        subtract 1 from xc-square
    else
        if cw-root-cube then
            subtract 1 from xc-cube
        else
            if cw-root-nth then
                subtract 1 from xc-nth
            end-if
        end-if
    end-if.
    if cw-status = 00 then
        subtract 1 from xc-stat-ok
    else
        subtract 1 from xc-stat-other
    end-if.
end-xcontrol-subtract.

*> WRITE-X-EXTRACT emits the extended detail record and acknowledges
*> it, with the same M/C/E source codes as WRITE-EXTRACT
WRITE-X-EXTRACT.
    move xin-id to extx-id.
    move xin-z to extx-z.
    move xin-root to extx-root.
    move xin-degree to extx-degree.
    if status-ok then
        if xmaster-hit-yes then
            move xpr-result to extx-y
            move "M" to extx-src-cd
        else
            move xresult to extx-y
            move "C" to extx-src-cd
        end-if
    else
        move spaces to extx-y
        move "E" to extx-src-cd
    end-if.
    move status-code to extx-status.
    move xin-dept to extx-dept.
    if not trial-run then
        write ext-out from ext-xdetail
        add 1 to ct-extract
    end-if.
    move xin-id to ackd-id.
    move cur-src to ackd-src.
    move status-code to ackd-status.
    if status-ok then
        move extx-y to ackd-text
    else
        move exc-text to ackd-text
    end-if.
    if not trial-run then
        write ack-out from ack-detail
        add 1 to ct-ack
    end-if.
end-write-x-extract.

*> BURST-DETAIL/BURST-EXCEPTION write the line just printed to the
*> department work file; the caller has set the department, the kind
*> and the line. A trial run's report is not burst
BURST-DETAIL.
    move "D" to dw-class.
    if not trial-run then
        write dw-out from dw-rec
    end-if.
end-burst-detail.

BURST-EXCEPTION.
    move "E" to dw-class.
    if not trial-run then
        write dw-out from dw-rec
    end-if.
end-burst-exception.

*> WRITE-EXCEPTION lands a failed record on the exception file, or on
*> the trial exception list in a trial run; the caller has built the
*> exception record
WRITE-EXCEPTION.
    if trial-run then
        write trial-exc-out from exc-rec
        add 1 to ct-tr-exc
    else
        write exc-out from exc-rec
    end-if.
end-write-exception.

FINISH.
    perform PAGE-CHECK.
    write out-line from summary-head after advancing 2 lines.
    move 'ANSWERS TAKEN FROM MASTER' to sum-label.
    move ct-master to sum-count.
    write out-line from summary-line after advancing 1 line.
    if ct-locked > 0 then
        move 'OF WHICH LOCKED BY OVERRIDE' to sum-label
        move ct-locked to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    if ct-ovj-folded > 0 then
        move 'SCREEN ENTRIES JOURNALLED' to sum-label
        move ct-ovj-folded to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    if ct-skipped > 0 then
        move 'RECORDS SKIPPED - SEGMENT REFUSED' to sum-label
        move ct-skipped to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    if ct-susp-seg > 0 then
        move 'SEGMENTS HELD IN SUSPENSE' to sum-label
        move ct-susp-seg to sum-count
        write out-line from summary-line after advancing 1 line
        move 'CARDS WRITTEN TO SUSPENSE' to sum-label
        move ct-susp-card to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    if ct-high > 0 then
        move 'HIGH PRIORITY - WORKED FIRST' to sum-label
        move ct-high to sum-count
        move ct-range-points to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    if ct-ext > 0 then
        move 'EXTENDED PRECISION RECORDS' to sum-label
        move ct-ext to sum-count
        write out-line from summary-line after advancing 1 line
    end-if.
    if ct-computed > 0 then
        compute avg-iters = tot-iters / ct-computed
        move 'AVERAGE ITERATIONS PER CALL' to sum-label
        perform REPORT-SOURCES
    end-if.
    perform CHECK-ALERTS.
    if trial-run then
        write out-line from trial-note-line after advancing 2 lines
        perform TRIAL-SUMMARY
        close input-file, standard-output, master-file,
            ext-master-file, trial-exception-file, trial-report
        perform SET-RETURN-CODE
    else
        move ct-extract to ext-t-count
        write ext-out from ext-trailer
        perform WRITE-ACK-TRAILERS
        perform SAVE-MASTER-CONTROL
        perform SAVE-XMASTER-CONTROL
        close input-file, standard-output, exception-file,
            master-file, ext-master-file, extract-file, journal-file,
            xjournal-file, defer-file, alert-file, ack-file,
            dept-work, suspense-file
        if ct-ovj-folded > 0 then
            open output override-journal
            close override-journal
        end-if
        open output checkpoint-file
        move 0 to ckpt-proc
        move 0 to ckpt-cards
        write ckpt-out
        close checkpoint-file
        move "Y" to stat-done
        perform WRITE-STATUS
        perform SET-RETURN-CODE
        if input-bad-yes or miss-bad-yes or ct-read-run = 0 then
            continue
        else
            perform WRITE-HISTORY
        end-if
    end-if.
    STOP RUN.
end-finish.

*> READ-TRIAL-CARD switches the run to trial mode when the trial
*> control card is allocated; an empty card runs the trial under the
*> values already in force
READ-TRIAL-CARD.
    move spaces to trial-card.
    open input trial-card-file.
    if trl-status = "00" then
        move "Y" to trial-mode
        read trial-card-file into trial-card
            at end
                move spaces to trial-card
        end-read
        close trial-card-file
    end-if.
end-read-trial-card.

*> APPLY-TRIAL-CARD lays the proposed values over the ones the
*> run-control file put in force, keeping the in-force values for the
*> trial report's comparison
APPLY-TRIAL-CARD.
    move ckpt-interval to pf-ckpt-interval.
    move lines-per-page to pf-lines-page.
    move dflt-diff to pf-diff.
    move dflt-maxiter to pf-maxiter.
    move cutoff-time to pf-cutoff.
    move max-excrate to pf-max-excrate.
    move max-elapsed to pf-max-elapsed.
    move min-read to pf-min-read.
    if tc-ckpt-interval is numeric and tc-ckpt-interval > 0 then
        move tc-ckpt-interval to ckpt-interval
    end-if.
    if tc-lines-page is numeric and tc-lines-page > 0 then
        move tc-lines-page to lines-per-page
    end-if.
    if tc-diff is numeric and tc-diff > 0 then
        move tc-diff to dflt-diff
    end-if.
    if tc-maxiter is numeric and tc-maxiter > 0 then
        move tc-maxiter to dflt-maxiter
    end-if.
    if tc-cutoff is numeric then
        move tc-cutoff to cutoff-time
    end-if.
    if tc-max-excrate is numeric then
        move tc-max-excrate to max-excrate
    end-if.
    if tc-max-elapsed is numeric then
        move tc-max-elapsed to max-elapsed
    end-if.
    if tc-min-read is numeric then
        move tc-min-read to min-read
    end-if.
end-apply-trial-card.

*> TRIAL-HEADINGS opens the trial report with the run-control values
*> in force against the proposed ones, each change flagged, ahead of
*> the comparison columns
TRIAL-HEADINGS.
    perform TRIAL-NEW-PAGE.
    write trial-out from trial-parm-head after advancing 2 lines.
    write trial-out from trial-parm-under after advancing 1 line.
    move pf-diff to ttl-force.
    move dflt-diff to ttl-trial.
    move spaces to ttl-flag.
    if pf-diff not = dflt-diff then
        move 'CHANGED' to ttl-flag
    end-if.
    write trial-out from trial-tol-line after advancing 1 line.
    move 'FALLBACK MAX ITERATIONS' to tpl-label.
    move pf-maxiter to tpl-force.
    move dflt-maxiter to tpl-trial.
    perform WRITE-TRIAL-PARM.
    move 'WINDOW CUTOFF (HHMM)' to tpl-label.
    move pf-cutoff to tpl-force.
    move cutoff-time to tpl-trial.
    perform WRITE-TRIAL-PARM.
    move 'MAX EXCEPTION RATE PCT' to tpl-label.
    move pf-max-excrate to tpl-force.
    move max-excrate to tpl-trial.
    perform WRITE-TRIAL-PARM.
    move 'MAX ELAPSED MINUTES' to tpl-label.
    move pf-max-elapsed to tpl-force.
    move max-elapsed to tpl-trial.
    perform WRITE-TRIAL-PARM.
    move 'MINIMUM RECORDS READ' to tpl-label.
    move pf-min-read to tpl-force.
    move min-read to tpl-trial.
    perform WRITE-TRIAL-PARM.
    move 'CHECKPOINT INTERVAL' to tpl-label.
    move pf-ckpt-interval to tpl-force.
    move ckpt-interval to tpl-trial.
    perform WRITE-TRIAL-PARM.
    move 'LINES PER PAGE' to tpl-label.
    move pf-lines-page to tpl-force.
    move lines-per-page to tpl-trial.
    perform WRITE-TRIAL-PARM.
    add 11 to tr-line-ct.
    if mast-absent-yes then
        write trial-out from trial-mast-line after advancing 2 lines
        add 2 to tr-line-ct
    end-if.
    write trial-out from trial-cols after advancing 2 lines.
    write trial-out from trial-cols-under after advancing 1 line.
    add 3 to tr-line-ct.
end-trial-headings.

WRITE-TRIAL-PARM.
    if tpl-force = tpl-trial then
        move spaces to tpl-flag
    else
        move 'CHANGED' to tpl-flag
    end-if.
    write trial-out from trial-parm-line after advancing 1 line.
end-write-trial-parm.

TRIAL-PAGE-CHECK.
    if tr-line-ct is greater than or equal to lines-per-page then
        perform TRIAL-NEW-PAGE
        write trial-out from trial-cols after advancing 1 line
        write trial-out from trial-cols-under after advancing 1 line
        add 2 to tr-line-ct
    end-if.
end-trial-page-check.

TRIAL-NEW-PAGE.
    add 1 to tr-page-no.
    move tr-page-no to trl-pg-no.
    if tr-page-no = 1 then
        write trial-out from trial-title after advancing 0 lines
    else
        write trial-out from trial-title after advancing page
    end-if.
    write trial-out from under-line after advancing 1 line.
    move 2 to tr-line-ct.
end-trial-new-page.

*> TRIAL-COMPARE sets the answer a trial run just computed against the
*> one the master holds, as staged by B1 or XB1: a new id would be added, a different answer
*> would replace the stored one, and a failure leaves whatever the
*> master holds in place. A recomputed answer that matches the stored
*> one is only counted; every other outcome is listed
TRIAL-COMPARE.
    add 1 to ct-tr-compared.
    move cmp-id to trl-id.
    move root-label to trl-root.
    if status-ok then
        if cmp-found-yes then
            if cmp-before = cmp-after then
                add 1 to ct-tr-same
            else
                add 1 to ct-tr-change
                move 'WOULD CHANGE STORED ANSWER' to trl-outcome
                move cmp-before to trl-before
                move cmp-after to trl-after
                perform WRITE-TRIAL-LINE
            end-if
        else
            add 1 to ct-tr-add
            move 'WOULD ADD TO MASTER' to trl-outcome
            move spaces to trl-before
            move cmp-after to trl-after
            perform WRITE-TRIAL-LINE
        end-if
    else
        if status-too-many-iters then
            move 'TOO MANY ITERATIONS' to trl-after
        else
            if status-overflow then
                move 'OVERFLOW' to trl-after
            else
                move 'INVALID INPUT' to trl-after
            end-if
        end-if
        if cmp-found-yes and cmp-status = 00 then
            add 1 to ct-tr-fail-kept
            move 'WOULD FAIL - MASTER KEPT' to trl-outcome
            move cmp-before to trl-before
        else
            add 1 to ct-tr-fail-new
            move 'WOULD FAIL - NOTHING STORED' to trl-outcome
            move spaces to trl-before
        end-if
        perform WRITE-TRIAL-LINE
    end-if.
end-trial-compare.

WRITE-TRIAL-LINE.
    perform TRIAL-PAGE-CHECK.
    write trial-out from trial-line after advancing 1 line.
    add 1 to tr-line-ct.
end-write-trial-line.

*> TRIAL-SUMMARY closes the trial report with what the run would have
*> done to the master, next to what it left alone
TRIAL-SUMMARY.
    write trial-out from summary-head after advancing 2 lines.
    write trial-out from summary-under after advancing 1 line.
    move 'ANSWERS COMPUTED AND COMPARED' to sum-label.
    move ct-tr-compared to sum-count.
    write trial-out from summary-line after advancing 1 line.
    move 'WOULD ADD TO MASTER' to sum-label.
    move ct-tr-add to sum-count.
    write trial-out from summary-line after advancing 1 line.
    move 'WOULD CHANGE A STORED ANSWER' to sum-label.
    move ct-tr-change to sum-count.
    write trial-out from summary-line after advancing 1 line.
    move 'WOULD RESTORE THE SAME ANSWER' to sum-label.
    move ct-tr-same to sum-count.
    write trial-out from summary-line after advancing 1 line.
    move 'WOULD FAIL - MASTER ANSWER KEPT' to sum-label.
    move ct-tr-fail-kept to sum-count.
    write trial-out from summary-line after advancing 1 line.
    move 'WOULD FAIL - NOTHING STORED' to sum-label.
    move ct-tr-fail-new to sum-count.
    write trial-out from summary-line after advancing 1 line.
    move 'SERVED FROM MASTER UNCHANGED' to sum-label.
    move ct-master to sum-count.
    write trial-out from summary-line after advancing 1 line.
    if ct-locked > 0 then
        move 'OF WHICH LOCKED BY OVERRIDE' to sum-label
        move ct-locked to sum-count
        write trial-out from summary-line after advancing 1 line
    end-if.
    move 'ON THE TRIAL EXCEPTION LIST' to sum-label.
    move ct-tr-exc to sum-count.
    write trial-out from summary-line after advancing 1 line.
    if ct-deferred > 0 then
        move 'WOULD BE DEFERRED - CUTOFF' to sum-label
        move ct-deferred to sum-count
        write trial-out from summary-line after advancing 1 line
    end-if.
    if ct-susp-seg > 0 then
        move 'SEGMENTS WOULD GO TO SUSPENSE' to sum-label
        move ct-susp-seg to sum-count
        write trial-out from summary-line after advancing 1 line
    end-if.
    if ct-alerts > 0 then
        move 'RUN-CONTROL ALERTS WOULD PAGE' to sum-label
        move ct-alerts to sum-count
        write trial-out from summary-line after advancing 1 line
    end-if.
end-trial-summary.

*> CHECK-ALERTS measures the finished run against the operations-set
*> thresholds and writes one alert record per breach for the
*> automation desk's monitor, echoing each breach into the RUN SUMMARY
    end-if.
end-check-alerts.

*> WRITE-ALERT pages the breach through the alert file; a trial run
*> only shows it in the RUN SUMMARY
WRITE-ALERT.
    add 1 to ct-alerts.
    move run-date to alert-date.
    move run-end to alert-time.
    if not trial-run then
        write alert-out from alert-rec
    end-if.
end-write-alert.

*> REPORT-SOURCES breaks the run out by upstream desk so a source that
        compute src-excp-tot = se-invalid (src-sub)
            + se-abort (src-sub) + se-overflow (src-sub)
        move src-excp-tot to bs-excp
        perform SET-SEG-STATUS
        move seg-stat-text to bs-stat
        write out-line from by-src-line after advancing 1 line
        add 1 to line-ct
    end-perform.
end-report-sources.

SET-SEG-STATUS.
    if se-refused (src-sub) = "Y" then
        move 'REFUSED - HEADER DATE' to seg-stat-text
    else
        if se-no-tlr (src-sub) = "Y" then
            move 'NO TRAILER - TRUNCATED' to seg-stat-text
        else
            if se-tlr-bad (src-sub) = "Y" then
                move 'TRAILER DISAGREES' to seg-stat-text
            else
                move 'OK' to seg-stat-text
            end-if
        end-if
    end-if.
end-set-seg-status.

*> WRITE-HISTORY appends this run's vitals to the permanent run-history
*> dataset so exception volumes and the batch window can be trended
*> month over month instead of vanishing with the printout; a run that
*> would sit in the trend as a clean zero-volume night, and the rerun
*> after the fix would double the date. The overall record carries
*> source ALL, followed by one record per upstream desk so roothist
*> can break the trend out by source. Every record carries the run's
*> condition code, which the month-end close gate checks night by
*> night
WRITE-HISTORY.
    accept time-now from time.
    move time-now (1:6) to run-end.
    move ct-overflow to hist-overflow.
    move start-point to hist-restart.
    move 'ALL' to hist-source.
    move return-code to hist-cc.
    write hist-rec.
    perform varying src-sub from 1 by 1
        until src-sub > src-count
        move se-overflow (src-sub) to hist-overflow
        move 0 to hist-restart
        move se-code (src-sub) to hist-source
        move return-code to hist-cc
        write hist-rec
    end-perform.
    close history-file.
