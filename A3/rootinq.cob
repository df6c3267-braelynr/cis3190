*> rootinq - single-id inquiry against the sqrtbaby results master.
*> Lets the desk look up one record id's stored input value, computed
*> root, tolerance, and status without running the whole batch. An
*> answer keyed on the rootovrd override screen shows its lock, its
*> reason code, and who keyed it. The same id is looked up on the
*> extended-precision master too, and an extended answer is shown at
*> its full width; a site without that master simply never finds one.

identification division.
program-id. rootinq.
    access is random
    record key is mast-id
    file status is mast-status-fs.
    select ext-master-file assign to MASTXFIL
    organization is indexed
    access is random
    record key is mx-id
    file status is mastx-status.
data division.
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
working-storage section.
77 mast-status-fs pic x(02) value "00".
77 mastx-status pic x(02) value "00".
77 show-xz    pic -(19)9.9(12).
77 show-xdiff pic .9(12).
01 mastx-absent pic x(01) value "N".
   88 mastx-absent-yes value "Y".
01 id-found pic x(01) value "N".
   88 id-found-yes value "Y".
77 inq-id     pic 9(07).
77 show-z     pic -(11)9.9(6).
77 show-diff  pic .9(5).
77 show-exp   pic -(3)9.9(6).
01 eof pic x(01) value "f".

procedure division.
            mast-status-fs
        stop run
    end-if.
    open input ext-master-file.
    if mastx-status not = "00" then
        move "Y" to mastx-absent
    end-if.
    perform until eof = "t"
        display "Enter record id (0 to exit): " with no advancing
        accept inq-id
        end-if
    end-perform.
    close master-file.
    if not mastx-absent-yes then
        close ext-master-file
    end-if.
    stop run.

*> LOOKUP-ID reads both masters by key and displays whatever stored
*> answer is found, or says plainly that the id is on neither
LOOKUP-ID.
    move "N" to id-found.
    perform LOOKUP-RESULTS.
    if not mastx-absent-yes then
        perform LOOKUP-EXTENDED
    end-if.
    if not id-found-yes then
        display "RECORD " inq-id " NOT ON RESULTS OR EXTENDED MASTER"
        display " "
    end-if.
end-lookup-id.

LOOKUP-RESULTS.
    move inq-id to mast-id.
    read master-file
        invalid key
            continue
        not invalid key
            move "Y" to id-found
            move mast-z to show-z
            move mast-diff to show-diff
            display "RECORD ID      " mast-id
            display "INPUT VALUE    " show-z
            display "ROOT TYPE      " mast-root " DEGREE " mast-degree
            if mast-root = "P" or mast-root = "p" then
                move mast-exp to show-exp
                display "EXPONENT       " show-exp
            end-if
            display "TOLERANCE      " show-diff
            display "COMPUTED ROOT  " mast-result
            display "STATUS CODE    " mast-status
            if mast-reverify = "Y" then
                display "FLAGGED FOR RECOMPUTE NEXT RUN"
            end-if
            if mast-lock = "Y" then
                display "LOCKED BY OVERRIDE, REASON " mast-ovr-reason
                    " KEYED BY " mast-ovr-init
            end-if
            display " "
    end-read.
end-lookup-results.

LOOKUP-EXTENDED.
    move inq-id to mx-id.
    read ext-master-file
        invalid key
            continue
        not invalid key
            move "Y" to id-found
            move mx-z to show-xz
            move mx-diff to show-xdiff
            display "RECORD ID      " mx-id "  EXTENDED PRECISION"
            display "INPUT VALUE    " show-xz
            display "ROOT TYPE      " mx-root " DEGREE " mx-degree
            display "TOLERANCE      " show-xdiff
            display "COMPUTED ROOT  " mx-result
            display "STATUS CODE    " mx-status
            display "LAST COMPUTED  " mx-date
            display "DEPARTMENT     " mx-dept
            display " "
    end-read.
end-lookup-extended.
