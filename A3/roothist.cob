       02 hist-restart  pic 9(07).
       02 filler        pic x(01).
       02 hist-source   pic x(03).
       02 filler        pic x(01).
       02 hist-cc       pic 9(02).
fd standard-output.
    01 out-line pic x(132).
working-storage section.
