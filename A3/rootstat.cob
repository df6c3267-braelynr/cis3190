       02 filler         pic x(01).
       02 stat-excp      pic 9(07).
       02 filler         pic x(01).
       02 stat-last-id   pic 9(07).
       02 filler         pic x(01).
       02 stat-done      pic x(01).
          88 stat-done-yes value "Y".
