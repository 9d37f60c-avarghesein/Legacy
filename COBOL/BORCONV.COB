        identification division.
      *--------------------------
        program-id. borconv.
        remarks. one-time borrower file conversion - adds membership
                 expiry and status to each borrower record.

        environment division.
      *-------------------------
        configuration section.
        input-output section.
        file-control.
            select oldborrower assign dynamic old-file-name
            organization is indexed
            access mode is sequential
            record key is old-borid
            file status is oldstat.
            select borrower assign dynamic new-file-name
            organization is indexed
            access mode is dynamic
            record key is borid
            file status is bostat.

        data division.
      *-----------------
        file section.
        fd oldborrower.
        01 oldborrec.
           02 old-borid     pic x(8).
           02 old-borname   pic x(25).
           02 old-bordept   pic x(15).
        fd borrower.
        01 borrec.
           02 borid      pic x(8).
           02 borname    pic x(25).
           02 bordept    pic x(15).
           02 bor-expiry pic 9(8).
           02 bor-status pic x(1).

        working-storage section.
      *-------------------------
        01 oldstat         pic x(2).
        01 bostat          pic x(2).
        01 old-file-name   pic x(40) value "borrower.old".
        01 new-file-name   pic x(40) value "borrower.mst".
        01 arg-count       pic 9(2) usage comp value 0.
        01 eof-sw          pic x(3) value 'NO'.
        01 cnt-read        pic 9(5) value 0.
        01 cnt-converted   pic 9(5) value 0.
        01 cnt-rejected    pic 9(5) value 0.
        01 cnt-verified    pic 9(5) value 0.

       procedure division.
      *-------------------
       main-para.
              accept arg-count from argument-number.
              if arg-count > 0
              display 1 upon argument-number
              accept old-file-name from argument-value.
              if arg-count > 1
              display 2 upon argument-number
              accept new-file-name from argument-value.
              open input oldborrower.
              if oldstat not = '00'
              display 'OLD BORROWER FILE NOT FOUND: ' old-file-name
              move 12 to return-code
              stop run.
              open output borrower.
              if bostat not = '00'
              display 'CANNOT CREATE ' new-file-name
              display '  STATUS: ' bostat
              close oldborrower
              move 12 to return-code
              stop run.
              move 'NO' to eof-sw.
              perform convert-one-borrower until eof-sw = 'YES'.
              close oldborrower.
              close borrower.
              perform verify-borrowers.
              display 'BORROWERS READ      : ' cnt-read.
              display 'BORROWERS CONVERTED : ' cnt-converted.
              display 'BORROWERS REJECTED  : ' cnt-rejected.
              display 'BORROWERS ON FILE   : ' cnt-verified.
              if cnt-verified not = cnt-converted
              or cnt-converted + cnt-rejected not = cnt-read
              display 'CONVERSION FAILED VERIFICATION'
              move 12 to return-code
              else
              if cnt-rejected > 0
              display 'VERIFIED - REJECTS NOT LOADED'
              move 4 to return-code
              else
              display 'CONVERSION VERIFIED'.
              stop run.

       convert-one-borrower.
      *---------------------
              read oldborrower next record
              at end move 'YES' to eof-sw
              not at end
              add 1 to cnt-read
              perform write-new-borrower
              end-read.

       write-new-borrower.
      *-------------------
              move old-borid   to borid.
              move old-borname to borname.
              move old-bordept to bordept.
              move 0           to bor-expiry.
              move 'A'         to bor-status.
              write borrec
              invalid key
                  display 'BORROWER NOT LOADED: ' old-borid
                  add 1 to cnt-rejected
              not invalid key
                  add 1 to cnt-converted
              end-write.

       verify-borrowers.
      *-----------------
              open input borrower.
              move 'NO' to eof-sw.
              perform verify-one-borrower until eof-sw = 'YES'.
              close borrower.

       verify-one-borrower.
      *--------------------
              read borrower next record
              at end move 'YES' to eof-sw
              not at end
              add 1 to cnt-verified
              end-read.
