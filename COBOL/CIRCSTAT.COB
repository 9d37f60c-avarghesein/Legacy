
        identification division.
      *--------------------------
        program-id. circstat.
        remarks. circulation statistics by category and department.

        environment division.
      *-------------------------
        configuration section.
        input-output section.
        file-control.
            select bookrec assign to "book.mst"
            organization is indexed
            access mode is dynamic
            record key is isbn
            file status is bkstat.
            select borrower assign to "borrower.mst"
            organization is indexed
            access mode is dynamic
            record key is borid
            file status is bostat.
            select loanrec assign to "LOANS.MST"
            organization is indexed
            access mode is dynamic
            record key is loan-key
            file status is lnstat.
            select loanhist assign to "LOANHIST.DAT"
            organization is line sequential
            file status is lhstat.
            select statfile assign dynamic stat-file-name
            organization is line sequential.

        data division.
      *-----------------
        file section.
        fd bookrec.
        01 catalog.
           02 isbn       pic x(13).
           02 writer     pic x(20).
           02 booktitle  pic x(20).
           02 publisher  pic x(20).
           02 category   pic x(17).
           02 copies     pic 9(3).
        fd borrower.
        01 borrec.
           02 borid      pic x(8).
           02 borname    pic x(25).
           02 bordept    pic x(15).
           02 bor-expiry pic 9(8).
           02 bor-status pic x(1).
        fd loanrec.
        01 loanrecord.
           02 loan-key.
              03 loan-isbn  pic x(13).
              03 loan-copy  pic 9(3).
           02 loan-borid pic x(8).
           02 loan-out   pic 9(8).
           02 loan-due   pic 9(8).
           02 loan-renews pic 9(1).
        fd loanhist
           label records are standard
           data record is lh-rec.
        01 lh-rec.
           02 lh-isbn    pic x(13).
           02 filler     pic x(01).
           02 lh-copy    pic 9(3).
           02 filler     pic x(01).
           02 lh-borid   pic x(8).
           02 filler     pic x(01).
           02 lh-out     pic 9(8).
           02 filler     pic x(01).
           02 lh-due     pic 9(8).
           02 filler     pic x(01).
           02 lh-in      pic 9(8).
           02 filler     pic x(01).
           02 lh-renews  pic 9(1).
        fd statfile
           label records are standard
           data record is csrec.
        01 csrec          pic x(80).

        working-storage section.
      *-------------------------
        01 bkstat          pic x(2).
        01 bostat          pic x(2).
        01 lnstat          pic x(2).
        01 lhstat          pic x(2).
        01 stat-file-name  pic x(40) value "CIRCSTAT.DAT".
        01 rr-program      pic x(8) value 'CIRCSTAT'.
        01 rr-category     pic x(8) value 'LIBRARY'.
        01 arg-count       pic 9(2) usage comp value 0.
        01 today-date      pic 9(8) value 0.
        01 from-date       pic 9(8) value 0.
        01 to-date         pic 9(8) value 0.
        01 eof-sw          pic x(3) value 'YES'.
        01 book-on-file    pic x(3) value 'NO'.
        01 bor-on-file     pic x(3) value 'NO'.
        01 work-isbn       pic x(13) value spaces.
        01 work-borid      pic x(8) value spaces.
        01 work-renews     pic 9(1) value 0.
        01 work-cat        pic x(17) value spaces.
        01 work-dept       pic x(15) value spaces.
        01 loan-days       pic 9(5) value 0.
        01 dv-func         pic x(1) value 'V'.
        01 dv-zero         pic 9(8) value 0.
        01 dv-flag         pic x(1) value 'V'.
        01 dv-days         pic s9(9) value 0.
        01 tot-loans       pic 9(7) value 0.
        01 tot-renews      pic 9(7) value 0.
        01 tot-late        pic 9(7) value 0.
        01 tot-returns     pic 9(7) value 0.
        01 tot-days        pic 9(9) value 0.
        01 cnt-unloaned    pic 9(5) value 0.
        01 avg-work        pic 9(5)v9 value 0.
        01 ct-count        pic 9(3) usage comp value 0.
        01 ct-ix           pic 9(3) usage comp value 0.
        01 ct-slot         pic 9(3) usage comp value 0.
        01 ct-table.
           02 ct-ent occurs 40.
              05 ctt-name    pic x(17).
              05 ctt-loans   pic 9(5).
              05 ctt-renews  pic 9(5).
              05 ctt-late    pic 9(5).
              05 ctt-returns pic 9(5).
              05 ctt-days    pic 9(7).
        01 dp-count        pic 9(3) usage comp value 0.
        01 dp-ix           pic 9(3) usage comp value 0.
        01 dp-slot         pic 9(3) usage comp value 0.
        01 dp-table.
           02 dp-ent occurs 40.
              05 dpt-name    pic x(15).
              05 dpt-loans   pic 9(5).
              05 dpt-renews  pic 9(5).
              05 dpt-late    pic 9(5).
              05 dpt-returns pic 9(5).
              05 dpt-days    pic 9(7).
        01 xt-table.
           02 xt-cat occurs 40.
              05 xt-dept occurs 40.
                 10 xtt-loans pic 9(5).
        01 li-count        pic 9(4) usage comp value 0.
        01 li-ix           pic 9(4) usage comp value 0.
        01 li-slot         pic 9(4) usage comp value 0.
        01 li-table.
           02 li-ent occurs 3000.
              05 lit-isbn    pic x(13).
        01 cs-head.
           05 csh-label    pic x(17).
           05 filler       pic x(01) value space.
           05 filler       pic x(47) value
              '  LOANS RENEWS   LATE RETURNS  AVG DAYS'.
           05 filler       pic x(15) value spaces.
        01 cs-detail.
           05 cs-name      pic x(17).
           05 filler       pic x(01) value space.
           05 cs-loans     pic zzzzzz9.
           05 cs-renews    pic zzzzzz9.
           05 cs-late      pic zzzzzz9.
           05 filler       pic x(01) value space.
           05 cs-returns   pic zzzzzz9.
           05 filler       pic x(02) value spaces.
           05 cs-avg       pic zzzz9.9.
           05 filler       pic x(24) value spaces.
        01 cx-detail.
           05 cx-cat       pic x(17).
           05 filler       pic x(01) value space.
           05 cx-dept      pic x(15).
           05 filler       pic x(01) value space.
           05 cx-loans     pic zzzz9.
           05 filler       pic x(41) value spaces.
        01 cz-detail.
           05 cz-isbn      pic x(13).
           05 filler       pic x(01) value space.
           05 cz-title     pic x(20).
           05 filler       pic x(01) value space.
           05 cz-writer    pic x(20).
           05 filler       pic x(01) value space.
           05 cz-cat       pic x(17).
           05 filler       pic x(07) value spaces.

       procedure division.
      *-------------------
       main-para.
              accept today-date from date yyyymmdd.
              move today-date to to-date.
              move today-date to from-date.
              move '01' to from-date(7:2).
              accept arg-count from argument-number.
              if arg-count > 0
              display 1 upon argument-number
              accept from-date from argument-value.
              if arg-count > 1
              display 2 upon argument-number
              accept to-date from argument-value.
              if arg-count > 2
              display 3 upon argument-number
              accept stat-file-name from argument-value.
              perform check-date-range.
              initialize xt-table.
              perform open-lookup-files.
              perform tally-loan-history.
              perform tally-open-loans.
              open output statfile.
              perform write-category-section.
              perform write-department-section.
              perform write-cross-tab.
              perform write-unloaned-titles.
              close statfile.
              call "RPTREG" using rr-program stat-file-name
                                  rr-category.
              if book-on-file = 'YES'
              close bookrec.
              if bor-on-file = 'YES'
              close borrower.
              display 'LOANS IN PERIOD       : ' tot-loans.
              display 'RETURNS IN PERIOD     : ' tot-returns.
              display 'TITLES WITH NO LOANS  : ' cnt-unloaned.
              display 'REPORT WRITTEN TO ' stat-file-name.
              stop run.

       check-date-range.
      *-----------------
              move 'V' to dv-func.
              call "DATEVAL" using dv-func from-date dv-zero
                  dv-flag dv-days.
              if dv-flag not = 'V'
              display 'INVALID FROM DATE ' from-date ' - STOPPED'
              stop run.
              call "DATEVAL" using dv-func to-date dv-zero
                  dv-flag dv-days.
              if dv-flag not = 'V'
              display 'INVALID TO DATE ' to-date ' - STOPPED'
              stop run.
              if to-date < from-date
              display 'TO DATE BEFORE FROM DATE - STOPPED'
              stop run.

       open-lookup-files.
      *------------------
              move 'NO' to book-on-file.
              open input bookrec.
              if bkstat = '00'
              move 'YES' to book-on-file.
              move 'NO' to bor-on-file.
              open input borrower.
              if bostat = '00'
              move 'YES' to bor-on-file.

       tally-loan-history.
      *-------------------
              move spaces to lhstat.
              open input loanhist.
              if lhstat = '00'
              move 'YES' to eof-sw
              perform tally-one-history until eof-sw = 'NO'
              close loanhist.

       tally-one-history.
      *------------------
              read loanhist
              at end move 'NO' to eof-sw
              not at end
                  if lh-out >= from-date and lh-out <= to-date
                  move lh-isbn to work-isbn
                  move lh-borid to work-borid
                  move 0 to work-renews
                  if lh-renews is numeric
                  move lh-renews to work-renews
                  end-if
                  perform tally-loan
                  end-if
                  if lh-in >= from-date and lh-in <= to-date
                  move lh-isbn to work-isbn
                  move lh-borid to work-borid
                  perform tally-return
                  end-if
              end-read.

       tally-open-loans.
      *-----------------
              open input loanrec.
              if lnstat = '00'
              move low-values to loan-key
              start loanrec key is not less than loan-key
              invalid key move 'NO' to eof-sw
              not invalid key move 'YES' to eof-sw
              end-start
              perform tally-one-open until eof-sw = 'NO'
              close loanrec.

       tally-one-open.
      *---------------
              read loanrec next record
              at end move 'NO' to eof-sw
              not at end
                  if loan-out >= from-date and loan-out <= to-date
                  move loan-isbn to work-isbn
                  move loan-borid to work-borid
                  move 0 to work-renews
                  if loan-renews is numeric
                  move loan-renews to work-renews
                  end-if
                  perform tally-loan
                  end-if
              end-read.

       tally-loan.
      *-----------
              perform find-category-slot.
              perform find-department-slot.
              add 1 to ctt-loans(ct-slot).
              add work-renews to ctt-renews(ct-slot).
              add 1 to dpt-loans(dp-slot).
              add work-renews to dpt-renews(dp-slot).
              add 1 to xtt-loans(ct-slot, dp-slot).
              add 1 to tot-loans.
              add work-renews to tot-renews.
              perform note-loaned-isbn.

       tally-return.
      *-------------
              perform find-category-slot.
              perform find-department-slot.
              move 0 to loan-days.
              move 'D' to dv-func.
              call "DATEVAL" using dv-func lh-out lh-in
                  dv-flag dv-days.
              if dv-flag = 'V' and dv-days > 0 and dv-days < 100000
              move dv-days to loan-days.
              add 1 to ctt-returns(ct-slot).
              add loan-days to ctt-days(ct-slot).
              add 1 to dpt-returns(dp-slot).
              add loan-days to dpt-days(dp-slot).
              add 1 to tot-returns.
              add loan-days to tot-days.
              if lh-in > lh-due
              add 1 to ctt-late(ct-slot)
              add 1 to dpt-late(dp-slot)
              add 1 to tot-late.

       find-category-slot.
      *-------------------
              move '*NOT IN CATALOG*' to work-cat.
              if book-on-file = 'YES'
              move work-isbn to isbn
              read bookrec
              invalid key continue
              not invalid key move category to work-cat
              end-read.
              move 0 to ct-slot.
              perform varying ct-ix from 1 by 1
                      until ct-ix > ct-count or ct-slot > 0
                  if ctt-name(ct-ix) = work-cat
                  move ct-ix to ct-slot
                  end-if
              end-perform.
              if ct-slot = 0 and ct-count < 40
              add 1 to ct-count
              move ct-count to ct-slot
              move work-cat to ctt-name(ct-slot)
              move 0 to ctt-loans(ct-slot)
              move 0 to ctt-renews(ct-slot)
              move 0 to ctt-late(ct-slot)
              move 0 to ctt-returns(ct-slot)
              move 0 to ctt-days(ct-slot).
              if ct-slot = 0
              display 'CATEGORIES EXCEED TABLE'
              display 'RUN STOPPED - REPORT NOT BUILT'
              stop run.

       find-department-slot.
      *---------------------
              move '*UNKNOWN*' to work-dept.
              if bor-on-file = 'YES'
              move work-borid to borid
              read borrower
              invalid key continue
              not invalid key move bordept to work-dept
              end-read.
              move 0 to dp-slot.
              perform varying dp-ix from 1 by 1
                      until dp-ix > dp-count or dp-slot > 0
                  if dpt-name(dp-ix) = work-dept
                  move dp-ix to dp-slot
                  end-if
              end-perform.
              if dp-slot = 0 and dp-count < 40
              add 1 to dp-count
              move dp-count to dp-slot
              move work-dept to dpt-name(dp-slot)
              move 0 to dpt-loans(dp-slot)
              move 0 to dpt-renews(dp-slot)
              move 0 to dpt-late(dp-slot)
              move 0 to dpt-returns(dp-slot)
              move 0 to dpt-days(dp-slot).
              if dp-slot = 0
              display 'DEPARTMENTS EXCEED TABLE'
              display 'RUN STOPPED - REPORT NOT BUILT'
              stop run.

       note-loaned-isbn.
      *-----------------
              move 0 to li-slot.
              perform varying li-ix from 1 by 1
                      until li-ix > li-count or li-slot > 0
                  if lit-isbn(li-ix) = work-isbn
                  move li-ix to li-slot
                  end-if
              end-perform.
              if li-slot = 0 and li-count < 3000
              add 1 to li-count
              move work-isbn to lit-isbn(li-count)
              move li-count to li-slot.
              if li-slot = 0
              display 'LOANED TITLES EXCEED TABLE'
              display 'RUN STOPPED - REPORT NOT BUILT'
              stop run.

       write-category-section.
      *-----------------------
              move spaces to csrec.
              string 'CIRCULATION STATISTICS FROM ' delimited by size
                     from-date delimited by size
                     ' TO ' delimited by size
                     to-date delimited by size
                     into csrec.
              write csrec.
              move spaces to csrec.
              write csrec.
              move 'BY CATEGORY' to csh-label.
              write csrec from cs-head.
              perform varying ct-ix from 1 by 1
                      until ct-ix > ct-count
                  move ctt-name(ct-ix) to cs-name
                  move ctt-loans(ct-ix) to cs-loans
                  move ctt-renews(ct-ix) to cs-renews
                  move ctt-late(ct-ix) to cs-late
                  move ctt-returns(ct-ix) to cs-returns
                  move 0 to avg-work
                  if ctt-returns(ct-ix) > 0
                  compute avg-work rounded =
                      ctt-days(ct-ix) / ctt-returns(ct-ix)
                  end-if
                  move avg-work to cs-avg
                  write csrec from cs-detail
              end-perform.
              perform write-total-line.

       write-department-section.
      *-------------------------
              move spaces to csrec.
              write csrec.
              move 'BY DEPARTMENT' to csh-label.
              write csrec from cs-head.
              perform varying dp-ix from 1 by 1
                      until dp-ix > dp-count
                  move dpt-name(dp-ix) to cs-name
                  move dpt-loans(dp-ix) to cs-loans
                  move dpt-renews(dp-ix) to cs-renews
                  move dpt-late(dp-ix) to cs-late
                  move dpt-returns(dp-ix) to cs-returns
                  move 0 to avg-work
                  if dpt-returns(dp-ix) > 0
                  compute avg-work rounded =
                      dpt-days(dp-ix) / dpt-returns(dp-ix)
                  end-if
                  move avg-work to cs-avg
                  write csrec from cs-detail
              end-perform.
              perform write-total-line.

       write-total-line.
      *-----------------
              move 'ALL LOANS' to cs-name.
              move tot-loans to cs-loans.
              move tot-renews to cs-renews.
              move tot-late to cs-late.
              move tot-returns to cs-returns.
              move 0 to avg-work.
              if tot-returns > 0
              compute avg-work rounded = tot-days / tot-returns.
              move avg-work to cs-avg.
              write csrec from cs-detail.

       write-cross-tab.
      *----------------
              move spaces to csrec.
              write csrec.
              move 'LOANS BY CATEGORY AND DEPARTMENT' to csrec.
              write csrec.
              move 'CATEGORY          DEPARTMENT      LOANS' to csrec.
              write csrec.
              perform varying ct-ix from 1 by 1
                      until ct-ix > ct-count
                  perform varying dp-ix from 1 by 1
                          until dp-ix > dp-count
                      if xtt-loans(ct-ix, dp-ix) > 0
                      move ctt-name(ct-ix) to cx-cat
                      move dpt-name(dp-ix) to cx-dept
                      move xtt-loans(ct-ix, dp-ix) to cx-loans
                      write csrec from cx-detail
                      end-if
                  end-perform
              end-perform.

       write-unloaned-titles.
      *----------------------
              move spaces to csrec.
              write csrec.
              move 'CATALOGUED TITLES WITH NO LOANS IN PERIOD' to csrec.
              write csrec.
              if book-on-file = 'YES'
              move low-values to isbn
              start bookrec key is not less than isbn
              invalid key move 'NO' to eof-sw
              not invalid key move 'YES' to eof-sw
              end-start
              perform check-one-title until eof-sw = 'NO'.
              move spaces to csrec.
              string 'TITLES WITH NO LOANS: ' delimited by size
                     cnt-unloaned delimited by size
                     into csrec.
              write csrec.

       check-one-title.
      *----------------
              read bookrec next record
              at end move 'NO' to eof-sw
              not at end
                  move isbn to work-isbn
                  move 0 to li-slot
                  perform varying li-ix from 1 by 1
                          until li-ix > li-count or li-slot > 0
                      if lit-isbn(li-ix) = work-isbn
                      move li-ix to li-slot
                      end-if
                  end-perform
                  if li-slot = 0
                  move isbn to cz-isbn
                  move booktitle to cz-title
                  move writer to cz-writer
                  move category to cz-cat
                  write csrec from cz-detail
                  add 1 to cnt-unloaned
                  end-if
              end-read.
