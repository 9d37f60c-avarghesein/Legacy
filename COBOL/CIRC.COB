            file status is fnstat.
            select finestmt assign to "FINESTMT.DAT"
            organization is line sequential.
            select payreg assign to "PAYREG.DAT"
            organization is line sequential
            file status is prstat.
            select access-log assign to "ACCESS-LOG.DAT"
            organization is line sequential
            file status is alstat.
            select holdfile assign to "RESERVE.MST"
            organization is indexed
            access mode is dynamic
            record key is res-key
            file status is rsstat.
            select holds-list assign to "HOLDS.DAT"
            organization is line sequential.
            select lostcopy assign to "LOSTCOPY.MST"
            organization is indexed
            access mode is dynamic
            record key is lc-key
            file status is lcstat.
            select circparm assign to "CIRCPARM.DAT"
            organization is line sequential
            file status is cpstat.

        data division.
      *-----------------
           02 borid      pic x(8).
           02 borname    pic x(25).
           02 bordept    pic x(15).
           02 bor-expiry pic 9(8).
           02 bor-status pic x(1).
        fd loanrec.
        01 loanrecord.
           02 loan-key.
           02 lh-due     pic 9(8).
           02 filler     pic x(01).
           02 lh-in      pic 9(8).
           02 filler     pic x(01).
           02 lh-renews  pic 9(1).
        fd topbooks
           label records are standard
           data record is tbrec.
           02 fn-amount  pic 9(5)v99.
           02 filler     pic x(01).
           02 fn-status  pic x(6).
           02 filler     pic x(01).
           02 fn-paid-date pic 9(8).
           02 filler     pic x(01).
           02 fn-paid-by pic x(10).
        fd finestmt
           label records are standard
           data record is strec.
        01 strec          pic x(80).
        fd payreg
           label records are standard
           data record is pr-rec.
        01 pr-rec.
           02 pr-operator pic x(10).
           02 filler      pic x(01).
           02 pr-date     pic 9(8).
           02 filler      pic x(01).
           02 pr-time     pic 9(8).
           02 filler      pic x(01).
           02 pr-borid    pic x(8).
           02 filler      pic x(01).
           02 pr-isbn     pic x(13).
           02 filler      pic x(01).
           02 pr-copy     pic 9(3).
           02 filler      pic x(01).
           02 pr-amount   pic 9(5)v99.
           02 filler      pic x(01).
           02 pr-tender   pic x(1).
        fd access-log
           label records are standard
           data record is aclog-rec.
           02 al-time      pic 9(08).
           02 filler       pic x(01) value space.
           02 al-result    pic x(01).
        fd holdfile.
        01 resrec.
           02 res-key.
              03 res-isbn   pic x(13).
              03 res-seq    pic 9(3).
           02 res-borid  pic x(8).
           02 res-placed pic 9(8).
           02 res-status pic x(6).
           02 res-copy   pic 9(3).
           02 res-ready  pic 9(8).
           02 res-expire pic 9(8).
        fd holds-list
           label records are standard
           data record is hdrec.
        01 hdrec          pic x(80).
        fd lostcopy.
        01 lcrec.
           02 lc-key.
              03 lc-isbn    pic x(13).
              03 lc-copy    pic 9(3).
           02 lc-status  pic x(6).
           02 lc-date    pic 9(8).
           02 lc-time    pic 9(8).
           02 lc-operator pic x(10).
        fd circparm
           label records are standard
           data record is cp-rec.
        01 cp-rec.
           02 cp-fine-limit  pic 9(5)v99.
           02 filler         pic x(01).
           02 cp-member-days pic 9(4).
           02 filler         pic x(01).
           02 cp-loan-days   pic 9(3).
           02 filler         pic x(01).
           02 cp-site        pic x(4).

        working-storage section.
      *-------------------------
        01 lhstat          pic x(2).
        01 fnstat          pic x(2).
        01 alstat          pic x(2).
        01 rsstat          pic x(2).
        01 cpstat          pic x(2).
        01 lcstat          pic x(2).
        01 prstat          pic x(2).
        01 work-tender     pic x(1) value space.
        01 operator-id     pic x(10) value spaces.
        01 op-password     pic x(10) value spaces.
        01 sec-func        pic x(1) value space.
              05 fnt-days   pic 9(5).
              05 fnt-amount pic 9(5)v99.
              05 fnt-status pic x(6).
              05 fnt-paid-date pic 9(8).
              05 fnt-paid-by pic x(10).
        01 stmt-detail.
           05 st-isbn      pic x(13).
           05 filler       pic x(01) value space.
        01 dv-zero         pic 9(8) value 0.
        01 dv-flag         pic x(1) value 'V'.
        01 dv-days         pic s9(9) value 0.
        01 rr-program      pic x(8) value 'CIRC'.
        01 rr-category     pic x(8) value 'LIBRARY'.
        01 rr-overdue-file pic x(40) value 'OVERDUE.DAT'.
        01 rr-fines-file   pic x(40) value 'FINESTMT.DAT'.
        01 od-detail.
           05 od-borname   pic x(25).
           05 filler       pic x(01) value space.
           05 filler       pic x(01) value space.
           05 od-fine      pic zzz9.99.
           05 filler       pic x(05) value spaces.
        01 pickup-days     pic 9(3) value 7.
        01 fine-limit      pic 9(5)v99 value 10.00.
        01 member-days     pic 9(4) value 365.
        01 loan-days       pic 9(3) value 14.
        01 circ-site       pic x(4) value spaces.
        01 keyed-due       pic 9(8) value 0.
        01 standing-ok     pic x(3) value 'YES'.
        01 work-name       pic x(25) value spaces.
        01 work-dept       pic x(15) value spaces.
        01 work-expiry     pic 9(8) value 0.
        01 lost-eof        pic x(3) value 'NO'.
        01 lost-count      pic 9(3) value 0.
        01 copy-lost       pic x(3) value 'NO'.
        01 top-copy        pic 9(4) value 0.
        01 hold-eof        pic x(3) value 'NO'.
        01 hold-found      pic x(3) value 'NO'.
        01 hold-own        pic x(3) value 'NO'.
        01 hold-seq        pic 9(3) value 0.
        01 hold-borid      pic x(8) value spaces.
        01 hold-status     pic x(6) value spaces.
        01 hold-copy       pic 9(3) value 0.
        01 isbn-loans      pic 9(3) value 0.
        01 isbn-ready      pic 9(3) value 0.
        01 isbn-holds      pic 9(3) value 0.
        01 cnt-ready       pic 9(5) value 0.
        01 cnt-expired     pic 9(5) value 0.
        01 hx-count        pic 9(3) usage comp value 0.
        01 hx-ix           pic 9(3) usage comp value 0.
        01 hx-table.
           02 hx-ent occurs 200.
              05 hxt-isbn  pic x(13).
              05 hxt-copy  pic 9(3).
        01 hd-detail.
           05 hd-borname   pic x(25).
           05 filler       pic x(01) value space.
           05 hd-title     pic x(20).
           05 filler       pic x(01) value space.
           05 hd-copy      pic zz9.
           05 filler       pic x(01) value space.
           05 hd-ready     pic 9(8).
           05 filler       pic x(01) value space.
           05 hd-expire    pic 9(8).
           05 filler       pic x(01) value space.
           05 hd-status    pic x(7).
           05 filler       pic x(04) value spaces.

        screen section.
      *----------------
           05 line 7  col 10 value 'V = OVERDUE LISTING'.
           05 line 8  col 10 value 'P = FINE PAYMENT / WAIVE'.
           05 line 9  col 10 value 'S = BORROWER STATEMENT'.
           05 line 3  col 40 value 'H = PLACE A HOLD'.
           05 line 4  col 40 value 'C = CANCEL A HOLD'.
           05 line 5  col 40 value 'M = BORROWER MAINTENANCE'.
           05 line 10 col 10 value 'Q = QUIT'.
           05 line 11 col 10 value 'CHOICE :'.
           05 line 11 col 20 pic x(1)
           05 line 15 col 10 value 'DUE (CCYYMMDD):'.
           05 line 15 col 30 pic 9(8)
              using work-due required auto.
           05 line 16 col 10 value '(ZERO = STANDARD LOAN PERIOD)'.

        01 screen-record-inscrn.
           05 line 11 col 10 value 'ISBN          :'.
           05 line 16 col 10 value 'P=PAY  W=WAIVE:'.
           05 line 16 col 30 pic x(1)
              using work-action required auto.
           05 line 17 col 10 value 'C=CASH Q=CHEQUE:'.
           05 line 17 col 30 pic x(1)
              using work-tender auto.

        01 screen-record-stmtscrn.
           05 line 13 col 10 value 'BORROWER ID   :'.
           05 line 14 col 10 value 'NEW DUE DATE  :'.
           05 line 14 col 30 pic 9(8)
              using work-due required auto.
           05 line 15 col 10 value '(ZERO = STANDARD LOAN PERIOD)'.

        01 screen-record-holdscrn.
           05 line 13 col 10 value 'ISBN          :'.
           05 line 13 col 30 pic x(13)
              using work-isbn required auto.
           05 line 14 col 10 value 'BORROWER ID   :'.
           05 line 14 col 30 pic x(8)
              using work-borid required auto.

        01 screen-record-bmntkey.
           05 line 11 col 10 value 'BORROWER ID   :'.
           05 line 11 col 30 pic x(8)
              using work-borid required auto.

        01 screen-record-bmntscrn.
           05 line 13 col 10 value 'NAME          :'.
           05 line 13 col 30 pic x(25)
              using work-name auto.
           05 line 14 col 10 value 'DEPARTMENT    :'.
           05 line 14 col 30 pic x(15)
              using work-dept auto.
           05 line 15 col 10 value 'EXPIRES       :'.
           05 line 15 col 30 pic 9(8)
              using work-expiry auto.
           05 line 16 col 10 value 'STATUS        :'.
           05 line 16 col 30 pic x(1) from bor-status.
           05 line 16 col 33 value '(A=ACTIVE S=SUSPENDED C=CLOSED)'.
           05 line 18 col 10.
           05 value 'C=CHANGE S=SUSPEND R=REINSTATE X=CLOSE :'.
           05 line 18 col 51 pic x(1)
              using work-action required auto.

        01 screen-record-circmsg.
           05 line 20 col 10 pic x(50) from user-msg.
      *-------------------
       main-para.
              accept today-date from date yyyymmdd.
              perform load-circ-parms.
              accept arg-count from argument-number.
              if arg-count > 0
              display 1 upon argument-number
              move 'BATCH' to operator-id
              perform write-access-log
              perform overdue-listing
              perform holds-listing
              stop run.
              if run-mode = 'HOLDS'
              move 'BATCH' to operator-id
              perform write-access-log
              perform holds-listing
              stop run.
              if run-mode = 'TOPBOOKS'
              move 'BATCH' to operator-id
                  when 'p' perform guarded-pay-fine
                  when 'S' perform guarded-statement
                  when 's' perform guarded-statement
                  when 'H' perform guarded-place-hold
                  when 'h' perform guarded-place-hold
                  when 'C' perform guarded-cancel-hold
                  when 'c' perform guarded-cancel-hold
                  when 'M' perform guarded-maintain-borrower
                  when 'm' perform guarded-maintain-borrower
                  when 'Q' move 'YES' to menu-done
                  when 'q' move 'YES' to menu-done
                  when other continue
              else
              perform borrower-statement.

       guarded-place-hold.
      *-------------------
              if sec-mnt not = 'Y'
              perform not-authorized
              else
              perform place-hold.

       guarded-cancel-hold.
      *--------------------
              if sec-mnt not = 'Y'
              perform not-authorized
              else
              perform cancel-hold.

       guarded-maintain-borrower.
      *--------------------------
              if sec-mnt not = 'Y'
              perform not-authorized
              else
              perform maintain-borrower.

       not-authorized.
      *---------------
              move 'Not authorized for circulation updates'
       add-borrower.
      *-------------
              perform open-borrower-io.
              if bostat not = '00'
              perform borrower-file-message
              else
              perform add-borrower-record
              close borrower.
              perform show-message.

       add-borrower-record.
      *--------------------
              move spaces to work-borid.
              move spaces to borname.
              move spaces to bordept.
              display screen-record-borrscrn.
              accept screen-record-borrscrn.
              move work-borid to borid.
              move 'A' to bor-status.
              move member-days to dv-days.
              move 'A' to dv-func.
              call "DATEVAL" using dv-func today-date bor-expiry
                  dv-flag dv-days.
              write borrec
              invalid key
                  move 'Borrower already on file' to user-msg
              not invalid key
                  move 'Borrower added' to user-msg
              end-write.

       open-borrower-io.
      *-----------------
              close borrower
              open i-o borrower.

       borrower-file-message.
      *----------------------
              if bostat = '39'
              move 'Borrower file is old layout - run BORCONV'
                  to user-msg
              else
              move 'Borrower file not found' to user-msg.

       check-out.
      *----------
              move spaces to work-isbn.
              move 0 to work-due.
              display screen-record-outscrn.
              accept screen-record-outscrn.
              perform set-due-date.
              if dv-flag not = 'V'
              move 'Invalid due date' to user-msg
              perform show-message
              else
              perform check-out-catalog.

       set-due-date.
      *-------------
              move 'B' to dv-func.
              if work-due = 0
              move loan-days to dv-days
              call "DATEVAL" using dv-func today-date work-due
                  dv-flag dv-days circ-site
              else
              move 0 to dv-days
              move work-due to keyed-due
              call "DATEVAL" using dv-func keyed-due work-due
                  dv-flag dv-days circ-site.

       check-out-catalog.
      *------------------
              open input bookrec.

       check-copy-number.
      *------------------
              perform count-lost-copies.
              move 1 to copies-held.
              if copies is numeric and (copies > 0 or lost-count > 0)
              move copies to copies-held.
              compute top-copy = copies-held + lost-count.
              perform check-copy-lost.
              if work-copy < 1 or work-copy > top-copy
              move 'Copy number not in holdings for title'
                  to user-msg
              perform show-message
              else
              if copy-lost = 'YES'
              move 'Copy is recorded lost or withdrawn' to user-msg
              perform show-message
              else
              perform check-out-borrower.

       count-lost-copies.
      *------------------
              move 0 to lost-count.
              open input lostcopy.
              if lcstat = '00'
              move work-isbn to lc-isbn
              move 0 to lc-copy
              start lostcopy key is not less than lc-key
              invalid key move 'NO' to lost-eof
              not invalid key move 'YES' to lost-eof
              end-start
              perform count-one-lost until lost-eof = 'NO'
              close lostcopy.

       count-one-lost.
      *---------------
              read lostcopy next record
              at end move 'NO' to lost-eof
              not at end
                  if lc-isbn not = work-isbn
                  move 'NO' to lost-eof
                  else
                  add 1 to lost-count
                  end-if
              end-read.

       check-copy-lost.
      *----------------
              move 'NO' to copy-lost.
              open input lostcopy.
              if lcstat = '00'
              move work-isbn to lc-isbn
              move work-copy to lc-copy
              read lostcopy
              invalid key continue
              not invalid key move 'YES' to copy-lost
              end-read
              close lostcopy.

       check-out-borrower.
      *-------------------
              open input borrower.
              if bostat not = '00'
              perform borrower-file-message
              perform show-message
              else
              move work-borid to borid
                  move 'Borrower not on file' to user-msg
                  perform show-message
              not invalid key
                  perform borrower-standing
                  if standing-ok = 'YES'
                  perform check-loan-limit
                  else
                  perform show-message
                  end-if
              end-read
              close borrower.

              move 'Borrower is at the open-loan limit' to user-msg
              perform show-message
              else
              perform check-held-copy.

       check-held-copy.
      *----------------
              perform find-copy-hold.
              move 'NO' to hold-own.
              if hold-found = 'YES' and hold-borid = work-borid
              move 'YES' to hold-own.
              if hold-found = 'YES' and hold-own = 'NO'
              move 'Copy is set aside for another borrower'
                  to user-msg
              perform show-message
              else
              perform record-the-loan.

       count-open-loans.
                  move 'That copy is already on loan' to user-msg
              not invalid key
                  move 'Loan recorded' to user-msg
                  if hold-own = 'YES'
                  perform collect-own-hold
                  end-if
              end-write.
              close loanrec.
              perform show-message.
                  perform append-loan-history
                  delete loanrec record
                  move 'Book checked in' to user-msg
                  perform set-aside-copy
                  if hold-found = 'YES'
                  move spaces to user-msg
                  string 'Checked in - set aside for hold, borrower '
                         delimited by size
                         hold-borid delimited by size
                         into user-msg
                  end-if
              end-read
              close loanrec.
              perform show-message.
              move loan-out to lh-out.
              move loan-due to lh-due.
              move today-date to lh-in.
              move 0 to lh-renews.
              if loan-renews is numeric
              move loan-renews to lh-renews.
              write lh-rec.
              close loanhist.

              move 0 to work-due.
              display screen-record-renewscrn.
              accept screen-record-renewscrn.
              perform set-due-date.
              if dv-flag not = 'V'
              move 'Invalid due date' to user-msg
              perform show-message
              invalid key
                  move 'No loan on file for that copy' to user-msg
              not invalid key
                  perform renew-check-borrower
              end-read
              close loanrec.
              perform show-message.

       renew-check-borrower.
      *---------------------
              move loan-borid to work-borid.
              open input borrower.
              if bostat not = '00'
              perform borrower-file-message
              else
              move work-borid to borid
              read borrower
              invalid key
                  move 'Borrower not on file' to user-msg
              not invalid key
                  perform borrower-standing
                  if standing-ok = 'YES'
                  perform apply-renewal
                  end-if
              end-read
              close borrower.

       apply-renewal.
      *--------------
              move 0 to cur-renews.
              end-start
              perform overdue-one-loan until eof-sw = 'NO'
              close overdue-list
              call "RPTREG" using rr-program rr-overdue-file
                                  rr-category
              close loanrec
              move spaces to user-msg
              string 'Overdue listing written, count ' delimited by
              move loan-isbn to fnt-isbn(fn-slot)
              move loan-copy to fnt-copy(fn-slot)
              move loan-due to fnt-due(fn-slot)
              move 'OPEN' to fnt-status(fn-slot)
              move 0 to fnt-paid-date(fn-slot)
              move spaces to fnt-paid-by(fn-slot).
              if fn-slot = 0
              display 'FINES TABLE FULL - FINE NOT ASSESSED'.
              move 0 to fine-amount.
              move fn-days to fnt-days(fn-count)
              move fn-amount to fnt-amount(fn-count)
              move fn-status to fnt-status(fn-count)
              move 0 to fnt-paid-date(fn-count)
              if fn-paid-date is numeric
              move fn-paid-date to fnt-paid-date(fn-count)
              end-if
              move fn-paid-by to fnt-paid-by(fn-count)
              else
              display 'FINES FILE EXCEEDS TABLE'
              display 'RUN STOPPED - NO FINES LOST'
                  move fnt-days(fn-ix) to fn-days
                  move fnt-amount(fn-ix) to fn-amount
                  move fnt-status(fn-ix) to fn-status
                  move fnt-paid-date(fn-ix) to fn-paid-date
                  move fnt-paid-by(fn-ix) to fn-paid-by
                  write fn-rec
              end-perform.
              close finesfile.
              move spaces to work-isbn.
              move 1 to work-copy.
              move space to work-action.
              move space to work-tender.
              display screen-record-finescrn.
              accept screen-record-finescrn.
              perform load-fines.

       apply-payment.
      *--------------
              if work-tender = 'c'
              move 'C' to work-tender.
              if work-tender = 'q'
              move 'Q' to work-tender.
              if work-action = 'W' or work-action = 'w'
              move 'WAIVED' to fnt-status(fn-slot)
              move today-date to fnt-paid-date(fn-slot)
              move operator-id to fnt-paid-by(fn-slot)
              move 'Fine waived' to user-msg
              perform save-fines
              else
              if work-tender not = 'C' and work-tender not = 'Q'
              move 'Tender must be C (cash) or Q (cheque)'
                  to user-msg
              else
              move 'PAID' to fnt-status(fn-slot)
              move today-date to fnt-paid-date(fn-slot)
              move operator-id to fnt-paid-by(fn-slot)
              move 'Fine paid' to user-msg
              perform save-fines
              perform write-payment-register.

       write-payment-register.
      *-----------------------
              move spaces to prstat.
              open input payreg.
              if prstat = '35'
              open output payreg
              close payreg
              else
              close payreg.
              open extend payreg.
              move spaces to pr-rec.
              move operator-id to pr-operator.
              move today-date to pr-date.
              accept pr-time from time.
              move fnt-borid(fn-slot) to pr-borid.
              move fnt-isbn(fn-slot) to pr-isbn.
              move fnt-copy(fn-slot) to pr-copy.
              move fnt-amount(fn-slot) to pr-amount.
              move work-tender to pr-tender.
              write pr-rec.
              close payreg.

       borrower-statement.
      *-------------------
              move fine-balance to st-balance.
              write strec from stmt-total.
              close finestmt.
              call "RPTREG" using rr-program rr-fines-file
                                  rr-category.
              move 'Statement written to FINESTMT.DAT'
                  to user-msg.
              perform show-message.
              if fnt-status(fn-ix) = 'OPEN'
              add fnt-amount(fn-ix) to fine-balance.


       place-hold.
      *-----------
              move spaces to work-isbn.
              move spaces to work-borid.
              display screen-record-holdscrn.
              accept screen-record-holdscrn.
              open input bookrec.
              if bkstat not = '00'
              move 'Catalog file not found' to user-msg
              else
              move work-isbn to isbn
              read bookrec
              invalid key
                  move 'ISBN not in catalog' to user-msg
              not invalid key
                  perform place-hold-borrower
              end-read
              close bookrec.
              perform show-message.

       place-hold-borrower.
      *--------------------
              open input borrower.
              if bostat not = '00'
              perform borrower-file-message
              else
              move work-borid to borid
              read borrower
              invalid key
                  move 'Borrower not on file' to user-msg
              not invalid key
                  perform borrower-standing
                  if standing-ok = 'YES'
                  perform place-hold-check
                  end-if
              end-read
              close borrower.

       place-hold-check.
      *-----------------
              move 1 to copies-held.
              if copies is numeric and copies > 0
              move copies to copies-held.
              perform count-isbn-loans.
              perform scan-isbn-holds.
              if hold-found = 'YES'
              move 'Borrower already has a hold on this title'
                  to user-msg
              else
              if isbn-loans + isbn-ready < copies-held
              move 'A copy is on the shelf - check it out'
                  to user-msg
              else
              if hold-seq >= 999
              move 'Hold queue full for this title' to user-msg
              else
              perform write-hold.

       write-hold.
      *-----------
              open i-o holdfile.
              if rsstat = '35'
              open output holdfile
              close holdfile
              open i-o holdfile.
              move work-isbn to res-isbn.
              compute res-seq = hold-seq + 1.
              move work-borid to res-borid.
              move today-date to res-placed.
              move 'WAIT' to res-status.
              move 0 to res-copy.
              move 0 to res-ready.
              move 0 to res-expire.
              add 1 to isbn-holds.
              write resrec
              invalid key
                  move 'Hold not placed - queue entry in use'
                      to user-msg
              not invalid key
                  move spaces to user-msg
                  string 'Hold placed, queue position ' delimited by
                      size isbn-holds delimited by size into user-msg
              end-write.
              close holdfile.

       count-isbn-loans.
      *-----------------
              move 0 to isbn-loans.
              open input loanrec.
              if lnstat = '00'
              move work-isbn to loan-isbn
              move 0 to loan-copy
              start loanrec key is not less than loan-key
              invalid key move 'NO' to eof-sw
              not invalid key move 'YES' to eof-sw
              end-start
              perform count-one-isbn-loan until eof-sw = 'NO'
              close loanrec.

       count-one-isbn-loan.
      *--------------------
              read loanrec next record
              at end move 'NO' to eof-sw
              not at end
                  if loan-isbn not = work-isbn
                  move 'NO' to eof-sw
                  else
                  add 1 to isbn-loans
                  end-if
              end-read.

       scan-isbn-holds.
      *----------------
              move 0 to isbn-ready.
              move 0 to isbn-holds.
              move 0 to hold-seq.
              move 'NO' to hold-found.
              open input holdfile.
              if rsstat = '00'
              move work-isbn to res-isbn
              move 0 to res-seq
              start holdfile key is not less than res-key
              invalid key move 'NO' to hold-eof
              not invalid key move 'YES' to hold-eof
              end-start
              perform scan-one-isbn-hold until hold-eof = 'NO'
              close holdfile.

       scan-one-isbn-hold.
      *-------------------
              read holdfile next record
              at end move 'NO' to hold-eof
              not at end
                  if res-isbn not = work-isbn
                  move 'NO' to hold-eof
                  else
                  perform tally-isbn-hold
                  end-if
              end-read.

       tally-isbn-hold.
      *----------------
              move res-seq to hold-seq.
              add 1 to isbn-holds.
              if res-status = 'READY'
              add 1 to isbn-ready.
              if res-borid = work-borid
              move 'YES' to hold-found.

       find-copy-hold.
      *---------------
              move 'NO' to hold-found.
              move spaces to hold-borid.
              open input holdfile.
              if rsstat = '00'
              move work-isbn to res-isbn
              move 0 to res-seq
              start holdfile key is not less than res-key
              invalid key move 'NO' to hold-eof
              not invalid key move 'YES' to hold-eof
              end-start
              perform find-one-copy-hold until hold-eof = 'NO'
              close holdfile.

       find-one-copy-hold.
      *-------------------
              read holdfile next record
              at end move 'NO' to hold-eof
              not at end
                  if res-isbn not = work-isbn
                  move 'NO' to hold-eof
                  else
                  if res-status = 'READY' and res-copy = work-copy
                  move 'YES' to hold-found
                  move 'NO' to hold-eof
                  move res-seq to hold-seq
                  move res-borid to hold-borid
                  end-if
                  end-if
              end-read.

       collect-own-hold.
      *-----------------
              open i-o holdfile.
              if rsstat = '00'
              move work-isbn to res-isbn
              move hold-seq to res-seq
              read holdfile
              invalid key continue
              not invalid key delete holdfile record
              end-read
              close holdfile.

       set-aside-copy.
      *---------------
              move 'NO' to hold-found.
              move spaces to hold-borid.
              open i-o holdfile.
              if rsstat = '00'
              move work-isbn to res-isbn
              move 0 to res-seq
              start holdfile key is not less than res-key
              invalid key move 'NO' to hold-eof
              not invalid key move 'YES' to hold-eof
              end-start
              perform find-first-waiting until hold-eof = 'NO'
              if hold-found = 'YES'
              perform make-hold-ready
              end-if
              close holdfile.

       find-first-waiting.
      *-------------------
              read holdfile next record
              at end move 'NO' to hold-eof
              not at end
                  if res-isbn not = work-isbn
                  move 'NO' to hold-eof
                  else
                  if res-status = 'WAIT'
                  move 'YES' to hold-found
                  move 'NO' to hold-eof
                  end-if
                  end-if
              end-read.

       make-hold-ready.
      *----------------
              move 'READY' to res-status.
              move work-copy to res-copy.
              move today-date to res-ready.
              move pickup-days to dv-days.
              move 'A' to dv-func.
              call "DATEVAL" using dv-func today-date res-expire
                  dv-flag dv-days.
              rewrite resrec.
              move res-borid to hold-borid.

       cancel-hold.
      *------------
              move spaces to work-isbn.
              move spaces to work-borid.
              display screen-record-holdscrn.
              accept screen-record-holdscrn.
              perform find-borrower-hold.
              if hold-found not = 'YES'
              move 'No hold on file for that borrower and title'
                  to user-msg
              else
              move 'Hold cancelled' to user-msg
              if hold-status = 'READY'
              move hold-copy to work-copy
              perform set-aside-copy
              end-if.
              perform show-message.

       find-borrower-hold.
      *-------------------
              move 'NO' to hold-found.
              open i-o holdfile.
              if rsstat = '00'
              move work-isbn to res-isbn
              move 0 to res-seq
              start holdfile key is not less than res-key
              invalid key move 'NO' to hold-eof
              not invalid key move 'YES' to hold-eof
              end-start
              perform find-one-borrower-hold until hold-eof = 'NO'
              close holdfile.

       find-one-borrower-hold.
      *-----------------------
              read holdfile next record
              at end move 'NO' to hold-eof
              not at end
                  if res-isbn not = work-isbn
                  move 'NO' to hold-eof
                  else
                  if res-borid = work-borid
                  move 'YES' to hold-found
                  move 'NO' to hold-eof
                  move res-status to hold-status
                  move res-copy to hold-copy
                  delete holdfile record
                  end-if
                  end-if
              end-read.

       holds-listing.
      *--------------
              move 0 to cnt-ready.
              move 0 to cnt-expired.
              move 0 to hx-count.
              open output holds-list.
              move spaces to hdrec.
              string 'HOLDS READY FOR PICKUP / EXPIRED AS AT '
                     delimited by size
                     today-date delimited by size
                     into hdrec.
              write hdrec.
              perform expire-holds.
              perform varying hx-ix from 1 by 1
                      until hx-ix > hx-count
                  move hxt-isbn(hx-ix) to work-isbn
                  move hxt-copy(hx-ix) to work-copy
                  perform set-aside-copy
              end-perform.
              perform list-ready-holds.
              close holds-list.
              move spaces to user-msg.
              string 'Holds listing written, ready ' delimited by size
                     cnt-ready delimited by size
                     ' expired ' delimited by size
                     cnt-expired delimited by size
                     into user-msg.
              perform show-message.

       expire-holds.
      *-------------
              open i-o holdfile.
              if rsstat = '00'
              move low-values to res-key
              start holdfile key is not less than res-key
              invalid key move 'NO' to hold-eof
              not invalid key move 'YES' to hold-eof
              end-start
              perform expire-one-hold until hold-eof = 'NO'
              close holdfile.

       expire-one-hold.
      *----------------
              read holdfile next record
              at end move 'NO' to hold-eof
              not at end
                  if res-status = 'READY' and res-expire < today-date
                  and hx-count < 200
                  perform expire-this-hold
                  end-if
              end-read.

       expire-this-hold.
      *-----------------
              move 'EXPIRED' to hd-status.
              perform write-hold-line.
              add 1 to cnt-expired.
              add 1 to hx-count.
              move res-isbn to hxt-isbn(hx-count).
              move res-copy to hxt-copy(hx-count).
              delete holdfile record.

       list-ready-holds.
      *-----------------
              open input holdfile.
              if rsstat = '00'
              move low-values to res-key
              start holdfile key is not less than res-key
              invalid key move 'NO' to hold-eof
              not invalid key move 'YES' to hold-eof
              end-start
              perform list-one-hold until hold-eof = 'NO'
              close holdfile.

       list-one-hold.
      *--------------
              read holdfile next record
              at end move 'NO' to hold-eof
              not at end
                  if res-status = 'READY'
                  move 'READY' to hd-status
                  perform write-hold-line
                  add 1 to cnt-ready
                  end-if
              end-read.

       write-hold-line.
      *----------------
              move res-borid to hd-borname.
              open input borrower.
              if bostat = '00'
              move res-borid to borid
              read borrower
              invalid key continue
              not invalid key move borname to hd-borname
              end-read
              close borrower.
              move res-isbn to hd-title.
              open input bookrec.
              if bkstat = '00'
              move res-isbn to isbn
              read bookrec
              invalid key continue
              not invalid key move booktitle to hd-title
              end-read
              close bookrec.
              move res-copy to hd-copy.
              move res-ready to hd-ready.
              move res-expire to hd-expire.
              write hdrec from hd-detail.

       load-circ-parms.
      *----------------
              move spaces to cpstat.
              open input circparm.
              if cpstat = '00'
              read circparm
              at end continue
              not at end
                  if cp-fine-limit is numeric
                  move cp-fine-limit to fine-limit
                  end-if
                  if cp-member-days is numeric and cp-member-days > 0
                  move cp-member-days to member-days
                  end-if
                  if cp-loan-days is numeric and cp-loan-days > 0
                  move cp-loan-days to loan-days
                  end-if
                  move cp-site to circ-site
              end-read
              close circparm.

       borrower-standing.
      *------------------
              move 'YES' to standing-ok.
              if bor-status = 'S'
              move 'NO' to standing-ok
              move 'Borrower account is suspended' to user-msg
              else
              if bor-status = 'C'
              move 'NO' to standing-ok
              move 'Borrower account is closed' to user-msg
              else
              if bor-expiry is numeric and bor-expiry > 0
              and bor-expiry < today-date
              move 'NO' to standing-ok
              move 'Borrower membership has expired' to user-msg
              else
              perform sum-unpaid-fines
              if fine-balance > fine-limit
              move 'NO' to standing-ok
              move 'Unpaid fines over limit - payment required'
                  to user-msg.

       sum-unpaid-fines.
      *-----------------
              perform load-fines.
              move 0 to fine-balance.
              perform varying fn-ix from 1 by 1
                      until fn-ix > fn-count
                  if fnt-borid(fn-ix) = work-borid
                  and fnt-status(fn-ix) = 'OPEN'
                  add fnt-amount(fn-ix) to fine-balance
                  end-if
              end-perform.

       maintain-borrower.
      *------------------
              move spaces to work-borid.
              display screen-record-bmntkey.
              accept screen-record-bmntkey.
              perform open-borrower-io.
              if bostat not = '00'
              perform borrower-file-message
              else
              perform maintain-borrower-read
              close borrower.
              perform show-message.

       maintain-borrower-read.
      *-----------------------
              move work-borid to borid.
              read borrower
              invalid key
                  move 'Borrower not on file' to user-msg
              not invalid key
                  perform maintain-borrower-record
              end-read.

       maintain-borrower-record.
      *-------------------------
              move borname to work-name.
              move bordept to work-dept.
              move 0 to work-expiry.
              if bor-expiry is numeric
              move bor-expiry to work-expiry.
              if bor-status = space
              move 'A' to bor-status.
              move space to work-action.
              display screen-record-bmntscrn.
              accept screen-record-bmntscrn.
              evaluate work-action
                  when 'C' perform change-borrower
                  when 'c' perform change-borrower
                  when 'S' perform suspend-borrower
                  when 's' perform suspend-borrower
                  when 'R' perform reinstate-borrower
                  when 'r' perform reinstate-borrower
                  when 'X' perform close-borrower
                  when 'x' perform close-borrower
                  when other
                      move 'No change made' to user-msg
              end-evaluate.

       change-borrower.
      *----------------
              move 'V' to dv-func.
              move 'V' to dv-flag.
              if work-expiry not = 0
              call "DATEVAL" using dv-func work-expiry dv-zero
                  dv-flag dv-days.
              if dv-flag not = 'V'
              move 'Invalid expiry date - no change made'
                  to user-msg
              else
              move work-name to borname
              move work-dept to bordept
              move work-expiry to bor-expiry
              rewrite borrec
              move 'Borrower changed' to user-msg.

       suspend-borrower.
      *-----------------
              if bor-status = 'C'
              move 'Account is closed - cannot suspend' to user-msg
              else
              move 'S' to bor-status
              rewrite borrec
              move 'Borrower suspended' to user-msg.

       reinstate-borrower.
      *-------------------
              if bor-status = 'C'
              move 'Account is closed - add a new borrower'
                  to user-msg
              else
              move 'A' to bor-status
              rewrite borrec
              move 'Borrower reinstated' to user-msg.

       close-borrower.
      *---------------
              perform count-open-loans.
              perform sum-unpaid-fines.
              if open-loans > 0
              move 'Borrower has open loans - cannot close'
                  to user-msg
              else
              if fine-balance > 0
              move 'Borrower has unpaid fines - cannot close'
                  to user-msg
              else
              move 'C' to bor-status
              rewrite borrec
              move 'Borrower account closed' to user-msg.
