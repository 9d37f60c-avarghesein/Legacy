
        identification division.
      *--------------------------
        program-id. finetill.
        remarks. daily fine till balancing and gl journal.

        environment division.
      *-------------------------
        configuration section.
        input-output section.
        file-control.
            select payreg assign to "PAYREG.DAT"
            organization is line sequential
            file status is prstat.
            select finesfile assign to "FINES.DAT"
            organization is line sequential
            file status is fnstat.
            select gl-account assign to "GL-ACCOUNT.DAT"
            organization is line sequential
            file status is gastat.
            select gl-journal assign dynamic journal-file-name
            organization is line sequential.
            select tillfile assign dynamic till-file-name
            organization is line sequential.

        data division.
      *-----------------
        file section.
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
        fd finesfile
           label records are standard
           data record is fn-rec.
        01 fn-rec.
           02 fn-borid   pic x(8).
           02 filler     pic x(01).
           02 fn-isbn    pic x(13).
           02 filler     pic x(01).
           02 fn-copy    pic 9(3).
           02 filler     pic x(01).
           02 fn-due     pic 9(8).
           02 filler     pic x(01).
           02 fn-days    pic 9(5).
           02 filler     pic x(01).
           02 fn-amount  pic 9(5)v99.
           02 filler     pic x(01).
           02 fn-status  pic x(6).
           02 filler     pic x(01).
           02 fn-paid-date pic 9(8).
           02 filler     pic x(01).
           02 fn-paid-by pic x(10).
        fd gl-account
           label records are standard
           data record is garec.
        01 garec.
           02 ga-ttype   pic x(1).
           02 filler     pic x(01).
           02 ga-reason  pic x(3).
           02 filler     pic x(01).
           02 ga-debit   pic x(8).
           02 filler     pic x(01).
           02 ga-credit  pic x(8).
        fd gl-journal
           label records are standard
           data record is glj-rec.
        01 glj-rec.
           02 gj-date    pic 9(8).
           02 filler     pic x(01).
           02 gj-account pic x(8).
           02 filler     pic x(01).
           02 gj-drcr    pic x(1).
           02 filler     pic x(01).
           02 gj-amount  pic 9(11)v99.
           02 filler     pic x(01).
           02 gj-source  pic x(8).
        fd tillfile
           label records are standard
           data record is tlrec.
        01 tlrec          pic x(80).

        working-storage section.
      *-------------------------
        01 prstat          pic x(2).
        01 fnstat          pic x(2).
        01 gastat          pic x(2).
        01 till-file-name  pic x(40) value "FINETILL.DAT".
        01 journal-file-name pic x(40) value "GL-JOURNAL-FINES.DAT".
        01 rr-program      pic x(8) value 'FINETILL'.
        01 rr-category     pic x(8) value 'FINANCE'.
        01 arg-count       pic 9(2) usage comp value 0.
        01 till-date       pic 9(8) value 0.
        01 eof-sw          pic x(3) value 'YES'.
        01 dv-func         pic x(1) value 'V'.
        01 dv-zero         pic 9(8) value 0.
        01 dv-flag         pic x(1) value 'V'.
        01 dv-days         pic s9(9) value 0.
        01 work-operator   pic x(10) value spaces.
        01 work-reason     pic x(3) value spaces.
        01 post-acct       pic x(8) value spaces.
        01 post-side       pic x(1) value space.
        01 post-amount     pic 9(11)v99 value 0.
        01 tot-cash        pic 9(9)v99 value 0.
        01 tot-cheque      pic 9(9)v99 value 0.
        01 tot-register    pic 9(9)v99 value 0.
        01 tot-fines-paid  pic 9(9)v99 value 0.
        01 tot-debits      pic 9(13)v99 value 0.
        01 tot-credits     pic 9(13)v99 value 0.
        01 cnt-payments    pic 9(5) value 0.
        01 cnt-unbalanced  pic 9(3) value 0.
        01 cnt-unmapped    pic 9(3) value 0.
        01 op-count        pic 9(3) usage comp value 0.
        01 op-ix           pic 9(3) usage comp value 0.
        01 op-slot         pic 9(3) usage comp value 0.
        01 op-table.
           02 op-ent occurs 50.
              05 opt-operator pic x(10).
              05 opt-count    pic 9(5).
              05 opt-cash     pic 9(7)v99.
              05 opt-cheque   pic 9(7)v99.
              05 opt-paid     pic 9(7)v99.
        01 ga-count        pic 9(2) usage comp value 0.
        01 ga-ix           pic 9(2) usage comp value 0.
        01 ga-slot         pic 9(2) usage comp value 0.
        01 ga-table.
           02 ga-ent occurs 50.
              05 gat-ttype  pic x(1).
              05 gat-reason pic x(3).
              05 gat-debit  pic x(8).
              05 gat-credit pic x(8).
        01 ac-count        pic 9(2) usage comp value 0.
        01 ac-ix           pic 9(2) usage comp value 0.
        01 ac-slot         pic 9(2) usage comp value 0.
        01 ac-table.
           02 ac-ent occurs 20.
              05 act-account pic x(8).
              05 act-debits  pic 9(11)v99.
              05 act-credits pic 9(11)v99.
        01 tl-head.
           05 filler       pic x(10) value 'OPERATOR'.
           05 filler       pic x(06) value ' PAYS'.
           05 filler       pic x(11) value '       CASH'.
           05 filler       pic x(11) value '     CHEQUE'.
           05 filler       pic x(11) value '   REGISTER'.
           05 filler       pic x(11) value ' FINES PAID'.
           05 filler       pic x(11) value ' DIFFERENCE'.
           05 filler       pic x(09) value spaces.
        01 tl-detail.
           05 tl-operator  pic x(10).
           05 tl-count     pic zzzzz9.
           05 tl-cash      pic zzzzzzz9.99.
           05 tl-cheque    pic zzzzzzz9.99.
           05 tl-register  pic zzzzzzz9.99.
           05 tl-paid      pic zzzzzzz9.99.
           05 tl-diff      pic ------9.99.
           05 filler       pic x(01) value space.
           05 tl-flag      pic x(08).
        01 diff-amount     pic s9(9)v99 value 0.

       procedure division.
      *-------------------
       main-para.
              accept till-date from date yyyymmdd.
              accept arg-count from argument-number.
              if arg-count > 0
              display 1 upon argument-number
              accept till-date from argument-value.
              if arg-count > 1
              display 2 upon argument-number
              accept till-file-name from argument-value.
              if arg-count > 2
              display 3 upon argument-number
              accept journal-file-name from argument-value.
              move 'V' to dv-func.
              call "DATEVAL" using dv-func till-date dv-zero
                  dv-flag dv-days.
              if dv-flag not = 'V'
              display 'INVALID TILL DATE ' till-date ' - STOPPED'
              move 12 to return-code
              stop run.
              perform load-gl-accounts.
              perform tally-payments.
              perform tally-paid-fines.
              perform write-till-report.
              perform write-journal-file.
              display 'PAYMENTS IN REGISTER  : ' cnt-payments.
              display 'OPERATORS OUT OF BAL  : ' cnt-unbalanced.
              display 'TILL REPORT WRITTEN TO ' till-file-name.
              display 'GL JOURNAL WRITTEN TO ' journal-file-name.
              stop run.

       load-gl-accounts.
      *-----------------
              move 0 to ga-count.
              move spaces to gastat.
              open input gl-account.
              if gastat = '00'
              move 'YES' to eof-sw
              perform load-one-account until eof-sw = 'NO'
              close gl-account.

       load-one-account.
      *-----------------
              read gl-account
              at end move 'NO' to eof-sw
              not at end
              if ga-count < 50
              add 1 to ga-count
              move ga-ttype to gat-ttype(ga-count)
              move ga-reason to gat-reason(ga-count)
              move ga-debit to gat-debit(ga-count)
              move ga-credit to gat-credit(ga-count)
              else
              display 'GL-ACCOUNT FILE EXCEEDS TABLE'
              display 'RUN STOPPED - NO JOURNAL BUILT'
              move 12 to return-code
              stop run
              end-if
              end-read.

       tally-payments.
      *---------------
              move spaces to prstat.
              open input payreg.
              if prstat = '00'
              move 'YES' to eof-sw
              perform tally-one-payment until eof-sw = 'NO'
              close payreg.

       tally-one-payment.
      *------------------
              read payreg
              at end move 'NO' to eof-sw
              not at end
                  if pr-date = till-date
                  move pr-operator to work-operator
                  perform find-operator-slot
                  add 1 to opt-count(op-slot)
                  add 1 to cnt-payments
                  if pr-tender = 'Q'
                  add pr-amount to opt-cheque(op-slot)
                  add pr-amount to tot-cheque
                  else
                  add pr-amount to opt-cash(op-slot)
                  add pr-amount to tot-cash
                  end-if
                  end-if
              end-read.

       tally-paid-fines.
      *-----------------
              move spaces to fnstat.
              open input finesfile.
              if fnstat = '00'
              move 'YES' to eof-sw
              perform tally-one-fine until eof-sw = 'NO'
              close finesfile.

       tally-one-fine.
      *---------------
              read finesfile
              at end move 'NO' to eof-sw
              not at end
                  if fn-status = 'PAID' and fn-paid-date is numeric
                  and fn-paid-date = till-date
                  move fn-paid-by to work-operator
                  perform find-operator-slot
                  add fn-amount to opt-paid(op-slot)
                  add fn-amount to tot-fines-paid
                  end-if
              end-read.

       find-operator-slot.
      *-------------------
              move 0 to op-slot.
              perform varying op-ix from 1 by 1
                      until op-ix > op-count or op-slot > 0
                  if opt-operator(op-ix) = work-operator
                  move op-ix to op-slot
                  end-if
              end-perform.
              if op-slot = 0 and op-count < 50
              add 1 to op-count
              move op-count to op-slot
              move work-operator to opt-operator(op-slot)
              move 0 to opt-count(op-slot)
              move 0 to opt-cash(op-slot)
              move 0 to opt-cheque(op-slot)
              move 0 to opt-paid(op-slot).
              if op-slot = 0
              display 'OPERATORS EXCEED TABLE'
              display 'RUN STOPPED - NO TILL REPORT BUILT'
              move 12 to return-code
              stop run.

       write-till-report.
      *------------------
              open output tillfile.
              move spaces to tlrec.
              string 'FINE TILL BALANCING FOR ' delimited by size
                     till-date delimited by size
                     into tlrec.
              write tlrec.
              move spaces to tlrec.
              write tlrec.
              write tlrec from tl-head.
              perform varying op-ix from 1 by 1
                      until op-ix > op-count
                  move opt-operator(op-ix) to tl-operator
                  move opt-count(op-ix) to tl-count
                  move opt-cash(op-ix) to tl-cash
                  move opt-cheque(op-ix) to tl-cheque
                  compute tot-register =
                      opt-cash(op-ix) + opt-cheque(op-ix)
                  move tot-register to tl-register
                  move opt-paid(op-ix) to tl-paid
                  compute diff-amount = tot-register - opt-paid(op-ix)
                  move diff-amount to tl-diff
                  if diff-amount = 0
                  move 'BALANCED' to tl-flag
                  else
                  move 'OUT BAL ' to tl-flag
                  add 1 to cnt-unbalanced
                  end-if
                  write tlrec from tl-detail
              end-perform.
              move spaces to tlrec.
              write tlrec.
              move 'ALL TILLS' to tl-operator.
              move cnt-payments to tl-count.
              move tot-cash to tl-cash.
              move tot-cheque to tl-cheque.
              compute tot-register = tot-cash + tot-cheque.
              move tot-register to tl-register.
              move tot-fines-paid to tl-paid.
              compute diff-amount = tot-register - tot-fines-paid.
              move diff-amount to tl-diff.
              if diff-amount = 0
              move 'BALANCED' to tl-flag
              else
              move 'OUT BAL ' to tl-flag.
              write tlrec from tl-detail.
              close tillfile.
              call "RPTREG" using rr-program till-file-name
                                  rr-category.

       write-journal-file.
      *-------------------
              move 'CSH' to work-reason.
              move tot-cash to post-amount.
              perform post-fine-income.
              move 'CHQ' to work-reason.
              move tot-cheque to post-amount.
              perform post-fine-income.
              if tot-debits not = tot-credits
              display 'JOURNAL OUT OF BALANCE - NO FILE WRITTEN'
              move 12 to return-code
              stop run.
              open output gl-journal.
              perform varying ac-ix from 1 by 1
                      until ac-ix > ac-count
                  if act-debits(ac-ix) > 0
                  move spaces to glj-rec
                  move till-date to gj-date
                  move act-account(ac-ix) to gj-account
                  move 'D' to gj-drcr
                  move act-debits(ac-ix) to gj-amount
                  move 'FINETILL' to gj-source
                  write glj-rec
                  end-if
                  if act-credits(ac-ix) > 0
                  move spaces to glj-rec
                  move till-date to gj-date
                  move act-account(ac-ix) to gj-account
                  move 'C' to gj-drcr
                  move act-credits(ac-ix) to gj-amount
                  move 'FINETILL' to gj-source
                  write glj-rec
                  end-if
              end-perform.
              close gl-journal.

       post-fine-income.
      *-----------------
              if post-amount > 0
              perform find-account-map
              if ga-slot = 0
              add 1 to cnt-unmapped
              move 'SUSP-DR ' to post-acct
              move 'D' to post-side
              perform post-to-account
              move 'SUSP-CR ' to post-acct
              move 'C' to post-side
              perform post-to-account
              else
              move gat-debit(ga-slot) to post-acct
              move 'D' to post-side
              perform post-to-account
              move gat-credit(ga-slot) to post-acct
              move 'C' to post-side
              perform post-to-account.

       find-account-map.
      *-----------------
              move 0 to ga-slot.
              perform varying ga-ix from 1 by 1
                      until ga-ix > ga-count or ga-slot > 0
                  if gat-ttype(ga-ix) = 'F'
                  and gat-reason(ga-ix) = work-reason
                  move ga-ix to ga-slot
                  end-if
              end-perform.
              if ga-slot = 0
              perform varying ga-ix from 1 by 1
                      until ga-ix > ga-count or ga-slot > 0
                  if gat-ttype(ga-ix) = 'F'
                  and gat-reason(ga-ix) = spaces
                  move ga-ix to ga-slot
                  end-if
              end-perform.

       post-to-account.
      *----------------
              move 0 to ac-slot.
              perform varying ac-ix from 1 by 1
                      until ac-ix > ac-count or ac-slot > 0
                  if act-account(ac-ix) = post-acct
                  move ac-ix to ac-slot
                  end-if
              end-perform.
              if ac-slot = 0
              add 1 to ac-count
              move ac-count to ac-slot
              move post-acct to act-account(ac-slot)
              move 0 to act-debits(ac-slot)
              move 0 to act-credits(ac-slot).
              if post-side = 'D'
              add post-amount to act-debits(ac-slot)
              add post-amount to tot-debits
              else
              add post-amount to act-credits(ac-slot)
              add post-amount to tot-credits.
