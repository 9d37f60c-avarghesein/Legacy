
        identification division.
      *--------------------------
        program-id. bookacq.
        remarks. library acquisitions - requests, orders, receipts.

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
            select acquire assign to "ACQUIRE.MST"
            organization is indexed
            access mode is dynamic
            record key is aq-order
            file status is aqstat.
            select holdfile assign to "RESERVE.MST"
            organization is indexed
            access mode is dynamic
            record key is res-key
            file status is rsstat.
            select vendor assign to "VENDOR.DAT"
            organization is line sequential
            file status is vnstat.
            select listfile assign dynamic list-file-name
            organization is line sequential.
            select access-log assign to "ACCESS-LOG.DAT"
            organization is line sequential
            file status is alstat.

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
        fd acquire.
        01 aqrec.
           02 aq-order     pic 9(6).
           02 aq-isbn      pic x(13).
           02 aq-type      pic x(1).
           02 aq-vendor    pic x(6).
           02 aq-qty       pic 9(3).
           02 aq-recvd     pic 9(3).
           02 aq-status    pic x(6).
           02 aq-raised    pic 9(8).
           02 aq-ordered   pic 9(8).
           02 aq-closed    pic 9(8).
           02 aq-operator  pic x(10).
           02 aq-writer    pic x(20).
           02 aq-title     pic x(20).
           02 aq-publisher pic x(20).
           02 aq-category  pic x(17).
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
        fd vendor
           label records are standard
           data record is vnrec.
        01 vnrec.
           02 vn-code      pic x(6).
           02 vn-name      pic x(25).
           02 vn-contact   pic x(25).
           02 vn-lead-days pic 9(3).
        fd listfile
           label records are standard
           data record is aclrec.
        01 aclrec         pic x(80).
        fd access-log
           label records are standard
           data record is aclog-rec.
        01 aclog-rec.
           02 al-operator  pic x(10).
           02 filler       pic x(01) value space.
           02 al-program   pic x(08).
           02 filler       pic x(01) value space.
           02 al-date      pic 9(08).
           02 filler       pic x(01) value space.
           02 al-time      pic 9(08).
           02 filler       pic x(01) value space.
           02 al-result    pic x(01).

        working-storage section.
      *-------------------------
        01 bkstat          pic x(2).
        01 aqstat          pic x(2).
        01 rsstat          pic x(2).
        01 vnstat          pic x(2).
        01 alstat          pic x(2).
        01 list-file-name  pic x(40) value spaces.
        01 rr-program      pic x(8) value 'BOOKACQ'.
        01 rr-category     pic x(8) value 'LIBRARY'.
        01 arg-count       pic 9(2) usage comp value 0.
        01 run-mode        pic x(11) value spaces.
        01 today-date      pic 9(8) value 0.
        01 work-time       pic 9(8) value 0.
        01 eof-sw          pic x(3) value 'YES'.
        01 hold-eof        pic x(3) value 'YES'.
        01 more-work       pic x(3) value 'YES'.
        01 holds-on-file   pic x(3) value 'NO'.
        01 vendor-found    pic x(3) value 'NO'.
        01 vendor-printed  pic x(3) value 'NO'.
        01 unvended-pass   pic x(3) value 'NO'.
        01 work-action     pic x(1) value space.
        01 work-isbn       pic x(13) value spaces.
        01 work-vendor     pic x(6) value spaces.
        01 work-qty        pic 9(3) value 0.
        01 work-order      pic 9(6) value 0.
        01 work-writer     pic x(20) value spaces.
        01 work-title      pic x(20) value spaces.
        01 work-publisher  pic x(20) value spaces.
        01 work-category   pic x(17) value spaces.
        01 work-type       pic x(1) value space.
        01 work-copies     pic 9(3) value 0.
        01 work-waiting    pic 9(3) value 0.
        01 work-due        pic 9(3) value 0.
        01 last-order      pic 9(6) value 0.
        01 log-result      pic x(1) value space.
        01 reject-reason   pic x(25) value spaces.
        01 dv-func         pic x(1) value 'D'.
        01 dv-flag         pic x(1) value 'V'.
        01 dv-days         pic s9(9) value 0.
        01 since-date      pic 9(8) value 0.
        01 cnt-raised      pic 9(5) value 0.
        01 cnt-cancelled   pic 9(5) value 0.
        01 cnt-ordered     pic 9(5) value 0.
        01 cnt-unvended    pic 9(5) value 0.
        01 cnt-received    pic 9(5) value 0.
        01 cnt-copies      pic 9(5) value 0.
        01 cnt-titles      pic 9(5) value 0.
        01 cnt-open        pic 9(5) value 0.
        01 cnt-late        pic 9(5) value 0.
        01 user-msg        pic x(50) value spaces.
        01 operator-id     pic x(10) value spaces.
        01 op-password     pic x(10) value spaces.
        01 sec-func        pic x(1) value space.
        01 sec-allowed     pic x(1) value 'N'.
        01 new-password    pic x(10) value spaces.
        01 new-password-2  pic x(10) value spaces.
        01 pwd-result      pic x(1) value space.
        01 vd-count        pic 9(3) usage comp value 0.
        01 vd-ix           pic 9(3) usage comp value 0.
        01 vd-slot         pic 9(3) usage comp value 0.
        01 vd-table.
           02 vd-ent occurs 200.
              05 vdt-code    pic x(6).
              05 vdt-name    pic x(25).
              05 vdt-contact pic x(25).
              05 vdt-lead    pic 9(3).
        01 ol-detail.
           05 ol-order     pic 9(6).
           05 filler       pic x(01) value space.
           05 ol-isbn      pic x(13).
           05 filler       pic x(01) value space.
           05 ol-title     pic x(20).
           05 filler       pic x(01) value space.
           05 ol-writer    pic x(20).
           05 filler       pic x(01) value space.
           05 ol-type      pic x(5).
           05 filler       pic x(01) value space.
           05 ol-qty       pic zz9.
           05 filler       pic x(08) value spaces.
        01 os-detail.
           05 os-order     pic 9(6).
           05 filler       pic x(01) value space.
           05 os-isbn      pic x(13).
           05 filler       pic x(01) value space.
           05 os-title     pic x(20).
           05 filler       pic x(01) value space.
           05 os-vendor    pic x(6).
           05 filler       pic x(01) value space.
           05 os-status    pic x(6).
           05 filler       pic x(01) value space.
           05 os-qty       pic zz9.
           05 filler       pic x(01) value space.
           05 os-recvd     pic zz9.
           05 filler       pic x(01) value space.
           05 os-days      pic zzzz9.
           05 filler       pic x(01) value space.
           05 os-lead      pic zz9.
           05 filler       pic x(01) value space.
           05 os-flag      pic x(4).
        01 vl-total.
           05 vt-label     pic x(30).
           05 filler       pic x(01) value space.
           05 vt-count     pic zzzz9.
           05 filler       pic x(44) value spaces.

        screen section.
      *----------------
        01 screen-blank-aq.
           05 blank screen.

        01 screen-record-acqkey.
           05 line 1  col 10 value 'ACQUISITIONS - PURCHASE REQUESTS'.
           05 line 3  col 10 value 'R=RAISE C=CANCEL E=END :'.
           05 line 3  col 36 pic x(1)
              using work-action required auto.
           05 line 5  col 10 value 'ISBN    (RAISE) :'.
           05 line 5  col 30 pic x(13)
              using work-isbn auto.
           05 line 6  col 10 value 'ORDER  (CANCEL) :'.
           05 line 6  col 30 pic 9(6)
              using work-order auto.

        01 screen-record-acqscrn.
           05 line 8  col 10 value 'COPIES HELD     :'.
           05 line 8  col 30 pic zz9 from work-copies.
           05 line 8  col 40 value 'HOLDS WAITING :'.
           05 line 8  col 56 pic zz9 from work-waiting.
           05 line 10 col 10 value 'AUTHOR          :'.
           05 line 10 col 30 pic x(20)
              using work-writer auto.
           05 line 11 col 10 value 'TITLE           :'.
           05 line 11 col 30 pic x(20)
              using work-title auto.
           05 line 12 col 10 value 'PUBLISHER       :'.
           05 line 12 col 30 pic x(20)
              using work-publisher auto.
           05 line 13 col 10 value 'CATEGORY        :'.
           05 line 13 col 30 pic x(17)
              using work-category auto.
           05 line 15 col 10 value 'SUPPLIER CODE   :'.
           05 line 15 col 30 pic x(6)
              using work-vendor required auto.
           05 line 16 col 10 value 'COPIES TO ORDER :'.
           05 line 16 col 30 pic 9(3)
              using work-qty required auto.

        01 screen-record-rcvkey.
           05 line 1  col 10 value 'ACQUISITIONS - RECEIVE BOOKS'.
           05 line 3  col 10 value 'ORDER (0 = END) :'.
           05 line 3  col 30 pic 9(6)
              using work-order required auto.

        01 screen-record-rcvscrn.
           05 line 5  col 10 value 'ISBN            :'.
           05 line 5  col 30 pic x(13) from aq-isbn.
           05 line 6  col 10 value 'TITLE           :'.
           05 line 6  col 30 pic x(20) from aq-title.
           05 line 7  col 10 value 'SUPPLIER        :'.
           05 line 7  col 30 pic x(6) from aq-vendor.
           05 line 8  col 10 value 'COPIES ORDERED  :'.
           05 line 8  col 30 pic zz9 from aq-qty.
           05 line 9  col 10 value 'ALREADY RECEIVED:'.
           05 line 9  col 30 pic zz9 from aq-recvd.
           05 line 11 col 10 value 'COPIES RECEIVED :'.
           05 line 11 col 30 pic 9(3)
              using work-qty required auto.

        01 screen-record-aqmsg.
           05 line 20 col 10 pic x(50) from user-msg.

       procedure division.
      *-------------------
       main-para.
              accept today-date from date yyyymmdd.
              accept arg-count from argument-number.
              if arg-count > 0
              display 1 upon argument-number
              accept run-mode from argument-value.
              if arg-count > 1
              display 2 upon argument-number
              accept list-file-name from argument-value.
              if run-mode = spaces
              move 'REQUEST' to run-mode.
              if list-file-name = spaces
              if run-mode = 'ORDERS'
              move 'ACQORDER.DAT' to list-file-name
              else
              move 'ACQOUT.DAT' to list-file-name.
              perform sign-on.
              if run-mode = 'ORDERS'
              perform orders-run
              else
              if run-mode = 'RECEIVE'
              perform receive-run
              else
              if run-mode = 'OUTSTANDING'
              perform outstanding-run
              else
              perform request-run.
              stop run.

       sign-on.
      *--------
              display 'ENTER OPERATOR ID: '.
              accept operator-id.
              display 'ENTER PASSWORD   : '.
              accept op-password.
              if op-password = '*BATCH*'
              display 'INVALID PASSWORD - RUN STOPPED'
              stop run.
              move 'S' to log-result.
              accept work-time from time.
              perform write-access-log.
              if run-mode = 'OUTSTANDING'
              move 'I' to sec-func
              else
              if run-mode = 'RECEIVE'
              move 'P' to sec-func
              else
              move 'M' to sec-func.
              call "SECCHK" using operator-id op-password
                  sec-func sec-allowed.
              if sec-allowed = 'E'
              perform force-password-change
              call "SECCHK" using operator-id op-password
                  sec-func sec-allowed.
              if sec-allowed = 'L'
              display 'OPERATOR ID IS LOCKED - SEE ADMIN'
              stop run.
              if sec-allowed not = 'Y'
              display 'NOT AUTHORIZED FOR ACQUISITIONS - STOPPED'
              stop run.

       force-password-change.
      *----------------------
              display 'PASSWORD EXPIRED - ENTER NEW PASSWORD: '.
              accept new-password.
              display 'RE-ENTER NEW PASSWORD: '.
              accept new-password-2.
              if new-password not = new-password-2
              display 'PASSWORDS DO NOT MATCH - RUN STOPPED'
              stop run.
              call "PWDCHG" using operator-id op-password
                  new-password pwd-result.
              if pwd-result not = 'Y'
              display 'PASSWORD NOT CHANGED - RUN STOPPED'
              stop run.
              move new-password to op-password.
              display 'PASSWORD CHANGED'.

       write-access-log.
      *-----------------
              move spaces to alstat.
              open input access-log.
              if alstat = '35'
              open output access-log
              close access-log
              else
              close access-log.
              open extend access-log.
              move spaces to aclog-rec.
              move operator-id to al-operator.
              move 'BOOKACQ' to al-program.
              move today-date to al-date.
              move work-time to al-time.
              move log-result to al-result.
              write aclog-rec.
              close access-log.

       load-vendors.
      *-------------
              move 0 to vd-count.
              move spaces to vnstat.
              open input vendor.
              if vnstat = '00'
              move 'YES' to eof-sw
              perform load-one-vendor until eof-sw = 'NO'
              close vendor.

       load-one-vendor.
      *----------------
              read vendor
              at end move 'NO' to eof-sw
              not at end
              if vd-count < 200
              add 1 to vd-count
              move vn-code to vdt-code(vd-count)
              move vn-name to vdt-name(vd-count)
              move vn-contact to vdt-contact(vd-count)
              move 0 to vdt-lead(vd-count)
              if vn-lead-days is numeric
              move vn-lead-days to vdt-lead(vd-count)
              end-if
              else
              display 'VENDOR FILE EXCEEDS TABLE'
              display 'RUN STOPPED - NO CHANGES MADE'
              stop run
              end-if
              end-read.

       find-vendor.
      *------------
              move 0 to vd-slot.
              move 'NO' to vendor-found.
              perform varying vd-ix from 1 by 1
                      until vd-ix > vd-count or vd-slot > 0
                  if vdt-code(vd-ix) = work-vendor
                  move vd-ix to vd-slot
                  move 'YES' to vendor-found
                  end-if
              end-perform.

       open-acquire-io.
      *----------------
              open i-o acquire.
              if aqstat = '35'
              open output acquire
              close acquire
              open i-o acquire.

       find-last-order.
      *----------------
              move 0 to last-order.
              move 0 to aq-order.
              start acquire key is not less than aq-order
              invalid key move 'NO' to eof-sw
              not invalid key move 'YES' to eof-sw
              end-start.
              perform read-next-order until eof-sw = 'NO'.

       read-next-order.
      *----------------
              read acquire next record
              at end move 'NO' to eof-sw
              not at end move aq-order to last-order
              end-read.

       request-run.
      *------------
              perform load-vendors.
              if vd-count = 0
              display 'VENDOR FILE EMPTY OR MISSING - RUN STOPPED'
              stop run.
              open input bookrec.
              if bkstat not = '00'
              display 'CATALOG FILE NOT FOUND - RUN STOPPED'
              stop run.
              move 'NO' to holds-on-file.
              open input holdfile.
              if rsstat = '00'
              move 'YES' to holds-on-file.
              perform open-acquire-io.
              perform find-last-order.
              move 'YES' to more-work.
              perform request-one until more-work = 'NO'.
              close bookrec.
              close acquire.
              if holds-on-file = 'YES'
              close holdfile.
              display 'PURCHASE REQUESTS RAISED    : ' cnt-raised.
              display 'PURCHASE REQUESTS CANCELLED : ' cnt-cancelled.

       request-one.
      *------------
              move space to work-action.
              move spaces to work-isbn.
              move 0 to work-order.
              display screen-blank-aq.
              display screen-record-acqkey.
              accept screen-record-acqkey.
              if work-action = 'R' or work-action = 'r'
              perform raise-request
              else
              if work-action = 'C' or work-action = 'c'
              perform cancel-request
              else
              if work-action = 'E' or work-action = 'e'
              move 'NO' to more-work
              else
              move 'Enter R, C or E' to user-msg
              display screen-record-aqmsg.

       raise-request.
      *--------------
              move spaces to work-writer.
              move spaces to work-title.
              move spaces to work-publisher.
              move spaces to work-category.
              move spaces to work-vendor.
              move 0 to work-qty.
              move 0 to work-copies.
              move 'N' to work-type.
              if work-isbn = spaces
              move 'ISBN MISSING' to user-msg
              display screen-record-aqmsg
              else
              move work-isbn to isbn
              read bookrec
              invalid key continue
              not invalid key
                  move 'X' to work-type
                  move writer to work-writer
                  move booktitle to work-title
                  move publisher to work-publisher
                  move category to work-category
                  if copies is numeric
                  move copies to work-copies
                  end-if
              end-read
              perform count-waiting-holds
              display screen-record-acqscrn
              accept screen-record-acqscrn
              perform edit-request.

       count-waiting-holds.
      *--------------------
              move 0 to work-waiting.
              if holds-on-file = 'YES'
              move work-isbn to res-isbn
              move 0 to res-seq
              start holdfile key is not less than res-key
              invalid key move 'NO' to hold-eof
              not invalid key move 'YES' to hold-eof
              end-start
              perform count-one-hold until hold-eof = 'NO'.

       count-one-hold.
      *---------------
              read holdfile next record
              at end move 'NO' to hold-eof
              not at end
                  if res-isbn not = work-isbn
                  move 'NO' to hold-eof
                  else
                  if res-status = 'WAIT'
                  add 1 to work-waiting
                  end-if
                  end-if
              end-read.

       edit-request.
      *-------------
              move spaces to reject-reason.
              perform find-vendor.
              if work-type = 'N'
              perform edit-new-title.
              if reject-reason = spaces
              if vendor-found = 'NO'
              move 'SUPPLIER NOT ON FILE' to reject-reason
              else
              if work-qty is not numeric or work-qty = 0
              move 'QUANTITY MISSING' to reject-reason.
              if reject-reason not = spaces
              move reject-reason to user-msg
              display screen-record-aqmsg
              else
              perform write-request.

       edit-new-title.
      *---------------
              if work-title = spaces
              move 'TITLE MISSING' to reject-reason
              else
              if work-category = spaces
              move 'CATEGORY MISSING' to reject-reason.

       write-request.
      *--------------
              move spaces to aqrec.
              add 1 to last-order.
              move last-order to aq-order.
              move work-isbn to aq-isbn.
              move work-type to aq-type.
              move work-vendor to aq-vendor.
              move work-qty to aq-qty.
              move 0 to aq-recvd.
              move 'OPEN' to aq-status.
              move today-date to aq-raised.
              move 0 to aq-ordered.
              move 0 to aq-closed.
              move operator-id to aq-operator.
              move work-writer to aq-writer.
              move work-title to aq-title.
              move work-publisher to aq-publisher.
              move work-category to aq-category.
              write aqrec
              invalid key
                  move 'Request not written - order in use' to user-msg
              not invalid key
                  add 1 to cnt-raised
                  move spaces to user-msg
                  string 'Request raised as order ' delimited by size
                         aq-order delimited by size into user-msg
              end-write.
              display screen-record-aqmsg.

       cancel-request.
      *---------------
              move work-order to aq-order.
              read acquire
              invalid key
                  move 'Order not on file' to user-msg
              not invalid key
                  if aq-recvd > 0
                  move 'Copies already received - cannot cancel'
                      to user-msg
                  else
                  if aq-status = 'OPEN' or aq-status = 'ORDERD'
                  move 'CANCEL' to aq-status
                  move today-date to aq-closed
                  rewrite aqrec
                  add 1 to cnt-cancelled
                  move 'Request cancelled' to user-msg
                  else
                  move 'Order is already closed' to user-msg
                  end-if
                  end-if
              end-read.
              display screen-record-aqmsg.

       orders-run.
      *-----------
              perform load-vendors.
              open i-o acquire.
              if aqstat not = '00'
              display 'ACQUISITION FILE NOT FOUND - RUN STOPPED'
              stop run.
              open output listfile.
              move spaces to aclrec.
              string 'ACQUISITION ORDERS BY SUPPLIER AS AT '
                     delimited by size today-date delimited by size
                     into aclrec.
              write aclrec.
              move 'NO' to unvended-pass.
              perform varying vd-ix from 1 by 1
                      until vd-ix > vd-count
                  move 'NO' to vendor-printed
                  move vdt-code(vd-ix) to work-vendor
                  perform order-vendor-pass
              end-perform.
              move spaces to work-vendor.
              move 'YES' to unvended-pass.
              move 'NO' to vendor-printed.
              perform order-vendor-pass.
              close listfile.
              call "RPTREG" using rr-program list-file-name
                                  rr-category.
              close acquire.
              display 'ORDER LINES ISSUED          : ' cnt-ordered.
              display 'HELD - SUPPLIER NOT ON FILE : ' cnt-unvended.
              display 'ORDER LISTING WRITTEN TO ' list-file-name.

       order-vendor-pass.
      *------------------
              move 0 to aq-order.
              start acquire key is not less than aq-order
              invalid key move 'NO' to eof-sw
              not invalid key move 'YES' to eof-sw
              end-start.
              perform order-one-request until eof-sw = 'NO'.

       order-one-request.
      *------------------
              read acquire next record
              at end move 'NO' to eof-sw
              not at end
                  if aq-status = 'OPEN'
                  perform order-check-vendor
                  end-if
              end-read.

       order-check-vendor.
      *-------------------
              if unvended-pass = 'YES'
              move aq-vendor to work-vendor
              perform find-vendor
              if vendor-found = 'NO'
              perform write-unvended-line
              end-if
              else
              if aq-vendor = work-vendor
              perform write-order-line.

       write-order-line.
      *-----------------
              if vendor-printed = 'NO'
              move 'YES' to vendor-printed
              move spaces to aclrec
              write aclrec
              move spaces to aclrec
              string 'SUPPLIER ' delimited by size
                     vdt-code(vd-ix) delimited by size
                     ' ' delimited by size
                     vdt-name(vd-ix) delimited by size
                     ' ATTN ' delimited by size
                     vdt-contact(vd-ix) delimited by size
                     into aclrec
              write aclrec
              move 'ORDER  ISBN          TITLE' to aclrec
              move 'AUTHOR' to aclrec(44:6)
              move 'TYPE    QTY' to aclrec(65:11)
              write aclrec.
              perform move-order-detail.
              write aclrec from ol-detail.
              move 'ORDERD' to aq-status.
              move today-date to aq-ordered.
              rewrite aqrec.
              add 1 to cnt-ordered.

       write-unvended-line.
      *--------------------
              if vendor-printed = 'NO'
              move 'YES' to vendor-printed
              move spaces to aclrec
              write aclrec
              move 'REQUESTS HELD - SUPPLIER NOT ON VENDOR FILE'
                  to aclrec
              write aclrec.
              perform move-order-detail.
              move aq-vendor to ol-type.
              write aclrec from ol-detail.
              add 1 to cnt-unvended.

       move-order-detail.
      *------------------
              move aq-order to ol-order.
              move aq-isbn to ol-isbn.
              move aq-title to ol-title.
              move aq-writer to ol-writer.
              if aq-type = 'N'
              move 'NEW' to ol-type
              else
              move 'EXTRA' to ol-type.
              move aq-qty to ol-qty.

       receive-run.
      *------------
              open i-o acquire.
              if aqstat not = '00'
              display 'ACQUISITION FILE NOT FOUND - RUN STOPPED'
              stop run.
              open i-o bookrec.
              if bkstat = '35'
              open output bookrec
              close bookrec
              open i-o bookrec.
              move 'YES' to more-work.
              perform receive-one until more-work = 'NO'.
              close acquire.
              close bookrec.
              display 'ORDER LINES RECEIVED        : ' cnt-received.
              display 'NEW TITLES CATALOGUED       : ' cnt-titles.
              display 'COPIES ADDED                : ' cnt-copies.

       receive-one.
      *------------
              move 0 to work-order.
              display screen-blank-aq.
              display screen-record-rcvkey.
              accept screen-record-rcvkey.
              if work-order = 0
              move 'NO' to more-work
              else
              move work-order to aq-order
              read acquire
              invalid key
                  move 'Order not on file' to user-msg
                  display screen-record-aqmsg
              not invalid key
                  perform receive-order
              end-read.

       receive-order.
      *--------------
              if aq-status not = 'OPEN' and aq-status not = 'ORDERD'
              move 'Order is closed or cancelled' to user-msg
              display screen-record-aqmsg
              else
              move 0 to work-qty
              display screen-record-rcvscrn
              accept screen-record-rcvscrn
              compute work-due = aq-qty - aq-recvd
              if work-qty is not numeric or work-qty = 0
              move 'QUANTITY MISSING' to user-msg
              display screen-record-aqmsg
              else
              if work-qty > work-due
              move 'More copies than are due on the order' to user-msg
              display screen-record-aqmsg
              else
              perform receive-into-catalog.

       receive-into-catalog.
      *---------------------
              move spaces to reject-reason.
              move aq-isbn to isbn.
              read bookrec
              invalid key
                  perform add-new-title
              not invalid key
                  perform add-copies-to-title
              end-read.
              if reject-reason not = spaces
              move reject-reason to user-msg
              display screen-record-aqmsg
              else
              perform post-receipt.

       add-new-title.
      *--------------
              if aq-isbn = spaces
              move 'ISBN MISSING' to reject-reason
              else
              if aq-title = spaces
              move 'TITLE MISSING' to reject-reason
              else
              if aq-category = spaces
              move 'CATEGORY MISSING' to reject-reason
              else
              perform write-new-title.

       write-new-title.
      *----------------
              move aq-isbn      to isbn.
              move aq-writer    to writer.
              move aq-title     to booktitle.
              move aq-publisher to publisher.
              move aq-category  to category.
              move work-qty     to copies.
              write catalog.
              if bkstat not = '00'
              move 'CATALOG WRITE FAILED' to reject-reason
              else
              add 1 to cnt-titles.

       add-copies-to-title.
      *--------------------
              if copies is not numeric
              move 0 to copies.
              add work-qty to copies.
              rewrite catalog.
              if bkstat not = '00'
              move 'CATALOG WRITE FAILED' to reject-reason.

       post-receipt.
      *-------------
              add work-qty to aq-recvd.
              if aq-recvd not < aq-qty
              move 'CLOSED' to aq-status
              move today-date to aq-closed.
              rewrite aqrec.
              add 1 to cnt-received.
              add work-qty to cnt-copies.
              move 'R' to log-result.
              accept work-time from time.
              perform write-access-log.
              if aq-status = 'CLOSED'
              move 'Copies added - order closed' to user-msg
              else
              move 'Copies added - order part received' to user-msg.
              display screen-record-aqmsg.

       outstanding-run.
      *----------------
              perform load-vendors.
              open input acquire.
              if aqstat not = '00'
              display 'ACQUISITION FILE NOT FOUND - RUN STOPPED'
              stop run.
              open output listfile.
              move spaces to aclrec.
              string 'OUTSTANDING ACQUISITION ORDERS AS AT '
                     delimited by size today-date delimited by size
                     into aclrec.
              write aclrec.
              move 'ORDER  ISBN          TITLE' to aclrec.
              move 'SUPPL  STATUS QTY RCV  DAYS LEAD' to aclrec(44:32).
              write aclrec.
              move 0 to aq-order.
              start acquire key is not less than aq-order
              invalid key move 'NO' to eof-sw
              not invalid key move 'YES' to eof-sw
              end-start.
              perform list-one-outstanding until eof-sw = 'NO'.
              move spaces to aclrec.
              write aclrec.
              move 'OPEN ORDER LINES' to vt-label.
              move cnt-open to vt-count.
              write aclrec from vl-total.
              move 'PAST SUPPLIER LEAD TIME' to vt-label.
              move cnt-late to vt-count.
              write aclrec from vl-total.
              close listfile.
              call "RPTREG" using rr-program list-file-name
                                  rr-category.
              close acquire.
              display 'OPEN ORDER LINES            : ' cnt-open.
              display 'PAST SUPPLIER LEAD TIME     : ' cnt-late.
              display 'OUTSTANDING LIST WRITTEN TO ' list-file-name.

       list-one-outstanding.
      *---------------------
              read acquire next record
              at end move 'NO' to eof-sw
              not at end
                  if aq-status = 'OPEN' or aq-status = 'ORDERD'
                  perform write-outstanding-line
                  end-if
              end-read.

       write-outstanding-line.
      *-----------------------
              add 1 to cnt-open.
              move aq-vendor to work-vendor.
              perform find-vendor.
              if aq-ordered > 0
              move aq-ordered to since-date
              else
              move aq-raised to since-date.
              move 'D' to dv-func.
              move 0 to dv-days.
              call "DATEVAL" using dv-func since-date today-date
                  dv-flag dv-days.
              if dv-flag not = 'V' or dv-days < 0
              move 0 to dv-days.
              move aq-order to os-order.
              move aq-isbn to os-isbn.
              move aq-title to os-title.
              move aq-vendor to os-vendor.
              move aq-status to os-status.
              move aq-qty to os-qty.
              move aq-recvd to os-recvd.
              move dv-days to os-days.
              move spaces to os-flag.
              if vendor-found = 'YES'
              move vdt-lead(vd-slot) to os-lead
              if aq-ordered > 0 and dv-days > vdt-lead(vd-slot)
              move 'LATE' to os-flag
              add 1 to cnt-late
              end-if
              else
              move 0 to os-lead
              move 'VEND' to os-flag.
              write aclrec from os-detail.
