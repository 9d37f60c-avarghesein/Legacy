
        identification division.
      *--------------------------
        program-id. booktake.
        remarks. shelf stocktake against catalog and loans.

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
            select loanrec assign to "LOANS.MST"
            organization is indexed
            access mode is dynamic
            record key is loan-key
            file status is lnstat.
            select lostcopy assign to "LOSTCOPY.MST"
            organization is indexed
            access mode is dynamic
            record key is lc-key
            file status is lcstat.
            select scanfile assign dynamic scan-file-name
            organization is line sequential
            file status is ssstat.
            select listfile assign dynamic list-file-name
            organization is line sequential.
            select missfile assign dynamic miss-file-name
            organization is line sequential
            file status is mwstat.
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
        fd loanrec.
        01 loanrecord.
           02 loan-key.
              03 loan-isbn  pic x(13).
              03 loan-copy  pic 9(3).
           02 loan-borid pic x(8).
           02 loan-out   pic 9(8).
           02 loan-due   pic 9(8).
           02 loan-renews pic 9(1).
        fd lostcopy.
        01 lcrec.
           02 lc-key.
              03 lc-isbn    pic x(13).
              03 lc-copy    pic 9(3).
           02 lc-status  pic x(6).
           02 lc-date    pic 9(8).
           02 lc-time    pic 9(8).
           02 lc-operator pic x(10).
        fd scanfile
           label records are standard
           data record is ssrec.
        01 ssrec.
           02 ss-isbn      pic x(13).
           02 filler       pic x(01).
           02 ss-copy      pic 9(3).
        fd listfile
           label records are standard
           data record is vlrec.
        01 vlrec          pic x(80).
        fd missfile
           label records are standard
           data record is mwrec.
        01 mwrec.
           02 mw-isbn      pic x(13).
           02 filler       pic x(01).
           02 mw-copy      pic 9(3).
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
        01 lnstat          pic x(2).
        01 lcstat          pic x(2).
        01 ssstat          pic x(2).
        01 mwstat          pic x(2).
        01 alstat          pic x(2).
        01 scan-file-name  pic x(40) value "SHELFSCAN.DAT".
        01 list-file-name  pic x(40) value "STOCKTAKE.DAT".
        01 miss-file-name  pic x(40) value "STOCKMISS.DAT".
        01 rr-program      pic x(8) value 'BOOKTAKE'.
        01 rr-category     pic x(8) value 'LIBRARY'.
        01 arg-count       pic 9(2) usage comp value 0.
        01 run-mode        pic x(8) value spaces.
        01 today-date      pic 9(8) value 0.
        01 work-time       pic 9(8) value 0.
        01 eof-sw          pic x(3) value 'YES'.
        01 lost-eof        pic x(3) value 'YES'.
        01 loans-on-file   pic x(3) value 'NO'.
        01 lost-on-file    pic x(3) value 'NO'.
        01 shelf-found     pic x(3) value 'NO'.
        01 loan-found      pic x(3) value 'NO'.
        01 copy-lost       pic x(3) value 'NO'.
        01 work-isbn       pic x(13) value spaces.
        01 work-copy       pic 9(3) value 0.
        01 work-borid      pic x(8) value spaces.
        01 work-action     pic x(1) value space.
        01 log-result      pic x(1) value space.
        01 copies-held     pic 9(3) value 0.
        01 lost-count      pic 9(3) value 0.
        01 top-copy        pic 9(4) value 0.
        01 cnt-scanned     pic 9(5) value 0.
        01 cnt-copies      pic 9(5) value 0.
        01 cnt-accounted   pic 9(5) value 0.
        01 cnt-missing     pic 9(5) value 0.
        01 cnt-onloan      pic 9(5) value 0.
        01 cnt-above       pic 9(5) value 0.
        01 cnt-other       pic 9(5) value 0.
        01 cnt-withdrawn   pic 9(5) value 0.
        01 cnt-kept        pic 9(5) value 0.
        01 cnt-skipped     pic 9(5) value 0.
        01 user-msg        pic x(50) value spaces.
        01 operator-id     pic x(10) value spaces.
        01 op-password     pic x(10) value spaces.
        01 sec-func        pic x(1) value space.
        01 sec-allowed     pic x(1) value 'N'.
        01 new-password    pic x(10) value spaces.
        01 new-password-2  pic x(10) value spaces.
        01 pwd-result      pic x(1) value space.
        01 sc-count        pic 9(4) usage comp value 0.
        01 sc-ix           pic 9(4) usage comp value 0.
        01 sc-table.
           02 sc-ent occurs 5000.
              05 sct-isbn    pic x(13).
              05 sct-copy    pic 9(3).
              05 sct-matched pic x(3).
        01 vl-detail.
           05 vl-isbn      pic x(13).
           05 filler       pic x(01) value space.
           05 vl-copy      pic zz9.
           05 filler       pic x(01) value space.
           05 vl-title     pic x(20).
           05 filler       pic x(01) value space.
           05 vl-text      pic x(30).
           05 filler       pic x(01) value space.
           05 vl-borid     pic x(8).
           05 filler       pic x(02) value spaces.
        01 vl-total.
           05 vt-label     pic x(30).
           05 filler       pic x(01) value space.
           05 vt-count     pic zzzz9.
           05 filler       pic x(44) value spaces.
        01 wd-title        pic x(20) value spaces.
        01 wd-copies       pic zz9.

        screen section.
      *----------------
        01 screen-blank-st.
           05 blank screen.

        01 screen-record-wdscrn.
           05 line 1  col 10 value 'STOCKTAKE - MISSING COPY REVIEW'.
           05 line 3  col 10 value 'ISBN          :'.
           05 line 3  col 30 pic x(13) from work-isbn.
           05 line 5  col 10 value 'TITLE         :'.
           05 line 5  col 30 pic x(20) from wd-title.
           05 line 7  col 10 value 'COPY NUMBER   :'.
           05 line 7  col 30 pic zz9 from work-copy.
           05 line 9  col 10 value 'COPIES HELD   :'.
           05 line 9  col 30 pic x(3) from wd-copies.
           05 line 12 col 10.
           05 value 'L=LOST  W=WITHDRAWN  K=KEEP ON FILE :'.
           05 line 12 col 48 pic x(1)
              using work-action required auto.

        01 screen-record-stmsg.
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
              accept scan-file-name from argument-value.
              if arg-count > 2
              display 3 upon argument-number
              accept list-file-name from argument-value.
              if arg-count > 3
              display 4 upon argument-number
              accept miss-file-name from argument-value.
              if run-mode = spaces
              move 'VARIANCE' to run-mode.
              perform sign-on.
              if run-mode = 'WITHDRAW'
              perform withdraw-run
              else
              perform variance-run.
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
              if run-mode = 'WITHDRAW'
              move 'D' to sec-func
              else
              move 'I' to sec-func.
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
              display 'NOT AUTHORIZED FOR STOCKTAKE - STOPPED'
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
              move 'BOOKTAKE' to al-program.
              move today-date to al-date.
              move work-time to al-time.
              move log-result to al-result.
              write aclog-rec.
              close access-log.

       variance-run.
      *-------------
              perform load-shelf-scan.
              open input bookrec.
              if bkstat not = '00'
              display 'CATALOG FILE NOT FOUND - RUN STOPPED'
              stop run.
              perform open-loans-input.
              perform open-lost-input.
              open output listfile.
              open output missfile.
              move spaces to vlrec.
              string 'SHELF STOCKTAKE VARIANCES AS AT ' delimited by
                     size today-date delimited by size into vlrec.
              write vlrec.
              move 'ISBN          COPY TITLE' to vlrec.
              move 'VARIANCE' to vlrec(40:8).
              move 'BORROWER' to vlrec(71:8).
              write vlrec.
              move low-values to isbn.
              start bookrec key is not less than isbn
              invalid key move 'NO' to eof-sw
              not invalid key move 'YES' to eof-sw
              end-start.
              perform take-one-title until eof-sw = 'NO'.
              perform varying sc-ix from 1 by 1
                      until sc-ix > sc-count
                  if sct-matched(sc-ix) = 'NO'
                  perform report-unmatched-scan
                  end-if
              end-perform.
              perform write-variance-totals.
              close listfile.
              close missfile.
              call "RPTREG" using rr-program list-file-name
                                  rr-category.
              call "RPTREG" using rr-program miss-file-name
                                  rr-category.
              close bookrec.
              if loans-on-file = 'YES'
              close loanrec.
              if lost-on-file = 'YES'
              close lostcopy.
              display 'SHELF SCANS READ        : ' cnt-scanned.
              display 'CATALOGUED COPIES       : ' cnt-copies.
              display 'MISSING COPIES          : ' cnt-missing.
              display 'ON SHELF BUT ON LOAN    : ' cnt-onloan.
              display 'ABOVE CATALOGUED COUNT  : ' cnt-above.
              display 'VARIANCES WRITTEN TO ' list-file-name.
              display 'MISSING COPIES LISTED IN ' miss-file-name.

       load-shelf-scan.
      *----------------
              move 0 to sc-count.
              open input scanfile.
              if ssstat not = '00'
              display 'SHELF SCAN FILE NOT FOUND: ' scan-file-name
              stop run.
              move 'YES' to eof-sw.
              perform load-one-scan until eof-sw = 'NO'.
              close scanfile.

       load-one-scan.
      *--------------
              read scanfile
              at end move 'NO' to eof-sw
              not at end
              add 1 to cnt-scanned
              if sc-count < 5000
              add 1 to sc-count
              move ss-isbn to sct-isbn(sc-count)
              move 0 to sct-copy(sc-count)
              if ss-copy is numeric
              move ss-copy to sct-copy(sc-count)
              end-if
              move 'NO' to sct-matched(sc-count)
              else
              display 'SHELF SCAN FILE EXCEEDS TABLE'
              display 'RUN STOPPED - NO VARIANCES WRITTEN'
              stop run
              end-if
              end-read.

       open-loans-input.
      *-----------------
              move 'NO' to loans-on-file.
              open input loanrec.
              if lnstat = '00'
              move 'YES' to loans-on-file.

       open-lost-input.
      *----------------
              move 'NO' to lost-on-file.
              open input lostcopy.
              if lcstat = '00'
              move 'YES' to lost-on-file.

       take-one-title.
      *---------------
              read bookrec next record
              at end move 'NO' to eof-sw
              not at end perform take-title-copies
              end-read.

       take-title-copies.
      *------------------
              move isbn to work-isbn.
              perform compute-top-copy.
              perform varying work-copy from 1 by 1
                      until work-copy > top-copy
                  perform take-one-copy
              end-perform.

       compute-top-copy.
      *-----------------
              move 0 to copies-held.
              if copies is numeric
              move copies to copies-held.
              perform count-lost-copies.
              compute top-copy = copies-held + lost-count.

       take-one-copy.
      *--------------
              perform check-copy-lost.
              if copy-lost = 'NO'
              add 1 to cnt-copies
              perform find-on-shelf
              perform find-on-loan
              if shelf-found = 'YES' and loan-found = 'YES'
              move 'ON SHELF - RECORDED ON LOAN' to vl-text
              move work-borid to vl-borid
              perform write-variance-line
              add 1 to cnt-onloan
              else
              if shelf-found = 'NO' and loan-found = 'NO'
              move 'MISSING - NOT ON SHELF OR LOAN' to vl-text
              move spaces to vl-borid
              perform write-variance-line
              perform write-missing-copy
              add 1 to cnt-missing
              else
              add 1 to cnt-accounted.

       count-lost-copies.
      *------------------
              move 0 to lost-count.
              if lost-on-file = 'YES'
              move work-isbn to lc-isbn
              move 0 to lc-copy
              start lostcopy key is not less than lc-key
              invalid key move 'NO' to lost-eof
              not invalid key move 'YES' to lost-eof
              end-start
              perform count-one-lost until lost-eof = 'NO'.

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
              if lost-on-file = 'YES'
              move work-isbn to lc-isbn
              move work-copy to lc-copy
              read lostcopy
              invalid key continue
              not invalid key move 'YES' to copy-lost
              end-read.

       find-on-shelf.
      *--------------
              move 'NO' to shelf-found.
              perform varying sc-ix from 1 by 1
                      until sc-ix > sc-count
                  if sct-isbn(sc-ix) = work-isbn
                  and sct-copy(sc-ix) = work-copy
                  and sct-matched(sc-ix) = 'NO'
                  and shelf-found = 'NO'
                  move 'YES' to sct-matched(sc-ix)
                  move 'YES' to shelf-found
                  end-if
              end-perform.

       find-on-loan.
      *-------------
              move 'NO' to loan-found.
              move spaces to work-borid.
              if loans-on-file = 'YES'
              move work-isbn to loan-isbn
              move work-copy to loan-copy
              read loanrec
              invalid key continue
              not invalid key
                  move 'YES' to loan-found
                  move loan-borid to work-borid
              end-read.

       report-unmatched-scan.
      *----------------------
              move sct-isbn(sc-ix) to work-isbn.
              move sct-copy(sc-ix) to work-copy.
              move work-isbn to isbn.
              move spaces to vl-borid.
              read bookrec
              invalid key
                  move spaces to booktitle
                  move 'ISBN NOT IN CATALOG' to vl-text
                  perform write-variance-line
                  add 1 to cnt-other
              not invalid key
                  perform classify-extra-copy
              end-read.

       classify-extra-copy.
      *--------------------
              perform compute-top-copy.
              perform check-copy-lost.
              if work-copy = 0 or work-copy > top-copy
              move 'COPY ABOVE CATALOGUED COUNT' to vl-text
              add 1 to cnt-above
              else
              add 1 to cnt-other
              if copy-lost = 'YES'
              move 'WITHDRAWN COPY FOUND ON SHELF' to vl-text
              else
              move 'DUPLICATE SHELF SCAN' to vl-text.
              perform write-variance-line.

       write-variance-line.
      *--------------------
              move work-isbn to vl-isbn.
              move work-copy to vl-copy.
              move booktitle to vl-title.
              write vlrec from vl-detail.

       write-missing-copy.
      *-------------------
              move spaces to mwrec.
              move work-isbn to mw-isbn.
              move work-copy to mw-copy.
              write mwrec.

       write-variance-totals.
      *----------------------
              move spaces to vlrec.
              write vlrec.
              move 'SHELF SCANS READ' to vt-label.
              move cnt-scanned to vt-count.
              write vlrec from vl-total.
              move 'CATALOGUED COPIES' to vt-label.
              move cnt-copies to vt-count.
              write vlrec from vl-total.
              move 'COPIES ACCOUNTED FOR' to vt-label.
              move cnt-accounted to vt-count.
              write vlrec from vl-total.
              move 'MISSING COPIES' to vt-label.
              move cnt-missing to vt-count.
              write vlrec from vl-total.
              move 'ON SHELF BUT RECORDED ON LOAN' to vt-label.
              move cnt-onloan to vt-count.
              write vlrec from vl-total.
              move 'COPIES ABOVE CATALOGUED COUNT' to vt-label.
              move cnt-above to vt-count.
              write vlrec from vl-total.
              move 'OTHER SHELF SCAN EXCEPTIONS' to vt-label.
              move cnt-other to vt-count.
              write vlrec from vl-total.

       withdraw-run.
      *-------------
              open input missfile.
              if mwstat not = '00'
              display 'MISSING COPY FILE NOT FOUND: ' miss-file-name
              stop run.
              open i-o bookrec.
              if bkstat not = '00'
              display 'CATALOG FILE NOT FOUND - RUN STOPPED'
              stop run.
              perform open-loans-input.
              open i-o lostcopy.
              if lcstat = '35'
              open output lostcopy
              close lostcopy
              open i-o lostcopy.
              move 'YES' to lost-on-file.
              move 'YES' to eof-sw.
              perform withdraw-one until eof-sw = 'NO'.
              close missfile.
              close bookrec.
              close lostcopy.
              if loans-on-file = 'YES'
              close loanrec.
              display 'COPIES MARKED LOST/WITHDRAWN : ' cnt-withdrawn.
              display 'COPIES KEPT ON FILE          : ' cnt-kept.
              display 'COPIES SKIPPED (FOUND/DONE)  : ' cnt-skipped.

       withdraw-one.
      *-------------
              read missfile
              at end move 'NO' to eof-sw
              not at end perform review-missing-copy
              end-read.

       review-missing-copy.
      *--------------------
              move mw-isbn to work-isbn.
              move mw-copy to work-copy.
              move work-isbn to isbn.
              read bookrec
              invalid key add 1 to cnt-skipped
              not invalid key perform review-catalog-copy
              end-read.

       review-catalog-copy.
      *--------------------
              perform check-copy-lost.
              perform find-on-loan.
              if copy-lost = 'YES' or loan-found = 'YES'
              add 1 to cnt-skipped
              else
              perform ask-withdraw-action.

       ask-withdraw-action.
      *--------------------
              move booktitle to wd-title.
              move 0 to copies-held.
              if copies is numeric
              move copies to copies-held.
              move copies-held to wd-copies.
              move space to work-action.
              display screen-blank-st.
              display screen-record-wdscrn.
              accept screen-record-wdscrn.
              evaluate work-action
                  when 'L' move 'LOST' to lc-status
                           perform withdraw-copy
                  when 'l' move 'LOST' to lc-status
                           perform withdraw-copy
                  when 'W' move 'WDRAWN' to lc-status
                           perform withdraw-copy
                  when 'w' move 'WDRAWN' to lc-status
                           perform withdraw-copy
                  when other add 1 to cnt-kept
              end-evaluate.

       withdraw-copy.
      *--------------
              accept work-time from time.
              move work-isbn to lc-isbn.
              move work-copy to lc-copy.
              move today-date to lc-date.
              move work-time to lc-time.
              move operator-id to lc-operator.
              write lcrec
              invalid key
                  add 1 to cnt-skipped
              not invalid key
                  perform reduce-copy-count
              end-write.

       reduce-copy-count.
      *------------------
              if copies is numeric and copies > 0
              subtract 1 from copies
              rewrite catalog.
              if lc-status = 'LOST'
              move 'L' to log-result
              else
              move 'W' to log-result.
              perform write-access-log.
              add 1 to cnt-withdrawn.
              move 'Copy removed from circulation' to user-msg.
              display screen-record-stmsg.
