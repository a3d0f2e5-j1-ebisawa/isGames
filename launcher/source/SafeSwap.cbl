       IDENTIFICATION DIVISION.

       PROGRAM-ID. SafeSwap.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select journal-file assign to "../data/swap_journal.log"
           organization line sequential
           file status jrn-f-sts.
       select probe-file assign to dynamic probe-file-name
           organization line sequential
           file status probe-f-sts.
       select audit-file assign to "../data/restore_audit.log"
           organization line sequential
           file status aud-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  journal-file.
       01  journal-record.
           05  jr-date    pic x(08).
           05  filler     pic x.
           05  jr-time    pic x(06).
           05  filler     pic x.
           05  jr-state   pic x(04).
           05  filler     pic x.
           05  jr-file    pic x(90).
       fd  probe-file.
       01  probe-record pic x(10).
       fd  audit-file.
       01  audit-record pic x(120).

       WORKING-STORAGE SECTION.
       01  jrn-f-sts      pic x(02).
       01  probe-f-sts    pic x(02).
       01  aud-f-sts      pic x(02).
       01  probe-file-name pic x(100).
       01  wk-curdate     pic x(21).
       01  jr-state-in    pic x(04).
       01  temp-name      pic x(100).
       01  copy-rcd       pic 9(04) comp-5.
       01  exist-sw       pic 9(01).
      *> recovery: where each file's last swap got to
       01  sj-tbl.
           05  sj-cnt     pic 9(03) value 0.
           05  sj-ent     occurs 300.
               10  sj-file    pic x(90).
               10  sj-state   pic x(04).
               10  sj-stamp   pic x(14).
               10  sj-keep    pic 9(01).
       01  wk-s           pic 9(03).
       01  hit-s          pic 9(03).
       01  now-secs       pic 9(12).
       01  stamp-in       pic x(14).
       01  stamp-secs     pic 9(12).
       01  age-secs       pic s9(12).
       01  aud-action     pic x(12).
       01  lock-param.
           05  lk-func  pic x(04).
           05  lk-file  pic x(90).
           05  lk-rc    pic 9(01).
       LINKAGE SECTION.
       01  swap-param.
           05  sw-func   pic x(04).
           05  sw-file   pic x(90).
           05  sw-temp   pic x(100).
           05  sw-count  pic 9(03).
           05  sw-rc     pic 9(01).

       PROCEDURE DIVISION using swap-param.
       MAIN.
      *> crash-safe rewriting for the shared data directory: a file
      *> being rewritten is written whole to <file>.new (BEGN hands
      *> back the name) and only copied over the original once it is
      *> closed (COMT). every step goes into swap_journal.log first,
      *> so RCVR at start-up can finish a swap that was committed or
      *> throw away a half-written copy; DROP abandons a rewrite.
      *> sw-rc 1 when COMT could not put the new copy in place
           move 0 to sw-rc.
           move function current-date to wk-curdate.
           move spaces to temp-name.
           string function trim(sw-file) ".new"
                  delimited by size into temp-name.
           evaluate sw-func
              when "BEGN"
                 move temp-name to sw-temp
                 move "WRIT" to jr-state-in
                 perform JOURNAL-RTN
              when "COMT"
                 move "PEND" to jr-state-in
                 perform JOURNAL-RTN
                 perform FINISH-RTN
      *> a copy that failed stays pending for the next start-up
                 if copy-rcd = 0
                    move "DONE" to jr-state-in
                    perform JOURNAL-RTN
                 else
                    move 1 to sw-rc
                 end-if
              when "DROP"
                 call "CBL_DELETE_FILE" using temp-name
                 move "DROP" to jr-state-in
                 perform JOURNAL-RTN
              when "RCVR"
                 perform RECOVER-RTN
           end-evaluate.
           goback.

       JOURNAL-RTN.
           move "../data/swap_journal.log" to lk-file.
           move "LOCK" to lk-func.
           call "FileLock" using lock-param.
           open extend journal-file.
           if jrn-f-sts = "35"
              open output journal-file
              close journal-file
              open extend journal-file
           end-if.
           if jrn-f-sts = "00"
              move spaces to journal-record
              move wk-curdate(1:8) to jr-date
              move wk-curdate(9:6) to jr-time
              move jr-state-in to jr-state
              move sw-file to jr-file
              write journal-record
              close journal-file
           end-if.
           move "UNLK" to lk-func.
           call "FileLock" using lock-param.

       FINISH-RTN.
      *> the new copy is complete - put it in place and clear it away;
      *> safe to repeat if a crash cuts it short
           call "CBL_COPY_FILE" using temp-name, sw-file
                                returning copy-rcd.
           if copy-rcd = 0
              call "CBL_DELETE_FILE" using temp-name
           end-if.

       RECOVER-RTN.
           move 0 to sw-count.
           move "../data/swap_journal.log" to lk-file.
           move "LOCK" to lk-func.
           call "FileLock" using lock-param.
           move 0 to sj-cnt.
           open input journal-file.
           if jrn-f-sts not = "00"
              move "UNLK" to lk-func
              call "FileLock" using lock-param
              exit paragraph
           end-if.
           perform until 1 = 0
              read journal-file at end exit perform
              end-read
              if jr-file = spaces
                 exit perform cycle
              end-if
              perform varying hit-s from 1 by 1 until hit-s > sj-cnt
                 if sj-file(hit-s) = jr-file
                    exit perform
                 end-if
              end-perform
              if hit-s > sj-cnt
                 if sj-cnt = 300
                    exit perform cycle
                 end-if
                 add 1 to sj-cnt
                 move sj-cnt to hit-s
                 move jr-file to sj-file(hit-s)
              end-if
              move jr-state to sj-state(hit-s)
              move spaces to sj-stamp(hit-s)
              string jr-date jr-time delimited by size
                     into sj-stamp(hit-s)
           end-perform.
           close journal-file.
           move wk-curdate(1:14) to stamp-in.
           perform STAMP-SECS-RTN.
           move stamp-secs to now-secs.
           perform varying wk-s from 1 by 1 until wk-s > sj-cnt
              perform RECOVER-ONE-RTN
           end-perform.
      *> only rewrites still under way on another station are kept
           open output journal-file.
           if jrn-f-sts = "00"
              perform varying wk-s from 1 by 1 until wk-s > sj-cnt
                 if sj-keep(wk-s) = 1
                    move spaces to journal-record
                    move sj-stamp(wk-s)(1:8) to jr-date
                    move sj-stamp(wk-s)(9:6) to jr-time
                    move sj-state(wk-s) to jr-state
                    move sj-file(wk-s) to jr-file
                    write journal-record
                 end-if
              end-perform
              close journal-file
           end-if.
           move "UNLK" to lk-func.
           call "FileLock" using lock-param.

       RECOVER-ONE-RTN.
           move 0 to sj-keep(wk-s).
           move sj-file(wk-s) to sw-file.
           move spaces to temp-name.
           string function trim(sw-file) ".new"
                  delimited by size into temp-name.
           evaluate sj-state(wk-s)
              when "PEND"
      *> committed but cut short: the new copy is whole, finish it
                 move temp-name to probe-file-name
                 perform PROBE-RTN
                 if exist-sw = 1
                    perform FINISH-RTN
                    if copy-rcd not = 0
                       move 1 to sj-keep(wk-s)
                       exit paragraph
                    end-if
                    move "FINISHED" to aud-action
                    perform AUDIT-RTN
                 else
                    move sw-file to probe-file-name
                    perform PROBE-RTN
                    if exist-sw = 0
                       move "LOST" to aud-action
                       perform AUDIT-RTN
                    end-if
                 end-if
              when "WRIT"
      *> a writer only this old has died; the original still stands
                 move sj-stamp(wk-s) to stamp-in
                 perform STAMP-SECS-RTN
                 compute age-secs = now-secs - stamp-secs
                 if sj-stamp(wk-s) is numeric and age-secs <= 120
                    move 1 to sj-keep(wk-s)
                    exit paragraph
                 end-if
                 move temp-name to probe-file-name
                 perform PROBE-RTN
                 if exist-sw = 1
                    call "CBL_DELETE_FILE" using temp-name
                    move "ROLLED BACK" to aud-action
                    perform AUDIT-RTN
                 end-if
           end-evaluate.

       PROBE-RTN.
           move 0 to exist-sw.
           open input probe-file.
           if probe-f-sts = "00"
              move 1 to exist-sw
              close probe-file
           end-if.

       AUDIT-RTN.
           add 1 to sw-count.
           display "recovered " function trim(sw-file) " - "
                   function trim(aud-action).
           open extend audit-file.
           if aud-f-sts = "35"
              open output audit-file
              close audit-file
              open extend audit-file
           end-if.
           if aud-f-sts = "00"
              move spaces to audit-record
              string wk-curdate(1:8) " " wk-curdate(9:6)
                     " SWAP " function trim(aud-action) " "
                     function trim(sw-file)
                     delimited by size into audit-record
              write audit-record
              close audit-file
           end-if.

       STAMP-SECS-RTN.
           if stamp-in is not numeric
              move 0 to stamp-secs
              exit paragraph
           end-if.
           compute stamp-secs =
                   function integer-of-date(
                   function numval(stamp-in(1:8))) * 86400
                 + function numval(stamp-in(9:2)) * 3600
                 + function numval(stamp-in(11:2)) * 60
                 + function numval(stamp-in(13:2)).
