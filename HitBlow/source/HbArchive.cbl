
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select history-file assign to dynamic history-file-name
           organization line sequential
           file status hist-f-sts.
       select archive-file assign to dynamic archive-file-name
       01  arch-f-sts   pic x(02).
       01  roll-f-sts   pic x(02).
       01  archive-file-name pic x(128).
       01  history-file-name pic x(100)
                             value "../data/hitblow_history.log".
       01  wk-curdate   pic x(21).
       01  cur-month    pic x(06).
       01  wk-i         pic 9(04).
       01  arch-moved   pic 9(04) value 0.
       01  overflow-sw  pic 9(01) value 0.
       01  arch-err-sw  pic 9(01) value 0.
       01  sn-param.
           05  sn-func    pic x(04).
           05  sn-count   pic 9(09).
           05  sn-result  pic x(04).
           05  sn-reason  pic x(60).
       01  swap-param.
           05  sw-func   pic x(04).
           05  sw-file   pic x(90).
           05  sw-temp   pic x(100).
           05  sw-count  pic 9(03).
           05  sw-rc     pic 9(01).

       PROCEDURE DIVISION.
       MAIN.
           if overflow-sw = 1
              display "HbArchive: more than 2000 records per side -"
                      " nothing touched, archive in smaller steps"
              move "more than 2000 records per side" to sn-reason
              perform STEP-FAIL-RTN
              goback
           end-if.
           if old-cnt = 0
              display "HbArchive: nothing older than " cur-month
                      " - history left as is"
              perform STEP-DONE-RTN
              goback
           end-if.
           perform PREFLIGHT-MONTHS-RTN.
           if arch-err-sw = 1
              display "HbArchive: archive files not writable -"
                      " nothing touched"
              move "archive files not writable" to sn-reason
              perform STEP-FAIL-RTN
              goback
           end-if.
           perform ARCHIVE-MONTHS-RTN.
           if arch-err-sw = 1
              display "HbArchive: archive write failed -"
                      " live history left as is"
              move "archive write failed" to sn-reason
              perform STEP-FAIL-RTN
              goback
           end-if.
           perform REWRITE-HISTORY-RTN.
           if arch-err-sw = 1
              move "history rewrite failed" to sn-reason
              perform STEP-FAIL-RTN
              goback
           end-if.
           display "HbArchive: archived " arch-moved
                   " records, kept " keep-cnt.
           perform STEP-DONE-RTN.
           goback.

      *> when run as a nightly step, leave BatchNight the count and
      *> the outcome for its run history
       STEP-DONE-RTN.
           move arch-moved to sn-count.
           move "OK" to sn-result.
           move spaces to sn-reason.
           perform STEP-NOTE-RTN.

       STEP-FAIL-RTN.
           move 0 to sn-count.
           move "FAIL" to sn-result.
           perform STEP-NOTE-RTN.

       STEP-NOTE-RTN.
           move "PUT " to sn-func.
           call "StepNote" using sn-param
              on exception continue
           end-call.

       SPLIT-HISTORY-RTN.
           open input history-file.
           if hist-f-sts not = "00"
           perform until 1 = 0
              read history-file at end exit perform
              end-read
              if hist-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if hist-date(1:6) < cur-month
                 if old-cnt < 2000
                    add 1 to old-cnt
              add 1 to arch-moved
              add 1 to mon-games
              add or-tries to mon-tries
              if or-result = "WIN" or or-result = "BZWIN"
                 add 1 to mon-wins
              end-if
           end-perform.
           close rollup-file.

       REWRITE-HISTORY-RTN.
      *> written to a new copy first, swapped in once it is whole
           move history-file-name to sw-file.
           move "BEGN" to sw-func.
           call "SafeSwap" using swap-param.
           move sw-temp to history-file-name.
           open output history-file.
           if hist-f-sts not = "00"
              display "Cannot rewrite hitblow_history.log sts="
                      hist-f-sts " - records are in the archives"
              move 1 to arch-err-sw
              move sw-file to history-file-name
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              exit paragraph
           end-if.
           move "*LAYOUT 01" to hist-record.
           write hist-record.
           perform varying wk-i from 1 by 1 until wk-i > keep-cnt
              move keep-rec(wk-i) to hist-record
              write hist-record
           end-perform.
           close history-file.
           move sw-file to history-file-name.
           move "COMT" to sw-func.
           call "SafeSwap" using swap-param.
