       IDENTIFICATION DIVISION.

       PROGRAM-ID. SqGrades.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select grades-file assign to "../data/stackque_grades.log"
           organization line sequential
           file status grd-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  grades-file.
       01  grades-record.
           05  gr-date    pic x(08).
           05  filler     pic x.
           05  gr-time    pic x(06).
           05  filler     pic x.
           05  gr-name    pic x(20).
           05  filler     pic x.
           05  gr-player  pic x(10).
           05  filler     pic x.
           05  gr-ops     pic 9(04).
           05  filler     pic x.
           05  gr-budget  pic 9(04).
           05  filler     pic x.
           05  gr-result  pic x(04).
           05  filler     pic x.
           05  gr-reason  pic x(24).

       WORKING-STORAGE SECTION.
       01  grd-f-sts    pic x(02).
       01  tr-tbl.
           05  tr-cnt pic 9(02) value 0.
           05  filler occurs 50.
               10  tr-name     pic x(10).
               10  tr-att      pic 9(05).
               10  tr-pass     pic 9(05).
               10  tr-ex-pass  pic 9(03).
               10  tr-ops-sum  pic 9(07).
       01  xr-tbl.
           05  xr-cnt pic 9(02) value 0.
           05  filler occurs 40.
               10  xr-name     pic x(20).
               10  xr-att      pic 9(05).
               10  xr-pass     pic 9(05).
               10  xr-budget   pic 9(04).
               10  xr-best     pic 9(04).
               10  xr-holder   pic x(10).
      *> one cell of the grade book: a trainee on an exercise
       01  pr-tbl.
           05  pr-cnt pic 9(03) value 0.
           05  filler occurs 500.
               10  pr-tr       pic 9(02).
               10  pr-xr       pic 9(02).
               10  pr-att      pic 9(03).
               10  pr-pass     pic 9(03).
               10  pr-best     pic 9(04).
               10  pr-last     pic x(04).
               10  pr-reason   pic x(24).
       01  wk-i         pic 9(03).
       01  wk-j         pic 9(03).
       01  wk-tr        pic 9(02).
       01  wk-xr        pic 9(02).
       01  wk-pr        pic 9(03).
       01  wk-player    pic x(10).
       01  wk-rate      pic 9(03)v9(01).
       01  wk-avg       pic 9(04)v9(01).
       01  cnt-ed       pic zzzz9.
       01  cnt-ed2      pic zzzz9.
       01  rate-ed      pic zz9.9.
       01  avg-ed       pic zzz9.9.
       01  ops-ed       pic zzz9.
       01  ops-ed2      pic zzz9.
       01  cmd-args     pic x(80).
       01  print-sw     pic 9(01) value 0.
       01  ps-param.
           05  ps-func   pic x(04).
           05  ps-tag    pic x(12).
           05  ps-title  pic x(40).
           05  ps-text   pic x(132).
       01  prt-text     pic x(132).
      *> report headings come from the message catalog, in the
      *> language the shop has set
       01  mc-param.
           05  mc-func   pic x(04).
           05  mc-id     pic x(16).
           05  mc-lang   pic x(02).
           05  mc-text   pic x(80).
           05  mc-rc     pic 9(01).

       PROCEDURE DIVISION.
       MAIN.
           accept cmd-args from command-line
           move function upper-case(cmd-args) to cmd-args
           move 0 to print-sw
           inspect cmd-args tallying print-sw for all "PRINT"
           if print-sw > 0
              move 1 to print-sw
              move "OPEN" to ps-func
              move "sqgrades" to ps-tag
              move "StackQue grade book" to ps-title
              call "PrintSpool" using ps-param
           end-if
           move "StackQue grade book" to prt-text
           move "SQGRADES-H01" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move spaces to prt-text
           perform PRT-RTN
           open input grades-file.
           if grd-f-sts not = "00"
              move spaces to prt-text
              string "Cannot open stackque_grades.log sts="
                     grd-f-sts delimited by size into prt-text
              perform PRT-RTN
              perform CLOSE-PRINT-RTN
              goback
           end-if.
           perform until 1 = 0
              read grades-file at end exit perform
              end-read
              if grades-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              perform TALLY-ATTEMPT-RTN
           end-perform.
           close grades-file.
           if pr-cnt = 0
              move "No exercise attempts on file" to prt-text
              move "SQGRADES-H02" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              perform CLOSE-PRINT-RTN
              goback
           end-if.
           perform TRAINEE-SECTION-RTN.
           move spaces to prt-text
           perform PRT-RTN
           perform EXERCISE-SECTION-RTN.
           perform CLOSE-PRINT-RTN
           goback.

       PRT-RTN.
           display prt-text(1:78).
           if print-sw = 1
              move "LINE" to ps-func
              move prt-text to ps-text
              call "PrintSpool" using ps-param
           end-if.

       HDG-RTN.
      *> a fixed heading or note is looked up in the message
      *> catalog by the id in mc-id and comes back in the
      *> shop's language
           move "GET " to mc-func.
           move prt-text to mc-text.
           call "MsgCat" using mc-param.
           move mc-text to prt-text.

       CLOSE-PRINT-RTN.
           if print-sw = 1
              move "CLOS" to ps-func
              call "PrintSpool" using ps-param
              display "Print-image file written to the data folder"
           end-if.

       TALLY-ATTEMPT-RTN.
           if gr-player = spaces
              move "(unknown)" to wk-player
           else
              move gr-player to wk-player
           end-if.
           move 0 to wk-tr.
           perform varying wk-i from 1 by 1 until wk-i > tr-cnt
              if tr-name(wk-i) = wk-player
                 move wk-i to wk-tr
                 exit perform
              end-if
           end-perform.
           if wk-tr = 0 and tr-cnt < 50
              add 1 to tr-cnt
              move tr-cnt to wk-tr
              move wk-player to tr-name(wk-tr)
              move 0 to tr-att(wk-tr) tr-pass(wk-tr)
              move 0 to tr-ex-pass(wk-tr) tr-ops-sum(wk-tr)
           end-if.
           move 0 to wk-xr.
           perform varying wk-i from 1 by 1 until wk-i > xr-cnt
              if xr-name(wk-i) = gr-name
                 move wk-i to wk-xr
                 exit perform
              end-if
           end-perform.
           if wk-xr = 0 and xr-cnt < 40
              add 1 to xr-cnt
              move xr-cnt to wk-xr
              move gr-name to xr-name(wk-xr)
              move 0 to xr-att(wk-xr) xr-pass(wk-xr)
              move 9999 to xr-best(wk-xr)
              move spaces to xr-holder(wk-xr)
           end-if.
           if wk-tr = 0 or wk-xr = 0
              exit paragraph
           end-if.
           move 0 to wk-pr.
           perform varying wk-i from 1 by 1 until wk-i > pr-cnt
              if pr-tr(wk-i) = wk-tr and pr-xr(wk-i) = wk-xr
                 move wk-i to wk-pr
                 exit perform
              end-if
           end-perform.
           if wk-pr = 0 and pr-cnt < 500
              add 1 to pr-cnt
              move pr-cnt to wk-pr
              move wk-tr to pr-tr(wk-pr)
              move wk-xr to pr-xr(wk-pr)
              move 0 to pr-att(wk-pr) pr-pass(wk-pr)
              move 9999 to pr-best(wk-pr)
           end-if.
           if wk-pr = 0
              exit paragraph
           end-if.
      *> the budget shown is the one the latest attempt ran under
           move gr-budget to xr-budget(wk-xr).
           add 1 to tr-att(wk-tr) xr-att(wk-xr) pr-att(wk-pr).
           move gr-result to pr-last(wk-pr).
           move gr-reason to pr-reason(wk-pr).
           if gr-result = "PASS"
              add 1 to tr-pass(wk-tr) xr-pass(wk-xr) pr-pass(wk-pr)
              add gr-ops to tr-ops-sum(wk-tr)
              if pr-pass(wk-pr) = 1
                 add 1 to tr-ex-pass(wk-tr)
              end-if
              if gr-ops < pr-best(wk-pr)
                 move gr-ops to pr-best(wk-pr)
              end-if
              if gr-ops < xr-best(wk-xr)
                 move gr-ops to xr-best(wk-xr)
                 move wk-player to xr-holder(wk-xr)
              end-if
           end-if.

       TRAINEE-SECTION-RTN.
           move "By trainee" to prt-text.
           move "SQGRADES-H03" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move "  Trainee     Tries  Passed  Pass%  Cleared  Avg ops"
             to prt-text.
           move "SQGRADES-H04" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           perform varying wk-tr from 1 by 1 until wk-tr > tr-cnt
              move tr-att(wk-tr) to cnt-ed
              move tr-pass(wk-tr) to cnt-ed2
              move 0 to wk-rate wk-avg
              if tr-att(wk-tr) > 0
                 compute wk-rate rounded = tr-pass(wk-tr) * 100
                         / tr-att(wk-tr)
              end-if
              if tr-pass(wk-tr) > 0
                 compute wk-avg rounded = tr-ops-sum(wk-tr)
                         / tr-pass(wk-tr)
              end-if
              move wk-rate to rate-ed
              move wk-avg to avg-ed
              move tr-ex-pass(wk-tr) to ops-ed
              move spaces to prt-text
              string "  " tr-name(wk-tr) " " cnt-ed "   " cnt-ed2
                     "  " rate-ed "    " ops-ed "   " avg-ed
                     delimited by size into prt-text
              perform PRT-RTN
              perform varying wk-pr from 1 by 1 until wk-pr > pr-cnt
                 if pr-tr(wk-pr) = wk-tr
                    perform TRAINEE-LINE-RTN
                 end-if
              end-perform
           end-perform.

       TRAINEE-LINE-RTN.
           move pr-xr(wk-pr) to wk-xr.
           move pr-att(wk-pr) to ops-ed2.
           move spaces to prt-text.
           if pr-pass(wk-pr) > 0
              move pr-best(wk-pr) to ops-ed
              string "      " xr-name(wk-xr) " tries" ops-ed2
                     "  PASS  best " ops-ed " ops"
                     delimited by size into prt-text
           else
              string "      " xr-name(wk-xr) " tries" ops-ed2
                     "  not passed - " function trim(pr-reason(wk-pr))
                     delimited by size into prt-text
           end-if.
           perform PRT-RTN.

       EXERCISE-SECTION-RTN.
           move "By exercise" to prt-text.
           move "SQGRADES-H05" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move spaces to prt-text.
           string "  Exercise              Tries  Pass%  Budget"
                  "  Best  Holder" delimited by size into prt-text.
           move "SQGRADES-H06" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           perform varying wk-xr from 1 by 1 until wk-xr > xr-cnt
              move xr-att(wk-xr) to cnt-ed
              move 0 to wk-rate
              if xr-att(wk-xr) > 0
                 compute wk-rate rounded = xr-pass(wk-xr) * 100
                         / xr-att(wk-xr)
              end-if
              move wk-rate to rate-ed
              move xr-budget(wk-xr) to ops-ed2
              move spaces to prt-text
              if xr-pass(wk-xr) > 0
                 move xr-best(wk-xr) to ops-ed
                 string "  " xr-name(wk-xr) cnt-ed "  " rate-ed
                        "    " ops-ed2 "  " ops-ed "  " xr-holder(wk-xr)
                        delimited by size into prt-text
              else
                 string "  " xr-name(wk-xr) cnt-ed "  " rate-ed
                        "    " ops-ed2 "  ----"
                        delimited by size into prt-text
              end-if
              perform PRT-RTN
           end-perform.
