           05  res-hints    pic 9(02).
           05  filler       pic x.
           05  res-player   pic x(10).
           05  filler       pic x.
           05  res-verdict  pic x(07).
           05  filler       pic x.
           05  res-3bv      pic x(03).
           05  filler       pic x.
           05  res-clicks   pic x(04).
           05  filler       pic x.
           05  res-noguess  pic x(01).

       WORKING-STORAGE SECTION.
       01  result-f-sts pic x(02).
           05  diff-cnt pic 9(02) value 0.
           05  filler occurs 20.
               10  df-label pic x(12).
               10  df-ng    pic x(01).
               10  df-games pic 9(05).
               10  df-wins  pic 9(05).
               10  df-secs  pic 9(08).
               10  df-hints pic 9(05).
       01  wk-rate      pic 9(03)v9(02).
       01  wk-avg       pic 9(05)v9(01).
       01  wk-ng        pic x(01).
       01  wk-ng-cnt    pic 9(02) value 0.
       01  dtl-line.
           05  dtl-diff   pic x(12).
           05  filler     pic x(02) value space.
           05  dtl-hints  pic zzzz9.
       01  cmd-args     pic x(40).
       01  print-sw     pic 9(01) value 0.
       01  web-sw       pic 9(01) value 0.
       01  ws-param.
           05  ws-func   pic x(04).
           05  ws-tag    pic x(12).
           05  ws-title  pic x(40).
           05  ws-text   pic x(132).
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
              move "MineSweeper results report" to ps-title
              call "PrintSpool" using ps-param
           end-if
           inspect cmd-args tallying web-sw
                   for all "HTML"
           if web-sw > 0
              move 1 to web-sw
              move "OPEN" to ws-func
              move "msreport" to ws-tag
              move "MineSweeper results report" to ws-title
              call "WebSpool" using ws-param
           end-if
           move "MineSweeper results report" to prt-text
           move "MSREPORT-H01" to mc-id
           perform HDG-RTN
           move "TITL" to ws-func
           perform PRT-RTN
           move spaces to prt-text
           perform PRT-RTN
           if result-f-sts not = "00"
              display "Cannot open minesweeper_results.log sts="
                      result-f-sts
              perform WEB-CLOSE-RTN
              goback
           end-if.
           perform until 1 = 0
              read result-file at end exit perform
              end-read
              if result-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
      *> no-guess fields are easier - they get a section of their own
              if res-noguess = "Y"
                 move "Y" to wk-ng
              else
                 move space to wk-ng
              end-if
              perform FIND-DIFF-RTN
              if wk-idx > 0
                 add 1 to df-games(wk-idx)
           close result-file.
           if diff-cnt = 0
              move "No results on file yet" to prt-text
              move "MSREPORT-H02" to mc-id
              perform HDG-RTN
              perform PRT-RTN
           if print-sw = 1
              move "CLOS" to ps-func
              call "PrintSpool" using ps-param
              display "Print-image file written to the data folder"
           end-if
              perform WEB-CLOSE-RTN
              goback
           end-if.
           move space to wk-ng
           perform LIST-DIFF-RTN
           if wk-ng-cnt > 0
              move spaces to prt-text
              perform PRT-RTN
              move "No-guess fields" to prt-text
              move "MSREPORT-H03" to mc-id
              perform HDG-RTN
              move "HEAD" to ws-func
              perform PRT-RTN
              move "Y" to wk-ng
              perform LIST-DIFF-RTN
           end-if
           if print-sw = 1
              move "CLOS" to ps-func
              call "PrintSpool" using ps-param
              display "Print-image file written to the data folder"
           end-if
           perform WEB-CLOSE-RTN
           goback.

       LIST-DIFF-RTN.
           move "Difficulty    Games   Wins  Win%    AvgSecs  Hints"
             to prt-text
           move "MSREPORT-H04" to mc-id
           perform HDG-RTN
           move "COLS" to ws-func
           perform PRT-RTN
           perform varying wk-i from 1 by 1 until wk-i > diff-cnt
              if df-ng(wk-i) not = wk-ng
                 exit perform cycle
              end-if
              move df-label(wk-i) to dtl-diff
              move df-games(wk-i) to dtl-games
              move df-wins(wk-i)  to dtl-wins
              move dtl-line to prt-text
              perform PRT-RTN
           end-perform.

       PRT-RTN.
      *> ws-func says how the web page takes the line - a heading,
      *> a table's column headings, or (by default) a plain line
           display prt-text(1:78).
           if print-sw = 1
              move "LINE" to ps-func
              move prt-text to ps-text
              call "PrintSpool" using ps-param
           end-if.
           if web-sw = 1
              move prt-text to ws-text
              call "WebSpool" using ws-param
           end-if.
           move "LINE" to ws-func.

       HDG-RTN.
      *> a fixed heading or note is looked up in the message
      *> catalog by the id in mc-id and comes back in the
      *> shop's language
           move "GET " to mc-func.
           move prt-text to mc-text.
           call "MsgCat" using mc-param.
           move mc-text to prt-text.

       WEB-CLOSE-RTN.
           if web-sw = 1
              move "CLOS" to ws-func
              call "WebSpool" using ws-param
              display "Web page written to the data folder"
           end-if.

       FIND-DIFF-RTN.
           move 0 to wk-idx.
           perform varying wk-i from 1 by 1 until wk-i > diff-cnt
              if df-label(wk-i) = res-diff and df-ng(wk-i) = wk-ng
                 move wk-i to wk-idx
                 exit perform
              end-if
              add 1 to diff-cnt
              move diff-cnt to wk-idx
              move res-diff to df-label(wk-idx)
              move wk-ng to df-ng(wk-idx)
              if wk-ng = "Y"
                 add 1 to wk-ng-cnt
              end-if
              move 0 to df-games(wk-idx) df-wins(wk-idx)
                        df-secs(wk-idx) df-hints(wk-idx)
           end-if.
