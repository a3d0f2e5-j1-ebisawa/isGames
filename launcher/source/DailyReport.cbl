       01  wk-games     pic 9(05).
       01  wk-wins      pic 9(05).
       01  wk-total     pic 9(05).
       01  day-games    pic 9(09) value 0.
       01  wk-secs      pic 9(06).
       01  wk-best      pic 9(06).
       01  cnt-disp     pic zzzz9.
       01  cnt-disp3    pic zzzz9.
       01  cmd-args     pic x(40).
       01  wk-tok2      pic x(10).
       01  wk-tok3      pic x(10).
       01  print-sw     pic 9(01) value 0.
       01  web-sw       pic 9(01) value 0.
       01  web-ptr      pic 9(03).
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
       01  sn-param.
           05  sn-func    pic x(04).
           05  sn-count   pic 9(09).
           05  sn-result  pic x(04).
           05  sn-reason  pic x(60).


       PROCEDURE DIVISION.
       MAIN.
           accept cmd-args from command-line.
           move spaces to report-date wk-tok2 wk-tok3.
           unstring cmd-args delimited by all space
                    into report-date wk-tok2 wk-tok3.
      *> the date and the PRINT and HTML keywords may come in any
      *> order
           perform 2 times
              evaluate function upper-case(report-date)
                 when "PRINT"
                    move 1 to print-sw
                    move wk-tok2 to report-date
                    move wk-tok3 to wk-tok2
                    move spaces to wk-tok3
                 when "HTML"
                    move 1 to web-sw
                    move wk-tok2 to report-date
                    move wk-tok3 to wk-tok2
                    move spaces to wk-tok3
              end-evaluate
           end-perform.
           if function upper-case(wk-tok2) = "PRINT" or
              function upper-case(wk-tok3) = "PRINT"
              move 1 to print-sw
           end-if.
           if function upper-case(wk-tok2) = "HTML" or
              function upper-case(wk-tok3) = "HTML"
              move 1 to web-sw
           end-if.
           if report-date = spaces or
              report-date is not numeric
              move "Daily activity digest" to ps-title
              call "PrintSpool" using ps-param
           end-if.
           if web-sw = 1
              move "OPEN" to ws-func
              move "dailyreport" to ws-tag
              move "Daily activity digest" to ws-title
              call "WebSpool" using ws-param
           end-if.
           move "DAILYREPORT-H01" to mc-id.
           move "Daily activity digest for" to mc-text.
           perform LBL-RTN.
           move spaces to prt-text.
           string function trim(mc-text trailing) " " report-date(1:4)
                  "/" report-date(5:2) "/" report-date(7:2)
                  delimited by size into prt-text.
           perform PRT-RTN.
           move "TITL" to ws-func.
           move prt-text to ws-text.
           perform WEB-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
      *> the page gets one table row per game in place of the lines
           move "COLS" to ws-func.
           move "Game|Played|Won|Notes" to ws-text.
           move "DAILYREPORT-H02" to mc-id.
           perform WHDG-RTN.
           perform WEB-RTN.
           perform HITBLOW-RTN.
           perform JANKEN-RTN.
           perform MINESWEEPER-RTN.
              call "PrintSpool" using ps-param
              display "Print-image file written to the data folder"
           end-if
           if web-sw = 1
              move "CLOS" to ws-func
              call "WebSpool" using ws-param
              display "Web page written to the data folder"
           end-if
           move "PUT " to sn-func.
           move day-games to sn-count.
           move "OK" to sn-result.
           move spaces to sn-reason.
           call "StepNote" using sn-param
              on exception continue
           end-call.
           goback.

       PRT-RTN.
              call "PrintSpool" using ps-param
           end-if.

       LBL-RTN.
      *> the fixed wording of a heading that carries data -
      *> mc-text holds it in English and comes back in the
      *> shop's language
           move "GET " to mc-func.
           call "MsgCat" using mc-param.

       WEB-RTN.
           if web-sw = 1
              call "WebSpool" using ws-param
           end-if.
           move "LINE" to ws-func.

       WHDG-RTN.
      *> the same for the web page's own heading lines
           move "GET " to mc-func.
           move ws-text to mc-text.
           call "MsgCat" using mc-param.
           move mc-text to ws-text.

       HITBLOW-RTN.
           move "../data/hitblow_history.log" to data-file-name.
              perform until 1 = 0
                 read data-file at end exit perform
                 end-read
                 if data-line(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if data-line(1:8) = report-date
                    add 1 to wk-games
                    if data-line(23:3) = "WIN" or
                       data-line(23:5) = "BZWIN"
                       add 1 to wk-wins
                    end-if
                 end-if
              end-perform
              close data-file
           end-if.
           add wk-games to day-games.
           move wk-games to cnt-disp
           move wk-wins  to cnt-disp2
           move spaces to prt-text.
                  "  wins" cnt-disp2
                  delimited by size into prt-text.
           perform PRT-RTN.
           move spaces to ws-text.
           string "HitBlow|" cnt-disp "|" cnt-disp2 "|"
                  delimited by size into ws-text.
           perform WEB-RTN.

       JANKEN-RTN.
           move "../data/janken_rounds.log" to data-file-name.
              perform until 1 = 0
                 read data-file at end exit perform
                 end-read
                 if data-line(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if data-line(1:8) = report-date
                    add 1 to wk-games
                    if data-line(25:1) = "2"
              perform until 1 = 0
                 read data-file at end exit perform
                 end-read
                 if data-line(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 add 1 to wk-total
              end-perform
              close data-file
           end-if.
           add wk-games to day-games.
           move wk-games to cnt-disp
           move wk-wins  to cnt-disp2
           move wk-total to cnt-disp3
                  "  (matches on file" cnt-disp3 ")"
                  delimited by size into prt-text.
           perform PRT-RTN.
           move spaces to ws-text.
           string "Janken|" cnt-disp "|" cnt-disp2
                  "|matches on file" cnt-disp3
                  delimited by size into ws-text.
           perform WEB-RTN.

       MINESWEEPER-RTN.
           move "../data/minesweeper_results.log"
              perform until 1 = 0
                 read data-file at end exit perform
                 end-read
                 if data-line(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if data-line(1:8) = report-date
                    add 1 to wk-games
                    if data-line(36:3) = "WIN"
              end-perform
              close data-file
           end-if.
           add wk-games to day-games.
           move wk-games to cnt-disp
           move wk-wins  to cnt-disp2
           move spaces to prt-text.
                     delimited by size into prt-text
           end-if.
           perform PRT-RTN.
           move spaces to ws-text.
           move 1 to web-ptr.
           string "MineSweeper|" cnt-disp "|" cnt-disp2 "|"
                  delimited by size into ws-text with pointer web-ptr.
           if wk-best not = 999999
              string "fastest win" cnt-disp3 "s"
                     delimited by size into ws-text with pointer web-ptr
           end-if.
           perform WEB-RTN.

       CATSEYE-RTN.
           move "../data/catseye_beststeps.log" to data-file-name.
              perform until 1 = 0
                 read data-file at end exit perform
                 end-read
                 if data-line(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 add 1 to wk-total
              end-perform
              close data-file
           string "CatsEye     : best-step records held" cnt-disp
                  delimited by size into prt-text.
           perform PRT-RTN.
           move spaces to ws-text.
           string "CatsEye|||best-step records held" cnt-disp
                  delimited by size into ws-text.
           perform WEB-RTN.

       REVERSI-RTN.
           move "../data/reversi_results.log" to data-file-name.
              perform until 1 = 0
                 read data-file at end exit perform
                 end-read
                 if data-line(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
      *> games brought in by RvImport (IMPT) were not played here
                 if data-line(1:1) = "G" and
                    data-line(7:8) = report-date and
                    data-line(57:4) not = "IMPT"
                    add 1 to wk-games
                 end-if
              end-perform
              close data-file
           end-if.
           add wk-games to day-games.
           move wk-games to cnt-disp
           move spaces to prt-text.
           string "Reversi     : games" cnt-disp
                  delimited by size into prt-text.
           perform PRT-RTN.
           move spaces to ws-text.
           string "Reversi|" cnt-disp "||"
                  delimited by size into ws-text.
           perform WEB-RTN.

       STACKQUE-RTN.
           move "../data/stackque_stats.log" to data-file-name.
              perform until 1 = 0
                 read data-file at end exit perform
                 end-read
                 if data-line(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if data-line(1:8) = report-date
                    add 1 to wk-games
                 end-if
              end-perform
              close data-file
           end-if.
           add wk-games to day-games.
           move wk-games to cnt-disp
           move spaces to prt-text.
           string "StackQue    : sessions" cnt-disp
                  delimited by size into prt-text.
           perform PRT-RTN.
           move spaces to ws-text.
           string "StackQue|" cnt-disp "||sessions"
                  delimited by size into ws-text.
           perform WEB-RTN.

       STARPILOT-RTN.
           move "../data/starpilot_missions.log" to data-file-name.
              perform until 1 = 0
                 read data-file at end exit perform
                 end-read
                 if data-line(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if data-line(1:8) = report-date
                    add 1 to wk-games
                    if data-line(48:4) = "PASS"
              end-perform
              close data-file
           end-if.
           add wk-games to day-games.
           move wk-games to cnt-disp
           move wk-wins  to cnt-disp2
           move spaces to prt-text.
                  "  passed" cnt-disp2
                  delimited by size into prt-text.
           perform PRT-RTN.
           move spaces to ws-text.
           string "StarPilot|" cnt-disp "|" cnt-disp2 "|missions"
                  delimited by size into ws-text.
           perform WEB-RTN.
