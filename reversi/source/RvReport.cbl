       01  vs-pc-b-win  pic 9(05) value 0.
       01  vs-pc-b-tot  pic 9(05) value 0.
       01  time-forfeits pic 9(05) value 0.
       01  imported      pic 9(05) value 0.
       01  move-total   pic 9(07) value 0.
       01  wk-i         pic 9(02).
       01  wk-idx       pic 9(02).
       01  cnt-ed2      pic zzzz9.
       01  rate-ed      pic zz9.9.
       01  avg-ed       pic zz9.9.
       01  cmd-args     pic x(60).
       01  web-sw       pic 9(01) value 0.
       01  web-label    pic x(30).
       01  ws-param.
           05  ws-func   pic x(04).
           05  ws-tag    pic x(12).
           05  ws-title  pic x(40).
           05  ws-text   pic x(132).
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
      *> RvReport [HTML] - HTML also sets the summary out as a web page
           accept cmd-args from command-line.
           move function upper-case(cmd-args) to cmd-args.
           inspect cmd-args tallying web-sw for all "HTML".
           if web-sw > 0
              move 1 to web-sw
              move "OPEN" to ws-func
              move "rvreport" to ws-tag
              move "Reversi results summary" to ws-title
              call "WebSpool" using ws-param
           end-if.
           move "RVREPORT-H01" to mc-id
           move "Reversi results summary" to mc-text
           perform HDG-RTN
           display function trim(mc-text trailing)
           display " "
           move "TITL" to ws-func.
           move "Reversi results summary" to ws-text.
           move "RVREPORT-H01" to mc-id.
           perform WHDG-RTN.
           perform WEB-RTN.
           open input results-file.
           if results-f-sts not = "00"
              display "Cannot open reversi_results.log sts="
                      results-f-sts
              perform WEB-CLOSE-RTN
              goback
           end-if.
           perform until 1 = 0
              read results-file at end exit perform
              end-read
              if results-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              evaluate rv-type
                 when "G"
                    perform TALLY-GAME-RTN
           end-perform.
           close results-file.
           if games-total = 0
              move "RVREPORT-H02" to mc-id
              move "No recorded games yet" to mc-text
              perform HDG-RTN
              display function trim(mc-text trailing)
              move "No recorded games yet" to ws-text
              move "RVREPORT-H02" to mc-id
              perform WHDG-RTN
              perform WEB-RTN
              perform WEB-CLOSE-RTN
              goback
           end-if.
           move "RVREPORT-H03" to mc-id.
           move "Games per month" to mc-text.
           perform HDG-RTN.
           display function trim(mc-text trailing).
           move "HEAD" to ws-func.
           move "Games per month" to ws-text.
           move "RVREPORT-H03" to mc-id.
           perform WHDG-RTN.
           perform WEB-RTN.
           move "COLS" to ws-func.
           move "Month|Games" to ws-text.
           move "RVREPORT-H04" to mc-id.
           perform WHDG-RTN.
           perform WEB-RTN.
           perform varying wk-i from 1 by 1 until wk-i > mon-cnt
              move mon-games(wk-i) to cnt-ed
              display "  " mon-key(wk-i)(1:4) "/"
                      mon-key(wk-i)(5:2) " :" cnt-ed
              move spaces to ws-text
              string mon-key(wk-i)(1:4) "/" mon-key(wk-i)(5:2)
                     "|" cnt-ed
                     delimited by size into ws-text
              perform WEB-RTN
           end-perform.
           display " ".
           move "HEAD" to ws-func.
           move "Totals" to ws-text.
           move "RVREPORT-H05" to mc-id.
           perform WHDG-RTN.
           perform WEB-RTN.
           move "COLS" to ws-func.
           move "Standing|Total" to ws-text.
           move "RVREPORT-H06" to mc-id.
           perform WHDG-RTN.
           perform WEB-RTN.
           move games-total to cnt-ed.
           move "RVREPORT-H09" to mc-id.
           move "Games total" to mc-text.
           perform HDG-RTN.
           move mc-text to web-label.
           display web-label(1:21) ":" cnt-ed.
           perform WEB-ROW-RTN.
           move white-wins to cnt-ed.
           move black-wins to cnt-ed2.
           move "RVREPORT-H10" to mc-id.
           move "Wins White / Black" to mc-text.
           perform HDG-RTN.
           move mc-text to web-label.
           display web-label(1:21) ":" cnt-ed " /" cnt-ed2.
           move spaces to ws-text.
           string web-label delimited by "  "
                  "|" cnt-ed " /" cnt-ed2
                  delimited by size into ws-text.
           perform WEB-RTN.
           move ties to cnt-ed.
           move "RVREPORT-H11" to mc-id.
           move "Ties" to mc-text.
           perform HDG-RTN.
           move mc-text to web-label.
           display web-label(1:21) ":" cnt-ed.
           perform WEB-ROW-RTN.
           compute wk-avg rounded = move-total / games-total.
           move wk-avg to avg-ed.
           move "RVREPORT-H12" to mc-id.
           move "Average moves / game" to mc-text.
           perform HDG-RTN.
           move mc-text to web-label.
           display web-label(1:21) ":  " avg-ed.
           move spaces to ws-text.
           string web-label delimited by "  "
                  "|" avg-ed
                  delimited by size into ws-text.
           perform WEB-RTN.
           move time-forfeits to cnt-ed.
           move "RVREPORT-H13" to mc-id.
           move "Time forfeits" to mc-text.
           perform HDG-RTN.
           move mc-text to web-label.
           display web-label(1:21) ":" cnt-ed.
           perform WEB-ROW-RTN.
           move imported to cnt-ed.
           move "RVREPORT-H14" to mc-id.
           move "Imported games" to mc-text.
           perform HDG-RTN.
           move mc-text to web-label.
           display web-label(1:21) ":" cnt-ed.
           perform WEB-ROW-RTN.
           display " ".
      *> the color stamp on each game record names the human's
      *> side; the computer held the other one
           move "RVREPORT-H07" to mc-id.
           move "Human vs computer" to mc-text.
           perform HDG-RTN.
           display function trim(mc-text trailing).
           move "HEAD" to ws-func.
           move "Human vs computer" to ws-text.
           move "RVREPORT-H07" to mc-id.
           perform WHDG-RTN.
           perform WEB-RTN.
           move "COLS" to ws-func.
           move "Computer side|Games|Human won|Human won %" to ws-text.
           move "RVREPORT-H08" to mc-id.
           perform WHDG-RTN.
           perform WEB-RTN.
           move vs-pc-w-tot to cnt-ed.
           move vs-pc-w-win to cnt-ed2.
           perform RATE-W-RTN.
           display "  PC as White:" cnt-ed " games, human won"
                   cnt-ed2 "  (" rate-ed "%)".
           move spaces to ws-text.
           string "White|" cnt-ed "|" cnt-ed2 "|" rate-ed
                  delimited by size into ws-text.
           perform WEB-RTN.
           move vs-pc-b-tot to cnt-ed.
           move vs-pc-b-win to cnt-ed2.
           perform RATE-B-RTN.
           display "  PC as Black:" cnt-ed " games, human won"
                   cnt-ed2 "  (" rate-ed "%)".
           move spaces to ws-text.
           string "Black|" cnt-ed "|" cnt-ed2 "|" rate-ed
                  delimited by size into ws-text.
           perform WEB-RTN.
           perform WEB-CLOSE-RTN.
           goback.

       WEB-ROW-RTN.
           move spaces to ws-text.
           string web-label delimited by "  "
                  "|" cnt-ed delimited by size
                  into ws-text.
           perform WEB-RTN.

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

       HDG-RTN.
      *> a fixed heading or note is looked up in the message
      *> catalog by the id in mc-id - mc-text holds the English
      *> and comes back in the shop's language
           move "GET " to mc-func.
           call "MsgCat" using mc-param.

       WEB-CLOSE-RTN.
           if web-sw = 1
              move "CLOS" to ws-func
              call "WebSpool" using ws-param
              display "Web page written to the data folder"
           end-if.

       TALLY-GAME-RTN.
           add 1 to games-total.
           perform FIND-MONTH-RTN.
           if rv-f9 = "TIME"
              add 1 to time-forfeits
           end-if.
      *> imported collection games were not played against the
      *> computer
           if rv-f9 = "IMPT"
              add 1 to imported
              exit paragraph
           end-if.
      *> rv-f8 is the HUMAN's color, so the computer held the
      *> opposite side, and a human win is rv-f6 = rv-f8
           if rv-f8 = "BLACK"
