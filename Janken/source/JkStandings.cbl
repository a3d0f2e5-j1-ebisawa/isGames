       01  cnt-disp2       pic zzzz9.
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
              move "Janken tournament standings" to ps-title
              call "PrintSpool" using ps-param
           end-if
           inspect cmd-args tallying web-sw
                   for all "HTML"
           if web-sw > 0
              move 1 to web-sw
              move "OPEN" to ws-func
              move "jkstandings" to ws-tag
              move "Janken tournament standings" to ws-title
              call "WebSpool" using ws-param
           end-if
           move "Janken tournament standings" to prt-text
           move "JKSTANDINGS-H01" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move "TITL" to ws-func
           move prt-text to ws-text
           perform WEB-RTN
           move spaces to prt-text
           perform PRT-RTN
           open input tourney-file.
           if tourney-f-sts not = "00"
              display "Cannot open janken_tourney.log sts="
                      tourney-f-sts
              perform WEB-CLOSE-RTN
              goback
           end-if.
           perform until 1 = 0
              read tourney-file at end exit perform
              end-read
              if tourney-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              add 1 to matches-played
              add t-my-wins to games-you
              add t-pc-wins to games-pc
           close tourney-file.
           if matches-played = 0
              move "No matches on file yet" to prt-text
              move "JKSTANDINGS-H02" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              move prt-text to ws-text
              perform WEB-RTN
           if print-sw = 1
              move "CLOS" to ps-func
              call "PrintSpool" using ps-param
              display "Print-image file written to the data folder"
           end-if
              perform WEB-CLOSE-RTN
              goback
           end-if.
           move "COLS" to ws-func
           move "Standing|Total" to ws-text
           move "JKSTANDINGS-H03" to mc-id
           perform WHDG-RTN
           perform WEB-RTN
           move matches-played to cnt-disp
           move "JKSTANDINGS-H04" to mc-id
           move "Matches played      :" to mc-text
           perform LBL-RTN
           move spaces to prt-text
           string function trim(mc-text trailing) cnt-disp
                  delimited by size into prt-text
           move "ROW " to ws-func
           perform PRT-RTN.
           move matches-you to cnt-disp
           move matches-pc  to cnt-disp2
           move "JKSTANDINGS-H05" to mc-id
           move "Match wins YOU / PC :" to mc-text
           perform LBL-RTN
           move spaces to prt-text
           string function trim(mc-text trailing)
                  cnt-disp " /" cnt-disp2
                  delimited by size into prt-text
           move "ROW " to ws-func
           perform PRT-RTN.
           move matches-drawn to cnt-disp
           move "JKSTANDINGS-H06" to mc-id
           move "Matches drawn       :" to mc-text
           perform LBL-RTN
           move spaces to prt-text
           string function trim(mc-text trailing) cnt-disp
                  delimited by size into prt-text
           move "ROW " to ws-func
           perform PRT-RTN.
           move games-you to cnt-disp
           move games-pc  to cnt-disp2
           move "JKSTANDINGS-H07" to mc-id
           move "Game wins  YOU / PC :" to mc-text
           perform LBL-RTN
           move spaces to prt-text
           string function trim(mc-text trailing)
                  cnt-disp " /" cnt-disp2
                  delimited by size into prt-text
           move "ROW " to ws-func
           perform PRT-RTN.
           move games-drawn to cnt-disp
           move "JKSTANDINGS-H08" to mc-id
           move "Games drawn         :" to mc-text
           perform LBL-RTN
           move spaces to prt-text
           string function trim(mc-text trailing) cnt-disp
                  delimited by size into prt-text
           move "ROW " to ws-func
           perform PRT-RTN.
           move streak-len to cnt-disp
           move "JKSTANDINGS-H09" to mc-id
           move "Current streak      :" to mc-text
           perform LBL-RTN
           move spaces to prt-text
           string function trim(mc-text trailing) " " streak-winner
                  " x" cnt-disp
                  delimited by size into prt-text
           move "ROW " to ws-func
           perform PRT-RTN.
           perform PRINT-PLACEMENTS-RTN.
           if print-sw = 1
              call "PrintSpool" using ps-param
              display "Print-image file written to the data folder"
           end-if
           perform WEB-CLOSE-RTN
           goback.

       PRT-RTN.
              move prt-text to ps-text
              call "PrintSpool" using ps-param
           end-if.
      *> the standings lines are "label : figure" - on the web page
      *> the label and the figure become the two cells of a row
           if web-sw = 1 and ws-func = "ROW "
              move prt-text to ws-text
              inspect ws-text replacing first ":" by "|"
              move "LINE" to ws-func
              call "WebSpool" using ws-param
           end-if.

       HDG-RTN.
      *> a fixed heading or note is looked up in the message
      *> catalog by the id in mc-id and comes back in the
      *> shop's language
           move "GET " to mc-func.
           move prt-text to mc-text.
           call "MsgCat" using mc-param.
           move mc-text to prt-text.

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

       WEB-CLOSE-RTN.
           if web-sw = 1
              move "CLOS" to ws-func
              call "WebSpool" using ws-param
              display "Web page written to the data folder"
           end-if.


       PRINT-PLACEMENTS-RTN.
                 move spaces to prt-text
                 perform PRT-RTN
                 move "Bracket placements" to prt-text
                 move "JKSTANDINGS-H10" to mc-id
                 perform HDG-RTN
                 perform PRT-RTN
                 move "HEAD" to ws-func
                 move prt-text to ws-text
                 perform WEB-RTN
                 move "COLS" to ws-func
                 move "Date|Place|Player" to ws-text
                 move "JKSTANDINGS-H11" to mc-id
                 perform WHDG-RTN
                 perform WEB-RTN
              end-if
              move spaces to prt-text
              string "  " plc-date(1:4) "/" plc-date(5:2) "/"
                     plc-date(7:2) "  #" plc-place "  " plc-name
                     delimited by size into prt-text
              perform PRT-RTN
              move spaces to ws-text
              string plc-date(1:4) "/" plc-date(5:2) "/"
                     plc-date(7:2) "|" plc-place "|" plc-name
                     delimited by size into ws-text
              perform WEB-RTN
           end-perform.
           close place-file.
