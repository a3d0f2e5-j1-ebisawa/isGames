       01  diff-ed      pic +(4)9.
       01  wk-diff      pic s9(06).
       01  prt-text     pic x(100).
      *> report headings come from the message catalog, in the
      *> language the shop has set
       01  mc-param.
           05  mc-func   pic x(04).
           05  mc-id     pic x(16).
           05  mc-lang   pic x(02).
           05  mc-text   pic x(80).
           05  mc-rc     pic 9(01).
       01  wk-tok3      pic x(10).
       01  web-sw       pic 9(01) value 0.
       01  ws-param.
           05  ws-func   pic x(04).
           05  ws-tag    pic x(12).
           05  ws-title  pic x(40).
           05  ws-text   pic x(132).

       PROCEDURE DIVISION.
       MAIN.
           accept cmd-line from command-line.
           move spaces to start-date end-date wk-tok3.
           unstring cmd-line delimited by all space
                    into start-date end-date wk-tok3.
      *> HTML after the dates, or alone for the last seven days,
      *> also sets the report out as a web page
           if function upper-case(start-date) = "HTML" or
              function upper-case(end-date) = "HTML" or
              function upper-case(wk-tok3) = "HTML"
              move 1 to web-sw
           end-if.
           if start-date is not numeric or end-date is not numeric
              move function current-date to wk-curdate
              move wk-curdate(1:8) to end-date
           if report-f-sts not = "00"
              display "Cannot write report file - display only"
           end-if.
           if web-sw = 1
              move "OPEN" to ws-func
              move "periodreport" to ws-tag
              move "Period report" to ws-title
              call "WebSpool" using ws-param
           end-if.
           move "PERIODREPORT-H01" to mc-id.
           move "Period report" to mc-text.
           perform LBL-RTN.
           move spaces to prt-text.
           string function trim(mc-text trailing) " "
                  start-date " - " end-date
                  delimited by size into prt-text.
           perform PRT-RTN.
           move "TITL" to ws-func.
           move prt-text to ws-text.
           perform WEB-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
      *> prior period first so the comparison is ready
              display "Report written to "
                      function trim(report-file-name)
           end-if.
           if web-sw = 1
              move "CLOS" to ws-func
              call "WebSpool" using ws-param
              display "Web page written to the data folder"
           end-if.
           goback.

       PRT-RTN.
              write report-line
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
      *> the page is laid out on its own - headings, then one table
      *> row per week or player, with the remaining lines as text
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

       SCAN-ONE-LOG-RTN.
           move spaces to data-file-name.
           string "../data/" function trim(fl-name(wk-f))
           perform until 1 = 0
              read data-file at end exit perform
              end-read
              if data-line(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
      *> reversi carries typed records - only G rows are games, and
      *> those brought in by RvImport (IMPT) were not played here
              if fl-name(wk-f)(1:7) = "reversi" and
                 (data-line(1:1) not = "G" or
                  data-line(57:4) = "IMPT")
                 exit perform cycle
              end-if
              move data-line(fl-date-off(wk-f):8) to rec-date
       REPORT-WEEKS-RTN.
           move "Activity per week (week starting Monday)"
             to prt-text.
           move "PERIODREPORT-H02" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move "HEAD" to ws-func.
           move prt-text to ws-text.
           perform WEB-RTN.
           if wkt-cnt > 0
              move "COLS" to ws-func
              move "Week starting|Plays" to ws-text
              move "PERIODREPORT-H03" to mc-id
              perform WHDG-RTN
              perform WEB-RTN
           end-if.
           perform varying wk-i from 1 by 1 until wk-i > wkt-cnt
              move function date-of-integer(wkt-monday(wk-i))
                to wk-int
              string "  " wk-mon-date " :" cnt-ed " plays"
                     delimited by size into prt-text
              perform PRT-RTN
              move spaces to ws-text
              string wk-mon-date(1:4) "/" wk-mon-date(5:2) "/"
                     wk-mon-date(7:2) "|" cnt-ed
                     delimited by size into ws-text
              perform WEB-RTN
           end-perform.
           move spaces to ws-text.
           perform WEB-RTN.
           if wkt-cnt = 0
              move "  no activity in this period" to prt-text
              move "PERIODREPORT-H04" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              move prt-text to ws-text
              perform WEB-RTN
           end-if.
           move spaces to prt-text.
           perform PRT-RTN.
                  "   change: " diff-ed
                  delimited by size into prt-text.
           perform PRT-RTN.
           move prt-text to ws-text.
           perform WEB-RTN.
           move spaces to prt-text.
           perform PRT-RTN.

       REPORT-PLAYERS-RTN.
           move "Per-player activity" to prt-text.
           move "PERIODREPORT-H05" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move "HEAD" to ws-func.
           move prt-text to ws-text.
           perform WEB-RTN.
           if py-cnt > 0
              move "COLS" to ws-func
              move "Player|Plays" to ws-text
              move "PERIODREPORT-H06" to mc-id
              perform WHDG-RTN
              perform WEB-RTN
           end-if.
           perform varying wk-i from 1 by 1 until wk-i > py-cnt
              move py-games(wk-i) to cnt-ed
              move spaces to prt-text
              string "  " py-name(wk-i) " :" cnt-ed " plays"
                     delimited by size into prt-text
              perform PRT-RTN
              move spaces to ws-text
              string py-name(wk-i) "|" cnt-ed
                     delimited by size into ws-text
              perform WEB-RTN
           end-perform.
           move spaces to ws-text.
           perform WEB-RTN.
           if py-cnt = 0
              move "  no named players in this period" to prt-text
              move "PERIODREPORT-H07" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              move prt-text to ws-text
              perform WEB-RTN
           end-if.
           move spaces to prt-text.
           perform PRT-RTN.
              string "Busiest day : " best-day " (" cnt-ed
                     " plays)" delimited by size into prt-text
              perform PRT-RTN
              move prt-text to ws-text
              perform WEB-RTN
              move best-hr-cnt to cnt-ed
              move spaces to prt-text
              string "Busiest hour: " best-hr ":00 (" cnt-ed
                     " plays)" delimited by size into prt-text
              perform PRT-RTN
              move prt-text to ws-text
              perform WEB-RTN
           end-if.
