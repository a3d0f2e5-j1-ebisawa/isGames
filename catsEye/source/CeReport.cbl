           05  filler       pic x(01) value space.
           05  tot-over     pic +(04)9.
           05  filler       pic x(10) value " to par".
       01  cmd-args     pic x(60).
       01  web-sw       pic 9(01) value 0.
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
      *> CeReport [HTML] - HTML also sets the sheet out as a web page
           accept cmd-args from command-line.
           move function upper-case(cmd-args) to cmd-args.
           inspect cmd-args tallying web-sw for all "HTML".
           if web-sw > 0
              move 1 to web-sw
              move "OPEN" to ws-func
              move "cereport" to ws-tag
              move "catsEye par sheet" to ws-title
              call "WebSpool" using ws-param
           end-if.
           move "CEREPORT-H01" to mc-id
           move "catsEye par sheet - pack levels vs best steps"
             to mc-text
           perform HDG-RTN
           display function trim(mc-text trailing)
           display " "
           move "TITL" to ws-func.
           move "catsEye par sheet - pack levels vs best steps"
             to ws-text.
           move "CEREPORT-H01" to mc-id.
           perform WHDG-RTN.
           perform WEB-RTN.
           perform LOAD-BEST-RTN.
           open input pack-file.
           if pack-f-sts not = "00"
              move "CEREPORT-H02" to mc-id
              move "No catseye_pack.idx found - nothing to report"
                to mc-text
              perform HDG-RTN
              display function trim(mc-text trailing)
              move "No catseye_pack.idx found - nothing to report"
                to ws-text
              move "CEREPORT-H02" to mc-id
              perform WHDG-RTN
              perform WEB-RTN
              perform WEB-CLOSE-RTN
              goback
           end-if.
           move "CEREPORT-H03" to mc-id.
           move spaces to mc-text.
           string "Level                 Par  Best  Holder"
                  "      +/-"
                  delimited by size into mc-text.
           perform HDG-RTN.
           display function trim(mc-text trailing).
           move "COLS" to ws-func.
           move "Level|Par|Best|Holder|+/-" to ws-text.
           move "CEREPORT-H04" to mc-id.
           perform WHDG-RTN.
           perform WEB-RTN.
           perform until 1 = 0
              read pack-file at end exit perform
              end-read
           end-perform.
           close pack-file.
           if lvl-cnt = 0
              move "CEREPORT-H05" to mc-id
              move "Pack index is empty" to mc-text
              perform HDG-RTN
              display function trim(mc-text trailing)
              move spaces to ws-text
              perform WEB-RTN
              move "Pack index is empty" to ws-text
              move "CEREPORT-H05" to mc-id
              perform WHDG-RTN
              perform WEB-RTN
              perform WEB-CLOSE-RTN
              goback
           end-if.
           display " ".
           move "CEREPORT-H06" to mc-id.
           move spaces to mc-text.
           string "Player totals (levels where they hold the"
                  " record)"
                  delimited by size into mc-text.
           perform HDG-RTN.
           display function trim(mc-text trailing).
           move "HEAD" to ws-func.
           move "Player totals (levels where they hold the record)"
             to ws-text.
           move "CEREPORT-H06" to mc-id.
           perform WHDG-RTN.
           perform WEB-RTN.
           if py-cnt > 0
              move "COLS" to ws-func
              move "Player|Records|To par" to ws-text
              move "CEREPORT-H07" to mc-id
              perform WHDG-RTN
              perform WEB-RTN
           end-if.
           perform varying wk-i from 1 by 1 until wk-i > py-cnt
              move py-name(wk-i)  to tot-name
              move py-holds(wk-i) to tot-holds
              move py-over(wk-i)  to tot-over
              display "  " tot-line
              move spaces to ws-text
              string tot-name "|" tot-holds "|" tot-over
                     delimited by size into ws-text
              perform WEB-RTN
           end-perform.
           if py-cnt = 0
              move "CEREPORT-H08" to mc-id
              move "  No records set yet" to mc-text
              perform HDG-RTN
              display function trim(mc-text trailing)
              move "No records set yet" to ws-text
              move "CEREPORT-H09" to mc-id
              perform WHDG-RTN
              perform WEB-RTN
           end-if.
           perform WEB-CLOSE-RTN.
           goback.

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

       LOAD-BEST-RTN.
           open input best-file.
           if best-f-sts not = "00"
           perform until 1 = 0
              read best-file at end exit perform
              end-read
              if best-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if bf-cnt < 50
                 add 1 to bf-cnt
                 move best-map-label to bf-label(bf-cnt)
              perform TALLY-PLAYER-RTN
           end-if.
           display "  " dtl-line.
           move spaces to ws-text.
           string dtl-name "|" dtl-par "|" dtl-best "|" dtl-holder
                  "|" dtl-over
                  delimited by size into ws-text.
           perform WEB-RTN.

       TALLY-PLAYER-RTN.
           move 0 to wk-j.
