           05  mr-fuel    pic x(04).
           05  filler     pic x.
           05  mr-player  pic x(10).
           05  filler     pic x.
           05  mr-prog    pic x(20).
           05  filler     pic x.
           05  mr-version pic x(03).

       WORKING-STORAGE SECTION.
       01  msn-res-sts  pic x(02).
               10  ms-best     pic 9(04).
               10  ms-best-dt  pic x(08).
               10  ms-holder   pic x(10).
               10  ms-best-ver pic x(14).
       01  wk-i         pic 9(02).
       01  wk-idx       pic 9(02).
       01  wk-rate      pic 9(03)v9(01).
       01  gd-hold-ed   pic zz9.
       01  gd-tmp-name  pic x(10).
       01  gd-tmp-holds pic 9(03).
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
      *> SpReport [HTML] - HTML also sets the board out as a web page
           accept cmd-args from command-line.
           move function upper-case(cmd-args) to cmd-args.
           inspect cmd-args tallying web-sw for all "HTML".
           if web-sw > 0
              move 1 to web-sw
              move "OPEN" to ws-func
              move "spreport" to ws-tag
              move "StarPilot mission leaderboard" to ws-title
              call "WebSpool" using ws-param
           end-if.
           move "SPREPORT-H01" to mc-id
           move "StarPilot mission leaderboard" to mc-text
           perform HDG-RTN
           display function trim(mc-text trailing)
           display " "
           move "TITL" to ws-func.
           move "StarPilot mission leaderboard" to ws-text.
           move "SPREPORT-H01" to mc-id.
           perform WHDG-RTN.
           perform WEB-RTN.
           open input msn-res-file.
           if msn-res-sts not = "00"
              display "Cannot open starpilot_missions.log sts="
                      msn-res-sts
              perform WEB-CLOSE-RTN
              goback
           end-if.
           perform until 1 = 0
              read msn-res-file at end exit perform
              end-read
              if msn-res-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              perform TALLY-ATTEMPT-RTN
           end-perform.
           close msn-res-file.
           if ms-cnt = 0
              move "SPREPORT-H02" to mc-id
              move "No mission attempts on file" to mc-text
              perform HDG-RTN
              display function trim(mc-text trailing)
              move "No mission attempts on file" to ws-text
              move "SPREPORT-H02" to mc-id
              perform WHDG-RTN
              perform WEB-RTN
              perform WEB-CLOSE-RTN
              goback
           end-if.
           move "SPREPORT-H03" to mc-id.
           move spaces to mc-text.
           string "Mission               Att  Clear%  Best  When"
                  "      Holder      Version"
                  delimited by size into mc-text.
           perform HDG-RTN.
           display function trim(mc-text trailing).
           move "COLS" to ws-func.
           move "Mission|Att|Clear%|Best|When|Holder|Version"
             to ws-text.
           move "SPREPORT-H04" to mc-id.
           perform WHDG-RTN.
           perform WEB-RTN.
           perform varying wk-i from 1 by 1 until wk-i > ms-cnt
              move ms-attempts(wk-i) to cnt-ed
              move 0 to wk-rate
                 move ms-best(wk-i) to best-ed
                 display "  " ms-name(wk-i) cnt-ed "  " rate-ed
                         "  " best-ed "  " ms-best-dt(wk-i)
                         "  " ms-holder(wk-i) ms-best-ver(wk-i)
                 move spaces to ws-text
                 string ms-name(wk-i) "|" cnt-ed "|" rate-ed "|"
                        best-ed "|" ms-best-dt(wk-i) "|"
                        ms-holder(wk-i) "|" ms-best-ver(wk-i)
                        delimited by size into ws-text
                 perform TALLY-HOLDER-RTN
              else
                 display "  " ms-name(wk-i) cnt-ed "  " rate-ed
                         "  ----  --------"
                 move spaces to ws-text
                 string ms-name(wk-i) "|" cnt-ed "|" rate-ed
                        "|----|--------||"
                        delimited by size into ws-text
              end-if
              perform WEB-RTN
           end-perform.
           display " ".
           move "SPREPORT-H05" to mc-id.
           move "Record holders" to mc-text.
           perform HDG-RTN.
           display function trim(mc-text trailing).
           move "HEAD" to ws-func.
           move "Record holders" to ws-text.
           move "SPREPORT-H05" to mc-id.
           perform WHDG-RTN.
           perform WEB-RTN.
           if gd-cnt > 0
              move "COLS" to ws-func
              move "Rank|Player|Records held" to ws-text
              move "SPREPORT-H06" to mc-id
              perform WHDG-RTN
              perform WEB-RTN
           end-if.
      *> golf-style: whoever holds the most course records leads
           perform SORT-HOLDERS-RTN.
           perform varying wk-i from 1 by 1 until wk-i > gd-cnt
              move gd-holds(wk-i) to gd-hold-ed
              display "  " wk-i ". " gd-player(wk-i)
                      " holds " gd-hold-ed " record(s)"
              move spaces to ws-text
              string wk-i "|" gd-player(wk-i) "|" gd-hold-ed
                     delimited by size into ws-text
              perform WEB-RTN
           end-perform.
           if gd-cnt = 0
              move "SPREPORT-H07" to mc-id
              move "  No cleared missions yet" to mc-text
              perform HDG-RTN
              display function trim(mc-text trailing)
              move "No cleared missions yet" to ws-text
              move "SPREPORT-H08" to mc-id
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

       TALLY-ATTEMPT-RTN.
           move 0 to wk-idx.
           perform varying wk-i from 1 by 1 until wk-i > ms-cnt
              move 0 to ms-attempts(wk-idx) ms-clears(wk-idx)
              move 9999 to ms-best(wk-idx)
              move spaces to ms-best-dt(wk-idx) ms-holder(wk-idx)
                             ms-best-ver(wk-idx)
           end-if.
           if wk-idx = 0
              exit paragraph
                 else
                    move mr-player to ms-holder(wk-idx)
                 end-if
      *> which saved version of which program set the record -
      *> older log lines and unsaved edits carry no version
                 move spaces to ms-best-ver(wk-idx)
                 if mr-version is numeric and mr-version not = "000"
                    string " v" mr-version " " mr-prog(1:10)
                           delimited by size into ms-best-ver(wk-idx)
                 end-if
              end-if
           end-if.

