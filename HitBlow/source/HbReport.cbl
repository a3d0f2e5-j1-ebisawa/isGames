               10  sum-month   pic x(06).
               10  sum-digit   pic 9(02).
               10  sum-pool    pic x(02).
               10  sum-mode    pic x(01).
               10  sum-games   pic 9(05).
               10  sum-win     pic 9(05).
               10  sum-lose    pic 9(05).
               10  sum-tries   pic 9(07).
       01  wk-idx       pic 9(03).
       01  wk-pool      pic x(02).
       01  wk-mode      pic x(01).
       01  blitz-seen-sw pic 9(01) value 0.
       01  drop-cnt     pic 9(05) value 0.
       01  drop-ed      pic zzzz9.
       01  wk-rate      pic 9(03)v9(02).
           05  filler       pic x(02) value space.
           05  dtl-pool     pic x(02).
           05  filler       pic x(02) value space.
           05  dtl-mode     pic x(02).
           05  filler       pic x(02) value space.
           05  dtl-games    pic zzzz9.
           05  filler       pic x(02) value space.
           05  dtl-win      pic zzzz9.
           05  dtl-avg      pic z9.99.
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
       01  arc-games    pic zzzz9.
       01  arc-wins     pic zzzz9.
       01  arc-avg      pic z9.99.
              move "HitBlow monthly statistics report" to ps-title
              call "PrintSpool" using ps-param
           end-if
           inspect cmd-args tallying web-sw
                   for all "HTML"
           if web-sw > 0
              move 1 to web-sw
              move "OPEN" to ws-func
              move "hbreport" to ws-tag
              move "HitBlow monthly statistics report" to ws-title
              call "WebSpool" using ws-param
           end-if
           move "HitBlow monthly statistics report" to prt-text
           move "HBREPORT-H01" to mc-id
           perform HDG-RTN
           move "TITL" to ws-func
           perform PRT-RTN
           move spaces to prt-text
           perform PRT-RTN
           perform READ-HISTORY-RTN.
           if sum-cnt = 0
              move "No live history records found" to prt-text
              move "HBREPORT-H02" to mc-id
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
           perform PRINT-REPORT-RTN.
              call "PrintSpool" using ps-param
              display "Print-image file written to the data folder"
           end-if
           perform WEB-CLOSE-RTN
           goback.

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


       PRINT-ARCHIVED-RTN.
              exit paragraph
           end-if.
           move "Archived months (rollup)" to prt-text
           move "HBREPORT-H03" to mc-id
           perform HDG-RTN
           move "HEAD" to ws-func
           perform PRT-RTN
           move "  Month   Games   Wins  AvgTry" to prt-text
           move "HBREPORT-H04" to mc-id
           perform HDG-RTN
           move "COLS" to ws-func
           perform PRT-RTN
           perform until 1 = 0
              read rollup-file at end exit perform
              end-read
              if rollup-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              move roll-games to arc-games
              move roll-wins  to arc-wins
              move roll-avg   to arc-avg
           perform until 1 = 0
              read history-file at end exit perform
              end-read
              if hist-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              move hist-date(1:6) to wk-month
      *> records written before the hex ruleset carry no pool size -
      *> they are all 10-symbol games
              else
                 move "10" to wk-pool
              end-if
      *> blitz games get rows of their own, apart from untimed play
              if hist-result(1:2) = "BZ"
                 move "B" to wk-mode
              else
                 move space to wk-mode
              end-if
              perform FIND-SLOT-RTN
              if wk-idx = 0
                 add 1 to drop-cnt
                 when "GAVEUP"  add 1 to sum-gaveup(wk-idx)
                 when "PCWIN"   add 1 to sum-pcwin(wk-idx)
                 when "DUEL"    add 1 to sum-duel(wk-idx)
                 when "BZWIN"   add 1 to sum-win(wk-idx)
                 when "BZLOSE"  add 1 to sum-lose(wk-idx)
                 when "BZQUIT"  add 1 to sum-gaveup(wk-idx)
              end-evaluate.

       FIND-SLOT-RTN.
           perform varying wk-i from 1 by 1 until wk-i > sum-cnt
              if sum-month(wk-i) = wk-month and
                 sum-digit(wk-i) = hist-digit and
                 sum-pool(wk-i) = wk-pool and
                 sum-mode(wk-i) = wk-mode
                 move wk-i to wk-idx
                 exit perform
              end-if
              move wk-month   to sum-month(wk-idx)
              move hist-digit to sum-digit(wk-idx)
              move wk-pool    to sum-pool(wk-idx)
              move wk-mode    to sum-mode(wk-idx)
              move 0 to sum-games(wk-idx) sum-win(wk-idx)
                        sum-lose(wk-idx) sum-gaveup(wk-idx)
                        sum-pcwin(wk-idx) sum-duel(wk-idx)
                 move spaces to prt-text
                 string "Month " wk-month(1:4) "/" wk-month(5:2)
                        delimited by size into prt-text
                 move "HEAD" to ws-func
                 perform PRT-RTN
                 move spaces to prt-text
                 string "  Dg  Pl  Md  Games    Win   Lose  GaveUp"
                        "  PCWin   Duel  Win%    AvgTry"
                        delimited by size into prt-text
                 move "HBREPORT-H05" to mc-id
                 perform HDG-RTN
                 move "COLS" to ws-func
                 perform PRT-RTN
              end-if
              move sum-digit(wk-i)  to dtl-digit
              move sum-pool(wk-i)   to dtl-pool
              if sum-mode(wk-i) = "B"
                 move "Bz" to dtl-mode
                 move 1 to blitz-seen-sw
              else
                 move spaces to dtl-mode
              end-if
              move sum-games(wk-i)  to dtl-games
              move sum-win(wk-i)    to dtl-win
              move sum-lose(wk-i)   to dtl-lose
              move dtl-line to prt-text
              perform PRT-RTN
           end-perform.
           if blitz-seen-sw = 1
              move spaces to prt-text
              perform PRT-RTN
              move spaces to prt-text
              string "  Md Bz = blitz (timed) games -"
                     " Lose includes running out of time"
                     delimited by size into prt-text
              move "HBREPORT-H06" to mc-id
              perform HDG-RTN
              perform PRT-RTN
           end-if.
           if drop-cnt > 0
              move drop-cnt to drop-ed
              move spaces to prt-text
