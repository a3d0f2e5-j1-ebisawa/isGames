       IDENTIFICATION DIVISION.

       PROGRAM-ID. WebPublish.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select ratings-file assign to "../data/isgames_ratings.log"
           organization line sequential
           file status rate-f-sts.
       select season-file assign to "../data/isgames_season.dat"
           organization line sequential
           file status sea-f-sts.
       select page-file assign to dynamic page-file-name
           organization line sequential
           file status page-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  ratings-file.
       01  ratings-record.
           05  rt-date    pic x(08).
           05  filler     pic x.
           05  rt-player  pic x(10).
           05  filler     pic x.
           05  rt-game    pic x(12).
           05  filler     pic x.
           05  rt-rating  pic 9(04).
           05  filler     pic x.
           05  rt-games   pic 9(05).
           05  filler     pic x.
           05  rt-season  pic x(03).
       fd  season-file.
       01  season-record.
           05  sea-no      pic 9(03).
           05  filler      pic x.
           05  sea-start   pic x(08).
           05  filler      pic x.
           05  sea-end     pic x(08).
           05  filler      pic x.
           05  sea-state   pic x(06).
       fd  page-file.
       01  page-line      pic x(132).

       WORKING-STORAGE SECTION.
       01  rate-f-sts   pic x(02).
       01  sea-f-sts    pic x(02).
       01  page-f-sts   pic x(02).
       01  page-file-name pic x(128).
      *> every report that can set itself out as a web page: the
      *> page tag, the program, and what the index calls it
       01  rep-tbl.
           05  rep-def.
               10 filler pic x(12) value "dailyreport".
               10 filler pic x(12) value "DailyReport".
               10 filler pic x(40) value "Today's activity digest".
               10 filler pic x(12) value "periodreport".
               10 filler pic x(12) value "PeriodReport".
               10 filler pic x(40) value "Last seven days".
               10 filler pic x(12) value "hbreport".
               10 filler pic x(12) value "HbReport".
               10 filler pic x(40) value "HitBlow leaderboard".
               10 filler pic x(12) value "msreport".
               10 filler pic x(12) value "MsReport".
               10 filler pic x(40) value "MineSweeper leaderboard".
               10 filler pic x(12) value "jkstandings".
               10 filler pic x(12) value "JkStandings".
               10 filler pic x(40) value "Janken tournament standings".
               10 filler pic x(12) value "rvreport".
               10 filler pic x(12) value "RvReport".
               10 filler pic x(40) value "Reversi results summary".
               10 filler pic x(12) value "cereport".
               10 filler pic x(12) value "CeReport".
               10 filler pic x(40) value "catsEye par sheet".
               10 filler pic x(12) value "spreport".
               10 filler pic x(12) value "SpReport".
               10 filler pic x(40)
                  value "StarPilot mission leaderboard".
           05  filler redefines rep-def.
               10  rep-ent occurs 8.
                   15  rep-tag     pic x(12).
                   15  rep-prog    pic x(12).
                   15  rep-label   pic x(40).
       01  rep-ok-tbl.
           05  rep-ok   occurs 8 pic 9(01).
       01  wk-r         pic 9(02).
       01  page-cnt     pic 9(02) value 0.
       01  ladder-ok    pic 9(01) value 0.
      *> the ladder: the last rating per player and game counts, and
      *> a player's place is the average over the games they play
       01  ld-tbl.
           05  ld-cnt pic 9(02) value 0.
           05  ld-ent occurs 30.
               10  ld-name   pic x(10).
               10  ld-sum    pic 9(06).
               10  ld-games  pic 9(02).
               10  ld-avg    pic 9(04).
               10  ld-game occurs 8.
                   15  ld-gname  pic x(12).
                   15  ld-grate  pic 9(04).
                   15  ld-gplay  pic 9(05).
       01  ld-tmp        pic x(190).
       01  ld-view       pic x(03).
       01  ld-season     pic x(03) value spaces.
       01  ld-no-ed      pic zz9.
       01  ld-found-sw   pic 9(01).
       01  wk-l          pic 9(02).
       01  wk-l2         pic 9(02).
       01  wk-lg         pic 9(02).
       01  wk-pidx       pic 9(02).
      *> one game's board, built out of the ladder table
       01  gm-tbl.
           05  gm-cnt pic 9(02) value 0.
           05  gm-name   occurs 8 pic x(12).
       01  pg-tbl.
           05  pg-cnt pic 9(02) value 0.
           05  pg-ent occurs 30.
               10  pg-name   pic x(10).
               10  pg-rate   pic 9(04).
               10  pg-play   pic 9(05).
       01  pg-tmp        pic x(19).
       01  wk-g          pic 9(02).
       01  rank-ed       pic z9.
       01  rate-ed       pic zzz9.
       01  cnt-ed        pic zzzz9.
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
       01  sn-param.
           05  sn-func    pic x(04).
           05  sn-count   pic 9(09).
           05  sn-result  pic x(04).
           05  sn-reason  pic x(60).

       PROCEDURE DIVISION.
       MAIN.
      *> WebPublish - refreshes the web pages: every report is run
      *> with HTML, the ladder page is built from the ratings log,
      *> and an index page links whatever pages are there
           display "WebPublish - refreshing the web pages".
           perform varying wk-r from 1 by 1 until wk-r > 8
              perform RUN-REPORT-RTN
           end-perform.
           perform LADDER-PAGE-RTN.
           perform INDEX-PAGE-RTN.
           display " ".
           display "Pages written : " page-cnt.
           move "PUT " to sn-func.
           move page-cnt to sn-count.
           if page-cnt = 0
              move "FAIL" to sn-result
              move "no web page could be written" to sn-reason
           else
              move "OK" to sn-result
              move spaces to sn-reason
           end-if.
           call "StepNote" using sn-param
              on exception continue
           end-call.
           goback.

       RUN-REPORT-RTN.
      *> a report that cannot find its own log still writes a page
      *> saying so; only a report that is not there at all is left
      *> off the index
           move 0 to rep-ok(wk-r).
           display "HTML" upon command-line.
           call rep-prog(wk-r)
              on exception
                 display "  " function trim(rep-prog(wk-r))
                         " not found - page skipped"
                 exit paragraph
           end-call.
           cancel rep-prog(wk-r).
      *> in case the report stopped short of closing its page
           move "CLOS" to ws-func.
           call "WebSpool" using ws-param.
           move rep-tag(wk-r) to ws-tag.
           perform PAGE-CHECK-RTN.
           if page-f-sts = "00"
              move 1 to rep-ok(wk-r)
              add 1 to page-cnt
           end-if.

       PAGE-CHECK-RTN.
           move spaces to page-file-name.
           string "../data/web_" function trim(ws-tag) ".html"
                  delimited by size into page-file-name.
           open input page-file.
           if page-f-sts = "00"
              close page-file
           end-if.

       LADDER-PAGE-RTN.
           move "OPEN" to ws-func.
           move "ladder" to ws-tag.
           move "Skill ladder" to ws-title.
           call "WebSpool" using ws-param.
           move "TITL" to ws-func.
           move "Skill ladder - average of per-game ratings"
             to ws-text.
           move "WEBPUBLISH-H01" to mc-id.
           perform WHDG-RTN.
           call "WebSpool" using ws-param.
           perform LADDER-SEASON-RTN.
      *> while a season is open its standings come first, then the
      *> all-time ladder and each game's own board
           if ld-season not = spaces
              move ld-season to ld-view
              perform LADDER-LOAD-RTN
              move function numval(ld-season) to ld-no-ed
              move "WEBPUBLISH-H02" to mc-id
              move "Season" to mc-text
              perform LBL-RTN
              move spaces to ws-text
              string function trim(mc-text trailing) " "
                     function trim(ld-no-ed)
                     delimited by size into ws-text
              perform LADDER-TABLE-RTN
           end-if.
           move spaces to ld-view.
           perform LADDER-LOAD-RTN.
           move "All-time" to ws-text.
           move "WEBPUBLISH-H03" to mc-id.
           perform WHDG-RTN.
           perform LADDER-TABLE-RTN.
           perform varying wk-g from 1 by 1 until wk-g > gm-cnt
              perform GAME-TABLE-RTN
           end-perform.
           move "CLOS" to ws-func.
           call "WebSpool" using ws-param.
           move "ladder" to ws-tag.
           perform PAGE-CHECK-RTN.
           if page-f-sts = "00"
              move 1 to ladder-ok
              add 1 to page-cnt
           end-if.

       LADDER-SEASON-RTN.
           move spaces to ld-season.
           open input season-file.
           if sea-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read season-file at end exit perform
              end-read
              if sea-state = "OPEN" and sea-no is numeric
                 move sea-no to ld-season
              end-if
           end-perform.
           close season-file.

       LADDER-LOAD-RTN.
           move 0 to ld-cnt gm-cnt.
           open input ratings-file.
           if rate-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read ratings-file at end exit perform
              end-read
              if rt-season = ld-view and rt-rating is numeric
                 perform LADDER-TALLY-RTN
              end-if
           end-perform.
           close ratings-file.
           perform varying wk-l from 1 by 1 until wk-l > ld-cnt
              move 0 to ld-sum(wk-l) ld-games(wk-l)
              perform varying wk-lg from 1 by 1 until wk-lg > 8
                 if ld-gname(wk-l, wk-lg) not = spaces
                    add ld-grate(wk-l, wk-lg) to ld-sum(wk-l)
                    add 1 to ld-games(wk-l)
                 end-if
              end-perform
              move 0 to ld-avg(wk-l)
              if ld-games(wk-l) > 0
                 compute ld-avg(wk-l) = ld-sum(wk-l) / ld-games(wk-l)
              end-if
           end-perform.
      *> order by average rating, best first
           perform varying wk-l from 1 by 1 until wk-l >= ld-cnt
              perform varying wk-l2 from 1 by 1
                      until wk-l2 >= ld-cnt
                 if ld-avg(wk-l2 + 1) > ld-avg(wk-l2)
                    move ld-ent(wk-l2) to ld-tmp
                    move ld-ent(wk-l2 + 1) to ld-ent(wk-l2)
                    move ld-tmp to ld-ent(wk-l2 + 1)
                 end-if
              end-perform
           end-perform.

       LADDER-TALLY-RTN.
           move 0 to wk-pidx.
           perform varying wk-l from 1 by 1 until wk-l > ld-cnt
              if ld-name(wk-l) = rt-player
                 move wk-l to wk-pidx
                 exit perform
              end-if
           end-perform.
           if wk-pidx = 0 and ld-cnt < 30
              add 1 to ld-cnt
              move ld-cnt to wk-pidx
              move rt-player to ld-name(wk-pidx)
              perform varying wk-lg from 1 by 1 until wk-lg > 8
                 move spaces to ld-gname(wk-pidx, wk-lg)
                 move 0 to ld-grate(wk-pidx, wk-lg)
                           ld-gplay(wk-pidx, wk-lg)
              end-perform
           end-if.
           if wk-pidx = 0
              exit paragraph
           end-if.
           move 0 to ld-found-sw.
           perform varying wk-lg from 1 by 1 until wk-lg > 8
              if ld-gname(wk-pidx, wk-lg) = rt-game
                 move 1 to ld-found-sw
                 exit perform
              end-if
           end-perform.
           if ld-found-sw = 0
              perform varying wk-lg from 1 by 1 until wk-lg > 8
                 if ld-gname(wk-pidx, wk-lg) = spaces
                    move rt-game to ld-gname(wk-pidx, wk-lg)
                    exit perform
                 end-if
              end-perform
           end-if.
           if wk-lg > 8
              exit paragraph
           end-if.
           move rt-rating to ld-grate(wk-pidx, wk-lg).
           if rt-games is numeric
              move rt-games to ld-gplay(wk-pidx, wk-lg)
           end-if.
      *> the games anyone is rated in, for the per-game boards
           perform varying wk-g from 1 by 1 until wk-g > gm-cnt
              if gm-name(wk-g) = rt-game
                 exit paragraph
              end-if
           end-perform.
           if gm-cnt < 8
              add 1 to gm-cnt
              move rt-game to gm-name(gm-cnt)
           end-if.

       LADDER-TABLE-RTN.
      *> ws-text carries the heading for this ladder
           move "HEAD" to ws-func.
           call "WebSpool" using ws-param.
           move "LINE" to ws-func.
           if ld-cnt = 0
              move "No ratings yet - RatingCalc has not been run"
                to ws-text
              move "WEBPUBLISH-H04" to mc-id
              perform WHDG-RTN
              call "WebSpool" using ws-param
              exit paragraph
           end-if.
           move "COLS" to ws-func.
           move "Rank|Player|Rating|Games rated" to ws-text.
           move "WEBPUBLISH-H05" to mc-id.
           perform WHDG-RTN.
           call "WebSpool" using ws-param.
           move "LINE" to ws-func.
           perform varying wk-l from 1 by 1 until wk-l > ld-cnt
              move wk-l to rank-ed
              move ld-avg(wk-l) to rate-ed
              move ld-games(wk-l) to cnt-ed
              move spaces to ws-text
              string rank-ed "|" ld-name(wk-l) "|" rate-ed "|" cnt-ed
                     delimited by size into ws-text
              call "WebSpool" using ws-param
           end-perform.

       GAME-TABLE-RTN.
      *> one game's board: everyone rated in it, best rating first
           move 0 to pg-cnt.
           perform varying wk-l from 1 by 1 until wk-l > ld-cnt
              perform varying wk-lg from 1 by 1 until wk-lg > 8
                 if ld-gname(wk-l, wk-lg) = gm-name(wk-g)
                    add 1 to pg-cnt
                    move ld-name(wk-l) to pg-name(pg-cnt)
                    move ld-grate(wk-l, wk-lg) to pg-rate(pg-cnt)
                    move ld-gplay(wk-l, wk-lg) to pg-play(pg-cnt)
                 end-if
              end-perform
           end-perform.
           perform varying wk-l from 1 by 1 until wk-l >= pg-cnt
              perform varying wk-l2 from 1 by 1
                      until wk-l2 >= pg-cnt
                 if pg-rate(wk-l2 + 1) > pg-rate(wk-l2)
                    move pg-ent(wk-l2) to pg-tmp
                    move pg-ent(wk-l2 + 1) to pg-ent(wk-l2)
                    move pg-tmp to pg-ent(wk-l2 + 1)
                 end-if
              end-perform
           end-perform.
           move "HEAD" to ws-func.
           move "WEBPUBLISH-H06" to mc-id.
           move "- all-time" to mc-text.
           perform LBL-RTN.
           move spaces to ws-text.
           string function trim(gm-name(wk-g)) " "
                  function trim(mc-text trailing)
                  delimited by size into ws-text.
           call "WebSpool" using ws-param.
           move "COLS" to ws-func.
           move "Rank|Player|Rating|Games played" to ws-text.
           move "WEBPUBLISH-H07" to mc-id.
           perform WHDG-RTN.
           call "WebSpool" using ws-param.
           move "LINE" to ws-func.
           perform varying wk-l from 1 by 1 until wk-l > pg-cnt
              move wk-l to rank-ed
              move pg-rate(wk-l) to rate-ed
              move pg-play(wk-l) to cnt-ed
              move spaces to ws-text
              string rank-ed "|" pg-name(wk-l) "|" rate-ed "|" cnt-ed
                     delimited by size into ws-text
              call "WebSpool" using ws-param
           end-perform.

       INDEX-PAGE-RTN.
      *> the front page links today's digest, the ladder and each
      *> game's board - only the pages that are actually there
           move "OPEN" to ws-func.
           move "index" to ws-tag.
           move "isGames" to ws-title.
           call "WebSpool" using ws-param.
           move "TITL" to ws-func.
           move "isGames - reports and leaderboards" to ws-text.
           move "WEBPUBLISH-H08" to mc-id.
           perform WHDG-RTN.
           call "WebSpool" using ws-param.
           move "LINK" to ws-func.
           if rep-ok(1) = 1
              move rep-tag(1) to ws-tag
              move rep-label(1) to ws-text
              perform LINK-LABEL-RTN
              call "WebSpool" using ws-param
           end-if.
           if ladder-ok = 1
              move "ladder" to ws-tag
              move "Skill ladder" to ws-text
              perform LINK-LABEL-RTN
              call "WebSpool" using ws-param
           end-if.
           if rep-ok(2) = 1
              move rep-tag(2) to ws-tag
              move rep-label(2) to ws-text
              perform LINK-LABEL-RTN
              call "WebSpool" using ws-param
           end-if.
           move "HEAD" to ws-func.
           move "Game leaderboards" to ws-text.
           move "WEBPUBLISH-H09" to mc-id.
           perform WHDG-RTN.
           call "WebSpool" using ws-param.
           move "LINK" to ws-func.
           perform varying wk-r from 3 by 1 until wk-r > 8
              if rep-ok(wk-r) = 1
                 move rep-tag(wk-r) to ws-tag
                 move rep-label(wk-r) to ws-text
                 perform LINK-LABEL-RTN
                 call "WebSpool" using ws-param
              end-if
           end-perform.
           move "CLOS" to ws-func.
           call "WebSpool" using ws-param.
           move "index" to ws-tag.
           perform PAGE-CHECK-RTN.
           if page-f-sts = "00"
              add 1 to page-cnt
              display "Index page written to the data folder"
           end-if.

       WHDG-RTN.
      *> a fixed heading is looked up in the message catalog by the
      *> id in mc-id and comes back in the shop's language
           move "GET " to mc-func.
           move ws-text to mc-text.
           call "MsgCat" using mc-param.
           move mc-text to ws-text.

       LBL-RTN.
      *> the fixed wording of a heading that carries data -
      *> mc-text holds it in English and comes back in the
      *> shop's language
           move "GET " to mc-func.
           call "MsgCat" using mc-param.

       LINK-LABEL-RTN.
      *> each link reads in the shop's language too - the wording
      *> is catalogued under LNK- and the page's tag
           move spaces to mc-id.
           string "LNK-" function upper-case(ws-tag)
                  delimited by space into mc-id.
           perform WHDG-RTN.
