       select ratings-file assign to "../data/isgames_ratings.log"
           organization line sequential
           file status rate-f-sts.
       select round-file assign to "../data/janken_rounds.log"
           organization line sequential
           file status rnd-f-sts.
       select season-file assign to "../data/isgames_season.dat"
           organization line sequential
           file status sea-f-sts.

       DATA DIVISION.

           05  rv-f7      pic x(10).
           05  filler     pic x.
           05  rv-f8      pic x(05).
           05  filler     pic x.
           05  rv-f9      pic x(04).
       fd  stats-file.
       01  stats-record.
           05  stat-player  pic x(10).
           05  filler       pic x.
           05  stat-pcwins  pic x(04).
           05  filler       pic x.
           05  stat-mywins  pic x(04).
           05  filler       pic x.
           05  stat-draws   pic x(04).
      *> layout 01 kept the counters 2 digits wide
       01  stats-old-record.
           05  so-player    pic x(10).
           05  filler       pic x.
           05  so-pcwins    pic x(02).
           05  filler       pic x.
           05  so-mywins    pic x(02).
           05  filler       pic x.
           05  so-draws     pic x(02).
       fd  msresult-file.
       01  msresult-record.
           05  res-date     pic x(08).
           05  rt-rating  pic 9(04).
           05  filler     pic x value space.
           05  rt-games   pic 9(05).
      *> the season the rating belongs to - blank for all-time
           05  filler     pic x value space.
           05  rt-season  pic x(03).
       fd  round-file.
       01  round-record.
           05  rnd-date     pic x(08).
           05  filler       pic x.
           05  rnd-time     pic x(06).
           05  filler       pic x.
           05  rnd-myhand   pic 9(01).
           05  filler       pic x.
           05  rnd-pchand   pic 9(01).
           05  filler       pic x.
           05  rnd-rpsls    pic 9(01).
           05  filler       pic x.
           05  rnd-adaptive pic 9(01).
           05  filler       pic x.
           05  rnd-result   pic 9(01).
           05  filler       pic x.
           05  rnd-player   pic x(10).
       fd  season-file.
       01  season-record.
           05  sea-no      pic 9(03).
           05  filler      pic x.
           05  sea-start   pic x(08).
           05  filler      pic x.
           05  sea-end     pic x(08).
           05  filler      pic x.
           05  sea-state   pic x(06).

       WORKING-STORAGE SECTION.
       01  hist-f-sts   pic x(02).
       01  rvres-f-sts  pic x(02).
       01  stats-f-sts  pic x(02).
       01  stats-lay    pic 9(02).
       01  msres-f-sts  pic x(02).
       01  rate-f-sts   pic x(02).
       01  rnd-f-sts    pic x(02).
       01  sea-f-sts    pic x(02).
       01  season-x     pic x(03) value spaces.
       01  flt-from     pic x(08).
       01  flt-to       pic x(08).
       01  flt-sw       pic 9(01) value 0.
       01  wk-curdate   pic x(21).
       01  py-tbl.
           05  py-cnt pic 9(02) value 0.
               10  py-hb-g   pic 9(05).
               10  py-hb-w   pic 9(05).
               10  py-hb-t   pic 9(07).
               10  py-bz-g   pic 9(05).
               10  py-bz-w   pic 9(05).
               10  py-bz-t   pic 9(07).
               10  py-rv-elo pic 9(04).
               10  py-rv-g   pic 9(05).
               10  py-jk-w   pic 9(05).
       MAIN.
           display "RatingCalc - building the cross-game ladder".
           move function current-date to wk-curdate.
           perform SEASON-FIND-RTN.
      *> an open season gets a ladder of its own, from the games
      *> played inside it, ahead of the all-time one
           if season-x not = spaces
              move 1 to flt-sw
              perform ALL-PASSES-RTN
              if py-cnt > 0
                 perform WRITE-RATINGS-RTN
              end-if
              move out-cnt to cnt-ed
              display "Season " season-x " ratings written:" cnt-ed
              move 0 to out-cnt py-cnt flt-sw
           end-if.
           perform ALL-PASSES-RTN.
           if py-cnt = 0
              display "No player activity found in the logs"
              goback
                   " (appended to isgames_ratings.log)".
           goback.

       SEASON-FIND-RTN.
           open input season-file.
           if sea-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read season-file at end exit perform
              end-read
              if sea-state = "OPEN" and sea-no is numeric
                 move sea-no    to season-x
                 move sea-start to flt-from
                 move sea-end   to flt-to
              end-if
           end-perform.
           close season-file.

       ALL-PASSES-RTN.
           perform HITBLOW-PASS-RTN.
           perform REVERSI-PASS-RTN.
      *> the Janken totals are lifetime counters, so a season is
      *> counted from the round log instead
           if flt-sw = 1
              perform JANKEN-ROUNDS-RTN
           else
              perform JANKEN-PASS-RTN
           end-if.
           perform MINE-PASS-RTN.

       FIND-PLAYER-RTN.
           move 0 to wk-idx.
           perform varying wk-i from 1 by 1 until wk-i > py-cnt
              move py-cnt to wk-idx
              move wk-name to py-name(wk-idx)
              move 0 to py-hb-g(wk-idx) py-hb-w(wk-idx)
                        py-hb-t(wk-idx) py-bz-g(wk-idx)
                        py-bz-w(wk-idx) py-bz-t(wk-idx)
                        py-rv-g(wk-idx)
                        py-jk-w(wk-idx) py-jk-l(wk-idx)
                        py-jk-d(wk-idx) py-ms-g(wk-idx)
                        py-ms-w(wk-idx) py-ms-sec(wk-idx)
           perform until 1 = 0
              read history-file at end exit perform
              end-read
              if hist-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if flt-sw = 1 and
                 (hist-date < flt-from or hist-date > flt-to)
                 exit perform cycle
              end-if
              move hist-player to wk-name
              perform FIND-PLAYER-RTN
      *> blitz games (BZ result codes) are rated on their own - a
      *> clock changes the game too much to pool them with untimed
              if wk-idx > 0
                 if hist-result(1:2) = "BZ"
                    add 1 to py-bz-g(wk-idx)
                    add hist-tries to py-bz-t(wk-idx)
                    if hist-result = "BZWIN"
                       add 1 to py-bz-w(wk-idx)
                    end-if
                 else
                    add 1 to py-hb-g(wk-idx)
                    add hist-tries to py-hb-t(wk-idx)
                    if hist-result = "WIN"
                       add 1 to py-hb-w(wk-idx)
                    end-if
                 end-if
              end-if
           end-perform.
           close history-file.

       REVERSI-PASS-RTN.
      *> Elo against a fixed-1000 computer, K=24, in game order;
      *> imported collection games were not played against it
           open input rvresult-file.
           if rvres-f-sts not = "00"
              exit paragraph
           perform until 1 = 0
              read rvresult-file at end exit perform
              end-read
              if rvresult-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if flt-sw = 1 and
                 (rv-f1 < flt-from or rv-f1 > flt-to)
                 exit perform cycle
              end-if
              if rv-type = "G" and rv-f9 not = "IMPT"
                 move rv-f7 to wk-name
                 perform FIND-PLAYER-RTN
                 if wk-idx > 0
           if stats-f-sts not = "00"
              exit paragraph
           end-if.
           move 1 to stats-lay.
           perform until 1 = 0
              read stats-file at end exit perform
              end-read
              if stats-record(1:7) = "*LAYOUT"
                 move function numval(stats-record(9:2)) to stats-lay
                 exit perform cycle
              end-if
      *> a file still in layout 01 is read through the narrow view
              if stats-lay < 2
                 if so-mywins is numeric and
                    so-pcwins is numeric and
                    so-draws is numeric
                    move so-player to wk-name
                    perform FIND-PLAYER-RTN
                    if wk-idx > 0
                       move function numval(so-mywins)
                         to py-jk-w(wk-idx)
                       move function numval(so-pcwins)
                         to py-jk-l(wk-idx)
                       move function numval(so-draws)
                         to py-jk-d(wk-idx)
                    end-if
                 end-if
                 exit perform cycle
              end-if
              if stat-mywins is numeric and
                 stat-pcwins is numeric and
                 stat-draws is numeric
           end-perform.
           close stats-file.

       JANKEN-ROUNDS-RTN.
           open input round-file.
           if rnd-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read round-file at end exit perform
              end-read
              if round-record(1:7) = "*LAYOUT" or
                 rnd-date < flt-from or rnd-date > flt-to
                 exit perform cycle
              end-if
              move rnd-player to wk-name
              perform FIND-PLAYER-RTN
              if wk-idx > 0
                 evaluate rnd-result
                    when 1
                       add 1 to py-jk-d(wk-idx)
                    when 2
                       add 1 to py-jk-w(wk-idx)
                    when 3
                       add 1 to py-jk-l(wk-idx)
                 end-evaluate
              end-if
           end-perform.
           close round-file.

       MINE-PASS-RTN.
           open input msresult-file.
           if msres-f-sts not = "00"
           perform until 1 = 0
              read msresult-file at end exit perform
              end-read
              if msresult-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if flt-sw = 1 and
                 (res-date < flt-from or res-date > flt-to)
                 exit perform cycle
              end-if
              move res-player to wk-name
              perform FIND-PLAYER-RTN
              if wk-idx > 0
                 move py-hb-g(wk-i) to rt-games
                 perform WRITE-ONE-RATING-RTN
              end-if
              if py-bz-g(wk-i) > 0
                 compute wk-avg rounded =
                         py-bz-t(wk-i) / py-bz-g(wk-i)
                 compute wk-rating = 1000
                         + (py-bz-w(wk-i) * 400 / py-bz-g(wk-i))
                         - (wk-avg * 20)
                 move "HB-BLITZ" to rt-game
                 move py-bz-g(wk-i) to rt-games
                 perform WRITE-ONE-RATING-RTN
              end-if
              if py-rv-g(wk-i) > 0
                 move py-rv-elo(wk-i) to wk-rating
                 move "REVERSI" to rt-game
           move wk-game  to rt-game.
           move wk-games to rt-games.
           move wk-rating to rt-rating.
           if flt-sw = 1
              move season-x to rt-season
           end-if.
           write ratings-record.
           add 1 to out-cnt.
