       IDENTIFICATION DIVISION.

       PROGRAM-ID. PlayQuota.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select sessions-file assign to "../data/isgames_sessions.log"
           organization line sequential
           file status sess-f-sts.
       select cfg-file assign to dynamic cfg-file-name
           organization line sequential
           file status cfg-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  sessions-file.
       01  sessions-record.
           05  sess-player  pic x(10).
           05  filler       pic x.
           05  sess-game    pic x(12).
           05  filler       pic x.
           05  sess-date    pic x(08).
           05  filler       pic x.
           05  sess-time    pic x(06).
           05  filler       pic x.
           05  sess-rdate   pic x(08).
           05  filler       pic x.
           05  sess-rtime   pic x(06).
      *> the settings file and the player profiles share one shape
       fd  cfg-file.
       01  cfg-record.
           05  cfg-key      pic x(14).
           05  filler       pic x.
           05  cfg-value    pic x(24).

       WORKING-STORAGE SECTION.
       01  sess-f-sts   pic x(02).
       01  cfg-f-sts    pic x(02).
       01  cfg-file-name pic x(100).
       01  settings-name pic x(64)
           value "../data/isgames_settings.cfg".
       01  wk-curdate   pic x(21).
       01  cmd-args     pic x(60).
       01  run-mode     pic x(10).
       01  arg-2        pic x(10).
       01  arg-3        pic x(10).
       01  arg-4        pic x(10).
       01  print-sw     pic 9(01) value 0.
       01  set-name     pic x(10).
       01  set-mins     pic 9(04).
       01  set-clear-sw pic 9(01) value 0.
      *> a config file held in memory while one key is changed
       01  cf-tbl.
           05  cf-cnt   pic 9(02) value 0.
           05  cf-line  occurs 60 pic x(39).
       01  cf-found     pic 9(02).
       01  wk-c         pic 9(02).
       01  dflt-mins    pic 9(04) value 0.
      *> the days reported, oldest first
       01  day-tbl.
           05  day-cnt  pic 9(02) value 0.
           05  day-date occurs 31 pic x(08).
       01  first-int    pic 9(08).
       01  wk-int       pic 9(08).
       01  wk-d         pic 9(02).
       01  use-tbl.
           05  use-cnt  pic 9(03) value 0.
           05  use-ent  occurs 500.
               10  us-date    pic x(08).
               10  us-player  pic x(10).
               10  us-games   pic 9(03).
               10  us-secs    pic 9(06).
       01  wk-u         pic 9(03).
       01  use-full-sw  pic 9(01) value 0.
       01  al-tbl.
           05  al-cnt   pic 9(03) value 0.
           05  al-ent   occurs 200.
               10  al-player  pic x(10).
               10  al-own-sw  pic 9(01).
               10  al-mins    pic 9(04).
       01  wk-a         pic 9(03).
       01  qt-start     pic 9(05).
       01  qt-end       pic 9(05).
       01  qt-secs      pic 9(06).
       01  used-mins    pic 9(04).
       01  left-mins    pic 9(04).
       01  allow-mins   pic 9(04).
       01  over-cnt     pic 9(03) value 0.
       01  row-cnt      pic 9(03).
       01  cnt-disp     pic zz9.
       01  min-disp     pic zzz9.
       01  min-disp2    pic zzz9.
       01  min-disp3    pic zzz9.
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
       01  hdg-ptr      pic 9(03).
       01  swap-param.
           05  sw-func   pic x(04).
           05  sw-file   pic x(90).
           05  sw-temp   pic x(100).
           05  sw-count  pic 9(03).
           05  sw-rc     pic 9(01).

       PROCEDURE DIVISION.
       MAIN.
           accept cmd-args from command-line.
           move spaces to run-mode arg-2 arg-3 arg-4.
           unstring cmd-args delimited by all space
                    into run-mode arg-2 arg-3 arg-4.
           move function upper-case(run-mode) to run-mode.
           move function current-date to wk-curdate.
           if run-mode = "SET"
              perform SET-RTN
              goback
           end-if.
      *> anything else is the report: REPORT [yyyymmdd] [PRINT]
           if run-mode = "PRINT" or function upper-case(arg-2) = "PRINT"
              or function upper-case(arg-3) = "PRINT"
              move 1 to print-sw
           end-if.
           perform REPORT-RTN.
           goback.

       SET-RTN.
      *> SET <player> <minutes> - the player's own allowance, 0 for
      *> no limit; SET <player> DEFAULT - back to the shop-wide one;
      *> SET DEFAULT <minutes> - the shop-wide allowance itself
           if arg-2 = spaces or arg-3 = spaces
              display "Usage: SET <player> <minutes>|DEFAULT"
              display "       SET DEFAULT <minutes>"
              exit paragraph
           end-if.
           if function upper-case(arg-3) = "DEFAULT"
              move 1 to set-clear-sw
           else
              if function trim(arg-3) is not numeric
                 or function numval(arg-3) > 1440
                 display "Minutes must be 0 to 1440"
                 exit paragraph
              end-if
              move function numval(arg-3) to set-mins
           end-if.
           if function upper-case(arg-2) = "DEFAULT"
              if set-clear-sw = 1
                 display "Usage: SET DEFAULT <minutes>"
                 exit paragraph
              end-if
              move settings-name to cfg-file-name
           else
              move arg-2 to set-name
              move spaces to cfg-file-name
              string "../data/profile_" function trim(set-name)
                     ".cfg" delimited by size into cfg-file-name
           end-if.
           perform CFG-LOAD-RTN.
           perform CFG-PUT-RTN.
      *> nothing to take out of a profile that never had the key
           if set-clear-sw = 0 or cf-found > 0
              perform CFG-SAVE-RTN
           else
              move "00" to cfg-f-sts
           end-if.
           if cfg-f-sts not = "00"
              display "Cannot write " function trim(cfg-file-name)
                      " sts=" cfg-f-sts
              exit paragraph
           end-if.
           move set-mins to min-disp.
           evaluate true
              when function upper-case(arg-2) = "DEFAULT"
                 display "Shop-wide daily allowance set to "
                         function trim(min-disp) " minutes"
              when set-clear-sw = 1
                 display function trim(set-name)
                         " now follows the shop-wide allowance"
              when set-mins = 0
                 display function trim(set-name)
                         " has no daily limit"
              when other
                 display function trim(set-name)
                         " daily allowance set to "
                         function trim(min-disp) " minutes"
           end-evaluate.

       CFG-LOAD-RTN.
           move 0 to cf-cnt.
           open input cfg-file.
           if cfg-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read cfg-file at end exit perform
              end-read
              if cf-cnt < 60
                 add 1 to cf-cnt
                 move cfg-record to cf-line(cf-cnt)
              end-if
           end-perform.
           close cfg-file.

       CFG-PUT-RTN.
      *> every other key is written back exactly as it was read
           move 0 to cf-found.
           perform varying wk-c from 1 by 1 until wk-c > cf-cnt
              if cf-line(wk-c)(1:14) = "DAILY-MINUTES"
                 move wk-c to cf-found
              end-if
           end-perform.
           if set-clear-sw = 1
              if cf-found > 0
                 perform varying wk-c from cf-found by 1
                         until wk-c >= cf-cnt
                    move cf-line(wk-c + 1) to cf-line(wk-c)
                 end-perform
                 subtract 1 from cf-cnt
              end-if
              exit paragraph
           end-if.
           if cf-found = 0
              if cf-cnt = 60
                 exit paragraph
              end-if
              add 1 to cf-cnt
              move cf-cnt to cf-found
           end-if.
           move spaces to cfg-record.
           move "DAILY-MINUTES" to cfg-key.
           move set-mins to cfg-value.
           move cfg-record to cf-line(cf-found).

       CFG-SAVE-RTN.
      *> written to a new copy first, swapped in once it is whole
           move cfg-file-name to sw-file.
           move "BEGN" to sw-func.
           call "SafeSwap" using swap-param.
           move sw-temp to cfg-file-name.
           open output cfg-file.
           if cfg-f-sts not = "00"
              move sw-file to cfg-file-name
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              exit paragraph
           end-if.
           perform varying wk-c from 1 by 1 until wk-c > cf-cnt
              move cf-line(wk-c) to cfg-record
              write cfg-record
           end-perform.
           close cfg-file.
           move sw-file to cfg-file-name.
           move "COMT" to sw-func.
           call "SafeSwap" using swap-param.

       REPORT-RTN.
      *> one day if a date is given, otherwise the last seven
           if arg-2(1:8) is numeric and arg-2(9:2) = spaces
              move 1 to day-cnt
              move arg-2(1:8) to day-date(1)
           else
              compute first-int =
                      function integer-of-date(
                      function numval(wk-curdate(1:8))) - 6
              perform varying wk-d from 1 by 1 until wk-d > 7
                 compute wk-int = first-int + wk-d - 1
                 move function date-of-integer(wk-int)
                   to day-date(wk-d)
              end-perform
              move 7 to day-cnt
           end-if.
           perform LOAD-DEFAULT-RTN.
           perform LOAD-USE-RTN.
           if print-sw = 1
              move "OPEN" to ps-func
              move "playquota" to ps-tag
              move "Play time against daily allowance" to ps-title
              call "PrintSpool" using ps-param
           end-if.
           move "PLAYQUOTA-H01" to mc-id.
           move "Play time against daily allowance" to mc-text.
           perform LBL-RTN.
           move spaces to prt-text.
           move 1 to hdg-ptr.
           string function trim(mc-text trailing) " "
                  day-date(1)(1:4) "/" day-date(1)(5:2) "/"
                  day-date(1)(7:2)
                  delimited by size into prt-text with pointer hdg-ptr.
           if day-cnt > 1
              string " to "
                     day-date(day-cnt)(1:4) "/"
                     day-date(day-cnt)(5:2) "/"
                     day-date(day-cnt)(7:2)
                     delimited by size into prt-text
                     with pointer hdg-ptr
           end-if.
           perform PRT-RTN.
           move spaces to prt-text.
           if dflt-mins = 0
              move "Shop-wide allowance: none" to prt-text
              move "PLAYQUOTA-H02" to mc-id
              perform HDG-RTN
           else
              move dflt-mins to min-disp
              move "PLAYQUOTA-H03" to mc-id
              move "Shop-wide allowance:" to mc-text
              perform LBL-RTN
              string function trim(mc-text trailing) " "
                     function trim(min-disp)
                     " min a day" delimited by size into prt-text
           end-if.
           perform PRT-RTN.
           perform varying wk-d from 1 by 1 until wk-d > day-cnt
              perform REPORT-DAY-RTN
           end-perform.
           move spaces to prt-text.
           perform PRT-RTN.
           if use-full-sw = 1
              move "More player-days than can be listed - use a date"
                to prt-text
              move "PLAYQUOTA-H04" to mc-id
              perform HDG-RTN
              perform PRT-RTN
           end-if.
           move over-cnt to cnt-disp.
           move spaces to prt-text.
           string "Days over the allowance:" cnt-disp
                  delimited by size into prt-text.
           perform PRT-RTN.
           if print-sw = 1
              move "CLOS" to ps-func
              call "PrintSpool" using ps-param
              display "Print-image file written to the data folder"
           end-if.

       PRT-RTN.
           display prt-text(1:78).
           if print-sw = 1
              move "LINE" to ps-func
              move prt-text to ps-text
              call "PrintSpool" using ps-param
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

       LOAD-DEFAULT-RTN.
           move settings-name to cfg-file-name.
           perform CFG-LOAD-RTN.
           perform varying wk-c from 1 by 1 until wk-c > cf-cnt
              move cf-line(wk-c) to cfg-record
              if cfg-key = "DAILY-MINUTES" and
                 cfg-value(1:4) is numeric
                 move function numval(cfg-value(1:4)) to dflt-mins
              end-if
           end-perform.

       LOAD-USE-RTN.
           open input sessions-file.
           if sess-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read sessions-file at end exit perform
              end-read
              if sess-time is not numeric or
                 sess-rtime is not numeric
                 exit perform cycle
              end-if
              perform varying wk-d from 1 by 1 until wk-d > day-cnt
                 if sess-date <= day-date(wk-d) and
                    sess-rdate >= day-date(wk-d)
                    perform USE-ADD-RTN
                 end-if
              end-perform
           end-perform.
           close sessions-file.

       USE-ADD-RTN.
      *> a session that runs past midnight counts on both days, each
      *> for its own part - the same rule the Launcher enforces
           if sess-date < day-date(wk-d)
              move 0 to qt-start
           else
              compute qt-start = function numval(sess-time(1:2)) * 3600
                               + function numval(sess-time(3:2)) * 60
                               + function numval(sess-time(5:2))
           end-if.
           if sess-rdate > day-date(wk-d)
              move 86400 to qt-end
           else
              compute qt-end = function numval(sess-rtime(1:2)) * 3600
                             + function numval(sess-rtime(3:2)) * 60
                             + function numval(sess-rtime(5:2))
           end-if.
           move 0 to qt-secs.
           if qt-end > qt-start
              compute qt-secs = qt-end - qt-start
           end-if.
           perform varying wk-u from 1 by 1 until wk-u > use-cnt
              if us-date(wk-u) = day-date(wk-d) and
                 us-player(wk-u) = sess-player
                 exit perform
              end-if
           end-perform.
           if wk-u > use-cnt
              if use-cnt = 500
                 move 1 to use-full-sw
                 exit paragraph
              end-if
              add 1 to use-cnt
              move use-cnt to wk-u
              move day-date(wk-d) to us-date(wk-u)
              move sess-player to us-player(wk-u)
              move 0 to us-games(wk-u) us-secs(wk-u)
           end-if.
           if sess-game not = "SIGNIN" and sess-game(1:4) not = "PIN-"
              and us-games(wk-u) < 999
              add 1 to us-games(wk-u)
           end-if.
           add qt-secs to us-secs(wk-u).

       REPORT-DAY-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
           string day-date(wk-d)(1:4) "/" day-date(wk-d)(5:2) "/"
                  day-date(wk-d)(7:2)
                  delimited by size into prt-text.
           perform PRT-RTN.
           move 0 to row-cnt.
           perform varying wk-u from 1 by 1 until wk-u > use-cnt
              if us-date(wk-u) = day-date(wk-d)
                 if row-cnt = 0
                    move "  Player      Games   Used  Allowed  Left"
                      to prt-text
                    move "PLAYQUOTA-H05" to mc-id
                    perform HDG-RTN
                    perform PRT-RTN
                 end-if
                 add 1 to row-cnt
                 perform REPORT-ROW-RTN
              end-if
           end-perform.
           if row-cnt = 0
              move "  no play" to prt-text
              move "PLAYQUOTA-H06" to mc-id
              perform HDG-RTN
              perform PRT-RTN
           end-if.

       REPORT-ROW-RTN.
      *> minutes used are rounded up, so "left" matches what the
      *> Launcher tells the player
           compute used-mins = (us-secs(wk-u) + 59) / 60.
           perform ALLOW-FIND-RTN.
           move spaces to prt-text.
           move us-player(wk-u) to prt-text(3:10).
           move us-games(wk-u) to cnt-disp.
           move cnt-disp to prt-text(17:3).
           move used-mins to min-disp.
           move min-disp to prt-text(23:4).
           if allow-mins = 0
              move "none" to prt-text(31:4)
           else
              move allow-mins to min-disp2
              move min-disp2 to prt-text(31:4)
              if al-own-sw(wk-a) = 1
                 move "*" to prt-text(35:1)
              end-if
              if used-mins > allow-mins
                 add 1 to over-cnt
                 compute left-mins = used-mins - allow-mins
                 move left-mins to min-disp3
                 string "OVER by " function trim(min-disp3)
                        delimited by size into prt-text(38:20)
              else
                 compute left-mins = allow-mins - used-mins
                 move left-mins to min-disp3
                 move min-disp3 to prt-text(38:4)
              end-if
           end-if.
           perform PRT-RTN.

       ALLOW-FIND-RTN.
      *> each player's profile is read once; "*" marks an allowance
      *> of the player's own rather than the shop-wide one
           perform varying wk-a from 1 by 1 until wk-a > al-cnt
              if al-player(wk-a) = us-player(wk-u)
                 exit perform
              end-if
           end-perform.
           if wk-a > al-cnt
              if al-cnt = 200
                 move dflt-mins to allow-mins
                 move 0 to al-own-sw(al-cnt)
                 move al-cnt to wk-a
                 exit paragraph
              end-if
              add 1 to al-cnt
              move al-cnt to wk-a
              move us-player(wk-u) to al-player(wk-a)
              move 0 to al-own-sw(wk-a)
              move dflt-mins to al-mins(wk-a)
              move spaces to cfg-file-name
              string "../data/profile_"
                     function trim(us-player(wk-u))
                     ".cfg" delimited by size into cfg-file-name
              perform CFG-LOAD-RTN
              perform varying wk-c from 1 by 1 until wk-c > cf-cnt
                 move cf-line(wk-c) to cfg-record
                 if cfg-key = "DAILY-MINUTES" and
                    cfg-value(1:4) is numeric
                    move 1 to al-own-sw(wk-a)
                    move function numval(cfg-value(1:4))
                      to al-mins(wk-a)
                 end-if
              end-perform
           end-if.
           move al-mins(wk-a) to allow-mins.
