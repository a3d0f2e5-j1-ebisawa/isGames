       select bundle-file assign to dynamic bnd-file-name
           organization line sequential
           file status bnd-f-sts.
       select cap-file assign to dynamic cap-file-name
           organization line sequential
           file status cap-f-sts.

       DATA DIVISION.

       01  audit-record pic x(120).
       fd  bundle-file.
       01  bundle-record pic x(170).
       fd  cap-file.
       01  cap-record.
           05  cph-date   pic x(08).
           05  filler     pic x.
           05  cph-name   pic x(30).
           05  filler     pic x.
           05  cph-recs   pic 9(07).
           05  filler     pic x.
           05  cph-bytes  pic 9(10).

       WORKING-STORAGE SECTION.
       01  data-f-sts   pic x(02).
               10 filler pic x(30)
                  value "monochrome_palette.cfg".
               10 filler pic x(02) value "PL".
               10 filler pic x(30)
                  value "hitblow_guesses.log".
               10 filler pic x(02) value "HB".
               10 filler pic x(30)
                  value "janken_h2h.log".
               10 filler pic x(02) value "HB".
               10 filler pic x(30)
                  value "minesweeper_marathon.log".
               10 filler pic x(02) value "HB".
               10 filler pic x(30)
                  value "minesweeper_marathon_best.log".
               10 filler pic x(02) value "MM".
               10 filler pic x(30)
                  value "player_avatars.dat".
               10 filler pic x(02) value "AV".
               10 filler pic x(30)
                  value "stackque_grades.log".
               10 filler pic x(02) value "HB".
               10 filler pic x(30)
                  value "catseye_race.log".
               10 filler pic x(02) value "HB".
               10 filler pic x(30)
                  value "reversi_puzzle.log".
               10 filler pic x(02) value "HB".
               10 filler pic x(30)
                  value "starpilot_versions.log".
               10 filler pic x(02) value "SV".
               10 filler pic x(30)
                  value "minesweeper_besttimes_all.log".
               10 filler pic x(02) value "MB".
               10 filler pic x(30)
                  value "catseye_beststeps_all.log".
               10 filler pic x(02) value "CB".
               10 filler pic x(30)
                  value "isgames_season.dat".
               10 filler pic x(02) value "SN".
               10 filler pic x(30)
                  value "isgames_halloffame.log".
               10 filler pic x(02) value "SN".
               10 filler pic x(30)
                  value "challenges.dat".
               10 filler pic x(02) value "CH".
               10 filler pic x(30)
                  value "isgames_settings.cfg".
               10 filler pic x(02) value "AA".
           05  filler redefines known-def.
               10  known-entry occurs 36.
                   15  kn-name pic x(30).
                   15  kn-type pic x(02).
       01  wk-k         pic 9(02).
       01  cat-f-sts    pic x(02).
       01  aud-f-sts    pic x(02).
       01  bak-recs     pic 9(05).
       01  all-recs     pic 9(09) value 0.
       01  bak-fail     pic 9(02) value 0.
       01  seal-bad     pic 9(05) value 0.
       01  sn-param.
           05  sn-func    pic x(04).
           05  sn-count   pic 9(09).
           05  sn-result  pic x(04).
           05  sn-reason  pic x(60).
       01  swap-param.
           05  sw-func   pic x(04).
           05  sw-file   pic x(90).
           05  sw-temp   pic x(100).
           05  sw-count  pic 9(03).
           05  sw-rc     pic 9(01).
       01  op-param.
           05  op-func   pic x(04).
           05  op-pin    pic x(08).
           05  op-new    pic x(08).
           05  op-what   pic x(12).
           05  op-player pic x(10).
           05  op-rc     pic 9(01).
       01  pin-again    pic x(08).
       01  gen-tbl.
           05  gen-cnt pic 9(03) value 0.
           05  filler occurs 100.
               10 filler pic x(30)
                  value "players.dat".
               10 filler pic x(06) value "005000".
               10 filler pic x(30)
                  value "hitblow_guesses.log".
               10 filler pic x(06) value "037000".
               10 filler pic x(30)
                  value "janken_h2h.log".
               10 filler pic x(06) value "019000".
               10 filler pic x(30)
                  value "janken_h2h.log".
               10 filler pic x(06) value "030000".
               10 filler pic x(30)
                  value "minesweeper_marathon.log".
               10 filler pic x(06) value "060000".
               10 filler pic x(30)
                  value "minesweeper_marathon_best.log".
               10 filler pic x(06) value "031040".
               10 filler pic x(30)
                  value "player_avatars.dat".
               10 filler pic x(06) value "005000".
               10 filler pic x(30)
                  value "stackque_grades.log".
               10 filler pic x(06) value "037000".
               10 filler pic x(30)
                  value "catseye_race.log".
               10 filler pic x(06) value "058000".
               10 filler pic x(30)
                  value "catseye_race.log".
               10 filler pic x(06) value "074000".
               10 filler pic x(30)
                  value "catseye_race.log".
               10 filler pic x(06) value "090000".
               10 filler pic x(30)
                  value "reversi_puzzle.log".
               10 filler pic x(06) value "021000".
      *> imported games also name the White player, after the seal
               10 filler pic x(30)
                  value "reversi_results.log".
               10 filler pic x(06) value "068000".
               10 filler pic x(30)
                  value "starpilot_versions.log".
               10 filler pic x(06) value "042000".
               10 filler pic x(30)
                  value "isgames_sessions.log".
               10 filler pic x(06) value "001000".
               10 filler pic x(30)
                  value "isgames_ratings.log".
               10 filler pic x(06) value "010000".
               10 filler pic x(30)
                  value "daily_challenge.log".
               10 filler pic x(06) value "023000".
               10 filler pic x(30)
                  value "recent_files.log".
               10 filler pic x(06) value "014000".
               10 filler pic x(30)
                  value "janken_placements.log".
               10 filler pic x(06) value "013000".
               10 filler pic x(30)
                  value "minesweeper_besttimes_all.log".
               10 filler pic x(06) value "021030".
               10 filler pic x(30)
                  value "catseye_beststeps_all.log".
               10 filler pic x(06) value "087096".
               10 filler pic x(30)
                  value "isgames_halloffame.log".
               10 filler pic x(06) value "021000".
               10 filler pic x(30)
                  value "challenges.dat".
               10 filler pic x(06) value "030000".
               10 filler pic x(30)
                  value "challenges.dat".
               10 filler pic x(06) value "041000".
           05  filler redefines rn-def.
               10  rn-entry occurs 35.
                   15  rn-file pic x(30).
                   15  rn-off  pic 9(03).
                   15  rn-seal-len pic 9(03).
       01  wk-r         pic 9(02).
       01  rn-hits      pic 9(05).
       01  rn-total     pic 9(06).

       01  rn-apply-sw  pic 9(01) value 0.
       01  rn-2d        pic 9(02).
       01  rn-seal-ed   pic 9(04).
               10 filler pic x(13) value "025B016018006".
               10 filler pic x(30) value "catseye_beststeps.log".
               10 filler pic x(13) value "087B080082004".
               10 filler pic x(30) value "hitblow_guesses.log".
               10 filler pic x(13) value "037A000000000".
               10 filler pic x(30) value "player_avatars.dat".
               10 filler pic x(13) value "005V000000000".
           05  filler redefines pb-def.
               10  pb-entry occurs 11.
                   15  pb-name    pic x(30).
                   15  pb-off     pic 9(03).
                   15  pb-mode    pic x(01).
       01  pb-val-new   pic 9(06).
       01  pb-val-old   pic 9(06).
       01  pb-prof-sw   pic 9(01).
       01  pb-av-sw     pic 9(01).
       01  pb-av-id     pic x(03).
       01  pb-hold-name pic x(128).
       01  pb-swap-sw   pic 9(01) value 0.
       01  xr-tbl.
      *> players.dat as loaded for the cross-reference, with the
      *> number of game records each name turned up in
           05  xr-cnt   pic 9(03) value 0.
           05  xr-ent   occurs 300.
               10  xr-id    pic x(03).
               10  xr-name  pic x(10).
               10  xr-uname pic x(10).
               10  xr-hits  pic 9(07).
       01  xo-tbl.
      *> names not in players.dat, one row per file and name
           05  xo-cnt   pic 9(03) value 0.
           05  xo-ent   occurs 300.
               10  xo-file  pic x(30).
               10  xo-name  pic x(10).
               10  xo-hits  pic 9(05).
       01  xn-tbl.
      *> the same names once each, with the suggested fix
           05  xn-cnt   pic 9(03) value 0.
           05  xn-ent   occurs 100.
               10  xn-name   pic x(10).
               10  xn-target pic x(10).
       01  xa-tbl.
      *> earlier renames from the audit trail, oldest first
           05  xa-cnt   pic 9(03) value 0.
           05  xa-ent   occurs 200.
               10  xa-old   pic x(10).
               10  xa-new   pic x(10).
       01  xr-name-in   pic x(10).
       01  xr-found     pic 9(03).
       01  xr-file-bad  pic 9(03).
       01  xr-total-bad pic 9(03) value 0.
       01  xr-idle      pic 9(03) value 0.
       01  xr-need      pic 9(03) value 0.
       01  xr-step      pic 9(02).
       01  xr-arrow     pic x(04).
       01  xr-full-sw   pic 9(01) value 0.
       01  wk-x         pic 9(03).
       01  wk-y         pic 9(03).
       01  fix-apply    pic x(05).
       01  fix-cnt      pic 9(03) value 0.
       01  fix-file-name pic x(128)
           value "../data/player_fixes.txt".
       01  mg-tbl.
           05  mg-cnt pic 9(03) value 0.
           05  mg-row occurs 300 pic x(160).
                  value "reversi_results.log".
               10 filler pic x(03) value "060".
               10 filler pic x(01) value "G".
               10 filler pic x(30)
                  value "minesweeper_besttimes_all.log".
               10 filler pic x(03) value "030".
               10 filler pic x(01) value " ".
               10 filler pic x(30)
                  value "catseye_beststeps_all.log".
               10 filler pic x(03) value "096".
               10 filler pic x(01) value " ".
           05  filler redefines sl-def.
               10  sl-entry occurs 6.
                   15  sl-name   pic x(30).
                   15  sl-len    pic 9(03).
                   15  sl-filter pic x(01).
       01  unsealed-cnt pic 9(05).
       01  mismatch-cnt pic 9(05).
       01  wk-given     pic 9(04).
       01  lay-tbl.
      *> logs whose record layout has moved on since the original;
      *> a log not listed here is still at layout 01, and a log
      *> with no header line was written in layout 01
           05  lay-def.
               10 filler pic x(30) value "janken_stats.log".
               10 filler pic x(02) value "02".
           05  filler redefines lay-def.
               10  lay-entry occurs 1.
                   15  lay-name    pic x(30).
                   15  lay-now     pic 9(02).
       01  wk-l         pic 9(02).
       01  lay-ver      pic 9(02).
       01  lay-cur      pic 9(02).
       01  lay-step     pic 9(02).
       01  lay-hdr-sw   pic 9(01).
       01  lay-chg-sw   pic 9(01).
       01  lay-hdr      pic x(10).
       01  up-done      pic 9(02) value 0.
       01  js-name      pic x(10).
       01  js-pc        pic 9(04).
       01  js-my        pic 9(04).
       01  js-dr        pic 9(04).
       01  js-w         pic 9(01).
       01  js-p2        pic 9(02).
       01  js-p3        pic 9(02).
       01  js-cap       pic 9(04).
       01  js-4d        pic 9(04).
       01  js-row       pic x(160).
       01  cap-f-sts    pic x(02).
       01  cap-file-name pic x(100)
                         value "../data/capacity_history.log".
      *> logs outside the check table that still grow every day
       01  cp-extra-tbl.
           05  cp-extra-def.
               10 filler pic x(30) value "isgames_sessions.log".
               10 filler pic x(30) value "isgames_ratings.log".
               10 filler pic x(30) value "daily_challenge.log".
               10 filler pic x(30) value "janken_placements.log".
               10 filler pic x(30) value "minesweeper_puzzlebest.log".
               10 filler pic x(30) value "hitblow_exports.log".
               10 filler pic x(30) value "monochrome_stamps.log".
               10 filler pic x(30) value "recent_files.log".
               10 filler pic x(30) value "reversi_book.log".
               10 filler pic x(30) value "batchnight.hst".
               10 filler pic x(30) value "backup_catalog.log".
               10 filler pic x(30) value "restore_audit.log".
               10 filler pic x(30) value "print_queue.log".
               10 filler pic x(30) value "isgames_msgmiss.log".
           05  filler redefines cp-extra-def.
               10  cp-extra occurs 14 pic x(30).
      *> file families: folder, name mask, what the report calls
      *> them, and how an orphan is recognised - A a recording whose
      *> map is gone, G a replay export missing from the exports
      *> index, E a spreadsheet export whose source log is gone
       01  fam-tbl.
           05  fam-def.
               10 filler pic x(16) value "../data/".
               10 filler pic x(20) value "*.bak".
               10 filler pic x(30) value "Backup generations".
               10 filler pic x(01) value " ".
               10 filler pic x(16) value "../data/archive/".
               10 filler pic x(20) value "*.bak".
               10 filler pic x(30) value "Archived backups".
               10 filler pic x(01) value " ".
               10 filler pic x(16) value "../data/".
               10 filler pic x(20) value "*.map".
               10 filler pic x(30) value "Saved games and maps".
               10 filler pic x(01) value " ".
               10 filler pic x(16) value "../data/".
               10 filler pic x(20) value "*.act".
               10 filler pic x(30) value "Action recordings".
               10 filler pic x(01) value "A".
               10 filler pic x(16) value "../data/".
               10 filler pic x(20) value "hitblow_grid_*.csv".
               10 filler pic x(30) value "HitBlow replay exports".
               10 filler pic x(01) value "G".
               10 filler pic x(16) value "../data/".
               10 filler pic x(20) value "export_*.csv".
               10 filler pic x(30) value "Spreadsheet exports".
               10 filler pic x(01) value "E".
               10 filler pic x(16) value "../data/".
               10 filler pic x(20) value "print_*.prn".
               10 filler pic x(30) value "Print images".
               10 filler pic x(01) value " ".
               10 filler pic x(16) value "../data/".
               10 filler pic x(20) value "web_*.html".
               10 filler pic x(30) value "Web pages".
               10 filler pic x(01) value " ".
               10 filler pic x(16) value "../data/".
               10 filler pic x(20) value "period_report_*.txt".
               10 filler pic x(30) value "Period report files".
               10 filler pic x(01) value " ".
               10 filler pic x(16) value "../data/".
               10 filler pic x(20) value "hitblow_hist_*.arc".
               10 filler pic x(30) value "HitBlow history archives".
               10 filler pic x(01) value " ".
           05  filler redefines fam-def.
               10  fam-entry occurs 10.
                   15  fam-dir   pic x(16).
                   15  fam-mask  pic x(20).
                   15  fam-label pic x(30).
                   15  fam-orph  pic x(01).
       01  wk-f         pic 9(02).
      *> one row per file or family measured this run
       01  cp-tbl.
           05  cp-cnt   pic 9(02) value 0.
           05  cp-row   occurs 60.
               10  cp-name     pic x(30).
               10  cp-kind     pic x(01).
               10  cp-files    pic 9(05).
               10  cp-recs     pic 9(07).
               10  cp-bytes    pic 9(10).
               10  cp-dated    pic 9(07).
               10  cp-d30      pic 9(07).
               10  cp-d7       pic 9(07).
               10  cp-orph     pic 9(05).
               10  cp-b30-date pic x(08).
               10  cp-b30-recs pic 9(07).
               10  cp-b7-date  pic x(08).
               10  cp-b7-recs  pic 9(07).
               10  cp-known    pic 9(01).
               10  cp-add7     pic 9(07).
               10  cp-rate30   pic 9(07)v9(02).
               10  cp-rate7    pic 9(07)v9(02).
               10  cp-proj     pic 9(11).
               10  cp-flag     pic x(01).
      *> the snapshots kept in capacity_history.log - 35 days back
       01  cph-tbl.
           05  cph-cnt  pic 9(04) value 0.
           05  cph-line occurs 2500 pic x(58).
       01  wk-c         pic 9(02).
       01  wk-h         pic 9(04).
       01  cp-want      pic x(30).
       01  cp-today     pic x(08).
       01  cp-from30    pic x(08).
       01  cp-from7     pic x(08).
       01  cp-keep      pic x(08).
       01  cp-date-n    pic 9(08).
       01  cp-today-int pic 9(08).
       01  cp-span      pic 9(05).
       01  cp-snap-sw   pic 9(01) value 0.
       01  cp-trail     pic 9(03).
       01  cp-len       pic 9(03).
       01  cp-hit       pic 9(03).
       01  cp-flag-cnt  pic 9(02) value 0.
       01  cp-unknown   pic 9(02) value 0.
       01  cp-tot-bytes pic 9(11) value 0.
       01  cp-tot-proj  pic 9(11) value 0.
       01  cp-kb        pic 9(09).
       01  cp-line.
           05  cpl-name   pic x(30).
           05  cpl-files  pic x(07).
           05  cpl-recs   pic z(08)9.
           05  cpl-kb     pic z(09)9.
           05  cpl-rate   pic x(10).
           05  cpl-kb90   pic x(10).
           05  filler     pic x(01) value space.
           05  cpl-flag   pic x(01).
       01  cp-files-ed  pic zzzz9.
       01  cp-rate-ed   pic z(06)9.9.
       01  cp-kb90-ed   pic z(09)9.
       01  cp-rate7-ed  pic z(04)9.9.
       01  cp-rate30-ed pic z(04)9.9.
       01  cp-orph-limit pic 9(03) value 10.
      *> the message catalog by id: which languages each id has
       01  mk-tbl.
           05  mk-cnt   pic 9(04) value 0.
           05  mk-row   occurs 2000.
               10  mk-id    pic x(16).
               10  mk-en    pic 9(01).
               10  mk-jp    pic 9(01).
       01  wk-mk        pic 9(04).
       01  mk-found     pic 9(04).
       01  mk-want      pic x(16).
       01  mk-full-sw   pic 9(01) value 0.
      *> ids the screens asked for and did not find, once each
       01  mq-tbl.
           05  mq-cnt   pic 9(03) value 0.
           05  mq-row   occurs 500.
               10  mq-id    pic x(16).
               10  mq-lang  pic x(02).
               10  mq-first pic x(08).
               10  mq-times pic 9(05).
       01  wk-mq        pic 9(03).
       01  mq-found     pic 9(03).
       01  mc-no-en     pic 9(04) value 0.
       01  mc-no-jp     pic 9(04) value 0.
       01  mc-asked     pic 9(04) value 0.

       PROCEDURE DIVISION.
       MAIN.
           display "Data directory maintenance - mode "
                   run-mode.
           display " "
      *> anything that replaces or rewrites data is the operator's;
      *> a dry run changes nothing and stays open to everyone
           move spaces to op-what.
           evaluate true
              when run-mode(1:7) = "RESTORE"
              when run-mode(1:7) = "UPGRADE"
              when run-mode(1:7) = "ARCHIVE"
              when run-mode(1:6) = "IMPORT"
                 move run-mode to op-what
              when run-mode(1:6) = "RENAME"
                 if function upper-case(rn-apply) = "APPLY"
                    move "RENAME APPLY" to op-what
                 end-if
              when run-mode(1:5) = "FIXUP"
                 if function upper-case(rn-old) = "APPLY"
                    move "FIXUP APPLY" to op-what
                 end-if
           end-evaluate.
           if op-what not = spaces
              perform OPERATOR-RTN
              if op-rc = 1
                 display "Operator PIN not accepted - nothing done"
                 move 0 to sn-count
                 move "FAIL" to sn-result
                 move "operator PIN not accepted" to sn-reason
                 perform STEP-NOTE-RTN
                 goback
              end-if
           end-if.
           if run-mode = "PIN"
              perform SET-PIN-RTN
              goback
           end-if.
           if run-mode(1:7) = "RESTORE"
              perform RESTORE-RTN
              goback
           end-if.
           if run-mode(1:6) = "VERIFY"
              perform VERIFY-SEALS-RTN
              move all-recs to sn-count
              move "OK" to sn-result
              move spaces to sn-reason
              if seal-bad > 0
                 move "FAIL" to sn-result
                 move seal-bad to cnt-disp
                 string function trim(cnt-disp)
                        " record(s) with a bad seal"
                        delimited by size into sn-reason
              end-if
              perform STEP-NOTE-RTN
              goback
           end-if.
           if run-mode(1:6) = "EXPORT"
              perform IMPORT-PLAYER-RTN
              goback
           end-if.
           if run-mode(1:7) = "UPGRADE"
              perform UPGRADE-RTN
              goback
           end-if.
           if run-mode(1:4) = "XREF"
              perform XREF-RTN
              goback
           end-if.
           if run-mode(1:5) = "FIXUP"
              move rn-old to fix-apply
              perform FIXUP-RTN
              goback
           end-if.
           if run-mode(1:8) = "CAPACITY"
              perform CAPACITY-RTN
              goback
           end-if.
           if run-mode(1:8) = "MSGCHECK"
              perform MSGCHECK-RTN
              goback
           end-if.
           perform varying wk-k from 1 by 1 until wk-k > 36
              perform CHECK-ONE-FILE-RTN
           end-perform.
           perform SCAN-MAPS-RTN.
           move files-bad  to cnt-disp2
           display "Files present:" cnt-disp
                   "  files with bad records:" cnt-disp2.
      *> a bad record is reported but the copy is still taken; only
      *> a backup that could not be written fails the step
           move all-recs to sn-count.
           move "OK" to sn-result.
           move spaces to sn-reason.
           if bak-fail > 0
              move "FAIL" to sn-result
              move bak-fail to cnt-disp
              string function trim(cnt-disp)
                     " backup file(s) not written"
                     delimited by size into sn-reason
           else
              if files-bad > 0
                 move files-bad to cnt-disp
                 string function trim(cnt-disp)
                        " file(s) with bad records"
                        delimited by size into sn-reason
              end-if
           end-if.
           perform STEP-NOTE-RTN.
           goback.

       STEP-NOTE-RTN.
           move "PUT " to sn-func.
           call "StepNote" using sn-param
              on exception continue
           end-call.

       OPERATOR-RTN.
      *> asked for at the console; OpPin logs the attempt with the
      *> mode to isgames_sessions.log. no PIN set leaves it open
           move "STAT" to op-func.
           call "OpPin" using op-param.
           if op-rc = 2
              display "No operator PIN is set - DataMaint PIN sets one"
              display " "
              exit paragraph
           end-if.
           display "Operator PIN for " function trim(op-what) ":".
           move spaces to op-pin.
           accept op-pin from console.
           move spaces to op-player.
           move "CHEK" to op-func.
           call "OpPin" using op-param.
           display " ".

       SET-PIN-RTN.
      *> PIN - sets the operator PIN, or changes it once the current
      *> one has been given; only its check value goes into the
      *> settings file
           move "STAT" to op-func.
           call "OpPin" using op-param.
           move spaces to op-pin op-new pin-again.
           if op-rc = 0
              display "Current operator PIN:"
              accept op-pin from console
           end-if.
           display "New operator PIN (4 to 8 digits):".
           accept op-new from console.
           display "New operator PIN again:".
           accept pin-again from console.
           if pin-again not = op-new
              display "The two entries differ - PIN not changed"
              exit paragraph
           end-if.
           move "PIN" to op-what.
           move spaces to op-player.
           move "SET " to op-func.
           call "OpPin" using op-param.
           evaluate op-rc
              when 0
                 display "Operator PIN set"
              when 1
                 display "Operator PIN not accepted - PIN not changed"
              when 3
                 display "The PIN must be 4 to 8 digits - not changed"
              when other
                 display "Cannot write isgames_settings.cfg - "
                         "PIN not changed"
           end-evaluate.

       CHECK-ONE-FILE-RTN.
           move kn-name(wk-k) to wk-base-name.
           move spaces to data-file-name.
           end-if.
           add 1 to files-seen.
           move 0 to rec-cnt bad-cnt first-bad.
           move 1 to lay-ver.
           perform until 1 = 0
              read data-file at end exit perform
              end-read
              if data-line(1:7) = "*LAYOUT"
                 move function numval(data-line(9:2)) to lay-ver
                 exit perform cycle
              end-if
              add 1 to rec-cnt
              perform VALIDATE-REC-RTN
              if bad-sw = 1
              end-if
           end-perform.
           close data-file.
           add rec-cnt to all-recs.
           move rec-cnt to cnt-disp
           if bad-cnt = 0
              display function trim(kn-name(wk-k))
                      " :" cnt-disp " records, layout " lay-ver
                      " ok"
           else
              add 1 to files-bad
              move bad-cnt   to cnt-disp2
              move first-bad to cnt-disp3
              display function trim(kn-name(wk-k))
                      " :" cnt-disp " records, layout " lay-ver
                      "," cnt-disp2
                      " BAD (first at line" cnt-disp3 ")"
           end-if.
           if run-mode(1:6) = "BACKUP"
                    move 1 to bad-sw
                 end-if
              when "JS"
      *> janken_stats: name(10) then three counters, 2 digits wide
      *> in layout 01 and 4 digits from layout 02
                 if lay-ver > 1
                    if data-line(12:4) is not numeric or
                       data-line(17:4) is not numeric or
                       data-line(22:4) is not numeric
                       move 1 to bad-sw
                    end-if
                 else
                    if data-line(12:2) is not numeric or
                       data-line(15:2) is not numeric or
                       data-line(18:2) is not numeric
                       move 1 to bad-sw
                    end-if
                 end-if
              when "MB"
      *> minesweeper best times: label(12) then 6-digit seconds
                 if data-line(14:6) is not numeric
                    move 1 to bad-sw
                 end-if
              when "MM"
      *> minesweeper marathon best: label(22) then 6-digit seconds
                 if data-line(24:6) is not numeric
                    move 1 to bad-sw
                 end-if
              when "CB"
      *> catseye best steps: label(80) then 4-digit steps
                 if data-line(82:4) is not numeric
                    data-line(3:3) is not numeric
                    move 1 to bad-sw
                 end-if
              when "SV"
      *> starpilot versions: program(20), version, then the date
                 if data-line(22:3) is not numeric or
                    data-line(26:8) is not numeric
                    move 1 to bad-sw
                 end-if
              when "SN"
      *> season control and hall of fame: 3-digit season number
                 if data-line(1:3) is not numeric
                    move 1 to bad-sw
                 end-if
              when "CH"
      *> challenges: 6-digit id, game, then the issue date
                 if data-line(1:6) is not numeric or
                    data-line(21:8) is not numeric
                    move 1 to bad-sw
                 end-if
              when "AV"
      *> player avatars: id, name, width, height, row number
                 if data-line(1:3) is not numeric or
                    data-line(16:2) is not numeric or
                    data-line(19:2) is not numeric or
                    data-line(22:2) is not numeric
                    move 1 to bad-sw
                 end-if
              when other
                 continue
           end-evaluate.
           open output backup-file.
           if backup-f-sts not = "00"
              close data-file
              if run-mode(1:6) = "BACKUP"
                 add 1 to bak-fail
              end-if
              exit paragraph
           end-if.
           move 0 to bak-recs.
      *> the chosen backup must validate before it may overwrite
      *> anything - a well-formed live file beats a broken backup
           move "AA" to rst-type.
      *> files outside the known table fall back to entry 36
      *> (type AA - blank-record check only)
           move 36 to save-kn-k.
           perform varying wk-k from 1 by 1 until wk-k > 36
              if kn-name(wk-k) = wk-base-name(1:30)
                 move kn-type(wk-k) to rst-type
                 move wk-k to save-kn-k
           end-if.
           move 0 to rec-cnt bad-cnt first-bad.
           move save-kn-k to wk-k.
           move 1 to lay-ver.
           perform until 1 = 0
              read data-file at end exit perform
              end-read
              if data-line(1:7) = "*LAYOUT"
                 move function numval(data-line(9:2)) to lay-ver
                 exit perform cycle
              end-if
              add 1 to rec-cnt
              perform VALIDATE-REC-RTN
              if bad-sw = 1
                  delimited by size into rst-safety.
           call "CBL_COPY_FILE" using data-file-name, rst-safety
                                 returning copy-rcd.
      *> the generation goes to a new copy first, swapped in whole
           move data-file-name to sw-file.
           move "BEGN" to sw-func.
           call "SafeSwap" using swap-param.
           call "CBL_COPY_FILE" using backup-file-name, sw-temp
                                 returning copy-rcd.
           if copy-rcd not = 0
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              display "Restore copy failed rcd=" copy-rcd
              exit paragraph
           end-if.
           move "COMT" to sw-func.
           call "SafeSwap" using swap-param.
           if sw-rc not = 0
              display "Restore copy failed - finished at the next"
                      " start-up"
              exit paragraph
           end-if.
           move rec-cnt to cnt-disp.
           display "Restored " function trim(wk-base-name)
                   " from " gn-date(rst-choice)
              end-if
              exit paragraph
           end-if.
      *> catsEye teleporter pair cost: "TPC n c"
           if data-line(1:4) = "TPC "
              if data-line(5:1) is not numeric or
                 data-line(7:1) is not numeric
                 move 1 to bad-sw
              end-if
              exit paragraph
           end-if.
           if data-line(2:1) = space and
              data-line(3:2) is numeric and
              data-line(6:2) is numeric
           end-if.
           move data-line(1:42) to wk-map-row.
           inspect wk-map-row converting
                   "#SGMWDKLTP0123456789" to spaces.
           if wk-map-row not = spaces
              move 1 to bad-sw
           end-if.
           end-if.
           display " ".
           move 0 to rn-total.
           perform varying wk-r from 1 by 1 until wk-r > 35
              perform RENAME-ONE-FILE-RTN
           end-perform.
           move rn-total to cnt-disp.
           end-if.
           move 0 to rn-hits.
           if rn-apply-sw = 1
              move data-file-name to sw-file
              move "BEGN" to sw-func
              call "SafeSwap" using swap-param
              move sw-temp to backup-file-name
              open output backup-file
              if backup-f-sts not = "00"
                 close data-file
                 move "DROP" to sw-func
                 call "SafeSwap" using swap-param
                 display function trim(rn-file(wk-r))
                         " : cannot open work file - skipped"
                 exit paragraph
              read data-file at end exit perform
              end-read
      *> reversi keeps the player only on its G records - the M
      *> records carry move data at the same offset.  games brought
      *> in by RvImport (IMPT) name outside players and are left as
      *> they were published
              if rn-file(wk-r) = "reversi_results.log" and
                 (data-line(1:1) not = "G" or
                  data-line(57:4) = "IMPT")
                 continue
              else
                 if data-line(rn-off(wk-r):10) = rn-old
           if rn-apply-sw = 1
              close backup-file
              if rn-hits > 0
                 move "COMT" to sw-func
              else
                 move "DROP" to sw-func
              end-if
              call "SafeSwap" using swap-param
           end-if.
           add rn-hits to rn-total.
           move rn-hits to cnt-disp.
              rn-file(wk-r)(1:16) = "janken_stats.log"
              perform MERGE-JK-STATS-RTN
           end-if.
           if rn-apply-sw = 1 and rn-hits > 0 and
              rn-file(wk-r)(1:18) = "player_avatars.dat"
              perform MERGE-AVATARS-RTN
           end-if.

       RENAME-RESEAL-RTN.
      *> a renamed record's check value no longer matches its
              end-if
           end-perform.
           close data-file.
      *> the counters sit 2 digits wide in layout 01, 4 from 02
           move 2 to js-w.
           move 15 to js-p2.
           move 18 to js-p3.
           move 99 to js-cap.
           if scan-cnt > 0 and scan-name(1)(1:7) = "*LAYOUT" and
              scan-name(1)(9:2) > "01"
              move 4 to js-w
              move 17 to js-p2
              move 22 to js-p3
              move 9999 to js-cap
           end-if.
           perform varying wk-s from 1 by 1 until wk-s > scan-cnt
              if scan-name(wk-s) not = spaces
                 perform varying wk-i from 1 by 1
                       scan-name(wk-s)(1:10)
      *> same player twice: add the counters into the first row
                       compute rec-cnt =
                          function numval(scan-name(wk-s)(12:js-w))
                        + function numval(scan-name(wk-i)(12:js-w))
                       if rec-cnt > js-cap
                          move js-cap to rec-cnt
                       end-if
                       move rec-cnt to js-4d
                       move js-4d(5 - js-w:js-w)
                         to scan-name(wk-s)(12:js-w)
                       compute rec-cnt =
                          function numval(scan-name(wk-s)(js-p2:js-w))
                        + function numval(scan-name(wk-i)(js-p2:js-w))
                       if rec-cnt > js-cap
                          move js-cap to rec-cnt
                       end-if
                       move rec-cnt to js-4d
                       move js-4d(5 - js-w:js-w)
                         to scan-name(wk-s)(js-p2:js-w)
                       compute rec-cnt =
                          function numval(scan-name(wk-s)(js-p3:js-w))
                        + function numval(scan-name(wk-i)(js-p3:js-w))
                       if rec-cnt > js-cap
                          move js-cap to rec-cnt
                       end-if
                       move rec-cnt to js-4d
                       move js-4d(5 - js-w:js-w)
                         to scan-name(wk-s)(js-p3:js-w)
                       move spaces to scan-name(wk-i)
                    end-if
                 end-perform
              end-if
           end-perform.
           perform SWAP-BEGIN-RTN.
           open output data-file.
           if data-f-sts not = "00"
              perform SWAP-DROP-RTN
              exit paragraph
           end-if.
           perform varying wk-s from 1 by 1 until wk-s > scan-cnt
              if scan-name(wk-s) not = spaces
                 move spaces to data-line
              end-if
           end-perform.
           close data-file.
           perform SWAP-COMMIT-RTN.
           display "  janken_stats.log : duplicate rows merged".

       MERGE-AVATARS-RTN.
      *> merging onto an existing name can leave two pictures under
      *> one name - the first on file stays, the other is dropped
           move spaces to data-file-name.
           string "../data/player_avatars.dat"
                  delimited by size into data-file-name.
           perform IMP-LOAD-TARGET-RTN.
           if mg-cnt = 0 or mg-cnt = 300
              exit paragraph
           end-if.
           move spaces to pb-av-id.
           move 0 to rec-cnt.
           perform varying wk-mg from 1 by 1 until wk-mg > mg-cnt
              if mg-row(wk-mg)(5:10) = rn-new
                 if pb-av-id = spaces
                    move mg-row(wk-mg)(1:3) to pb-av-id
                 end-if
                 if mg-row(wk-mg)(1:3) not = pb-av-id
                    move spaces to mg-row(wk-mg)
                    add 1 to rec-cnt
                 end-if
              end-if
           end-perform.
           if rec-cnt = 0
              exit paragraph
           end-if.
           perform SWAP-BEGIN-RTN.
           open output data-file.
           if data-f-sts not = "00"
              perform SWAP-DROP-RTN
              exit paragraph
           end-if.
           perform varying wk-mg from 1 by 1 until wk-mg > mg-cnt
              if mg-row(wk-mg) not = spaces
                 move spaces to data-line
                 move mg-row(wk-mg) to data-line(1:160)
                 write data-line
              end-if
           end-perform.
           close data-file.
           perform SWAP-COMMIT-RTN.
           display "  player_avatars.dat : duplicate avatar dropped".

       VERIFY-SEALS-RTN.
      *> distinct from the structural check: a well-formed record
      *> whose check value does not match its contents is a forgery
           perform varying wk-sl from 1 by 1 until wk-sl > 6
              perform VERIFY-ONE-FILE-RTN
           end-perform.
           display " "
           perform until 1 = 0
              read data-file at end exit perform
              end-read
              if data-line(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if sl-filter(wk-sl) not = space and
                 data-line(1:1) not = sl-filter(wk-sl)
                 exit perform cycle
              end-if
           end-perform.
           close data-file.
           add rec-cnt to all-recs.
           add mismatch-cnt to seal-bad.
           move rec-cnt to cnt-disp.
           move unsealed-cnt to cnt-disp2.
           move mismatch-cnt to cnt-disp3.
              exit paragraph
           end-if.
           move 0 to pb-exp-cnt.
           perform varying wk-pb from 1 by 1 until wk-pb > 11
              perform EXPORT-ONE-SRC-RTN
           end-perform.
      *> the per-player settings overlay travels too
              end-evaluate
           end-perform.
           close bundle-file.
           perform IMPORT-PROFILE-END-RTN.
           move pb-imp-cnt to cnt-disp.
           move pb-skip-cnt to cnt-disp2.
           display "Imported" cnt-disp " row(s),"
                   cnt-disp2 " kept local (already as good)".

       IMPORT-SET-TARGET-RTN.
           perform IMPORT-PROFILE-END-RTN.
           move 0 to pb-cur.
           move 0 to pb-prof-sw.
           move 0 to pb-av-sw.
           if bundle-record(3:8) = "profile_"
              move 1 to pb-prof-sw
              move spaces to data-file-name
              move 2 to pb-prof-sw
              exit paragraph
           end-if.
           perform varying wk-pb from 1 by 1 until wk-pb > 11
              if function trim(pb-name(wk-pb)) =
                 function trim(bundle-record(3:30))
                 move wk-pb to pb-cur

       IMPORT-ROW-RTN.
           if pb-prof-sw > 0
      *> first profile row overwrites, the rest append - all of them
      *> into a new copy that replaces the profile once it is whole
              if pb-prof-sw = 2
                 perform SWAP-BEGIN-RTN
                 open output data-file
                 if data-f-sts not = "00"
                    perform SWAP-DROP-RTN
                    move 0 to pb-prof-sw
                    exit paragraph
                 end-if
                 move 1 to pb-swap-sw
                 move 1 to pb-prof-sw
              else
                 open extend data-file
                 perform IMP-STATS-RTN
              when "M"
                 perform IMP-MODEL-RTN
              when "V"
                 perform IMP-AVATAR-RTN
           end-evaluate.

       IMPORT-PROFILE-END-RTN.
           if pb-swap-sw = 1
              perform SWAP-COMMIT-RTN
              move 0 to pb-swap-sw
           end-if.

       IMP-LOAD-TARGET-RTN.
           move 0 to mg-cnt.
           open input data-file.
           close data-file.

       IMP-REWRITE-TARGET-RTN.
           perform SWAP-BEGIN-RTN.
           open output data-file.
           if data-f-sts not = "00"
              perform SWAP-DROP-RTN
              exit paragraph
           end-if.
           perform varying wk-mg from 1 by 1 until wk-mg > mg-cnt
              write data-line
           end-perform.
           close data-file.
           perform SWAP-COMMIT-RTN.

       SWAP-BEGIN-RTN.
      *> a file being rewritten goes to a new copy first and is only
      *> swapped in once the copy is whole
           move data-file-name to sw-file.
           move "BEGN" to sw-func.
           call "SafeSwap" using swap-param.
           move sw-temp to data-file-name.

       SWAP-DROP-RTN.
           move sw-file to data-file-name.
           move "DROP" to sw-func.
           call "SafeSwap" using swap-param.

       SWAP-COMMIT-RTN.
           move sw-file to data-file-name.
           move "COMT" to sw-func.
           call "SafeSwap" using swap-param.

       IMP-APPEND-RTN.
      *> history-type rows: append unless the exact record is
      *> lifetime counters: the side with more wins is the better
      *> record for the same player
           perform IMP-LOAD-TARGET-RTN.
      *> a bundle from an installation not yet upgraded carries the
      *> narrow counters - widen them to match the file here
           move 1 to lay-ver.
           if mg-cnt > 0 and mg-row(1)(1:7) = "*LAYOUT"
              move function numval(mg-row(1)(9:2)) to lay-ver
           end-if.
           if mg-cnt = 0
              move "janken_stats.log" to wk-base-name
              perform LAYOUT-CURRENT-RTN
              move lay-cur to lay-ver
              if lay-ver > 1
                 move pb-row to js-row
                 move "*LAYOUT " to pb-row
                 move lay-ver to pb-row(9:2)
                 perform IMP-APPEND-WRITE-RTN
                 subtract 1 from pb-imp-cnt
                 move js-row to pb-row
              end-if
           end-if.
           if lay-ver > 1 and pb-row(14:1) = space
              move spaces to data-line
              move pb-row to data-line(1:160)
              perform UPGRADE-JS-WIDEN-RTN
              move data-line(1:160) to pb-row
           end-if.
           if lay-ver < 2 and pb-row(14:1) not = space
              display "  janken_stats.log here is still at layout 01"
                      " - run UPGRADE before importing"
              add 1 to pb-skip-cnt
              exit paragraph
           end-if.
           if lay-ver > 1
              move 4 to js-w
              move 17 to js-p2
           else
              move 2 to js-w
              move 15 to js-p2
           end-if.
           perform varying wk-mg from 1 by 1 until wk-mg > mg-cnt
              if mg-row(wk-mg)(1:10) = pb-row(1:10)
                 if pb-row(js-p2:js-w) is numeric and
                    mg-row(wk-mg)(js-p2:js-w) is numeric and
                    function numval(pb-row(js-p2:js-w)) >
                    function numval(mg-row(wk-mg)(js-p2:js-w))
                    move pb-row to mg-row(wk-mg)
                    perform IMP-REWRITE-TARGET-RTN
                    add 1 to pb-imp-cnt
           end-perform.
           perform IMP-APPEND-WRITE-RTN.

       IMP-AVATAR-RTN.
      *> the bundle's picture replaces this installation's one, and
      *> its rows are re-keyed to the player's id here - players.dat
      *> comes earlier in the bundle, so the id is already on file
           if pb-av-sw = 0
              move 1 to pb-av-sw
              move data-file-name to pb-hold-name
              move spaces to data-file-name
              string "../data/players.dat"
                     delimited by size into data-file-name
              perform IMP-LOAD-TARGET-RTN
              move spaces to pb-av-id
              perform varying wk-mg from 1 by 1 until wk-mg > mg-cnt
                 if mg-row(wk-mg)(5:10) = pb-row(5:10)
                    move mg-row(wk-mg)(1:3) to pb-av-id
                 end-if
              end-perform
              move pb-hold-name to data-file-name
              perform IMP-LOAD-TARGET-RTN
              if mg-cnt > 0 and mg-cnt < 300
                 perform SWAP-BEGIN-RTN
                 open output data-file
                 if data-f-sts = "00"
                    perform varying wk-mg from 1 by 1
                            until wk-mg > mg-cnt
                       if mg-row(wk-mg)(5:10) not = pb-row(5:10)
                          move spaces to data-line
                          move mg-row(wk-mg) to data-line(1:160)
                          write data-line
                       end-if
                    end-perform
                    close data-file
                    perform SWAP-COMMIT-RTN
                 else
                    perform SWAP-DROP-RTN
                 end-if
              end-if
           end-if.
           if pb-av-id not = spaces
              move pb-av-id to pb-row(1:3)
           end-if.
           perform IMP-APPEND-WRITE-RTN.

       UPGRADE-RTN.
      *> bring every log up to the layout the programs now write:
      *> each file is backed up first, its records are converted
      *> one layout step at a time, and the layout header goes on
      *> top so the readers know what they are looking at
           display "Upgrading logs to their current layouts".
           display " ".
           move 0 to up-done.
           perform varying wk-k from 1 by 1 until wk-k > 36
              move 0 to wk-i
              inspect kn-name(wk-k) tallying wk-i for all ".log"
              if wk-i > 0
                 perform UPGRADE-ONE-FILE-RTN
              end-if
           end-perform.
           display " ".
           move up-done to cnt-disp.
           display "Upgraded" cnt-disp " file(s)".

       UPGRADE-ONE-FILE-RTN.
           move kn-name(wk-k) to wk-base-name.
           move spaces to data-file-name.
           string "../data/" function trim(wk-base-name)
                  delimited by size into data-file-name.
           open input data-file.
           if data-f-sts not = "00"
              display function trim(wk-base-name) " : not present"
              exit paragraph
           end-if.
           move 1 to lay-ver.
           move 0 to lay-hdr-sw.
           read data-file
              at end continue
              not at end
                 if data-line(1:7) = "*LAYOUT"
                    move function numval(data-line(9:2)) to lay-ver
                    move 1 to lay-hdr-sw
                 end-if
           end-read.
           close data-file.
           perform LAYOUT-CURRENT-RTN.
           if lay-ver > lay-cur
              display function trim(wk-base-name) " : layout "
                      lay-ver " is newer than this program knows"
                      " - left alone"
              exit paragraph
           end-if.
           if lay-ver = lay-cur and lay-hdr-sw = 1
              display function trim(wk-base-name) " : layout "
                      lay-ver " - already current"
              exit paragraph
           end-if.
           perform BACKUP-ONE-FILE-RTN.
           if backup-f-sts not = "00"
              display function trim(wk-base-name)
                      " : cannot back up - not upgraded"
              exit paragraph
           end-if.
           open input data-file.
           move data-file-name to sw-file.
           move "BEGN" to sw-func.
           call "SafeSwap" using swap-param.
           move sw-temp to backup-file-name.
           open output backup-file.
           if backup-f-sts not = "00"
              close data-file
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              display function trim(wk-base-name)
                      " : cannot open work file - not upgraded"
              exit paragraph
           end-if.
           move "*LAYOUT " to lay-hdr.
           move lay-cur to lay-hdr(9:2).
           move lay-hdr to backup-line.
           write backup-line.
           move 0 to rec-cnt.
           perform until 1 = 0
              read data-file at end exit perform
              end-read
              if data-line(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              perform UPGRADE-REC-RTN
              move data-line to backup-line
              write backup-line
              add 1 to rec-cnt
           end-perform.
           close data-file.
           close backup-file.
           move "COMT" to sw-func.
           call "SafeSwap" using swap-param.
           if sw-rc not = 0
              display function trim(wk-base-name)
                      " : upgrade copy failed - finished at the next"
                      " start-up"
              exit paragraph
           end-if.
           add 1 to up-done.
           move rec-cnt to cnt-disp.
           display function trim(wk-base-name) " : layout " lay-ver
                   " -> " lay-cur "," cnt-disp " records".

       LAYOUT-CURRENT-RTN.
           move 1 to lay-cur.
           perform varying wk-l from 1 by 1 until wk-l > 1
              if lay-name(wk-l) = wk-base-name(1:30)
                 move lay-now(wk-l) to lay-cur
              end-if
           end-perform.

       UPGRADE-REC-RTN.
      *> walk the record forward from the layout it was written in;
      *> a sealed record whose contents moved is sealed again
           move 0 to lay-chg-sw.
           move lay-ver to lay-step.
           perform until lay-step >= lay-cur
              evaluate true
                 when wk-base-name = "janken_stats.log" and
                      lay-step = 1
                    perform UPGRADE-JS-WIDEN-RTN
              end-evaluate
              add 1 to lay-step
           end-perform.
           if lay-chg-sw = 1
              perform varying wk-r from 1 by 1 until wk-r > 35
                 if rn-file(wk-r) = wk-base-name(1:30) and
                    rn-seal-len(wk-r) > 0
                    perform RENAME-RESEAL-RTN
                    exit perform
                 end-if
              end-perform
           end-if.

       UPGRADE-JS-WIDEN-RTN.
      *> janken_stats 01 -> 02: the win/loss/draw counters grow
      *> from 2 to 4 digits; the lone "pp mm dd" record from before
      *> the profiles becomes GUEST's row, as Janken reads it
           evaluate true
              when data-line(12:2) is numeric and
                   data-line(15:2) is numeric and
                   data-line(18:2) is numeric
                 move data-line(1:10) to js-name
                 move function numval(data-line(12:2)) to js-pc
                 move function numval(data-line(15:2)) to js-my
                 move function numval(data-line(18:2)) to js-dr
              when data-line(1:2) is numeric and
                   data-line(4:2) is numeric and
                   data-line(7:2) is numeric and
                   data-line(12:2) is not numeric
                 move "GUEST" to js-name
                 move function numval(data-line(1:2)) to js-pc
                 move function numval(data-line(4:2)) to js-my
                 move function numval(data-line(7:2)) to js-dr
              when other
                 exit paragraph
           end-evaluate.
           move spaces to data-line.
           move js-name to data-line(1:10).
           move js-pc to data-line(12:4).
           move js-my to data-line(17:4).
           move js-dr to data-line(22:4).
           move 1 to lay-chg-sw.

       XREF-RTN.
      *> every file that carries a player name - the same table the
      *> rename works from - checked against players.dat; the names
      *> that do not match go to a fix list for FIXUP
           perform XREF-LOAD-PLAYERS-RTN.
           if xr-cnt = 0
              display "players.dat : not present or empty -"
                      " nothing to check against"
              exit paragraph
           end-if.
           move xr-cnt to cnt-disp.
           display "Player names checked against players.dat ("
                   function trim(cnt-disp) " players)".
           display " ".
           perform varying wk-r from 1 by 1 until wk-r > 35
              if rn-file(wk-r) not = "players.dat"
                 perform XREF-ONE-FILE-RTN
              end-if
           end-perform.
           perform varying wk-r from 1 by 1 until wk-r > 35
              perform XREF-SHOW-FILE-RTN
           end-perform.
           if xr-full-sw = 1
              display "  (more unknown names than can be listed)"
           end-if.
           display " ".
           perform XREF-CURRENT-RTN.
           display " ".
           perform XREF-IDLE-RTN.
           display " ".
           perform XREF-FIXLIST-RTN.

       XREF-LOAD-PLAYERS-RTN.
           move 0 to xr-cnt.
           move spaces to data-file-name.
           string "../data/players.dat"
                  delimited by size into data-file-name.
           open input data-file.
           if data-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read data-file at end exit perform
              end-read
              if data-line(1:7) = "*LAYOUT" or data-line = spaces
                 exit perform cycle
              end-if
              if xr-cnt = 300
                 exit perform
              end-if
              add 1 to xr-cnt
              move data-line(1:3) to xr-id(xr-cnt)
              move data-line(5:10) to xr-name(xr-cnt)
              move function upper-case(data-line(5:10))
                to xr-uname(xr-cnt)
              move 0 to xr-hits(xr-cnt)
           end-perform.
           close data-file.

       XREF-FIND-RTN.
           move 0 to xr-found.
           perform varying wk-x from 1 by 1 until wk-x > xr-cnt
              if xr-name(wk-x) = xr-name-in
                 move wk-x to xr-found
                 exit perform
              end-if
           end-perform.

       XREF-ONE-FILE-RTN.
           move spaces to data-file-name.
           string "../data/" function trim(rn-file(wk-r))
                  delimited by size into data-file-name.
           open input data-file.
           if data-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read data-file at end exit perform
              end-read
              if data-line(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
      *> imported reversi games (IMPT) name outside players, who
      *> are not expected in players.dat
              if rn-file(wk-r) = "reversi_results.log" and
                 (data-line(1:1) not = "G" or
                  data-line(57:4) = "IMPT")
                 exit perform cycle
              end-if
              move data-line(rn-off(wk-r):10) to xr-name-in
      *> the anonymous player and a bracket's empty slot are not
      *> meant to be in players.dat
              if xr-name-in = spaces or xr-name-in = "GUEST" or
                 xr-name-in = "BYE"
                 exit perform cycle
              end-if
              perform XREF-FIND-RTN
              if xr-found > 0
      *> a picture on file is not something the player did
                 if rn-file(wk-r) not = "player_avatars.dat"
                    add 1 to xr-hits(xr-found)
                 end-if
              else
                 perform XREF-ORPHAN-RTN
              end-if
           end-perform.
           close data-file.

       XREF-ORPHAN-RTN.
           perform varying wk-x from 1 by 1 until wk-x > xo-cnt
              if xo-file(wk-x) = rn-file(wk-r) and
                 xo-name(wk-x) = xr-name-in
                 add 1 to xo-hits(wk-x)
                 exit paragraph
              end-if
           end-perform.
           if xo-cnt = 300
              move 1 to xr-full-sw
              exit paragraph
           end-if.
           add 1 to xo-cnt.
           move rn-file(wk-r) to xo-file(xo-cnt).
           move xr-name-in to xo-name(xo-cnt).
           move 1 to xo-hits(xo-cnt).
           perform varying wk-x from 1 by 1 until wk-x > xn-cnt
              if xn-name(wk-x) = xr-name-in
                 exit paragraph
              end-if
           end-perform.
           if xn-cnt < 100
              add 1 to xn-cnt
              move xr-name-in to xn-name(xn-cnt)
              move spaces to xn-target(xn-cnt)
           end-if.

       XREF-SHOW-FILE-RTN.
      *> a file named more than once in the table (two players per
      *> record) is reported once, under its first entry
           perform varying wk-y from 1 by 1 until wk-y >= wk-r
              if rn-file(wk-y) = rn-file(wk-r)
                 exit paragraph
              end-if
           end-perform.
           if rn-file(wk-r) = "players.dat"
              exit paragraph
           end-if.
           move 0 to xr-file-bad.
           perform varying wk-x from 1 by 1 until wk-x > xo-cnt
              if xo-file(wk-x) = rn-file(wk-r)
                 add 1 to xr-file-bad
              end-if
           end-perform.
           if xr-file-bad = 0
              exit paragraph
           end-if.
           add xr-file-bad to xr-total-bad.
           move xr-file-bad to cnt-disp.
           display function trim(rn-file(wk-r)) " :" cnt-disp
                   " name(s) not in players.dat".
           perform varying wk-x from 1 by 1 until wk-x > xo-cnt
              if xo-file(wk-x) = rn-file(wk-r)
                 move xo-hits(wk-x) to cnt-disp
                 display "   " xo-name(wk-x) cnt-disp " record(s)"
              end-if
           end-perform.

       XREF-CURRENT-RTN.
      *> the signed-in player is kept by id as well as by name
           move spaces to data-file-name.
           string "../data/current_player.dat"
                  delimited by size into data-file-name.
           open input data-file.
           if data-f-sts not = "00"
              display "current_player.dat : not present"
              exit paragraph
           end-if.
           move spaces to data-line.
           read data-file
              at end move spaces to data-line
           end-read.
           close data-file.
           if data-line = spaces
              display "current_player.dat : empty"
              exit paragraph
           end-if.
           move 0 to xr-found.
           perform varying wk-x from 1 by 1 until wk-x > xr-cnt
              if xr-id(wk-x) = data-line(1:3)
                 move wk-x to xr-found
                 exit perform
              end-if
           end-perform.
           if xr-found = 0
              display "current_player.dat : id " data-line(1:3)
                      " (" function trim(data-line(5:10))
                      ") no longer in players.dat"
              add 1 to xr-total-bad
              exit paragraph
           end-if.
           if xr-name(xr-found) not = data-line(5:10)
              display "current_player.dat : id " data-line(1:3)
                      " is " function trim(xr-name(xr-found))
                      " in players.dat, not "
                      function trim(data-line(5:10))
              add 1 to xr-total-bad
              exit paragraph
           end-if.
           display "current_player.dat : id " data-line(1:3) " "
                   function trim(xr-name(xr-found)) " ok".

       XREF-IDLE-RTN.
           move 0 to xr-idle.
           perform varying wk-x from 1 by 1 until wk-x > xr-cnt
              if xr-hits(wk-x) = 0
                 if xr-idle = 0
                    display "Players with no activity in any file:"
                 end-if
                 add 1 to xr-idle
                 display "   " xr-id(wk-x) " " xr-name(wk-x)
              end-if
           end-perform.
           if xr-idle = 0
              display "Every player has activity on file"
           end-if.

       XREF-FIXLIST-RTN.
           if xn-cnt = 0
              display "No unknown names - no fix list needed"
              exit paragraph
           end-if.
           perform XREF-LOAD-AUDIT-RTN.
           move 0 to xr-need.
           perform varying wk-y from 1 by 1 until wk-y > xn-cnt
              perform XREF-SUGGEST-RTN
           end-perform.
           move fix-file-name to bnd-file-name.
           open output bundle-file.
           if bnd-f-sts not = "00"
              display "Cannot write player_fixes.txt sts=" bnd-f-sts
              exit paragraph
           end-if.
           move "* <name on file> <player to rename it to> - edit, then"
             to bundle-record.
           write bundle-record.
           move "* DataMaint FIXUP previews and FIXUP APPLY renames"
             to bundle-record.
           write bundle-record.
           perform varying wk-y from 1 by 1 until wk-y > xn-cnt
              move spaces to bundle-record
              if xn-target(wk-y) = spaces
      *> no idea where this one belongs - left for the operator,
      *> commented out so FIXUP passes it by until it is filled in
                 string "* " xn-name(wk-y) " ?"
                        delimited by size into bundle-record
              else
                 string xn-name(wk-y) " " xn-target(wk-y)
                        delimited by size into bundle-record
              end-if
              write bundle-record
           end-perform.
           close bundle-file.
           move xn-cnt to cnt-disp.
           move xr-need to cnt-disp2.
           display "Fix list " function trim(fix-file-name) " :"
                   cnt-disp " name(s)," cnt-disp2 " without a target".
           display "Review it, then FIXUP to preview and FIXUP APPLY"
                   " to rename".

       XREF-LOAD-AUDIT-RTN.
           move 0 to xa-cnt.
           open input audit-file.
           if aud-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read audit-file at end exit perform
              end-read
              if audit-record(17:7) = "RENAME " and xa-cnt < 200
                 add 1 to xa-cnt
                 move spaces to xa-old(xa-cnt) xa-new(xa-cnt)
                 unstring audit-record(24:) delimited by all space
                          into xa-old(xa-cnt) xr-arrow xa-new(xa-cnt)
                 end-unstring
              end-if
           end-perform.
           close audit-file.

       XREF-SUGGEST-RTN.
      *> a name left behind by an earlier rename follows that rename
      *> (and any later one) to a current player; otherwise a player
      *> whose name differs only in case is the likely match
           move xn-name(wk-y) to xr-name-in.
           perform XREF-CHAIN-RTN.
           if xn-target(wk-y) not = spaces
              exit paragraph
           end-if.
           move function upper-case(xn-name(wk-y)) to xr-name-in.
           perform varying wk-x from 1 by 1 until wk-x > xr-cnt
              if xr-uname(wk-x) = xr-name-in
                 move xr-name(wk-x) to xn-target(wk-y)
                 exit paragraph
              end-if
           end-perform.
           perform XREF-CHAIN-RTN.
           if xn-target(wk-y) = spaces
              add 1 to xr-need
           end-if.

       XREF-CHAIN-RTN.
           move 0 to xr-step.
           perform until xr-step > 9
              add 1 to xr-step
              move 0 to wk-x
              perform varying wk-x from xa-cnt by -1 until wk-x < 1
                 if xa-old(wk-x) = xr-name-in
                    exit perform
                 end-if
              end-perform
              if wk-x < 1
                 exit perform
              end-if
              move xa-new(wk-x) to xr-name-in
              perform XREF-FIND-RTN
              if xr-found > 0
                 move xr-name-in to xn-target(wk-y)
                 exit paragraph
              end-if
           end-perform.

       FIXUP-RTN.
      *> each line of the fix list is run through the ordinary
      *> rename - same dry run by default, same audit on APPLY
           perform XREF-LOAD-PLAYERS-RTN.
           move fix-file-name to bnd-file-name.
           open input bundle-file.
           if bnd-f-sts not = "00"
              display "No fix list - run XREF first"
              exit paragraph
           end-if.
           move 0 to fix-cnt.
           perform until 1 = 0
              read bundle-file at end exit perform
              end-read
              if bundle-record(1:1) = "*" or bundle-record = spaces
                 exit perform cycle
              end-if
              move spaces to rn-old rn-new
              unstring bundle-record delimited by all space
                       into rn-old rn-new
              end-unstring
              if rn-new = spaces or rn-new = "?"
                 exit perform cycle
              end-if
              move rn-new to xr-name-in
              perform XREF-FIND-RTN
              if xr-found = 0
                 display function trim(rn-new)
                         " is not in players.dat - "
                         function trim(rn-old) " left as is"
                 display " "
                 exit perform cycle
              end-if
              add 1 to fix-cnt
              move fix-apply to rn-apply
              perform RENAME-RTN
              display " "
           end-perform.
           close bundle-file.
           move fix-cnt to cnt-disp.
           display "Fix list done -" cnt-disp " name(s) processed".

       ARCHIVE-OLD-RTN.
      *> sweep superseded backup copies into ../data/archive -
      *> only today's .bak files stay beside the live data
           display " "
           call "CBL_CREATE_DIR" using arch-dir.
           move 0 to scan-cnt arch-moved.
           move "../data/*.bak" to dir-spec.
           call "CBL_DIR_SCAN" using dir-spec, dir-handle.
           perform until 1 = 0
              call "CBL_READ_DIR" using dir-handle, scan-filename
                                  returning scan-rcd
              if scan-rcd not = 0
                 exit perform
              end-if
              if scan-cnt < 200
                 add 1 to scan-cnt
                 move scan-filename to scan-name(scan-cnt)
              end-if
           end-perform.
           perform varying wk-s from 1 by 1 until wk-s > scan-cnt
              perform ARCHIVE-ONE-FILE-RTN
           end-perform.
           move arch-moved to cnt-disp
           display "Archived" cnt-disp " superseded backup(s)".

       ARCHIVE-ONE-FILE-RTN.
      *> the backup name embeds its date: <file>.YYYYMMDD.bak -
      *> anything not stamped today is superseded
           move 0 to wk-i.
           inspect scan-name(wk-s)
                   tallying wk-i for all wk-curdate(1:8).
           if wk-i > 0
              exit paragraph
           end-if.
           move spaces to data-file-name arch-name.
           string "../data/" function trim(scan-name(wk-s))
                  delimited by size into data-file-name.
           string function trim(arch-dir) "/"
                  function trim(scan-name(wk-s))
                  delimited by size into arch-name.
           call "CBL_COPY_FILE" using data-file-name, arch-name
                                 returning copy-rcd.
           if copy-rcd = 0
              call "CBL_DELETE_FILE" using data-file-name
              add 1 to arch-moved
              display "   " function trim(scan-name(wk-s))
                      " -> archive"
           else
              display "   " function trim(scan-name(wk-s))
                      " : archive copy failed"
           end-if.

       CAPACITY-RTN.
      *> how big each known file and file family is, how fast it
      *> grew over the last 30 days and where that puts it in 90 -
      *> a log whose records carry a date is measured from its own
      *> records, anything else from the snapshot each run leaves in
      *> capacity_history.log
           move wk-curdate(1:8) to cp-today.
           compute cp-today-int = function integer-of-date(
                   function numval(cp-today)).
           move function date-of-integer(cp-today-int - 29)
             to cp-date-n.
           move cp-date-n to cp-from30.
           move function date-of-integer(cp-today-int - 6)
             to cp-date-n.
           move cp-date-n to cp-from7.
           move function date-of-integer(cp-today-int - 34)
             to cp-date-n.
           move cp-date-n to cp-keep.
           move 0 to cp-cnt.
           perform varying wk-k from 1 by 1 until wk-k > 36
              move kn-name(wk-k) to cp-want
              perform CAP-FILE-RTN
           end-perform.
           perform varying wk-k from 1 by 1 until wk-k > 14
              move cp-extra(wk-k) to cp-want
              perform CAP-FILE-RTN
           end-perform.
           perform varying wk-f from 1 by 1 until wk-f > 10
              perform CAP-FAMILY-RTN
           end-perform.
           perform CAP-HISTORY-RTN.
           perform varying wk-c from 1 by 1 until wk-c > cp-cnt
              perform CAP-RATE-RTN
           end-perform.
           perform CAP-SHOW-RTN.
           perform CAP-SNAPSHOT-RTN.
           move cp-cnt to sn-count.
           move "OK" to sn-result.
           move spaces to sn-reason.
           if cp-flag-cnt > 0
              move cp-flag-cnt to cnt-disp
              string function trim(cnt-disp)
                     " file(s) or folder(s) flagged"
                     delimited by size into sn-reason
           end-if.
           perform STEP-NOTE-RTN.

       CAP-FILE-RTN.
           move spaces to data-file-name.
           string "../data/" function trim(cp-want)
                  delimited by size into data-file-name.
           open input data-file.
           if data-f-sts not = "00"
              exit paragraph
           end-if.
           add 1 to cp-cnt.
           initialize cp-row(cp-cnt).
           move cp-want to cp-name(cp-cnt).
           move "F" to cp-kind(cp-cnt).
           move 1 to cp-files(cp-cnt).
           perform CAP-READ-RTN.
           close data-file.

       CAP-READ-RTN.
      *> a line sequential record takes its text less the trailing
      *> blanks, plus the line end
           perform until 1 = 0
              read data-file at end exit perform
              end-read
              move 0 to cp-trail
              inspect function reverse(data-line)
                      tallying cp-trail for leading spaces
              compute cp-bytes(cp-cnt) =
                      cp-bytes(cp-cnt) + 512 - cp-trail + 1
              if data-line(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              add 1 to cp-recs(cp-cnt)
              if data-line(1:8) is numeric and
                 data-line(1:4) >= "1990" and
                 data-line(1:8) <= cp-today and
                 data-line(5:2) >= "01" and data-line(5:2) <= "12"
                 add 1 to cp-dated(cp-cnt)
                 if data-line(1:8) >= cp-from30
                    add 1 to cp-d30(cp-cnt)
                 end-if
                 if data-line(1:8) >= cp-from7
                    add 1 to cp-d7(cp-cnt)
                 end-if
              end-if
           end-perform.

       CAP-FAMILY-RTN.
      *> a family is every file matching its mask, however many
           add 1 to cp-cnt.
           initialize cp-row(cp-cnt).
           move fam-label(wk-f) to cp-name(cp-cnt).
           move "G" to cp-kind(cp-cnt).
           move spaces to dir-spec.
           string function trim(fam-dir(wk-f))
                  function trim(fam-mask(wk-f))
                  delimited by size into dir-spec.
           call "CBL_DIR_SCAN" using dir-spec, dir-handle.
           perform until 1 = 0
              call "CBL_READ_DIR" using dir-handle, scan-filename
                                  returning scan-rcd
              if scan-rcd not = 0
                 exit perform
              end-if
              perform CAP-MEMBER-RTN
           end-perform.
      *> a family with nothing on disk is left off the report
           if cp-files(cp-cnt) = 0
              subtract 1 from cp-cnt
           end-if.

       CAP-MEMBER-RTN.
           move spaces to data-file-name.
           string function trim(fam-dir(wk-f))
                  function trim(scan-filename)
                  delimited by size into data-file-name.
           open input data-file.
           if data-f-sts not = "00"
              exit paragraph
           end-if.
           add 1 to cp-files(cp-cnt).
           perform CAP-READ-RTN.
           close data-file.
           compute cp-len =
                   function length(function trim(scan-filename)).
           evaluate fam-orph(wk-f)
              when "A"
                 perform CAP-ORPHAN-ACT-RTN
              when "G"
                 perform CAP-ORPHAN-GRID-RTN
              when "E"
                 perform CAP-ORPHAN-EXPORT-RTN
           end-evaluate.

       CAP-ORPHAN-ACT-RTN.
      *> a recording is <map>.act - without its map it replays
      *> over nothing
           if cp-len < 5
              add 1 to cp-orph(cp-cnt)
              exit paragraph
           end-if.
           move spaces to backup-file-name.
           string "../data/" scan-filename(1:cp-len - 4)
                  delimited by size into backup-file-name.
           perform CAP-EXISTS-RTN.

       CAP-ORPHAN-GRID-RTN.
      *> HitBlow notes every grid export in hitblow_exports.log; one
      *> the index does not know is never reconciled or replayed
           move 0 to cp-hit.
           move spaces to backup-file-name.
           string "../data/hitblow_exports.log"
                  delimited by size into backup-file-name.
           open input backup-file.
           if backup-f-sts = "00"
              perform until 1 = 0
                 read backup-file at end exit perform
                 end-read
                 inspect backup-line tallying cp-hit
                         for all scan-filename(1:cp-len)
                 if cp-hit > 0
                    exit perform
                 end-if
              end-perform
              close backup-file
           end-if.
           if cp-hit = 0
              add 1 to cp-orph(cp-cnt)
           end-if.

       CAP-ORPHAN-EXPORT-RTN.
      *> export_<log>.csv is named after its source log; both
      *> reversi exports come out of reversi_results.log
           move spaces to backup-file-name.
           if scan-filename(1:15) = "export_reversi_"
              move "../data/reversi_results.log" to backup-file-name
           else
              if cp-len < 12
                 add 1 to cp-orph(cp-cnt)
                 exit paragraph
              end-if
              string "../data/" scan-filename(8:cp-len - 11)
                     delimited by size into backup-file-name
           end-if.
           perform CAP-EXISTS-RTN.

       CAP-EXISTS-RTN.
           open input backup-file.
           if backup-f-sts = "00"
              close backup-file
           else
              add 1 to cp-orph(cp-cnt)
           end-if.

       CAP-HISTORY-RTN.
      *> the file is chronological, so the first snapshot inside a
      *> window is the oldest one - the base the growth is taken from
           move 0 to cph-cnt.
           open input cap-file.
           if cap-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read cap-file at end exit perform
              end-read
              if cph-date < cp-keep or cph-recs is not numeric
                 exit perform cycle
              end-if
              if cph-cnt < 2500
                 add 1 to cph-cnt
                 move cap-record to cph-line(cph-cnt)
              end-if
              if cph-date = cp-today
                 move 1 to cp-snap-sw
                 exit perform cycle
              end-if
              perform varying wk-c from 1 by 1 until wk-c > cp-cnt
                 if cp-name(wk-c) = cph-name
                    if cph-date >= cp-from30 and
                       cp-b30-date(wk-c) = spaces
                       move cph-date to cp-b30-date(wk-c)
                       move cph-recs to cp-b30-recs(wk-c)
                    end-if
                    if cph-date >= cp-from7 and
                       cp-b7-date(wk-c) = spaces
                       move cph-date to cp-b7-date(wk-c)
                       move cph-recs to cp-b7-recs(wk-c)
                    end-if
                    exit perform
                 end-if
              end-perform
           end-perform.
           close cap-file.

       CAP-RATE-RTN.
      *> records a day over 30 days and over the last 7; a file
      *> whose records are mostly dated speaks for itself
           if cp-kind(wk-c) = "F" and
              cp-dated(wk-c) * 2 > cp-recs(wk-c)
              move 1 to cp-known(wk-c)
              compute cp-rate30(wk-c) rounded = cp-d30(wk-c) / 30
              compute cp-rate7(wk-c) rounded = cp-d7(wk-c) / 7
              move cp-d7(wk-c) to cp-add7(wk-c)
           else
              if cp-b30-date(wk-c) not = spaces
                 move 1 to cp-known(wk-c)
                 compute cp-span = cp-today-int -
                         function integer-of-date(
                         function numval(cp-b30-date(wk-c)))
                 if cp-recs(wk-c) > cp-b30-recs(wk-c)
                    compute cp-rate30(wk-c) rounded =
                            (cp-recs(wk-c) - cp-b30-recs(wk-c))
                            / cp-span
                 end-if
              end-if
              if cp-b7-date(wk-c) not = spaces
                 compute cp-span = cp-today-int -
                         function integer-of-date(
                         function numval(cp-b7-date(wk-c)))
                 if cp-recs(wk-c) > cp-b7-recs(wk-c)
                    compute cp-add7(wk-c) =
                            cp-recs(wk-c) - cp-b7-recs(wk-c)
                    compute cp-rate7(wk-c) rounded =
                            cp-add7(wk-c) / cp-span
                 end-if
              end-if
           end-if.
      *> the records still to come are taken at today's average size
           move cp-bytes(wk-c) to cp-proj(wk-c).
           if cp-recs(wk-c) > 0
              compute cp-proj(wk-c) = cp-bytes(wk-c) +
                      cp-rate30(wk-c) * 90 * cp-bytes(wk-c)
                      / cp-recs(wk-c)
           end-if.
           add cp-bytes(wk-c) to cp-tot-bytes.
           add cp-proj(wk-c) to cp-tot-proj.
           if cp-known(wk-c) = 0
              add 1 to cp-unknown
           end-if.
      *> faster than usual: this week's pace is more than twice the
      *> 30-day pace, and at least a record a day
           move space to cp-flag(wk-c).
           if cp-add7(wk-c) >= 7 and
              cp-rate7(wk-c) > cp-rate30(wk-c) * 2
              move "*" to cp-flag(wk-c)
           end-if.
           if cp-orph(wk-c) >= cp-orph-limit
              move "*" to cp-flag(wk-c)
           end-if.
           if cp-flag(wk-c) = "*"
              add 1 to cp-flag-cnt
           end-if.

       CAP-SHOW-RTN.
           display "Data directory capacity - growth over the last"
                   " 30 days, size in 90".
           display " ".
           display "File or family                Files    Records"
                   "        KB  Recs/day KB in 90d".
           perform varying wk-c from 1 by 1 until wk-c > cp-cnt
              move spaces to cp-line
              move cp-name(wk-c) to cpl-name
              if cp-kind(wk-c) = "G"
                 move cp-files(wk-c) to cp-files-ed
                 move cp-files-ed to cpl-files
              end-if
              move cp-recs(wk-c) to cpl-recs
              compute cp-kb = (cp-bytes(wk-c) + 1023) / 1024
              move cp-kb to cpl-kb
              if cp-known(wk-c) = 1
                 move cp-rate30(wk-c) to cp-rate-ed
                 move cp-rate-ed to cpl-rate
                 compute cp-kb = (cp-proj(wk-c) + 1023) / 1024
                 move cp-kb to cp-kb90-ed
                 move cp-kb90-ed to cpl-kb90
              else
                 move "         -" to cpl-rate cpl-kb90
              end-if
              move cp-flag(wk-c) to cpl-flag
              display cp-line
           end-perform.
           move spaces to cp-line.
           move "Total" to cpl-name.
           compute cp-kb = (cp-tot-bytes + 1023) / 1024.
           move cp-kb to cpl-kb.
           compute cp-kb = (cp-tot-proj + 1023) / 1024.
           move cp-kb to cp-kb90-ed.
           move cp-kb90-ed to cpl-kb90.
           move spaces to cpl-rate.
           display cp-line.
           display " ".
           if cp-unknown > 0
              move cp-unknown to cnt-disp
              display function trim(cnt-disp) " item(s) show no"
                      " growth yet - they need a snapshot from an"
                      " earlier day"
              display " "
           end-if.
           move 0 to cp-hit.
           perform varying wk-c from 1 by 1 until wk-c > cp-cnt
              if cp-orph(wk-c) > 0
                 if cp-hit = 0
                    move cp-orph-limit to cnt-disp
                    display "Orphaned files (flagged at "
                            function trim(cnt-disp) " or more):"
                 end-if
                 add 1 to cp-hit
                 move cp-orph(wk-c) to cnt-disp
                 display "  " cp-name(wk-c) cnt-disp
              end-if
           end-perform.
           if cp-hit > 0
              display " "
           end-if.
           if cp-flag-cnt = 0
              display "Nothing flagged"
              exit paragraph
           end-if.
           display "Flagged (*):".
           perform varying wk-c from 1 by 1 until wk-c > cp-cnt
              if cp-flag(wk-c) = "*"
                 perform CAP-FLAG-LINE-RTN
              end-if
           end-perform.

       CAP-FLAG-LINE-RTN.
           if cp-add7(wk-c) >= 7 and
              cp-rate7(wk-c) > cp-rate30(wk-c) * 2
              move cp-rate7(wk-c) to cp-rate7-ed
              move cp-rate30(wk-c) to cp-rate30-ed
              display "  " function trim(cp-name(wk-c))
                      " : growing faster than usual"
              display "      " function trim(cp-rate7-ed)
                      " records a day this week against "
                      function trim(cp-rate30-ed) " over 30 days"
           end-if.
           if cp-orph(wk-c) >= cp-orph-limit
              move cp-orph(wk-c) to cnt-disp
              display "  " function trim(cp-name(wk-c))
                      " : " function trim(cnt-disp)
                      " orphaned file(s)"
           end-if.

       CAP-SNAPSHOT-RTN.
      *> one snapshot a day; the file keeps 35 days of them
           if cp-snap-sw = 1
              exit paragraph
           end-if.
           move cap-file-name to sw-file.
           move "BEGN" to sw-func.
           call "SafeSwap" using swap-param.
           move sw-temp to cap-file-name.
           open output cap-file.
           if cap-f-sts not = "00"
              display "capacity_history.log : cannot write"
              move sw-file to cap-file-name
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              exit paragraph
           end-if.
           perform varying wk-h from 1 by 1 until wk-h > cph-cnt
              move cph-line(wk-h) to cap-record
              write cap-record
           end-perform.
           perform varying wk-c from 1 by 1 until wk-c > cp-cnt
              move spaces to cap-record
              move cp-today to cph-date
              move cp-name(wk-c) to cph-name
              move cp-recs(wk-c) to cph-recs
              move cp-bytes(wk-c) to cph-bytes
              write cap-record
           end-perform.
           close cap-file.
           move sw-file to cap-file-name.
           move "COMT" to sw-func.
           call "SafeSwap" using swap-param.

       MSGCHECK-RTN.
      *> the message catalog: ids with no English line (the screens
      *> fall back to the wording built into them), ids with no
      *> Japanese line (English is shown), and the ids the screens
      *> logged to isgames_msgmiss.log that are still not catalogued
           perform MSG-LOAD-CAT-RTN.
           if mk-cnt = 0
              display "isgames_messages.cat : not present or empty -"
                      " every screen shows its built-in English"
              move 0 to sn-count
              move "FAIL" to sn-result
              move "message catalog not present" to sn-reason
              perform STEP-NOTE-RTN
              exit paragraph
           end-if.
           move mk-cnt to cnt-disp.
           display "isgames_messages.cat : " function trim(cnt-disp)
                   " message id(s)".
           if mk-full-sw = 1
              display "  (more ids than can be checked)"
           end-if.
           display " ".
           display "Ids with a line missing:".
           perform varying wk-mk from 1 by 1 until wk-mk > mk-cnt
              if mk-en(wk-mk) = 0
                 add 1 to mc-no-en
                 display "   " mk-id(wk-mk) " EN  no English line"
              end-if
              if mk-jp(wk-mk) = 0
                 add 1 to mc-no-jp
                 display "   " mk-id(wk-mk)
                         " JP  no Japanese line - English shown"
              end-if
           end-perform.
           if mc-no-en + mc-no-jp = 0
              display "   none"
           end-if.
           display " ".
           perform MSG-LOAD-MISS-RTN.
           display "Asked for by the screens and still not catalogued:".
           perform varying wk-mq from 1 by 1 until wk-mq > mq-cnt
              move mq-id(wk-mq) to mk-want
              perform MSG-FIND-RTN
              if mk-found > 0
                 if mq-lang(wk-mq) = "EN" and mk-en(mk-found) = 1
                    exit perform cycle
                 end-if
                 if mq-lang(wk-mq) = "JP" and mk-jp(mk-found) = 1
                    exit perform cycle
                 end-if
              end-if
              add 1 to mc-asked
              move mq-times(wk-mq) to cnt-disp
              display "   " mq-id(wk-mq) " " mq-lang(wk-mq)
                      "  first " mq-first(wk-mq) cnt-disp " time(s)"
           end-perform.
           if mc-asked = 0
              display "   none"
           end-if.
           display " ".
           move mc-no-en to cnt-disp.
           move mc-no-jp to cnt-disp2.
           move mc-asked to cnt-disp3.
           display "No English:" cnt-disp "  no Japanese:" cnt-disp2
                   "  asked for, not catalogued:" cnt-disp3.
           move mk-cnt to sn-count.
           move "OK" to sn-result.
           move spaces to sn-reason.
           if mc-no-en + mc-no-jp + mc-asked > 0
              compute sn-count = mc-no-en + mc-no-jp + mc-asked
              move sn-count to cnt-disp
              string function trim(cnt-disp)
                     " message(s) missing from the catalog"
                     delimited by size into sn-reason
           end-if.
           perform STEP-NOTE-RTN.

       MSG-LOAD-CAT-RTN.
           move 0 to mk-cnt.
           move spaces to data-file-name.
           string "../data/isgames_messages.cat"
                  delimited by size into data-file-name.
           open input data-file.
           if data-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read data-file at end exit perform
              end-read
              if data-line(1:1) = "*" or data-line(1:16) = spaces
                 exit perform cycle
              end-if
              move data-line(1:16) to mk-want
              perform MSG-FIND-RTN
              if mk-found = 0
                 if mk-cnt = 2000
                    move 1 to mk-full-sw
                    exit perform cycle
                 end-if
                 add 1 to mk-cnt
                 move mk-want to mk-id(mk-cnt)
                 move 0 to mk-en(mk-cnt) mk-jp(mk-cnt)
                 move mk-cnt to mk-found
              end-if
              evaluate function upper-case(data-line(18:2))
                 when "EN"
                    move 1 to mk-en(mk-found)
                 when "JP"
                    move 1 to mk-jp(mk-found)
              end-evaluate
           end-perform.
           close data-file.

       MSG-LOAD-MISS-RTN.
           move 0 to mq-cnt.
           move spaces to data-file-name.
           string "../data/isgames_msgmiss.log"
                  delimited by size into data-file-name.
           open input data-file.
           if data-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read data-file at end exit perform
              end-read
              if data-line(17:16) = spaces
                 exit perform cycle
              end-if
              move 0 to mq-found
              perform varying wk-mq from 1 by 1 until wk-mq > mq-cnt
                 if mq-id(wk-mq) = data-line(17:16) and
                    mq-lang(wk-mq) = data-line(34:2)
                    move wk-mq to mq-found
                    exit perform
                 end-if
              end-perform
              if mq-found = 0
                 if mq-cnt = 500
                    exit perform cycle
                 end-if
                 add 1 to mq-cnt
                 move mq-cnt to mq-found
                 move data-line(17:16) to mq-id(mq-found)
                 move data-line(34:2) to mq-lang(mq-found)
                 move data-line(1:8) to mq-first(mq-found)
                 move 0 to mq-times(mq-found)
              end-if
              add 1 to mq-times(mq-found)
           end-perform.
           close data-file.

       MSG-FIND-RTN.
           move 0 to mk-found.
           perform varying wk-mk from 1 by 1 until wk-mk > mk-cnt
              if mk-id(wk-mk) = mk-want
                 move wk-mk to mk-found
                 exit perform
              end-if
           end-perform.
