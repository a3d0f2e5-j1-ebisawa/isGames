       IDENTIFICATION DIVISION.

       PROGRAM-ID. SpBatch.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select code-f assign to dynamic code-f-nm
           organization line sequential
           file status code-f-status.
       select course-file assign to dynamic crs-file-name
           organization line sequential
           file status crs-f-sts.
       select mission-file assign to dynamic msn-file-name
           organization line sequential
           file status msn-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  code-f.
       01  code-f-rec     pic x(51).
       fd  course-file.
       01  crs-line       pic x(30).
       fd  mission-file.
       01  msn-line       pic x(30).

       WORKING-STORAGE SECTION.
       01  code-f-status pic x(02).
       01  code-f-nm    pic x(128).
       01  crs-f-sts    pic x(02).
       01  crs-file-name pic x(128).
       01  crs-name-in  pic x(20).
       01  msn-f-sts    pic x(02).
       01  msn-file-name pic x(128).
      *> the course folder also holds the library/ routines that
      *> INCLUDE pulls in, as data-path does on screen
       01  dir-folder   pic x(80) value "../data/".
       01  prog-arg     pic x(80).
       01  class-folder pic x(80).
       01  dir-spec     pic x(80).
       01  dir-handle   pic x(4) comp-5.
       01  scan-filename pic x(80).
       01  scan-rcd     pic s9(9) comp-5.
      *> every course (*.crs) and mission (*.msn) in the folder
       01  crs-tbl.
           05  crs-cnt pic 9(03) value 0.
           05  filler occurs 100.
               10  crs-name  pic x(40).
               10  crs-kind  pic x(01).
      *> the programs to run - one file, or a whole class folder
       01  prg-tbl.
           05  prg-cnt pic 9(03) value 0.
           05  filler occurs 200.
               10  prg-name  pic x(80).
               10  prg-short pic x(30).
               10  prg-pass  pic 9(03).
               10  prg-stmts pic 9(07).
               10  prg-link  pic 9(01).
       01  wk-c         pic 9(03).
       01  wk-p         pic 9(03).
       01  wk-ptr       pic 9(03).
       01  stmt-cap     pic 9(05) value 5000.
       01  cap-str      pic x(06).
       01  cap-ed       pic zzzz9.
       01  num-ed       pic zz9.
       01  num-ed2      pic zz9.
       01  dtl-line.
           05  filler     pic x(02) value space.
           05  dtl-name   pic x(24).
           05  filler     pic x(01) value space.
           05  dtl-result pic x(05).
           05  filler     pic x(01) value space.
           05  dtl-stmts  pic zzzz9.
           05  filler     pic x(02) value space.
           05  dtl-fuel   pic x(04).
           05  filler     pic x(03) value space.
           05  dtl-goal   pic x(01).
           05  filler     pic x(03) value space.
           05  dtl-why    pic x(26).
       01  sum-line.
           05  filler     pic x(02) value space.
           05  sum-name   pic x(30).
           05  filler     pic x(02) value space.
           05  sum-pass   pic zz9.
           05  filler     pic x(04) value " of ".
           05  sum-runs   pic zz9.
           05  filler     pic x(04) value space.
           05  sum-stmts  pic z(6)9.
           05  filler     pic x(03) value space.
           05  sum-note   pic x(12).
       01  cmd-args     pic x(80).
       01  cmd-upper    pic x(80).
       01  print-sw     pic 9(01) value 0.
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
      *> the outcome of one program on one course
       01  rs-result    pic x(05).
       01  rs-goal      pic x(01).
       01  rs-why       pic x(26).
       01  rs-row       pic 9(03).
       01  rs-row-x     pic 9(03).
       01  fuel-ed      pic -(3)9.
      *> the program, laid out as the StarPilot grid holds it; rows
      *> past 500 are the linked library routines
       01  prog-tbl.
           05  prog-line occurs 500 pic x(51).
       01  max-line pic 9(03) value 0.
       01  code-list.
          05 w-rec-lineno pic 9(03).
          05 w-rec-statement pic x(20).
          05 w-rec-p1 pic x(10).
          05 w-rec-p2 pic x(08).
          05 w-rec-p3 pic x(10).
       01  row-idx pic 9(03).
       01  wrk-x pic 99v99 value 30.
       01  wrk-y pic 99v99 value 14.5.
       01  repeat-times pic 9(03).
       01  repeat-idx pic 9(03).
       01  wk-i pic 9(02).
       01  wk-varchar pic x(01).
       01  var-tbl.
          05 var-entry occurs 26.
             10 var-name  pic x(01).
             10 var-value pic s9(05).
       01  var-idx pic 9(02).
       01  arr-tbl.
          05 arr-entry occurs 26.
             10 arr-size pic 9(03).
             10 arr-cap  pic 9(03).
             10 arr-base pic 9(03).
       01  arr-pool.
          05 arr-value occurs 500 pic s9(05).
       01  arr-used pic 9(03) value 0.
       01  arr-idx pic 9(02).
       01  arr-k pic 9(03).
       01  arr-slot pic 9(03).
       01  arr-sub pic s9(05).
       01  arr-sub-str pic x(08).
       01  arr-sub-ed pic -(4)9.
       01  arr-size-ed pic zz9.
       01  arr-err-txt pic x(40).
       01  opnd-str pic x(10).
       01  opnd-val pic s9(05).
       01  if-op pic x(01).
       01  if-val pic s9(05).
       01  if-cmp-val pic s9(05).
       01  if-result-sw pic 9(01).
       01  target-str pic x(10).
       01  resolved-row pic 9(03).
       01  run-ok-sw pic 9(01) value 1.
       01  stop-run-sw pic 9(01) value 0.
       01  jumped-sw pic 9(01) value 0.
       01  cap-hit-sw pic 9(01) value 0.
       01  obstacle-tbl.
          05 obstacle-entry occurs 5.
             10 obs-x pic 99v99.
             10 obs-y pic 99v99.
             10 obs-active pic 9(01).
             10 obs-home-x pic 99v99.
             10 obs-home-y pic 99v99.
             10 obs-every pic 9(02).
             10 obs-way-cnt pic 9(01).
             10 obs-way-to pic 9(01).
             10 obs-way occurs 6.
                15 obs-way-x pic 99v99.
                15 obs-way-y pic 99v99.
       01  obs-count pic 9(01) value 0.
       01  obs-idx pic 9(01).
       01  obs-hit-sw pic 9(01).
       01  obs-k pic 9(01).
       01  obs-to-x pic 99v99.
       01  obs-to-y pic 99v99.
       01  obs-moved-sw pic 9(01).
       01  patrol-row pic 9(03).
       01  gosub-stack-tbl.
          05 gosub-ret occurs 10 pic 9(03).
       01  gosub-sp pic 9(02) value 0.
       01  goal-x pic 99v99.
       01  goal-y pic 99v99.
       01  msn-budget pic 9(04) value 0.
       01  stmt-cnt pic 9(05) value 0.
       01  msn-verb pic x(08).
       01  msn-val1 pic x(08).
       01  msn-val2 pic x(08).
       01  fuel-mode-sw pic 9(01) value 0.
       01  fuel-max pic 9(04) value 0.
       01  fuel-left pic s9(04) value 0.
       01  pad-tbl.
          05 pad-entry occurs 3.
             10 pad-x pic 99v99.
             10 pad-y pic 99v99.
             10 pad-active pic 9(01).
       01  pad-cnt pic 9(01) value 0.
       01  wk-pad pic 9(01).
       01  scan-steps pic 9(03).
       01  scan-x pic 99v99.
       01  scan-y pic 99v99.
       01  scan-dx pic s9v99.
       01  scan-dy pic s9v99.
       01  sav-wrk-x pic 99v99.
       01  sav-wrk-y pic 99v99.
       01  for-stack-tbl.
          05 for-entry occurs 8.
             10 fs-var   pic 9(02).
             10 fs-limit pic s9(05).
             10 fs-row   pic 9(03).
       01  for-sp pic 9(02) value 0.
       01  for-skip-depth pic 9(02).
       01  for-scan-row pic 9(03).
       01  lib-tbl.
          05 lib-entry occurs 10.
             10 lib-name  pic x(10).
             10 lib-first pic 9(03).
             10 lib-last  pic 9(03).
       01  lib-cnt pic 9(02) value 0.
       01  lib-code-tbl.
          05 lib-line occurs 300 pic x(51).
       01  lib-line-cnt pic 9(03) value 0.
       01  lib-use-tbl.
          05 lib-use-row occurs 10.
             10 lib-use occurs 10 pic 9(01).
       01  lib-idx pic 9(02).
       01  lib-want pic x(10).
       01  lib-i pic 9(02).
       01  lib-j pic 9(02).
       01  lib-k pic 9(02).
       01  lib-full-sw pic 9(01).
       01  cur-lib pic 9(02) value 0.
       01  sav-cur-lib pic 9(02).
       01  scope-row pic 9(03).
       01  scope-first pic 9(03).
       01  scope-last pic 9(03).
       01  fetch-row pic 9(03).
       01  res-row pic 9(03).
       01  hold-code-list pic x(51).
       01  link-from pic 9(02).
       01  link-row pic 9(03).
       01  chk-err-txt pic x(20).
       01  chk-err-cnt pic 9(03).
       01  chk-row pic 9(03).
       01  chk-row-x pic 9(03).
       01  check-str pic x(200).
       01  chk-ptr pic 9(03).

       PROCEDURE DIVISION.
       MAIN.
           accept cmd-args from command-line
           move function upper-case(cmd-args) to cmd-upper
           move 0 to print-sw
           inspect cmd-upper tallying print-sw
                   for all "PRINT"
      *> PROG=<file> is the program to grade, CLASS=<folder> grades
      *> every *.dat in a folder of submissions; DIR=<folder> is
      *> where the courses and missions are; CAP=<n> is how many
      *> statements a run may take before it counts as a loop
           move spaces to prog-arg class-folder
           move 0 to wk-ptr
           inspect cmd-upper tallying wk-ptr
                   for characters before initial "PROG="
           if wk-ptr < 75
              unstring cmd-args(wk-ptr + 6:) delimited by all space
                       into prog-arg
           end-if
           move 0 to wk-ptr
           inspect cmd-upper tallying wk-ptr
                   for characters before initial "CLASS="
           if wk-ptr < 74
              unstring cmd-args(wk-ptr + 7:) delimited by all space
                       into class-folder
           end-if
           move 0 to wk-ptr
           inspect cmd-upper tallying wk-ptr
                   for characters before initial "DIR="
           if wk-ptr < 76
              move spaces to dir-folder
              unstring cmd-args(wk-ptr + 5:) delimited by all space
                       into dir-folder
           end-if
           move 0 to wk-ptr
           inspect cmd-upper tallying wk-ptr
                   for characters before initial "CAP="
           if wk-ptr < 76
              move spaces to cap-str
              unstring cmd-args(wk-ptr + 5:) delimited by all space
                       into cap-str
              move function numval(cap-str) to stmt-cap
              if stmt-cap = 0
                 move 5000 to stmt-cap
              end-if
           end-if
           if prog-arg = spaces and class-folder = spaces
              display "Usage: SpBatch PROG=<program file> or "
                      "CLASS=<folder> [DIR=<course folder>] "
                      "[CAP=<statements>] [PRINT]"
              goback
           end-if
           if print-sw > 0
              move 1 to print-sw
              move "OPEN" to ps-func
              move "spbatch" to ps-tag
              move "StarPilot batch run" to ps-title
              call "PrintSpool" using ps-param
           end-if
           move "SPBATCH-H01" to mc-id
           move "StarPilot batch run - courses in" to mc-text
           perform LBL-RTN
           move spaces to prt-text
           string function trim(mc-text trailing) " "
                  function trim(dir-folder)
                  delimited by size into prt-text
           perform PRT-RTN
           move stmt-cap to cap-ed
           move spaces to prt-text
           string "Each run starts from a clear field and stops after "
                  function trim(cap-ed) " statements"
                  delimited by size into prt-text
           perform PRT-RTN
           perform SCAN-COURSES-RTN.
           if crs-cnt = 0
              move "No course (*.crs) or mission (*.msn) files"
                to prt-text
              move "SPBATCH-H02" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              perform CLOSE-PRINT-RTN
              goback
           end-if.
           perform SCAN-PROGRAMS-RTN.
           if prg-cnt = 0
              move "No program files to run" to prt-text
              move "SPBATCH-H03" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              perform CLOSE-PRINT-RTN
              goback
           end-if.
           perform varying wk-p from 1 by 1 until wk-p > prg-cnt
              perform RUN-PROGRAM-RTN
           end-perform.
           if prg-cnt > 1
              perform SUMMARY-RTN
           end-if.
           perform CLOSE-PRINT-RTN
           goback.

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

       CLOSE-PRINT-RTN.
           if print-sw = 1
              move "CLOS" to ps-func
              call "PrintSpool" using ps-param
              display "Print-image file written to the data folder"
           end-if.

       SCAN-COURSES-RTN.
           move 0 to crs-cnt.
           move spaces to dir-spec.
           string function trim(dir-folder) "*.crs"
                  delimited by size into dir-spec.
           call "CBL_DIR_SCAN" using dir-spec, dir-handle.
           perform until 1 = 0
              call "CBL_READ_DIR" using dir-handle, scan-filename
                                  returning scan-rcd
              if scan-rcd not = 0
                 exit perform
              end-if
              if crs-cnt < 100
                 add 1 to crs-cnt
                 move scan-filename to crs-name(crs-cnt)
                 move "C" to crs-kind(crs-cnt)
              end-if
           end-perform.
           move spaces to dir-spec.
           string function trim(dir-folder) "*.msn"
                  delimited by size into dir-spec.
           call "CBL_DIR_SCAN" using dir-spec, dir-handle.
           perform until 1 = 0
              call "CBL_READ_DIR" using dir-handle, scan-filename
                                  returning scan-rcd
              if scan-rcd not = 0
                 exit perform
              end-if
              if crs-cnt < 100
                 add 1 to crs-cnt
                 move scan-filename to crs-name(crs-cnt)
                 move "M" to crs-kind(crs-cnt)
              end-if
           end-perform.

       SCAN-PROGRAMS-RTN.
           move 0 to prg-cnt.
           if class-folder = spaces
              move 1 to prg-cnt
              move prog-arg to prg-name(1)
              move prog-arg to prg-short(1)
              exit paragraph
           end-if.
           move spaces to dir-spec.
           string function trim(class-folder) "*.dat"
                  delimited by size into dir-spec.
           call "CBL_DIR_SCAN" using dir-spec, dir-handle.
           perform until 1 = 0
              call "CBL_READ_DIR" using dir-handle, scan-filename
                                  returning scan-rcd
              if scan-rcd not = 0
                 exit perform
              end-if
              if prg-cnt < 200
                 add 1 to prg-cnt
                 move spaces to prg-name(prg-cnt)
                 string function trim(class-folder)
                        function trim(scan-filename)
                        delimited by size into prg-name(prg-cnt)
                 move scan-filename to prg-short(prg-cnt)
              end-if
           end-perform.

      *> one program against every course - loaded and linked once,
      *> then flown afresh on each field
       RUN-PROGRAM-RTN.
           move 0 to prg-pass(wk-p) prg-stmts(wk-p) prg-link(wk-p).
           move spaces to prt-text.
           perform PRT-RTN.
           string "Program: " function trim(prg-name(wk-p))
                  delimited by size into prt-text.
           perform PRT-RTN.
           move prg-name(wk-p) to code-f-nm.
           open input code-f.
           if code-f-status not = "00"
              move "  program file not found - not run" to prt-text
              move "SPBATCH-H04" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              move 1 to prg-link(wk-p)
              exit paragraph
           end-if.
           move 0 to max-line.
           perform until 1 = 0
              read code-f at end exit perform
              end-read
              if max-line < 500
                 add 1 to max-line
                 move code-f-rec to prog-line(max-line)
              end-if
           end-perform.
           close code-f.
           move spaces to check-str.
           move 1 to chk-ptr.
           move 0 to chk-err-cnt.
           move 0 to cur-lib.
           perform LINK-RTN.
           if chk-err-cnt > 0
              move spaces to prt-text
              string "  not run - " function trim(check-str)
                     delimited by size into prt-text
              perform PRT-RTN
              move 1 to prg-link(wk-p)
              exit paragraph
           end-if.
           move "  Course / mission" to prt-text.
           move "Result Stmts  Fuel  Goal  Note" to prt-text(28:).
           move "SPBATCH-H05" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           perform varying wk-c from 1 by 1 until wk-c > crs-cnt
              perform RUN-COURSE-RTN
           end-perform.
           move prg-pass(wk-p) to num-ed.
           move crs-cnt to num-ed2.
           move spaces to prt-text.
           string "  Goal reached on " function trim(num-ed) " of "
                  function trim(num-ed2)
                  delimited by size into prt-text.
           perform PRT-RTN.

       RUN-COURSE-RTN.
           perform INIT-VARS-RTN.
           perform ARRAY-RESET-RTN.
           move 30.0 to wrk-x.
           move 14.5 to wrk-y.
           move 0 to obs-count pad-cnt msn-budget.
           move 0 to goal-x goal-y.
           move 0 to fuel-mode-sw fuel-max fuel-left.
           move spaces to rs-result rs-why.
           move 0 to rs-row.
           if crs-kind(wk-c) = "C"
              move spaces to crs-file-name
              string function trim(dir-folder)
                     function trim(crs-name(wk-c))
                     delimited by size into crs-file-name
              perform COURSE-READ-RTN
           else
              move spaces to msn-file-name
              string function trim(dir-folder)
                     function trim(crs-name(wk-c))
                     delimited by size into msn-file-name
              perform MISSION-READ-RTN
           end-if.
           move 1 to row-idx.
           move 1 to run-ok-sw.
           move 0 to gosub-sp for-sp stop-run-sw stmt-cnt cap-hit-sw.
           move 0 to repeat-times repeat-idx.
           if rs-result = spaces
              perform until (row-idx > max-line and row-idx < 501)
                         or stop-run-sw = 1
                 if stmt-cnt >= stmt-cap
                    move 1 to cap-hit-sw
                    exit perform
                 end-if
                 perform EXEC-ONE-RTN
              end-perform
           end-if.
           perform RESULT-RTN.

      *> the result the mission check would give, plus why a run
      *> came to grief
       RESULT-RTN.
      *> the goal counts only when the ship got there in one piece
           move "N" to rs-goal.
           if goal-x > 0 and run-ok-sw = 1 and
              wrk-x >= goal-x - 3 and wrk-x <= goal-x + 3 and
              wrk-y >= goal-y - 1 and wrk-y <= goal-y + 1
              move "Y" to rs-goal
           end-if.
           if rs-result = spaces
              evaluate true
                 when cap-hit-sw = 1
                    move "CAP" to rs-result
                    move "statement cap reached" to rs-why
                 when run-ok-sw = 1 and rs-goal = "Y"
                    move "PASS" to rs-result
                 when run-ok-sw = 1
                    move "FAIL" to rs-result
                    move "stopped short of the goal" to rs-why
                 when other
                    move "ERROR" to rs-result
              end-evaluate
           end-if.
      *> a run that stopped on a line says which one
           if rs-row > 0 and rs-why not = spaces
              move rs-why to arr-err-txt
              move rs-row to rs-row-x
              move spaces to rs-why
              if rs-row > 500
                 move rs-row to scope-row
                 perform SCOPE-RTN
                 compute rs-row-x = rs-row - scope-first + 1
                 string function trim(lib-name(cur-lib)) ":"
                        rs-row-x " " function trim(arr-err-txt)
                        delimited by size into rs-why
              else
                 string "L" rs-row-x " " function trim(arr-err-txt)
                        delimited by size into rs-why
              end-if
           end-if.
           if rs-result = "PASS"
              add 1 to prg-pass(wk-p)
           end-if.
           add stmt-cnt to prg-stmts(wk-p).
           move spaces to dtl-line.
           move crs-name(wk-c) to dtl-name.
           move rs-result to dtl-result.
           move stmt-cnt to dtl-stmts.
           if fuel-mode-sw = 1
              if fuel-left < 0
                 move 0 to fuel-left
              end-if
              move fuel-left to fuel-ed
              move fuel-ed to dtl-fuel
           else
              move "   -" to dtl-fuel
           end-if.
           move rs-goal to dtl-goal.
           move rs-why to dtl-why.
           move dtl-line to prt-text.
           perform PRT-RTN.

       SUMMARY-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
           move "Class summary" to prt-text.
           move "SPBATCH-H06" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move "  Program" to prt-text.
           move "Goals" to prt-text(35:).
           move "Stmts" to prt-text(51:).
           move "SPBATCH-H07" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           perform varying wk-p from 1 by 1 until wk-p > prg-cnt
              initialize sum-line
              move prg-short(wk-p) to sum-name
              move prg-pass(wk-p) to sum-pass
              move crs-cnt to sum-runs
              move prg-stmts(wk-p) to sum-stmts
              if prg-link(wk-p) = 1
                 move "not run" to sum-note
              end-if
              move sum-line to prt-text
              perform PRT-RTN
           end-perform.

       COURSE-READ-RTN.
           open input course-file.
           if crs-f-sts not = "00"
              move "ERROR" to rs-result
              move "course file not readable" to rs-why
              exit paragraph
           end-if.
           perform until 1 = 0
              read course-file at end exit perform
              end-read
              move spaces to msn-verb msn-val1 msn-val2
              unstring crs-line delimited by all space
                       into msn-verb msn-val1 msn-val2
              perform FIELD-LINE-RTN
           end-perform.
           close course-file.

      *> a mission file adds the budget, fuel and pads to the course
      *> keywords, and may name a saved course with COURSE
       MISSION-READ-RTN.
           open input mission-file.
           if msn-f-sts not = "00"
              move "ERROR" to rs-result
              move "mission file not readable" to rs-why
              exit paragraph
           end-if.
           perform until 1 = 0
              read mission-file at end exit perform
              end-read
              move spaces to msn-verb msn-val1 msn-val2
              unstring msn-line delimited by all space
                       into msn-verb msn-val1 msn-val2
              evaluate msn-verb
                 when "BUDGET"
                    move function numval(msn-val1) to msn-budget
                 when "COURSE"
      *> the named course lays its field over the one built so far,
      *> as the LoadCrs button does on screen
                    move msn-val1 to crs-name-in
                    move spaces to crs-file-name
                    string function trim(dir-folder)
                           function trim(crs-name-in) ".crs"
                           delimited by size into crs-file-name
                    move 0 to obs-count
                    perform COURSE-READ-RTN
                 when "FUEL"
                    move function numval(msn-val1) to fuel-max
                    move fuel-max to fuel-left
                    move 1 to fuel-mode-sw
                 when "PAD"
                    if pad-cnt < 3
                       add 1 to pad-cnt
                       move function numval(msn-val1)
                         to pad-x(pad-cnt)
                       move function numval(msn-val2)
                         to pad-y(pad-cnt)
                       move 1 to pad-active(pad-cnt)
                    end-if
                 when other
                    perform FIELD-LINE-RTN
              end-evaluate
           end-perform.
           close mission-file.

      *> START, OBST and GOAL mean the same in a course or a mission
       FIELD-LINE-RTN.
           evaluate msn-verb
              when "START"
                 move function numval(msn-val1) to wrk-x
                 move function numval(msn-val2) to wrk-y
              when "OBST"
                 if obs-count < 5
                    add 1 to obs-count
                    move function numval(msn-val1)
                      to obs-x(obs-count)
                    move function numval(msn-val2)
                      to obs-y(obs-count)
                    move 1 to obs-active(obs-count)
                    move obs-x(obs-count) to obs-home-x(obs-count)
                    move obs-y(obs-count) to obs-home-y(obs-count)
                    move 0 to obs-every(obs-count)
                    move 0 to obs-way-cnt(obs-count)
                    move 1 to obs-way-to(obs-count)
                 end-if
              when "PATROL"
                 if obs-count > 0
                    move function numval(msn-val1)
                      to obs-every(obs-count)
                 end-if
              when "WAY"
                 if obs-count > 0
                    if obs-way-cnt(obs-count) < 6
                       add 1 to obs-way-cnt(obs-count)
                       move obs-way-cnt(obs-count) to obs-k
                       move function numval(msn-val1)
                         to obs-way-x(obs-count, obs-k)
                       move function numval(msn-val2)
                         to obs-way-y(obs-count, obs-k)
                    end-if
                 end-if
              when "GOAL"
                 move function numval(msn-val1) to goal-x
                 move function numval(msn-val2) to goal-y
           end-evaluate.

      *> ---- the StarPilot interpreter, as the screen runs it ----
       INIT-VARS-RTN.
           perform varying var-idx from 1 by 1 until var-idx > 26
              move function char(64 + var-idx) to var-name(var-idx)
              move 0 to var-value(var-idx)
           end-perform.

       FIND-VAR-RTN.
           move 0 to var-idx.
           perform varying wk-i from 1 by 1 until wk-i > 26
              if var-name(wk-i) = wk-varchar
                 move wk-i to var-idx
                 exit perform
              end-if
           end-perform.

       ARRAY-RESET-RTN.
           initialize arr-tbl.
           move 0 to arr-used.

       DIM-EXEC-RTN.
           move w-rec-p1(1:1) to wk-varchar.
           perform FIND-VAR-RTN.
           move function numval(w-rec-p2) to arr-sub.
           if var-idx = 0 or arr-sub < 1 or arr-sub > 100
              move "DIM size not 1-100" to arr-err-txt
              perform ARRAY-ERR-RTN
              exit paragraph
           end-if.
           if arr-sub > arr-cap(var-idx)
              if arr-used + arr-sub > 500
                 move "arrays are full" to arr-err-txt
                 perform ARRAY-ERR-RTN
                 exit paragraph
              end-if
              move arr-used to arr-base(var-idx)
              add arr-sub to arr-used
              move arr-sub to arr-cap(var-idx)
           end-if.
           move arr-sub to arr-size(var-idx).
           perform varying arr-k from 1 by 1
                   until arr-k > arr-size(var-idx)
              compute arr-slot = arr-base(var-idx) + arr-k
              move 0 to arr-value(arr-slot)
           end-perform.

       OPERAND-VALUE-RTN.
           move 0 to opnd-val.
           if opnd-str(1:1) >= "0" and opnd-str(1:1) <= "9"
              move function numval(opnd-str) to opnd-val
              exit paragraph
           end-if.
           if opnd-str(2:1) = "("
              perform ARRAY-SLOT-RTN
              if arr-slot > 0
                 move arr-value(arr-slot) to opnd-val
              end-if
              exit paragraph
           end-if.
           move opnd-str(1:1) to wk-varchar.
           perform FIND-VAR-RTN.
           if var-idx > 0
              move var-value(var-idx) to opnd-val
           end-if.

       OPERAND-STORE-RTN.
           if opnd-str(2:1) = "("
              perform ARRAY-SLOT-RTN
              if arr-slot > 0
                 move opnd-val to arr-value(arr-slot)
              end-if
           else
              move opnd-str(1:1) to wk-varchar
              perform FIND-VAR-RTN
              if var-idx > 0
                 move opnd-val to var-value(var-idx)
              end-if
           end-if.

       ARRAY-SLOT-RTN.
           move 0 to arr-slot.
           move opnd-str(1:1) to wk-varchar.
           perform FIND-VAR-RTN.
           move var-idx to arr-idx.
           move spaces to arr-sub-str.
           unstring opnd-str(3:) delimited by ")" into arr-sub-str.
           if arr-sub-str(1:1) >= "0" and arr-sub-str(1:1) <= "9"
              move function numval(arr-sub-str) to arr-sub
           else
              move arr-sub-str(1:1) to wk-varchar
              perform FIND-VAR-RTN
              move 0 to arr-sub
              if var-idx > 0
                 move var-value(var-idx) to arr-sub
              end-if
           end-if.
           move arr-sub to arr-sub-ed.
           if arr-idx = 0
              move spaces to arr-err-txt
              string opnd-str(1:1) "() is no array"
                     delimited by size into arr-err-txt
              perform ARRAY-ERR-RTN
              exit paragraph
           end-if.
           if arr-size(arr-idx) = 0
              move spaces to arr-err-txt
              string opnd-str(1:1) "() has no DIM"
                     delimited by size into arr-err-txt
              perform ARRAY-ERR-RTN
              exit paragraph
           end-if.
           if arr-sub < 1 or arr-sub > arr-size(arr-idx)
              move arr-size(arr-idx) to arr-size-ed
              move spaces to arr-err-txt
              string opnd-str(1:1) "(" function trim(arr-sub-ed)
                     ") not in 1-" function trim(arr-size-ed)
                     delimited by size into arr-err-txt
              perform ARRAY-ERR-RTN
              exit paragraph
           end-if.
           compute arr-slot = arr-base(arr-idx) + arr-sub.

       ARRAY-ERR-RTN.
           move arr-err-txt to rs-why.
           perform STOP-ERR-RTN.

      *> after each statement the patrols due a step take it; one
      *> that lands on the ship wrecks it just the same
       PATROL-STEP-RTN.
           move 0 to obs-moved-sw.
           perform varying obs-idx from 1 by 1
                   until obs-idx > obs-count
              if obs-active(obs-idx) = 1 and obs-every(obs-idx) > 0
                 and obs-way-cnt(obs-idx) > 0
                 if function mod(stmt-cnt, obs-every(obs-idx)) = 0
                    perform PATROL-MOVE-RTN
                    move 1 to obs-moved-sw
                 end-if
              end-if
           end-perform.
           if obs-moved-sw = 1
              perform OBSTACLE-CHECK-RTN
              if obs-hit-sw = 1
                 move "CRASH" to rs-result
                 move "hit by a patrol" to rs-why
                 perform STOP-ERR-RTN
                 move patrol-row to rs-row
              end-if
           end-if.

      *> one cell toward the current waypoint, across before up or
      *> down; arriving there turns it toward the next one
       PATROL-MOVE-RTN.
           perform PATROL-TARGET-RTN.
           if obs-x(obs-idx) >= obs-to-x - 3 and
              obs-x(obs-idx) <= obs-to-x + 3 and
              obs-y(obs-idx) >= obs-to-y - 1 and
              obs-y(obs-idx) <= obs-to-y + 1
              add 1 to obs-way-to(obs-idx)
              if obs-way-to(obs-idx) > obs-way-cnt(obs-idx)
                 move 0 to obs-way-to(obs-idx)
              end-if
              perform PATROL-TARGET-RTN
           end-if.
           evaluate true
              when obs-x(obs-idx) < obs-to-x - 3
                 add 6 to obs-x(obs-idx)
              when obs-x(obs-idx) > obs-to-x + 3
                 subtract 6 from obs-x(obs-idx)
              when obs-y(obs-idx) < obs-to-y - 1
                 add 2.4 to obs-y(obs-idx)
              when obs-y(obs-idx) > obs-to-y + 1
                 subtract 2.4 from obs-y(obs-idx)
           end-evaluate.

       PATROL-TARGET-RTN.
           if obs-way-to(obs-idx) = 0
              move obs-home-x(obs-idx) to obs-to-x
              move obs-home-y(obs-idx) to obs-to-y
           else
              move obs-way-to(obs-idx) to obs-k
              move obs-way-x(obs-idx, obs-k) to obs-to-x
              move obs-way-y(obs-idx, obs-k) to obs-to-y
           end-if.

      *> a runtime error: the run stops on this row
       STOP-ERR-RTN.
           move 0 to run-ok-sw.
           move 1 to stop-run-sw.
           move row-idx to rs-row.

       RESOLVE-TARGET-RTN.
           move code-list to hold-code-list.
           if function trim(target-str) is numeric
              move function numval(target-str) to resolved-row
              if cur-lib > 0
                 if resolved-row > scope-last - scope-first + 1
                    move 0 to resolved-row
                 end-if
                 if resolved-row > 0
                    compute resolved-row =
                            scope-first + resolved-row - 1
                 end-if
              else
                 if resolved-row > max-line
                    compute resolved-row = max-line + 1
                 end-if
              end-if
           else
              move 0 to resolved-row
              perform varying res-row from scope-first by 1
                      until res-row > scope-last
                 move res-row to fetch-row
                 perform FETCH-ROW-RTN
                 if w-rec-statement = "LABEL" and w-rec-p1 = target-str
                    move res-row to resolved-row
                    exit perform
                 end-if
              end-perform
           end-if.
           move hold-code-list to code-list.

       FETCH-ROW-RTN.
           if fetch-row > 500
              move lib-line(fetch-row - 500) to code-list
           else
              move prog-line(fetch-row) to code-list
           end-if.

       SCOPE-RTN.
           move 0 to cur-lib.
           move 1 to scope-first.
           move max-line to scope-last.
           if scope-row > 500
              perform varying lib-i from 1 by 1 until lib-i > lib-cnt
                 if scope-row >= lib-first(lib-i) and
                    scope-row <= lib-last(lib-i)
                    move lib-i to cur-lib
                    move lib-first(lib-i) to scope-first
                    move lib-last(lib-i) to scope-last
                    exit perform
                 end-if
              end-perform
           end-if.

       LIB-FIND-RTN.
           move 0 to lib-idx.
           perform varying lib-i from 1 by 1 until lib-i > lib-cnt
              if lib-name(lib-i) = lib-want
                 move lib-i to lib-idx
                 exit perform
              end-if
           end-perform.

       LINK-RTN.
           move 0 to lib-cnt.
           move 0 to lib-line-cnt.
           initialize lib-use-tbl.
           move 0 to link-from.
           perform varying link-row from 1 by 1
                   until link-row > max-line
              move link-row to fetch-row
              perform FETCH-ROW-RTN
              if w-rec-statement = "INCLUDE"
                 perform LINK-ONE-RTN
              end-if
           end-perform.
           perform varying link-from from 1 by 1
                   until link-from > lib-cnt
              perform varying link-row from lib-first(link-from) by 1
                      until link-row > lib-last(link-from)
                 move link-row to fetch-row
                 perform FETCH-ROW-RTN
                 if w-rec-statement = "INCLUDE"
                    perform LINK-ONE-RTN
                 end-if
              end-perform
           end-perform.
           perform LINK-CYCLE-RTN.

       LINK-ONE-RTN.
           move link-row to chk-row.
           if w-rec-p1 = spaces
              move "INCLUDE needs a name" to chk-err-txt
              perform CHECK-ADD-ERR-RTN
              exit paragraph
           end-if.
           move w-rec-p1 to lib-want.
           perform LIB-FIND-RTN.
           if lib-idx = 0
              if lib-cnt >= 10
                 move "too many INCLUDEs" to chk-err-txt
                 perform CHECK-ADD-ERR-RTN
                 exit paragraph
              end-if
              perform LIB-LOAD-RTN
              if lib-idx = 0
                 exit paragraph
              end-if
           end-if.
           if link-from > 0
              move 1 to lib-use(link-from, lib-idx)
           end-if.

       LIB-LOAD-RTN.
           move spaces to code-f-nm.
           string function trim(dir-folder) "library/"
                  function trim(lib-want) ".dat"
                  delimited by size into code-f-nm.
           open input code-f.
           if code-f-status not = "00"
              move "INCLUDE not found" to chk-err-txt
              perform CHECK-ADD-ERR-RTN
              exit paragraph
           end-if.
           add 1 to lib-cnt.
           move lib-cnt to lib-idx.
           move lib-want to lib-name(lib-idx).
           compute lib-first(lib-idx) = 501 + lib-line-cnt.
           move 0 to lib-full-sw.
           perform until 1 = 0
              read code-f at end exit perform
              end-read
              if lib-line-cnt >= 300
                 move 1 to lib-full-sw
                 exit perform
              end-if
              add 1 to lib-line-cnt
              move code-f-rec to lib-line(lib-line-cnt)
           end-perform.
           close code-f.
           compute lib-last(lib-idx) = 500 + lib-line-cnt.
           if lib-full-sw = 1
              move "library too long" to chk-err-txt
              perform CHECK-ADD-ERR-RTN
           end-if.
           if lib-last(lib-idx) < lib-first(lib-idx)
              move "INCLUDE is empty" to chk-err-txt
              perform CHECK-ADD-ERR-RTN
           end-if.

       LINK-CYCLE-RTN.
           perform varying lib-k from 1 by 1 until lib-k > lib-cnt
              perform varying lib-i from 1 by 1 until lib-i > lib-cnt
                 if lib-use(lib-i, lib-k) = 1
                    perform varying lib-j from 1 by 1
                            until lib-j > lib-cnt
                       if lib-use(lib-k, lib-j) = 1
                          move 1 to lib-use(lib-i, lib-j)
                       end-if
                    end-perform
                 end-if
              end-perform
           end-perform.
           perform varying lib-k from 1 by 1 until lib-k > lib-cnt
              if lib-use(lib-k, lib-k) = 1
                 move lib-first(lib-k) to chk-row
                 move "circular INCLUDE" to chk-err-txt
                 perform CHECK-ADD-ERR-RTN
              end-if
           end-perform.

       CHECK-ADD-ERR-RTN.
           add 1 to chk-err-cnt.
           move chk-row to chk-row-x.
           if chk-ptr < 170
              if chk-row > 500
                 move chk-row to scope-row
                 perform SCOPE-RTN
                 compute chk-row-x = chk-row - scope-first + 1
                 string function trim(lib-name(cur-lib)) ":"
                        chk-row-x " "
                        function trim(chk-err-txt) "; "
                        delimited by size
                        into check-str with pointer chk-ptr
              else
                 string "L" chk-row-x " "
                        function trim(chk-err-txt) "; "
                        delimited by size
                        into check-str with pointer chk-ptr
              end-if
           end-if.

       EXEC-ONE-RTN.
           move row-idx to patrol-row.
           perform EXEC-ONE-CORE-RTN.
           if stop-run-sw = 0
              perform PATROL-STEP-RTN
           end-if.
           if stop-run-sw = 0 and cur-lib > 0
              if row-idx = lib-last(cur-lib) + 1 and
                 w-rec-statement not = "INCLUDE" and
                 w-rec-statement not = "GOSUB" and
                 w-rec-statement not = "RETURN"
                 perform RETURN-RTN
              end-if
           end-if.

       RETURN-RTN.
           move cur-lib to sav-cur-lib.
           perform until 1 = 0
              if gosub-sp = 0
                 compute row-idx = max-line + 1
                 exit perform
              end-if
              move gosub-ret(gosub-sp) to row-idx
              subtract 1 from gosub-sp
              compute scope-row = row-idx - 1
              perform SCOPE-RTN
              if cur-lib = 0 or row-idx <= scope-last
                 exit perform
              end-if
           end-perform.
           move sav-cur-lib to cur-lib.
           move 1 to jumped-sw.

       EXEC-ONE-CORE-RTN.
           move row-idx to fetch-row.
           perform FETCH-ROW-RTN.
           move row-idx to scope-row.
           perform SCOPE-RTN.
           add 1 to stmt-cnt.
           move 0 to jumped-sw.
           evaluate w-rec-statement
              when "West"
                   subtract 6 from wrk-x
              when "East"
                   add 6 to wrk-x
              when "North"
                   subtract 2.4 from wrk-y
              when "South"
                   add 2.4 to wrk-y
              when "Home"
                   move 30.0 to wrk-x
                   move 14.5 to wrk-y
              when "GOTO"
                   move w-rec-p1 to target-str
                   perform RESOLVE-TARGET-RTN
                   if resolved-row = 0
                      move "GOTO target not found" to rs-why
                      perform STOP-ERR-RTN
                      exit paragraph
                   end-if
                   move resolved-row to row-idx
                   move 1 to jumped-sw
              when "GOSUB"
                   if gosub-sp >= 10
                      move "GOSUB stack full" to rs-why
                      perform STOP-ERR-RTN
                      exit paragraph
                   end-if
                   move w-rec-p1 to target-str
                   perform RESOLVE-TARGET-RTN
                   if resolved-row = 0 or
                      resolved-row > scope-last
                      move "GOSUB target not found" to rs-why
                      perform STOP-ERR-RTN
                      exit paragraph
                   end-if
                   add 1 to gosub-sp
                   compute gosub-ret(gosub-sp) = row-idx + 1
                   move resolved-row to row-idx
                   move 1 to jumped-sw
              when "RETURN"
                   if gosub-sp = 0
                      move "RETURN without GOSUB" to rs-why
                      perform STOP-ERR-RTN
                      exit paragraph
                   end-if
                   perform RETURN-RTN
              when "INCLUDE"
                   if gosub-sp >= 10
                      move "GOSUB stack full" to rs-why
                      perform STOP-ERR-RTN
                      exit paragraph
                   end-if
                   move w-rec-p1 to lib-want
                   perform LIB-FIND-RTN
                   if lib-idx = 0
                      move "INCLUDE not linked" to rs-why
                      perform STOP-ERR-RTN
                      exit paragraph
                   end-if
                   add 1 to gosub-sp
                   compute gosub-ret(gosub-sp) = row-idx + 1
                   move lib-first(lib-idx) to row-idx
                   move 1 to jumped-sw
              when "LOOP"
                   move function numval(w-rec-p1) to repeat-times
                   add  row-idx 1 giving repeat-idx
                   add 1 to row-idx
                   move 1 to jumped-sw
              when "END-LOOP"
                   subtract 1 from repeat-times
                   if repeat-times > 0
                      move repeat-idx to row-idx
                   else
                      add 1 to row-idx
                   end-if
                   move 1 to jumped-sw
              when "IF"
                   perform IF-EXEC-RTN
                   if run-ok-sw = 0
                      move 1 to stop-run-sw
                      exit paragraph
                   end-if
                   if if-result-sw = 1
                      move 1 to jumped-sw
                   end-if
              when "MOVE"
                   perform MOVE-EXEC-RTN
                   if stop-run-sw = 1
                      exit paragraph
                   end-if
              when "ADD"
              when "SUB"
              when "MUL"
                   perform ARITH-EXEC-RTN
                   if stop-run-sw = 1
                      exit paragraph
                   end-if
              when "FOR"
                   perform FOR-EXEC-RTN
                   if stop-run-sw = 1
                      exit paragraph
                   end-if
              when "NEXT"
                   perform NEXT-EXEC-RTN
                   if stop-run-sw = 1
                      exit paragraph
                   end-if
              when "SCAN"
                   perform SCAN-EXEC-RTN
              when "PRINT"
      *> PRINT only writes to the screen console - an array element
      *> is still checked, as the screen would stop on a bad one
                   if w-rec-p1(2:1) = "("
                      move w-rec-p1 to opnd-str
                      perform OPERAND-VALUE-RTN
                      if stop-run-sw = 1
                         exit paragraph
                      end-if
                   end-if
              when "DIM"
                   perform DIM-EXEC-RTN
                   if stop-run-sw = 1
                      exit paragraph
                   end-if
              when "LABEL"
                   continue
              when "STOP"
                   move 1 to stop-run-sw
                   exit paragraph
           end-evaluate.
           if jumped-sw = 1
              exit paragraph
           end-if.
           if (wrk-x < 6   or wrk-x > 54 or
               wrk-y < 4.9 or wrk-y > 24.1)
              move "CRASH" to rs-result
              move "flew off the field" to rs-why
              perform STOP-ERR-RTN
              exit paragraph
           end-if.
           perform OBSTACLE-CHECK-RTN.
           if obs-hit-sw = 1
              move "CRASH" to rs-result
              move "hit an obstacle" to rs-why
              perform STOP-ERR-RTN
              exit paragraph
           end-if.
           if fuel-mode-sw = 1
              perform FUEL-BURN-RTN
              if stop-run-sw = 1
                 exit paragraph
              end-if
           end-if.
           add 1 to row-idx.

       FUEL-BURN-RTN.
           evaluate w-rec-statement
              when "West"
              when "East"
              when "North"
              when "South"
                 subtract 1 from fuel-left
              when other
                 exit paragraph
           end-evaluate.
           if fuel-left < 0
              move "FUEL" to rs-result
              move "ran out of fuel" to rs-why
              perform STOP-ERR-RTN
              exit paragraph
           end-if.
           perform varying wk-pad from 1 by 1 until wk-pad > pad-cnt
              if pad-active(wk-pad) = 1
                 if wrk-x >= pad-x(wk-pad) - 3 and
                    wrk-x <= pad-x(wk-pad) + 3 and
                    wrk-y >= pad-y(wk-pad) - 1 and
                    wrk-y <= pad-y(wk-pad) + 1
                    move fuel-max to fuel-left
                 end-if
              end-if
           end-perform.

       FOR-EXEC-RTN.
           move w-rec-p1(1:1) to wk-varchar.
           perform FIND-VAR-RTN.
           if var-idx = 0 or for-sp >= 8
              move "FOR/NEXT error" to rs-why
              perform STOP-ERR-RTN
              exit paragraph
           end-if.
           if w-rec-p2(1:1) >= "0" and w-rec-p2(1:1) <= "9"
              move function numval(w-rec-p2) to if-val
           else
              move w-rec-p2(1:1) to wk-varchar
              perform FIND-VAR-RTN
              move 0 to if-val
              if var-idx > 0
                 move var-value(var-idx) to if-val
              end-if
              move w-rec-p1(1:1) to wk-varchar
              perform FIND-VAR-RTN
           end-if.
           if w-rec-p3(1:1) >= "0" and w-rec-p3(1:1) <= "9"
              move function numval(w-rec-p3) to if-cmp-val
           else
              move w-rec-p3(1:1) to wk-varchar
              perform FIND-VAR-RTN
              move 0 to if-cmp-val
              if var-idx > 0
                 move var-value(var-idx) to if-cmp-val
              end-if
              move w-rec-p1(1:1) to wk-varchar
              perform FIND-VAR-RTN
           end-if.
           move if-val to var-value(var-idx).
           if if-val > if-cmp-val
              perform FOR-SKIP-RTN
              exit paragraph
           end-if.
           add 1 to for-sp.
           move var-idx    to fs-var(for-sp).
           move if-cmp-val to fs-limit(for-sp).
           compute fs-row(for-sp) = row-idx + 1.
           add 1 to row-idx.
           move 1 to jumped-sw.

       FOR-SKIP-RTN.
           move 1 to for-skip-depth.
           compute for-scan-row = row-idx + 1.
           perform until for-skip-depth = 0
                   or for-scan-row > scope-last
              move for-scan-row to fetch-row
              perform FETCH-ROW-RTN
              evaluate w-rec-statement
                 when "FOR"
                    add 1 to for-skip-depth
                 when "NEXT"
                    subtract 1 from for-skip-depth
              end-evaluate
              add 1 to for-scan-row
           end-perform.
           if for-skip-depth > 0
              move "FOR/NEXT error" to rs-why
              perform STOP-ERR-RTN
              exit paragraph
           end-if.
           move for-scan-row to row-idx.
           move 1 to jumped-sw.

       NEXT-EXEC-RTN.
           if for-sp = 0
              move "NEXT without FOR" to rs-why
              perform STOP-ERR-RTN
              exit paragraph
           end-if.
           move fs-var(for-sp) to var-idx.
           add 1 to var-value(var-idx).
           if var-value(var-idx) <= fs-limit(for-sp)
              move fs-row(for-sp) to row-idx
           else
              subtract 1 from for-sp
              add 1 to row-idx
           end-if.
           move 1 to jumped-sw.

       SCAN-EXEC-RTN.
           evaluate w-rec-p1(1:1)
              when "W"
                 move -6.00 to scan-dx
                 move 0     to scan-dy
              when "E"
                 move +6.00 to scan-dx
                 move 0     to scan-dy
              when "N"
                 move 0     to scan-dx
                 move -2.40 to scan-dy
              when "S"
                 move 0     to scan-dx
                 move +2.40 to scan-dy
              when other
                 move 0 to scan-dx scan-dy
           end-evaluate.
           move 0 to scan-steps.
           move wrk-x to scan-x.
           move wrk-y to scan-y.
           if scan-dx not = 0 or scan-dy not = 0
              perform until 1 = 0
                 compute scan-x = scan-x + scan-dx
                 compute scan-y = scan-y + scan-dy
                 if scan-x < 6 or scan-x > 54 or
                    scan-y < 4.9 or scan-y > 24.1
                    exit perform
                 end-if
                 move wrk-x to sav-wrk-x
                 move wrk-y to sav-wrk-y
                 move scan-x to wrk-x
                 move scan-y to wrk-y
                 perform OBSTACLE-CHECK-RTN
                 move sav-wrk-x to wrk-x
                 move sav-wrk-y to wrk-y
                 if obs-hit-sw = 1
                    exit perform
                 end-if
                 add 1 to scan-steps
                 if scan-steps > 20
                    exit perform
                 end-if
              end-perform
           end-if.
           move w-rec-p2(1:1) to wk-varchar.
           perform FIND-VAR-RTN.
           if var-idx > 0
              move scan-steps to var-value(var-idx)
           end-if.

       MOVE-EXEC-RTN.
           move w-rec-p1 to opnd-str.
           perform OPERAND-VALUE-RTN.
           if stop-run-sw = 1
              exit paragraph
           end-if.
           move w-rec-p2 to opnd-str.
           perform OPERAND-STORE-RTN.

       ARITH-EXEC-RTN.
           move w-rec-p1 to opnd-str.
           perform OPERAND-VALUE-RTN.
           if stop-run-sw = 1
              exit paragraph
           end-if.
           move opnd-val to if-val.
           move w-rec-p2 to opnd-str.
           perform OPERAND-VALUE-RTN.
           if stop-run-sw = 1
              exit paragraph
           end-if.
           evaluate w-rec-statement
              when "ADD"
                 add if-val to opnd-val
              when "SUB"
                 subtract if-val from opnd-val
              when "MUL"
                 compute opnd-val = opnd-val * if-val
           end-evaluate.
           perform OPERAND-STORE-RTN.

       IF-EXEC-RTN.
           move w-rec-p1 to opnd-str.
           perform OPERAND-VALUE-RTN.
           if stop-run-sw = 1
              exit paragraph
           end-if.
           move opnd-val to if-val.
           move w-rec-p2(1:1)              to if-op.
           move function numval(w-rec-p2(2:7)) to if-cmp-val.
           evaluate if-op
              when "="
                 if if-val = if-cmp-val
                    move 1 to if-result-sw
                 else
                    move 0 to if-result-sw
                 end-if
              when ">"
                 if if-val > if-cmp-val
                    move 1 to if-result-sw
                 else
                    move 0 to if-result-sw
                 end-if
              when "<"
                 if if-val < if-cmp-val
                    move 1 to if-result-sw
                 else
                    move 0 to if-result-sw
                 end-if
              when other
                 move 0 to if-result-sw
           end-evaluate.
           if if-result-sw = 1
              move w-rec-p3 to target-str
              perform RESOLVE-TARGET-RTN
              if resolved-row = 0
                 move "IF target not found" to rs-why
                 perform STOP-ERR-RTN
              else
                 move resolved-row to row-idx
              end-if
           end-if.

       OBSTACLE-CHECK-RTN.
           move 0 to obs-hit-sw.
           perform varying obs-idx from 1 by 1
                   until obs-idx > obs-count
              if obs-active(obs-idx) = 1
                 if wrk-x >= obs-x(obs-idx) - 3 and
                    wrk-x <= obs-x(obs-idx) + 3 and
                    wrk-y >= obs-y(obs-idx) - 1 and
                    wrk-y <= obs-y(obs-idx) + 1
                    move 1 to obs-hit-sw
                    exit perform
                 end-if
              end-if
           end-perform.
