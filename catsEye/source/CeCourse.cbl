       IDENTIFICATION DIVISION.

       PROGRAM-ID. CeCourse.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select pack-file assign to "../data/catseye_pack.idx"
           organization line sequential
           file status pack-f-sts.
       select map-file assign to dynamic map-file-name
           organization line sequential
           file status map-f-sts.
       select course-file assign to dynamic crs-file-name
           organization line sequential
           file status crs-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  pack-file.
       01  pack-record.
           05  pk-rec-file    pic x(40).
           05  filler         pic x.
           05  pk-rec-name    pic x(20).
           05  filler         pic x.
           05  pk-rec-author  pic x(12).
           05  filler         pic x.
           05  pk-rec-par     pic 9(04).
           05  filler         pic x.
           05  pk-rec-diff    pic 9(03).
       fd  map-file.
       01  map-record   pic x(42).
       fd  course-file.
       01  crs-line     pic x(30).

       WORKING-STORAGE SECTION.
       01  pack-f-sts   pic x(02).
       01  map-f-sts    pic x(02).
       01  crs-f-sts    pic x(02).
       01  map-file-name pic x(80).
       01  crs-file-name pic x(100).
       01  map-row.
           05  map-col  pic x(02) occurs 21.
       01  chk-map-tbl.
           05  chk-map-row occurs 21.
               10  chk-map-cell occurs 21 pic x(01).
      *> the StarPilot field: 9 columns from x 6 to 54 in steps of 6,
      *> 9 rows from y 4.9 to 24.1 in steps of 2.4, and room for five
      *> obstacles - the same cell the ship collides with
       01  sp-cols      pic 9(02) value 9.
       01  sp-rows      pic 9(02) value 9.
       01  sp-obs-max   pic 9(02) value 5.
       01  sp-x         pic 99v99.
       01  sp-y         pic 99v99.
       01  crs-x-ed     pic 99.99.
       01  crs-y-ed     pic 99.99.
       01  start-row    pic 9(02).
       01  start-col    pic 9(02).
       01  gold-row     pic 9(02).
       01  gold-col     pic 9(02).
       01  wall-cnt     pic 9(03).
       01  other-cnt    pic 9(03).
       01  box-top      pic 9(02).
       01  box-bot      pic 9(02).
       01  box-left     pic 9(02).
       01  box-right    pic 9(02).
       01  box-rows     pic 9(02).
       01  box-cols     pic 9(02).
       01  off-r        pic s9(02).
       01  off-c        pic s9(02).
       01  ck-r         pic 9(02).
       01  ck-c         pic 9(02).
       01  row-max      pic 9(02) value 21.
       01  col-max      pic 9(02) value 21.
       01  wk-ptr       pic 9(02).
       01  wk-bp        pic 9(02).
       01  wk-slash     pic 9(02).
       01  wk-dot       pic 9(02).
       01  wk-base      pic x(40).
       01  wk-map       pic x(40).
       01  wk-label     pic x(20).
       01  one-map      pic x(40).
       01  map-cnt      pic 9(03) value 0.
       01  made-cnt     pic 9(03) value 0.
       01  refuse-cnt   pic 9(03) value 0.
       01  res-line.
           05  filler       pic x(02) value space.
           05  res-label    pic x(20).
           05  filler       pic x(01) value space.
           05  res-course   pic x(16).
           05  filler       pic x(01) value space.
           05  res-text     pic x(38).
       01  res-text-wk  pic x(38).
       01  num-ed       pic zz9.
       01  num-ed2      pic zz9.
       01  cnt-ed       pic zz9.
       01  cnt-ed2      pic zz9.
       01  cnt-ed3      pic zz9.
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
       01  swap-param.
           05  sw-func   pic x(04).
           05  sw-file   pic x(90).
           05  sw-temp   pic x(100).
           05  sw-count  pic 9(03).
           05  sw-rc     pic 9(01).

       PROCEDURE DIVISION.
       MAIN.
           accept cmd-args from command-line
           move function upper-case(cmd-args) to cmd-upper
           move 0 to print-sw
           inspect cmd-upper tallying print-sw for all "PRINT"
      *> MAP=<file> converts one map; otherwise every map in the
      *> level pack. The file name keeps its case
           move spaces to one-map
           move 0 to wk-ptr
           inspect cmd-upper tallying wk-ptr
                   for characters before initial "MAP="
           if wk-ptr < 76
              unstring cmd-args(wk-ptr + 5:) delimited by all space
                       into one-map
           end-if
           if print-sw > 0
              move 1 to print-sw
              move "OPEN" to ps-func
              move "cecourse" to ps-tag
              move "catsEye maps to StarPilot courses" to ps-title
              move "CECOURSE-H01" to mc-id
              perform HDG-RTN
              call "PrintSpool" using ps-param
           end-if
           move "catsEye maps to StarPilot courses" to prt-text
           perform PRT-RTN
           move "Walls are obstacles, Start is the ship, Gold the goal"
             to prt-text
           move "CECOURSE-H02" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move spaces to prt-text
           perform PRT-RTN
           move "  Map                  Course           Result"
             to prt-text
           move "CECOURSE-H03" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           if one-map not = spaces
              move one-map to wk-map
              move spaces to wk-label
              perform CONVERT-MAP-RTN
           else
              open input pack-file
              if pack-f-sts not = "00"
                 move "No catseye_pack.idx found - give MAP=<file>"
                   to prt-text
                 move "CECOURSE-H04" to mc-id
                 perform HDG-RTN
                 perform PRT-RTN
                 perform CLOSE-PRINT-RTN
                 goback
              end-if
              perform until 1 = 0
                 read pack-file at end exit perform
                 end-read
                 if pk-rec-file not = spaces
                    move pk-rec-file to wk-map
                    move pk-rec-name to wk-label
                    perform CONVERT-MAP-RTN
                 end-if
              end-perform
              close pack-file
           end-if.
           move spaces to prt-text.
           perform PRT-RTN.
           move map-cnt to cnt-ed.
           move made-cnt to cnt-ed2.
           move refuse-cnt to cnt-ed3.
           string "  " cnt-ed " map(s), " cnt-ed2 " course(s) written, "
                  cnt-ed3 " refused" delimited by size into prt-text.
           perform PRT-RTN.
           perform CLOSE-PRINT-RTN.
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

       CLOSE-PRINT-RTN.
           if print-sw = 1
              move "CLOS" to ps-func
              call "PrintSpool" using ps-param
              display "Print-image file written to the data folder"
           end-if.

       CONVERT-MAP-RTN.
           add 1 to map-cnt.
           perform COURSE-NAME-RTN.
           move wk-label to res-label.
           move wk-base to res-course.
           move spaces to res-text.
           perform LOAD-MAP-RTN.
           if map-f-sts not = "00"
              move "REFUSED - map file not found" to res-text
              perform REFUSE-RTN
              exit paragraph
           end-if.
           if start-row = 0 or gold-row = 0
              move "REFUSED - map has no Start or no Gold"
                to res-text
              perform REFUSE-RTN
              exit paragraph
           end-if.
           perform BOX-RTN.
      *> a course that would not hold the whole map is not written at
      *> all, so no class is handed a field with walls missing
           if box-rows > sp-rows or box-cols > sp-cols
              move box-rows to num-ed
              move box-cols to num-ed2
              move spaces to res-text-wk
              string "REFUSED - spans" num-ed " x" num-ed2
                     ", field is 9 x 9" delimited by size
                     into res-text-wk
              move res-text-wk to res-text
              perform REFUSE-RTN
              exit paragraph
           end-if.
           if wall-cnt > sp-obs-max
              move wall-cnt to num-ed
              move spaces to res-text-wk
              string "REFUSED -" num-ed " walls, room for 5"
                     delimited by size into res-text-wk
              move res-text-wk to res-text
              perform REFUSE-RTN
              exit paragraph
           end-if.
           perform WRITE-COURSE-RTN.
           if crs-f-sts not = "00"
              move "REFUSED - cannot write the course file"
                to res-text
              perform REFUSE-RTN
              exit paragraph
           end-if.
           add 1 to made-cnt.
      *> mud, water, dogs, keys, doors and pads have no StarPilot
      *> counterpart; the report says how many were left out
           move wall-cnt to num-ed.
           move 1 to wk-ptr.
           string "written, " function trim(num-ed) " obstacle(s)"
                  delimited by size into res-text with pointer wk-ptr.
           if other-cnt > 0
              move other-cnt to num-ed2
              string ", " function trim(num-ed2) " cell(s) left out"
                     delimited by size into res-text
                     with pointer wk-ptr
           end-if.
           move res-line to prt-text.
           perform PRT-RTN.

       REFUSE-RTN.
           add 1 to refuse-cnt.
           move res-line to prt-text.
           perform PRT-RTN.

       COURSE-NAME-RTN.
      *> the course is named after the map file, without folder or
      *> extension, and lands in the data folder StarPilot reads
           move 0 to wk-slash.
           perform varying wk-bp from 1 by 1 until wk-bp > 40
              if wk-map(wk-bp:1) = "/" or wk-map(wk-bp:1) = "\"
                 move wk-bp to wk-slash
              end-if
           end-perform.
           compute wk-bp = wk-slash + 1.
           move spaces to wk-base.
           move wk-map(wk-bp:) to wk-base.
           move 0 to wk-dot.
           perform varying wk-bp from 1 by 1 until wk-bp > 40
              if wk-base(wk-bp:1) = "."
                 move wk-bp to wk-dot
              end-if
           end-perform.
           if wk-dot > 1
              move spaces to wk-base(wk-dot:)
           end-if.
           if wk-label = spaces
              move wk-base to wk-label
           end-if.
           move spaces to crs-file-name.
           string "../data/" function trim(wk-base) ".crs"
                  delimited by size into crs-file-name.

       LOAD-MAP-RTN.
      *> same layout catsEye saves: row heading then two bytes per
      *> column; PAR and TPC lines follow the grid
           move 0 to start-row start-col gold-row gold-col.
           move 0 to wall-cnt other-cnt.
           move all "#" to chk-map-tbl.
           move wk-map to map-file-name.
           open input map-file.
           if map-f-sts not = "00"
              exit paragraph
           end-if.
           move 2 to ck-r.
           perform until 1 = 0
              read map-file at end exit perform
              end-read
              if map-record(1:4) = "PAR " or map-record(1:4) = "TPC "
                 or ck-r > row-max
                 exit perform cycle
              end-if
              move map-record to map-row
              perform varying ck-c from 2 by 1 until ck-c > col-max
                 move map-col(ck-c)(1:1) to chk-map-cell(ck-r, ck-c)
                 evaluate chk-map-cell(ck-r, ck-c)
                    when "G"
                       move ck-r to gold-row
                       move ck-c to gold-col
                    when "S"
                       move ck-r to start-row
                       move ck-c to start-col
                    when "#"
                       add 1 to wall-cnt
                    when space
                       continue
                    when other
                       add 1 to other-cnt
                 end-evaluate
              end-perform
              add 1 to ck-r
           end-perform.
           close map-file.
           move "00" to map-f-sts.

       BOX-RTN.
      *> the smallest block of rows and columns holding Start, Gold
      *> and every wall; it is centred on the StarPilot field
           move start-row to box-top box-bot.
           move start-col to box-left box-right.
           move gold-row to ck-r.
           move gold-col to ck-c.
           perform BOX-ADD-RTN.
           perform varying ck-r from 2 by 1 until ck-r > row-max
              perform varying ck-c from 2 by 1 until ck-c > col-max
                 if chk-map-cell(ck-r, ck-c) = "#"
                    perform BOX-ADD-RTN
                 end-if
              end-perform
           end-perform.
           compute box-rows = box-bot - box-top + 1.
           compute box-cols = box-right - box-left + 1.
           compute off-r = (sp-rows - box-rows) / 2.
           compute off-c = (sp-cols - box-cols) / 2.

       BOX-ADD-RTN.
           if ck-r < box-top
              move ck-r to box-top
           end-if.
           if ck-r > box-bot
              move ck-r to box-bot
           end-if.
           if ck-c < box-left
              move ck-c to box-left
           end-if.
           if ck-c > box-right
              move ck-c to box-right
           end-if.

       WRITE-COURSE-RTN.
      *> the same START / OBST / GOAL lines StarPilot's SaveCrs writes,
      *> to a new copy first that is swapped in once it is whole
           move crs-file-name to sw-file.
           move "BEGN" to sw-func.
           call "SafeSwap" using swap-param.
           move sw-temp to crs-file-name.
           open output course-file.
           if crs-f-sts not = "00"
              move sw-file to crs-file-name
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              exit paragraph
           end-if.
           move start-row to ck-r.
           move start-col to ck-c.
           perform FIELD-POS-RTN.
           move spaces to crs-line.
           string "START " crs-x-ed " " crs-y-ed
                  delimited by size into crs-line.
           write crs-line.
           perform varying ck-r from 2 by 1 until ck-r > row-max
              perform varying ck-c from 2 by 1 until ck-c > col-max
                 if chk-map-cell(ck-r, ck-c) = "#"
                    perform FIELD-POS-RTN
                    move spaces to crs-line
                    string "OBST " crs-x-ed " " crs-y-ed
                           delimited by size into crs-line
                    write crs-line
                 end-if
              end-perform
           end-perform.
           move gold-row to ck-r.
           move gold-col to ck-c.
           perform FIELD-POS-RTN.
           move spaces to crs-line.
           string "GOAL " crs-x-ed " " crs-y-ed
                  delimited by size into crs-line.
           write crs-line.
           close course-file.
           move sw-file to crs-file-name.
           move "COMT" to sw-func.
           call "SafeSwap" using swap-param.
           move "00" to crs-f-sts.

       FIELD-POS-RTN.
      *> map cell (ck-r, ck-c) to the StarPilot screen position
           compute sp-x = (ck-c - box-left + off-c + 1) * 6.
           compute sp-y = 4.9 + (ck-r - box-top + off-r) * 2.4.
           move sp-x to crs-x-ed.
           move sp-y to crs-y-ed.
