       IDENTIFICATION DIVISION.

       PROGRAM-ID. MsHeatmap.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select act-file assign to dynamic act-file-name
           organization line sequential
           file status act-f-sts.
       select map-file assign to dynamic map-file-name
           organization line sequential
           file status map-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  act-file.
       01  act-record.
           05  a-type       pic x(01).
           05  filler       pic x.
           05  a-row        pic 9(02).
           05  filler       pic x.
           05  a-col        pic 9(02).
           05  filler       pic x.
           05  a-secs       pic 9(06).
       fd  map-file.
       01  map-record.
           05  map-rec-type pic x.
           05  filler       pic x.
           05  map-row      pic 99.
           05  filler       pic x.
           05  map-col      pic 99.
           05  filler       pic x.
           05  map-data     pic x(16).

       WORKING-STORAGE SECTION.
       01  act-f-sts    pic x(02).
       01  map-f-sts    pic x(02).
       01  act-file-name pic x(128).
       01  map-file-name pic x(128).
       01  dir-spec     pic x(80).
       01  dir-handle   pic x(4) comp-5.
       01  scan-filename pic x(80).
       01  scan-rcd     pic s9(9) comp-5.
       01  scan-tbl.
           05  scan-cnt pic 9(03) value 0.
           05  scan-name occurs 200 pic x(80).
       01  wk-s         pic 9(03).
       01  wk-len       pic 9(03).
       01  wk-i         pic 9(02).
       01  wk-r         pic 9(02).
       01  wk-c         pic 9(02).
       01  wk-row       pic s9(02).
       01  wk-col       pic s9(02).
       01  wk-d         pic 9(01).
       01  wk-hb        pic 9(02).
       01  wk-first-sw  pic 9(01).
       01  wk-lost-sw   pic 9(01).
       01  wk-flags     pic 9(01).
       01  files-seen   pic 9(05) value 0.
       01  files-skip   pic 9(05) value 0.
       01  bad-sw       pic 9(01).
       01  dev-tbl.
           05  dev-def.
               10 dev-def-y pic x(16) value "-1-1-10000+1+1+1".
               10 dev-def-x pic x(16) value "-100+1-1+1-100+1".
           05  filler redefines dev-def.
               10 dev-y occurs 8 pic x(02).
               10 dev-x occurs 8 pic x(02).
       01  dir-tbl.
           05  dir-dy occurs 8 pic s9(01).
           05  dir-dx occurs 8 pic s9(01).
      *> the field being replayed: st 0 closed, 1 open, 2 flagged
       01  bd-size      pic 9(02).
       01  bd-torus     pic 9(01).
       01  bd-tbl.
           05  bd-line occurs 20.
               10  bd-cell occurs 20.
                   15  bd-mine pic 9(01).
                   15  bd-cnt  pic 9(01).
                   15  bd-st   pic 9(01).
       01  stk-tbl.
           05  stk occurs 400.
               10  stk-r pic 9(02).
               10  stk-c pic 9(02).
       01  stk-sp       pic 9(03).
       01  sv-r         pic 9(02).
       01  sv-c         pic 9(02).
       01  op-r         pic 9(02).
       01  op-c         pic 9(02).
       01  ch-r         pic 9(02).
       01  ch-c         pic 9(02).
       01  ch-d         pic 9(01).
      *> one heatmap set per board size (torus boards kept apart)
       01  hm-tbl.
           05  hm-cnt pic 9(02) value 0.
           05  hm-ent occurs 8.
               10  hm-size    pic 9(02).
               10  hm-torus   pic 9(01).
               10  hm-games   pic 9(05).
               10  hm-losses  pic 9(05).
               10  hm-firsts  pic 9(05).
               10  hm-wrongs  pic 9(05).
               10  hm-line occurs 20.
                   15  hm-cell occurs 20.
                       20  hm-strike pic 9(04).
                       20  hm-first  pic 9(04).
                       20  hm-wrong  pic 9(04).
       01  wk-h         pic 9(02).
       01  wk-map       pic 9(01).
       01  wk-cellv     pic 9(04).
       01  wk-ptr       pic 9(03).
       01  cell-ed      pic zz9.
       01  col-ed       pic z9.
       01  row-ed       pic z9.
       01  num-ed       pic zzzz9.
      *> zone shares - corners, the rest of the rim, the inside
       01  zn-tbl.
           05  zn-ent occurs 3.
               10  zn-cells  pic 9(04).
               10  zn-loss   pic 9(05).
               10  zn-first  pic 9(05).
               10  zn-wrong  pic 9(05).
       01  wk-z         pic 9(01).
       01  wk-pct       pic 9(03)v9(01).
       01  zn-line.
           05  zl-name    pic x(08).
           05  zl-cells   pic zzzz9.
           05  filler     pic x(01) value space.
           05  zl-cpct    pic zz9.9.
           05  filler     pic x(02) value space.
           05  zl-loss    pic zzzzz9.
           05  filler     pic x(01) value space.
           05  zl-lpct    pic zz9.9.
           05  filler     pic x(02) value space.
           05  zl-first   pic zzzzz9.
           05  filler     pic x(01) value space.
           05  zl-fpct    pic zz9.9.
           05  filler     pic x(02) value space.
           05  zl-wrong   pic zzzz9.
           05  filler     pic x(01) value space.
           05  zl-wpct    pic zz9.9.
       01  cmd-args     pic x(40).
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

       PROCEDURE DIVISION.
       MAIN.
           accept cmd-args from command-line
           move function upper-case(cmd-args) to cmd-args
           move 0 to print-sw
           inspect cmd-args tallying print-sw
                   for all "PRINT"
           if print-sw > 0
              move 1 to print-sw
              move "OPEN" to ps-func
              move "msheatmap" to ps-tag
              move "MineSweeper mine-strike heatmap" to ps-title
              call "PrintSpool" using ps-param
           end-if
           move "MineSweeper mine-strike heatmap" to prt-text
           move "MSHEATMAP-H01" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move spaces to prt-text
           perform PRT-RTN
           perform varying wk-i from 1 by 1 until wk-i > 8
              compute dir-dy(wk-i) = function numval(dev-y(wk-i))
              compute dir-dx(wk-i) = function numval(dev-x(wk-i))
           end-perform.
           perform SCAN-ACTS-RTN.
           perform varying wk-s from 1 by 1 until wk-s > scan-cnt
              perform REPLAY-ONE-RTN
           end-perform.
           if hm-cnt = 0
              move "No recorded games found in the data folder"
                to prt-text
              move "MSHEATMAP-H02" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              perform CLOSE-PRINT-RTN
              goback
           end-if.
           perform varying wk-h from 1 by 1 until wk-h > hm-cnt
              perform REPORT-SIZE-RTN
           end-perform.
           move spaces to prt-text
           perform PRT-RTN
           move files-seen to num-ed
           string "Recordings replayed: " num-ed
                  delimited by size into prt-text
           perform PRT-RTN
           if files-skip > 0
              move files-skip to num-ed
              move spaces to prt-text
              string "Skipped (map missing, old format or bad size): "
                     num-ed delimited by size into prt-text
              perform PRT-RTN
           end-if
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

       CLOSE-PRINT-RTN.
           if print-sw = 1
              move "CLOS" to ps-func
              call "PrintSpool" using ps-param
              display "Print-image file written to the data folder"
           end-if.

       SCAN-ACTS-RTN.
           move 0 to scan-cnt.
           move "../data/*.act" to dir-spec.
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

      *> each recording sits beside its map as <map>.act - the map
      *> gives the field, the recording is replayed over it
       REPLAY-ONE-RTN.
           move spaces to act-file-name map-file-name.
           string "../data/" function trim(scan-name(wk-s))
                  delimited by size into act-file-name.
           compute wk-len =
                   function length(function trim(scan-name(wk-s))).
           if wk-len < 5
              add 1 to files-skip
              exit paragraph
           end-if.
           subtract 4 from wk-len.
           string "../data/" scan-name(wk-s)(1:wk-len)
                  delimited by size into map-file-name.
           perform LOAD-MAP-RTN.
           if bad-sw = 1
              add 1 to files-skip
              exit paragraph
           end-if.
           open input act-file.
           if act-f-sts not = "00"
              add 1 to files-skip
              exit paragraph
           end-if.
           add 1 to files-seen.
           perform FIND-SIZE-RTN.
           if wk-h = 0
              close act-file
              exit paragraph
           end-if.
           add 1 to hm-games(wk-h).
           move 0 to wk-first-sw wk-lost-sw.
           perform until wk-lost-sw = 1
              read act-file at end exit perform
              end-read
              if a-row < 1 or a-row > bd-size or
                 a-col < 1 or a-col > bd-size
                 exit perform cycle
              end-if
              move a-row to wk-r
              move a-col to wk-c
              if a-type = "O"
                 if wk-first-sw = 0
                    move 1 to wk-first-sw
                    add 1 to hm-first(wk-h, wk-r, wk-c)
                    add 1 to hm-firsts(wk-h)
                 end-if
                 perform OPEN-ACT-RTN
              else
                 perform FLAG-ACT-RTN
              end-if
           end-perform.
           close act-file.

       LOAD-MAP-RTN.
           move 1 to bad-sw.
           move 0 to bd-size bd-torus.
           initialize bd-tbl.
           open input map-file.
           if map-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read map-file at end exit perform
              end-read
      *> bombs-only saves from before the typed layout carry no
      *> size, so they cannot be placed on a heatmap
              if map-rec-type >= "0" and map-rec-type <= "9"
                 move 0 to bd-size
                 exit perform
              end-if
              evaluate map-rec-type
                 when "H"
                    move map-row to bd-size
                 when "M"
                    if map-data(1:1) = "1"
                       move 1 to bd-torus
                    end-if
                 when "B"
                    if map-row >= 1 and map-row <= 20 and
                       map-col >= 1 and map-col <= 20
                       move 1 to bd-mine(map-row, map-col)
                    end-if
              end-evaluate
           end-perform.
           close map-file.
           if bd-size < 5 or bd-size > 20
              exit paragraph
           end-if.
           move 0 to bad-sw.
           perform varying wk-r from 1 by 1 until wk-r > bd-size
              perform varying wk-c from 1 by 1 until wk-c > bd-size
                 perform varying wk-d from 1 by 1 until wk-d > 8
                    perform NEIGHBOR-RTN
                    if wk-row > 0
                       if bd-mine(wk-row, wk-col) = 1
                          add 1 to bd-cnt(wk-r, wk-c)
                       end-if
                    end-if
                 end-perform
              end-perform
           end-perform.

       NEIGHBOR-RTN.
      *> neighbor wk-d of wk-r/wk-c into wk-row/wk-col; wk-row
      *> comes back 0 off the edge of a flat board
           compute wk-row = wk-r + dir-dy(wk-d).
           compute wk-col = wk-c + dir-dx(wk-d).
           if bd-torus = 1
              if wk-row < 1
                 add bd-size to wk-row
              end-if
              if wk-row > bd-size
                 subtract bd-size from wk-row
              end-if
              if wk-col < 1
                 add bd-size to wk-col
              end-if
              if wk-col > bd-size
                 subtract bd-size from wk-col
              end-if
           end-if.
           if wk-row < 1 or wk-row > bd-size or
              wk-col < 1 or wk-col > bd-size
              move 0 to wk-row
           end-if.

       FIND-SIZE-RTN.
           move 0 to wk-h.
           perform varying wk-i from 1 by 1 until wk-i > hm-cnt
              if hm-size(wk-i) = bd-size and hm-torus(wk-i) = bd-torus
                 move wk-i to wk-h
                 exit perform
              end-if
           end-perform.
           if wk-h = 0 and hm-cnt < 8
              add 1 to hm-cnt
              move hm-cnt to wk-h
              initialize hm-ent(wk-h)
              move bd-size  to hm-size(wk-h)
              move bd-torus to hm-torus(wk-h)
           end-if.

      *> an open on a closed cell opens it (a mine ends the game
      *> there); an open on a number whose flags all sit chords
       OPEN-ACT-RTN.
           evaluate bd-st(wk-r, wk-c)
              when 0
                 move wk-r to op-r
                 move wk-c to op-c
                 perform OPEN-CELL-RTN
              when 1
                 if bd-cnt(wk-r, wk-c) > 0
                    perform CHORD-RTN
                 end-if
           end-evaluate.

       CHORD-RTN.
      *> the chord cell is held in ch-r/ch-c - OPEN-CELL-RTN uses
      *> wk-r/wk-c/wk-d for its own sweep
           move 0 to wk-flags.
           perform varying wk-d from 1 by 1 until wk-d > 8
              perform NEIGHBOR-RTN
              if wk-row > 0
                 if bd-st(wk-row, wk-col) = 2
                    add 1 to wk-flags
                 end-if
              end-if
           end-perform.
           if wk-flags not = bd-cnt(wk-r, wk-c)
              exit paragraph
           end-if.
           move wk-r to ch-r.
           move wk-c to ch-c.
           perform varying ch-d from 1 by 1
                   until ch-d > 8 or wk-lost-sw = 1
              move ch-r to wk-r
              move ch-c to wk-c
              move ch-d to wk-d
              perform NEIGHBOR-RTN
              if wk-row > 0
                 if bd-st(wk-row, wk-col) = 0
                    move wk-row to op-r
                    move wk-col to op-c
                    perform OPEN-CELL-RTN
                 end-if
              end-if
           end-perform.
           move ch-r to wk-r.
           move ch-c to wk-c.

       OPEN-CELL-RTN.
           if bd-mine(op-r, op-c) = 1
              move 1 to wk-lost-sw
              add 1 to hm-strike(wk-h, op-r, op-c)
              add 1 to hm-losses(wk-h)
              exit paragraph
           end-if.
           move 1 to bd-st(op-r, op-c).
           if bd-cnt(op-r, op-c) > 0
              exit paragraph
           end-if.
           move wk-r to sv-r.
           move wk-c to sv-c.
           move 1 to stk-sp.
           move op-r to stk-r(1).
           move op-c to stk-c(1).
           perform until stk-sp = 0
              move stk-r(stk-sp) to wk-r
              move stk-c(stk-sp) to wk-c
              subtract 1 from stk-sp
              perform varying wk-d from 1 by 1 until wk-d > 8
                 perform NEIGHBOR-RTN
                 if wk-row > 0
                    if bd-st(wk-row, wk-col) = 0
                       move 1 to bd-st(wk-row, wk-col)
                       if bd-cnt(wk-row, wk-col) = 0
                          add 1 to stk-sp
                          move wk-row to stk-r(stk-sp)
                          move wk-col to stk-c(stk-sp)
                       end-if
                    end-if
                 end-if
              end-perform
           end-perform.
           move sv-r to wk-r.
           move sv-c to wk-c.

      *> a right click toggles a flag on a closed cell; planting
      *> one on a safe cell is a wrong flag wherever it ends up
       FLAG-ACT-RTN.
           evaluate bd-st(wk-r, wk-c)
              when 0
                 move 2 to bd-st(wk-r, wk-c)
                 if bd-mine(wk-r, wk-c) = 0
                    add 1 to hm-wrong(wk-h, wk-r, wk-c)
                    add 1 to hm-wrongs(wk-h)
                 end-if
              when 2
                 move 0 to bd-st(wk-r, wk-c)
           end-evaluate.

       REPORT-SIZE-RTN.
           move spaces to prt-text
           perform PRT-RTN
           move hm-size(wk-h) to col-ed
           move spaces to prt-text
           if hm-torus(wk-h) = 1
              string "Board " col-ed " x " col-ed " (torus)"
                     delimited by size into prt-text
           else
              string "Board " col-ed " x " col-ed
                     delimited by size into prt-text
           end-if
           perform PRT-RTN
           move spaces to prt-text
           move hm-games(wk-h) to num-ed
           string "  Games " num-ed delimited by size into prt-text
           move hm-losses(wk-h) to num-ed
           string "  Losing clicks " num-ed
                  delimited by size into prt-text(14:)
           move hm-wrongs(wk-h) to num-ed
           string "  Wrong flags " num-ed
                  delimited by size into prt-text(35:)
           perform PRT-RTN
           perform varying wk-map from 1 by 1 until wk-map > 3
              perform PRINT-GRID-RTN
           end-perform
           if hm-torus(wk-h) = 0
              perform ZONE-RTN
           end-if.

       PRINT-GRID-RTN.
           move spaces to prt-text
           perform PRT-RTN
           evaluate wk-map
              when 1
                 move "  Where losing clicks landed" to prt-text
                 move "MSHEATMAP-H03" to mc-id
                 perform HDG-RTN
              when 2
                 move "  Where first clicks were made" to prt-text
                 move "MSHEATMAP-H04" to mc-id
                 perform HDG-RTN
              when 3
                 move "  Where flags were wrongly placed" to prt-text
                 move "MSHEATMAP-H05" to mc-id
                 perform HDG-RTN
           end-evaluate
           perform PRT-RTN
           move spaces to prt-text
           move 4 to wk-ptr
           perform varying wk-c from 1 by 1 until wk-c > hm-size(wk-h)
              move wk-c to col-ed
              string " " col-ed delimited by size
                     into prt-text with pointer wk-ptr
           end-perform
           perform PRT-RTN
           perform varying wk-r from 1 by 1 until wk-r > hm-size(wk-h)
              move spaces to prt-text
              move wk-r to row-ed
              move row-ed to prt-text(1:2)
              move 4 to wk-ptr
              perform varying wk-c from 1 by 1
                      until wk-c > hm-size(wk-h)
                 evaluate wk-map
                    when 1
                       move hm-strike(wk-h, wk-r, wk-c) to wk-cellv
                    when 2
                       move hm-first(wk-h, wk-r, wk-c) to wk-cellv
                    when 3
                       move hm-wrong(wk-h, wk-r, wk-c) to wk-cellv
                 end-evaluate
                 if wk-cellv = 0
                    string "  ." delimited by size
                           into prt-text with pointer wk-ptr
                 else
                    if wk-cellv > 999
                       move 999 to wk-cellv
                    end-if
                    move wk-cellv to cell-ed
                    string cell-ed delimited by size
                           into prt-text with pointer wk-ptr
                 end-if
              end-perform
              perform PRT-RTN
           end-perform.

      *> set each zone's share of the clicks against its share of
      *> the cells - a zone well above its cell share is a trap
       ZONE-RTN.
           initialize zn-tbl.
           perform varying wk-r from 1 by 1 until wk-r > hm-size(wk-h)
              perform varying wk-c from 1 by 1
                      until wk-c > hm-size(wk-h)
                 move 0 to wk-hb
                 if wk-r = 1 or wk-r = hm-size(wk-h)
                    add 1 to wk-hb
                 end-if
                 if wk-c = 1 or wk-c = hm-size(wk-h)
                    add 1 to wk-hb
                 end-if
                 evaluate wk-hb
                    when 2
                       move 1 to wk-z
                    when 1
                       move 2 to wk-z
                    when other
                       move 3 to wk-z
                 end-evaluate
                 add 1 to zn-cells(wk-z)
                 add hm-strike(wk-h, wk-r, wk-c) to zn-loss(wk-z)
                 add hm-first(wk-h, wk-r, wk-c)  to zn-first(wk-z)
                 add hm-wrong(wk-h, wk-r, wk-c)  to zn-wrong(wk-z)
              end-perform
           end-perform.
           move spaces to prt-text
           perform PRT-RTN
           move spaces to prt-text
           string "  Zone  Cells     %  Losses     %"
                  "  Firsts     %  Wrong     %"
                  delimited by size into prt-text
           move "MSHEATMAP-H06" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           perform varying wk-z from 1 by 1 until wk-z > 3
              move spaces to zn-line
              evaluate wk-z
                 when 1
                    move "  Corner" to zl-name
                 when 2
                    move "  Edge" to zl-name
                 when 3
                    move "  Inside" to zl-name
              end-evaluate
              move zn-cells(wk-z) to zl-cells
              compute wk-pct rounded = zn-cells(wk-z) * 100 /
                      (hm-size(wk-h) * hm-size(wk-h))
              move wk-pct to zl-cpct
              move zn-loss(wk-z) to zl-loss
              move 0 to wk-pct
              if hm-losses(wk-h) > 0
                 compute wk-pct rounded =
                         zn-loss(wk-z) * 100 / hm-losses(wk-h)
              end-if
              move wk-pct to zl-lpct
              move zn-first(wk-z) to zl-first
              move 0 to wk-pct
              if hm-firsts(wk-h) > 0
                 compute wk-pct rounded =
                         zn-first(wk-z) * 100 / hm-firsts(wk-h)
              end-if
              move wk-pct to zl-fpct
              move zn-wrong(wk-z) to zl-wrong
              move 0 to wk-pct
              if hm-wrongs(wk-h) > 0
                 compute wk-pct rounded =
                         zn-wrong(wk-z) * 100 / hm-wrongs(wk-h)
              end-if
              move wk-pct to zl-wpct
              move zn-line to prt-text
              perform PRT-RTN
           end-perform.
