       IDENTIFICATION DIVISION.

       PROGRAM-ID. RvImport.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select import-file assign to dynamic imp-file-name
           organization line sequential
           file status imp-f-sts.
       select results-file assign to "../data/reversi_results.log"
           organization line sequential
           file status results-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  import-file.
       01  import-line  pic x(256).
       fd  results-file.
       01  results-record.
           05  rv-type    pic x(01).
           05  filler     pic x value space.
           05  rv-game    pic 9(03).
           05  filler     pic x value space.
           05  rv-f1      pic x(08).
           05  filler     pic x value space.
           05  rv-f2      pic x(06).
           05  filler     pic x value space.
           05  rv-f3      pic 9(02).
           05  filler     pic x value space.
           05  rv-f4      pic 9(03).
           05  filler     pic x value space.
           05  rv-f5      pic 9(03).
           05  filler     pic x value space.
           05  rv-f6      pic x(05).
           05  filler     pic x value space.
           05  rv-f7      pic x(10).
           05  filler     pic x value space.
           05  rv-f8      pic x(05).
           05  filler     pic x value space.
           05  rv-f9      pic x(04).
           05  filler     pic x value space.
           05  filler     pic x value "#".
           05  rv-seal    pic 9(04).
      *> imported games name both players: Black in rv-f7 (rv-f8
      *> says BLACK), White here, outside the sealed part
           05  filler     pic x value space.
           05  rv-f10     pic x(10).

       WORKING-STORAGE SECTION.
       01  imp-f-sts     pic x(02).
       01  results-f-sts pic x(02).
       01  imp-file-name pic x(80) value "../data/reversi_import.txt".
       01  seal-param.
           05  rs-text   pic x(200).
           05  rs-len    pic 9(03).
           05  rs-seal   pic 9(04).
       01  lock-param.
           05  lk-func   pic x(04).
           05  lk-file   pic x(90).
           05  lk-rc     pic 9(01).
       01  MatSize       pic 9(02) value 8.
       01  dev-tbl.
           05 dev-def.
             10 dev-def-y pic x(16) value "-1-1-10000+1+1+1".
             10 dev-def-x pic x(16) value "-100+1-1+1-100+1".
           05 filler redefines dev-def.
             10 dev-y occurs 8 pic x(02).
             10 dev-x occurs 8 pic x(02).
       01  anal-work.
           05  anal-wrow occurs 10.
               10  anal-wcell occurs 10 pic 9(01).
       01  an-r pic 9(02).
       01  an-c pic 9(02).
       01  an-d pic 9(02).
       01  an-dy pic s9(02).
       01  an-dx pic s9(02).
       01  an-ty pic s9(03).
       01  an-tx pic s9(03).
       01  an-run pic 9(02).
       01  an-color pic 9(01).
       01  an-total pic 9(02).
       01  an-pass pic 9(01).
       01  an-cr pic 9(02).
       01  an-cc pic 9(02).
       01  any-legal-sw  pic 9(01).
      *> one line of the import file: Black, White, the moves run
      *> together (F5D6C3...) and optionally the date played
       01  imp-text      pic x(256).
       01  imp-black     pic x(20).
       01  imp-white     pic x(20).
       01  imp-moves     pic x(220).
       01  imp-date      pic x(10).
       01  imp-extra     pic x(20).
       01  imp-letters   pic x(10) value "ABCDEFGHIJ".
       01  imp-pos       pic 9(03).
       01  imp-len       pic 9(03).
       01  imp-ch        pic x(01).
       01  imp-row       pic 9(02).
       01  imp-col       pic 9(02).
       01  imp-expected  pic 9(01).
       01  imp-color     pic 9(01).
       01  imp-why       pic x(40).
       01  bad-sw        pic 9(01).
       01  gm-tbl.
           05  gm-cnt pic 9(03).
           05  gm-move occurs 100.
               10  gm-color pic 9(01).
               10  gm-row   pic 9(02).
               10  gm-col   pic 9(02).
               10  gm-flips pic 9(02).
       01  num-white     pic 9(03).
       01  num-black     pic 9(03).
       01  wk-winner     pic x(05).
       01  wk-mid        pic 9(02).
       01  wk-mv         pic 9(03).
       01  wk-gcnt       pic 9(03).
       01  wk-game-no    pic 9(03).
       01  wk-curdate    pic x(21).
       01  line-no       pic 9(05) value 0.
       01  read-cnt      pic 9(05) value 0.
       01  done-cnt      pic 9(05) value 0.
       01  reject-cnt    pic 9(05) value 0.
       01  line-ed       pic zzzz9.
       01  cnt-ed        pic zzzz9.
       01  cnt-ed2       pic zzzz9.
       01  cnt-ed3       pic zzzz9.
       01  num-ed        pic zz9.
       01  num-ed2       pic zz9.
       01  num-ed3       pic zz9.
       01  cmd-args      pic x(80).
       01  cmd-upper     pic x(80).
       01  wk-ptr        pic 9(02).
       01  size-arg      pic x(10).
       01  book-sw       pic 9(01) value 0.
       01  print-sw      pic 9(01) value 0.
       01  ps-param.
           05  ps-func   pic x(04).
           05  ps-tag    pic x(12).
           05  ps-title  pic x(40).
           05  ps-text   pic x(132).
       01  prt-text      pic x(132).
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
           move function upper-case(cmd-args) to cmd-upper
           move 0 to print-sw
           inspect cmd-upper tallying print-sw for all "PRINT"
           move 0 to book-sw
           inspect cmd-upper tallying book-sw for all "BOOK"
      *> FILE=<name> picks the collection (the name keeps its case),
      *> SIZE=nn the board the games were played on
           move 0 to wk-ptr
           inspect cmd-upper tallying wk-ptr
                   for characters before initial "FILE="
           if wk-ptr < 75
              move spaces to imp-file-name
              unstring cmd-args(wk-ptr + 6:) delimited by all space
                       into imp-file-name
           end-if
           move 0 to wk-ptr
           inspect cmd-upper tallying wk-ptr
                   for characters before initial "SIZE="
           if wk-ptr < 75
              move spaces to size-arg
              unstring cmd-upper(wk-ptr + 6:) delimited by all space
                       into size-arg
              move function numval(size-arg) to MatSize
              if MatSize < 4 or MatSize > 10
                 move 8 to MatSize
              end-if
           end-if
           if print-sw > 0
              move 1 to print-sw
              move "OPEN" to ps-func
              move "rvimport" to ps-tag
              move "Reversi game collection import" to ps-title
              call "PrintSpool" using ps-param
           end-if
           move "Reversi game collection import" to prt-text
           move "RVIMPORT-H01" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move spaces to prt-text
           move MatSize to num-ed
           string "File " function trim(imp-file-name) "  board "
                  function trim(num-ed) "x" function trim(num-ed)
                  delimited by size into prt-text
           perform PRT-RTN
           open input import-file
           if imp-f-sts not = "00"
              move "Import file not found" to prt-text
              move "RVIMPORT-H02" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              perform CLOSE-PRINT-RTN
              goback
           end-if
           move spaces to prt-text
           perform PRT-RTN
      *> the log stays locked for the whole run so the game numbers
      *> handed out here cannot collide with a game being saved
           move "../data/reversi_results.log" to lk-file
           move "LOCK" to lk-func
           call "FileLock" using lock-param
           move 0 to wk-gcnt
           open input results-file
           if results-f-sts = "00"
              perform until 1 = 0
                 read results-file at end exit perform
                 end-read
                 if results-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if rv-type = "G"
                    add 1 to wk-gcnt
                 end-if
              end-perform
              close results-file
           end-if
           open extend results-file
           if results-f-sts = "35"
              open output results-file
              close results-file
              open extend results-file
           end-if
           if results-f-sts not = "00"
              move "UNLK" to lk-func
              call "FileLock" using lock-param
              close import-file
              move "Cannot write reversi_results.log" to prt-text
              move "RVIMPORT-H03" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              perform CLOSE-PRINT-RTN
              goback
           end-if
           move function current-date to wk-curdate
           perform until 1 = 0
              read import-file at end exit perform
              end-read
              perform IMPORT-LINE-RTN
           end-perform
           close import-file
           close results-file
           move "UNLK" to lk-func
           call "FileLock" using lock-param
           move spaces to prt-text
           perform PRT-RTN
           move read-cnt to cnt-ed
           move done-cnt to cnt-ed2
           move reject-cnt to cnt-ed3
           string "  " function trim(cnt-ed) " game(s) read, "
                  function trim(cnt-ed2) " imported, "
                  function trim(cnt-ed3) " rejected"
                  delimited by size into prt-text
           perform PRT-RTN
           perform CLOSE-PRINT-RTN
           if book-sw > 0 and done-cnt > 0
              display " "
              call "RvBook"
           end-if
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

       IMPORT-LINE-RTN.
           add 1 to line-no
           move function trim(import-line leading) to imp-text
           if imp-text = spaces or imp-text(1:1) = "*"
              exit paragraph
           end-if
           add 1 to read-cnt
           move spaces to imp-black imp-white imp-moves imp-date
                          imp-extra
           unstring imp-text delimited by all space
                    into imp-black imp-white imp-moves imp-date
                         imp-extra
           move 0 to bad-sw
           move spaces to imp-why
           evaluate true
              when imp-moves = spaces
                 move "expected Black, White and the moves"
                   to imp-why
              when imp-extra not = spaces
                 move "unexpected text after the date" to imp-why
              when imp-date not = spaces and
                   (imp-date(1:8) is not numeric or
                    imp-date(9:2) not = spaces)
                 move "date must be yyyymmdd" to imp-why
           end-evaluate
           if imp-why not = spaces
              perform REJECT-RTN
              exit paragraph
           end-if
           perform PLAY-GAME-RTN
           if imp-why not = spaces
              perform REJECT-RTN
              exit paragraph
           end-if
           perform WRITE-GAME-RTN.

       PLAY-GAME-RTN.
      *> replay the moves from the start position, Black first. A
      *> side may only pass when it has no legal move at all
           initialize anal-work
           compute wk-mid = MatSize / 2
           move 1 to anal-wcell(wk-mid, wk-mid)
           move 1 to anal-wcell(wk-mid + 1, wk-mid + 1)
           move 2 to anal-wcell(wk-mid, wk-mid + 1)
           move 2 to anal-wcell(wk-mid + 1, wk-mid)
           move function upper-case(imp-moves) to imp-moves
           move 0 to gm-cnt
           move 2 to imp-expected
           move 220 to imp-len
           perform until imp-len < 1
              if imp-moves(imp-len:1) not = space
                 exit perform
              end-if
              subtract 1 from imp-len
           end-perform
           move 1 to imp-pos
           perform until imp-pos > imp-len
              move imp-moves(imp-pos:1) to imp-ch
              move 0 to imp-col
              perform varying an-d from 1 by 1
                      until an-d > MatSize
                 if imp-letters(an-d:1) = imp-ch
                    move an-d to imp-col
                 end-if
              end-perform
              if imp-col = 0
                 perform BAD-TEXT-RTN
                 exit paragraph
              end-if
              add 1 to imp-pos
              if imp-pos + 1 <= imp-len and
                 imp-moves(imp-pos:2) = "10"
                 move 10 to imp-row
                 add 2 to imp-pos
              else
                 if imp-moves(imp-pos:1) is not numeric
                    perform BAD-TEXT-RTN
                    exit paragraph
                 end-if
                 move imp-moves(imp-pos:1) to imp-row
                 add 1 to imp-pos
              end-if
              if imp-row < 1 or imp-row > MatSize
                 perform BAD-TEXT-RTN
                 exit paragraph
              end-if
              if gm-cnt >= 100
                 move "more moves than the board holds" to imp-why
                 exit paragraph
              end-if
              move imp-row to an-r
              move imp-col to an-c
              move imp-expected to imp-color
              move imp-color to an-color
              move 0 to an-pass
              perform AN-MOVE-RTN
              if an-total = 0
                 move imp-expected to an-color
                 perform ANY-LEGAL-RTN
                 if any-legal-sw = 0
                    compute imp-color = 3 - imp-expected
                    move imp-color to an-color
                    move imp-row to an-r
                    move imp-col to an-c
                    move 0 to an-pass
                    perform AN-MOVE-RTN
                 end-if
              end-if
              if an-total = 0
                 compute num-ed = gm-cnt + 1
                 move spaces to imp-why
                 string "illegal move " function trim(num-ed) " ("
                        imp-moves(imp-pos - 2:2) ")"
                        delimited by size into imp-why
                 if imp-row = 10
                    move spaces to imp-why
                    string "illegal move " function trim(num-ed) " ("
                           imp-moves(imp-pos - 3:3) ")"
                           delimited by size into imp-why
                 end-if
                 exit paragraph
              end-if
              move 1 to an-pass
              perform AN-MOVE-RTN
              add 1 to gm-cnt
              move imp-color to gm-color(gm-cnt)
              move imp-row   to gm-row(gm-cnt)
              move imp-col   to gm-col(gm-cnt)
              move an-total  to gm-flips(gm-cnt)
              compute imp-expected = 3 - imp-color
           end-perform
           if gm-cnt = 0
              move "no moves" to imp-why
           end-if.

       BAD-TEXT-RTN.
           move imp-pos to num-ed
           move spaces to imp-why
           string "bad move text at character " function trim(num-ed)
                  delimited by size into imp-why.

       ANY-LEGAL-RTN.
      *> does an-color have any move on anal-work
           move 0 to any-legal-sw
           move an-color to imp-color
           move 0 to an-pass
           perform varying an-r from 1 by 1
                   until an-r > MatSize or any-legal-sw = 1
              perform varying an-c from 1 by 1
                      until an-c > MatSize or any-legal-sw = 1
                 if anal-wcell(an-r, an-c) = 0
                    perform AN-MOVE-RTN
                    if an-total > 0
                       move 1 to any-legal-sw
                    end-if
                 end-if
              end-perform
           end-perform
           move 0 to an-total.

       WRITE-GAME-RTN.
      *> same G and M records the game itself writes, sealed the
      *> same way; rv-f9 IMPT keeps these out of the figures for
      *> games against the computer
           move 0 to num-white num-black
           perform varying an-r from 1 by 1 until an-r > MatSize
              perform varying an-c from 1 by 1 until an-c > MatSize
                 evaluate anal-wcell(an-r, an-c)
                    when 1
                       add 1 to num-white
                    when 2
                       add 1 to num-black
                 end-evaluate
              end-perform
           end-perform
           evaluate true
              when num-white > num-black
                 move "WHITE" to wk-winner
              when num-black > num-white
                 move "BLACK" to wk-winner
              when other
                 move "TIE" to wk-winner
           end-evaluate
           add 1 to wk-gcnt
           move wk-gcnt to wk-game-no
           move spaces to results-record
           move "G" to rv-type
           move wk-game-no to rv-game
           if imp-date not = spaces
              move imp-date(1:8) to rv-f1
              move "000000" to rv-f2
           else
              move wk-curdate(1:8) to rv-f1
              move wk-curdate(9:6) to rv-f2
           end-if
           move MatSize   to rv-f3
           move num-white to rv-f4
           move num-black to rv-f5
           move wk-winner to rv-f6
           move imp-black to rv-f7
           move "BLACK"   to rv-f8
           move "IMPT"    to rv-f9
           move spaces to rs-text
           move results-record(1:60) to rs-text
           move 60 to rs-len
           call "RecSeal" using seal-param
           move " #" to results-record(60 + 1:2)
           move rs-seal to rv-seal
           move imp-white to rv-f10
           write results-record
           perform varying wk-mv from 1 by 1 until wk-mv > gm-cnt
              move spaces to results-record
              move "M" to rv-type
              move wk-game-no to rv-game
              move wk-mv to rv-f1
              move gm-color(wk-mv) to rv-f2
              move gm-row(wk-mv)   to rv-f3
              move gm-col(wk-mv)   to rv-f4
              move gm-flips(wk-mv) to rv-f5
              write results-record
           end-perform
           add 1 to done-cnt
           move line-no to line-ed
           move gm-cnt to num-ed
           move num-black to num-ed2
           move num-white to num-ed3
           move spaces to prt-text
           string "  line" line-ed "  game " wk-game-no "  "
                  function trim(imp-black) " - "
                  function trim(imp-white) "  "
                  function trim(num-ed) " moves  "
                  function trim(num-ed2) "-" function trim(num-ed3)
                  delimited by size into prt-text
           perform PRT-RTN.

       REJECT-RTN.
           add 1 to reject-cnt
           move line-no to line-ed
           move spaces to prt-text
           string "  line" line-ed "  REJECTED  " imp-why
                  delimited by size into prt-text
           perform PRT-RTN.

       AN-MOVE-RTN.
      *> an-pass 0: count the flips the move would make on the work
      *> board; an-pass 1: actually place the stone and flip
           move 0 to an-total
           if anal-wcell(an-r, an-c) not = 0
              exit paragraph
           end-if
           perform varying an-d from 1 by 1 until an-d > 8
              move function numval(dev-y(an-d)) to an-dy
              move function numval(dev-x(an-d)) to an-dx
              move 0 to an-run
              compute an-ty = an-r + an-dy
              compute an-tx = an-c + an-dx
              perform until 1 = 0
                 if an-ty < 1 or an-ty > MatSize or
                    an-tx < 1 or an-tx > MatSize
                    move 0 to an-run
                    exit perform
                 end-if
                 if anal-wcell(an-ty, an-tx) = 0
                    move 0 to an-run
                    exit perform
                 end-if
                 if anal-wcell(an-ty, an-tx) = an-color
                    exit perform
                 end-if
                 add 1 to an-run
                 compute an-ty = an-ty + an-dy
                 compute an-tx = an-tx + an-dx
              end-perform
              if an-run > 0
                 add an-run to an-total
                 if an-pass = 1
                    compute an-ty = an-r + an-dy
                    compute an-tx = an-c + an-dx
                    perform an-run times
                       move an-color
                         to anal-wcell(an-ty, an-tx)
                       compute an-ty = an-ty + an-dy
                       compute an-tx = an-tx + an-dx
                    end-perform
                 end-if
              end-if
           end-perform
           if an-pass = 1 and an-total > 0
              move an-color to anal-wcell(an-r, an-c)
           end-if.
