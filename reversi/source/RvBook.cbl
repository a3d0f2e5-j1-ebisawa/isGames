       select results-file assign to "../data/reversi_results.log"
           organization line sequential
           file status results-f-sts.
       select book-file assign to dynamic book-file-name
           organization line sequential
           file status book-f-sts.

       WORKING-STORAGE SECTION.
       01  results-f-sts pic x(02).
       01  book-f-sts    pic x(02).
       01  book-file-name pic x(100) value "../data/reversi_book.log".
       01  cur-game      pic 9(03) value 0.
       01  cur-winner    pic x(05).
       01  cur-seq       pic x(36).
       01  mv-enc        pic x(06).
       01  game-cnt      pic 9(04) value 0.
       01  cnt-ed        pic zzz9.
       01  swap-param.
           05  sw-func   pic x(04).
           05  sw-file   pic x(90).
           05  sw-temp   pic x(100).
           05  sw-count  pic 9(03).
           05  sw-rc     pic 9(01).
       01  wk-col2       pic 9(02).

       PROCEDURE DIVISION.
           perform until 1 = 0
              read results-file at end exit perform
              end-read
              if results-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              evaluate rv-type
                 when "G"
                    add 1 to game-cnt
              end-evaluate
           end-perform.
           close results-file.
      *> the book is written to a new copy first, swapped in whole
           move book-file-name to sw-file.
           move "BEGN" to sw-func.
           call "SafeSwap" using swap-param.
           move sw-temp to book-file-name.
           open output book-file.
           if book-f-sts not = "00"
              move sw-file to book-file-name
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              display "Cannot write reversi_book.log sts=" book-f-sts
              goback
           end-if.
           perform varying wk-i from 1 by 1 until wk-i > bk-cnt
              move spaces to book-record
              move bt-depth(wk-i) to bk-depth
              write book-record
           end-perform.
           close book-file.
           move sw-file to book-file-name.
           move "COMT" to sw-func.
           call "SafeSwap" using swap-param.
           move game-cnt to cnt-ed.
           display "Games digested :" cnt-ed.
           move bk-cnt to cnt-ed.
