               10  filler   pic x value ":".
               10  hl-cnt   pic zzz9.
               10  filler   pic x(02) value space.
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
           move "JKANALYTICS-H01" to mc-id
           move "Janken round analytics by player" to mc-text
           perform HDG-RTN
           display function trim(mc-text trailing)
           display " "
           open input round-file.
           if round-f-sts not = "00"
           perform until 1 = 0
              read round-file at end exit perform
              end-read
              if round-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              perform TALLY-ROUND-RTN
           end-perform.
           close round-file.
           if py-cnt = 0
              move "JKANALYTICS-H02" to mc-id
              move "No rounds on file yet" to mc-text
              perform HDG-RTN
              display function trim(mc-text trailing)
              goback
           end-if.
           perform varying wk-i from 1 by 1 until wk-i > py-cnt
                      / (py-r5-win(wk-i) + py-r5-lose(wk-i))
           end-if.
           move wk-rate to rate-ed.

       HDG-RTN.
      *> a fixed heading or note is looked up in the message
      *> catalog by the id in mc-id - mc-text holds the English
      *> and comes back in the shop's language
           move "GET " to mc-func.
           call "MsgCat" using mc-param.
