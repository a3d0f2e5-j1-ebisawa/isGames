           05  exp-def.
               10 filler pic x(26)
                  value "hitblow_history.log".
               10 filler pic x(120)
                 value "date,time,digits,tries,result,player,pool,solver
      -          ",grade,seal".
               10 filler pic x(26)
                  value "minesweeper_results.log".
               10 filler pic x(120)
                 value "date,time,diff,size,bombs,outcome,secs,flagsok,f
      -            "lagsng,opened,hints,player,verdict,3bv,clicks,nogues
      -          "s".
               10 filler pic x(26)
                  value "janken_rounds.log".
               10 filler pic x(120)
                 value "date,time,myhand,pchand,rpsls,adaptive,result,pl
      -          "ayer,strategy".
               10 filler pic x(26)
                  value "janken_stats.log".
               10 filler pic x(120) value
                  "player,pcwins,mywins,draws".
               10 filler pic x(26)
                  value "janken_tourney.log".
               10 filler pic x(120) value
                  "match,pcwins,mywins,draws,winner".
               10 filler pic x(26)
                  value "stackque_stats.log".
               10 filler pic x(120)
                 value "date,time,mode,cap,ops,overflow,underflow,maxsta
      -          "ck,maxqueue,wraps,avgwait,maxwait".
               10 filler pic x(26)
                  value "starpilot_missions.log".
               10 filler pic x(120)
                 value "date,time,mission,stmts,budget,result,fuel,playe
      -          "r,program,version".
               10 filler pic x(26)
                  value "catseye_beststeps.log".
               10 filler pic x(120) value
                  "map,steps,player,seal".
               10 filler pic x(26)
                  value "minesweeper_besttimes.log".
               10 filler pic x(120) value
                  "difficulty,secs,player,seal".
           05  filler redefines exp-def.
               10  exp-entry occurs 9.
                   15  ex-name pic x(26).
                   15  ex-hdr  pic x(120).
       01  wk-e         pic 9(02).
       01  tok-tbl.
           05  tok occurs 16 pic x(90).
       01  wk-t         pic 9(02).
       01  csv-ptr      pic 9(03).
       01  rec-cnt      pic 9(05).
           perform until 1 = 0
              read data-file at end exit perform
              end-read
              if data-line(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if data-line not = spaces
                 add 1 to rec-cnt
                 perform TOKENIZE-RTN
                   " rows -> " function trim(csv-file-name).

       TOKENIZE-RTN.
           perform varying wk-t from 1 by 1 until wk-t > 16
              move spaces to tok(wk-t)
           end-perform.
           unstring data-line delimited by all space
                    into tok(1) tok(2) tok(3) tok(4) tok(5)
                         tok(6) tok(7) tok(8) tok(9) tok(10)
                         tok(11) tok(12) tok(13) tok(14) tok(15)
                         tok(16).

       BUILD-CSV-RTN.
           move spaces to csv-line.
           move 1 to csv-ptr.
           perform varying wk-t from 1 by 1 until wk-t > 16
              if tok(wk-t) not = spaces
                 if csv-ptr > 1
                    string "," delimited by size
           perform until 1 = 0
              read data-file at end exit perform
              end-read
              if data-line(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if data-line = spaces
                 exit perform cycle
              end-if
              add 1 to rec-cnt
              perform TOKENIZE-RTN
      *> drop the record-type token and keep the rest
              perform varying wk-t from 1 by 1 until wk-t > 15
                 move tok(wk-t + 1) to tok(wk-t)
              end-perform
              move spaces to tok(16)
              if data-line(1:1) = "G"
                 perform BUILD-CSV-RTN
                 write csv-line
