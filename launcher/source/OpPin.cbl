       IDENTIFICATION DIVISION.

       PROGRAM-ID. OpPin.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select cfg-file assign to dynamic cfg-file-name
           organization line sequential
           file status cfg-f-sts.
       select sessions-file assign to "../data/isgames_sessions.log"
           organization line sequential
           file status sess-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  cfg-file.
       01  cfg-record.
           05  cfg-key      pic x(14).
           05  filler       pic x.
           05  cfg-value    pic x(24).
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
           05  filler       pic x.
           05  sess-func    pic x(12).

       WORKING-STORAGE SECTION.
       01  cfg-f-sts    pic x(02).
       01  sess-f-sts   pic x(02).
       01  cfg-file-name pic x(100)
           value "../data/isgames_settings.cfg".
       01  wk-curdate   pic x(21).
       01  cf-tbl.
           05  cf-cnt   pic 9(02) value 0.
           05  cf-line  occurs 60 pic x(39).
       01  cf-found     pic 9(02).
       01  wk-c         pic 9(02).
      *> the PIN itself is never kept - only this check value of it
       01  held-check   pic x(10).
       01  pin-in       pic x(08).
       01  pin-len      pic 9(02).
       01  pin-i        pic 9(02).
       01  pin-round    pic 9(03).
       01  chk-num      pic 9(12).
       01  chk-disp     pic 9(10).
       01  log-game     pic x(12).
       01  swap-param.
           05  sw-func   pic x(04).
           05  sw-file   pic x(90).
           05  sw-temp   pic x(100).
           05  sw-count  pic 9(03).
           05  sw-rc     pic 9(01).
       LINKAGE SECTION.
       01  op-param.
           05  op-func   pic x(04).
           05  op-pin    pic x(08).
           05  op-new    pic x(08).
           05  op-what   pic x(12).
           05  op-player pic x(10).
           05  op-rc     pic 9(01).

       PROCEDURE DIVISION using op-param.
       MAIN.
      *> the operator role: CHEK tests op-pin against the check value
      *> kept as OPERATOR-PIN in isgames_settings.cfg, SET replaces it
      *> with one made from op-new (the current PIN first, if any),
      *> STAT only says whether a PIN has been set at all.
      *> every attempt goes to isgames_sessions.log with op-what.
      *> op-rc 0 accepted, 1 wrong PIN, 2 no PIN set yet,
      *> 3 new PIN not 4 to 8 digits, 4 settings not written
           move 0 to op-rc.
           move function current-date to wk-curdate.
           perform CFG-LOAD-RTN.
           evaluate op-func
              when "CHEK"
                 perform CHECK-RTN
              when "SET "
                 perform SET-RTN
              when "STAT"
                 if held-check = spaces
                    move 2 to op-rc
                 end-if
           end-evaluate.
           goback.

       CHECK-RTN.
           if held-check = spaces
              move 2 to op-rc
              exit paragraph
           end-if.
           move op-pin to pin-in.
           perform HASH-RTN.
           if chk-disp = held-check
              move "PIN-OK" to log-game
           else
              move 1 to op-rc
              move "PIN-FAILED" to log-game
           end-if.
           perform LOG-RTN.

       SET-RTN.
      *> a PIN already set must be given before it can be changed
           if held-check not = spaces
              perform CHECK-RTN
              if op-rc not = 0
                 exit paragraph
              end-if
           end-if.
           move 0 to op-rc.
           move op-new to pin-in.
           perform PIN-LEN-RTN.
           if pin-len < 4
              move 3 to op-rc
              exit paragraph
           end-if.
           if pin-in(1:pin-len) is not numeric
              move 3 to op-rc
              exit paragraph
           end-if.
           perform HASH-RTN.
           move 0 to cf-found.
           perform varying wk-c from 1 by 1 until wk-c > cf-cnt
              if cf-line(wk-c)(1:14) = "OPERATOR-PIN"
                 move wk-c to cf-found
              end-if
           end-perform.
           if cf-found = 0
              if cf-cnt = 60
                 move 4 to op-rc
                 exit paragraph
              end-if
              add 1 to cf-cnt
              move cf-cnt to cf-found
           end-if.
           move spaces to cfg-record.
           move "OPERATOR-PIN" to cfg-key.
           move chk-disp to cfg-value.
           move cfg-record to cf-line(cf-found).
           perform CFG-SAVE-RTN.
           if cfg-f-sts not = "00"
              move 4 to op-rc
              exit paragraph
           end-if.
           move "PIN-SET" to log-game.
           perform LOG-RTN.

       CFG-LOAD-RTN.
           move 0 to cf-cnt.
           move spaces to held-check.
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
              if cfg-key = "OPERATOR-PIN"
                 move cfg-value(1:10) to held-check
              end-if
           end-perform.
           close cfg-file.

       CFG-SAVE-RTN.
      *> every other key is written back exactly as it was read
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

       PIN-LEN-RTN.
           move 0 to pin-len.
           perform varying pin-i from 8 by -1 until pin-i < 1
              if pin-in(pin-i:1) not = space
                 move pin-i to pin-len
                 exit perform
              end-if
           end-perform.

       HASH-RTN.
      *> a one-way check value: the digits are folded together many
      *> times over, so the value cannot be read back into the PIN
           perform PIN-LEN-RTN.
           move 5381 to chk-num.
           perform varying pin-round from 1 by 1 until pin-round > 97
              perform varying pin-i from 1 by 1 until pin-i > pin-len
                 compute chk-num = function mod(
                         chk-num * 33
                         + function ord(pin-in(pin-i:1))
                         + pin-round, 4294967291)
              end-perform
           end-perform.
           move chk-num to chk-disp.

       LOG-RTN.
      *> the attempt goes into the session audit trail as a record
      *> with no playing time, the function asked for at its end
           open extend sessions-file.
           if sess-f-sts = "35"
              open output sessions-file
              close sessions-file
              open extend sessions-file
           end-if.
           if sess-f-sts not = "00"
              exit paragraph
           end-if.
           move spaces to sessions-record.
           move op-player to sess-player.
           move log-game to sess-game.
           move wk-curdate(1:8) to sess-date sess-rdate.
           move wk-curdate(9:6) to sess-time sess-rtime.
           move op-what to sess-func.
           write sessions-record.
           close sessions-file.
