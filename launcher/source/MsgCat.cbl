       IDENTIFICATION DIVISION.

       PROGRAM-ID. MsgCat.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select catalog-file assign to "../data/isgames_messages.cat"
           organization line sequential
           file status cat-f-sts.
       select settings-file assign to "../data/isgames_settings.cfg"
           organization line sequential
           file status set-f-sts.
       select curplayer-file assign to "../data/current_player.dat"
           organization line sequential
           file status curp-f-sts.
       select profile-file assign to dynamic prof-file-name
           organization line sequential
           file status prof-f-sts.
       select miss-file assign to "../data/isgames_msgmiss.log"
           organization line sequential
           file status miss-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  catalog-file.
       01  catalog-record.
           05  cat-id       pic x(16).
           05  filler       pic x.
           05  cat-lang     pic x(02).
           05  filler       pic x.
           05  cat-text     pic x(80).
       fd  settings-file.
       01  settings-record.
           05  set-key      pic x(14).
           05  filler       pic x.
           05  set-value    pic x(24).
       fd  curplayer-file.
       01  curplayer-record.
           05  curp-id      pic 9(03).
           05  filler       pic x.
           05  curp-name    pic x(10).
       fd  profile-file.
       01  profile-record.
           05  prof-key     pic x(14).
           05  filler       pic x.
           05  prof-value   pic x(24).
       fd  miss-file.
       01  miss-record.
           05  ms-date      pic x(08).
           05  filler       pic x.
           05  ms-time      pic x(06).
           05  filler       pic x.
           05  ms-id        pic x(16).
           05  filler       pic x.
           05  ms-lang      pic x(02).

       WORKING-STORAGE SECTION.
       01  cat-f-sts    pic x(02).
       01  set-f-sts    pic x(02).
       01  curp-f-sts   pic x(02).
       01  prof-f-sts   pic x(02).
       01  miss-f-sts   pic x(02).
       01  prof-file-name pic x(100).
       01  wk-curdate   pic x(21).
       01  load-sw      pic 9(01) value 0.
       01  cur-lang     pic x(02) value "EN".
       01  want-lang    pic x(02).
       01  cat-player   pic x(10).
      *> the whole catalog, both languages, as the file lists it
       01  ct-tbl.
           05  ct-cnt   pic 9(04) value 0.
           05  ct-ent   occurs 3000.
               10  ct-id    pic x(16).
               10  ct-lang  pic x(02).
               10  ct-text  pic x(80).
       01  wk-t         pic 9(04).
       01  hit-t        pic 9(04).
      *> ids already noted as missing this run, so each goes to the
      *> log once however often it is asked for
       01  mt-tbl.
           05  mt-cnt   pic 9(03) value 0.
           05  mt-ent   occurs 300.
               10  mt-id    pic x(16).
               10  mt-lang  pic x(02).
       01  wk-m         pic 9(03).
       LINKAGE SECTION.
       01  mc-param.
           05  mc-func   pic x(04).
           05  mc-id     pic x(16).
           05  mc-lang   pic x(02).
           05  mc-text   pic x(80).
           05  mc-rc     pic 9(01).

       PROCEDURE DIVISION using mc-param.
       MAIN.
      *> the message catalog: screen text keyed by message id, one
      *> line per id and language (EN, JP) in isgames_messages.cat.
      *> LANG settles the language - LANGUAGE in isgames_settings.cfg,
      *> overridden by LANGUAGE in the signed-in player's profile -
      *> and reads the catalog again; the games call it at start-up.
      *> SITE does the same from the shop-wide setting alone, for the
      *> batch side.  GET looks up mc-id; mc-text comes in holding the
      *> English wording the caller was built with.
      *> mc-rc 0 found, 1 not in this language so the English line
      *> is given, 2 not in the catalog at all and mc-text is as it
      *> came.  every miss is noted in isgames_msgmiss.log, which
      *> DataMaint MSGCHECK lists
           move 0 to mc-rc.
           evaluate mc-func
              when "LANG"
                 perform LANG-RTN
                 move 1 to load-sw
              when "SITE"
                 perform SITE-RTN
                 perform CATALOG-LOAD-RTN
                 move 1 to load-sw
              when "GET "
                 if load-sw = 0
                    perform SITE-RTN
                    perform CATALOG-LOAD-RTN
                    move 1 to load-sw
                 end-if
                 perform GET-RTN
           end-evaluate.
           move cur-lang to mc-lang.
           goback.

       LANG-RTN.
           perform SITE-RTN.
           perform PLAYER-LANG-RTN.
           perform CATALOG-LOAD-RTN.

       SITE-RTN.
           move "EN" to cur-lang.
           open input settings-file.
           if set-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read settings-file at end exit perform
              end-read
              if set-key = "LANGUAGE"
                 move set-value(1:2) to want-lang
                 perform PICK-LANG-RTN
              end-if
           end-perform.
           close settings-file.

       PLAYER-LANG-RTN.
           move spaces to cat-player.
           open input curplayer-file.
           if curp-f-sts = "00"
              read curplayer-file
                 at end continue
                 not at end
                    move curp-name to cat-player
              end-read
              close curplayer-file
           end-if.
           if cat-player = spaces
              exit paragraph
           end-if.
           move spaces to prof-file-name.
           string "../data/profile_" function trim(cat-player)
                  ".cfg" delimited by size into prof-file-name.
           open input profile-file.
           if prof-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read profile-file at end exit perform
              end-read
              if prof-key = "LANGUAGE"
                 move prof-value(1:2) to want-lang
                 perform PICK-LANG-RTN
              end-if
           end-perform.
           close profile-file.

       PICK-LANG-RTN.
      *> JP or anything starting JA is Japanese, the rest English
           move function upper-case(want-lang) to want-lang.
           if want-lang = "JP" or want-lang = "JA"
              move "JP" to cur-lang
           else
              move "EN" to cur-lang
           end-if.

       CATALOG-LOAD-RTN.
           move 0 to ct-cnt.
           open input catalog-file.
           if cat-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read catalog-file at end exit perform
              end-read
              if catalog-record(1:1) = "*" or cat-id = spaces
                 exit perform cycle
              end-if
              if ct-cnt < 3000
                 add 1 to ct-cnt
                 move cat-id to ct-id(ct-cnt)
                 move function upper-case(cat-lang) to ct-lang(ct-cnt)
                 move cat-text to ct-text(ct-cnt)
              end-if
           end-perform.
           close catalog-file.

       GET-RTN.
           move cur-lang to want-lang.
           perform FIND-RTN.
           if hit-t > 0
              move ct-text(hit-t) to mc-text
              exit paragraph
           end-if.
           perform MISS-RTN.
           if cur-lang not = "EN"
              move "EN" to want-lang
              perform FIND-RTN
              if hit-t > 0
                 move ct-text(hit-t) to mc-text
                 move 1 to mc-rc
                 exit paragraph
              end-if
              perform MISS-RTN
           end-if.
           move 2 to mc-rc.

       FIND-RTN.
           move 0 to hit-t.
           perform varying wk-t from 1 by 1 until wk-t > ct-cnt
              if ct-id(wk-t) = mc-id and ct-lang(wk-t) = want-lang
                 move wk-t to hit-t
                 exit perform
              end-if
           end-perform.

       MISS-RTN.
           perform varying wk-m from 1 by 1 until wk-m > mt-cnt
              if mt-id(wk-m) = mc-id and mt-lang(wk-m) = want-lang
                 exit paragraph
              end-if
           end-perform.
           if mt-cnt < 300
              add 1 to mt-cnt
              move mc-id to mt-id(mt-cnt)
              move want-lang to mt-lang(mt-cnt)
           end-if.
           open extend miss-file.
           if miss-f-sts = "35"
              open output miss-file
              close miss-file
              open extend miss-file
           end-if.
           if miss-f-sts not = "00"
              exit paragraph
           end-if.
           move function current-date to wk-curdate.
           move spaces to miss-record.
           move wk-curdate(1:8) to ms-date.
           move wk-curdate(9:6) to ms-time.
           move mc-id to ms-id.
           move want-lang to ms-lang.
           write miss-record.
           close miss-file.
