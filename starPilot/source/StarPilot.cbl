       select continue-file assign to "../data/continue.dat"
           organization line sequential
           file status cont-f-sts.
       select ver-idx-file assign to "../data/starpilot_versions.log"
           organization line sequential
           file status ver-idx-sts.
       select ver-file assign to dynamic ver-file-name
           organization line sequential
           file status ver-f-sts.
      *end file-control editor code
      *end {iscobol}file-control
           copy "code-f.sl".
           05  mr-fuel    pic 9(04).
           05  filler     pic x value space.
           05  mr-player  pic x(10).
           05  filler     pic x value space.
           05  mr-prog    pic x(20).
           05  filler     pic x value space.
           05  mr-version pic 9(03).
       fd  trace-file.
       01  trace-record.
           05  tr-line    pic 9(03).
           05  tr-watch   pic x(50).
           05  filler     pic x value space.
           05  tr-var     pic x(10).
           05  filler     pic x value space.
           05  tr-lib     pic x(10).
       fd  settings-file.
       01  settings-record.
           05  set-key    pic x(14).
           05  cont-game  pic x(12).
           05  filler     pic x value space.
           05  cont-path  pic x(90).
       fd  ver-idx-file.
       01  ver-idx-record.
           05  sv-prog    pic x(20).
           05  filler     pic x value space.
           05  sv-ver     pic 9(03).
           05  filler     pic x value space.
           05  sv-date    pic x(08).
           05  filler     pic x value space.
           05  sv-time    pic x(06).
           05  filler     pic x value space.
           05  sv-player  pic x(10).
           05  filler     pic x value space.
           05  sv-lines   pic 9(03).
           05  filler     pic x value space.
           05  sv-note    pic x(12).
       fd  ver-file.
       01  ver-line   pic x(51).
      *end file section editor code
      *end {iscobol}file-section
           copy "code-f.fd".
             10 var-name  pic x(01).
             10 var-value pic s9(05).
       01 var-idx pic 9(02).
      *> DIM arrays: one entry per letter, elements in a shared pool
       01 arr-tbl.
          05 arr-entry occurs 26.
             10 arr-size pic 9(03).
             10 arr-cap  pic 9(03).
             10 arr-base pic 9(03).
       01 arr-pool.
          05 arr-value occurs 500 pic s9(05).
       01 arr-used pic 9(03) value 0.
       01 arr-idx pic 9(02).
       01 arr-k pic 9(03).
       01 arr-slot pic 9(03).
       01 arr-sub pic s9(05).
       01 arr-sub-str pic x(08).
       01 arr-sub-ed pic -(4)9.
       01 arr-size-ed pic zz9.
       01 arr-err-txt pic x(40).
       01 opnd-str pic x(10).
       01 opnd-val pic s9(05).
       01 chk-ref pic x(10).
       01 chk-ref-cnt pic 9(02).
       01 if-op pic x(01).
       01 if-val pic s9(05).
       01 if-cmp-val pic s9(05).
             10 obs-x pic 99v99.
             10 obs-y pic 99v99.
             10 obs-active pic 9(01).
      *> a patrolling obstacle steps one cell toward its next
      *> waypoint every obs-every statements and heads home after
      *> the last one; obs-way-to 0 means it is on its way home
             10 obs-home-x pic 99v99.
             10 obs-home-y pic 99v99.
             10 obs-every pic 9(02).
             10 obs-way-cnt pic 9(01).
             10 obs-way-to pic 9(01).
             10 obs-way occurs 6.
                15 obs-way-x pic 99v99.
                15 obs-way-y pic 99v99.
       01 obs-count pic 9(01) value 0.
       01 obs-k pic 9(01).
       01 obs-to-x pic 99v99.
       01 obs-to-y pic 99v99.
       01 obs-moved-sw pic 9(01).
       01 patrol-str pic x(04).
       01 patrol-ed pic z9.
       01 obs-idx pic 9(01).
       01 obs-hit-sw pic 9(01).
       01 gosub-stack-tbl.
          05 lk-func pic x(04).
          05 lk-file pic x(90).
          05 lk-rc   pic 9(01).
      *> a saved course is written to a new copy that SafeSwap puts
      *> in place once it is whole
       01 swap-param.
          05 sw-func  pic x(04).
          05 sw-file  pic x(90).
          05 sw-temp  pic x(100).
          05 sw-count pic 9(03).
          05 sw-rc    pic 9(01).
       01 rcnt-f-sts pic x(02).
       01 cont-f-sts pic x(02).
       01 player-name pic x(10) value "GUEST".
       01 dir-handle pic x(4) comp-5.
       01 scan-filename pic x(80).
       01 scan-rcd pic s9(9) comp-5.
       01 lib-tbl.
          05 lib-entry occurs 10.
             10 lib-name  pic x(10).
             10 lib-first pic 9(03).
             10 lib-last  pic 9(03).
       01 lib-cnt pic 9(02) value 0.
       01 lib-code-tbl.
          05 lib-line occurs 300 pic x(51).
       01 lib-line-cnt pic 9(03) value 0.
       01 lib-use-tbl.
          05 filler occurs 10.
             10 lib-use occurs 10 pic 9(01).
       01 lib-idx pic 9(02).
       01 lib-want pic x(10).
       01 lib-i pic 9(02).
       01 lib-j pic 9(02).
       01 lib-k pic 9(02).
       01 lib-full-sw pic 9(01).
       01 cur-lib pic 9(02) value 0.
       01 sav-cur-lib pic 9(02).
       01 scope-row pic 9(03).
       01 scope-first pic 9(03).
       01 scope-last pic 9(03).
       01 fetch-row pic 9(03).
       01 res-row pic 9(03).
       01 hold-code-list pic x(51).
       01 link-from pic 9(02).
       01 link-row pic 9(03).
       01 hl-row pic 9(03).
       01 hl-sp pic 9(02).
       01 chk-first pic 9(03).
       01 chk-last pic 9(03).
       01 chk-lib pic 9(02).
       01 ver-idx-sts pic x(02).
       01 ver-f-sts pic x(02).
       01 ver-file-name pic x(120).
       01 ver-dir-name pic x(100).
       01 prog-base pic x(20).
       01 ver-pos pic 9(03).
       01 cur-version pic 9(03) value 0.
       01 ver-max pic 9(03).
       01 ver-want pic 9(03).
       01 ver-a pic 9(03).
       01 ver-b pic 9(03).
       01 ver-ed pic 9(03).
       01 ver-note pic x(12) value spaces.
       01 ver-item pic x(44).
       01 ver-prev-item pic x(44).
       01 prog-dirty-sw pic 9(01) value 0.
       01 va-tbl.
          05 va-line occurs 200 pic x(51).
       01 va-cnt pic 9(03).
       01 vb-tbl.
          05 vb-line occurs 200 pic x(51).
       01 vb-cnt pic 9(03).
       01 lcs-tbl.
          05 filler occurs 201.
             10 lcs-len occurs 201 pic 9(03).
       01 df-i pic 9(03).
       01 df-j pic 9(03).
       01 df-k pic 9(03).
       01 df-m pic 9(03).
       01 hk-tbl.
          05 hk-del occurs 200 pic 9(03).
          05 hk-ins occurs 200 pic 9(03).
       01 hk-del-cnt pic 9(03).
       01 hk-ins-cnt pic 9(03).
       01 df-chg-cnt pic 9(03).
       01 df-del-cnt pic 9(03).
       01 df-add-cnt pic 9(03).
       01 df-txt pic x(40).
       01 diff-list.
          05 df-a-no  pic x(03).
          05 df-op    pic x(01).
          05 df-a-txt pic x(24).
          05 df-b-no  pic x(03).
          05 df-b-txt pic x(24).
       01 df-msg pic x(60).
       01 df-ed1 pic zz9.
       01 df-ed2 pic zz9.
       01 df-ed3 pic zz9.
      *> the message catalog - MsgCat looks up screen text by id
      *> in the language picked at start-up
       01 mc-param.
          05 mc-func  pic x(04).
          05 mc-id    pic x(16).
          05 mc-lang  pic x(02).
          05 mc-text  pic x(80).
          05 mc-rc    pic 9(01).
      *> the fixed pieces of a message built around data, each
      *> fetched in the language in force
       01 msg-part-tbl.
          05 msg-part pic x(60) occurs 6.
      *> captions of the screen controls, by control - the id in
      *> the catalog is the program prefix and the control
       01 ttl-tbl.
          05 filler pic x(08) value "LA-1".
          05 ttl-la-1 pic x(40) value "COBOL Star Pilot X".
          05 filler pic x(08) value "PB-3".
          05 ttl-pb-3 pic x(40) value "Home".
          05 filler pic x(08) value "PB-6".
          05 ttl-pb-6 pic x(40) value "Insert".
          05 filler pic x(08) value "PB-7".
          05 ttl-pb-7 pic x(40) value "Delete".
          05 filler pic x(08) value "PB-8".
          05 ttl-pb-8 pic x(40) value "Reset".
          05 filler pic x(08) value "PB-9".
          05 ttl-pb-9 pic x(40) value "Run".
          05 filler pic x(08) value "PB-10".
          05 ttl-pb-10 pic x(40) value "File".
          05 filler pic x(08) value "PB-11".
          05 ttl-pb-11 pic x(40) value "Save".
          05 filler pic x(08) value "PB-12".
          05 ttl-pb-12 pic x(40) value "Load".
          05 filler pic x(08) value "PB-13".
          05 ttl-pb-13 pic x(40) value "Quit".
          05 filler pic x(08) value "LA-2".
          05 ttl-la-2 pic x(40) value "Vars:".
          05 filler pic x(08) value "PB-14".
          05 ttl-pb-14 pic x(40) value "Obstacle".
          05 filler pic x(08) value "PB-15".
          05 ttl-pb-15 pic x(40) value "Browse".
          05 filler pic x(08) value "PB-16".
          05 ttl-pb-16 pic x(40) value "Use".
          05 filler pic x(08) value "CB-1".
          05 ttl-cb-1 pic x(40) value "Trace".
          05 filler pic x(08) value "PB-20".
          05 ttl-pb-20 pic x(40) value "Check".
          05 filler pic x(08) value "PB-19".
          05 ttl-pb-19 pic x(40) value "Mission".
          05 filler pic x(08) value "PB-17".
          05 ttl-pb-17 pic x(40) value "Break".
          05 filler pic x(08) value "PB-18".
          05 ttl-pb-18 pic x(40) value "Step".
          05 filler pic x(08) value "PB-21".
          05 ttl-pb-21 pic x(40) value "SetStart".
          05 filler pic x(08) value "PB-22".
          05 ttl-pb-22 pic x(40) value "SetGoal".
          05 filler pic x(08) value "PB-23".
          05 ttl-pb-23 pic x(40) value "SaveCrs".
          05 filler pic x(08) value "PB-24".
          05 ttl-pb-24 pic x(40) value "LoadCrs".
          05 filler pic x(08) value "LA-20".
          05 ttl-la-20 pic x(40) value "Every:".
          05 filler pic x(08) value "PB-29".
          05 ttl-pb-29 pic x(40) value "Waypoint".
          05 filler pic x(08) value "PB-25".
          05 ttl-pb-25 pic x(40) value "History".
          05 filler pic x(08) value "PB-26".
          05 ttl-pb-26 pic x(40) value "Diff".
          05 filler pic x(08) value "PB-27".
          05 ttl-pb-27 pic x(40) value "Restore".
          05 filler pic x(08) value "PB-28".
          05 ttl-pb-28 pic x(40) value "Close".
       01 ttl-tbl-r redefines ttl-tbl.
          05 ttl-ent occurs 29.
             10 ttl-ctl  pic x(08).
             10 ttl-text pic x(40).
       01 ttl-i pic 9(03).
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
      *end {iscobol}external-definitions
             lines 1.75 cells 
             font Arial-16v0
             id 1
             title ttl-la-1
             .
          03 screen-1-pb-2 Push-Button
             line 32.56
             lines 1.81 cells 
             id 7
             event procedure screen-1-pb-1-evt-proc
             title ttl-pb-3
             .
          03 screen-1-pb-4 Push-Button
             line 32.44
             lines 1.55 cells 
             id 13
             event procedure screen-1-pb-1-evt-proc
             title ttl-pb-6
             .
          03 screen-1-pb-7 Push-Button
             line 32.8
             lines 1.55 cells 
             id 14
             event procedure screen-1-pb-1-evt-proc
             title ttl-pb-7
             .
          03 screen-1-pb-8 Push-Button
             line 32.8
             lines 1.55 cells 
             id 18
             event procedure screen-1-pb-1-evt-proc
             title ttl-pb-8
             .
          03 screen-1-pb-9 Push-Button
             line 32.8
             lines 1.55 cells 
             id 19
             event procedure screen-1-pb-1-evt-proc
             title ttl-pb-9
             .
          03 screen-1-gr-1 Grid
             line 4.94
             lines 1.7 cells 
             id 15
             event procedure screen-1-pb-10-evt-proc
             title ttl-pb-10
             .
          03 screen-1-ef-4 Entry-Field
             line 2.2
             lines 1.7 cells 
             id 17
             event procedure screen-1-pb-11-evt-proc
             title ttl-pb-11
             .
          03 screen-1-pb-12 Push-Button
             line 2.2
             lines 1.7 cells 
             id 12
             event procedure screen-1-pb-12-evt-proc
             title ttl-pb-12
             .
          03 screen-1-ef-3 Entry-Field
             line 29.0
             size 10.62 cells
             lines 1.55 cells
             id 23
             title ttl-pb-13
             .
          03 screen-1-la-2 Label
             line 27.0
             size 10.0 cells
             lines 1.7 cells
             id 24
             title ttl-la-2
             .
          03 screen-1-ef-7 Entry-Field
             line 27.0
             lines 1.55 cells
             id 26
             event procedure screen-1-pb-14-evt-proc
             title ttl-pb-14
             .
          03 screen-1-la-11 Label
             line 10.0
             lines 1.55 cells
             id 33
             event procedure screen-1-pb-15-evt-proc
             title ttl-pb-15
             .
          03 screen-1-pb-16 Push-Button
             line 36.0
             lines 1.55 cells
             id 34
             event procedure screen-1-pb-16-evt-proc
             title ttl-pb-16
             .
          03 screen-1-cb-1 Check-Box
             line 38.0
             size 10.0 cells
             lines 1.55 cells
             id 41
             title ttl-cb-1
             value "0"
             .
          03 screen-1-pb-20 Push-Button
             lines 1.55 cells
             id 40
             event procedure screen-1-pb-20-evt-proc
             title ttl-pb-20
             .
          03 screen-1-pb-19 Push-Button
             line 38.0
             lines 1.55 cells
             id 38
             event procedure screen-1-pb-19-evt-proc
             title ttl-pb-19
             .
          03 screen-1-la-16 Label
             line 10.0
             lines 1.55 cells
             id 35
             event procedure screen-1-pb-17-evt-proc
             title ttl-pb-17
             .
          03 screen-1-pb-18 Push-Button
             line 36.0
             lines 1.55 cells
             id 36
             event procedure screen-1-pb-18-evt-proc
             title ttl-pb-18
             .
          03 screen-1-ef-8 Entry-Field
             line 36.0
             lines 1.55 cells
             id 44
             event procedure screen-1-pb-21-evt-proc
             title ttl-pb-21
             .
          03 screen-1-pb-22 Push-Button
             line 34.3
             lines 1.55 cells
             id 45
             event procedure screen-1-pb-22-evt-proc
             title ttl-pb-22
             .
          03 screen-1-pb-23 Push-Button
             line 34.3
             lines 1.55 cells
             id 46
             event procedure screen-1-pb-23-evt-proc
             title ttl-pb-23
             .
          03 screen-1-pb-24 Push-Button
             line 34.3
             lines 1.55 cells
             id 47
             event procedure screen-1-pb-24-evt-proc
             title ttl-pb-24
             .
          03 screen-1-la-20 Label
             line 39.8
             column 4.71
             size 8.0 cells
             lines 1.55 cells
             id 58
             title ttl-la-20
             .
          03 screen-1-ef-11 Entry-Field
             line 39.8
             column 13.0
             size 4.0 cells
             lines 1.55 cells
             id 59
             3-d
             value "3"
             .
          03 screen-1-pb-29 Push-Button
             line 39.8
             column 18.0
             size 9.5 cells
             lines 1.55 cells
             id 60
             event procedure screen-1-pb-29-evt-proc
             title ttl-pb-29
             .
          03 screen-1-pb-25 Push-Button
             line 38.0
             column 43.0
             size 9.0 cells
             lines 1.55 cells
             id 51
             event procedure screen-1-pb-25-evt-proc
             title ttl-pb-25
             .
          03 screen-1-co-3 Combo-Box
             line 38.0
             column 53.0
             size 20.0 cells
             lines 6.0 cells
             id 52
             3-d
             drop-down
             item-height 1.4
             .
          03 screen-1-co-4 Combo-Box
             line 38.0
             column 74.0
             size 20.0 cells
             lines 6.0 cells
             id 53
             3-d
             drop-down
             item-height 1.4
             .
          03 screen-1-pb-26 Push-Button
             line 38.0
             column 95.0
             size 7.0 cells
             lines 1.55 cells
             id 54
             event procedure screen-1-pb-26-evt-proc
             title ttl-pb-26
             .
          03 screen-1-pb-27 Push-Button
             line 38.0
             column 103.0
             size 8.0 cells
             lines 1.55 cells
             id 55
             event procedure screen-1-pb-27-evt-proc
             title ttl-pb-27
             .
          03 screen-1-pb-28 Push-Button
             line 38.0
             column 112.0
             size 7.5 cells
             lines 1.55 cells
             id 56
             event procedure screen-1-pb-28-evt-proc
             title ttl-pb-28
             .
          03 screen-1-gr-2 Grid
             line 4.94
             column 4.71
             size 56.57 cells
             lines 21.75 cells
             id 57
             boxed
             vscroll
             tiled-headings
             row-dividers 1
             heading-background-color rgb x#c0c0c0
             divider-color rgb x#000000
             num-rows 400
             visible 0
             .
      *end {iscobol}copy-screen
           copy "my_Frame.cpy".
           perform is-screen-1-create
           perform is-screen-1-init-data.
       is-screen-1-create.
           perform screen-1-bef-create.
           display standard window background-low
              screen line 81
              screen column 73
              item-to-add "NEXT"
              item-to-add "SCAN"
              item-to-add "PRINT"
              item-to-add "INCLUDE"
              item-to-add "DIM"
           .
       is-screen-1-gr-1-content.
           modify screen-1-gr-1
           when other
           end-evaluate
           .
       screen-1-pb-25-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform screen-1-pb-25-evt-cmd-clicked
           when other
           end-evaluate
           .
       screen-1-pb-26-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform screen-1-pb-26-evt-cmd-clicked
           when other
           end-evaluate
           .
       screen-1-pb-27-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform screen-1-pb-27-evt-cmd-clicked
           when other
           end-evaluate
           .
       screen-1-pb-28-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform screen-1-pb-28-evt-cmd-clicked
           when other
           end-evaluate
           .
       screen-1-pb-29-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform screen-1-pb-29-evt-cmd-clicked
           when other
           end-evaluate
           .
      *start event editor code

       screen-1-aft-create.
           modify screen-1-gr-1 alignment = ( "C", "C", "C", "C", "C" )
           inquire screen-1-gr-1 alignment  buffer
           perform INIT-VARS-RTN
           perform ARRAY-RESET-RTN
           move 0 to obs-count
           modify screen-1-la-11 visible 0
           modify screen-1-la-12 visible 0
              end-if
           end-perform
           .
       ARRAY-RESET-RTN.
      *> an array only exists once its DIM has run in this run
           initialize arr-tbl
           move 0 to arr-used
           .
       DIM-EXEC-RTN.
      *> DIM <var> <size> - a one-dimensional integer array indexed
      *> 1 to size, all zero; it is apart from the scalar of the
      *> same letter, so A and A(1) are two different places
           move w-rec-p1(1:1) to wk-varchar
           perform FIND-VAR-RTN
           move function NUMVAL(w-rec-p2) to arr-sub
           if var-idx = 0 or arr-sub < 1 or arr-sub > 100
              move "SP-M037" to mc-id
              move "DIM size not 1-100" to mc-text
              perform MSG-GET-RTN
              move mc-text to arr-err-txt
              perform ARRAY-ERR-RTN
              exit paragraph
           end-if
      *> a DIM run again reuses its room in the pool if it fits
           if arr-sub > arr-cap(var-idx)
              if arr-used + arr-sub > 500
                 move "SP-M038" to mc-id
                 move "arrays are full" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to arr-err-txt
                 perform ARRAY-ERR-RTN
                 exit paragraph
              end-if
              move arr-used to arr-base(var-idx)
              add arr-sub to arr-used
              move arr-sub to arr-cap(var-idx)
           end-if
           move arr-sub to arr-size(var-idx)
           perform varying arr-k from 1 by 1
                   until arr-k > arr-size(var-idx)
              compute arr-slot = arr-base(var-idx) + arr-k
              move 0 to arr-value(arr-slot)
           end-perform
           .
       OPERAND-VALUE-RTN.
      *> the value of a literal, a variable or an array element
           move 0 to opnd-val
           if opnd-str(1:1) >= "0" and opnd-str(1:1) <= "9"
              move function NUMVAL(opnd-str) to opnd-val
              exit paragraph
           end-if
           if opnd-str(2:1) = "("
              perform ARRAY-SLOT-RTN
              if arr-slot > 0
                 move arr-value(arr-slot) to opnd-val
              end-if
              exit paragraph
           end-if
           move opnd-str(1:1) to wk-varchar
           perform FIND-VAR-RTN
           if var-idx > 0
              move var-value(var-idx) to opnd-val
           end-if
           .
       OPERAND-STORE-RTN.
      *> opnd-val into the variable or array element named
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
           end-if
           .
       ARRAY-SLOT-RTN.
      *> A(3) or A(I) - the pool slot of that element; an array with
      *> no DIM or an index out of its range stops the run
           move 0 to arr-slot
           move opnd-str(1:1) to wk-varchar
           perform FIND-VAR-RTN
           move var-idx to arr-idx
           move spaces to arr-sub-str
           unstring opnd-str(3:) delimited by ")" into arr-sub-str
           if arr-sub-str(1:1) >= "0" and arr-sub-str(1:1) <= "9"
              move function NUMVAL(arr-sub-str) to arr-sub
           else
              move arr-sub-str(1:1) to wk-varchar
              perform FIND-VAR-RTN
              move 0 to arr-sub
              if var-idx > 0
                 move var-value(var-idx) to arr-sub
              end-if
           end-if
           move arr-sub to arr-sub-ed
           if arr-idx = 0
              move spaces to arr-err-txt
              move "SP-M039" to mc-id
              move "() is no array" to mc-text
              perform MSG-GET-RTN
              string opnd-str(1:1) function trim(mc-text trailing)
                     delimited by size into arr-err-txt
              perform ARRAY-ERR-RTN
              exit paragraph
           end-if
           if arr-size(arr-idx) = 0
              move spaces to arr-err-txt
              move "SP-M040" to mc-id
              move "() has no DIM" to mc-text
              perform MSG-GET-RTN
              string opnd-str(1:1) function trim(mc-text trailing)
                     delimited by size into arr-err-txt
              perform ARRAY-ERR-RTN
              exit paragraph
           end-if
           if arr-sub < 1 or arr-sub > arr-size(arr-idx)
              move arr-size(arr-idx) to arr-size-ed
              move spaces to arr-err-txt
              move "SP-M041" to mc-id
              move ") not in 1-" to mc-text
              perform MSG-GET-RTN
              string opnd-str(1:1) "(" function trim(arr-sub-ed)
                     function trim(mc-text trailing)
                     function trim(arr-size-ed)
                     delimited by size into arr-err-txt
              perform ARRAY-ERR-RTN
              exit paragraph
           end-if
           compute arr-slot = arr-base(arr-idx) + arr-sub
           .
       ARRAY-ERR-RTN.
      *> the console says which line and why, then the run stops
      *> like any other runtime error
           move spaces to con-msg
           if cur-lib > 0
              string function trim(lib-name(cur-lib)) ":"
                     w-rec-lineno " " function trim(arr-err-txt)
                     delimited by size into con-msg
           else
              string "L" w-rec-lineno " " function trim(arr-err-txt)
                     delimited by size into con-msg
           end-if
           perform CONSOLE-OUT-RTN
           move 0 to run-ok-sw
           move 1 to stop-run-sw
           perform err-array
           .
 
         
  
           move max-line  to w-rec-lineno
           move "West"    to w-rec-statement
           move "1"       to w-rec-p1
           move 1 to prog-dirty-sw
           modify screen-1-gr-1 record-to-add code-list
           .
       screen-1-pb-2-evt-cmd-clicked.
           move max-line   to w-rec-lineno
           move "North"    to w-rec-statement
           move "1"        to w-rec-p1
           move 1 to prog-dirty-sw
           modify screen-1-gr-1 record-to-add code-list
           .
       screen-1-pb-3-evt-cmd-clicked.
           move max-line   to w-rec-lineno
           move "Home"     to w-rec-statement
           move " "        to w-rec-p1
           move 1 to prog-dirty-sw
           modify screen-1-gr-1 record-to-add code-list
           .
       screen-1-pb-4-evt-cmd-clicked.
           move max-line   to w-rec-lineno
           move "South"    to w-rec-statement
           move "1"        to w-rec-p1
           move 1 to prog-dirty-sw
           modify screen-1-gr-1 record-to-add code-list
           .
       screen-1-pb-5-evt-cmd-clicked.
           move max-line  to w-rec-lineno
           move "East"    to w-rec-statement
           move "1"       to w-rec-p1        
           move 1 to prog-dirty-sw
           modify screen-1-gr-1 record-to-add code-list
            
           .            
                   
       SCREEN-1-PB-7-EVT-CMD-CLICKED.
           inquire screen-1-gr-1 cursor-y row-idx
           move 1 to prog-dirty-sw
           modify screen-1-gr-1  RECORD-TO-DELETE row-idx
           perform until row-idx > max-line - 1
              inquire screen-1-gr-1(row-idx) record-data code-list
           inquire screen-1-ef-5 value w-rec-p3

           compute row-idx = w-rec-lineno
           move 1 to prog-dirty-sw
           modify screen-1-gr-1  insertion-index row-idx
                                 RECORD-TO-ADD code-list.
           add 1 to row-idx
           move 0 to max-line
           move 0 to run-paused-sw stop-run-sw
           initialize bp-tbl
           move 1 to prog-dirty-sw
           modify screen-1-gr-1 reset-grid 1
           .
           
           move 1 to GRID-SEARCH-COLUMN

           if run-paused-sw = 0
              perform RUN-LINK-RTN
              if chk-err-cnt > 0
                 exit paragraph
              end-if
              move 1 to row-idx
              move 0 to prev-row-idx
              move 1 to run-ok-sw
              move 0 to gosub-sp
              move 0 to for-sp
              perform ARRAY-RESET-RTN
              perform PATROL-RESET-RTN
              move 0 to stop-run-sw
              move 0 to stmt-cnt
              perform TRACE-OPEN-RTN
           end-if
           move 0 to run-paused-sw

      *> rows past 500 are library routines, so only a main row
      *> past the last line ends the run
           perform until (row-idx > max-line and row-idx < 501)
                      or stop-run-sw = 1
              perform EXEC-ONE-RTN
              if stop-run-sw = 1 or
                 (row-idx > max-line and row-idx < 501)
                 exit perform
              end-if
              if row-idx <= 200
           move w-rec-statement to tr-stmt
           move watch-str(1:50) to tr-watch
      *> variable statements also log the target and its new value
           if (w-rec-statement = "MOVE" or "ADD" or "SUB" or "MUL")
              and w-rec-p2(2:1) = "(" and stop-run-sw = 0
              move w-rec-p2 to opnd-str
              perform OPERAND-VALUE-RTN
              move opnd-val to con-val-ed
              string function trim(w-rec-p2) "="
                     function trim(con-val-ed)
                     delimited by size into tr-var
           end-if
           if (w-rec-statement = "MOVE" or "ADD" or "SUB" or "MUL")
              and w-rec-p2(2:1) not = "("
              move w-rec-p2(1:1) to wk-varchar
              perform FIND-VAR-RTN
              if var-idx > 0
           if w-rec-statement = "PRINT"
              move con-msg(1:10) to tr-var
           end-if
      *> a library routine's lines carry their own numbers - name
      *> the routine so the line can be found
           if cur-lib > 0
              move lib-name(cur-lib) to tr-lib
           end-if
           write trace-record
           .
       RUN-LINK-RTN.
      *> a run starts by pulling in the INCLUDEd library routines -
      *> a missing or circular one stops it before the first line
           move spaces to check-str
           move 1 to chk-ptr
           move 0 to chk-err-cnt
           move 0 to cur-lib
           perform LINK-RTN
           if chk-err-cnt > 0
              modify screen-1-ef-8 value check-str
              move "SP-M016" to mc-id
              move "Error - INCLUDE, see the check line" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-6
                     value = mc-text
                     visible=true
              call "C$SLEEP" using 2.0
              modify screen-1-ef-6 value = " "
                                  visible=false
           end-if
           .
       EXEC-ONE-RTN.
           perform EXEC-ONE-CORE-RTN
           if stop-run-sw = 0
              perform PATROL-STEP-RTN
           end-if
           perform TRACE-WRITE-RTN
      *> stepping off the last line of a library routine is an
      *> implicit RETURN to the INCLUDE that called it
           if stop-run-sw = 0 and cur-lib > 0
              if row-idx = lib-last(cur-lib) + 1 and
                 w-rec-statement not = "INCLUDE" and
                 w-rec-statement not = "GOSUB" and
                 w-rec-statement not = "RETURN"
                 perform RETURN-RTN
              end-if
           end-if
           .
       RETURN-RTN.
      *> back to the statement after the GOSUB or INCLUDE; a call
      *> made on the last line of a library routine carries straight
      *> on back to that routine's own caller
           move cur-lib to sav-cur-lib
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
           end-perform
           move sav-cur-lib to cur-lib
           move 1 to jumped-sw
           .
       EXEC-ONE-CORE-RTN.
      *> execute exactly one statement at row-idx and advance it;
      *> jumps set row-idx themselves and skip the flight checks
           move row-idx to fetch-row
           perform FETCH-ROW-RTN
           move row-idx to scope-row
           perform SCOPE-RTN
           if row-idx <= 500
              perform show-current-row
           end-if
           perform HIGHLIGHT-ROW-RTN
           perform UPDATE-WATCH-RTN
           add 1 to stmt-cnt
                   move w-rec-p1 to target-str
                   perform RESOLVE-TARGET-RTN
                   if resolved-row = 0 or
                      resolved-row > scope-last
                      move 0 to run-ok-sw
                      move 1 to stop-run-sw
                      perform err-outBounds
                      perform err-gosub
                      exit paragraph
                   end-if
                   perform RETURN-RTN
              when "INCLUDE"
      *> the library routine runs like a GOSUB - its RETURN, or its
      *> last line, comes back to the statement after the INCLUDE
                   if gosub-sp >= 10
                      move 0 to run-ok-sw
                      move 1 to stop-run-sw
                      perform err-gosub
                      exit paragraph
                   end-if
                   move w-rec-p1 to lib-want
                   perform LIB-FIND-RTN
                   if lib-idx = 0
                      move 0 to run-ok-sw
                      move 1 to stop-run-sw
                      perform err-outBounds
                      exit paragraph
                   end-if
                   add 1 to gosub-sp
                   compute gosub-ret(gosub-sp) = row-idx + 1
                   move lib-first(lib-idx) to row-idx
                   move 1 to jumped-sw
              when "LOOP"
                   move function NUMVAL(w-rec-p1) to repeat-times
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
                   perform SCAN-EXEC-RTN
              when "PRINT"
                   perform PRINT-EXEC-RTN
                   if stop-run-sw = 1
                      exit paragraph
                   end-if
              when "DIM"
                   perform DIM-EXEC-RTN
                   if stop-run-sw = 1
                      exit paragraph
                   end-if
              when "LABEL"
                   continue
              when "STOP"
                    wrk-y <= pad-y(wk-pad) + 1
                    move fuel-max to fuel-left
                    move "Refueled!" to con-msg
                    move "SP-M001" to mc-id
                    perform CON-MSG-XLATE-RTN
                    perform CONSOLE-OUT-RTN
                 end-if
              end-if
              call "WIN$PLAYSOUND" USING SoundName SoundFlag
                                    giving SoundRCD
           end-if
           move "SP-M017" to mc-id
           move "Error - Out of fuel" to mc-text
           perform MSG-GET-RTN
           modify screen-1-ef-6 value = mc-text
                                visible=true
           call "C$SLEEP" using 2.0
           modify screen-1-ef-6 value = " "
           inquire screen-1-ef-4 value msn-file-name
           open input mission-file
           if msn-f-sts not = "00"
              move "SP-M018" to mc-id
              move "Mission file not found" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-6 value = mc-text
                                   visible=true
              call "C$SLEEP" using 2.0
              modify screen-1-ef-6 value = " "
                       move function NUMVAL(msn-val2)
                         to obs-y(obs-count)
                       move 1 to obs-active(obs-count)
                       perform OBST-NEW-RTN
                       perform SHOW-OBSTACLE-RTN
                    end-if
                 when "PATROL"
                    if obs-count > 0
                       move function NUMVAL(msn-val1)
                         to obs-every(obs-count)
                    end-if
                 when "WAY"
                    if obs-count > 0
                       if obs-way-cnt(obs-count) < 6
                          add 1 to obs-way-cnt(obs-count)
                          move obs-way-cnt(obs-count) to obs-k
                          move function NUMVAL(msn-val1)
                            to obs-way-x(obs-count, obs-k)
                          move function NUMVAL(msn-val2)
                            to obs-way-y(obs-count, obs-k)
                       end-if
                    end-if
                 when "GOAL"
                    move function NUMVAL(msn-val1) to goal-x
                    move function NUMVAL(msn-val2) to goal-y
           close mission-file
           move 1 to mission-active-sw
           move 0 to stmt-cnt
           move "SP-M019" to mc-id
           move "Mission loaded - press Run" to mc-text
           perform MSG-GET-RTN
           modify screen-1-ef-6 value = mc-text
                                visible=true
           call "C$SLEEP" using 2.0
           modify screen-1-ef-6 value = " "
           if wrk-x >= goal-x - 3 and wrk-x <= goal-x + 3 and
              wrk-y >= goal-y - 1 and wrk-y <= goal-y + 1 and
              run-ok-sw = 1
              move "SP-M020" to mc-id
              move "Mission complete - goal reached!" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-6
                     value = mc-text
                     visible=true
              move "PASS" to wk-msn-result
           else
              move "SP-M021" to mc-id
              move "Mission failed - goal not reached" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-6
                     value = mc-text
                     visible=true
              move "FAIL" to wk-msn-result
           end-if
              move 0 to mr-fuel
           end-if
           move player-name to mr-player
      *> the program and saved version that flew it - 0 when the
      *> grid was edited after the last save
           inquire screen-1-ef-4 value wk-fname
           perform PROG-BASE-RTN
           move prog-base to mr-prog
           if prog-dirty-sw = 1
              move 0 to mr-version
           else
              move cur-version to mr-version
           end-if
           move "../data/starpilot_missions.log" to lk-file
           move "LOCK" to lk-func
           call "FileLock" using lock-param
           move spaces to check-str
           move 1 to chk-ptr
           move 0 to chk-err-cnt
      *> INCLUDEs first - each library routine is then checked as a
      *> block of its own, labels and loops included
           perform LINK-RTN
           move 1 to chk-first
           move max-line to chk-last
           perform CHECK-BLOCK-RTN
           perform varying chk-lib from 1 by 1 until chk-lib > lib-cnt
              move lib-first(chk-lib) to chk-first
              move lib-last(chk-lib) to chk-last
              perform CHECK-BLOCK-RTN
           end-perform
           if chk-err-cnt = 0
              move "Check OK - no errors" to check-str
           end-if
           modify screen-1-ef-8 value check-str
           .
       CHECK-BLOCK-RTN.
           move 0 to chk-loop-depth
           move 0 to chk-last-loop
           move 0 to chk-for-depth
           move 0 to chk-last-for
           perform varying chk-row from chk-first by 1
                   until chk-row > chk-last
              move chk-row to fetch-row
              perform FETCH-ROW-RTN
              move chk-row to scope-row
              perform SCOPE-RTN
              evaluate w-rec-statement
                 when "West"
                 when "East"
                 when "Home"
                 when "STOP"
                 when "LABEL"
                 when "INCLUDE"
                      continue
                 when "GOTO"
                 when "GOSUB"
                      move w-rec-p1 to target-str
                      perform RESOLVE-TARGET-RTN
                      if resolved-row = 0 or
                         resolved-row > scope-last
                         move "bad target" to chk-err-txt
                         perform CHECK-ADD-ERR-RTN
                      end-if
                 when "RETURN"
                      continue
                 when "IF"
                      move w-rec-p1 to chk-ref
                      perform CHECK-REF-RTN
                      move w-rec-p3 to target-str
                      perform RESOLVE-TARGET-RTN
                      if resolved-row = 0 or
                         resolved-row > scope-last
                         move "bad IF target" to chk-err-txt
                         perform CHECK-ADD-ERR-RTN
                      end-if
                         move "target not a var" to chk-err-txt
                         perform CHECK-ADD-ERR-RTN
                      end-if
                      move w-rec-p1 to chk-ref
                      perform CHECK-REF-RTN
                      move w-rec-p2 to chk-ref
                      perform CHECK-REF-RTN
                 when "DIM"
                      if w-rec-p1(1:1) < "A" or w-rec-p1(1:1) > "Z"
                         or w-rec-p1(2:1) not = space
                         move "DIM needs a letter" to chk-err-txt
                         perform CHECK-ADD-ERR-RTN
                      end-if
                      if function NUMVAL(w-rec-p2) < 1 or
                         function NUMVAL(w-rec-p2) > 100
                         move "DIM size not 1-100" to chk-err-txt
                         perform CHECK-ADD-ERR-RTN
                      end-if
                 when "FOR"
                      add 1 to chk-for-depth
                      move chk-row to chk-last-for
                         perform CHECK-ADD-ERR-RTN
                      end-if
                 when "PRINT"
                      move w-rec-p1 to chk-ref
                      perform CHECK-REF-RTN
                 when other
                      move "unknown statement" to chk-err-txt
                      perform CHECK-ADD-ERR-RTN
              move "FOR without NEXT" to chk-err-txt
              perform CHECK-ADD-ERR-RTN
           end-if
           .
       CHECK-REF-RTN.
      *> an array element is written A(3) or A(I)
           if chk-ref(2:1) not = "("
              exit paragraph
           end-if
           move 0 to chk-ref-cnt
           inspect chk-ref tallying chk-ref-cnt for all ")"
           if chk-ref(1:1) < "A" or chk-ref(1:1) > "Z" or
              chk-ref-cnt not = 1 or
              chk-ref(3:1) = ")" or chk-ref(3:1) = space
              move "bad array element" to chk-err-txt
              perform CHECK-ADD-ERR-RTN
           end-if
           .
       CHECK-ADD-ERR-RTN.
           add 1 to chk-err-cnt
           move chk-row to chk-row-x
           if chk-ptr < 170
              if chk-row > 500
      *> a library row is named by its routine and its own line
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
           end-if
           .
       UPDATE-VARS-PANEL-RTN.
                     delimited by size
                     into vars-str with pointer wk-ptr
           end-if
      *> then every array that has had its DIM, element by element
           perform varying arr-idx from 1 by 1 until arr-idx > 26
              if arr-size(arr-idx) > 0 and wk-ptr < 190
                 string " " var-name(arr-idx) "(" delimited by size
                        into vars-str with pointer wk-ptr
                 perform varying arr-k from 1 by 1
                         until arr-k > arr-size(arr-idx)
                            or wk-ptr > 195
                    compute arr-slot = arr-base(arr-idx) + arr-k
                    move arr-value(arr-slot) to vp-val
                    if arr-k > 1
                       string "," delimited by size
                              into vars-str with pointer wk-ptr
                    end-if
                    string function trim(vp-val) delimited by size
                           into vars-str with pointer wk-ptr
                 end-perform
                 string ")" delimited by size
                        into vars-str with pointer wk-ptr
              end-if
           end-perform
           if vars-str = spaces
              move "all vars = 0" to vars-str
           end-if
              exit paragraph
           end-if
           if run-paused-sw = 0
              perform RUN-LINK-RTN
              if chk-err-cnt > 0
                 exit paragraph
              end-if
              move 1 to row-idx
              move 0 to prev-row-idx
              move 1 to run-ok-sw
              move 0 to gosub-sp
              move 0 to for-sp
              move 0 to stop-run-sw
              perform ARRAY-RESET-RTN
              perform PATROL-RESET-RTN
              move 0 to stmt-cnt
              move 1 to run-paused-sw
              perform TRACE-OPEN-RTN
           end-if
           perform EXEC-ONE-RTN
           perform UPDATE-VARS-PANEL-RTN
           if (row-idx > max-line and row-idx < 501) or
              stop-run-sw = 1
              perform CLEAR-HIGHLIGHT-RTN
              move 0 to run-paused-sw
              perform TRACE-CLOSE-RTN
           end-if
           .
       HIGHLIGHT-ROW-RTN.
      *> a library row is not on the grid - light up the INCLUDE in
      *> the main program that led into it instead
           move row-idx to hl-row
           if row-idx > 500
              perform varying hl-sp from gosub-sp by -1
                      until hl-sp < 1
                 if gosub-ret(hl-sp) <= 501
                    compute hl-row = gosub-ret(hl-sp) - 1
                    exit perform
                 end-if
              end-perform
           end-if
           if prev-row-idx not = 0
              perform varying hl-col from 1 by 1 until hl-col > 5
                 modify screen-1-gr-1(prev-row-idx, hl-col)
              end-perform
           end-if
           perform varying hl-col from 1 by 1 until hl-col > 5
              modify screen-1-gr-1(hl-row, hl-col) cell-color = 396
           end-perform
           move hl-row to prev-row-idx
           .
       CLEAR-HIGHLIGHT-RTN.
           if prev-row-idx not = 0
                     " RPT=" repeat-idx "/" repeat-times
                     delimited by size into watch-str
           end-if
      *> inside a library routine, say which one and which line
           if cur-lib > 0
              move function length(function trim(watch-str))
                to wk-ptr
              add 2 to wk-ptr
              string "IN " function trim(lib-name(cur-lib)) ":"
                     w-rec-lineno delimited by size
                     into watch-str with pointer wk-ptr
           end-if
           modify screen-1-ef-7 value watch-str
           .
       RESOLVE-TARGET-RTN.
      *> labels and line numbers resolve inside the block the row
      *> belongs to - the main program or one library routine - so
      *> a routine's labels never clash with the program's
           move code-list to hold-code-list
           if function trim(target-str) is numeric
              move function NUMVAL(target-str) to resolved-row
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
           end-if
           move hold-code-list to code-list
           .
       FETCH-ROW-RTN.
      *> rows past 500 live in the linked library routines
           if fetch-row > 500
              move lib-line(fetch-row - 500) to code-list
           else
              inquire screen-1-gr-1(fetch-row) record-data code-list
           end-if
           .
       SCOPE-RTN.
      *> which block scope-row belongs to: cur-lib 0 is the main
      *> program, otherwise the library routine's entry
           move 0 to cur-lib
           move 1 to scope-first
           move max-line to scope-last
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
           end-if
           .
       LIB-FIND-RTN.
           move 0 to lib-idx
           perform varying lib-i from 1 by 1 until lib-i > lib-cnt
              if lib-name(lib-i) = lib-want
                 move lib-i to lib-idx
                 exit perform
              end-if
           end-perform
           .
       LINK-RTN.
      *> load every INCLUDEd program from the shared library folder,
      *> the main program's and those the routines include in turn;
      *> each is loaded once and sits at rows 501 onward
           move 0 to lib-cnt
           move 0 to lib-line-cnt
           initialize lib-use-tbl
           move 0 to link-from
           perform varying link-row from 1 by 1
                   until link-row > max-line
              move link-row to fetch-row
              perform FETCH-ROW-RTN
              if w-rec-statement = "INCLUDE"
                 perform LINK-ONE-RTN
              end-if
           end-perform
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
           end-perform
           perform LINK-CYCLE-RTN
           .
       LINK-ONE-RTN.
           move link-row to chk-row
           if w-rec-p1 = spaces
              move "INCLUDE needs a name" to chk-err-txt
              perform CHECK-ADD-ERR-RTN
              exit paragraph
           end-if
           move w-rec-p1 to lib-want
           perform LIB-FIND-RTN
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
           end-if
           if link-from > 0
              move 1 to lib-use(link-from, lib-idx)
           end-if
           .
       LIB-LOAD-RTN.
           move spaces to code-f-nm
           string function trim(data-path) "library/"
                  function trim(lib-want) ".dat"
                  delimited by size into code-f-nm
           open input code-f
           if code-f-status not = "00"
              move "INCLUDE not found" to chk-err-txt
              perform CHECK-ADD-ERR-RTN
              exit paragraph
           end-if
           add 1 to lib-cnt
           move lib-cnt to lib-idx
           move lib-want to lib-name(lib-idx)
           compute lib-first(lib-idx) = 501 + lib-line-cnt
           move 0 to lib-full-sw
           perform until 1 = 0
              read code-f at end exit perform
              end-read
              if lib-line-cnt >= 300
                 move 1 to lib-full-sw
                 exit perform
              end-if
              add 1 to lib-line-cnt
              move code-f-rec to lib-line(lib-line-cnt)
           end-perform
           close code-f
           compute lib-last(lib-idx) = 500 + lib-line-cnt
           if lib-full-sw = 1
              move "library too long" to chk-err-txt
              perform CHECK-ADD-ERR-RTN
           end-if
           if lib-last(lib-idx) < lib-first(lib-idx)
              move "INCLUDE is empty" to chk-err-txt
              perform CHECK-ADD-ERR-RTN
           end-if
           .
       LINK-CYCLE-RTN.
      *> close lib-use over every chain of includes; a routine that
      *> can reach itself would call itself forever
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
           end-perform
           perform varying lib-k from 1 by 1 until lib-k > lib-cnt
              if lib-use(lib-k, lib-k) = 1
                 move lib-first(lib-k) to chk-row
                 move "circular INCLUDE" to chk-err-txt
                 perform CHECK-ADD-ERR-RTN
              end-if
           end-perform
           .
       FOR-EXEC-RTN.
      *> FOR <var> <start> <end> ... NEXT <var> - start and end may
      *> be literals or variables; loops nest eight deep
           move 1 to for-skip-depth
           compute for-scan-row = row-idx + 1
           perform until for-skip-depth = 0
                   or for-scan-row > scope-last
              move for-scan-row to fetch-row
              perform FETCH-ROW-RTN
              evaluate w-rec-statement
                 when "FOR"
                    add 1 to for-skip-depth
      *> PRINT <literal-or-var> - a lone variable letter prints as
      *> name=value, anything else goes out as written
           move spaces to con-msg
      *> an array element prints with the index it resolved to
           if w-rec-p1(1:1) >= "A" and w-rec-p1(1:1) <= "Z"
              and w-rec-p1(2:1) = "("
              move w-rec-p1 to opnd-str
              perform OPERAND-VALUE-RTN
              if stop-run-sw = 1
                 exit paragraph
              end-if
              move opnd-val to con-val-ed
              string w-rec-p1(1:1) "(" function trim(arr-sub-ed) ")="
                     con-val-ed delimited by size into con-msg
              perform CONSOLE-OUT-RTN
              exit paragraph
           end-if
           if w-rec-p1(1:1) >= "A" and w-rec-p1(1:1) <= "Z"
              and w-rec-p1(2:1) = space
              move w-rec-p1(1:1) to wk-varchar
              call "WIN$PLAYSOUND" USING SoundName SoundFlag
                                    giving SoundRCD
           end-if
           move "SP-M022" to mc-id
           move "Error - FOR/NEXT" to mc-text
           perform MSG-GET-RTN
           modify screen-1-ef-6 value = mc-text
                                visible=true
           call "C$SLEEP" using 2.0
           modify screen-1-ef-6 value = " "
                               visible=false
           .
       MOVE-EXEC-RTN.
      *> either side may be an array element
           move w-rec-p1 to opnd-str
           perform OPERAND-VALUE-RTN
           if stop-run-sw = 1
              exit paragraph
           end-if
           move w-rec-p2 to opnd-str
           perform OPERAND-STORE-RTN
           .
       ARITH-EXEC-RTN.
      *> ADD/SUB/MUL <literal-or-var> <var> - same operand rules as
      *> MOVE, result kept in the variable or element named by p2
           move w-rec-p1 to opnd-str
           perform OPERAND-VALUE-RTN
           if stop-run-sw = 1
              exit paragraph
           end-if
           move opnd-val to if-val
           move w-rec-p2 to opnd-str
           perform OPERAND-VALUE-RTN
           if stop-run-sw = 1
              exit paragraph
           end-if
           evaluate w-rec-statement
              when "ADD"
                 add if-val to opnd-val
              when "SUB"
                 subtract if-val from opnd-val
              when "MUL"
                 compute opnd-val = opnd-val * if-val
           end-evaluate
           perform OPERAND-STORE-RTN
           .
       IF-EXEC-RTN.
           move w-rec-p1 to opnd-str
           perform OPERAND-VALUE-RTN
           if stop-run-sw = 1
              exit paragraph
           end-if
           move opnd-val to if-val
           move w-rec-p2(1:1)              to if-op
           move function NUMVAL(w-rec-p2(2:7)) to if-cmp-val
           evaluate if-op
              move wrk-x to obs-x(obs-count)
              move wrk-y to obs-y(obs-count)
              move 1    to obs-active(obs-count)
              perform OBST-NEW-RTN
              perform SHOW-OBSTACLE-RTN
           end-if
           .
       OBST-NEW-RTN.
      *> a new obstacle stands still at its home cell until a patrol
      *> route is given to it
           move obs-x(obs-count) to obs-home-x(obs-count)
           move obs-y(obs-count) to obs-home-y(obs-count)
           move 0 to obs-every(obs-count) obs-way-cnt(obs-count)
           move 0 to obs-way-to(obs-count)
           .
       PATROL-SAVE-RTN.
           if obs-every(obs-idx) = 0 or obs-way-cnt(obs-idx) = 0
              exit paragraph
           end-if
           move spaces to crs-line
           move obs-every(obs-idx) to patrol-ed
           string "PATROL " patrol-ed delimited by size into crs-line
           write crs-line
           perform varying obs-k from 1 by 1
                   until obs-k > obs-way-cnt(obs-idx)
              move spaces to crs-line
              move obs-way-x(obs-idx, obs-k) to crs-x-ed
              move obs-way-y(obs-idx, obs-k) to crs-y-ed
              string "WAY " crs-x-ed " " crs-y-ed
                     delimited by size into crs-line
              write crs-line
           end-perform
           .
       PATROL-RESET-RTN.
      *> every run starts with the patrols back at their home cells
           perform varying obs-idx from 1 by 1
                   until obs-idx > obs-count
              move obs-home-x(obs-idx) to obs-x(obs-idx)
              move obs-home-y(obs-idx) to obs-y(obs-idx)
              move 1 to obs-way-to(obs-idx)
              if obs-active(obs-idx) = 1
                 perform SHOW-OBS-AT-RTN
              end-if
           end-perform
           .
       PATROL-STEP-RTN.
      *> after each statement the patrols due a step take it; one
      *> that lands on the ship is a collision as much as the ship
      *> flying into it
           move 0 to obs-moved-sw
           perform varying obs-idx from 1 by 1
                   until obs-idx > obs-count
              if obs-active(obs-idx) = 1 and obs-every(obs-idx) > 0
                 and obs-way-cnt(obs-idx) > 0
                 if function mod(stmt-cnt, obs-every(obs-idx)) = 0
                    perform PATROL-MOVE-RTN
                    perform SHOW-OBS-AT-RTN
                    move 1 to obs-moved-sw
                 end-if
              end-if
           end-perform
           if obs-moved-sw = 1
              perform OBSTACLE-CHECK-RTN
              if obs-hit-sw = 1
                 move 0 to run-ok-sw
                 move 1 to stop-run-sw
                 perform err-outObstacle
              end-if
           end-if
           .
       PATROL-MOVE-RTN.
      *> one cell toward the current waypoint, across before up or
      *> down; arriving there turns it toward the next one
           perform PATROL-TARGET-RTN
           if obs-x(obs-idx) >= obs-to-x - 3 and
              obs-x(obs-idx) <= obs-to-x + 3 and
              obs-y(obs-idx) >= obs-to-y - 1 and
              obs-y(obs-idx) <= obs-to-y + 1
              add 1 to obs-way-to(obs-idx)
              if obs-way-to(obs-idx) > obs-way-cnt(obs-idx)
                 move 0 to obs-way-to(obs-idx)
              end-if
              perform PATROL-TARGET-RTN
           end-if
           evaluate true
              when obs-x(obs-idx) < obs-to-x - 3
                 add 6 to obs-x(obs-idx)
              when obs-x(obs-idx) > obs-to-x + 3
                 subtract 6 from obs-x(obs-idx)
              when obs-y(obs-idx) < obs-to-y - 1
                 add 2.4 to obs-y(obs-idx)
              when obs-y(obs-idx) > obs-to-y + 1
                 subtract 2.4 from obs-y(obs-idx)
           end-evaluate
           .
       PATROL-TARGET-RTN.
           if obs-way-to(obs-idx) = 0
              move obs-home-x(obs-idx) to obs-to-x
              move obs-home-y(obs-idx) to obs-to-y
           else
              move obs-way-to(obs-idx) to obs-k
              move obs-way-x(obs-idx, obs-k) to obs-to-x
              move obs-way-y(obs-idx, obs-k) to obs-to-y
           end-if
           .
       SHOW-OBS-AT-RTN.
           evaluate obs-idx
              when 1
                 modify screen-1-la-11 line obs-y(1) column obs-x(1)
                        visible 1
              when 2
                 modify screen-1-la-12 line obs-y(2) column obs-x(2)
                        visible 1
              when 3
                 modify screen-1-la-13 line obs-y(3) column obs-x(3)
                        visible 1
              when 4
                 modify screen-1-la-14 line obs-y(4) column obs-x(4)
                        visible 1
              when 5
                 modify screen-1-la-15 line obs-y(5) column obs-x(5)
                        visible 1
           end-evaluate
           .
       screen-1-pb-29-evt-cmd-clicked.
      *> fly the ship along the route the last obstacle added should
      *> patrol and mark each turn; Every sets how many statements
      *> pass between its steps
           if obs-count = 0
              move "Add an obstacle first" to con-msg
              move "SP-M002" to mc-id
              perform CON-MSG-XLATE-RTN
              perform CONSOLE-OUT-RTN
              exit paragraph
           end-if
           if obs-way-cnt(obs-count) >= 6
              move "Six waypoints at most" to con-msg
              move "SP-M003" to mc-id
              perform CON-MSG-XLATE-RTN
              perform CONSOLE-OUT-RTN
              exit paragraph
           end-if
           inquire screen-1-ef-11 value patrol-str
           move function NUMVAL(patrol-str) to obs-every(obs-count)
           if obs-every(obs-count) = 0
              move 3 to obs-every(obs-count)
           end-if
           add 1 to obs-way-cnt(obs-count)
           move obs-way-cnt(obs-count) to obs-k
           move wrk-x to obs-way-x(obs-count, obs-k)
           move wrk-y to obs-way-y(obs-count, obs-k)
           move spaces to con-msg
           move "SP-M029" to mc-id
           move "Waypoint" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "SP-M030" to mc-id
           move " of obstacle" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           string function trim(msg-part(1) trailing) " " obs-k
                  function trim(msg-part(2) trailing) " " obs-count
                  delimited by size into con-msg
           perform CONSOLE-OUT-RTN
           .
       SHOW-OBSTACLE-RTN.
           evaluate obs-count
              when 1
           move wrk-x to crs-start-x
           move wrk-y to crs-start-y
           move "Start marked here" to con-msg
           move "SP-M004" to mc-id
           perform CON-MSG-XLATE-RTN
           perform CONSOLE-OUT-RTN
           .
       screen-1-pb-22-evt-cmd-clicked.
           modify screen-1-la-16 line goal-y column goal-x
                  visible 1
           move "Home/Goal marked here" to con-msg
           move "SP-M005" to mc-id
           perform CON-MSG-XLATE-RTN
           perform CONSOLE-OUT-RTN
           .
       screen-1-pb-23-evt-cmd-clicked.
           inquire screen-1-ef-10 value crs-name-in
           if crs-name-in = spaces
              move "Name the course first" to con-msg
              move "SP-M006" to mc-id
              perform CON-MSG-XLATE-RTN
              perform CONSOLE-OUT-RTN
              exit paragraph
           end-if
           string function trim(data-path)
                  function trim(crs-name-in) ".crs"
                  delimited by size into crs-file-name
           move crs-file-name to sw-file
           move "BEGN" to sw-func
           call "SafeSwap" using swap-param
           move sw-temp to crs-file-name
           open output course-file
           if crs-f-sts not = "00"
              move sw-file to crs-file-name
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              move "Cannot write course file" to con-msg
              move "SP-M007" to mc-id
              perform CON-MSG-XLATE-RTN
              perform CONSOLE-OUT-RTN
              exit paragraph
           end-if
                   until obs-idx > obs-count
              if obs-active(obs-idx) = 1
                 move spaces to crs-line
                 move obs-home-x(obs-idx) to crs-x-ed
                 move obs-home-y(obs-idx) to crs-y-ed
                 string "OBST " crs-x-ed " " crs-y-ed
                        delimited by size into crs-line
                 write crs-line
                 perform PATROL-SAVE-RTN
              end-if
           end-perform
           move spaces to crs-line
                  delimited by size into crs-line
           write crs-line
           close course-file
           move sw-file to crs-file-name
           move "COMT" to sw-func
           call "SafeSwap" using swap-param
           move "Course saved" to con-msg
           move "SP-M008" to mc-id
           perform CON-MSG-XLATE-RTN
           perform CONSOLE-OUT-RTN
           .
       screen-1-pb-24-evt-cmd-clicked.
           inquire screen-1-ef-10 value crs-name-in
           if crs-name-in = spaces
              move "Name the course first" to con-msg
              move "SP-M006" to mc-id
              perform CON-MSG-XLATE-RTN
              perform CONSOLE-OUT-RTN
              exit paragraph
           end-if
           open input course-file
           if crs-f-sts not = "00"
              move "Course file not found" to con-msg
              move "SP-M009" to mc-id
              perform CON-MSG-XLATE-RTN
              perform CONSOLE-OUT-RTN
              exit paragraph
           end-if
                       move function NUMVAL(msn-val2)
                         to obs-y(obs-count)
                       move 1 to obs-active(obs-count)
                       perform OBST-NEW-RTN
                       perform SHOW-OBSTACLE-RTN
                    end-if
                 when "PATROL"
                    if obs-count > 0
                       move function NUMVAL(msn-val1)
                         to obs-every(obs-count)
                    end-if
                 when "WAY"
                    if obs-count > 0
                       if obs-way-cnt(obs-count) < 6
                          add 1 to obs-way-cnt(obs-count)
                          move obs-way-cnt(obs-count) to obs-k
                          move function NUMVAL(msn-val1)
                            to obs-way-x(obs-count, obs-k)
                          move function NUMVAL(msn-val2)
                            to obs-way-y(obs-count, obs-k)
                       end-if
                    end-if
                 when "GOAL"
                    move function NUMVAL(msn-val1) to goal-x
                    move function NUMVAL(msn-val2) to goal-y
           end-perform
           close course-file
           move "Course loaded" to con-msg
           move "SP-M010" to mc-id
           perform CON-MSG-XLATE-RTN
           perform CONSOLE-OUT-RTN
           .
       screen-1-pb-15-evt-cmd-clicked.
              call "WIN$PLAYSOUND" USING SoundName SoundFlag
                                    giving SoundRCD
           end-if
           move "SP-M023" to mc-id
           move "Error - Obstacle Hit" to mc-text
           perform MSG-GET-RTN
           modify screen-1-ef-6 value = mc-text
                                visible=true
           call "C$SLEEP" using 2.0
           modify screen-1-ef-6 value = " "
           move  wk-fname to code-f-nm
           open output code-f
           if code-f-status not = "00"
              move "SP-M024" to mc-id
              move "Cannot write file - check the path" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-6
                     value = mc-text
                     visible=true
              call "C$SLEEP" using 2.0
              modify screen-1-ef-6 value = " "
           end-perform
           close  code-f
           perform RECENT-ADD-RTN
           perform VERSION-SAVE-RTN
           .
       screen-1-pb-12-evt-cmd-clicked.
           inquire screen-1-ef-4 value wk-fname
           move wk-fname to code-f-nm
           open input code-f
           if code-f-status not = "00"
              move "SP-M025" to mc-id
              move "Program file not found" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-6
                     value = mc-text
                     visible=true
              call "C$SLEEP" using 2.0
              modify screen-1-ef-6 value = " "
           initialize bp-tbl
           perform TRACE-CLOSE-RTN
           perform RECENT-ADD-RTN
           perform VERSION-CURRENT-RTN
           .
       PROG-BASE-RTN.
      *> versions are kept per program file name, whatever folder
      *> it was saved from
           move spaces to prog-base
           move 100 to ver-pos
           perform until ver-pos < 1
              if wk-fname(ver-pos:1) = "/" or wk-fname(ver-pos:1) = "\"
                 exit perform
              end-if
              subtract 1 from ver-pos
           end-perform
           move wk-fname(ver-pos + 1:) to prog-base
           move function length(function trim(prog-base)) to ver-pos
           if prog-base not = spaces and
              (ver-pos < 4 or prog-base(ver-pos - 3:4) not = ".dat")
              string function trim(prog-base) ".dat"
                     delimited by size into prog-base
           end-if
           .
       VERSION-CURRENT-RTN.
      *> a freshly loaded program is its latest saved version
           perform PROG-BASE-RTN
           move 0 to cur-version
           open input ver-idx-file
           if ver-idx-sts = "00"
              perform until 1 = 0
                 read ver-idx-file at end exit perform
                 end-read
                 if ver-idx-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if sv-prog = prog-base and sv-ver > cur-version
                    move sv-ver to cur-version
                 end-if
              end-perform
              close ver-idx-file
           end-if
           move 0 to prog-dirty-sw
           .
       VERSION-SAVE-RTN.
      *> every save is also kept as a numbered copy in the versions
      *> folder, so one bad save never loses the program that worked
           perform PROG-BASE-RTN
           move "../data/starpilot_versions.log" to lk-file
           move "LOCK" to lk-func
           call "FileLock" using lock-param
           move 0 to ver-max
           open input ver-idx-file
           if ver-idx-sts = "00"
              perform until 1 = 0
                 read ver-idx-file at end exit perform
                 end-read
                 if ver-idx-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if sv-prog = prog-base and sv-ver > ver-max
                    move sv-ver to ver-max
                 end-if
              end-perform
              close ver-idx-file
           end-if
           add 1 to ver-max
           move ver-max to ver-want
           perform VERSION-NAME-RTN
           call "CBL_CREATE_DIR" using ver-dir-name
           open output ver-file
           if ver-f-sts not = "00"
              move "UNLK" to lk-func
              call "FileLock" using lock-param
              move "Version not kept" to con-msg
              move "SP-M011" to mc-id
              perform CON-MSG-XLATE-RTN
              perform CONSOLE-OUT-RTN
              exit paragraph
           end-if
           perform varying row-idx from 1 by 1 until row-idx > max-line
              inquire screen-1-gr-1(row-idx) record-data code-list
              move code-list to ver-line
              write ver-line
           end-perform
           close ver-file
           move function current-date to wk-curdate
           open extend ver-idx-file
           if ver-idx-sts = "35"
              open output ver-idx-file
              close ver-idx-file
              open extend ver-idx-file
           end-if
           if ver-idx-sts = "00"
              move spaces to ver-idx-record
              move prog-base to sv-prog
              move ver-max to sv-ver
              move wk-curdate(1:8) to sv-date
              move wk-curdate(9:6) to sv-time
              move player-name to sv-player
              move max-line to sv-lines
              move ver-note to sv-note
              write ver-idx-record
              close ver-idx-file
           end-if
           move "UNLK" to lk-func
           call "FileLock" using lock-param
           move ver-max to cur-version
           move 0 to prog-dirty-sw
           move spaces to ver-note
           move ver-max to ver-ed
           move spaces to con-msg
           move "SP-M031" to mc-id
           move "Saved as version" to mc-text
           perform MSG-GET-RTN
           string function trim(mc-text trailing) " " ver-ed
                  delimited by size into con-msg
           perform CONSOLE-OUT-RTN
           .
       VERSION-NAME-RTN.
           move spaces to ver-dir-name
           string function trim(data-path) "versions"
                  delimited by size into ver-dir-name
           move ver-want to ver-ed
           move spaces to ver-file-name
           string function trim(ver-dir-name) "/"
                  function trim(prog-base) "." ver-ed
                  delimited by size into ver-file-name
           .
       VERSION-READ-RTN.
      *> one saved version into va-tbl
           move 0 to va-cnt
           perform VERSION-NAME-RTN
           open input ver-file
           if ver-f-sts not = "00"
              exit paragraph
           end-if
           perform until 1 = 0
              read ver-file at end exit perform
              end-read
              if va-cnt < 200
                 add 1 to va-cnt
                 move ver-line to va-line(va-cnt)
              end-if
           end-perform
           close ver-file
           .
       screen-1-pb-25-evt-cmd-clicked.
      *> list the saved versions of the program named in the file
      *> field, oldest first, into both version pickers
           inquire screen-1-ef-4 value wk-fname
           perform PROG-BASE-RTN
           modify screen-1-co-3 item-to-delete-all = 1
           modify screen-1-co-4 item-to-delete-all = 1
           move spaces to ver-item ver-prev-item
           move 0 to ver-max
           open input ver-idx-file
           if ver-idx-sts = "00"
              perform until 1 = 0
                 read ver-idx-file at end exit perform
                 end-read
                 if ver-idx-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if sv-prog = prog-base
                    move ver-item to ver-prev-item
                    move spaces to ver-item
                    string sv-ver " " sv-date " " sv-time(1:4) " "
                           sv-player " " sv-note
                           delimited by size into ver-item
                    modify screen-1-co-3 item-to-add ver-item
                    modify screen-1-co-4 item-to-add ver-item
                    add 1 to ver-max
                 end-if
              end-perform
              close ver-idx-file
           end-if
           if ver-max = 0
              move "No saved versions" to con-msg
              move "SP-M012" to mc-id
              perform CON-MSG-XLATE-RTN
              perform CONSOLE-OUT-RTN
              exit paragraph
           end-if
      *> preset the pickers to the last two saves
           if ver-prev-item = spaces
              move ver-item to ver-prev-item
           end-if
           modify screen-1-co-3 value ver-prev-item
           modify screen-1-co-4 value ver-item
           move ver-max to ver-ed
           move spaces to con-msg
           move "SP-M042" to mc-id
           move " version(s) on file" to mc-text
           perform MSG-GET-RTN
           string ver-ed function trim(mc-text trailing)
                  delimited by size into con-msg
           perform CONSOLE-OUT-RTN
           .
       screen-1-pb-26-evt-cmd-clicked.
      *> side-by-side diff of the two picked versions: unchanged
      *> lines pair up, | marks a changed line, < one only in the
      *> left version and > one only in the right
           inquire screen-1-co-3 value ver-item
           if ver-item(1:3) is not numeric
              move "Pick two versions" to con-msg
              move "SP-M013" to mc-id
              perform CON-MSG-XLATE-RTN
              perform CONSOLE-OUT-RTN
              exit paragraph
           end-if
           move ver-item(1:3) to ver-a
           inquire screen-1-co-4 value ver-item
           if ver-item(1:3) is not numeric
              move "Pick two versions" to con-msg
              move "SP-M013" to mc-id
              perform CON-MSG-XLATE-RTN
              perform CONSOLE-OUT-RTN
              exit paragraph
           end-if
           move ver-item(1:3) to ver-b
           move ver-b to ver-want
           perform VERSION-READ-RTN
           move va-tbl to vb-tbl
           move va-cnt to vb-cnt
           move ver-a to ver-want
           perform VERSION-READ-RTN
           initialize lcs-tbl
           perform varying df-i from va-cnt by -1 until df-i < 1
              perform varying df-j from vb-cnt by -1 until df-j < 1
                 if va-line(df-i)(4:48) = vb-line(df-j)(4:48)
                    compute lcs-len(df-i, df-j) =
                            lcs-len(df-i + 1, df-j + 1) + 1
                 else
                    if lcs-len(df-i + 1, df-j) >=
                       lcs-len(df-i, df-j + 1)
                       move lcs-len(df-i + 1, df-j)
                         to lcs-len(df-i, df-j)
                    else
                       move lcs-len(df-i, df-j + 1)
                         to lcs-len(df-i, df-j)
                    end-if
                 end-if
              end-perform
           end-perform
           modify screen-1-gr-2 reset-grid 1
           modify screen-1-gr-2
              column-dividers ( 1 1 1 1 1 )
              data-columns ( 1 4 5 29 32 )
              display-columns ( 1 5 7 30 34 )
              separation ( 5 5 5 5 5 )
              alignment ( "U" "C" "U" "U" "U" )
              data-types ( "X" "X" "X" "X" "X" )
           move spaces to diff-list
           move ver-a to ver-ed
           move "SP-M032" to mc-id
           move "version" to mc-text
           perform MSG-GET-RTN
           string function trim(mc-text trailing) " " ver-ed
                  delimited by size into df-a-txt
           move ver-b to ver-ed
           move "SP-M032" to mc-id
           move "version" to mc-text
           perform MSG-GET-RTN
           string function trim(mc-text trailing) " " ver-ed
                  delimited by size into df-b-txt
           modify screen-1-gr-2 record-to-add diff-list
           move 0 to hk-del-cnt hk-ins-cnt
           move 0 to df-chg-cnt df-del-cnt df-add-cnt
           move 1 to df-i df-j
           perform until df-i > va-cnt and df-j > vb-cnt
              evaluate true
                 when df-i <= va-cnt and df-j <= vb-cnt and
                      va-line(df-i)(4:48) = vb-line(df-j)(4:48)
                    perform DIFF-FLUSH-RTN
                    move df-i to df-k
                    perform DIFF-A-TEXT-RTN
                    move df-j to df-k
                    perform DIFF-B-TEXT-RTN
                    move space to df-op
                    modify screen-1-gr-2 record-to-add diff-list
                    add 1 to df-i df-j
                 when df-j > vb-cnt
                    add 1 to hk-del-cnt
                    move df-i to hk-del(hk-del-cnt)
                    add 1 to df-i
                 when df-i > va-cnt
                    add 1 to hk-ins-cnt
                    move df-j to hk-ins(hk-ins-cnt)
                    add 1 to df-j
                 when lcs-len(df-i + 1, df-j) >=
                      lcs-len(df-i, df-j + 1)
                    add 1 to hk-del-cnt
                    move df-i to hk-del(hk-del-cnt)
                    add 1 to df-i
                 when other
                    add 1 to hk-ins-cnt
                    move df-j to hk-ins(hk-ins-cnt)
                    add 1 to df-j
              end-evaluate
           end-perform
           perform DIFF-FLUSH-RTN
           modify screen-1-gr-2 visible 1
           move df-chg-cnt to df-ed1
           move df-del-cnt to df-ed2
           move df-add-cnt to df-ed3
           move spaces to df-msg
           move "SP-M033" to mc-id
           move "Diff:" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "SP-M034" to mc-id
           move " changed," to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           move "SP-M035" to mc-id
           move " only left," to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(3)
           move "SP-M036" to mc-id
           move " only right" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(4)
           string function trim(msg-part(1) trailing) " "
                  function trim(df-ed1)
                  function trim(msg-part(2) trailing) " "
                  function trim(df-ed2)
                  function trim(msg-part(3) trailing) " "
                  function trim(df-ed3)
                  function trim(msg-part(4) trailing) delimited by size
                  into df-msg
           modify screen-1-ef-8 value df-msg
           .
       DIFF-FLUSH-RTN.
      *> a run of removed and added lines pairs up side by side
           perform varying df-m from 1 by 1
                   until df-m > hk-del-cnt and df-m > hk-ins-cnt
              move spaces to diff-list
              if df-m <= hk-del-cnt and df-m <= hk-ins-cnt
                 move "|" to df-op
                 add 1 to df-chg-cnt
              else
                 if df-m <= hk-del-cnt
                    move "<" to df-op
                    add 1 to df-del-cnt
                 else
                    move ">" to df-op
                    add 1 to df-add-cnt
                 end-if
              end-if
              if df-m <= hk-del-cnt
                 move hk-del(df-m) to df-k
                 perform DIFF-A-TEXT-RTN
              end-if
              if df-m <= hk-ins-cnt
                 move hk-ins(df-m) to df-k
                 perform DIFF-B-TEXT-RTN
              end-if
              modify screen-1-gr-2 record-to-add diff-list
           end-perform
           move 0 to hk-del-cnt hk-ins-cnt
           .
       DIFF-A-TEXT-RTN.
           move va-line(df-k) to code-list
           perform DIFF-TEXT-RTN
           move w-rec-lineno to df-a-no
           move df-txt to df-a-txt
           .
       DIFF-B-TEXT-RTN.
           move vb-line(df-k) to code-list
           perform DIFF-TEXT-RTN
           move w-rec-lineno to df-b-no
           move df-txt to df-b-txt
           .
       DIFF-TEXT-RTN.
           move spaces to df-txt
           string function trim(w-rec-statement) " "
                  function trim(w-rec-p1) " "
                  function trim(w-rec-p2) " "
                  function trim(w-rec-p3)
                  delimited by size into df-txt
           .
       screen-1-pb-27-evt-cmd-clicked.
      *> bring back the version in the left picker; it is saved
      *> again as the newest version so the history stays whole
           inquire screen-1-co-3 value ver-item
           if ver-item(1:3) is not numeric
              move "Pick a version" to con-msg
              move "SP-M014" to mc-id
              perform CON-MSG-XLATE-RTN
              perform CONSOLE-OUT-RTN
              exit paragraph
           end-if
           inquire screen-1-ef-4 value wk-fname
           perform PROG-BASE-RTN
           move ver-item(1:3) to ver-want
           perform VERSION-READ-RTN
           if va-cnt = 0
              move "Version file not found" to con-msg
              move "SP-M015" to mc-id
              perform CON-MSG-XLATE-RTN
              perform CONSOLE-OUT-RTN
              exit paragraph
           end-if
           modify screen-1-gr-1 reset-grid 1
           move 0 to max-line
           perform varying df-i from 1 by 1 until df-i > va-cnt
              move va-line(df-i) to code-list
              modify screen-1-gr-1 record-to-add code-list
              add 1 to max-line
           end-perform
           move 0 to run-paused-sw stop-run-sw
           initialize bp-tbl
           perform TRACE-CLOSE-RTN
           modify screen-1-gr-2 visible 0
           move ver-want to ver-ed
           move spaces to ver-note
           string "RESTORE " ver-ed delimited by size into ver-note
           perform screen-1-pb-11-evt-cmd-clicked
           .
       screen-1-pb-28-evt-cmd-clicked.
           modify screen-1-gr-2 visible 0
           .
       show-current-row.
           modify screen-1-gr-1, search-options = GRID-SEARCH-OPTIONS           
              call "WIN$PLAYSOUND" USING SoundName SoundFlag
                                    giving SoundRCD
           end-if
           move "SP-M026" to mc-id
           move "Error - GOSUB/RETURN stack" to mc-text
           perform MSG-GET-RTN
           modify screen-1-ef-6 value = mc-text
                                visible=true
           call "C$SLEEP" using 2.0
           modify screen-1-ef-6 value = " "
                               visible=false
           .
       err-array.
           move "moa02.wav"  to SoundName
           move SND-ASYNC    to SoundFlag
           if set-sound-sw = 1
              call "WIN$PLAYSOUND" USING SoundName SoundFlag
                                    giving SoundRCD
           end-if
           move "SP-M027" to mc-id
           move "Error - array, see console" to mc-text
           perform MSG-GET-RTN
           modify screen-1-ef-6 value = mc-text
                                visible=true
           call "C$SLEEP" using 2.0
           modify screen-1-ef-6 value = " "
              call "WIN$PLAYSOUND" USING SoundName SoundFlag
                                    giving SoundRCD
           end-if
           move "SP-M028" to mc-id
           move "Error OUT Bounds" to mc-text
           perform MSG-GET-RTN
           modify screen-1-ef-6 value = mc-text
                                visible=true
           call "C$SLEEP" using 2.0
           modify screen-1-ef-6 value = " "
           .
                                
      
       screen-1-bef-create.
           perform TITLES-RTN
           .
       TITLES-RTN.
      *> settle the language and put the captions and fixed
      *> messages into it before the window is shown
           move "LANG" to mc-func
           call "MsgCat" using mc-param
           perform varying ttl-i from 1 by 1 until ttl-i > 29
              move spaces to mc-id
              string "SP-" ttl-ctl(ttl-i) delimited by space
                     into mc-id
              move ttl-text(ttl-i) to mc-text
              perform MSG-GET-RTN
              move mc-text to ttl-text(ttl-i)
           end-perform
           .
       MSG-GET-RTN.
      *> mc-id set and mc-text holding the English wording;
      *> mc-text comes back in the language in force
           move "GET " to mc-func
           call "MsgCat" using mc-param
           .
       CON-MSG-XLATE-RTN.
           move con-msg to mc-text
           perform MSG-GET-RTN
           move mc-text to con-msg
           .
      *end event editor code
      *end {iscobol}copy-procedure
       report-composer section.
      *begin {iscobol}external-copyfiles
      *end {iscobol}external-copyfiles


