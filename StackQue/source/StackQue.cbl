       select settings-file assign to "../data/isgames_settings.cfg"
           organization line sequential
           file status settings-f-sts.
       select curplayer-file assign to "../data/current_player.dat"
           organization line sequential
           file status curp-f-sts.
       select exercise-file assign to dynamic ex-file-name
           organization line sequential
           file status exr-f-sts.
       select grades-file assign to "../data/stackque_grades.log"
           organization line sequential
           file status grd-f-sts.
      *end file-control editor code
      *end {iscobol}file-control
       data division.
           05  cont-game  pic x(12).
           05  filler     pic x value space.
           05  cont-path  pic x(90).
       fd  curplayer-file.
       01  curplayer-record.
           05  curp-id      pic 9(03).
           05  filler       pic x value space.
           05  curp-name    pic x(10).
       fd  exercise-file.
       01  ex-line    pic x(80).
       fd  grades-file.
       01  grades-record.
           05  gr-date    pic x(08).
           05  filler     pic x value space.
           05  gr-time    pic x(06).
           05  filler     pic x value space.
           05  gr-name    pic x(20).
           05  filler     pic x value space.
           05  gr-player  pic x(10).
           05  filler     pic x value space.
           05  gr-ops     pic 9(04).
           05  filler     pic x value space.
           05  gr-budget  pic 9(04).
           05  filler     pic x value space.
           05  gr-result  pic x(04).
           05  filler     pic x value space.
           05  gr-reason  pic x(24).
      *end file section editor code
      *end {iscobol}file-section
       working-storage section.
       01 sim-max-wait pic 9(03) value 0.
       01 sim-rnd pic 9(03).
       01 sim-msg pic x(60).
       01 rpn-expr pic x(80).
       01 rpn-pos pic 9(02).
       01 rpn-token pic x(05).
       01 rpn-tlen pic 9(01).
       01 rpn-out pic x(04).
       01 sav-script-sw pic 9(01).
       01 rpn-msg pic x(30).
       01 inf-expr pic x(40).
       01 inf-pos pic 9(02).
       01 inf-tok-pos pic 9(02).
       01 inf-ch pic x(01).
       01 inf-tok pic x(05).
       01 inf-nlen pic 9(01).
       01 inf-post pic x(80).
       01 inf-post-ptr pic 9(02).
       01 inf-prev-sw pic 9(01).
       01 inf-err-sw pic 9(01).
       01 inf-err-pos pic 9(02).
       01 inf-err-text pic x(30).
       01 inf-depth pic 9(02).
       01 inf-stk-tbl.
          05 filler occurs 10.
             10 inf-op     pic x(01).
             10 inf-op-pos pic 9(02).
       01 inf-prec-ch pic x(01).
       01 inf-prec pic 9(01).
       01 inf-prec-new pic 9(01).
       01 inf-pos-disp pic z9.
       01 inf-msg pic x(70).
       01 rec-f-sts pic x(02).
       01 lock-param.
          05 lk-func pic x(04).
       01 rec-file-name pic x(128).
       01 record-sw pic 9(01) value 0.
       01 rec-verb pic x(08).
       01  msg9 pic x(30) value "Tree full!!".
       01  msg10 pic x(30) value "Tree empty!!".
       01 bst-tbl.
          05 filler occurs 15.
             10 bst-key   pic x(04).
             10 bst-left  pic 9(02).
             10 bst-right pic 9(02).
             10 bst-used  pic 9(01).
       01 bst-root pic 9(02) value 0.
       01 bst-cnt pic 9(02) value 0.
       01 bst-n pic 9(02).
       01 bst-par pic 9(02).
       01 bst-s pic 9(02).
       01 bst-s-par pic 9(02).
       01 bst-child pic 9(02).
       01 bst-depth pic 9(02).
       01 bst-key-in pic x(04).
       01 bst-order pic x(04).
       01 bst-stk-tbl.
          05 bst-stk-cnt pic 9(02).
          05 bst-stk occurs 15 pic 9(02).
       01 bst-stk2-tbl.
          05 bst-stk2-cnt pic 9(02).
          05 bst-stk2 occurs 15 pic 9(02).
       01 bst-q-tbl.
          05 filler occurs 15.
             10 bst-q-node pic 9(02).
             10 bst-q-lvl  pic 9(01).
             10 bst-q-pos  pic 9(02).
       01 bst-qh pic 9(02).
       01 bst-qt pic 9(02).
       01 bst-col pic 9(02).
       01 bst-grow pic 9(02).
       01 bst-msg pic x(40).
       01 sq-line-no pic 9(03).
       01 sq-checks pic 9(03).
       01 sq-pend-sw pic 9(01).
       01 sq-ok-sw pic 9(01).
       01 sq-size pic 9(02).
       01 sq-size-exp pic 9(02).
       01 sq-top pic x(04).
       01 sq-out pic x(04).
       01 sq-got pic x(06).
       01 sq-msg pic x(60).
       01 aud-chg pic x(08).
       01 replay-sw pic 9(01) value 0.
       01 rb-sess pic 9(03).
       01 rb-op pic 9(03).
       01 rb-cur pic 9(03).
       01 rb-ops pic 9(03).
       01 rb-bad-op pic 9(03).
       01 rb-mode pic 9(01).
       01 rb-state pic x(04).
       01 rb-date pic x(08).
       01 rb-action pic x(08).
       01 rb-want-data pic x(04).
       01 rb-want-status pic x(06).
       01 rb-msg pic x(70).
       01 rb-ok-cnt pic 9(03).
       01 rb-bad-cnt pic 9(03).
       01 rb-scan-cnt pic 9(03).
       01 rb-s-idx pic 9(03).
       01 curp-f-sts pic x(02).
       01 exr-f-sts pic x(02).
       01 grd-f-sts pic x(02).
       01 player-name pic x(10) value "GUEST".
       01 ex-file-name pic x(128).
       01 ex-active-sw pic 9(01) value 0.
       01 ex-title pic x(20).
       01 ex-budget pic 9(04).
       01 ex-ops pic 9(04).
       01 ex-viol pic x(08).
       01 ex-verb pic x(10).
       01 ex-rest pic x(70).
       01 ex-ptr pic 9(02).
       01 ex-item pic x(08).
       01 ex-i pic 9(02).
       01 ex-k pic 9(02).
       01 ex-list-tbl.
          05 ex-list-cnt pic 9(02).
          05 ex-list occurs 26 pic x(08).
       01 ex-allow-tbl.
          05 ex-allow-cnt pic 9(02).
          05 ex-allow occurs 15 pic x(08).
       01 ex-gout-tbl.
          05 ex-gout-sw pic 9(01).
          05 ex-gout-cnt pic 9(02).
          05 ex-gout occurs 26 pic x(04).
       01 ex-gst-tbl.
          05 ex-gst-sw pic 9(01).
          05 ex-gst-cnt pic 9(02).
          05 ex-gst occurs 26 pic x(04).
       01 ex-got-tbl.
          05 ex-got-cnt pic 9(02).
          05 ex-got occurs 26 pic x(04).
       01 ex-result pic x(04).
       01 ex-reason pic x(24).
      *> the reason as shown on the screen - the grade log keeps
      *> ex-reason in English for SqGrades
       01 ex-reason-msg pic x(40).
       01 ex-ops-disp pic zzz9.
       01 ex-msg pic x(70).
       01 rb-scan-tbl.
          05 filler occurs 100.
             10 rb-s-state pic x(04).
             10 rb-s-op    pic 9(03).
             10 rb-s-date  pic x(08).
       01  msg1 pic x(30) value "Stack full!!".
       01  msg2 pic x(30) value "Queue full!!".
       01  msg3 pic x(30) value "Stack empty!!".
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  wk-alpha-red redefines wk-alpha-def.
             10  wk-alpha pic x occurs 26.
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
          05 ttl-la-1 pic x(40) value "Stack_Queue Test".
          05 filler pic x(08) value "PB-4".
          05 ttl-pb-4 pic x(40) value "Stack/Queue".
          05 filler pic x(08) value "PB-6".
          05 ttl-pb-6 pic x(40) value "Push".
          05 filler pic x(08) value "PB-7".
          05 ttl-pb-7 pic x(40) value "Pop".
          05 filler pic x(08) value "PB-8".
          05 ttl-pb-8 pic x(40) value "Quit".
          05 filler pic x(08) value "LA-2".
          05 ttl-la-2 pic x(40) value "In_Data".
          05 filler pic x(08) value "LA-3".
          05 ttl-la-3 pic x(40) value "Out_Data".
          05 filler pic x(08) value "PB-5".
          05 ttl-pb-5 pic x(40) value "Reset".
          05 filler pic x(08) value "PB-9".
          05 ttl-pb-9 pic x(40) value "AutoRun".
          05 filler pic x(08) value "PB-15".
          05 ttl-pb-15 pic x(40) value "DQ-AddF".
          05 filler pic x(08) value "PB-16".
          05 ttl-pb-16 pic x(40) value "DQ-RemR".
          05 filler pic x(08) value "PB-14".
          05 ttl-pb-14 pic x(40) value "Script".
          05 filler pic x(08) value "CB-1".
          05 ttl-cb-1 pic x(40) value "Record".
          05 filler pic x(08) value "LA-7".
          05 ttl-la-7 pic x(40) value "RPN".
          05 filler pic x(08) value "PB-17".
          05 ttl-pb-17 pic x(40) value "Eval".
          05 filler pic x(08) value "PB-25".
          05 ttl-pb-25 pic x(40) value "Infix".
          05 filler pic x(08) value "LA-8".
          05 ttl-la-8 pic x(40) value "Arr%".
          05 filler pic x(08) value "LA-9".
          05 ttl-la-9 pic x(40) value "Svc".
          05 filler pic x(08) value "PB-18".
          05 ttl-pb-18 pic x(40) value "Simulate".
          05 filler pic x(08) value "PB-19".
          05 ttl-pb-19 pic x(40) value "Hanoi".
          05 filler pic x(08) value "LA-10".
          05 ttl-la-10 pic x(40) value "Move".
          05 filler pic x(08) value "PB-20".
          05 ttl-pb-20 pic x(40) value "Go".
          05 filler pic x(08) value "PB-21".
          05 ttl-pb-21 pic x(40) value "Solve".
          05 filler pic x(08) value "PB-10".
          05 ttl-pb-10 pic x(40) value "file:".
          05 filler pic x(08) value "PB-11".
          05 ttl-pb-11 pic x(40) value "Load".
          05 filler pic x(08) value "PB-12".
          05 ttl-pb-12 pic x(40) value "Save".
          05 filler pic x(08) value "LA-5".
          05 ttl-la-5 pic x(40) value "Capacity".
          05 filler pic x(08) value "PB-13".
          05 ttl-pb-13 pic x(40) value "Set Cap".
          05 filler pic x(08) value "PB-22".
          05 ttl-pb-22 pic x(40) value "PreOrder".
          05 filler pic x(08) value "PB-23".
          05 ttl-pb-23 pic x(40) value "PostOrd".
          05 filler pic x(08) value "LA-12".
          05 ttl-la-12 pic x(40) value "Audit".
          05 filler pic x(08) value "LA-13".
          05 ttl-la-13 pic x(40) value "Op".
          05 filler pic x(08) value "PB-24".
          05 ttl-pb-24 pic x(40) value "Rebuild".
          05 filler pic x(08) value "PB-26".
          05 ttl-pb-26 pic x(40) value "Exercise".
          05 filler pic x(08) value "PB-27".
          05 ttl-pb-27 pic x(40) value "Submit".
       01 ttl-tbl-r redefines ttl-tbl.
          05 ttl-ent occurs 35.
             10 ttl-ctl  pic x(08).
             10 ttl-text pic x(40).
       01 ttl-i pic 9(03).
      *end working-storage editor code
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
             lines 4.8 cells 
             font Arial-14v0
             id 1
             title ttl-la-1
             .
          03 screen-1-gr-1 Grid
             line 19.7
             lines 3.2 cells 
             id 12
             self-act
             title ttl-pb-4
             .
          03 screen-1-pb-6 Push-Button
             exception-value 12
             lines 3.2 cells 
             id 14
             self-act
             title ttl-pb-6
             .
          03 screen-1-pb-7 Push-Button
             exception-value 13
             lines 3.2 cells 
             id 15
             self-act
             title ttl-pb-7
             .
          03 screen-1-pb-8 Push-Button
             exception-value 27
             lines 3.2 cells 
             id 16
             self-act
             title ttl-pb-8
             .
          03 screen-1-la-2 Label
             line 7.9
             size 11.6 cells 
             lines 2.9 cells 
             id 18
             title ttl-la-2
             .
          03 screen-1-la-3 Label
             line 55.3
             size 10.3 cells 
             lines 2.6 cells 
             id 19
             title ttl-la-3
             .
          03 screen-1-gr-3 Grid
             line 59.3
             lines 3.2 cells
             id 13
             self-act
             title ttl-pb-5
             .
          03 screen-1-pb-9 Push-Button
             exception-value 15
             lines 3.2 cells
             id 20
             self-act
             title ttl-pb-9
             .
          03 screen-1-la-6 Label
             line 55.3
             id 31
             self-act
             visible 0
             title ttl-pb-15
             .
          03 screen-1-pb-16 Push-Button
             exception-value 32
             id 32
             self-act
             visible 0
             title ttl-pb-16
             .
          03 screen-1-pb-14 Push-Button
             exception-value 22
             lines 3.2 cells
             id 30
             self-act
             title ttl-pb-14
             .
          03 screen-1-cb-1 Check-Box
             line 19.7
             lines 3.2 cells
             id 34
             event procedure screen-1-cb-1-evt-proc
             title ttl-cb-1
             value "0"
             .
          03 screen-1-la-7 Label
             size 5.0 cells
             lines 3.0 cells
             id 35
             title ttl-la-7
             .
          03 screen-1-ef-6 Entry-Field
             line 4.0
             lines 3.0 cells
             id 37
             self-act
             title ttl-pb-17
             .
          03 screen-1-pb-25 Push-Button
             exception-value 36
             line 4.0
             column 3.1
             size 12.0 cells
             lines 3.0 cells
             id 57
             self-act
             title ttl-pb-25
             .
          03 screen-1-la-8 Label
             line 8.0
             size 6.0 cells
             lines 3.0 cells
             id 38
             title ttl-la-8
             .
          03 screen-1-ef-7 Entry-Field
             line 8.0
             size 5.0 cells
             lines 3.0 cells
             id 40
             title ttl-la-9
             .
          03 screen-1-ef-8 Entry-Field
             line 8.0
             lines 3.0 cells
             id 42
             self-act
             title ttl-pb-18
             .
          03 screen-1-pb-19 Push-Button
             exception-value 25
             lines 3.0 cells
             id 43
             self-act
             title ttl-pb-19
             .
          03 screen-1-la-10 Label
             line 32.0
             size 7.0 cells
             lines 3.0 cells
             id 44
             title ttl-la-10
             .
          03 screen-1-ef-9 Entry-Field
             line 32.0
             lines 3.0 cells
             id 46
             self-act
             title ttl-pb-20
             .
          03 screen-1-pb-21 Push-Button
             exception-value 28
             lines 3.0 cells
             id 47
             self-act
             title ttl-pb-21
             .
          03 screen-1-la-11 Label
             line 40.0
             lines 2.9 cells
             id 21
             self-act
             title ttl-pb-10
             .
          03 screen-1-ef-3 Entry-Field
             line 25.5
             lines 2.9 cells
             id 23
             self-act
             title ttl-pb-11
             .
          03 screen-1-pb-12 Push-Button
             exception-value 3
             lines 2.9 cells
             id 24
             self-act
             title ttl-pb-12
             .
          03 screen-1-la-5 Label
             line 34.5
             size 13.0 cells
             lines 2.9 cells
             id 25
             title ttl-la-5
             .
          03 screen-1-ef-4 Entry-Field
             line 34.5
             lines 2.9 cells
             id 27
             self-act
             title ttl-pb-13
             .
          03 screen-1-gr-4 Grid
             line 44.0
             id 29
             3-d
             .
          03 screen-1-gr-5 Grid
             line 28.0
             column 3.1
             size 47.5 cells
             lines 26.0 cells
             id 49
             boxed
             cursor-frame-width 0
             protection 1
             num-rows 7
             visible 0
             border-color rgb x#000000
             .
          03 screen-1-pb-22 Push-Button
             exception-value 33
             line 63.5
             column 33.6
             size 12.0 cells
             lines 3.2 cells
             id 50
             self-act
             visible 0
             title ttl-pb-22
             .
          03 screen-1-pb-23 Push-Button
             exception-value 34
             line 63.5
             column 48.2
             size 12.0 cells
             lines 3.2 cells
             id 51
             self-act
             visible 0
             title ttl-pb-23
             .
          03 screen-1-la-12 Label
             line 44.5
             column 3.1
             size 7.0 cells
             lines 3.0 cells
             id 52
             title ttl-la-12
             .
          03 screen-1-ef-10 Entry-Field
             line 44.5
             column 10.5
             size 5.0 cells
             lines 3.0 cells
             id 53
             3-d
             .
          03 screen-1-la-13 Label
             line 44.5
             column 16.0
             size 3.5 cells
             lines 3.0 cells
             id 54
             title ttl-la-13
             .
          03 screen-1-ef-11 Entry-Field
             line 44.5
             column 19.5
             size 5.0 cells
             lines 3.0 cells
             id 55
             3-d
             .
          03 screen-1-pb-24 Push-Button
             exception-value 35
             line 48.5
             column 3.1
             size 10.0 cells
             lines 3.0 cells
             id 56
             self-act
             title ttl-pb-24
             .
          03 screen-1-pb-26 Push-Button
             exception-value 37
             line 29.2
             column 77.0
             size 9.5 cells
             lines 2.9 cells
             id 58
             self-act
             title ttl-pb-26
             .
          03 screen-1-pb-27 Push-Button
             exception-value 38
             line 34.5
             column 77.0
             size 9.5 cells
             lines 2.9 cells
             id 59
             self-act
             title ttl-pb-27
             .
      *end {iscobol}copy-screen
      *begin {iscobol}procedure-using
       procedure division.
           accept system-information from system-info.
           accept terminal-abilities from terminal-info.
           perform LOAD-SETTINGS-RTN.
           perform LOAD-CURPLAYER-RTN.
           perform is-load-fonts.
       LOAD-SETTINGS-RTN.
           open input settings-file
              close settings-file
           end-if
           .
       LOAD-CURPLAYER-RTN.
           open input curplayer-file
           if curp-f-sts = "00"
              read curplayer-file
                 at end continue
                 not at end
                    if curp-name not = spaces
                       move curp-name to player-name
                    end-if
              end-read
              close curplayer-file
           end-if
           .
       is-load-fonts.
           initialize wfont-data arial-14v0.
           move 14 to wfont-size.
           perform is-screen-1-create
           perform is-screen-1-init-data.
       is-screen-1-create.
           perform screen-1-bef-create.
           display standard window background-low
              screen line 41
              screen column 91
           perform is-screen-1-gr-2-content.
           perform is-screen-1-gr-3-content.
           perform is-screen-1-gr-4-content.
           perform is-screen-1-gr-5-content.
           perform screen-1-aft-init-data.
       is-screen-1-gr-1-content.
           modify screen-1-gr-1
              alignment ( "U" "U" "U" "U" )
              data-types ( "9" "X" "X" "X" )
           .
       is-screen-1-gr-5-content.
           modify screen-1-gr-5
              column-dividers ( 0 0 0 0 0 0 0 0 0 0 0 0 0 0 0 )
              data-columns ( 1 5 9 13 17 21 25 29 33 37 41 45 49 53 57 
              )
              display-columns ( 1 4 7 10 13 16 19 22 25 28 31 34 37 40 
              43 )
              separation ( 5 5 5 5 5 5 5 5 5 5 5 5 5 5 5 )
              alignment ( "C" "C" "C" "C" "C" "C" "C" "C" "C" "C" "C" 
              "C" "C" "C" "C" )
              data-types ( "X" "X" "X" "X" "X" "X" "X" "X" "X" "X" "X" 
              "X" "X" "X" "X" )
           .
       is-screen-1-proc.
           perform until exit-pushed
              accept screen-1 on exception 
           move 0 to log-idx.
           modify screen-1-ef-1 value " "
           modify screen-1-ef-2 value " "
           move "SQ-M001" to mc-id
           move "Push" to mc-text
           perform MSG-GET-RTN
           modify screen-1-pb-6 value mc-text
           move "SQ-M002" to mc-id
           move "Pop" to mc-text
           perform MSG-GET-RTN
           modify screen-1-pb-7 value mc-text
           move 1 to wk-j.
           perform varying wk-i from 1 by 1 until wk-i > 26
              move wk-alpha(wk-i) to wk-cell
           move 0 to sim-avg-wait sim-max-wait.
           modify screen-1-pb-15 visible 0.
           modify screen-1-pb-16 visible 0.
           move "SQ-M003" to mc-id
           move "DQ-AddF" to mc-text
           perform MSG-GET-RTN
           modify screen-1-pb-15 value mc-text.
           move "SQ-M004" to mc-id
           move "DQ-RemR" to mc-text
           perform MSG-GET-RTN
           modify screen-1-pb-16 value mc-text.
           initialize bst-tbl.
           move 0 to bst-root bst-cnt.
           perform BST-HIDE-RTN.
           perform STATS-SHOW-RTN.
           modify screen-1-ef-4 value cap-size.
           modify screen-1-ef-5 value " " color 1.
           perform WRAP-MARK-RTN.
           if replay-sw = 0
              perform AUDIT-HEADER-RTN
           end-if.

           modify screen-1-gr-1(1, 1) cell-data = "  ".
           if continue-done-sw = 0
                        perform PUSH-RTN
                     when 3
                        perform DQ-ADD-REAR-RTN
                     when 4
                        perform BST-INSERT-RTN
                  end-evaluate
              when  13    *>Pop/Deque
                  evaluate mode-sw
                        perform PRIORITY-POP-RTN
                     when 3
                        perform DQ-REM-FRONT-RTN
                     when 4
                        perform BST-DELETE-RTN
                  end-evaluate
              when  31    *>Deque add front / tree search
                  if mode-sw = 3
                     perform DQ-ADD-FRONT-RTN
                  end-if
                  if mode-sw = 4
                     perform BST-SEARCH-RTN
                  end-if
              when  32    *>Deque remove rear / in-order walk
                  if mode-sw = 3
                     perform DQ-REM-REAR-RTN
                  end-if
                  if mode-sw = 4
                     move "IN" to bst-order
                     perform BST-TRAVERSE-RTN
                  end-if
              when  33    *>Pre-order walk
                  if mode-sw = 4
                     move "PRE" to bst-order
                     perform BST-TRAVERSE-RTN
                  end-if
              when  34    *>Post-order walk
                  if mode-sw = 4
                     move "POST" to bst-order
                     perform BST-TRAVERSE-RTN
                  end-if
              when  35    *>Rebuild from the audit log
                  perform REBUILD-RTN
              when  37    *>Load an exercise
                  perform EX-LOAD-RTN
              when  38    *>Submit the exercise attempt
                  perform EX-SUBMIT-RTN
              when  15    *>AutoRun
                  perform AUTORUN-RTN
              when  21    *>Set Cap
                  perform SCRIPT-RUN-RTN
              when  23    *>Evaluate RPN expression
                  perform EVAL-RPN-RTN
              when  36    *>Infix to postfix, then evaluate
                  perform INFIX-RTN
              when  24    *>Queue service simulation
                  perform SIMULATE-RTN
              when  25    *>Tower of Hanoi setup
            
           .
       RESET-RTN.
           move 0 to ex-active-sw
           perform WRITE-STATS-RTN
           perform screen-1-aft-init-data
           .
           move wk-dmy to cap-size
           modify screen-1-ef-4 value cap-size
           perform WRAP-MARK-RTN
           move "CAP" to aud-chg
           perform AUDIT-CHANGE-RTN
           if record-sw = 1 and script-active-sw = 0
              move spaces to rec-line
              string "CAP " cap-size delimited by size into rec-line
           evaluate mode-sw
              when 0
                 move 1 to mode-sw
                 move "SQ-M005" to mc-id
                 move "Queue" to mc-text
                 perform MSG-GET-RTN
                 modify screen-1-pb-6 value mc-text
                 move "SQ-M006" to mc-id
                 move "Deque" to mc-text
                 perform MSG-GET-RTN
                 modify screen-1-pb-7 value mc-text
              when 1
                 move 2 to mode-sw
                 move "SQ-M007" to mc-id
                 move "PQ-Push" to mc-text
                 perform MSG-GET-RTN
                 modify screen-1-pb-6 value mc-text
                 move "SQ-M008" to mc-id
                 move "PQ-Pop" to mc-text
                 perform MSG-GET-RTN
                 modify screen-1-pb-7 value mc-text
              when 2
                 move 3 to mode-sw
                 move "SQ-M009" to mc-id
                 move "DQ-AddR" to mc-text
                 perform MSG-GET-RTN
                 modify screen-1-pb-6 value mc-text
                 move "SQ-M010" to mc-id
                 move "DQ-RemF" to mc-text
                 perform MSG-GET-RTN
                 modify screen-1-pb-7 value mc-text
                 modify screen-1-pb-15 visible 1
                 modify screen-1-pb-16 visible 1
              when 3
                 move 4 to mode-sw
                 move "SQ-M011" to mc-id
                 move "Insert" to mc-text
                 perform MSG-GET-RTN
                 modify screen-1-pb-6 value mc-text
                 move "SQ-M012" to mc-id
                 move "Delete" to mc-text
                 perform MSG-GET-RTN
                 modify screen-1-pb-7 value mc-text
                 move "SQ-M013" to mc-id
                 move "Search" to mc-text
                 perform MSG-GET-RTN
                 modify screen-1-pb-15 value mc-text
                 move "SQ-M014" to mc-id
                 move "InOrder" to mc-text
                 perform MSG-GET-RTN
                 modify screen-1-pb-16 value mc-text
                 perform BST-SHOW-RTN
              when 4
                 move 0 to mode-sw
                 move "SQ-M001" to mc-id
                 move "Push" to mc-text
                 perform MSG-GET-RTN
                 modify screen-1-pb-6 value mc-text
                 move "SQ-M002" to mc-id
                 move "Pop" to mc-text
                 perform MSG-GET-RTN
                 modify screen-1-pb-7 value mc-text
                 modify screen-1-pb-15 visible 0
                 modify screen-1-pb-16 visible 0
                 move "SQ-M003" to mc-id
                 move "DQ-AddF" to mc-text
                 perform MSG-GET-RTN
                 modify screen-1-pb-15 value mc-text
                 move "SQ-M004" to mc-id
                 move "DQ-RemR" to mc-text
                 perform MSG-GET-RTN
                 modify screen-1-pb-16 value mc-text
                 perform BST-HIDE-RTN
           end-evaluate.
           perform WRAP-MARK-RTN
           move "MODE" to aud-chg
           perform AUDIT-CHANGE-RTN
           if record-sw = 1 and script-active-sw = 0
              move spaces to rec-line
              evaluate mode-sw
                 when 1 move "MODE QUEU" to rec-line
                 when 2 move "MODE PQ"   to rec-line
                 when 3 move "MODE DEQU" to rec-line
                 when 4 move "MODE BST"  to rec-line
              end-evaluate
              perform REC-APPEND-RTN
           end-if
           move log-status to aud-f3
           perform AUDIT-WRITE-RTN
           .
       AUDIT-CHANGE-RTN.
      *> mode and capacity changes, loads and rebuilds go on the log
      *> too, so a session can be replayed from its header
           if replay-sw = 1
              exit paragraph
           end-if
           move function current-date to wk-curdate
           move spaces to audit-record
           move "C" to aud-type
           move aud-chg to aud-f1
           move wk-curdate(9:6) to aud-f2
           move mode-sw  to aud-mode
           move cap-size to aud-cap
           move aud-mode-cap to aud-f3
           perform AUDIT-WRITE-RTN
           .
       AUDIT-WRITE-RTN.
           open extend audit-file
           if audit-f-sts = "35"
                 add 1 to stat-ovf
              when "EMPTY"
                 add 1 to stat-unf
              when "DEEP"
                 add 1 to stat-ovf
           end-evaluate
      *> in tree mode the high-water mark is the node count
           if mode-sw = 4 and bst-cnt > stat-maxd
              move bst-cnt to stat-maxd
           end-if
           if sp > 1 and sp - 1 > stat-maxd
              compute stat-maxd = sp - 1
           end-if
              if rec-f-sts not = "00"
                 move 0 to record-sw
                 modify screen-1-cb-1 value 0
                 move "SQ-M015" to mc-id
                 move "Cannot write script file" to mc-text
                 perform MSG-GET-RTN
                 modify screen-1-ef-5
                        value mc-text color 5
                 exit paragraph
              end-if
              move spaces to rec-line
                 when 1 move "MODE QUEU" to rec-line
                 when 2 move "MODE PQ"   to rec-line
                 when 3 move "MODE DEQU" to rec-line
                 when 4 move "MODE BST"  to rec-line
              end-evaluate
              write rec-line
              move spaces to rec-line
              string "CAP " cap-size delimited by size into rec-line
              write rec-line
              close rec-file
              move "SQ-M016" to mc-id
              move "Recording to script file" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text color 1
           else
              move "SQ-M017" to mc-id
              move "Recording stopped" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text color 1
           end-if
           .
       RECORD-OP-RTN.
              when "DQ-ADDF" move "DQADDF" to rec-verb
              when "DQ-REMF" move "DQREMF" to rec-verb
              when "DQ-REMR" move "DQREMR" to rec-verb
              when "INSERT"  move "INSERT" to rec-verb
              when "DELETE"  move "DELETE" to rec-verb
              when "SEARCH"  move "SEARCH" to rec-verb
              when "IN-ORD"  move "INORDER" to rec-verb
              when "PRE-ORD" move "PREORDER" to rec-verb
              when "POST-ORD" move "POSTORD" to rec-verb
           end-evaluate
           if rec-verb = spaces
              exit paragraph
           close rec-file
           .
       LOG-OP-RTN.
           if replay-sw = 0
              perform AUDIT-OP-RTN
           end-if
           perform EX-COUNT-RTN
           perform STATS-COUNT-RTN
           perform RECORD-OP-RTN
           if log-idx < 100
              exit paragraph
           end-if
           move 1 to script-active-sw
           move 0 to sq-line-no sq-checks sq-pend-sw
           perform until 1 = 0
              read script-file at end exit perform
              end-read
              add 1 to sq-line-no
              if script-line = spaces
                 exit perform cycle
              end-if
              move spaces to script-verb script-operand
              unstring script-line delimited by all space
                       into script-verb script-operand
      *> a failed operation stops the script unless the very next
      *> line says the failure was expected
              if sq-pend-sw = 1
                 if script-verb not = "EXPFULL" and
                    script-verb not = "EXPEMPTY"
                    move -1 to ret-cd
                    exit perform
                 end-if
                 move 0 to sq-pend-sw
              end-if
              if script-verb(1:3) = "EXP"
                 move 0 to ret-cd
                 perform SCRIPT-CHECK-RTN
                 if ret-cd = -1
                    exit perform
                 end-if
                 exit perform cycle
              end-if
              move 0 to ret-cd
              move spaces to log-status
              perform SCRIPT-OP-RTN
              if ret-cd = -1
                 move 1 to sq-pend-sw
              end-if
              call "C$SLEEP" using 0.5
           end-perform
           close script-file
           move 0 to script-active-sw
           if ret-cd not = -1
              if sq-checks > 0
                 move spaces to sq-msg
                 move "SQ-M040" to mc-id
                 move "Script complete -" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(1)
                 move "SQ-M041" to mc-id
                 move " checks passed" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(2)
                 string function trim(msg-part(1) trailing) " "
                        sq-checks function trim(msg-part(2) trailing)
                        delimited by size into sq-msg
                 modify screen-1-ef-5 value sq-msg color 1
              else
                 modify screen-1-ef-5 value msg6 color 1
              end-if
           end-if
           .
       SCRIPT-OP-RTN.
           evaluate script-verb
              when "PUSH"
              when "PQPUSH"
                 perform PUSH-RTN
              when "QUEUE"
                 perform QUEUE-RTN
              when "POP"
                 perform POP-RTN
              when "DEQUE"
                 perform DEQUE-RTN
              when "PQPOP"
                 perform PRIORITY-POP-RTN
              when "DQADDR"
                 perform DQ-ADD-REAR-RTN
              when "DQADDF"
                 perform DQ-ADD-FRONT-RTN
              when "DQREMF"
                 perform DQ-REM-FRONT-RTN
              when "DQREMR"
                 perform DQ-REM-REAR-RTN
              when "INSERT"
                 perform BST-INSERT-RTN
              when "DELETE"
                 perform BST-DELETE-RTN
              when "SEARCH"
                 perform BST-SEARCH-RTN
              when "INORDER"
                 move "IN" to bst-order
                 perform BST-TRAVERSE-RTN
              when "PREORDER"
                 move "PRE" to bst-order
                 perform BST-TRAVERSE-RTN
              when "POSTORD"
                 move "POST" to bst-order
                 perform BST-TRAVERSE-RTN
              when "MODE"
                 perform SCRIPT-MODE-RTN
              when "CAP"
                 move function numval(script-operand) to wk-dmy
                 if wk-dmy < 1
                    move 1 to wk-dmy
                 end-if
                 if wk-dmy > 10
                    move 10 to wk-dmy
                 end-if
                 move wk-dmy to cap-size
                 modify screen-1-ef-4 value cap-size
                 perform WRAP-MARK-RTN
                 move "CAP" to aud-chg
                 perform AUDIT-CHANGE-RTN
              when "RESET"
                 perform RESET-RTN
              when other
                 continue
           end-evaluate
           .
       SCRIPT-CHECK-RTN.
      *> expectation lines: EXPTOP v, EXPSIZE n, EXPOUT v, EXPFULL,
      *> EXPEMPTY, EXPOVF n, EXPUNF n - a miss stops the script
           add 1 to sq-checks
           move 0 to sq-ok-sw
           perform SCRIPT-PEEK-RTN
           move spaces to sq-got
           evaluate script-verb
              when "EXPTOP"
                 move sq-top to sq-got
                 if sq-top = script-operand
                    move 1 to sq-ok-sw
                 end-if
              when "EXPSIZE"
                 move sq-size to sq-got
                 move function numval(script-operand) to sq-size-exp
                 if sq-size = sq-size-exp
                    move 1 to sq-ok-sw
                 end-if
              when "EXPOUT"
                 move sq-out to sq-got
                 if sq-out = script-operand
                    move 1 to sq-ok-sw
                 end-if
              when "EXPFULL"
                 move log-status to sq-got
                 if log-status = "FULL" or log-status = "DEEP"
                    move 1 to sq-ok-sw
                 end-if
              when "EXPEMPTY"
                 move log-status to sq-got
                 if log-status = "EMPTY"
                    move 1 to sq-ok-sw
                 end-if
              when "EXPOVF"
                 move stat-ovf to sq-got
                 if stat-ovf = function numval(script-operand)
                    move 1 to sq-ok-sw
                 end-if
              when "EXPUNF"
                 move stat-unf to sq-got
                 if stat-unf = function numval(script-operand)
                    move 1 to sq-ok-sw
                 end-if
           end-evaluate
           if sq-ok-sw = 0
              move -1 to ret-cd
              move spaces to sq-msg
              move "SQ-M042" to mc-id
              move "Check failed, line" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "SQ-M043" to mc-id
              move " (got" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " " sq-line-no
                     ": " function trim(script-line)
                     function trim(msg-part(2) trailing) " "
                     function trim(sq-got) ")" delimited by size
                     into sq-msg
              modify screen-1-ef-5 value sq-msg color 5
           end-if
           .
       SCRIPT-PEEK-RTN.
      *> size and next-out value of whichever structure is showing
           move 0 to sq-size
           move spaces to sq-top sq-out
           evaluate mode-sw
              when 0
                 if sp > 1
                    compute sq-size = sp - 1
                    modify  screen-1-gr-1 X = 2 Y = sq-size
                    inquire screen-1-gr-1 cell-data sq-top
                 end-if
              when 2
                 if sp > 1
                    compute sq-size = sp - 1
                    move high-value to wk-min
                    perform varying wk-row from 1 by 1
                            until wk-row > sq-size
                       modify  screen-1-gr-1 X = 2 Y = wk-row
                       inquire screen-1-gr-1 cell-data wk-cell
                       if wk-cell < wk-min
                          move wk-cell to wk-min
                       end-if
                    end-perform
                    move wk-min to sq-top
                 end-if
              when 1
                 if rp > 0 and rp not = wp
                    compute wk-occ = wp - rp
                    if wk-occ < 0
                       add cap-size to wk-occ
                    end-if
                    move wk-occ to sq-size
                    modify  screen-1-gr-1 X = 2 Y = rp
                    inquire screen-1-gr-1 cell-data sq-top
                 end-if
              when 3
                 move dq-cnt to sq-size
                 if dq-cnt > 0
                    modify  screen-1-gr-1 X = 2 Y = dq-front
                    inquire screen-1-gr-1 cell-data sq-top
                 end-if
              when 4
                 move bst-cnt to sq-size
                 if bst-root > 0
                    move bst-key(bst-root) to sq-top
                 end-if
           end-evaluate
           if out-idx > 0
              modify  screen-1-gr-3 X = out-idx Y = 1
              inquire screen-1-gr-3 cell-data sq-out
           end-if
           .
       SCRIPT-MODE-RTN.
           move 0 to wk-dmy
           perform until wk-dmy > 4
              evaluate true
                 when script-operand = "STAC" and mode-sw = 0
                    exit perform
                    exit perform
                 when script-operand = "DEQU" and mode-sw = 3
                    exit perform
                 when script-operand = "BST" and mode-sw = 4
                    exit perform
              end-evaluate
              perform CHANGE-MODE-RTN
              add 1 to wk-dmy
           compute hanoi-opt = 2 ** hanoi-n - 1
           perform HANOI-DRAW-RTN
           move spaces to hanoi-msg
           move "SQ-M044" to mc-id
           move "Hanoi: move all" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "SQ-M045" to mc-id
           move " discs A to C (optimum" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           string function trim(msg-part(1) trailing) " " hanoi-n
                  function trim(msg-part(2) trailing) " " hanoi-opt ")"
                  delimited by size into hanoi-msg
           modify screen-1-ef-5 value hanoi-msg color 1
           .
              end-perform
           end-perform
           move spaces to hanoi-msg
           move "SQ-M046" to mc-id
           move "Moves:" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "SQ-M047" to mc-id
           move " / optimum" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           string function trim(msg-part(1) trailing) " " hanoi-moves
                  function trim(msg-part(2) trailing) " " hanoi-opt
                  delimited by size into hanoi-msg
           modify screen-1-la-11 title hanoi-msg
           .
       HANOI-MOVE-RTN.
           if hanoi-sw = 0
              move "SQ-M018" to mc-id
              move "Press Hanoi to set the puzzle up" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text color 5
              exit paragraph
           end-if
           inquire screen-1-ef-9 value hanoi-mv
           end-evaluate
           if hanoi-from = 0 or hanoi-to = 0
                 or hanoi-from = hanoi-to
              move "SQ-M019" to mc-id
              move "Type a move like AC or AB" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text color 5
              exit paragraph
           end-if
           perform HANOI-APPLY-RTN
           move 0 to hanoi-err-sw
           if hanoi-cnt(hanoi-from) = 0
              move 1 to hanoi-err-sw
              move "SQ-M020" to mc-id
              move "That peg is empty" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text color 5
              exit paragraph
           end-if
           move hanoi-disc(hanoi-from, hanoi-cnt(hanoi-from))
           if hanoi-cnt(hanoi-to) > 0 and
              hanoi-disc(hanoi-to, hanoi-cnt(hanoi-to)) < hanoi-d
              move 1 to hanoi-err-sw
              move "SQ-M021" to mc-id
              move "Cannot put a bigger disc on a smaller" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text
                     color 5
              exit paragraph
           end-if
           perform HANOI-DRAW-RTN
           if hanoi-cnt(3) = hanoi-n
              move spaces to hanoi-msg
              move "SQ-M048" to mc-id
              move "Solved in" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "SQ-M049" to mc-id
              move " moves (optimum" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " " hanoi-moves
                     function trim(msg-part(2) trailing) " " hanoi-opt
                     ")" delimited by size into hanoi-msg
              modify screen-1-ef-5 value hanoi-msg color 1
           else
              modify screen-1-ef-5 value " " color 1
                      sim-wait-sum / sim-served
           end-if
           move spaces to sim-msg
           move "SQ-M050" to mc-id
           move "Sim done: served" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "SQ-M051" to mc-id
           move " avg wait" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           move "SQ-M052" to mc-id
           move " max wait" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(3)
           move "SQ-M053" to mc-id
           move " max depth" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(4)
           string function trim(msg-part(1) trailing) " " sim-served
                  function trim(msg-part(2) trailing) " " sim-avg-wait
                  function trim(msg-part(3) trailing) " " sim-max-wait
                  function trim(msg-part(4) trailing) " " stat-maxq
                  delimited by size into sim-msg
           modify screen-1-ef-5 value sim-msg color 1
           perform WRITE-STATS-RTN
      *> a time: numbers push, operators pop two and push the result
           inquire screen-1-ef-6 value rpn-expr
           if rpn-expr = spaces
              move "SQ-M022" to mc-id
              move "Type an RPN expression first" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text color 5
              exit paragraph
           end-if
           perform RESET-RTN
                       perform RPN-PUSH-VAL-RTN
                    else
                       move "RPN: bad token" to rpn-msg
                       move "SQ-M023" to mc-id
                       perform RPN-MSG-XLATE-RTN
                       move 1 to rpn-err-sw
                    end-if
              end-evaluate
              exit paragraph
           end-if
           if sp < 2
              move "SQ-M024" to mc-id
              move "RPN: no result on the stack" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text color 5
              exit paragraph
           end-if
           compute wk-row = sp - 1
           modify  screen-1-gr-1 X = 2 Y = wk-row
           inquire screen-1-gr-1 cell-data wk-cell
           move spaces to rpn-msg
           move "SQ-M054" to mc-id
           move "RPN result:" to mc-text
           perform MSG-GET-RTN
           string function trim(mc-text trailing) " "
                  function trim(wk-cell) delimited by size into rpn-msg
           if sp > 2
              move "SQ-M055" to mc-id
              move " (extra items left)" to mc-text
              perform MSG-GET-RTN
              string function trim(mc-text trailing) delimited by size
                     into rpn-msg(21:)
           end-if
           modify screen-1-ef-5 value rpn-msg color 1
           move spaces to rpn-token
           move 0 to rpn-tlen
           perform until 1 = 0
              if rpn-pos > 80
                 exit perform
              end-if
              move rpn-expr(rpn-pos:1) to rpn-ch
           move sav-script-sw to script-active-sw
           if ret-cd = -1
              move "RPN: stack overflow" to rpn-msg
              move "SQ-M025" to mc-id
              perform RPN-MSG-XLATE-RTN
              move 1 to rpn-err-sw
           end-if
           .
       RPN-APPLY-OP-RTN.
           if sp < 3
              move "RPN: needs two values" to rpn-msg
              move "SQ-M026" to mc-id
              perform RPN-MSG-XLATE-RTN
              move 1 to rpn-err-sw
              exit paragraph
           end-if
              when "/"
                 if rpn-b = 0
                    move "RPN: divide by zero" to rpn-msg
                    move "SQ-M027" to mc-id
                    perform RPN-MSG-XLATE-RTN
                    move 1 to rpn-err-sw
                    exit paragraph
                 end-if
           end-evaluate
           if rpn-val > 9999 or rpn-val < -999
              move "RPN: value out of range" to rpn-msg
              move "SQ-M028" to mc-id
              perform RPN-MSG-XLATE-RTN
              move 1 to rpn-err-sw
              exit paragraph
           end-if
           call "C$SLEEP" using 0.5
           perform RPN-PUSH-VAL-RTN
           .
       INFIX-RTN.
      *> the RPN field holds an ordinary expression; the stack grid
      *> is the operator stack and Out_Data collects the postfix,
      *> which then goes back in the field for EVAL-RPN-RTN
           inquire screen-1-ef-6 value inf-expr
           if inf-expr = spaces
              move "SQ-M029" to mc-id
              move "Type an infix expression first" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text color 5
              exit paragraph
           end-if
           perform RESET-RTN
           move 0 to inf-err-sw inf-depth inf-prev-sw inf-tok-pos
           move spaces to inf-post
           move 1 to inf-post-ptr
           move 1 to inf-pos
           perform until inf-pos > 40 or inf-err-sw = 1
              move inf-expr(inf-pos:1) to inf-ch
              move spaces to inf-tok
              if inf-ch not = space
                 move inf-pos to inf-tok-pos
              end-if
              evaluate inf-ch
                 when space
                    add 1 to inf-pos
                 when "0" thru "9"
                    perform INF-NUMBER-RTN
                 when "+"
                 when "-"
                 when "*"
                 when "/"
                    perform INF-OPERATOR-RTN
                    add 1 to inf-pos
                 when "("
                    perform INF-OPEN-RTN
                    add 1 to inf-pos
                 when ")"
                    perform INF-CLOSE-RTN
                    add 1 to inf-pos
                 when other
                    move spaces to inf-err-text
                    move "SQ-M056" to mc-id
                    move "bad character" to mc-text
                    perform MSG-GET-RTN
                    string function trim(mc-text trailing) " " quote
                           inf-ch quote delimited by size
                           into inf-err-text
                    move inf-pos to inf-err-pos
                    perform INF-ERROR-RTN
              end-evaluate
              if inf-err-sw = 0 and inf-tok not = spaces
                 perform INF-STEP-RTN
              end-if
           end-perform
           if inf-err-sw = 0 and inf-prev-sw = 0
              move "SQ-M089" to mc-id
              move "expression ends without a value" to mc-text
              perform MSG-GET-RTN
              move mc-text to inf-err-text
              move inf-tok-pos to inf-err-pos
              perform INF-ERROR-RTN
           end-if
           perform until inf-depth = 0 or inf-err-sw = 1
              if inf-op(inf-depth) = "("
                 move "SQ-M090" to mc-id
                 move "unmatched (" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to inf-err-text
                 move inf-op-pos(inf-depth) to inf-err-pos
                 perform INF-ERROR-RTN
              else
                 perform INF-POP-RTN
                 call "C$SLEEP" using 0.5
              end-if
           end-perform
           if inf-err-sw = 1
              modify screen-1-ef-5 value inf-msg color 5
              modify screen-1-ef-6 cursor inf-err-pos
              exit paragraph
           end-if
           modify screen-1-ef-6 value inf-post
           perform EVAL-RPN-RTN
           if rpn-err-sw = 0 and rpn-msg(1:11) = "RPN result:"
              move spaces to inf-msg
              string function trim(inf-expr) " = "
                     function trim(rpn-msg(12:))
                     delimited by size into inf-msg
              modify screen-1-ef-5 value inf-msg color 1
           end-if
           .
       INF-NUMBER-RTN.
           if inf-prev-sw = 1
              move "SQ-M091" to mc-id
              move "missing operator" to mc-text
              perform MSG-GET-RTN
              move mc-text to inf-err-text
              move inf-pos to inf-err-pos
              perform INF-ERROR-RTN
              exit paragraph
           end-if
           move 0 to inf-nlen
           perform until inf-pos > 40
              move inf-expr(inf-pos:1) to inf-ch
              if inf-ch < "0" or inf-ch > "9"
                 exit perform
              end-if
      *> a stack cell holds four characters
              if inf-nlen = 4
                 move "SQ-M092" to mc-id
                 move "number too long" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to inf-err-text
                 move inf-tok-pos to inf-err-pos
                 perform INF-ERROR-RTN
                 exit paragraph
              end-if
              add 1 to inf-nlen
              move inf-ch to inf-tok(inf-nlen:1)
              add 1 to inf-pos
           end-perform
           add 1 to out-idx
           modify screen-1-gr-3 X = out-idx Y = 1
           modify screen-1-gr-3 cell-data inf-tok
           modify screen-1-gr-3 cursor-x out-idx cursor-y 1
           string inf-tok(1:inf-nlen) " " delimited by size
                  into inf-post with pointer inf-post-ptr
           move 1 to inf-prev-sw
           .
       INF-OPERATOR-RTN.
           move inf-ch to inf-tok
           if inf-prev-sw = 0
              move "SQ-M093" to mc-id
              move "missing value" to mc-text
              perform MSG-GET-RTN
              move mc-text to inf-err-text
              move inf-pos to inf-err-pos
              perform INF-ERROR-RTN
              exit paragraph
           end-if
           move inf-ch to inf-prec-ch
           perform INF-PREC-RTN
           move inf-prec to inf-prec-new
      *> pop what binds at least as tightly, so equal precedence
      *> works left to right
           perform until inf-depth = 0
              if inf-op(inf-depth) = "("
                 exit perform
              end-if
              move inf-op(inf-depth) to inf-prec-ch
              perform INF-PREC-RTN
              if inf-prec < inf-prec-new
                 exit perform
              end-if
              perform INF-POP-RTN
              call "C$SLEEP" using 0.5
           end-perform
           perform INF-PUSH-RTN
           move 0 to inf-prev-sw
           .
       INF-OPEN-RTN.
           move inf-ch to inf-tok
           if inf-prev-sw = 1
              move "SQ-M091" to mc-id
              move "missing operator" to mc-text
              perform MSG-GET-RTN
              move mc-text to inf-err-text
              move inf-pos to inf-err-pos
              perform INF-ERROR-RTN
              exit paragraph
           end-if
           perform INF-PUSH-RTN
           .
       INF-CLOSE-RTN.
           move inf-ch to inf-tok
           if inf-prev-sw = 0
              move "SQ-M093" to mc-id
              move "missing value" to mc-text
              perform MSG-GET-RTN
              move mc-text to inf-err-text
              move inf-pos to inf-err-pos
              perform INF-ERROR-RTN
              exit paragraph
           end-if
           perform until inf-depth = 0
              if inf-op(inf-depth) = "("
                 exit perform
              end-if
              perform INF-POP-RTN
              call "C$SLEEP" using 0.5
           end-perform
           if inf-depth = 0
              move "SQ-M094" to mc-id
              move "unmatched )" to mc-text
              perform MSG-GET-RTN
              move mc-text to inf-err-text
              move inf-pos to inf-err-pos
              perform INF-ERROR-RTN
              exit paragraph
           end-if
           perform INF-POP-RTN
           .
       INF-PREC-RTN.
           if inf-prec-ch = "*" or inf-prec-ch = "/"
              move 2 to inf-prec
           else
              move 1 to inf-prec
           end-if
           .
       INF-PUSH-RTN.
           move script-active-sw to sav-script-sw
           move 1 to script-active-sw
           move inf-ch to script-operand
           perform PUSH-RTN
           move sav-script-sw to script-active-sw
           if ret-cd = -1
              move "SQ-M095" to mc-id
              move "operator stack full" to mc-text
              perform MSG-GET-RTN
              move mc-text to inf-err-text
              move inf-pos to inf-err-pos
              perform INF-ERROR-RTN
              exit paragraph
           end-if
           add 1 to inf-depth
           move inf-ch  to inf-op(inf-depth)
           move inf-pos to inf-op-pos(inf-depth)
           .
       INF-POP-RTN.
      *> operators go on to the postfix; a "(" is simply dropped
           perform POP-RTN
           if inf-op(inf-depth) = "("
              modify screen-1-gr-3 X = out-idx Y = 1
              modify screen-1-gr-3 cell-data " "
              subtract 1 from out-idx
           else
              string inf-op(inf-depth) " " delimited by size
                     into inf-post with pointer inf-post-ptr
           end-if
           subtract 1 from inf-depth
           .
       INF-STEP-RTN.
           move inf-tok-pos to inf-pos-disp
           move spaces to inf-msg
           move "SQ-M057" to mc-id
           move "Position" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "SQ-M058" to mc-id
           move " - postfix so far:" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           string function trim(msg-part(1) trailing) " "
                  function trim(inf-pos-disp) " " function trim(inf-tok)
                  function trim(msg-part(2) trailing) " "
                  function trim(inf-post) delimited by size into inf-msg
           modify screen-1-ef-5 value inf-msg color 1
           call "C$SLEEP" using 0.5
           .
       INF-ERROR-RTN.
           move 1 to inf-err-sw
           move inf-err-pos to inf-pos-disp
           move spaces to inf-msg
           move "SQ-M059" to mc-id
           move "Infix:" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "SQ-M060" to mc-id
           move " at position" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           string function trim(msg-part(1) trailing) " "
                  function trim(inf-err-text)
                  function trim(msg-part(2) trailing) " "
                  function trim(inf-pos-disp) " - "
                  inf-expr(1:inf-err-pos) "<<" delimited by size
                  into inf-msg
           .
       AUTORUN-RTN.
           perform until 1 = 0
              evaluate mode-sw
                    perform PUSH-RTN
                 when 3
                    perform DQ-ADD-REAR-RTN
                 when 4
                    perform BST-INSERT-RTN
              end-evaluate
              if ret-cd = -1
                 exit perform
                    perform PRIORITY-POP-RTN
                 when 3
                    perform DQ-REM-FRONT-RTN
                 when 4
                    perform BST-AUTO-DEL-RTN
              end-evaluate
              if ret-cd = -1
                 exit perform
           inquire screen-1-ef-3 value stq-file-name
           open output stq-file
           if stq-f-sts not = "00"
              move "SQ-M030" to mc-id
              move "Cannot write file - check the path" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text
                     color 5
              exit paragraph
           end-if
           initialize stq-record
           move "H" to stq-rec-type
           move mode-sw to stq-f1
           evaluate mode-sw
           when 3
              move dq-front to stq-f2
              move dq-rear  to stq-f3
              move dq-cnt   to stq-f4
           when 4
              move bst-root to stq-f2
              move bst-cnt  to stq-f3
              move 0        to stq-f4
           when other
              move sp      to stq-f2
              move rp      to stq-f3
              move wp      to stq-f4
           end-evaluate
           move out-idx to stq-data(1:2)
           move cap-size to stq-data(3:2)
           write stq-record

      *> tree mode saves its nodes with their child links instead
      *> of the grid rows
           if mode-sw = 4
              perform varying bst-n from 1 by 1 until bst-n > 15
                 if bst-used(bst-n) = 1
                    initialize stq-record
                    move "T" to stq-rec-type
                    move bst-n to stq-f1
                    move bst-left(bst-n)  to stq-f2
                    move bst-right(bst-n) to stq-f3
                    move bst-key(bst-n) to stq-data
                    write stq-record
                 end-if
              end-perform
           end-if
           perform varying wk-row from 1 by 1 until wk-row > cap-size
                   or mode-sw = 4
              initialize stq-record
              move "G" to stq-rec-type
              move wk-row to stq-f1
           inquire screen-1-ef-3 value stq-file-name
           open input stq-file
           if stq-f-sts not = "00"
              move "SQ-M031" to mc-id
              move "File not found - nothing changed" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text
                     color 5
              exit paragraph
           end-if
              evaluate stq-rec-type
                 when "H"
                    move stq-f1 to mode-sw
                    evaluate mode-sw
                    when 3
                       move stq-f2 to dq-front
                       move stq-f3 to dq-rear
                       move stq-f4 to dq-cnt
                       move 0 to sp rp wp
                    when 4
                       move stq-f2 to bst-root
                       move stq-f3 to bst-cnt
                    when other
                       move stq-f2 to sp
                       move stq-f3 to rp
                       move stq-f4 to wp
                    end-evaluate
                    move function numval(stq-data(1:2)) to out-idx
                    move function numval(stq-data(3:2)) to cap-size
                    modify screen-1-ef-4 value cap-size
                    evaluate mode-sw
                       when 0
                          move "SQ-M001" to mc-id
                          move "Push" to mc-text
                          perform MSG-GET-RTN
                          modify screen-1-pb-6 value mc-text
                          move "SQ-M002" to mc-id
                          move "Pop" to mc-text
                          perform MSG-GET-RTN
                          modify screen-1-pb-7 value mc-text
                       when 1
                          move "SQ-M005" to mc-id
                          move "Queue" to mc-text
                          perform MSG-GET-RTN
                          modify screen-1-pb-6 value mc-text
                          move "SQ-M006" to mc-id
                          move "Deque" to mc-text
                          perform MSG-GET-RTN
                          modify screen-1-pb-7 value mc-text
                       when 2
                          move "SQ-M007" to mc-id
                          move "PQ-Push" to mc-text
                          perform MSG-GET-RTN
                          modify screen-1-pb-6 value mc-text
                          move "SQ-M008" to mc-id
                          move "PQ-Pop" to mc-text
                          perform MSG-GET-RTN
                          modify screen-1-pb-7 value mc-text
                       when 3
                          move "SQ-M009" to mc-id
                          move "DQ-AddR" to mc-text
                          perform MSG-GET-RTN
                          modify screen-1-pb-6 value mc-text
                          move "SQ-M010" to mc-id
                          move "DQ-RemF" to mc-text
                          perform MSG-GET-RTN
                          modify screen-1-pb-7 value mc-text
                          modify screen-1-pb-15 visible 1
                          modify screen-1-pb-16 visible 1
                       when 4
                          move "SQ-M011" to mc-id
                          move "Insert" to mc-text
                          perform MSG-GET-RTN
                          modify screen-1-pb-6 value mc-text
                          move "SQ-M012" to mc-id
                          move "Delete" to mc-text
                          perform MSG-GET-RTN
                          modify screen-1-pb-7 value mc-text
                          move "SQ-M013" to mc-id
                          move "Search" to mc-text
                          perform MSG-GET-RTN
                          modify screen-1-pb-15 value mc-text
                          move "SQ-M014" to mc-id
                          move "InOrder" to mc-text
                          perform MSG-GET-RTN
                          modify screen-1-pb-16 value mc-text
                    end-evaluate
                    perform WRAP-MARK-RTN
                 when "G"
                 when "O"
                    move stq-f1 to wk-i
                    modify screen-1-gr-3(1, wk-i) cell-data = stq-data
                 when "T"
                    move stq-f1 to bst-n
                    if bst-n > 0 and bst-n < 16
                       move stq-data to bst-key(bst-n)
                       move stq-f2 to bst-left(bst-n)
                       move stq-f3 to bst-right(bst-n)
                       move 1 to bst-used(bst-n)
                    end-if
              end-evaluate
           end-perform
           close stq-file
           if mode-sw = 3
              perform DQ-MARK-RTN
           end-if
           if mode-sw = 4
              perform BST-SHOW-RTN
           end-if
           move "LOAD" to aud-chg
           perform AUDIT-CHANGE-RTN
           perform RECENT-ADD-RTN
           .
       BST-SHOW-RTN.
      *> the tree takes over the stack grid and the Hanoi corner
           modify screen-1-gr-1 visible 0
           modify screen-1-pb-19 visible 0
           modify screen-1-la-10 visible 0
           modify screen-1-ef-9 visible 0
           modify screen-1-pb-20 visible 0
           modify screen-1-pb-21 visible 0
           modify screen-1-la-11 visible 0
           modify screen-1-la-12 visible 0
           modify screen-1-ef-10 visible 0
           modify screen-1-la-13 visible 0
           modify screen-1-ef-11 visible 0
           modify screen-1-pb-24 visible 0
           modify screen-1-gr-5 visible 1
           modify screen-1-pb-15 visible 1
           modify screen-1-pb-16 visible 1
           modify screen-1-pb-22 visible 1
           modify screen-1-pb-23 visible 1
           perform BST-DRAW-RTN
           .
       BST-HIDE-RTN.
           modify screen-1-gr-5 visible 0
           modify screen-1-pb-22 visible 0
           modify screen-1-pb-23 visible 0
           modify screen-1-gr-1 visible 1
           modify screen-1-pb-19 visible 1
           modify screen-1-la-10 visible 1
           modify screen-1-ef-9 visible 1
           modify screen-1-pb-20 visible 1
           modify screen-1-pb-21 visible 1
           modify screen-1-la-11 visible 1
           modify screen-1-la-12 visible 1
           modify screen-1-ef-10 visible 1
           modify screen-1-la-13 visible 1
           modify screen-1-ef-11 visible 1
           modify screen-1-pb-24 visible 1
           .
       BST-DRAW-RTN.
      *> level by level, breadth first: level L sits on grid row
      *> 2L+1 with its links on the row above, and a node's column
      *> halves the span of its parent's
           modify screen-1-gr-5 reset-grid 1
           if bst-root = 0
              exit paragraph
           end-if
           move 1 to bst-qh bst-qt
           move bst-root to bst-q-node(1)
           move 0 to bst-q-lvl(1) bst-q-pos(1)
           perform until bst-qh > bst-qt
              move bst-q-node(bst-qh) to bst-n
              compute bst-col = (2 * bst-q-pos(bst-qh) + 1)
                              * 2 ** (3 - bst-q-lvl(bst-qh))
              compute bst-grow = bst-q-lvl(bst-qh) * 2 + 1
              modify screen-1-gr-5(bst-grow, bst-col)
                     cell-data = bst-key(bst-n)
              if bst-left(bst-n) > 0 and bst-qt < 15
                 add 1 to bst-qt
                 move bst-left(bst-n) to bst-q-node(bst-qt)
                 compute bst-q-lvl(bst-qt) = bst-q-lvl(bst-qh) + 1
                 compute bst-q-pos(bst-qt) = bst-q-pos(bst-qh) * 2
                 perform BST-LINK-RTN
                 modify screen-1-gr-5(bst-grow, bst-col)
                        cell-data = "/"
              end-if
              if bst-right(bst-n) > 0 and bst-qt < 15
                 add 1 to bst-qt
                 move bst-right(bst-n) to bst-q-node(bst-qt)
                 compute bst-q-lvl(bst-qt) = bst-q-lvl(bst-qh) + 1
                 compute bst-q-pos(bst-qt) =
                         bst-q-pos(bst-qh) * 2 + 1
                 perform BST-LINK-RTN
                 modify screen-1-gr-5(bst-grow, bst-col)
                        cell-data = "\"
              end-if
              add 1 to bst-qh
           end-perform
           .
       BST-LINK-RTN.
      *> the link mark goes on the row just above the child queued
           compute bst-col = (2 * bst-q-pos(bst-qt) + 1)
                           * 2 ** (3 - bst-q-lvl(bst-qt))
           compute bst-grow = bst-q-lvl(bst-qt) * 2
           .
       BST-KEY-RTN.
      *> delete and search take their key from the script line, or
      *> from the In_Data field when driven by hand
           move spaces to bst-key-in
           if script-active-sw = 1
              move script-operand to bst-key-in
           else
              inquire screen-1-ef-1 value bst-key-in
           end-if
           .
       BST-FIND-RTN.
           move bst-root to bst-n
           move 0 to bst-par bst-depth
           perform until bst-n = 0
              if bst-key-in = bst-key(bst-n)
                 exit perform
              end-if
              move bst-n to bst-par
              add 1 to bst-depth
              if bst-key-in < bst-key(bst-n)
                 move bst-left(bst-n) to bst-n
              else
                 move bst-right(bst-n) to bst-n
              end-if
           end-perform
           .
       BST-INSERT-RTN.
           move 0 to ret-cd
           if bst-cnt >= cap-size
              move -1 to ret-cd
              move "INSERT" to log-action
              move space    to log-data
              move "FULL"   to log-status
              perform LOG-OP-RTN
              modify screen-1-ef-5 value msg9 color 5
              exit paragraph
           end-if
           perform GET-INDATA
           if ret-cd = -1
              exit paragraph
           end-if
           move wk-cell-save to bst-key-in
           perform BST-FIND-RTN
           move "INSERT"     to log-action
           move wk-cell-save to log-data
           if bst-n > 0
              move -1 to ret-cd
              move "DUP" to log-status
              perform LOG-OP-RTN
              move "SQ-M032" to mc-id
              move "Key is already in the tree" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text color 5
              exit paragraph
           end-if
      *> four levels is all the drawing has room for
           if bst-depth > 3
              move -1 to ret-cd
              move "DEEP" to log-status
              perform LOG-OP-RTN
              move "SQ-M033" to mc-id
              move "Tree too deep - only four levels" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text
                     color 5
              exit paragraph
           end-if
           perform varying bst-n from 1 by 1 until bst-n > 15
              if bst-used(bst-n) = 0
                 exit perform
              end-if
           end-perform
           move bst-key-in to bst-key(bst-n)
           move 0 to bst-left(bst-n) bst-right(bst-n)
           move 1 to bst-used(bst-n)
           evaluate true
              when bst-par = 0
                 move bst-n to bst-root
              when bst-key-in < bst-key(bst-par)
                 move bst-n to bst-left(bst-par)
              when other
                 move bst-n to bst-right(bst-par)
           end-evaluate
           add 1 to bst-cnt
           perform BST-DRAW-RTN
           move "OK" to log-status
           perform LOG-OP-RTN
           modify screen-1-ef-5 value " " color 1
           .
       BST-DELETE-RTN.
           move 0 to ret-cd
           if bst-cnt = 0
              move -1 to ret-cd
              move "DELETE" to log-action
              move space    to log-data
              move "EMPTY"  to log-status
              perform LOG-OP-RTN
              modify screen-1-ef-5 value msg10 color 5
              exit paragraph
           end-if
           perform BST-KEY-RTN
           if bst-key-in = spaces
              move -1 to ret-cd
              move "SQ-M034" to mc-id
              move "Type the key in In_Data first" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text color 5
              exit paragraph
           end-if
           perform BST-FIND-RTN
           move "DELETE"   to log-action
           move bst-key-in to log-data
           if bst-n = 0
              move -1 to ret-cd
              move "NOTFND" to log-status
              perform LOG-OP-RTN
              move "SQ-M035" to mc-id
              move "Key is not in the tree" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text color 5
              exit paragraph
           end-if
           move bst-key(bst-n) to wk-cell
      *> two children: the in-order successor (leftmost of the
      *> right subtree) takes the node's place and is unlinked
      *> from where it was - it never has a left child
           if bst-left(bst-n) > 0 and bst-right(bst-n) > 0
              move bst-n to bst-s-par
              move bst-right(bst-n) to bst-s
              perform until bst-left(bst-s) = 0
                 move bst-s to bst-s-par
                 move bst-left(bst-s) to bst-s
              end-perform
              move bst-key(bst-s) to bst-key(bst-n)
              move bst-s to bst-n
              move bst-s-par to bst-par
           end-if
           if bst-left(bst-n) > 0
              move bst-left(bst-n) to bst-child
           else
              move bst-right(bst-n) to bst-child
           end-if
           evaluate true
              when bst-par = 0
                 move bst-child to bst-root
              when bst-left(bst-par) = bst-n
                 move bst-child to bst-left(bst-par)
              when other
                 move bst-child to bst-right(bst-par)
           end-evaluate
           move spaces to bst-key(bst-n)
           move 0 to bst-left(bst-n) bst-right(bst-n)
           move 0 to bst-used(bst-n)
           subtract 1 from bst-cnt
           modify screen-1-ef-2 value wk-cell
           modify screen-1-ef-1 value " "
           add 1 to out-idx
           modify screen-1-gr-3 X = out-idx Y = 1
           modify screen-1-gr-3 cell-data wk-cell
           modify screen-1-gr-3 cursor-x out-idx cursor-y 1
           perform BST-DRAW-RTN
           move wk-cell to log-data
           move "OK"    to log-status
           perform LOG-OP-RTN
           modify screen-1-ef-5 value " " color 1
           .
       BST-AUTO-DEL-RTN.
      *> AutoRun empties the tree root first, so every two-child
      *> case gets exercised
           if bst-cnt = 0
              move -1 to ret-cd
              exit paragraph
           end-if
           move script-active-sw to sav-script-sw
           move 1 to script-active-sw
           move bst-key(bst-root) to script-operand
           perform BST-DELETE-RTN
           move sav-script-sw to script-active-sw
           .
       BST-SEARCH-RTN.
           move 0 to ret-cd
           perform BST-KEY-RTN
           if bst-key-in = spaces
              move -1 to ret-cd
              move "SQ-M034" to mc-id
              move "Type the key in In_Data first" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text color 5
              exit paragraph
           end-if
           perform BST-FIND-RTN
           move "SEARCH"   to log-action
           move bst-key-in to log-data
           move spaces to bst-msg
           if bst-n = 0
              move "NOTFND" to log-status
              move "SQ-M088" to mc-id
              move " is not in the tree" to mc-text
              perform MSG-GET-RTN
              string function trim(bst-key-in)
                     function trim(mc-text trailing) delimited by size
                     into bst-msg
              modify screen-1-ef-2 value " "
           else
              move "FOUND" to log-status
              move "SQ-M061" to mc-id
              move "Found" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "SQ-M062" to mc-id
              move " on level" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " "
                     function trim(bst-key-in)
                     function trim(msg-part(2) trailing) " " bst-depth
                     delimited by size into bst-msg
              modify screen-1-ef-2 value bst-key-in
           end-if
           perform LOG-OP-RTN
           modify screen-1-ef-5 value bst-msg color 1
           .
       BST-TRAVERSE-RTN.
      *> the walks run on an explicit stack - the same structure
      *> the stack mode shows - and list the visit order in Out_Data
           move 0 to ret-cd
           evaluate bst-order
              when "IN"   move "IN-ORD"   to log-action
              when "PRE"  move "PRE-ORD"  to log-action
              when other  move "POST-ORD" to log-action
           end-evaluate
           move space to log-data
           if bst-cnt = 0
              move -1 to ret-cd
              move "EMPTY" to log-status
              perform LOG-OP-RTN
              modify screen-1-ef-5 value msg10 color 5
              exit paragraph
           end-if
           modify screen-1-gr-3 reset-grid 1
           move 0 to out-idx
           move 0 to bst-stk-cnt bst-stk2-cnt
           evaluate bst-order
              when "IN"
                 move bst-root to bst-n
                 perform until 1 = 0
                    perform until bst-n = 0
                       add 1 to bst-stk-cnt
                       move bst-n to bst-stk(bst-stk-cnt)
                       move bst-left(bst-n) to bst-n
                    end-perform
                    if bst-stk-cnt = 0
                       exit perform
                    end-if
                    move bst-stk(bst-stk-cnt) to bst-n
                    subtract 1 from bst-stk-cnt
                    perform BST-VISIT-RTN
                    move bst-right(bst-n) to bst-n
                 end-perform
              when "PRE"
                 move 1 to bst-stk-cnt
                 move bst-root to bst-stk(1)
                 perform until bst-stk-cnt = 0
                    move bst-stk(bst-stk-cnt) to bst-n
                    subtract 1 from bst-stk-cnt
                    perform BST-VISIT-RTN
                    if bst-right(bst-n) > 0
                       add 1 to bst-stk-cnt
                       move bst-right(bst-n) to bst-stk(bst-stk-cnt)
                    end-if
                    if bst-left(bst-n) > 0
                       add 1 to bst-stk-cnt
                       move bst-left(bst-n) to bst-stk(bst-stk-cnt)
                    end-if
                 end-perform
              when other
      *> post-order: a node-right-left walk reversed through a
      *> second stack comes out left-right-node
                 move 1 to bst-stk-cnt
                 move bst-root to bst-stk(1)
                 perform until bst-stk-cnt = 0
                    move bst-stk(bst-stk-cnt) to bst-n
                    subtract 1 from bst-stk-cnt
                    add 1 to bst-stk2-cnt
                    move bst-n to bst-stk2(bst-stk2-cnt)
                    if bst-left(bst-n) > 0
                       add 1 to bst-stk-cnt
                       move bst-left(bst-n) to bst-stk(bst-stk-cnt)
                    end-if
                    if bst-right(bst-n) > 0
                       add 1 to bst-stk-cnt
                       move bst-right(bst-n) to bst-stk(bst-stk-cnt)
                    end-if
                 end-perform
                 perform until bst-stk2-cnt = 0
                    move bst-stk2(bst-stk2-cnt) to bst-n
                    subtract 1 from bst-stk2-cnt
                    perform BST-VISIT-RTN
                 end-perform
           end-evaluate
           move "OK" to log-status
           perform LOG-OP-RTN
           modify screen-1-ef-5 value " " color 1
           .
       BST-VISIT-RTN.
           add 1 to out-idx
           modify screen-1-gr-3 X = out-idx Y = 1
           modify screen-1-gr-3 cell-data bst-key(bst-n)
           modify screen-1-gr-3 cursor-x out-idx cursor-y 1
           if replay-sw = 0
              call "C$SLEEP" using 0.2
           end-if
           .
       REBUILD-RTN.
      *> Audit = session number, Op = how many operations to replay
      *> (blank for all of them); a blank session checks every one
           inquire screen-1-ef-10 value rb-sess
           inquire screen-1-ef-11 value rb-op
           open input audit-file
           if audit-f-sts not = "00"
              move "SQ-M036" to mc-id
              move "No audit log to rebuild from" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text color 5
              exit paragraph
           end-if
           close audit-file
           perform WRITE-STATS-RTN
           if rb-sess = 0
              perform AUDIT-SCAN-RTN
           else
              perform REPLAY-SESSION-RTN
              if rb-state = "OK"
                 modify screen-1-ef-5 value rb-msg color 1
              else
                 modify screen-1-ef-5 value rb-msg color 5
              end-if
           end-if
      *> what is on screen now did not come from the live session
           move "REBUILD" to aud-chg
           perform AUDIT-CHANGE-RTN
           .
       REPLAY-SESSION-RTN.
      *> replays audit session rb-sess through the ordinary operation
      *> paragraphs, stopping after rb-op operations (0 = all) or at
      *> the first one that does not give the logged result
           move "NONE" to rb-state
           move 0 to rb-cur rb-ops rb-bad-op
           move spaces to rb-date
           open input audit-file
           if audit-f-sts not = "00"
              exit paragraph
           end-if
           perform until 1 = 0
              read audit-file at end exit perform
              end-read
              if audit-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if aud-type = "S"
                 add 1 to rb-cur
                 if rb-cur = rb-sess
                    exit perform
                 end-if
              end-if
           end-perform
           if rb-cur not = rb-sess
              close audit-file
              move spaces to rb-msg
              move "SQ-M063" to mc-id
              move "Session" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "SQ-M064" to mc-id
              move " is not in the audit log" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " " rb-sess
                     function trim(msg-part(2) trailing)
                     delimited by size into rb-msg
              exit paragraph
           end-if
           move aud-f1 to rb-date
           move aud-f3 to aud-mode-cap
           move 1 to replay-sw
           move 1 to script-active-sw
           perform screen-1-aft-init-data
           if aud-cap numeric and aud-cap > 0 and aud-cap < 11
              move aud-cap to cap-size
           end-if
           modify screen-1-ef-4 value cap-size
           perform WRAP-MARK-RTN
           move aud-mode to rb-mode
           perform REPLAY-MODE-RTN
           move "OK" to rb-state
           perform until 1 = 0
              read audit-file at end exit perform
              end-read
              if audit-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if aud-type = "S"
                 exit perform
              end-if
              if rb-op > 0 and rb-ops >= rb-op
                 exit perform
              end-if
              evaluate aud-type
                 when "C"
                    move aud-f3 to aud-mode-cap
                    evaluate aud-f1
                       when "MODE"
                          move aud-mode to rb-mode
                          perform REPLAY-MODE-RTN
                       when "CAP"
                          move aud-cap to cap-size
                          modify screen-1-ef-4 value cap-size
                          perform WRAP-MARK-RTN
                       when other
      *> a load or an earlier rebuild replaced the structure, so
      *> nothing after this point can be replayed
                          move "CUT" to rb-state
                          move rb-ops to rb-bad-op
                          exit perform
                    end-evaluate
                 when "L"
                    add 1 to rb-ops
                    perform REPLAY-OP-RTN
                    if rb-state = "BAD"
                       exit perform
                    end-if
              end-evaluate
           end-perform
           close audit-file
           move 0 to script-active-sw
           move 0 to replay-sw
           move spaces to rb-msg
           evaluate rb-state
              when "BAD"
                 move "SQ-M065" to mc-id
                 move "Op" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(1)
                 move "SQ-M066" to mc-id
                 move " does not replay: logged" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(2)
                 move "SQ-M067" to mc-id
                 move ", got" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(3)
                 string function trim(msg-part(1) trailing) " "
                        rb-bad-op " " function trim(rb-action)
                        function trim(msg-part(2) trailing) " "
                        function trim(rb-want-status) " "
                        function trim(rb-want-data)
                        function trim(msg-part(3) trailing) " "
                        function trim(log-status) " "
                        function trim(log-data) delimited by size
                        into rb-msg
              when "CUT"
                 move "SQ-M063" to mc-id
                 move "Session" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(1)
                 move "SQ-M068" to mc-id
                 move " was reloaded after op" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(2)
                 move "SQ-M069" to mc-id
                 move " - rebuilt up to there" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(3)
                 string function trim(msg-part(1) trailing) " " rb-sess
                        function trim(msg-part(2) trailing) " "
                        rb-bad-op function trim(msg-part(3) trailing)
                        delimited by size into rb-msg
              when other
                 if rb-op > rb-ops
                    move "SQ-M063" to mc-id
                    move "Session" to mc-text
                    perform MSG-GET-RTN
                    move mc-text to msg-part(1)
                    move "SQ-M070" to mc-id
                    move " ends at op" to mc-text
                    perform MSG-GET-RTN
                    move mc-text to msg-part(2)
                    move "SQ-M071" to mc-id
                    move " - rebuilt to the end" to mc-text
                    perform MSG-GET-RTN
                    move mc-text to msg-part(3)
                    string function trim(msg-part(1) trailing) " "
                           rb-sess function trim(msg-part(2) trailing)
                           " " rb-ops
                           function trim(msg-part(3) trailing)
                           delimited by size into rb-msg
                 else
                    move "SQ-M063" to mc-id
                    move "Session" to mc-text
                    perform MSG-GET-RTN
                    move mc-text to msg-part(1)
                    move "SQ-M072" to mc-id
                    move " rebuilt to op" to mc-text
                    perform MSG-GET-RTN
                    move mc-text to msg-part(2)
                    string function trim(msg-part(1) trailing) " "
                           rb-sess function trim(msg-part(2) trailing)
                           " " rb-ops delimited by size into rb-msg
                 end-if
           end-evaluate
           .
       REPLAY-MODE-RTN.
           move 0 to wk-dmy
           perform until mode-sw = rb-mode or wk-dmy > 4
              perform CHANGE-MODE-RTN
              add 1 to wk-dmy
           end-perform
           .
       REPLAY-OP-RTN.
           move aud-f1 to rb-action
           move aud-f2(1:4) to rb-want-data
           move aud-f3 to rb-want-status
           move rb-want-data to script-operand
      *> older sessions have no mode records, so the operation itself
      *> says which structure was on screen
           evaluate rb-action
              when "PUSH"
                 if mode-sw not = 2
                    move 0 to rb-mode
                 end-if
              when "POP"
                 move 0 to rb-mode
              when "PQ-POP"
                 move 2 to rb-mode
              when "QUEUE"
              when "DEQUE"
                 move 1 to rb-mode
              when "DQ-ADDR"
              when "DQ-ADDF"
              when "DQ-REMF"
              when "DQ-REMR"
                 move 3 to rb-mode
              when other
                 move 4 to rb-mode
           end-evaluate
           perform REPLAY-MODE-RTN
           move 0 to ret-cd
           move spaces to log-data log-status
           evaluate rb-action
              when "PUSH"     perform PUSH-RTN
              when "POP"      perform POP-RTN
              when "PQ-POP"   perform PRIORITY-POP-RTN
              when "QUEUE"    perform QUEUE-RTN
              when "DEQUE"    perform DEQUE-RTN
              when "DQ-ADDR"  perform DQ-ADD-REAR-RTN
              when "DQ-ADDF"  perform DQ-ADD-FRONT-RTN
              when "DQ-REMF"  perform DQ-REM-FRONT-RTN
              when "DQ-REMR"  perform DQ-REM-REAR-RTN
              when "INSERT"   perform BST-INSERT-RTN
              when "DELETE"   perform BST-DELETE-RTN
              when "SEARCH"   perform BST-SEARCH-RTN
              when "IN-ORD"
                 move "IN" to bst-order
                 perform BST-TRAVERSE-RTN
              when "PRE-ORD"
                 move "PRE" to bst-order
                 perform BST-TRAVERSE-RTN
              when "POST-ORD"
                 move "POST" to bst-order
                 perform BST-TRAVERSE-RTN
           end-evaluate
           if log-status not = rb-want-status or
              log-data not = rb-want-data
              move "BAD" to rb-state
              move rb-ops to rb-bad-op
           end-if
           .
       AUDIT-SCAN-RTN.
      *> replay every session in turn and list them in the log grid
           move 0 to rb-op rb-scan-cnt rb-ok-cnt rb-bad-cnt
           move 1 to rb-sess
           perform until 1 = 0
              perform REPLAY-SESSION-RTN
              if rb-state = "NONE"
                 exit perform
              end-if
              if rb-state = "OK"
                 add 1 to rb-ok-cnt
              else
                 add 1 to rb-bad-cnt
              end-if
              if rb-scan-cnt < 100
                 add 1 to rb-scan-cnt
                 move rb-state to rb-s-state(rb-scan-cnt)
                 move rb-date  to rb-s-date(rb-scan-cnt)
                 if rb-state = "OK"
                    move rb-ops to rb-s-op(rb-scan-cnt)
                 else
                    move rb-bad-op to rb-s-op(rb-scan-cnt)
                 end-if
              end-if
              if rb-sess = 999
                 exit perform
              end-if
              add 1 to rb-sess
           end-perform
           modify screen-1-gr-4 reset-grid 1
           move 0 to log-idx
           perform varying rb-s-idx from 1 by 1
                   until rb-s-idx > rb-scan-cnt
              modify screen-1-gr-4(rb-s-idx, 1) cell-data = rb-s-idx
              modify screen-1-gr-4(rb-s-idx, 2)
                     cell-data = rb-s-date(rb-s-idx)(5:4)
              modify screen-1-gr-4(rb-s-idx, 3)
                     cell-data = rb-s-op(rb-s-idx)
              modify screen-1-gr-4(rb-s-idx, 4)
                     cell-data = rb-s-state(rb-s-idx)
           end-perform
           move spaces to rb-msg
           move "SQ-M073" to mc-id
           move "Audit check:" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "SQ-M074" to mc-id
           move " sessions replay cleanly," to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           move "SQ-M075" to mc-id
           move " flagged (BAD or CUT)" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(3)
           string function trim(msg-part(1) trailing) " " rb-ok-cnt
                  function trim(msg-part(2) trailing) " " rb-bad-cnt
                  function trim(msg-part(3) trailing) delimited by size
                  into rb-msg
           if rb-bad-cnt > 0
              modify screen-1-ef-5 value rb-msg color 5
           else
              modify screen-1-ef-5 value rb-msg color 1
           end-if
           .
       EX-LOAD-RTN.
      *> an exercise file sets the starting state with the script
      *> verbs, then names the goal and the rules:
      *>   TITLE name            MODE xxxx          CAP n
      *>   SETUP <script line>   INDATA v v ...     BUDGET n
      *>   ALLOW <verb> ...      GOALOUT v v ...    GOALSTATE v v ...
      *> GOALSTATE lists the structure bottom/front first (tree in
      *> pre-order); GOALOUT is Out_Data from the start of the try
           inquire screen-1-ef-3 value ex-file-name
           open input exercise-file
           if exr-f-sts not = "00"
              move "SQ-M037" to mc-id
              move "Exercise file not found" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text color 5
              exit paragraph
           end-if
           perform RESET-RTN
           move spaces to ex-title
           move 0 to ex-budget ex-allow-cnt
           move 0 to ex-gout-sw ex-gout-cnt ex-gst-sw ex-gst-cnt
           move 1 to script-active-sw
           perform until 1 = 0
              read exercise-file at end exit perform
              end-read
              if ex-line = spaces or ex-line(1:1) = "*"
                 exit perform cycle
              end-if
              move spaces to ex-verb ex-rest
              move 1 to ex-ptr
              unstring ex-line delimited by all space
                       into ex-verb with pointer ex-ptr
              if ex-ptr < 71
                 move ex-line(ex-ptr:) to ex-rest
              end-if
              evaluate ex-verb
                 when "TITLE"
                    move ex-rest to ex-title
                 when "MODE"
                 when "CAP"
                    move ex-verb to script-verb
                    move ex-rest(1:4) to script-operand
                    perform SCRIPT-OP-RTN
                 when "SETUP"
                    move spaces to script-verb script-operand
                    unstring ex-rest delimited by all space
                             into script-verb script-operand
                    move 0 to ret-cd
                    move spaces to log-status
                    perform SCRIPT-OP-RTN
                 when "INDATA"
                    perform EX-SPLIT-RTN
                    perform varying ex-i from 1 by 1 until ex-i > 26
                       if ex-i > ex-list-cnt
                          modify screen-1-gr-2(1, ex-i) cell-data " "
                       else
                          move ex-list(ex-i) to wk-cell
                          modify screen-1-gr-2(1, ex-i)
                                 cell-data wk-cell
                       end-if
                    end-perform
                 when "ALLOW"
                    perform EX-SPLIT-RTN
                    perform varying ex-i from 1 by 1
                            until ex-i > ex-list-cnt
                       if ex-allow-cnt < 15
                          add 1 to ex-allow-cnt
                          perform EX-ALLOW-NAME-RTN
                       end-if
                    end-perform
                 when "BUDGET"
                    move function numval(ex-rest) to ex-budget
                 when "GOALOUT"
                    perform EX-SPLIT-RTN
                    move 1 to ex-gout-sw
                    move ex-list-cnt to ex-gout-cnt
                    perform varying ex-i from 1 by 1
                            until ex-i > ex-list-cnt
                       move ex-list(ex-i) to ex-gout(ex-i)
                    end-perform
                 when "GOALSTATE"
                    perform EX-SPLIT-RTN
                    move 1 to ex-gst-sw
                    move ex-list-cnt to ex-gst-cnt
                    perform varying ex-i from 1 by 1
                            until ex-i > ex-list-cnt
                       move ex-list(ex-i) to ex-gst(ex-i)
                    end-perform
              end-evaluate
           end-perform
           close exercise-file
           move 0 to script-active-sw
           if ex-gout-sw = 0 and ex-gst-sw = 0
              move "SQ-M038" to mc-id
              move "Exercise has no GOALOUT or GOALSTATE line"
                to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text
                     color 5
              exit paragraph
           end-if
           if ex-title = spaces
              move ex-file-name to ex-title
           end-if
      *> the setup's own output is not part of the attempt
           modify screen-1-gr-3 reset-grid 1
           move 0 to out-idx
           move 0 to ex-ops
           move spaces to ex-viol
           move 1 to ex-active-sw
           move spaces to ex-msg
           if ex-budget > 0
              move ex-budget to ex-ops-disp
              move "SQ-M076" to mc-id
              move "Exercise" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "SQ-M077" to mc-id
              move " operations, press Submit when done" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " "
                     function trim(ex-title) " - "
                     function trim(ex-ops-disp)
                     function trim(msg-part(2) trailing)
                     delimited by size into ex-msg
           else
              move "SQ-M076" to mc-id
              move "Exercise" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "SQ-M078" to mc-id
              move " - press Submit when done" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " "
                     function trim(ex-title)
                     function trim(msg-part(2) trailing)
                     delimited by size into ex-msg
           end-if
           modify screen-1-ef-5 value ex-msg color 1
           .
       EX-SPLIT-RTN.
           move 0 to ex-list-cnt
           move 1 to ex-ptr
           perform until ex-ptr > 70 or ex-list-cnt = 26
              move spaces to ex-item
              unstring ex-rest delimited by all space
                       into ex-item with pointer ex-ptr
              if ex-item not = spaces
                 add 1 to ex-list-cnt
                 move ex-item to ex-list(ex-list-cnt)
              end-if
           end-perform
           .
       EX-ALLOW-NAME-RTN.
      *> instructors write the script verbs; the log uses its own
      *> action names for some of them
           evaluate ex-list(ex-i)
              when "PQPUSH"   move "PUSH"     to ex-allow(ex-allow-cnt)
              when "PQPOP"    move "PQ-POP"   to ex-allow(ex-allow-cnt)
              when "DQADDR"   move "DQ-ADDR"  to ex-allow(ex-allow-cnt)
              when "DQADDF"   move "DQ-ADDF"  to ex-allow(ex-allow-cnt)
              when "DQREMF"   move "DQ-REMF"  to ex-allow(ex-allow-cnt)
              when "DQREMR"   move "DQ-REMR"  to ex-allow(ex-allow-cnt)
              when "INORDER"  move "IN-ORD"   to ex-allow(ex-allow-cnt)
              when "PREORDER" move "PRE-ORD"  to ex-allow(ex-allow-cnt)
              when "POSTORD"  move "POST-ORD" to ex-allow(ex-allow-cnt)
              when other
                 move ex-list(ex-i) to ex-allow(ex-allow-cnt)
           end-evaluate
           .
       EX-COUNT-RTN.
           if ex-active-sw = 0 or replay-sw = 1
              exit paragraph
           end-if
           add 1 to ex-ops
           if ex-allow-cnt = 0 or ex-viol not = spaces
              exit paragraph
           end-if
           move 0 to ex-k
           perform varying ex-i from 1 by 1 until ex-i > ex-allow-cnt
              if ex-allow(ex-i) = log-action
                 move ex-i to ex-k
                 exit perform
              end-if
           end-perform
           if ex-k = 0
              move log-action to ex-viol
           end-if
           .
       EX-SUBMIT-RTN.
           if ex-active-sw = 0
              move "SQ-M039" to mc-id
              move "Load an exercise first" to mc-text
              perform MSG-GET-RTN
              modify screen-1-ef-5
                     value mc-text color 5
              exit paragraph
           end-if
           move "PASS" to ex-result
           move spaces to ex-reason
           evaluate true
              when ex-budget > 0 and ex-ops > ex-budget
                 move "FAIL" to ex-result
                 move "over the budget" to ex-reason
              when ex-viol not = spaces
                 move "FAIL" to ex-result
                 string "used " function trim(ex-viol)
                        delimited by size into ex-reason
           end-evaluate
           if ex-result = "PASS" and ex-gout-sw = 1
              if out-idx not = ex-gout-cnt
                 move "FAIL" to ex-result
                 move "wrong output" to ex-reason
              end-if
              perform varying ex-i from 1 by 1
                      until ex-i > ex-gout-cnt or ex-result = "FAIL"
                 modify  screen-1-gr-3 X = ex-i Y = 1
                 inquire screen-1-gr-3 cell-data wk-cell
                 if wk-cell not = ex-gout(ex-i)
                    move "FAIL" to ex-result
                    move "wrong output" to ex-reason
                 end-if
              end-perform
           end-if
           if ex-result = "PASS" and ex-gst-sw = 1
              perform EX-STATE-RTN
              if ex-got-cnt not = ex-gst-cnt
                 move "FAIL" to ex-result
                 move "wrong final state" to ex-reason
              end-if
              perform varying ex-i from 1 by 1
                      until ex-i > ex-gst-cnt or ex-result = "FAIL"
                 if ex-got(ex-i) not = ex-gst(ex-i)
                    move "FAIL" to ex-result
                    move "wrong final state" to ex-reason
                 end-if
              end-perform
           end-if
           perform EX-GRADE-WRITE-RTN
           move 0 to ex-active-sw
           move ex-ops to ex-ops-disp
           move spaces to ex-msg
           if ex-result = "PASS"
              move "SQ-M080" to mc-id
              move "PASS -" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "SQ-M081" to mc-id
              move " in" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              move "SQ-M082" to mc-id
              move " operations" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(3)
              string function trim(msg-part(1) trailing) " "
                     function trim(ex-title)
                     function trim(msg-part(2) trailing) " "
                     function trim(ex-ops-disp)
                     function trim(msg-part(3) trailing)
                     delimited by size into ex-msg
              modify screen-1-ef-5 value ex-msg color 1
           else
              perform EX-REASON-MSG-RTN
              move "SQ-M083" to mc-id
              move "FAIL -" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "SQ-M084" to mc-id
              move " operations)" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " "
                     function trim(ex-reason-msg) " ("
                     function trim(ex-ops-disp)
                     function trim(msg-part(2) trailing)
                     delimited by size into ex-msg
              modify screen-1-ef-5 value ex-msg color 5
           end-if
           .
       EX-REASON-MSG-RTN.
           move spaces to ex-reason-msg
           evaluate true
              when ex-reason(1:5) = "used "
                 move "SQ-M079" to mc-id
                 move "used" to mc-text
                 perform MSG-GET-RTN
                 string function trim(mc-text trailing) " "
                        function trim(ex-viol) delimited by size
                        into ex-reason-msg
                 exit paragraph
              when ex-reason = "over the budget"
                 move "SQ-M085" to mc-id
              when ex-reason = "wrong output"
                 move "SQ-M086" to mc-id
              when ex-reason = "wrong final state"
                 move "SQ-M087" to mc-id
              when other
                 move ex-reason to ex-reason-msg
                 exit paragraph
           end-evaluate
           move ex-reason to mc-text
           perform MSG-GET-RTN
           move mc-text to ex-reason-msg
           .
       EX-STATE-RTN.
      *> the structure as it stands, in the order GOALSTATE uses
           move 0 to ex-got-cnt
           evaluate mode-sw
              when 0
              when 2
                 perform varying ex-k from 1 by 1 until ex-k > sp - 1
                    perform EX-GOT-CELL-RTN
                 end-perform
              when 1
                 if rp > 0 and rp not = wp
                    move rp to ex-k
                    perform until ex-k = wp or ex-got-cnt = 26
                       perform EX-GOT-CELL-RTN
                       add 1 to ex-k
                       if ex-k > cap-size
                          move 1 to ex-k
                       end-if
                    end-perform
                 end-if
              when 3
                 move dq-front to ex-k
                 perform varying ex-i from 1 by 1 until ex-i > dq-cnt
                    perform EX-GOT-CELL-RTN
                    add 1 to ex-k
                    if ex-k > cap-size
                       move 1 to ex-k
                    end-if
                 end-perform
              when 4
                 if bst-root > 0
                    move 1 to bst-stk-cnt
                    move bst-root to bst-stk(1)
                    perform until bst-stk-cnt = 0
                       move bst-stk(bst-stk-cnt) to bst-n
                       subtract 1 from bst-stk-cnt
                       add 1 to ex-got-cnt
                       move bst-key(bst-n) to ex-got(ex-got-cnt)
                       if bst-right(bst-n) > 0
                          add 1 to bst-stk-cnt
                          move bst-right(bst-n) to bst-stk(bst-stk-cnt)
                       end-if
                       if bst-left(bst-n) > 0
                          add 1 to bst-stk-cnt
                          move bst-left(bst-n) to bst-stk(bst-stk-cnt)
                       end-if
                    end-perform
                 end-if
           end-evaluate
           .
       EX-GOT-CELL-RTN.
           modify  screen-1-gr-1 X = 2 Y = ex-k
           inquire screen-1-gr-1 cell-data wk-cell
           add 1 to ex-got-cnt
           move wk-cell to ex-got(ex-got-cnt)
           .
       EX-GRADE-WRITE-RTN.
           move function current-date to wk-curdate
           move spaces to grades-record
           move wk-curdate(1:8) to gr-date
           move wk-curdate(9:6) to gr-time
           move ex-title    to gr-name
           move player-name to gr-player
           move ex-ops      to gr-ops
           move ex-budget   to gr-budget
           move ex-result   to gr-result
           move ex-reason   to gr-reason
           move "../data/stackque_grades.log" to lk-file
           move "LOCK" to lk-func
           call "FileLock" using lock-param
           open extend grades-file
           if grd-f-sts = "35"
              open output grades-file
              close grades-file
              open extend grades-file
           end-if
           write grades-record
           close grades-file
           move "UNLK" to lk-func
           call "FileLock" using lock-param
           .
       screen-1-bef-create.
           perform TITLES-RTN
           .
       TITLES-RTN.
      *> settle the language and put the captions and fixed
      *> messages into it before the window is shown
           move "LANG" to mc-func
           call "MsgCat" using mc-param
           perform varying ttl-i from 1 by 1 until ttl-i > 35
              move spaces to mc-id
              string "SQ-" ttl-ctl(ttl-i) delimited by space
                     into mc-id
              move ttl-text(ttl-i) to mc-text
              perform MSG-GET-RTN
              move mc-text to ttl-text(ttl-i)
           end-perform
           move "SQ-MSG7" to mc-id
           move msg7 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg7
           move "SQ-MSG8" to mc-id
           move msg8 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg8
           move "SQ-MSG5" to mc-id
           move msg5 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg5
           move "SQ-MSG6" to mc-id
           move msg6 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg6
           move "SQ-MSG9" to mc-id
           move msg9 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg9
           move "SQ-MSG10" to mc-id
           move msg10 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg10
           move "SQ-MSG1" to mc-id
           move msg1 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg1
           move "SQ-MSG2" to mc-id
           move msg2 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg2
           move "SQ-MSG3" to mc-id
           move msg3 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg3
           move "SQ-MSG4" to mc-id
           move msg4 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg4
           .
       MSG-GET-RTN.
      *> mc-id set and mc-text holding the English wording;
      *> mc-text comes back in the language in force
           move "GET " to mc-func
           call "MsgCat" using mc-param
           .
       RPN-MSG-XLATE-RTN.
           move rpn-msg to mc-text
           perform MSG-GET-RTN
           move mc-text to rpn-msg
           .
      *end event editor code
      *end {iscobol}copy-procedure
       report-composer section.
      *begin {iscobol}external-copyfiles
      *end {iscobol}external-copyfiles


