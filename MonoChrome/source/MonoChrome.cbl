       select export-file assign to dynamic export-file-name
           organization line sequential
           file status export-f-sts.
       select catalog-file assign to dynamic catalog-file-name
           organization line sequential
           file status cat-f-sts.
       select palette-file assign to dynamic palette-file-name
           organization line sequential
           file status pal-f-sts.
       select settings-file assign to "../data/isgames_settings.cfg"
           organization line sequential
           file status settings-f-sts.
       select stamp-file assign to dynamic stamp-file-name
           organization line sequential
           file status stamp-f-sts.
       select bmp-file assign to dynamic bmp-file-name
       select continue-file assign to "../data/continue.dat"
           organization line sequential
           file status cont-f-sts.
       select curplayer-file assign to "../data/current_player.dat"
           organization line sequential
           file status curp-f-sts.
       select avatar-file assign to dynamic avatar-file-name
           organization line sequential
           file status av-f-sts.
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
       fd  avatar-file.
       01  avatar-record.
           05  av-id      pic 9(03).
           05  filler     pic x value space.
           05  av-name    pic x(10).
           05  filler     pic x value space.
           05  av-w       pic 9(02).
           05  filler     pic x value space.
           05  av-h       pic 9(02).
           05  filler     pic x value space.
           05  av-row     pic 9(02).
           05  filler     pic x value space.
           05  av-cells   pic x(20).
      *end file section editor code
      *end {iscobol}file-section
       working-storage section.
          05 fd-cur pic 9(01).
          05 filler pic x(01) value "/".
          05 fd-max pic 9(01).
       01 lyr-tbl.
          05 lyr-frame occurs 8.
             10 lyr-item occurs 4.
                15 lyr-row-item occurs 20.
                   20 lyr-cell occurs 20 pic x(01).
       01 lyr-def-tbl.
          05 lyr-def occurs 4.
             10 lyr-bg  pic x(01).
             10 lyr-tr  pic x(01).
             10 lyr-vis pic 9(01).
       01 lyr-cnt pic 9(01) value 1.
       01 cur-layer pic 9(01) value 1.
       01 lyr-l pic 9(01).
       01 lyr-l2 pic 9(01).
       01 lyr-k pic 9(01).
       01 cp-f pic 9(01).
       01 lyr-hold pic x(400).
       01 lyr-def-hold pic x(03).
       01 lyr-bg-in pic x(01).
       01 lyr-tr-in pic x(01).
       01 lyr-read-sw pic 9(01).
       01 layer-disp.
          05 filler pic x(06) value "Layer ".
          05 ld-cur pic 9(01).
          05 filler pic x(01) value "/".
          05 ld-max pic 9(01).
       01 snap-state.
          05 ss-width     pic 9(02).
          05 ss-height    pic 9(02).
          05 ss-frames    pic 9(01).
          05 ss-cur-frame pic 9(01).
          05 ss-lyr-cnt   pic 9(01).
          05 ss-cur-layer pic 9(01).
          05 ss-defs      pic x(12).
          05 ss-layers    pic x(12800).
       01 undo-stk.
          05 undo-ent occurs 20 pic x(12820).
       01 redo-stk.
          05 redo-ent occurs 20 pic x(12820).
       01 undo-cnt pic 9(02) value 0.
       01 redo-cnt pic 9(02) value 0.
       01 undo-i pic 9(02).
       01 export-f-sts pic x(02).
       01 export-file-name pic x(128).
       01 wk-gray pic 9(03).
       01 attr-f-sts pic x(02).
       01 rcnt-f-sts pic x(02).
       01 cont-f-sts pic x(02).
       01 curp-f-sts pic x(02).
       01 av-f-sts pic x(02).
       01 av-keep-tbl.
          05 av-keep-cnt pic 9(03).
          05 av-keep occurs 600 pic x(44).
       01 av-k pic 9(03).
       01 lock-param.
          05 lk-func pic x(04).
          05 lk-file pic x(90).
          05 lk-rc   pic 9(01).
      *> the catalog, palette, stamps and avatars are rewritten to a
      *> new copy that SafeSwap puts in place once it is whole
       01 swap-param.
          05 sw-func  pic x(04).
          05 sw-file  pic x(90).
          05 sw-temp  pic x(100).
          05 sw-count pic 9(03).
          05 sw-rc    pic 9(01).
       01 catalog-file-name pic x(100)
          value "../data/monochrome_catalog.log".
       01 palette-file-name pic x(100)
          value "../data/monochrome_palette.cfg".
       01 stamp-file-name pic x(100)
          value "../data/monochrome_stamps.log".
       01 avatar-file-name pic x(100)
          value "../data/player_avatars.dat".
       01 bmp-file-name pic x(128).
       01 bmp-byte-val pic 9(03).
       01 bmp-le-val pic 9(09).
       01 bmp-b pic 9(01).
       01 bmp-work pic 9(09).
       01 bmp-work2 pic 9(09).
       01 bmp-img-w pic 9(03).
       01 bmp-img-h pic 9(03).
       01 sheet-spec pic x(60).
       01 sheet-tbl.
          05 sheet-row occurs 130.
             10 sheet-cell occurs 130 pic x(01).
       01 sh-list.
          05 sh-cnt pic 9(02).
          05 sh-item occurs 30.
             10 sh-kind pic x(01).
             10 sh-src pic 9(02).
             10 sh-w   pic 9(02).
             10 sh-h   pic 9(02).
             10 sh-x   pic 9(03).
             10 sh-y   pic 9(03).
       01 sh-kind-in pic x(01).
       01 sh-dup-sw pic 9(01).
       01 sh-fmt pic x(03).
       01 sh-base pic x(128).
       01 sh-word pic x(40).
       01 sh-wlen pic 9(02).
       01 sh-ptr pic 9(03).
       01 sh-i pic 9(02).
       01 sh-n pic 9(02).
       01 sh-tally pic 9(02).
       01 sh-cols pic 9(02).
       01 sh-rows pic 9(02).
       01 sh-slot-w pic 9(02).
       01 sh-slot-h pic 9(02).
       01 sh-width pic 9(03).
       01 sh-height pic 9(03).
       01 sh-r pic 9(03).
       01 sh-c pic 9(03).
       01 sh-k pic 9(04).
       01 sh-end pic 9(04).
       01 sh-run pic 9(03).
       01 sh-dim-z pic zz9.
       01 sh-dim2-z pic zz9.
       01 sh-idx-line.
          05 shi-no   pic 9(02).
          05 filler   pic x(01) value space.
          05 shi-x    pic 9(03).
          05 filler   pic x(01) value space.
          05 shi-y    pic 9(03).
          05 filler   pic x(01) value space.
          05 shi-w    pic 9(02).
          05 filler   pic x(01) value space.
          05 shi-h    pic 9(02).
          05 filler   pic x(01) value space.
          05 shi-name pic x(40).
      *start working-storage editor code
       COPY "isopensave.def".

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
          05 ttl-la-1 pic x(40) value "MonoChrome Picture".
          05 filler pic x(08) value "PB-5".
          05 ttl-pb-5 pic x(40) value "Quit".
          05 filler pic x(08) value "PB-1".
          05 ttl-pb-1 pic x(40) value "Reset".
          05 filler pic x(08) value "PB-17".
          05 ttl-pb-17 pic x(40) value "Play".
          05 filler pic x(08) value "LA-7".
          05 ttl-la-7 pic x(40) value "Spd".
          05 filler pic x(08) value "PB-20".
          05 ttl-pb-20 pic x(40) value "Apply Palette".
          05 filler pic x(08) value "PB-19".
          05 ttl-pb-19 pic x(40) value "Open".
          05 filler pic x(08) value "LA-8".
          05 ttl-la-8 pic x(40) value "Tool".
          05 filler pic x(08) value "LA-9".
          05 ttl-la-9 pic x(40) value "Tone".
          05 filler pic x(08) value "PB-18".
          05 ttl-pb-18 pic x(40) value "Export PGM".
          05 filler pic x(08) value "PB-21".
          05 ttl-pb-21 pic x(40) value "Import PGM".
          05 filler pic x(08) value "LA-11".
          05 ttl-la-11 pic x(40) value "Stamps".
          05 filler pic x(08) value "PB-22".
          05 ttl-pb-22 pic x(40) value "Save Stamp".
          05 filler pic x(08) value "PB-23".
          05 ttl-pb-23 pic x(40) value "Use Stamp".
          05 filler pic x(08) value "PB-24".
          05 ttl-pb-24 pic x(40) value "St Flip-H".
          05 filler pic x(08) value "PB-25".
          05 ttl-pb-25 pic x(40) value "St Flip-V".
          05 filler pic x(08) value "PB-26".
          05 ttl-pb-26 pic x(40) value "St Rot-90".
          05 filler pic x(08) value "PB-27".
          05 ttl-pb-27 pic x(40) value "Export Anim".
          05 filler pic x(08) value "LA-12".
          05 ttl-la-12 pic x(40) value "Text".
          05 filler pic x(08) value "PB-28".
          05 ttl-pb-28 pic x(40) value "Export BMP".
          05 filler pic x(08) value "PB-35".
          05 ttl-pb-35 pic x(40) value "Undo".
          05 filler pic x(08) value "PB-36".
          05 ttl-pb-36 pic x(40) value "Redo".
          05 filler pic x(08) value "LA-16".
          05 ttl-la-16 pic x(40) value "Sheet".
          05 filler pic x(08) value "PB-37".
          05 ttl-pb-37 pic x(40) value "Sheet PGM".
          05 filler pic x(08) value "PB-38".
          05 ttl-pb-38 pic x(40) value "Sheet BMP".
          05 filler pic x(08) value "PB-39".
          05 ttl-pb-39 pic x(40) value "Avatar".
          05 filler pic x(08) value "PB-31".
          05 ttl-pb-31 pic x(40) value "+Layer".
          05 filler pic x(08) value "PB-32".
          05 ttl-pb-32 pic x(40) value "Up".
          05 filler pic x(08) value "PB-33".
          05 ttl-pb-33 pic x(40) value "Down".
          05 filler pic x(08) value "CB-2".
          05 ttl-cb-2 pic x(40) value "Show".
          05 filler pic x(08) value "LA-14".
          05 ttl-la-14 pic x(40) value "Bg".
          05 filler pic x(08) value "LA-15".
          05 ttl-la-15 pic x(40) value "Tr".
          05 filler pic x(08) value "PB-34".
          05 ttl-pb-34 pic x(40) value "Set Layer".
          05 filler pic x(08) value "LA-2".
          05 ttl-la-2 pic x(40) value "width".
          05 filler pic x(08) value "LA-3".
          05 ttl-la-3 pic x(40) value "Height".
          05 filler pic x(08) value "LA-4".
          05 ttl-la-4 pic x(40) value "Code".
          05 filler pic x(08) value "PB-2".
          05 ttl-pb-2 pic x(40) value "enCode".
          05 filler pic x(08) value "PB-3".
          05 ttl-pb-3 pic x(40) value "deCode".
          05 filler pic x(08) value "PB-6".
          05 ttl-pb-6 pic x(40) value "file:".
          05 filler pic x(08) value "PB-7".
          05 ttl-pb-7 pic x(40) value "Load".
          05 filler pic x(08) value "PB-8".
          05 ttl-pb-8 pic x(40) value "Save".
          05 filler pic x(08) value "PB-9".
          05 ttl-pb-9 pic x(40) value "Load Preset".
          05 filler pic x(08) value "CB-1".
          05 ttl-cb-1 pic x(40) value "Grayscale (4 tone)".
          05 filler pic x(08) value "LA-5".
          05 ttl-la-5 pic x(40) value "Size".
          05 filler pic x(08) value "PB-10".
          05 ttl-pb-10 pic x(40) value "Apply Size".
          05 filler pic x(08) value "PB-11".
          05 ttl-pb-11 pic x(40) value "Flip-H".
          05 filler pic x(08) value "PB-12".
          05 ttl-pb-12 pic x(40) value "Flip-V".
          05 filler pic x(08) value "PB-13".
          05 ttl-pb-13 pic x(40) value "Rotate-90".
       01 ttl-tbl-r redefines ttl-tbl.
          05 ttl-ent occurs 48.
             10 ttl-ctl  pic x(08).
             10 ttl-text pic x(40).
       01 ttl-i pic 9(03).
      *end working-storage editor code
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
             lines 5.0 cells 
             font Arial-20v0
             id 1
             title ttl-la-1
             .
          03 screen-1-ef-1 Entry-Field
             line 19.4
             size 11.0 cells 
             lines 4.7 cells 
             id 17
             title ttl-pb-5
             .
          03 screen-1-pb-1 Push-Button
             exception-value 6
             size 11.1 cells 
             lines 4.9 cells 
             id 18
             title ttl-pb-1
             .
          03 screen-1-gr-1 Grid
             line 11.2
             size 6.0 cells
             lines 3.0 cells
             id 36
             title ttl-pb-17
             .
          03 screen-1-la-7 Label
             line 11.5
             lines 3.0 cells
             font Arial-9v0
             id 37
             title ttl-la-7
             .
          03 screen-1-ef-5 Entry-Field
             line 11.5
             lines 2.8 cells
             font Arial-9v0
             id 51
             title ttl-pb-20
             .
          03 screen-1-co-3 Combo-Box
             line 15.5
             lines 3.0 cells
             font Arial-9v0
             id 46
             title ttl-pb-19
             .
          03 screen-1-la-8 Label
             line 22.6
             lines 2.8 cells
             font Arial-9v0
             id 40
             title ttl-la-8
             .
          03 screen-1-co-2 Combo-Box
             line 22.6
             lines 2.8 cells
             font Arial-9v0
             id 42
             title ttl-la-9
             .
          03 screen-1-ef-6 Entry-Field
             line 22.6
             lines 3.0 cells
             font Arial-9v0
             id 39
             title ttl-pb-18
             .
          03 screen-1-pb-21 Push-Button
             exception-value 30
             lines 3.0 cells
             font Arial-9v0
             id 52
             title ttl-pb-21
             .
          03 screen-1-la-11 Label
             line 11.5
             lines 2.5 cells
             font Arial-9v0
             id 53
             title ttl-la-11
             .
          03 screen-1-ef-11 Entry-Field
             line 14.0
             lines 2.8 cells
             font Arial-9v0
             id 55
             title ttl-pb-22
             .
          03 screen-1-co-4 Combo-Box
             line 20.5
             lines 2.8 cells
             font Arial-9v0
             id 57
             title ttl-pb-23
             .
          03 screen-1-pb-24 Push-Button
             exception-value 33
             lines 2.8 cells
             font Arial-9v0
             id 58
             title ttl-pb-24
             .
          03 screen-1-pb-25 Push-Button
             exception-value 34
             lines 2.8 cells
             font Arial-9v0
             id 59
             title ttl-pb-25
             .
          03 screen-1-pb-26 Push-Button
             exception-value 35
             lines 2.8 cells
             font Arial-9v0
             id 60
             title ttl-pb-26
             .
          03 screen-1-pb-27 Push-Button
             exception-value 36
             lines 2.8 cells
             font Arial-9v0
             id 61
             title ttl-pb-27
             .
          03 screen-1-la-12 Label
             line 40.5
             lines 2.0 cells
             font Arial-9v0
             id 62
             title ttl-la-12
             .
          03 screen-1-ef-12 Entry-Field
             line 42.7
             lines 2.8 cells
             font Arial-9v0
             id 64
             title ttl-pb-28
             .
          03 screen-1-pb-35 Push-Button
             exception-value 44
             line 3.5
             column 2.0
             size 12.0 cells
             lines 2.6 cells
             font Arial-9v0
             id 77
             title ttl-pb-35
             .
          03 screen-1-pb-36 Push-Button
             exception-value 45
             line 6.5
             column 2.0
             size 12.0 cells
             lines 2.6 cells
             font Arial-9v0
             id 78
             title ttl-pb-36
             .
          03 screen-1-la-16 Label
             line 58.8
             column 16.5
             size 5.5 cells
             lines 2.8 cells
             font Arial-9v0
             id 79
             title ttl-la-16
             .
          03 screen-1-ef-15 Entry-Field
             line 58.8
             column 22.0
             size 22.0 cells
             lines 2.8 cells
             id 80
             3-d
             .
          03 screen-1-pb-37 Push-Button
             exception-value 46
             line 58.8
             column 44.5
             size 9.5 cells
             lines 2.8 cells
             font Arial-9v0
             id 81
             title ttl-pb-37
             .
          03 screen-1-pb-38 Push-Button
             exception-value 47
             line 58.8
             column 54.5
             size 9.5 cells
             lines 2.8 cells
             font Arial-9v0
             id 82
             title ttl-pb-38
             .
          03 screen-1-pb-39 Push-Button
             exception-value 48
             line 33.5
             column 65.3
             size 7.5 cells
             lines 3.0 cells
             font Arial-9v0
             id 83
             title ttl-pb-39
             .
          03 screen-1-la-13 Label
             line 50.0
             column 2.0
             size 12.0 cells
             lines 2.0 cells
             font Arial-9v0
             id 65
             title "Layer 1/1"
             .
          03 screen-1-pb-29 Push-Button
             exception-value 38
             line 52.3
             column 2.0
             size 5.5 cells
             lines 2.6 cells
             font Arial-9v0
             id 66
             title "<L"
             .
          03 screen-1-pb-30 Push-Button
             exception-value 39
             line 52.3
             column 8.5
             size 5.5 cells
             lines 2.6 cells
             font Arial-9v0
             id 67
             title ">L"
             .
          03 screen-1-pb-31 Push-Button
             exception-value 40
             line 55.2
             column 2.0
             size 12.0 cells
             lines 2.6 cells
             font Arial-9v0
             id 68
             title ttl-pb-31
             .
          03 screen-1-pb-32 Push-Button
             exception-value 41
             line 58.1
             column 2.0
             size 5.5 cells
             lines 2.6 cells
             font Arial-9v0
             id 69
             title ttl-pb-32
             .
          03 screen-1-pb-33 Push-Button
             exception-value 42
             line 58.1
             column 8.5
             size 5.5 cells
             lines 2.6 cells
             font Arial-9v0
             id 70
             title ttl-pb-33
             .
          03 screen-1-cb-2 Check-Box
             line 61.0
             column 2.0
             size 12.0 cells
             lines 2.2 cells
             font Arial-9v0
             id 71
             event procedure screen-1-cb-2-evt-proc
             title ttl-cb-2
             value "1"
             .
          03 screen-1-la-14 Label
             line 63.5
             column 2.0
             size 3.0 cells
             lines 2.6 cells
             font Arial-9v0
             id 72
             title ttl-la-14
             .
          03 screen-1-ef-13 Entry-Field
             line 63.5
             column 5.0
             size 3.0 cells
             lines 2.6 cells
             id 73
             3-d
             .
          03 screen-1-la-15 Label
             line 63.5
             column 8.5
             size 3.0 cells
             lines 2.6 cells
             font Arial-9v0
             id 74
             title ttl-la-15
             .
          03 screen-1-ef-14 Entry-Field
             line 63.5
             column 11.0
             size 3.0 cells
             lines 2.6 cells
             id 75
             3-d
             .
          03 screen-1-pb-34 Push-Button
             exception-value 43
             line 66.4
             column 2.0
             size 12.0 cells
             lines 2.6 cells
             font Arial-9v0
             id 76
             title ttl-pb-34
             .
          03 screen-1-la-2 Label
             line 19.4
             lines 3.1 cells 
             font Arial-16v0
             id 2
             title ttl-la-2
             .
          03 screen-1-la-3 Label
             line 26.2
             lines 3.2 cells 
             font Arial-16v0
             id 3
             title ttl-la-3
             .
          03 screen-1-la-4 Label
             line 69.6
             lines 3.6 cells 
             font Arial-16v0
             id 4
             title ttl-la-4
             .
          03 screen-1-ef-3 Entry-Field
             line 68.9
             size 10.9 cells 
             lines 4.0 cells 
             id 6
             title ttl-pb-2
             .
          03 screen-1-pb-3 Push-Button
             exception-value 2
             size 13.5 cells
             lines 4.0 cells
             id 7
             title ttl-pb-3
             .
          03 screen-1-pb-6 Push-Button
             exception-value 10
             lines 3.0 cells
             font Arial-9v0
             id 20
             title ttl-pb-6
             .
          03 screen-1-ef-4 Entry-Field
             line 38.0
             lines 3.0 cells
             font Arial-9v0
             id 22
             title ttl-pb-7
             .
          03 screen-1-pb-8 Push-Button
             exception-value 12
             lines 3.0 cells
             font Arial-9v0
             id 23
             title ttl-pb-8
             .
          03 screen-1-co-1 Combo-Box
             line 46.5
             lines 3.0 cells
             font Arial-9v0
             id 25
             title ttl-pb-9
             .
          03 screen-1-cb-1 Check-Box
             line 54.5
             font Arial-9v0
             id 26
             event procedure screen-1-cb-1-evt-proc
             title ttl-cb-1
             .
          03 screen-1-la-5 Label
             line 3.5
             lines 3.1 cells
             font Arial-16v0
             id 27
             title ttl-la-5
             .
          03 screen-1-pb-10 Push-Button
             exception-value 14
             lines 3.0 cells
             font Arial-9v0
             id 28
             title ttl-pb-10
             .
          03 screen-1-pb-11 Push-Button
             exception-value 15
             lines 3.0 cells
             font Arial-9v0
             id 29
             title ttl-pb-11
             .
          03 screen-1-pb-12 Push-Button
             exception-value 16
             lines 3.0 cells
             font Arial-9v0
             id 30
             title ttl-pb-12
             .
          03 screen-1-pb-13 Push-Button
             exception-value 17
             lines 3.0 cells
             font Arial-9v0
             id 31
             title ttl-pb-13
             .
      *end {iscobol}copy-screen
      *begin {iscobol}procedure-using
           perform is-screen-1-create
           perform is-screen-1-init-data.
       is-screen-1-create.
           perform screen-1-bef-create.
           display standard window background-low
              screen line 41
              screen column 91
              move 2 to num-tones
           end-if
           .
       screen-1-cb-2-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform screen-1-cb-2-evt-cmd-clicked
           when other
           end-evaluate
           .
       screen-1-cb-2-evt-cmd-clicked.
           inquire screen-1-cb-2 value lyr-vis(cur-layer)
           perform SHOW-FRAME-RTN
           .
      *start event editor code

       screen-1-aft-init-data.
           end-if
           .
       SAVE-PALETTE-RTN.
           move palette-file-name to sw-file
           move "BEGN" to sw-func
           call "SafeSwap" using swap-param
           move sw-temp to palette-file-name
           open output palette-file
           perform varying wk-pal from 0 by 1 until wk-pal > 3
              move spaces to palette-record
              write palette-record
           end-perform
           close palette-file
           move sw-file to palette-file-name
           move "COMT" to sw-func
           call "SafeSwap" using swap-param
           .
       SHOW-PALETTE-RTN.
           modify screen-1-ef-7  value palette-color(1)
                  perform EXPORT-ANIM-RTN
              when 37    *>Export BMP (loadable by Janken icons)
                  perform EXPORT-BMP-RTN
              when 38    *>Previous layer
                  perform LAYER-PREV-RTN
              when 39    *>Next layer
                  perform LAYER-NEXT-RTN
              when 40    *>Add a layer on top
                  perform LAYER-ADD-RTN
              when 41    *>Move layer up
                  perform LAYER-UP-RTN
              when 42    *>Move layer down
                  perform LAYER-DOWN-RTN
              when 43    *>Set layer background/transparent tone
                  perform LAYER-SET-RTN
              when 44    *>Undo
                  perform UNDO-RTN
              when 45    *>Redo
                  perform REDO-RTN
              when 46    *>Sprite sheet as PGM
                  move "PGM" to sh-fmt
                  perform SHEET-EXPORT-RTN
              when 47    *>Sprite sheet as BMP
                  move "BMP" to sh-fmt
                  perform SHEET-EXPORT-RTN
              when 48    *>Picture becomes the player's avatar
                  perform AVATAR-SAVE-RTN
            end-evaluate
           .
       
           if code-err-sw = 1
              exit paragraph
           end-if
           perform UNDO-SAVE-RTN
           perform CLEAR-GRID.
           move code-string(1:2) to hdr-dim-x
           move hdr-dim to num-width
           modify screen-1-ef-1 value num-width.
           modify screen-1-ef-2 value num-height.
           perform INIT-FRAMES-RTN
           perform LAYER-FROM-GRID-RTN
           move spaces to status-msg
           modify screen-1-la-10 title status-msg
           .
              code-string(code-leng - 2:1) = "#"
              if code-string(code-leng - 1:2) is not numeric
                 move "Bad checksum digits in code" to status-msg
                 move "MC-M001" to mc-id
                 perform STATUS-MSG-XLATE-RTN
                 perform CODE-ERROR-RTN
                 exit paragraph
              end-if
              if cs-expect not = cs-given
                 move "Checksum mismatch - code is corrupted"
                   to status-msg
                 move "MC-M002" to mc-id
                 perform STATUS-MSG-XLATE-RTN
                 perform CODE-ERROR-RTN
                 exit paragraph
              end-if
           end-if
           if code-leng < 8
              move "Code too short to decode" to status-msg
              move "MC-M003" to mc-id
              perform STATUS-MSG-XLATE-RTN
              perform CODE-ERROR-RTN
              exit paragraph
           end-if
           if code-string(1:4) is not numeric
              move "Bad width/height header" to status-msg
              move "MC-M004" to mc-id
              perform STATUS-MSG-XLATE-RTN
              perform CODE-ERROR-RTN
              exit paragraph
           end-if
           move function numval(code-string(1:2)) to wk-wh
           if wk-wh < 1 or wk-wh > max-grid-size
              move "Width out of range" to status-msg
              move "MC-M005" to mc-id
              perform STATUS-MSG-XLATE-RTN
              perform CODE-ERROR-RTN
              exit paragraph
           end-if
           move function numval(code-string(3:2)) to wk-wh
           if wk-wh < 1 or wk-wh > max-grid-size
              move "Height out of range" to status-msg
              move "MC-M006" to mc-id
              perform STATUS-MSG-XLATE-RTN
              perform CODE-ERROR-RTN
              exit paragraph
           end-if
           compute wk-wh = wk-wh * wk-runtotal
           if function mod(code-leng - 4, 4) not = 0
              move "Malformed run list" to status-msg
              move "MC-M007" to mc-id
              perform STATUS-MSG-XLATE-RTN
              perform CODE-ERROR-RTN
              exit paragraph
           end-if
           perform until wk-cs-i > code-leng
              if code-string(wk-cs-i:4) is not numeric
                 move "Run entry is not numeric" to status-msg
                 move "MC-M008" to mc-id
                 perform STATUS-MSG-XLATE-RTN
                 perform CODE-ERROR-RTN
                 exit paragraph
              end-if
              if wk-tone >= num-tones
                 move "Tone not allowed by current mode"
                   to status-msg
                 move "MC-M009" to mc-id
                 perform STATUS-MSG-XLATE-RTN
                 perform CODE-ERROR-RTN
                 exit paragraph
              end-if
           if wk-runtotal not = wk-wh
              move "Run total differs from width x height"
                to status-msg
              move "MC-M010" to mc-id
              perform STATUS-MSG-XLATE-RTN
              perform CODE-ERROR-RTN
              exit paragraph
           end-if
           end-evaluate
           .
       PEN-TOOL-RTN.
           perform UNDO-SAVE-RTN
           move function numval(
                lyr-cell(cur-frame, cur-layer, wk-row, wk-col))
             to wk-tone
           add 1 to wk-tone
           if wk-tone >= num-tones
              move 0 to wk-tone
           end-if
           move wk-row to wk-r2
           move wk-col to wk-c2
           perform LAYER-PAINT-RTN
           .
       SET-TOOL-CELL-RTN.
           move draw-tone to wk-tone
           perform LAYER-PAINT-RTN
           .
       LAYER-PAINT-RTN.
      *> tools paint the active layer; the grid shows whatever comes
      *> through from all the visible layers at that cell
           move wk-tone to lyr-cell(cur-frame, cur-layer, wk-r2, wk-c2)
           move cur-frame to cp-f
           perform COMPOSE-CELL-RTN
           perform TONE-TO-COLOR-RTN
           move wk-tone to wk-cell
           modify screen-1-gr-1(wk-r2, wk-c2)
                  cell-data = wk-cell(1:1) cell-color = tone-color
           .
       FILL-TOOL-RTN.
      *> the fill follows the active layer's own cells, so a region
      *> is filled the same whatever shows through from below
           move lyr-cell(cur-frame, cur-layer, wk-row, wk-col)
             to ff-target
           move draw-tone to wk-tone
           move wk-tone to wk-cell
           if ff-target = wk-cell(1:1)
              exit paragraph
           end-if
           perform UNDO-SAVE-RTN
           move 1 to ffq-head ffq-tail
           move wk-row to ffq-r(1)
           move wk-col to ffq-c(1)
                    wk-c2 < 1 or wk-c2 > num-width
                    exit perform cycle
                 end-if
                 if lyr-cell(cur-frame, cur-layer, wk-r2, wk-c2)
                    = ff-target and ffq-tail < 400
                    add 1 to ffq-tail
                    move wk-r2 to ffq-r(ffq-tail)
                    move wk-c2 to ffq-c(ffq-tail)
              move wk-col to anchor-c
              move 1 to anchor-sw
              move "Anchor set - pick the second cell" to status-msg
              move "MC-M011" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           move 0 to anchor-sw
           move spaces to status-msg
           modify screen-1-la-10 title status-msg
           perform UNDO-SAVE-RTN
           if tool-name = "Line"
              perform LINE-TOOL-RTN
           else
              move 1 to anchor-sw
              move "Mark anchor set - pick the opposite corner"
                to status-msg
              move "MC-M012" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
              end-perform
           end-perform
           move spaces to status-msg
           move "MC-M043" to mc-id
           move "Marked" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "MC-M044" to mc-id
           move " - name it and Save Stamp" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           string function trim(msg-part(1) trailing) " " cur-st-w "x"
                  cur-st-h function trim(msg-part(2) trailing)
                  delimited by size into status-msg
           modify screen-1-la-10 title status-msg
           .
       SAVE-STAMP-RTN.
           if cur-st-w = 0
              move "Mark a selection first (Mark tool)" to status-msg
              move "MC-M013" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           inquire screen-1-ef-11 value st-name-in
           if st-name-in = spaces
              move "Enter a stamp name first" to status-msg
              move "MC-M014" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           if wk-st = 0
              if stamp-cnt >= 30
                 move "Stamp library is full" to status-msg
                 move "MC-M015" to mc-id
                 perform STATUS-MSG-XLATE-RTN
                 modify screen-1-la-10 title status-msg
                 exit paragraph
              end-if
           move cur-st-w to st-w(wk-st)
           move cur-st-h to st-h(wk-st)
           move cur-st-cells to st-cells(wk-st)
           move stamp-file-name to sw-file
           move "BEGN" to sw-func
           call "SafeSwap" using swap-param
           move sw-temp to stamp-file-name
           open output stamp-file
           perform varying wk-c from 1 by 1 until wk-c > stamp-cnt
              move spaces to stamp-record
              write stamp-record
           end-perform
           close stamp-file
           move sw-file to stamp-file-name
           move "COMT" to sw-func
           call "SafeSwap" using swap-param
           move spaces to status-msg
           move "MC-M045" to mc-id
           move "Stamp saved:" to mc-text
           perform MSG-GET-RTN
           string function trim(mc-text trailing) " "
                  function trim(st-name-in) delimited by size
                  into status-msg
           modify screen-1-la-10 title status-msg
           .
       USE-STAMP-RTN.
           end-perform
           if wk-st = 0
              move "Pick a stamp from the list first" to status-msg
              move "MC-M016" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           move st-h(wk-st)     to cur-st-h
           move st-cells(wk-st) to cur-st-cells
           move spaces to status-msg
           move "MC-M046" to mc-id
           move "Stamp ready:" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "MC-M047" to mc-id
           move " - Stamp tool places it" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           string function trim(msg-part(1) trailing) " "
                  function trim(st-name-in)
                  function trim(msg-part(2) trailing) delimited by size
                  into status-msg
           modify screen-1-la-10 title status-msg
           .
       STAMP-TOOL-RTN.
           if cur-st-w = 0
              move "No stamp loaded - Use Stamp first" to status-msg
              move "MC-M017" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           perform UNDO-SAVE-RTN
           perform varying st-r from 1 by 1 until st-r > cur-st-h
              perform varying st-c from 1 by 1 until st-c > cur-st-w
                 compute wk-r2 = wk-row + st-r - 1
                    if wk-tone >= num-tones
                       compute wk-tone = num-tones - 1
                    end-if
                    perform LAYER-PAINT-RTN
                 end-if
              end-perform
           end-perform
              end-perform
           end-perform
           move "Stamp flipped horizontally" to status-msg
           move "MC-M018" to mc-id
           perform STATUS-MSG-XLATE-RTN
           modify screen-1-la-10 title status-msg
           .
       ST-FLIP-V-RTN.
              end-perform
           end-perform
           move "Stamp flipped vertically" to status-msg
           move "MC-M019" to mc-id
           perform STATUS-MSG-XLATE-RTN
           modify screen-1-la-10 title status-msg
           .
       ST-ROT-90-RTN.
              end-perform
           end-perform
           move "Stamp rotated 90" to status-msg
           move "MC-M020" to mc-id
           perform STATUS-MSG-XLATE-RTN
           modify screen-1-la-10 title status-msg
           .
       TEXT-TOOL-RTN.
           inquire screen-1-ef-12 value txt-string
           if txt-string = spaces
              move "Type the text first (Text box)" to status-msg
              move "MC-M021" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           perform UNDO-SAVE-RTN
           move function upper-case(txt-string) to txt-string
           perform varying txt-i from 1 by 1 until txt-i > 16
              move txt-string(txt-i:1) to txt-ch
           end-perform
           .
       RESET-RTN.
           perform UNDO-SAVE-RTN
           perform CLEAR-GRID.
           *>modify screen-1-gr-1 mass-update = 1
           modify screen-1-gr-1 cursor-Y 5 cursor-X 5
           move 1 to num-frames
           move 1 to cur-frame
           perform SHOW-FRAME-LABEL-RTN
           perform INIT-LAYERS-RTN
           .
       INIT-LAYERS-RTN.
      *> a fresh picture is one plain layer - paper background and
      *> no transparent tone
           move all "0" to lyr-tbl
           move 1 to lyr-cnt
           move 1 to cur-layer
           move "0" to lyr-bg(1)
           move "-" to lyr-tr(1)
           move 1 to lyr-vis(1)
           perform SHOW-LAYER-RTN
           .
       SHOW-LAYER-RTN.
           move cur-layer to ld-cur
           move lyr-cnt   to ld-max
           modify screen-1-la-13 title layer-disp
           modify screen-1-cb-2  value lyr-vis(cur-layer)
           modify screen-1-ef-13 value lyr-bg(cur-layer)
           modify screen-1-ef-14 value lyr-tr(cur-layer)
           .
       COMPOSE-CELL-RTN.
      *> the topmost visible layer not showing its transparent tone
      *> decides the cell; where every layer is clear, paper shows
           move 0 to wk-tone
           perform varying lyr-k from lyr-cnt by -1 until lyr-k < 1
              if lyr-vis(lyr-k) = 1 and
                 lyr-cell(cp-f, lyr-k, wk-r2, wk-c2)
                 not = lyr-tr(lyr-k)
                 move function numval(
                      lyr-cell(cp-f, lyr-k, wk-r2, wk-c2))
                   to wk-tone
                 exit perform
              end-if
           end-perform
           move wk-tone to fr-cell(cp-f, wk-r2, wk-c2)
           .
       COMPOSE-FRAME-RTN.
           perform varying wk-r2 from 1 by 1 until wk-r2 > num-height
              perform varying wk-c2 from 1 by 1
                      until wk-c2 > num-width
                 perform COMPOSE-CELL-RTN
              end-perform
           end-perform
           .
       LAYER-FROM-GRID-RTN.
      *> a picture brought onto the grid from outside (code, preset,
      *> PGM) lands on the active layer
           perform varying wk-row from 1 by 1 until wk-row > num-height
              perform varying wk-col from 1 by 1
                      until wk-col > num-width
                 inquire screen-1-gr-1 cell-data wk-cell
                 if wk-cell(1:1) >= "0" and wk-cell(1:1) <= "3"
                    move wk-cell(1:1)
                      to lyr-cell(cur-frame, cur-layer, wk-row, wk-col)
                 end-if
              end-perform
           end-perform
           perform SHOW-FRAME-RTN
           .
       LAYER-PREV-RTN.
           if cur-layer = 1
              move lyr-cnt to cur-layer
           else
              subtract 1 from cur-layer
           end-if
           perform SHOW-LAYER-RTN
           .
       LAYER-NEXT-RTN.
           if cur-layer = lyr-cnt
              move 1 to cur-layer
           else
              add 1 to cur-layer
           end-if
           perform SHOW-LAYER-RTN
           .
       LAYER-ADD-RTN.
      *> a new layer goes on top, see-through where it is paper
           if lyr-cnt >= 4
              move "Four layers at most" to status-msg
              move "MC-M022" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           perform UNDO-SAVE-RTN
           add 1 to lyr-cnt
           move "0" to lyr-bg(lyr-cnt)
           move "0" to lyr-tr(lyr-cnt)
           move 1 to lyr-vis(lyr-cnt)
           perform varying wk-f from 1 by 1 until wk-f > 8
              move all "0" to lyr-item(wk-f, lyr-cnt)
           end-perform
           move lyr-cnt to cur-layer
           perform SHOW-LAYER-RTN
           move spaces to status-msg
           move "MC-M048" to mc-id
           move "Layer" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "MC-M049" to mc-id
           move " added - tone 0 shows through" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           string function trim(msg-part(1) trailing) " " lyr-cnt
                  function trim(msg-part(2) trailing) delimited by size
                  into status-msg
           modify screen-1-la-10 title status-msg
           .
       LAYER-UP-RTN.
           if cur-layer >= lyr-cnt
              exit paragraph
           end-if
           perform UNDO-SAVE-RTN
           compute lyr-l2 = cur-layer + 1
           perform LAYER-SWAP-RTN
           move lyr-l2 to cur-layer
           perform SHOW-FRAME-RTN
           perform SHOW-LAYER-RTN
           .
       LAYER-DOWN-RTN.
           if cur-layer <= 1
              exit paragraph
           end-if
           perform UNDO-SAVE-RTN
           compute lyr-l2 = cur-layer - 1
           perform LAYER-SWAP-RTN
           move lyr-l2 to cur-layer
           perform SHOW-FRAME-RTN
           perform SHOW-LAYER-RTN
           .
       LAYER-SWAP-RTN.
      *> the active layer trades places with lyr-l2 in every frame
           perform varying wk-f from 1 by 1 until wk-f > 8
              move lyr-item(wk-f, cur-layer) to lyr-hold
              move lyr-item(wk-f, lyr-l2) to lyr-item(wk-f, cur-layer)
              move lyr-hold to lyr-item(wk-f, lyr-l2)
           end-perform
           move lyr-def(cur-layer) to lyr-def-hold
           move lyr-def(lyr-l2) to lyr-def(cur-layer)
           move lyr-def-hold to lyr-def(lyr-l2)
           .
       LAYER-SET-RTN.
           inquire screen-1-ef-13 value lyr-bg-in
           inquire screen-1-ef-14 value lyr-tr-in
           if lyr-bg-in is not numeric
              move "Background must be a tone digit" to status-msg
              move "MC-M023" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           if function numval(lyr-bg-in) >= num-tones
              move "Tone not allowed by current mode" to status-msg
              move "MC-M009" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           if lyr-tr-in = space
              move "-" to lyr-tr-in
           end-if
           if lyr-tr-in not = "-"
              if lyr-tr-in is not numeric
                 move "Transparent must be a tone digit or -"
                   to status-msg
                 move "MC-M024" to mc-id
                 perform STATUS-MSG-XLATE-RTN
                 modify screen-1-la-10 title status-msg
                 exit paragraph
              end-if
              if function numval(lyr-tr-in) >= num-tones
                 move "Tone not allowed by current mode"
                   to status-msg
                 move "MC-M009" to mc-id
                 perform STATUS-MSG-XLATE-RTN
                 modify screen-1-la-10 title status-msg
                 exit paragraph
              end-if
           end-if
           perform UNDO-SAVE-RTN
      *> a new background recolors only the layer's background
      *> cells, so it is redone without erasing the drawing
           if lyr-bg-in not = lyr-bg(cur-layer)
              perform varying wk-f from 1 by 1 until wk-f > 8
                 inspect lyr-item(wk-f, cur-layer)
                         replacing all lyr-bg(cur-layer) by lyr-bg-in
              end-perform
              move lyr-bg-in to lyr-bg(cur-layer)
           end-if
           move lyr-tr-in to lyr-tr(cur-layer)
           perform SHOW-FRAME-RTN
           perform SHOW-LAYER-RTN
           move spaces to status-msg
           move "MC-M048" to mc-id
           move "Layer" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "MC-M050" to mc-id
           move " - background" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           move "MC-M051" to mc-id
           move ", transparent" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(3)
           string function trim(msg-part(1) trailing) " " cur-layer
                  function trim(msg-part(2) trailing) " " lyr-bg-in
                  function trim(msg-part(3) trailing) " " lyr-tr-in
                  delimited by size into status-msg
           modify screen-1-la-10 title status-msg
           .
      *> undo history - the whole picture is kept before each change,
      *> twenty changes deep; any new change drops the redo side
       UNDO-SAVE-RTN.
           if undo-cnt >= 20
              perform varying undo-i from 1 by 1 until undo-i > 19
                 move undo-ent(undo-i + 1) to undo-ent(undo-i)
              end-perform
              move 19 to undo-cnt
           end-if
           perform SNAP-TAKE-RTN
           add 1 to undo-cnt
           move snap-state to undo-ent(undo-cnt)
           move 0 to redo-cnt
           .
       UNDO-RESET-RTN.
           move 0 to undo-cnt
           move 0 to redo-cnt
           .
       UNDO-RTN.
           if undo-cnt = 0
              move "Nothing to undo" to status-msg
              move "MC-M025" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           perform SNAP-TAKE-RTN
           add 1 to redo-cnt
           move snap-state to redo-ent(redo-cnt)
           move undo-ent(undo-cnt) to snap-state
           subtract 1 from undo-cnt
           perform SNAP-RESTORE-RTN
           move spaces to status-msg
           move "MC-M052" to mc-id
           move "Undone -" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "MC-M053" to mc-id
           move " more to undo" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           string function trim(msg-part(1) trailing) " " undo-cnt
                  function trim(msg-part(2) trailing) delimited by size
                  into status-msg
           modify screen-1-la-10 title status-msg
           .
       REDO-RTN.
           if redo-cnt = 0
              move "Nothing to redo" to status-msg
              move "MC-M026" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           perform SNAP-TAKE-RTN
           add 1 to undo-cnt
           move snap-state to undo-ent(undo-cnt)
           move redo-ent(redo-cnt) to snap-state
           subtract 1 from redo-cnt
           perform SNAP-RESTORE-RTN
           move spaces to status-msg
           move "MC-M054" to mc-id
           move "Redone -" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "MC-M055" to mc-id
           move " more to redo" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           string function trim(msg-part(1) trailing) " " redo-cnt
                  function trim(msg-part(2) trailing) delimited by size
                  into status-msg
           modify screen-1-la-10 title status-msg
           .
       SNAP-TAKE-RTN.
           move num-width   to ss-width
           move num-height  to ss-height
           move num-frames  to ss-frames
           move cur-frame   to ss-cur-frame
           move lyr-cnt     to ss-lyr-cnt
           move cur-layer   to ss-cur-layer
           move lyr-def-tbl to ss-defs
           move lyr-tbl     to ss-layers
           .
       SNAP-RESTORE-RTN.
           move 0 to anchor-sw
           if ss-width not = num-width or ss-height not = num-height
              perform CLEAR-GRID
           end-if
           move ss-width     to num-width
           move ss-height    to num-height
           move ss-frames    to num-frames
           move ss-cur-frame to cur-frame
           move ss-lyr-cnt   to lyr-cnt
           move ss-cur-layer to cur-layer
           move ss-defs      to lyr-def-tbl
           move ss-layers    to lyr-tbl
           modify screen-1-ef-1 value num-width
           modify screen-1-ef-2 value num-height
           perform CAPTURE-FRAME-RTN
           perform SHOW-FRAME-RTN
           perform SHOW-FRAME-LABEL-RTN
           perform SHOW-LAYER-RTN
           .
       SHOW-FRAME-LABEL-RTN.
           move cur-frame  to fd-cur
           move num-frames to fd-max
           modify screen-1-la-6 title frame-disp
           .
       CAPTURE-FRAME-RTN.
      *> frames hold the flattened view of their layers
           perform varying cp-f from 1 by 1 until cp-f > num-frames
              perform COMPOSE-FRAME-RTN
           end-perform
           .
       SHOW-FRAME-RTN.
           move cur-frame to cp-f
           perform COMPOSE-FRAME-RTN
           modify screen-1-gr-1 mass-update = 1
           perform varying wk-row from 1 by 1 until wk-row > num-height
              perform varying wk-col from 1 by 1
              exit paragraph
           end-if
           perform CAPTURE-FRAME-RTN
           perform UNDO-RESET-RTN
           if cur-frame = 1
              move num-frames to cur-frame
           else
              exit paragraph
           end-if
           perform CAPTURE-FRAME-RTN
           perform UNDO-RESET-RTN
           if cur-frame = num-frames
              move 1 to cur-frame
           else
              exit paragraph
           end-if
           perform CAPTURE-FRAME-RTN
           perform UNDO-RESET-RTN
           add 1 to num-frames
           move frame-item(cur-frame) to frame-item(num-frames)
           move lyr-frame(cur-frame) to lyr-frame(num-frames)
           move num-frames to cur-frame
           perform SHOW-FRAME-RTN
           .
           end-perform
           .

      *> flips and the turn work on every layer of the frame, so
      *> the stack stays lined up
       FLIP-H-RTN.
           perform UNDO-SAVE-RTN
           perform varying lyr-l from 1 by 1 until lyr-l > lyr-cnt
              move lyr-item(cur-frame, lyr-l) to pic-save-tbl
              perform varying wk-row from 1 by 1
                      until wk-row > num-height
                 perform varying wk-col from 1 by 1
                         until wk-col > num-width
                    compute wk-col-x = num-width - wk-col + 1
                    move pic-save-col(wk-row, wk-col-x)
                      to lyr-cell(cur-frame, lyr-l, wk-row, wk-col)
                 end-perform
              end-perform
           end-perform
           perform SHOW-FRAME-RTN
           .

       FLIP-V-RTN.
           perform UNDO-SAVE-RTN
           perform varying lyr-l from 1 by 1 until lyr-l > lyr-cnt
              move lyr-item(cur-frame, lyr-l) to pic-save-tbl
              perform varying wk-row from 1 by 1
                      until wk-row > num-height
                 perform varying wk-col from 1 by 1
                         until wk-col > num-width
                    compute wk-row-x = num-height - wk-row + 1
                    move pic-save-col(wk-row-x, wk-col)
                      to lyr-cell(cur-frame, lyr-l, wk-row, wk-col)
                 end-perform
              end-perform
           end-perform
           perform SHOW-FRAME-RTN
           .

       ROTATE-90-RTN.
           perform UNDO-SAVE-RTN
           move num-width  to old-width
           move num-height to old-height
           compute num-width  = old-height
           compute num-height = old-width
           perform CLEAR-GRID
           perform varying lyr-l from 1 by 1 until lyr-l > lyr-cnt
              move lyr-item(cur-frame, lyr-l) to pic-save-tbl
              move all "0" to lyr-item(cur-frame, lyr-l)
              inspect lyr-item(cur-frame, lyr-l)
                      replacing all "0" by lyr-bg(lyr-l)
              perform varying wk-row from 1 by 1
                      until wk-row > num-height
                 perform varying wk-col from 1 by 1
                         until wk-col > num-width
                    compute wk-row-x = old-height - wk-col + 1
                    move pic-save-col(wk-row-x, wk-row)
                      to lyr-cell(cur-frame, lyr-l, wk-row, wk-col)
                 end-perform
              end-perform
           end-perform
           perform SHOW-FRAME-RTN
           modify screen-1-ef-1 value num-width
           modify screen-1-ef-2 value num-height
           .

       APPLY-SIZE-RTN.
           perform UNDO-SAVE-RTN
           inquire screen-1-ef-1 value num-width
           inquire screen-1-ef-2 value num-height
           if num-width < 1
           if export-f-sts not = "00"
              move "Cannot write export file - check the path"
                to status-msg
              move "MC-M027" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           open output export-file
           if export-f-sts not = "00"
              move "Cannot write animation manifest" to status-msg
              move "MC-M028" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           write export-line
           close export-file
           move spaces to status-msg
           move "MC-M056" to mc-id
           move "Animation exported -" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "MC-M057" to mc-id
           move " frame(s)" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           string function trim(msg-part(1) trailing) " " num-frames
                  function trim(msg-part(2) trailing) delimited by size
                  into status-msg
           modify screen-1-la-10 title status-msg
           .
       IMPORT-PGM-RTN.
           if export-f-sts not = "00"
              move "PGM file not found - nothing changed"
                to status-msg
              move "MC-M029" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           perform IMP-NEXT-TOKEN-RTN
           if imp-token not = "P2"
              move "Not a plain (P2) PGM file" to status-msg
              move "MC-M030" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              close export-file
              exit paragraph
           move function numval(imp-token) to imp-max
           if imp-w < 1 or imp-h < 1 or imp-max < 1
              move "Bad PGM header" to status-msg
              move "MC-M031" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              close export-file
              exit paragraph
           if imp-w > 99 or imp-h > 99
              move "PGM larger than 99x99 - too big to import"
                to status-msg
              move "MC-M032" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              close export-file
              exit paragraph
              end-perform
           end-perform
           close export-file
           perform UNDO-SAVE-RTN
      *> nearest-neighbor resample onto the current canvas, then
      *> gray levels onto tones with the same 85-per-step ramp
      *> EXPORT-PGM-RTN writes - the palette colors the result
                        cell-color = tone-color
              end-perform
           end-perform
           perform LAYER-FROM-GRID-RTN
           move "PGM imported onto the grid" to status-msg
           move "MC-M033" to mc-id
           perform STATUS-MSG-XLATE-RTN
           modify screen-1-la-10 title status-msg
           .
       IMP-READ-LINE-RTN.
           if bmp-f-sts not = "00"
              move "Cannot write BMP file - check the path"
                to status-msg
              move "MC-M034" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           move num-width  to bmp-img-w
           move num-height to bmp-img-h
           perform BMP-HEADER-RTN
      *> pixel rows run bottom-up in a BMP
           perform varying wk-row from num-height by -1
                   until wk-row < 1
              perform varying wk-col from 1 by 1
                      until wk-col > num-width
                 move pic-save-col(wk-row, wk-col) to wk-cell
                 move function numval(wk-cell(1:1)) to wk-tone
                 compute wk-gray = 255 - wk-tone * 85
                 move wk-gray to bmp-byte-val
                 perform EMIT-BYTE-RTN
                 perform EMIT-BYTE-RTN
                 perform EMIT-BYTE-RTN
              end-perform
              compute bmp-pad = bmp-rowsize - num-width * 3
              perform varying bmp-b from 1 by 1
                      until bmp-b > bmp-pad
                 move 0 to bmp-byte-val
                 perform EMIT-BYTE-RTN
              end-perform
           end-perform
           close bmp-file
           move spaces to status-msg
           move "MC-M058" to mc-id
           move "BMP exported:" to mc-text
           perform MSG-GET-RTN
           string function trim(mc-text trailing) " "
                  function trim(bmp-file-name) delimited by size
                  into status-msg
           modify screen-1-la-10 title status-msg
           .
       BMP-HEADER-RTN.
      *> file and info headers for a bmp-img-w x bmp-img-h picture
           compute bmp-rowsize = (bmp-img-w * 3 + 3) / 4 * 4
           compute bmp-filesize = 54 + bmp-rowsize * bmp-img-h
           move "B" to bmp-byte
           write bmp-byte
           move "M" to bmp-byte
           perform EMIT-LE32-RTN
           move 40 to bmp-le-val
           perform EMIT-LE32-RTN
           move bmp-img-w to bmp-le-val
           perform EMIT-LE32-RTN
           move bmp-img-h to bmp-le-val
           perform EMIT-LE32-RTN
           move 1 to bmp-le-val
           perform EMIT-LE16-RTN
           perform EMIT-LE16-RTN
           move 0 to bmp-le-val
           perform EMIT-LE32-RTN
           compute bmp-le-val = bmp-rowsize * bmp-img-h
           perform EMIT-LE32-RTN
           move 2835 to bmp-le-val
           perform EMIT-LE32-RTN
           perform EMIT-LE32-RTN
           move 0 to bmp-le-val
           perform EMIT-LE32-RTN
           .
       SHEET-EXPORT-RTN.
      *> several pictures on one sheet - a comma list of catalog
      *> entry numbers or name fragments, ALL for the whole catalog
      *> and FRAMES for the frames of the picture being edited
           inquire screen-1-ef-15 value sheet-spec
           if sheet-spec = spaces
              move "Sheet: entry numbers, names, ALL or FRAMES"
                to status-msg
              move "MC-M035" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           move 0 to sh-cnt
           move 1 to sh-ptr
           perform until sh-ptr > 60
              move spaces to sh-word
              unstring sheet-spec delimited by ","
                       into sh-word with pointer sh-ptr
              move function trim(sh-word) to sh-word
              if sh-word not = spaces
                 perform SHEET-PICK-RTN
              end-if
           end-perform
           if sh-cnt = 0
              move "Nothing matched for the sheet" to status-msg
              move "MC-M036" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           perform CAPTURE-FRAME-RTN
           perform SHEET-LAYOUT-RTN
           perform SHEET-FILL-RTN
           inquire screen-1-ef-4 value pic-file-name
           move spaces to sh-base
           if pic-file-name = spaces
              move "../data/sheet" to sh-base
           else
              string function trim(pic-file-name) "_sheet"
                     delimited by size into sh-base
           end-if
           if sh-fmt = "BMP"
              move spaces to bmp-file-name
              string function trim(sh-base) ".bmp"
                     delimited by size into bmp-file-name
              perform SHEET-BMP-RTN
              if bmp-f-sts not = "00"
                 exit paragraph
              end-if
           else
              move spaces to export-file-name
              string function trim(sh-base) ".pgm"
                     delimited by size into export-file-name
              perform SHEET-PGM-RTN
              if export-f-sts not = "00"
                 exit paragraph
              end-if
           end-if
           perform SHEET-INDEX-RTN
           move sh-width  to sh-dim-z
           move sh-height to sh-dim2-z
           move spaces to status-msg
           move "MC-M059" to mc-id
           move "Sheet exported -" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "MC-M060" to mc-id
           move " picture(s)," to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           string function trim(msg-part(1) trailing) " " sh-cnt
                  function trim(msg-part(2) trailing) " "
                  function trim(sh-dim-z) "x" function trim(sh-dim2-z)
                  delimited by size into status-msg
           modify screen-1-la-10 title status-msg
           .
       SHEET-PICK-RTN.
           perform varying sh-wlen from 40 by -1
                   until sh-word(sh-wlen:1) not = space
           end-perform
           evaluate true
              when function upper-case(sh-word) = "FRAMES"
                 perform varying sh-n from 1 by 1
                         until sh-n > num-frames
                    move "F" to sh-kind-in
                    perform SHEET-ADD-RTN
                 end-perform
              when function upper-case(sh-word) = "ALL"
                 perform varying sh-n from 1 by 1 until sh-n > cat-cnt
                    move "C" to sh-kind-in
                    perform SHEET-ADD-RTN
                 end-perform
              when sh-word(1:sh-wlen) is numeric and sh-wlen <= 2
                 move function numval(sh-word(1:sh-wlen)) to sh-n
                 if sh-n >= 1 and sh-n <= cat-cnt
                    move "C" to sh-kind-in
                    perform SHEET-ADD-RTN
                 end-if
              when other
                 perform varying sh-n from 1 by 1 until sh-n > cat-cnt
                    move 0 to sh-tally
                    inspect ct-name(sh-n) tallying sh-tally
                            for all sh-word(1:sh-wlen)
                    if sh-tally > 0
                       move "C" to sh-kind-in
                       perform SHEET-ADD-RTN
                    end-if
                 end-perform
           end-evaluate
           .
       SHEET-ADD-RTN.
           if sh-cnt >= 30
              exit paragraph
           end-if
           move 0 to sh-dup-sw
           perform varying sh-i from 1 by 1 until sh-i > sh-cnt
              if sh-kind(sh-i) = sh-kind-in and sh-src(sh-i) = sh-n
                 move 1 to sh-dup-sw
                 exit perform
              end-if
           end-perform
           if sh-dup-sw = 1
              exit paragraph
           end-if
           add 1 to sh-cnt
           move sh-kind-in to sh-kind(sh-cnt)
           move sh-n to sh-src(sh-cnt)
           if sh-kind-in = "F"
              move num-width  to sh-w(sh-cnt)
              move num-height to sh-h(sh-cnt)
           else
              move ct-w(sh-n) to sh-w(sh-cnt)
              move ct-h(sh-n) to sh-h(sh-cnt)
              if sh-w(sh-cnt) < 1 or sh-w(sh-cnt) > 20 or
                 sh-h(sh-cnt) < 1 or sh-h(sh-cnt) > 20
                 subtract 1 from sh-cnt
              end-if
           end-if
           .
       SHEET-LAYOUT-RTN.
      *> equal slots as big as the largest picture, one paper cell
      *> between slots, about as many columns as rows
           move 0 to sh-slot-w sh-slot-h
           perform varying sh-i from 1 by 1 until sh-i > sh-cnt
              if sh-w(sh-i) > sh-slot-w
                 move sh-w(sh-i) to sh-slot-w
              end-if
              if sh-h(sh-i) > sh-slot-h
                 move sh-h(sh-i) to sh-slot-h
              end-if
           end-perform
           move 1 to sh-cols
           perform until sh-cols * sh-cols >= sh-cnt
              add 1 to sh-cols
           end-perform
           compute sh-rows = (sh-cnt + sh-cols - 1) / sh-cols
           compute sh-width  = sh-cols * (sh-slot-w + 1) - 1
           compute sh-height = sh-rows * (sh-slot-h + 1) - 1
           perform varying sh-i from 1 by 1 until sh-i > sh-cnt
              compute sh-r = (sh-i - 1) / sh-cols
              compute sh-c = sh-i - 1 - sh-r * sh-cols
              compute sh-x(sh-i) = sh-c * (sh-slot-w + 1)
              compute sh-y(sh-i) = sh-r * (sh-slot-h + 1)
           end-perform
           .
       SHEET-FILL-RTN.
           move all "0" to sheet-tbl
           perform varying sh-i from 1 by 1 until sh-i > sh-cnt
              move sh-src(sh-i) to sh-n
              if sh-kind(sh-i) = "F"
                 perform varying sh-r from 1 by 1
                         until sh-r > sh-h(sh-i)
                    perform varying sh-c from 1 by 1
                            until sh-c > sh-w(sh-i)
                       move fr-cell(sh-n, sh-r, sh-c)
                         to sheet-cell(sh-y(sh-i) + sh-r,
                                       sh-x(sh-i) + sh-c)
                    end-perform
                 end-perform
              else
                 perform SHEET-DECODE-RTN
              end-if
           end-perform
           .
       SHEET-DECODE-RTN.
      *> catalog code: WWHH then tone + 3-digit run, row by row
           move 0 to sh-k
           compute sh-end = sh-w(sh-i) * sh-h(sh-i)
           move 5 to wk-cs-i
           perform until wk-cs-i > 1697 or sh-k >= sh-end
              if ct-code(sh-n)(wk-cs-i:4) is not numeric
                 exit perform
              end-if
              move ct-code(sh-n)(wk-cs-i:1) to wk-cell
              move ct-code(sh-n)(wk-cs-i + 1:3) to sh-run
              perform sh-run times
                 if sh-k < sh-end
                    compute sh-r = sh-k / sh-w(sh-i)
                    compute sh-c = sh-k - sh-r * sh-w(sh-i)
                    move wk-cell(1:1)
                      to sheet-cell(sh-y(sh-i) + sh-r + 1,
                                    sh-x(sh-i) + sh-c + 1)
                    add 1 to sh-k
                 end-if
              end-perform
              add 4 to wk-cs-i
           end-perform
           .
       SHEET-PGM-RTN.
           open output export-file
           if export-f-sts not = "00"
              move "Cannot write sheet file - check the path"
                to status-msg
              move "MC-M037" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           move "P2" to export-line
           write export-line
           move sh-width  to sh-dim-z
           move sh-height to sh-dim2-z
           move spaces to export-line
           string function trim(sh-dim-z) " " function trim(sh-dim2-z)
                  delimited by size into export-line
           write export-line
           move "255" to export-line
           write export-line
           perform varying sh-r from 1 by 1 until sh-r > sh-height
              perform varying sh-c from 1 by 1 until sh-c > sh-width
                 move sheet-cell(sh-r, sh-c) to wk-cell
                 move function numval(wk-cell(1:1)) to wk-tone
                 compute wk-gray = 255 - wk-tone * 85
                 move wk-gray to wk-gray-x
                 move wk-gray-x to export-line
                 write export-line
              end-perform
           end-perform
           close export-file
           .
       SHEET-BMP-RTN.
           open output bmp-file
           if bmp-f-sts not = "00"
              move "Cannot write sheet file - check the path"
                to status-msg
              move "MC-M037" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           move sh-width  to bmp-img-w
           move sh-height to bmp-img-h
           perform BMP-HEADER-RTN
           perform varying sh-r from sh-height by -1 until sh-r < 1
              perform varying sh-c from 1 by 1 until sh-c > sh-width
                 move sheet-cell(sh-r, sh-c) to wk-cell
                 move function numval(wk-cell(1:1)) to wk-tone
                 compute wk-gray = 255 - wk-tone * 85
                 move wk-gray to bmp-byte-val
                 perform EMIT-BYTE-RTN
                 perform EMIT-BYTE-RTN
              end-perform
              compute bmp-pad = bmp-rowsize - sh-width * 3
              perform varying bmp-b from 1 by 1
                      until bmp-b > bmp-pad
                 move 0 to bmp-byte-val
              end-perform
           end-perform
           close bmp-file
           .
       SHEET-INDEX-RTN.
      *> companion index: where each picture sits on the sheet, x/y
      *> being the top-left pixel counted from 0
           move spaces to export-file-name
           string function trim(sh-base) ".idx"
                  delimited by size into export-file-name
           open output export-file
           if export-f-sts not = "00"
              exit paragraph
           end-if
           move sh-width  to sh-dim-z
           move sh-height to sh-dim2-z
           move spaces to export-line
           string "sheet=" function trim(sh-dim-z) "x"
                  function trim(sh-dim2-z) " pictures=" sh-cnt
                  " format=" sh-fmt
                  delimited by size into export-line
           write export-line
           move "no x   y   w  h  name" to export-line
           write export-line
           perform varying sh-i from 1 by 1 until sh-i > sh-cnt
              move sh-i to shi-no
              move sh-x(sh-i) to shi-x
              move sh-y(sh-i) to shi-y
              move sh-w(sh-i) to shi-w
              move sh-h(sh-i) to shi-h
              move spaces to shi-name
              if sh-kind(sh-i) = "F"
                 string "frame " sh-src(sh-i)
                        delimited by size into shi-name
              else
                 move ct-name(sh-src(sh-i)) to shi-name
              end-if
              move sh-idx-line to export-line
              write export-line
           end-perform
           close export-file
           .
       AVATAR-SAVE-RTN.
      *> the picture on the grid becomes the signed-in player's
      *> avatar, one row per picture line keyed by player id
           move spaces to curplayer-record
           open input curplayer-file
           if curp-f-sts = "00"
              read curplayer-file
                 at end move spaces to curplayer-record
              end-read
              close curplayer-file
           end-if
           if curp-name = spaces or curp-id is not numeric
              move "Sign in from the launcher first" to status-msg
              move "MC-M038" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           perform CAPTURE-GRID-RTN
           move "../data/player_avatars.dat" to lk-file
           move "LOCK" to lk-func
           call "FileLock" using lock-param
           move 0 to av-keep-cnt
           open input avatar-file
           if av-f-sts = "00"
              perform until 1 = 0
                 read avatar-file at end exit perform
                 end-read
                 if av-id not = curp-id and av-keep-cnt < 600
                    add 1 to av-keep-cnt
                    move avatar-record to av-keep(av-keep-cnt)
                 end-if
              end-perform
              close avatar-file
           end-if
           move avatar-file-name to sw-file
           move "BEGN" to sw-func
           call "SafeSwap" using swap-param
           move sw-temp to avatar-file-name
           open output avatar-file
           if av-f-sts not = "00"
              move sw-file to avatar-file-name
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              move "UNLK" to lk-func
              call "FileLock" using lock-param
              move "Cannot write the avatar file" to status-msg
              move "MC-M039" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           perform varying av-k from 1 by 1 until av-k > av-keep-cnt
              move av-keep(av-k) to avatar-record
              write avatar-record
           end-perform
           perform varying wk-row from 1 by 1 until wk-row > num-height
              move spaces to avatar-record
              move curp-id    to av-id
              move curp-name  to av-name
              move num-width  to av-w
              move num-height to av-h
              move wk-row     to av-row
              perform varying wk-col from 1 by 1
                      until wk-col > num-width
                 move pic-save-col(wk-row, wk-col)
                   to av-cells(wk-col:1)
              end-perform
              write avatar-record
           end-perform
           close avatar-file
           move sw-file to avatar-file-name
           move "COMT" to sw-func
           call "SafeSwap" using swap-param
           move "UNLK" to lk-func
           call "FileLock" using lock-param
           move spaces to status-msg
           move "MC-M061" to mc-id
           move "Avatar saved for" to mc-text
           perform MSG-GET-RTN
           string function trim(mc-text trailing) " "
                  function trim(curp-name) delimited by size
                  into status-msg
           modify screen-1-la-10 title status-msg
           .
       EMIT-BYTE-RTN.
           if pic-f-sts not = "00"
              move "Cannot write picture - check the path"
                to status-msg
              move "MC-M040" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           move 0 to pic-width pic-height pic-row pic-col pic-tone
           move palette-def to pic-extra
           write pic-record
           perform varying lyr-l from 1 by 1 until lyr-l > lyr-cnt
              move "L" to pic-rec-type
              move 0 to pic-width pic-height pic-col
              move lyr-l to pic-row
              move function numval(lyr-bg(lyr-l)) to pic-tone
              move spaces to pic-extra
              move lyr-tr(lyr-l)  to pic-extra(1:1)
              move lyr-vis(lyr-l) to pic-extra(2:1)
              write pic-record
           end-perform
           move spaces to pic-extra
           perform varying wk-f from 1 by 1 until wk-f > num-frames
              move "F" to pic-rec-type
                 end-perform
              end-perform
           end-perform
      *> the flattened C records give a plain single layer back;
      *> anything more keeps each layer's off-background cells
           if lyr-cnt > 1 or lyr-vis(1) = 0 or lyr-tr(1) not = "-"
              perform varying wk-f from 1 by 1 until wk-f > num-frames
                 perform varying lyr-l from 1 by 1
                         until lyr-l > lyr-cnt
                    perform SAVE-LAYER-CELLS-RTN
                 end-perform
              end-perform
           end-if
           close pic-file
           perform CATALOG-UPSERT-RTN
           perform RECENT-ADD-RTN
           .
       SAVE-LAYER-CELLS-RTN.
           perform varying wk-row from 1 by 1 until wk-row > num-height
              perform varying wk-col from 1 by 1
                      until wk-col > num-width
                 if lyr-cell(wk-f, lyr-l, wk-row, wk-col)
                    not = lyr-bg(lyr-l)
                    move "D" to pic-rec-type
                    move wk-f   to pic-width
                    move lyr-l  to pic-height
                    move wk-row to pic-row
                    move wk-col to pic-col
                    move function numval(
                         lyr-cell(wk-f, lyr-l, wk-row, wk-col))
                      to pic-tone
                    write pic-record
                 end-if
              end-perform
           end-perform
           .
       LOAD-CATALOG-RTN.
           move 0 to cat-cnt
           open input catalog-file
                 read catalog-file
                    at end exit perform
                 end-read
                 if catalog-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if cat-cnt < 30
                    add 1 to cat-cnt
                    move cat-name  to ct-name(cat-cnt)
           move function current-date to wk-curdate
           move wk-curdate(1:8) to ct-date(wk-cidx)
           move code-string(1:code-leng) to ct-code(wk-cidx)
           move catalog-file-name to sw-file
           move "BEGN" to sw-func
           call "SafeSwap" using swap-param
           move sw-temp to catalog-file-name
           open output catalog-file
           move "*LAYOUT 01" to catalog-record
           write catalog-record
           perform varying wk-c from 1 by 1 until wk-c > cat-cnt
              move spaces to catalog-record
              move ct-name(wk-c)  to cat-name
              write catalog-record
           end-perform
           close catalog-file
           move sw-file to catalog-file-name
           move "COMT" to sw-func
           call "SafeSwap" using swap-param
           .
       CATALOG-OPEN-RTN.
           move spaces to cat-name-wk
           end-perform
           if wk-cidx = 0
              move "Pick a catalog entry first" to status-msg
              move "MC-M041" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           if pic-f-sts not = "00"
              move "Picture file not found - nothing changed"
                to status-msg
              move "MC-M042" to mc-id
              perform STATUS-MSG-XLATE-RTN
              modify screen-1-la-10 title status-msg
              exit paragraph
           end-if
           move 1 to num-frames
           move 1 to cur-frame
           move 1 to wk-f
           perform INIT-LAYERS-RTN
           perform UNDO-RESET-RTN
           move 0 to lyr-read-sw
           open input pic-file
           if pic-f-sts = "00"
              read pic-file
                          move pic-tone
                            to fr-cell(wk-f, pic-row, pic-col)
                       end-if
                    when "L"
                       if pic-row >= 1 and pic-row <= 4
                          perform LOAD-LAYER-DEF-RTN
                       end-if
                    when "D"
                       if pic-width >= 1 and pic-width <= 8 and
                          pic-height >= 1 and pic-height <= 4 and
                          pic-row >= 1 and pic-row <= 20 and
                          pic-col >= 1 and pic-col <= 20
                          move pic-tone to lyr-cell(pic-width,
                               pic-height, pic-row, pic-col)
                       end-if
                 end-evaluate
              end-perform
              close pic-file
                 move wk-f to num-frames
              end-if
           end-if
      *> older and plain pictures carry no layer cells - their
      *> frames become the single layer
           if lyr-read-sw = 0 or
              (lyr-cnt = 1 and lyr-vis(1) = 1 and lyr-tr(1) = "-")
              move 1 to lyr-cnt
              perform varying wk-f from 1 by 1 until wk-f > num-frames
                 move frame-item(wk-f) to lyr-item(wk-f, 1)
              end-perform
           end-if
           perform SHOW-LAYER-RTN
           perform SHOW-FRAME-RTN
           modify screen-1-ef-1 value num-width
           modify screen-1-ef-2 value num-height
           perform RECENT-ADD-RTN
           .

       LOAD-LAYER-DEF-RTN.
      *> layer definitions come ahead of the frames; the layer starts
      *> as its background and the D records fill in the rest
           move 1 to lyr-read-sw
           if pic-row > lyr-cnt
              move pic-row to lyr-cnt
           end-if
           move pic-tone to lyr-bg(pic-row)
           move pic-extra(1:1) to lyr-tr(pic-row)
           if lyr-tr(pic-row) not = "-" and
              lyr-tr(pic-row) is not numeric
              move "-" to lyr-tr(pic-row)
           end-if
           if pic-extra(2:1) = "0"
              move 0 to lyr-vis(pic-row)
           else
              move 1 to lyr-vis(pic-row)
           end-if
           perform varying wk-c from 1 by 1 until wk-c > 8
              move all "0" to lyr-item(wk-c, pic-row)
              inspect lyr-item(wk-c, pic-row)
                      replacing all "0" by lyr-bg(pic-row)
           end-perform
           .
       LOAD-PRESET-RTN.
           inquire screen-1-co-1 value preset-name
           if preset-name = spaces
              exit paragraph
           end-if
           perform UNDO-SAVE-RTN
           move 10 to num-width
           move 10 to num-height
           modify screen-1-ef-1 value num-width
                 exit paragraph
           end-evaluate
           perform DRAW-PRESET-RTN
           perform LAYER-FROM-GRID-RTN
           .
       SMILEY-PATTERN-RTN.
           move "0001111000" to preset-pat-row(1)
           end-perform
           .

       screen-1-bef-create.
           perform TITLES-RTN
           .
       TITLES-RTN.
      *> settle the language and put the captions and fixed
      *> messages into it before the window is shown
           move "LANG" to mc-func
           call "MsgCat" using mc-param
           perform varying ttl-i from 1 by 1 until ttl-i > 48
              move spaces to mc-id
              string "MC-" ttl-ctl(ttl-i) delimited by space
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
       STATUS-MSG-XLATE-RTN.
           move status-msg to mc-text
           perform MSG-GET-RTN
           move mc-text to status-msg
           .
      *end event editor code
      *end {iscobol}copy-procedure
       report-composer section.
      *begin {iscobol}external-copyfiles
      *end {iscobol}external-copyfiles


