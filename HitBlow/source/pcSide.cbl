       01  prune-sw     pic 9.
       01  lcg-x        pic 9(18).
       01  lcg-j        pic 9(02).
      *> minimax solver - the surviving candidates as symbol indexes
       01  mm-sw        pic 9 value 0.
       01  mm-full-sw   pic 9 value 0.
       01  mm-cnt       pic 9(04).
       01  mm-tbl.
           05  mm-cand    occurs 2000.
               10  mm-ix      occurs 10  pic 99.
       01  mm-pos-tbl.
           05  mm-pos     occurs 16  pic 99.
       01  mm-part-tbl.
           05  mm-part    occurs 121 pic 9(04).
       01  mm-g         pic 9(04).
       01  mm-s         pic 9(04).
       01  mm-g-lim     pic 9(04).
       01  mm-p         pic 99.
       01  mm-h         pic 99.
       01  mm-b         pic 99.
       01  mm-slot      pic 9(03).
       01  mm-worst     pic 9(04).
       01  mm-best      pic 9(04).
       01  mm-best-g    pic 9(04).
       77  system-time  pic 9(8).
       LINKAGE SECTION.
       01  pc-param.
                   perform CANDS-RTN
              when "INITS"
                   perform INITS-RTN
              when "MMAX"
                   perform MMAX-RTN
           end-evaluate.
           goback.
       INIT-RTN.
           move 0 to lvl-idx(1).
           move 0 to lvl-placed(1).
           perform CAND-STEP-RTN until wk-lvl = 0
                   or node-cnt > 2000000
                   or mm-full-sw = 1.
           if node-cnt > 2000000
              move 99999 to cand-cnt
           end-if.
                 move cand-work(1:pc-digit)
                   to cand-list(wk-j:pc-digit)
              end-if
              if mm-sw = 1
                 add 1 to mm-cnt
                 perform varying wk-j from 1 by 1
                         until wk-j > pc-digit
                    move lvl-idx(wk-j) to mm-ix(mm-cnt, wk-j)
                 end-perform
                 if mm-cnt = 2000
                    move 1 to mm-full-sw
                 end-if
              end-if
           else
              add 1 to wk-lvl
              move 0 to lvl-idx(wk-lvl)
                 move 1 to prune-sw
              end-if
           end-perform.
       MMAX-RTN.
      *> minimax strategy: of the secrets still consistent with every
      *> recorded row, guess the one whose worst Hit/Blow answer
      *> leaves the fewest candidates standing; the guess comes back
      *> in chk-string, spaces when no candidate survives
           move 1 to mm-sw.
           move 0 to mm-full-sw.
           move 0 to mm-cnt.
           perform CANDS-RTN.
           move 0 to mm-sw.
      *> a full table means the space is still wide open - the walk
      *> stopped early and the stored candidates stand in for it
           if mm-full-sw = 1
              move 99999 to cand-cnt
              move 0 to mm-full-sw
           end-if.
           move spaces to chk-string.
           if mm-cnt = 0
              exit paragraph
           end-if.
      *> with no rows yet every opening is as good as any other
           move 1 to mm-best-g.
           if mm-cnt > 2 and cand-row-cnt > 0
              move 9999 to mm-best
              move mm-cnt to mm-g-lim
              if mm-g-lim > 300
                 move 300 to mm-g-lim
              end-if
              perform MMAX-SCORE-RTN varying mm-g from 1 by 1
                      until mm-g > mm-g-lim
           end-if.
           perform varying wk-j from 1 by 1 until wk-j > pc-digit
              move mm-ix(mm-best-g, wk-j) to wk-i
              move NUM-INIT(wk-i:1) to chk-string(wk-j:1)
           end-perform.
       MMAX-SCORE-RTN.
      *> partition every candidate by the answer guess mm-g would
      *> get from it; slot = hit * 11 + blow + 1
           initialize mm-pos-tbl mm-part-tbl.
           perform varying wk-j from 1 by 1 until wk-j > pc-digit
              move wk-j to mm-pos(mm-ix(mm-g, wk-j))
           end-perform.
           move 0 to mm-worst.
           perform varying mm-s from 1 by 1
                   until mm-s > mm-cnt or mm-worst >= mm-best
              move 0 to mm-h
              move 0 to mm-b
              perform varying wk-j from 1 by 1 until wk-j > pc-digit
                 move mm-pos(mm-ix(mm-s, wk-j)) to mm-p
                 if mm-p = wk-j
                    add 1 to mm-h
                 else
                    if mm-p > 0
                       add 1 to mm-b
                    end-if
                 end-if
              end-perform
              compute mm-slot = mm-h * 11 + mm-b + 1
              add 1 to mm-part(mm-slot)
              if mm-part(mm-slot) > mm-worst
                 move mm-part(mm-slot) to mm-worst
              end-if
           end-perform.
           if mm-worst < mm-best
              move mm-worst to mm-best
              move mm-g to mm-best-g
           end-if.
