       IDENTIFICATION DIVISION.

       PROGRAM-ID. WebSpool.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select web-file assign to dynamic web-file-name
           organization line sequential
           file status web-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  web-file.
       01  web-line     pic x(1000).

       WORKING-STORAGE SECTION.
       01  web-f-sts      pic x(02).
       01  web-file-name  pic x(128).
       01  open-sw        pic 9(01) value 0.
      *> 0 no table open, 1 columns cut at the heading positions,
      *> 2 columns given as "|"-separated cells
       01  tbl-sw         pic 9(01) value 0.
       01  wk-curdate     pic x(21).
       01  col-tbl.
           05  col-cnt    pic 9(02) value 0.
           05  col-beg    occurs 20 pic 9(03).
       01  wk-p           pic 9(03).
       01  wk-k           pic 9(02).
       01  prev-end       pic 9(03).
       01  gap-len        pic 9(03).
       01  cell-beg       pic 9(03).
       01  cell-len       pic 9(03).
       01  bar-cnt        pic 9(02).
       01  cell-tag       pic x(02).
       01  cell-text      pic x(132).
       01  cell-tbl.
           05  cell-ent   occurs 20 pic x(132).
       01  txt-len        pic 9(03).
       01  wk-trail       pic 9(03).
       01  esc-text       pic x(700).
       01  esc-len        pic 9(03).
       01  out-line       pic x(1000).
       01  out-ptr        pic 9(04).
      *> the page title and footer come from the message catalog,
      *> in the language the shop has set
       01  mc-param.
           05  mc-func   pic x(04).
           05  mc-id     pic x(16).
           05  mc-lang   pic x(02).
           05  mc-text   pic x(80).
           05  mc-rc     pic 9(01).
       LINKAGE SECTION.
       01  ws-param.
           05  ws-func   pic x(04).
           05  ws-tag    pic x(12).
           05  ws-title  pic x(40).
           05  ws-text   pic x(132).

       PROCEDURE DIVISION using ws-param.
       MAIN.
      *> the web path: the lines a report displays, set out as an
      *> HTML page - TITL and HEAD lines become headings, a COLS
      *> line opens a table whose columns follow the report's own
      *> column headings, and a blank line closes it again
           evaluate ws-func
              when "OPEN"
                 perform OPEN-RTN
              when "TITL"
                 perform TITLE-RTN
              when "HEAD"
                 perform HEAD-RTN
              when "COLS"
                 perform COLS-RTN
              when "LINE"
                 perform LINE-RTN
              when "LINK"
                 perform LINK-RTN
              when "CLOS"
                 perform CLOSE-RTN
           end-evaluate.
           goback.

       OPEN-RTN.
           if open-sw = 1
              exit paragraph
           end-if.
      *> one page per report, replaced on every run, so the index
      *> can link to a name that never changes
           move spaces to web-file-name.
           string "../data/web_" function trim(ws-tag) ".html"
                  delimited by size into web-file-name.
           open output web-file.
           if web-f-sts not = "00"
              exit paragraph
           end-if.
           move 1 to open-sw.
           move 0 to tbl-sw.
           move "<!DOCTYPE html>" to web-line.
           write web-line.
      *> the catalog's Japanese is Shift_JIS, so a Japanese page
      *> says so; the title is catalogued under RPT- and the tag,
      *> as on the printed page header
           move "SITE" to mc-func.
           call "MsgCat" using mc-param.
           if mc-lang = "JP"
              move "<html><head><meta charset=""Shift_JIS"">"
                to web-line
           else
              move "<html><head><meta charset=""utf-8"">" to web-line
           end-if.
           write web-line.
           move spaces to mc-id.
           string "RPT-" function upper-case(ws-tag)
                  delimited by space into mc-id.
           move ws-title to mc-text.
           move "GET " to mc-func.
           call "MsgCat" using mc-param.
           move mc-text to cell-text.
           perform ESCAPE-RTN.
           move spaces to out-line.
           move 1 to out-ptr.
           string "<title>" delimited by size
                  esc-text(1:esc-len) delimited by size
                  "</title>" delimited by size
                  into out-line with pointer out-ptr.
           move out-line to web-line.
           write web-line.
           move spaces to web-line.
           string "<style>body{font-family:sans-serif}"
                  "table{border-collapse:collapse;margin-bottom:1em}"
                  "th,td{border:1px solid #999;padding:2px 8px}"
                  "th{background:#ddd}</style>"
                  delimited by size into web-line.
           write web-line.
           move "</head><body>" to web-line.
           write web-line.

       TITLE-RTN.
           move "h1" to cell-tag.
           perform HEADING-RTN.

       HEAD-RTN.
           move "h2" to cell-tag.
           perform HEADING-RTN.

       HEADING-RTN.
           if open-sw = 0
              exit paragraph
           end-if.
           perform END-TABLE-RTN.
           move function trim(ws-text) to cell-text.
           perform ESCAPE-RTN.
           move spaces to out-line.
           move 1 to out-ptr.
           string "<" cell-tag ">" delimited by size
                  esc-text(1:esc-len) delimited by size
                  "</" cell-tag ">" delimited by size
                  into out-line with pointer out-ptr.
           move out-line to web-line.
           write web-line.

       COLS-RTN.
           if open-sw = 0
              exit paragraph
           end-if.
           perform END-TABLE-RTN.
           move "<table>" to web-line.
           write web-line.
           move 0 to bar-cnt.
           inspect ws-text tallying bar-cnt for all "|".
           if bar-cnt > 0
              move 2 to tbl-sw
           else
              move 1 to tbl-sw
              perform FIND-COLS-RTN
           end-if.
           move "th" to cell-tag.
           perform ROW-RTN.

       FIND-COLS-RTN.
      *> a column starts where a heading follows two or more spaces;
      *> the cut between two columns falls half way across the gap,
      *> since figures sit right-aligned under their headings
           move 0 to col-cnt.
           perform varying wk-p from 1 by 1 until wk-p > 132
              if ws-text(wk-p:1) not = space
                 if col-cnt = 0
                    add 1 to col-cnt
                    move 1 to col-beg(col-cnt)
                 else
                    if wk-p > 2 and col-cnt < 20 and
                       ws-text(wk-p - 1:1) = space and
                       ws-text(wk-p - 2:1) = space
                       compute prev-end = wk-p - 1
                       perform until ws-text(prev-end:1) not = space
                          subtract 1 from prev-end
                       end-perform
                       compute gap-len = wk-p - prev-end - 1
                       add 1 to col-cnt
                       compute col-beg(col-cnt) =
                               prev-end + 1 + gap-len / 2
                    end-if
                 end-if
              end-if
           end-perform.

       LINE-RTN.
           if open-sw = 0
              exit paragraph
           end-if.
           if ws-text = spaces
              perform END-TABLE-RTN
              exit paragraph
           end-if.
           if tbl-sw = 0
              move function trim(ws-text) to cell-text
              perform ESCAPE-RTN
              move spaces to out-line
              move 1 to out-ptr
              string "<p>" delimited by size
                     esc-text(1:esc-len) delimited by size
                     "</p>" delimited by size
                     into out-line with pointer out-ptr
              move out-line to web-line
              write web-line
              exit paragraph
           end-if.
           move "td" to cell-tag.
           perform ROW-RTN.

       ROW-RTN.
      *> split the line into cells the way the open table was set up
           move spaces to cell-tbl.
           if tbl-sw = 2
              move 0 to bar-cnt
              inspect ws-text tallying bar-cnt for all "|"
              unstring ws-text delimited by "|"
                       into cell-ent(1) cell-ent(2) cell-ent(3)
                            cell-ent(4) cell-ent(5) cell-ent(6)
                            cell-ent(7) cell-ent(8) cell-ent(9)
                            cell-ent(10) cell-ent(11) cell-ent(12)
              end-unstring
              compute wk-k = bar-cnt + 1
              if wk-k > 12
                 move 12 to wk-k
              end-if
           else
              perform varying wk-k from 1 by 1 until wk-k > col-cnt
                 move col-beg(wk-k) to cell-beg
                 if wk-k = col-cnt
                    compute cell-len = 133 - cell-beg
                 else
                    compute cell-len = col-beg(wk-k + 1) - cell-beg
                 end-if
                 move ws-text(cell-beg:cell-len) to cell-ent(wk-k)
              end-perform
              move col-cnt to wk-k
           end-if.
           move spaces to out-line.
           move 1 to out-ptr.
           string "<tr>" delimited by size
                  into out-line with pointer out-ptr.
           move wk-k to bar-cnt.
           perform varying wk-k from 1 by 1 until wk-k > bar-cnt
              move function trim(cell-ent(wk-k)) to cell-text
              perform ESCAPE-RTN
              string "<" cell-tag ">" delimited by size
                     into out-line with pointer out-ptr
              if cell-text not = spaces
                 string esc-text(1:esc-len) delimited by size
                        into out-line with pointer out-ptr
              end-if
              string "</" cell-tag ">" delimited by size
                     into out-line with pointer out-ptr
           end-perform.
           string "</tr>" delimited by size
                  into out-line with pointer out-ptr.
           move out-line to web-line.
           write web-line.

       LINK-RTN.
      *> the index: ws-tag names the page, ws-text is what it says
           if open-sw = 0
              exit paragraph
           end-if.
           perform END-TABLE-RTN.
           move function trim(ws-text) to cell-text.
           perform ESCAPE-RTN.
           move spaces to out-line.
           move 1 to out-ptr.
           string "<p><a href=""web_" function trim(ws-tag)
                  ".html"">" delimited by size
                  esc-text(1:esc-len) delimited by size
                  "</a></p>" delimited by size
                  into out-line with pointer out-ptr.
           move out-line to web-line.
           write web-line.

       END-TABLE-RTN.
           if tbl-sw > 0
              move "</table>" to web-line
              write web-line
              move 0 to tbl-sw
           end-if.

       ESCAPE-RTN.
      *> the few characters HTML reads as markup are spelled out
           move 0 to wk-trail.
           inspect function reverse(cell-text)
                   tallying wk-trail for leading spaces.
           compute txt-len = 132 - wk-trail.
           move spaces to esc-text.
           move 0 to esc-len.
           perform varying wk-p from 1 by 1 until wk-p > txt-len
              evaluate cell-text(wk-p:1)
                 when "&"
                    move "&amp;" to esc-text(esc-len + 1:5)
                    add 5 to esc-len
                 when "<"
                    move "&lt;" to esc-text(esc-len + 1:4)
                    add 4 to esc-len
                 when ">"
                    move "&gt;" to esc-text(esc-len + 1:4)
                    add 4 to esc-len
                 when other
                    move cell-text(wk-p:1) to esc-text(esc-len + 1:1)
                    add 1 to esc-len
              end-evaluate
           end-perform.
           if esc-len = 0
              move 1 to esc-len
           end-if.

       CLOSE-RTN.
           if open-sw = 0
              exit paragraph
           end-if.
           perform END-TABLE-RTN.
           move function current-date to wk-curdate.
           move "RPT-UPDATED" to mc-id.
           move "Updated" to mc-text.
           move "GET " to mc-func.
           call "MsgCat" using mc-param.
           move spaces to web-line.
           string "<p><small>" function trim(mc-text) " "
                  wk-curdate(1:4) "/"
                  wk-curdate(5:2) "/" wk-curdate(7:2) " "
                  wk-curdate(9:2) ":" wk-curdate(11:2)
                  "</small></p>"
                  delimited by size into web-line.
           write web-line.
           move "</body></html>" to web-line.
           write web-line.
           close web-file.
           move 0 to open-sw.
