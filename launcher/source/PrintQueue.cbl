       IDENTIFICATION DIVISION.

       PROGRAM-ID. PrintQueue.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select queue-file assign to "../data/print_queue.log"
           organization line sequential
           file status queue-f-sts.
       select print-file assign to dynamic print-file-name
           organization line sequential
           file status print-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  queue-file.
       01  queue-record.
           05  pq-seq     pic 9(06).
           05  filler     pic x.
           05  pq-date    pic x(08).
           05  filler     pic x.
           05  pq-time    pic x(06).
           05  filler     pic x.
           05  pq-tag     pic x(12).
           05  filler     pic x.
           05  pq-pages   pic 9(03).
           05  filler     pic x.
           05  pq-status  pic x(08).
           05  filler     pic x.
           05  pq-title   pic x(40).
       fd  print-file.
       01  print-line   pic x(132).

       WORKING-STORAGE SECTION.
       01  queue-f-sts  pic x(02).
       01  print-f-sts  pic x(02).
       01  print-file-name pic x(128).
       01  wk-curdate   pic x(21).
       01  today-date   pic x(08).
       01  cmd-args     pic x(60).
       01  run-mode     pic x(10).
       01  arg-2        pic x(12).
      *> one entry per job: when and what it was, how many pages,
      *> where it stands now and how often it was printed again
       01  jb-tbl.
           05  jb-cnt   pic 9(04) value 0.
           05  jb-ent   occurs 3000.
               10  jb-seq      pic 9(06).
               10  jb-date     pic x(08).
               10  jb-time     pic x(06).
               10  jb-tag      pic x(12).
               10  jb-pages    pic 9(03).
               10  jb-status   pic x(08).
               10  jb-reprint  pic 9(03).
               10  jb-title    pic x(40).
       01  wk-j         pic 9(04).
       01  hit-j        pic 9(04).
       01  want-seq     pic 9(06).
       01  find-seq     pic 9(06).
       01  want-tag     pic x(12).
       01  ev-status    pic x(08).
       01  keep-days    pic 9(03) value 30.
       01  today-int    pic 9(08).
       01  job-int      pic 9(08).
       01  row-cnt      pic 9(04) value 0.
       01  purge-cnt    pic 9(04) value 0.
       01  miss-cnt     pic 9(04) value 0.
       01  line-cnt     pic 9(05) value 0.
       01  del-rcd      pic 9(04) comp-5.
       01  pages-disp   pic zz9.
       01  reprint-disp pic zz9.
       01  cnt-disp     pic zzz9.
       01  lock-param.
           05  lk-func  pic x(04).
           05  lk-file  pic x(90).
           05  lk-rc    pic 9(01).
       01  sn-param.
           05  sn-func    pic x(04).
           05  sn-count   pic 9(09).
           05  sn-result  pic x(04).
           05  sn-reason  pic x(60).
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
      *> PrintQueue LIST [tag] | REPRINT job | PURGE [days] - the
      *> jobs PrintSpool has numbered in print_queue.log; REPRINT
      *> shows a job's print image again, PURGE removes the files of
      *> jobs older than the given days (30 when not given)
           accept cmd-args from command-line.
           move spaces to run-mode arg-2.
           unstring cmd-args delimited by all space
                    into run-mode arg-2.
           move function upper-case(run-mode) to run-mode.
           move function current-date to wk-curdate.
           move wk-curdate(1:8) to today-date.
           move "../data/print_queue.log" to lk-file.
           evaluate run-mode
              when "REPRINT"
                 perform REPRINT-RTN
              when "PURGE"
                 perform PURGE-RTN
              when other
                 perform LIST-RTN
           end-evaluate.
           goback.

       LOAD-RTN.
      *> the log is a journal: the first line of a job says when it
      *> was opened, the last word on it says where it stands
           move 0 to jb-cnt.
           open input queue-file.
           if queue-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read queue-file at end exit perform
              end-read
              if pq-seq is not numeric
                 exit perform cycle
              end-if
              move pq-seq to find-seq
              perform FIND-RTN
              if hit-j = 0
                 if jb-cnt = 3000
                    exit perform cycle
                 end-if
                 add 1 to jb-cnt
                 move jb-cnt to hit-j
                 move pq-seq   to jb-seq(hit-j)
                 move pq-date  to jb-date(hit-j)
                 move pq-time  to jb-time(hit-j)
                 move pq-tag   to jb-tag(hit-j)
                 move pq-title to jb-title(hit-j)
                 move 0 to jb-pages(hit-j) jb-reprint(hit-j)
              end-if
              evaluate pq-status
                 when "REPRINT"
                    add 1 to jb-reprint(hit-j)
                 when "READY"
                    move pq-pages to jb-pages(hit-j)
                    move pq-status to jb-status(hit-j)
                 when other
                    move pq-status to jb-status(hit-j)
              end-evaluate
           end-perform.
           close queue-file.

       FIND-RTN.
           move 0 to hit-j.
           perform varying wk-j from jb-cnt by -1 until wk-j < 1
              if jb-seq(wk-j) = find-seq
                 move wk-j to hit-j
                 exit perform
              end-if
           end-perform.

       LIST-RTN.
           perform LOAD-RTN.
           move function lower-case(arg-2) to want-tag.
           move "PRINTQUEUE-H01" to mc-id.
           move "Print queue" to mc-text.
           perform HDG-RTN.
           display function trim(mc-text trailing).
           display " ".
           move "PRINTQUEUE-H02" to mc-id.
           move spaces to mc-text.
           string "Job    Date     Time   Tag          Pages "
                  "Status   Again Title"
                  delimited by size into mc-text.
           perform HDG-RTN.
           display function trim(mc-text trailing).
           perform varying wk-j from 1 by 1 until wk-j > jb-cnt
              if want-tag = spaces or jb-tag(wk-j) = want-tag
                 add 1 to row-cnt
                 move jb-pages(wk-j) to pages-disp
                 move jb-reprint(wk-j) to reprint-disp
                 display jb-seq(wk-j) " " jb-date(wk-j) " "
                         jb-time(wk-j) " " jb-tag(wk-j) "  "
                         pages-disp " " jb-status(wk-j) "  "
                         reprint-disp " " jb-title(wk-j)
              end-if
           end-perform.
           if row-cnt = 0
              move "PRINTQUEUE-H03" to mc-id
              move "No print jobs on file" to mc-text
              perform HDG-RTN
              display function trim(mc-text trailing)
           end-if.

       JOB-FILE-RTN.
           move spaces to print-file-name.
           string "../data/print_" function trim(jb-tag(hit-j))
                  "_" jb-date(hit-j) "_" jb-seq(hit-j) ".prn"
                  delimited by size into print-file-name.

       REPRINT-RTN.
      *> the file as it was printed, page headers and job number
      *> included, so it can be set against a copy on the board
           if function trim(arg-2) is not numeric
              display "REPRINT needs a job number"
              exit paragraph
           end-if.
           move function numval(arg-2) to want-seq.
           perform LOAD-RTN.
           move want-seq to find-seq.
           perform FIND-RTN.
           if hit-j = 0
              display "No print job " want-seq
              exit paragraph
           end-if.
           if jb-status(hit-j) = "PURGED"
              display "Print job " want-seq " was purged"
              exit paragraph
           end-if.
           perform JOB-FILE-RTN.
           open input print-file.
           if print-f-sts not = "00"
              display "Print job " want-seq " - file "
                      function trim(print-file-name) " is missing"
              exit paragraph
           end-if.
           perform until 1 = 0
              read print-file at end exit perform
              end-read
              add 1 to line-cnt
              display function trim(print-line trailing)
           end-perform.
           close print-file.
           move "REPRINT" to ev-status.
           move "LOCK" to lk-func.
           call "FileLock" using lock-param.
           perform APPEND-OPEN-RTN.
           perform EVENT-RTN.
           close queue-file.
           move "UNLK" to lk-func.
           call "FileLock" using lock-param.
           add 1 to jb-reprint(hit-j).
           move jb-reprint(hit-j) to reprint-disp.
           display " ".
           display "Print job " want-seq " shown again - reprint "
                   function trim(reprint-disp).

       PURGE-RTN.
           if arg-2 not = spaces
              if function trim(arg-2) is not numeric
                 display "PURGE takes the number of days to keep"
                 exit paragraph
              end-if
              move function numval(arg-2) to keep-days
           end-if.
           compute today-int = function integer-of-date(
                   function numval(today-date)).
           move "LOCK" to lk-func.
           call "FileLock" using lock-param.
           perform LOAD-RTN.
           perform APPEND-OPEN-RTN.
           perform varying hit-j from 1 by 1 until hit-j > jb-cnt
              perform PURGE-ONE-RTN
           end-perform.
           if queue-f-sts = "00"
              close queue-file
           end-if.
           move "UNLK" to lk-func.
           call "FileLock" using lock-param.
           move purge-cnt to cnt-disp.
           display "Print jobs purged: " function trim(cnt-disp).
           move "PUT " to sn-func.
           move purge-cnt to sn-count.
           move "OK" to sn-result.
           move spaces to sn-reason.
           if miss-cnt > 0
              move miss-cnt to cnt-disp
              string function trim(cnt-disp)
                     " print file(s) already gone"
                     delimited by size into sn-reason
           end-if.
           call "StepNote" using sn-param
              on exception continue
           end-call.

       PURGE-ONE-RTN.
           if jb-status(hit-j) = "PURGED" or jb-date(hit-j)
              is not numeric
              exit paragraph
           end-if.
           compute job-int = function integer-of-date(
                   function numval(jb-date(hit-j))).
           if today-int - job-int <= keep-days
              exit paragraph
           end-if.
           perform JOB-FILE-RTN.
           call "CBL_DELETE_FILE" using print-file-name
                                 returning del-rcd.
           if del-rcd not = 0
              add 1 to miss-cnt
           end-if.
           move "PURGED" to ev-status.
           perform EVENT-RTN.
           move "PURGED" to jb-status(hit-j).
           add 1 to purge-cnt.
           display "  purged job " jb-seq(hit-j) " "
                   jb-date(hit-j) " " jb-tag(hit-j).

       APPEND-OPEN-RTN.
           open extend queue-file.
           if queue-f-sts = "35"
              open output queue-file
              close queue-file
              open extend queue-file
           end-if.

       EVENT-RTN.
      *> one more line in the journal for job hit-j, stamped now
           if queue-f-sts not = "00"
              exit paragraph
           end-if.
           move spaces to queue-record.
           move ev-status to pq-status.
           move jb-seq(hit-j)   to pq-seq.
           move today-date      to pq-date.
           move wk-curdate(9:6) to pq-time.
           move jb-tag(hit-j)   to pq-tag.
           move jb-pages(hit-j) to pq-pages.
           move jb-title(hit-j) to pq-title.
           write queue-record.

       HDG-RTN.
      *> a fixed heading or note is looked up in the message
      *> catalog by the id in mc-id - mc-text holds the English
      *> and comes back in the shop's language
           move "GET " to mc-func.
           call "MsgCat" using mc-param.
