       select print-file assign to dynamic print-file-name
           organization line sequential
           file status print-f-sts.
       select queue-file assign to "../data/print_queue.log"
           organization line sequential
           file status queue-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  print-file.
       01  print-line   pic x(132).
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

       WORKING-STORAGE SECTION.
       01  print-f-sts    pic x(02).
       01  wk-curdate     pic x(21).
       01  page-ed        pic zz9.
       01  hdr-line       pic x(132).
       01  queue-f-sts    pic x(02).
       01  job-seq        pic 9(06) value 0.
       01  ev-status      pic x(08).
       01  sav-tag        pic x(12).
       01  lock-param.
           05  lk-func  pic x(04).
           05  lk-file  pic x(90).
           05  lk-rc    pic 9(01).
      *> the page header in the shop's language - the queue and the
      *> file name keep the title and tag as the report gave them
       01  hdr-title      pic x(40).
       01  hdr-job        pic x(08).
       01  hdr-page       pic x(08).
       01  mc-param.
           05  mc-func   pic x(04).
           05  mc-id     pic x(16).
           05  mc-lang   pic x(02).
           05  mc-text   pic x(80).
           05  mc-rc     pic 9(01).
       LINKAGE SECTION.
       01  ps-param.
           05  ps-func   pic x(04).
       PROCEDURE DIVISION using ps-param.
       MAIN.
      *> the notice-board path: the same lines a report displays,
      *> paginated into a print-image file with dated page headers.
      *> every job gets its own number in print_queue.log and in its
      *> file name, so a copy on the board can be traced to its run
           evaluate ps-func
              when "OPEN"
                 perform OPEN-RTN
              exit paragraph
           end-if.
           move function current-date to wk-curdate.
           move ps-tag to sav-tag.
           move ps-title to sav-title.
           perform HDR-LANG-RTN.
           move 0 to page-no.
           perform NEXT-JOB-RTN.
           move spaces to print-file-name.
           string "../data/print_" function trim(ps-tag)
                  "_" wk-curdate(1:8) "_" job-seq ".prn"
                  delimited by size into print-file-name.
           open output print-file.
           if print-f-sts not = "00"
           move 1 to open-sw.
           move 0 to page-no.
           move 99 to line-cnt.

       NEXT-JOB-RTN.
      *> the next number after the highest on file - taken under
      *> the lock, and noted at once so no other station takes it
           move "../data/print_queue.log" to lk-file.
           move "LOCK" to lk-func.
           call "FileLock" using lock-param.
           move 0 to job-seq.
           open input queue-file.
           if queue-f-sts = "00"
              perform until 1 = 0
                 read queue-file at end exit perform
                 end-read
                 if pq-seq is numeric and pq-seq > job-seq
                    move pq-seq to job-seq
                 end-if
              end-perform
              close queue-file
           end-if.
           add 1 to job-seq.
           move "OPEN" to ev-status.
           perform QUEUE-APPEND-RTN.
           move "UNLK" to lk-func.
           call "FileLock" using lock-param.

       QUEUE-WRITE-RTN.
           move "../data/print_queue.log" to lk-file.
           move "LOCK" to lk-func.
           call "FileLock" using lock-param.
           perform QUEUE-APPEND-RTN.
           move "UNLK" to lk-func.
           call "FileLock" using lock-param.

       QUEUE-APPEND-RTN.
           open extend queue-file.
           if queue-f-sts = "35"
              open output queue-file
              close queue-file
              open extend queue-file
           end-if.
           if queue-f-sts not = "00"
              exit paragraph
           end-if.
           move spaces to queue-record.
           move ev-status to pq-status.
           move job-seq to pq-seq.
           move wk-curdate(1:8) to pq-date.
           move wk-curdate(9:6) to pq-time.
           move sav-tag to pq-tag.
           move page-no to pq-pages.
           move sav-title to pq-title.
           write queue-record.
           close queue-file.

       LINE-RTN.
           if open-sw = 0
           end-if.
           move page-no to page-ed.
           move spaces to hdr-line.
           string function trim(hdr-title)
                  "   " wk-curdate(1:4) "/" wk-curdate(5:2)
                  "/" wk-curdate(7:2) " " wk-curdate(9:2) ":"
                  wk-curdate(11:2)
                  "   " function trim(hdr-job) " " job-seq
                  "   " function trim(hdr-page) " " page-ed
                  delimited by size into hdr-line.
           move hdr-line to print-line.
           write print-line.
           write print-line.
           move 2 to line-cnt.

       HDR-LANG-RTN.
      *> the title is catalogued under RPT- and the job tag
           move "SITE" to mc-func.
           call "MsgCat" using mc-param.
           move spaces to mc-id.
           string "RPT-" function upper-case(ps-tag)
                  delimited by space into mc-id.
           move sav-title to mc-text.
           perform HDR-GET-RTN.
           move mc-text to hdr-title.
           move "RPT-JOB" to mc-id.
           move "Job" to mc-text.
           perform HDR-GET-RTN.
           move mc-text to hdr-job.
           move "RPT-PAGE" to mc-id.
           move "Page" to mc-text.
           perform HDR-GET-RTN.
           move mc-text to hdr-page.

       HDR-GET-RTN.
           move "GET " to mc-func.
           call "MsgCat" using mc-param.

       CLOSE-RTN.
           if open-sw = 1
              close print-file
              move 0 to open-sw
              move function current-date to wk-curdate
              move "READY" to ev-status
              perform QUEUE-WRITE-RTN
           end-if.
