       select ctl-file assign to "../data/batchnight.ctl"
           organization line sequential
           file status ctl-f-sts.
       select job-file assign to "../data/batchnight.job"
           organization line sequential
           file status job-f-sts.
       select hist-file assign to "../data/batchnight.hst"
           organization line sequential
           file status hist-f-sts.

       DATA DIVISION.

           05  ctl-step   pic x(12).
           05  filler     pic x value space.
           05  ctl-state  pic x(04).
       fd  job-file.
       01  job-line       pic x(132).
       fd  hist-file.
       01  hist-record.
           05  hs-date    pic x(08).
           05  filler     pic x.
           05  hs-step    pic x(12).
           05  filler     pic x.
           05  hs-start   pic x(06).
           05  filler     pic x.
           05  hs-end     pic x(06).
           05  filler     pic x.
           05  hs-secs    pic 9(05).
           05  filler     pic x.
           05  hs-state   pic x(04).
           05  filler     pic x.
           05  hs-count   pic x(09).
           05  filler     pic x.
           05  hs-reason  pic x(60).

       WORKING-STORAGE SECTION.
       01  ctl-f-sts    pic x(02).
       01  job-f-sts    pic x(02).
       01  hist-f-sts   pic x(02).
       01  wk-curdate   pic x(21).
       01  run-date     pic x(08).
      *> the chain run when there is no job definition file
       01  dflt-tbl.
           05  dflt-def.
               10 filler pic x(12) value "HBARCHIVE".
               10 filler pic x(12) value "HbArchive".
               10 filler pic x(12) value "-".
               10 filler pic x(12) value " ".
               10 filler pic x(12) value "BACKUP".
               10 filler pic x(12) value "DataMaint".
               10 filler pic x(12) value "HBARCHIVE".
               10 filler pic x(12) value "BACKUP".
               10 filler pic x(12) value "DAILYREPORT".
               10 filler pic x(12) value "DailyReport".
               10 filler pic x(12) value "BACKUP".
               10 filler pic x(12) value " ".
               10 filler pic x(12) value "WEBPUBLISH".
               10 filler pic x(12) value "WebPublish".
               10 filler pic x(12) value "DAILYREPORT".
               10 filler pic x(12) value " ".
           05  filler redefines dflt-def.
               10  dflt-ent occurs 4.
                   15  dflt-name   pic x(12).
                   15  dflt-prog   pic x(12).
                   15  dflt-after  pic x(12).
                   15  dflt-args   pic x(12).
       01  step-tbl.
           05  step-ent occurs 20.
               10  step-name   pic x(12).
               10  step-prog   pic x(12).
               10  step-fail   pic x(04).
               10  step-args   pic x(80).
               10  step-after  occurs 4 pic x(12).
               10  step-done   pic 9(01).
               10  step-state  pic x(04).
       01  step-cnt     pic 9(02) value 0.
       01  jb-name      pic x(12).
       01  jb-prog      pic x(12).
       01  jb-fail      pic x(04).
       01  jb-after     pic x(60).
       01  jb-ptr       pic 9(03).
       01  jb-lno       pic 9(03).
       01  jb-bad       pic 9(01) value 0.
       01  wk-s         pic 9(02).
       01  wk-d         pic 9(02).
       01  wk-a         pic 9(01).
       01  wk-wait      pic x(12).
       01  fail-sw      pic 9(01) value 0.
       01  ran-cnt      pic 9(02) value 0.
       01  skip-cnt     pic 9(02) value 0.
       01  fail-cnt     pic 9(02) value 0.
       01  held-cnt     pic 9(02) value 0.
       01  wk-start     pic x(06).
       01  wk-end       pic x(06).
       01  start-secs   pic 9(05).
       01  end-secs     pic 9(05).
       01  wk-elapsed   pic 9(05).
       01  wk-why       pic x(60).
       01  sn-param.
           05  sn-func    pic x(04).
           05  sn-count   pic 9(09).
           05  sn-result  pic x(04).
           05  sn-reason  pic x(60).
       01  swap-param.
           05  sw-func   pic x(04).
           05  sw-file   pic x(90).
           05  sw-temp   pic x(100).
           05  sw-count  pic 9(03).
           05  sw-rc     pic 9(01).
       01  swap-disp    pic zz9.

       PROCEDURE DIVISION.
       MAIN.
           move wk-curdate(1:8) to run-date.
           display "BatchNight - nightly chain for " run-date.
           display " "
      *> the chain rewrites shared files, so any rewrite a crash cut
      *> short is settled before the first step runs
           move "RCVR" to sw-func.
           call "SafeSwap" using swap-param.
           if sw-count > 0
              move sw-count to swap-disp
              display "Interrupted rewrites settled: "
                      function trim(swap-disp)
              display " "
           end-if.
           perform LOAD-JOB-RTN.
           if jb-bad = 1
              display " "
              display "Job definition has errors - nothing run"
              goback
           end-if.
           perform READ-CTL-RTN.
           perform varying wk-s from 1 by 1 until wk-s > step-cnt
              if step-done(wk-s) = 1
                 add 1 to skip-cnt
                 display function trim(step-name(wk-s))
                         " : already done tonight - skipped"
                 move "SKIP" to hs-state
                 move "done earlier tonight" to wk-why
                 perform HIST-NOTRUN-RTN
                 exit perform cycle
              end-if
              perform DEPEND-CHECK-RTN
              if wk-wait not = spaces
                 add 1 to held-cnt
                 move "HELD" to step-state(wk-s)
                 display function trim(step-name(wk-s))
                         " : not run - waits on "
                         function trim(wk-wait)
                 move "HELD" to hs-state
                 move spaces to wk-why
                 string "waits on " function trim(wk-wait)
                        delimited by size into wk-why
                 perform HIST-NOTRUN-RTN
                 exit perform cycle
              end-if
              perform RUN-STEP-RTN
              if fail-sw = 1
                 if step-fail(wk-s) = "LOG"
                    add 1 to fail-cnt
                    display function trim(step-name(wk-s))
                            " : failure logged - chain continues"
                 else
                    display " "
                    display "Chain stopped at "
                            function trim(step-name(wk-s))
                            " - rerun BatchNight to resume"
                    perform HIST-STOPPED-RTN
                    goback
                 end-if
              end-if
           display " "
           display "BatchNight complete - " ran-cnt " run, "
                   skip-cnt " skipped".
           if fail-cnt > 0 or held-cnt > 0
              display "  " fail-cnt " failed, " held-cnt
                      " held back - rerun BatchNight to resume"
           end-if.
           goback.

       LOAD-JOB-RTN.
      *> one step per line, run in the order given:
      *>   step  program  STOP|LOG  after  arguments...
      *> "after" is a comma list of earlier steps that must be done
      *> tonight first, or "-" for none; STOP ends the chain when
      *> the step fails, LOG reports it and carries on.  lines
      *> starting with "*" are comments
           open input job-file.
           if job-f-sts not = "00"
              perform DEFAULT-JOB-RTN
              exit paragraph
           end-if.
           move 0 to jb-lno.
           perform until 1 = 0
              read job-file at end exit perform
              end-read
              add 1 to jb-lno
              if job-line = spaces or job-line(1:1) = "*"
                 exit perform cycle
              end-if
              if step-cnt = 20
                 display "batchnight.job line " jb-lno
                         " : more than 20 steps"
                 move 1 to jb-bad
                 exit perform
              end-if
              perform JOB-LINE-RTN
           end-perform.
           close job-file.
           if step-cnt = 0 and jb-bad = 0
              display "batchnight.job : no steps defined"
              move 1 to jb-bad
           end-if.

       JOB-LINE-RTN.
           move spaces to jb-name jb-prog jb-fail jb-after.
           move 1 to jb-ptr.
           unstring job-line delimited by all space
                    into jb-name jb-prog jb-fail jb-after
                    with pointer jb-ptr
           end-unstring.
           add 1 to step-cnt.
           move function upper-case(jb-name) to step-name(step-cnt).
           move jb-prog to step-prog(step-cnt).
           move function upper-case(jb-fail) to step-fail(step-cnt).
           move spaces to step-args(step-cnt) step-state(step-cnt).
           move spaces to step-after(step-cnt, 1)
                          step-after(step-cnt, 2)
                          step-after(step-cnt, 3)
                          step-after(step-cnt, 4).
           move 0 to step-done(step-cnt).
           if jb-ptr <= length of job-line
              move job-line(jb-ptr:) to step-args(step-cnt)
           end-if.
           if jb-after not = "-"
              unstring function upper-case(jb-after) delimited by ","
                       into step-after(step-cnt, 1)
                            step-after(step-cnt, 2)
                            step-after(step-cnt, 3)
                            step-after(step-cnt, 4)
              end-unstring
           end-if.
           if jb-prog = spaces
              display "batchnight.job line " jb-lno
                      " : no program given"
              move 1 to jb-bad
              exit paragraph
           end-if.
           if step-fail(step-cnt) not = "STOP"
                 and step-fail(step-cnt) not = "LOG"
              display "batchnight.job line " jb-lno
                      " : on-fail must be STOP or LOG"
              move 1 to jb-bad
           end-if.
           perform varying wk-d from 1 by 1 until wk-d >= step-cnt
              if step-name(wk-d) = step-name(step-cnt)
                 display "batchnight.job line " jb-lno " : step "
                         function trim(step-name(step-cnt))
                         " defined twice"
                 move 1 to jb-bad
              end-if
           end-perform.
      *> a step may only wait on one listed above it, which also
      *> rules out loops
           perform varying wk-a from 1 by 1 until wk-a > 4
              if step-after(step-cnt, wk-a) not = spaces
                 move step-after(step-cnt, wk-a) to wk-wait
                 perform varying wk-d from 1 by 1
                         until wk-d >= step-cnt
                            or step-name(wk-d) = wk-wait
                    continue
                 end-perform
                 if wk-d >= step-cnt
                    display "batchnight.job line " jb-lno
                            " : " function trim(wk-wait)
                            " is not an earlier step"
                    move 1 to jb-bad
                 end-if
              end-if
           end-perform.

       DEFAULT-JOB-RTN.
           perform varying wk-d from 1 by 1 until wk-d > 4
              move dflt-name(wk-d) to step-name(wk-d)
              move dflt-prog(wk-d) to step-prog(wk-d)
              move "STOP" to step-fail(wk-d)
              move dflt-args(wk-d) to step-args(wk-d)
              move spaces to step-after(wk-d, 1) step-after(wk-d, 2)
                             step-after(wk-d, 3) step-after(wk-d, 4)
              if dflt-after(wk-d) not = "-"
                 move dflt-after(wk-d) to step-after(wk-d, 1)
              end-if
              move 0 to step-done(wk-d)
              move spaces to step-state(wk-d)
           end-perform.
           move 4 to step-cnt.

       DEPEND-CHECK-RTN.
      *> a step runs only when everything it waits on is done
      *> tonight, whether in this run or an earlier one
           move spaces to wk-wait.
           perform varying wk-a from 1 by 1 until wk-a > 4
              if step-after(wk-s, wk-a) not = spaces
                 perform varying wk-d from 1 by 1
                         until wk-d >= wk-s
                            or step-name(wk-d) = step-after(wk-s, wk-a)
                    continue
                 end-perform
                 if wk-d < wk-s and step-done(wk-d) not = 1
                    move step-after(wk-s, wk-a) to wk-wait
                    exit paragraph
                 end-if
              end-if
           end-perform.

       READ-CTL-RTN.
      *> the run-control file remembers which steps finished; a
      *> record from an earlier night means a fresh chain
              read ctl-file at end exit perform
              end-read
              if ctl-date = run-date and ctl-state = "DONE"
                 perform varying wk-d from 1 by 1
                         until wk-d > step-cnt
                    if step-name(wk-d) = ctl-step
                       move 1 to step-done(wk-d)
                    end-if
       RUN-STEP-RTN.
           display "Running " function trim(step-name(wk-s)) " ...".
           move 0 to fail-sw.
           move spaces to wk-why.
           move "CLR " to sn-func.
           call "StepNote" using sn-param.
           move function current-date to wk-curdate.
           move wk-curdate(9:6) to wk-start.
      *> a step such as HbArchive rewrites its log in place and must
      *> never be blindly rerun half way, which is why completion is
      *> checkpointed before moving on
           display step-args(wk-s) upon command-line.
           call step-prog(wk-s)
              on exception
                 move 1 to fail-sw
                 move "program not found" to wk-why
           end-call.
           cancel step-prog(wk-s).
           move function current-date to wk-curdate.
           move wk-curdate(9:6) to wk-end.
      *> a step that ran but could not do its work says so in its
      *> note; that counts as a failure just like a missing program
           move "GET " to sn-func.
           call "StepNote" using sn-param.
           if fail-sw = 0 and sn-result = "FAIL"
              move 1 to fail-sw
              move sn-reason to wk-why
           end-if.
           if fail-sw = 1
              move "FAIL" to step-state(wk-s)
              perform HIST-RUN-RTN
              display function trim(step-name(wk-s))
                      " : FAILED"
              if wk-why not = spaces
                 display "  " function trim(wk-why)
              end-if
              exit paragraph
           end-if.
           add 1 to ran-cnt.
           move 1 to step-done(wk-s).
           move "DONE" to step-state(wk-s).
           perform MARK-DONE-RTN.
           perform HIST-RUN-RTN.
           display function trim(step-name(wk-s)) " : done".

       HIST-RUN-RTN.
           move spaces to hist-record.
           move wk-start to hs-start.
           move wk-end to hs-end.
           compute start-secs = function numval(wk-start(1:2)) * 3600
                              + function numval(wk-start(3:2)) * 60
                              + function numval(wk-start(5:2)).
           compute end-secs = function numval(wk-end(1:2)) * 3600
                            + function numval(wk-end(3:2)) * 60
                            + function numval(wk-end(5:2)).
      *> a step that runs past midnight ends "earlier" than it began
           if end-secs < start-secs
              add 86400 to end-secs
           end-if.
           compute wk-elapsed = end-secs - start-secs.
           move wk-elapsed to hs-secs.
           move step-state(wk-s) to hs-state.
           if sn-result not = spaces
              move sn-count to hs-count
           end-if.
           move wk-why to hs-reason.
           perform HIST-WRITE-RTN.

       HIST-NOTRUN-RTN.
      *> a step passed over still gets its line, so a night's chain
      *> can be read back whole
           move hs-state to step-state(wk-s).
           move spaces to hist-record.
           move 0 to hs-secs.
           move step-state(wk-s) to hs-state.
           move wk-why to hs-reason.
           perform HIST-WRITE-RTN.

       HIST-STOPPED-RTN.
           move spaces to wk-why.
           string "chain stopped at " function trim(step-name(wk-s))
                  delimited by size into wk-why.
           move "HELD" to hs-state.
           add 1 to wk-s.
           perform varying wk-s from wk-s by 1 until wk-s > step-cnt
              if step-done(wk-s) not = 1
                 perform HIST-NOTRUN-RTN
              end-if
           end-perform.

       HIST-WRITE-RTN.
           move run-date to hs-date.
           move step-name(wk-s) to hs-step.
           open extend hist-file.
           if hist-f-sts = "35"
              open output hist-file
              close hist-file
              open extend hist-file
           end-if.
           if hist-f-sts not = "00"
              exit paragraph
           end-if.
           write hist-record.
           close hist-file.

       MARK-DONE-RTN.
           open extend ctl-file.
           if ctl-f-sts = "35"
