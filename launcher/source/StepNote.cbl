       IDENTIFICATION DIVISION.

       PROGRAM-ID. StepNote.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select note-file assign to dynamic note-file-name
           organization line sequential
           file status note-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  note-file.
       01  note-record.
           05  note-count  pic 9(09).
           05  filler      pic x.
           05  note-result pic x(04).
           05  filler      pic x.
           05  note-reason pic x(60).

       WORKING-STORAGE SECTION.
       01  note-f-sts     pic x(02).
       01  note-file-name pic x(128)
                          value "../data/batchnight.stp".
       LINKAGE SECTION.
       01  sn-param.
           05  sn-func    pic x(04).
           05  sn-count   pic 9(09).
           05  sn-result  pic x(04).
           05  sn-reason  pic x(60).

       PROCEDURE DIVISION using sn-param.
       MAIN.
      *> the hand-over between a nightly step and BatchNight: the
      *> step leaves how many records it handled and whether it
      *> really succeeded, BatchNight clears it before the call and
      *> collects it afterwards for the run history
           evaluate sn-func
              when "CLR "
                 call "CBL_DELETE_FILE" using note-file-name
              when "PUT "
                 perform PUT-RTN
              when "GET "
                 perform GET-RTN
           end-evaluate.
           goback.

       PUT-RTN.
           open output note-file.
           if note-f-sts not = "00"
              exit paragraph
           end-if.
           move spaces to note-record.
           move sn-count to note-count.
           move sn-result to note-result.
           move sn-reason to note-reason.
           write note-record.
           close note-file.

       GET-RTN.
      *> a step that leaves no note reports nothing either way
           move 0 to sn-count.
           move spaces to sn-result sn-reason.
           open input note-file.
           if note-f-sts not = "00"
              exit paragraph
           end-if.
           read note-file
              at end move spaces to note-record
           end-read.
           close note-file.
           if note-count is numeric
              move note-count to sn-count
           end-if.
           move note-result to sn-result.
           move note-reason to sn-reason.
