       >>source format free
identification division.
program-id. hq9excp.

environment division.
       input-output section.
           file-control.
           select source-file assign to source-filename
               organization is line sequential
               file status is source-status.
           select event-file assign to "HQ9EVNT"
               organization is line sequential
               file status is event-status.
           select sent-file assign to "HQ9ESNT"
               organization is indexed
               access is dynamic
               record key is snt-key
               file status is sent-status.

data division.
       file section.
           fd source-file.
           01 source-line pic x(250).

           fd event-file.
           copy "hq9pevt.cpy".

           fd sent-file.
           copy "hq9psnt.cpy".

       working-storage section.
           01 source-filename pic x(100) value spaces.
           01 source-status pic xx value spaces.
           01 event-status pic xx value spaces.
           01 sent-status pic xx value spaces.
           01 source-eof pic a(1) value space.
          *>  which file is being read; each has its own layout
           01 source-kind pic x(1) value space.
               88 from-bounds value 'B'.
               88 from-lock value 'L'.
               88 from-recon value 'X'.
               88 from-verify value 'V'.
               88 from-job-log value 'J'.
               88 from-library-check value 'C'.
           01 source-line-number pic 9(7) value 0.
          *>  a report rewritten by each run of its program says when
           *>  it ran, and what it was run against, at the top
           01 report-stamp pic x(14) value spaces.
           01 report-object pic x(100) value spaces.
          *>  the event being built, and what identifies it as sent
           01 event-severity pic x(8) value spaces.
           01 event-source pic x(8) value spaces.
           01 event-object pic x(100) value spaces.
           01 event-stamp pic x(14) value spaces.
           01 event-message pic x(150) value spaces.
           01 event-key pic x(232) value spaces.
           01 last-sequence pic 9(9) value 0.
          *>  words off a line
           01 line-word-1 pic x(100) value spaces.
           01 line-word-2 pic x(100) value spaces.
           01 line-word-3 pic x(100) value spaces.
           01 line-rest pic x(250) value spaces.
           01 line-pointer pic 9(3) value 0.
           01 line-part-1 pic x(250) value spaces.
           01 line-part-2 pic x(250) value spaces.
          *>  a job-log step line, taken apart at its fixed tail:
           *>  " start ts end ts rc n result"
           01 job-name pic x(100) value spaces.
           01 step-number pic x(10) value spaces.
           01 step-program pic x(200) value spaces.
           01 step-end-ts pic x(14) value spaces.
           01 step-rc pic x(10) value spaces.
           01 step-result pic x(10) value spaces.
           01 tail-pos pic 9(3) value 0.
           01 scan-pos pic 9(3) value 0.
           01 program-pos pic 9(3) value 0.
           01 digit-idx pic 9(2) value 0.
           01 stamp-switch pic x(1) value 'n'.
               88 stamp-ok value 'y'.
           01 stamp-field pic x(14) value spaces.
           01 events-sent pic 9(7) value 0.
           01 events-already-sent pic 9(7) value 0.
           01 sources-missing pic 9(2) value 0.
           01 formatted-count pic zzzzzz9.
           01 formatted-sequence pic zzzzzzzz9.
           01 current-date-value pic x(21) value spaces.
           01 collect-stamp pic x(14) value spaces.

procedure division.
      *>  gather the exceptions the night's programs left behind into
       *>  the one event feed HQ9EVNT the monitoring system reads:
       *>      HQ9BEXC  balance bounds alerts from hq9p      CRITICAL
       *>      HQ9LMSG  runs hq9p gave up on for the lock    MAJOR
       *>      HQ9XRPT  hq9recon mismatches                  MAJOR
       *>               and orphans                          MINOR
       *>      HQ9VRPT  a failed hq9vrfy certification       MAJOR
       *>      HQ9JLOG  failed and bad-statement batch steps MAJOR
       *>      HQ9LCHK  hq9lchk library faults               MAJOR
       *>  a source that is not there is passed over.  every event
       *>  sent is remembered in HQ9ESNT, so running the collector
       *>  again, or finding the same exception standing in tomorrow's
       *>  report, sends nothing twice.  the sequence number carries
       *>  on from feed to feed
       *>      hq9excp
       move function current-date to current-date-value.
       move current-date-value(1:14) to collect-stamp.
       perform open-sent-file-para.
       open extend event-file.
       if event-status not = "00"
           open output event-file
       end-if.
       if event-status not = "00"
           display "unable to open event feed HQ9EVNT"
           close sent-file
           move 8 to return-code
           stop run
       end-if.

       move "HQ9BEXC" to source-filename.
       set from-bounds to true.
       perform scan-source-para.
       move "HQ9LMSG" to source-filename.
       set from-lock to true.
       perform scan-source-para.
       move "HQ9XRPT" to source-filename.
       set from-recon to true.
       perform scan-source-para.
       move "HQ9VRPT" to source-filename.
       set from-verify to true.
       perform scan-source-para.
       move "HQ9JLOG" to source-filename.
       set from-job-log to true.
       perform scan-source-para.
       move "HQ9LCHK" to source-filename.
       set from-library-check to true.
       perform scan-source-para.

       close event-file.
       close sent-file.
       move events-sent to formatted-count.
       display function trim(formatted-count) " event(s) sent to HQ9EVNT".
       if events-already-sent > 0
           move events-already-sent to formatted-count
           display function trim(formatted-count) " event(s) already sent earlier, not repeated"
       end-if.
       move last-sequence to formatted-sequence.
       display "last event sequence " function trim(formatted-sequence).
       move 0 to return-code.
       stop run.

      *>  the sent file is created the first time the collector runs;
       *>  its control record carries the sequence number from one
       *>  feed to the next
       open-sent-file-para.
       open i-o sent-file.
       if sent-status = "35"
           open output sent-file
           close sent-file
           open i-o sent-file
       end-if.
       if sent-status not = "00"
           display "unable to open sent-event file HQ9ESNT"
           move 8 to return-code
           stop run
       end-if.
       move spaces to sent-record.
       set snt-control to true.
       read sent-file
           invalid key
               move 0 to snt-sequence
               move collect-stamp to snt-sent-timestamp
               write sent-record
                   invalid key
                       display "unable to write the HQ9ESNT control record"
                       close sent-file
                       move 8 to return-code
                       stop run
               end-write
       end-read.
       move snt-sequence to last-sequence.

       scan-source-para.
       open input source-file.
       if source-status not = "00"
           add 1 to sources-missing
           display "no " function trim(source-filename) "; nothing collected from it"
           exit paragraph
       end-if.
       move spaces to report-stamp.
       move spaces to report-object.
       move spaces to job-name.
       move 0 to source-line-number.
       move space to source-eof.
       perform until source-eof = 'y'
           read source-file into source-line
              at end move 'y' to source-eof
              not at end
                      add 1 to source-line-number
                      if source-line not = spaces
                          perform take-source-line-para
                      end-if
           end-read
       end-perform.
       close source-file.

       take-source-line-para.
       evaluate true
           when from-bounds perform take-bounds-line-para
           when from-lock perform take-lock-line-para
           when from-recon perform take-recon-line-para
           when from-verify perform take-verify-line-para
           when from-job-log perform take-job-log-line-para
           when from-library-check perform take-library-check-line-para
       end-evaluate.

      *>  the program and run stamp lead a line; line-rest is what
       *>  follows them
       split-line-para.
       move spaces to line-word-1.
       move spaces to line-word-2.
       move spaces to line-rest.
       move 1 to line-pointer.
       unstring source-line delimited by all space
           into line-word-1 line-word-2
           with pointer line-pointer
       end-unstring.
       if line-pointer <= 250
           move source-line(line-pointer:) to line-rest
       end-if.

      *>  name ts closing=N bounds=a..b
       take-bounds-line-para.
       perform split-line-para.
       move "CRITICAL" to event-severity.
       move "hq9p" to event-source.
       move line-word-1 to event-object.
       move line-word-2(1:14) to event-stamp.
       move spaces to event-message.
       string "balance outside its bounds: " delimited by size
           function trim(line-rest) delimited by size
           into event-message
       end-string.
       move source-line to event-key.
       perform post-event-para.

      *>  name ts lock held by holder since stamp
       take-lock-line-para.
       perform split-line-para.
       move "MAJOR" to event-severity.
       move "hq9p" to event-source.
       move line-word-1 to event-object.
       move line-word-2(1:14) to event-stamp.
       move spaces to event-message.
       string "run not started, " delimited by size
           function trim(line-rest) delimited by size
           into event-message
       end-string.
       move source-line to event-key.
       perform post-event-para.

      *>  hq9recon rewrites its report each run.  a mismatch or an
       *>  orphan names the run it is about, so the line alone tells
       *>  one exception from another, and the same exception found
       *>  again tomorrow is not sent again
       take-recon-line-para.
       if source-line(1:34) = "HQ9+ audit/report reconciliation  "
           move source-line(35:14) to report-stamp
           exit paragraph
       end-if.
       evaluate true
           when source-line(1:10) = "MISMATCH  "
               move "MAJOR" to event-severity
               move spaces to line-word-1
               unstring source-line(11:240) delimited by all space
                   into line-word-1
               end-unstring
               move line-word-1 to event-object
           when source-line(1:10) = "ORPHAN    "
               move "MINOR" to event-severity
               move spaces to line-part-1
               move spaces to line-part-2
               unstring source-line(11:240) delimited by ": "
                   into line-part-1 line-part-2
               end-unstring
               move spaces to line-word-1
               unstring line-part-2 delimited by all space
                   into line-word-1
               end-unstring
               move line-word-1 to event-object
           when other
               exit paragraph
       end-evaluate.
       move "hq9recon" to event-source.
       move report-stamp to event-stamp.
       move function trim(source-line(11:240)) to event-message.
       move source-line to event-key.
       perform post-event-para.

      *>  hq9vrfy rewrites its report each run, and a FAIL line does
       *>  not say which run it came from: the report stamp and the
       *>  program make it one certification's failure
       take-verify-line-para.
       if source-line(1:26) = "HQ9+ output verification  "
           move source-line(27:14) to report-stamp
           exit paragraph
       end-if.
       if source-line(1:10) = "program:  "
           move function trim(source-line(11:240)) to report-object
           exit paragraph
       end-if.
       if source-line(1:5) not = "FAIL "
           exit paragraph
       end-if.
       move "MAJOR" to event-severity.
       move "hq9vrfy" to event-source.
       move report-object to event-object.
       move report-stamp to event-stamp.
       move spaces to event-message.
       string "certification " delimited by size
           function trim(source-line) delimited by size
           into event-message
       end-string.
       move spaces to event-key.
       string report-stamp delimited by size
           " " delimited by size
           function trim(report-object) delimited by size
           " " delimited by size
           function trim(source-line) delimited by size
           into event-key
       end-string.
       perform post-event-para.

      *>  a step line that failed or could not be parsed.  the tail
       *>  of a step line is fixed, so it is found by its shape: the
       *>  program in front of it is whatever the step logged, even a
       *>  raw control statement with words of its own
       take-job-log-line-para.
       move spaces to line-word-1.
       move spaces to line-word-2.
       move spaces to line-word-3.
       unstring source-line delimited by all space
           into line-word-1 line-word-2 line-word-3
       end-unstring.
      *>  the log's lines are indented, so the first word is empty
       if line-word-1 = "job" and line-word-3 = "started"
           move line-word-2 to job-name
           exit paragraph
       end-if.
       if line-word-2 not = "step"
           exit paragraph
       end-if.
       move line-word-3 to step-number.
       perform find-step-tail-para.
       if tail-pos = 0
           exit paragraph
       end-if.
       move source-line(tail-pos + 26:14) to step-end-ts.
       move spaces to step-rc.
       move spaces to step-result.
       unstring source-line(tail-pos + 44:) delimited by all space
           into step-rc step-result
       end-unstring.
       if step-result not = "FAIL" and step-result not = "BADSTMT"
           exit paragraph
       end-if.
       move spaces to step-program.
       move 1 to line-pointer.
       inspect source-line tallying line-pointer for leading space.
       compute program-pos = line-pointer + 6
           + function length(function trim(step-number)).
       if tail-pos > program-pos
           move source-line(program-pos:tail-pos - program-pos) to step-program
       end-if.
       move "MAJOR" to event-severity.
       move "hq9batch" to event-source.
       move step-program to event-object.
       move step-end-ts to event-stamp.
       move spaces to event-message.
       string "job " delimited by size
           function trim(job-name) delimited by size
           " step " delimited by size
           function trim(step-number) delimited by size
           " " delimited by size
           function trim(step-result) delimited by size
           " rc " delimited by size
           function trim(step-rc) delimited by size
           into event-message
       end-string.
       move spaces to event-key.
       string function trim(job-name) delimited by size
           " " delimited by size
           function trim(source-line) delimited by size
           into event-key
       end-string.
       perform post-event-para.

      *>  tail-pos out: where " start ts end ts rc " begins, or zero
       find-step-tail-para.
       move 0 to tail-pos.
       perform varying scan-pos from 1 by 1
               until scan-pos > 200 or tail-pos not = 0
           if source-line(scan-pos:7) = " start "
              and source-line(scan-pos + 21:5) = " end "
              and source-line(scan-pos + 40:4) = " rc "
               move source-line(scan-pos + 7:14) to stamp-field
               perform check-stamp-para
               if stamp-ok
                   move source-line(scan-pos + 26:14) to stamp-field
                   perform check-stamp-para
                   if stamp-ok
                       move scan-pos to tail-pos
                   end-if
               end-if
           end-if
       end-perform.

       check-stamp-para.
       move 'y' to stamp-switch.
       perform varying digit-idx from 1 by 1 until digit-idx > 14
           if stamp-field(digit-idx:1) < '0'
              or stamp-field(digit-idx:1) > '9'
               move 'n' to stamp-switch
           end-if
       end-perform.

      *>  hq9lchk rewrites its report each run.  a fault stands until
       *>  it is fixed, so it is sent the first time it is found and
       *>  not again while it stays on the report
       take-library-check-line-para.
       if source-line(1:30) = "HQ9+ library integrity check  "
           move source-line(31:14) to report-stamp
           exit paragraph
       end-if.
       if source-line(1:9) = "library: "
           move function trim(source-line(10:241)) to report-object
           exit paragraph
       end-if.
       if source-line(1:7) not = "FAULT  "
           exit paragraph
       end-if.
       move spaces to line-word-1.
       unstring source-line(8:243) delimited by all space or ":"
           into line-word-1
       end-unstring.
       move "MAJOR" to event-severity.
       move "hq9lchk" to event-source.
       move spaces to event-object.
       string function trim(report-object) delimited by size
           "(" delimited by size
           function trim(line-word-1) delimited by size
           ")" delimited by size
           into event-object
       end-string.
       move report-stamp to event-stamp.
       move function trim(source-line(8:243)) to event-message.
       move spaces to event-key.
       string function trim(report-object) delimited by size
           " " delimited by size
           function trim(source-line) delimited by size
           into event-key
       end-string.
       perform post-event-para.

      *>  send the event unless it has gone before.  the sent record
       *>  and the sequence are written with the event, one at a time,
       *>  so a collector that stops part way leaves nothing to send
       *>  twice
       post-event-para.
       if event-stamp = spaces
           move collect-stamp to event-stamp
       end-if.
       move spaces to sent-record.
       move event-source to snt-source.
       move event-key to snt-event-key.
       read sent-file
           invalid key continue
           not invalid key
               add 1 to events-already-sent
               exit paragraph
       end-read.
       add 1 to last-sequence.
       move spaces to event-record.
       move last-sequence to evt-sequence.
       move event-stamp to evt-timestamp.
       move event-severity to evt-severity.
       move event-source to evt-source.
       move event-object to evt-object.
       move event-message to evt-message.
       write event-record.
       add 1 to events-sent.
       move spaces to sent-record.
       move event-source to snt-source.
       move event-key to snt-event-key.
       move last-sequence to snt-sequence.
       move collect-stamp to snt-sent-timestamp.
       write sent-record
           invalid key continue
       end-write.
       move spaces to sent-record.
       set snt-control to true.
       read sent-file
           invalid key continue
       end-read.
       move last-sequence to snt-sequence.
       move collect-stamp to snt-sent-timestamp.
       rewrite sent-record
           invalid key continue
       end-rewrite.
