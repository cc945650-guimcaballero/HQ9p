       >>source format free
identification division.
program-id. hq9lusg.

environment division.
       input-output section.
           file-control.
           select library-file assign to library-filename
               organization is indexed
               access is dynamic
               record key is lib-key
               file status is library-status.
           select audit-log-file assign to "HQ9ALOG"
               organization is line sequential
               file status is audit-status.
           select job-log-file assign to "HQ9JLOG"
               organization is line sequential
               file status is job-log-status.
           select ctl-file assign to ctl-filename
               organization is line sequential
               file status is ctl-status.
           select usage-report-file assign to "HQ9LUSG"
               organization is line sequential
               file status is usage-report-status.

data division.
       file section.
           fd library-file.
           copy "hq9plib.cpy".

           fd audit-log-file.
           01 audit-log-record pic x(200).

           fd job-log-file.
           01 job-log-record pic x(250).

           fd ctl-file.
           01 ctl-line pic x(200).

           fd usage-report-file.
           01 usage-report-record pic x(140).

       working-storage section.
           01 library-filename pic x(100) value spaces.
           01 library-status pic xx value spaces.
           01 audit-status pic xx value spaces.
           01 job-log-status pic xx value spaces.
           01 ctl-filename pic x(100) value spaces.
           01 ctl-status pic xx value spaces.
           01 usage-report-status pic xx value spaces.
           01 cmd-arg1 pic x(100) value spaces.
           01 cmd-arg2 pic x(100) value spaces.
           01 cmd-arg3 pic x(100) value spaces.
           01 arg-number pic 9(2).
           01 lib-eof pic a(1) value space.
           01 log-eof pic a(1) value space.
           01 ctl-eof pic a(1) value space.
          *>  one row per member name in the library, holding what its
           *>  latest version says and what the logs say about its use
           01 member-count pic 9(4) value 0.
           01 max-members pic 9(4) value 500.
           01 member-table.
               05 member-entry occurs 500 times.
                   10 mbr-name pic x(30).
                   10 mbr-version pic 9(4).
                   10 mbr-status pic x(1).
                   10 mbr-effective-date pic x(8).
                   10 mbr-author pic x(20).
                   10 mbr-last-run-ts pic x(14).
                   10 mbr-period-runs pic 9(7).
                   10 mbr-last-step-ts pic x(14).
                   10 mbr-last-step-result pic x(10).
           01 member-idx pic 9(4) value 0.
           01 found-idx pic 9(4) value 0.
           01 members-skipped pic 9(7) value 0.
           01 search-name pic x(100) value spaces.
          *>  the period: the last dormant-days days up to today
           01 dormant-digits pic x(10) value spaces.
           01 dormant-length pic 9(2) value 0.
           01 dormant-idx pic 9(2) value 0.
           01 bad-days-switch pic x(1) value 'n'.
               88 bad-days value 'y'.
           01 dormant-days pic 9(4) value 0.
           01 today-int pic 9(8) value 0.
           01 cutoff-int pic 9(8) value 0.
           01 cutoff-date pic 9(8) value 0.
          *>  one audit-log line: the run name and its stamp lead,
           *>  and a library run's LIBRARY= is among the words after
           01 alog-name pic x(100) value spaces.
           01 alog-ts pic x(14) value spaces.
           01 alog-library pic x(100) value spaces.
          *>  tokens unstrung from one job-log line, the way hq9jrpt
           *>  takes them apart
           01 parse-line pic x(250) value spaces.
           01 token-table.
               05 log-token pic x(100) occurs 14 times.
           01 token-idx pic 9(2) value 0.
           01 start-word-idx pic 9(2) value 0.
           01 scan-idx pic 9(2) value 0.
           01 step-lib-name pic x(100) value spaces.
           01 step-member-rest pic x(100) value spaces.
           01 step-member-name pic x(100) value spaces.
           01 step-start-ts pic x(14) value spaces.
           01 step-result pic x(10) value spaces.
          *>  a control statement's words, split the way hq9batch
           *>  splits them; options (words with an = in them) may sit
           *>  anywhere on the line, so the operands are picked from
           *>  the words that are not options
           01 ctl-word-table.
               05 ctl-word pic x(100) occurs 12 times.
           01 ctl-word-idx pic 9(2) value 0.
           01 ctl-equals-count pic 9(4) value 0.
           01 ctl-operand-count pic 9(2) value 0.
           01 ctl-operand-table.
               05 ctl-operand pic x(100) occurs 4 times.
           01 ctl-library pic x(100) value spaces.
           01 ctl-member pic x(100) value spaces.
           01 ctl-line-number pic 9(6) value 0.
           01 reference-word pic x(20) value spaces.
           01 active-count pic 9(7) value 0.
           01 retired-count pic 9(7) value 0.
           01 dormant-count pic 9(7) value 0.
           01 bad-reference-count pic 9(7) value 0.
           01 audit-lines-matched pic 9(7) value 0.
           01 step-lines-matched pic 9(7) value 0.
           01 formatted-count pic zzzzzz9.
           01 formatted-version pic zzz9.
           01 formatted-days pic zzz9.
           01 formatted-line pic zzzzz9.
           01 last-run-text pic x(8) value spaces.
           01 report-text pic x(138) value spaces.
           01 current-date-value pic x(21) value spaces.
           01 run-stamp pic x(14) value spaces.

procedure division.
      *>  which library members are actually used.  every member
       *>  whose latest version is active is matched against the runs
       *>  in HQ9ALOG and the LIB steps in HQ9JLOG, and reported with
       *>  its current version and author, its last run, its run count
       *>  over the last dormant-days days and the result of its last
       *>  batch step.  members with no run in that period are listed
       *>  again as dormant, and when a control file is named, its LIB
       *>  and VERIFY statements that point at a retired or missing
       *>  member are listed too.  an audit line counts only when its
       *>  LIBRARY= names this library file, so a source file, or a
       *>  member of the same name in another library, is never taken
       *>  for a run of this library's member; lines audited before
       *>  runs named their library are not counted
       *>      hq9lusg library-file dormant-days [control-file]
       move 1 to arg-number.
       display arg-number upon argument-number.
       accept cmd-arg1 from argument-value
           on exception move spaces to cmd-arg1
       end-accept.
       move 2 to arg-number.
       display arg-number upon argument-number.
       accept cmd-arg2 from argument-value
           on exception move spaces to cmd-arg2
       end-accept.
       move 3 to arg-number.
       display arg-number upon argument-number.
       accept cmd-arg3 from argument-value
           on exception move spaces to cmd-arg3
       end-accept.
       if cmd-arg1 = spaces or cmd-arg2 = spaces
           display "usage: hq9lusg library-file dormant-days [control-file]"
           move 8 to return-code
           stop run
       end-if.
       move cmd-arg1 to library-filename.
       move cmd-arg3 to ctl-filename.
       move cmd-arg2(1:10) to dormant-digits.
       perform pick-days-para.
       if bad-days or cmd-arg2(11:1) not = space
           display "dormant-days must be one to four digits"
           move 8 to return-code
           stop run
       end-if.

       move function current-date to current-date-value.
       move current-date-value(1:14) to run-stamp.
       compute today-int = function integer-of-date(function numval(run-stamp(1:8))).
       compute cutoff-int = today-int - dormant-days.
       compute cutoff-date = function date-of-integer(cutoff-int).

       perform load-members-para.
       perform scan-audit-log-para.
       perform scan-job-log-para.

       open output usage-report-file.
       perform write-report-header-para.
       perform write-usage-section-para.
       perform write-dormant-section-para.
       if ctl-filename not = spaces
           perform check-control-file-para
       end-if.
       perform write-summary-para.
       close usage-report-file.

       move active-count to formatted-count.
       display function trim(formatted-count) " active member(s) reported; see HQ9LUSG".
       stop run.

      *>  walk the library in key order; versions of a name arrive in
       *>  ascending order, so the last one seen under a name is the
       *>  one hq9p would fetch and what its status says, goes
       load-members-para.
       open input library-file.
       if library-status not = "00"
           display "unable to open library file " function trim(library-filename)
           move 8 to return-code
           stop run
       end-if.
       move low-values to lib-key.
       start library-file key >= lib-key
           invalid key move 'y' to lib-eof
       end-start.
       perform until lib-eof = 'y'
           read library-file next
              at end move 'y' to lib-eof
              not at end perform take-version-para
           end-read
       end-perform.
       close library-file.

       take-version-para.
       if member-count = 0 or lib-program-name not = mbr-name(member-count)
           if member-count >= max-members
               add 1 to members-skipped
               exit paragraph
           end-if
           add 1 to member-count
           move lib-program-name to mbr-name(member-count)
           move spaces to mbr-last-run-ts(member-count)
           move 0 to mbr-period-runs(member-count)
           move spaces to mbr-last-step-ts(member-count)
           move spaces to mbr-last-step-result(member-count)
       end-if.
       move lib-version to mbr-version(member-count).
       move lib-status to mbr-status(member-count).
       move lib-effective-date to mbr-effective-date(member-count).
       move lib-author to mbr-author(member-count).

      *>  search-name in, found-idx out (0 when not a member)
       find-member-para.
       move 0 to found-idx.
       perform varying member-idx from 1 by 1
               until member-idx > member-count or found-idx not = 0
           if function trim(mbr-name(member-idx)) = function trim(search-name)
               move member-idx to found-idx
           end-if
       end-perform.

      *>  every run hq9p finished: name, stamp, then the counts
       scan-audit-log-para.
       open input audit-log-file.
       if audit-status not = "00"
           display "warning: no audit log HQ9ALOG; run dates and counts not reported"
           exit paragraph
       end-if.
       move space to log-eof.
       perform until log-eof = 'y'
           read audit-log-file into audit-log-record
              at end move 'y' to log-eof
              not at end
                      if function trim(audit-log-record) not = spaces
                          perform take-audit-line-para
                      end-if
           end-read
       end-perform.
       close audit-log-file.

       take-audit-line-para.
       move spaces to alog-name.
       move spaces to alog-ts.
       perform varying token-idx from 1 by 1 until token-idx > 14
           move spaces to log-token(token-idx)
       end-perform.
       unstring audit-log-record delimited by all space
           into alog-name alog-ts
                log-token(1) log-token(2) log-token(3) log-token(4)
                log-token(5) log-token(6) log-token(7) log-token(8)
                log-token(9) log-token(10) log-token(11)
                log-token(12)
       end-unstring.
       move spaces to alog-library.
       perform varying token-idx from 1 by 1 until token-idx > 12
           if log-token(token-idx)(1:8) = "LIBRARY="
               move log-token(token-idx)(9:92) to alog-library
           end-if
       end-perform.
       if function trim(alog-library) not = function trim(library-filename)
           exit paragraph
       end-if.
       move alog-name to search-name.
       perform find-member-para.
       if found-idx = 0
           exit paragraph
       end-if.
       add 1 to audit-lines-matched.
       if alog-ts > mbr-last-run-ts(found-idx)
           move alog-ts to mbr-last-run-ts(found-idx)
       end-if.
       if alog-ts(1:8) >= cutoff-date
           add 1 to mbr-period-runs(found-idx)
       end-if.

      *>  the LIB steps hq9batch logged: a step line whose program is
       *>  the single token library(member), for this library
       scan-job-log-para.
       open input job-log-file.
       if job-log-status not = "00"
           display "warning: no job log HQ9JLOG; step results not reported"
           exit paragraph
       end-if.
       move space to log-eof.
       perform until log-eof = 'y'
           read job-log-file into job-log-record
              at end move 'y' to log-eof
              not at end
                      if function trim(job-log-record) not = spaces
                          perform take-log-line-para
                      end-if
           end-read
       end-perform.
       close job-log-file.

       take-log-line-para.
       move function trim(job-log-record) to parse-line.
       perform varying token-idx from 1 by 1 until token-idx > 14
           move spaces to log-token(token-idx)
       end-perform.
       unstring parse-line delimited by all space
           into log-token(1) log-token(2) log-token(3) log-token(4)
                log-token(5) log-token(6) log-token(7) log-token(8)
                log-token(9) log-token(10) log-token(11)
                log-token(12) log-token(13) log-token(14)
       end-unstring.
       if log-token(1) not = "step"
           exit paragraph
       end-if.
       move 0 to start-word-idx.
       perform varying scan-idx from 3 by 1
               until scan-idx > 8 or start-word-idx not = 0
           if log-token(scan-idx) = "start"
               move scan-idx to start-word-idx
           end-if
       end-perform.
      *>  one program token and a well-formed tail, or it is not a
       *>  LIB step: a VERIFY step's program is two tokens, a file
       *>  step's has no parentheses
       if start-word-idx not = 4
           exit paragraph
       end-if.
       if log-token(6) not = "end" or log-token(8) not = "rc"
           exit paragraph
       end-if.
       move spaces to step-lib-name.
       move spaces to step-member-rest.
       move spaces to step-member-name.
       unstring log-token(3) delimited by "("
           into step-lib-name step-member-rest
       end-unstring.
       if step-member-rest = spaces
           exit paragraph
       end-if.
       unstring step-member-rest delimited by ")"
           into step-member-name
       end-unstring.
       if function trim(step-lib-name) not = function trim(library-filename)
           exit paragraph
       end-if.
       move step-member-name to search-name.
       perform find-member-para.
       if found-idx = 0
           exit paragraph
       end-if.
       add 1 to step-lines-matched.
       move log-token(5)(1:14) to step-start-ts.
       move log-token(10)(1:10) to step-result.
       if step-start-ts >= mbr-last-step-ts(found-idx)
           move step-start-ts to mbr-last-step-ts(found-idx)
           move step-result to mbr-last-step-result(found-idx)
       end-if.

       write-report-header-para.
       move spaces to usage-report-record.
       string "HQ9+ library usage report  " delimited by size
           run-stamp delimited by size
           into usage-report-record
       end-string.
       write usage-report-record.
       move spaces to usage-report-record.
       string "library: " delimited by size
           function trim(library-filename) delimited by size
           into usage-report-record
       end-string.
       write usage-report-record.
       move dormant-days to formatted-days.
       move spaces to usage-report-record.
       string "period: last " delimited by size
           function trim(formatted-days) delimited by size
           " day(s), runs on or after " delimited by size
           cutoff-date delimited by size
           into usage-report-record
       end-string.
       write usage-report-record.
       move spaces to usage-report-record.
       write usage-report-record.

       write-usage-section-para.
       move "member usage" to usage-report-record.
       write usage-report-record.
       perform varying member-idx from 1 by 1
               until member-idx > member-count
           if mbr-status(member-idx) = 'D'
               add 1 to retired-count
           else
               add 1 to active-count
               perform write-usage-line-para
           end-if
       end-perform.
       if active-count = 0
           move "  no active members" to usage-report-record
           write usage-report-record
       end-if.
       move spaces to usage-report-record.
       write usage-report-record.

       write-usage-line-para.
       perform format-last-run-para.
       move mbr-version(member-idx) to formatted-version.
       move mbr-period-runs(member-idx) to formatted-count.
       move spaces to report-text.
       string function trim(mbr-name(member-idx)) delimited by size
           "  version " delimited by size
           function trim(formatted-version) delimited by size
           "  author " delimited by size
           function trim(mbr-author(member-idx)) delimited by size
           "  last run " delimited by size
           function trim(last-run-text) delimited by size
           "  runs " delimited by size
           function trim(formatted-count) delimited by size
           into report-text
       end-string.
       if mbr-last-step-result(member-idx) not = spaces
           string function trim(report-text)
               "  last step " delimited by size
               function trim(mbr-last-step-result(member-idx)) delimited by size
               " " delimited by size
               mbr-last-step-ts(member-idx)(1:8) delimited by size
               into report-text
           end-string
       else
           string function trim(report-text)
               "  last step none" delimited by size
               into report-text
           end-string
       end-if.
       perform write-report-text-para.

       format-last-run-para.
       if mbr-last-run-ts(member-idx) = spaces
           move "never" to last-run-text
       else
           move mbr-last-run-ts(member-idx)(1:8) to last-run-text
       end-if.

      *>  active members with no run in the period; these are the
       *>  ones to take to their business owners before retiring
       write-dormant-section-para.
       move dormant-days to formatted-days.
       move spaces to usage-report-record.
       string "dormant members (no run in " delimited by size
           function trim(formatted-days) delimited by size
           " day(s))" delimited by size
           into usage-report-record
       end-string.
       write usage-report-record.
       perform varying member-idx from 1 by 1
               until member-idx > member-count
           if mbr-status(member-idx) not = 'D'
              and mbr-period-runs(member-idx) = 0
               add 1 to dormant-count
               perform write-dormant-line-para
           end-if
       end-perform.
       if dormant-count = 0
           move "  none" to usage-report-record
           write usage-report-record
       end-if.
       move spaces to usage-report-record.
       write usage-report-record.

       write-dormant-line-para.
       perform format-last-run-para.
       move mbr-version(member-idx) to formatted-version.
       move spaces to report-text.
       string function trim(mbr-name(member-idx)) delimited by size
           "  version " delimited by size
           function trim(formatted-version) delimited by size
           "  effective " delimited by size
           mbr-effective-date(member-idx) delimited by size
           "  author " delimited by size
           function trim(mbr-author(member-idx)) delimited by size
           "  last run " delimited by size
           function trim(last-run-text) delimited by size
           into report-text
       end-string.
       perform write-report-text-para.

      *>  the statements that name a member of this library: LIB
       *>  library member, and VERIFY expected library member.  a
       *>  name this library has never held, or whose latest version
       *>  is retired, would fail the step that runs it
       check-control-file-para.
       move spaces to usage-report-record.
       string "control-file references to retired or missing members (" delimited by size
           function trim(ctl-filename) delimited by size
           ")" delimited by size
           into usage-report-record
       end-string.
       write usage-report-record.
       open input ctl-file.
       if ctl-status not = "00"
           move spaces to usage-report-record
           string "  unable to open control file " delimited by size
               function trim(ctl-filename) delimited by size
               into usage-report-record
           end-string
           write usage-report-record
           move 8 to return-code
           exit paragraph
       end-if.
       perform until ctl-eof = 'y'
           read ctl-file into ctl-line
              at end move 'y' to ctl-eof
              not at end
                      add 1 to ctl-line-number
                      if function trim(ctl-line) not = spaces
                          perform check-statement-para
                      end-if
           end-read
       end-perform.
       close ctl-file.
       if bad-reference-count = 0
           move "  none" to usage-report-record
           write usage-report-record
       end-if.
       move spaces to usage-report-record.
       write usage-report-record.

       check-statement-para.
       move spaces to ctl-word-table.
       move spaces to ctl-operand-table.
       move 0 to ctl-operand-count.
       move spaces to ctl-library.
       move spaces to ctl-member.
       unstring ctl-line delimited by all space
           into ctl-word(1) ctl-word(2) ctl-word(3) ctl-word(4)
                ctl-word(5) ctl-word(6) ctl-word(7) ctl-word(8)
                ctl-word(9) ctl-word(10) ctl-word(11) ctl-word(12)
       end-unstring.
       perform varying ctl-word-idx from 1 by 1
               until ctl-word-idx > 12 or ctl-operand-count >= 4
           if ctl-word(ctl-word-idx) not = spaces
               move 0 to ctl-equals-count
               inspect ctl-word(ctl-word-idx) tallying ctl-equals-count for all "="
               if ctl-equals-count = 0
                   add 1 to ctl-operand-count
                   move ctl-word(ctl-word-idx) to ctl-operand(ctl-operand-count)
               end-if
           end-if
       end-perform.
       evaluate function upper-case(function trim(ctl-operand(1)))
           when "LIB"
               move ctl-operand(2) to ctl-library
               move ctl-operand(3) to ctl-member
           when "VERIFY"
               move ctl-operand(3) to ctl-library
               move ctl-operand(4) to ctl-member
           when other
               exit paragraph
       end-evaluate.
       if ctl-member = spaces
           exit paragraph
       end-if.
       if function trim(ctl-library) not = function trim(library-filename)
           exit paragraph
       end-if.
       move ctl-member to search-name.
       perform find-member-para.
       if found-idx = 0
           move "MISSING" to reference-word
       else
           if mbr-status(found-idx) = 'D'
               move "RETIRED" to reference-word
           else
               exit paragraph
           end-if
       end-if.
       add 1 to bad-reference-count.
       move ctl-line-number to formatted-line.
       move spaces to report-text.
       string "line " delimited by size
           function trim(formatted-line) delimited by size
           ": " delimited by size
           function trim(reference-word) delimited by size
           "  " delimited by size
           function trim(ctl-line) delimited by size
           into report-text
       end-string.
       perform write-report-text-para.

       write-summary-para.
       move active-count to formatted-count.
       move spaces to usage-report-record.
       string "active members:        " delimited by size
           function trim(formatted-count) delimited by size
           into usage-report-record
       end-string.
       write usage-report-record.
       move retired-count to formatted-count.
       move spaces to usage-report-record.
       string "retired members:       " delimited by size
           function trim(formatted-count) delimited by size
           into usage-report-record
       end-string.
       write usage-report-record.
       move dormant-count to formatted-count.
       move spaces to usage-report-record.
       string "dormant members:       " delimited by size
           function trim(formatted-count) delimited by size
           into usage-report-record
       end-string.
       write usage-report-record.
       if ctl-filename not = spaces
           move bad-reference-count to formatted-count
           move spaces to usage-report-record
           string "bad control references: " delimited by size
               function trim(formatted-count) delimited by size
               into usage-report-record
           end-string
           write usage-report-record
       end-if.
       move audit-lines-matched to formatted-count.
       move spaces to usage-report-record.
       string "audit runs matched:    " delimited by size
           function trim(formatted-count) delimited by size
           into usage-report-record
       end-string.
       write usage-report-record.
       move step-lines-matched to formatted-count.
       move spaces to usage-report-record.
       string "job steps matched:     " delimited by size
           function trim(formatted-count) delimited by size
           into usage-report-record
       end-string.
       write usage-report-record.
       move members-skipped to formatted-count.
       move spaces to usage-report-record.
       string "members beyond table limit: " delimited by size
           function trim(formatted-count) delimited by size
           into usage-report-record
       end-string.
       write usage-report-record.

       write-report-text-para.
       move spaces to usage-report-record.
       string "  " delimited by size
           report-text delimited by size
           into usage-report-record
       end-string.
       write usage-report-record.

      *>  dormant-digits must be one to four digits; the value lands
       *>  in dormant-days
       pick-days-para.
       move 'n' to bad-days-switch.
       move 0 to dormant-days.
       move function length(function trim(dormant-digits)) to dormant-length.
       if dormant-digits = spaces
           move 0 to dormant-length
       end-if.
       if dormant-length = 0 or dormant-length > 4
           set bad-days to true
       else
           perform varying dormant-idx from 1 by 1
                   until dormant-idx > dormant-length
               if dormant-digits(dormant-idx:1) < '0'
                  or dormant-digits(dormant-idx:1) > '9'
                   set bad-days to true
               end-if
           end-perform
           if not bad-days
               compute dormant-days = function numval(dormant-digits(1:dormant-length))
           end-if
       end-if.
