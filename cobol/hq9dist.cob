       >>source format free
identification division.
program-id. hq9dist.

environment division.
       input-output section.
           file-control.
           select dist-file assign to dist-filename
               organization is line sequential
               file status is dist-status.
           select spool-file assign to spool-filename
               organization is line sequential
               file status is spool-status.
           select bundle-file assign to bundle-filename
               organization is line sequential
               file status is bundle-status.
           select dist-log-file assign to "HQ9DLOG"
               organization is line sequential
               file status is dist-log-status.

data division.
       file section.
           fd dist-file.
           01 dist-line pic x(200).

           fd spool-file.
           01 spool-record pic x(140).

           fd bundle-file.
           01 bundle-record pic x(140).

           fd dist-log-file.
           01 dist-log-record pic x(200).

       working-storage section.
           01 dist-filename pic x(100) value spaces.
           01 spool-filename pic x(100) value spaces.
           01 bundle-filename pic x(100) value spaces.
           01 dist-status pic xx value spaces.
           01 spool-status pic xx value spaces.
           01 bundle-status pic xx value spaces.
           01 dist-log-status pic xx value spaces.
           01 cmd-arg1 pic x(100) value spaces.
           01 cmd-arg2 pic x(100) value spaces.
           01 arg-number pic 9(2).
           01 env-name pic x(20) value spaces.
           01 print-env pic x(100) value spaces.
           01 dist-eof pic a(1) value space.
           01 spool-eof pic a(1) value space.
           01 dist-line-number pic 9(6) value 0.
          *>  one distribution statement: recipient, program, copies
           01 dist-words pic x(200) value spaces.
           01 dist-recipient pic x(100) value spaces.
           01 dist-program pic x(100) value spaces.
           01 dist-copies-token pic x(10) value spaces.
           01 dist-extra pic x(10) value spaces.
           01 dist-error pic x(60) value spaces.
           01 copies-length pic 9(2) value 0.
           01 copies-idx pic 9(2) value 0.
           01 copies-value pic 9(2) value 0.
           01 char-idx pic 9(3) value 0.
          *>  who gets anything at all, in the order the distribution
           *>  file first names them
           01 recipient-count pic 9(4) value 0.
           01 max-recipients pic 9(4) value 100.
           01 recipient-table.
               05 recipient-entry occurs 100 times.
                   10 rcp-name pic x(20).
                   10 rcp-max-copies pic 9(2).
                   10 rcp-runs pic 9(5).
                   10 rcp-pages pic 9(7).
           01 recipient-idx pic 9(4) value 0.
           01 found-recipient pic 9(4) value 0.
          *>  what each of them gets: a program (a source file or a
           *>  library member, as the spool names it) and how many
           *>  copies of each run of it
           01 entry-count pic 9(4) value 0.
           01 max-entries pic 9(4) value 500.
           01 entry-table.
               05 dist-entry occurs 500 times.
                   10 ent-recipient pic 9(4).
                   10 ent-program pic x(100).
                   10 ent-copies pic 9(2).
                   10 ent-runs pic 9(5).
           01 entry-idx pic 9(4) value 0.
          *>  every run found in the spool, in spool order: where its
           *>  lines start and end, how many pages it printed, and
           *>  whether anyone asked for it
           01 run-count pic 9(4) value 0.
           01 max-runs pic 9(4) value 500.
           01 run-table.
               05 run-entry occurs 500 times.
                   10 run-program pic x(100).
                   10 run-stamp pic x(14).
                   10 run-first-line pic 9(8).
                   10 run-last-line pic 9(8).
                   10 run-pages pic 9(5).
                   10 run-complete pic x(1).
                   10 run-claimed pic x(1).
                   10 run-copies pic 9(2).
           01 run-idx pic 9(4) value 0.
           01 runs-skipped pic 9(5) value 0.
           01 runs-unclaimed pic 9(5) value 0.
           01 current-run pic 9(4) value 0.
           01 spool-line-number pic 9(8) value 0.
           01 stray-lines pic 9(8) value 0.
          *>  the run being passed over once the table is full: its
           *>  later pages are the same run, not another one skipped,
           *>  and its lines are its own, not strays
           01 overflow-program pic x(100) value spaces.
           01 overflow-stamp pic x(14) value spaces.
           01 in-overflow-run-switch pic x(1) value 'n'.
               88 in-overflow-run value 'y'.
          *>  a page header and a trailer, as hq9p writes them
           01 header-prefix pic x(21) value "HQ9+ program output  ".
           01 trailer-prefix pic x(27) value "*** end of HQ9+ output for ".
           01 line-program pic x(100) value spaces.
           01 line-run-word pic x(10) value spaces.
           01 line-stamp pic x(20) value spaces.
           01 line-page-word pic x(10) value spaces.
           01 line-page pic x(10) value spaces.
          *>  building one bundle
           01 copy-number pic 9(2) value 0.
           01 bundle-copies pic 9(2) value 0.
           01 bundle-name pic x(20) value spaces.
           01 bundle-page pic 9(5) value 0.
           01 bundle-line-count pic 9(3) value 0.
           01 lines-per-page pic 9(3) value 55.
           01 bundle-runs pic 9(5) value 0.
           01 bundle-pages pic 9(7) value 0.
           01 bundle-count pic 9(4) value 0.
           01 bundle-text pic x(140) value spaces.
           01 bundle-header-line pic x(140) value spaces.
           01 bad-statement-count pic 9(5) value 0.
           01 delivered-count pic 9(5) value 0.
           01 formatted-count pic zzzz9.
           01 formatted-pages pic zzzzzz9.
           01 formatted-copies pic z9.
           01 formatted-line pic zzzzz9.
           01 formatted-page pic zzzz9.
           01 log-text pic x(198) value spaces.
           01 current-date-value pic x(21) value spaces.
           01 dist-stamp pic x(14) value spaces.

procedure division.
      *>  burst the print spool by recipient.  the distribution file
       *>  says who receives which programs' output, one statement
       *>  per line:
       *>      recipient program [copies]
       *>  where program is the name a run's page headers carry (the
       *>  program file, or the member name for a library run) and
       *>  copies is 1 to 99, 1 when left off.  a line starting with
       *>  an asterisk is a comment.  every run in the spool is found
       *>  by its page headers and trailer, and each recipient gets one
       *>  bundle, HQ9DOUT.recipient: a banner page, a contents page,
       *>  then each copy set of the runs they receive, in spool order.
       *>  a run nobody receives goes to HQ9DOUT.UNCLAIMED, so nothing
       *>  printed is lost quietly.  HQ9DLOG records what went to whom
       *>      hq9dist distribution-file [spool-file]
       *>  the spool defaults the way hq9p picks it: HQ9P_PRINT, or
       *>  HQ9PRNT
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
       if cmd-arg1 = spaces
           display "usage: hq9dist distribution-file [spool-file]"
           move 8 to return-code
           stop run
       end-if.
       move cmd-arg1 to dist-filename.
       if cmd-arg2 not = spaces
           move cmd-arg2 to spool-filename
       else
           move "HQ9P_PRINT" to env-name
           display env-name upon environment-name
           accept print-env from environment-value
               on exception move spaces to print-env
           end-accept
           if print-env = spaces
               move "HQ9PRNT" to spool-filename
           else
               move print-env to spool-filename
           end-if
       end-if.

       move function current-date to current-date-value.
       move current-date-value(1:14) to dist-stamp.

       open extend dist-log-file.
       if dist-log-status not = "00"
           open output dist-log-file
       end-if.
       move spaces to log-text.
       string "distribution " delimited by size
           function trim(dist-filename) delimited by size
           " of spool " delimited by size
           function trim(spool-filename) delimited by size
           " started " delimited by size
           dist-stamp delimited by size
           into log-text
       end-string.
       perform write-log-para.

       perform load-distribution-para.
       perform index-spool-para.
       perform claim-runs-para.

       perform varying recipient-idx from 1 by 1
               until recipient-idx > recipient-count
           perform write-recipient-bundle-para
       end-perform.
       if runs-unclaimed > 0
           perform write-unclaimed-bundle-para
       end-if.
       perform write-unmatched-entries-para.
       perform write-log-trailer-para.
       close dist-log-file.

       move bundle-count to formatted-count.
       display function trim(formatted-count) " bundle(s) written; see HQ9DLOG".
       if bad-statement-count > 0 or runs-skipped > 0
           move 8 to return-code
       else
           move 0 to return-code
       end-if.
       stop run.

      *>  read the distribution file into the recipient and entry
       *>  tables.  a bad statement is logged and left out; the rest
       *>  of the distribution still goes ahead
       load-distribution-para.
       open input dist-file.
       if dist-status not = "00"
           display "unable to open distribution file " function trim(dist-filename)
           move spaces to log-text
           string "  distribution file " delimited by size
               function trim(dist-filename) delimited by size
               " not found; nothing distributed" delimited by size
               into log-text
           end-string
           perform write-log-para
           close dist-log-file
           move 8 to return-code
           stop run
       end-if.
       perform until dist-eof = 'y'
           read dist-file into dist-line
              at end move 'y' to dist-eof
              not at end
                      add 1 to dist-line-number
                      if function trim(dist-line) not = spaces
                         and function trim(dist-line)(1:1) not = '*'
                          perform take-statement-para
                      end-if
           end-read
       end-perform.
       close dist-file.

       take-statement-para.
       move spaces to dist-recipient.
       move spaces to dist-program.
       move spaces to dist-copies-token.
       move spaces to dist-extra.
       move spaces to dist-error.
      *>  an indented line would leave the first word empty
       move function trim(dist-line) to dist-words.
       unstring dist-words delimited by all space
           into dist-recipient dist-program dist-copies-token dist-extra
       end-unstring.
       move function upper-case(dist-recipient) to dist-recipient.
       evaluate true
           when dist-program = spaces
               move "needs a recipient and a program" to dist-error
           when dist-extra not = spaces
               move "too many operands" to dist-error
           when dist-recipient(21:80) not = spaces
               move "recipient name longer than 20 characters" to dist-error
           when dist-recipient = "UNCLAIMED"
               move "UNCLAIMED is kept for output nobody receives" to dist-error
       end-evaluate.
       if dist-error = spaces
           perform check-recipient-name-para
       end-if.
       if dist-error = spaces
           perform pick-copies-para
       end-if.
       if dist-error = spaces
           perform find-recipient-para
           if found-recipient not = 0
               perform varying entry-idx from 1 by 1
                       until entry-idx > entry-count
                   if ent-recipient(entry-idx) = found-recipient
                      and ent-program(entry-idx) = dist-program
                       move "program already listed for this recipient" to dist-error
                   end-if
               end-perform
           end-if
       end-if.
       if dist-error = spaces and entry-count >= max-entries
           move "more than 500 distribution statements" to dist-error
       end-if.
       if dist-error = spaces and found-recipient = 0
          and recipient-count >= max-recipients
           move "more than 100 recipients" to dist-error
       end-if.
       if dist-error not = spaces
           add 1 to bad-statement-count
           move dist-line-number to formatted-line
           display "bad distribution statement at line " function trim(formatted-line) " (" function trim(dist-error) "): " function trim(dist-line)
           move spaces to log-text
           string "  line " delimited by size
               function trim(formatted-line) delimited by size
               " not used (" delimited by size
               function trim(dist-error) delimited by size
               "): " delimited by size
               function trim(dist-line) delimited by size
               into log-text
           end-string
           perform write-log-para
           exit paragraph
       end-if.
       if found-recipient = 0
           add 1 to recipient-count
           move recipient-count to found-recipient
           move dist-recipient to rcp-name(recipient-count)
           move 0 to rcp-max-copies(recipient-count)
           move 0 to rcp-runs(recipient-count)
           move 0 to rcp-pages(recipient-count)
       end-if.
       add 1 to entry-count.
       move found-recipient to ent-recipient(entry-count).
       move dist-program to ent-program(entry-count).
       move copies-value to ent-copies(entry-count).
       move 0 to ent-runs(entry-count).
       if copies-value > rcp-max-copies(found-recipient)
           move copies-value to rcp-max-copies(found-recipient)
       end-if.

      *>  the recipient name becomes part of a file name: letters,
       *>  digits, hyphens and underscores only
       check-recipient-name-para.
       perform varying char-idx from 1 by 1
               until char-idx > 20 or dist-error not = spaces
           if dist-recipient(char-idx:1) not = space
               if not (dist-recipient(char-idx:1) >= 'A' and dist-recipient(char-idx:1) <= 'Z')
                  and not (dist-recipient(char-idx:1) >= '0' and dist-recipient(char-idx:1) <= '9')
                  and dist-recipient(char-idx:1) not = '-'
                  and dist-recipient(char-idx:1) not = '_'
                   move "recipient name may hold only letters, digits, - and _" to dist-error
               end-if
           end-if
       end-perform.

      *>  copies: one or two digits, 1 to 99; none means one copy
       pick-copies-para.
       move 1 to copies-value.
       if dist-copies-token = spaces
           exit paragraph
       end-if.
       move function length(function trim(dist-copies-token)) to copies-length.
       if copies-length > 2
           move "copies must be 1 to 99" to dist-error
           exit paragraph
       end-if.
       perform varying copies-idx from 1 by 1
               until copies-idx > copies-length
           if dist-copies-token(copies-idx:1) < '0'
              or dist-copies-token(copies-idx:1) > '9'
               move "copies must be 1 to 99" to dist-error
           end-if
       end-perform.
       if dist-error = spaces
           compute copies-value = function numval(dist-copies-token(1:copies-length))
           if copies-value = 0
               move "copies must be 1 to 99" to dist-error
           end-if
       end-if.

      *>  dist-recipient in, found-recipient out (0 when new)
       find-recipient-para.
       move 0 to found-recipient.
       perform varying recipient-idx from 1 by 1
               until recipient-idx > recipient-count or found-recipient not = 0
           if rcp-name(recipient-idx) = dist-recipient
               move recipient-idx to found-recipient
           end-if
       end-perform.

      *>  one pass over the spool to find the runs in it.  a run
       *>  opens at the first page header carrying a new program and
       *>  stamp, and closes at its trailer; a run cut off without a
       *>  trailer ends where the next one starts, or at the end of
       *>  the spool, and is marked incomplete
       index-spool-para.
       open input spool-file.
       if spool-status not = "00"
           display "unable to open spool " function trim(spool-filename)
           move spaces to log-text
           string "  spool " delimited by size
               function trim(spool-filename) delimited by size
               " not found; nothing distributed" delimited by size
               into log-text
           end-string
           perform write-log-para
           close dist-log-file
           move 8 to return-code
           stop run
       end-if.
       move 0 to current-run.
       move 0 to spool-line-number.
       move space to spool-eof.
       perform until spool-eof = 'y'
           read spool-file into spool-record
              at end move 'y' to spool-eof
              not at end
                      add 1 to spool-line-number
                      perform take-spool-line-para
           end-read
       end-perform.
       if current-run > 0
           if run-complete(current-run) = 'n'
               move spool-line-number to run-last-line(current-run)
           end-if
       end-if.
       close spool-file.

       take-spool-line-para.
       if spool-record(1:21) = header-prefix
           move spaces to line-program
           move spaces to line-run-word
           move spaces to line-stamp
           move spaces to line-page-word
           move spaces to line-page
           unstring spool-record(22:119) delimited by all space
               into line-program line-run-word line-stamp
                    line-page-word line-page
           end-unstring
           if in-overflow-run
               if overflow-program = line-program
                  and overflow-stamp = line-stamp(1:14)
                   exit paragraph
               end-if
               move 'n' to in-overflow-run-switch
           end-if
           if current-run > 0
               if run-complete(current-run) = 'n'
                  and run-program(current-run) = line-program
                  and run-stamp(current-run) = line-stamp(1:14)
                   add 1 to run-pages(current-run)
                   exit paragraph
               end-if
               if run-complete(current-run) = 'n'
                   compute run-last-line(current-run) = spool-line-number - 1
               end-if
           end-if
           if run-count >= max-runs
               add 1 to runs-skipped
               move 0 to current-run
               move line-program to overflow-program
               move line-stamp(1:14) to overflow-stamp
               set in-overflow-run to true
               exit paragraph
           end-if
           add 1 to run-count
           move run-count to current-run
           move line-program to run-program(run-count)
           move line-stamp(1:14) to run-stamp(run-count)
           move spool-line-number to run-first-line(run-count)
           move spool-line-number to run-last-line(run-count)
           move 1 to run-pages(run-count)
           move 'n' to run-complete(run-count)
           move 'n' to run-claimed(run-count)
           move 0 to run-copies(run-count)
           exit paragraph
       end-if.
       if in-overflow-run
           if spool-record(1:27) = trailer-prefix
               move 'n' to in-overflow-run-switch
           end-if
           exit paragraph
       end-if.
       if current-run = 0
           add 1 to stray-lines
           exit paragraph
       end-if.
       if run-complete(current-run) = 'y'
           add 1 to stray-lines
           exit paragraph
       end-if.
       if spool-record(1:27) = trailer-prefix
           move 'y' to run-complete(current-run)
           move spool-line-number to run-last-line(current-run)
       end-if.

      *>  mark every run that at least one recipient receives
       claim-runs-para.
       perform varying run-idx from 1 by 1 until run-idx > run-count
           perform varying entry-idx from 1 by 1
                   until entry-idx > entry-count
               if ent-program(entry-idx) = run-program(run-idx)
                   move 'y' to run-claimed(run-idx)
                   add 1 to ent-runs(entry-idx)
               end-if
           end-perform
           if run-claimed(run-idx) not = 'y'
               add 1 to runs-unclaimed
           end-if
       end-perform.

      *>  one recipient's bundle.  run-copies carries, run by run,
       *>  how many copies this recipient gets, so the copy passes
       *>  and the contents page read it the same way
       write-recipient-bundle-para.
       move 0 to bundle-runs.
       move 0 to bundle-pages.
       perform varying run-idx from 1 by 1 until run-idx > run-count
           move 0 to run-copies(run-idx)
           perform varying entry-idx from 1 by 1
                   until entry-idx > entry-count
               if ent-recipient(entry-idx) = recipient-idx
                  and ent-program(entry-idx) = run-program(run-idx)
                   move ent-copies(entry-idx) to run-copies(run-idx)
               end-if
           end-perform
           if run-copies(run-idx) > 0
               add 1 to bundle-runs
               compute bundle-pages = bundle-pages + run-pages(run-idx) * run-copies(run-idx)
           end-if
       end-perform.
       move bundle-runs to rcp-runs(recipient-idx).
       move bundle-pages to rcp-pages(recipient-idx).
       if bundle-runs = 0
           move spaces to log-text
           string "  " delimited by size
               function trim(rcp-name(recipient-idx)) delimited by size
               " receives nothing from this spool; no bundle" delimited by size
               into log-text
           end-string
           perform write-log-para
           exit paragraph
       end-if.
       move rcp-name(recipient-idx) to bundle-name.
       move rcp-max-copies(recipient-idx) to bundle-copies.
       perform write-bundle-para.

      *>  everything nobody receives, one copy each
       write-unclaimed-bundle-para.
       move 0 to bundle-runs.
       move 0 to bundle-pages.
       perform varying run-idx from 1 by 1 until run-idx > run-count
           if run-claimed(run-idx) = 'y'
               move 0 to run-copies(run-idx)
           else
               move 1 to run-copies(run-idx)
               add 1 to bundle-runs
               add run-pages(run-idx) to bundle-pages
           end-if
       end-perform.
       move "UNCLAIMED" to bundle-name.
       move 1 to bundle-copies.
       perform write-bundle-para.

      *>  bundle-name, bundle-copies and run-copies in: the banner,
       *>  the contents, then one pass over the spool per copy set,
       *>  so copies come out collated the way the print room hands
       *>  them over
       write-bundle-para.
       move spaces to bundle-filename.
       string "HQ9DOUT." delimited by size
           function trim(bundle-name) delimited by size
           into bundle-filename
       end-string.
       open output bundle-file.
       if bundle-status not = "00"
           display "unable to open bundle " function trim(bundle-filename)
           move spaces to log-text
           string "  " delimited by size
               function trim(bundle-name) delimited by size
               " bundle " delimited by size
               function trim(bundle-filename) delimited by size
               " could not be written" delimited by size
               into log-text
           end-string
           perform write-log-para
           add 1 to runs-skipped
           exit paragraph
       end-if.
       add 1 to bundle-count.
       move 0 to bundle-page.
       perform write-banner-page-para.
       perform write-contents-page-para.
       perform varying copy-number from 1 by 1
               until copy-number > bundle-copies
           perform copy-spool-pass-para
       end-perform.
       close bundle-file.
       perform log-bundle-para.

      *>  the bundle's own pages carry their own header, so a bundle
       *>  fed back through here is never taken for program output
       bundle-page-header-para.
       add 1 to bundle-page.
       move bundle-page to formatted-page.
       move spaces to bundle-header-line.
       string "HQ9+ distribution  " delimited by size
           function trim(bundle-name) delimited by size
           "  prepared " delimited by size
           dist-stamp delimited by size
           "  page " delimited by size
           function trim(formatted-page) delimited by size
           into bundle-header-line
       end-string.
       write bundle-record from bundle-header-line.
       move spaces to bundle-header-line.
       write bundle-record from bundle-header-line.
       move 2 to bundle-line-count.

       write-bundle-text-para.
       if bundle-line-count >= lines-per-page
           perform bundle-page-header-para
       end-if.
       write bundle-record from bundle-text.
       add 1 to bundle-line-count.

      *>  fill out the page so the next one starts at the top
       finish-bundle-page-para.
       move spaces to bundle-text.
       perform until bundle-line-count >= lines-per-page
           write bundle-record from bundle-text
           add 1 to bundle-line-count
       end-perform.

       write-banner-page-para.
       perform bundle-page-header-para.
       move spaces to bundle-text.
       perform write-bundle-text-para.
       move all '*' to bundle-text(1:60).
       perform write-bundle-text-para.
       move spaces to bundle-text.
       perform write-bundle-text-para.
       string "     deliver to:  " delimited by size
           function trim(bundle-name) delimited by size
           into bundle-text
       end-string.
       perform write-bundle-text-para.
       move spaces to bundle-text.
       perform write-bundle-text-para.
       move all '*' to bundle-text(1:60).
       perform write-bundle-text-para.
       move spaces to bundle-text.
       perform write-bundle-text-para.
       string "     prepared:           " delimited by size
           dist-stamp delimited by size
           into bundle-text
       end-string.
       perform write-bundle-text-para.
       move spaces to bundle-text.
       string "     from spool:         " delimited by size
           function trim(spool-filename) delimited by size
           into bundle-text
       end-string.
       perform write-bundle-text-para.
       move spaces to bundle-text.
       string "     distribution file:  " delimited by size
           function trim(dist-filename) delimited by size
           into bundle-text
       end-string.
       perform write-bundle-text-para.
       move bundle-runs to formatted-count.
       move spaces to bundle-text.
       string "     runs:               " delimited by size
           function trim(formatted-count) delimited by size
           into bundle-text
       end-string.
       perform write-bundle-text-para.
       move bundle-pages to formatted-pages.
       move spaces to bundle-text.
       string "     output pages:       " delimited by size
           function trim(formatted-pages) delimited by size
           " (all copies)" delimited by size
           into bundle-text
       end-string.
       perform write-bundle-text-para.
       perform finish-bundle-page-para.

       write-contents-page-para.
       perform bundle-page-header-para.
       move "contents" to bundle-text.
       perform write-bundle-text-para.
       move spaces to bundle-text.
       perform write-bundle-text-para.
       move "  program                         run             pages  copies" to bundle-text.
       perform write-bundle-text-para.
       perform varying run-idx from 1 by 1 until run-idx > run-count
           if run-copies(run-idx) > 0
               move spaces to bundle-text
               move run-program(run-idx) to bundle-text(3:30)
               move run-stamp(run-idx) to bundle-text(35:14)
               move run-pages(run-idx) to formatted-count
               move formatted-count to bundle-text(50:5)
               move run-copies(run-idx) to formatted-copies
               move formatted-copies to bundle-text(60:2)
               if run-complete(run-idx) not = 'y'
                   move "incomplete: no trailer" to bundle-text(64:22)
               end-if
               perform write-bundle-text-para
           end-if
       end-perform.
       perform finish-bundle-page-para.

      *>  copy set copy-number: every run this bundle gets at least
       *>  that many copies of, line for line as it sits in the spool
       copy-spool-pass-para.
       open input spool-file.
       if spool-status not = "00"
           exit paragraph
       end-if.
       move 1 to run-idx.
       move 0 to spool-line-number.
       move space to spool-eof.
       perform until spool-eof = 'y'
           read spool-file into spool-record
              at end move 'y' to spool-eof
              not at end
                      add 1 to spool-line-number
                      perform until run-idx > run-count
                              or spool-line-number <= run-last-line(run-idx)
                          add 1 to run-idx
                      end-perform
                      if run-idx > run-count
                          move 'y' to spool-eof
                      else
                          if spool-line-number >= run-first-line(run-idx)
                             and run-copies(run-idx) >= copy-number
                              write bundle-record from spool-record
                          end-if
                      end-if
           end-read
       end-perform.
       close spool-file.

      *>  what went into the bundle, run by run
       log-bundle-para.
       perform varying run-idx from 1 by 1 until run-idx > run-count
           if run-copies(run-idx) > 0
               add 1 to delivered-count
               move run-pages(run-idx) to formatted-count
               move run-copies(run-idx) to formatted-copies
               move spaces to log-text
               string function trim(bundle-name) delimited by size
                   " " delimited by size
                   function trim(run-program(run-idx)) delimited by size
                   " run " delimited by size
                   run-stamp(run-idx) delimited by size
                   " pages " delimited by size
                   function trim(formatted-count) delimited by size
                   " copies " delimited by size
                   function trim(formatted-copies) delimited by size
                   into log-text
               end-string
               if run-complete(run-idx) not = 'y'
                   string function trim(log-text)
                       " (incomplete)" delimited by size
                       into log-text
                   end-string
               end-if
               perform write-indented-log-para
           end-if
       end-perform.

      *>  a statement whose program printed nothing in this spool is
       *>  worth a line: either the run did not happen or the name in
       *>  the distribution file is wrong
       write-unmatched-entries-para.
       perform varying entry-idx from 1 by 1 until entry-idx > entry-count
           if ent-runs(entry-idx) = 0
               move ent-recipient(entry-idx) to recipient-idx
               move spaces to log-text
               string "  " delimited by size
                   function trim(rcp-name(recipient-idx)) delimited by size
                   " " delimited by size
                   function trim(ent-program(entry-idx)) delimited by size
                   ": no output in spool" delimited by size
                   into log-text
               end-string
               perform write-log-para
           end-if
       end-perform.

       write-log-trailer-para.
       if runs-skipped > 0
           move runs-skipped to formatted-count
           move spaces to log-text
           string "  " delimited by size
               function trim(formatted-count) delimited by size
               " run(s) or bundle(s) not distributed: more than 500 runs in the spool, or a bundle could not be written" delimited by size
               into log-text
           end-string
           perform write-log-para
       end-if.
       if stray-lines > 0
           move stray-lines to formatted-pages
           move spaces to log-text
           string "  " delimited by size
               function trim(formatted-pages) delimited by size
               " spool line(s) outside any run" delimited by size
               into log-text
           end-string
           perform write-log-para
       end-if.
       move function current-date to current-date-value.
       move spaces to log-text.
       move run-count to formatted-count.
       string "distribution " delimited by size
           function trim(dist-filename) delimited by size
           " ended " delimited by size
           current-date-value(1:14) delimited by size
           " runs " delimited by size
           function trim(formatted-count) delimited by size
           into log-text
       end-string.
       move delivered-count to formatted-count.
       string function trim(log-text)
           " delivered " delimited by size
           function trim(formatted-count) delimited by size
           into log-text
       end-string.
       move runs-unclaimed to formatted-count.
       string function trim(log-text)
           " unclaimed " delimited by size
           function trim(formatted-count) delimited by size
           into log-text
       end-string.
       move bundle-count to formatted-count.
       string function trim(log-text)
           " bundles " delimited by size
           function trim(formatted-count) delimited by size
           into log-text
       end-string.
       perform write-log-para.

       write-log-para.
       move log-text to dist-log-record.
       write dist-log-record.

      *>  a line built up in pieces loses its leading spaces to the
       *>  trims along the way; it is indented once on the way out
       write-indented-log-para.
       move spaces to dist-log-record.
       string "  " delimited by size
           function trim(log-text) delimited by size
           into dist-log-record
       end-string.
       write dist-log-record.
