       >>source format free
identification division.
program-id. hq9arpt.

environment division.
       input-output section.
           file-control.
           select auth-file assign to "HQ9AUTH"
               organization is indexed
               access is dynamic
               record key is auth-key
               file status is auth-status.
           select security-log-file assign to "HQ9SECV"
               organization is line sequential
               file status is security-log-status.
           select access-report-file assign to "HQ9ARPT"
               organization is line sequential
               file status is access-report-status.

data division.
       file section.
           fd auth-file.
           copy "hq9pauth.cpy".

           fd security-log-file.
           01 security-log-record pic x(250).

           fd access-report-file.
           01 access-report-record pic x(140).

       working-storage section.
           01 auth-status pic xx value spaces.
           01 security-log-status pic xx value spaces.
           01 access-report-status pic xx value spaces.
           01 cmd-arg1 pic x(100) value spaces.
           01 arg-number pic 9(2).
           01 since-date pic x(8) value spaces.
           01 since-idx pic 9(2) value 0.
           01 auth-eof pic a(1) value space.
           01 log-eof pic a(1) value space.
          *>  one letter per function, in the order of the flags in the
           *>  authorization record, as hq9amnt takes them
           01 function-letter-table.
               05 filler pic x(7) value "RMPLBSJ".
           01 function-letters redefines function-letter-table.
               05 function-letter pic x(1) occurs 7 times.
           01 function-count pic 9(2) value 7.
           01 flag-idx pic 9(2) value 0.
           01 flags-held pic x(16) value spaces.
           01 flags-held-length pic 9(2) value 0.
           01 previous-user pic x(20) value spaces.
           01 record-count pic 9(5) value 0.
           01 user-count pic 9(5) value 0.
           01 admin-count pic 9(5) value 0.
          *>  the users the file holds any record for, so a refused
           *>  user with none can be told apart on the violation list
           01 known-count pic 9(4) value 0.
           01 max-known pic 9(4) value 500.
           01 known-table.
               05 known-user pic x(20) occurs 500 times.
           01 known-idx pic 9(4) value 0.
           01 known-overflow pic x(1) value 'n'.
          *>  refused attempts per user: how many, and the latest one
           01 refused-count pic 9(4) value 0.
           01 max-refused pic 9(4) value 500.
           01 refused-table.
               05 refused-entry occurs 500 times.
                   10 ref-user pic x(20).
                   10 ref-attempts pic 9(7).
                   10 ref-last-stamp pic x(14).
                   10 ref-last-program pic x(8).
                   10 ref-last-function pic x(10).
                   10 ref-last-library pic x(100).
                   10 ref-last-reason pic x(60).
           01 refused-idx pic 9(4) value 0.
           01 found-idx pic 9(4) value 0.
           01 refused-overflow pic x(1) value 'n'.
           01 known-switch pic x(1) value 'n'.
          *>  one violation line, the layout write-violation-para in
           *>  the enforcing programs writes
           01 vio-stamp pic x(14) value spaces.
           01 vio-user pic x(20) value spaces.
           01 vio-program pic x(8) value spaces.
           01 vio-function pic x(10) value spaces.
           01 vio-library pic x(100) value spaces.
           01 vio-object pic x(100) value spaces.
           01 vio-reason pic x(60) value spaces.
           01 vio-pointer pic 9(3) value 0.
           01 violation-count pic 9(7) value 0.
           01 report-text pic x(140) value spaces.
           01 formatted-count pic zzzzzz9.
           01 current-date-value pic x(21) value spaces.
           01 run-stamp pic x(14) value spaces.

procedure division.
      *>  the quarterly access review: every user's authorization on
       *>  every library from HQ9AUTH, with who granted it and when,
       *>  then the refused attempts from the violation log HQ9SECV
       *>  per user -- how many and the latest -- flagging users who
       *>  hold no authorization at all.  a date limits the violations
       *>  to those on or after it:
       *>      hq9arpt [since-yyyymmdd]
       move 1 to arg-number.
       display arg-number upon argument-number.
       accept cmd-arg1 from argument-value
           on exception move spaces to cmd-arg1
       end-accept.
       if cmd-arg1 not = spaces
           if cmd-arg1(9:92) not = spaces
               perform usage-para
           end-if
           move cmd-arg1(1:8) to since-date
           perform varying since-idx from 1 by 1 until since-idx > 8
               if since-date(since-idx:1) < '0'
                  or since-date(since-idx:1) > '9'
                   perform usage-para
               end-if
           end-perform
       end-if.

       move function current-date to current-date-value.
       move current-date-value(1:14) to run-stamp.
       open output access-report-file.
       if access-report-status not = "00"
           display "unable to open access review report HQ9ARPT"
           move 8 to return-code
           stop run
       end-if.
       move spaces to access-report-record.
       string "HQ9+ access review  " delimited by size
           run-stamp delimited by size
           into access-report-record
       end-string.
       write access-report-record.
       move "authorization file: HQ9AUTH  violation log: HQ9SECV" to access-report-record.
       write access-report-record.
       if since-date not = spaces
           move spaces to access-report-record
           string "violations since " delimited by size
               since-date delimited by size
               into access-report-record
           end-string
           write access-report-record
       end-if.
       move spaces to access-report-record.
       write access-report-record.

       perform list-access-para.
       perform list-violations-para.
       perform write-summary-para.
       close access-report-file.
       move violation-count to formatted-count.
       display "access review written to HQ9ARPT; " function trim(formatted-count) " refused attempt(s)".
       stop run.

       usage-para.
       display "usage: hq9arpt [since-yyyymmdd]".
       move 8 to return-code.
       stop run.

      *>  the file in key order: a heading line per user, then one
       *>  line per library the user holds a record for
       list-access-para.
       move "access by user" to access-report-record.
       write access-report-record.
       open input auth-file.
       if auth-status not = "00"
           move "  no authorization file; every controlled function is refused" to access-report-record
           write access-report-record
           move spaces to access-report-record
           write access-report-record
           exit paragraph
       end-if.
       move low-values to auth-key.
       move space to auth-eof.
       start auth-file key >= auth-key
           invalid key move 'y' to auth-eof
       end-start.
       perform until auth-eof = 'y'
           read auth-file next
              at end move 'y' to auth-eof
              not at end perform list-one-record-para
           end-read
       end-perform.
       close auth-file.
       if record-count = 0
           move "  no users authorized" to access-report-record
           write access-report-record
       end-if.
       move spaces to access-report-record.
       write access-report-record.

       list-one-record-para.
       add 1 to record-count.
       if auth-user not = previous-user
           move auth-user to previous-user
           add 1 to user-count
           if known-count < max-known
               add 1 to known-count
               move auth-user to known-user(known-count)
           else
               move 'y' to known-overflow
           end-if
           move spaces to access-report-record
           string "  user " delimited by size
               function trim(auth-user) delimited by size
               into access-report-record
           end-string
           write access-report-record
       end-if.
       if auth-library = "*" and auth-security-admin = 'Y'
           add 1 to admin-count
       end-if.
       perform build-flags-held-para.
       if flags-held = spaces
           move "none" to flags-held
       end-if.
       move spaces to report-text.
       string "library " delimited by size
           function trim(auth-library) delimited by size
           "  functions " delimited by size
           function trim(flags-held) delimited by size
           "  granted by " delimited by size
           function trim(auth-granted-by) delimited by size
           " on " delimited by size
           auth-granted-date delimited by size
           into report-text
       end-string.
       if auth-library = "*"
           string function trim(report-text)
               "  (all libraries)" delimited by size
               into report-text
           end-string
       end-if.
       move spaces to access-report-record.
       string "    " delimited by size
           function trim(report-text) delimited by size
           into access-report-record
       end-string.
       write access-report-record.

      *>  the letters of the functions the record holds, in order
       build-flags-held-para.
       move spaces to flags-held.
       move 0 to flags-held-length.
       perform varying flag-idx from 1 by 1
               until flag-idx > function-count
           if auth-function-flag(flag-idx) = 'Y'
               add 1 to flags-held-length
               move function-letter(flag-idx) to flags-held(flags-held-length:1)
           end-if
       end-perform.

      *>  fold the violation log into one row per user, then list the
       *>  rows in the order the users first appear
       list-violations-para.
       move "refused attempts by user" to access-report-record.
       write access-report-record.
       open input security-log-file.
       if security-log-status = "00"
           perform until log-eof = 'y'
               read security-log-file
                  at end move 'y' to log-eof
                  not at end perform tally-violation-para
               end-read
           end-perform
           close security-log-file
       end-if.
       if refused-count = 0
           move "  none" to access-report-record
           write access-report-record
       end-if.
       perform varying refused-idx from 1 by 1
               until refused-idx > refused-count
           perform list-one-refused-para
       end-perform.
       if refused-overflow = 'y'
           move "  (more users refused than the report can list)" to access-report-record
           write access-report-record
       end-if.
       move spaces to access-report-record.
       write access-report-record.

       tally-violation-para.
       if security-log-record = spaces
           exit paragraph
       end-if.
       move spaces to vio-stamp vio-user vio-program vio-function
           vio-library vio-object vio-reason.
       move 1 to vio-pointer.
       unstring security-log-record delimited by all space
           into vio-stamp vio-user vio-program vio-function
               vio-library vio-object
           with pointer vio-pointer
       end-unstring.
       if vio-pointer <= 250
           move security-log-record(vio-pointer:) to vio-reason
       end-if.
       if since-date not = spaces and vio-stamp(1:8) < since-date
           exit paragraph
       end-if.
       add 1 to violation-count.
       move 0 to found-idx.
       perform varying refused-idx from 1 by 1
               until refused-idx > refused-count or found-idx not = 0
           if ref-user(refused-idx) = vio-user
               move refused-idx to found-idx
           end-if
       end-perform.
       if found-idx = 0
           if refused-count >= max-refused
               move 'y' to refused-overflow
               exit paragraph
           end-if
           add 1 to refused-count
           move refused-count to found-idx
           move vio-user to ref-user(found-idx)
           move 0 to ref-attempts(found-idx)
       end-if.
       add 1 to ref-attempts(found-idx).
       move vio-stamp to ref-last-stamp(found-idx).
       move vio-program to ref-last-program(found-idx).
       move vio-function to ref-last-function(found-idx).
       move vio-library to ref-last-library(found-idx).
       move vio-reason to ref-last-reason(found-idx).

       list-one-refused-para.
       move 'n' to known-switch.
       perform varying known-idx from 1 by 1
               until known-idx > known-count
           if known-user(known-idx) = ref-user(refused-idx)
               move 'y' to known-switch
           end-if
       end-perform.
       move ref-attempts(refused-idx) to formatted-count.
       move spaces to report-text.
       string "user " delimited by size
           function trim(ref-user(refused-idx)) delimited by size
           "  " delimited by size
           function trim(formatted-count) delimited by size
           " refused" delimited by size
           into report-text
       end-string.
       if known-switch = 'n' and known-overflow = 'n'
           string function trim(report-text)
               "  NO AUTHORIZATION RECORD" delimited by size
               into report-text
           end-string
       end-if.
       move spaces to access-report-record.
       string "  " delimited by size
           function trim(report-text) delimited by size
           into access-report-record
       end-string.
       write access-report-record.
       move spaces to access-report-record.
       string "    last " delimited by size
           ref-last-stamp(refused-idx) delimited by size
           " " delimited by size
           function trim(ref-last-program(refused-idx)) delimited by size
           " " delimited by size
           function trim(ref-last-function(refused-idx)) delimited by size
           " " delimited by size
           function trim(ref-last-library(refused-idx)) delimited by size
           ": " delimited by size
           function trim(ref-last-reason(refused-idx)) delimited by size
           into access-report-record
       end-string.
       write access-report-record.

       write-summary-para.
       move user-count to formatted-count.
       move spaces to access-report-record.
       string "users authorized:       " delimited by size
           formatted-count delimited by size
           into access-report-record
       end-string.
       write access-report-record.
       move record-count to formatted-count.
       move spaces to access-report-record.
       string "authorization records:  " delimited by size
           formatted-count delimited by size
           into access-report-record
       end-string.
       write access-report-record.
       move admin-count to formatted-count.
       move spaces to access-report-record.
       string "security administrators:" delimited by size
           formatted-count delimited by size
           into access-report-record
       end-string.
       write access-report-record.
       move violation-count to formatted-count.
       move spaces to access-report-record.
       string "refused attempts:       " delimited by size
           formatted-count delimited by size
           into access-report-record
       end-string.
       write access-report-record.
       move refused-count to formatted-count.
       move spaces to access-report-record.
       string "users refused:          " delimited by size
           formatted-count delimited by size
           into access-report-record
       end-string.
       write access-report-record.
