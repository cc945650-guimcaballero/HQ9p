           select change-report-file assign to "HQ9LCHG"
               organization is line sequential
               file status is change-report-status.
           select auth-file assign to "HQ9AUTH"
               organization is indexed
               access is dynamic
               record key is auth-key
               file status is auth-status.
           select security-log-file assign to "HQ9SECV"
               organization is line sequential
               file status is security-log-status.

data division.
       file section.
           fd change-report-file.
           01 change-report-record pic x(140).

           fd auth-file.
           copy "hq9pauth.cpy".

           fd security-log-file.
           01 security-log-record pic x(250).

       working-storage section.
           01 library-filename pic x(100) value spaces.
           01 trans-filename pic x(100) value spaces.
           01 old-version pic 9(4) value 0.
           01 old-instructions pic x(2000) value spaces.
           01 run-author pic x(20) value spaces.
           01 effective-date pic x(8) value spaces.
           01 formatted-count pic zzzz9.
           01 formatted-trans pic zzzz9.
           01 current-date-value pic x(21) value spaces.
           01 run-timestamp pic x(14) value spaces.
           01 detail-text pic x(80) value spaces.
          *>  who is running this, and what HQ9AUTH lets them do.
           *>  check-authority-para takes the function by its number
           *>  in the authorization record, and its name for the log
           01 run-user pic x(20) value spaces.
          *>  the login name, looked up from the process's user id;
           *>  passwd-entry is the front of the system's password entry,
           *>  whose first field points at the name
           01 login-name pic x(20) value spaces.
           01 login-uid usage binary-long unsigned value 0.
           01 login-name-idx pic 9(2) value 0.
           01 passwd-ptr usage pointer value null.
           01 passwd-char-ptr usage pointer value null.
           01 passwd-entry based.
               05 passwd-name-ptr usage pointer.
           01 passwd-char pic x(1) based.
           01 auth-status pic xx value spaces.
           01 security-log-status pic xx value spaces.
           01 check-function-idx pic 9(2) value 0.
           01 check-function-name pic x(10) value spaces.
           01 check-library pic x(100) value spaces.
           01 check-object pic x(100) value spaces.
           01 authority-switch pic x(1) value 'n'.
               88 authorized value 'y'.
           01 refusal-reason pic x(60) value spaces.
           01 violation-stamp pic x(21) value spaces.

procedure division.
       move 1 to arg-number.
       move current-date-value(1:14) to run-timestamp.
       move current-date-value(1:8) to effective-date.

      *>  the author stamped into new versions is the login user,
       *>  who needs maintain authority on the library in HQ9AUTH
       perform identify-user-para.
       move run-user to run-author.
       move 2 to check-function-idx.
       move "MAINTAIN" to check-function-name.
       move library-filename to check-library.
       move trans-filename to check-object.
       perform check-authority-para.
       if not authorized
           display "library maintenance refused: " function trim(refusal-reason)
           move 8 to return-code
           stop run
       end-if.

       perform open-library-para.
       write change-report-record.
       move applied-count to formatted-count.
       display function trim(formatted-count) " transaction(s) applied to " function trim(library-filename).

      *>  the user is the login name of the user id the process runs
       *>  under, not anything in the environment, which the caller
       *>  can set to whatever they like.  a user id with no password
       *>  entry, or a name too long for the authorization key, has
       *>  no user and is refused anything the authorization file
       *>  controls
       identify-user-para.
       move spaces to login-name.
       call "getuid" returning login-uid.
       call "getpwuid" using by value login-uid returning passwd-ptr.
       if passwd-ptr not = null
           set address of passwd-entry to passwd-ptr
           set passwd-char-ptr to passwd-name-ptr
           perform varying login-name-idx from 1 by 1
                   until login-name-idx > 21
               set address of passwd-char to passwd-char-ptr
               if passwd-char = low-value
                   exit perform
               end-if
               if login-name-idx > 20
                   move spaces to login-name
                   exit perform
               end-if
               move passwd-char to login-name(login-name-idx:1)
               set passwd-char-ptr up by 1
           end-perform
       end-if.
       move function upper-case(login-name) to run-user.

      *>  check-function-idx, check-function-name, check-library (*
       *>  for a function no library owns) and check-object in;
       *>  authorized out.  the user's record for the library and
       *>  their record for * both count.  whatever keeps the check
       *>  from being made -- no user, no authorization file --
       *>  refuses, and every refusal goes on the violation log
       check-authority-para.
       move 'n' to authority-switch.
       move spaces to refusal-reason.
       if run-user = spaces
           move "user not identified" to refusal-reason
       else
           open input auth-file
           if auth-status not = "00"
               move "authorization file HQ9AUTH not available" to refusal-reason
           else
               if check-library not = "*"
                   move run-user to auth-user
                   move check-library to auth-library
                   perform read-authority-para
               end-if
               if not authorized
                   move run-user to auth-user
                   move "*" to auth-library
                   perform read-authority-para
               end-if
               close auth-file
               if not authorized
                   move "not authorized" to refusal-reason
               end-if
           end-if
       end-if.
       if not authorized
           perform write-violation-para
       end-if.

       read-authority-para.
       read auth-file
           invalid key continue
           not invalid key
               if auth-function-flag(check-function-idx) = 'Y'
                   set authorized to true
               end-if
       end-read.

      *>  one line per refusal on the security violation log HQ9SECV:
       *>      stamp user program function library object reason
       *>  with - standing in for a user or object there is none of
       write-violation-para.
       move function current-date to violation-stamp.
       move spaces to security-log-record.
       string violation-stamp(1:14) delimited by size
           " " delimited by size
           into security-log-record
       end-string.
       if run-user = spaces
           string function trim(security-log-record)
               " -" delimited by size
               into security-log-record
           end-string
       else
           string function trim(security-log-record)
               " " delimited by size
               function trim(run-user) delimited by size
               into security-log-record
           end-string
       end-if.
       string function trim(security-log-record)
           " hq9libm " delimited by size
           function trim(check-function-name) delimited by size
           " " delimited by size
           function trim(check-library) delimited by size
           into security-log-record
       end-string.
       if check-object = spaces
           string function trim(security-log-record)
               " -" delimited by size
               into security-log-record
           end-string
       else
           string function trim(security-log-record)
               " " delimited by size
               function trim(check-object) delimited by size
               into security-log-record
           end-string
       end-if.
       string function trim(security-log-record)
           " " delimited by size
           function trim(refusal-reason) delimited by size
           into security-log-record
       end-string.
       open extend security-log-file.
       if security-log-status not = "00"
           open output security-log-file
       end-if.
       if security-log-status = "00"
           write security-log-record
           close security-log-file
       else
           display "warning: unable to write security violation log HQ9SECV"
       end-if.
