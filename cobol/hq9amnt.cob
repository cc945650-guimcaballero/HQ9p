       >>source format free
identification division.
program-id. hq9amnt.

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

data division.
       file section.
           fd auth-file.
           copy "hq9pauth.cpy".

           fd security-log-file.
           01 security-log-record pic x(250).

       working-storage section.
           01 cmd-arg1 pic x(100) value spaces.
           01 cmd-arg2 pic x(100) value spaces.
           01 cmd-arg3 pic x(100) value spaces.
           01 cmd-arg4 pic x(100) value spaces.
           01 cmd-arg5 pic x(100) value spaces.
           01 arg-number pic 9(2).
           01 action-word pic x(10) value spaces.
           01 target-user pic x(20) value spaces.
           01 target-library pic x(100) value spaces.
          *>  one letter per function, in the order of the flags in the
           *>  authorization record
           01 function-letter-table.
               05 filler pic x(7) value "RMPLBSJ".
           01 function-letters redefines function-letter-table.
               05 function-letter pic x(1) occurs 7 times.
           01 function-count pic 9(2) value 7.
           01 letter-text pic x(100) value spaces.
           01 letter-length pic 9(3) value 0.
           01 letter-idx pic 9(3) value 0.
           01 letter-char pic x(1) value space.
           01 letter-found pic x(1) value 'n'.
           01 bad-letters-switch pic x(1) value 'n'.
               88 bad-letters value 'y'.
           01 requested-table.
               05 requested-flag pic x(1) occurs 16 times.
           01 flag-idx pic 9(2) value 0.
           01 flags-held pic x(16) value spaces.
           01 flags-held-length pic 9(2) value 0.
           01 record-found pic x(1) value 'n'.
           01 store-empty-switch pic x(1) value 'n'.
               88 store-empty value 'y'.
           01 store-eof pic a(1) value space.
           01 current-date-value pic x(21) value spaces.
           01 effective-date pic x(8) value spaces.
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
      *>  maintain the authorization file HQ9AUTH: grant a user
       *>  functions against a library, or take them away.  the
       *>  functions are given as letters --
       *>      R run   M maintain (add, edit, retire)   P promote
       *>      L lock break   B balance reset   S security admin
       *>      J batch resubmit
       *>  -- and L, B, S and J are granted on * only, since no library
       *>  owns them.  a REVOKE without letters removes the user's
       *>  record for that library altogether.  the user running this
       *>  needs S on *; the one exception is the first grant into an
       *>  empty file, which may only give that user S on *, so a new
       *>  file is started by its first administrator.  nobody can
       *>  revoke their own S, so the file cannot be left unmanaged.
       *>  every refusal goes on the violation log HQ9SECV
       *>      hq9amnt GRANT user library letters
       *>      hq9amnt REVOKE user library [letters]
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
       move 4 to arg-number.
       display arg-number upon argument-number.
       accept cmd-arg4 from argument-value
           on exception move spaces to cmd-arg4
       end-accept.
       move 5 to arg-number.
       display arg-number upon argument-number.
       accept cmd-arg5 from argument-value
           on exception move spaces to cmd-arg5
       end-accept.

       move function upper-case(function trim(cmd-arg1)) to action-word.
       evaluate action-word
           when "GRANT"
               if cmd-arg2 = spaces or cmd-arg3 = spaces
                  or cmd-arg4 = spaces or cmd-arg5 not = spaces
                   perform usage-para
               end-if
           when "REVOKE"
               if cmd-arg2 = spaces or cmd-arg3 = spaces
                  or cmd-arg5 not = spaces
                   perform usage-para
               end-if
           when other
               perform usage-para
       end-evaluate.
       if cmd-arg2(21:80) not = spaces
           display "user name longer than 20 characters"
           move 8 to return-code
           stop run
       end-if.
       move function upper-case(cmd-arg2(1:20)) to target-user.
       move cmd-arg3 to target-library.
       move cmd-arg4 to letter-text.
       perform pick-letters-para.
       if bad-letters
           display "functions must be letters from RMPLBSJ"
           move 8 to return-code
           stop run
       end-if.
       if target-library not = "*"
          and (requested-flag(4) = 'Y' or requested-flag(5) = 'Y'
               or requested-flag(6) = 'Y' or requested-flag(7) = 'Y')
           display "L, B, S and J are granted on * only"
           move 8 to return-code
           stop run
       end-if.

       move function current-date to current-date-value.
       move current-date-value(1:8) to effective-date.
       perform identify-user-para.

      *>  the first grant into an empty file is let through when it
       *>  makes the user running it the security administrator;
       *>  everything else needs S on *
       perform check-store-empty-para.
       if store-empty and action-word = "GRANT"
          and run-user not = spaces
          and target-user = run-user and target-library = "*"
          and requested-flag(6) = 'Y'
           display "authorization file HQ9AUTH started by " function trim(run-user)
       else
           move 6 to check-function-idx
           move action-word to check-function-name
           move "*" to check-library
           move target-user to check-object
           perform check-authority-para
           if not authorized
               display "authorization change refused: " function trim(refusal-reason)
               move 8 to return-code
               stop run
           end-if
       end-if.

       if action-word = "REVOKE" and target-user = run-user
          and target-library = "*"
          and (letter-text = spaces or requested-flag(6) = 'Y')
           move 6 to check-function-idx
           move action-word to check-function-name
           move "*" to check-library
           move target-user to check-object
           move "own security administration may not be revoked" to refusal-reason
           perform write-violation-para
           display "authorization change refused: " function trim(refusal-reason)
           move 8 to return-code
           stop run
       end-if.

       perform open-auth-para.
       if action-word = "GRANT"
           perform grant-para
       else
           perform revoke-para
       end-if.
       close auth-file.
       stop run.

       usage-para.
       display "usage: hq9amnt GRANT user library letters".
       display "       hq9amnt REVOKE user library [letters]".
       display "       letters from RMPLBSJ; library * for every library".
       move 8 to return-code.
       stop run.

      *>  turn the letters into the flags they stand for, by position
       *>  in function-letter-table; no letters leaves every flag off
       pick-letters-para.
       move all 'N' to requested-table.
       move 'n' to bad-letters-switch.
       if letter-text = spaces
           exit paragraph
       end-if.
       move function length(function trim(letter-text)) to letter-length.
       perform varying letter-idx from 1 by 1
               until letter-idx > letter-length
           move function upper-case(letter-text(letter-idx:1)) to letter-char
           move 'n' to letter-found
           perform varying flag-idx from 1 by 1
                   until flag-idx > function-count
               if function-letter(flag-idx) = letter-char
                   move 'Y' to requested-flag(flag-idx)
                   move 'y' to letter-found
               end-if
           end-perform
           if letter-found = 'n'
               set bad-letters to true
           end-if
       end-perform.

      *>  a file that does not exist yet, or holds no records, is empty
       check-store-empty-para.
       move 'n' to store-empty-switch.
       open input auth-file.
       if auth-status = "35"
           set store-empty to true
           exit paragraph
       end-if.
       if auth-status not = "00"
           exit paragraph
       end-if.
       move low-values to auth-key.
       move space to store-eof.
       start auth-file key >= auth-key
           invalid key move 'y' to store-eof
       end-start.
       if store-eof not = 'y'
           read auth-file next
               at end move 'y' to store-eof
           end-read
       end-if.
       if store-eof = 'y'
           set store-empty to true
       end-if.
       close auth-file.

      *>  the file is created on first use, the way the other indexed
       *>  files are
       open-auth-para.
       open i-o auth-file.
       if auth-status = "35"
           open output auth-file
           close auth-file
           open i-o auth-file
       end-if.
       if auth-status not = "00"
           display "unable to open authorization file HQ9AUTH"
           move 8 to return-code
           stop run
       end-if.

      *>  a grant adds the functions to whatever the user already
       *>  holds on that library, and restamps who changed the record
       grant-para.
       move target-user to auth-user.
       move target-library to auth-library.
       move 'y' to record-found.
       read auth-file
           invalid key move 'n' to record-found
       end-read.
       if record-found = 'n'
           move target-user to auth-user
           move target-library to auth-library
           move all 'N' to auth-function-table
       end-if.
       perform varying flag-idx from 1 by 1 until flag-idx > 16
           if requested-flag(flag-idx) = 'Y'
               move 'Y' to auth-function-flag(flag-idx)
           end-if
       end-perform.
       move run-user to auth-granted-by.
       move effective-date to auth-granted-date.
       if record-found = 'y'
           rewrite auth-record
               invalid key
                   display "unable to rewrite authorization record"
                   move 8 to return-code
           end-rewrite
       else
           write auth-record
               invalid key
                   display "unable to write authorization record"
                   move 8 to return-code
           end-write
       end-if.
       perform show-record-para.

      *>  a revoke takes the named functions away; a record left with
       *>  none, or a revoke naming none, is deleted
       revoke-para.
       move target-user to auth-user.
       move target-library to auth-library.
       read auth-file
           invalid key
               display "no authorization record for " function trim(target-user) " on " function trim(target-library)
               close auth-file
               move 8 to return-code
               stop run
       end-read.
       if letter-text = spaces
           move all 'N' to auth-function-table
       else
           perform varying flag-idx from 1 by 1 until flag-idx > 16
               if requested-flag(flag-idx) = 'Y'
                   move 'N' to auth-function-flag(flag-idx)
               end-if
           end-perform
       end-if.
       perform build-flags-held-para.
       if flags-held = spaces
           delete auth-file
               invalid key
                   display "unable to delete authorization record"
                   move 8 to return-code
           end-delete
           display function trim(target-user) " on " function trim(target-library) ": authorization removed"
       else
           move run-user to auth-granted-by
           move effective-date to auth-granted-date
           rewrite auth-record
               invalid key
                   display "unable to rewrite authorization record"
                   move 8 to return-code
           end-rewrite
           perform show-record-para
       end-if.

       show-record-para.
       perform build-flags-held-para.
       display function trim(target-user) " on " function trim(target-library) ": " function trim(flags-held).

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
           " hq9amnt " delimited by size
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
