       >>source format free
identification division.
program-id. hq9bres.

environment division.
       input-output section.
           file-control.
           select balance-file assign to balance-filename
               organization is indexed
               access is dynamic
               record key is bal-program-name
               file status is balance-status.
           select ledger-file assign to "HQ9BLDG"
               organization is line sequential
               file status is ledger-status.
           select lock-file assign to "HQ9LOCK"
               organization is line sequential
               file status is lock-status.
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
           fd balance-file.
           copy "hq9pbal.cpy".

           fd ledger-file.
           copy "hq9pldg.cpy".

           fd lock-file.
           01 lock-record.
               05 lock-holder pic x(100).
               05 filler pic x(1).
               05 lock-stamp pic x(14).

           fd auth-file.
           copy "hq9pauth.cpy".

           fd security-log-file.
           01 security-log-record pic x(250).

       working-storage section.
           01 balance-filename pic x(100) value spaces.
           01 balance-env pic x(100) value spaces.
           01 balance-status pic xx value spaces.
           01 ledger-status pic xx value spaces.
           01 lock-status pic xx value spaces.
           01 cmd-arg1 pic x(100) value spaces.
           01 cmd-arg2 pic x(100) value spaces.
           01 cmd-arg3 pic x(100) value spaces.
           01 arg-number pic 9(2).
           01 program-name pic x(100) value spaces.
           01 amount-digits pic x(10) value spaces.
           01 amount-length pic 9(2) value 0.
           01 amount-idx pic 9(2) value 0.
           01 bad-amount-switch pic x(1) value 'n'.
               88 bad-amount value 'y'.
           01 new-balance pic 9(5) value 0.
           01 old-balance pic 9(5) value 0.
           01 balance-found pic x(1) value 'n'.
           01 lock-free-switch pic x(1) value 'n'.
           01 lock-holder-name pic x(100) value spaces.
           01 lock-holder-stamp pic x(14) value spaces.
           01 run-author pic x(20) value spaces.
           01 env-name pic x(20) value spaces.
           01 formatted-old pic zzzz9.
           01 formatted-new pic zzzz9.
           01 current-date-value pic x(21) value spaces.
           01 run-timestamp pic x(14) value spaces.
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
      *>  set a program's persistent balance to a stated amount: the
       *>  correction after a bad run, or the start of a new business
       *>  period.  the old and new balances are posted to the ledger
       *>  as a RESET movement, so the statement shows the reset and
       *>  who made it instead of a balance that changed by itself.
       *>  the user needs balance reset authority on * in HQ9AUTH.
       *>  the reset is made under the interpreter's run lock: a reset
       *>  while a run is up would be lost to that run's closing
       *>  balance, so a held lock refuses with rc 12
       *>      hq9bres program-name new-balance
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
       if cmd-arg1 = spaces or cmd-arg2 = spaces or cmd-arg3 not = spaces
           display "usage: hq9bres program-name new-balance"
           move 8 to return-code
           stop run
       end-if.
       move cmd-arg1 to program-name.
       move cmd-arg2(1:10) to amount-digits.
       perform pick-amount-para.
       if bad-amount or cmd-arg2(11:1) not = space
           display "new balance must be one to five digits"
           move 8 to return-code
           stop run
       end-if.

       move function current-date to current-date-value.
       move current-date-value(1:14) to run-timestamp.

      *>  the operator making the reset is the login user, the one
       *>  the authorization file is checked for
       perform identify-user-para.
       move run-user to run-author.
       move 5 to check-function-idx.
       move "RESET" to check-function-name.
       move "*" to check-library.
       move program-name to check-object.
       perform check-authority-para.
       if not authorized
           display "balance reset refused: " function trim(refusal-reason)
           move 8 to return-code
           stop run
       end-if.

      *>  the same HQ9P_BALANCE override hq9p resolves, default HQ9BAL
       move "HQ9P_BALANCE" to env-name.
       display env-name upon environment-name.
       accept balance-env from environment-value
           on exception move spaces to balance-env
       end-accept.
       if balance-env = spaces
           move "HQ9BAL" to balance-filename
       else
           move balance-env to balance-filename
       end-if.

       perform take-lock-para.
       perform reset-balance-para.
       perform write-ledger-para.
       perform release-lock-para.

       move old-balance to formatted-old.
       move new-balance to formatted-new.
       display "balance for " function trim(program-name) " reset from " function trim(formatted-old) " to " function trim(formatted-new) " in " function trim(balance-filename).
       stop run.

      *>  one look at the run lock, no waiting: an operator resetting
       *>  a balance can try again, a run cannot be made to wait on
       *>  an operator.  an empty or missing lock file is a free lock
       take-lock-para.
       move 'n' to lock-free-switch.
       open input lock-file.
       if lock-status = "35"
           move 'y' to lock-free-switch
       else
           if lock-status = "00"
               read lock-file into lock-record
                  at end move 'y' to lock-free-switch
                  not at end
                      move lock-holder to lock-holder-name
                      move lock-stamp to lock-holder-stamp
               end-read
               close lock-file
           end-if
       end-if.
       if lock-free-switch not = 'y'
           display "run lock HQ9LOCK held by " function trim(lock-holder-name) " since " lock-holder-stamp "; balance not reset"
           move 12 to return-code
           stop run
       end-if.
       open output lock-file.
       if lock-status not = "00"
           display "unable to take run lock HQ9LOCK; balance not reset"
           move 8 to return-code
           stop run
       end-if.
       move spaces to lock-record.
       move "hq9bres" to lock-holder.
       move run-timestamp to lock-stamp.
       write lock-record.
       close lock-file.

       release-lock-para.
       open output lock-file.
       close lock-file.

      *>  rewrite the program's record, or write it when the program
       *>  has never banked a balance; a brand-new balance file is
       *>  created on first use, the way hq9p does
       reset-balance-para.
       move 0 to old-balance.
       move 'n' to balance-found.
       open i-o balance-file.
       if balance-status = "35"
           open output balance-file
           close balance-file
           open i-o balance-file
       end-if.
       if balance-status not = "00"
           display "unable to open balance file " function trim(balance-filename) "; balance not reset"
           perform release-lock-para
           move 8 to return-code
           stop run
       end-if.
       move program-name to bal-program-name.
       read balance-file
           invalid key continue
           not invalid key
               move 'y' to balance-found
               move bal-amount to old-balance
       end-read.
       move program-name to bal-program-name.
       move new-balance to bal-amount.
       if balance-found = 'y'
           rewrite bal-record
               invalid key move 'n' to balance-found
           end-rewrite
       else
           write bal-record
               invalid key move 'n' to balance-found
               not invalid key move 'y' to balance-found
           end-write
       end-if.
       close balance-file.
       if balance-found not = 'y'
           display "balance for " function trim(program-name) " could not be written; balance not reset"
           perform release-lock-para
           move 8 to return-code
           stop run
       end-if.

       write-ledger-para.
       move spaces to ledger-record.
       move program-name to ldg-program-name.
       move run-timestamp to ldg-timestamp.
       move "RESET" to ldg-source.
       move old-balance to ldg-opening.
       compute ldg-activity = new-balance - old-balance.
       move new-balance to ldg-closing.
       move run-author to ldg-user.
       move balance-filename to ldg-balance-file.
       open extend ledger-file.
       if ledger-status not = "00"
           open output ledger-file
       end-if.
       if ledger-status = "00"
           write ledger-record
           close ledger-file
       else
           display "warning: unable to write balance ledger HQ9BLDG; reset of " function trim(program-name) " not posted"
       end-if.

      *>  amount-digits must be nothing but digits, one to five of
       *>  them; the value lands in new-balance
       pick-amount-para.
       move 'n' to bad-amount-switch.
       move 0 to new-balance.
       move function length(function trim(amount-digits)) to amount-length.
       if amount-digits = spaces
           move 0 to amount-length
       end-if.
       if amount-length = 0 or amount-length > 5
           set bad-amount to true
       else
           perform varying amount-idx from 1 by 1
                   until amount-idx > amount-length
               if amount-digits(amount-idx:1) < '0'
                  or amount-digits(amount-idx:1) > '9'
                   set bad-amount to true
               end-if
           end-perform
           if not bad-amount
               compute new-balance = function numval(amount-digits(1:amount-length))
           end-if
       end-if.

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
           " hq9bres " delimited by size
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
