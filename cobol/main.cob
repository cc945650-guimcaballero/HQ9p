           select balance-exception-file assign to "HQ9BEXC"
               organization is line sequential
               file status is exception-status.
           select ledger-file assign to "HQ9BLDG"
               organization is line sequential
               file status is ledger-status.
           select lock-message-file assign to "HQ9LMSG"
               organization is line sequential
               file status is lock-message-status.

data division.
       file section.
               05 ckpt-bottle pic 99.
               05 filler pic x(1).
               05 ckpt-idx pic 99999.
              *>  the library version the run was fetched at, 0 for a
               *>  program file
               05 ckpt-version pic 9(4).

           fd audit-log-file.
           01 audit-log-record pic x(200).
           fd balance-exception-file.
           01 balance-exception-record pic x(200).

           fd ledger-file.
           copy "hq9pldg.cpy".

           fd lock-message-file.
           01 lock-message-record pic x(200).

       working-storage section.
           01 filename pic x(100).
           01 max-chars pic 9(6) value 99999.
           01 library-status pic xx value spaces.
           01 cmd-arg1 pic x(100) value spaces.
           01 cmd-arg2 pic x(100) value spaces.
           01 cmd-arg3 pic x(100) value spaces.
           01 arg-number pic 9(2).
           01 verse-count pic 9(6) value 0.
           01 strict-switch pic x(1) value 'n'.
           01 formatted-balance pic zzzz9.
           01 member-found pic x(1) value 'n'.
           01 member-status pic x(1) value space.
          *>  which version of a library member to run: the current
           *>  one, a version by number, or the one in force on a date
           01 select-switch pic x(1) value space.
               88 select-current value space.
               88 select-by-version value 'V'.
               88 select-as-of value 'D'.
           01 wanted-version pic 9(4) value 0.
           01 as-of-date pic x(8) value spaces.
           01 version-digits pic x(10) value spaces.
           01 version-length pic 9(2) value 0.
           01 version-idx pic 9(2) value 0.
           01 bad-version-switch pic x(1) value 'n'.
               88 bad-version value 'y'.
           01 date-digits pic x(8) value spaces.
           01 date-idx pic 9(2) value 0.
           01 date-ok-switch pic x(1) value 'n'.
               88 date-ok value 'y'.
           01 member-version pic 9(4) value 0.
           01 member-effective-date pic x(8) value spaces.
           01 formatted-version pic zzz9.
           01 trace-status pic xx value spaces.
           01 trace-env pic x(3) value spaces.
           01 trace-switch pic x(1) value 'n'.
           01 lock-holder-stamp pic x(14) value spaces.
           01 bounds-status pic xx value spaces.
           01 exception-status pic xx value spaces.
           01 lock-message-status pic xx value spaces.
           01 bounds-eof pic a(1) value space.
           01 bounds-found pic x(1) value 'n'.
           01 bounds-token-name pic x(100) value spaces.
               88 balance-alert value 'y'.
           01 formatted-bound-min pic zzzz9.
           01 formatted-bound-max pic zzzz9.
           01 ledger-status pic xx value spaces.
           01 ledger-source pic x(5) value spaces.
           01 balance-saved pic x(1) value 'n'.

procedure division.
      *>  a second command-line argument means we were called with a
       *>  library filename and a program name to look up in it,
       *>  instead of the usual single source filename.  a third picks
       *>  the version of the member to run instead of the current
       *>  one: VERSION=n runs version n, ASOF=yyyymmdd runs the
       *>  version whose effective date was in force on that day, so
       *>  an earlier night can be re-run as it ran
       move 1 to arg-number.
       display arg-number upon argument-number.
       accept cmd-arg1 from argument-value
       accept cmd-arg2 from argument-value
           on exception move spaces to cmd-arg2
       end-accept.
       move 3 to arg-number.
       display arg-number upon argument-number.
       accept cmd-arg3 from argument-value
           on exception move spaces to cmd-arg3
       end-accept.
       if cmd-arg3 not = spaces
           perform pick-selection-para
       end-if.

       if cmd-arg2 not = spaces
           move cmd-arg1 to library-filename
       if not lock-held
           display "run lock HQ9LOCK held by " function trim(lock-holder-name) " since " lock-holder-stamp "; giving up"
           display "if that run crashed, inspect and break the lock with hq9lockr"
           perform write-lock-message-para
           move 12 to return-code
           stop run
       end-if.
           perform write-lock-para
       end-if.

      *>  a run that gave up on the lock leaves a line behind as well
       *>  as the console message, so the morning's exception feed
       *>  hears about it: the run, its stamp, and who held the lock
       write-lock-message-para.
       move spaces to lock-message-record.
       string function trim(filename) delimited by size
           " " delimited by size
           run-timestamp delimited by size
           " lock held by " delimited by size
           function trim(lock-holder-name) delimited by size
           " since " delimited by size
           lock-holder-stamp delimited by size
           into lock-message-record
       end-string.
       open extend lock-message-file.
       if lock-message-status not = "00"
           open output lock-message-file
       end-if.
       if lock-message-status = "00"
           write lock-message-record
           close lock-message-file
       else
           display "warning: unable to write lock message file HQ9LMSG"
       end-if.

      *>  the window between seeing the lock free and writing our own
       *>  record is accepted: the runs this serializes arrive minutes
       *>  apart, not microseconds, and the alternative needs locking
           read checkpoint-file into checkpoint-record
              at end continue
      *>  only trust a checkpoint that was left behind for this same
      *>  source program at this same version; a stale record from a
      *>  different program, or from another version of this library
      *>  member, must never be mistaken for this run's resume point.
      *>  a record written before the version was kept has none, and
      *>  is never trusted
              not at end
                  if function trim(ckpt-source) = function trim(filename)
                      and ckpt-version is numeric
                      and ckpt-version = member-version
                      move ckpt-bottle to resume-bottlecounter
                      move ckpt-idx to resume-idx
                      set resume-run to true
       open output checkpoint-file.
       move filename to ckpt-source.
       move idx to ckpt-idx.
       move member-version to ckpt-version.
      *>  bottlecounter-minus1, not bottlecounter: the verse for
       *>  bottlecounter has already been displayed by the time we get
       *>  here, so the bottle still owed on resume is the next one
           function trim(formatted-accum) delimited by size
           into audit-log-record
       end-string.
      *>  a library run names the version it ran and the library it
       *>  ran it from, after the counts so the readers of the counts
       *>  are not disturbed; the member name alone is shared by the
       *>  same member in every library, and by any source file of
       *>  that name
       if member-found = 'y'
           move member-version to formatted-version
           string function trim(audit-log-record)
               " VERSION=" delimited by size
               function trim(formatted-version) delimited by size
               " LIBRARY=" delimited by size
               function trim(library-filename) delimited by size
               into audit-log-record
           end-string
       end-if.
      *>  extend an existing audit log, or start a new one if this is
       *>  the first run on this machine
       open extend audit-log-file.
           into report-record
       end-string.
       write report-record.
       if member-found = 'y'
           move member-version to formatted-version
           move spaces to report-record
           string "  library version run: " delimited by size
               function trim(formatted-version) delimited by size
               " effective " delimited by size
               member-effective-date delimited by size
               " from " delimited by size
               function trim(library-filename) delimited by size
               into report-record
           end-string
           write report-record
       end-if.
       move spaces to report-record.
       move count-h to formatted-count.
       string "  H instructions executed: " delimited by size
              at end move 'y' to wseof
              not at end
                      if function trim(lib-program-name) = function trim(library-program-name)
                          perform take-version-para
                      else
                          move 'y' to wseof
                      end-if
           end-read
       end-perform.
       close library-file.
      *>  a version asked for by number must exist and be active; a
       *>  member retired as of the date asked for had no version in
       *>  force that day
       if select-by-version
           move wanted-version to formatted-version
           if member-found not = 'y'
               display "program " function trim(library-program-name) " version " function trim(formatted-version) " not found in library " function trim(library-filename)
               move 8 to return-code
               stop run
           end-if
           if member-status = 'D'
               display "program " function trim(library-program-name) " version " function trim(formatted-version) " is retired; program not run"
               move 8 to return-code
               stop run
           end-if
       end-if.
       if select-as-of
           if member-found not = 'y' or member-status = 'D'
               display "program " function trim(library-program-name) " not found in library " function trim(library-filename) " as of " as-of-date
               move 8 to return-code
               stop run
           end-if
       end-if.
       if member-found not = 'y' or member-status = 'D'
           display "program " function trim(library-program-name) " not found in library " function trim(library-filename)
           move 8 to return-code
           stop run
       end-if.

      *>  one version of the member, read in ascending version order:
       *>  the current version is the last one read, a version by
       *>  number is the one that matches, and the version in force on
       *>  a date is the last one effective on or before it
       take-version-para.
       evaluate true
           when select-by-version
               if lib-version not = wanted-version
                   exit paragraph
               end-if
           when select-as-of
               if lib-effective-date > as-of-date
                   exit paragraph
               end-if
       end-evaluate.
       move lib-instructions to current-token.
       move lib-status to member-status.
       move lib-version to member-version.
       move lib-effective-date to member-effective-date.
       move 'y' to member-found.

      *>  the third argument: VERSION=n, one to four digits and not
       *>  zero, or ASOF=yyyymmdd.  it only means anything for a
       *>  library member
       pick-selection-para.
       if cmd-arg2 = spaces
           display "a version or as-of date needs a library file and a member name; program not run"
           move 8 to return-code
           stop run
       end-if.
       evaluate true
           when function upper-case(cmd-arg3(1:8)) = "VERSION="
               set select-by-version to true
               move cmd-arg3(9:10) to version-digits
               perform pick-version-para
               if bad-version or cmd-arg3(19:1) not = space
                  or wanted-version = 0
                   display "version must be one to four digits; program not run"
                   move 8 to return-code
                   stop run
               end-if
           when function upper-case(cmd-arg3(1:5)) = "ASOF="
               set select-as-of to true
               move cmd-arg3(6:8) to date-digits
               perform check-date-para
               if not date-ok or cmd-arg3(14:1) not = space
                   display "as-of date must be eight digits (yyyymmdd); program not run"
                   move 8 to return-code
                   stop run
               end-if
               move date-digits to as-of-date
           when other
               display "unknown option " function trim(cmd-arg3) "; use VERSION=n or ASOF=yyyymmdd; program not run"
               move 8 to return-code
               stop run
       end-evaluate.

       pick-version-para.
       move 'n' to bad-version-switch.
       move 0 to wanted-version.
       move function length(function trim(version-digits)) to version-length.
       if version-digits = spaces
           move 0 to version-length
       end-if.
       if version-length = 0 or version-length > 4
           set bad-version to true
       else
           perform varying version-idx from 1 by 1
                   until version-idx > version-length
               if version-digits(version-idx:1) < '0'
                  or version-digits(version-idx:1) > '9'
                   set bad-version to true
               end-if
           end-perform
           if not bad-version
               compute wanted-version = function numval(version-digits(1:version-length))
           end-if
       end-if.

       check-date-para.
       move 'n' to date-ok-switch.
       if date-digits not = spaces
           set date-ok to true
           perform varying date-idx from 1 by 1
                   until date-idx > 8
               if date-digits(date-idx:1) < '0'
                  or date-digits(date-idx:1) > '9'
                   move 'n' to date-ok-switch
               end-if
           end-perform
       end-if.

      *>  Append the instructions in current-token (up to token-length
      *>  characters) to the program table, one character at a time
       append-token-para.
       else
           move balance-env to balance-filename
       end-if.
      *>  a run banking anywhere but the production balance file is a
       *>  certification scratch run, and the ledger says so
       if balance-filename = "HQ9BAL"
           move "RUN" to ledger-source
       else
           move "CERT" to ledger-source
       end-if.
       move 0 to opening-balance.
       open input balance-file.
       if balance-status = "00"
       *>  file is created on first use, same as the library manager
       *>  does for a new library
       save-balance-para.
       move 'n' to balance-saved.
       open i-o balance-file.
       if balance-status = "35"
           open output balance-file
                  write bal-record
                      invalid key
                          display "warning: balance for " function trim(filename) " not saved"
                      not invalid key
                          move 'y' to balance-saved
                  end-write
              not invalid key
                  move accum to bal-amount
                  rewrite bal-record
                      invalid key
                          display "warning: balance for " function trim(filename) " not saved"
                      not invalid key
                          move 'y' to balance-saved
                  end-rewrite
           end-read
           close balance-file
       end-if.
      *>  only a balance that actually went back to file is a
       *>  movement; post it to the ledger
       if balance-saved = 'y'
           perform write-ledger-para
       end-if.
      *>  the closing balance is banked; now hold it up against the
       *>  bounds control file before the run is called good
       perform check-bounds-para.

      *>  one ledger record per banked balance: opening, what this
       *>  run added, and the closing balance now on file.  extend the
       *>  ledger, or start it if this is the first movement on this
       *>  machine.  a ledger that cannot be written is reported; the
       *>  balance itself is already safely banked
       write-ledger-para.
       move spaces to ledger-record.
       move filename to ldg-program-name.
       move run-timestamp to ldg-timestamp.
       move ledger-source to ldg-source.
       move opening-balance to ldg-opening.
       compute ldg-activity = accum - opening-balance.
       move accum to ldg-closing.
       move balance-filename to ldg-balance-file.
       open extend ledger-file.
       if ledger-status not = "00"
           open output ledger-file
       end-if.
       if ledger-status = "00"
           write ledger-record
           close ledger-file
       else
           display "warning: unable to write balance ledger HQ9BLDG; movement for " function trim(filename) " not posted"
       end-if.

      *>  the bounds control file HQ9BNDS carries one line per
       *>  watched program: name, minimum, maximum and a warning
       *>  threshold, space separated, zero threshold meaning none.
