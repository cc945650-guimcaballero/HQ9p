       >>source format free
identification division.
program-id. hq9pest.

environment division.
       input-output section.
           file-control.
           select w-file assign to filename
               organization is line sequential.
           select library-file assign to library-filename
               organization is indexed
               access is dynamic
               record key is lib-key
               file status is library-status.
           select balance-file assign to balance-filename
               organization is indexed
               access is dynamic
               record key is bal-program-name
               file status is balance-status.
           select bounds-file assign to "HQ9BNDS"
               organization is line sequential
               file status is bounds-status.
           select estimate-report-file assign to "HQ9ERPT"
               organization is line sequential
               file status is estimate-report-status.

data division.
       file section.
           fd w-file.
           01 linecontents pic x(1000).

           fd library-file.
           copy "hq9plib.cpy".

           fd balance-file.
           copy "hq9pbal.cpy".

           fd bounds-file.
           01 bounds-line pic x(200).

           fd estimate-report-file.
           01 estimate-report-record pic x(140).

       working-storage section.
           01 filename pic x(100).
           01 max-chars pic 9(6) value 99999.
           01 char-count pic 9(6) value 0.
          *>  the program text exactly as hq9p would assemble it
           01 source-image pic x(99999) value spaces.
           01 current-token pic x(2000) value spaces.
           01 token-length pic 9(4) value 0.
           01 token-idx pic 9(4) value 0.
           01 overflow-switch pic x(1) value 'n'.
               88 program-too-large value 'y'.
           01 wseof pic a(1) value space.
           01 currentchar pic x(1) value space.
           01 idx pic 9(6) value 0.
           01 validate-char pic x(1) value space.
           01 invalid-count pic 9(6) value 0.
           01 estimate-report-status pic xx value spaces.
           01 library-filename pic x(100) value spaces.
           01 library-program-name pic x(30) value spaces.
           01 library-status pic xx value spaces.
           01 cmd-arg1 pic x(100) value spaces.
           01 cmd-arg2 pic x(100) value spaces.
           01 cmd-arg3 pic x(100) value spaces.
           01 arg-number pic 9(2).
           01 member-found pic x(1) value 'n'.
           01 member-status pic x(1) value space.
           01 member-version pic 9(4) value 0.
           01 member-effective-date pic x(8) value spaces.
           01 member-author pic x(20) value spaces.
          *>  which version of the member to estimate, as hq9p takes
           *>  it: the current one, VERSION=n or ASOF=yyyymmdd
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
           01 strict-switch pic x(1) value 'n'.
               88 strict-mode value 'y'.
           01 env-name pic x(20) value spaces.
           01 strict-env pic x(3) value spaces.
          *>  what the run would do
           01 count-h pic 9(6) value 0.
           01 count-q pic 9(6) value 0.
           01 count-9 pic 9(6) value 0.
           01 count-p pic 9(6) value 0.
           01 count-plus pic 9(6) value 0.
           01 verse-count pic 9(8) value 0.
           01 accum pic 9(5) value 0.
           01 accum-wrapped pic x(1) value 'n'.
           01 bottle pic 99 value 0.
           01 bottle-digits pic 9 value 0.
           01 next-digits pic 9 value 0.
           01 accum-digits pic 9 value 0.
          *>  the print spool, counted rather than written: the buffer
           *>  position and the page arithmetic follow hq9p's print
           *>  paragraphs step for step, so the line and page counts
           *>  come out the same as the spool the run would leave
           01 spool-buffer-pos pic 9(4) value 1.
           01 spool-text-length pic 9(4) value 0.
           01 spool-chunk-pos pic 9(4) value 0.
           01 spool-chunk-length pic 9(4) value 0.
           01 image-length pic 9(6) value 0.
           01 image-pos pic 9(6) value 0.
           01 page-line-count pic 9(3) value 0.
           01 page-number pic 9(7) value 0.
           01 lines-per-page pic 9(3) value 55.
           01 spool-lines pic 9(9) value 0.
          *>  balance and bounds, read the way hq9p reads them
           01 balance-status pic xx value spaces.
           01 balance-filename pic x(100) value spaces.
           01 balance-env pic x(100) value spaces.
           01 opening-balance pic 9(5) value 0.
           01 balance-on-file pic x(1) value 'n'.
           01 bounds-status pic xx value spaces.
           01 bounds-eof pic a(1) value space.
           01 bounds-found pic x(1) value 'n'.
           01 bounds-token-name pic x(100) value spaces.
           01 bounds-token-min pic x(10) value spaces.
           01 bounds-token-max pic x(10) value spaces.
           01 bounds-token-warn pic x(10) value spaces.
           01 bnd-digits pic x(10) value spaces.
           01 bnd-number pic 9(5) value 0.
           01 bnd-length pic 9(2) value 0.
           01 bnd-idx pic 9(2) value 0.
           01 bnd-bad-switch pic x(1) value 'n'.
               88 bad-bound value 'y'.
           01 bound-min pic 9(5) value 0.
           01 bound-max pic 9(5) value 0.
           01 bound-warn pic 9(5) value 0.
           01 bounds-verdict pic x(1) value space.
               88 bounds-not-checked value space.
               88 bounds-clean value 'c'.
               88 bounds-warning value 'w'.
               88 bounds-alert value 'a'.
           01 run-verdict pic x(1) value 'r'.
               88 program-would-run value 'r'.
               88 program-would-not-run value 'n'.
           01 not-run-reason pic x(80) value spaces.
           01 formatted-count pic zzzzzzzz9.
           01 formatted-position pic zzzzz9.
           01 formatted-version pic zzz9.
           01 formatted-balance pic zzzz9.
           01 formatted-bound-min pic zzzz9.
           01 formatted-bound-max pic zzzz9.
           01 report-text pic x(138) value spaces.
           01 current-date-value pic x(21) value spaces.
           01 run-stamp pic x(14) value spaces.

procedure division.
      *>  estimate what a program would do without running it: load
       *>  it from a source file or a library member exactly as hq9p
       *>  does, then count instead of execute -- the H/Q/9/P/+
       *>  instructions, the bottles-of-beer verses, the lines and
       *>  pages it would leave on the print spool, and the closing
       *>  balance it would bank on top of its current HQ9BAL record.
       *>  a projected balance outside its HQ9BNDS bounds is flagged
       *>  and ends the estimate with rc 16, the same code the run
       *>  itself would end with; a program hq9p would refuse ends
       *>  rc 8.  nothing is written except the estimate report
       *>  HQ9ERPT.  the estimate is for a fresh run: a checkpoint
       *>  left by an interrupted run is not taken into account
       *>      hq9pest program-file
       *>      hq9pest library-file member-name
       *>              [VERSION=n|ASOF=yyyymmdd]
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
       if cmd-arg1 = spaces
          or (cmd-arg3 not = spaces and cmd-arg2 = spaces)
           display "usage: hq9pest program-file"
           display "       hq9pest library-file member-name [VERSION=n|ASOF=yyyymmdd]"
           move 8 to return-code
           stop run
       end-if.
       if cmd-arg3 not = spaces
           perform pick-selection-para
       end-if.

       if cmd-arg2 not = spaces
           move cmd-arg1 to library-filename
           move cmd-arg2 to library-program-name
           move cmd-arg2 to filename
           perform load-from-library-para
       else
           move cmd-arg1 to filename
           perform load-from-file-para
       end-if.

      *>  the interpreter's own strict switch changes what h and q
       *>  print, so the estimate honours it the same way
       move "HQ9P_STRICT" to env-name.
       display env-name upon environment-name.
       accept strict-env from environment-value
           on exception move spaces to strict-env
       end-accept.
       if strict-env = "Y" or strict-env = "y"
           set strict-mode to true
       end-if.

       move function current-date to current-date-value.
       move current-date-value(1:14) to run-stamp.
       open output estimate-report-file.
       perform write-estimate-header-para.

       if program-would-run and program-too-large
           move max-chars to formatted-position
           move spaces to not-run-reason
           string "program exceeds maximum size (" delimited by size
               function trim(formatted-position) delimited by size
               " characters)" delimited by size
               into not-run-reason
           end-string
           set program-would-not-run to true
       end-if.
       if program-would-run
           perform varying idx from 1 by 1 until idx > char-count
               perform validate-para
           end-perform
           if invalid-count > 0
               move invalid-count to formatted-count
               move spaces to not-run-reason
               string function trim(formatted-count) delimited by size
                   " invalid instruction(s) found" delimited by size
                   into not-run-reason
               end-string
               set program-would-not-run to true
           end-if
       end-if.

       if program-would-not-run
           perform write-not-run-para
           close estimate-report-file
           display "program " function trim(filename) " would not run: " function trim(not-run-reason) "; see HQ9ERPT"
           move 8 to return-code
           stop run
       end-if.

       perform load-balance-para.
       move opening-balance to accum.
       perform varying idx from 1 by 1 until idx > char-count
           perform count-instruction-para
       end-perform.
      *>  close-print-para's flush, blank line and trailer
       if spool-buffer-pos > 1
           perform spool-flush-para
       end-if.
       perform spool-record-para.
       perform spool-record-para.
       perform check-bounds-para.
       perform write-estimate-para.
       close estimate-report-file.

       move accum to formatted-balance.
       if bounds-alert
           display "balance ALERT projected: " function trim(filename) " would close at " function trim(formatted-balance) ", outside its bounds; see HQ9ERPT"
           move 16 to return-code
       else
           display "program " function trim(filename) " would close at " function trim(formatted-balance) "; see HQ9ERPT"
           move 0 to return-code
       end-if.
       stop run.

      *>  the same reading rules as hq9p's load-from-file-para: a
       *>  line's instructions run up to its first embedded space
       load-from-file-para.
       open input w-file.
       perform until wseof = 'y' or program-too-large
           read w-file into linecontents
              at end move 'y' to wseof
              not at end
                      move spaces to current-token
                      unstring linecontents delimited by space
                          into current-token
                      end-unstring
                      move function length(function trim(current-token)) to token-length
                      perform append-token-para
           end-read
       end-perform.
       close w-file.

      *>  the version of the member hq9p would fetch, by the walk
       *>  its load-from-library-para makes.  a member or version that
       *>  is missing or retired is reported as a program that would
       *>  not run
       load-from-library-para.
       open input library-file.
       if library-status not = "00"
           display "unable to open library file " function trim(library-filename)
           move 8 to return-code
           stop run
       end-if.
       move library-program-name to lib-program-name.
       move 0 to lib-version.
       start library-file key >= lib-key
           invalid key move 'y' to wseof
       end-start.
       perform until wseof = 'y'
           read library-file next
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
       if member-found not = 'y' or member-status = 'D'
           move spaces to not-run-reason
           string "program " delimited by size
               function trim(library-program-name) delimited by size
               into not-run-reason
           end-string
           if select-by-version
               move wanted-version to formatted-version
               string function trim(not-run-reason)
                   " version " delimited by size
                   function trim(formatted-version) delimited by size
                   into not-run-reason
               end-string
           end-if
           if member-found = 'y' and select-by-version
               string function trim(not-run-reason)
                   " is retired" delimited by size
                   into not-run-reason
               end-string
           else
               string function trim(not-run-reason)
                   " not found in library " delimited by size
                   function trim(library-filename) delimited by size
                   into not-run-reason
               end-string
           end-if
           if select-as-of
               string function trim(not-run-reason)
                   " as of " delimited by size
                   as-of-date delimited by size
                   into not-run-reason
               end-string
           end-if
           set program-would-not-run to true
           exit paragraph
       end-if.
       move function length(function trim(current-token)) to token-length.
       perform append-token-para.
       if char-count = 0
           move spaces to not-run-reason
           string "program " delimited by size
               function trim(library-program-name) delimited by size
               " has no instructions" delimited by size
               into not-run-reason
           end-string
           set program-would-not-run to true
       end-if.

      *>  hq9p's take-version-para: the current version is the last
       *>  one read, a version by number the one that matches, and
       *>  the version in force on a date the last effective by then
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
       move lib-author to member-author.
       move 'y' to member-found.

       pick-selection-para.
       evaluate true
           when function upper-case(cmd-arg3(1:8)) = "VERSION="
               set select-by-version to true
               move cmd-arg3(9:10) to version-digits
               perform pick-version-para
               if bad-version or cmd-arg3(19:1) not = space
                  or wanted-version = 0
                   display "version must be one to four digits"
                   move 8 to return-code
                   stop run
               end-if
           when function upper-case(cmd-arg3(1:5)) = "ASOF="
               set select-as-of to true
               move cmd-arg3(6:8) to date-digits
               perform check-date-para
               if not date-ok or cmd-arg3(14:1) not = space
                   display "as-of date must be eight digits (yyyymmdd)"
                   move 8 to return-code
                   stop run
               end-if
               move date-digits to as-of-date
           when other
               display "unknown option " function trim(cmd-arg3) "; use VERSION=n or ASOF=yyyymmdd"
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

       append-token-para.
       perform varying token-idx from 1 by 1
               until token-idx > token-length or program-too-large
           if char-count >= max-chars
               set program-too-large to true
           else
               add 1 to char-count
               move current-token(token-idx:1) to source-image(char-count:1)
           end-if
       end-perform.

      *>  every character hq9p's validate-para would reject is listed
       *>  with its position, so the member can be fixed before it is
       *>  ever put in the control file
       validate-para.
       move source-image(idx:1) to validate-char.
       if validate-char not = 'h' and validate-char not = 'H'
          and validate-char not = 'q' and validate-char not = 'Q'
          and validate-char not = '9' and validate-char not = '+'
          and validate-char not = 'p' and validate-char not = 'P'
           add 1 to invalid-count
           move idx to formatted-position
           move spaces to estimate-report-record
           string "  invalid character at position " delimited by size
               function trim(formatted-position) delimited by size
               ": '" delimited by size
               validate-char delimited by size
               "'" delimited by size
               into estimate-report-record
           end-string
           write estimate-report-record
       end-if.

      *>  one instruction, counted the way a-para would execute it
       count-instruction-para.
       move source-image(idx:1) to currentchar.
       evaluate currentchar
           when 'H'
               add 1 to count-h
               move 13 to spool-text-length
               perform spool-append-para
           when 'h'
               add 1 to count-h
               if strict-mode
                   move 2 to spool-text-length
               else
                   move 13 to spool-text-length
               end-if
               perform spool-append-para
           when 'Q'
               add 1 to count-q
               perform spool-image-para
           when 'q'
               add 1 to count-q
               if strict-mode
                   move 3 to spool-text-length
                   perform spool-line-para
               else
                   perform spool-image-para
               end-if
           when '9'
               add 1 to count-9
               perform varying bottle from 99 by -1 until bottle = 0
                   perform count-verse-para
               end-perform
           when '+'
               add 1 to count-plus
      *>  the interpreter's accumulator is five digits; one more past
       *>  99999 leaves it at zero, and the estimate says so
               if accum = 99999
                   move 0 to accum
                   move 'y' to accum-wrapped
               else
                   add 1 to accum
               end-if
           when 'p'
           when 'P'
               add 1 to count-p
               perform count-accum-digits-para
               compute spool-text-length = 8 + accum-digits
               perform spool-line-para
       end-evaluate.

      *>  the lines 99-para prints for one bottle: two verse lines
       *>  and a blank, and the closing verse at the last bottle
       count-verse-para.
       if bottle > 1
           if bottle > 9
               move 2 to bottle-digits
           else
               move 1 to bottle-digits
           end-if
           if bottle - 1 > 9
               move 2 to next-digits
           else
               move 1 to next-digits
           end-if
           compute spool-text-length = 2 * bottle-digits + 47
           perform spool-line-para
           compute spool-text-length = next-digits + 63
           perform spool-line-para
           perform spool-blank-para
           add 1 to verse-count
       else
           move 47 to spool-text-length
           perform spool-line-para
           move 70 to spool-text-length
           perform spool-line-para
           perform spool-blank-para
           move 61 to spool-text-length
           perform spool-line-para
           move 66 to spool-text-length
           perform spool-line-para
           add 1 to verse-count
       end-if.

       count-accum-digits-para.
       evaluate true
           when accum > 9999 move 5 to accum-digits
           when accum > 999 move 4 to accum-digits
           when accum > 99 move 3 to accum-digits
           when accum > 9 move 2 to accum-digits
           when other move 1 to accum-digits
       end-evaluate.

      *>  print-append-para: text added to the line buffer without
       *>  ending the line
       spool-append-para.
       if spool-text-length > 0
           if spool-buffer-pos + spool-text-length > 1400
               perform spool-flush-para
           end-if
           add spool-text-length to spool-buffer-pos
       end-if.

      *>  print-line-para
       spool-line-para.
       perform spool-append-para.
       perform spool-flush-para.

      *>  print-blank-line-para
       spool-blank-para.
       if spool-buffer-pos > 1
           perform spool-flush-para
       else
           perform spool-record-para
       end-if.

      *>  print-image-para: the program image wrapped at 132.  the
       *>  image holds nothing but validated instructions, so its
       *>  trimmed length is the program length
       spool-image-para.
       move char-count to image-length.
       perform varying image-pos from 1 by 132
               until image-pos > image-length
           compute spool-text-length = image-length - image-pos + 1
           if spool-text-length > 132
               move 132 to spool-text-length
           end-if
           perform spool-line-para
       end-perform.

      *>  flush-print-buffer-para: one record per 132 characters
       *>  buffered, or one blank record for an empty buffer
       spool-flush-para.
       if spool-buffer-pos = 1
           perform spool-record-para
       else
           move 1 to spool-chunk-pos
           perform until spool-chunk-pos >= spool-buffer-pos
               compute spool-chunk-length = spool-buffer-pos - spool-chunk-pos
               if spool-chunk-length > 132
                   move 132 to spool-chunk-length
               end-if
               perform spool-record-para
               add spool-chunk-length to spool-chunk-pos
           end-perform
           move 1 to spool-buffer-pos
       end-if.

      *>  write-print-record-para: a page header of two lines ahead
       *>  of the first record and whenever the page is full
       spool-record-para.
       if page-number = 0 or page-line-count >= lines-per-page
           add 1 to page-number
           move 2 to page-line-count
       end-if.
       add 1 to page-line-count.
       add 1 to spool-lines.

      *>  the balance the member closed with last time, from the same
       *>  file hq9p would bank into: HQ9P_BALANCE when set, else
       *>  HQ9BAL.  no file or no record means an opening of zero
       load-balance-para.
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
       move 0 to opening-balance.
       open input balance-file.
       if balance-status = "00"
           move filename to bal-program-name
           read balance-file
              invalid key continue
              not invalid key
                  move bal-amount to opening-balance
                  move 'y' to balance-on-file
           end-read
           close balance-file
       end-if.

      *>  the bounds line for this program, read and judged the way
       *>  hq9p's check-bounds-para does, against the projection
       check-bounds-para.
       open input bounds-file.
       if bounds-status not = "00"
           exit paragraph
       end-if.
       move space to bounds-eof.
       move 'n' to bounds-found.
       perform until bounds-eof = 'y' or bounds-found = 'y'
           read bounds-file into bounds-line
              at end move 'y' to bounds-eof
              not at end
                      move spaces to bounds-token-name
                      move spaces to bounds-token-min
                      move spaces to bounds-token-max
                      move spaces to bounds-token-warn
                      unstring bounds-line delimited by all space
                          into bounds-token-name bounds-token-min
                               bounds-token-max bounds-token-warn
                      end-unstring
                      if function trim(bounds-token-name) = function trim(filename)
                          perform take-bounds-para
                      end-if
           end-read
       end-perform.
       close bounds-file.
       if bounds-found = 'y'
           perform judge-balance-para
       end-if.

       take-bounds-para.
       move 'n' to bnd-bad-switch.
       move bounds-token-min to bnd-digits.
       perform pick-bound-para.
       move bnd-number to bound-min.
       move bounds-token-max to bnd-digits.
       perform pick-bound-para.
       move bnd-number to bound-max.
       if bounds-token-warn = spaces
           move 0 to bound-warn
       else
           move bounds-token-warn to bnd-digits
           perform pick-bound-para
           move bnd-number to bound-warn
       end-if.
       if bad-bound
           display "warning: bad bounds record for " function trim(filename) " in HQ9BNDS; bounds not checked"
       else
           move 'y' to bounds-found
       end-if.

       pick-bound-para.
       move 0 to bnd-number.
       move function length(function trim(bnd-digits)) to bnd-length.
       if bnd-digits = spaces
           move 0 to bnd-length
       end-if.
       if bnd-length = 0 or bnd-length > 5
           set bad-bound to true
       else
           perform varying bnd-idx from 1 by 1
                   until bnd-idx > bnd-length
               if bnd-digits(bnd-idx:1) < '0'
                  or bnd-digits(bnd-idx:1) > '9'
                   set bad-bound to true
               end-if
           end-perform
           if not bad-bound
               compute bnd-number = function numval(bnd-digits(1:bnd-length))
           end-if
       end-if.

       judge-balance-para.
       if accum < bound-min or accum > bound-max
           set bounds-alert to true
       else
           if bound-warn > 0 and accum >= bound-warn
               set bounds-warning to true
           else
               set bounds-clean to true
           end-if
       end-if.

       write-estimate-header-para.
       move spaces to estimate-report-record.
       string "HQ9+ pre-run impact estimate  " delimited by size
           run-stamp delimited by size
           into estimate-report-record
       end-string.
       write estimate-report-record.
       move spaces to estimate-report-record.
       if library-filename not = spaces
           string "library: " delimited by size
               function trim(library-filename) delimited by size
               "  member: " delimited by size
               function trim(library-program-name) delimited by size
               into estimate-report-record
           end-string
       else
           string "program: " delimited by size
               function trim(filename) delimited by size
               into estimate-report-record
           end-string
       end-if.
       write estimate-report-record.
       if library-filename not = spaces and member-found = 'y'
          and member-status not = 'D'
           move member-version to formatted-version
           move spaces to estimate-report-record
           string "version " delimited by size
               function trim(formatted-version) delimited by size
               "  effective " delimited by size
               member-effective-date delimited by size
               "  author " delimited by size
               function trim(member-author) delimited by size
               into estimate-report-record
           end-string
           write estimate-report-record
       end-if.
       move spaces to estimate-report-record.
       if strict-mode
           move "strict mode: Y (HQ9P_STRICT)" to estimate-report-record
       else
           move "strict mode: N" to estimate-report-record
       end-if.
       write estimate-report-record.
       move spaces to estimate-report-record.
       write estimate-report-record.

       write-not-run-para.
       move spaces to estimate-report-record.
       string "WOULD NOT RUN: " delimited by size
           function trim(not-run-reason) delimited by size
           into estimate-report-record
       end-string.
       write estimate-report-record.

       write-estimate-para.
       move char-count to formatted-count.
       move spaces to report-text.
       string "instructions in program:      " delimited by size
           function trim(formatted-count) delimited by size
           into report-text
       end-string.
       perform write-report-text-para.
       move count-h to formatted-count.
       move spaces to report-text.
       string "H instructions to execute:    " delimited by size
           function trim(formatted-count) delimited by size
           into report-text
       end-string.
       perform write-report-text-para.
       move count-q to formatted-count.
       move spaces to report-text.
       string "Q instructions to execute:    " delimited by size
           function trim(formatted-count) delimited by size
           into report-text
       end-string.
       perform write-report-text-para.
       move count-9 to formatted-count.
       move spaces to report-text.
       string "9 instructions to execute:    " delimited by size
           function trim(formatted-count) delimited by size
           into report-text
       end-string.
       perform write-report-text-para.
       move count-p to formatted-count.
       move spaces to report-text.
       string "P instructions to execute:    " delimited by size
           function trim(formatted-count) delimited by size
           into report-text
       end-string.
       perform write-report-text-para.
       move count-plus to formatted-count.
       move spaces to report-text.
       string "+ instructions to execute:    " delimited by size
           function trim(formatted-count) delimited by size
           into report-text
       end-string.
       perform write-report-text-para.
       move verse-count to formatted-count.
       move spaces to report-text.
       string "bottles-of-beer verses:       " delimited by size
           function trim(formatted-count) delimited by size
           into report-text
       end-string.
       perform write-report-text-para.
       move spool-lines to formatted-count.
       move spaces to report-text.
       string "output lines on the spool:    " delimited by size
           function trim(formatted-count) delimited by size
           into report-text
       end-string.
       perform write-report-text-para.
       move page-number to formatted-count.
       move spaces to report-text.
       string "HQ9PRNT pages:                " delimited by size
           function trim(formatted-count) delimited by size
           into report-text
       end-string.
       perform write-report-text-para.
       move spaces to estimate-report-record.
       write estimate-report-record.
       move opening-balance to formatted-balance.
       move spaces to report-text.
       string "opening balance:              " delimited by size
           function trim(formatted-balance) delimited by size
           " (" delimited by size
           function trim(balance-filename) delimited by size
           ")" delimited by size
           into report-text
       end-string.
       if balance-on-file not = 'y'
           string function trim(report-text)
               " no record on file" delimited by size
               into report-text
           end-string
       end-if.
       perform write-report-text-para.
       move accum to formatted-balance.
       move spaces to report-text.
       string "projected closing balance:    " delimited by size
           function trim(formatted-balance) delimited by size
           into report-text
       end-string.
       if accum-wrapped = 'y'
           string function trim(report-text)
               " (accumulator passes 99999 and wraps)" delimited by size
               into report-text
           end-string
       end-if.
       perform write-report-text-para.
       move bound-min to formatted-bound-min.
       move bound-max to formatted-bound-max.
       move spaces to report-text.
       evaluate true
           when bounds-alert
               string "balance ALERT: projected closing outside bounds " delimited by size
                   function trim(formatted-bound-min) delimited by size
                   " to " delimited by size
                   function trim(formatted-bound-max) delimited by size
                   "; the run would end rc 16" delimited by size
                   into report-text
               end-string
           when bounds-warning
               move bound-warn to formatted-bound-min
               string "balance warning: projected closing at or above threshold " delimited by size
                   function trim(formatted-bound-min) delimited by size
                   into report-text
               end-string
           when bounds-clean
               string "projected closing within bounds " delimited by size
                   function trim(formatted-bound-min) delimited by size
                   " to " delimited by size
                   function trim(formatted-bound-max) delimited by size
                   into report-text
               end-string
           when other
               move "no bounds line in HQ9BNDS; bounds not checked" to report-text
       end-evaluate.
       perform write-report-text-para.

       write-report-text-para.
       move spaces to estimate-report-record.
       string "  " delimited by size
           report-text delimited by size
           into estimate-report-record
       end-string.
       write estimate-report-record.
