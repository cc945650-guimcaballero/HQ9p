           select restart-file assign to "HQ9BRST"
               organization is line sequential
               file status is restart-status.
           select library-file assign to step-library
               organization is indexed
               access is dynamic
               record key is lib-key
               file status is library-status.

data division.
       file section.
           01 restart-record.
               05 rst-ctl-name pic x(100).
               05 rst-step pic 9(4).
          *>  after the position record, one record per step up to
           *>  that position, so a restart knows what the steps it
           *>  skips ended with and conditions on them still hold.  a
           *>  control file name never starts with a space; a step
           *>  record always does
           01 restart-step-record.
               05 rsd-flag pic x(1).
               05 rsd-step pic 9(4).
               05 filler pic x(1).
               05 rsd-name pic x(20).
               05 filler pic x(1).
               05 rsd-state pic x(1).
               05 filler pic x(1).
               05 rsd-rc pic s9(9) sign is leading separate.
               05 filler pic x(1).
               05 rsd-result pic x(8).

           fd library-file.
           copy "hq9plib.cpy".

       working-storage section.
           01 ctl-filename pic x(100).
           01 ctl-status pic xx value spaces.
           01 job-log-status pic xx value spaces.
           01 restart-status pic xx value spaces.
           01 library-status pic xx value spaces.
           01 cmd-arg1 pic x(100) value spaces.
           01 cmd-arg2 pic x(100) value spaces.
           01 arg-number pic 9(2).
           01 ctl-eof pic a(1) value space.
           01 run-command pic x(300).
          *>  a statement's tokens; options (anything with an = in
           *>  it) may sit anywhere among the operands
           01 token-table.
               05 step-token pic x(100) occurs 13 times.
           01 token-idx pic 9(2) value 0.
           01 equals-count pic 9(4) value 0.
           01 operand-count pic 9(2) value 0.
           01 operand-table.
               05 step-operand pic x(100) occurs 5 times.
           01 step-source pic x(100) value spaces.
           01 step-library pic x(100) value spaces.
           01 step-member pic x(100) value spaces.
           01 step-option pic x(100) value spaces.
           01 step-strict pic x(1) value space.
          *>  NAME=, ONFAIL= and MAXRC= on a step
           01 step-name pic x(20) value spaces.
           01 step-onfail pic x(1) value space.
               88 onfail-policy value space.
               88 onfail-stop value 'S'.
               88 onfail-continue value 'C'.
           01 step-max-rc pic 9(4) value 0.
           01 max-rc-given pic x(1) value 'n'.
          *>  a step's IF= conditions, all of which must hold for the
           *>  step to run: ref,op,rc where ref is an earlier step's
           *>  name, PREV or MAX
           01 condition-count pic 9(2) value 0.
           01 max-conditions pic 9(2) value 4.
           01 condition-table.
               05 condition-entry occurs 4 times.
                   10 cnd-ref pic x(20).
                   10 cnd-op pic x(2).
                   10 cnd-rc pic 9(4).
                   10 cnd-text pic x(40).
           01 condition-idx pic 9(2) value 0.
           01 cond-ref-token pic x(40) value spaces.
           01 cond-op-token pic x(10) value spaces.
           01 cond-rc-token pic x(10) value spaces.
           01 cond-extra-token pic x(10) value spaces.
           01 condition-met-switch pic x(1) value 'y'.
               88 conditions-met value 'y'.
           01 bypass-reason pic x(80) value spaces.
           01 ref-idx pic 9(4) value 0.
           01 ref-rc pic s9(9) value 0.
           01 name-value pic x(100) value spaces.
           01 rc-digits pic x(10) value spaces.
           01 rc-length pic 9(2) value 0.
           01 rc-idx pic 9(2) value 0.
           01 bad-rc-switch pic x(1) value 'n'.
               88 bad-rc value 'y'.
           01 rc-number pic 9(4) value 0.
          *>  every step of this run of the control file so far: its
           *>  name, whether it ran ('R'), was bypassed ('B') or did not
           *>  run at all ('N' -- a bad statement), and how it ended
           01 max-steps pic 9(4) value 500.
           01 step-table.
               05 step-entry occurs 500 times.
                   10 stp-name pic x(20).
                   10 stp-state pic x(1).
                   10 stp-rc pic s9(9).
                   10 stp-result pic x(8).
           01 scan-step pic 9(4) value 0.
           01 highest-rc pic s9(9) value 0.
           01 restart-eof pic a(1) value space.
          *>  the version a LIB step asked for, as hq9p takes it:
           *>  VERSION=n or ASOF=yyyymmdd, or nothing for the current
           01 step-selection pic x(20) value spaces.
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
           01 library-eof pic a(1) value space.
           01 resolved-version pic 9(4) value 0.
           01 resolved-status pic x(1) value space.
           01 formatted-version pic zzz9.
           01 job-log-text pic x(248) value spaces.
           01 step-verify-switch pic x(1) value 'n'.
               88 verify-step value 'y'.
           01 step-expected pic x(100) value spaces.
               88 batch-stop-taken value 'y'.
           01 formatted-step pic zzz9.
           01 formatted-rc pic -(8)9.
           01 formatted-ref-rc pic -(8)9.

procedure division.
       move 1 to arg-number.
      *>  a restart record left behind by an earlier failed run of
       *>  this same control file positions this run past the steps
       *>  that already completed
       initialize step-table.
       perform read-restart-para.
       if resume-after > 0
           move resume-after to formatted-step
       *>  run each step in turn.  a statement is one of
       *>      program-file [STRICT=Y|STRICT=N]
       *>      LIB library-file member-name [STRICT=Y|STRICT=N]
       *>          [VERSION=n|ASOF=yyyymmdd]
       *>      VERIFY expected-file program-file [member-name]
       *>  followed, on any kind of step, by
       *>      [NAME=step-name] [IF=ref,op,rc ...] [MAXRC=n]
       *>      [ONFAIL=STOP|ONFAIL=CONT]
       *>  options may come in any order among the operands.  VERSION=
       *>  and ASOF= pick the version of the member to run, as hq9p
       *>  takes them.  NAME= lets a later step's IF= refer to this
       *>  one; IF= runs the step only when the referenced step ran
       *>  and its rc compares as asked (op is EQ NE GT GE LT LE; ref
       *>  is a step name, PREV for the step just before, or MAX for
       *>  the highest rc of any step run so far).  several IF= must
       *>  all hold.  a step whose conditions fail is bypassed and
       *>  logged as BYPASS; it is not a failure.  a condition on a
       *>  step that was bypassed or never ran does not hold.  MAXRC=
       *>  accepts a non-zero rc up to n as a completed step (WARN),
       *>  so a recovery step can test it without the batch stopping;
       *>  ONFAIL= overrides the run policy for this one step.
       *>  VERIFY steps run hq9vrfy, whose FAIL return code counts as
       *>  a failed step under the run policy like any other
       open input ctl-file.
                          if step-count > resume-after
                              perform parse-step-para
                              perform run-step-para
                          else
                              perform skip-step-para
                          end-if
                      end-if
           end-read
       close job-log-file.
       stop run.

      *>  a step a restart passes over keeps what the restart file
       *>  says it ended with; its name still comes from the control
       *>  statement, so later conditions can refer to it even when
       *>  the restart file carries no step records
       skip-step-para.
       if step-count > max-steps
           exit paragraph
       end-if.
       if stp-name(step-count) = spaces
           perform parse-step-para
           if step-error = spaces
               move step-name to stp-name(step-count)
           end-if
       end-if.

       parse-step-para.
       perform varying token-idx from 1 by 1 until token-idx > 13
           move spaces to step-token(token-idx)
       end-perform.
       perform varying token-idx from 1 by 1 until token-idx > 5
           move spaces to step-operand(token-idx)
       end-perform.
       move 0 to operand-count.
       move spaces to step-source.
       move spaces to step-library.
       move spaces to step-member.
       move spaces to step-option.
       move spaces to step-selection.
       move space to select-switch.
       move 0 to resolved-version.
       move spaces to step-error.
       move space to step-strict.
       move 'n' to step-verify-switch.
       move spaces to step-expected.
       move spaces to step-name.
       move space to step-onfail.
       move 0 to step-max-rc.
       move 'n' to max-rc-given.
       move 0 to condition-count.
       move spaces to bypass-reason.
       if step-count > max-steps
           move "more than 500 steps in the control file" to step-error
           exit paragraph
       end-if.
       unstring ctl-line delimited by all space
           into step-token(1) step-token(2) step-token(3)
                step-token(4) step-token(5) step-token(6)
                step-token(7) step-token(8) step-token(9)
                step-token(10) step-token(11) step-token(12)
                step-token(13)
       end-unstring.
       if step-token(13) not = spaces
           move "too many operands" to step-error
           exit paragraph
       end-if.
      *>  the operands, in order, with the options taken out
       perform varying token-idx from 1 by 1 until token-idx > 12
           if step-token(token-idx) not = spaces
               move 0 to equals-count
               inspect step-token(token-idx) tallying equals-count for all "="
               if equals-count = 0
                   if operand-count >= 5
                       move "too many operands" to step-error
                   else
                       add 1 to operand-count
                       move step-token(token-idx) to step-operand(operand-count)
                   end-if
               end-if
           end-if
       end-perform.
       if step-error not = spaces
           exit paragraph
       end-if.
       if function upper-case(function trim(step-operand(1))) = "VERIFY"
           set verify-step to true
           move step-operand(2) to step-expected
           move step-operand(3) to step-source
           move step-operand(4) to step-member
           if step-expected = spaces or step-source = spaces
               move "VERIFY needs an expected file and a program" to step-error
           end-if
           if step-error = spaces and step-operand(5) not = spaces
               move "too many operands" to step-error
           end-if
       else
       if function upper-case(function trim(step-operand(1))) = "LIB"
           move step-operand(2) to step-library
           move step-operand(3) to step-member
           if step-library = spaces or step-member = spaces
               move "LIB needs a library file and a member name" to step-error
           end-if
           if step-error = spaces and step-operand(4) not = spaces
               move "too many operands" to step-error
           end-if
       else
           move step-operand(1) to step-source
           if step-source = spaces
               move "no program named" to step-error
           end-if
           if step-error = spaces and step-operand(2) not = spaces
               move "too many operands" to step-error
           end-if
       end-if
       end-if.
       perform varying token-idx from 1 by 1
               until token-idx > 12 or step-error not = spaces
           if step-token(token-idx) not = spaces
               move 0 to equals-count
               inspect step-token(token-idx) tallying equals-count for all "="
               if equals-count > 0
                   move step-token(token-idx) to step-option
                   perform take-option-para
               end-if
           end-if
       end-perform.

      *>  one step option in step-option.  each kind may be given
       *>  once, except IF=; the version options belong to LIB steps
       *>  only, and STRICT= does not reach the run hq9vrfy makes
       take-option-para.
       evaluate true
           when function upper-case(function trim(step-option)) = "STRICT=Y"
             or function upper-case(function trim(step-option)) = "STRICT=N"
               if verify-step
                   move "STRICT= is not supported on VERIFY steps" to step-error
               else
                   if step-strict not = space
                       move "STRICT= given twice" to step-error
                   else
                       move function upper-case(step-option(8:1)) to step-strict
                   end-if
               end-if
           when function upper-case(step-option(1:8)) = "VERSION="
             or function upper-case(step-option(1:5)) = "ASOF="
               if step-library = spaces or verify-step
                   move "VERSION= and ASOF= are for LIB steps only" to step-error
               else
                   if not select-current
                       move "only one of VERSION= and ASOF= may be given" to step-error
                   else
                       perform take-selection-para
                   end-if
               end-if
           when function upper-case(step-option(1:5)) = "NAME="
               perform take-name-para
           when function upper-case(step-option(1:3)) = "IF="
               perform take-condition-para
           when function upper-case(step-option(1:6)) = "MAXRC="
               if max-rc-given = 'y'
                   move "MAXRC= given twice" to step-error
               else
                   move step-option(7:10) to rc-digits
                   perform pick-rc-para
                   if bad-rc or step-option(17:1) not = space
                       move "MAXRC= needs one to four digits" to step-error
                   else
                       move rc-number to step-max-rc
                       move 'y' to max-rc-given
                   end-if
               end-if
           when function upper-case(function trim(step-option)) = "ONFAIL=STOP"
             or function upper-case(function trim(step-option)) = "ONFAIL=CONT"
               if not onfail-policy
                   move "ONFAIL= given twice" to step-error
               else
                   move function upper-case(step-option(8:1)) to step-onfail
               end-if
           when other
               move "unknown step option" to step-error
       end-evaluate.

      *>  a step name is up to twenty characters, not PREV or MAX,
       *>  and not the name of an earlier step in the control file.
       *>  names are matched without regard to case
       take-name-para.
       if step-name not = spaces
           move "NAME= given twice" to step-error
           exit paragraph
       end-if.
       move function upper-case(step-option(6:95)) to name-value.
       move 0 to equals-count.
       inspect name-value tallying equals-count for all ",".
       if name-value = spaces or name-value(21:80) not = spaces
          or equals-count > 0
           move "NAME= needs a name of one to twenty characters" to step-error
           exit paragraph
       end-if.
       if name-value = "PREV" or name-value = "MAX"
           move "PREV and MAX cannot be step names" to step-error
           exit paragraph
       end-if.
       perform find-step-name-para.
       if ref-idx not = 0
           move "step name already used by an earlier step" to step-error
           exit paragraph
       end-if.
       move name-value to step-name.

      *>  name-value in; ref-idx out, the earlier step carrying that
       *>  name, or zero
       find-step-name-para.
       move 0 to ref-idx.
       perform varying scan-step from 1 by 1
               until scan-step >= step-count or ref-idx not = 0
           if stp-name(scan-step) = name-value(1:20)
              and stp-name(scan-step) not = spaces
               move scan-step to ref-idx
           end-if
       end-perform.

      *>  IF=ref,op,rc.  the step a name refers to must come earlier
       *>  in the control file, or it could never have run
       take-condition-para.
       if condition-count >= max-conditions
           move "more than four IF= conditions" to step-error
           exit paragraph
       end-if.
       move spaces to cond-ref-token.
       move spaces to cond-op-token.
       move spaces to cond-rc-token.
       move spaces to cond-extra-token.
       unstring step-option(4:97) delimited by ","
           into cond-ref-token cond-op-token cond-rc-token
                cond-extra-token
       end-unstring.
       move function upper-case(cond-ref-token) to cond-ref-token.
       move function upper-case(cond-op-token) to cond-op-token.
       if cond-ref-token = spaces or cond-extra-token not = spaces
          or cond-ref-token(21:20) not = spaces
           move "IF= needs ref,op,rc" to step-error
           exit paragraph
       end-if.
       if cond-op-token not = "EQ" and cond-op-token not = "NE"
          and cond-op-token not = "GT" and cond-op-token not = "GE"
          and cond-op-token not = "LT" and cond-op-token not = "LE"
           move "IF= operator must be EQ NE GT GE LT or LE" to step-error
           exit paragraph
       end-if.
       move cond-rc-token to rc-digits.
       perform pick-rc-para.
       if bad-rc
           move "IF= return code must be one to four digits" to step-error
           exit paragraph
       end-if.
       if cond-ref-token not = "PREV" and cond-ref-token not = "MAX"
           move cond-ref-token to name-value
           perform find-step-name-para
           if ref-idx = 0
               move "IF= names no earlier step" to step-error
               exit paragraph
           end-if
       end-if.
       add 1 to condition-count.
       move cond-ref-token to cnd-ref(condition-count).
       move cond-op-token to cnd-op(condition-count).
       move rc-number to cnd-rc(condition-count).
       move step-option to cnd-text(condition-count).

      *>  rc-digits must be one to four digits; the value lands in
       *>  rc-number
       pick-rc-para.
       move 'n' to bad-rc-switch.
       move 0 to rc-number.
       move function length(function trim(rc-digits)) to rc-length.
       if rc-digits = spaces
           move 0 to rc-length
       end-if.
       if rc-length = 0 or rc-length > 4
           set bad-rc to true
       else
           perform varying rc-idx from 1 by 1
                   until rc-idx > rc-length
               if rc-digits(rc-idx:1) < '0'
                  or rc-digits(rc-idx:1) > '9'
                   set bad-rc to true
               end-if
           end-perform
           if not bad-rc
               compute rc-number = function numval(rc-digits(1:rc-length))
           end-if
       end-if.

      *>  every IF= in turn until one fails; bypass-reason says which
       *>  and why
       check-conditions-para.
       set conditions-met to true.
       perform varying condition-idx from 1 by 1
               until condition-idx > condition-count
                  or not conditions-met
           perform check-condition-para
       end-perform.

       check-condition-para.
       evaluate cnd-ref(condition-idx)
           when "MAX"
               move highest-rc to ref-rc
           when "PREV"
               compute ref-idx = step-count - 1
               perform take-reference-para
           when other
               move cnd-ref(condition-idx) to name-value
               perform find-step-name-para
               perform take-reference-para
       end-evaluate.
       if not conditions-met
           exit paragraph
       end-if.
       evaluate cnd-op(condition-idx)
           when "EQ"
               if not ref-rc = cnd-rc(condition-idx)
                   move 'n' to condition-met-switch
               end-if
           when "NE"
               if ref-rc = cnd-rc(condition-idx)
                   move 'n' to condition-met-switch
               end-if
           when "GT"
               if not ref-rc > cnd-rc(condition-idx)
                   move 'n' to condition-met-switch
               end-if
           when "GE"
               if not ref-rc >= cnd-rc(condition-idx)
                   move 'n' to condition-met-switch
               end-if
           when "LT"
               if not ref-rc < cnd-rc(condition-idx)
                   move 'n' to condition-met-switch
               end-if
           when "LE"
               if not ref-rc <= cnd-rc(condition-idx)
                   move 'n' to condition-met-switch
               end-if
       end-evaluate.
       if not conditions-met
           move ref-rc to formatted-ref-rc
           move spaces to bypass-reason
           string function trim(cnd-text(condition-idx)) delimited by size
               " not met, rc " delimited by size
               function trim(formatted-ref-rc) delimited by size
               into bypass-reason
           end-string
       end-if.

      *>  the step ref-idx points at must have run for its rc to
       *>  mean anything
       take-reference-para.
       if ref-idx = 0
           move 'n' to condition-met-switch
           move spaces to bypass-reason
           string function trim(cnd-text(condition-idx)) delimited by size
               " not met, no such step" delimited by size
               into bypass-reason
           end-string
           exit paragraph
       end-if.
       if stp-state(ref-idx) not = 'R'
           move 'n' to condition-met-switch
           move spaces to bypass-reason
           string function trim(cnd-text(condition-idx)) delimited by size
               " not met, step " delimited by size
               into bypass-reason
           end-string
           move ref-idx to formatted-step
           if stp-state(ref-idx) = 'B'
               string function trim(bypass-reason)
                   " " delimited by size
                   function trim(formatted-step) delimited by size
                   " was bypassed" delimited by size
                   into bypass-reason
               end-string
           else
               string function trim(bypass-reason)
                   " " delimited by size
                   function trim(formatted-step) delimited by size
                   " did not run" delimited by size
                   into bypass-reason
               end-string
           end-if
           exit paragraph
       end-if.
       move stp-rc(ref-idx) to ref-rc.

      *>  remember how this step ended, for the conditions of the
       *>  steps after it and for the restart records
       record-step-para.
       if step-count > max-steps
           exit paragraph
       end-if.
       move step-name to stp-name(step-count).
       move step-rc to stp-rc(step-count).
       move step-result to stp-result(step-count).
       evaluate step-result
           when "BYPASS" move 'B' to stp-state(step-count)
           when "BADSTMT" move 'N' to stp-state(step-count)
           when other
               move 'R' to stp-state(step-count)
               if step-rc > highest-rc
                   move step-rc to highest-rc
               end-if
       end-evaluate.

       take-selection-para.
       if function upper-case(step-option(1:8)) = "VERSION="
           move step-option(9:10) to version-digits
           perform pick-version-para
           if bad-version or step-option(19:1) not = space
              or wanted-version = 0
               move "VERSION= needs one to four digits" to step-error
           else
               set select-by-version to true
               move spaces to step-selection
               move wanted-version to formatted-version
               string "VERSION=" delimited by size
                   function trim(formatted-version) delimited by size
                   into step-selection
               end-string
           end-if
       else
           move step-option(6:8) to date-digits
           perform check-date-para
           if not date-ok or step-option(14:1) not = space
               move "ASOF= needs a date as yyyymmdd" to step-error
           else
               set select-as-of to true
               move date-digits to as-of-date
               move spaces to step-selection
               string "ASOF=" delimited by size
                   as-of-date delimited by size
                   into step-selection
               end-string
           end-if
       end-if.

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

      *>  settle which version a LIB step will run before it runs,
       *>  by the rules hq9p's load-from-library-para applies, so
       *>  the step can hand hq9p that exact version and log it.  a
       *>  member that cannot be resolved -- no library, no such
       *>  version, retired -- is left for hq9p to refuse in its own
       *>  words
       resolve-version-para.
       move 0 to resolved-version.
       move space to resolved-status.
       open input library-file.
       if library-status not = "00"
           exit paragraph
       end-if.
       move step-member to lib-program-name.
       move 0 to lib-version.
       move space to library-eof.
       start library-file key >= lib-key
           invalid key move 'y' to library-eof
       end-start.
       perform until library-eof = 'y'
           read library-file next
              at end move 'y' to library-eof
              not at end
                      if function trim(lib-program-name) = function trim(step-member)
                          perform take-version-para
                      else
                          move 'y' to library-eof
                      end-if
           end-read
       end-perform.
       close library-file.
       if resolved-status = 'D'
           move 0 to resolved-version
       end-if.

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
       move lib-version to resolved-version.
       move lib-status to resolved-status.

       run-step-para.
       move spaces to step-program.
           move 0 to step-rc
           move "BADSTMT" to step-result
           display "bad control statement (" function trim(step-error) "): " function trim(ctl-line)
           perform record-step-para
           perform step-failed-para
       else
           perform check-conditions-para
           if conditions-met
               perform launch-step-para
           else
      *>  a bypassed step did what the control file asked of it; the
       *>  restart position moves past it like a completed step
               move 0 to step-rc
               move "BYPASS" to step-result
               move step-count to formatted-step
               display "step " function trim(formatted-step) " (" function trim(step-program) ") bypassed: " function trim(bypass-reason)
               perform record-step-para
               perform step-completed-para
           end-if
       end-if.
       move function current-date to current-date-value.
       move current-date-value(1:14) to step-end-ts.
                   end-string
               end-if
           when step-library not = spaces
               perform resolve-version-para
               string "hq9p " delimited by size
                   function trim(step-library) delimited by size
                   " " delimited by size
                   function trim(step-member) delimited by size
                   into run-command
               end-string
               if resolved-version > 0
                   move resolved-version to formatted-version
                   string function trim(run-command)
                       " VERSION=" delimited by size
                       function trim(formatted-version) delimited by size
                       into run-command
                   end-string
               else
                   if step-selection not = spaces
                       string function trim(run-command)
                           " " delimited by size
                           function trim(step-selection) delimited by size
                           into run-command
                       end-string
                   end-if
               end-if
           when other
               string "hq9p " delimited by size
                   function trim(step-source) delimited by size
       end-if.
       if step-rc = 0
           move "OK" to step-result
           perform record-step-para
           perform step-completed-para
       else
       if max-rc-given = 'y' and step-rc > 0 and step-rc <= step-max-rc
           move "WARN" to step-result
           move step-rc to formatted-rc
           move step-count to formatted-step
           display "step " function trim(formatted-step) " (" function trim(step-program) ") ended rc " function trim(formatted-rc) ", accepted by MAXRC="
           perform record-step-para
           perform step-completed-para
       else
           move "FAIL" to step-result
           perform record-step-para
           move step-rc to formatted-rc
           move step-count to formatted-step
           display "step " function trim(formatted-step) " (" function trim(step-program) ") failed, rc " function trim(formatted-rc)
           perform step-failed-para
       end-if
       end-if.

      *>  advance the restart position only while every step so far
       if first-failure-step = 0
           move step-count to first-failure-step
       end-if.
       evaluate true
           when onfail-stop
               move 'y' to batch-stopped
           when onfail-continue
               continue
           when stop-on-failure
               move 'y' to batch-stopped
       end-evaluate.

       read-restart-para.
       move 0 to resume-after.
                          move rst-step to resume-after
                      end-if
           end-read
           if resume-after > 0
               perform read-restart-steps-para
           end-if
           close restart-file
       end-if.

      *>  the step records put back what the skipped steps ended
       *>  with.  a restart file from before step records were kept
       *>  has none: its skipped steps count as never run
       read-restart-steps-para.
       move space to restart-eof.
       perform until restart-eof = 'y'
           read restart-file
              at end move 'y' to restart-eof
              not at end
                      if rsd-flag = space and rsd-step > 0
                         and rsd-step <= resume-after
                         and rsd-step <= max-steps
                          move rsd-name to stp-name(rsd-step)
                          move rsd-state to stp-state(rsd-step)
                          move rsd-rc to stp-rc(rsd-step)
                          move rsd-result to stp-result(rsd-step)
                          if rsd-state = 'R' and rsd-rc > highest-rc
                              move rsd-rc to highest-rc
                          end-if
                      end-if
           end-read
       end-perform.

       write-restart-para.
       open output restart-file.
       move spaces to restart-record.
       move ctl-filename to rst-ctl-name.
       move completed-through to rst-step.
       write restart-record.
       perform varying scan-step from 1 by 1
               until scan-step > completed-through or scan-step > max-steps
           move spaces to restart-step-record
           move scan-step to rsd-step
           move stp-name(scan-step) to rsd-name
           move stp-state(scan-step) to rsd-state
           move stp-rc(scan-step) to rsd-rc
           move stp-result(scan-step) to rsd-result
           write restart-step-record
       end-perform.
       close restart-file.

       clear-restart-para.
               into job-log-record
           end-string
       end-if.
      *>  the run policy, so the night can be resubmitted as it ran
       if stop-on-failure
           string function trim(job-log-record)
               " policy STOP" delimited by size
               into job-log-record
           end-string
       else
           string function trim(job-log-record)
               " policy CONT" delimited by size
               into job-log-record
           end-string
       end-if.
       write job-log-record.

       write-job-log-para.
       move step-count to formatted-step.
       move step-rc to formatted-rc.
       move spaces to job-log-text.
       string "step " delimited by size
           function trim(formatted-step) delimited by size
           " " delimited by size
           function trim(step-program) delimited by size
           function trim(formatted-rc) delimited by size
           " " delimited by size
           function trim(step-result) delimited by size
           into job-log-text
       end-string.
      *>  a LIB step names the library version it ran, and a named
       *>  step its name, after the result so the readers of the
       *>  log's fixed tokens are not disturbed; a bypassed step says
       *>  which condition kept it from running.  the line is built
       *>  unindented and indented once on the way out, so what is
       *>  appended keeps the indent
       if resolved-version > 0
           move resolved-version to formatted-version
           string function trim(job-log-text)
               " version " delimited by size
               function trim(formatted-version) delimited by size
               into job-log-text
           end-string
       end-if.
       if step-name not = spaces
           string function trim(job-log-text)
               " name " delimited by size
               function trim(step-name) delimited by size
               into job-log-text
           end-string
       end-if.
       if step-result = "BYPASS"
           string function trim(job-log-text)
               " (" delimited by size
               function trim(bypass-reason) delimited by size
               ")" delimited by size
               into job-log-text
           end-string
       end-if.
       move spaces to job-log-record.
       string "  " delimited by size
           job-log-text delimited by size
           into job-log-record
       end-string.
       write job-log-record.
