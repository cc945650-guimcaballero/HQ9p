           select change-report-file assign to "HQ9LCHG"
               organization is line sequential
               file status is change-report-status.
           select job-log-file assign to "HQ9JLOG"
               organization is line sequential
               file status is job-log-status.
           select restart-file assign to "HQ9BRST"
               organization is line sequential
               file status is restart-status.
           select lock-file assign to "HQ9LOCK"
               organization is line sequential
               file status is lock-status.
           select balance-exception-file assign to "HQ9BEXC"
               organization is line sequential
               file status is exception-status.
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

           fd job-log-file.
           01 job-log-record pic x(250).

          *>  the position record hq9batch leaves in its restart file;
           *>  the step records after it are not needed here
           fd restart-file.
           01 restart-record.
               05 rst-ctl-name pic x(100).
               05 rst-step pic 9(4).

           fd lock-file.
           01 lock-record.
               05 lock-holder pic x(100).
               05 filler pic x(1).
               05 lock-stamp pic x(14).

           fd balance-exception-file.
           01 balance-exception-record pic x(200).

           fd auth-file.
           copy "hq9pauth.cpy".

           fd security-log-file.
           01 security-log-record pic x(250).

       working-storage section.
           01 library-filename pic x(100) value spaces.
           01 library-status pic xx value spaces.
           01 build-line pic x(70) value spaces.
           01 choice-field pic x(4) value spaces.
           01 strict-field pic x(1) value 'N'.
          *>  what the list screen last has to tell the operator, such
           *>  as an action the authorization file refused
           01 panel-message-line pic x(70) value spaces.
           01 detail-action pic x(1) value space.
           01 selected-idx pic 9(4) value 0.
           01 choice-length pic 9(2) value 0.
           01 instruction-length pic 9(4) value 0.
           01 change-report-status pic xx value spaces.
          *>  the author stamped into versions written from the
           *>  panel, the login user as hq9libm stamps it
           01 run-author pic x(20) value spaces.
          *>  maintenance-screen state: the fields the operator keys,
           *>  a message line for what the checks rejected, and the
           *>  assembled instruction string
           01 current-date-value pic x(21) value spaces.
           01 change-timestamp pic x(14) value spaces.
           01 effective-date pic x(8) value spaces.
          *>  the batch monitor: the job most recently started in the
           *>  job log and its steps as the monitor lists them, the
           *>  restart point, the run lock, and the balance alerts
           *>  raised since the job started
           01 job-log-status pic xx value spaces.
           01 restart-status pic xx value spaces.
           01 lock-status pic xx value spaces.
           01 exception-status pic xx value spaces.
           01 job-log-eof pic a(1) value space.
           01 exception-eof pic a(1) value space.
           01 job-found-switch pic x(1) value 'n'.
               88 job-found value 'y'.
           01 job-ended-switch pic x(1) value 'n'.
               88 job-ended value 'y'.
           01 job-failed-switch pic x(1) value 'n'.
               88 job-failed value 'y'.
           01 job-name pic x(100) value spaces.
           01 job-started-ts pic x(14) value spaces.
           01 job-ended-ts pic x(14) value spaces.
           01 job-policy pic x(4) value spaces.
           01 job-restarted-text pic x(30) value spaces.
           01 job-outcome pic x(60) value spaces.
           01 resume-step pic 9(4) value 0.
           01 lock-free-switch pic x(1) value 'n'.
               88 lock-free value 'y'.
           01 lock-holder-name pic x(100) value spaces.
           01 lock-holder-stamp pic x(14) value spaces.
           01 log-word-1 pic x(100) value spaces.
           01 log-word-2 pic x(100) value spaces.
           01 log-word-3 pic x(100) value spaces.
           01 log-word-4 pic x(100) value spaces.
           01 log-pointer pic 9(3) value 0.
           01 log-rest pic x(250) value spaces.
           01 log-extra-table.
               05 log-extra pic x(100) occurs 6 times.
           01 log-extra-idx pic 9(2) value 0.
           01 max-monitor-lines pic 9(4) value 500.
           01 monitor-step-count pic 9(4) value 0.
           01 monitor-step-dropped pic 9(4) value 0.
           01 monitor-step-table.
               05 monitor-step-line pic x(70) occurs 500 times.
           01 alert-count pic 9(4) value 0.
           01 alert-dropped pic 9(4) value 0.
           01 alert-since pic x(14) value spaces.
           01 alert-table.
               05 alert-line pic x(70) occurs 500 times.
           01 monitor-first pic 9(4) value 1.
           01 monitor-idx pic 9(4) value 0.
           01 monitor-slot pic 9(2) value 0.
           01 monitor-lines-per-screen pic 9(2) value 12.
           01 monitor-done pic x(1) value 'n'.
           01 monitor-action pic x(1) value space.
           01 monitor-job-line pic x(70) value spaces.
           01 monitor-status-line pic x(70) value spaces.
           01 monitor-restart-line pic x(70) value spaces.
           01 monitor-lock-line pic x(70) value spaces.
           01 monitor-alert-line pic x(70) value spaces.
           01 monitor-message-line pic x(70) value spaces.
           01 monitor-page-line pic x(70) value spaces.
           01 monitor-heading pic x(70) value
               "step  program                    result      rc  elapsed  name".
           01 monitor-line-01 pic x(70) value spaces.
           01 monitor-line-02 pic x(70) value spaces.
           01 monitor-line-03 pic x(70) value spaces.
           01 monitor-line-04 pic x(70) value spaces.
           01 monitor-line-05 pic x(70) value spaces.
           01 monitor-line-06 pic x(70) value spaces.
           01 monitor-line-07 pic x(70) value spaces.
           01 monitor-line-08 pic x(70) value spaces.
           01 monitor-line-09 pic x(70) value spaces.
           01 monitor-line-10 pic x(70) value spaces.
           01 monitor-line-11 pic x(70) value spaces.
           01 monitor-line-12 pic x(70) value spaces.
           01 resubmit-command-line pic x(70) value spaces.
          *>  one step as the monitor lists it, under monitor-heading
           01 monitor-step-layout.
               05 msl-step pic x(4) justified right.
               05 filler pic x(2).
               05 msl-program pic x(26).
               05 filler pic x(1).
               05 msl-result pic x(8).
               05 filler pic x(1).
               05 msl-rc pic x(5) justified right.
               05 filler pic x(1).
               05 msl-elapsed pic x(8) justified right.
               05 filler pic x(2).
               05 msl-name pic x(12).
          *>  a job-log step line, taken apart at its fixed tail:
           *>  " start ts end ts rc n result"
           01 step-number pic x(10) value spaces.
           01 step-program pic x(200) value spaces.
           01 step-start-ts pic x(14) value spaces.
           01 step-end-ts pic x(14) value spaces.
           01 step-rc pic x(10) value spaces.
           01 step-result pic x(10) value spaces.
           01 step-name pic x(20) value spaces.
           01 step-elapsed pic s9(7) value 0.
           01 tail-pos pic 9(3) value 0.
           01 scan-pos pic 9(3) value 0.
           01 program-pos pic 9(3) value 0.
           01 digit-idx pic 9(2) value 0.
           01 stamp-switch pic x(1) value 'n'.
               88 stamp-ok value 'y'.
           01 stamp-field pic x(14) value spaces.
          *>  timestamp-to-seconds conversion scratch
           01 ts-field pic x(14) value spaces.
           01 ts-seconds pic s9(12) value 0.
           01 ts-date-int pic 9(8) value 0.
           01 ts-idx pic 9(2) value 0.
           01 ts-bad-switch pic x(1) value 'n'.
               88 bad-timestamp value 'y'.
           01 start-seconds pic s9(12) value 0.
           01 end-seconds pic s9(12) value 0.
           01 formatted-secs pic zzzzzz9.
           01 formatted-step pic zzz9.
           01 formatted-alerts pic zzz9.
          *>  the print spool and strict settings the panel was started
           *>  with; run-member-para points both at its own choices, and
           *>  a resubmitted batch must get the operator's back
           01 start-print-env pic x(100) value spaces.
           01 start-strict-env pic x(3) value spaces.
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

       screen section.
           01 list-screen.
               05 line 16 column 3 pic x(70) from list-line-13.
               05 line 17 column 3 pic x(70) from list-line-14.
               05 line 18 column 3 pic x(70) from list-line-15.
               05 line 20 column 3 value "member number, A=add, B=batch, N=next, P=prev, X=exit:".
               05 line 20 column 59 pic x(4) using choice-field.
               05 line 21 column 3 value "strict mode for runs (Y/N):".
               05 line 21 column 32 pic x(1) using strict-field.
               05 line 23 column 3 pic x(70) from panel-message-line.

           01 detail-screen.
               05 blank screen.
               05 line 19 column 3 value "press ENTER:".
               05 line 19 column 17 pic x(1) using dummy-field.

           01 monitor-screen.
               05 blank screen.
               05 line 1 column 3 value "HQ9+ batch operations - batch monitor".
               05 line 2 column 3 pic x(70) from monitor-job-line.
               05 line 3 column 3 pic x(70) from monitor-status-line.
               05 line 4 column 3 pic x(70) from monitor-restart-line.
               05 line 5 column 3 pic x(70) from monitor-lock-line.
               05 line 7 column 3 pic x(70) from monitor-heading.
               05 line 8 column 3 pic x(70) from monitor-line-01.
               05 line 9 column 3 pic x(70) from monitor-line-02.
               05 line 10 column 3 pic x(70) from monitor-line-03.
               05 line 11 column 3 pic x(70) from monitor-line-04.
               05 line 12 column 3 pic x(70) from monitor-line-05.
               05 line 13 column 3 pic x(70) from monitor-line-06.
               05 line 14 column 3 pic x(70) from monitor-line-07.
               05 line 15 column 3 pic x(70) from monitor-line-08.
               05 line 16 column 3 pic x(70) from monitor-line-09.
               05 line 17 column 3 pic x(70) from monitor-line-10.
               05 line 18 column 3 pic x(70) from monitor-line-11.
               05 line 19 column 3 pic x(70) from monitor-line-12.
               05 line 20 column 3 pic x(70) from monitor-alert-line.
               05 line 22 column 3 value "N=next, P=prev, A=alerts, R=resubmit, B=back, ENTER=refresh:".
               05 line 22 column 65 pic x(1) using monitor-action.
               05 line 23 column 3 pic x(70) from monitor-message-line.

           01 alert-screen.
               05 blank screen.
               05 line 1 column 3 value "HQ9+ batch operations - balance alerts".
               05 line 2 column 3 pic x(70) from monitor-job-line.
               05 line 3 column 3 pic x(70) from monitor-alert-line.
               05 line 5 column 3 pic x(70) from monitor-line-01.
               05 line 6 column 3 pic x(70) from monitor-line-02.
               05 line 7 column 3 pic x(70) from monitor-line-03.
               05 line 8 column 3 pic x(70) from monitor-line-04.
               05 line 9 column 3 pic x(70) from monitor-line-05.
               05 line 10 column 3 pic x(70) from monitor-line-06.
               05 line 11 column 3 pic x(70) from monitor-line-07.
               05 line 12 column 3 pic x(70) from monitor-line-08.
               05 line 13 column 3 pic x(70) from monitor-line-09.
               05 line 14 column 3 pic x(70) from monitor-line-10.
               05 line 15 column 3 pic x(70) from monitor-line-11.
               05 line 16 column 3 pic x(70) from monitor-line-12.
               05 line 18 column 3 pic x(70) from monitor-page-line.
               05 line 19 column 3 value "N=next, P=prev, B=back:".
               05 line 19 column 27 pic x(1) using monitor-action.

           01 resubmit-screen.
               05 blank screen.
               05 line 1 column 3 value "HQ9+ batch operations - resubmit the batch".
               05 line 3 column 3 pic x(70) from monitor-job-line.
               05 line 4 column 3 pic x(70) from monitor-status-line.
               05 line 5 column 3 pic x(70) from monitor-restart-line.
               05 line 7 column 3 pic x(70) from resubmit-command-line.
               05 line 9 column 3 value "Y=resubmit, anything else cancels:".
               05 line 9 column 38 pic x(1) using monitor-action.

procedure division.
       move 1 to arg-number.
       display arg-number upon argument-number.
       end-if.
       move cmd-arg1 to library-filename.

      *>  running a member needs run authority on the library in
       *>  HQ9AUTH, and adding, editing or retiring one needs maintain
       *>  authority; each action is checked when it is chosen.  B
       *>  opens the batch monitor, whose resubmit needs batch
       *>  resubmit authority on *
       perform identify-user-para.
       move run-user to run-author.
       move "HQ9P_PRINT" to env-name.
       display env-name upon environment-name.
       accept start-print-env from environment-value
           on exception move spaces to start-print-env
       end-accept.
       move "HQ9P_STRICT" to env-name.
       display env-name upon environment-name.
       accept start-strict-env from environment-value
           on exception move spaces to start-strict-env
       end-accept.

      *>  an empty or fully-retired library shows an empty list: the
       *>  panel's add action is how such a library receives its
           move spaces to choice-field
           display list-screen
           accept list-screen
           move spaces to panel-message-line
           perform handle-choice-para
       end-perform.
       stop run.
           when "X"
               move 'y' to panel-done
           when "A"
               move 2 to check-function-idx
               move "MAINTAIN" to check-function-name
               move spaces to check-object
               perform authorize-panel-para
               if authorized
                   perform add-member-para
               end-if
           when "B"
               perform batch-monitor-para
           when "N"
               if page-first + lines-per-screen <= member-count
                   add lines-per-screen to page-first
       display detail-screen.
       accept detail-screen.
       evaluate function upper-case(detail-action)
           when "R"
               move 1 to check-function-idx
               move "RUN" to check-function-name
               move mem-name(mem-idx) to check-object
               perform authorize-panel-para
               if authorized
                   perform run-member-para
               end-if
           when "E"
               move 2 to check-function-idx
               move "MAINTAIN" to check-function-name
               move mem-name(mem-idx) to check-object
               perform authorize-panel-para
               if authorized
                   perform edit-member-para
               end-if
           when "D"
               move 2 to check-function-idx
               move "MAINTAIN" to check-function-name
               move mem-name(mem-idx) to check-object
               perform authorize-panel-para
               if authorized
                   perform retire-member-para
               end-if
           when other continue
       end-evaluate.

      *>  a refused action leaves the operator on the list with the
       *>  reason on its message line
       authorize-panel-para.
       move library-filename to check-library.
       perform check-authority-para.
       if not authorized
           move spaces to panel-message-line
           string function trim(check-function-name) delimited by size
               " refused: " delimited by size
               function trim(refusal-reason) delimited by size
               into panel-message-line
           end-string
       end-if.

      *>  the one-keystroke run: hand the member to the interpreter
       *>  with the strict toggle from the panel, point its print
       *>  spool at a scratch file this panel can page through, then
       end-string.
       write change-report-record.
       close change-report-file.

      *>  the batch window from the panel: the job hq9batch most
       *>  recently started, step by step, with where a rerun would
       *>  pick up, who holds the run lock, and the balance alerts
       *>  raised since the job started.  ENTER reads everything
       *>  again, so the operator can watch a batch as it runs; a
       *>  failed batch can be resubmitted from its restart point
       batch-monitor-para.
       move 'n' to monitor-done.
       move spaces to monitor-message-line.
       perform load-monitor-para.
      *>  open on the page with the latest step
       move 1 to monitor-first.
       perform until monitor-first + monitor-lines-per-screen
               > monitor-step-count
           add monitor-lines-per-screen to monitor-first
       end-perform.
       perform until monitor-done = 'y'
           perform build-monitor-page-para
           move space to monitor-action
           display monitor-screen
           accept monitor-screen
           move spaces to monitor-message-line
           evaluate function upper-case(monitor-action)
               when "B"
                   move 'y' to monitor-done
               when "N"
                   if monitor-first + monitor-lines-per-screen
                           <= monitor-step-count
                       add monitor-lines-per-screen to monitor-first
                   end-if
               when "P"
                   if monitor-first > monitor-lines-per-screen
                       subtract monitor-lines-per-screen from monitor-first
                   else
                       move 1 to monitor-first
                   end-if
               when "A"
                   perform show-alerts-para
               when "R"
                   perform resubmit-batch-para
               when other
                   perform load-monitor-para
           end-evaluate
       end-perform.

       load-monitor-para.
       perform read-job-log-para.
       perform read-restart-point-para.
       perform read-run-lock-para.
       perform read-alerts-para.
       perform build-monitor-heading-para.
       if monitor-first > monitor-step-count
           move 1 to monitor-first
       end-if.

      *>  the whole job log is read and only the last job kept: each
       *>  "job ... started" line starts the picture over
       read-job-log-para.
       move 'n' to job-found-switch.
       move 'n' to job-ended-switch.
       move 'n' to job-failed-switch.
       move spaces to job-name.
       move spaces to job-started-ts.
       move spaces to job-ended-ts.
       move spaces to job-policy.
       move spaces to job-restarted-text.
       move spaces to job-outcome.
       move 0 to monitor-step-count.
       move 0 to monitor-step-dropped.
       move space to job-log-eof.
       open input job-log-file.
       if job-log-status not = "00"
           exit paragraph
       end-if.
       perform until job-log-eof = 'y'
           read job-log-file
              at end move 'y' to job-log-eof
              not at end perform take-job-log-line-para
           end-read
       end-perform.
       close job-log-file.

       take-job-log-line-para.
       move spaces to log-word-1.
       move spaces to log-word-2.
       move spaces to log-word-3.
       move spaces to log-word-4.
       move spaces to log-rest.
       move 1 to log-pointer.
       unstring job-log-record delimited by all space
           into log-word-1 log-word-2 log-word-3 log-word-4
           with pointer log-pointer
       end-unstring.
       if log-pointer <= 250
           move job-log-record(log-pointer:) to log-rest
       end-if.
       evaluate true
           when log-word-1 = "job" and log-word-3 = "started"
               perform take-job-header-para
           when log-word-1 = "job" and log-word-3 = "ended"
                and job-found and log-word-2 = job-name
               set job-ended to true
               move log-word-4(1:14) to job-ended-ts
               move log-rest to job-outcome
               if log-rest(1:13) = "first failure"
                   set job-failed to true
               end-if
      *>  the log's step lines are indented, so the first word is
       *>  empty
           when log-word-1 = spaces and log-word-2 = "step"
                and job-found
               perform take-step-line-para
       end-evaluate.

      *>  "job name started ts [(restart after step n)] [policy p]";
       *>  a header from before the policy was logged means STOP, the
       *>  hq9batch default
       take-job-header-para.
       set job-found to true.
       move 'n' to job-ended-switch.
       move 'n' to job-failed-switch.
       move log-word-2 to job-name.
       move log-word-4(1:14) to job-started-ts.
       move spaces to job-ended-ts.
       move spaces to job-outcome.
       move spaces to job-restarted-text.
       move "STOP" to job-policy.
       move 0 to monitor-step-count.
       move 0 to monitor-step-dropped.
       perform varying log-extra-idx from 1 by 1 until log-extra-idx > 6
           move spaces to log-extra(log-extra-idx)
       end-perform.
       unstring log-rest delimited by all space
           into log-extra(1) log-extra(2) log-extra(3)
                log-extra(4) log-extra(5) log-extra(6)
       end-unstring.
       perform varying log-extra-idx from 1 by 1 until log-extra-idx > 5
           if log-extra(log-extra-idx) = "policy"
               move log-extra(log-extra-idx + 1) to job-policy
           end-if
       end-perform.
       if log-extra(1) = "(restart"
           string "restart after step " delimited by size
               log-extra(4) delimited by ")"
               into job-restarted-text
           end-string
       end-if.

      *>  a step line, found by the shape of its fixed tail the way
       *>  hq9excp finds it, so a BADSTMT line carrying a raw control
       *>  statement still lists; what follows the result may name
       *>  the library version, the step name and a bypass reason
       take-step-line-para.
       if monitor-step-count >= max-monitor-lines
           add 1 to monitor-step-dropped
           exit paragraph
       end-if.
       move log-word-3 to step-number.
       perform find-step-tail-para.
       if tail-pos = 0
           exit paragraph
       end-if.
       move job-log-record(tail-pos + 7:14) to step-start-ts.
       move job-log-record(tail-pos + 26:14) to step-end-ts.
       move spaces to step-rc.
       move spaces to step-result.
       perform varying log-extra-idx from 1 by 1 until log-extra-idx > 6
           move spaces to log-extra(log-extra-idx)
       end-perform.
       unstring job-log-record(tail-pos + 44:) delimited by all space
           into step-rc step-result
                log-extra(1) log-extra(2) log-extra(3)
                log-extra(4) log-extra(5) log-extra(6)
       end-unstring.
       move spaces to step-name.
       perform varying log-extra-idx from 1 by 1
               until log-extra-idx > 5
                  or log-extra(log-extra-idx)(1:1) = "("
           if log-extra(log-extra-idx) = "name"
               move log-extra(log-extra-idx + 1) to step-name
           end-if
       end-perform.
       move spaces to step-program.
       move 1 to log-pointer.
       inspect job-log-record tallying log-pointer for leading space.
       compute program-pos = log-pointer + 6
           + function length(function trim(step-number)).
       if tail-pos > program-pos
           move job-log-record(program-pos:tail-pos - program-pos) to step-program
       end-if.
       move step-start-ts to ts-field.
       perform ts-to-seconds-para.
       move ts-seconds to start-seconds.
       if not bad-timestamp
           move step-end-ts to ts-field
           perform ts-to-seconds-para
           move ts-seconds to end-seconds
       end-if.
       move spaces to monitor-step-layout.
       move function trim(step-number) to msl-step.
       move step-program to msl-program.
       move step-result to msl-result.
       move function trim(step-rc) to msl-rc.
       if bad-timestamp
           move "?" to msl-elapsed
       else
           compute step-elapsed = end-seconds - start-seconds
           if step-elapsed < 0
               move 0 to step-elapsed
           end-if
           move step-elapsed to formatted-secs
           move spaces to msl-elapsed
           string function trim(formatted-secs) delimited by size
               "s" delimited by size
               into msl-elapsed
           end-string
           move function trim(msl-elapsed) to msl-elapsed
       end-if.
       move step-name to msl-name.
       add 1 to monitor-step-count.
       move monitor-step-layout to monitor-step-line(monitor-step-count).

      *>  tail-pos out: where " start ts end ts rc " begins, or zero
       find-step-tail-para.
       move 0 to tail-pos.
       perform varying scan-pos from 1 by 1
               until scan-pos > 200 or tail-pos not = 0
           if job-log-record(scan-pos:7) = " start "
              and job-log-record(scan-pos + 21:5) = " end "
              and job-log-record(scan-pos + 40:4) = " rc "
               move job-log-record(scan-pos + 7:14) to stamp-field
               perform check-stamp-para
               if stamp-ok
                   move job-log-record(scan-pos + 26:14) to stamp-field
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

      *>  ts-field must be fourteen digits; its value in seconds
       *>  since the epoch of integer-of-date lands in ts-seconds
       ts-to-seconds-para.
       move 'n' to ts-bad-switch.
       perform varying ts-idx from 1 by 1 until ts-idx > 14
           if ts-field(ts-idx:1) < '0' or ts-field(ts-idx:1) > '9'
               set bad-timestamp to true
           end-if
       end-perform.
       move 0 to ts-seconds.
       if not bad-timestamp
           compute ts-date-int = function numval(ts-field(1:8))
           compute ts-seconds =
               function integer-of-date(ts-date-int) * 86400
               + function numval(ts-field(9:2)) * 3600
               + function numval(ts-field(11:2)) * 60
               + function numval(ts-field(13:2))
           on size error set bad-timestamp to true
           end-compute
       end-if.

      *>  the restart point counts only when it belongs to the job
       *>  shown; hq9batch clears it after a clean pass
       read-restart-point-para.
       move 0 to resume-step.
       open input restart-file.
       if restart-status = "00"
           read restart-file
              at end continue
              not at end
                      if job-found
                         and function trim(rst-ctl-name) = function trim(job-name)
                         and rst-step is numeric
                          move rst-step to resume-step
                      end-if
           end-read
           close restart-file
       end-if.

      *>  an empty or missing lock file is a free lock, the way hq9p
       *>  and hq9lockr read it
       read-run-lock-para.
       set lock-free to true.
       move spaces to lock-holder-name.
       move spaces to lock-holder-stamp.
       open input lock-file.
       if lock-status = "00"
           read lock-file
              at end continue
              not at end
                      if lock-holder not = spaces
                          move 'n' to lock-free-switch
                          move lock-holder to lock-holder-name
                          move lock-stamp to lock-holder-stamp
                      end-if
           end-read
           close lock-file
       end-if.

      *>  tonight's alerts are those stamped at or after the start of
       *>  the job shown, or of today when the log holds no job.  an
       *>  HQ9BEXC line is "program ts closing=n bounds=a..b"
       read-alerts-para.
       move 0 to alert-count.
       move 0 to alert-dropped.
       if job-found
           move job-started-ts to alert-since
       else
           move function current-date to current-date-value
           move spaces to alert-since
           string current-date-value(1:8) delimited by size
               "000000" delimited by size
               into alert-since
           end-string
       end-if.
       move space to exception-eof.
       open input balance-exception-file.
       if exception-status not = "00"
           exit paragraph
       end-if.
       perform until exception-eof = 'y'
           read balance-exception-file
              at end move 'y' to exception-eof
              not at end perform take-alert-line-para
           end-read
       end-perform.
       close balance-exception-file.

       take-alert-line-para.
       move spaces to log-word-1.
       move spaces to log-word-2.
       unstring balance-exception-record delimited by all space
           into log-word-1 log-word-2
       end-unstring.
       if log-word-2(1:14) < alert-since
           exit paragraph
       end-if.
       if alert-count >= max-monitor-lines
           add 1 to alert-dropped
           exit paragraph
       end-if.
       add 1 to alert-count.
       move balance-exception-record(1:70) to alert-line(alert-count).

      *>  the lines above the step list: the job, how it stands, the
       *>  restart point, the lock, and the alert count
       build-monitor-heading-para.
       move spaces to monitor-job-line.
       move spaces to monitor-status-line.
       move spaces to monitor-restart-line.
       move spaces to monitor-lock-line.
       move spaces to monitor-alert-line.
       if not job-found
           move "no batch job in the job log HQ9JLOG" to monitor-job-line
       else
           string "job " delimited by size
               function trim(job-name) delimited by size
               " started " delimited by size
               job-started-ts delimited by size
               " policy " delimited by size
               function trim(job-policy) delimited by size
               into monitor-job-line
           end-string
           if job-restarted-text not = spaces
               string function trim(monitor-job-line)
                   " (" delimited by size
                   function trim(job-restarted-text) delimited by size
                   ")" delimited by size
                   into monitor-job-line
               end-string
           end-if
           move monitor-step-count to formatted-step
           if job-ended
               string "ended " delimited by size
                   job-ended-ts delimited by size
                   " " delimited by size
                   function trim(job-outcome) delimited by size
                   into monitor-status-line
               end-string
           else
               string "running (no end record yet), " delimited by size
                   function trim(formatted-step) delimited by size
                   " step(s) logged" delimited by size
                   into monitor-status-line
               end-string
           end-if
           if monitor-step-dropped > 0
               string function trim(monitor-status-line)
                   "; list truncated" delimited by size
                   into monitor-status-line
               end-string
           end-if
       end-if.
       if resume-step > 0
           move resume-step to formatted-step
           string "restart point: after step " delimited by size
               function trim(formatted-step) delimited by size
               into monitor-restart-line
           end-string
       else
           move "restart point: none; a run of this job starts at step 1" to monitor-restart-line
       end-if.
       if lock-free
           move "run lock HQ9LOCK is free" to monitor-lock-line
       else
           string "run lock HQ9LOCK held by " delimited by size
               function trim(lock-holder-name) delimited by size
               " since " delimited by size
               lock-holder-stamp delimited by size
               into monitor-lock-line
           end-string
       end-if.
       move alert-count to formatted-alerts.
       string "balance alerts since " delimited by size
           alert-since delimited by size
           ": " delimited by size
           function trim(formatted-alerts) delimited by size
           into monitor-alert-line
       end-string.
       if alert-dropped > 0
           string function trim(monitor-alert-line)
               " (more than can be listed)" delimited by size
               into monitor-alert-line
           end-string
       end-if.

       build-monitor-page-para.
       perform clear-monitor-lines-para.
       perform varying monitor-slot from 1 by 1
               until monitor-slot > monitor-lines-per-screen
           compute monitor-idx = monitor-first + monitor-slot - 1
           if monitor-idx <= monitor-step-count
               move monitor-step-line(monitor-idx) to build-line
               perform fill-monitor-line-para
           end-if
       end-perform.

       clear-monitor-lines-para.
       move spaces to monitor-line-01.
       move spaces to monitor-line-02.
       move spaces to monitor-line-03.
       move spaces to monitor-line-04.
       move spaces to monitor-line-05.
       move spaces to monitor-line-06.
       move spaces to monitor-line-07.
       move spaces to monitor-line-08.
       move spaces to monitor-line-09.
       move spaces to monitor-line-10.
       move spaces to monitor-line-11.
       move spaces to monitor-line-12.

       fill-monitor-line-para.
       evaluate monitor-slot
           when 1 move build-line to monitor-line-01
           when 2 move build-line to monitor-line-02
           when 3 move build-line to monitor-line-03
           when 4 move build-line to monitor-line-04
           when 5 move build-line to monitor-line-05
           when 6 move build-line to monitor-line-06
           when 7 move build-line to monitor-line-07
           when 8 move build-line to monitor-line-08
           when 9 move build-line to monitor-line-09
           when 10 move build-line to monitor-line-10
           when 11 move build-line to monitor-line-11
           when 12 move build-line to monitor-line-12
       end-evaluate.

      *>  the alerts a dozen at a time, in the order hq9p raised them
       show-alerts-para.
       move 1 to monitor-idx.
       move space to monitor-action.
       perform until function upper-case(monitor-action) = "B"
           perform clear-monitor-lines-para
           perform varying monitor-slot from 1 by 1
                   until monitor-slot > monitor-lines-per-screen
               if monitor-idx + monitor-slot - 1 <= alert-count
                   move alert-line(monitor-idx + monitor-slot - 1) to build-line
                   perform fill-monitor-line-para
               end-if
           end-perform
           if alert-count = 0
               move "no balance alerts" to monitor-line-01
           end-if
           if monitor-idx + monitor-lines-per-screen <= alert-count
               move "more alerts follow" to monitor-page-line
           else
               move "end of alerts" to monitor-page-line
           end-if
           move space to monitor-action
           display alert-screen
           accept alert-screen
           evaluate function upper-case(monitor-action)
               when "N"
                   if monitor-idx + monitor-lines-per-screen <= alert-count
                       add monitor-lines-per-screen to monitor-idx
                   end-if
               when "P"
                   if monitor-idx > monitor-lines-per-screen
                       subtract monitor-lines-per-screen from monitor-idx
                   else
                       move 1 to monitor-idx
                   end-if
           end-evaluate
       end-perform.
       move space to monitor-action.

      *>  rerun a failed batch as it was run: the same control file
       *>  under the same policy, so hq9batch itself picks it up at
       *>  its restart point.  it needs batch resubmit authority, a
       *>  job that has ended with a failure, a free run lock, and the
       *>  operator's confirmation.  the batch is started in the
       *>  background with its console output in HQ9BOUT, so the
       *>  monitor can follow it; it gets back the print spool and
       *>  strict settings the panel was started with
       resubmit-batch-para.
       perform load-monitor-para.
       move 7 to check-function-idx.
       move "RESUBMIT" to check-function-name.
       move "*" to check-library.
       move job-name to check-object.
       perform check-authority-para.
       if not authorized
           string "resubmit refused: " delimited by size
               function trim(refusal-reason) delimited by size
               into monitor-message-line
           end-string
           exit paragraph
       end-if.
       if not job-found
           move "no batch job in the job log to resubmit" to monitor-message-line
           exit paragraph
       end-if.
       if not job-ended
           move "the job has no end record yet; it may still be running" to monitor-message-line
           exit paragraph
       end-if.
       if not job-failed
           move "the job completed; there is nothing to resubmit" to monitor-message-line
           exit paragraph
       end-if.
       if not lock-free
           move "the run lock is held; not resubmitted" to monitor-message-line
           exit paragraph
       end-if.
       move spaces to run-command.
       string "hq9batch " delimited by size
           function trim(job-name) delimited by size
           " " delimited by size
           function trim(job-policy) delimited by size
           into run-command
       end-string.
       move spaces to resubmit-command-line.
       string "command: " delimited by size
           function trim(run-command) delimited by size
           into resubmit-command-line
       end-string.
       move space to monitor-action.
       display resubmit-screen.
       accept resubmit-screen.
       if function upper-case(monitor-action) not = "Y"
           move space to monitor-action
           move "resubmit cancelled" to monitor-message-line
           exit paragraph
       end-if.
       move space to monitor-action.
       move "HQ9P_PRINT" to env-name.
       display env-name upon environment-name.
       display start-print-env upon environment-value.
       move "HQ9P_STRICT" to env-name.
       display env-name upon environment-name.
       display start-strict-env upon environment-value.
       string function trim(run-command)
           " > HQ9BOUT 2>&1 &" delimited by size
           into run-command
       end-string.
       call "SYSTEM" using run-command.
       string "job " delimited by size
           function trim(job-name) delimited by size
           " resubmitted; console output in HQ9BOUT" delimited by size
           into monitor-message-line
       end-string.

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
           " hq9panel " delimited by size
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
