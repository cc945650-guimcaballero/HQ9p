       >>source format free
identification division.
program-id. hq9bstm.

environment division.
       input-output section.
           file-control.
           select ledger-file assign to "HQ9BLDG"
               organization is line sequential
               file status is ledger-status.
           select statement-file assign to "HQ9BSTM"
               organization is line sequential
               file status is statement-status.

data division.
       file section.
           fd ledger-file.
           copy "hq9pldg.cpy".

           fd statement-file.
           01 statement-record pic x(140).

       working-storage section.
           01 ledger-status pic xx value spaces.
           01 statement-status pic xx value spaces.
           01 cmd-arg1 pic x(100) value spaces.
           01 cmd-arg2 pic x(100) value spaces.
           01 cmd-arg3 pic x(100) value spaces.
           01 arg-number pic 9(2).
           01 from-date pic x(8) value spaces.
           01 to-date pic x(8) value spaces.
           01 program-filter pic x(100) value spaces.
           01 ledger-eof pic a(1) value space.
           01 date-digits pic x(8) value spaces.
           01 date-ok-switch pic x(1) value 'n'.
               88 date-ok value 'y'.
           01 date-idx pic 9(2) value 0.
          *>  every program on the ledger up to the end of the period,
           *>  kept in name order so the statements come out sorted
           01 program-count pic 9(4) value 0.
           01 max-programs pic 9(4) value 500.
           01 program-table.
               05 program-entry occurs 500 times.
                   10 stm-name pic x(100).
           01 stm-idx pic 9(4) value 0.
           01 insert-idx pic 9(4) value 0.
           01 shift-idx pic 9(4) value 0.
           01 capacity-skipped pic 9(7) value 0.
          *>  the statement being built for one program.  only
           *>  movements banked into the production balance file HQ9BAL
           *>  make up the running balance; a certification run or a
           *>  reset of a scratch balance file is shown as a memo line
           *>  and stays out of the totals
           01 running-balance pic 9(5) value 0.
           01 brought-forward pic 9(5) value 0.
           01 period-activity pic s9(7) value 0.
           01 period-movements pic 9(7) value 0.
           01 memo-movements pic 9(7) value 0.
           01 chain-breaks pic 9(7) value 0.
           01 tie-check pic s9(7) value 0.
           01 production-movement pic x(1) value 'n'.
          *>  whether the program's first production movement has been
           *>  seen: a program banked in HQ9BAL before the ledger was
           *>  kept starts its chain at that movement's opening, not 0
           01 production-seen-switch pic x(1) value 'n'.
               88 production-seen value 'y'.
           01 records-read pic 9(7) value 0.
           01 records-skipped pic 9(7) value 0.
           01 statements-written pic 9(7) value 0.
           01 untied-count pic 9(7) value 0.
           01 formatted-balance pic zzzz9.
           01 formatted-opening pic zzzz9.
           01 formatted-activity pic +(6)9.
           01 formatted-count pic zzzzzz9.
           01 statement-text pic x(138) value spaces.
           01 current-date-value pic x(21) value spaces.
           01 run-stamp pic x(14) value spaces.

procedure division.
      *>  per-program balance statements off the posting ledger: for
       *>  each program the balance brought forward into the period,
       *>  every movement in it -- runs and resets -- and the balance
       *>  carried forward, so an auditor can tie any closing balance
       *>  on HQ9BAL back to the runs that produced it.  a movement
       *>  whose opening balance is not the closing balance before it
       *>  is flagged as a break in the chain, and a statement that
       *>  does not tie ends the run nonzero
       *>      hq9bstm from-date to-date [program-name]
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
           display "usage: hq9bstm from-date to-date [program-name] (dates yyyymmdd)"
           move 8 to return-code
           stop run
       end-if.
       move cmd-arg1(1:8) to date-digits.
       perform check-date-para.
       if not date-ok or cmd-arg1(9:1) not = space
           display "from date must be eight digits (yyyymmdd)"
           move 8 to return-code
           stop run
       end-if.
       move cmd-arg1(1:8) to from-date.
       move cmd-arg2(1:8) to date-digits.
       perform check-date-para.
       if not date-ok or cmd-arg2(9:1) not = space
           display "to date must be eight digits (yyyymmdd)"
           move 8 to return-code
           stop run
       end-if.
       move cmd-arg2(1:8) to to-date.
       if to-date < from-date
           display "to date is before from date"
           move 8 to return-code
           stop run
       end-if.
       move cmd-arg3 to program-filter.

      *>  first pass: which programs have a statement to print
       open input ledger-file.
       if ledger-status not = "00"
           display "unable to open balance ledger HQ9BLDG"
           move 8 to return-code
           stop run
       end-if.
       perform until ledger-eof = 'y'
           read ledger-file
              at end move 'y' to ledger-eof
              not at end
                      add 1 to records-read
                      perform collect-program-para
           end-read
       end-perform.
       close ledger-file.

       move function current-date to current-date-value.
       move current-date-value(1:14) to run-stamp.
       open output statement-file.
       perform write-statement-header-para.
      *>  second pass, once per program: the ledger is in posting
       *>  order, so walking it from the top rebuilds each program's
       *>  running balance exactly as it was banked
       perform varying stm-idx from 1 by 1 until stm-idx > program-count
           perform write-program-statement-para
       end-perform.
       perform write-statement-summary-para.
       close statement-file.

       move statements-written to formatted-count.
       if untied-count > 0
           display function trim(formatted-count) " statement(s) written; some DO NOT TIE, see HQ9BSTM"
           move 8 to return-code
       else
           display function trim(formatted-count) " statement(s) written; see HQ9BSTM"
           move 0 to return-code
       end-if.
       stop run.

      *>  a record with no readable date cannot be placed in any
       *>  period; it is counted and left out
       collect-program-para.
       move ldg-timestamp(1:8) to date-digits.
       perform check-date-para.
       if not date-ok or ldg-program-name = spaces
           add 1 to records-skipped
           exit paragraph
       end-if.
       if ldg-timestamp(1:8) > to-date
           exit paragraph
       end-if.
       if program-filter not = spaces
          and function trim(ldg-program-name) not = function trim(program-filter)
           exit paragraph
       end-if.
      *>  find the name, or the slot it belongs in
       move 0 to insert-idx.
       perform varying stm-idx from 1 by 1
               until stm-idx > program-count or insert-idx not = 0
           if stm-name(stm-idx) >= ldg-program-name
               move stm-idx to insert-idx
           end-if
       end-perform.
       if insert-idx not = 0
           if stm-name(insert-idx) = ldg-program-name
               exit paragraph
           end-if
       end-if.
       if program-count >= max-programs
           add 1 to capacity-skipped
           exit paragraph
       end-if.
       if insert-idx = 0
           compute insert-idx = program-count + 1
       end-if.
       perform varying shift-idx from program-count by -1
               until shift-idx < insert-idx
           move stm-name(shift-idx) to stm-name(shift-idx + 1)
       end-perform.
       move ldg-program-name to stm-name(insert-idx).
       add 1 to program-count.

       write-statement-header-para.
       move spaces to statement-record.
       string "HQ9+ balance statement  " delimited by size
           run-stamp delimited by size
           into statement-record
       end-string.
       write statement-record.
       move spaces to statement-record.
       string "ledger: HQ9BLDG  period: " delimited by size
           from-date delimited by size
           " through " delimited by size
           to-date delimited by size
           into statement-record
       end-string.
       write statement-record.
       if program-filter not = spaces
           move spaces to statement-record
           string "program: " delimited by size
               function trim(program-filter) delimited by size
               into statement-record
           end-string
           write statement-record
       end-if.
       move spaces to statement-record.
       write statement-record.

       write-program-statement-para.
       move 0 to running-balance.
       move 0 to brought-forward.
       move 0 to period-activity.
       move 0 to period-movements.
       move 0 to memo-movements.
       move 0 to chain-breaks.
       move 'n' to production-seen-switch.
       move space to ledger-eof.
       move spaces to statement-record.
       string "program " delimited by size
           function trim(stm-name(stm-idx)) delimited by size
           into statement-record
       end-string.
       write statement-record.
       open input ledger-file.
       if ledger-status not = "00"
           display "unable to reopen balance ledger HQ9BLDG"
           close statement-file
           move 8 to return-code
           stop run
       end-if.
       perform until ledger-eof = 'y'
           read ledger-file
              at end move 'y' to ledger-eof
              not at end
                      if ldg-program-name = stm-name(stm-idx)
                          perform take-movement-para
                      end-if
           end-read
       end-perform.
       close ledger-file.
      *>  a program whose whole history predates the period still
       *>  gets its brought-forward line, written when the period's
       *>  first movement would have been
       if period-movements = 0 and memo-movements = 0
           perform write-brought-forward-para
       end-if.
       perform write-carried-forward-para.
       add 1 to statements-written.

       take-movement-para.
       move ldg-timestamp(1:8) to date-digits.
       perform check-date-para.
       if not date-ok or ldg-timestamp(1:8) > to-date
           exit paragraph
       end-if.
       if ldg-balance-file = "HQ9BAL"
           move 'y' to production-movement
       else
           move 'n' to production-movement
       end-if.
      *>  the first production movement on file seeds the chain with
       *>  its own opening, wherever it falls against the period, so
       *>  the chain is checked from the second movement on
       if production-movement = 'y' and not production-seen
           set production-seen to true
           move ldg-opening to running-balance
           move ldg-opening to brought-forward
       end-if.
       if ldg-timestamp(1:8) < from-date
           if production-movement = 'y'
               move ldg-closing to running-balance
               move ldg-closing to brought-forward
           end-if
           exit paragraph
       end-if.
       if period-movements = 0 and memo-movements = 0
           perform write-brought-forward-para
       end-if.
       if production-movement = 'y'
           add 1 to period-movements
           add ldg-activity to period-activity
           perform write-movement-para
           move ldg-closing to running-balance
       else
           add 1 to memo-movements
           perform write-memo-para
       end-if.

       write-brought-forward-para.
       move brought-forward to formatted-balance.
       move spaces to statement-record.
       string "  brought forward                         " delimited by size
           formatted-balance delimited by size
           into statement-record
       end-string.
       write statement-record.

      *>  one line per movement: when, what kind, by whom for a
       *>  reset, and the opening/activity/closing it banked.  the
       *>  line body is built unindented and indented once on the way
       *>  out, so what is appended after the fact does not cost the
       *>  line its leading spaces
       write-movement-para.
       move ldg-opening to formatted-opening.
       move ldg-activity to formatted-activity.
       move ldg-closing to formatted-balance.
       move spaces to statement-text.
       string ldg-timestamp delimited by size
           " " delimited by size
           ldg-source delimited by size
           " opening " delimited by size
           formatted-opening delimited by size
           " activity " delimited by size
           formatted-activity delimited by size
           " closing " delimited by size
           formatted-balance delimited by size
           into statement-text
       end-string.
       if ldg-user not = spaces
           string function trim(statement-text)
               " by " delimited by size
               function trim(ldg-user) delimited by size
               into statement-text
           end-string
       end-if.
       if ldg-opening not = running-balance
           add 1 to chain-breaks
           move running-balance to formatted-opening
           string function trim(statement-text)
               "  BREAK: previous closing " delimited by size
               function trim(formatted-opening) delimited by size
               into statement-text
           end-string
       end-if.
       move spaces to statement-record.
       string "  " delimited by size
           statement-text delimited by size
           into statement-record
       end-string.
       write statement-record.

       write-memo-para.
       move ldg-opening to formatted-opening.
       move ldg-activity to formatted-activity.
       move ldg-closing to formatted-balance.
       move spaces to statement-record.
       string "  " delimited by size
           ldg-timestamp delimited by size
           " " delimited by size
           ldg-source delimited by size
           " memo, not in totals: balance file " delimited by size
           function trim(ldg-balance-file) delimited by size
           " activity " delimited by size
           function trim(formatted-activity) delimited by size
           " closing " delimited by size
           function trim(formatted-balance) delimited by size
           into statement-record
       end-string.
       write statement-record.

      *>  brought forward plus the period's activity must come to
       *>  the balance carried forward; anything else is a statement
       *>  an auditor cannot sign off
       write-carried-forward-para.
       move running-balance to formatted-balance.
       move spaces to statement-record.
       string "  carried forward                         " delimited by size
           formatted-balance delimited by size
           into statement-record
       end-string.
       write statement-record.
       move period-activity to formatted-activity.
       move period-movements to formatted-count.
       move spaces to statement-record.
       string "  period activity " delimited by size
           function trim(formatted-activity) delimited by size
           " over " delimited by size
           function trim(formatted-count) delimited by size
           " movement(s)" delimited by size
           into statement-record
       end-string.
       write statement-record.
       compute tie-check = brought-forward + period-activity - running-balance.
       move spaces to statement-record.
       if tie-check = 0 and chain-breaks = 0
           move "  statement ties" to statement-record
       else
           add 1 to untied-count
           move chain-breaks to formatted-count
           string "  statement DOES NOT TIE; breaks in the chain: " delimited by size
               function trim(formatted-count) delimited by size
               into statement-record
           end-string
       end-if.
       write statement-record.
       move spaces to statement-record.
       write statement-record.

       write-statement-summary-para.
       move records-read to formatted-count.
       move spaces to statement-record.
       string "ledger records read:      " delimited by size
           function trim(formatted-count) delimited by size
           into statement-record
       end-string.
       write statement-record.
       move records-skipped to formatted-count.
       move spaces to statement-record.
       string "ledger records skipped:   " delimited by size
           function trim(formatted-count) delimited by size
           into statement-record
       end-string.
       write statement-record.
       move statements-written to formatted-count.
       move spaces to statement-record.
       string "statements written:       " delimited by size
           function trim(formatted-count) delimited by size
           into statement-record
       end-string.
       write statement-record.
       move untied-count to formatted-count.
       move spaces to statement-record.
       string "statements not tying:     " delimited by size
           function trim(formatted-count) delimited by size
           into statement-record
       end-string.
       write statement-record.
       move capacity-skipped to formatted-count.
       move spaces to statement-record.
       string "records beyond program limit: " delimited by size
           function trim(formatted-count) delimited by size
           into statement-record
       end-string.
       write statement-record.

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
