               05 retired-name pic x(30) occurs 500 times.
           01 retired-idx pic 9(4) value 0.
           01 retired-overflow pic x(1) value 'n'.
          *>  a control statement's words, split the way hq9batch
           *>  splits them; options (words with an = in them) may sit
           *>  anywhere on the line, so the operands are picked from
           *>  the words that are not options
           01 ctl-word-table.
               05 ctl-word pic x(100) occurs 12 times.
           01 ctl-word-idx pic 9(2) value 0.
           01 ctl-equals-count pic 9(4) value 0.
           01 ctl-operand-count pic 9(2) value 0.
           01 step-token-1 pic x(100) value spaces.
           01 step-token-2 pic x(100) value spaces.
           01 step-token-3 pic x(100) value spaces.
       move spaces to step-token-1.
       move spaces to step-token-2.
       move spaces to step-token-3.
       move spaces to ctl-word-table.
       move 0 to ctl-operand-count.
       unstring ctl-line delimited by all space
           into ctl-word(1) ctl-word(2) ctl-word(3) ctl-word(4)
                ctl-word(5) ctl-word(6) ctl-word(7) ctl-word(8)
                ctl-word(9) ctl-word(10) ctl-word(11) ctl-word(12)
       end-unstring.
       perform varying ctl-word-idx from 1 by 1
               until ctl-word-idx > 12 or ctl-operand-count >= 3
           if ctl-word(ctl-word-idx) not = spaces
               move 0 to ctl-equals-count
               inspect ctl-word(ctl-word-idx) tallying ctl-equals-count for all "="
               if ctl-equals-count = 0
                   add 1 to ctl-operand-count
                   evaluate ctl-operand-count
                       when 1 move ctl-word(ctl-word-idx) to step-token-1
                       when 2 move ctl-word(ctl-word-idx) to step-token-2
                       when 3 move ctl-word(ctl-word-idx) to step-token-3
                   end-evaluate
               end-if
           end-if
       end-perform.
       if function upper-case(function trim(step-token-1)) not = "LIB"
           exit paragraph
       end-if.
