           01 report-table.
               05 report-entry occurs 2000 times.
                   10 rpt-name pic x(100).
                   10 rpt-timestamp pic x(14).
                   10 rpt-h pic 9(7).
                   10 rpt-q pic 9(7).
                   10 rpt-9 pic 9(7).
          *>  report-block parsing
           01 block-open pic x(1) value 'n'.
           01 block-name pic x(100) value spaces.
           01 block-timestamp pic x(14) value spaces.
           01 block-h pic 9(7) value 0.
           01 block-q pic 9(7) value 0.
           01 block-9 pic 9(7) value 0.
       close report-file.

      *>  a summary header opens a new block; the counter lines that
       *>  follow fill it in, and its run timestamp names the block
       *>  should it be left an orphan.  lines the report carries
       *>  that the audit record has no counterpart for (verse
       *>  counts, the balance movement lines) are simply passed over
       take-report-line-para.
       if report-record(1:21) = summary-prefix
           perform close-block-para
           move 'y' to block-open
           move report-record(22:100) to block-name
           move spaces to block-timestamp
           move 0 to block-h
           move 0 to block-q
           move 0 to block-9
               perform pick-block-number-para
               move token-number to block-accum
               perform count-block-field-para
           when "run timestamp"
               move function trim(right-part) to block-timestamp
           when other
               continue
       end-evaluate.
               end-if
               add 1 to report-count
               move block-name to rpt-name(report-count)
               move block-timestamp to rpt-timestamp(report-count)
               move block-h to rpt-h(report-count)
               move block-q to rpt-q(report-count)
               move block-9 to rpt-9(report-count)
       end-string.
       write exception-report-record.

      *>  a block written before the report was dated has no run
       *>  timestamp to give
       write-orphan-report-para.
       move spaces to exception-report-record.
       string "ORPHAN    report block without audit entry: " delimited by size
           function trim(rpt-name(rpt-idx)) delimited by size
           into exception-report-record
       end-string.
       if rpt-timestamp(rpt-idx) not = spaces
           string function trim(exception-report-record) delimited by size
               " run " delimited by size
               rpt-timestamp(rpt-idx) delimited by size
               into exception-report-record
           end-string
       end-if.
       write exception-report-record.

       write-summary-para.
