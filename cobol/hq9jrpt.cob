       end-if.
       add 1 to steps-reported.
       add 1 to job-step-count.
      *>  a bypassed step never ran: it is listed, but it is not
       *>  held against a budget, is never the night's slowest, and
       *>  takes no part in the trend
       if step-result = "BYPASS"
           move 'n' to over-budget-switch
           perform write-step-line-para
           exit paragraph
       end-if.
       if step-elapsed > slow-step-secs or slow-step-name = spaces
           move step-program to slow-step-name
           move step-elapsed to slow-step-secs
