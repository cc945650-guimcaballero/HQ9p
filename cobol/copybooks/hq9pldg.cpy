      *>  record layout for the HQ9+ balance posting ledger HQ9BLDG.
       *>  every movement of a persistent balance appends one record:
       *>  a completed run banking its closing balance, an operator
       *>  reset through hq9bres, or a certification run banking into
       *>  its scratch balance file.  nothing is ever rewritten, so
       *>  any closing balance on HQ9BAL can be tied back to the
       *>  movements that produced it.  the fields sit in fixed
       *>  columns with a space between them so the file still reads
       *>  as text
       01 ledger-record.
           05 ldg-program-name pic x(100).
           05 filler pic x(1).
           05 ldg-timestamp pic x(14).
           05 filler pic x(1).
           05 ldg-source pic x(5).
               88 ldg-from-run value "RUN".
               88 ldg-from-reset value "RESET".
               88 ldg-from-certification value "CERT".
           05 filler pic x(1).
           05 ldg-opening pic 9(5).
           05 filler pic x(1).
      *>  a reset can move a balance down, so the activity is signed
           05 ldg-activity pic s9(5) sign is leading separate.
           05 filler pic x(1).
           05 ldg-closing pic 9(5).
           05 filler pic x(1).
      *>  who made a reset; blank on a run
           05 ldg-user pic x(20).
           05 filler pic x(1).
      *>  the balance file the movement was banked into
           05 ldg-balance-file pic x(100).
