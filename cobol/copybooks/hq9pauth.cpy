      *>  record layout for the HQ9+ authorization file HQ9AUTH.
       *>  the file is indexed on auth-key: one record per user per
       *>  library, holding Y for each function the user may perform
       *>  against that library.  a record whose library is * applies
       *>  to every library, and it is the only record consulted for
       *>  the functions no library owns: breaking the run lock,
       *>  resetting a balance, maintaining this file and resubmitting
       *>  the batch from the operations panel.  a user with
       *>  no record may do none of them.  records are kept with
       *>  hq9amnt and listed for access review by hq9arpt
       01 auth-record.
           05 auth-key.
      *>  the login name, upper case
               10 auth-user pic x(20).
      *>  the library file name as the programs are given it, or *
               10 auth-library pic x(100).
           05 auth-functions.
               10 auth-run pic x(1).
               10 auth-maintain pic x(1).
               10 auth-promote pic x(1).
               10 auth-lock-break pic x(1).
               10 auth-balance-reset pic x(1).
               10 auth-security-admin pic x(1).
               10 auth-batch-resubmit pic x(1).
               10 filler pic x(9).
      *>  the same flags by number, in the order above, for the
       *>  programs that check one function by its position
           05 auth-function-table redefines auth-functions.
               10 auth-function-flag pic x(1) occurs 16 times.
           05 auth-granted-by pic x(20).
           05 auth-granted-date pic x(8).
