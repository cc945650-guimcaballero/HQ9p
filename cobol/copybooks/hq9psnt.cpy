      *>  record layout for HQ9ESNT, the events hq9excp has already
       *>  sent.  the file is indexed on snt-key: the reporting program
       *>  and the text that identifies one exception, so an exception
       *>  found again on a rerun, or still standing in a report that
       *>  is rewritten every night, is sent once.  one control record,
       *>  keyed on snt-control-source, carries the last sequence
       *>  number handed out
       01 sent-record.
           05 snt-key.
               10 snt-source pic x(8).
                   88 snt-control value "*CONTROL".
               10 snt-event-key pic x(232).
           05 snt-sequence pic 9(9).
           05 snt-sent-timestamp pic x(14).
