      *>  record layout for the HQ9+ exception event feed HQ9EVNT.
       *>  hq9excp gathers the night's exceptions from the files the
       *>  other programs leave behind and appends one record per
       *>  event for the shop's monitoring system to pick up.  the
       *>  fields sit in fixed columns with a space between them so
       *>  the feed still reads as text
       01 event-record.
      *>  runs on from feed to feed and never repeats
           05 evt-sequence pic 9(9).
           05 filler pic x(1).
      *>  when the exception happened, or when the check that found
       *>  it ran, for a source that stamps only its report
           05 evt-timestamp pic x(14).
           05 filler pic x(1).
           05 evt-severity pic x(8).
               88 evt-critical value "CRITICAL".
               88 evt-major value "MAJOR".
               88 evt-minor value "MINOR".
           05 filler pic x(1).
      *>  the program that reported the exception
           05 evt-source pic x(8).
           05 filler pic x(1).
      *>  what it is about: a program, a library member, a job step
           05 evt-object pic x(100).
           05 filler pic x(1).
           05 evt-message pic x(150).
