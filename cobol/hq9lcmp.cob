       >>source format free
identification division.
program-id. hq9lcmp.

environment division.
       input-output section.
           file-control.
           select library-file assign to library-filename
               organization is indexed
               access is dynamic
               record key is lib-key
               file status is library-status.
           select compare-report-file assign to "HQ9LCMP"
               organization is line sequential
               file status is compare-report-status.

data division.
       file section.
           fd library-file.
           copy "hq9plib.cpy".

           fd compare-report-file.
           01 compare-report-record pic x(140).

       working-storage section.
           01 library-filename pic x(100) value spaces.
           01 library-status pic xx value spaces.
           01 compare-report-status pic xx value spaces.
           01 cmd-arg1 pic x(100) value spaces.
           01 cmd-arg2 pic x(100) value spaces.
           01 cmd-arg3 pic x(100) value spaces.
           01 cmd-arg4 pic x(100) value spaces.
           01 cmd-arg5 pic x(100) value spaces.
           01 cmd-arg6 pic x(100) value spaces.
           01 arg-number pic 9(2).
           01 member-name pic x(30) value spaces.
           01 version-digits pic x(10) value spaces.
           01 version-length pic 9(2) value 0.
           01 version-idx pic 9(2) value 0.
           01 bad-version-switch pic x(1) value 'n'.
               88 bad-version value 'y'.
           01 wanted-version pic 9(4) value 0.
          *>  the side being fetched: its library, and the version
           *>  asked for (zero = the member's current version)
           01 fetch-library pic x(100) value spaces.
           01 fetch-version pic 9(4) value 0.
           01 fetch-eof pic a(1) value space.
           01 fetch-found pic x(1) value 'n'.
           01 fetch-key pic x(34) value spaces.
          *>  the two sides of the compare
           01 old-side.
               05 old-library pic x(100) value spaces.
               05 old-wanted pic 9(4) value 0.
               05 old-version pic 9(4) value 0.
               05 old-status pic x(1) value space.
               05 old-effective-date pic x(8) value spaces.
               05 old-author pic x(20) value spaces.
               05 old-text pic x(2000) value spaces.
               05 old-length pic 9(4) value 0.
           01 new-side.
               05 new-library pic x(100) value spaces.
               05 new-wanted pic 9(4) value 0.
               05 new-version pic 9(4) value 0.
               05 new-status pic x(1) value space.
               05 new-effective-date pic x(8) value spaces.
               05 new-author pic x(20) value spaces.
               05 new-text pic x(2000) value spaces.
               05 new-length pic 9(4) value 0.
          *>  instruction counts, old side then new side
           01 count-text pic x(2000) value spaces.
           01 count-length pic 9(4) value 0.
           01 count-idx pic 9(4) value 0.
           01 count-h pic 9(4) value 0.
           01 count-q pic 9(4) value 0.
           01 count-9 pic 9(4) value 0.
           01 count-p pic 9(4) value 0.
           01 count-plus pic 9(4) value 0.
           01 count-other pic 9(4) value 0.
           01 old-counts.
               05 old-count pic 9(4) occurs 6 times.
           01 new-counts.
               05 new-count pic 9(4) occurs 6 times.
           01 count-label-values.
               05 filler pic x(6) value "H     ".
               05 filler pic x(6) value "Q     ".
               05 filler pic x(6) value "9     ".
               05 filler pic x(6) value "P     ".
               05 filler pic x(6) value "+     ".
               05 filler pic x(6) value "other ".
           01 count-labels redefines count-label-values.
               05 count-label pic x(6) occurs 6 times.
           01 count-change pic s9(5) value 0.
          *>  the compare: the common prefix and suffix are set aside
           *>  and only the middle goes through the longest-common-
           *>  subsequence table; lcs-cell(i, j) is the length of the
           *>  longest common subsequence of the old middle from i on
           *>  and the new middle from j on
           01 prefix-length pic 9(4) value 0.
           01 suffix-length pic 9(4) value 0.
           01 mid-old-length pic 9(4) value 0.
           01 mid-new-length pic 9(4) value 0.
           01 max-middle pic 9(4) value 300.
           01 lcs-table.
               05 lcs-row occurs 301 times.
                   10 lcs-cell pic 9(4) comp occurs 301 times.
           01 diff-i pic 9(4) value 0.
           01 diff-j pic 9(4) value 0.
           01 walk-i pic 9(4) value 0.
           01 walk-j pic 9(4) value 0.
          *>  the run of differences being gathered into one hunk
           01 hunk-open pic x(1) value 'n'.
           01 hunk-old-start pic 9(4) value 0.
           01 hunk-old-count pic 9(4) value 0.
           01 hunk-new-start pic 9(4) value 0.
           01 hunk-new-count pic 9(4) value 0.
           01 hunk-word pic x(8) value spaces.
           01 hunk-count pic 9(5) value 0.
           01 changed-count pic 9(5) value 0.
           01 inserted-count pic 9(5) value 0.
           01 deleted-count pic 9(5) value 0.
           01 positions-inserted pic 9(5) value 0.
           01 positions-deleted pic 9(5) value 0.
           01 coarse-switch pic x(1) value 'n'.
               88 coarse-compare value 'y'.
           01 excerpt-text pic x(46) value spaces.
           01 excerpt-start pic 9(4) value 0.
           01 excerpt-count pic 9(4) value 0.
           01 range-text pic x(20) value spaces.
           01 range-start pic 9(4) value 0.
           01 range-count pic 9(4) value 0.
           01 range-end pic 9(4) value 0.
           01 formatted-version pic zzz9.
           01 formatted-position pic zzz9.
           01 formatted-position-2 pic zzz9.
           01 formatted-count pic zzzz9.
           01 formatted-count-2 pic zzzz9.
           01 formatted-change pic -(4)9.
           01 status-word pic x(8) value spaces.
           01 side-word pic x(3) value spaces.
           01 report-text pic x(138) value spaces.
           01 current-date-value pic x(21) value spaces.
           01 run-stamp pic x(14) value spaces.

procedure division.
      *>  what changed between two versions of a member: the
       *>  instruction positions inserted, deleted and changed, and
       *>  the H/Q/9/P/+ counts before and after, with the effective
       *>  date, author and status of each side.  the two sides are
       *>  two versions in one library, or the member as it stands in
       *>  two libraries -- the test and production libraries hq9lpro
       *>  promotes between -- where a version left off means the
       *>  member's current version in that library.  version 0
       *>  asks for the current version in either form
       *>      hq9lcmp library-file member old-version new-version
       *>      hq9lcmp ACROSS old-library new-library member
       *>              [old-version [new-version]]
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
       move 4 to arg-number.
       display arg-number upon argument-number.
       accept cmd-arg4 from argument-value
           on exception move spaces to cmd-arg4
       end-accept.
       move 5 to arg-number.
       display arg-number upon argument-number.
       accept cmd-arg5 from argument-value
           on exception move spaces to cmd-arg5
       end-accept.
       move 6 to arg-number.
       display arg-number upon argument-number.
       accept cmd-arg6 from argument-value
           on exception move spaces to cmd-arg6
       end-accept.

       if function upper-case(function trim(cmd-arg1)) = "ACROSS"
           if cmd-arg2 = spaces or cmd-arg3 = spaces or cmd-arg4 = spaces
               perform usage-para
           end-if
           move cmd-arg2 to old-library
           move cmd-arg3 to new-library
           move cmd-arg4(1:30) to member-name
           if cmd-arg5 not = spaces
               move cmd-arg5(1:10) to version-digits
               perform pick-version-para
               move wanted-version to old-wanted
           end-if
           if cmd-arg6 not = spaces
               move cmd-arg6(1:10) to version-digits
               perform pick-version-para
               move wanted-version to new-wanted
           end-if
       else
           if cmd-arg1 = spaces or cmd-arg2 = spaces or cmd-arg3 = spaces
              or cmd-arg4 = spaces or cmd-arg5 not = spaces
               perform usage-para
           end-if
           move cmd-arg1 to old-library
           move cmd-arg1 to new-library
           move cmd-arg2(1:30) to member-name
           move cmd-arg3(1:10) to version-digits
           perform pick-version-para
           move wanted-version to old-wanted
           move cmd-arg4(1:10) to version-digits
           perform pick-version-para
           move wanted-version to new-wanted
       end-if.

      *>  fetch each side in turn through the one library file
       move old-library to fetch-library.
       move old-wanted to fetch-version.
       perform fetch-version-para.
       move lib-version to old-version.
       move lib-status to old-status.
       move lib-effective-date to old-effective-date.
       move lib-author to old-author.
       move lib-instructions to old-text.
       move new-library to fetch-library.
       move new-wanted to fetch-version.
       perform fetch-version-para.
       move lib-version to new-version.
       move lib-status to new-status.
       move lib-effective-date to new-effective-date.
       move lib-author to new-author.
       move lib-instructions to new-text.

       move old-text to count-text.
       perform count-instructions-para.
       move count-length to old-length.
       move count-h to old-count(1).
       move count-q to old-count(2).
       move count-9 to old-count(3).
       move count-p to old-count(4).
       move count-plus to old-count(5).
       move count-other to old-count(6).
       move new-text to count-text.
       perform count-instructions-para.
       move count-length to new-length.
       move count-h to new-count(1).
       move count-q to new-count(2).
       move count-9 to new-count(3).
       move count-p to new-count(4).
       move count-plus to new-count(5).
       move count-other to new-count(6).

       move function current-date to current-date-value.
       move current-date-value(1:14) to run-stamp.
       open output compare-report-file.
       perform write-report-header-para.
       perform write-counts-para.
       perform compare-para.
       perform write-summary-para.
       close compare-report-file.

       move hunk-count to formatted-count.
       display "member " function trim(member-name) ": " function trim(formatted-count) " difference(s); see HQ9LCMP".
       move 0 to return-code.
       stop run.

       usage-para.
       display "usage: hq9lcmp library-file member-name old-version new-version".
       display "       hq9lcmp ACROSS old-library new-library member-name [old-version [new-version]]".
       move 8 to return-code.
       stop run.

      *>  the version asked for is read by key; the current version
       *>  is the last record under the name, the walk hq9p's
       *>  load-from-library-para makes.  a retired version is still
       *>  compared: backing out a retirement needs to see it too
       fetch-version-para.
       move fetch-library to library-filename.
       open input library-file.
       if library-status not = "00"
           display "unable to open library file " function trim(library-filename)
           move 8 to return-code
           stop run
       end-if.
       move 'n' to fetch-found.
       if fetch-version > 0
           move member-name to lib-program-name
           move fetch-version to lib-version
           read library-file
               invalid key continue
               not invalid key move 'y' to fetch-found
           end-read
       else
           move member-name to lib-program-name
           move 0 to lib-version
           move space to fetch-eof
           start library-file key >= lib-key
               invalid key move 'y' to fetch-eof
           end-start
           perform until fetch-eof = 'y'
               read library-file next
                  at end move 'y' to fetch-eof
                  not at end
                          if lib-program-name = member-name
                              move 'y' to fetch-found
                              move lib-key to fetch-key
                          else
                              move 'y' to fetch-eof
                          end-if
               end-read
           end-perform
      *>  the read that ran past the name overwrote the record area;
       *>  the last version under the name is read back by its key
           if fetch-found = 'y'
               move fetch-key to lib-key
               read library-file
                   invalid key move 'n' to fetch-found
               end-read
           end-if
       end-if.
       close library-file.
       if fetch-found not = 'y'
           if fetch-version > 0
               move fetch-version to formatted-version
               display "member " function trim(member-name) " version " function trim(formatted-version) " not in library " function trim(fetch-library)
           else
               display "member " function trim(member-name) " not in library " function trim(fetch-library)
           end-if
           move 8 to return-code
           stop run
       end-if.

      *>  the instructions of one side: its length, and how many of
       *>  each kind.  h and q count with H and Q, as hq9p counts
       *>  them; anything else is counted as other, so a stray
       *>  character introduced by an edit shows up in the counts
       count-instructions-para.
       move 0 to count-h.
       move 0 to count-q.
       move 0 to count-9.
       move 0 to count-p.
       move 0 to count-plus.
       move 0 to count-other.
       if count-text = spaces
           move 0 to count-length
       else
           move function length(function trim(count-text trailing)) to count-length
       end-if.
       perform varying count-idx from 1 by 1 until count-idx > count-length
           evaluate count-text(count-idx:1)
               when 'H' when 'h' add 1 to count-h
               when 'Q' when 'q' add 1 to count-q
               when '9' add 1 to count-9
               when 'P' when 'p' add 1 to count-p
               when '+' add 1 to count-plus
               when other add 1 to count-other
           end-evaluate
       end-perform.

       write-report-header-para.
       move spaces to compare-report-record.
       string "HQ9+ library member compare  " delimited by size
           run-stamp delimited by size
           into compare-report-record
       end-string.
       write compare-report-record.
       move spaces to compare-report-record.
       string "member: " delimited by size
           function trim(member-name) delimited by size
           into compare-report-record
       end-string.
       write compare-report-record.
       move "old" to side-word.
       move old-library to fetch-library.
       move old-version to formatted-version.
       move old-status to lib-status.
       move old-effective-date to lib-effective-date.
       move old-author to lib-author.
       move old-length to formatted-count.
       perform write-side-line-para.
       move "new" to side-word.
       move new-library to fetch-library.
       move new-version to formatted-version.
       move new-status to lib-status.
       move new-effective-date to lib-effective-date.
       move new-author to lib-author.
       move new-length to formatted-count.
       perform write-side-line-para.
       move spaces to compare-report-record.
       write compare-report-record.

       write-side-line-para.
       if lib-status = 'D'
           move "retired" to status-word
       else
           move "active" to status-word
       end-if.
       move spaces to compare-report-record.
       string side-word delimited by size
           ": library " delimited by size
           function trim(fetch-library) delimited by size
           "  version " delimited by size
           function trim(formatted-version) delimited by size
           "  " delimited by size
           function trim(status-word) delimited by size
           "  effective " delimited by size
           lib-effective-date delimited by size
           "  author " delimited by size
           function trim(lib-author) delimited by size
           "  length " delimited by size
           function trim(formatted-count) delimited by size
           into compare-report-record
       end-string.
       write compare-report-record.

       write-counts-para.
       move "instruction counts" to compare-report-record.
       write compare-report-record.
       perform varying count-idx from 1 by 1 until count-idx > 6
           perform write-count-line-para
       end-perform.
       move spaces to compare-report-record.
       write compare-report-record.

       write-count-line-para.
       move old-count(count-idx) to formatted-count.
       move new-count(count-idx) to formatted-count-2.
       compute count-change = new-count(count-idx) - old-count(count-idx).
       move count-change to formatted-change.
       move spaces to report-text.
       string count-label(count-idx) delimited by size
           " old " delimited by size
           formatted-count delimited by size
           "   new " delimited by size
           formatted-count-2 delimited by size
           "   change " delimited by size
           formatted-change delimited by size
           into report-text
       end-string.
       perform write-report-text-para.

      *>  set aside what the two sides share at either end, then
       *>  find the differences in what is left.  a middle longer
       *>  than the table holds on either side is reported as one
       *>  changed block rather than position by position
       compare-para.
       move "differences" to compare-report-record.
       write compare-report-record.
       move 0 to prefix-length.
       perform until prefix-length >= old-length
                  or prefix-length >= new-length
                  or old-text(prefix-length + 1:1) not = new-text(prefix-length + 1:1)
           add 1 to prefix-length
       end-perform.
       move 0 to suffix-length.
       perform until suffix-length >= old-length - prefix-length
                  or suffix-length >= new-length - prefix-length
                  or old-text(old-length - suffix-length:1) not = new-text(new-length - suffix-length:1)
           add 1 to suffix-length
       end-perform.
       compute mid-old-length = old-length - prefix-length - suffix-length.
       compute mid-new-length = new-length - prefix-length - suffix-length.
       if mid-old-length = 0 and mid-new-length = 0
           move "  none: the instructions are identical" to compare-report-record
           write compare-report-record
           move spaces to compare-report-record
           write compare-report-record
           exit paragraph
       end-if.
       if mid-old-length > max-middle or mid-new-length > max-middle
           set coarse-compare to true
           compute hunk-old-start = prefix-length + 1
           move mid-old-length to hunk-old-count
           compute hunk-new-start = prefix-length + 1
           move mid-new-length to hunk-new-count
           perform write-hunk-para
       else
           perform build-lcs-para
           perform walk-lcs-para
       end-if.
       move spaces to compare-report-record.
       write compare-report-record.

       build-lcs-para.
       initialize lcs-table.
       perform varying diff-i from mid-old-length by -1 until diff-i = 0
           perform varying diff-j from mid-new-length by -1 until diff-j = 0
               perform lcs-cell-para
           end-perform
       end-perform.

       lcs-cell-para.
       if old-text(prefix-length + diff-i:1) = new-text(prefix-length + diff-j:1)
           compute lcs-cell(diff-i, diff-j) = lcs-cell(diff-i + 1, diff-j + 1) + 1
       else
           if lcs-cell(diff-i + 1, diff-j) >= lcs-cell(diff-i, diff-j + 1)
               move lcs-cell(diff-i + 1, diff-j) to lcs-cell(diff-i, diff-j)
           else
               move lcs-cell(diff-i, diff-j + 1) to lcs-cell(diff-i, diff-j)
           end-if
       end-if.

      *>  walk both middles front to back along the table: a match
       *>  closes any open hunk, a deletion or insertion opens or
       *>  extends one
       walk-lcs-para.
       move 1 to walk-i.
       move 1 to walk-j.
       move 'n' to hunk-open.
       perform until walk-i > mid-old-length and walk-j > mid-new-length
           evaluate true
               when walk-i > mid-old-length
                   perform take-insert-para
               when walk-j > mid-new-length
                   perform take-delete-para
               when old-text(prefix-length + walk-i:1) = new-text(prefix-length + walk-j:1)
                   if hunk-open = 'y'
                       perform write-hunk-para
                   end-if
                   add 1 to walk-i
                   add 1 to walk-j
               when lcs-cell(walk-i + 1, walk-j) >= lcs-cell(walk-i, walk-j + 1)
                   perform take-delete-para
               when other
                   perform take-insert-para
           end-evaluate
       end-perform.
       if hunk-open = 'y'
           perform write-hunk-para
       end-if.

       open-hunk-para.
       if hunk-open not = 'y'
           move 'y' to hunk-open
           compute hunk-old-start = prefix-length + walk-i
           move 0 to hunk-old-count
           compute hunk-new-start = prefix-length + walk-j
           move 0 to hunk-new-count
       end-if.

       take-delete-para.
       perform open-hunk-para.
       add 1 to hunk-old-count.
       add 1 to walk-i.

       take-insert-para.
       perform open-hunk-para.
       add 1 to hunk-new-count.
       add 1 to walk-j.

      *>  one hunk: both sides touched is a change, one side only is
       *>  an insertion or a deletion.  the side a hunk does not touch
       *>  is shown by the position it falls before
       write-hunk-para.
       move 'n' to hunk-open.
       add 1 to hunk-count.
       add hunk-old-count to positions-deleted.
       add hunk-new-count to positions-inserted.
       evaluate true
           when hunk-old-count > 0 and hunk-new-count > 0
               move "CHANGED" to hunk-word
               add 1 to changed-count
           when hunk-old-count > 0
               move "DELETED" to hunk-word
               add 1 to deleted-count
           when other
               move "INSERTED" to hunk-word
               add 1 to inserted-count
       end-evaluate.
       move spaces to report-text.
       string hunk-word delimited by size
           "  old " delimited by size
           into report-text
       end-string.
       move hunk-old-start to range-start.
       move hunk-old-count to range-count.
       perform format-range-para.
       string function trim(report-text)
           " " delimited by size
           function trim(range-text) delimited by size
           into report-text
       end-string.
       if hunk-old-count > 0
           move hunk-old-start to excerpt-start
           move hunk-old-count to excerpt-count
           move old-text(excerpt-start:) to count-text
           perform format-excerpt-para
           string function trim(report-text)
               " " delimited by size
               function trim(excerpt-text) delimited by size
               into report-text
           end-string
       end-if.
       string function trim(report-text)
           "  new " delimited by size
           into report-text
       end-string.
       move hunk-new-start to range-start.
       move hunk-new-count to range-count.
       perform format-range-para.
       string function trim(report-text)
           " " delimited by size
           function trim(range-text) delimited by size
           into report-text
       end-string.
       if hunk-new-count > 0
           move hunk-new-start to excerpt-start
           move hunk-new-count to excerpt-count
           move new-text(excerpt-start:) to count-text
           perform format-excerpt-para
           string function trim(report-text)
               " " delimited by size
               function trim(excerpt-text) delimited by size
               into report-text
           end-string
       end-if.
       perform write-report-text-para.

      *>  "positions a-b", "position a", or "before position a"
       *>  for a side the hunk leaves alone
       format-range-para.
       move spaces to range-text.
       move range-start to formatted-position.
       if range-count = 0
           string "before " delimited by size
               function trim(formatted-position) delimited by size
               into range-text
           end-string
       else
           if range-count = 1
               move formatted-position to range-text
           else
               compute range-end = range-start + range-count - 1
               move range-end to formatted-position-2
               string function trim(formatted-position) delimited by size
                   "-" delimited by size
                   function trim(formatted-position-2) delimited by size
                   into range-text
               end-string
           end-if
       end-if.

      *>  the first forty instructions of a hunk side, quoted, with
       *>  an ellipsis when there are more
       format-excerpt-para.
       move spaces to excerpt-text.
       if excerpt-count > 40
           string "'" delimited by size
               count-text(1:40) delimited by size
               "...'" delimited by size
               into excerpt-text
           end-string
       else
           string "'" delimited by size
               count-text(1:excerpt-count) delimited by size
               "'" delimited by size
               into excerpt-text
           end-string
       end-if.

       write-summary-para.
       move hunk-count to formatted-count.
       move changed-count to formatted-count-2.
       move spaces to report-text.
       string "differences: " delimited by size
           function trim(formatted-count) delimited by size
           "  changed " delimited by size
           function trim(formatted-count-2) delimited by size
           into report-text
       end-string.
       move inserted-count to formatted-count.
       move deleted-count to formatted-count-2.
       string function trim(report-text)
           "  inserted " delimited by size
           function trim(formatted-count) delimited by size
           "  deleted " delimited by size
           function trim(formatted-count-2) delimited by size
           into report-text
       end-string.
       move report-text to compare-report-record.
       write compare-report-record.
       move positions-deleted to formatted-count.
       move positions-inserted to formatted-count-2.
       move spaces to compare-report-record.
       string "instruction positions: old " delimited by size
           function trim(formatted-count) delimited by size
           " taken out, new " delimited by size
           function trim(formatted-count-2) delimited by size
           " put in" delimited by size
           into compare-report-record
       end-string.
       write compare-report-record.
       if coarse-compare
           move "middle section too long to compare position by position; reported as one changed block" to compare-report-record
           write compare-report-record
       end-if.

       write-report-text-para.
       move spaces to compare-report-record.
       string "  " delimited by size
           report-text delimited by size
           into compare-report-record
       end-string.
       write compare-report-record.

      *>  version-digits must be one to four digits; the value lands
       *>  in wanted-version, or the run ends
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
       if bad-version
           display "version must be one to four digits"
           move 8 to return-code
           stop run
       end-if.
