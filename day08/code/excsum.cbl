       identification division.
       program-id. aoc2023-day08-excsum.
       environment division.
       input-output section.
       file-control.
           select excp-file assign to "EXCPFILE"
               organization is line sequential
               file status is excp-file-status.
           select excs-rpt-file assign to "EXCSRPT"
               organization is line sequential.
           select excs-feed-file assign to "EXCSFEED"
               organization is line sequential.
       data division.
       file section.
      * the exception feed every program in the suite appends its
      * problems to, one fixed layout for all of them, for the
      * operations console and the morning summary this program
      * builds from it.
       fd excp-file
           record contains 250 characters.
       01 excp-record.
           05 excp-rec-program pic x(20).
           05 excp-rec-map-id pic x(44).
           05 excp-rec-severity pic x(7).
           05 excp-rec-code pic x(8).
           05 excp-rec-key pic x(60).
           05 excp-rec-message pic x(80).
           05 excp-rec-timestamp pic x(21).
           05 filler pic x(10).
       fd excs-rpt-file
           record contains 132 characters.
       01 excs-rpt-record pic x(132).
      * the same exceptions as "|"-split fields for the console and
      * ticketing load: HDR, one EXC line per exception in report
      * order, TRL with the count.
       fd excs-feed-file
           record contains 300 characters.
       01 excs-feed-record pic x(300).
       working-storage section.
       01 excp-file-status pic xx value spaces.
      * one exception's details, set just before log-exception: the
      * level follows the return-code scheme (4 a warning, 8 an
      * error, 12 severe), the code is a short fixed word the console
      * can route on, and the key is the node, map, queue id or
      * dataset the exception is about.
       01 exception-level pic 99 value 0.
       01 exception-code pic x(8).
       01 exception-key pic x(60).
       01 exception-text pic x(80).
       01 exception-map-id pic x(44) value spaces.
      * same return-code scheme as the main program: 0 clean, 4
      * warning, 8 data failure, 12 environment failure.
      * the summary covers entries logged on or after this date; the
      * default is yesterday, so a morning run picks up the whole of
      * the night's batch.
       01 excs-from-date pic x(8) value spaces.
       01 excs-timestamp pic x(21).
       01 today-integer pic 9(8).
       01 from-date-num pic 9(8).
       01 eof pic 9 value 0.
       01 entries-read pic 9(7) value 0.
       01 entries-older pic 9(7) value 0.
       01 severe-count pic 9(5) value 0.
       01 error-count pic 9(5) value 0.
       01 warning-count pic 9(5) value 0.

      * every exception in the window, sorted by severity (most
      * severe first), then program, then time once the whole file
      * has been read.
       01 max-excs-count pic 9(5) value 5000.
       01 excs-count pic 9(5) value 0.
       01 excs-table occurs 0 to 5000 times
                     depending on excs-count.
           05 excs-rank pic 9.
           05 excs-program pic x(20).
           05 excs-timestamp-ent pic x(21).
           05 excs-severity pic x(7).
           05 excs-code pic x(8).
           05 excs-map-id pic x(44).
           05 excs-key pic x(60).
           05 excs-message pic x(80).
       01 excs-idx pic 9(5).
       01 group-idx pic 9(5).
       01 excs-overflow pic x value "N".
       01 last-severity pic x(7).
       01 last-program pic x(20).
       01 group-count pic 9(5).
       01 count-display pic z(6)9.
       01 count-display-2 pic z(6)9.
       01 count-display-3 pic z(6)9.
       01 feed-line-ptr pic 999.
       procedure division.
       main-line.
           accept excs-from-date from argument-value
               on exception continue
           end-accept
           move function current-date to excs-timestamp
           if excs-from-date = spaces
               compute today-integer =
                   function integer-of-date
                       (function numval (excs-timestamp(1:8)))
               compute from-date-num =
                   function date-of-integer (today-integer - 1)
               move from-date-num to excs-from-date
           end-if
           if excs-from-date is not numeric
               display "AOCDAY08-EXCSUM: FROM DATE MUST BE YYYYMMDD, "
                   "GOT " excs-from-date
               move 8 to exception-level
               move "BADARG" to exception-code
               move excs-from-date to exception-key
               move "FROM DATE MUST BE YYYYMMDD" to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if

      * a feed that has never been written just means nothing has
      * gone wrong since it was set up, which is a clean summary.
           open input excp-file
           if excp-file-status = "35"
               move 1 to eof
           else
               if excp-file-status not = "00"
                   display "AOCDAY08-EXCSUM: UNABLE TO OPEN EXCPFILE, "
                       "STATUS=" excp-file-status
                   move 12 to exception-level
                   move "OPENFAIL" to exception-code
                   move "EXCPFILE" to exception-key
                   move spaces to exception-text
                   string "UNABLE TO OPEN, STATUS=" excp-file-status
                       delimited by size into exception-text
                   end-string
                   perform log-exception
                   move 12 to return-code
                   stop run
               end-if
           end-if
           perform until eof = 1
               read excp-file
                   at end move 1 to eof
               end-read
               if eof = 0 and excp-record not = spaces
                   add 1 to entries-read
                   perform load-one-exception
               end-if
           end-perform
           if excp-file-status not = "35"
               close excp-file
           end-if

           if excs-count > 0
               sort excs-table on ascending key excs-rank
                   excs-program excs-timestamp-ent
           end-if

           open output excs-rpt-file
           open output excs-feed-file
           perform write-summary-report
           perform write-summary-feed
           close excs-rpt-file
           close excs-feed-file

           move severe-count to count-display
           move error-count to count-display-2
           move warning-count to count-display-3
           display "AOCDAY08-EXCSUM: SEVERE="
               function trim (count-display leading)
               " ERROR=" function trim (count-display-2 leading)
               " WARNING=" function trim (count-display-3 leading)
               " SINCE " excs-from-date ", SEE EXCSRPT"
      * the summary itself only flags that the night needs a look;
      * warnings alone leave it clean.
           if (severe-count not = 0 or error-count not = 0)
                   and return-code < 4
               move 4 to return-code
           end-if
           if excs-overflow = "Y"
               move max-excs-count to count-display
               display "AOCDAY08-EXCSUM: EXCEPTION TABLE FULL AT "
                   function trim (count-display leading)
                   " ENTRIES, LATER EXCEPTIONS NOT LISTED"
               if return-code < 8
                   move 8 to return-code
               end-if
           end-if
           stop run.

      * a "|" inside a key or message would split a feed field, so it
      * becomes a plain "/" on the way into the table.
       load-one-exception.
           if excp-rec-timestamp(1:8) < excs-from-date
               add 1 to entries-older
           else
               if excs-count = max-excs-count
                   move "Y" to excs-overflow
               else
                   add 1 to excs-count
                   evaluate excp-rec-severity
                       when "SEVERE"
                           move 1 to excs-rank(excs-count)
                           add 1 to severe-count
                       when "ERROR"
                           move 2 to excs-rank(excs-count)
                           add 1 to error-count
                       when "WARNING"
                           move 3 to excs-rank(excs-count)
                           add 1 to warning-count
                       when other
                           move 9 to excs-rank(excs-count)
                   end-evaluate
                   move excp-rec-program to excs-program(excs-count)
                   move excp-rec-timestamp
                       to excs-timestamp-ent(excs-count)
                   move excp-rec-severity to excs-severity(excs-count)
                   move excp-rec-code to excs-code(excs-count)
                   move excp-rec-map-id to excs-map-id(excs-count)
                   move excp-rec-key to excs-key(excs-count)
                   move excp-rec-message to excs-message(excs-count)
                   inspect excs-key(excs-count) replacing all "|" by "/"
                   inspect excs-message(excs-count)
                       replacing all "|" by "/"
               end-if
           end-if.

      * one section per severity, one group per program inside it,
      * each headed by its count so the night's picture reads off
      * the headings before anyone gets to the detail.
       write-summary-report.
           move spaces to excs-rpt-record
           string "EXCEPTION SUMMARY FOR ENTRIES SINCE " excs-from-date
               " PRODUCED " excs-timestamp
               delimited by size into excs-rpt-record
           end-string
           write excs-rpt-record
           move severe-count to count-display
           move error-count to count-display-2
           move warning-count to count-display-3
           move spaces to excs-rpt-record
           string "SEVERE=" function trim (count-display leading)
               " ERROR=" function trim (count-display-2 leading)
               " WARNING=" function trim (count-display-3 leading)
               delimited by size into excs-rpt-record
           end-string
           write excs-rpt-record
           if excs-count = 0
               move "  NO EXCEPTIONS LOGGED" to excs-rpt-record
               write excs-rpt-record
           end-if
           move spaces to last-severity
           move spaces to last-program
           perform varying excs-idx from 1 by 1
                   until excs-idx > excs-count
               if excs-severity(excs-idx) not = last-severity
                   perform write-severity-heading
               end-if
               if excs-program(excs-idx) not = last-program
                   perform write-program-heading
               end-if
               perform write-one-exception
           end-perform
           move entries-read to count-display
           move entries-older to count-display-2
           move spaces to excs-rpt-record
           string "EXCPFILE ENTRIES READ="
               function trim (count-display leading)
               " OLDER THAN " excs-from-date "="
               function trim (count-display-2 leading)
               delimited by size into excs-rpt-record
           end-string
           write excs-rpt-record
           if excs-overflow = "Y"
               move max-excs-count to count-display
               move spaces to excs-rpt-record
               string "SUMMARY TRUNCATED AT "
                   function trim (count-display leading) " EXCEPTIONS"
                   delimited by size into excs-rpt-record
               end-string
               write excs-rpt-record
           end-if.

       write-severity-heading.
           move excs-severity(excs-idx) to last-severity
           move spaces to last-program
           evaluate excs-rank(excs-idx)
               when 1
                   move severe-count to count-display
               when 2
                   move error-count to count-display
               when 3
                   move warning-count to count-display
               when other
                   move 0 to group-count
                   perform varying group-idx from excs-idx by 1
                           until group-idx > excs-count
                       if excs-rank(group-idx) = 9
                           add 1 to group-count
                       end-if
                   end-perform
                   move group-count to count-display
           end-evaluate
           move spaces to excs-rpt-record
           write excs-rpt-record
           string "SEVERITY " excs-severity(excs-idx) " - "
               function trim (count-display leading)
               " EXCEPTION(S)"
               delimited by size into excs-rpt-record
           end-string
           write excs-rpt-record.

       write-program-heading.
           move excs-program(excs-idx) to last-program
           move 0 to group-count
           perform varying group-idx from excs-idx by 1
                   until group-idx > excs-count
                   or excs-program(group-idx) not = last-program
                   or excs-severity(group-idx) not = last-severity
               add 1 to group-count
           end-perform
           move group-count to count-display
           move spaces to excs-rpt-record
           string "  PROGRAM " function trim (last-program) " - "
               function trim (count-display leading)
               delimited by size into excs-rpt-record
           end-string
           write excs-rpt-record
           move spaces to excs-rpt-record
           string "    TIMESTAMP      CODE     KEY              "
               "MAPID                MESSAGE"
               delimited by size into excs-rpt-record
           end-string
           write excs-rpt-record.

       write-one-exception.
           move spaces to excs-rpt-record
           string "    " excs-timestamp-ent(excs-idx)(1:14)
               " " excs-code(excs-idx)
               " " excs-key(excs-idx)(1:16)
               " " excs-map-id(excs-idx)(1:20)
               " " excs-message(excs-idx)
               delimited by size into excs-rpt-record
           end-string
           write excs-rpt-record.

       write-summary-feed.
           move excs-count to count-display
           move spaces to excs-feed-record
           string "HDR|EXCSUM|" excs-from-date "|" excs-timestamp
               "|" function trim (count-display leading)
               delimited by size into excs-feed-record
           end-string
           write excs-feed-record
           perform varying excs-idx from 1 by 1
                   until excs-idx > excs-count
               move spaces to excs-feed-record
               move 1 to feed-line-ptr
               string "EXC|" function trim (excs-severity(excs-idx))
                   "|" function trim (excs-program(excs-idx))
                   "|" function trim (excs-map-id(excs-idx))
                   "|" function trim (excs-code(excs-idx))
                   "|" function trim (excs-key(excs-idx))
                   "|" function trim (excs-message(excs-idx))
                   "|" excs-timestamp-ent(excs-idx)
                   delimited by size
                   into excs-feed-record with pointer feed-line-ptr
               end-string
               write excs-feed-record
           end-perform
           move spaces to excs-feed-record
           string "TRL|" function trim (count-display leading)
               delimited by size into excs-feed-record
           end-string
           write excs-feed-record.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08-EXCSUM" to excp-rec-program
           move exception-map-id to excp-rec-map-id
           evaluate exception-level
               when 4
                   move "WARNING" to excp-rec-severity
               when 8
                   move "ERROR" to excp-rec-severity
               when other
                   move "SEVERE" to excp-rec-severity
           end-evaluate
           move exception-code to excp-rec-code
           move exception-key to excp-rec-key
           move exception-text to excp-rec-message
           move function current-date to excp-rec-timestamp
           open extend excp-file
           if excp-file-status = "35"
               open output excp-file
           end-if
           if excp-file-status = "00"
               write excp-record
               close excp-file
           else
               display "AOCDAY08-EXCSUM: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key
           move spaces to exception-map-id.
