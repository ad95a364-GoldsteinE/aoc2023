               file status is stat-file-status.
           select feed-file assign to "PLANFEED"
               organization is line sequential.
           select excp-file assign to "EXCPFILE"
               organization is line sequential
               file status is excp-file-status.
       data division.
       file section.
       fd audit-file
       fd feed-file
           record contains 160 characters.
       01 feed-file-record pic x(160).
      * the exception feed every program in the suite appends its
      * problems to, one fixed layout for all of them, for the
      * operations console and the morning summary the
      * AOC2023-DAY08-EXCSUM program builds from it.
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
       01 audit-file-status pic xx value spaces.
       01 stat-file-status pic xx value spaces.
      * same return-code scheme as the main program: 0 clean, 4
           if stat-file-status not = "00"
               display "AOCDAY08-EXTRACT: UNABLE TO OPEN STATRPT, "
                   "STATUS=" stat-file-status
               move 12 to exception-level
               move "OPENFAIL" to exception-code
               move "STATRPT" to exception-key
               move spaces to exception-text
               string "UNABLE TO OPEN, STATUS=" stat-file-status
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
               stop run
           end-if
               display "AOCDAY08-EXTRACT: STATISTICS TABLE FULL AT "
                   function trim (max-block-count)
                   " ENTRIES, STATRPT TOO LARGE"
               move 8 to exception-level
               move "TBLFULL" to exception-code
               move "STATRPT" to exception-key
               move "STATISTICS TABLE FULL, STATRPT TOO LARGE"
                   to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           move 0 to blk-audit-idx(block-count)
           move "N" to blk-matched(block-count)
           unstring stat-line delimited by
               "PART=" or " MAPID=" or " TIMESTAMP="
               into parsed-dummy, blk-part(block-count),
                   blk-map-id(block-count)
           end-unstring.
           if audit-file-status not = "00"
               display "AOCDAY08-EXTRACT: UNABLE TO OPEN AUDITLOG, "
                   "STATUS=" audit-file-status
               move 12 to exception-level
               move "OPENFAIL" to exception-code
               move "AUDITLOG" to exception-key
               move spaces to exception-text
               string "UNABLE TO OPEN, STATUS=" audit-file-status
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
               stop run
           end-if
                       display "AOCDAY08-EXTRACT: AUDIT TABLE FULL "
                           "AT " function trim (max-audit-count)
                           " ENTRIES, AUDITLOG TOO LARGE"
                       move 8 to exception-level
                       move "TBLFULL" to exception-code
                       move "AUDITLOG" to exception-key
                       move "AUDIT TABLE FULL, AUDITLOG TOO LARGE"
                           to exception-text
                       perform log-exception
                       move 8 to return-code
                       stop run
                   end-if
      * a block with no audit line still goes to the feed - the
      * elapsed numbers are real - but with its steps and timestamp
      * blank rather than borrowed from some other run's line.
               move 4 to exception-level
               move "NOMATCH" to exception-code
               move blk-map-id(block-idx) to exception-map-id
               move blk-map-id(block-idx) to exception-key
               move "STATRPT BLOCK WITHOUT A MATCHING AUDITLOG LINE"
                   to exception-text
               perform log-exception
               add 1 to runs-unmatched
               move spaces to feed-steps
               move spaces to feed-timestamp
           end-if
           move feed-record-layout to feed-file-record
           write feed-file-record.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08-EXTRACT" to excp-rec-program
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
               display "AOCDAY08-EXTRACT: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key
           move spaces to exception-map-id.
