               file status is audit-file-status.
           select hist-rpt-file assign to "AUDHRPT"
               organization is line sequential.
           select excp-file assign to "EXCPFILE"
               organization is line sequential
               file status is excp-file-status.
       data division.
       file section.
       fd audit-file
       fd hist-rpt-file
           record contains 132 characters.
       01 hist-rpt-record pic x(132).
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
       01 audit-line pic x(160).
      * same return-code scheme as the main program: 0 clean, 4
           if audit-file-status not = "00"
               display "AOCDAY08-AUDHIST: UNABLE TO OPEN AUDITLOG, "
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

           if parsed-part < "1" or parsed-part > "9"
                   or parsed-steps-valid = "N"
               move 4 to exception-level
               move "BADLINE" to exception-code
               move audit-line to exception-key
               move "AUDITLOG LINE NOT IN PART/MAPID/STEPS FORM"
                   to exception-text
               perform log-exception
               add 1 to lines-skipped
           else
               add 1 to lines-summarized
                   display "AOCDAY08-AUDHIST: MAP TABLE FULL AT "
                       function trim (max-hist-maps)
                       " ENTRIES, AUDITLOG TOO LARGE"
                   move 8 to exception-level
                   move "TBLFULL" to exception-code
                   move "AUDITLOG" to exception-key
                   move "MAP TABLE FULL, AUDITLOG TOO LARGE"
                       to exception-text
                   perform log-exception
                   move 8 to return-code
                   stop run
               end-if
                   function trim (max-hist-excs)
                   " ENTRIES, LATER CHANGES NOT LISTED"
           else
               move 4 to exception-level
               move "STEPCHG" to exception-code
               move parsed-map-id to exception-map-id
               move parsed-map-id to exception-key
               move spaces to exception-text
               string "PART " parsed-part " ANSWER CHANGED FROM "
                   hist-part-last-steps(hist-found-idx, part-idx)
                   " TO " parsed-steps
                   delimited by size into exception-text
               end-string
               perform log-exception
               add 1 to hist-exc-count
               move parsed-map-id to hist-exc-map-id(hist-exc-count)
               move parsed-part to hist-exc-part(hist-exc-count)
               with pointer line-ptr
           end-string
           write hist-rpt-record.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08-AUDHIST" to excp-rec-program
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
               display "AOCDAY08-AUDHIST: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key
           move spaces to exception-map-id.
