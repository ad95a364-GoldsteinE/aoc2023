               file status is map-file-status.
           select route-rpt-file assign to "ROUTERPT"
               organization is line sequential.
           select excp-file assign to "EXCPFILE"
               organization is line sequential
               file status is excp-file-status.
       data division.
       file section.
       fd map-file
       fd route-rpt-file
           record contains 80 characters.
       01 route-rpt-record pic x(80).
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
       01 map-file-status pic xx value spaces.
      * same return-code scheme as the main program: 0 clean, 4
      * warning, 8 data failure, 12 environment failure.
           if route-origin = spaces or route-target = spaces
               display "AOCDAY08-ROUTE: ORIGIN AND DESTINATION NODE "
                   "ARGUMENTS ARE BOTH REQUIRED"
               move 8 to exception-level
               move "BADARG" to exception-code
               move spaces to exception-key
               move "ORIGIN AND DESTINATION NODES BOTH REQUIRED"
                   to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           if node-not-found
               display "AOCDAY08-ROUTE: ORIGIN NODE " route-origin
                   " HAS NO RULE IN THE MAP"
               move 8 to exception-level
               move "NOTFOUND" to exception-code
               move route-origin to exception-key
               move "ORIGIN NODE HAS NO RULE IN THE MAP"
                   to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           if node-not-found
               display "AOCDAY08-ROUTE: DESTINATION NODE " route-target
                   " HAS NO RULE IN THE MAP"
               move 8 to exception-level
               move "NOTFOUND" to exception-code
               move route-target to exception-key
               move "DESTINATION NODE HAS NO RULE IN THE MAP"
                   to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
                   " STEP(S), SEE ROUTERPT"
      * a no-route outcome is a clean answer to the question asked,
      * but one worth flagging to whoever scheduled the query.
               move 4 to exception-level
               move "NOROUTE" to exception-code
               move route-origin to exception-key
               move spaces to exception-text
               string "NO ROUTE TO " route-target " WITHIN "
                   function trim (steps-display leading) " STEP(S)"
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 4 to return-code
           end-if
           stop run.
           if node-not-found
               display "AOCDAY08-ROUTE: DANGLING DESTINATION NODE: "
                   current-position
               move 8 to exception-level
               move "DANGLING" to exception-code
               move current-position to exception-key
               move "DANGLING DESTINATION NODE" to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if.
           if map-file-status not = "00"
               display "AOCDAY08-ROUTE: UNABLE TO OPEN MAPIN, STATUS="
                   map-file-status
               move 12 to exception-level
               move "OPENFAIL" to exception-code
               move "MAPIN" to exception-key
               move spaces to exception-text
               string "UNABLE TO OPEN, STATUS=" map-file-status
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
               stop run
           end-if
                           function trim (max-rules-count)
                           " ENTRIES, MAP TOO LARGE"
                       close map-file
                       move 8 to exception-level
                       move "TBLFULL" to exception-code
                       move "MAPIN" to exception-key
                       move "RULES-TABLE FULL, MAP TOO LARGE"
                           to exception-text
                       perform log-exception
                       move 8 to return-code
                       stop run
                   end-if
           close map-file

           sort rules-table on ascending key src.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08-ROUTE" to excp-rec-program
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
               display "AOCDAY08-ROUTE: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key
           move spaces to exception-map-id.
