       identification division.
       program-id. aoc2023-day08-nodelst.
       environment division.
       input-output section.
       file-control.
           select node-master assign to "NODEMAST"
               organization is indexed
               access mode is sequential
               record key is nm-node
               file status is nm-status-code.
           select node-list-file assign to "NODERPT"
               organization is line sequential.
           select excp-file assign to "EXCPFILE"
               organization is line sequential
               file status is excp-file-status.
       data division.
       file section.
      * same node master layout AOC2023-DAY08-NODEMNT maintains.
       fd node-master.
       01 nm-record.
           05 nm-node pic x(8).
           05 nm-description pic x(40).
           05 nm-owner pic x(20).
           05 nm-status pic x(14).
           05 nm-status-date pic x(8).
           05 filler pic x(10).
       fd node-list-file
           record contains 132 characters.
       01 node-list-record pic x(132).
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
       01 nm-status-code pic xx value spaces.
      * same return-code scheme as the main program: 0 clean, 4
      * warning, 8 data failure, 12 environment failure.
       01 list-timestamp pic x(21).
       01 eof pic 9 value 0.
       01 node-count pic 9(6) value 0.
       01 active-count pic 9(6) value 0.
       01 frozen-count pic 9(6) value 0.
       01 decommissioned-count pic 9(6) value 0.
       procedure division.
       main-line.
           open input node-master
           if nm-status-code not = "00"
               display "AOCDAY08-NODELST: UNABLE TO OPEN NODEMAST, "
                   "STATUS=" nm-status-code
               display "AOCDAY08-NODELST: RUN AOC2023-DAY08-NODEMNT "
                   "FIRST IF NODEMAST HAS NEVER BEEN BUILT"
               move 12 to exception-level
               move "OPENFAIL" to exception-code
               move "NODEMAST" to exception-key
               move spaces to exception-text
               string "UNABLE TO OPEN, STATUS=" nm-status-code
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
               stop run
           end-if
           open output node-list-file

           move function current-date to list-timestamp
           move spaces to node-list-record
           string "NODE MASTER LISTING " list-timestamp
               delimited by size into node-list-record
           end-string
           write node-list-record
           move spaces to node-list-record
           string "NODE     STATUS         SINCE    "
               "OWNER                DESCRIPTION"
               delimited by size into node-list-record
           end-string
           write node-list-record

           perform until eof = 1
               read node-master next record
                   at end move 1 to eof
               end-read
               if eof = 0
                   perform list-one-node
               end-if
           end-perform

           move spaces to node-list-record
           string "NODES=" function trim (node-count)
               " ACTIVE=" function trim (active-count)
               " FROZEN=" function trim (frozen-count)
               " DECOMMISSIONED=" function trim (decommissioned-count)
               delimited by size into node-list-record
           end-string
           write node-list-record

           close node-master
           close node-list-file
           display "AOCDAY08-NODELST: "
               function trim (node-count) " NODE(S) LISTED, SEE NODERPT"
           stop run.

       list-one-node.
           add 1 to node-count
           evaluate nm-status
               when "ACTIVE"
                   add 1 to active-count
               when "FROZEN"
                   add 1 to frozen-count
               when "DECOMMISSIONED"
                   add 1 to decommissioned-count
           end-evaluate
           move spaces to node-list-record
           string nm-node " " nm-status " " nm-status-date " "
               nm-owner " " nm-description
               delimited by size into node-list-record
           end-string
           write node-list-record.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08-NODELST" to excp-rec-program
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
               display "AOCDAY08-NODELST: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key
           move spaces to exception-map-id.
