               file status is cert-file-status.
           select cert-rpt-file assign to "CERTRPT"
               organization is line sequential.
           select node-master assign to "NODEMAST"
               organization is indexed
               access mode is random
               record key is nm-node
               file status is nm-status-code.
           select excp-file assign to "EXCPFILE"
               organization is line sequential
               file status is excp-file-status.
       data division.
       file section.
       fd map-file
       fd cert-rpt-file
           record contains 100 characters.
       01 cert-rpt-record pic x(100).
      * the node master: a destination whose node is marked
      * DECOMMISSIONED there routes traffic into equipment that is
      * being taken out, so it fails the map like a dangling one.
       fd node-master.
       01 nm-record.
           05 nm-node pic x(8).
           05 nm-description pic x(40).
           05 nm-owner pic x(20).
           05 nm-status pic x(14).
           05 nm-status-date pic x(8).
           05 filler pic x(10).
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
       01 map-file-status pic xx value spaces.
       01 cert-file-status pic xx value spaces.
      * same return-code scheme as the main program: 0 clean, 4
       01 duplicate-count pic 9(4) value 0.
       01 dangling-count pic 9(4) value 0.
       01 check-idx pic 9999.
      * routes into decommissioned nodes, each listed in CERTRPT so
      * the supplier can see which rule to fix; a missing NODEMAST
      * means no node has been decommissioned yet.
       01 nm-status-code pic xx value spaces.
       01 node-master-open pic x value "N".
       01 decommissioned-count pic 9(4) value 0.
       01 max-decom-count pic 9999 value 500.
       01 decom-listed-count pic 9999 value 0.
       01 decom-table occurs 0 to 500 times
                      depending on decom-listed-count.
           05 decom-src pic x(8).
           05 decom-side pic x(5).
           05 decom-dest pic x(8).
           05 decom-status-date pic x(8).
       01 decom-side-to-check pic x(5).
       01 decom-idx pic 9999.
      * connectivity flags and fixpoint bookkeeping, same shape as
      * the main program's part = "6" audit mode:
       01 audit-reached-table.
           perform check-actions-line
           perform check-duplicate-sources
           perform check-dangling-destinations
           perform check-decommissioned-destinations
           perform check-connectivity

      * the verdict: a bad actions character, a duplicate source, a
      * dangling destination, a route into a decommissioned node or
      * a trapped node each make the map unsafe to traverse, so any
      * of them fails the certification.
      * unreachable and orphan nodes are dead weight rather than
      * traversal hazards, so they go on the record for the supplier
      * but do not by themselves fail the map.
           if actions-verdict = "OK " and duplicate-count = 0
                   and dangling-count = 0 and trapped-count = 0
                   and decommissioned-count = 0
               move "PASS" to cert-result
           else
               move "FAIL" to cert-result
      * branches on: the record is written either way, but the
      * promotion job after this one must not run.
           if cert-result = "FAIL"
               move 8 to exception-level
               move "NOTCERT" to exception-code
               move map-id to exception-key
               move spaces to exception-text
               string "FAILED: ACTIONS=" actions-verdict
                   " DUP=" function trim (duplicate-count)
                   " DANGLING=" function trim (dangling-count)
                   " TRAPPED=" function trim (trapped-count)
                   " DECOM=" function trim (decommissioned-count)
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 8 to return-code
           end-if
           stop run.
               add 1 to dangling-count
           end-if.

      * every LEFT and RIGHT destination looked up on the node
      * master; only DECOMMISSIONED counts here - a FROZEN node still
      * carries its existing routes.
       check-decommissioned-destinations.
           open input node-master
           if nm-status-code = "00"
               move "Y" to node-master-open
           else
               if nm-status-code not = "35"
                   display "AOCDAY08-CERT: UNABLE TO OPEN NODEMAST, "
                       "STATUS=" nm-status-code
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
           end-if
           if node-master-open = "Y"
               perform varying check-idx from 1 by 1
                       until check-idx > rules-count
                   move dest-left(check-idx) to dest-to-check
                   move "LEFT" to decom-side-to-check
                   perform check-one-decommissioned
                   move dest-right(check-idx) to dest-to-check
                   move "RIGHT" to decom-side-to-check
                   perform check-one-decommissioned
               end-perform
               close node-master
           end-if.

       check-one-decommissioned.
           move dest-to-check to nm-node
           read node-master key is nm-node
               invalid key move spaces to nm-status
           end-read
           if nm-status = "DECOMMISSIONED"
               add 1 to decommissioned-count
               if decom-listed-count < max-decom-count
                   add 1 to decom-listed-count
                   move src(check-idx) to decom-src(decom-listed-count)
                   move decom-side-to-check
                       to decom-side(decom-listed-count)
                   move dest-to-check to decom-dest(decom-listed-count)
                   move nm-status-date
                       to decom-status-date(decom-listed-count)
               end-if
           end-if.

      * the same three fixpoint passes as the main program's
      * part = "6" audit mode: reachability spread forward from the
      * start nodes, inbound references tallied, and "an end node is
               " TRAPPED=" function trim (trapped-count)
               into cert-file-record with pointer cert-line-ptr
           end-string
           string " DECOMMISSIONED="
               function trim (decommissioned-count)
               into cert-file-record with pointer cert-line-ptr
           end-string

           open extend cert-file
           if cert-file-status = "35"
               delimited by size into cert-rpt-record
           end-string
           write cert-rpt-record
           move spaces to cert-rpt-record
           string "  ROUTES INTO DECOMMISSIONED NODES "
               function trim (decommissioned-count)
               delimited by size into cert-rpt-record
           end-string
           write cert-rpt-record
           perform varying decom-idx from 1 by 1
                   until decom-idx > decom-listed-count
               move spaces to cert-rpt-record
               string "    " decom-src(decom-idx) " "
                   decom-side(decom-idx) " GOES TO "
                   decom-dest(decom-idx)
                   " DECOMMISSIONED " decom-status-date(decom-idx)
                   delimited by size into cert-rpt-record
               end-string
               write cert-rpt-record
           end-perform
           if decommissioned-count > decom-listed-count
               move spaces to cert-rpt-record
               string "    (FIRST "
                   function trim (decom-listed-count)
                   " LISTED)"
                   delimited by size into cert-rpt-record
               end-string
               write cert-rpt-record
           end-if
           close cert-rpt-file.

      * same MAPIN-layout parse as the main program, except that a
           if map-file-status not = "00"
               display "AOCDAY08-CERT: UNABLE TO OPEN MAPIN, STATUS="
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
           move "AOCDAY08-CERT" to excp-rec-program
           move map-id to excp-rec-map-id
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
               display "AOCDAY08-CERT: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key.
