               access mode is sequential
               record key is ksd-key
               file status is ksd-status.
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
      * every map lives in RULESKSD under its own map id, which leads
      * the key; the map's header record (blank source node) sorts
      * first and carries its actions line.
       fd rules-ksds
           record is varying in size from 84 to 1064 characters
               depending on ksd-record-size.
       01 ksd-record.
           05 ksd-key.
               10 ksd-map-id pic x(44).
               10 ksd-src pic x(8).
               10 ksd-eff-date pic x(8).
           05 ksd-dest-left pic x(8).
           05 ksd-dest-right pic x(8).
           05 ksd-exp-date pic x(8).
       01 ksd-map-header.
           05 filler pic x(60).
           05 ksd-hdr-actions-length pic 9(4).
           05 ksd-hdr-actions pic x(1000).
      * the node master, so "LEFT GOES TO 11B" comes with what 11B
      * is and who to call about it.
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
       01 ksd-status pic xx value spaces.
       01 ksd-record-size pic 9(4) binary value 84.
      * the map the inquiry answers for; only its own rules are
      * pulled in, so a node name another map also uses does not
      * muddy the inbound list.
       01 map-id pic x(44) value spaces.
       01 map-header-found pic x value "N".
       01 map-actions-length pic 9999 value 0.
       01 eof pic 9 value 0.
      * the whole rules file is pulled into storage once at start-up:
      * the forward lookup could go straight at the KSDS, but the
       01 inq-found pic x value "N".
       01 inq-scan-idx pic 9999.
       01 inbound-count pic 9(4) value 0.
      * a missing NODEMAST only costs the descriptions; the rules
      * side of the inquiry still answers.
       01 nm-status-code pic xx value spaces.
       01 node-master-open pic x value "N".
       01 node-to-describe pic x(8).
       01 node-detail pic x(80).
       procedure division.
       main-line.
           accept map-id from argument-value
               on exception continue
           end-accept
           perform load-rules-table
           if map-header-found = "N"
               display "AOCDAY08-INQ: MAP " function trim (map-id)
                   " IS NOT LOADED IN RULESKSD"
               move 8 to exception-level
               move "NOTLOAD" to exception-code
               move map-id to exception-key
               move "MAP IS NOT LOADED IN RULESKSD" to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if

           display "AOCDAY08-INQ: MAP " function trim (map-id) ", "
               function trim (rules-count)
               " RULE(S) LOADED FROM RULESKSD, ACTIONS LINE OF "
               function trim (map-actions-length) " STEP(S)"
           open input node-master
           if nm-status-code = "00"
               move "Y" to node-master-open
           else
               display "AOCDAY08-INQ: NODEMAST NOT AVAILABLE, STATUS="
                   nm-status-code ", NODE DESCRIPTIONS OMITTED"
           end-if

           perform until inq-done = "Y"
               display "ENTER NODE (BLANK OR END TO FINISH):"
               end-if
           end-perform

           if node-master-open = "Y"
               close node-master
           end-if
           display "AOCDAY08-INQ: END OF INQUIRY"
           stop run.

                   "STATUS=" ksd-status
               display "AOCDAY08-INQ: RUN AOC2023-DAY08-LOAD FIRST "
                   "IF RULESKSD HAS NEVER BEEN BUILT"
               move 12 to exception-level
               move "OPENFAIL" to exception-code
               move "RULESKSD" to exception-key
               move spaces to exception-text
               string "UNABLE TO OPEN, STATUS=" ksd-status
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
               stop run
           end-if
           move low-values to ksd-key
           move map-id to ksd-map-id
           start rules-ksds key not less than ksd-key
               invalid key move 1 to eof
           end-start
           perform until eof = 1
               read rules-ksds next record
                   at end move 1 to eof
               end-read
               if eof = 0 and ksd-map-id not = map-id
                   move 1 to eof
               end-if
               if eof = 0 and ksd-src = spaces
                   move "Y" to map-header-found
                   move ksd-hdr-actions-length to map-actions-length
               end-if
               if eof = 0 and ksd-src not = spaces
                   if rules-count = max-rules-count
                       display "AOCDAY08-INQ: RULES-TABLE FULL AT "
                           function trim (max-rules-count)
                           " ENTRIES, RULESKSD TOO LARGE"
                       close rules-ksds
                       move 8 to exception-level
                       move "TBLFULL" to exception-code
                       move "RULESKSD" to exception-key
                       move "RULES-TABLE FULL, RULESKSD TOO LARGE"
                           to exception-text
                       perform log-exception
                       move 8 to return-code
                       stop run
                   end-if
      * anywhere in the map whose LEFT or RIGHT points into it - the
      * list a decommission impact check needs.
       show-one-node.
           move inq-node to node-to-describe
           perform describe-node
           display "NODE " inq-node " " function trim (node-detail)
           move "N" to inq-found
           perform varying inq-scan-idx from 1 by 1
                   until inq-scan-idx > rules-count
                   display "NODE " inq-node
                       " EFF " inq-eff-date(inq-scan-idx)
                       " EXP " inq-exp-date(inq-scan-idx)
                   move inq-dest-left(inq-scan-idx)
                       to node-to-describe
                   perform describe-node
                   display "  LEFT  GOES TO "
                       inq-dest-left(inq-scan-idx)
                       " " function trim (node-detail)
                   move inq-dest-right(inq-scan-idx)
                       to node-to-describe
                   perform describe-node
                   display "  RIGHT GOES TO "
                       inq-dest-right(inq-scan-idx)
                       " " function trim (node-detail)
               end-if
           end-perform
           if inq-found = "N"
           move 0 to inbound-count
           perform varying inq-scan-idx from 1 by 1
                   until inq-scan-idx > rules-count
               if inq-dest-left(inq-scan-idx) = inq-node
                       or inq-dest-right(inq-scan-idx) = inq-node
                   move inq-src(inq-scan-idx) to node-to-describe
                   perform describe-node
               end-if
               if inq-dest-left(inq-scan-idx) = inq-node
                   add 1 to inbound-count
                   display "  INBOUND FROM " inq-src(inq-scan-idx)
                       " (LEFT, EFF " inq-eff-date(inq-scan-idx) ") "
                       function trim (node-detail)
               end-if
               if inq-dest-right(inq-scan-idx) = inq-node
                   add 1 to inbound-count
                   display "  INBOUND FROM " inq-src(inq-scan-idx)
                       " (RIGHT, EFF " inq-eff-date(inq-scan-idx) ") "
                       function trim (node-detail)
               end-if
           end-perform
           if inbound-count = 0
               display "  " function trim (inbound-count)
                   " INBOUND REFERENCE(S)"
           end-if.

      * "DESC=... OWNER=... STATUS=..." for node-to-describe; the
      * lifecycle status is shown here because the inquiry is where a
      * decommission impact check starts.
       describe-node.
           move spaces to node-detail
           if node-master-open = "Y"
               move node-to-describe to nm-node
               read node-master key is nm-node
                   invalid key
                       move "NOT ON NODE MASTER" to node-detail
               end-read
               if node-detail = spaces
                   string "DESC=" function trim (nm-description)
                       " OWNER=" function trim (nm-owner)
                       " STATUS=" function trim (nm-status)
                       delimited by size into node-detail
                   end-string
               end-if
           end-if.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08-INQ" to excp-rec-program
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
               display "AOCDAY08-INQ: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key.
