       identification division.
       program-id. aoc2023-day08-export.
       environment division.
       input-output section.
       file-control.
           select map-file assign to "MAPIN"
               organization is line sequential
               file status is map-file-status.
           select rules-ksds assign to "RULESKSD"
               organization is indexed
               access mode is dynamic
               record key is ksd-key
               file status is ksd-status.
           select traf-file assign to "TRAFRPT"
               organization is line sequential
               file status is traf-file-status.
           select graph-file assign to "GRAPHOUT"
               organization is line sequential.
           select node-master assign to "NODEMAST"
               organization is indexed
               access mode is random
               record key is nm-node
               file status is nm-status-code.
           select lock-file assign to "RUNLOCK"
               organization is line sequential
               file status is lock-file-status.
           select excp-file assign to "EXCPFILE"
               organization is line sequential
               file status is excp-file-status.
       data division.
       file section.
       fd map-file
           record contains 1000 characters.
       01 map-file-record pic x(1000).
      * every map lives in RULESKSD under its own map id, which leads
      * the key; the map's header record (blank source node) sorts
      * first and carries its actions line. a node's versions follow
      * one another in effective-date order.
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
      * the main program's node traffic report: a "NODE TRAFFIC"
      * heading per traversal naming the map, then one
      * "RANK=n NODE=xxxxxxxx VISITS=n ..." line per node visited.
       fd traf-file
           record contains 132 characters.
       01 traf-file-record pic x(132).
      * the interchange file for the planning team's drawing tool,
      * in whichever of the two formats was asked for.
       fd graph-file
           record contains 200 characters.
       01 graph-record pic x(200).
      * same node master layout AOC2023-DAY08-NODEMNT maintains.
       fd node-master.
       01 nm-record.
           05 nm-node pic x(8).
           05 nm-description pic x(40).
           05 nm-owner pic x(20).
           05 nm-status pic x(14).
           05 nm-status-date pic x(8).
           05 filler pic x(10).
      * the run-control lock every RULESKSD job honors: whoever gets
      * there first writes this one record, and everyone else
      * refuses to start instead of working rules that are changing
      * under them.
       fd lock-file
           record contains 60 characters.
       01 lock-record.
           05 lock-holder pic x(20).
           05 filler pic x.
           05 lock-timestamp pic x(21).
           05 filler pic x.
           05 lock-user pic x(8).
           05 filler pic x(9).
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
       01 lock-file-status pic xx value spaces.
       01 lock-file-name pic x(8) value "RUNLOCK".
      * same return-code scheme as the main program: 0 clean, 4
      * warning, 8 data failure, 12 environment failure.
       01 saved-return-code pic s9(9) binary value 0.
       01 map-file-status pic xx value spaces.
       01 ksd-status pic xx value spaces.
       01 ksd-record-size pic 9(4) binary value 84.
       01 traf-file-status pic xx value spaces.
       01 nm-status-code pic xx value spaces.
       01 node-master-open pic x value "N".
      * where the map comes from (MAPIN, or RULESKSD as of a date,
      * the same version choice an INDEX-mode traversal makes), the
      * format to write (DELIM: NODE and EDGE lines separated by "|";
      * DOT: a Graphviz digraph), the map id, and the same suffix
      * convention arguments as the main program.
       01 export-source pic x(6) value "MAPIN".
       01 export-format pic x(5) value "DELIM".
       01 map-id pic x(44) value spaces.
       01 asof-date pic x(8) value spaces.
       01 start-suffix pic x value "A".
       01 end-suffix pic x value "Z".
       01 export-timestamp pic x(21).
       01 actions pic x(1000).
       01 input-line pic x(50).
       01 input-rule.
           05 input-src pic x(8).
           05 input-dest-left pic x(8).
           05 input-dest-right pic x(8).
       01 eof pic 9 value 0.
       01 max-rules-count pic 9999 value 9000.
       01 rules-count pic 9999 value 0.
       01 rules-table occurs 0 to 9000 times
                      depending on rules-count
                      ascending key src
                      indexed by rules-idx.
           05 src pic x(8).
           05 dest-left pic x(8).
           05 dest-right pic x(8).
           05 visit-count pic 9(9).
      * RULESKSD's in-force version for the node in hand: versions
      * arrive in ascending effective-date order, so when several
      * qualify the latest one wins by overwriting the earlier.
       01 map-header-found pic x value "N".
       01 version-src pic x(8) value spaces.
       01 version-found pic x value "N".
       01 version-dest-left pic x(8).
       01 version-dest-right pic x(8).
       01 node-to-test pic x(8).
       01 node-suffix pic x.
       01 node-char-idx pic 99.
       01 dest-to-check pic x(8).
      * connectivity flags and fixpoint bookkeeping, same shape as
      * the main program's part = "6" audit mode:
       01 audit-reached-table.
           05 audit-reached occurs 9000 times pic x.
       01 audit-inbound-table.
           05 audit-inbound occurs 9000 times pic x.
       01 audit-good-table.
           05 audit-good occurs 9000 times pic x.
       01 audit-idx pic 9999.
       01 audit-found-idx pic 9999.
       01 audit-node-found pic x value "N".
       01 audit-escape-found pic x value "N".
       01 audit-changed pic x value "Y".
      * TRAFRPT: the last traffic block for this map id is the one
      * used, so a TRAFRPT holding several batch maps still works.
       01 traf-eof pic x value "N".
       01 traf-block-match pic x value "N".
       01 traffic-found pic x value "N".
       01 traf-heading-map-id pic x(44).
       01 traf-junk pic x(132).
       01 traf-rest pic x(132).
       01 traf-node pic x(8).
       01 traf-visits-text pic x(132).
       01 traf-visits-digits pic x(18).
      * one node or edge line at a time:
       01 graph-line-ptr pic 999.
       01 node-role pic x(5).
       01 node-flags pic x(30).
       01 node-flag-ptr pic 99.
       01 node-visits-display pic z(8)9.
       01 node-visits-text pic x(9).
       01 node-desc pic x(40).
       01 node-owner pic x(20).
       01 node-shape pic x(12).
       01 edge-from pic x(8).
       01 edge-to pic x(8).
       01 edge-label pic x.
       01 edge-dangling pic x.
       01 node-count pic 9(6) value 0.
       01 edge-count pic 9(6) value 0.
       01 dangling-count pic 9(6) value 0.
       01 flagged-count pic 9(6) value 0.
       procedure division.
       main-line.
           accept export-source from argument-value
               on exception continue
           end-accept
           accept export-format from argument-value
               on exception continue
           end-accept
           accept map-id from argument-value
               on exception continue
           end-accept
           accept asof-date from argument-value
               on exception continue
           end-accept
           accept start-suffix from argument-value
               on exception continue
           end-accept
           accept end-suffix from argument-value
               on exception continue
           end-accept
           move function upper-case (export-source) to export-source
           move function upper-case (export-format) to export-format
           if export-source = spaces
               move "MAPIN" to export-source
           end-if
           if export-format = spaces
               move "DELIM" to export-format
           end-if
           if (export-source not = "MAPIN"
                   and export-source not = "KSDS")
                   or (export-format not = "DELIM"
                       and export-format not = "DOT")
               display "AOCDAY08-EXPORT: ARGUMENTS ARE MAPIN OR KSDS, "
                   "DELIM OR DOT, MAP ID, AS-OF DATE, SUFFIXES"
               move 8 to exception-level
               move "BADARG" to exception-code
               move export-source to exception-key
               move "ARGUMENTS ARE MAPIN/KSDS, DELIM/DOT, MAP, DATE"
                   to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           move function current-date to export-timestamp
           if asof-date = spaces
               move export-timestamp(1:8) to asof-date
           end-if
           if asof-date is not numeric
               display "AOCDAY08-EXPORT: AS-OF DATE MUST BE YYYYMMDD, "
                   "GOT " asof-date
               move 8 to exception-level
               move "BADARG" to exception-code
               move asof-date to exception-key
               move "AS-OF DATE MUST BE YYYYMMDD" to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if

           if export-source = "KSDS"
               perform load-map-from-ksds
           else
               perform parse-map-file
           end-if
           sort rules-table on ascending key src
           perform check-connectivity
           perform load-traffic-counts

           open output graph-file
           perform open-node-master
           perform write-graph-header
           perform varying audit-idx from 1 by 1
                   until audit-idx > rules-count
               perform write-one-node
           end-perform
           perform varying audit-idx from 1 by 1
                   until audit-idx > rules-count
               move src(audit-idx) to edge-from
               move dest-left(audit-idx) to edge-to
               move "L" to edge-label
               perform write-one-edge
               move dest-right(audit-idx) to edge-to
               move "R" to edge-label
               perform write-one-edge
           end-perform
           perform write-graph-trailer
           perform close-node-master
           close graph-file

           display "AOCDAY08-EXPORT: MAP " function trim (map-id)
               " FROM " function trim (export-source) ", "
               function trim (node-count) " NODE(S), "
               function trim (edge-count) " EDGE(S) WRITTEN TO "
               "GRAPHOUT AS " function trim (export-format)
           if traffic-found = "N"
               display "AOCDAY08-EXPORT: NO TRAFRPT BLOCK FOR THIS "
                   "MAP, VISIT COUNTS OMITTED"
           end-if
      * an edge into a node the map does not have draws fine but is
      * not a map anyone can traverse; the drawing goes out, flagged.
           if dangling-count not = 0
               display "AOCDAY08-EXPORT: "
                   function trim (dangling-count)
                   " EDGE(S) LEAD TO NODES NOT ON THE MAP"
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           stop run.

      * the map as RULESKSD has it on the as-of date: for every node,
      * the version in force then; a node with none in force is not
      * on the map that day and is left out.
       load-map-from-ksds.
           perform acquire-run-lock
           open input rules-ksds
           if ksd-status not = "00"
               display "AOCDAY08-EXPORT: UNABLE TO OPEN RULESKSD, "
                   "STATUS=" ksd-status
               display "AOCDAY08-EXPORT: RUN AOC2023-DAY08-LOAD FIRST "
                   "IF RULESKSD HAS NEVER BEEN BUILT"
               perform release-run-lock
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
               if eof = 0
                   if ksd-src = spaces
                       move "Y" to map-header-found
                   else
                       if ksd-src not = version-src
                           perform keep-version-in-force
                           move ksd-src to version-src
                       end-if
                       if ksd-eff-date not greater than asof-date
                               and asof-date not greater than
                                   ksd-exp-date
                           move "Y" to version-found
                           move ksd-dest-left to version-dest-left
                           move ksd-dest-right to version-dest-right
                       end-if
                   end-if
               end-if
           end-perform
           perform keep-version-in-force
           close rules-ksds
           perform release-run-lock
           if map-header-found = "N"
               display "AOCDAY08-EXPORT: MAP " function trim (map-id)
                   " IS NOT LOADED IN RULESKSD"
               move 8 to exception-level
               move "NOTLOAD" to exception-code
               move map-id to exception-key
               move "MAP IS NOT LOADED IN RULESKSD" to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if.

       keep-version-in-force.
           if version-found = "Y"
               if rules-count = max-rules-count
                   display "AOCDAY08-EXPORT: RULES-TABLE FULL AT "
                       function trim (max-rules-count)
                       " ENTRIES, MAP TOO LARGE"
                   close rules-ksds
                   perform release-run-lock
                   move 8 to exception-level
                   move "TBLFULL" to exception-code
                   move "RULESKSD" to exception-key
                   move "RULES-TABLE FULL, MAP TOO LARGE"
                       to exception-text
                   perform log-exception
                   move 8 to return-code
                   stop run
               end-if
               add 1 to rules-count
               move version-src to src (rules-count)
               move version-dest-left to dest-left (rules-count)
               move version-dest-right to dest-right (rules-count)
               move 0 to visit-count (rules-count)
           end-if
           move "N" to version-found.

       parse-map-file.
           open input map-file
           if map-file-status not = "00"
               display "AOCDAY08-EXPORT: UNABLE TO OPEN MAPIN, STATUS="
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
           read map-file into actions
      * skip an empty line:
           read map-file into input-line
           perform until eof = 1
               read map-file into input-line
                   at end move 1 to eof
               end-read
               if eof = 0 then
                   unstring input-line delimited by
                       all " = (" or all ", " or ")"
                       into input-src, input-dest-left, input-dest-right
                   end-unstring
                   if rules-count = max-rules-count
                       display "AOCDAY08-EXPORT: RULES-TABLE FULL AT "
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
                   add 1 to rules-count
                   move input-src to src (rules-count)
                   move input-dest-left to dest-left (rules-count)
                   move input-dest-right to dest-right (rules-count)
                   move 0 to visit-count (rules-count)
               end-if
           end-perform
           close map-file.

      * the same three findings as the part = "6" audit, worked out
      * the same way: reachable from a start node, pointed at by some
      * other node, and able to reach an end node.
       check-connectivity.
           perform varying audit-idx from 1 by 1
                   until audit-idx > rules-count
               move src(audit-idx) to node-to-test
               perform get-node-suffix
               if node-suffix = start-suffix
                   move "Y" to audit-reached(audit-idx)
               else
                   move "N" to audit-reached(audit-idx)
               end-if
               move "N" to audit-inbound(audit-idx)
               if node-suffix = end-suffix
                   move "Y" to audit-good(audit-idx)
               else
                   move "N" to audit-good(audit-idx)
               end-if
           end-perform

           move "Y" to audit-changed
           perform until audit-changed = "N"
               move "N" to audit-changed
               perform varying audit-idx from 1 by 1
                       until audit-idx > rules-count
                   if audit-reached(audit-idx) = "Y"
                       move dest-left(audit-idx) to dest-to-check
                       perform audit-mark-reached
                       move dest-right(audit-idx) to dest-to-check
                       perform audit-mark-reached
                   end-if
               end-perform
           end-perform

           perform varying audit-idx from 1 by 1
                   until audit-idx > rules-count
               move dest-left(audit-idx) to dest-to-check
               perform audit-mark-inbound
               move dest-right(audit-idx) to dest-to-check
               perform audit-mark-inbound
           end-perform

           move "Y" to audit-changed
           perform until audit-changed = "N"
               move "N" to audit-changed
               perform varying audit-idx from 1 by 1
                       until audit-idx > rules-count
                   if audit-good(audit-idx) = "N"
                       move "N" to audit-escape-found
                       move dest-left(audit-idx) to dest-to-check
                       perform audit-check-escape
                       move dest-right(audit-idx) to dest-to-check
                       perform audit-check-escape
                       if audit-escape-found = "Y"
                           move "Y" to audit-good(audit-idx)
                           move "Y" to audit-changed
                       end-if
                   end-if
               end-perform
           end-perform.

       audit-find-node.
           move "N" to audit-node-found
           search all rules-table
               when src(rules-idx) = dest-to-check
                   move "Y" to audit-node-found
                   set audit-found-idx to rules-idx
           end-search.

       audit-mark-reached.
           perform audit-find-node
           if audit-node-found = "Y"
               if audit-reached(audit-found-idx) = "N"
                   move "Y" to audit-reached(audit-found-idx)
                   move "Y" to audit-changed
               end-if
           end-if.

       audit-mark-inbound.
           perform audit-find-node
           if audit-node-found = "Y"
                   and audit-found-idx not = audit-idx
               move "Y" to audit-inbound(audit-found-idx)
           end-if.

       audit-check-escape.
           perform audit-find-node
           if audit-node-found = "Y"
               if audit-good(audit-found-idx) = "Y"
                   move "Y" to audit-escape-found
               end-if
           end-if.

       get-node-suffix.
           move space to node-suffix
           perform varying node-char-idx from 8 by -1
                   until node-char-idx < 1
                       or node-suffix not = space
               if node-to-test(node-char-idx:1) not = space
                   move node-to-test(node-char-idx:1) to node-suffix
               end-if
           end-perform.

      * TRAFRPT is optional: no file, or no block for this map id,
      * just means the export carries no visit counts. a later block
      * for the same map replaces an earlier one's counts.
       load-traffic-counts.
           open input traf-file
           if traf-file-status = "00"
               perform until traf-eof = "Y"
                   read traf-file
                       at end move "Y" to traf-eof
                   end-read
                   if traf-eof = "N"
                       perform read-one-traffic-line
                   end-if
               end-perform
               close traf-file
           end-if.

       read-one-traffic-line.
           if traf-file-record(1:18) = "NODE TRAFFIC PART="
               move spaces to traf-junk
               move spaces to traf-heading-map-id
               unstring traf-file-record delimited by " MAPID="
                   into traf-junk traf-heading-map-id
               end-unstring
               if traf-heading-map-id = map-id
                   move "Y" to traf-block-match
                   move "Y" to traffic-found
                   perform varying audit-idx from 1 by 1
                           until audit-idx > rules-count
                       move 0 to visit-count(audit-idx)
                   end-perform
               else
                   move "N" to traf-block-match
               end-if
           else
               if traf-block-match = "Y"
                       and traf-file-record(1:5) = "RANK="
                   move spaces to traf-rest
                   unstring traf-file-record delimited by " NODE="
                       into traf-junk traf-rest
                   end-unstring
                   move traf-rest(1:8) to traf-node
                   move spaces to traf-visits-text
                   unstring traf-rest(9:) delimited by "VISITS="
                       into traf-junk traf-visits-text
                   end-unstring
                   move spaces to traf-visits-digits
                   unstring traf-visits-text delimited by space
                       into traf-visits-digits
                   end-unstring
                   move traf-node to dest-to-check
                   perform audit-find-node
                   if audit-node-found = "Y"
                           and function trim (traf-visits-digits)
                               is numeric
                       move function numval (traf-visits-digits)
                           to visit-count(audit-found-idx)
                   end-if
               end-if
           end-if.

       write-graph-header.
           move spaces to graph-record
           if export-format = "DOT"
               string "// AOC2023-DAY08 MAP " function trim (map-id)
                   " FROM " function trim (export-source)
                   " AS OF " asof-date " EXPORTED " export-timestamp
                   delimited by size into graph-record
               end-string
               write graph-record
               move spaces to graph-record
               string "digraph """ function trim (map-id) """ {"
                   delimited by size into graph-record
               end-string
           else
               string "HDR|" function trim (map-id)
                   "|" function trim (export-source)
                   "|" asof-date "|" export-timestamp
                   "|" start-suffix "|" end-suffix
                   delimited by size into graph-record
               end-string
           end-if
           write graph-record.

      * one node: its role by suffix, its audit findings (an orphan
      * finding never applies to a start node, as in the audit), its
      * visits when TRAFRPT had them, and its node master entry.
       write-one-node.
           add 1 to node-count
           move src(audit-idx) to node-to-test
           perform get-node-suffix
           move spaces to node-role
           if node-suffix = start-suffix
               move "START" to node-role
           end-if
           if node-suffix = end-suffix
               move "END" to node-role
           end-if
           move spaces to node-flags
           move 1 to node-flag-ptr
           if audit-reached(audit-idx) = "N"
               string "UNREACHABLE "
                   delimited by size
                   into node-flags with pointer node-flag-ptr
               end-string
           end-if
           if audit-inbound(audit-idx) = "N"
                   and node-suffix not = start-suffix
               string "ORPHAN "
                   delimited by size
                   into node-flags with pointer node-flag-ptr
               end-string
           end-if
           if audit-good(audit-idx) = "N"
               string "TRAPPED "
                   delimited by size
                   into node-flags with pointer node-flag-ptr
               end-string
           end-if
           if node-flags not = spaces
               add 1 to flagged-count
           end-if
           move spaces to node-visits-text
           if traffic-found = "Y"
               move visit-count(audit-idx) to node-visits-display
               move function trim (node-visits-display leading)
                   to node-visits-text
           end-if
           perform describe-node

           move spaces to graph-record
           move 1 to graph-line-ptr
           if export-format = "DOT"
               perform write-dot-node
           else
               string "NODE|" function trim (src(audit-idx))
                   "|" function trim (node-role)
                   "|" function trim (node-flags)
                   "|" function trim (node-visits-text)
                   "|" function trim (node-desc)
                   "|" function trim (node-owner)
                   delimited by size
                   into graph-record with pointer graph-line-ptr
               end-string
           end-if
           write graph-record.

      * start nodes are boxes, end nodes double circles, and any
      * audit finding turns the node red; the label repeats the
      * role, findings and visits so a black-and-white print loses
      * nothing.
       write-dot-node.
           evaluate node-role
               when "START"
                   move "box" to node-shape
               when "END"
                   move "doublecircle" to node-shape
               when other
                   move "ellipse" to node-shape
           end-evaluate
           string "  """ function trim (src(audit-idx))
               """ [label=""" function trim (src(audit-idx))
               delimited by size
               into graph-record with pointer graph-line-ptr
           end-string
           if node-role not = spaces
               string "\n" function trim (node-role)
                   delimited by size
                   into graph-record with pointer graph-line-ptr
               end-string
           end-if
           if node-flags not = spaces
               string "\n" function trim (node-flags)
                   delimited by size
                   into graph-record with pointer graph-line-ptr
               end-string
           end-if
           if node-visits-text not = spaces
               string "\nVISITS=" function trim (node-visits-text)
                   delimited by size
                   into graph-record with pointer graph-line-ptr
               end-string
           end-if
           string """, shape=" function trim (node-shape)
               delimited by size
               into graph-record with pointer graph-line-ptr
           end-string
           if node-flags not = spaces
               string ", color=red"
                   delimited by size
                   into graph-record with pointer graph-line-ptr
               end-string
           end-if
           if node-desc not = spaces
               string ", tooltip=""" function trim (node-desc)
                   " / " function trim (node-owner) """"
                   delimited by size
                   into graph-record with pointer graph-line-ptr
               end-string
           end-if
           string "];"
               delimited by size
               into graph-record with pointer graph-line-ptr
           end-string.

      * an edge into a node that is not on the map is still written,
      * so the drawing shows where the map is broken.
       write-one-edge.
           add 1 to edge-count
           move edge-to to dest-to-check
           perform audit-find-node
           move "N" to edge-dangling
           if audit-node-found = "N"
               move 4 to exception-level
               move "DANGLING" to exception-code
               move edge-from to exception-key
               move spaces to exception-text
               string "EDGE " edge-label " TO " function trim (edge-to)
                   " LEADS TO A NODE NOT ON THE MAP"
                   delimited by size into exception-text
               end-string
               perform log-exception
               move "Y" to edge-dangling
               add 1 to dangling-count
           end-if
           move spaces to graph-record
           move 1 to graph-line-ptr
           if export-format = "DOT"
               string "  """ function trim (edge-from)
                   """ -> """ function trim (edge-to)
                   """ [label=""" edge-label """"
                   delimited by size
                   into graph-record with pointer graph-line-ptr
               end-string
               if edge-dangling = "Y"
                   string ", style=dashed, color=red"
                       delimited by size
                       into graph-record with pointer graph-line-ptr
                   end-string
               end-if
               string "];"
                   delimited by size
                   into graph-record with pointer graph-line-ptr
               end-string
           else
               string "EDGE|" function trim (edge-from)
                   "|" function trim (edge-to) "|" edge-label
                   delimited by size
                   into graph-record with pointer graph-line-ptr
               end-string
               if edge-dangling = "Y"
                   string "|DANGLING"
                       delimited by size
                       into graph-record with pointer graph-line-ptr
                   end-string
               end-if
           end-if
           write graph-record.

      * the counts the receiving side checks its load against.
       write-graph-trailer.
           move spaces to graph-record
           if export-format = "DOT"
               move "}" to graph-record
               write graph-record
               move spaces to graph-record
               string "// TRL NODES=" function trim (node-count)
                   " EDGES=" function trim (edge-count)
                   delimited by size into graph-record
               end-string
           else
               string "TRL|" function trim (node-count)
                   "|" function trim (edge-count)
                   delimited by size into graph-record
               end-string
           end-if
           write graph-record.

      * NODEMAST is optional too: without it the nodes go out
      * undescribed.
       open-node-master.
           open input node-master
           if nm-status-code = "00"
               move "Y" to node-master-open
           else
               move "N" to node-master-open
               display "AOCDAY08-EXPORT: NODEMAST NOT AVAILABLE, "
                   "STATUS=" nm-status-code
                   ", NODE DESCRIPTIONS OMITTED"
           end-if.

       close-node-master.
           if node-master-open = "Y"
               close node-master
               move "N" to node-master-open
           end-if.

      * a double quote inside a description would end a DOT string
      * early, and a "|" would split a DELIM field, so both become
      * plain characters the receiving side can take as they are.
       describe-node.
           move spaces to node-desc
           move spaces to node-owner
           if node-master-open = "Y"
               move src(audit-idx) to nm-node
               read node-master key is nm-node
                   invalid key continue
               end-read
               if nm-status-code = "00"
                   move nm-description to node-desc
                   move nm-owner to node-owner
                   inspect node-desc replacing all """" by "'"
                       all "|" by "/"
                   inspect node-owner replacing all """" by "'"
                       all "|" by "/"
               end-if
           end-if.

      * registers this run in RUNLOCK before RULESKSD is opened. a
      * lock already on file means a maintenance job and a traversal
      * (or two maintenance jobs) would otherwise be working the same
      * rules at once, so this run refuses to start. the check and
      * the write are two steps, not one atomic enqueue, so a
      * photo-finish between two jobs can in principle still slip
      * through - the scheduler serializes the planned jobs, and the
      * lock is for the off-schedule hand-run the schedule cannot
      * see.
       acquire-run-lock.
           open input lock-file
           if lock-file-status = "35"
               continue
           else
               read lock-file
                   at end continue
               end-read
               display "AOCDAY08-EXPORT: RULESKSD IS LOCKED BY "
                   function trim (lock-holder)
                   " SINCE " lock-timestamp
                   " USER " lock-user
               display "AOCDAY08-EXPORT: RUN AOC2023-DAY08-UNLOCK "
                   "TO CLEAR A LOCK LEFT BY A CANCELED JOB"
               close lock-file
               move 12 to exception-level
               move "LOCKED" to exception-code
               move "RUNLOCK" to exception-key
               move spaces to exception-text
               string "HELD BY " function trim (lock-holder)
                   " SINCE " lock-timestamp
                   " USER " lock-user
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
               stop run
           end-if
           open output lock-file
           move spaces to lock-record
           move "AOCDAY08-EXPORT" to lock-holder
           move function current-date to lock-timestamp
           accept lock-user from environment "USER"
           write lock-record
           close lock-file.

      * the work on RULESKSD is over, so the registration comes off.
      * CBL_DELETE_FILE's status must not become this program's exit
      * code (same reasoning as the main program's checkpoint
      * deletion).
       release-run-lock.
           move return-code to saved-return-code
           call "CBL_DELETE_FILE" using lock-file-name
           move saved-return-code to return-code.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08-EXPORT" to excp-rec-program
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
               display "AOCDAY08-EXPORT: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key.
