       identification division.
       program-id. aoc2023-day08-tline.
       environment division.
       input-output section.
       file-control.
           select rules-ksds assign to "RULESKSD"
               organization is indexed
               access mode is sequential
               record key is ksd-key
               file status is ksd-status.
           select tline-rpt-file assign to "TLINERPT"
               organization is line sequential.
           select lock-file assign to "RUNLOCK"
               organization is line sequential
               file status is lock-file-status.
           select excp-file assign to "EXCPFILE"
               organization is line sequential
               file status is excp-file-status.
       data division.
       file section.
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
       fd tline-rpt-file
           record contains 132 characters.
       01 tline-rpt-record pic x(132).
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
       01 exception-map-id pic x(44) value spaces.
       01 lock-file-status pic xx value spaces.
       01 lock-file-name pic x(8) value "RUNLOCK".
      * same return-code scheme as the main program: 0 clean, 4
      * warning, 8 data failure, 12 environment failure.
       01 saved-return-code pic s9(9) binary value 0.
       01 ksd-status pic xx value spaces.
       01 ksd-record-size pic 9(4) binary value 84.
      * how many days ahead the forward calendar looks (default a
      * quarter), the date it looks ahead from (default today) and the
      * one map to report on (blank for every map in RULESKSD).
       01 tline-days-arg pic x(4) value spaces.
       01 tline-days pic 9(4) value 90.
       01 tline-asof-date pic x(8) value spaces.
       01 map-id pic x(44) value spaces.
       01 map-label pic x(44).
       01 today-timestamp pic x(21).
       01 window-start-integer pic 9(8).
       01 window-end-integer pic 9(8).
       01 window-end-date pic 9(8).
       01 eof pic 9 value 0.
      * one node's versions at a time, gathered while the key still
      * has the same map id and source node, then checked as a group.
      * the versions arrive in effective-date order because that is
      * the last part of the key. a node with more versions than
      * this is a maintenance problem in itself, so it is reported
      * rather than checked.
       01 max-version-count pic 9999 value 500.
       01 version-count pic 9999 value 0.
       01 version-table occurs 0 to 500 times
                        depending on version-count.
           05 ver-eff-date pic x(8).
           05 ver-exp-date pic x(8).
           05 ver-dest-left pic x(8).
           05 ver-dest-right pic x(8).
           05 ver-date-valid pic x.
       01 group-map-id pic x(44) value spaces.
       01 group-src pic x(8) value spaces.
       01 group-overflow pic x value "N".
       01 ver-idx pic 9999.
       01 other-idx pic 9999.
      * the gap sweep: the latest expiry date reached by any version
      * so far. versions are in force from their effective date
      * through their expiry date inclusive (the way the main
      * program's as-of lookup reads them), so the day after that
      * latest expiry is the first day with nothing in force unless
      * the next version starts on or before it.
       01 covered-through pic x(8).
       01 next-uncovered-date pic 9(8).
       01 gap-end-date pic 9(8).
      * a node whose last version has expired is only a gap if the
      * map still routes into it afterward; one nothing leads to any
      * more has simply been retired. so the open-ended gaps are held
      * here until the whole map has been read, alongside the latest
      * day each node is still some other version's destination.
       01 max-pending-count pic 9999 value 5000.
       01 pending-count pic 9999 value 0.
       01 pending-table occurs 0 to 5000 times
                        depending on pending-count.
           05 pend-src pic x(8).
           05 pend-from-date pic 9(8).
       01 pending-idx pic 9999.
       01 max-route-count pic 9(5) value 10000.
       01 route-count pic 9(5) value 0.
       01 route-table occurs 0 to 10000 times
                      depending on route-count.
           05 route-node pic x(8).
           05 route-last-date pic x(8).
       01 route-idx pic 9(5).
       01 route-found-idx pic 9(5).
       01 route-dest pic x(8).
       01 route-overflow pic x value "N".
       01 date-to-check pic x(8).
       01 date-check-valid pic x.
       01 overlap-from-date pic x(8).
       01 overlap-to-date pic x(8).
      * the forward calendar: every version coming into force or
      * expiring inside the window, sorted into date order once the
      * whole file has been read.
       01 max-event-count pic 9(5) value 5000.
       01 event-count pic 9(5) value 0.
       01 event-table occurs 0 to 5000 times
                      depending on event-count.
           05 event-date pic x(8).
           05 event-kind pic x.
           05 event-map-id pic x(44).
           05 event-src pic x(8).
           05 event-eff-date pic x(8).
           05 event-exp-date pic x(8).
           05 event-dest-left pic x(8).
           05 event-dest-right pic x(8).
       01 event-idx pic 9(5).
       01 event-overflow pic x value "N".
       01 last-event-date pic x(8).
       01 event-day-count pic 9(5).
       01 event-day-display pic z(4)9.
       01 map-count pic 9(6) value 0.
       01 node-count pic 9(6) value 0.
       01 versions-read pic 9(9) value 0.
       01 overlap-count pic 9(6) value 0.
       01 gap-count pic 9(6) value 0.
       01 invalid-count pic 9(6) value 0.
       01 oversize-count pic 9(6) value 0.
       01 exception-count pic 9(6) value 0.
       procedure division.
       main-line.
           accept tline-days-arg from argument-value
               on exception continue
           end-accept
           accept tline-asof-date from argument-value
               on exception continue
           end-accept
           accept map-id from argument-value
               on exception continue
           end-accept
           if tline-days-arg not = spaces
               if function trim (tline-days-arg) is numeric
                   move function numval (tline-days-arg) to tline-days
               else
                   display "AOCDAY08-TLINE: DAYS ARGUMENT "
                       function trim (tline-days-arg)
                       " IS NOT A NUMBER OF DAYS"
                   move 8 to exception-level
                   move "BADARG" to exception-code
                   move tline-days-arg to exception-key
                   move "DAYS ARGUMENT IS NOT A NUMBER OF DAYS"
                       to exception-text
                   perform log-exception
                   move 8 to return-code
                   stop run
               end-if
           end-if
           if tline-asof-date = spaces
               move function current-date to today-timestamp
               move today-timestamp(1:8) to tline-asof-date
           end-if
           move tline-asof-date to date-to-check
           perform check-calendar-date
           if date-check-valid = "N"
               display "AOCDAY08-TLINE: AS-OF DATE MUST BE YYYYMMDD, "
                   "GOT " tline-asof-date
               move 8 to exception-level
               move "BADARG" to exception-code
               move tline-asof-date to exception-key
               move "AS-OF DATE MUST BE YYYYMMDD" to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           compute window-start-integer =
               function integer-of-date
                   (function numval (tline-asof-date))
           compute window-end-integer =
               window-start-integer + tline-days
           compute window-end-date =
               function date-of-integer (window-end-integer)

           perform acquire-run-lock
           open input rules-ksds
           if ksd-status not = "00"
               display "AOCDAY08-TLINE: UNABLE TO OPEN RULESKSD, "
                   "STATUS=" ksd-status
               display "AOCDAY08-TLINE: RUN AOC2023-DAY08-LOAD FIRST "
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
           open output tline-rpt-file

           move spaces to tline-rpt-record
           if map-id = spaces
               move "(ALL)" to map-label
           else
               move map-id to map-label
           end-if
           string "RULE VERSION TIMELINE AS OF " tline-asof-date
               " MAPID=" function trim (map-label)
               delimited by size into tline-rpt-record
           end-string
           write tline-rpt-record
           move spaces to tline-rpt-record
           write tline-rpt-record
           move "VERSION EXCEPTIONS" to tline-rpt-record
           write tline-rpt-record

           if map-id not = spaces
               move low-values to ksd-key
               move map-id to ksd-map-id
               start rules-ksds key not less than ksd-key
                   invalid key move 1 to eof
               end-start
           end-if
           perform until eof = 1
               read rules-ksds next record
                   at end move 1 to eof
               end-read
               if eof = 0 and map-id not = spaces
                       and ksd-map-id not = map-id
                   move 1 to eof
               end-if
               if eof = 0
                   if ksd-src = spaces
                       perform check-node-group
                       perform check-trailing-gaps
                       add 1 to map-count
                   else
                       perform collect-one-version
                   end-if
               end-if
           end-perform
           perform check-node-group
           perform check-trailing-gaps

           close rules-ksds
           perform release-run-lock

           if exception-count = 0
               move "  NONE" to tline-rpt-record
               write tline-rpt-record
           end-if
           perform write-forward-calendar

           move spaces to tline-rpt-record
           write tline-rpt-record
           move spaces to tline-rpt-record
           string "MAPS=" function trim (map-count)
               " NODES=" function trim (node-count)
               " VERSIONS=" function trim (versions-read)
               " OVERLAPS=" function trim (overlap-count)
               " GAPS=" function trim (gap-count)
               " INVALID=" function trim (invalid-count)
               " OVERSIZE=" function trim (oversize-count)
               " EVENTS=" function trim (event-count)
               delimited by size into tline-rpt-record
           end-string
           write tline-rpt-record
           close tline-rpt-file

           display "AOCDAY08-TLINE: "
               function trim (exception-count)
               " VERSION EXCEPTION(S), "
               function trim (event-count)
               " CUTOVER(S) IN THE NEXT " function trim (tline-days)
               " DAY(S), SEE TLINERPT"
      * a named map with nothing under it means the wrong map id was
      * given, the same as the unload program treats it.
           if map-id not = spaces and map-count = 0
               display "AOCDAY08-TLINE: MAP " function trim (map-id)
                   " IS NOT LOADED IN RULESKSD"
               move 8 to exception-level
               move "NOTLOAD" to exception-code
               move map-id to exception-map-id
               move map-id to exception-key
               move "MAP IS NOT LOADED IN RULESKSD" to exception-text
               perform log-exception
               move 8 to return-code
           end-if
      * an overlap or a gap is something for the change team to put
      * right before the dates come round, not a failure of this job.
           if (exception-count not = 0 or event-overflow = "Y")
                   and return-code < 4
               move 4 to return-code
           end-if
           stop run.

      * a change of map id or source node closes the group in hand.
       collect-one-version.
           if ksd-map-id not = group-map-id
                   or ksd-src not = group-src
               perform check-node-group
               move ksd-map-id to group-map-id
               move ksd-src to group-src
               add 1 to node-count
           end-if
           add 1 to versions-read
           if version-count = max-version-count
               move "Y" to group-overflow
           else
               add 1 to version-count
               move ksd-eff-date to ver-eff-date(version-count)
               move ksd-exp-date to ver-exp-date(version-count)
               move ksd-dest-left to ver-dest-left(version-count)
               move ksd-dest-right to ver-dest-right(version-count)
               move "Y" to ver-date-valid(version-count)
           end-if.

       check-node-group.
           if version-count not = 0
               if group-overflow = "Y"
                   add 1 to oversize-count
                   move 4 to exception-level
                   move "OVERSIZE" to exception-code
                   move group-map-id to exception-map-id
                   move group-src to exception-key
                   move spaces to exception-text
                   string "MORE THAN " function trim (max-version-count)
                       " VERSIONS, NOT CHECKED"
                       delimited by size into exception-text
                   end-string
                   perform log-exception
                   add 1 to exception-count
                   move spaces to tline-rpt-record
                   string "  OVERSIZE MAP=" function trim (group-map-id)
                       " NODE=" group-src
                       " MORE THAN " function trim (max-version-count)
                       " VERSIONS, NOT CHECKED"
                       delimited by size into tline-rpt-record
                   end-string
                   write tline-rpt-record
               else
                   perform check-version-dates
                   perform check-version-overlaps
                   perform check-version-gaps
                   perform collect-version-events
               end-if
               perform record-version-routes
           end-if
           move 0 to version-count
           move "N" to group-overflow.

      * the two open-ended sentinels MAINT and LOAD use are the only
      * non-dates allowed: 00000000 for "since always" as an
      * effective date and 99999999 for "until further notice" as an
      * expiry. a version with any other bad date, or one that
      * expires before it starts, is reported and left out of the
      * overlap and gap checks, which would only misread it.
       check-version-dates.
           perform varying ver-idx from 1 by 1
                   until ver-idx > version-count
               if ver-eff-date(ver-idx) not = "00000000"
                   move ver-eff-date(ver-idx) to date-to-check
                   perform check-calendar-date
                   if date-check-valid = "N"
                       move "N" to ver-date-valid(ver-idx)
                   end-if
               end-if
               if ver-exp-date(ver-idx) not = "99999999"
                   move ver-exp-date(ver-idx) to date-to-check
                   perform check-calendar-date
                   if date-check-valid = "N"
                       move "N" to ver-date-valid(ver-idx)
                   end-if
               end-if
               if ver-exp-date(ver-idx) < ver-eff-date(ver-idx)
                   move "N" to ver-date-valid(ver-idx)
               end-if
               if ver-date-valid(ver-idx) = "N"
                   add 1 to invalid-count
                   move 4 to exception-level
                   move "BADDATES" to exception-code
                   move group-map-id to exception-map-id
                   move group-src to exception-key
                   move spaces to exception-text
                   string "VERSION " ver-eff-date(ver-idx) "-"
                       ver-exp-date(ver-idx)
                       " HAS AN UNUSABLE DATE RANGE"
                       delimited by size into exception-text
                   end-string
                   perform log-exception
                   add 1 to exception-count
                   move spaces to tline-rpt-record
                   string "  INVALID  MAP=" function trim (group-map-id)
                       " NODE=" group-src
                       " VERSION " ver-eff-date(ver-idx)
                       "-" ver-exp-date(ver-idx)
                       " HAS AN UNUSABLE DATE RANGE"
                       delimited by size into tline-rpt-record
                   end-string
                   write tline-rpt-record
               end-if
           end-perform.

      * every pair of versions in force on a common day is listed
      * with the days they share; with several candidates the as-of
      * lookup quietly takes the latest-starting one, which is seldom
      * what whoever added the other meant. because the group is in
      * effective-date order, the pairs for a version stop at the
      * first later version starting after it expires.
       check-version-overlaps.
           perform varying ver-idx from 1 by 1
                   until ver-idx > version-count
               if ver-date-valid(ver-idx) = "Y"
                   compute other-idx = ver-idx + 1
                   perform until other-idx > version-count
                       if ver-eff-date(other-idx)
                               > ver-exp-date(ver-idx)
                           move version-count to other-idx
                       else
                           if ver-date-valid(other-idx) = "Y"
                               perform report-one-overlap
                           end-if
                       end-if
                       add 1 to other-idx
                   end-perform
               end-if
           end-perform.

       report-one-overlap.
           add 1 to overlap-count
           move 4 to exception-level
           move "OVERLAP" to exception-code
           move group-map-id to exception-map-id
           move group-src to exception-key
           move spaces to exception-text
           string "VERSION " ver-eff-date(ver-idx) "-"
               ver-exp-date(ver-idx) " OVERLAPS "
               ver-eff-date(other-idx) "-" ver-exp-date(other-idx)
               delimited by size into exception-text
           end-string
           perform log-exception
           add 1 to exception-count
           move ver-eff-date(other-idx) to overlap-from-date
           if ver-exp-date(other-idx) < ver-exp-date(ver-idx)
               move ver-exp-date(other-idx) to overlap-to-date
           else
               move ver-exp-date(ver-idx) to overlap-to-date
           end-if
           move spaces to tline-rpt-record
           string "  OVERLAP  MAP=" function trim (group-map-id)
               " NODE=" group-src
               " VERSION " ver-eff-date(ver-idx)
               "-" ver-exp-date(ver-idx)
               " AND " ver-eff-date(other-idx)
               "-" ver-exp-date(other-idx)
               " BOTH IN FORCE " overlap-from-date
               "-" overlap-to-date
               delimited by size into tline-rpt-record
           end-string
           write tline-rpt-record.

      * a node's life starts with its first version (a node added
      * with a future date simply does not exist yet), so a gap is
      * any stretch after that with no version in force: between two
      * versions, or after the last one expires while the map still
      * routes through the node. either way an as-of traversal on
      * those days finds no rule and stops as a dangling node. the
      * second kind can only be told once the whole map is in, so it
      * is held for check-trailing-gaps.
       check-version-gaps.
           move spaces to covered-through
           perform varying ver-idx from 1 by 1
                   until ver-idx > version-count
               if ver-date-valid(ver-idx) = "Y"
                   if covered-through not = spaces
                           and covered-through not = "99999999"
                       compute next-uncovered-date =
                           function date-of-integer
                               (function integer-of-date
                                   (function numval (covered-through))
                                + 1)
                       if ver-eff-date(ver-idx) > next-uncovered-date
                           compute gap-end-date =
                               function date-of-integer
                                   (function integer-of-date
                                       (function numval
                                           (ver-eff-date(ver-idx)))
                                    - 1)
                           perform report-one-gap
                       end-if
                   end-if
                   if covered-through = spaces
                           or ver-exp-date(ver-idx) > covered-through
                       move ver-exp-date(ver-idx) to covered-through
                   end-if
               end-if
           end-perform
           if covered-through not = spaces
                   and covered-through not = "99999999"
               compute next-uncovered-date =
                   function date-of-integer
                       (function integer-of-date
                           (function numval (covered-through))
                        + 1)
               if pending-count = max-pending-count
                   move 99999999 to gap-end-date
                   perform report-one-gap
               else
                   add 1 to pending-count
                   move group-src to pend-src(pending-count)
                   move next-uncovered-date
                       to pend-from-date(pending-count)
               end-if
           end-if.

      * notes, for each destination of this node's versions, the last
      * day any of them leads there. a map with more destinations than
      * the table holds gets every held gap reported, as if routed.
       record-version-routes.
           perform varying ver-idx from 1 by 1
                   until ver-idx > version-count
               if ver-date-valid(ver-idx) = "Y"
                   move ver-dest-left(ver-idx) to route-dest
                   perform record-one-route
                   if ver-dest-right(ver-idx)
                           not = ver-dest-left(ver-idx)
                       move ver-dest-right(ver-idx) to route-dest
                       perform record-one-route
                   end-if
               end-if
           end-perform.

       record-one-route.
           move 0 to route-found-idx
           perform varying route-idx from 1 by 1
                   until route-idx > route-count
                   or route-found-idx not = 0
               if route-node(route-idx) = route-dest
                   move route-idx to route-found-idx
               end-if
           end-perform
           if route-found-idx = 0
               if route-count = max-route-count
                   move "Y" to route-overflow
               else
                   add 1 to route-count
                   move route-dest to route-node(route-count)
                   move ver-exp-date(ver-idx)
                       to route-last-date(route-count)
               end-if
           else
               if ver-exp-date(ver-idx)
                       > route-last-date(route-found-idx)
                   move ver-exp-date(ver-idx)
                       to route-last-date(route-found-idx)
               end-if
           end-if.

      * the map in hand is complete: a held gap is reported only if
      * some version still leads into the node on or after the day
      * its own versions run out.
       check-trailing-gaps.
           perform varying pending-idx from 1 by 1
                   until pending-idx > pending-count
               move pend-src(pending-idx) to route-dest
               move 0 to route-found-idx
               perform varying route-idx from 1 by 1
                       until route-idx > route-count
                       or route-found-idx not = 0
                   if route-node(route-idx) = route-dest
                       move route-idx to route-found-idx
                   end-if
               end-perform
               move pend-from-date(pending-idx) to date-to-check
               if route-overflow = "Y"
                       or (route-found-idx not = 0
                           and route-last-date(route-found-idx)
                               not < date-to-check)
                   move pend-src(pending-idx) to group-src
                   move pend-from-date(pending-idx)
                       to next-uncovered-date
                   move 99999999 to gap-end-date
                   perform report-one-gap
               end-if
           end-perform
           move 0 to pending-count
           move 0 to route-count
           move "N" to route-overflow.

       report-one-gap.
           add 1 to gap-count
           move 4 to exception-level
           move "GAP" to exception-code
           move group-map-id to exception-map-id
           move group-src to exception-key
           move spaces to exception-text
           string "NO VERSION IN FORCE FROM " next-uncovered-date
               delimited by size into exception-text
           end-string
           perform log-exception
           add 1 to exception-count
           move spaces to tline-rpt-record
           if gap-end-date = 99999999
               string "  GAP      MAP=" function trim (group-map-id)
                   " NODE=" group-src
                   " NO VERSION IN FORCE FROM " next-uncovered-date
                   " ONWARD"
                   delimited by size into tline-rpt-record
               end-string
           else
               string "  GAP      MAP=" function trim (group-map-id)
                   " NODE=" group-src
                   " NO VERSION IN FORCE " next-uncovered-date
                   "-" gap-end-date
                   delimited by size into tline-rpt-record
               end-string
           end-if
           write tline-rpt-record.

      * a version starting inside the window is a cutover coming; so
      * is one whose last day in force falls inside it. the as-of
      * date itself counts, so today's cutovers show at the top.
       collect-version-events.
           perform varying ver-idx from 1 by 1
                   until ver-idx > version-count
               if ver-date-valid(ver-idx) = "Y"
                   if ver-eff-date(ver-idx) not = "00000000"
                           and ver-eff-date(ver-idx)
                               not < tline-asof-date
                           and ver-eff-date(ver-idx)
                               not > window-end-date
                       move ver-eff-date(ver-idx) to date-to-check
                       perform add-force-event
                   end-if
                   if ver-exp-date(ver-idx) not = "99999999"
                           and ver-exp-date(ver-idx)
                               not < tline-asof-date
                           and ver-exp-date(ver-idx)
                               not > window-end-date
                       move ver-exp-date(ver-idx) to date-to-check
                       perform add-expiry-event
                   end-if
               end-if
           end-perform.

       add-force-event.
           if event-count = max-event-count
               move "Y" to event-overflow
           else
               add 1 to event-count
               move "F" to event-kind(event-count)
               perform fill-event-fields
           end-if.

       add-expiry-event.
           if event-count = max-event-count
               move "Y" to event-overflow
           else
               add 1 to event-count
               move "X" to event-kind(event-count)
               perform fill-event-fields
           end-if.

       fill-event-fields.
           move date-to-check to event-date(event-count)
           move group-map-id to event-map-id(event-count)
           move group-src to event-src(event-count)
           move ver-eff-date(ver-idx) to event-eff-date(event-count)
           move ver-exp-date(ver-idx) to event-exp-date(event-count)
           move ver-dest-left(ver-idx) to event-dest-left(event-count)
           move ver-dest-right(ver-idx)
               to event-dest-right(event-count).

      * grouped by date: one heading per day with its cutovers under
      * it, map and node order within the day, versions coming into
      * force ahead of versions expiring.
       write-forward-calendar.
           move spaces to tline-rpt-record
           write tline-rpt-record
           move spaces to tline-rpt-record
           string "FORWARD CALENDAR " tline-asof-date
               " THROUGH " window-end-date
               " (" function trim (tline-days) " DAYS)"
               delimited by size into tline-rpt-record
           end-string
           write tline-rpt-record
           if event-count = 0
               move "  NO VERSIONS COME INTO FORCE OR EXPIRE"
                   to tline-rpt-record
               write tline-rpt-record
           else
               sort event-table on ascending key event-date
                   event-kind event-map-id event-src
               move spaces to last-event-date
               perform varying event-idx from 1 by 1
                       until event-idx > event-count
                   if event-date(event-idx) not = last-event-date
                       perform write-event-date-heading
                   end-if
                   perform write-one-event
               end-perform
           end-if
           if event-overflow = "Y"
               move 4 to exception-level
               move "TRUNCATE" to exception-code
               move map-id to exception-map-id
               move "TLINERPT" to exception-key
               move spaces to exception-text
               string "CALENDAR TRUNCATED AT "
                   function trim (max-event-count) " CUTOVERS"
                   delimited by size into exception-text
               end-string
               perform log-exception
               move spaces to tline-rpt-record
               string "  CALENDAR TRUNCATED AT "
                   function trim (max-event-count) " CUTOVERS"
                   delimited by size into tline-rpt-record
               end-string
               write tline-rpt-record
           end-if.

       write-event-date-heading.
           move event-date(event-idx) to last-event-date
           move 0 to event-day-count
           perform varying other-idx from event-idx by 1
                   until other-idx > event-count
                       or event-date(other-idx) not = last-event-date
               add 1 to event-day-count
           end-perform
           move event-day-count to event-day-display
           move spaces to tline-rpt-record
           string "  " last-event-date(1:4) "-" last-event-date(5:2)
               "-" last-event-date(7:2)
               "  " function trim (event-day-display leading)
               " CUTOVER(S)"
               delimited by size into tline-rpt-record
           end-string
           write tline-rpt-record.

       write-one-event.
           move spaces to tline-rpt-record
           if event-kind(event-idx) = "F"
               string "    COMES INTO FORCE  MAP="
                   function trim (event-map-id(event-idx))
                   " NODE=" event-src(event-idx)
                   " L=" event-dest-left(event-idx)
                   " R=" event-dest-right(event-idx)
                   " UNTIL " event-exp-date(event-idx)
                   delimited by size into tline-rpt-record
               end-string
           else
               string "    LAST DAY IN FORCE MAP="
                   function trim (event-map-id(event-idx))
                   " NODE=" event-src(event-idx)
                   " L=" event-dest-left(event-idx)
                   " R=" event-dest-right(event-idx)
                   " SINCE " event-eff-date(event-idx)
                   delimited by size into tline-rpt-record
               end-string
           end-if
           write tline-rpt-record.

       check-calendar-date.
           move "Y" to date-check-valid
           if date-to-check is not numeric
               move "N" to date-check-valid
           else
               if function test-date-yyyymmdd
                       (function numval (date-to-check)) not = 0
                   move "N" to date-check-valid
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
               display "AOCDAY08-TLINE: RULESKSD IS LOCKED BY "
                   function trim (lock-holder)
                   " SINCE " lock-timestamp
                   " USER " lock-user
               display "AOCDAY08-TLINE: RUN AOC2023-DAY08-UNLOCK "
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
           move "AOCDAY08-TLINE" to lock-holder
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
           move "AOCDAY08-TLINE" to excp-rec-program
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
               display "AOCDAY08-TLINE: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key
           move spaces to exception-map-id.
