               organization is line sequential.
           select traf-file assign to "TRAFRPT"
               organization is line sequential.
           select loop-file assign to "LOOPRPT"
               organization is line sequential.
      * a partitioned part-2 step writes PARTOUT; the merge step reads
      * each partition's output back under the dataset names PARTLIST
      * gives it, the same way batch mode reads its maps.
           select partition-file assign to dynamic partition-dsn
               organization is line sequential
               file status is partition-file-status.
           select partition-list-file assign to "PARTLIST"
               organization is line sequential
               file status is partition-list-status.
           select merge-rpt-file assign to "MERGERPT"
               organization is line sequential.
           select lock-file assign to "RUNLOCK"
               organization is line sequential
               file status is lock-file-status.
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
           record contains 120 characters.
       01 ovr-rpt-record pic x(120).
       fd unreach-file
           record contains 132 characters.
       01 unreach-file-record pic x(132).
       fd orphan-file
           record contains 132 characters.
       01 orphan-file-record pic x(132).
       fd trap-file
           record contains 132 characters.
       01 trap-file-record pic x(132).
      * each BATCHLST line is a control card: the dataset name in
      * columns 1-44 plus optional per-map overrides - part in column
      * 46, start suffix in 48, end suffix in 50, and an expected
      * node plus the date that version comes into force, and the
      * record carries its expiry, so next quarter's rules can sit in
      * the file today and the as-of date decides which version a
      * traversal sees. every map lives in the one file under its own
      * map id, which leads the key, and each map's header record
      * (blank source node, so it sorts first in the map) carries the
      * map's actions line.
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
       fd rules-ksds-check
           record is varying in size from 84 to 1064 characters
               depending on ksd-check-record-size.
       01 ksd-check-record.
           05 ksd-check-key.
               10 ksd-check-map-id pic x(44).
               10 ksd-check-src pic x(8).
               10 ksd-check-eff-date pic x(8).
           05 ksd-check-dest-left pic x(8).
           05 ksd-check-dest-right pic x(8).
           05 ksd-check-exp-date pic x(8).
       01 ksd-check-map-header.
           05 filler pic x(60).
           05 filler pic x(1004).
      * the certification register the certification program appends
      * to: one machine-readable record per certification run, of
      * which the most recent one for a map id is that map's current
           05 checkpoint-hdr-current-action-idx pic 9(4).
           05 checkpoint-hdr-pointers-left pic 9(4).
           05 checkpoint-hdr-steps pic 9(16).
           05 checkpoint-hdr-partition pic x(8).
           05 filler pic x(16).
       01 checkpoint-pointer-fields redefines checkpoint-file-record.
           05 filler pic x(48).
           05 checkpoint-ptr-start pic x(8).
           record contains 100 characters.
       01 stat-file-record pic x(100).
       fd traf-file
           record contains 132 characters.
       01 traf-file-record pic x(132).
       fd loop-file
           record contains 132 characters.
       01 loop-file-record pic x(132).
      * one partition's part-2 results: a HDR naming the map, the
      * partitioning, the run's token, as-of date and suffixes, a PTR
      * per start node with its cycle-size, and a TRL written only once
      * every pointer in the partition has reached an end node. a
      * step that abends or stops on a runaway walk leaves the HDR
      * with no TRL, which is what lets the merge tell an incomplete
      * partition from a finished one.
       fd partition-file
           record contains 100 characters.
       01 partition-record.
           05 part-rec-tag pic x(4).
           05 part-rec-map-id pic x(44).
           05 part-rec-body pic x(52).
       01 part-hdr-fields redefines partition-record.
           05 filler pic x(48).
           05 part-hdr-count pic 9(4).
           05 part-hdr-number pic 9(4).
           05 part-hdr-asof-date pic x(8).
           05 part-hdr-lookup-mode pic x(5).
           05 part-hdr-start-suffix pic x.
           05 part-hdr-end-suffix pic x.
           05 part-hdr-timestamp pic x(21).
           05 part-hdr-run-token pic x(8).
       01 part-ptr-fields redefines partition-record.
           05 filler pic x(48).
           05 part-ptr-start pic x(8).
           05 part-ptr-cycle-size pic 9(16).
           05 part-ptr-resolves pic 9(9).
           05 filler pic x(19).
       01 part-trl-fields redefines partition-record.
           05 filler pic x(48).
           05 part-trl-pointers pic 9(4).
           05 part-trl-iterations pic 9(9).
           05 part-trl-resolves pic 9(9).
           05 part-trl-ksd-reads pic 9(9).
           05 part-trl-checkpoints pic 9(9).
           05 part-trl-status pic x(8).
           05 filler pic x(4).
      * each PARTLIST line names one partition's PARTOUT dataset in
      * columns 1-44.
       fd partition-list-file
           record contains 80 characters.
       01 partition-list-record.
           05 partition-list-dsn pic x(44).
           05 filler pic x(36).
       fd merge-rpt-file
           record contains 132 characters.
       01 merge-rpt-record pic x(132).
      * the run-control lock every RULESKSD job honors: an INDEX-mode
      * traversal registers itself here before opening RULESKSD, so
      * the maintenance-side programs refuse to rewrite rules under
      * a walk in progress, and vice versa.
       fd lock-file
           record contains 60 characters.
       01 lock-record.
           05 lock-holder pic x(20).
           05 filler pic x.
           05 lock-timestamp pic x(21).
           05 filler pic x.
           05 lock-user pic x(8).
           05 filler pic x(9).
      * the node master, maintained by AOC2023-DAY08-NODEMNT: what
      * each node is and who owns it, so the traffic and audit
      * reports say more than a bare eight-character name.
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
      * a batch card is refused before map-id is set to its map, so
      * those exceptions name the map here instead.
       01 exception-map-id pic x(44) value spaces.
      * one return-code scheme across the whole suite, so the
      * scheduler can branch on the condition code instead of paging
      * someone to read SYSOUT: 0 is a clean run, 4 a warning
       01 traf-hot-rank pic 9999 value 10.
       01 traf-line-ptr pic 999.

      * for the node master lookups behind the traffic and audit
      * reports. the node master is reference data, not a rules
      * source, so a missing or unreadable NODEMAST only costs the
      * descriptions, never the run.
       01 nm-status-code pic xx value spaces.
       01 node-master-open pic x value "N".
       01 node-to-describe pic x(8).
       01 node-detail pic x(64).

      * for the part-1/part-2 lookup against a pre-built RULESKSD file
      * instead of parsing and sorting rules-table on every run:
       01 lookup-mode pic x(5) value "TABLE".
       01 ksd-status pic xx value spaces.
       01 ksd-check-status pic xx value spaces.
       01 ksd-record-size pic 9(4) binary value 84.
       01 ksd-check-record-size pic 9(4) binary value 84.
       01 index-eof pic x value "N".
      * the last start node added to pointers-table from RULESKSD, so
      * a node with more than one version in force on the as-of date
      * still only becomes one pointer.
       01 index-last-start pic x(8) value spaces.
      * the as-of date (argument, defaulting to today) picks which
      * effective-dated RULESKSD version resolve-destination sees, so
      * "what will the January answer be" is a date on the run
       01 stat-checkpoints pic 9(9) value 0.
       01 stat-file-opened pic x value "N".
       01 stat-part pic x.
       01 stat-timestamp pic x(21).
       01 stat-secs pic 9(7)v99.
       01 stat-secs-display pic z(6)9.99.
       01 stat-count-display pic z(8)9.
           05 diag-first-hit pic 9(16) value 0.
           05 diag-second-hit pic 9(16) value 0.
           05 diag-period pic 9(16) value 0.
      * the pointer's own runaway-guard state (see check-walker-loop):
           05 ptr-brent-position pic x(8).
           05 ptr-brent-action-idx pic 9999.
           05 ptr-brent-power pic 9(16).
           05 ptr-brent-lam pic 9(16).

      * for the runaway-traversal guard. a walk is fully determined
      * by where it stands and which action comes next, so once a
      * walker is back in a (node, action position) state it has
      * been in before without reaching an end node, it will go
      * round that loop forever. each walker keeps one remembered
      * state and moves it forward at doubling intervals (Brent's
      * method), which finds any loop in a bounded number of steps
      * without keeping the whole path. the operator's max-steps
      * ceiling (zero = none) is the backstop for maps too large to
      * wait for that.
       01 max-steps-arg pic x(18) value spaces.
       01 max-steps pic 9(18) value 0.
       01 runaway-found pic x value "N".
       01 runaway-count pic 9999 value 0.
       01 runaway-status pic x(13) value spaces.
       01 walk-start-node pic x(8).
       01 walk-position pic x(8).
       01 walk-action-idx pic 9999.
       01 walk-steps pic 9(18).
       01 brent-position pic x(8).
       01 brent-action-idx pic 9999.
       01 brent-power pic 9(16).
       01 brent-lam pic 9(16).
      * for locating and listing the loop once one is found: two
      * re-walks from the start state, one given a head start of a
      * loop length, meet exactly where the loop begins.
       01 loop-mu pic 9(16).
       01 loop-member-idx pic 9(16).
       01 loop-member-cap pic 9(16) value 200.
       01 hare-position pic x(8).
       01 hare-action-idx pic 9999.
       01 tort-position pic x(8).
       01 tort-action-idx pic 9999.
       01 rewalk-position pic x(8).
       01 rewalk-action-idx pic 9999.
       01 rewalk-saved-position pic x(8).
       01 rewalk-saved-action pic x.
       01 rewalk-saved-traffic pic x.
       01 rewalk-saved-resolves pic 9(9).
       01 rewalk-saved-ksd-reads pic 9(9).
       01 loop-file-opened pic x value "N".
       01 loop-part pic x.
       01 loop-num-display pic z(17)9.
       01 loop-len-display pic z(15)9.
       01 loop-line-ptr pic 999.

      * for the part = "9" partitioned part 2. the start nodes are
      * dealt round-robin into partition-count partitions, and each
      * partition number 1..n runs its share as its own job step
      * (with its own CKPTFILE and PARTOUT) alongside the others.
      * partition number 0 is the merge step that puts them back
      * together. partition-tag goes on a partition's checkpoints so
      * one partition never resumes from another's. the run token is
      * whatever the scheduler gives every step of one partitioned
      * run alike (the run date, a job number); the steps stamp it on
      * their PARTOUT and the merge takes only PARTOUTs carrying its
      * own, so a step that never got as far as writing its PARTOUT
      * cannot be stood in for by the one a previous run left behind.
       01 partition-count-arg pic x(4) value spaces.
       01 partition-number-arg pic x(4) value spaces.
       01 run-token pic x(8) value spaces.
      * a partition step only reads RULESKSD and runs alongside its
      * sister steps, so in INDEX mode it puts no lock of its own on
      * RUNLOCK - one would refuse every other partition - and only
      * stays out of the way of a program that changes the rules.
       01 run-lock-shared pic x value "N".
       01 partition-count pic 9(4) value 0.
       01 partition-number pic 9(4) value 0.
       01 max-partition-count pic 9(4) value 99.
       01 partition-tag pic x(8) value spaces.
       01 partition-kept pic 9999.
       01 partition-slot pic 9999.
       01 partition-dsn pic x(44) value spaces.
       01 partition-file-status pic xx value spaces.
       01 partition-list-status pic xx value spaces.
       01 partition-list-eof pic x value "N".
       01 partition-eof pic x value "N".
       01 partition-seen-table.
           05 partition-seen occurs 99 times pic x.
       01 partition-idx pic 9(4).
       01 merge-problems pic 9(4) value 0.
       01 merge-problem-text pic x(120).
       01 merge-hdr-ok pic x.
       01 merge-trl-found pic x.
       01 merge-ptr-records pic 9(4).
       01 merge-ptr-found pic x.
       01 merge-partition-status pic x(10).
       01 merge-partition-number pic 9(4).
       01 merge-count-display pic z(8)9.
       01 merge-ptr-total pic 9(4) value 0.

      * for the part = "7" what-if override mode: the run happens
      * twice, once against MAPIN as delivered and once with the
      * OVERRIDE deck's replacement rules applied on top of the
           accept asof-date from argument-value
               on exception continue
           end-accept
           accept max-steps-arg from argument-value
               on exception continue
           end-accept
           accept partition-count-arg from argument-value
               on exception continue
           end-accept
           accept partition-number-arg from argument-value
               on exception continue
           end-accept
           accept run-token from argument-value
               on exception continue
           end-accept
           if asof-date = spaces
               move function current-date to asof-timestamp
               move asof-timestamp(1:8) to asof-date
           if asof-date is not numeric
               display "AOCDAY08: AS-OF DATE MUST BE YYYYMMDD, GOT "
                   asof-date
               move 8 to exception-level
               move "BADARG" to exception-code
               move asof-date to exception-key
               move "AS-OF DATE MUST BE YYYYMMDD" to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           if max-steps-arg not = spaces
               if function trim (max-steps-arg) is numeric
                   move function numval (max-steps-arg) to max-steps
               else
                   display "AOCDAY08: MAX-STEPS MUST BE A NUMBER, GOT "
                       function trim (max-steps-arg)
                   move 8 to exception-level
                   move "BADARG" to exception-code
                   move max-steps-arg to exception-key
                   move "MAX-STEPS MUST BE A NUMBER" to exception-text
                   perform log-exception
                   move 8 to return-code
                   stop run
               end-if
           end-if
           if part = "9"
               perform check-partition-arguments
           end-if

      * the tally leans on rules-idx out of the in-memory table, which
      * a RULESKSD lookup never produces, so traffic mode forces TABLE
      * would fail it, and part 7 is a what-if tool that never
      * produces a production answer.
           if part = "1" or part = "2" or part = "3"
                   or part = "4" or part = "8" or part = "9"
               move map-id to cert-check-map-id
               perform check-map-certification
               if map-certified = "N"
                       display "AOCDAY08: WARNING - MAP "
                           function trim (map-id)
                           " HAS NO CURRENT PASS CERTIFICATION"
                       move 4 to exception-level
                       move "NOTCERT" to exception-code
                       move map-id to exception-key
                       move spaces to exception-text
                       string "NO CURRENT PASS CERTIFICATION,"
                           " RUN IN WARN MODE"
                           delimited by size into exception-text
                       end-string
                       perform log-exception
                       if return-code < 4
                           move 4 to return-code
                       end-if
                       display "AOCDAY08: RUN AOC2023-DAY08-CERT "
                           "AGAINST THE MAP FIRST, OR RERUN WITH "
                           "CERT-MODE WARN"
                       move 8 to exception-level
                       move "NOTCERT" to exception-code
                       move map-id to exception-key
                       move spaces to exception-text
                       string "NO CURRENT PASS"
                           " CERTIFICATION, NOT TRAVERSED"
                           delimited by size into exception-text
                       end-string
                       perform log-exception
                       move 8 to return-code
                       stop run
                   end-if
           perform stat-phase-start-clock
           if lookup-mode = "INDEX" and
                   (part = "1" or part = "2" or part = "3"
                       or part = "4" or part = "8" or part = "9")
               perform parse-map-file-index-mode
           else
               perform parse-map-file
           if part = "8"
               perform run-general-solver
           end-if

           if part = "9"
               if partition-number = 0
                   perform run-partition-merge
               else
                   perform run-partition-step
               end-if
           end-if
           perform stat-end-trav-phase

           move steps to steps-display

      * a partition step has no answer of its own to record; the
      * merge step records the combined one.
           if part = "1" or part = "2" or part = "3" or part = "4"
                   or part = "8"
                   or (part = "9" and partition-number = 0)
               perform write-audit-record
               perform write-statistics-report
           end-if

           if lookup-mode = "INDEX" and
                   (part = "1" or part = "2" or part = "3"
                       or part = "4" or part = "8" or part = "9")
               close rules-ksds
               perform release-run-lock
           end-if

           if part not = "9" or partition-number = 0
               display function trim (steps-display leading)
           end-if
           stop run.

       capture-clock.
           else
               move part to stat-part
           end-if
      * a merged partition run is a part-2 answer and is recorded as
      * one, so history and the extract see no difference.
           if part = "9"
               move "2" to stat-part
           end-if
      * the header's timestamp is what the history housekeeping
      * ages a whole statistics block by.
           move function current-date to stat-timestamp
           move spaces to stat-file-record
           string "STATISTICS PART=" stat-part
               " MAPID=" function trim (map-id)
               " TIMESTAMP=" stat-timestamp
               delimited by size into stat-file-record
           end-string
           write stat-file-record
               delimited by size into traf-file-record
           end-string
           write traf-file-record
           perform open-node-master

           move 0 to traf-rank
           move 1 to traf-best-count
               move "NO NODES VISITED" to traf-file-record
               write traf-file-record
           end-if
           perform close-node-master
           close traf-file.

       find-busiest-node.
                   into traf-file-record with pointer traf-line-ptr
               end-string
           end-if
           move src(traf-best-idx) to node-to-describe
           perform describe-node
           string " " function trim (node-detail)
               into traf-file-record with pointer traf-line-ptr
           end-string
           write traf-file-record.

      * NODEMAST is opened once per report rather than once per
      * line; a status other than "00" just leaves every node
      * undescribed for this report.
       open-node-master.
           open input node-master
           if nm-status-code = "00"
               move "Y" to node-master-open
           else
               move "N" to node-master-open
               display "AOCDAY08: NODEMAST NOT AVAILABLE, STATUS="
                   nm-status-code ", NODE DESCRIPTIONS OMITTED"
           end-if.

       close-node-master.
           if node-master-open = "Y"
               close node-master
               move "N" to node-master-open
           end-if.

      * leaves "DESC=... OWNER=..." for node-to-describe in
      * node-detail, or says plainly that the node has no node
      * master entry - which is itself worth a reviewer's notice.
      * with NODEMAST unavailable it stays blank; open-node-master
      * has already said why on SYSOUT.
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
                       delimited by size into node-detail
                   end-string
               end-if
           end-if.

      * scans the certification register for cert-check-map-id and
      * leaves map-certified = "Y" only when the most recent record
      * for that map id says PASS: a later FAIL supersedes an old
           else
               move part to audit-part-value
           end-if
           if part = "9"
               move "2" to audit-part-value
           end-if
           string "PART=" audit-part-value
               " MAPID=" function trim (map-id)
               " STEPS=" function trim (steps-display leading)
           if map-file-status not = "00"
               display "AOCDAY08: UNABLE TO OPEN MAPIN, STATUS="
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
                               function trim (max-pointers-count)
                               " ENTRIES, MAP TOO LARGE"
                           close map-file
                           move 8 to exception-level
                           move "TBLFULL" to exception-code
                           move "MAPIN" to exception-key
                           move "POINTERS-TABLE FULL, MAP TOO LARGE"
                               to exception-text
                           perform log-exception
                           move 8 to return-code
                           stop run
                       end-if
           end-if.

      * lookup-mode = "INDEX" skips the parse-and-sort of rules-table
      * entirely for a map that rarely changes between runs: the map's
      * header record in RULESKSD (built ahead of time by the load
      * program) supplies the actions line, one pass over the map's
      * own rules finds the start nodes for pointers-table, and every
      * LEFT/RIGHT lookup after that goes to RULESKSD via
      * resolve-destination. MAPIN is not opened at all. Because
      * rules-table is never built here, validate-rules-table has
      * nothing to check, so validate-rules-index runs the same
      * dangling-destination check as a sequential pass over the map
      * in RULESKSD instead, before the traversal is allowed to start.
       parse-map-file-index-mode.
           perform acquire-run-lock
           open input rules-ksds
           if ksd-status not = "00"
               display "AOCDAY08: UNABLE TO OPEN RULESKSD, STATUS="
                   ksd-status
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

           move map-id to ksd-map-id
           move spaces to ksd-src
           move "00000000" to ksd-eff-date
           add 1 to stat-ksd-reads
           read rules-ksds key is ksd-key
               invalid key
                   display "AOCDAY08: MAP " function trim (map-id)
                       " IS NOT LOADED IN RULESKSD"
                   close rules-ksds
                   perform release-run-lock
                   move 8 to exception-level
                   move "NOTLOAD" to exception-code
                   move map-id to exception-key
                   move "MAP IS NOT LOADED IN RULESKSD"
                       to exception-text
                   perform log-exception
                   move 8 to return-code
                   stop run
           end-read
           move ksd-hdr-actions to actions
           move ksd-hdr-actions-length to actions-length

      * the map's rules follow its header in key order; a start node
      * counts when some version of its rule is in force on the as-of
      * date, the same versions the traversal itself will see.
           move spaces to index-last-start
           move "N" to index-eof
           perform until index-eof = "Y"
               read rules-ksds next record
                   at end move "Y" to index-eof
               end-read
               if index-eof = "N"
                   add 1 to stat-ksd-reads
                   if ksd-map-id not = map-id
                       move "Y" to index-eof
                   else
                       if ksd-eff-date not greater than asof-date
                               and asof-date not greater than
                                   ksd-exp-date
                               and ksd-src not = index-last-start
                           move ksd-src to node-to-test
                           perform get-node-suffix
                           if node-suffix = start-suffix
                               perform add-index-start-pointer
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           close rules-ksds
           perform stat-end-parse-phase

           perform validate-rules-index
           open input rules-ksds
           if ksd-status not = "00"
               display "AOCDAY08: UNABLE TO OPEN RULESKSD, STATUS="
                   ksd-status
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
           perform stat-end-valid-phase.

       add-index-start-pointer.
           if pointers-count = max-pointers-count
               display "AOCDAY08: POINTERS-TABLE FULL AT "
                   function trim (max-pointers-count)
                   " ENTRIES, MAP TOO LARGE"
               close rules-ksds
               perform release-run-lock
               move 8 to exception-level
               move "TBLFULL" to exception-code
               move "RULESKSD" to exception-key
               move "POINTERS-TABLE FULL, MAP TOO LARGE"
                   to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           add 1 to pointers-count
           move ksd-src to pointer-start(pointers-count)
           move ksd-src to pointer-current(pointers-count)
           move 0 to cycle-size(pointers-count)
           move 0 to ptr-resolve-count(pointers-count)
           move ksd-src to index-last-start.

      * a one-time sequential pass over RULESKSD, checking every
      * LEFT/RIGHT destination against the srcs actually loaded, so
      * INDEX mode gets the same up-front dangling-destination catch
               display "AOCDAY08: UNABLE TO OPEN RULESKSD, STATUS="
                   ksd-status
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
               display "AOCDAY08: UNABLE TO OPEN RULESKSD, STATUS="
                   ksd-check-status
               perform release-run-lock
               move 12 to exception-level
               move "OPENFAIL" to exception-code
               move "RULESKSD" to exception-key
               move spaces to exception-text
               string "UNABLE TO OPEN, STATUS=" ksd-check-status
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
               stop run
           end-if
      * the pass covers this map's records only: position past its
      * header and stop at the first record of the next map id.
           move map-id to ksd-map-id
           move spaces to ksd-src
           move "00000000" to ksd-eff-date
           move "N" to index-eof
           start rules-ksds key greater than ksd-key
               invalid key move "Y" to index-eof
           end-start
           perform until index-eof = "Y"
               read rules-ksds next record
                   at end move "Y" to index-eof
               end-read
               if index-eof = "N"
                   add 1 to stat-ksd-reads
                   if ksd-map-id not = map-id
                       move "Y" to index-eof
                   else
      * only the versions in force on the as-of date take part in
      * this run, so only their destinations need to resolve; an
      * expired or not-yet-effective version may legitimately point
      * at nodes that only exist in its own era.
                       if ksd-eff-date not greater than asof-date
                               and asof-date
                                   not greater than ksd-exp-date
                           move ksd-dest-left to dest-to-check
                           perform check-one-destination-index
                           move ksd-dest-right to dest-to-check
                           perform check-one-destination-index
                       end-if
                   end-if
               end-if
           end-perform
       check-one-destination-index.
           move "N" to dest-found
           add 1 to stat-ksd-reads
           move map-id to ksd-check-map-id
           move dest-to-check to ksd-check-src
           move "00000000" to ksd-check-eff-date
           start rules-ksds-check key not less than ksd-check-key
                   end-read
                   if version-eof = "N"
                       add 1 to stat-ksd-reads
                       if ksd-check-map-id not = map-id
                               or ksd-check-src not = dest-to-check
                           move "Y" to version-eof
                       else
                           if ksd-check-eff-date
               string "NO RULE IN FORCE FOR NODE " dest-to-check
                   " ON " asof-date
                   delimited by size into error-file-record
               move 8 to exception-level
               move "NORULE" to exception-code
               move dest-to-check to exception-key
               move spaces to exception-text
               string "MAPERR: NO RULE IN FORCE FOR THE NODE ON "
                   asof-date
                   delimited by size into exception-text
               end-string
               perform log-exception
               write error-file-record
           end-if.

               move spaces to error-file-record
               string "DANGLING DESTINATION NODE: " dest-to-check
                   delimited by size into error-file-record
               move 8 to exception-level
               move "DANGLING" to exception-code
               move dest-to-check to exception-key
               move "MAPERR: DANGLING DESTINATION NODE"
                   to exception-text
               perform log-exception
               write error-file-record
           end-if.

               if dest-not-found
                   display "AOCDAY08: DANGLING DESTINATION NODE: "
                       current-position
                   move 8 to exception-level
                   move "DANGLING" to exception-code
                   move current-position to exception-key
                   move "DANGLING DESTINATION NODE IN TRAVERSAL"
                       to exception-text
                   perform log-exception
                   move 8 to return-code
                   stop run
               end-if
      * all - for this run's date the rule does not exist.
       resolve-destination-index.
           move "N" to version-found
           move map-id to ksd-map-id
           move current-position to ksd-src
           move "00000000" to ksd-eff-date
           add 1 to stat-ksd-reads
                   end-read
                   if version-eof = "N"
                       add 1 to stat-ksd-reads
                       if ksd-map-id not = map-id
                               or ksd-src not = current-position
                           move "Y" to version-eof
                       else
                           if ksd-eff-date not greater than asof-date
               display "AOCDAY08: NO RULE IN FORCE FOR NODE "
                   current-position " ON " asof-date
               perform release-run-lock
               move 8 to exception-level
               move "NORULE" to exception-code
               move current-position to exception-key
               move spaces to exception-text
               string "NO RULE IN FORCE FOR THE NODE ON "
                   asof-date
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 8 to return-code
               stop run
           end-if.

       run-part-one.
           perform start-single-walker
           perform until current-position = "ZZZ"
                   or runaway-count not = 0
               add 1 to steps
               move actions(current-action-idx:1) to current-action
               perform resolve-destination
               else
                   add 1 to current-action-idx
               end-if
               perform guard-single-walker
           end-perform
           perform end-single-walker.

      * parts 1 and 3 walk one walker from AAA at the first action.
       start-single-walker.
           move 0 to runaway-count
           move "N" to runaway-found
           move spaces to runaway-status
           move current-position to walk-start-node
           move current-position to brent-position
           move current-action-idx to brent-action-idx
           move 1 to brent-power
           move 0 to brent-lam.

       guard-single-walker.
           if current-position not = "ZZZ"
               move current-position to walk-position
               move current-action-idx to walk-action-idx
               move steps to walk-steps
               perform check-walker-loop
               if runaway-found = "N" and max-steps not = 0
                       and steps not < max-steps
                   perform report-step-ceiling
               end-if
           end-if.

      * a runaway single walk has no answer to give. standalone, the
      * run stops right here with the data-failure code; inside a
      * batch the map's report line says what happened and the batch
      * goes on to the next map.
       end-single-walker.
           if runaway-count not = 0
               move 0 to steps
               if batch-mode-active = "N"
                   perform stop-runaway-traversal
               end-if
           end-if.

      * same left/right walk as part 1, but every current-position and
      * current-action pair gets written to TRACEOUT as it happens, so
      * through instead of just trusting the final steps count.
       run-trace-mode.
           open output trace-file
           perform start-single-walker
           perform until current-position = "ZZZ"
                   or runaway-count not = 0
               move actions(current-action-idx:1) to current-action
               move spaces to trace-file-record
               move current-position to trace-file-position
               else
                   add 1 to current-action-idx
               end-if
               perform guard-single-walker
           end-perform
           close trace-file
           perform end-single-walker.

      * the part = "2" LCM shortcut assumes every pointer's Z-hits
      * repeat at exact multiples of cycle-size starting from step
                   move 0 to steps
                   display "AOCDAY08: NO SIMULTANEOUS ARRIVAL EXISTS "
                       "FOR THIS MAP"
                   move 4 to exception-level
                   move "NOSYNC" to exception-code
                   move map-id to exception-key
                   move "NO SIMULTANEOUS ARRIVAL EXISTS FOR THIS MAP"
                       to exception-text
                   perform log-exception
                   if return-code < 4
                       move 4 to return-code
                   end-if
           if override-file-status not = "00"
               display "AOCDAY08: UNABLE TO OPEN OVERRIDE, STATUS="
                   override-file-status
               move 12 to exception-level
               move "OPENFAIL" to exception-code
               move "OVERRIDE" to exception-key
               move spaces to exception-text
               string "UNABLE TO OPEN, STATUS=" override-file-status
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
               stop run
           end-if
                   display "AOCDAY08: RULES-TABLE FULL AT "
                       function trim (max-rules-count)
                       " ENTRIES, OVERRIDE NOT APPLIED"
                   move 8 to exception-level
                   move "TBLFULL" to exception-code
                   move "OVERRIDE" to exception-key
                   move "RULES-TABLE FULL, OVERRIDE NOT APPLIED"
                       to exception-text
                   perform log-exception
                   move 8 to return-code
                   stop run
               end-if
                       display "AOCDAY08: POINTERS-TABLE FULL AT "
                           function trim (max-pointers-count)
                           " ENTRIES, OVERRIDE NOT APPLIED"
                       move 8 to exception-level
                       move "TBLFULL" to exception-code
                       move "OVERRIDE" to exception-key
                       move "POINTERS-TABLE FULL, OVERRIDE NOT APPLIED"
                           to exception-text
                       perform log-exception
                       move 8 to return-code
                       stop run
                   end-if
           open output unreach-file
           open output orphan-file
           open output trap-file
           perform open-node-master
           perform varying audit-idx from 1 by 1
                   until audit-idx > rules-count
               move src(audit-idx) to node-to-test
               perform get-node-suffix
               move src(audit-idx) to node-to-describe
               perform describe-node
               if audit-reached(audit-idx) = "N"
                   add 1 to audit-unreachable-count
                   move spaces to unreach-file-record
                   string "UNREACHABLE NODE: " src(audit-idx)
                       " " node-detail
                       delimited by size into unreach-file-record
                   end-string
                   write unreach-file-record
                   add 1 to audit-orphan-count
                   move spaces to orphan-file-record
                   string "ORPHAN NODE: " src(audit-idx)
                       " " node-detail
                       delimited by size into orphan-file-record
                   end-string
                   write orphan-file-record
                   add 1 to audit-trapped-count
                   move spaces to trap-file-record
                   string "TRAPPED NODE: " src(audit-idx)
                       " HAS NO PATH TO ANY END NODE "
                       node-detail
                       delimited by size into trap-file-record
                   end-string
                   write trap-file-record
               end-if
           end-perform
           perform close-node-master
           close unreach-file
           close orphan-file
           close trap-file
               move pointers-count to pointers-left
           end-if
           move 0 to part2-iterations
      * every pointer's guard starts from wherever the pointer stands
      * now - step zero, or the checkpoint it resumed from; a loop is
      * found from any point on it just the same.
           move 0 to runaway-count
           move "N" to runaway-found
           move spaces to runaway-status
           perform varying pointer-idx from 1 by 1
                   until pointer-idx > pointers-count
               move pointer-current(pointer-idx)
                   to ptr-brent-position(pointer-idx)
               move current-action-idx
                   to ptr-brent-action-idx(pointer-idx)
               move 1 to ptr-brent-power(pointer-idx)
               move 0 to ptr-brent-lam(pointer-idx)
           end-perform
           perform until pointers-left = 0
               add 1 to part2-iterations
               move actions(current-action-idx:1) to current-action
               if current-action-idx = actions-length
                   move 1 to walk-action-idx
               else
                   compute walk-action-idx = current-action-idx + 1
               end-if

               perform varying pointer-idx from 1 by 1
                       until pointer-idx > pointers-count
                   if node-suffix = end-suffix
                       subtract 1 from pointers-left
                       move spaces to pointer-current(pointer-idx)
                   else
                       perform guard-part-two-pointer
                   end-if
               end-perform
      * the ceiling is tested against each live pointer's own step
      * count, which carries over from a checkpoint, not against this
      * run's iterations, which start again at zero on a resume.
               if max-steps not = 0 and pointers-left not = 0
                   perform varying pointer-idx from 1 by 1
                           until pointer-idx > pointers-count
                       if pointer-current(pointer-idx) not = spaces
                               and cycle-size(pointer-idx)
                                   not < max-steps
                           move pointer-start(pointer-idx)
                               to walk-start-node
                           move pointer-current(pointer-idx)
                               to walk-position
                           move cycle-size(pointer-idx) to walk-steps
                           perform report-step-ceiling
                           move spaces to pointer-current(pointer-idx)
                           subtract 1 from pointers-left
                       end-if
                   end-perform
               end-if

               if current-action-idx = actions-length
                   move 1 to current-action-idx
                   add 1 to current-action-idx
               end-if

      * once a pointer has been retired by the guard, a checkpoint
      * would show it as finished and a resumed run would combine a
      * cycle-size that is not one, so checkpointing stops there.
               if function mod (part2-iterations, checkpoint-interval)
                       = 0 and runaway-count = 0
                   perform save-checkpoint
               end-if
           end-perform
           if checkpoint-foreign-present = "N"
               perform delete-checkpoint
           end-if
      * any pointer stopped by the guard leaves no cycle-size to
      * combine, so there is no part-2 answer; the other pointers
      * were still walked to the end so LOOPRPT lists every runaway
      * in one run instead of one per rerun.
           if runaway-count not = 0
               move 0 to steps
               if batch-mode-active = "N"
                   perform stop-runaway-traversal
               end-if
           else
               if part not = "9"
                   perform combine-cycle-sizes
               end-if
           end-if.

       combine-cycle-sizes.
           move cycle-size(1) to gcd
           move cycle-size(1) to steps
           perform varying pointer-idx from 2 by 1 until pointer-idx >
               divide steps by gcd giving steps
           end-perform.

      * one part-2 pointer's guard: its state after this step is its
      * new node and the action position the whole lockstep moves to
      * next. a pointer caught in a loop is reported and retired, so
      * pointers-left still runs down to zero.
       guard-part-two-pointer.
           move pointer-start(pointer-idx) to walk-start-node
           move pointer-current(pointer-idx) to walk-position
           move cycle-size(pointer-idx) to walk-steps
           move ptr-brent-position(pointer-idx) to brent-position
           move ptr-brent-action-idx(pointer-idx) to brent-action-idx
           move ptr-brent-power(pointer-idx) to brent-power
           move ptr-brent-lam(pointer-idx) to brent-lam
           perform check-walker-loop
           move brent-position to ptr-brent-position(pointer-idx)
           move brent-action-idx to ptr-brent-action-idx(pointer-idx)
           move brent-power to ptr-brent-power(pointer-idx)
           move brent-lam to ptr-brent-lam(pointer-idx)
           if runaway-found = "Y"
               move "N" to runaway-found
               move spaces to pointer-current(pointer-idx)
               subtract 1 from pointers-left
           end-if.

      * Brent's step: the state just reached is compared against the
      * remembered one. a match means the walker has come round to
      * it again, brent-lam steps later - that is the loop length.
      * otherwise, once brent-lam reaches the current power of two,
      * the remembered state moves up to here and the interval
      * doubles.
       check-walker-loop.
           add 1 to brent-lam
           if walk-position = brent-position
                   and walk-action-idx = brent-action-idx
               move "Y" to runaway-found
               add 1 to runaway-count
               move "LOOP-DETECTED" to runaway-status
               perform report-walker-loop
           else
               if brent-lam = brent-power
                   move walk-position to brent-position
                   move walk-action-idx to brent-action-idx
                   multiply 2 by brent-power
                   move 0 to brent-lam
               end-if
           end-if.

      * LOOPRPT: where the loop begins (the state both re-walks from
      * the start node meet at, and how many steps in that is), its
      * length, and the states inside it in walking order, capped so
      * a loop thousands of steps long does not bury the report.
       report-walker-loop.
           move 8 to exception-level
           move "RUNAWAY" to exception-code
           move walk-start-node to exception-key
           move "STATE LOOP DETECTED, SEE LOOPRPT" to exception-text
           perform log-exception
           perform open-loop-report
           perform save-walk-context

           move walk-start-node to hare-position
           move 1 to hare-action-idx
           perform varying loop-member-idx from 1 by 1
                   until loop-member-idx > brent-lam
               perform step-hare
           end-perform
           move walk-start-node to tort-position
           move 1 to tort-action-idx
           move 0 to loop-mu
           perform until tort-position = hare-position
                   and tort-action-idx = hare-action-idx
               perform step-hare
               perform step-tortoise
               add 1 to loop-mu
           end-perform

           move walk-steps to loop-num-display
           move spaces to loop-file-record
           string "  LOOP DETECTED AFTER "
               function trim (loop-num-display leading)
               " STEPS WITHOUT REACHING AN END NODE"
               delimited by size into loop-file-record
           end-string
           write loop-file-record
           move loop-mu to loop-len-display
           move spaces to loop-file-record
           move 1 to loop-line-ptr
           string "  LOOP STARTS AT NODE " tort-position
               " ACTION-POS " tort-action-idx
               " AFTER " function trim (loop-len-display leading)
               " STEPS"
               delimited by size
               into loop-file-record with pointer loop-line-ptr
           end-string
           move brent-lam to loop-len-display
           string ", LOOP LENGTH "
               function trim (loop-len-display leading) " STEPS"
               delimited by size
               into loop-file-record with pointer loop-line-ptr
           end-string
           write loop-file-record

           perform varying loop-member-idx from 1 by 1
                   until loop-member-idx > brent-lam
                       or loop-member-idx > loop-member-cap
               move loop-member-idx to loop-len-display
               move spaces to loop-file-record
               string "    MEMBER "
                   function trim (loop-len-display leading)
                   " NODE " tort-position
                   " ACTION-POS " tort-action-idx
                   " ACTION " actions(tort-action-idx:1)
                   delimited by size into loop-file-record
               end-string
               write loop-file-record
               perform step-tortoise
           end-perform
           if brent-lam > loop-member-cap
               compute loop-len-display = brent-lam - loop-member-cap
               move spaces to loop-file-record
               string "    ... "
                   function trim (loop-len-display leading)
                   " MORE MEMBER(S) NOT LISTED"
                   delimited by size into loop-file-record
               end-string
               write loop-file-record
           end-if

           perform restore-walk-context
           close loop-file.

       report-step-ceiling.
           move "Y" to runaway-found
           add 1 to runaway-count
           if runaway-status = spaces
               move "STEP-CEILING" to runaway-status
           end-if
           move 8 to exception-level
           move "RUNAWAY" to exception-code
           move walk-start-node to exception-key
           move "STEP CEILING REACHED, SEE LOOPRPT" to exception-text
           perform log-exception
           perform open-loop-report
           move max-steps to loop-num-display
           move spaces to loop-file-record
           string "  STEP CEILING "
               function trim (loop-num-display leading)
               " REACHED AT NODE " walk-position
               " WITHOUT REACHING AN END NODE"
               delimited by size into loop-file-record
           end-string
           write loop-file-record
           close loop-file.

      * like STATRPT and TRAFRPT, the job's first runaway starts the
      * file and later ones extend it; each gets a heading naming
      * the map and the start node.
       open-loop-report.
           if loop-file-opened = "N"
               open output loop-file
               move "Y" to loop-file-opened
           else
               open extend loop-file
           end-if
           if batch-mode-active = "Y"
               move batch-part to loop-part
           else
               move part to loop-part
           end-if
           move spaces to loop-file-record
           string "RUNAWAY WALK PART=" loop-part
               " MAPID=" function trim (map-id)
               " START=" walk-start-node
               delimited by size into loop-file-record
           end-string
           write loop-file-record.

      * the re-walks go through resolve-destination like the walk
      * itself, so whatever that leaves behind - the action in hand,
      * the position, the traffic tally and the statistics counters -
      * is put back afterward, and the re-walks never count as
      * traffic.
       save-walk-context.
           move current-position to rewalk-saved-position
           move current-action to rewalk-saved-action
           move traffic-mode to rewalk-saved-traffic
           move stat-resolve-count to rewalk-saved-resolves
           move stat-ksd-reads to rewalk-saved-ksd-reads
           move "N" to traffic-mode.

       restore-walk-context.
           move rewalk-saved-position to current-position
           move rewalk-saved-action to current-action
           move rewalk-saved-traffic to traffic-mode
           move rewalk-saved-resolves to stat-resolve-count
           move rewalk-saved-ksd-reads to stat-ksd-reads.

       step-hare.
           move hare-position to rewalk-position
           move hare-action-idx to rewalk-action-idx
           perform rewalk-one-step
           move rewalk-position to hare-position
           move rewalk-action-idx to hare-action-idx.

       step-tortoise.
           move tort-position to rewalk-position
           move tort-action-idx to rewalk-action-idx
           perform rewalk-one-step
           move rewalk-position to tort-position
           move rewalk-action-idx to tort-action-idx.

       rewalk-one-step.
           move rewalk-position to current-position
           move actions(rewalk-action-idx:1) to current-action
           perform resolve-destination
           move resolved-position to rewalk-position
           if rewalk-action-idx = actions-length
               move 1 to rewalk-action-idx
           else
               add 1 to rewalk-action-idx
           end-if.

      * the standalone end of a runaway walk: nothing goes to
      * AUDITLOG or STATRPT, since there is no answer to record.
       stop-runaway-traversal.
           move runaway-count to loop-len-display
           display "AOCDAY08: RUNAWAY TRAVERSAL STOPPED, "
               function trim (loop-len-display leading)
               " WALKER(S) " function trim (runaway-status)
               ", SEE LOOPRPT"
           if lookup-mode = "INDEX"
               close rules-ksds
               perform release-run-lock
           end-if
           move 8 to return-code
           stop run.

      * runs the same part-1/part-2 traversal in turn against every
      * map dataset name listed in BATCHLST, so a quarterly review of
      * a whole stack of route maps is one job submission instead of
       run-batch-mode.
           move "Y" to batch-mode-active

      * batch mode names every map by the dataset on its control
      * card and parses it from there, so the maps loaded into
      * RULESKSD under their map ids do not come into it. Rather than
      * silently falling back to TABLE mode without telling anyone,
      * warn and force it.
           if lookup-mode = "INDEX"
                           delimited by size into batch-rpt-record
                       end-string
                       write batch-rpt-record
                       move 4 to exception-level
                       move "BADCARD" to exception-code
                       move batch-map-dsn to exception-map-id
                       move batch-map-dsn to exception-key
                       move "BATCH CONTROL CARD REJECTED, MAP SKIPPED"
                           to exception-text
                       perform log-exception
                       if return-code < 4
                           move 4 to return-code
                       end-if
                               delimited by size into batch-rpt-record
                           end-string
                           write batch-rpt-record
                           move 4 to exception-level
                           move "NOTCERT" to exception-code
                           move batch-map-dsn to exception-map-id
                           move batch-map-dsn to exception-key
                           move spaces to exception-text
                           string "NO CURRENT PASS"
                               " CERTIFICATION, MAP SKIPPED"
                               delimited by size into exception-text
                           end-string
                           perform log-exception
                           if return-code < 4
                               move 4 to return-code
                           end-if
                                   function trim (batch-map-dsn)
                                   " HAS NO CURRENT PASS "
                                   "CERTIFICATION"
                               move 4 to exception-level
                               move "NOTCERT" to exception-code
                               move batch-map-dsn to exception-map-id
                               move batch-map-dsn to exception-key
                               move spaces to exception-text
                               string "NO CURRENT PASS CERTIFICATION,"
                                   " RUN IN WARN MODE"
                                   delimited by size into exception-text
                               end-string
                               perform log-exception
                               if return-code < 4
                                   move 4 to return-code
                               end-if
                       display "AOCDAY08: BATCH REPORT LINE "
                           "TRUNCATED"
               end-string
               move 4 to exception-level
               move "OPENFAIL" to exception-code
               move batch-map-dsn to exception-map-id
               move batch-map-dsn to exception-key
               move spaces to exception-text
               string "UNABLE TO OPEN, STATUS=" batch-map-file-status
                   delimited by size into exception-text
               end-string
               perform log-exception
               if return-code < 4
                   move 4 to return-code
               end-if
                           display "AOCDAY08: BATCH REPORT "
                               "LINE TRUNCATED"
                   end-string
                   move 4 to exception-level
                   move "TBLFULL" to exception-code
                   move batch-map-dsn to exception-map-id
                   move batch-map-dsn to exception-key
                   move "MAP TOO LARGE, MAP SKIPPED" to exception-text
                   perform log-exception
                   if return-code < 4
                       move 4 to return-code
                   end-if
                           perform run-part-one
                       end-if
                       perform stat-end-trav-phase
                       if runaway-count not = 0
                           perform report-batch-map-runaway
                       else
                           perform report-batch-map-answer
                       end-if
                   end-if
               end-if
           move steps to steps-display
           perform write-audit-record.

      * a map's answer line: the steps, and the regression verdict
      * when the card gave an expectation.
       report-batch-map-answer.
           perform write-statistics-report
           if traffic-mode = "Y"
               perform write-traffic-report
           end-if
           move steps to steps-display
           move 1 to batch-line-ptr
           string "MAPID=" function trim (batch-map-dsn)
               " PART=" batch-part
               " STEPS=" function trim (steps-display leading)
               delimited by size into batch-rpt-record
               with pointer batch-line-ptr
               on overflow
                   display "AOCDAY08: BATCH REPORT LINE TRUNCATED"
           end-string
      * a card that carries an expectation gets the regression
      * verdict right on its report line, so "did any map's answer
      * move since last quarter" is a scan down one column instead
      * of a hand comparison against old printouts.
           if batch-expected-given = "Y"
               if steps = batch-expected-steps
                   move "MATCH" to batch-result
               else
                   move "MISMATCH" to batch-result
                   move 4 to exception-level
                   move "MISMATCH" to exception-code
                   move batch-map-dsn to exception-map-id
                   move batch-map-dsn to exception-key
                   move "ANSWER DOES NOT MATCH THE EXPECTED STEPS"
                       to exception-text
                   perform log-exception
                   if return-code < 4
                       move 4 to return-code
                   end-if
               end-if
               move batch-expected-steps to batch-expected-display
               string " EXPECTED="
                   function trim (batch-expected-display leading)
                   " RESULT=" function trim (batch-result)
                   delimited by size into batch-rpt-record
                   with pointer batch-line-ptr
                   on overflow
                       display "AOCDAY08: BATCH REPORT LINE TRUNCATED"
               end-string
           end-if.

      * a runaway walk has no answer, so there are no statistics or
      * traffic to keep for it; the line names what stopped it and
      * the map counts as a data failure. the batch carries on.
       report-batch-map-runaway.
           string "MAPID=" function trim (batch-map-dsn)
               " PART=" batch-part
               " STATUS=" function trim (runaway-status)
               delimited by size into batch-rpt-record
               on overflow
                   display "AOCDAY08: BATCH REPORT LINE TRUNCATED"
           end-string
           if return-code < 8
               move 8 to return-code
           end-if.

      * part = "9" needs to know how many partitions there are and
      * which one this step is; 0 is the merge.
       check-partition-arguments.
           if function trim (partition-count-arg) is numeric
               move function numval (partition-count-arg)
                   to partition-count
           end-if
           if function trim (partition-number-arg) is numeric
               move function numval (partition-number-arg)
                   to partition-number
           else
               move 9999 to partition-number
           end-if
           if partition-count = 0
                   or partition-count > max-partition-count
               display "AOCDAY08: PARTITION COUNT MUST BE 1 TO "
                   function trim (max-partition-count) ", GOT "
                   function trim (partition-count-arg)
               move 8 to exception-level
               move "BADARG" to exception-code
               move partition-count-arg to exception-key
               move "PARTITION COUNT OUT OF RANGE" to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           if partition-number > partition-count
               display "AOCDAY08: PARTITION NUMBER MUST BE 1 TO "
                   function trim (partition-count)
                   ", OR 0 TO MERGE, GOT "
                   function trim (partition-number-arg)
               move 8 to exception-level
               move "BADARG" to exception-code
               move partition-number-arg to exception-key
               move "PARTITION NUMBER OUT OF RANGE" to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           if run-token = spaces
               display "AOCDAY08: A PARTITIONED RUN NEEDS A RUN TOKEN, "
                   "THE SAME ONE ON EVERY STEP AND THE MERGE"
               move 8 to exception-level
               move "BADARG" to exception-code
               move spaces to exception-key
               move "PARTITIONED RUN NEEDS A RUN TOKEN"
                   to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           if partition-number not = 0
               string partition-count partition-number
                   delimited by size into partition-tag
               end-string
               move "Y" to run-lock-shared
           end-if.

      * one partition's step: keep only this partition's share of
      * the start nodes, walk them exactly as run-part-two always
      * does, and write their cycle-sizes out for the merge instead
      * of combining them here. the HDR goes out before the walk
      * starts, so a stale PARTOUT from an earlier run can never pass
      * for this one's.
       run-partition-step.
           perform select-partition-pointers
           move "PARTOUT" to partition-dsn
           open output partition-file
           if partition-file-status not = "00"
               display "AOCDAY08: UNABLE TO OPEN PARTOUT, STATUS="
                   partition-file-status
               if lookup-mode = "INDEX"
                   close rules-ksds
                   perform release-run-lock
               end-if
               move 12 to exception-level
               move "OPENFAIL" to exception-code
               move "PARTOUT" to exception-key
               move spaces to exception-text
               string "UNABLE TO OPEN, STATUS=" partition-file-status
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
               stop run
           end-if
           move spaces to partition-record
           move "HDR " to part-rec-tag
           move map-id to part-rec-map-id
           move partition-count to part-hdr-count
           move partition-number to part-hdr-number
           move asof-date to part-hdr-asof-date
           move lookup-mode to part-hdr-lookup-mode
           move start-suffix to part-hdr-start-suffix
           move end-suffix to part-hdr-end-suffix
           move function current-date to part-hdr-timestamp
           move run-token to part-hdr-run-token
           write partition-record
           close partition-file

           perform run-part-two

           open extend partition-file
           perform varying pointer-idx from 1 by 1
                   until pointer-idx > pointers-count
               move spaces to partition-record
               move "PTR " to part-rec-tag
               move map-id to part-rec-map-id
               move pointer-start(pointer-idx) to part-ptr-start
               move cycle-size(pointer-idx) to part-ptr-cycle-size
               move ptr-resolve-count(pointer-idx) to part-ptr-resolves
               write partition-record
           end-perform
           move spaces to partition-record
           move "TRL " to part-rec-tag
           move map-id to part-rec-map-id
           move pointers-count to part-trl-pointers
           move part2-iterations to part-trl-iterations
           move stat-resolve-count to part-trl-resolves
           move stat-ksd-reads to part-trl-ksd-reads
           move stat-checkpoints to part-trl-checkpoints
           move "COMPLETE" to part-trl-status
           write partition-record
           close partition-file
           display "AOCDAY08: PARTITION "
               function trim (partition-number) " OF "
               function trim (partition-count) ", "
               function trim (pointers-count)
               " START NODE(S) WRITTEN TO PARTOUT".

      * the n-th start node found goes to partition ((n - 1) mod
      * partition-count) + 1, so the shares come out within one node
      * of each other. the merge does not depend on this dealing -
      * it checks coverage node by node - so it could change without
      * touching the merge.
       select-partition-pointers.
           move 0 to partition-kept
           perform varying pointer-idx from 1 by 1
                   until pointer-idx > pointers-count
               compute partition-slot =
                   function mod (pointer-idx - 1, partition-count) + 1
               if partition-slot = partition-number
                   add 1 to partition-kept
                   if partition-kept not = pointer-idx
                       move pointers-table(pointer-idx)
                           to pointers-table(partition-kept)
                   end-if
               end-if
           end-perform
           move partition-kept to pointers-count.

      * the merge step. this run parsed the map itself, so
      * pointers-table holds every start node with a zero
      * cycle-size; each partition's PTR records fill theirs in. the
      * merge fails - no answer, no AUDITLOG line - if a partition is
      * missing, supplied twice, incomplete or from a different run
      * (map, partitioning, as-of date or suffixes), or if any start
      * node ends up covered by no partition or by more than one.
       run-partition-merge.
           move 0 to merge-problems
           move 0 to merge-ptr-total
           move 0 to part2-iterations
           move all "N" to partition-seen-table
           open output merge-rpt-file
           move spaces to merge-rpt-record
           string "PART-2 PARTITION MERGE MAPID=" function trim (map-id)
               " PARTITIONS=" function trim (partition-count)
               " START NODES=" function trim (pointers-count)
               " AS-OF=" asof-date
               delimited by size into merge-rpt-record
           end-string
           write merge-rpt-record

           open input partition-list-file
           if partition-list-status not = "00"
               display "AOCDAY08: UNABLE TO OPEN PARTLIST, STATUS="
                   partition-list-status
               close merge-rpt-file
               if lookup-mode = "INDEX"
                   close rules-ksds
                   perform release-run-lock
               end-if
               move 12 to exception-level
               move "OPENFAIL" to exception-code
               move "PARTLIST" to exception-key
               move spaces to exception-text
               string "UNABLE TO OPEN, STATUS=" partition-list-status
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
               stop run
           end-if
           move "N" to partition-list-eof
           perform until partition-list-eof = "Y"
               read partition-list-file
                   at end move "Y" to partition-list-eof
               end-read
               if partition-list-eof = "N"
                       and partition-list-dsn not = spaces
                   perform merge-one-partition
               end-if
           end-perform
           close partition-list-file
      * the problems below are about the merge as a whole, not the
      * last PARTOUT dataset read, so that name must not go out as
      * their key.
           move "PARTLIST" to partition-dsn

           perform varying partition-idx from 1 by 1
                   until partition-idx > partition-count
               if partition-seen(partition-idx) = "N"
                   move spaces to partition-dsn
                   string "PARTITION " partition-idx
                       delimited by size into partition-dsn
                   end-string
                   move spaces to merge-problem-text
                   string "PARTITION " function trim (partition-idx)
                       " IS MISSING FROM PARTLIST"
                       delimited by size into merge-problem-text
                   end-string
                   perform write-merge-problem
               end-if
           end-perform
           move "PARTLIST" to partition-dsn
           perform varying pointer-idx from 1 by 1
                   until pointer-idx > pointers-count
               if cycle-size(pointer-idx) = 0
                   move spaces to merge-problem-text
                   string "START NODE " pointer-start(pointer-idx)
                       " IS NOT COVERED BY ANY PARTITION"
                       delimited by size into merge-problem-text
                   end-string
                   perform write-merge-problem
               end-if
           end-perform

           if merge-problems not = 0
               move spaces to merge-rpt-record
               string "MERGE FAILED, " function trim (merge-problems)
                   " PROBLEM(S), NO ANSWER RECORDED"
                   delimited by size into merge-rpt-record
               end-string
               write merge-rpt-record
               close merge-rpt-file
               display "AOCDAY08: PARTITION MERGE FAILED, "
                   function trim (merge-problems)
                   " PROBLEM(S), SEE MERGERPT"
               if lookup-mode = "INDEX"
                   close rules-ksds
                   perform release-run-lock
               end-if
               move 8 to return-code
               stop run
           end-if

           perform combine-cycle-sizes
           move steps to steps-display
           move spaces to merge-rpt-record
           string "MERGE COMPLETE, "
               function trim (merge-ptr-total) " START NODE(S) STEPS="
               function trim (steps-display leading)
               delimited by size into merge-rpt-record
           end-string
           write merge-rpt-record
           close merge-rpt-file.

       merge-one-partition.
           move partition-list-dsn to partition-dsn
           move "N" to merge-hdr-ok
           move "N" to merge-trl-found
           move 0 to merge-ptr-records
           move 0 to merge-partition-number
           move "REJECTED" to merge-partition-status
           open input partition-file
           if partition-file-status not = "00"
               move spaces to merge-problem-text
               string "UNABLE TO OPEN " function trim (partition-dsn)
                   ", STATUS=" partition-file-status
                   delimited by size into merge-problem-text
               end-string
               perform write-merge-problem
           else
               move "N" to partition-eof
               read partition-file
                   at end move "Y" to partition-eof
               end-read
               if partition-eof = "Y" or part-rec-tag not = "HDR "
                   move spaces to merge-problem-text
                   string function trim (partition-dsn)
                       " HAS NO PARTITION HEADER"
                       delimited by size into merge-problem-text
                   end-string
                   perform write-merge-problem
               else
                   perform check-partition-header
               end-if
               if merge-hdr-ok = "Y"
                   perform until partition-eof = "Y"
                       read partition-file
                           at end move "Y" to partition-eof
                       end-read
                       if partition-eof = "N"
                           evaluate part-rec-tag
                               when "PTR "
                                   perform merge-partition-pointer
                               when "TRL "
                                   perform merge-partition-trailer
                           end-evaluate
                       end-if
                   end-perform
                   perform check-partition-complete
               end-if
               close partition-file
           end-if
           move spaces to merge-rpt-record
           string "  PARTITION " merge-partition-number
               " " partition-dsn
               " START NODES=" merge-ptr-records
               " STATUS=" merge-partition-status
               delimited by size into merge-rpt-record
           end-string
           write merge-rpt-record.

       check-partition-header.
           if part-rec-map-id not = map-id
                   or part-hdr-count not = partition-count
                   or part-hdr-asof-date not = asof-date
                   or part-hdr-start-suffix not = start-suffix
                   or part-hdr-end-suffix not = end-suffix
                   or part-hdr-lookup-mode not = lookup-mode
                   or part-hdr-run-token not = run-token
               move spaces to merge-problem-text
               string function trim (partition-dsn)
                   " IS FROM A DIFFERENT RUN (MAPID="
                   function trim (part-rec-map-id)
                   " PARTITIONS=" part-hdr-count
                   " AS-OF=" part-hdr-asof-date
                   " SUFFIXES=" part-hdr-start-suffix
                   part-hdr-end-suffix
                   " LOOKUP=" function trim (part-hdr-lookup-mode)
                   " RUN=" function trim (part-hdr-run-token) ")"
                   delimited by size into merge-problem-text
               end-string
               perform write-merge-problem
           else
               if part-hdr-number is not numeric
                       or part-hdr-number = 0
                       or part-hdr-number > partition-count
                   move spaces to merge-problem-text
                   string function trim (partition-dsn)
                       " HAS AN INVALID PARTITION NUMBER"
                       delimited by size into merge-problem-text
                   end-string
                   perform write-merge-problem
               else
                   move part-hdr-number to merge-partition-number
                   if partition-seen(merge-partition-number) = "Y"
                       move spaces to merge-problem-text
                       string "PARTITION " part-hdr-number
                           " SUPPLIED MORE THAN ONCE, "
                           function trim (partition-dsn)
                           " NOT USED"
                           delimited by size into merge-problem-text
                       end-string
                       perform write-merge-problem
                   else
                       move "Y"
                           to partition-seen(merge-partition-number)
                       move "Y" to merge-hdr-ok
                   end-if
               end-if
           end-if.

       merge-partition-pointer.
           add 1 to merge-ptr-records
           move "N" to merge-ptr-found
           perform varying pointer-idx from 1 by 1
                   until pointer-idx > pointers-count
                       or merge-ptr-found = "Y"
               if pointer-start(pointer-idx) = part-ptr-start
                   move "Y" to merge-ptr-found
                   if cycle-size(pointer-idx) not = 0
                       move spaces to merge-problem-text
                       string "START NODE " part-ptr-start
                           " COVERED BY MORE THAN ONE PARTITION"
                           delimited by size into merge-problem-text
                       end-string
                       perform write-merge-problem
                   else
                       move part-ptr-cycle-size
                           to cycle-size(pointer-idx)
                       move part-ptr-resolves
                           to ptr-resolve-count(pointer-idx)
                       add 1 to merge-ptr-total
                   end-if
               end-if
           end-perform
           if merge-ptr-found = "N"
               move spaces to merge-problem-text
               string function trim (partition-dsn)
                   " HAS " part-ptr-start
                   ", WHICH IS NOT A START NODE OF THIS MAP"
                   delimited by size into merge-problem-text
               end-string
               perform write-merge-problem
           end-if.

      * the partitions ran side by side, so the merged run's
      * iteration count is the longest partition's; the work
      * counters are the sum of every partition's plus this step's.
       merge-partition-trailer.
           move "Y" to merge-trl-found
           if part-trl-pointers not = merge-ptr-records
                   or part-trl-status not = "COMPLETE"
               move "N" to merge-trl-found
           else
               if part-trl-iterations > part2-iterations
                   move part-trl-iterations to part2-iterations
               end-if
               add part-trl-resolves to stat-resolve-count
               add part-trl-ksd-reads to stat-ksd-reads
               add part-trl-checkpoints to stat-checkpoints
           end-if.

       check-partition-complete.
           if merge-trl-found = "Y"
               move "COMPLETE" to merge-partition-status
           else
               move "INCOMPLETE" to merge-partition-status
               move spaces to merge-problem-text
               string "PARTITION " merge-partition-number " ("
                   function trim (partition-dsn)
                   ") DID NOT FINISH - NO MATCHING TRAILER"
                   delimited by size into merge-problem-text
               end-string
               perform write-merge-problem
           end-if.

       write-merge-problem.
           move 8 to exception-level
           move "MERGE" to exception-code
           move partition-dsn to exception-key
           move spaces to exception-text
           string merge-problem-text
               delimited by size into exception-text
           end-string
           perform log-exception
           add 1 to merge-problems
           move spaces to merge-rpt-record
           string "  *** " merge-problem-text
               delimited by size into merge-rpt-record
           end-string
           write merge-rpt-record.

      * a large part = "2" traversal can run for a very long time
      * before every pointer lands on an end node; this snapshots the
      * whole pointers-table plus enough state to resume the action
               to checkpoint-hdr-current-action-idx
           move pointers-left to checkpoint-hdr-pointers-left
           move steps to checkpoint-hdr-steps
           move partition-tag to checkpoint-hdr-partition
           write checkpoint-file-record

           perform varying checkpoint-ptr-idx from 1 by 1
                   at end continue
               end-read
               if checkpoint-tag = "HDR " and checkpoint-map-id = map-id
                       and checkpoint-hdr-partition = partition-tag
                   move checkpoint-hdr-pointers-count
                       to checkpoint-hdr-pointers-count-saved
                   move checkpoint-hdr-current-action-idx
               else
                   if checkpoint-tag = "HDR "
                       display "AOCDAY08: IGNORING CHECKPOINT FOR "
                           "A DIFFERENT MAP OR PARTITION ("
                           function trim (checkpoint-map-id)
                           "), STARTING FRESH"
                       move "Y" to checkpoint-foreign-present
      * steps, not one atomic enqueue, so a photo-finish between two
      * jobs can in principle still slip through - the scheduler
      * serializes the planned jobs, and the lock is for the
      * off-schedule hand-run the schedule cannot see. a partition
      * step writes no lock and is refused only by a program that
      * changes RULESKSD, so its sister steps can run beside it.
       acquire-run-lock.
           open input lock-file
           if lock-file-status = "35"
               read lock-file
                   at end continue
               end-read
               if run-lock-shared = "N"
                       or lock-holder = "AOCDAY08-LOAD"
                       or lock-holder = "AOCDAY08-MAINT"
                       or lock-holder = "AOCDAY08-BACKOUT"
                       or lock-holder = "AOCDAY08-RESTORE"
                       or lock-holder = "AOCDAY08-HSKP"
                   display "AOCDAY08: RULESKSD IS LOCKED BY "
                       function trim (lock-holder)
                       " SINCE " lock-timestamp
                       " USER " lock-user
                   display "AOCDAY08: RUN AOC2023-DAY08-UNLOCK "
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
               close lock-file
           end-if
           if run-lock-shared = "N"
               open output lock-file
               move spaces to lock-record
               move "AOCDAY08" to lock-holder
               move function current-date to lock-timestamp
               accept lock-user from environment "USER"
               write lock-record
               close lock-file
           end-if.

      * the work on RULESKSD is over, so the registration comes off.
      * CBL_DELETE_FILE's status must not become this program's exit
      * code, same as delete-checkpoint above. a partition step put
      * no lock on, so the one on file (if any) is someone else's.
       release-run-lock.
           if run-lock-shared = "N"
               move return-code to saved-return-code
               call "CBL_DELETE_FILE" using lock-file-name
               move saved-return-code to return-code
           end-if.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08" to excp-rec-program
           move map-id to excp-rec-map-id
           if exception-map-id not = spaces
               move exception-map-id to excp-rec-map-id
           end-if
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
               display "AOCDAY08: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key
           move spaces to exception-map-id.
