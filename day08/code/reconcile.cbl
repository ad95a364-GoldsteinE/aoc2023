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
       fd recon-rpt-file
           record contains 100 characters.
       01 recon-rpt-record pic x(100).
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
       01 saved-return-code pic s9(9) binary value 0.
       01 map-file-status pic xx value spaces.
       01 ksd-status pic xx value spaces.
       01 ksd-record-size pic 9(4) binary value 84.
      * which map in RULESKSD the MAPIN master is reconciled against
      * (argument after the as-of date).
       01 map-id pic x(44) value spaces.
       01 master-actions pic x(1000).
       01 input-line pic x(50).
       01 input-rule.
           05 input-src pic x(8).
               move function current-date to today-timestamp
               move today-timestamp(1:8) to recon-asof-date
           end-if
           accept map-id from argument-value
               on exception continue
           end-accept
           if recon-asof-date is not numeric
               display "AOCDAY08-RECON: AS-OF DATE MUST BE YYYYMMDD, "
                   "GOT " recon-asof-date
               move 8 to exception-level
               move "BADARG" to exception-code
               move recon-asof-date to exception-key
               move "AS-OF DATE MUST BE YYYYMMDD" to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
               display "AOCDAY08-RECON: RUN AOC2023-DAY08-LOAD FIRST "
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

           move spaces to recon-rpt-record
           string "RECONCILIATION AS OF " recon-asof-date
               " MAPID=" function trim (map-id)
               delimited by size into recon-rpt-record
           end-string
           write recon-rpt-record

      * the map's header record comes first and carries the actions
      * line the load program took from MAPIN; a map id with no header
      * was never loaded, which is an operations mistake rather than
      * drift to list rule by rule.
           move low-values to ksd-key
           move map-id to ksd-map-id
           start rules-ksds key not less than ksd-key
               invalid key move "Y" to stream-eof
           end-start
           perform read-map-record
           if stream-eof = "Y" or ksd-src not = spaces
               display "AOCDAY08-RECON: MAP " function trim (map-id)
                   " IS NOT LOADED IN RULESKSD"
               close rules-ksds
               close recon-rpt-file
               perform release-run-lock
               move 8 to exception-level
               move "NOTLOAD" to exception-code
               move map-id to exception-key
               move "MAP IS NOT LOADED IN RULESKSD" to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           move spaces to recon-rpt-record
           if ksd-hdr-actions = master-actions
               move "ACTIONS LINE MATCHES" to recon-rpt-record
           else
               move 4 to exception-level
               move "RECONDIF" to exception-code
               move "ACTIONS LINE" to exception-key
               move "ACTIONS LINE DIFFERS FROM THE MASTER MAP"
                   to exception-text
               perform log-exception
               add 1 to different-count
               move "ACTIONS LINE DIFFERENT" to recon-rpt-record
           end-if
           write recon-rpt-record

      * prime the stream past the header, then pull the first
      * in-force rule.
           perform read-map-record
           perform read-next-effective-rule
           if eff-rule-found = "N"
               move "Y" to ksd-eof
                       move ksd-dest-left to eff-dest-left
                       move ksd-dest-right to eff-dest-right
                   end-if
                   perform read-map-record
               end-perform
               if group-in-force = "Y"
                   move "Y" to eff-rule-found
               end-if
           end-perform.

      * the next record of this map; the first record of the next map
      * id ends this map's stream the same way end of file does.
       read-map-record.
           if stream-eof = "N"
               read rules-ksds next record
                   at end move "Y" to stream-eof
               end-read
               if stream-eof = "N" and ksd-map-id not = map-id
                   move "Y" to stream-eof
               end-if
           end-if.

       report-ksds-only-rule.
           move 4 to exception-level
           move "KSDSONLY" to exception-code
           move eff-src to exception-key
           move "RULE IN RULESKSD BUT NOT IN THE MASTER MAP"
               to exception-text
           perform log-exception
           add 1 to ksds-only-count
           move spaces to recon-rpt-record
           string "KSDS ONLY   " eff-src
           write recon-rpt-record.

       report-master-only-rule.
           move 4 to exception-level
           move "MASTONLY" to exception-code
           move master-src(master-idx) to exception-key
           move "RULE IN THE MASTER MAP BUT NOT IN RULESKSD"
               to exception-text
           perform log-exception
           add 1 to master-only-count
           move spaces to recon-rpt-record
           string "MASTER ONLY " master-src(master-idx)
           write recon-rpt-record.

       report-different-rule.
           move 4 to exception-level
           move "RECONDIF" to exception-code
           move eff-src to exception-key
           move spaces to exception-text
           string "KSDS = (" eff-dest-left ", " eff-dest-right
               ") MASTER = (" master-dest-left(master-idx)
               ", " master-dest-right(master-idx) ")"
               delimited by size into exception-text
           end-string
           perform log-exception
           add 1 to different-count
           move spaces to recon-rpt-record
           string "DIFFERENT   " eff-src
           write recon-rpt-record.

      * same MAPIN-layout parse as the main program; the actions line
      * is kept for the comparison against the map's header record.
       parse-master-map-file.
           open input map-file
           if map-file-status not = "00"
               display "AOCDAY08-RECON: UNABLE TO OPEN MAPIN, STATUS="
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
           read map-file into master-actions

           read map-file into input-line
           perform until eof = 1
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
               display "AOCDAY08-RECON: RULESKSD IS LOCKED BY "
                   function trim (lock-holder)
                   " SINCE " lock-timestamp
                   " USER " lock-user
               display "AOCDAY08-RECON: RUN AOC2023-DAY08-UNLOCK "
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
           move spaces to lock-record
           move "AOCDAY08-RECON" to lock-holder
           move function current-date to lock-timestamp
           accept lock-user from environment "USER"
           write lock-record
           close lock-file.

           move return-code to saved-return-code
           call "CBL_DELETE_FILE" using lock-file-name
           move saved-return-code to return-code.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08-RECON" to excp-rec-program
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
               display "AOCDAY08-RECON: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key.
