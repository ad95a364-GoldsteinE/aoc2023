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
      * one backup image is a dated HDR record naming the map it holds
      * (blank when it holds every map in the file), a MAP record per
      * map header and a RUL record per rule in key order, and a TRL
      * record carrying the counts the restore program reconciles
      * against. which generation the image lands in is the RULEBKUP
      * dd's business, not this program's - pointing the dd at a
      * fresh dated dataset per run is what keeps "the rules as of
      * last Tuesday" around.
       fd backup-file
           record contains 1100 characters.
       01 backup-record.
           05 backup-tag pic x(4).
           05 backup-body pic x(1096).
       01 backup-header-fields redefines backup-record.
           05 filler pic x(4).
           05 backup-hdr-timestamp pic x(21).
           05 backup-hdr-map-id pic x(44).
           05 filler pic x(1031).
       01 backup-rule-fields redefines backup-record.
           05 filler pic x(4).
           05 backup-rule-image pic x(84).
           05 filler pic x(1012).
       01 backup-map-fields redefines backup-record.
           05 filler pic x(4).
           05 backup-map-image pic x(1064).
           05 filler pic x(32).
       01 backup-trailer-fields redefines backup-record.
           05 filler pic x(4).
           05 backup-trl-count pic 9(9).
           05 backup-trl-map-count pic 9(9).
           05 filler pic x(1078).
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
       01 ksd-status pic xx value spaces.
       01 ksd-record-size pic 9(4) binary value 84.
      * the one map to unload; left blank, the image takes every map
      * in RULESKSD, the way a full backup always has.
       01 map-id pic x(44) value spaces.
       01 eof pic 9 value 0.
       01 rules-unloaded pic 9(9) value 0.
       01 maps-unloaded pic 9(9) value 0.
       01 unload-timestamp pic x(21).
       procedure division.
       main-line.
           accept map-id from argument-value
               on exception continue
           end-accept
           perform acquire-run-lock
           open input rules-ksds
           if ksd-status not = "00"
               display "AOCDAY08-UNLOAD: RUN AOC2023-DAY08-LOAD FIRST "
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
           move spaces to backup-record
           move "HDR " to backup-tag
           move unload-timestamp to backup-hdr-timestamp
           move map-id to backup-hdr-map-id
           write backup-record

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
                   move spaces to backup-record
                   if ksd-src = spaces
                       add 1 to maps-unloaded
                       move "MAP " to backup-tag
                       move ksd-map-header to backup-map-image
                   else
                       add 1 to rules-unloaded
                       move "RUL " to backup-tag
                       move ksd-record to backup-rule-image
                   end-if
                   write backup-record
               end-if
           end-perform
           move spaces to backup-record
           move "TRL " to backup-tag
           move rules-unloaded to backup-trl-count
           move maps-unloaded to backup-trl-map-count
           write backup-record

           close rules-ksds
           perform release-run-lock

           display "AOCDAY08-UNLOAD: "
               function trim (maps-unloaded) " MAP(S), "
               function trim (rules-unloaded)
               " RULE(S) UNLOADED TO RULEBKUP AT " unload-timestamp
      * a named map with nothing under it means the wrong map id was
      * given, and the image just written holds nothing to restore.
           if map-id not = spaces and maps-unloaded = 0
               display "AOCDAY08-UNLOAD: MAP " function trim (map-id)
                   " IS NOT LOADED IN RULESKSD"
               move 8 to exception-level
               move "NOTLOAD" to exception-code
               move map-id to exception-key
               move "MAP IS NOT LOADED IN RULESKSD" to exception-text
               perform log-exception
               move 8 to return-code
           end-if
           stop run.

      * registers this run in RUNLOCK before RULESKSD is opened. a
               display "AOCDAY08-UNLOAD: RULESKSD IS LOCKED BY "
                   function trim (lock-holder)
                   " SINCE " lock-timestamp
                   " USER " lock-user
               display "AOCDAY08-UNLOAD: RUN AOC2023-DAY08-UNLOCK "
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
           move "AOCDAY08-UNLOAD" to lock-holder
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
           move "AOCDAY08-UNLOAD" to excp-rec-program
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
               display "AOCDAY08-UNLOAD: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key.
