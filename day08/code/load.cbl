               file status is map-file-status.
           select rules-ksds assign to "RULESKSD"
               organization is indexed
               access mode is dynamic
               record key is ksd-key
               file status is ksd-status.
           select lock-file assign to "RUNLOCK"
               organization is line sequential
               file status is lock-file-status.
           select auth-file assign to "OPERAUTH"
               organization is line sequential
               file status is auth-file-status.
           select secviol-file assign to "SECVIOL"
               organization is line sequential
               file status is secviol-file-status.
           select excp-file assign to "EXCPFILE"
               organization is line sequential
               file status is excp-file-status.
       data division.
       file section.
       fd map-file
      * over later. the flat master map carries no dates, so this
      * loader stamps every rule as in force from the beginning of
      * time to the end of it.
      * RULESKSD holds every production map side by side, so the map
      * id leads the key. each map also owns one header record - the
      * one with a blank source node, which sorts ahead of all of the
      * map's rules - carrying the map's actions line, so a traversal
      * needs nothing from MAPIN once the map is loaded.
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
      * the operator authorization cards: one per user id and
      * program that user may run (LOAD, MAINT, BACKOUT, RESTORE,
      * UNLOCK), with Y/N for each MAINT verb on a MAINT card. a "*"
      * in column 1 makes the card a comment.
       fd auth-file
           record contains 80 characters.
       01 auth-record.
           05 auth-user pic x(8).
           05 filler pic x.
           05 auth-program pic x(8).
           05 filler pic x.
           05 auth-add pic x.
           05 auth-change pic x.
           05 auth-delete pic x.
           05 filler pic x(59).
      * every refused run, and every MAINT transaction refused for
      * its verb, is appended here for the security violations
      * report AOC2023-DAY08-SECRPT.
       fd secviol-file
           record contains 200 characters.
       01 secviol-record.
           05 secv-timestamp pic x(21).
           05 secv-user pic x(8).
           05 secv-program pic x(20).
           05 secv-map-id pic x(44).
           05 secv-reason pic x(8).
           05 secv-detail pic x(80).
           05 filler pic x(19).
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
      * 84 for a rule record, 1064 for a map header record.
       01 ksd-record-size pic 9(4) binary value 84.
      * which map this run loads; the other maps already in RULESKSD
      * are left exactly as they are.
       01 map-id pic x(44) value spaces.
       01 actions pic x(1000).
       01 actions-length pic 9999 value 0.
       01 map-records-eof pic x value "N".
       01 rules-replaced pic 9(9) value 0.
       01 input-line pic x(50).
       01 input-rule.
           05 input-src pic x(8).
       01 eof pic 9 value 0.
       01 rules-loaded pic 9(9) value 0.
       01 rules-rejected pic 9(9) value 0.
       01 auth-file-status pic xx value spaces.
       01 secviol-file-status pic xx value spaces.
      * the job's own user id, never an argument: it has to hold an
      * OPERAUTH card for this program before anything is touched,
      * and it is recorded on RUNLOCK for whoever finds the lock.
       01 operator-id pic x(8) value spaces.
       01 auth-program-name pic x(8) value "LOAD".
       01 auth-eof pic x value "N".
       01 operator-authorized pic x value "N".
       01 secviol-reason pic x(8).
       01 secviol-text pic x(80).
       procedure division.
       main-line.
           accept map-id from argument-value
               on exception continue
           end-accept
      * UNLOAD, RESTORE and TLINE read a blank map id as every map,
      * so nothing may ever be kept under one.
           if map-id = spaces
               display "AOCDAY08-LOAD: A MAP ID ARGUMENT IS REQUIRED, "
                   "A MAP CANNOT BE LOADED WITHOUT ONE"
               move 8 to exception-level
               move "BADARG" to exception-code
               move spaces to exception-key
               move "A MAP ID ARGUMENT IS REQUIRED" to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           perform check-operator-authority
           perform acquire-run-lock
      * MAPIN's first (non-blank) line is the actions string, which
      * goes onto the map's header record; a load run replaces this
      * one map's records wholesale, since it converts a whole map at
      * once, and leaves every other map in RULESKSD alone.
           open input map-file
           if map-file-status not = "00"
               display "AOCDAY08-LOAD: UNABLE TO OPEN MAPIN, STATUS="
                   map-file-status
               perform release-run-lock
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
           inspect actions tallying actions-length for characters
               before initial space

      * the very first load on a system has no RULESKSD to open I-O
      * yet, so it is created empty first.
           open i-o rules-ksds
           if ksd-status = "35"
               open output rules-ksds
               close rules-ksds
               open i-o rules-ksds
           end-if
           if ksd-status not = "00"
               display "AOCDAY08-LOAD: UNABLE TO OPEN RULESKSD, "
                   "STATUS=" ksd-status
               close map-file
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
           perform remove-old-map-records

           move spaces to ksd-map-header
           move map-id to ksd-map-id
           move spaces to ksd-src
           move "00000000" to ksd-eff-date
           move actions-length to ksd-hdr-actions-length
           move actions to ksd-hdr-actions
           move 1064 to ksd-record-size
           write ksd-map-header
               invalid key
                   display "AOCDAY08-LOAD: UNABLE TO WRITE THE MAP "
                       "HEADER, STATUS=" ksd-status
                   close map-file
                   close rules-ksds
                   perform release-run-lock
                   move 12 to exception-level
                   move "WRITEERR" to exception-code
                   move "RULESKSD" to exception-key
                   move spaces to exception-text
                   string "UNABLE TO WRITE THE MAP HEADER, STATUS="
                       ksd-status
                       delimited by size into exception-text
                   end-string
                   perform log-exception
                   move 12 to return-code
                   stop run
           end-write
           move 84 to ksd-record-size

           read map-file into input-line
           perform until eof = 1
               read map-file into input-line
                       all " = (" or all ", " or ")"
                       into input-src, input-dest-left, input-dest-right
                   end-unstring
                   move map-id to ksd-map-id
                   move input-src to ksd-src
                   move "00000000" to ksd-eff-date
                   move input-dest-left to ksd-dest-left
                   move "99999999" to ksd-exp-date
                   write ksd-record
                       invalid key
                           move 8 to exception-level
                           move "DUPSRC" to exception-code
                           move ksd-src to exception-key
                           move "DUPLICATE SOURCE NODE, SKIPPED"
                               to exception-text
                           perform log-exception
                           add 1 to rules-rejected
                           display "AOCDAY08-LOAD: DUPLICATE SOURCE "
                               "NODE " ksd-src ", SKIPPED"
           close rules-ksds
           perform release-run-lock

           display "AOCDAY08-LOAD: MAP " function trim (map-id)
               " LOADED " function trim (rules-loaded)
               " RULE(S) INTO RULESKSD, "
               function trim (rules-rejected) " DUPLICATE(S) SKIPPED, "
               function trim (rules-replaced) " OLD RECORD(S) REPLACED"
      * a duplicate source in the master map is bad data somebody has
      * to fix, even though the rest of the map loaded.
           if rules-rejected not = 0 and return-code < 8
           end-if
           stop run.

      * clears out whatever RULESKSD already holds under this map id -
      * its header and every dated version of every rule - so the
      * reload starts the map from scratch without disturbing the
      * maps on either side of it in the key sequence.
       remove-old-map-records.
           move low-values to ksd-key
           move map-id to ksd-map-id
           start rules-ksds key not less than ksd-key
               invalid key move "Y" to map-records-eof
           end-start
           perform until map-records-eof = "Y"
               read rules-ksds next record
                   at end move "Y" to map-records-eof
               end-read
               if map-records-eof = "N"
                   if ksd-map-id not = map-id
                       move "Y" to map-records-eof
                   else
                       delete rules-ksds
                           invalid key continue
                           not invalid key add 1 to rules-replaced
                       end-delete
                   end-if
               end-if
           end-perform
           move "N" to map-records-eof.

      * registers this run in RUNLOCK before RULESKSD is opened. a
      * lock already on file means a maintenance job and a traversal
      * (or two maintenance jobs) would otherwise be working the same
               display "AOCDAY08-LOAD: RULESKSD IS LOCKED BY "
                   function trim (lock-holder)
                   " SINCE " lock-timestamp
                   " USER " lock-user
               display "AOCDAY08-LOAD: RUN AOC2023-DAY08-UNLOCK "
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
           move "AOCDAY08-LOAD" to lock-holder
           move function current-date to lock-timestamp
           move operator-id to lock-user
           write lock-record
           close lock-file.

           move return-code to saved-return-code
           call "CBL_DELETE_FILE" using lock-file-name
           move saved-return-code to return-code.

      * the job's user must hold an OPERAUTH card for this program.
      * no user id, no readable OPERAUTH, or no card all refuse the
      * run alike: the file lists who may, so anything it cannot
      * confirm is a no.
       check-operator-authority.
           accept operator-id from environment "USER"
           move function upper-case (operator-id) to operator-id
           if operator-id = spaces
               move "NOUSER" to secviol-reason
               move "NO OPERATOR ID FOR THIS JOB" to secviol-text
               perform refuse-operator
           end-if
           open input auth-file
           if auth-file-status not = "00"
               move "NOAUTHF" to secviol-reason
               move spaces to secviol-text
               string "OPERAUTH NOT AVAILABLE, STATUS=" auth-file-status
                   delimited by size into secviol-text
               end-string
               perform refuse-operator
           end-if
           move "N" to auth-eof
           perform until auth-eof = "Y"
               read auth-file
                   at end move "Y" to auth-eof
               end-read
               if auth-eof = "N" and auth-user(1:1) not = "*"
                   if function upper-case (auth-user) = operator-id
                           and function upper-case (auth-program)
                               = auth-program-name
                       move "Y" to operator-authorized
                   end-if
               end-if
           end-perform
           close auth-file
           if operator-authorized = "N"
               move "NOTAUTH" to secviol-reason
               move spaces to secviol-text
               string "USER " function trim (operator-id)
                   " IS NOT AUTHORIZED TO RUN "
                   function trim (auth-program-name)
                   delimited by size into secviol-text
               end-string
               perform refuse-operator
           end-if.

      * a refusal is an environment failure like a held lock: the
      * job stops before any file it guards is opened.
       refuse-operator.
           display "AOCDAY08-LOAD: RUN REFUSED, "
               function trim (secviol-text)
           perform write-security-violation
           move 12 to exception-level
           move secviol-reason to exception-code
           move operator-id to exception-key
           move secviol-text to exception-text
           perform log-exception
           move 12 to return-code
           stop run.

      * appends to SECVIOL the same way log-exception appends to
      * EXCPFILE, including the fallback when it cannot be opened.
       write-security-violation.
           move spaces to secviol-record
           move function current-date to secv-timestamp
           move operator-id to secv-user
           move "AOCDAY08-LOAD" to secv-program
           move map-id to secv-map-id
           move secviol-reason to secv-reason
           move secviol-text to secv-detail
           open extend secviol-file
           if secviol-file-status = "35"
               open output secviol-file
           end-if
           if secviol-file-status = "00"
               write secviol-record
               close secviol-file
           else
               display "AOCDAY08-LOAD: SECVIOL NOT AVAILABLE, "
                   "STATUS=" secviol-file-status
                   ", VIOLATION NOT LOGGED"
           end-if.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08-LOAD" to excp-rec-program
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
               display "AOCDAY08-LOAD: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key.
