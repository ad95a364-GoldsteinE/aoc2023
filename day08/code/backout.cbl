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
      * same journal layout the maintenance program writes, one
      * record per applied transaction with the before-image of the
      * KSDS record it touched.
       fd journal-file
           record contains 210 characters.
       01 journal-record.
           05 jrnl-run-id pic x(21).
           05 filler pic x.
           05 filler pic x.
           05 jrnl-timestamp pic x(21).
           05 filler pic x.
           05 jrnl-key pic x(60).
           05 filler pic x.
           05 jrnl-before-present pic x.
           05 filler pic x.
           05 jrnl-before-image pic x(84).
           05 filler pic x.
           05 jrnl-user pic x(8).
           05 filler pic x(3).
       fd backout-rpt-file
           record contains 132 characters.
       01 backout-rpt-record pic x(132).
      * the journal key names the map as well as the rule, so a
      * backout only ever touches the map the named run maintained.
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
       01 exception-map-id pic x(44) value spaces.
       01 lock-file-status pic xx value spaces.
       01 lock-file-name pic x(8) value "RUNLOCK".
      * same return-code scheme as the main program: 0 clean, 4
       01 saved-return-code pic s9(9) binary value 0.
       01 journal-file-status pic xx value spaces.
       01 ksd-status pic xx value spaces.
       01 ksd-record-size pic 9(4) binary value 84.
       01 eof pic 9 value 0.
      * which maintenance run to back out, as printed by the
      * maintenance program in MNTRPT and on SYSOUT:
       01 jrnl-table occurs 0 to 9000 times
                     depending on jrnl-count.
           05 jrnl-tab-verb pic x(6).
           05 jrnl-tab-key pic x(60).
           05 jrnl-tab-before-present pic x.
           05 jrnl-tab-before-image pic x(84).
       01 jrnl-idx pic 9999.
      * only the latest run journaled against a map can be backed
      * out: an earlier one would undo changes a later run has built
      * on, and it is the latest run that housekeeping keeps live in
      * RULEJRNL, so anything older may already be in the archive.
       01 backout-map-id pic x(44) value spaces.
       01 backout-map-known pic x value "N".
       01 map-latest-run-id pic x(21) value spaces.
       01 backed-out-count pic 9(4) value 0.
       01 problem-count pic 9(4) value 0.
       01 backout-note pic x(40).
       01 auth-file-status pic xx value spaces.
       01 secviol-file-status pic xx value spaces.
      * the job's own user id, never an argument: it has to hold an
      * OPERAUTH card for this program before anything is touched,
      * and it is recorded on RUNLOCK for whoever finds the lock.
       01 operator-id pic x(8) value spaces.
       01 auth-program-name pic x(8) value "BACKOUT".
       01 auth-eof pic x value "N".
       01 operator-authorized pic x value "N".
       01 secviol-reason pic x(8).
       01 secviol-text pic x(80).
       procedure division.
       main-line.
           accept backout-run-id from argument-value
           if backout-run-id = spaces
               display "AOCDAY08-BACKOUT: A MAINTENANCE RUN ID "
                   "ARGUMENT IS REQUIRED, SEE MNTRPT FOR THE RUN ID"
               move 8 to exception-level
               move "BADARG" to exception-code
               move spaces to exception-key
               move "A MAINTENANCE RUN ID ARGUMENT IS REQUIRED"
                   to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           perform check-operator-authority
      * the lock goes on before the journal is read, since
      * housekeeping rewrites RULEJRNL in place under the same lock.
           perform acquire-run-lock

           perform load-journal-entries
           if jrnl-count = 0
               display "AOCDAY08-BACKOUT: NO JOURNAL RECORD CARRIES "
                   "RUN ID " backout-run-id ", NOTHING TO BACK OUT"
               perform release-run-lock
               move 4 to exception-level
               move "NOJRNL" to exception-code
               move backout-run-id to exception-key
               move "NO JOURNAL RECORD CARRIES THIS RUN ID"
                   to exception-text
               perform log-exception
               move 4 to return-code
               stop run
           end-if
           if map-latest-run-id not = backout-run-id
               display "AOCDAY08-BACKOUT: RUN ID " backout-run-id
                   " IS NOT THE LATEST RUN FOR MAP "
                   function trim (backout-map-id)
               display "AOCDAY08-BACKOUT: RUN ID " map-latest-run-id
                   " IS, AND ONLY THE LATEST RUN CAN BE BACKED OUT"
               perform release-run-lock
               move 8 to exception-level
               move "NOTLAST" to exception-code
               move backout-map-id to exception-map-id
               move backout-run-id to exception-key
               move spaces to exception-text
               string "NOT THE MAP'S LATEST RUN, " map-latest-run-id
                   " CAME AFTER IT"
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 8 to return-code
               stop run
           end-if

           open i-o rules-ksds
           if ksd-status not = "00"
               display "AOCDAY08-BACKOUT: UNABLE TO OPEN RULESKSD, "
                   "STATUS=" ksd-status
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
           if journal-file-status not = "00"
               display "AOCDAY08-BACKOUT: UNABLE TO OPEN RULEJRNL, "
                   "STATUS=" journal-file-status
               perform release-run-lock
               move 12 to exception-level
               move "OPENFAIL" to exception-code
               move "RULEJRNL" to exception-key
               move spaces to exception-text
               string "UNABLE TO OPEN, STATUS=" journal-file-status
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
               stop run
           end-if
               read journal-file
                   at end move 1 to eof
               end-read
      * the run's map is the one its first record names; every
      * record for that map from there on shows which run came last.
               if eof = 0 and jrnl-run-id = backout-run-id
                       and backout-map-known = "N"
                   move jrnl-key(1:44) to backout-map-id
                   move "Y" to backout-map-known
               end-if
               if eof = 0 and backout-map-known = "Y"
                       and jrnl-key(1:44) = backout-map-id
                   move jrnl-run-id to map-latest-run-id
               end-if
               if eof = 0 and jrnl-run-id = backout-run-id
                   if jrnl-count = max-jrnl-count
                       display "AOCDAY08-BACKOUT: JOURNAL TABLE FULL "
                           "AT " function trim (max-jrnl-count)
                           " ENTRIES, RUN TOO LARGE TO BACK OUT"
                       close journal-file
                       perform release-run-lock
                       move 8 to exception-level
                       move "TBLFULL" to exception-code
                       move backout-run-id to exception-key
                       move spaces to exception-text
                       string "JOURNAL TABLE FULL, RUN TOO"
                           " LARGE TO BACK OUT"
                           delimited by size into exception-text
                       end-string
                       perform log-exception
                       move 8 to return-code
                       stop run
                   end-if
                   else
                       move jrnl-tab-before-image(jrnl-idx)
                           to ksd-record
                       move 84 to ksd-record-size
                       rewrite ksd-record
                           invalid key
                               write ksd-record
           if backout-note = spaces
               add 1 to backed-out-count
               string "BACKED OUT " jrnl-tab-verb(jrnl-idx)
                   " " jrnl-tab-key(jrnl-idx)(45:16)
                   " MAPID="
                   function trim (jrnl-tab-key(jrnl-idx)(1:44))
                   delimited by size into backout-rpt-record
               end-string
           else
               move 8 to exception-level
               move "BACKOUT" to exception-code
               move jrnl-tab-key(jrnl-idx)(1:44) to exception-map-id
               move jrnl-tab-key(jrnl-idx)(45:16) to exception-key
               move spaces to exception-text
               string jrnl-tab-verb(jrnl-idx) " NOT BACKED OUT - "
                   function trim (backout-note)
                   delimited by size into exception-text
               end-string
               perform log-exception
               add 1 to problem-count
               string "PROBLEM    " jrnl-tab-verb(jrnl-idx)
                   " " jrnl-tab-key(jrnl-idx)(45:16)
                   " MAPID="
                   function trim (jrnl-tab-key(jrnl-idx)(1:44))
                   " - " function trim (backout-note)
                   delimited by size into backout-rpt-record
               end-string
               display "AOCDAY08-BACKOUT: RULESKSD IS LOCKED BY "
                   function trim (lock-holder)
                   " SINCE " lock-timestamp
                   " USER " lock-user
               display "AOCDAY08-BACKOUT: RUN AOC2023-DAY08-UNLOCK "
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
           move "AOCDAY08-BACKOUT" to lock-holder
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
           display "AOCDAY08-BACKOUT: RUN REFUSED, "
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
           move "AOCDAY08-BACKOUT" to secv-program
           move spaces to secv-map-id
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
               display "AOCDAY08-BACKOUT: SECVIOL NOT AVAILABLE, "
                   "STATUS=" secviol-file-status
                   ", VIOLATION NOT LOGGED"
           end-if.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08-BACKOUT" to excp-rec-program
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
               display "AOCDAY08-BACKOUT: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key
           move spaces to exception-map-id.
