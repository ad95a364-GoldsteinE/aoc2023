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
      * the run-control lock the RULESKSD programs register in; this
      * a canceled job, after checking with whoever submitted the
      * job the lock names that it really is dead.
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
       01 auth-file-status pic xx value spaces.
       01 secviol-file-status pic xx value spaces.
      * the job's own user id, never an argument: it has to hold an
      * OPERAUTH card for this program before anything is touched,
      * and it is recorded on RUNLOCK for whoever finds the lock.
       01 operator-id pic x(8) value spaces.
       01 auth-program-name pic x(8) value "UNLOCK".
       01 auth-eof pic x value "N".
       01 operator-authorized pic x value "N".
       01 secviol-reason pic x(8).
       01 secviol-text pic x(80).
       procedure division.
       main-line.
           perform check-operator-authority
           open input lock-file
           if lock-file-status = "35"
               display "AOCDAY08-UNLOCK: NO RUN LOCK ON FILE, "
           display "AOCDAY08-UNLOCK: CLEARING LOCK HELD BY "
               function trim (lock-holder)
               " SINCE " lock-timestamp
               " USER " lock-user
           call "CBL_DELETE_FILE" using lock-file-name
           move 4 to exception-level
           move "UNLOCKED" to exception-code
           move lock-holder to exception-key
           move spaces to exception-text
           string "RUN LOCK CLEARED BY " function trim (operator-id)
               ", HELD SINCE " lock-timestamp
               delimited by size into exception-text
           end-string
           perform log-exception
           move 0 to return-code
           display "AOCDAY08-UNLOCK: LOCK CLEARED"
           stop run.

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
           display "AOCDAY08-UNLOCK: RUN REFUSED, "
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
           move "AOCDAY08-UNLOCK" to secv-program
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
               display "AOCDAY08-UNLOCK: SECVIOL NOT AVAILABLE, "
                   "STATUS=" secviol-file-status
                   ", VIOLATION NOT LOGGED"
           end-if.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08-UNLOCK" to excp-rec-program
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
               display "AOCDAY08-UNLOCK: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key
           move spaces to exception-map-id.
