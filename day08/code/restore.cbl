               file status is backup-file-status.
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
      * same image layout as the unload program writes: a dated HDR
      * record naming the map it holds (blank for every map), a MAP
      * record per map header, one RUL record per rule, and a TRL
      * record carrying the counts to reconcile.
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
       01 backup-rule-key-fields redefines backup-record.
           05 filler pic x(4).
           05 backup-rule-map-id pic x(44).
           05 filler pic x(1052).
       01 backup-map-fields redefines backup-record.
           05 filler pic x(4).
           05 backup-map-image pic x(1064).
           05 filler pic x(32).
       01 backup-trailer-fields redefines backup-record.
           05 filler pic x(4).
           05 backup-trl-count pic 9(9).
           05 backup-trl-map-count pic 9(9).
           05 filler pic x(1078).
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
       01 backup-file-status pic xx value spaces.
       01 ksd-status pic xx value spaces.
       01 ksd-record-size pic 9(4) binary value 84.
       01 eof pic 9 value 0.
       01 map-records-eof pic x value "N".
      * the one map to put back (argument); left blank, whatever the
      * image holds is restored - a whole-file image rebuilds the
      * whole file, a one-map image replaces just that map.
       01 restore-map-id pic x(44) value spaces.
       01 image-map-id pic x(44) value spaces.
       01 target-map-id pic x(44) value spaces.
       01 target-map-found pic x value "N".
       01 target-rule-count pic 9(9) value 0.
       01 expected-rule-count pic 9(9) value 0.
       01 records-replaced pic 9(9) value 0.
       01 image-timestamp pic x(21) value spaces.
       01 image-rule-count pic 9(9) value 0.
       01 image-map-count pic 9(9) value 0.
       01 image-trailer-count pic 9(9) value 0.
       01 image-trailer-map-count pic 9(9) value 0.
       01 image-trailer-found pic x value "N".
       01 image-bad pic x value "N".
       01 rules-restored pic 9(9) value 0.
       01 auth-file-status pic xx value spaces.
       01 secviol-file-status pic xx value spaces.
      * the job's own user id, never an argument: it has to hold an
      * OPERAUTH card for this program before anything is touched,
      * and it is recorded on RUNLOCK for whoever finds the lock.
       01 operator-id pic x(8) value spaces.
       01 auth-program-name pic x(8) value "RESTORE".
       01 auth-eof pic x value "N".
       01 operator-authorized pic x value "N".
       01 secviol-reason pic x(8).
       01 secviol-text pic x(80).
       procedure division.
       main-line.
           accept restore-map-id from argument-value
               on exception continue
           end-accept
           perform check-operator-authority
      * the whole image is verified before a single KSDS record is
      * written, the same way the main program counts a checkpoint's
      * pointer records before trusting any of them: a truncated
           perform verify-backup-image
           if image-bad = "Y"
               display "AOCDAY08-RESTORE: RULESKSD NOT RESTORED"
               move 8 to exception-level
               move "BADIMAGE" to exception-code
               move "RULEBKUP" to exception-key
               move "BACKUP IMAGE FAILED VERIFICATION, NOT RESTORED"
                   to exception-text
               perform log-exception
               if return-code < 8
                   move 8 to return-code
               end-if
           end-if

           perform acquire-run-lock
           if target-map-id = spaces
               move image-trailer-count to expected-rule-count
               perform rebuild-rules-ksds
           else
               move target-rule-count to expected-rule-count
               perform replace-one-map
           end-if
           perform release-run-lock

           if rules-restored not = expected-rule-count
               display "AOCDAY08-RESTORE: WROTE "
                   function trim (rules-restored)
                   " RULE(S) BUT THE IMAGE HOLDS "
                   function trim (expected-rule-count)
                   ", RESTORE IS NOT COMPLETE"
               move 8 to exception-level
               move "INCMPLT" to exception-code
               move "RULESKSD" to exception-key
               move spaces to exception-text
               string "WROTE " function trim (rules-restored)
                   " RULE(S), IMAGE HOLDS "
                   function trim (expected-rule-count)
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 8 to return-code
               stop run
           end-if

           if target-map-id = spaces
               display "AOCDAY08-RESTORE: "
                   function trim (rules-restored)
                   " RULE(S) RESTORED FROM THE RULEBKUP IMAGE OF "
                   image-timestamp
           else
               display "AOCDAY08-RESTORE: MAP "
                   function trim (target-map-id) " "
                   function trim (rules-restored)
                   " RULE(S) RESTORED FROM THE RULEBKUP IMAGE OF "
                   image-timestamp ", "
                   function trim (records-replaced)
                   " OLD RECORD(S) REPLACED"
           end-if
           stop run.

      * first pass over the image: check the HDR is there, count the
               display "AOCDAY08-RESTORE: UNABLE TO OPEN RULEBKUP, "
                   "STATUS=" backup-file-status
               move "Y" to image-bad
               move 12 to exception-level
               move "OPENFAIL" to exception-code
               move "RULEBKUP" to exception-key
               move spaces to exception-text
               string "UNABLE TO OPEN, STATUS=" backup-file-status
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
           else
               read backup-file
                       "WITH A HDR RECORD, NOT A BACKUP IMAGE"
               else
                   move backup-hdr-timestamp to image-timestamp
                   move backup-hdr-map-id to image-map-id
                   if restore-map-id = spaces
                       move image-map-id to target-map-id
                   else
                       move restore-map-id to target-map-id
                   end-if
                   perform until eof = 1
                       read backup-file
                           at end move 1 to eof
                           evaluate backup-tag
                               when "RUL "
                                   add 1 to image-rule-count
                                   if backup-rule-map-id
                                           = target-map-id
                                       add 1 to target-rule-count
                                   end-if
                               when "MAP "
                                   add 1 to image-map-count
                                   if backup-rule-map-id
                                           = target-map-id
                                       move "Y" to target-map-found
                                   end-if
                               when "TRL "
                                   move "Y" to image-trailer-found
                                   move backup-trl-count
                                       to image-trailer-count
                                   move backup-trl-map-count
                                       to image-trailer-map-count
                               when other
                                   move "Y" to image-bad
                           end-evaluate
                       else
                           if image-rule-count
                                   not = image-trailer-count
                               or image-map-count
                                   not = image-trailer-map-count
                               move "Y" to image-bad
                               display "AOCDAY08-RESTORE: IMAGE HOLDS "
                                   function trim (image-map-count)
                                   " MAP(S) AND "
                                   function trim (image-rule-count)
                                   " RULE(S) BUT THE TRAILER SAYS "
                                   function trim
                                       (image-trailer-map-count)
                                   " AND "
                                   function trim (image-trailer-count)
                                   ", IMAGE IS DAMAGED"
                           end-if
                       end-if
      * a one-map restore needs that map's header in the image, or
      * it would put back rules for a map with no actions line.
                       if image-bad = "N" and target-map-id not = spaces
                               and target-map-found = "N"
                           move "Y" to image-bad
                           display "AOCDAY08-RESTORE: RULEBKUP HOLDS "
                               "NO MAP " function trim (target-map-id)
                       end-if
                   end-if
               end-if
               close backup-file
           end-if.

      * second pass: the image reconciled, so a whole-file image
      * rebuilds RULESKSD from scratch, every map in it at once.
       rebuild-rules-ksds.
           open output rules-ksds
           if ksd-status not = "00"
               display "AOCDAY08-RESTORE: UNABLE TO OPEN RULESKSD, "
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
           open input backup-file
           read backup-file
           move 0 to eof
           perform until eof = 1
               read backup-file
                   at end move 1 to eof
               end-read
               if eof = 0
                   perform restore-one-record
               end-if
           end-perform
           close backup-file
           close rules-ksds.

      * a one-map restore leaves every other map in RULESKSD alone:
      * that map's current records come out, and only its records
      * from the image go back in.
       replace-one-map.
           open i-o rules-ksds
           if ksd-status = "35"
               open output rules-ksds
               close rules-ksds
               open i-o rules-ksds
           end-if
           if ksd-status not = "00"
               display "AOCDAY08-RESTORE: UNABLE TO OPEN RULESKSD, "
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

           move low-values to ksd-key
           move target-map-id to ksd-map-id
           start rules-ksds key not less than ksd-key
               invalid key move "Y" to map-records-eof
           end-start
           perform until map-records-eof = "Y"
               read rules-ksds next record
                   at end move "Y" to map-records-eof
               end-read
               if map-records-eof = "N"
                   if ksd-map-id not = target-map-id
                       move "Y" to map-records-eof
                   else
                       delete rules-ksds
                           invalid key continue
                           not invalid key add 1 to records-replaced
                       end-delete
                   end-if
               end-if
           end-perform

           open input backup-file
           read backup-file
           move 0 to eof
               read backup-file
                   at end move 1 to eof
               end-read
               if eof = 0 and backup-rule-map-id = target-map-id
                   perform restore-one-record
               end-if
           end-perform
           close backup-file
           close rules-ksds.

       restore-one-record.
           evaluate backup-tag
               when "MAP "
                   move backup-map-image to ksd-map-header
                   move 1064 to ksd-record-size
                   write ksd-map-header
                       invalid key
                           display "AOCDAY08-RESTORE: DUPLICATE "
                               "MAP HEADER FOR "
                               function trim (ksd-map-id)
                               " IN THE IMAGE, SKIPPED"
                   end-write
               when "RUL "
                   move backup-rule-image to ksd-record
                   move 84 to ksd-record-size
                   write ksd-record
                       invalid key
                           display "AOCDAY08-RESTORE: DUPLICATE "
                       not invalid key
                           add 1 to rules-restored
                   end-write
           end-evaluate.

      * registers this run in RUNLOCK before RULESKSD is opened. a
      * lock already on file means a maintenance job and a traversal
               display "AOCDAY08-RESTORE: RULESKSD IS LOCKED BY "
                   function trim (lock-holder)
                   " SINCE " lock-timestamp
                   " USER " lock-user
               display "AOCDAY08-RESTORE: RUN AOC2023-DAY08-UNLOCK "
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
           move "AOCDAY08-RESTORE" to lock-holder
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
           display "AOCDAY08-RESTORE: RUN REFUSED, "
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
           move "AOCDAY08-RESTORE" to secv-program
           move restore-map-id to secv-map-id
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
               display "AOCDAY08-RESTORE: SECVIOL NOT AVAILABLE, "
                   "STATUS=" secviol-file-status
                   ", VIOLATION NOT LOGGED"
           end-if.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08-RESTORE" to excp-rec-program
      * the map being restored once the image has named it, the
      * map asked for before that; blank only for a whole-file
      * restore, which is every map.
           move target-map-id to excp-rec-map-id
           if target-map-id = spaces
               move restore-map-id to excp-rec-map-id
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
               display "AOCDAY08-RESTORE: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key.
