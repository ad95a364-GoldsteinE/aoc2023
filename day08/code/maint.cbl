       environment division.
       input-output section.
       file-control.
           select rules-queue assign to "RULEQUE"
               organization is indexed
               access mode is dynamic
               record key is rq-key
               file status is rq-status.
           select maint-rpt-file assign to "MNTRPT"
               organization is line sequential.
           select journal-file assign to "RULEJRNL"
           select lock-file assign to "RUNLOCK"
               organization is line sequential
               file status is lock-file-status.
           select node-master assign to "NODEMAST"
               organization is indexed
               access mode is random
               record key is nm-node
               file status is nm-status-code.
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
      * a RULETRAN deck reaches this program only through the
      * pending-deck queue: AOC2023-DAY08-STAGE queues it under its
      * submitter, AOC2023-DAY08-APPROVE records a second operator's
      * decision, and only an APPROVED entry is applied here. the
      * header at sequence 0 names the map; sequence 1..n are the
      * deck's lines in order.
       fd rules-queue
           record contains 200 characters.
       01 rq-record.
           05 rq-key.
               10 rq-queue-id pic x(16).
               10 rq-seq pic 9(4).
           05 filler pic x(180).
       01 rq-header.
           05 filler pic x(20).
           05 rqh-map-id pic x(44).
           05 rqh-submitter pic x(8).
           05 rqh-submit-ts pic x(21).
           05 rqh-disposition pic x(8).
           05 rqh-approver pic x(8).
           05 rqh-decision-ts pic x(21).
           05 rqh-applied-ts pic x(21).
           05 rqh-maint-run-id pic x(21).
           05 rqh-tran-count pic 9(4).
           05 filler pic x(24).
       01 rq-tran.
           05 filler pic x(20).
           05 rqt-tran-record pic x(60).
           05 filler pic x(120).
       fd maint-rpt-file
           record contains 100 characters.
       01 maint-rpt-record pic x(100).
      * reads these backwards to put RULESKSD back the way it was
      * before a named run, so reversing a wrong RULETRAN deck is a
      * job submission instead of hand-reconstructed destinations.
      * the key and before-image carry the map id along with the
      * rule, since RULESKSD holds every map under its own id. the
      * operator who ran the job closes the record.
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
      * every map lives in RULESKSD under its own map id, which leads
      * the key; the map's header record (blank source node) carries
      * its actions line, which maintenance leaves alone.
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
      * the node master, consulted so no ADD or CHANGE can route
      * into a node that is marked DECOMMISSIONED.
       fd node-master.
       01 nm-record.
           05 nm-node pic x(8).
           05 nm-description pic x(40).
           05 nm-owner pic x(20).
           05 nm-status pic x(14).
           05 nm-status-date pic x(8).
           05 filler pic x(10).
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
       01 rq-status pic xx value spaces.
      * which approved deck to apply, as printed by the staging run:
       01 queue-id pic x(16) value spaces.
       01 deck-expected-count pic 9(4) value 0.
       01 deck-line-count pic 9(4) value 0.
       01 deck-count-eof pic x value "N".
      * one transaction per line: an action verb in columns 1-6 and,
      * from column 8, either a full "SRC = (LLL, RRR)" rule (ADD and
      * CHANGE) or just the source node (DELETE). columns 42-49 and
      * 51-58 optionally carry the effective and expiry dates
      * (yyyymmdd) of the rule version the transaction is about;
      * blank dates mean the undated, always-in-force version the
      * loader builds, so old decks keep their old meaning.
       01 tran-record.
           05 tran-verb pic x(6).
           05 filler pic x.
           05 tran-rule-text pic x(33).
           05 filler pic x.
           05 tran-eff-date pic x(8).
           05 filler pic x.
           05 tran-exp-date pic x(8).
           05 filler pic x(2).
       01 ksd-status pic xx value spaces.
       01 ksd-record-size pic 9(4) binary value 84.
      * the map the whole deck is maintaining, from the queue header;
      * it has to be loaded already, since a rule added under a map
      * id with no header record would belong to a map nobody can
      * traverse.
       01 map-id pic x(44) value spaces.
       01 lock-file-status pic xx value spaces.
       01 lock-file-name pic x(8) value "RUNLOCK".
      * same return-code scheme as the main program: 0 clean, 4
      * journal record, into MNTRPT, and onto SYSOUT, so "back out
      * last night's maintenance" has a name to back out by.
       01 maint-run-id pic x(21).
       01 before-image pic x(84).
       01 before-present pic x value "N".
      * the transaction's dates after the blank-column defaults are
      * applied: a blank effective date names the undated version the
       01 applied-count pic 9(4) value 0.
       01 rejected-count pic 9(4) value 0.
       01 reject-reason pic x(30).
      * a system with no NODEMAST yet has no decommissioned nodes,
      * so its absence is not an error here.
       01 nm-status-code pic xx value spaces.
       01 node-master-open pic x value "N".
       01 dest-to-check pic x(8).
       01 auth-file-status pic xx value spaces.
       01 secviol-file-status pic xx value spaces.
      * the job's own user id, never an argument: it has to hold an
      * OPERAUTH card for this program before anything is touched,
      * and it is recorded on RUNLOCK for whoever finds the lock.
       01 operator-id pic x(8) value spaces.
       01 auth-program-name pic x(8) value "MAINT".
       01 auth-eof pic x value "N".
       01 operator-authorized pic x value "N".
      * the verbs this operator's MAINT card allows; a transaction
      * with any other verb is rejected like a data error and logged
      * as a violation.
       01 operator-may-add pic x value "N".
       01 operator-may-change pic x value "N".
       01 operator-may-delete pic x value "N".
       01 verb-allowed pic x.
       01 secviol-reason pic x(8).
       01 secviol-text pic x(80).
       procedure division.
       main-line.
           accept queue-id from argument-value
               on exception continue
           end-accept
           if queue-id = spaces
               display "AOCDAY08-MAINT: A QUEUE ID ARGUMENT IS "
                   "REQUIRED, SEE STAGERPT FOR THE QUEUE ID"
               move 8 to exception-level
               move "BADARG" to exception-code
               move spaces to exception-key
               move "A QUEUE ID ARGUMENT IS REQUIRED" to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           perform check-operator-authority
           perform acquire-run-lock
           perform check-queue-entry
      * the whole point of this program is touching an existing
      * RULESKSD in place, so a missing one is an operations mistake
      * (wrong dd, or the load was never run), not a file to create.
                   "STATUS=" ksd-status
               display "AOCDAY08-MAINT: RUN AOC2023-DAY08-LOAD FIRST "
                   "IF RULESKSD HAS NEVER BEEN BUILT"
               close rules-queue
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
           read rules-ksds key is ksd-key
               invalid key
                   display "AOCDAY08-MAINT: MAP " function trim (map-id)
                       " IS NOT LOADED IN RULESKSD"
                   display "AOCDAY08-MAINT: RUN AOC2023-DAY08-LOAD "
                       "FOR THE MAP FIRST"
                   close rules-ksds
                   close rules-queue
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

           open input node-master
           if nm-status-code = "00"
               move "Y" to node-master-open
           else
               if nm-status-code not = "35"
                   display "AOCDAY08-MAINT: UNABLE TO OPEN NODEMAST, "
                       "STATUS=" nm-status-code
                   close rules-ksds
                   close rules-queue
                   perform release-run-lock
                   move 12 to exception-level
                   move "OPENFAIL" to exception-code
                   move "NODEMAST" to exception-key
                   move spaces to exception-text
                   string "UNABLE TO OPEN, STATUS=" nm-status-code
                       delimited by size into exception-text
                   end-string
                   perform log-exception
                   move 12 to return-code
                   stop run
               end-if
           end-if
           open output maint-rpt-file

               display "AOCDAY08-MAINT: UNABLE TO OPEN RULEJRNL, "
                   "STATUS=" journal-file-status
               close rules-ksds
               close rules-queue
               close maint-rpt-file
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
           move function current-date to maint-run-id
           move spaces to maint-rpt-record
           string "MAINTENANCE RUN " maint-run-id
               " MAPID=" function trim (map-id)
               delimited by size into maint-rpt-record
           end-string
           write maint-rpt-record
           move spaces to maint-rpt-record
           string "QUEUE ID " queue-id
               " SUBMITTED BY " function trim (rqh-submitter)
               " APPROVED BY " function trim (rqh-approver)
               " AT " rqh-decision-ts
               delimited by size into maint-rpt-record
           end-string
           write maint-rpt-record
           move spaces to maint-rpt-record
           string "APPLIED BY " operator-id
               delimited by size into maint-rpt-record
           end-string
           write maint-rpt-record

           move queue-id to rq-queue-id
           move 1 to rq-seq
           start rules-queue key not less than rq-key
               invalid key move 1 to eof
           end-start
           perform until eof = 1
               read rules-queue next record
                   at end move 1 to eof
               end-read
               if eof = 0 and rq-queue-id not = queue-id
                   move 1 to eof
               end-if
               if eof = 0 and rqt-tran-record not = spaces
                   move rqt-tran-record to tran-record
                   add 1 to tran-count
                   perform apply-one-transaction
               end-if
           end-perform
           perform mark-queue-entry-applied

           move spaces to maint-rpt-record
           string "TRANSACTIONS READ=" function trim (tran-count)
           end-string
           write maint-rpt-record

           close rules-queue
           close maint-rpt-file
           close journal-file
           close rules-ksds
           if node-master-open = "Y"
               close node-master
           end-if
           perform release-run-lock

           display "AOCDAY08-MAINT: "
           end-if
           stop run.

      * the queue entry has to exist and carry a second operator's
      * APPROVED decision; anything else - still PENDING, REJECTED,
      * or already APPLIED by an earlier run - is refused before
      * RULESKSD is even opened.
       check-queue-entry.
           open i-o rules-queue
           if rq-status not = "00"
               display "AOCDAY08-MAINT: UNABLE TO OPEN RULEQUE, "
                   "STATUS=" rq-status
               perform release-run-lock
               move 12 to exception-level
               move "OPENFAIL" to exception-code
               move "RULEQUE" to exception-key
               move spaces to exception-text
               string "UNABLE TO OPEN, STATUS=" rq-status
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
               stop run
           end-if
           move queue-id to rq-queue-id
           move 0 to rq-seq
           read rules-queue key is rq-key
               invalid key
                   display "AOCDAY08-MAINT: QUEUE ID " queue-id
                       " IS NOT IN RULEQUE"
                   close rules-queue
                   perform release-run-lock
                   move 8 to exception-level
                   move "NOTFOUND" to exception-code
                   move queue-id to exception-key
                   move "QUEUE ID IS NOT IN RULEQUE" to exception-text
                   perform log-exception
                   move 8 to return-code
                   stop run
           end-read
           if rqh-disposition not = "APPROVED"
               display "AOCDAY08-MAINT: QUEUE ID " queue-id " IS "
                   function trim (rqh-disposition)
                   ", ONLY AN APPROVED DECK IS APPLIED"
               close rules-queue
               perform release-run-lock
               move 8 to exception-level
               move "NOTAPPR" to exception-code
               move queue-id to exception-key
               move spaces to exception-text
               string "DECK IS " function trim (rqh-disposition)
                   ", ONLY AN APPROVED DECK IS APPLIED"
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           perform count-deck-lines
           if deck-line-count not = deck-expected-count
               display "AOCDAY08-MAINT: QUEUE ID " queue-id " HOLDS "
                   function trim (deck-line-count) " LINE(S), STAGED "
                   function trim (deck-expected-count)
                   ", DECK NOT APPLIED"
               close rules-queue
               perform release-run-lock
               move 8 to exception-level
               move "BADDECK" to exception-code
               move queue-id to exception-key
               move spaces to exception-text
               string "DECK HOLDS " function trim (deck-line-count)
                   " LINE(S), STAGED "
                   function trim (deck-expected-count)
                   ", NOT APPLIED"
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           move rqh-map-id to map-id.

      * a deck is only applied whole: its sequence 1..n lines are
      * counted against the count STAGE put on the header, so a deck
      * that lost or gained lines in the queue is never half-applied.
      * the header is read back afterward for the report heading.
       count-deck-lines.
           move rqh-tran-count to deck-expected-count
           move 0 to deck-line-count
           move "N" to deck-count-eof
           move queue-id to rq-queue-id
           move 1 to rq-seq
           start rules-queue key not less than rq-key
               invalid key move "Y" to deck-count-eof
           end-start
           perform until deck-count-eof = "Y"
               read rules-queue next record
                   at end move "Y" to deck-count-eof
               end-read
               if deck-count-eof = "N" and rq-queue-id not = queue-id
                   move "Y" to deck-count-eof
               end-if
               if deck-count-eof = "N"
                   add 1 to deck-line-count
               end-if
           end-perform
           move queue-id to rq-queue-id
           move 0 to rq-seq
           read rules-queue key is rq-key
               invalid key continue
           end-read.

      * the entry is closed out whatever the individual transactions
      * did, so the same deck can never be applied twice; MNTRPT and
      * the journal say what actually happened, under the run id
      * recorded here.
       mark-queue-entry-applied.
           move queue-id to rq-queue-id
           move 0 to rq-seq
           read rules-queue key is rq-key
               invalid key
                   display "AOCDAY08-MAINT: QUEUE ID " queue-id
                       " WENT MISSING FROM RULEQUE"
                   move 12 to exception-level
                   move "NOTFOUND" to exception-code
                   move queue-id to exception-key
                   move "QUEUE ID WENT MISSING FROM RULEQUE"
                       to exception-text
                   perform log-exception
                   move 12 to return-code
           end-read
           if rq-status = "00"
               move "APPLIED" to rqh-disposition
               move function current-date to rqh-applied-ts
               move maint-run-id to rqh-maint-run-id
               rewrite rq-record
                   invalid key
                       display "AOCDAY08-MAINT: UNABLE TO MARK "
                           "QUEUE ID " queue-id " APPLIED"
                       move 12 to exception-level
                       move "WRITEERR" to exception-code
                       move queue-id to exception-key
                       move "UNABLE TO MARK THE QUEUE ENTRY APPLIED"
                           to exception-text
                       perform log-exception
                       move 12 to return-code
               end-rewrite
           end-if.

       apply-one-transaction.
           move spaces to reject-reason
           move "N" to before-present
               into input-src, input-dest-left, input-dest-right
           end-unstring
           perform edit-transaction-dates
           if reject-reason = spaces
               perform check-verb-authority
           end-if

           if reject-reason = spaces
               evaluate tran-verb
                   delimited by size into maint-rpt-record
               end-string
           else
               move 8 to exception-level
               move "REJECTED" to exception-code
               move input-src to exception-key
               move spaces to exception-text
               string tran-verb " REJECTED - "
                   function trim (reject-reason)
                   delimited by size into exception-text
               end-string
               perform log-exception
               add 1 to rejected-count
               move spaces to maint-rpt-record
               string "REJECTED " tran-verb " " input-src
           end-if
           write maint-rpt-record.

      * the operator's MAINT card has to allow the verb. a verb the
      * card does not cover is rejected and also goes to SECVIOL,
      * since it is an attempt rather than a typing error; an
      * unknown verb is left to the usual UNKNOWN ACTION VERB.
       check-verb-authority.
           evaluate tran-verb
               when "ADD   "
                   move operator-may-add to verb-allowed
               when "CHANGE"
                   move operator-may-change to verb-allowed
               when "DELETE"
                   move operator-may-delete to verb-allowed
               when other
                   move "Y" to verb-allowed
           end-evaluate
           if verb-allowed not = "Y"
               move "VERB NOT AUTHORIZED FOR USER" to reject-reason
               move "NOVERB" to secviol-reason
               move spaces to secviol-text
               string "USER " function trim (operator-id)
                   " MAY NOT " function trim (tran-verb)
                   " " input-src " QUEUE ID " queue-id
                   delimited by size into secviol-text
               end-string
               perform write-security-violation
           end-if.

      * a malformed date would otherwise become a rule version nobody
      * can ever address again, so both date columns are edited
      * before any verb touches the file.
                   or input-dest-right = spaces
               move "INCOMPLETE RULE" to reject-reason
           else
               perform check-decommissioned-routes
           end-if
           if reject-reason = spaces
               move map-id to ksd-map-id
               move input-src to ksd-src
               move eff-date-to-use to ksd-eff-date
               move input-dest-left to ksd-dest-left
               move input-dest-right to ksd-dest-right
               move exp-date-to-use to ksd-exp-date
               move 84 to ksd-record-size
               write ksd-record
                   invalid key
                       move "KEY ALREADY EXISTS" to reject-reason
                   or input-dest-right = spaces
               move "INCOMPLETE RULE" to reject-reason
           else
               perform check-decommissioned-routes
           end-if
           if reject-reason = spaces
               move map-id to ksd-map-id
               move input-src to ksd-src
               move eff-date-to-use to ksd-eff-date
               read rules-ksds key is ksd-key
                   if tran-exp-date not = spaces
                       move exp-date-to-use to ksd-exp-date
                   end-if
                   move 84 to ksd-record-size
                   rewrite ksd-record
                       invalid key
                           move "KEY NOT FOUND" to reject-reason
               end-if
           end-if.

      * a new or changed rule must not send traffic into a node the
      * node master says is DECOMMISSIONED; FROZEN nodes are the
      * change team's call and are let through.
       check-decommissioned-routes.
           if node-master-open = "Y"
               move input-dest-left to dest-to-check
               perform check-one-decommissioned
               move input-dest-right to dest-to-check
               perform check-one-decommissioned
           end-if.

       check-one-decommissioned.
           move dest-to-check to nm-node
           read node-master key is nm-node
               invalid key move spaces to nm-status
           end-read
           if nm-status = "DECOMMISSIONED"
               move "ROUTES TO DECOMMISSIONED NODE" to reject-reason
           end-if.

      * same pattern for DELETE: capture the doomed record first,
      * then remove it.
       apply-delete.
           if input-src = spaces
               move "INCOMPLETE RULE" to reject-reason
           else
               move map-id to ksd-map-id
               move input-src to ksd-src
               move eff-date-to-use to ksd-eff-date
               read rules-ksds key is ksd-key
           move maint-run-id to jrnl-run-id
           move tran-verb to jrnl-verb
           move function current-date to jrnl-timestamp
           move map-id to jrnl-key(1:44)
           move input-src to jrnl-key(45:8)
           move eff-date-to-use to jrnl-key(53:8)
           move before-present to jrnl-before-present
           move before-image to jrnl-before-image
           move operator-id to jrnl-user
           write journal-record.

      * registers this run in RUNLOCK before RULESKSD is opened. a
               display "AOCDAY08-MAINT: RULESKSD IS LOCKED BY "
                   function trim (lock-holder)
                   " SINCE " lock-timestamp
                   " USER " lock-user
               display "AOCDAY08-MAINT: RUN AOC2023-DAY08-UNLOCK "
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
           move "AOCDAY08-MAINT" to lock-holder
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
                       if auth-add = "Y"
                           move "Y" to operator-may-add
                       end-if
                       if auth-change = "Y"
                           move "Y" to operator-may-change
                       end-if
                       if auth-delete = "Y"
                           move "Y" to operator-may-delete
                       end-if
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
           display "AOCDAY08-MAINT: RUN REFUSED, "
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
           move "AOCDAY08-MAINT" to secv-program
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
               display "AOCDAY08-MAINT: SECVIOL NOT AVAILABLE, "
                   "STATUS=" secviol-file-status
                   ", VIOLATION NOT LOGGED"
           end-if.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08-MAINT" to excp-rec-program
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
               display "AOCDAY08-MAINT: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key.
