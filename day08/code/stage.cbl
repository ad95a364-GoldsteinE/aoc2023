       identification division.
       program-id. aoc2023-day08-stage.
       environment division.
       input-output section.
       file-control.
           select tran-file assign to "RULETRAN"
               organization is line sequential
               file status is tran-file-status.
           select stage-rpt-file assign to "STAGERPT"
               organization is line sequential.
           select rules-queue assign to "RULEQUE"
               organization is indexed
               access mode is dynamic
               record key is rq-key
               file status is rq-status.
           select rules-ksds assign to "RULESKSD"
               organization is indexed
               access mode is random
               record key is ksd-key
               file status is ksd-status.
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
      * same RULETRAN deck layout the maintenance program applies.
       fd tran-file
           record contains 60 characters.
       01 tran-file-record.
           05 tran-verb pic x(6).
           05 filler pic x.
           05 tran-rule-text pic x(33).
           05 filler pic x.
           05 tran-eff-date pic x(8).
           05 filler pic x.
           05 tran-exp-date pic x(8).
           05 filler pic x(2).
       fd stage-rpt-file
           record contains 132 characters.
       01 stage-rpt-record pic x(132).
      * the pending-deck queue. each staged deck is one queue id (the
      * staging run's timestamp to the hundredth of a second): its
      * sequence-0 record is the header carrying who submitted it,
      * who decided on it, when, and where it stands, and sequence
      * 1..n are the deck's own RULETRAN lines in deck order.
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
       fd node-master.
       01 nm-record.
           05 nm-node pic x(8).
           05 nm-description pic x(40).
           05 nm-owner pic x(20).
           05 nm-status pic x(14).
           05 nm-status-date pic x(8).
           05 filler pic x(10).
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
       01 tran-file-status pic xx value spaces.
       01 rq-status pic xx value spaces.
       01 ksd-status pic xx value spaces.
       01 ksd-record-size pic 9(4) binary value 84.
       01 nm-status-code pic xx value spaces.
       01 node-master-open pic x value "N".
       01 lock-file-status pic xx value spaces.
       01 lock-file-name pic x(8) value "RUNLOCK".
      * same return-code scheme as the main program: 0 clean, 4
      * warning, 8 data failure, 12 environment failure.
       01 saved-return-code pic s9(9) binary value 0.
      * the map the deck is for, and who is staging it: the operator
      * id comes from the job's own user, never from an argument, so
      * nobody can stage a deck under someone else's name and then
      * approve it as themselves.
       01 map-id pic x(44) value spaces.
       01 operator-id pic x(8) value spaces.
       01 stage-timestamp pic x(21).
       01 queue-id pic x(16).
       01 eff-date-to-use pic x(8).
       01 exp-date-to-use pic x(8).
       01 input-rule.
           05 input-src pic x(8).
           05 input-dest-left pic x(8).
           05 input-dest-right pic x(8).
       01 dest-to-check pic x(8).
       01 eof pic 9 value 0.
       01 tran-count pic 9(4) value 0.
       01 would-apply-count pic 9(4) value 0.
       01 rejected-count pic 9(4) value 0.
       01 reject-reason pic x(30).
       01 stage-line-ptr pic 999.
      * the deck is edited as a whole, not line by line against the
      * file alone: an ADD followed by a CHANGE of the same version
      * in one deck is fine, because MAINT applies them in order. so
      * every key the deck has already touched is remembered here
      * with whether it would exist afterward, and consulted before
      * RULESKSD is.
       01 max-deck-keys pic 9999 value 9000.
       01 deck-key-count pic 9999 value 0.
       01 deck-key-table occurs 0 to 9000 times
                         depending on deck-key-count.
           05 deck-key pic x(16).
           05 deck-key-present pic x.
       01 deck-key-idx pic 9999.
       01 deck-key-found-idx pic 9999.
       01 key-to-check pic x(16).
       01 key-present pic x.
      * the deck lines are held until the edit is over, since a deck
      * with any edit failure is not queued at all.
       01 max-tran-count pic 9999 value 9000.
       01 deck-table occurs 0 to 9000 times
                     depending on tran-count.
           05 deck-tran-record pic x(60).
       01 deck-idx pic 9999.
       01 queue-write-failed pic x value "N".
       01 queue-lines-written pic 9999 value 0.
       01 queue-failed-line pic 9999 value 0.
       01 queue-failed-status pic xx value spaces.
       procedure division.
       main-line.
           accept map-id from argument-value
               on exception continue
           end-accept
      * UNLOAD, RESTORE and TLINE read a blank map id as every map,
      * so nothing may ever be kept under one.
           if map-id = spaces
               display "AOCDAY08-STAGE: A MAP ID ARGUMENT IS REQUIRED, "
                   "A DECK CANNOT BE STAGED WITHOUT ONE"
               move 8 to exception-level
               move "BADARG" to exception-code
               move spaces to exception-key
               move "A MAP ID ARGUMENT IS REQUIRED" to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           accept operator-id from environment "USER"
           if operator-id = spaces
               display "AOCDAY08-STAGE: NO OPERATOR ID FOR THIS JOB, "
                   "A DECK CANNOT BE STAGED ANONYMOUSLY"
               move 12 to exception-level
               move "NOOPER" to exception-code
               move map-id to exception-key
               move "NO OPERATOR ID, DECK CANNOT BE STAGED"
                   to exception-text
               perform log-exception
               move 12 to return-code
               stop run
           end-if
           move function upper-case (operator-id) to operator-id

           perform acquire-run-lock
           open input rules-ksds
           if ksd-status not = "00"
               display "AOCDAY08-STAGE: UNABLE TO OPEN RULESKSD, "
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
           move map-id to ksd-map-id
           move spaces to ksd-src
           move "00000000" to ksd-eff-date
           read rules-ksds key is ksd-key
               invalid key
                   display "AOCDAY08-STAGE: MAP " function trim (map-id)
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
           open input node-master
           if nm-status-code = "00"
               move "Y" to node-master-open
           else
               if nm-status-code not = "35"
                   display "AOCDAY08-STAGE: UNABLE TO OPEN NODEMAST, "
                       "STATUS=" nm-status-code
                   close rules-ksds
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

           open input tran-file
           if tran-file-status not = "00"
               display "AOCDAY08-STAGE: UNABLE TO OPEN RULETRAN, "
                   "STATUS=" tran-file-status
               close rules-ksds
               perform release-run-lock
               move 12 to exception-level
               move "OPENFAIL" to exception-code
               move "RULETRAN" to exception-key
               move spaces to exception-text
               string "UNABLE TO OPEN, STATUS=" tran-file-status
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
               stop run
           end-if
           open output stage-rpt-file

           move function current-date to stage-timestamp
           move stage-timestamp(1:16) to queue-id
           move spaces to stage-rpt-record
           string "EDIT-ONLY LISTING QUEUE ID " queue-id
               " MAPID=" function trim (map-id)
               " SUBMITTER=" function trim (operator-id)
               delimited by size into stage-rpt-record
           end-string
           write stage-rpt-record

           perform until eof = 1
               read tran-file
                   at end move 1 to eof
               end-read
               if eof = 0 and tran-file-record not = spaces
                   if tran-count = max-tran-count
                       display "AOCDAY08-STAGE: DECK TABLE FULL AT "
                           function trim (max-tran-count)
                           " TRANSACTIONS, SPLIT THE DECK"
                       close tran-file
                       close stage-rpt-file
                       close rules-ksds
                       perform release-run-lock
                       move 8 to exception-level
                       move "TBLFULL" to exception-code
                       move "RULETRAN" to exception-key
                       move "DECK TABLE FULL, SPLIT THE DECK"
                           to exception-text
                       perform log-exception
                       move 8 to return-code
                       stop run
                   end-if
                   add 1 to tran-count
                   move tran-file-record to deck-tran-record(tran-count)
                   perform edit-one-transaction
               end-if
           end-perform

           close tran-file
           close rules-ksds
           if node-master-open = "Y"
               close node-master
           end-if
           perform release-run-lock

           move spaces to stage-rpt-record
           string "TRANSACTIONS READ=" function trim (tran-count)
               " WOULD APPLY=" function trim (would-apply-count)
               " WOULD REJECT=" function trim (rejected-count)
               delimited by size into stage-rpt-record
           end-string
           write stage-rpt-record

      * a deck that would not apply cleanly goes back to its
      * submitter to fix; a second operator should only ever be
      * asked to approve a deck that edits clean.
           if tran-count = 0 or rejected-count not = 0
               move "DECK NOT QUEUED - FIX AND STAGE AGAIN"
                   to stage-rpt-record
               write stage-rpt-record
               close stage-rpt-file
               display "AOCDAY08-STAGE: DECK NOT QUEUED, "
                   function trim (rejected-count)
                   " TRANSACTION(S) WOULD REJECT, SEE STAGERPT"
               move 8 to exception-level
               move "NOTQUEUE" to exception-code
               move map-id to exception-key
               move spaces to exception-text
               string "DECK NOT QUEUED, " function trim (rejected-count)
                   " TRANSACTION(S) WOULD REJECT"
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 8 to return-code
               stop run
           end-if

           perform write-queue-entry
           move spaces to stage-rpt-record
           string "DECK QUEUED PENDING APPROVAL AS " queue-id
               delimited by size into stage-rpt-record
           end-string
           write stage-rpt-record
           close stage-rpt-file
           display "AOCDAY08-STAGE: DECK QUEUED AS " queue-id
               " PENDING APPROVAL BY A SECOND OPERATOR"
           stop run.

      * the same edits MAINT makes when it applies a transaction,
      * without the writes: dates, a complete rule, the key present
      * or absent as the verb needs, and no route into a
      * decommissioned node.
       edit-one-transaction.
           move spaces to reject-reason
           move spaces to input-rule
           unstring tran-rule-text delimited by
               all " = (" or all ", " or ")"
               into input-src, input-dest-left, input-dest-right
           end-unstring
           perform edit-transaction-dates

           if reject-reason = spaces
               evaluate tran-verb
                   when "ADD   "
                       perform edit-add
                   when "CHANGE"
                       perform edit-change
                   when "DELETE"
                       perform edit-delete
                   when other
                       move "UNKNOWN ACTION VERB" to reject-reason
               end-evaluate
           end-if

           move spaces to stage-rpt-record
           if reject-reason = spaces
               add 1 to would-apply-count
               move 1 to stage-line-ptr
               string "WOULD " tran-verb " " input-src
                   " EFF " eff-date-to-use
                   delimited by size
                   into stage-rpt-record with pointer stage-line-ptr
               end-string
               if tran-verb not = "DELETE"
                   string " LEFT " input-dest-left
                       " RIGHT " input-dest-right
                       " EXP " exp-date-to-use
                       delimited by size
                       into stage-rpt-record with pointer stage-line-ptr
                   end-string
               end-if
           else
               move 8 to exception-level
               move "REJECTED" to exception-code
               move input-src to exception-key
               move spaces to exception-text
               string tran-verb " WOULD REJECT - "
                   function trim (reject-reason)
                   delimited by size into exception-text
               end-string
               perform log-exception
               add 1 to rejected-count
               string "WOULD REJECT " tran-verb " " input-src
                   " - " function trim (reject-reason)
                   delimited by size into stage-rpt-record
               end-string
           end-if
           write stage-rpt-record.

       edit-transaction-dates.
           if tran-eff-date = spaces
               move "00000000" to eff-date-to-use
           else
               if tran-eff-date is numeric
                   move tran-eff-date to eff-date-to-use
               else
                   move "BAD EFFECTIVE DATE" to reject-reason
               end-if
           end-if
           if tran-exp-date = spaces
               move "99999999" to exp-date-to-use
           else
               if tran-exp-date is numeric
                   move tran-exp-date to exp-date-to-use
               else
                   move "BAD EXPIRY DATE" to reject-reason
               end-if
           end-if
           if reject-reason = spaces
                   and exp-date-to-use < eff-date-to-use
               move "EXPIRY BEFORE EFFECTIVE" to reject-reason
           end-if.

       edit-add.
           if input-src = spaces or input-dest-left = spaces
                   or input-dest-right = spaces
               move "INCOMPLETE RULE" to reject-reason
           else
               perform check-decommissioned-routes
           end-if
           if reject-reason = spaces
               perform find-key-state
               if key-present = "Y"
                   move "KEY ALREADY EXISTS" to reject-reason
               else
                   move "Y" to key-present
                   perform remember-key-state
               end-if
           end-if.

       edit-change.
           if input-src = spaces or input-dest-left = spaces
                   or input-dest-right = spaces
               move "INCOMPLETE RULE" to reject-reason
           else
               perform check-decommissioned-routes
           end-if
           if reject-reason = spaces
               perform find-key-state
               if key-present = "N"
                   move "KEY NOT FOUND" to reject-reason
               end-if
           end-if.

       edit-delete.
           if input-src = spaces
               move "INCOMPLETE RULE" to reject-reason
           else
               perform find-key-state
               if key-present = "N"
                   move "KEY NOT FOUND" to reject-reason
               else
                   move "N" to key-present
                   perform remember-key-state
               end-if
           end-if.

      * whether the transaction's version would exist at this point
      * in the deck: the deck's own earlier ADDs and DELETEs first,
      * then RULESKSD as it stands.
       find-key-state.
           move input-src to key-to-check(1:8)
           move eff-date-to-use to key-to-check(9:8)
           move 0 to deck-key-found-idx
           perform varying deck-key-idx from 1 by 1
                   until deck-key-idx > deck-key-count
               if deck-key(deck-key-idx) = key-to-check
                   move deck-key-idx to deck-key-found-idx
               end-if
           end-perform
           if deck-key-found-idx not = 0
               move deck-key-present(deck-key-found-idx)
                   to key-present
           else
               move map-id to ksd-map-id
               move input-src to ksd-src
               move eff-date-to-use to ksd-eff-date
               move "Y" to key-present
               read rules-ksds key is ksd-key
                   invalid key move "N" to key-present
               end-read
           end-if.

       remember-key-state.
           if deck-key-found-idx = 0
               if deck-key-count < max-deck-keys
                   add 1 to deck-key-count
                   move deck-key-count to deck-key-found-idx
                   move key-to-check to deck-key(deck-key-found-idx)
               end-if
           end-if
           if deck-key-found-idx not = 0
               move key-present to deck-key-present(deck-key-found-idx)
           end-if.

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

      * the header goes first, PENDING under the submitter, then the
      * deck lines in order. the first-ever staging run creates the
      * queue the same way LOAD creates RULESKSD.
       write-queue-entry.
           open i-o rules-queue
           if rq-status = "35"
               open output rules-queue
               close rules-queue
               open i-o rules-queue
           end-if
           if rq-status not = "00"
               display "AOCDAY08-STAGE: UNABLE TO OPEN RULEQUE, "
                   "STATUS=" rq-status
               close stage-rpt-file
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
      * the header goes in last: APPROVE and MAINT only ever find a
      * deck through its sequence-0 record, so a deck whose lines did
      * not all make it into the queue must never get one. the queue
      * id is checked up front so a clash is refused before anything
      * is written.
           move spaces to rq-record
           move queue-id to rq-queue-id
           move 0 to rq-seq
           read rules-queue
               invalid key continue
               not invalid key
                   perform refuse-duplicate-queue-id
           end-read
           move "N" to queue-write-failed
           move 0 to queue-lines-written
           perform varying deck-idx from 1 by 1
                   until deck-idx > tran-count
                   or queue-write-failed = "Y"
               move spaces to rq-record
               move queue-id to rq-queue-id
               move deck-idx to rq-seq
               move deck-tran-record(deck-idx) to rqt-tran-record
               write rq-record
                   invalid key
                       move "Y" to queue-write-failed
                       move deck-idx to queue-failed-line
                       move rq-status to queue-failed-status
                   not invalid key
                       add 1 to queue-lines-written
               end-write
           end-perform
           if queue-write-failed = "Y"
               perform remove-partial-deck
               display "AOCDAY08-STAGE: UNABLE TO QUEUE LINE "
                   function trim (queue-failed-line) " OF " queue-id
                   ", STATUS=" queue-failed-status ", DECK NOT QUEUED"
               close rules-queue
               close stage-rpt-file
               move 12 to exception-level
               move "WRITEERR" to exception-code
               move queue-id to exception-key
               move spaces to exception-text
               string "UNABLE TO QUEUE LINE "
                   function trim (queue-failed-line)
                   ", STATUS=" queue-failed-status ", DECK NOT QUEUED"
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
               stop run
           end-if
           move spaces to rq-record
           move queue-id to rq-queue-id
           move 0 to rq-seq
           move map-id to rqh-map-id
           move operator-id to rqh-submitter
           move stage-timestamp to rqh-submit-ts
           move "PENDING" to rqh-disposition
           move tran-count to rqh-tran-count
           write rq-record
               invalid key
                   perform remove-partial-deck
                   perform refuse-duplicate-queue-id
           end-write
           close rules-queue.

       refuse-duplicate-queue-id.
           display "AOCDAY08-STAGE: QUEUE ID " queue-id
               " ALREADY IN RULEQUE, STAGE THE DECK AGAIN"
           close rules-queue
           close stage-rpt-file
           move 12 to exception-level
           move "DUPQUEUE" to exception-code
           move queue-id to exception-key
           move "QUEUE ID ALREADY IN RULEQUE, STAGE AGAIN"
               to exception-text
           perform log-exception
           move 12 to return-code
           stop run.

      * takes back the lines of a deck that could not be queued
      * whole, so nothing of it is left behind under its queue id.
       remove-partial-deck.
           perform varying deck-idx from 1 by 1
                   until deck-idx > queue-lines-written
               move queue-id to rq-queue-id
               move deck-idx to rq-seq
               delete rules-queue record
                   invalid key continue
               end-delete
           end-perform.

      * registers this run in RUNLOCK before RULESKSD is opened, so
      * the deck is edited against rules nobody is changing at the
      * same moment; see the maintenance program for the caveats.
       acquire-run-lock.
           open input lock-file
           if lock-file-status = "35"
               continue
           else
               read lock-file
                   at end continue
               end-read
               display "AOCDAY08-STAGE: RULESKSD IS LOCKED BY "
                   function trim (lock-holder)
                   " SINCE " lock-timestamp
                   " USER " lock-user
               display "AOCDAY08-STAGE: RUN AOC2023-DAY08-UNLOCK "
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
           move "AOCDAY08-STAGE" to lock-holder
           move function current-date to lock-timestamp
           move operator-id to lock-user
           write lock-record
           close lock-file.

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
           move "AOCDAY08-STAGE" to excp-rec-program
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
               display "AOCDAY08-STAGE: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key.
