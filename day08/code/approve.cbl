       identification division.
       program-id. aoc2023-day08-approve.
       environment division.
       input-output section.
       file-control.
           select rules-queue assign to "RULEQUE"
               organization is indexed
               access mode is dynamic
               record key is rq-key
               file status is rq-status.
           select excp-file assign to "EXCPFILE"
               organization is line sequential
               file status is excp-file-status.
       data division.
       file section.
      * same pending-deck queue AOC2023-DAY08-STAGE writes: header at
      * sequence 0, the deck's RULETRAN lines at 1..n.
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
       01 rq-status pic xx value spaces.
      * same return-code scheme as the main program: 0 clean, 4
      * warning, 8 data failure, 12 environment failure.
      * the deck to decide on (the queue id STAGE printed) and the
      * decision, APPROVE or REJECT. the deciding operator is the
      * job's own user, for the same reason STAGE takes the
      * submitter that way.
       01 queue-id pic x(16) value spaces.
       01 decision pic x(7) value spaces.
       01 operator-id pic x(8) value spaces.
       01 queue-eof pic x value "N".
       01 deck-line-count pic 9(4) value 0.
       procedure division.
       main-line.
           accept queue-id from argument-value
               on exception continue
           end-accept
           accept decision from argument-value
               on exception continue
           end-accept
           move function upper-case (decision) to decision
           if queue-id = spaces
                   or (decision not = "APPROVE"
                       and decision not = "REJECT")
               display "AOCDAY08-APPROVE: ARGUMENTS ARE A QUEUE ID "
                   "AND APPROVE OR REJECT"
               move 8 to exception-level
               move "BADARG" to exception-code
               move queue-id to exception-key
               move "ARGUMENTS ARE A QUEUE ID AND APPROVE OR REJECT"
                   to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           accept operator-id from environment "USER"
           if operator-id = spaces
               display "AOCDAY08-APPROVE: NO OPERATOR ID FOR THIS JOB, "
                   "A DECK CANNOT BE DECIDED ANONYMOUSLY"
               move 12 to exception-level
               move "NOOPER" to exception-code
               move queue-id to exception-key
               move "NO OPERATOR ID, DECK CANNOT BE DECIDED"
                   to exception-text
               perform log-exception
               move 12 to return-code
               stop run
           end-if
           move function upper-case (operator-id) to operator-id

           open i-o rules-queue
           if rq-status not = "00"
               display "AOCDAY08-APPROVE: UNABLE TO OPEN RULEQUE, "
                   "STATUS=" rq-status
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
                   display "AOCDAY08-APPROVE: QUEUE ID " queue-id
                       " IS NOT IN RULEQUE"
                   close rules-queue
                   move 8 to exception-level
                   move "NOTFOUND" to exception-code
                   move queue-id to exception-key
                   move "QUEUE ID IS NOT IN RULEQUE" to exception-text
                   perform log-exception
                   move 8 to return-code
                   stop run
           end-read

      * only a deck still waiting can be decided, and never by the
      * operator who staged it - that is the whole of dual control,
      * so a self-approval is refused like a security violation
      * rather than a data error.
           if rqh-disposition not = "PENDING"
               display "AOCDAY08-APPROVE: QUEUE ID " queue-id
                   " IS ALREADY " function trim (rqh-disposition)
                   " BY " function trim (rqh-approver)
               close rules-queue
               move 8 to exception-level
               move "DECIDED" to exception-code
               move rqh-map-id to exception-map-id
               move queue-id to exception-key
               move spaces to exception-text
               string "DECK IS ALREADY " function trim (rqh-disposition)
                   " BY " rqh-approver
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           if rqh-submitter = operator-id
               display "AOCDAY08-APPROVE: " function trim (operator-id)
                   " SUBMITTED QUEUE ID " queue-id
                   " AND CANNOT ALSO DECIDE IT"
               close rules-queue
               move 12 to exception-level
               move "SELFAPPR" to exception-code
               move rqh-map-id to exception-map-id
               move queue-id to exception-key
               move spaces to exception-text
               string function trim (operator-id)
                   " SUBMITTED THE DECK AND CANNOT DECIDE IT"
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
               stop run
           end-if

      * the deck goes to SYSOUT ahead of the decision, so the job
      * log shows exactly what was approved or rejected.
           display "AOCDAY08-APPROVE: QUEUE ID " queue-id
               " MAPID=" function trim (rqh-map-id)
               " SUBMITTER=" function trim (rqh-submitter)
               " AT " rqh-submit-ts
           perform list-queued-deck

           move queue-id to rq-queue-id
           move 0 to rq-seq
           read rules-queue key is rq-key
               invalid key
                   display "AOCDAY08-APPROVE: QUEUE ID " queue-id
                       " WENT MISSING FROM RULEQUE"
                   close rules-queue
                   move 12 to exception-level
                   move "NOTFOUND" to exception-code
                   move rqh-map-id to exception-map-id
                   move queue-id to exception-key
                   move "QUEUE ID WENT MISSING FROM RULEQUE"
                       to exception-text
                   perform log-exception
                   move 12 to return-code
                   stop run
           end-read
      * a deck whose lines in the queue do not add up to what STAGE
      * put on the header is damaged and cannot be approved; it can
      * still be rejected, which takes it out of the way.
           if decision = "APPROVE"
                   and deck-line-count not = rqh-tran-count
               display "AOCDAY08-APPROVE: QUEUE ID " queue-id " HOLDS "
                   function trim (deck-line-count) " LINE(S), STAGED "
                   function trim (rqh-tran-count)
                   ", DECK CANNOT BE APPROVED"
               close rules-queue
               move 8 to exception-level
               move "BADDECK" to exception-code
               move rqh-map-id to exception-map-id
               move queue-id to exception-key
               move spaces to exception-text
               string "DECK HOLDS " function trim (deck-line-count)
                   " LINE(S), STAGED " function trim (rqh-tran-count)
                   ", NOT APPROVED"
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           if decision = "APPROVE"
               move "APPROVED" to rqh-disposition
           else
               move "REJECTED" to rqh-disposition
           end-if
           move operator-id to rqh-approver
           move function current-date to rqh-decision-ts
           rewrite rq-record
               invalid key
                   display "AOCDAY08-APPROVE: UNABLE TO UPDATE "
                       "QUEUE ID " queue-id ", STATUS=" rq-status
                   close rules-queue
                   move 12 to exception-level
                   move "WRITEERR" to exception-code
                   move rqh-map-id to exception-map-id
                   move queue-id to exception-key
                   move spaces to exception-text
                   string "UNABLE TO UPDATE QUEUE ENTRY, STATUS="
                       rq-status
                       delimited by size into exception-text
                   end-string
                   perform log-exception
                   move 12 to return-code
                   stop run
           end-rewrite
           close rules-queue

           display "AOCDAY08-APPROVE: QUEUE ID " queue-id " "
               function trim (rqh-disposition) " BY "
               function trim (operator-id)
           stop run.

       list-queued-deck.
           move queue-id to rq-queue-id
           move 1 to rq-seq
           start rules-queue key not less than rq-key
               invalid key move "Y" to queue-eof
           end-start
           perform until queue-eof = "Y"
               read rules-queue next record
                   at end move "Y" to queue-eof
               end-read
               if queue-eof = "N" and rq-queue-id not = queue-id
                   move "Y" to queue-eof
               end-if
               if queue-eof = "N"
                   display "  " rqt-tran-record
                   add 1 to deck-line-count
               end-if
           end-perform.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08-APPROVE" to excp-rec-program
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
               display "AOCDAY08-APPROVE: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key
           move spaces to exception-map-id.
