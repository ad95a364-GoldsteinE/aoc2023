       identification division.
       program-id. aoc2023-day08-queage.
       environment division.
       input-output section.
       file-control.
           select rules-queue assign to "RULEQUE"
               organization is indexed
               access mode is sequential
               record key is rq-key
               file status is rq-status.
           select age-rpt-file assign to "QAGERPT"
               organization is line sequential.
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
       fd age-rpt-file
           record contains 132 characters.
       01 age-rpt-record pic x(132).
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
      * a deck pending longer than this many whole days is listed;
      * the argument overrides the default.
       01 age-days-arg pic x(4) value spaces.
       01 age-days pic 9(4) value 3.
       01 age-timestamp pic x(21).
       01 today-integer pic 9(8).
       01 submit-integer pic 9(8).
       01 deck-age pic 9(8).
       01 deck-age-display pic z(7)9.
       01 eof pic 9 value 0.
       01 pending-count pic 9(6) value 0.
       01 overdue-count pic 9(6) value 0.
       01 approved-count pic 9(6) value 0.
       01 rejected-count pic 9(6) value 0.
       01 applied-count pic 9(6) value 0.
       procedure division.
       main-line.
           accept age-days-arg from argument-value
               on exception continue
           end-accept
           if age-days-arg not = spaces
               if function trim (age-days-arg) is numeric
                   move function numval (age-days-arg) to age-days
               else
                   display "AOCDAY08-QUEAGE: AGE ARGUMENT "
                       function trim (age-days-arg)
                       " IS NOT A NUMBER OF DAYS"
                   move 8 to exception-level
                   move "BADARG" to exception-code
                   move age-days-arg to exception-key
                   move "AGE ARGUMENT IS NOT A NUMBER OF DAYS"
                       to exception-text
                   perform log-exception
                   move 8 to return-code
                   stop run
               end-if
           end-if

           open input rules-queue
           if rq-status not = "00"
               display "AOCDAY08-QUEAGE: UNABLE TO OPEN RULEQUE, "
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
           open output age-rpt-file

           move function current-date to age-timestamp
           compute today-integer =
               function integer-of-date
                   (function numval (age-timestamp(1:8)))
           move spaces to age-rpt-record
           string "DECKS PENDING APPROVAL MORE THAN "
               function trim (age-days) " DAY(S) AS OF "
               age-timestamp
               delimited by size into age-rpt-record
           end-string
           write age-rpt-record
           move spaces to age-rpt-record
           string "QUEUE ID          AGE(DAYS) SUBMITTER "
               "SUBMITTED             DECK MAPID"
               delimited by size into age-rpt-record
           end-string
           write age-rpt-record

           perform until eof = 1
               read rules-queue next record
                   at end move 1 to eof
               end-read
               if eof = 0 and rq-seq = 0
                   perform age-one-entry
               end-if
           end-perform

           move spaces to age-rpt-record
           string "OVERDUE=" function trim (overdue-count)
               " PENDING=" function trim (pending-count)
               " APPROVED=" function trim (approved-count)
               " REJECTED=" function trim (rejected-count)
               " APPLIED=" function trim (applied-count)
               delimited by size into age-rpt-record
           end-string
           write age-rpt-record

           close rules-queue
           close age-rpt-file
           display "AOCDAY08-QUEAGE: "
               function trim (overdue-count)
               " DECK(S) PENDING MORE THAN "
               function trim (age-days) " DAY(S), SEE QAGERPT"
      * an overdue deck is a warning for whoever owes the second
      * signature, not a failure of this job.
           if overdue-count not = 0 and return-code < 4
               move 4 to return-code
           end-if
           stop run.

       age-one-entry.
           evaluate rqh-disposition
               when "PENDING"
                   add 1 to pending-count
               when "APPROVED"
                   add 1 to approved-count
               when "REJECTED"
                   add 1 to rejected-count
               when "APPLIED"
                   add 1 to applied-count
           end-evaluate
           if rqh-disposition = "PENDING"
               compute submit-integer =
                   function integer-of-date
                       (function numval (rqh-submit-ts(1:8)))
               compute deck-age = today-integer - submit-integer
               if deck-age > age-days
                   move 4 to exception-level
                   move "OVERDUE" to exception-code
                   move rqh-map-id to exception-map-id
                   move rq-queue-id to exception-key
                   move spaces to exception-text
                   string "DECK PENDING APPROVAL SINCE "
                       rqh-submit-ts(1:8) " SUBMITTED BY "
                       rqh-submitter
                       delimited by size into exception-text
                   end-string
                   perform log-exception
                   add 1 to overdue-count
                   move deck-age to deck-age-display
                   move spaces to age-rpt-record
                   string rq-queue-id "  " deck-age-display " "
                       rqh-submitter "  " rqh-submit-ts " "
                       rqh-tran-count " " function trim (rqh-map-id)
                       delimited by size into age-rpt-record
                   end-string
                   write age-rpt-record
               end-if
           end-if.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08-QUEAGE" to excp-rec-program
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
               display "AOCDAY08-QUEAGE: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key
           move spaces to exception-map-id.
