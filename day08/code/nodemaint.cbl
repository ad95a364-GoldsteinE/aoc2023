       identification division.
       program-id. aoc2023-day08-nodemnt.
       environment division.
       input-output section.
       file-control.
           select node-tran-file assign to "NODETRAN"
               organization is line sequential
               file status is node-tran-file-status.
           select node-rpt-file assign to "NMNTRPT"
               organization is line sequential.
           select node-master assign to "NODEMAST"
               organization is indexed
               access mode is random
               record key is nm-node
               file status is nm-status-code.
           select excp-file assign to "EXCPFILE"
               organization is line sequential
               file status is excp-file-status.
       data division.
       file section.
      * one transaction per line: an action verb in columns 1-6, the
      * node name in 8-15, then the description (17-56), the owning
      * group (58-77), the lifecycle status (79-92) and the status
      * date yyyymmdd (94-101). DELETE needs only the node name; on
      * CHANGE a blank column leaves that field as it stands.
       fd node-tran-file
           record contains 110 characters.
       01 node-tran-record.
           05 ntran-verb pic x(6).
           05 filler pic x.
           05 ntran-node pic x(8).
           05 filler pic x.
           05 ntran-description pic x(40).
           05 filler pic x.
           05 ntran-owner pic x(20).
           05 filler pic x.
           05 ntran-status pic x(14).
           05 filler pic x.
           05 ntran-status-date pic x(8).
           05 filler pic x(9).
       fd node-rpt-file
           record contains 132 characters.
       01 node-rpt-record pic x(132).
      * the node master: one record per node name, saying what the
      * node is, which group owns it, and where it stands in its
      * lifecycle - ACTIVE, FROZEN (held as it stands while a change
      * window is open) or DECOMMISSIONED (nothing may route into it
      * any more) - and since when.
       fd node-master.
       01 nm-record.
           05 nm-node pic x(8).
           05 nm-description pic x(40).
           05 nm-owner pic x(20).
           05 nm-status pic x(14).
           05 nm-status-date pic x(8).
           05 filler pic x(10).
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
       01 node-tran-file-status pic xx value spaces.
       01 nm-status-code pic xx value spaces.
      * same return-code scheme as the main program: 0 clean, 4
      * warning, 8 data failure, 12 environment failure.
       01 node-run-timestamp pic x(21).
       01 today-date pic x(8).
       01 status-date-to-use pic x(8).
       01 eof pic 9 value 0.
       01 tran-count pic 9(4) value 0.
       01 applied-count pic 9(4) value 0.
       01 rejected-count pic 9(4) value 0.
       01 reject-reason pic x(30).
       procedure division.
       main-line.
      * the very first run on a system has no node master yet to
      * open I-O, so it is created empty first.
           open i-o node-master
           if nm-status-code = "35"
               open output node-master
               close node-master
               open i-o node-master
           end-if
           if nm-status-code not = "00"
               display "AOCDAY08-NODEMNT: UNABLE TO OPEN NODEMAST, "
                   "STATUS=" nm-status-code
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

           open input node-tran-file
           if node-tran-file-status not = "00"
               display "AOCDAY08-NODEMNT: UNABLE TO OPEN NODETRAN, "
                   "STATUS=" node-tran-file-status
               close node-master
               move 12 to exception-level
               move "OPENFAIL" to exception-code
               move "NODETRAN" to exception-key
               move spaces to exception-text
               string "UNABLE TO OPEN, STATUS=" node-tran-file-status
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
               stop run
           end-if
           open output node-rpt-file

           move function current-date to node-run-timestamp
           move node-run-timestamp(1:8) to today-date
           move spaces to node-rpt-record
           string "NODE MASTER MAINTENANCE RUN " node-run-timestamp
               delimited by size into node-rpt-record
           end-string
           write node-rpt-record

           perform until eof = 1
               read node-tran-file
                   at end move 1 to eof
               end-read
               if eof = 0 and node-tran-record not = spaces
                   add 1 to tran-count
                   perform apply-one-node-transaction
               end-if
           end-perform

           move spaces to node-rpt-record
           string "TRANSACTIONS READ=" function trim (tran-count)
               " APPLIED=" function trim (applied-count)
               " REJECTED=" function trim (rejected-count)
               delimited by size into node-rpt-record
           end-string
           write node-rpt-record

           close node-tran-file
           close node-rpt-file
           close node-master

           display "AOCDAY08-NODEMNT: "
               function trim (applied-count) " APPLIED, "
               function trim (rejected-count) " REJECTED, SEE NMNTRPT"
      * rejected transactions are a data failure the scheduler needs
      * to see even though the run itself finished.
           if rejected-count not = 0 and return-code < 8
               move 8 to return-code
           end-if
           stop run.

       apply-one-node-transaction.
           move spaces to reject-reason
           move function upper-case (ntran-status) to ntran-status
           perform edit-node-transaction

           if reject-reason = spaces
               evaluate ntran-verb
                   when "ADD   "
                       perform apply-node-add
                   when "CHANGE"
                       perform apply-node-change
                   when "DELETE"
                       perform apply-node-delete
                   when other
                       move "UNKNOWN ACTION VERB" to reject-reason
               end-evaluate
           end-if

           move spaces to node-rpt-record
           if reject-reason = spaces
               add 1 to applied-count
               string "APPLIED  " ntran-verb " " ntran-node
                   " " nm-status " " nm-status-date
                   " " nm-owner " " nm-description
                   delimited by size into node-rpt-record
               end-string
           else
               move 8 to exception-level
               move "REJECTED" to exception-code
               move ntran-node to exception-key
               move spaces to exception-text
               string ntran-verb " REJECTED - "
                   function trim (reject-reason)
                   delimited by size into exception-text
               end-string
               perform log-exception
               add 1 to rejected-count
               string "REJECTED " ntran-verb " " ntran-node
                   " - " function trim (reject-reason)
                   delimited by size into node-rpt-record
               end-string
           end-if
           write node-rpt-record.

      * the columns every verb shares are edited before the file is
      * touched: a node master entry nobody can address, or one with
      * a lifecycle status the certification and maintenance checks
      * do not recognize, would be worse than no entry at all.
       edit-node-transaction.
           if ntran-node = spaces
               move "NODE NAME MISSING" to reject-reason
           end-if
           if reject-reason = spaces
                   and ntran-status not = spaces
                   and ntran-status not = "ACTIVE"
                   and ntran-status not = "FROZEN"
                   and ntran-status not = "DECOMMISSIONED"
               move "BAD LIFECYCLE STATUS" to reject-reason
           end-if
           if reject-reason = spaces
               if ntran-status-date = spaces
                   move today-date to status-date-to-use
               else
                   if ntran-status-date is numeric
                       move ntran-status-date to status-date-to-use
                   else
                       move "BAD STATUS DATE" to reject-reason
                   end-if
               end-if
           end-if.

      * a new node starts ACTIVE as of today unless the card says
      * otherwise; a node nobody can describe or own is exactly the
      * gap this file exists to close, so both are required.
       apply-node-add.
           if ntran-description = spaces or ntran-owner = spaces
               move "DESCRIPTION AND OWNER REQUIRED" to reject-reason
           else
               move spaces to nm-record
               move ntran-node to nm-node
               move ntran-description to nm-description
               move ntran-owner to nm-owner
               if ntran-status = spaces
                   move "ACTIVE" to nm-status
               else
                   move ntran-status to nm-status
               end-if
               move status-date-to-use to nm-status-date
               write nm-record
                   invalid key
                       move "NODE ALREADY EXISTS" to reject-reason
               end-write
           end-if.

      * only the columns the card fills in change; a new status takes
      * the card's status date, or today's when the card gives none.
       apply-node-change.
           move ntran-node to nm-node
           read node-master key is nm-node
               invalid key
                   move "NODE NOT FOUND" to reject-reason
           end-read
           if reject-reason = spaces
               if ntran-description not = spaces
                   move ntran-description to nm-description
               end-if
               if ntran-owner not = spaces
                   move ntran-owner to nm-owner
               end-if
               if ntran-status not = spaces
                   move ntran-status to nm-status
                   move status-date-to-use to nm-status-date
               else
                   if ntran-status-date not = spaces
                       move status-date-to-use to nm-status-date
                   end-if
               end-if
               rewrite nm-record
                   invalid key
                       move "NODE NOT FOUND" to reject-reason
               end-rewrite
           end-if.

       apply-node-delete.
           move ntran-node to nm-node
           read node-master key is nm-node
               invalid key
                   move "NODE NOT FOUND" to reject-reason
           end-read
           if reject-reason = spaces
               delete node-master
                   invalid key
                       move "NODE NOT FOUND" to reject-reason
               end-delete
           end-if.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08-NODEMNT" to excp-rec-program
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
               display "AOCDAY08-NODEMNT: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key
           move spaces to exception-map-id.
