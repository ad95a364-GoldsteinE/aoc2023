       identification division.
       program-id. aoc2023-day08-secrpt.
       environment division.
       input-output section.
       file-control.
           select secviol-file assign to "SECVIOL"
               organization is line sequential
               file status is secviol-file-status.
           select sec-rpt-file assign to "SECRPT"
               organization is line sequential.
           select excp-file assign to "EXCPFILE"
               organization is line sequential
               file status is excp-file-status.
       data division.
       file section.
      * the refusals LOAD, MAINT, BACKOUT, RESTORE and UNLOCK append
      * when the job's user has no OPERAUTH card for them, and the
      * MAINT transactions refused for a verb the card does not allow.
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
       fd sec-rpt-file
           record contains 132 characters.
       01 sec-rpt-record pic x(132).
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
       01 secviol-file-status pic xx value spaces.
      * same return-code scheme as the main program: 0 clean, 4
      * warning, 8 data failure, 12 environment failure.
      * violations logged on or after this date are listed; blank
      * lists the whole file.
       01 sec-from-date pic x(8) value spaces.
       01 sec-timestamp pic x(21).
       01 eof pic 9 value 0.
       01 entries-read pic 9(7) value 0.
       01 entries-listed pic 9(7) value 0.

      * violation counts per user id and per program, built as the
      * file is read, for the totals at the end of the report:
       01 max-user-count pic 9999 value 500.
       01 user-count pic 9999 value 0.
       01 user-table occurs 0 to 500 times
                     depending on user-count.
           05 user-tab-id pic x(8).
           05 user-tab-count pic 9(7).
       01 max-program-count pic 99 value 20.
       01 program-count pic 99 value 0.
       01 program-table occurs 0 to 20 times
                        depending on program-count.
           05 program-tab-name pic x(20).
           05 program-tab-count pic 9(7).
       01 tab-idx pic 9999.
       01 tab-found pic x.
       01 table-overflow pic x value "N".
       01 count-display pic z(6)9.
       01 count-display-2 pic z(6)9.
       procedure division.
       main-line.
           accept sec-from-date from argument-value
               on exception continue
           end-accept
           if sec-from-date not = spaces
                   and sec-from-date is not numeric
               display "AOCDAY08-SECRPT: FROM DATE MUST BE YYYYMMDD, "
                   "GOT " sec-from-date
               move 8 to exception-level
               move "BADARG" to exception-code
               move sec-from-date to exception-key
               move "FROM DATE MUST BE YYYYMMDD" to exception-text
               perform log-exception
               move 8 to return-code
               stop run
           end-if
           move function current-date to sec-timestamp

           open output sec-rpt-file
           move spaces to sec-rpt-record
           if sec-from-date = spaces
               string "SECURITY VIOLATIONS, WHOLE FILE, PRODUCED "
                   sec-timestamp
                   delimited by size into sec-rpt-record
               end-string
           else
               string "SECURITY VIOLATIONS SINCE " sec-from-date
                   " PRODUCED " sec-timestamp
                   delimited by size into sec-rpt-record
               end-string
           end-if
           write sec-rpt-record
           move spaces to sec-rpt-record
           string "TIMESTAMP      USER     PROGRAM              "
               "REASON   MAPID                DETAIL"
               delimited by size into sec-rpt-record
           end-string
           write sec-rpt-record

      * no SECVIOL at all means nobody has been refused yet, which is
      * an empty report rather than a failure.
           open input secviol-file
           if secviol-file-status = "35"
               move 1 to eof
           else
               if secviol-file-status not = "00"
                   display "AOCDAY08-SECRPT: UNABLE TO OPEN SECVIOL, "
                       "STATUS=" secviol-file-status
                   close sec-rpt-file
                   move 12 to exception-level
                   move "OPENFAIL" to exception-code
                   move "SECVIOL" to exception-key
                   move spaces to exception-text
                   string "UNABLE TO OPEN, STATUS=" secviol-file-status
                       delimited by size into exception-text
                   end-string
                   perform log-exception
                   move 12 to return-code
                   stop run
               end-if
           end-if
           perform until eof = 1
               read secviol-file
                   at end move 1 to eof
               end-read
               if eof = 0 and secviol-record not = spaces
                   add 1 to entries-read
                   if sec-from-date = spaces
                           or secv-timestamp(1:8) not < sec-from-date
                       perform list-one-violation
                   end-if
               end-if
           end-perform
           if secviol-file-status not = "35"
               close secviol-file
           end-if

           if entries-listed = 0
               move "  NO VIOLATIONS LOGGED" to sec-rpt-record
               write sec-rpt-record
           end-if
           perform write-violation-totals
           close sec-rpt-file

           move entries-listed to count-display
           display "AOCDAY08-SECRPT: "
               function trim (count-display leading)
               " VIOLATION(S) LISTED, SEE SECRPT"
      * a refused run is exactly what whoever owns OPERAUTH wants
      * to be told about, so any listed violation flags the step.
           if entries-listed not = 0 and return-code < 4
               move 4 to return-code
           end-if
           if table-overflow = "Y"
               display "AOCDAY08-SECRPT: TOTALS TABLE FULL, "
                   "SOME USERS OR PROGRAMS NOT TOTALLED"
               move 8 to exception-level
               move "TBLFULL" to exception-code
               move "SECVIOL" to exception-key
               move "TOTALS TABLE FULL, SOME USERS NOT TOTALLED"
                   to exception-text
               perform log-exception
               if return-code < 8
                   move 8 to return-code
               end-if
           end-if
           stop run.

       list-one-violation.
           add 1 to entries-listed
           move spaces to sec-rpt-record
           string secv-timestamp(1:14) " " secv-user
               " " secv-program " " secv-reason
               " " secv-map-id(1:20) " " secv-detail
               delimited by size into sec-rpt-record
           end-string
           write sec-rpt-record
           perform count-violation-user
           perform count-violation-program.

       count-violation-user.
           move "N" to tab-found
           perform varying tab-idx from 1 by 1
                   until tab-idx > user-count or tab-found = "Y"
               if user-tab-id(tab-idx) = secv-user
                   add 1 to user-tab-count(tab-idx)
                   move "Y" to tab-found
               end-if
           end-perform
           if tab-found = "N"
               if user-count = max-user-count
                   move "Y" to table-overflow
               else
                   add 1 to user-count
                   move secv-user to user-tab-id(user-count)
                   move 1 to user-tab-count(user-count)
               end-if
           end-if.

       count-violation-program.
           move "N" to tab-found
           perform varying tab-idx from 1 by 1
                   until tab-idx > program-count or tab-found = "Y"
               if program-tab-name(tab-idx) = secv-program
                   add 1 to program-tab-count(tab-idx)
                   move "Y" to tab-found
               end-if
           end-perform
           if tab-found = "N"
               if program-count = max-program-count
                   move "Y" to table-overflow
               else
                   add 1 to program-count
                   move secv-program to program-tab-name(program-count)
                   move 1 to program-tab-count(program-count)
               end-if
           end-if.

       write-violation-totals.
           move spaces to sec-rpt-record
           write sec-rpt-record
           move "VIOLATIONS BY USER" to sec-rpt-record
           write sec-rpt-record
           if user-count > 0
               sort user-table on ascending key user-tab-id
           end-if
           perform varying tab-idx from 1 by 1
                   until tab-idx > user-count
               if user-tab-id(tab-idx) = spaces
                   move "(NONE)" to user-tab-id(tab-idx)
               end-if
               move user-tab-count(tab-idx) to count-display
               move spaces to sec-rpt-record
               string "  " user-tab-id(tab-idx) " " count-display
                   delimited by size into sec-rpt-record
               end-string
               write sec-rpt-record
           end-perform
           move spaces to sec-rpt-record
           write sec-rpt-record
           move "VIOLATIONS BY PROGRAM" to sec-rpt-record
           write sec-rpt-record
           if program-count > 0
               sort program-table on ascending key program-tab-name
           end-if
           perform varying tab-idx from 1 by 1
                   until tab-idx > program-count
               move program-tab-count(tab-idx) to count-display
               move spaces to sec-rpt-record
               string "  " program-tab-name(tab-idx) " " count-display
                   delimited by size into sec-rpt-record
               end-string
               write sec-rpt-record
           end-perform
           move entries-read to count-display
           move entries-listed to count-display-2
           move spaces to sec-rpt-record
           string "SECVIOL ENTRIES READ="
               function trim (count-display leading)
               " LISTED=" function trim (count-display-2 leading)
               delimited by size into sec-rpt-record
           end-string
           write sec-rpt-record.

      * appends one record to EXCPFILE (first-ever run falls back to
      * OPEN OUTPUT, same as AUDITLOG). a feed that cannot be opened
      * must not become a failure of its own, so the record is
      * dropped with a note on SYSOUT instead.
       log-exception.
           move spaces to excp-record
           move "AOCDAY08-SECRPT" to excp-rec-program
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
               display "AOCDAY08-SECRPT: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key
           move spaces to exception-map-id.
