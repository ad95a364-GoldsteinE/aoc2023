       identification division.
       program-id. aoc2023-day08-hskp.
       environment division.
       input-output section.
       file-control.
           select hskp-ctl-file assign to "HSKPCTL"
               organization is line sequential
               file status is hskp-ctl-status.
           select hskp-rpt-file assign to "HSKPRPT"
               organization is line sequential.
      * the live history file and its dated archive are both named
      * at run time, one control card at a time, so the same two
      * file-control entries serve every file housekeeping looks
      * after (same ASSIGN TO DYNAMIC form as the main program's
      * batch map file).
           select live-file assign to dynamic live-dsn
               organization is line sequential
               file status is live-file-status.
           select archive-file assign to dynamic archive-dsn
               organization is line sequential
               file status is archive-file-status.
           select work-file assign to "HSKPWORK"
               organization is line sequential
               file status is work-file-status.
           select lock-file assign to "RUNLOCK"
               organization is line sequential
               file status is lock-file-status.
           select excp-file assign to "EXCPFILE"
               organization is line sequential
               file status is excp-file-status.
       data division.
       file section.
      * one card per file to keep trim: the file's name in columns
      * 1-8 and its retention in whole days in 10-13. a card with an
      * asterisk in column 1 is a comment. a history file with no
      * card is left alone.
       fd hskp-ctl-file
           record contains 80 characters.
       01 hskp-ctl-record.
           05 ctl-file-name pic x(8).
           05 filler pic x.
           05 ctl-retention-days pic x(4).
           05 filler pic x(67).
       fd hskp-rpt-file
           record contains 132 characters.
       01 hskp-rpt-record pic x(132).
      * wide enough for the widest of the four history layouts
      * (RULEJRNL, 210 bytes); the narrower ones just read in with
      * trailing blanks.
       fd live-file
           record contains 210 characters.
       01 live-record pic x(210).
       01 live-jrnl-record.
           05 live-jrnl-run-id pic x(21).
           05 filler pic x(30).
           05 live-jrnl-map-id pic x(44).
           05 filler pic x(115).
       fd archive-file
           record contains 210 characters.
       01 archive-record pic x(210).
       fd work-file
           record contains 210 characters.
       01 work-record pic x(210).
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
       01 exception-map-id pic x(44) value spaces.
       01 hskp-ctl-status pic xx value spaces.
       01 live-file-status pic xx value spaces.
       01 archive-file-status pic xx value spaces.
       01 work-file-status pic xx value spaces.
       01 work-file-name pic x(8) value "HSKPWORK".
       01 lock-file-status pic xx value spaces.
       01 lock-file-name pic x(8) value "RUNLOCK".
      * same return-code scheme as the main program: 0 clean, 4
      * warning, 8 data failure, 12 environment failure.
       01 saved-return-code pic s9(9) binary value 0.
       01 live-dsn pic x(44) value spaces.
       01 archive-dsn pic x(44) value spaces.
       01 archive-opened pic x value "N".
       01 hskp-timestamp pic x(21).
       01 today-date pic x(8).
       01 today-integer pic 9(8).
      * a record dated before the cutoff is old enough to archive,
      * unless the file's own rule says it has to stay live.
       01 retention-days pic 9(4).
       01 cutoff-integer pic s9(8).
       01 cutoff-date pic 9(8).
       01 ctl-eof pic 9 value 0.
       01 eof pic 9 value 0.
       01 file-skipped pic x value "N".
      * set once HSKPWORK holds the only full copy of a live file's
      * kept records (out of balance, or the live file could not be
      * rewritten): no further card is taken, since the next one
      * would overwrite HSKPWORK with its own records.
       01 hskp-halted pic x value "N".
       01 failed-open-status pic xx value spaces.
       01 skip-reason pic x(40).
      * the control totals for the file in hand: every record read
      * is either archived or kept, the archive got exactly the
      * archived ones, and the rewritten live file, counted again
      * from scratch, holds exactly the kept ones.
       01 recs-read pic 9(9) value 0.
       01 recs-archived pic 9(9) value 0.
       01 recs-kept pic 9(9) value 0.
       01 recs-recounted pic 9(9) value 0.
       01 recs-copied pic 9(9) value 0.
       01 out-of-balance pic x value "N".
       01 files-done pic 9(4) value 0.
       01 files-out-of-balance pic 9(4) value 0.
       01 rec-no pic 9(9).
       01 archive-this pic x.
       01 record-date pic x(8).
      * STATRPT is archived a whole statistics block at a time, by
      * the TIMESTAMP= on the block's STATISTICS header line; lines
      * ahead of the first header, and blocks written before the
      * header carried a timestamp, stay live.
       01 block-archive pic x value "N".
      * the pieces of a history line, split back out of the
      * keyword format the writing programs string together:
       01 parsed-dummy pic x.
       01 parsed-part pic x.
       01 parsed-map-id pic x(44).
       01 parsed-result pic x(4).
       01 parsed-steps pic x(32).
       01 parsed-timestamp pic x(21).
      * for CERTFILE, the record number of each map id's latest
      * verdict (the one the main program's certification gate goes
      * by); for RULEJRNL, each map's latest maintenance run. neither
      * is ever archived, whatever its age.
       01 max-latest-count pic 9999 value 2000.
       01 latest-count pic 9999 value 0.
       01 latest-table occurs 0 to 2000 times
                       depending on latest-count.
           05 latest-map-id pic x(44).
           05 latest-rec-no pic 9(9).
           05 latest-run-id pic x(21).
       01 latest-idx pic 9999.
       01 latest-found-idx pic 9999.
       01 map-to-find pic x(44).
       procedure division.
       main-line.
           perform acquire-run-lock
           open input hskp-ctl-file
           if hskp-ctl-status not = "00"
               display "AOCDAY08-HSKP: UNABLE TO OPEN HSKPCTL, "
                   "STATUS=" hskp-ctl-status
               perform release-run-lock
               move 12 to exception-level
               move "OPENFAIL" to exception-code
               move "HSKPCTL" to exception-key
               move spaces to exception-text
               string "UNABLE TO OPEN, STATUS=" hskp-ctl-status
                   delimited by size into exception-text
               end-string
               perform log-exception
               move 12 to return-code
               stop run
           end-if
           open output hskp-rpt-file

           move function current-date to hskp-timestamp
           move hskp-timestamp(1:8) to today-date
           compute today-integer =
               function integer-of-date (function numval (today-date))
           move spaces to hskp-rpt-record
           string "HISTORY HOUSEKEEPING RUN " hskp-timestamp
               delimited by size into hskp-rpt-record
           end-string
           write hskp-rpt-record
           move spaces to hskp-rpt-record
           string "FILE     DAYS      CUTOFF   READ      "
               "ARCHIVED  KEPT      RECOUNT   ARCHIVE"
               delimited by size into hskp-rpt-record
           end-string
           write hskp-rpt-record

           perform until ctl-eof = 1 or hskp-halted = "Y"
               read hskp-ctl-file
                   at end move 1 to ctl-eof
               end-read
               if ctl-eof = 0 and hskp-ctl-record not = spaces
                       and hskp-ctl-record(1:1) not = "*"
                   perform housekeep-one-file
               end-if
           end-perform
           if hskp-halted = "Y"
               move spaces to hskp-rpt-record
               string "HOUSEKEEPING STOPPED AT "
                   function trim (live-dsn)
                   ", LATER CARDS NOT PROCESSED, HSKPWORK KEPT"
                   delimited by size into hskp-rpt-record
               end-string
               write hskp-rpt-record
               display "AOCDAY08-HSKP: STOPPED AT "
                   function trim (live-dsn)
                   ", HSKPWORK HOLDS ITS KEPT RECORDS"
           end-if

           move spaces to hskp-rpt-record
           string "FILES PROCESSED=" function trim (files-done)
               " OUT OF BALANCE=" function trim (files-out-of-balance)
               delimited by size into hskp-rpt-record
           end-string
           write hskp-rpt-record

           close hskp-ctl-file
           close hskp-rpt-file
           perform release-run-lock
           display "AOCDAY08-HSKP: " function trim (files-done)
               " FILE(S) PROCESSED, "
               function trim (files-out-of-balance)
               " OUT OF BALANCE, SEE HSKPRPT"
           if files-out-of-balance not = 0 and return-code < 8
               move 8 to return-code
           end-if
           stop run.

      * one control card: edit it, settle the cutoff, then the two
      * passes (the first only for the files with a "latest entry"
      * rule), the rewrite of the live file, and the control totals.
       housekeep-one-file.
           move "N" to file-skipped
           move spaces to skip-reason
           move 0 to recs-read
           move 0 to recs-archived
           move 0 to recs-kept
           move 0 to recs-recounted
           move 0 to recs-copied
           move "N" to out-of-balance
           move 0 to latest-count
           move function upper-case (ctl-file-name) to ctl-file-name

           if ctl-file-name not = "AUDITLOG"
                   and ctl-file-name not = "CERTFILE"
                   and ctl-file-name not = "RULEJRNL"
                   and ctl-file-name not = "STATRPT"
               move "Y" to file-skipped
               move "NOT A HISTORY FILE HOUSEKEEPING KNOWS"
                   to skip-reason
           end-if
           if file-skipped = "N"
               if ctl-retention-days is numeric
                   move ctl-retention-days to retention-days
               else
                   move "Y" to file-skipped
                   move "RETENTION DAYS NOT NUMERIC" to skip-reason
               end-if
           end-if
           if file-skipped = "Y"
               move spaces to hskp-rpt-record
               string ctl-file-name " CARD REJECTED - "
                   function trim (skip-reason)
                   delimited by size into hskp-rpt-record
               end-string
               write hskp-rpt-record
               move 8 to exception-level
               move "BADCARD" to exception-code
               move ctl-file-name to exception-key
               move spaces to exception-text
               string "CARD REJECTED - " function trim (skip-reason)
                   delimited by size into exception-text
               end-string
               perform log-exception
               if return-code < 8
                   move 8 to return-code
               end-if
           end-if

           if file-skipped = "N"
               compute cutoff-integer = today-integer - retention-days
               if cutoff-integer < 1
                   move 1 to cutoff-integer
               end-if
               compute cutoff-date =
                   function date-of-integer (cutoff-integer)
               move ctl-file-name to live-dsn
               move spaces to archive-dsn
               string function trim (live-dsn) ".A" today-date
                   delimited by size into archive-dsn
               end-string
               open input live-file
               if live-file-status = "35"
                   move "Y" to file-skipped
                   move spaces to hskp-rpt-record
                   string ctl-file-name " NOT PRESENT, NOTHING TO DO"
                       delimited by size into hskp-rpt-record
                   end-string
                   write hskp-rpt-record
               else
                   if live-file-status not = "00"
                       move "Y" to file-skipped
                       display "AOCDAY08-HSKP: UNABLE TO OPEN "
                           function trim (live-dsn)
                           ", STATUS=" live-file-status
                       move spaces to hskp-rpt-record
                       string ctl-file-name " UNABLE TO OPEN, STATUS="
                           live-file-status
                           delimited by size into hskp-rpt-record
                       end-string
                       write hskp-rpt-record
                       move 12 to exception-level
                       move "OPENFAIL" to exception-code
                       move live-dsn to exception-key
                       move spaces to exception-text
                       string "UNABLE TO OPEN, STATUS=" live-file-status
                           delimited by size into exception-text
                       end-string
                       perform log-exception
                       move 12 to return-code
                   else
                       close live-file
                   end-if
               end-if
           end-if

           if file-skipped = "N"
                   and (ctl-file-name = "CERTFILE"
                       or ctl-file-name = "RULEJRNL")
               perform find-latest-entries
           end-if
           if file-skipped = "N"
               perform sort-out-records
           end-if
           if file-skipped = "N" and recs-archived not = 0
               perform copy-back-live-file
           end-if
           if file-skipped = "N"
               perform recount-live-file
               perform write-control-totals
           end-if.

      * pass one for the two files with a "latest" rule. the files
      * are appended in time order, so the last entry seen for a map
      * is its latest.
       find-latest-entries.
           move 0 to eof
           move 0 to rec-no
           open input live-file
           perform until eof = 1 or file-skipped = "Y"
               read live-file
                   at end move 1 to eof
               end-read
               if eof = 0 and live-record not = spaces
                   add 1 to rec-no
                   if ctl-file-name = "CERTFILE"
                       perform parse-cert-line
                   else
                       move live-jrnl-map-id to parsed-map-id
                   end-if
                   move parsed-map-id to map-to-find
                   perform find-latest-entry
                   if latest-found-idx = 0
                       if latest-count = max-latest-count
                           move "Y" to file-skipped
                       else
                           add 1 to latest-count
                           move latest-count to latest-found-idx
                           move map-to-find
                               to latest-map-id(latest-found-idx)
                       end-if
                   end-if
                   if latest-found-idx not = 0
                       move rec-no to latest-rec-no(latest-found-idx)
                       move live-jrnl-run-id
                           to latest-run-id(latest-found-idx)
                   end-if
               end-if
           end-perform
           close live-file
      * a full table means some map's latest entry cannot be told
      * apart from an old one, so the file is left exactly as it is
      * rather than risk archiving the one record that must stay.
           if file-skipped = "Y"
               display "AOCDAY08-HSKP: MORE THAN "
                   function trim (max-latest-count) " MAP IDS IN "
                   function trim (live-dsn) ", FILE LEFT UNTOUCHED"
               move spaces to hskp-rpt-record
               string ctl-file-name " MORE THAN "
                   function trim (max-latest-count)
                   " MAP IDS - FILE LEFT UNTOUCHED"
                   delimited by size into hskp-rpt-record
               end-string
               write hskp-rpt-record
               move 8 to exception-level
               move "TBLFULL" to exception-code
               move live-dsn to exception-key
               move "TOO MANY MAP IDS, FILE LEFT UNTOUCHED"
                   to exception-text
               perform log-exception
               if return-code < 8
                   move 8 to return-code
               end-if
           end-if.

       find-latest-entry.
           move 0 to latest-found-idx
           perform varying latest-idx from 1 by 1
                   until latest-idx > latest-count
                       or latest-found-idx not = 0
               if latest-map-id(latest-idx) = map-to-find
                   move latest-idx to latest-found-idx
               end-if
           end-perform.

      * pass two: every record goes either to the dated archive or to
      * the work file that becomes the new live file. the archive is
      * extended, so a second run on the same day adds to it rather
      * than losing the first run's records.
       sort-out-records.
           move 0 to eof
           move 0 to rec-no
           move "N" to block-archive
           move "N" to archive-opened
           open input live-file
           open output work-file
           if work-file-status not = "00"
               close live-file
               move "Y" to file-skipped
               move "HSKPWORK" to exception-key
               move work-file-status to failed-open-status
               perform report-work-file-failure
               move 1 to eof
           end-if
           perform until eof = 1
               read live-file
                   at end move 1 to eof
               end-read
               if eof = 0
                   add 1 to recs-read
                   add 1 to rec-no
                   perform decide-one-record
                   if archive-this = "Y"
                       perform archive-one-record
                   else
                       add 1 to recs-kept
                       write work-record from live-record
                   end-if
               end-if
           end-perform
           if file-skipped = "N"
               close live-file
               close work-file
           end-if
           if archive-opened = "Y"
               close archive-file
           end-if.

       decide-one-record.
           move "N" to archive-this
           move spaces to record-date
           evaluate ctl-file-name
               when "AUDITLOG"
                   perform parse-audit-line
                   move parsed-timestamp(1:8) to record-date
                   perform check-record-date
               when "CERTFILE"
                   perform parse-cert-line
                   move parsed-timestamp(1:8) to record-date
                   perform check-record-date
                   if archive-this = "Y"
                       move parsed-map-id to map-to-find
                       perform find-latest-entry
                       if latest-found-idx not = 0
                           if latest-rec-no(latest-found-idx) = rec-no
                               move "N" to archive-this
                           end-if
                       end-if
                   end-if
      * a journal record goes by its run's date and the run's fate
      * as a whole, so a run is never split between the archive and
      * the live file, and each map's latest run - the only one
      * backout will take - always stays live.
               when "RULEJRNL"
                   move live-jrnl-run-id(1:8) to record-date
                   perform check-record-date
                   if archive-this = "Y"
                       move live-jrnl-map-id to map-to-find
                       perform find-latest-entry
                       if latest-found-idx not = 0
                           if latest-run-id(latest-found-idx)
                                   = live-jrnl-run-id
                               move "N" to archive-this
                           end-if
                       end-if
                   end-if
               when "STATRPT"
                   if live-record(1:11) = "STATISTICS "
                       perform parse-stat-header
                       move parsed-timestamp(1:8) to record-date
                       perform check-record-date
                       move archive-this to block-archive
                   end-if
                   move block-archive to archive-this
           end-evaluate.

      * an undated or malformed record stays live: archiving what
      * cannot be dated would be guessing.
       check-record-date.
           move "N" to archive-this
           if record-date is numeric
               if record-date < cutoff-date
                   move "Y" to archive-this
               end-if
           end-if.

       archive-one-record.
           if archive-opened = "N"
               open extend archive-file
               if archive-file-status = "35"
                   open output archive-file
               end-if
               if archive-file-status not = "00"
                   display "AOCDAY08-HSKP: UNABLE TO OPEN "
                       function trim (archive-dsn)
                       ", STATUS=" archive-file-status
                   close live-file
                   close work-file
                   close hskp-rpt-file
                   perform release-run-lock
                   move 12 to exception-level
                   move "OPENFAIL" to exception-code
                   move archive-dsn to exception-key
                   move spaces to exception-text
                   string "UNABLE TO OPEN, STATUS=" archive-file-status
                       delimited by size into exception-text
                   end-string
                   perform log-exception
                   move 12 to return-code
                   stop run
               end-if
               move "Y" to archive-opened
           end-if
           add 1 to recs-archived
           write archive-record from live-record.

      * the work file only replaces the live file once it exists in
      * full; if this copy is cut short the work file is still there
      * to copy back by hand.
      * neither file is touched unless both open: the live file is
      * only opened for output once HSKPWORK is known to be readable,
      * and if the live file then cannot be rewritten HSKPWORK is all
      * there is, so the run stops there.
       copy-back-live-file.
           move 0 to eof
           open input work-file
           if work-file-status not = "00"
               move "Y" to file-skipped
               move "HSKPWORK" to exception-key
               move work-file-status to failed-open-status
               perform report-work-file-failure
               move 1 to eof
           else
               open output live-file
               if live-file-status not = "00"
                   close work-file
                   move "Y" to file-skipped
                   move "Y" to hskp-halted
                   move live-dsn to exception-key
                   move live-file-status to failed-open-status
                   perform report-work-file-failure
                   move 1 to eof
               end-if
           end-if
           perform until eof = 1
               read work-file
                   at end move 1 to eof
               end-read
               if eof = 0
                   add 1 to recs-copied
                   write live-record from work-record
               end-if
           end-perform
           if file-skipped = "N"
               close work-file
               close live-file
           end-if.

      * the file named in exception-key could not be opened, with
      * its status in failed-open-status; the card is skipped and the
      * live file is as it was, unless the run had to stop on it.
       report-work-file-failure.
           display "AOCDAY08-HSKP: UNABLE TO OPEN "
               function trim (exception-key)
               " FOR " function trim (live-dsn)
               ", STATUS=" failed-open-status
           move spaces to hskp-rpt-record
           string ctl-file-name " UNABLE TO OPEN "
               function trim (exception-key)
               ", STATUS=" failed-open-status
               delimited by size into hskp-rpt-record
           end-string
           write hskp-rpt-record
           move 12 to exception-level
           move "OPENFAIL" to exception-code
           move spaces to exception-text
           string "UNABLE TO OPEN, STATUS=" failed-open-status
               " WHILE HOUSEKEEPING " function trim (live-dsn)
               delimited by size into exception-text
           end-string
           perform log-exception
           move 12 to return-code.

       recount-live-file.
           move 0 to eof
           open input live-file
           perform until eof = 1
               read live-file
                   at end move 1 to eof
               end-read
               if eof = 0
                   add 1 to recs-recounted
               end-if
           end-perform
           close live-file.

       write-control-totals.
           add 1 to files-done
           if recs-read not = recs-archived + recs-kept
                   or recs-recounted not = recs-kept
                   or (recs-archived not = 0
                       and recs-copied not = recs-kept)
               move "Y" to out-of-balance
               add 1 to files-out-of-balance
               move 8 to exception-level
               move "Y" to hskp-halted
               move "OUTBAL" to exception-code
               move live-dsn to exception-key
               move "OUT OF BALANCE, HSKPWORK KEPT FOR RECOVERY"
                   to exception-text
               perform log-exception
           end-if
           move spaces to hskp-rpt-record
           string ctl-file-name " " retention-days "      "
               cutoff-date " " recs-read " " recs-archived " "
               recs-kept " " recs-recounted " "
               delimited by size into hskp-rpt-record
           end-string
           if recs-archived not = 0
               move archive-dsn to hskp-rpt-record(69:44)
           else
               move "NONE" to hskp-rpt-record(69:44)
           end-if
           write hskp-rpt-record
      * the work file is only thrown away once the totals prove the
      * live file was rebuilt in full.
           if out-of-balance = "Y"
               move spaces to hskp-rpt-record
               string ctl-file-name " OUT OF BALANCE - "
                   "HSKPWORK KEPT FOR RECOVERY"
                   delimited by size into hskp-rpt-record
               end-string
               write hskp-rpt-record
           else
               move return-code to saved-return-code
               call "CBL_DELETE_FILE" using work-file-name
               move saved-return-code to return-code
           end-if.

       parse-audit-line.
           move spaces to parsed-timestamp
           unstring live-record delimited by
               "PART=" or " MAPID=" or " STEPS=" or " TIMESTAMP="
               into parsed-dummy, parsed-part, parsed-map-id,
                   parsed-steps, parsed-timestamp
           end-unstring.

       parse-cert-line.
           move spaces to parsed-map-id
           move spaces to parsed-timestamp
           unstring live-record delimited by
               "MAPID=" or " RESULT=" or " TIMESTAMP=" or " ACTIONS="
               into parsed-dummy, parsed-map-id, parsed-result,
                   parsed-timestamp
           end-unstring.

       parse-stat-header.
           move spaces to parsed-timestamp
           unstring live-record delimited by
               "PART=" or " MAPID=" or " TIMESTAMP="
               into parsed-dummy, parsed-part, parsed-map-id,
                   parsed-timestamp
           end-unstring.

      * RULEJRNL is written under the run lock, and backout reads it
      * under the same lock, so housekeeping takes it too rather than
      * rewrite the journal under a maintenance run in progress.
       acquire-run-lock.
           open input lock-file
           if lock-file-status = "35"
               continue
           else
               read lock-file
                   at end continue
               end-read
               display "AOCDAY08-HSKP: RULESKSD IS LOCKED BY "
                   function trim (lock-holder)
                   " SINCE " lock-timestamp
                   " USER " lock-user
               display "AOCDAY08-HSKP: RUN AOC2023-DAY08-UNLOCK "
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
           move "AOCDAY08-HSKP" to lock-holder
           move function current-date to lock-timestamp
           accept lock-user from environment "USER"
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
           move "AOCDAY08-HSKP" to excp-rec-program
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
               display "AOCDAY08-HSKP: EXCPFILE NOT AVAILABLE, "
                   "STATUS=" excp-file-status
                   ", EXCEPTION NOT LOGGED"
           end-if
           move spaces to exception-key
           move spaces to exception-map-id.
