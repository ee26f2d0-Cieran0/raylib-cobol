               archive_file_name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ARCHIVE-STATUS.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO
               "examples/audit_maint_checkpoint.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CHECKPOINT-STATUS.
           SELECT MODE-FILE ASSIGN TO
               "examples/audit_maint_mode.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MODE-STATUS.
           SELECT PURGE-REPORT-FILE ASSIGN TO
               "examples/audit_purge_report.txt"
               ORGANIZATION LINE SEQUENTIAL
       FD DAY-FILE.
       COPY RAYLIB_AUDIT_EVENT.CBL.
       FD ARCHIVE-FILE.
       01 ARCHIVE_RECORD PIC X(71).
       COPY RAYLIB_AUDIT_CONTROL.CBL.
       FD CHECKPOINT-FILE.
       COPY RAYLIB_AUDIT_CHECKPOINT.CBL.
      * V and a yyyymm month verifies that month's archive and
      * does nothing else; no mode file means the normal sweep
       FD MODE-FILE.
       01 MAINT_MODE_RECORD.
           05 MAINT_MODE_FLAG  PIC X(1).
           05 MAINT_MODE_MONTH PIC 9(6).
       FD PURGE-REPORT-FILE.
       01 PURGE_REPORT_LINE PIC X(80).

       01 WS-DAY-STATUS PIC XX.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-PURGE-STATUS PIC XX.
       01 WS-CHECKPOINT-STATUS PIC XX.
       01 WS-MODE-STATUS PIC XX.
       01 day_file_name     PIC X(40) VALUE SPACES.
       01 archive_file_name PIC X(40) VALUE SPACES.
      * closed day files are swept this far back; anything older
       01 day_eof           PIC 9(1) COMP-5 VALUE 0.
       01 day_idx           PIC 9(3) COMP-5 VALUE 0.
       01 month_idx         PIC 9(2) COMP-5 VALUE 0.
       01 swept_files       PIC 9(3) COMP-5 VALUE 0.
       01 swept_records     PIC 9(6) COMP-5 VALUE 0.
       01 purged_files      PIC 9(3) COMP-5 VALUE 0.
       01 purged_records    PIC 9(6) COMP-5 VALUE 0.
       01 count_number      PIC ZZZZZ9.
       01 total_number      PIC Z(8)9.
       01 control_number    PIC Z(8)9.
       01 run_mode          PIC X(1) VALUE SPACE.
       01 verify_month      PIC 9(6) VALUE 0.
      * checkpoint read back at startup; a state other than DONE
      * means the last run died part way through that day
       01 resume_state      PIC X(8) VALUE SPACES.
       01 resume_day        PIC 9(8) VALUE 0.
       01 resume_base       PIC 9(9) VALUE 0.
       01 checkpoint_state  PIC X(8) VALUE SPACES.
      * sweep of one day: the archive size before the day's first
      * event, the events copied or found already copied, their
      * hash total, and how many of the day file's events a
      * restart must pass over because the archive already has
      * them
       01 archive_eof       PIC 9(1) COMP-5 VALUE 0.
       01 archive_count     PIC 9(9) COMP-5 VALUE 0.
       01 day_base          PIC 9(9) COMP-5 VALUE 0.
       01 day_count         PIC 9(9) COMP-5 VALUE 0.
       01 day_hash          PIC 9(18) VALUE 0.
       01 skip_count        PIC 9(9) COMP-5 VALUE 0.
       01 skip_idx          PIC 9(9) COMP-5 VALUE 0.
       01 resume_scan       PIC 9(1) COMP-5 VALUE 0.
       01 trailer_seen      PIC 9(1) COMP-5 VALUE 0.
      * set when a day could not be finished; its checkpoint has
      * to survive for the next run, so the sweep stops there and
      * leaves every other day until someone has looked at it
       01 restart_blocked   PIC 9(1) COMP-5 VALUE 0.
      * archive verification against the control records
       01 verify_detail     PIC 9(1) COMP-5 VALUE 0.
       01 archive_found     PIC 9(1) COMP-5 VALUE 0.
       01 verify_ok         PIC 9(1) COMP-5 VALUE 0.
       01 run_count         PIC 9(9) COMP-5 VALUE 0.
       01 run_hash          PIC 9(18) VALUE 0.
       01 control_days      PIC 9(3) COMP-5 VALUE 0.
       01 bad_days          PIC 9(3) COMP-5 VALUE 0.
       01 orphan_events     PIC 9(9) COMP-5 VALUE 0.
       01 verified_events   PIC 9(9) COMP-5 VALUE 0.
       01 withheld_files    PIC 9(3) COMP-5 VALUE 0.
       01 control_text      PIC X(16) VALUE SPACES.
       01 verify_reason     PIC X(40) VALUE SPACES.
       01 day_seen          PIC 9(1) COMP-5 VALUE 0.
       01 seen_count        PIC 9(2) COMP-5 VALUE 0.
       01 seen_idx          PIC 9(2) COMP-5 VALUE 0.
       01 seen_table.
           05 seen_day OCCURS 62 PIC 9(8).
      * an archived event seen through the audit event layout,
      * for the hash total
       01 archive_event.
           05 archive_event_date PIC X(8).
           05 archive_event_time PIC 9(8).
           05 FILLER             PIC X(36).
           05 archive_event_key  PIC 9(3).
           05 FILLER             PIC X(16).
       01 report_text       PIC X(80) VALUE SPACES.
       01 today_date        PIC 9(8) VALUE 0.
       01 work_date         PIC 9(8) VALUE 0.
           MOVE SPACES TO report_text
           PERFORM write-report-line

           PERFORM read-maint-mode
           PERFORM read-checkpoint

           IF run_mode = "V"
               PERFORM verify-only
               CLOSE PURGE-REPORT-FILE
               STOP RUN
           END-IF

      * finish the day a failed run was part way through before
      * anything else touches the archives
           IF resume_state = "COPYING" OR resume_state = "COPIED"
               PERFORM restart-from-checkpoint
               MOVE SPACES TO report_text
               PERFORM write-report-line
           END-IF

      * sweep closed days, newest first, into monthly archives;
      * today's file stays open to the interactive programs and
      * yesterday's is left for the end-of-shift handover report,
           MOVE today_date TO work_date
           PERFORM previous-day
           PERFORM VARYING day_idx FROM 1 BY 1
                   UNTIL day_idx > sweep_days OR restart_blocked = 1
               PERFORM previous-day
               PERFORM sweep-one-day
           END-PERFORM
           IF restart_blocked = 1
               MOVE "sweep stopped: checkpoint kept for the day"
                   TO report_text
               PERFORM write-report-line
               MOVE "         above, other days left for next run"
                   TO report_text
               PERFORM write-report-line
           END-IF

           MOVE SPACES TO report_text
           PERFORM write-report-line
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE withheld_files TO count_number
           MOVE SPACES TO report_text
           STRING "purges withheld:    " count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line

           CLOSE PURGE-REPORT-FILE
           DISPLAY "audit maintenance complete, "
               "archived " swept_files " purged " purged_files
               " withheld " withheld_files
           STOP RUN.

       write-report-line.
               SUBTRACT 1 FROM month_yyyy
           END-IF.

       read-maint-mode.
           MOVE SPACE TO run_mode
           OPEN INPUT MODE-FILE
           IF WS-MODE-STATUS = "00"
               READ MODE-FILE
                   AT END CONTINUE
               END-READ
               IF WS-MODE-STATUS = "00"
                   MOVE MAINT_MODE_FLAG TO run_mode
                   MOVE MAINT_MODE_MONTH TO verify_month
               END-IF
               CLOSE MODE-FILE
           END-IF.

       read-checkpoint.
           MOVE SPACES TO resume_state
           MOVE 0 TO resume_day
           MOVE 0 TO resume_base
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END CONTINUE
               END-READ
               IF WS-CHECKPOINT-STATUS = "00"
                   MOVE AUDIT_CHECKPOINT_STATE TO resume_state
                   MOVE AUDIT_CHECKPOINT_DAY TO resume_day
                   MOVE AUDIT_CHECKPOINT_BASE TO resume_base
               END-IF
               CLOSE CHECKPOINT-FILE
           ELSE
      * OPTIONAL open of a missing checkpoint reports 05: no run
      * has ever checkpointed, so there is nothing to restart
               IF WS-CHECKPOINT-STATUS = "05"
                   CLOSE CHECKPOINT-FILE
               END-IF
           END-IF.

      * the checkpoint is one record, rewritten whole each time
       write-checkpoint.
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00"
                   OR WS-CHECKPOINT-STATUS = "05"
               MOVE checkpoint_state TO AUDIT_CHECKPOINT_STATE
               MOVE work_date TO AUDIT_CHECKPOINT_DAY
               MOVE day_base TO AUDIT_CHECKPOINT_BASE
               MOVE day_count TO AUDIT_CHECKPOINT_COUNT
               MOVE day_hash TO AUDIT_CHECKPOINT_HASH
               ACCEPT AUDIT_CHECKPOINT_STAMP_DATE FROM DATE YYYYMMDD
               ACCEPT AUDIT_CHECKPOINT_STAMP_TIME FROM TIME
               WRITE AUDIT_CHECKPOINT_RECORD
               CLOSE CHECKPOINT-FILE
           ELSE
               DISPLAY "checkpoint file open failed, status "
                   WS-CHECKPOINT-STATUS
           END-IF.

       set-day-file-names.
           MOVE SPACES TO day_file_name
           STRING "examples/operator_audit_" work_date
               ".log"
               DELIMITED BY SIZE
               INTO day_file_name
           MOVE SPACES TO archive_file_name
           STRING "examples/audit_archive_"
               work_date(1:6) ".log"
               DELIMITED BY SIZE
               INTO archive_file_name.

      * COPYING: the archive already holds every record past the
      * checkpointed base, so count them, carry their hash and skip
      * that many events in the day file; the archive is the
      * record of what was really written, not the checkpoint.
      * COPIED: the trailer is in, only the day file delete and
      * the final checkpoint were lost
       restart-from-checkpoint.
           MOVE resume_day TO work_date
           PERFORM set-day-file-names
           MOVE SPACES TO report_text
           STRING "restart: last run stopped " resume_state
               " operator_audit_" resume_day ".log"
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           IF resume_state = "COPIED"
               MOVE resume_base TO day_base
               PERFORM finish-day
               MOVE "restart: day file removed, day complete"
                   TO report_text
               PERFORM write-report-line
           ELSE
               MOVE 0 TO day_eof
               OPEN INPUT DAY-FILE
               IF WS-DAY-STATUS = "00"
                   MOVE resume_base TO day_base
                   MOVE 1 TO resume_scan
                   PERFORM count-archive
                   MOVE 0 TO resume_scan
                   IF trailer_seen = 1
                       CLOSE DAY-FILE
                       PERFORM finish-day
                       MOVE "restart: trailer already written, day"
                           TO report_text
                       PERFORM write-report-line
                       MOVE "         file removed, day complete"
                           TO report_text
                       PERFORM write-report-line
                   ELSE
                       MOVE day_count TO skip_count
                       MOVE skip_count TO total_number
                       MOVE SPACES TO report_text
                       STRING "restart: " total_number
                           " events already archived, resuming"
                           DELIMITED BY SIZE
                           INTO report_text
                       PERFORM write-report-line
                       PERFORM copy-day-to-archive
                   END-IF
               ELSE
      * the day file only goes once the trailer is in, so a
      * missing one here needs a person; the checkpoint is left
      * alone and the month will not verify until it is sorted
                   MOVE "restart: day file missing, archive month"
                       TO report_text
                   PERFORM write-report-line
                   MOVE "         left unreconciled, checkpoint kept"
                       TO report_text
                   PERFORM write-report-line
                   MOVE 1 TO restart_blocked
                   DISPLAY "audit sweep restart: day file missing "
                       day_file_name
               END-IF
           END-IF.

       sweep-one-day.
           PERFORM set-day-file-names
           MOVE 0 TO day_eof
           OPEN INPUT DAY-FILE
           IF WS-DAY-STATUS = "00"
               PERFORM count-archive
               MOVE archive_count TO day_base
               MOVE 0 TO day_count
               MOVE 0 TO day_hash
               MOVE 0 TO skip_count
               PERFORM copy-day-to-archive
           END-IF.

      * archive_count is every record in the month's archive; on
      * a restart scan, the records past day_base are the failed
      * run's events for the day (or its trailer, if it got that
      * far)
       count-archive.
           MOVE 0 TO archive_count
           MOVE 0 TO archive_eof
           MOVE 0 TO day_count
           MOVE 0 TO day_hash
           MOVE 0 TO trailer_seen
           OPEN INPUT ARCHIVE-FILE
           EVALUATE WS-ARCHIVE-STATUS
               WHEN "05"
                   CLOSE ARCHIVE-FILE
               WHEN "00"
                   PERFORM UNTIL archive_eof = 1
                       READ ARCHIVE-FILE
                           AT END MOVE 1 TO archive_eof
                           NOT AT END
                               ADD 1 TO archive_count
                               IF resume_scan = 1
                                       AND archive_count > day_base
                                   PERFORM scan-resumed-record
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
           END-EVALUATE.

       scan-resumed-record.
           IF AUDIT_CONTROL_MARKER = "*CONTROL"
               IF AUDIT_CONTROL_DAY = work_date
                   MOVE 1 TO trailer_seen
               END-IF
           ELSE
               ADD 1 TO day_count
               MOVE ARCHIVE_RECORD TO archive_event
               ADD archive_event_time archive_event_key TO day_hash
           END-IF.

       copy-day-to-archive.
           MOVE "COPYING" TO checkpoint_state
           PERFORM write-checkpoint
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
                   OR WS-ARCHIVE-STATUS = "05"
               MOVE 0 TO skip_idx
               PERFORM UNTIL day_eof = 1
                   READ DAY-FILE
                       AT END MOVE 1 TO day_eof
                       NOT AT END
                           IF skip_idx < skip_count
                               ADD 1 TO skip_idx
                           ELSE
                               PERFORM archive-one-event
                           END-IF
                   END-READ
               END-PERFORM
               IF skip_idx < skip_count
      * the archive holds more of this day than the day file has;
      * no trailer, so the month stays unreconciled for a person
                   CLOSE ARCHIVE-FILE
                   CLOSE DAY-FILE
                   MOVE 1 TO restart_blocked
                   MOVE SPACES TO report_text
                   STRING "NOT ARCHIVED operator_audit_" work_date
                       ".log  archive holds more than the day"
                       DELIMITED BY SIZE
                       INTO report_text
                   PERFORM write-report-line
               ELSE
                   MOVE SPACES TO AUDIT_CONTROL_RECORD
                   MOVE "*CONTROL" TO AUDIT_CONTROL_MARKER
                   MOVE work_date TO AUDIT_CONTROL_DAY
                   MOVE day_count TO AUDIT_CONTROL_COUNT
                   MOVE day_hash TO AUDIT_CONTROL_HASH
                   ACCEPT AUDIT_CONTROL_WRITTEN_DATE
                       FROM DATE YYYYMMDD
                   ACCEPT AUDIT_CONTROL_WRITTEN_TIME FROM TIME
                   WRITE AUDIT_CONTROL_RECORD
                   CLOSE ARCHIVE-FILE
                   CLOSE DAY-FILE
                   PERFORM finish-day
                   ADD 1 TO swept_files
                   ADD day_count TO swept_records
                   MOVE day_count TO count_number
                   MOVE SPACES TO report_text
                   STRING "archived operator_audit_" work_date
                       ".log  events " count_number
                       DELIMITED BY SIZE
                       INTO report_text
                   PERFORM write-report-line
               END-IF
           ELSE
               CLOSE DAY-FILE
               DISPLAY "archive open failed, status "
                   WS-ARCHIVE-STATUS
           END-IF.

       archive-one-event.
           MOVE AUDIT_EVENT_RECORD TO archive_event
           ADD archive_event_time archive_event_key TO day_hash
           ADD 1 TO day_count
           MOVE AUDIT_EVENT_RECORD TO ARCHIVE_RECORD
           WRITE ARCHIVE_RECORD.

      * trailer written: say so before the delete, so a failure
      * between the two is finished off rather than re-copied
       finish-day.
           MOVE "COPIED" TO checkpoint_state
           PERFORM write-checkpoint
           CALL "CBL_DELETE_FILE" USING day_file_name
           MOVE "DONE" TO checkpoint_state
           PERFORM write-checkpoint.

       verify-only.
           MOVE verify_month TO work_month
           MOVE 1 TO verify_detail
           MOVE SPACES TO report_text
           STRING "VERIFY audit_archive_" work_month ".log"
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE "-----------------------------------" TO report_text
           PERFORM write-report-line
           IF (resume_state = "COPYING" OR resume_state = "COPIED")
                   AND resume_day(1:6) = verify_month
               MOVE SPACES TO report_text
               STRING "sweep of operator_audit_" resume_day
                   ".log did not finish, rerun to restart it"
                   DELIMITED BY SIZE
                   INTO report_text
               PERFORM write-report-line
           END-IF
           PERFORM verify-archive-month
           MOVE SPACES TO report_text
           PERFORM write-report-line
           IF archive_found = 0
               MOVE "RESULT: archive not found" TO report_text
           ELSE
               IF verify_ok = 1
                   MOVE control_days TO count_number
                   MOVE verified_events TO total_number
                   STRING "RESULT: RECONCILED, days " count_number
                       " events " total_number
                       DELIMITED BY SIZE
                       INTO report_text
               ELSE
                   STRING "RESULT: NOT RECONCILED, " verify_reason
                       DELIMITED BY SIZE
                       INTO report_text
               END-IF
           END-IF
           PERFORM write-report-line
           IF verify_ok = 1
               DISPLAY "audit archive verify " work_month
                   " reconciled"
           ELSE
               DISPLAY "audit archive verify " work_month
                   " NOT reconciled"
           END-IF.

      * re-read one month's archive: the events since the previous
      * trailer must match each trailer's count and hash, no day
      * may have two trailers, and nothing may follow the last
      * trailer; an archive without trailers cannot be proven
       verify-archive-month.
           MOVE SPACES TO archive_file_name
           STRING "examples/audit_archive_" work_month
               ".log"
               DELIMITED BY SIZE
               INTO archive_file_name
           MOVE 0 TO archive_found
           MOVE 0 TO verify_ok
           MOVE 0 TO archive_eof
           MOVE 0 TO run_count
           MOVE 0 TO run_hash
           MOVE 0 TO control_days
           MOVE 0 TO bad_days
           MOVE 0 TO verified_events
           MOVE 0 TO seen_count
           MOVE SPACES TO verify_reason
           OPEN INPUT ARCHIVE-FILE
           EVALUATE WS-ARCHIVE-STATUS
               WHEN "05"
                   CLOSE ARCHIVE-FILE
               WHEN "00"
                   MOVE 1 TO archive_found
                   PERFORM UNTIL archive_eof = 1
                       READ ARCHIVE-FILE
                           AT END MOVE 1 TO archive_eof
                           NOT AT END PERFORM verify-one-record
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
           END-EVALUATE
           MOVE run_count TO orphan_events
           IF archive_found = 1
               EVALUATE TRUE
                   WHEN control_days = 0
                       MOVE "no control records" TO verify_reason
                   WHEN bad_days > 0
                       MOVE bad_days TO count_number
                       STRING count_number " days out of balance"
                           DELIMITED BY SIZE
                           INTO verify_reason
                   WHEN orphan_events > 0
                       MOVE orphan_events TO total_number
                       STRING total_number " events after last trailer"
                           DELIMITED BY SIZE
                           INTO verify_reason
                   WHEN OTHER
                       MOVE 1 TO verify_ok
               END-EVALUATE
               IF verify_detail = 1 AND orphan_events > 0
                   MOVE orphan_events TO total_number
                   MOVE SPACES TO report_text
                   STRING "  after last trailer  events "
                       total_number "  NO CONTROL"
                       DELIMITED BY SIZE
                       INTO report_text
                   PERFORM write-report-line
               END-IF
           END-IF.

       verify-one-record.
           IF AUDIT_CONTROL_MARKER = "*CONTROL"
               PERFORM check-control-record
           ELSE
               ADD 1 TO run_count
               MOVE ARCHIVE_RECORD TO archive_event
               ADD archive_event_time archive_event_key TO run_hash
           END-IF.

       check-control-record.
           ADD 1 TO control_days
           MOVE 0 TO day_seen
           PERFORM VARYING seen_idx FROM 1 BY 1
                   UNTIL seen_idx > seen_count
               IF seen_day(seen_idx) = AUDIT_CONTROL_DAY
                   MOVE 1 TO day_seen
               END-IF
           END-PERFORM
           IF day_seen = 0 AND seen_count < 62
               ADD 1 TO seen_count
               MOVE AUDIT_CONTROL_DAY TO seen_day(seen_count)
           END-IF
           EVALUATE TRUE
               WHEN day_seen = 1
                   MOVE "DUPLICATE DAY" TO control_text
               WHEN run_count NOT = AUDIT_CONTROL_COUNT
                   MOVE "COUNT MISMATCH" TO control_text
               WHEN run_hash NOT = AUDIT_CONTROL_HASH
                   MOVE "HASH MISMATCH" TO control_text
               WHEN OTHER
                   MOVE "OK" TO control_text
           END-EVALUATE
           IF control_text = "OK"
               ADD run_count TO verified_events
           ELSE
               ADD 1 TO bad_days
           END-IF
           IF verify_detail = 1
               MOVE run_count TO total_number
               MOVE AUDIT_CONTROL_COUNT TO control_number
               MOVE SPACES TO report_text
               STRING "  day " AUDIT_CONTROL_DAY "  events "
                   total_number "  control " control_number
                   "  " control_text
                   DELIMITED BY SIZE
                   INTO report_text
               PERFORM write-report-line
           END-IF
           MOVE 0 TO run_count
           MOVE 0 TO run_hash.

      * a month is only deleted once its archive reconciles against
      * its control records; anything else is withheld and reported
       purge-one-month.
           MOVE 0 TO verify_detail
           PERFORM verify-archive-month
           IF archive_found = 1
               IF verify_ok = 1
                   CALL "CBL_DELETE_FILE" USING archive_file_name
                   ADD 1 TO purged_files
                   ADD verified_events TO purged_records
                   MOVE verified_events TO count_number
                   MOVE SPACES TO report_text
                   STRING "purged audit_archive_" work_month
                       ".log  events " count_number
                       DELIMITED BY SIZE
                       INTO report_text
                   PERFORM write-report-line
               ELSE
                   ADD 1 TO withheld_files
                   MOVE SPACES TO report_text
                   STRING "WITHHELD audit_archive_" work_month
                       ".log  " verify_reason
                       DELIMITED BY SIZE
                       INTO report_text
                   PERFORM write-report-line
               END-IF
           END-IF.
