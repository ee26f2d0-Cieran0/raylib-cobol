       IDENTIFICATION DIVISION.
       PROGRAM-ID. raylib-test.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-FEED-FILE ASSIGN TO
               "examples/camera_pan_feed.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FEED-STATUS.
           SELECT JOB-HISTORY-FILE ASSIGN TO DYNAMIC
               history_file_name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HISTORY-STATUS.
           SELECT ALERT-FEED-FILE ASSIGN TO
               "examples/audio_alert_feed.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ALERT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC audit_file_name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO
               "examples/abend_recon_report.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STATUS-FEED-FILE.
       COPY RAYLIB_JOB_STATUS.CBL.
       FD JOB-HISTORY-FILE.
       COPY RAYLIB_JOB_HISTORY.CBL.
       FD ALERT-FEED-FILE.
       COPY RAYLIB_ALERT_FEED.CBL.
       FD AUDIT-FILE.
       COPY RAYLIB_AUDIT_EVENT.CBL.
       FD REPORT-FILE.
       01 REPORT_LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-ALERT-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 history_file_name PIC X(44) VALUE SPACES.
       01 audit_file_name PIC X(40) VALUE SPACES.
      * the night's run opens at this hour; before it the
      * reconciliation covers the run date that opened yesterday
       01 window_start_hh PIC 9(2) VALUE 18.
      * an acknowledgement taking longer than this is reported
      * late even though the alert was eventually actioned
       01 late_ack_mins  PIC 9(3) COMP-5 VALUE 15.
       01 feed_eof       PIC 9(1) COMP-5 VALUE 0.
       01 history_eof    PIC 9(1) COMP-5 VALUE 0.
       01 alert_eof      PIC 9(1) COMP-5 VALUE 0.
       01 audit_eof      PIC 9(1) COMP-5 VALUE 0.
       01 abend_count    PIC 9(3) COMP-5 VALUE 0.
       01 history_abends PIC 9(3) VALUE 0.
       01 history_abend_rc PIC 9(4) VALUE 0.
       01 history_abend_end PIC 9(8) VALUE 0.
       01 abend_idx      PIC 9(3) COMP-5 VALUE 0.
       01 alert_count    PIC 9(3) COMP-5 VALUE 0.
       01 alert_idx      PIC 9(3) COMP-5 VALUE 0.
       01 event_count    PIC 9(4) COMP-5 VALUE 0.
       01 event_dropped  PIC 9(6) COMP-5 VALUE 0.
       01 ev_idx         PIC 9(4) COMP-5 VALUE 0.
       01 ack_idx        PIC 9(4) COMP-5 VALUE 0.
       01 found_idx      PIC 9(4) COMP-5 VALUE 0.
       01 id_len         PIC 9(2) COMP-5 VALUE 0.
       01 hit_count      PIC 9(2) COMP-5 VALUE 0.
       01 no_alert_count PIC 9(3) COMP-5 VALUE 0.
       01 unacked_count  PIC 9(3) COMP-5 VALUE 0.
       01 late_count     PIC 9(3) COMP-5 VALUE 0.
       01 clean_count    PIC 9(3) COMP-5 VALUE 0.
       01 raise_secs     PIC S9(7) COMP-5 VALUE 0.
       01 ack_secs       PIC S9(7) COMP-5 VALUE 0.
       01 elapsed_secs   PIC S9(7) COMP-5 VALUE 0.
       01 elapsed_mins   PIC 9(5) COMP-5 VALUE 0.
       01 time_hh        PIC 9(2) VALUE 0.
       01 time_mm        PIC 9(2) VALUE 0.
       01 time_ss        PIC 9(2) VALUE 0.
       01 time_text      PIC X(8) VALUE SPACES.
       01 raise_time_text PIC X(8) VALUE SPACES.
       01 ack_time_text  PIC X(8) VALUE SPACES.
       01 end_time_text  PIC X(8) VALUE SPACES.
       01 mins_number    PIC ZZZZ9.
       01 count_number   PIC ZZ9.
       01 evidence_text  PIC X(10) VALUE SPACES.
       01 report_text    PIC X(80) VALUE SPACES.
       01 today_date     PIC 9(8) VALUE 0.
       01 now_time       PIC 9(8) VALUE 0.
       01 now_split REDEFINES now_time.
           05 now_hh     PIC 9(2).
           05 FILLER     PIC 9(6).
       01 run_date       PIC 9(8) VALUE 0.
       01 event_in_window PIC 9(1) COMP-5 VALUE 0.
       01 event_time     PIC 9(8) VALUE 0.
       01 event_time_split REDEFINES event_time.
           05 event_hh   PIC 9(2).
           05 FILLER     PIC 9(6).
       01 work_date      PIC 9(8) VALUE 0.
       01 work_date_split REDEFINES work_date.
           05 work_yyyy  PIC 9(4).
           05 work_mm    PIC 9(2).
           05 work_dd    PIC 9(2).
       01 leap_work      PIC 9(4) COMP-5 VALUE 0.
       01 leap_rem       PIC 9(4) COMP-5 VALUE 0.
       01 month_length   PIC 9(2) COMP-5 VALUE 0.
       01 month_day_table.
           05 FILLER PIC X(24) VALUE
               "312831303130313130313031".
       01 month_day_view REDEFINES month_day_table.
           05 month_days OCCURS 12 PIC 9(2).
      * every job that went ABENDED during the run, from the live
      * feed and from the run date's history, so an abend since
      * rerun to ENDED-OK is still accounted for
       01 abend_table.
           05 abend_entry OCCURS 200.
               10 abend_id       PIC X(8).
               10 abend_rc       PIC 9(4).
               10 abend_end_time PIC 9(8).
      * slot in alert_table of the job's alert, 0 when none
               10 abend_alert    PIC 9(3) COMP-5.
      * alerts from the alert feed plus any alert id the console
      * raised; a job's abend alert carries the job id as its
      * alert id or names the job in its message
       01 alert_table.
           05 alert_entry OCCURS 200.
               10 alert_id       PIC X(8).
               10 alert_msg      PIC X(20).
               10 alert_level    PIC 9(1).
               10 alert_in_feed  PIC 9(1) COMP-5.
               10 alert_raised   PIC 9(1) COMP-5.
      * first RAISE event for the alert, 0 when never raised
               10 alert_first_ev PIC 9(4) COMP-5.
      * RAISE and ACK events only, in file order, paired the way
      * the shift report pairs them
       01 event_table.
           05 event_entry OCCURS 2000.
               10 ev_date    PIC 9(8).
               10 ev_time    PIC 9(8).
               10 ev_type    PIC X(12).
               10 ev_object  PIC X(8).
               10 ev_matched PIC 9(1) COMP-5.
               10 ev_pair    PIC 9(4) COMP-5.

       PROCEDURE DIVISION.
       main.
           ACCEPT today_date FROM DATE YYYYMMDD
           ACCEPT now_time FROM TIME
           MOVE today_date TO work_date
           IF now_hh < window_start_hh
               PERFORM previous-day
           END-IF
           MOVE work_date TO run_date

           PERFORM load-feed-abends.
           MOVE SPACES TO history_file_name
           STRING "examples/job_history_" run_date ".dat"
               DELIMITED BY SIZE
               INTO history_file_name
           PERFORM load-history-abends.
           PERFORM load-alert-feed.

      * the run date's evening and the morning after: the run
      * date's dated log and the next day's
           MOVE SPACES TO audit_file_name
           STRING "examples/operator_audit_" run_date ".log"
               DELIMITED BY SIZE
               INTO audit_file_name
           PERFORM read-audit.
           IF today_date NOT = run_date
               MOVE SPACES TO audit_file_name
               STRING "examples/operator_audit_" today_date ".log"
                   DELIMITED BY SIZE
                   INTO audit_file_name
               PERFORM read-audit
           END-IF
           PERFORM pair-raises.
           PERFORM link-abends.

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "report file open failed, status "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF

           PERFORM write-report-header.
           PERFORM write-no-alert-section.
           PERFORM write-unacked-section.
           PERFORM write-late-section.
           PERFORM write-evidence-section.
           PERFORM write-summary-section.

           CLOSE REPORT-FILE
           DISPLAY "abend reconciliation written, abends: "
               abend_count " exceptions: "
               no_alert_count " " unacked_count " " late_count
           STOP RUN.

       previous-day.
           IF work_dd > 1
               SUBTRACT 1 FROM work_dd
           ELSE
               IF work_mm > 1
                   SUBTRACT 1 FROM work_mm
               ELSE
                   MOVE 12 TO work_mm
                   SUBTRACT 1 FROM work_yyyy
               END-IF
               MOVE month_days(work_mm) TO month_length
               IF work_mm = 2
                   PERFORM check-leap-year
               END-IF
               MOVE month_length TO work_dd
           END-IF.

       check-leap-year.
           DIVIDE work_yyyy BY 4 GIVING leap_work
               REMAINDER leap_rem
           IF leap_rem = 0
               MOVE 29 TO month_length
               DIVIDE work_yyyy BY 100 GIVING leap_work
                   REMAINDER leap_rem
               IF leap_rem = 0
                   DIVIDE work_yyyy BY 400 GIVING leap_work
                       REMAINDER leap_rem
                   IF leap_rem NOT = 0
                       MOVE 28 TO month_length
                   END-IF
               END-IF
           END-IF.

       load-feed-abends.
           MOVE 0 TO feed_eof
           OPEN INPUT STATUS-FEED-FILE
           IF WS-FEED-STATUS = "00"
               PERFORM UNTIL feed_eof = 1
                   READ STATUS-FEED-FILE
                       AT END MOVE 1 TO feed_eof
                       NOT AT END
                           IF JOB_STATUS_STATE = "ABENDED"
                               PERFORM store-feed-abend
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-FEED-FILE
           ELSE
               DISPLAY "status feed open failed, status "
                   WS-FEED-STATUS
           END-IF.

       store-feed-abend.
           IF abend_count < 200
               ADD 1 TO abend_count
               MOVE JOB_STATUS_ID TO abend_id(abend_count)
               MOVE JOB_STATUS_RC TO abend_rc(abend_count)
               MOVE JOB_STATUS_END_TIME
                   TO abend_end_time(abend_count)
               MOVE 0 TO abend_alert(abend_count)
           END-IF.

      * a missing history file (35) just means the capture has
      * not run for the date; the feed still has today's abends
       load-history-abends.
           MOVE 0 TO history_eof
           OPEN INPUT JOB-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL history_eof = 1
                   READ JOB-HISTORY-FILE
                       AT END MOVE 1 TO history_eof
                       NOT AT END
                           PERFORM check-history-abend
                           IF history_abends > 0
                               PERFORM store-history-abend
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-HISTORY-FILE
           ELSE
               IF WS-HISTORY-STATUS NOT = "35"
                   DISPLAY "history file open failed, status "
                       WS-HISTORY-STATUS
               END-IF
           END-IF.

      * the abend fields survive a rerun that ended OK; a record
      * from before they existed only shows an abend in STATE
       check-history-abend.
           IF JOB_HISTORY_ABEND_COUNT NUMERIC
                   AND JOB_HISTORY_ABEND_END_TIME NUMERIC
               MOVE JOB_HISTORY_ABEND_COUNT TO history_abends
               MOVE JOB_HISTORY_ABEND_RC TO history_abend_rc
               MOVE JOB_HISTORY_ABEND_END_TIME
                   TO history_abend_end
           ELSE
               MOVE 0 TO history_abends
               IF JOB_HISTORY_STATE = "ABENDED"
                   MOVE 1 TO history_abends
                   MOVE JOB_HISTORY_RC TO history_abend_rc
                   MOVE JOB_HISTORY_END_TIME TO history_abend_end
               END-IF
           END-IF.

       store-history-abend.
           MOVE 0 TO found_idx
           PERFORM VARYING abend_idx FROM 1 BY 1
                   UNTIL abend_idx > abend_count OR found_idx > 0
               IF abend_id(abend_idx) = JOB_HISTORY_ID
                   MOVE abend_idx TO found_idx
               END-IF
           END-PERFORM
           IF found_idx = 0 AND abend_count < 200
               ADD 1 TO abend_count
               MOVE JOB_HISTORY_ID TO abend_id(abend_count)
               MOVE history_abend_rc TO abend_rc(abend_count)
               MOVE history_abend_end
                   TO abend_end_time(abend_count)
               MOVE 0 TO abend_alert(abend_count)
           END-IF.

       load-alert-feed.
           MOVE 0 TO alert_eof
           OPEN INPUT ALERT-FEED-FILE
           IF WS-ALERT-STATUS = "00"
               PERFORM UNTIL alert_eof = 1
                   READ ALERT-FEED-FILE
                       AT END MOVE 1 TO alert_eof
                       NOT AT END PERFORM store-feed-alert
                   END-READ
               END-PERFORM
               CLOSE ALERT-FEED-FILE
           ELSE
               IF WS-ALERT-STATUS NOT = "35"
                   DISPLAY "alert feed open failed, status "
                       WS-ALERT-STATUS
               END-IF
           END-IF.

       store-feed-alert.
           PERFORM find-alert-by-id
           IF found_idx = 0 AND alert_count < 200
               ADD 1 TO alert_count
               MOVE alert_count TO found_idx
               MOVE ALERT_FEED_ID TO alert_id(found_idx)
               MOVE 0 TO alert_raised(found_idx)
               MOVE 0 TO alert_first_ev(found_idx)
           END-IF
           IF found_idx > 0
               MOVE ALERT_FEED_MSG TO alert_msg(found_idx)
               MOVE ALERT_FEED_LEVEL TO alert_level(found_idx)
               MOVE 1 TO alert_in_feed(found_idx)
           END-IF.

       find-alert-by-id.
           MOVE 0 TO found_idx
           PERFORM VARYING alert_idx FROM 1 BY 1
                   UNTIL alert_idx > alert_count OR found_idx > 0
               IF alert_id(alert_idx) = ALERT_FEED_ID
                   MOVE alert_idx TO found_idx
               END-IF
           END-PERFORM.

       read-audit.
           MOVE 0 TO audit_eof
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               IF WS-AUDIT-STATUS NOT = "35"
                   DISPLAY "audit file open failed, status "
                       WS-AUDIT-STATUS
               END-IF
           ELSE
               PERFORM UNTIL audit_eof = 1
                   READ AUDIT-FILE
                       AT END MOVE 1 TO audit_eof
                       NOT AT END
                           IF AUDIT_EVENT_TYPE = "RAISE"
                                   OR AUDIT_EVENT_TYPE = "ACK"
                               PERFORM check-event-window
                               IF event_in_window = 1
                                   PERFORM store-audit-event
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      * only the run's own window counts: the run date from the
      * opening hour on, and the next morning up to it, so the
      * night before's alerts never land in this night's report
       check-event-window.
           MOVE 0 TO event_in_window
           MOVE AUDIT_EVENT_TIME TO event_time
           IF AUDIT_EVENT_DATE = run_date
                   AND event_hh >= window_start_hh
               MOVE 1 TO event_in_window
           END-IF
           IF AUDIT_EVENT_DATE = today_date
                   AND today_date NOT = run_date
                   AND event_hh < window_start_hh
               MOVE 1 TO event_in_window
           END-IF.

      * a RAISE for an alert no longer in the feed still needs
      * accounting for, so it gets an alert slot of its own
       store-audit-event.
           IF event_count < 2000
               ADD 1 TO event_count
               MOVE AUDIT_EVENT_DATE TO ev_date(event_count)
               MOVE AUDIT_EVENT_TIME TO ev_time(event_count)
               MOVE AUDIT_EVENT_TYPE TO ev_type(event_count)
               MOVE AUDIT_EVENT_OBJECT_ID TO ev_object(event_count)
               MOVE 0 TO ev_matched(event_count)
               MOVE 0 TO ev_pair(event_count)
               IF AUDIT_EVENT_TYPE = "RAISE"
                   MOVE AUDIT_EVENT_OBJECT_ID TO ALERT_FEED_ID
                   PERFORM find-alert-by-id
                   IF found_idx = 0 AND alert_count < 200
                       ADD 1 TO alert_count
                       MOVE alert_count TO found_idx
                       MOVE AUDIT_EVENT_OBJECT_ID
                           TO alert_id(found_idx)
                       MOVE SPACES TO alert_msg(found_idx)
                       MOVE 0 TO alert_level(found_idx)
                       MOVE 0 TO alert_in_feed(found_idx)
                       MOVE 0 TO alert_first_ev(found_idx)
                   END-IF
                   IF found_idx > 0
                       MOVE 1 TO alert_raised(found_idx)
                       IF alert_first_ev(found_idx) = 0
                           MOVE event_count
                               TO alert_first_ev(found_idx)
                       END-IF
                   END-IF
               END-IF
           ELSE
               ADD 1 TO event_dropped
           END-IF.

      * claim every RAISE's ACK exactly once, in event order
       pair-raises.
           PERFORM VARYING ev_idx FROM 1 BY 1
                   UNTIL ev_idx > event_count
               IF ev_type(ev_idx) = "RAISE"
                   PERFORM find-matching-ack
                   IF found_idx > 0
                       MOVE 1 TO ev_matched(found_idx)
                       MOVE found_idx TO ev_pair(ev_idx)
                   END-IF
               END-IF
           END-PERFORM.

      * first ACK for the same object after this RAISE that has
      * not already been claimed by an earlier RAISE
       find-matching-ack.
           MOVE 0 TO found_idx
           COMPUTE ack_idx = ev_idx + 1
           PERFORM UNTIL ack_idx > event_count OR found_idx > 0
               IF ev_type(ack_idx) = "ACK"
                       AND ev_object(ack_idx) = ev_object(ev_idx)
                       AND ev_matched(ack_idx) = 0
                   MOVE ack_idx TO found_idx
               END-IF
               ADD 1 TO ack_idx
           END-PERFORM.

      * an abend's alert carries the job id as its alert id, or
      * names the job in the message text
       link-abends.
           PERFORM VARYING abend_idx FROM 1 BY 1
                   UNTIL abend_idx > abend_count
               MOVE 8 TO id_len
               PERFORM UNTIL id_len = 1
                       OR abend_id(abend_idx)(id_len:1) NOT = SPACE
                   SUBTRACT 1 FROM id_len
               END-PERFORM
               PERFORM VARYING alert_idx FROM 1 BY 1
                       UNTIL alert_idx > alert_count
                       OR abend_alert(abend_idx) > 0
                   MOVE 0 TO hit_count
                   IF alert_id(alert_idx) = abend_id(abend_idx)
                       MOVE 1 TO hit_count
                   ELSE
                       INSPECT alert_msg(alert_idx) TALLYING
                           hit_count FOR ALL
                           abend_id(abend_idx)(1:id_len)
                   END-IF
                   IF hit_count > 0
                       MOVE alert_idx TO abend_alert(abend_idx)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * elapsed_secs from RAISE ev_idx to its ACK found_idx
       compute-ack-delay.
           MOVE ev_time(ev_idx)(1:2) TO time_hh
           MOVE ev_time(ev_idx)(3:2) TO time_mm
           MOVE ev_time(ev_idx)(5:2) TO time_ss
           PERFORM format-time
           MOVE time_text TO raise_time_text
           COMPUTE raise_secs = time_hh * 3600
               + time_mm * 60 + time_ss
           MOVE ev_time(found_idx)(1:2) TO time_hh
           MOVE ev_time(found_idx)(3:2) TO time_mm
           MOVE ev_time(found_idx)(5:2) TO time_ss
           PERFORM format-time
           MOVE time_text TO ack_time_text
           COMPUTE ack_secs = time_hh * 3600
               + time_mm * 60 + time_ss
           COMPUTE elapsed_secs = ack_secs - raise_secs
      * an acknowledgement stamped on the next calendar day
      * wrapped past midnight
           IF ev_date(found_idx) NOT = ev_date(ev_idx)
               ADD 86400 TO elapsed_secs
           END-IF
           DIVIDE elapsed_secs BY 60 GIVING elapsed_mins.

       format-time.
      * time_text from an hhmmsscc stamp already sliced into
      * time_hh/time_mm/time_ss by the caller
           MOVE SPACES TO time_text
           STRING time_hh ":" time_mm ":" time_ss
               DELIMITED BY SIZE
               INTO time_text.

       write-report-line.
           MOVE report_text TO REPORT_LINE
           WRITE REPORT_LINE
           MOVE SPACES TO report_text.

       write-report-header.
           MOVE SPACES TO report_text
           STRING "ABEND / ALERT / ACKNOWLEDGEMENT RECONCILIATION  "
               run_date
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE "========================================"
               TO report_text
           PERFORM write-report-line
           MOVE late_ack_mins TO count_number
           MOVE SPACES TO report_text
           STRING "acknowledgements over " count_number
               " minutes are reported late"
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           IF event_dropped > 0
               MOVE event_dropped TO count_number
               MOVE SPACES TO report_text
               STRING "WARNING events beyond table, not counted: "
                   count_number
                   DELIMITED BY SIZE
                   INTO report_text
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report_text
           PERFORM write-report-line.

       write-no-alert-section.
           MOVE "ABENDS THAT NEVER RAISED AN ALERT" TO report_text
           PERFORM write-report-line
           MOVE "---------------------------------" TO report_text
           PERFORM write-report-line
           PERFORM VARYING abend_idx FROM 1 BY 1
                   UNTIL abend_idx > abend_count
               MOVE abend_alert(abend_idx) TO alert_idx
               IF alert_idx = 0
                   ADD 1 TO no_alert_count
                   MOVE abend_end_time(abend_idx)(1:2) TO time_hh
                   MOVE abend_end_time(abend_idx)(3:2) TO time_mm
                   MOVE abend_end_time(abend_idx)(5:2) TO time_ss
                   PERFORM format-time
                   MOVE SPACES TO report_text
                   STRING "  ** " abend_id(abend_idx)
                       " abended " time_text " rc "
                       abend_rc(abend_idx) " no alert found"
                       DELIMITED BY SIZE
                       INTO report_text
                   PERFORM write-report-line
               ELSE
                   IF alert_raised(alert_idx) = 0
                       ADD 1 TO no_alert_count
                       MOVE SPACES TO report_text
                       STRING "  ** " abend_id(abend_idx)
                           " alert " alert_id(alert_idx)
                           " in the feed but never raised at the"
                           " console"
                           DELIMITED BY SIZE
                           INTO report_text
                       PERFORM write-report-line
                   END-IF
               END-IF
           END-PERFORM
           IF no_alert_count = 0
               MOVE "  none" TO report_text
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report_text
           PERFORM write-report-line.

       write-unacked-section.
           MOVE "ALERTS NEVER ACKNOWLEDGED" TO report_text
           PERFORM write-report-line
           MOVE "-------------------------" TO report_text
           PERFORM write-report-line
           PERFORM VARYING ev_idx FROM 1 BY 1
                   UNTIL ev_idx > event_count
               IF ev_type(ev_idx) = "RAISE"
                       AND ev_pair(ev_idx) = 0
                   ADD 1 TO unacked_count
                   MOVE ev_time(ev_idx)(1:2) TO time_hh
                   MOVE ev_time(ev_idx)(3:2) TO time_mm
                   MOVE ev_time(ev_idx)(5:2) TO time_ss
                   PERFORM format-time
                   MOVE SPACES TO report_text
                   STRING "  ** " ev_object(ev_idx)
                       " raised " ev_date(ev_idx) " " time_text
                       " never acknowledged"
                       DELIMITED BY SIZE
                       INTO report_text
                   PERFORM write-report-line
               END-IF
           END-PERFORM
           IF unacked_count = 0
               MOVE "  none" TO report_text
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report_text
           PERFORM write-report-line.

       write-late-section.
           MOVE "LATE ACKNOWLEDGEMENTS" TO report_text
           PERFORM write-report-line
           MOVE "---------------------" TO report_text
           PERFORM write-report-line
           PERFORM VARYING ev_idx FROM 1 BY 1
                   UNTIL ev_idx > event_count
               IF ev_type(ev_idx) = "RAISE"
                       AND ev_pair(ev_idx) > 0
                   MOVE ev_pair(ev_idx) TO found_idx
                   PERFORM compute-ack-delay
                   IF elapsed_secs > late_ack_mins * 60
                       ADD 1 TO late_count
                       MOVE elapsed_mins TO mins_number
                       MOVE SPACES TO report_text
                       STRING "  ** " ev_object(ev_idx)
                           " raised " raise_time_text
                           " acked " ack_time_text
                           " after " mins_number " mins"
                           DELIMITED BY SIZE
                           INTO report_text
                       PERFORM write-report-line
                   END-IF
               END-IF
           END-PERFORM
           IF late_count = 0
               MOVE "  none" TO report_text
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report_text
           PERFORM write-report-line.

      * one line per abend showing the whole chain, the evidence
      * audit asked for that each abend was seen and actioned
       write-evidence-section.
           MOVE "ABEND EVIDENCE TRAIL" TO report_text
           PERFORM write-report-line
           MOVE "--------------------" TO report_text
           PERFORM write-report-line
           STRING "  JOB      RC   ENDED    ALERT    RAISED   "
               "ACKED     MINS RESULT"
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           PERFORM VARYING abend_idx FROM 1 BY 1
                   UNTIL abend_idx > abend_count
               PERFORM write-one-evidence
           END-PERFORM
           IF abend_count = 0
               MOVE "  none, no job abended" TO report_text
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report_text
           PERFORM write-report-line.

       write-one-evidence.
           MOVE abend_end_time(abend_idx)(1:2) TO time_hh
           MOVE abend_end_time(abend_idx)(3:2) TO time_mm
           MOVE abend_end_time(abend_idx)(5:2) TO time_ss
           PERFORM format-time
           MOVE time_text TO end_time_text
           MOVE "--:--:--" TO raise_time_text
           MOVE "--:--:--" TO ack_time_text
           MOVE 0 TO mins_number
           MOVE abend_alert(abend_idx) TO alert_idx
           EVALUATE TRUE
               WHEN alert_idx = 0
                   MOVE "NO ALERT" TO evidence_text
               WHEN alert_first_ev(alert_idx) = 0
                   MOVE "NOT RAISED" TO evidence_text
               WHEN OTHER
                   MOVE alert_first_ev(alert_idx) TO ev_idx
                   MOVE ev_pair(ev_idx) TO found_idx
                   IF found_idx = 0
                       MOVE ev_time(ev_idx)(1:2) TO time_hh
                       MOVE ev_time(ev_idx)(3:2) TO time_mm
                       MOVE ev_time(ev_idx)(5:2) TO time_ss
                       PERFORM format-time
                       MOVE time_text TO raise_time_text
                       MOVE "NO ACK" TO evidence_text
                   ELSE
                       PERFORM compute-ack-delay
                       MOVE elapsed_mins TO mins_number
                       IF elapsed_secs > late_ack_mins * 60
                           MOVE "LATE ACK" TO evidence_text
                       ELSE
                           MOVE "OK" TO evidence_text
                           ADD 1 TO clean_count
                       END-IF
                   END-IF
           END-EVALUATE
           MOVE SPACES TO report_text
           IF alert_idx = 0
               STRING "  " abend_id(abend_idx) " "
                   abend_rc(abend_idx) " " end_time_text
                   " --------"
                   " " raise_time_text " " ack_time_text " "
                   mins_number " " evidence_text
                   DELIMITED BY SIZE
                   INTO report_text
           ELSE
               STRING "  " abend_id(abend_idx) " "
                   abend_rc(abend_idx) " " end_time_text " "
                   alert_id(alert_idx)
                   " " raise_time_text " " ack_time_text " "
                   mins_number " " evidence_text
                   DELIMITED BY SIZE
                   INTO report_text
           END-IF
           PERFORM write-report-line.

       write-summary-section.
           MOVE "SUMMARY" TO report_text
           PERFORM write-report-line
           MOVE "-------" TO report_text
           PERFORM write-report-line
           MOVE abend_count TO count_number
           MOVE SPACES TO report_text
           STRING "  abends:                   " count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE clean_count TO count_number
           MOVE SPACES TO report_text
           STRING "  alerted and acked in time:" count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE no_alert_count TO count_number
           MOVE SPACES TO report_text
           STRING "  abends without an alert:  " count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE unacked_count TO count_number
           MOVE SPACES TO report_text
           STRING "  alerts never acknowledged:" count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE late_count TO count_number
           MOVE SPACES TO report_text
           STRING "  late acknowledgements:    " count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line.
