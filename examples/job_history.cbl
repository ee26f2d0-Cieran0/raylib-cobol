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

       DATA DIVISION.
       FILE SECTION.
       FD STATUS-FEED-FILE.
       COPY RAYLIB_JOB_STATUS.CBL.
       FD JOB-HISTORY-FILE.
       COPY RAYLIB_JOB_HISTORY.CBL.

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 history_file_name PIC X(44) VALUE SPACES.
      * the night's run opens at this hour; a capture taken before
      * it files under the previous day's run date, the same
      * convention the SLA report uses to order times
       01 window_start_hh PIC 9(2) VALUE 18.
       01 feed_eof       PIC 9(1) COMP-5 VALUE 0.
       01 history_eof    PIC 9(1) COMP-5 VALUE 0.
       01 run_count      PIC 9(3) COMP-5 VALUE 0.
       01 run_idx        PIC 9(3) COMP-5 VALUE 0.
       01 found_run      PIC 9(3) COMP-5 VALUE 0.
       01 added_count    PIC 9(3) COMP-5 VALUE 0.
       01 replaced_count PIC 9(3) COMP-5 VALUE 0.
       01 stale_count    PIC 9(3) COMP-5 VALUE 0.
       01 dropped_count  PIC 9(3) COMP-5 VALUE 0.
       01 today_date     PIC 9(8) VALUE 0.
       01 now_time       PIC 9(8) VALUE 0.
       01 now_split REDEFINES now_time.
           05 now_hh     PIC 9(2).
           05 FILLER     PIC 9(6).
       01 run_date       PIC 9(8) VALUE 0.
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
       01 stamp_time     PIC 9(8) VALUE 0.
       01 stamp_split REDEFINES stamp_time.
           05 stamp_hh   PIC 9(2).
           05 stamp_mm   PIC 9(2).
           05 stamp_ss   PIC 9(2).
           05 stamp_cc   PIC 9(2).
       01 start_secs     PIC S9(7) COMP-5 VALUE 0.
       01 end_secs       PIC S9(7) COMP-5 VALUE 0.
       01 elapsed_secs   PIC S9(7) COMP-5 VALUE 0.
       01 run_table.
           05 run_entry OCCURS 200.
               10 run_id         PIC X(8).
               10 run_state      PIC X(8).
               10 run_rc         PIC 9(4).
               10 run_start_time PIC 9(8).
               10 run_end_time   PIC 9(8).
               10 run_elapsed    PIC 9(5).
      * abends on the run date, kept when a rerun ends OK
               10 run_abends     PIC 9(3).
               10 run_abend_rc   PIC 9(4).
               10 run_abend_end  PIC 9(8).

       PROCEDURE DIVISION.
       main.
           ACCEPT today_date FROM DATE YYYYMMDD
           ACCEPT now_time FROM TIME
           MOVE today_date TO work_date
           IF now_hh < window_start_hh
               PERFORM previous-day
           END-IF
           MOVE work_date TO run_date

           MOVE SPACES TO history_file_name
           STRING "examples/job_history_" run_date ".dat"
               DELIMITED BY SIZE
               INTO history_file_name

           PERFORM load-history.
           PERFORM capture-feed.

           IF added_count > 0 OR replaced_count > 0
               PERFORM save-history
           END-IF

           DISPLAY "job history " run_date " captured "
               added_count " replaced " replaced_count
               " stale " stale_count
           IF dropped_count > 0
               DISPLAY "job history table full, dropped "
                   dropped_count
           END-IF
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

      * the run date's file so far; a missing file (35) is simply
      * the first capture of the night
       load-history.
           MOVE 0 TO run_count
           MOVE 0 TO history_eof
           OPEN INPUT JOB-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL history_eof = 1
                   READ JOB-HISTORY-FILE
                       AT END MOVE 1 TO history_eof
                       NOT AT END PERFORM store-history-record
                   END-READ
               END-PERFORM
               CLOSE JOB-HISTORY-FILE
           ELSE
               IF WS-HISTORY-STATUS NOT = "35"
                   DISPLAY "history file open failed, status "
                       WS-HISTORY-STATUS
                   STOP RUN
               END-IF
           END-IF.

       store-history-record.
           IF run_count < 200
               ADD 1 TO run_count
               MOVE JOB_HISTORY_ID TO run_id(run_count)
               MOVE JOB_HISTORY_STATE TO run_state(run_count)
               MOVE JOB_HISTORY_RC TO run_rc(run_count)
               MOVE JOB_HISTORY_START_TIME
                   TO run_start_time(run_count)
               MOVE JOB_HISTORY_END_TIME TO run_end_time(run_count)
               MOVE JOB_HISTORY_ELAPSED_SECS
                   TO run_elapsed(run_count)
               IF JOB_HISTORY_ABEND_COUNT NUMERIC
                       AND JOB_HISTORY_ABEND_END_TIME NUMERIC
                   MOVE JOB_HISTORY_ABEND_COUNT
                       TO run_abends(run_count)
                   MOVE JOB_HISTORY_ABEND_RC
                       TO run_abend_rc(run_count)
                   MOVE JOB_HISTORY_ABEND_END_TIME
                       TO run_abend_end(run_count)
               ELSE
      * a record from before the abend fields
                   IF JOB_HISTORY_STATE = "ABENDED"
                       MOVE 1 TO run_abends(run_count)
                       MOVE JOB_HISTORY_RC TO run_abend_rc(run_count)
                       MOVE JOB_HISTORY_END_TIME
                           TO run_abend_end(run_count)
                   ELSE
                       MOVE 0 TO run_abends(run_count)
                       MOVE 0 TO run_abend_rc(run_count)
                       MOVE 0 TO run_abend_end(run_count)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO dropped_count
           END-IF.

       capture-feed.
           MOVE 0 TO feed_eof
           OPEN INPUT STATUS-FEED-FILE
           IF WS-FEED-STATUS = "00"
               PERFORM UNTIL feed_eof = 1
                   READ STATUS-FEED-FILE
                       AT END MOVE 1 TO feed_eof
                       NOT AT END PERFORM capture-one-job
                   END-READ
               END-PERFORM
               CLOSE STATUS-FEED-FILE
           ELSE
               DISPLAY "status feed open failed, status "
                   WS-FEED-STATUS
           END-IF.

      * only final states are history; a job still waiting or
      * running, or a rerun in flight after an abend, leaves the
      * run date's record as it stands
       capture-one-job.
           IF (JOB_STATUS_STATE = "ENDED-OK"
                   OR JOB_STATUS_STATE = "ABENDED")
                   AND JOB_STATUS_END_TIME > 0
               MOVE JOB_STATUS_END_TIME TO stamp_time
      * once tonight's window is open, an end stamped before it
      * is last night's result still sitting in an old drop
               IF now_hh >= window_start_hh
                       AND stamp_hh < window_start_hh
                   ADD 1 TO stale_count
               ELSE
                   PERFORM store-final-state
               END-IF
           END-IF.

       store-final-state.
           MOVE JOB_STATUS_END_TIME TO stamp_time
           COMPUTE end_secs = stamp_hh * 3600
               + stamp_mm * 60 + stamp_ss
           MOVE JOB_STATUS_START_TIME TO stamp_time
           COMPUTE start_secs = stamp_hh * 3600
               + stamp_mm * 60 + stamp_ss
           IF JOB_STATUS_START_TIME = 0
               MOVE end_secs TO start_secs
           END-IF
           COMPUTE elapsed_secs = end_secs - start_secs
           IF elapsed_secs < 0
               ADD 86400 TO elapsed_secs
           END-IF

           MOVE 0 TO found_run
           PERFORM VARYING run_idx FROM 1 BY 1
                   UNTIL run_idx > run_count OR found_run > 0
               IF run_id(run_idx) = JOB_STATUS_ID
                   MOVE run_idx TO found_run
               END-IF
           END-PERFORM
           IF found_run = 0
               IF run_count < 200
                   ADD 1 TO run_count
                   MOVE run_count TO found_run
                   MOVE 0 TO run_abends(found_run)
                   MOVE 0 TO run_abend_rc(found_run)
                   MOVE 0 TO run_abend_end(found_run)
                   ADD 1 TO added_count
               ELSE
                   ADD 1 TO dropped_count
               END-IF
           ELSE
               IF run_state(found_run) = JOB_STATUS_STATE
                       AND run_end_time(found_run)
                           = JOB_STATUS_END_TIME
                   MOVE 0 TO found_run
               ELSE
                   ADD 1 TO replaced_count
               END-IF
           END-IF
           IF found_run > 0
               MOVE JOB_STATUS_ID TO run_id(found_run)
               MOVE JOB_STATUS_STATE TO run_state(found_run)
               MOVE JOB_STATUS_RC TO run_rc(found_run)
               MOVE JOB_STATUS_START_TIME
                   TO run_start_time(found_run)
               MOVE JOB_STATUS_END_TIME TO run_end_time(found_run)
               MOVE elapsed_secs TO run_elapsed(found_run)
      * a rerun ending OK replaces the state but keeps the abend
      * count and the latest abend's details
               IF JOB_STATUS_STATE = "ABENDED"
                   IF run_abends(found_run) < 999
                       ADD 1 TO run_abends(found_run)
                   END-IF
                   MOVE JOB_STATUS_RC TO run_abend_rc(found_run)
                   MOVE JOB_STATUS_END_TIME
                       TO run_abend_end(found_run)
               END-IF
           END-IF.

       save-history.
           OPEN OUTPUT JOB-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM VARYING run_idx FROM 1 BY 1
                       UNTIL run_idx > run_count
                   MOVE run_id(run_idx) TO JOB_HISTORY_ID
                   MOVE run_date TO JOB_HISTORY_RUN_DATE
                   MOVE run_state(run_idx) TO JOB_HISTORY_STATE
                   MOVE run_rc(run_idx) TO JOB_HISTORY_RC
                   MOVE run_start_time(run_idx)
                       TO JOB_HISTORY_START_TIME
                   MOVE run_end_time(run_idx)
                       TO JOB_HISTORY_END_TIME
                   MOVE run_elapsed(run_idx)
                       TO JOB_HISTORY_ELAPSED_SECS
                   MOVE run_abends(run_idx)
                       TO JOB_HISTORY_ABEND_COUNT
                   MOVE run_abend_rc(run_idx)
                       TO JOB_HISTORY_ABEND_RC
                   MOVE run_abend_end(run_idx)
                       TO JOB_HISTORY_ABEND_END_TIME
                   WRITE JOB_HISTORY_RECORD
               END-PERFORM
               CLOSE JOB-HISTORY-FILE
           ELSE
               DISPLAY "history file write failed, status "
                   WS-HISTORY-STATUS
           END-IF.
