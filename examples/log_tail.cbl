               "examples/console.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOG-STATUS.
           SELECT LOG-JOB-MAP-FILE ASSIGN TO
               "examples/log_job_map.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOG-FILE.
       01 LOG_RECORD PIC X(80).
       FD LOG-JOB-MAP-FILE.
       COPY RAYLIB_LOG_JOB_MAP.CBL.

       WORKING-STORAGE SECTION.
       COPY RAYLIB_KEYS.CBL.
       COPY RAYLIB_STATUS.CBL.
       COPY RAYLIB_TIMER.CBL.
       01 WS-LOG-STATUS PIC XX.
       01 WS-MAP-STATUS PIC XX.
       01 width         PIC 9(4) COMP-5 VALUE 800.
       01 height        PIC 9(4) COMP-5 VALUE 450.
       01 window_title  PIC X(30) VALUE "log tail".
      * not just the lines still in the scrollback window
       01 abend_count   PIC 9(6) COMP-5 VALUE 0.
       01 filter_on     PIC 9(1) COMP-5 VALUE 0.
       01 view_count    PIC 9(3) COMP-5 VALUE 0.
       01 view_pos      PIC S9(4) COMP-5 VALUE 0.
       01 first_line    PIC S9(6) COMP-5 VALUE 0.
       01 log_lines.
           05 log_line_slot OCCURS 500 PIC X(80).
      * 0 clean, 1 warning return code, 2 error return code
       01 log_classes.
           05 log_class_slot OCCURS 500 PIC 9(1) COMP-5.
      * job that wrote each line, spaces when no map prefix
      * matches it
       01 log_jobs.
           05 log_job_slot OCCURS 500 PIC X(8).
      * slots of the lines still in the window that pass the
      * errors-only and job filters, oldest first
       01 view_slot_table.
           05 view_slot OCCURS 500 PIC 9(3) COMP-5.
      * message prefix to job map, see RAYLIB_LOG_JOB_MAP.CBL
       01 map_eof       PIC 9(1) COMP-5 VALUE 0.
       01 map_count     PIC 9(3) COMP-5 VALUE 0.
       01 map_idx       PIC 9(3) COMP-5 VALUE 0.
       01 map_table.
           05 map_entry OCCURS 100.
               10 map_prefix PIC X(20).
               10 map_len    PIC 9(2) COMP-5.
               10 map_job    PIC X(8).
       01 msg_start     PIC 9(3) COMP-5 VALUE 0.
       01 match_len     PIC 9(2) COMP-5 VALUE 0.
       01 line_job      PIC X(8) VALUE SPACES.
      * the jobs the map names, in map order, for J to step
      * through; job_pos 0 shows every job
       01 job_count     PIC 9(3) COMP-5 VALUE 0.
       01 job_idx       PIC 9(3) COMP-5 VALUE 0.
       01 job_known     PIC 9(1) COMP-5 VALUE 0.
       01 job_pos       PIC 9(3) COMP-5 VALUE 0.
       01 job_filter    PIC X(8) VALUE SPACES.
       01 job_list.
           05 job_list_id OCCURS 100 PIC X(8).

       PROCEDURE DIVISION.
       main.
           MOVE 1 TO RAYLIB_TIMER_ENABLED(1).
           MOVE 0 TO RAYLIB_TIMER_FIRED(1).

           PERFORM load-log-job-map.
           PERFORM read-log.

           PERFORM UNTIL closing = 1
                       MOVE 0 TO filter_on
                   END-IF
                   MOVE 0 TO scroll_offset
                   PERFORM build-view-index
               END-IF

      * J steps the view through the mapped jobs and back to all
               CALL "raylib_IsKeyPressed" USING
                   BY VALUE RAYLIB_KEY_J
                   RETURNING buffer
               IF buffer = 1
                   ADD 1 TO job_pos
                   IF job_pos > job_count
                       MOVE 0 TO job_pos
                       MOVE SPACES TO job_filter
                   ELSE
                       MOVE job_list_id(job_pos) TO job_filter
                   END-IF
                   MOVE 0 TO scroll_offset
                   PERFORM build-view-index
               END-IF

               CALL "raylib_GetMouseWheelMove" RETURNING wheel_move
                   SUBTRACT 3 FROM scroll_offset
               END-IF

               IF filter_on = 1 OR job_filter NOT = SPACES
                   MOVE view_count TO log_avail
               ELSE
                   MOVE log_total TO log_avail
                   IF log_avail > 500
                           PERFORM classify-log-line
                           MOVE line_class
                               TO log_class_slot(slot_idx)
                           PERFORM match-log-job
                           MOVE line_job TO log_job_slot(slot_idx)
                           IF line_class = 2
                               ADD 1 TO abend_count
                           END-IF
               END-PERFORM
               CLOSE LOG-FILE
           END-IF
           PERFORM build-view-index.

      * pull the return code out of the "rc=nnnn" tag; by the
      * usual step convention rc 1-4 is a warning and anything
               END-IF
           END-PERFORM.

      * tie the line to a job: the message text starts after the
      * time stamp, and the longest map prefix it begins with wins
       match-log-job.
           MOVE SPACES TO line_job
           MOVE 0 TO match_len
           MOVE 0 TO msg_start
           PERFORM VARYING scan_idx FROM 1 BY 1
                   UNTIL scan_idx > 79 OR msg_start > 0
               IF LOG_RECORD(scan_idx:1) = SPACE
                   COMPUTE msg_start = scan_idx + 1
               END-IF
           END-PERFORM
           IF msg_start > 0
               PERFORM VARYING map_idx FROM 1 BY 1
                       UNTIL map_idx > map_count
                   IF map_len(map_idx) > match_len
                           AND msg_start + map_len(map_idx) <= 81
                       IF LOG_RECORD(msg_start:map_len(map_idx))
                           = map_prefix(map_idx)(1:map_len(map_idx))
                           MOVE map_len(map_idx) TO match_len
                           MOVE map_job(map_idx) TO line_job
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * a missing map only means no line is tied to a job
       load-log-job-map.
           MOVE 0 TO map_count
           MOVE 0 TO job_count
           MOVE 0 TO map_eof
           OPEN INPUT LOG-JOB-MAP-FILE
           IF WS-MAP-STATUS = "00"
               PERFORM UNTIL map_eof = 1
                   READ LOG-JOB-MAP-FILE
                       AT END MOVE 1 TO map_eof
                       NOT AT END PERFORM store-map-record
                   END-READ
               END-PERFORM
               CLOSE LOG-JOB-MAP-FILE
           END-IF.

       store-map-record.
           IF LOG_JOB_MAP_PREFIX NOT = SPACES
                   AND LOG_JOB_MAP_JOB_ID NOT = SPACES
                   AND map_count < 100
               ADD 1 TO map_count
               MOVE LOG_JOB_MAP_PREFIX TO map_prefix(map_count)
               MOVE LOG_JOB_MAP_JOB_ID TO map_job(map_count)
      * the prefix runs to its last non-blank character
               MOVE 0 TO map_len(map_count)
               PERFORM VARYING scan_idx FROM 1 BY 1
                       UNTIL scan_idx > 20
                   IF LOG_JOB_MAP_PREFIX(scan_idx:1) NOT = SPACE
                       MOVE scan_idx TO map_len(map_count)
                   END-IF
               END-PERFORM
               MOVE 0 TO job_known
               PERFORM VARYING job_idx FROM 1 BY 1
                       UNTIL job_idx > job_count OR job_known = 1
                   IF job_list_id(job_idx) = LOG_JOB_MAP_JOB_ID
                       MOVE 1 TO job_known
                   END-IF
               END-PERFORM
               IF job_known = 0
                   ADD 1 TO job_count
                   MOVE LOG_JOB_MAP_JOB_ID TO job_list_id(job_count)
               END-IF
           END-IF.

       build-view-index.
           MOVE 0 TO view_count
           COMPUTE first_line = log_total - 499
           IF first_line < 1
               MOVE 1 TO first_line
               IF slot_idx = 0
                   MOVE 500 TO slot_idx
               END-IF
               IF (filter_on = 0 OR log_class_slot(slot_idx) = 2)
                       AND (job_filter = SPACES
                           OR log_job_slot(slot_idx) = job_filter)
                   ADD 1 TO view_count
                   MOVE slot_idx TO view_slot(view_count)
               END-IF
           END-PERFORM.


           CALL "raylib_DrawText" USING
               BY REFERENCE
                   "console log, wheel scrolls, F errors, J jobs"
               BY VALUE 10
               BY VALUE 10
               BY VALUE 20
           MOVE abend_count TO abend_number
           MOVE scroll_offset TO offset_number
           MOVE SPACES TO status_text
           EVALUATE TRUE
               WHEN filter_on = 1 AND job_filter NOT = SPACES
                   STRING "lines: " total_number
                       "  abends: " abend_number
                       "  " job_filter " ERRORS ONLY"
                       DELIMITED BY SIZE
                       INTO status_text
               WHEN filter_on = 1
                   STRING "lines: " total_number
                       "  abends: " abend_number
                       "  ERRORS ONLY, F restores"
                       DELIMITED BY SIZE
                       INTO status_text
               WHEN job_filter NOT = SPACES
                   STRING "lines: " total_number
                       "  abends: " abend_number
                       "  job " job_filter " only"
                       DELIMITED BY SIZE
                       INTO status_text
               WHEN OTHER
                   STRING "lines: " total_number
                       "  abends: " abend_number
                       "  scrollback: " offset_number
                       DELIMITED BY SIZE
                       INTO status_text
           END-EVALUATE
           CALL "raylib_DrawText" USING
               BY REFERENCE status_text
               BY VALUE 10

           PERFORM VARYING row_idx FROM 1 BY 1
                   UNTIL row_idx > panel_rows
               IF filter_on = 1 OR job_filter NOT = SPACES
                   PERFORM draw-view-row
               ELSE
                   PERFORM draw-log-row
               END-IF
               PERFORM draw-slot-line
           END-IF.

       draw-view-row.
           COMPUTE view_pos = view_count - scroll_offset
               - panel_rows + row_idx
           IF view_pos >= 1 AND view_pos <= view_count
               MOVE view_slot(view_pos) TO slot_idx
               COMPUTE rowY = panel_top + (row_idx - 1) * 24
               PERFORM draw-slot-line
           END-IF.

      * the job column is left blank for lines no prefix matches
       draw-slot-line.
           CALL "raylib_DrawText" USING
               BY REFERENCE log_job_slot(slot_idx)
               BY VALUE 10
               BY VALUE rowY
               BY VALUE 20
               BY VALUE RAYLIB_COLOR_GRAY_R
               BY VALUE RAYLIB_COLOR_GRAY_G
               BY VALUE RAYLIB_COLOR_GRAY_B
               BY VALUE RAYLIB_COLOR_GRAY_A
           EVALUATE log_class_slot(slot_idx)
               WHEN 2
                   CALL "raylib_DrawText" USING
                       BY REFERENCE log_line_slot(slot_idx)
                       BY VALUE 110
                       BY VALUE rowY
                       BY VALUE 20
                       BY VALUE RAYLIB_COLOR_RED_R
               WHEN 1
                   CALL "raylib_DrawText" USING
                       BY REFERENCE log_line_slot(slot_idx)
                       BY VALUE 110
                       BY VALUE rowY
                       BY VALUE 20
                       BY VALUE RAYLIB_COLOR_ORANGE_R
               WHEN OTHER
                   CALL "raylib_DrawText" USING
                       BY REFERENCE log_line_slot(slot_idx)
                       BY VALUE 110
                       BY VALUE rowY
                       BY VALUE 20
                       BY VALUE RAYLIB_COLOR_DARKBLUE_R
