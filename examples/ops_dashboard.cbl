               "examples/console.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOG-STATUS.
           SELECT LOG-JOB-MAP-FILE ASSIGN TO
               "examples/log_job_map.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MAP-STATUS.
           SELECT JOB-MASTER-FILE ASSIGN TO
               "examples/job_master.dat"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY JOB_MASTER_ID
               FILE STATUS WS-MASTER-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO DYNAMIC audit_file_name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
           SELECT ROSTER-FILE ASSIGN TO
               "examples/operator_roster.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ROSTER-STATUS.
           SELECT OPTIONAL COMMAND-FILE ASSIGN TO
               "examples/scheduler_commands.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-COMMAND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY RAYLIB_ALERT_STATE.CBL.
       FD LOG-FILE.
       01 LOG_RECORD PIC X(80).
       FD LOG-JOB-MAP-FILE.
       COPY RAYLIB_LOG_JOB_MAP.CBL.
       FD JOB-MASTER-FILE.
       COPY RAYLIB_JOB_MASTER.CBL.
       FD AUDIT-FILE.
       COPY RAYLIB_AUDIT_EVENT.CBL.
       FD ROSTER-FILE.
       COPY RAYLIB_OPERATOR.CBL.
       FD COMMAND-FILE.
       COPY RAYLIB_SCHED_COMMAND.CBL.

       WORKING-STORAGE SECTION.
       COPY RAYLIB_KEYS.CBL.
       COPY RAYLIB_MOUSE.CBL.
       COPY RAYLIB_COLORS.CBL.
       COPY RAYLIB_STATUS.CBL.
       COPY RAYLIB_TIMER.CBL.
       COPY RAYLIB_CAMERA2D.CBL.
       COPY RAYLIB_CHART.CBL.
       COPY RAYLIB_TEXT_ENTRY.CBL.
       01 WS-DIAGRAM-STATUS PIC XX.
       01 WS-FEED-STATUS PIC XX.
       01 WS-SEVERITY-STATUS PIC XX.
       01 WS-STATE-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-MAP-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 audit_open   PIC 9(1) COMP-5 VALUE 0.
      * audit events go to one file per calendar day so the
      * maintenance job can archive and purge closed days
       01 audit_file_name PIC X(40) VALUE SPACES.
       01 audit_open_date PIC 9(8) VALUE 0.
       01 event_type   PIC X(12) VALUE SPACES.
       01 event_object PIC X(8) VALUE SPACES.
       01 WS-ROSTER-STATUS PIC XX.
       01 WS-COMMAND-STATUS PIC XX.
       01 width          PIC 9(4) COMP-5 VALUE 800.
       01 height         PIC 9(4) COMP-5 VALUE 450.
       01 window_title   PIC X(30) VALUE "ops dashboard".
       01 cull_xmax      PIC S9(6) COMP-5 VALUE 0.
       01 cull_ymin      PIC S9(6) COMP-5 VALUE 0.
       01 cull_ymax      PIC S9(6) COMP-5 VALUE 0.
      * node picked with the mouse in the diagram panel; the
      * panel's screen rectangle is kept from the last frame so a
      * click can be carried back into world space
       01 diagram_shown  PIC 9(1) COMP-5 VALUE 0.
       01 diagramX       PIC S9(4) COMP-5 VALUE 0.
       01 diagramY       PIC S9(4) COMP-5 VALUE 0.
       01 diagramW       PIC 9(4) COMP-5 VALUE 0.
       01 diagramH       PIC 9(4) COMP-5 VALUE 0.
       01 mouseX         PIC S9(5) COMP-5 VALUE 0.
       01 mouseY         PIC S9(5) COMP-5 VALUE 0.
       01 worldX         PIC S9(5) COMP-5 VALUE 0.
       01 worldY         PIC S9(5) COMP-5 VALUE 0.
       01 hit_idx        PIC 9(3) COMP-5 VALUE 0.
       01 select_active  PIC 9(1) COMP-5 VALUE 0.
       01 select_node    PIC 9(3) COMP-5 VALUE 0.
       01 ring_radius    PIC 9(3) COMP-5 VALUE 0.
      * job master entry for the selected node
       01 master_open    PIC 9(1) COMP-5 VALUE 0.
       01 master_found   PIC 9(1) COMP-5 VALUE 0.
       01 master_deadline PIC 9(4) VALUE 0.
       01 master_deadline_parts REDEFINES master_deadline.
           05 master_due_hh PIC 9(2).
           05 master_due_mm PIC 9(2).
       01 master_due_text PIC X(11) VALUE SPACES.
       01 master_owner_text PIC X(60) VALUE SPACES.
       01 master_oncall_text PIC X(60) VALUE SPACES.
       01 node_table.
           05 node_entry OCCURS 200.
               10 node_id      PIC X(8).
               10 node_blue    PIC 9(3) COMP-5.
               10 node_alpha   PIC 9(3) COMP-5.
      * 0 no feed entry, 1 waiting, 2 running, 3 ended ok,
      * 4 abended, 5 held
               10 node_state   PIC 9(1) COMP-5.
      * start time from the feed, so a rerun shows as a new start
               10 node_start   PIC 9(8).
      * warning and error lines the job wrote to the console log,
      * counted over the whole file on the latest re-read
               10 node_log_warn PIC 9(5) COMP-5.
               10 node_log_err  PIC 9(5) COMP-5.
       01 edge_table.
           05 edge_entry OCCURS 400.
               10 edge_from_id PIC X(8).
       01 line_class     PIC 9(1) COMP-5 VALUE 0.
       01 abend_count    PIC 9(6) COMP-5 VALUE 0.
       01 abend_number   PIC ZZZZZ9.
       01 log_title      PIC X(60) VALUE SPACES.
       01 first_line     PIC S9(6) COMP-5 VALUE 0.
       01 log_lines.
           05 log_line_slot OCCURS 200 PIC X(80).
       01 log_classes.
           05 log_class_slot OCCURS 200 PIC 9(1) COMP-5.
      * job that wrote each line, spaces when no map prefix
      * matches it
       01 log_jobs.
           05 log_job_slot OCCURS 200 PIC X(8).
      * with a node selected the log panel shows only that job's
      * lines; these are their slots, oldest first
       01 view_count     PIC 9(3) COMP-5 VALUE 0.
       01 view_pos       PIC S9(4) COMP-5 VALUE 0.
       01 view_slot_table.
           05 view_slot OCCURS 200 PIC 9(3) COMP-5.
       01 warn_number    PIC ZZZZ9.
       01 err_number     PIC ZZZZ9.
       01 logX           PIC S9(4) COMP-5 VALUE 0.
       01 markerX        PIC S9(5) COMP-5 VALUE 0.
       01 markerY        PIC S9(5) COMP-5 VALUE 0.
      * message prefix to job map, see RAYLIB_LOG_JOB_MAP.CBL
       01 map_eof        PIC 9(1) COMP-5 VALUE 0.
       01 map_count      PIC 9(3) COMP-5 VALUE 0.
       01 map_idx        PIC 9(3) COMP-5 VALUE 0.
       01 map_table.
           05 map_entry OCCURS 100.
               10 map_prefix PIC X(20).
               10 map_len    PIC 9(2) COMP-5.
               10 map_job    PIC X(8).
       01 msg_start      PIC 9(3) COMP-5 VALUE 0.
       01 match_len      PIC 9(2) COMP-5 VALUE 0.
       01 line_job       PIC X(8) VALUE SPACES.
      * operator roster and the dashboard's sign-on state; signon_id
      * is stamped on every audit event and stays set through a
      * handover until the incoming operator is accepted
       01 roster_eof   PIC 9(1) COMP-5 VALUE 0.
       01 roster_limit PIC 9(3) COMP-5 VALUE 200.
       01 roster_count PIC 9(3) COMP-5 VALUE 0.
       01 roster_idx   PIC 9(3) COMP-5 VALUE 0.
       01 roster_table.
           05 roster_entry OCCURS 200.
               10 roster_id     PIC X(8).
               10 roster_name   PIC X(20).
               10 roster_shift  PIC X(8).
               10 roster_start  PIC 9(4).
               10 roster_end    PIC 9(4).
       01 signed_on     PIC 9(1) COMP-5 VALUE 0.
       01 signon_found  PIC 9(1) COMP-5 VALUE 0.
       01 signon_on_shift PIC 9(1) COMP-5 VALUE 0.
       01 signon_id     PIC X(8) VALUE SPACES.
       01 signon_name   PIC X(20) VALUE SPACES.
       01 signon_shift  PIC X(8) VALUE SPACES.
       01 entered_id    PIC X(8) VALUE SPACES.
       01 handover_from PIC X(8) VALUE SPACES.
       01 signon_event_type   PIC X(12) VALUE SPACES.
       01 signon_event_object PIC X(8) VALUE SPACES.
       01 signon_now    PIC 9(8) VALUE 0.
       01 signon_now_parts REDEFINES signon_now.
           05 signon_now_hhmm PIC 9(4).
           05 FILLER          PIC 9(4).
       01 shift_hours   PIC X(9) VALUE SPACES.
       01 signon_message PIC X(60) VALUE SPACES.
       01 signon_error  PIC 9(1) COMP-5 VALUE 0.
       01 prompt_text   PIC X(42) VALUE SPACES.
       01 operator_text PIC X(64) VALUE SPACES.
       01 char_code      PIC 9(5) COMP-5 VALUE 0.
       01 char_pos       PIC 9(3) COMP-5 VALUE 0.
      * printable ASCII codepoints 32-126 in order, so the glyph
      * for codepoint N is printable_char(N - 31) on any platform
       01 printable_table.
           05 FILLER PIC X(16) VALUE " !""#$%&'()*+,-./".
           05 FILLER PIC X(16) VALUE "0123456789:;<=>?".
           05 FILLER PIC X(16) VALUE "@ABCDEFGHIJKLMNO".
           05 FILLER PIC X(16) VALUE "PQRSTUVWXYZ[\]^_".
           05 FILLER PIC X(16) VALUE "`abcdefghijklmno".
           05 FILLER PIC X(15) VALUE "pqrstuvwxyz{|}~".
       01 printable_view REDEFINES printable_table.
           05 printable_char OCCURS 95 PIC X(1).
      * sign-on screen and bottom line positions
       01 signonY      PIC S9(4) COMP-5 VALUE 60.
       01 hintY        PIC S9(4) COMP-5 VALUE 0.
       01 statusX      PIC S9(4) COMP-5 VALUE 10.
       01 statusY      PIC S9(4) COMP-5 VALUE 426.
       01 messageY     PIC S9(4) COMP-5 VALUE 150.
       01 find_id      PIC X(8) VALUE SPACES.
       01 found_node   PIC 9(5) COMP-5 VALUE 0.
      * scheduler commands: the one waiting on the Y/N prompt, and
      * the accepted ones still pending until the status feed
      * bears them out
       01 cmd_verb       PIC X(8) VALUE SPACES.
       01 cmd_node       PIC 9(5) COMP-5 VALUE 0.
       01 cmd_confirm    PIC 9(1) COMP-5 VALUE 0.
       01 cmd_allowed    PIC 9(1) COMP-5 VALUE 0.
       01 cmd_error      PIC 9(1) COMP-5 VALUE 0.
       01 cmd_written    PIC 9(1) COMP-5 VALUE 0.
       01 cmd_file_status PIC XX VALUE SPACES.
       01 cmd_state_text PIC X(8) VALUE SPACES.
       01 cmd_message    PIC X(60) VALUE SPACES.
       01 cmd_prompt     PIC X(60) VALUE SPACES.
       01 pend_limit     PIC 9(3) COMP-5 VALUE 50.
       01 pend_count     PIC 9(3) COMP-5 VALUE 0.
       01 pend_idx       PIC 9(3) COMP-5 VALUE 0.
       01 pend_keep      PIC 9(3) COMP-5 VALUE 0.
       01 pend_found     PIC 9(3) COMP-5 VALUE 0.
      * 0 still pending, 1 borne out by the feed, 2 the job moved
      * somewhere the command cannot lead, 3 the feed never showed
      * it within pend_read_limit re-reads (five minutes of the
      * 2-second re-read)
       01 pend_done      PIC 9(1) COMP-5 VALUE 0.
       01 pend_read_limit PIC 9(3) COMP-5 VALUE 150.
       01 pend_key       PIC X(8) VALUE SPACES.
       01 pend_text      PIC X(20) VALUE SPACES.
       01 pend_table.
           05 pend_entry OCCURS 50.
               10 pend_job   PIC X(8).
               10 pend_verb  PIC X(8).
               10 pend_start PIC 9(8).
               10 pend_state PIC 9(1) COMP-5.
               10 pend_reads PIC 9(3) COMP-5.
       01 commandX     PIC S9(4) COMP-5 VALUE 10.
       01 commandY     PIC S9(4) COMP-5 VALUE 426.

       PROCEDURE DIVISION.
       main.
           PERFORM load-status-feed.
           PERFORM load-severity-table.
           PERFORM load-alert-state.
           PERFORM load-log-job-map.
           PERFORM read-log.
           PERFORM open-job-master.
           PERFORM load-roster.
           PERFORM open-audit-file.

           CALL "raylib_InitWindow" USING
               BY VALUE width
           IF RAYLIB_STATUS_CODE NOT = RAYLIB_STATUS_SUCCESS
               DISPLAY "raylib_InitWindow failed, status "
                   RAYLIB_STATUS_CODE
               IF audit_open = 1
                   CLOSE AUDIT-FILE
               END-IF
               STOP RUN
           END-IF.

               IF RAYLIB_TIMER_FIRED(1) = 1
                   PERFORM load-status-feed
                   PERFORM read-log
                   IF select_active = 1
                       PERFORM read-job-master
                   END-IF
               END-IF

      * schedule entry 2: take a chart sample
                   PERFORM load-alert-state
               END-IF

      * the dashboard is open to anyone; the sign-on prompt only
      * comes up when someone asks to send a scheduler command
               IF RAYLIB_TEXT_ENTRY_ACTIVE = 1
                   PERFORM handle-dashboard-sign-on
               ELSE
                   PERFORM handle-focus-keys
                   PERFORM handle-pan-keys
                   IF cmd_confirm = 1
                       PERFORM handle-confirm-keys
                   ELSE
                       PERFORM handle-diagram-click
                       PERFORM handle-command-keys
                       PERFORM handle-sign-off-keys
                   END-IF
               END-IF

               IF RAYLIB_TEXT_ENTRY_ACTIVE = 1
                   PERFORM draw-sign-on-screen
               ELSE
                   PERFORM draw-frame
               END-IF
               CALL "raylib_WindowShouldClose" RETURNING closing
           END-PERFORM.
           IF master_open = 1
               CLOSE JOB-MASTER-FILE
           END-IF.
           PERFORM sign-off.
           IF audit_open = 1
               CLOSE AUDIT-FILE
           END-IF.
           STOP RUN.

       init-timers.
           PERFORM VARYING node_idx FROM 1 BY 1
                   UNTIL node_idx > node_count
               MOVE 0 TO node_state(node_idx)
               MOVE 0 TO node_start(node_idx)
           END-PERFORM
           MOVE 0 TO feed_present
           MOVE 0 TO feed_eof
                   END-READ
               END-PERFORM
               CLOSE STATUS-FEED-FILE
           END-IF
           PERFORM check-pending.

       store-feed-record.
           PERFORM VARYING feed_idx FROM 1 BY 1
                           MOVE 3 TO node_state(feed_idx)
                       WHEN "ABENDED"
                           MOVE 4 TO node_state(feed_idx)
                       WHEN "HELD"
                           MOVE 5 TO node_state(feed_idx)
                   END-EVALUATE
                   MOVE JOB_STATUS_START_TIME
                       TO node_start(feed_idx)
               END-IF
           END-PERFORM.

           MOVE 0 TO log_total
           MOVE 0 TO log_eof
           MOVE 0 TO abend_count
           PERFORM VARYING node_idx FROM 1 BY 1
                   UNTIL node_idx > node_count
               MOVE 0 TO node_log_warn(node_idx)
               MOVE 0 TO node_log_err(node_idx)
           END-PERFORM
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL log_eof = 1
                           IF line_class = 2
                               ADD 1 TO abend_count
                           END-IF
                           PERFORM match-log-job
                           MOVE line_job TO log_job_slot(slot_idx)
                           IF line_class > 0 AND line_job NOT = SPACES
                               PERFORM count-node-log-line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF
           PERFORM build-job-view.

       count-node-log-line.
           PERFORM VARYING node_idx FROM 1 BY 1
                   UNTIL node_idx > node_count
               IF node_id(node_idx) = line_job
                   IF line_class = 2
                       ADD 1 TO node_log_err(node_idx)
                   ELSE
                       ADD 1 TO node_log_warn(node_idx)
                   END-IF
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
           END-IF.

      * slots still in the window that belong to the selected
      * node's job; rebuilt on every re-read and selection change
       build-job-view.
           MOVE 0 TO view_count
           IF select_active = 1
               COMPUTE first_line = log_total - 199
               IF first_line < 1
                   MOVE 1 TO first_line
               END-IF
               PERFORM VARYING line_number FROM first_line BY 1
                       UNTIL line_number > log_total
                   DIVIDE line_number BY 200
                       GIVING slot_quot
                       REMAINDER slot_idx
                   IF slot_idx = 0
                       MOVE 200 TO slot_idx
                   END-IF
                   IF log_job_slot(slot_idx) = node_id(select_node)
                       ADD 1 TO view_count
                       MOVE slot_idx TO view_slot(view_count)
                   END-IF
               END-PERFORM
           END-IF.

      * same rc= convention log_tail reads: rc 1-4 is a warning,
               BY VALUE RAYLIB_COLOR_RAYWHITE_B
               BY VALUE RAYLIB_COLOR_RAYWHITE_A

           MOVE 0 TO diagram_shown
           EVALUATE focus_panel
               WHEN 1
                   MOVE 0 TO panelX
                   PERFORM draw-log-panel
           END-EVALUATE

           PERFORM draw-bottom-line

           CALL "raylib_EndDrawing".

      * the bottom line carries the Y/N prompt, else the latest
      * command or sign-on message, else the key help
       draw-bottom-line.
           EVALUATE TRUE
               WHEN cmd_confirm = 1 OR cmd_message NOT = SPACES
                   PERFORM draw-command-line
               WHEN signon_message NOT = SPACES AND signon_error = 1
                   CALL "raylib_DrawText" USING
                       BY REFERENCE signon_message
                       BY VALUE 10
                       BY VALUE 426
                       BY VALUE 20
                       BY VALUE RAYLIB_COLOR_RED_R
                       BY VALUE RAYLIB_COLOR_RED_G
                       BY VALUE RAYLIB_COLOR_RED_B
                       BY VALUE RAYLIB_COLOR_RED_A
               WHEN signon_message NOT = SPACES
                   CALL "raylib_DrawText" USING
                       BY REFERENCE signon_message
                       BY VALUE 10
                       BY VALUE 426
                       BY VALUE 20
                       BY VALUE RAYLIB_COLOR_DARKGREEN_R
                       BY VALUE RAYLIB_COLOR_DARKGREEN_G
                       BY VALUE RAYLIB_COLOR_DARKGREEN_B
                       BY VALUE RAYLIB_COLOR_DARKGREEN_A
               WHEN signed_on = 1
                   MOVE SPACES TO operator_text
                   STRING signon_id DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       signon_shift DELIMITED BY SPACE
                       "  F5-F8 commands, F11 hand over, F12 sign off"
                       DELIMITED BY SIZE
                       INTO operator_text
                   CALL "raylib_DrawText" USING
                       BY REFERENCE operator_text
                       BY VALUE statusX
                       BY VALUE statusY
                       BY VALUE 20
                       BY VALUE RAYLIB_COLOR_GRAY_R
                       BY VALUE RAYLIB_COLOR_GRAY_G
                       BY VALUE RAYLIB_COLOR_GRAY_B
                       BY VALUE RAYLIB_COLOR_GRAY_A
               WHEN OTHER
                   CALL "raylib_DrawText" USING
                       BY REFERENCE
                       "F1-F4 focus, arrows pan, click job for log"
                       BY VALUE 10
                       BY VALUE 426
                       BY VALUE 20
                       BY VALUE RAYLIB_COLOR_GRAY_R
                       BY VALUE RAYLIB_COLOR_GRAY_G
                       BY VALUE RAYLIB_COLOR_GRAY_B
                       BY VALUE RAYLIB_COLOR_GRAY_A
           END-EVALUATE.

       draw-sign-on-screen.
           CALL "raylib_BeginDrawing"
           CALL "raylib_ClearBackground" USING
               BY VALUE RAYLIB_COLOR_RAYWHITE_R
               BY VALUE RAYLIB_COLOR_RAYWHITE_G
               BY VALUE RAYLIB_COLOR_RAYWHITE_B
               BY VALUE RAYLIB_COLOR_RAYWHITE_A
           CALL "raylib_DrawText" USING
               BY REFERENCE "ops dashboard, operator sign-on"
               BY VALUE 10
               BY VALUE 10
               BY VALUE 20
               BY VALUE RAYLIB_COLOR_DARKGRAY_R
               BY VALUE RAYLIB_COLOR_DARKGRAY_G
               BY VALUE RAYLIB_COLOR_DARKGRAY_B
               BY VALUE RAYLIB_COLOR_DARKGRAY_A
           PERFORM draw-sign-on
           COMPUTE rowY = hintY + 30
           CALL "raylib_DrawText" USING
               BY REFERENCE "F10 returns to the dashboard"
               BY VALUE 10
               BY VALUE rowY
               BY VALUE 20
               BY VALUE RAYLIB_COLOR_GRAY_R
               BY VALUE RAYLIB_COLOR_GRAY_G
               BY VALUE RAYLIB_COLOR_GRAY_B
               BY VALUE RAYLIB_COLOR_GRAY_A
           PERFORM draw-signon-status
           CALL "raylib_EndDrawing".

       draw-sign-on.
           MOVE SPACES TO prompt_text
           IF handover_from NOT = SPACES
               STRING "incoming operator id: "
                   RAYLIB_TEXT_ENTRY_BUFFER
                   DELIMITED BY SIZE
                   INTO prompt_text
           ELSE
               STRING "operator id: " RAYLIB_TEXT_ENTRY_BUFFER
                   DELIMITED BY SIZE
                   INTO prompt_text
           END-IF
           CALL "raylib_DrawText" USING
               BY REFERENCE prompt_text
               BY VALUE 10
               BY VALUE signonY
               BY VALUE 20
               BY VALUE RAYLIB_COLOR_DARKBLUE_R
               BY VALUE RAYLIB_COLOR_DARKBLUE_G
               BY VALUE RAYLIB_COLOR_DARKBLUE_B
               BY VALUE RAYLIB_COLOR_DARKBLUE_A
           COMPUTE hintY = signonY + 30
           CALL "raylib_DrawText" USING
               BY REFERENCE "ENTER signs on, TAB clears"
               BY VALUE 10
               BY VALUE hintY
               BY VALUE 20
               BY VALUE RAYLIB_COLOR_GRAY_R
               BY VALUE RAYLIB_COLOR_GRAY_G
               BY VALUE RAYLIB_COLOR_GRAY_B
               BY VALUE RAYLIB_COLOR_GRAY_A.

       draw-signon-status.
           IF signon_message NOT = SPACES
               IF signon_error = 1
                   CALL "raylib_DrawText" USING
                       BY REFERENCE signon_message
                       BY VALUE 10
                       BY VALUE messageY
                       BY VALUE 20
                       BY VALUE RAYLIB_COLOR_RED_R
                       BY VALUE RAYLIB_COLOR_RED_G
                       BY VALUE RAYLIB_COLOR_RED_B
                       BY VALUE RAYLIB_COLOR_RED_A
               ELSE
                   CALL "raylib_DrawText" USING
                       BY REFERENCE signon_message
                       BY VALUE 10
                       BY VALUE messageY
                       BY VALUE 20
                       BY VALUE RAYLIB_COLOR_DARKGREEN_R
                       BY VALUE RAYLIB_COLOR_DARKGREEN_G
                       BY VALUE RAYLIB_COLOR_DARKGREEN_B
                       BY VALUE RAYLIB_COLOR_DARKGREEN_A
               END-IF
           END-IF.


       draw-diagram-panel.
           MOVE 1 TO diagram_shown
           MOVE panelX TO diagramX
           MOVE panelY TO diagramY
           MOVE panelW TO diagramW
           MOVE panelH TO diagramH
           COMPUTE CAMERA2D_OFFSET_X = panelX + panelW / 2
           COMPUTE CAMERA2D_OFFSET_Y = panelY + panelH / 2
      * world-space extent of this panel, for culling what the
               END-IF
           END-PERFORM

           CALL "raylib_EndMode2D"

           IF select_active = 1 AND master_open = 1
               PERFORM draw-job-master
           END-IF.

      * bounding box of the edge, so a line crossing the panel
      * border still draws
           END-IF.

      * the box also covers the label drawn right and below the
      * circle and the pending command note above it, so neither
      * pops at the panel edge
       cull-node-bounds.
           COMPUTE cull_xmin =
               nodeX(node_idx) - node_radius(node_idx)
           COMPUTE cull_xmax =
               nodeX(node_idx) + node_radius(node_idx) + 240
           COMPUTE cull_ymin =
               nodeY(node_idx) - node_radius(node_idx) - 34
           COMPUTE cull_ymax =
               nodeY(node_idx) + node_radius(node_idx) + 30.

       draw-one-node.
           PERFORM set-node-draw-color
      * the selected node sits on a gold ring
           IF select_active = 1 AND node_idx = select_node
               COMPUTE ring_radius = node_radius(node_idx) + 5
               CALL "raylib_DrawCircle" USING
                   BY VALUE nodeX(node_idx)
                   BY VALUE nodeY(node_idx)
                   BY VALUE ring_radius
                   BY VALUE RAYLIB_COLOR_GOLD_R
                   BY VALUE RAYLIB_COLOR_GOLD_G
                   BY VALUE RAYLIB_COLOR_GOLD_B
                   BY VALUE RAYLIB_COLOR_GOLD_A
           END-IF
           CALL "raylib_DrawCircle" USING
               BY VALUE nodeX(node_idx)
               BY VALUE nodeY(node_idx)
               BY VALUE draw_green
               BY VALUE draw_blue
               BY VALUE node_alpha(node_idx)
      * log marker on the top right of the circle, red when the
      * job has error lines in the log and orange for warnings,
      * whatever the feed says about the job yet
           IF node_log_err(node_idx) > 0
                   OR node_log_warn(node_idx) > 0
               PERFORM draw-log-marker
           END-IF
           IF pend_count > 0
               PERFORM draw-pending-marker
           END-IF
           COMPUTE labelX =
               nodeX(node_idx) - node_radius(node_idx)
           COMPUTE labelY =
               BY VALUE RAYLIB_COLOR_DARKGRAY_B
               BY VALUE RAYLIB_COLOR_DARKGRAY_A.

       draw-log-marker.
           COMPUTE markerX = nodeX(node_idx) + node_radius(node_idx)
           COMPUTE markerY = nodeY(node_idx) - node_radius(node_idx)
           IF node_log_err(node_idx) > 0
               CALL "raylib_DrawCircle" USING
                   BY VALUE markerX
                   BY VALUE markerY
                   BY VALUE 8
                   BY VALUE RAYLIB_COLOR_RED_R
                   BY VALUE RAYLIB_COLOR_RED_G
                   BY VALUE RAYLIB_COLOR_RED_B
                   BY VALUE RAYLIB_COLOR_RED_A
           ELSE
               CALL "raylib_DrawCircle" USING
                   BY VALUE markerX
                   BY VALUE markerY
                   BY VALUE 8
                   BY VALUE RAYLIB_COLOR_ORANGE_R
                   BY VALUE RAYLIB_COLOR_ORANGE_G
                   BY VALUE RAYLIB_COLOR_ORANGE_B
                   BY VALUE RAYLIB_COLOR_ORANGE_A
           END-IF
           SUBTRACT 2 FROM markerX
           SUBTRACT 7 FROM markerY
           CALL "raylib_DrawText" USING
               BY REFERENCE "!"
               BY VALUE markerX
               BY VALUE markerY
               BY VALUE 16
               BY VALUE RAYLIB_COLOR_WHITE_R
               BY VALUE RAYLIB_COLOR_WHITE_G
               BY VALUE RAYLIB_COLOR_WHITE_B
               BY VALUE RAYLIB_COLOR_WHITE_A.

       set-node-draw-color.
           EVALUATE node_state(node_idx)
               WHEN 1
                   MOVE RAYLIB_COLOR_RED_R TO draw_red
                   MOVE RAYLIB_COLOR_RED_G TO draw_green
                   MOVE RAYLIB_COLOR_RED_B TO draw_blue
               WHEN 5
                   MOVE RAYLIB_COLOR_BROWN_R TO draw_red
                   MOVE RAYLIB_COLOR_BROWN_G TO draw_green
                   MOVE RAYLIB_COLOR_BROWN_B TO draw_blue
               WHEN OTHER
                   MOVE node_red(node_idx) TO draw_red
                   MOVE node_green(node_idx) TO draw_green
                   MOVE node_blue(node_idx) TO draw_blue
           END-EVALUATE.

      * a click inside the diagram panel selects the node under
      * it and narrows the log panel to its job; a click on empty
      * diagram clears the selection and shows every line again
       handle-diagram-click.
           CALL "raylib_IsMouseButtonPressed" USING
               BY VALUE RAYLIB_MOUSE_BUTTON_LEFT
               RETURNING buffer
           IF buffer = 1 AND diagram_shown = 1
               CALL "raylib_GetMouseX" RETURNING mouseX
               CALL "raylib_GetMouseY" RETURNING mouseY
               IF mouseX >= diagramX
                       AND mouseX < diagramX + diagramW
                       AND mouseY >= diagramY
                       AND mouseY < diagramY + diagramH
                   COMPUTE worldX ROUNDED = CAMERA2D_TARGET_X
                       + (mouseX - CAMERA2D_OFFSET_X) / CAMERA2D_ZOOM
                   COMPUTE worldY ROUNDED = CAMERA2D_TARGET_Y
                       + (mouseY - CAMERA2D_OFFSET_Y) / CAMERA2D_ZOOM
                   MOVE 0 TO hit_idx
                   PERFORM VARYING node_idx FROM 1 BY 1
                           UNTIL node_idx > node_count
                               OR hit_idx > 0
                       CALL "raylib_CheckCollisionCircles" USING
                           BY VALUE worldX
                           BY VALUE worldY
                           BY VALUE 1
                           BY VALUE nodeX(node_idx)
                           BY VALUE nodeY(node_idx)
                           BY VALUE node_radius(node_idx)
                           RETURNING buffer
                       IF buffer = 1
                           MOVE node_idx TO hit_idx
                       END-IF
                   END-PERFORM
                   IF hit_idx > 0
                       MOVE hit_idx TO select_node
                       MOVE 1 TO select_active
                       PERFORM read-job-master
                   ELSE
                       MOVE 0 TO select_active
                   END-IF
                   PERFORM build-job-view
                   MOVE SPACES TO cmd_message
                   MOVE SPACES TO signon_message
               END-IF
           END-IF.

      * a missing master only costs the detail lines, not the view
       open-job-master.
           OPEN INPUT JOB-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE 1 TO master_open
           ELSE
               MOVE 0 TO master_open
           END-IF.

       read-job-master.
           MOVE 0 TO master_found
           IF master_open = 1
               MOVE node_id(select_node) TO JOB_MASTER_ID
               READ JOB-MASTER-FILE
                   INVALID KEY MOVE 0 TO master_found
                   NOT INVALID KEY MOVE 1 TO master_found
               END-READ
           END-IF
           MOVE SPACES TO master_owner_text
           MOVE SPACES TO master_oncall_text
           IF master_found = 1
               MOVE JOB_MASTER_DEADLINE TO master_deadline
               MOVE SPACES TO master_due_text
               IF master_deadline = 0
                   MOVE "no deadline" TO master_due_text
               ELSE
                   STRING "due " master_due_hh ":" master_due_mm
                       DELIMITED BY SIZE
                       INTO master_due_text
               END-IF
               STRING node_id(select_node) " "
                   JOB_MASTER_APPLICATION " "
                   JOB_MASTER_SUPPORT_GROUP " crit "
                   JOB_MASTER_CRITICALITY
                   DELIMITED BY SIZE
                   INTO master_owner_text
               STRING "on-call: " JOB_MASTER_ONCALL " "
                   master_due_text
                   DELIMITED BY SIZE
                   INTO master_oncall_text
           ELSE
               STRING "no job master entry for "
                   node_id(select_node)
                   DELIMITED BY SIZE
                   INTO master_owner_text
           END-IF.

      * detail lines sit along the bottom of the diagram panel
       draw-job-master.
           COMPUTE rowY = panelY + panelH - 48
      * full-window focus would put them on the help line
           IF rowY > 372
               MOVE 372 TO rowY
           END-IF
           CALL "raylib_DrawText" USING
               BY REFERENCE master_owner_text
               BY VALUE panelX
               BY VALUE rowY
               BY VALUE 20
               BY VALUE RAYLIB_COLOR_DARKBLUE_R
               BY VALUE RAYLIB_COLOR_DARKBLUE_G
               BY VALUE RAYLIB_COLOR_DARKBLUE_B
               BY VALUE RAYLIB_COLOR_DARKBLUE_A
           IF master_found = 1
               ADD 24 TO rowY
               CALL "raylib_DrawText" USING
                   BY REFERENCE master_oncall_text
                   BY VALUE panelX
                   BY VALUE rowY
                   BY VALUE 20
                   BY VALUE RAYLIB_COLOR_DARKBLUE_R
                   BY VALUE RAYLIB_COLOR_DARKBLUE_G
                   BY VALUE RAYLIB_COLOR_DARKBLUE_B
                   BY VALUE RAYLIB_COLOR_DARKBLUE_A
           END-IF.

       draw-alerts-panel.
           CALL "raylib_DrawText" USING
               BY REFERENCE "alerts (ack at audio console)"
       draw-log-panel.
           MOVE abend_count TO abend_number
           MOVE SPACES TO log_title
           IF select_active = 1
               MOVE node_log_err(select_node) TO err_number
               MOVE node_log_warn(select_node) TO warn_number
               STRING "log  " node_id(select_node)
                   "  errors: " err_number
                   "  warnings: " warn_number
                   DELIMITED BY SIZE
                   INTO log_title
           ELSE
               STRING "log  abends: " abend_number
                   DELIMITED BY SIZE
                   INTO log_title
           END-IF
           CALL "raylib_DrawText" USING
               BY REFERENCE log_title
               BY VALUE panelX
               BY VALUE RAYLIB_COLOR_DARKGRAY_G
               BY VALUE RAYLIB_COLOR_DARKGRAY_B
               BY VALUE RAYLIB_COLOR_DARKGRAY_A
           IF select_active = 1
               PERFORM draw-job-log-rows
           ELSE
               PERFORM draw-all-log-rows
           END-IF.

       draw-all-log-rows.
           PERFORM VARYING row_idx FROM 1 BY 1
                   UNTIL row_idx > log_rows
               COMPUTE line_number = log_total - log_rows
               END-IF
           END-PERFORM.

      * the selected job's latest lines, its errors picked out on
      * a yellow bar
       draw-job-log-rows.
           IF view_count = 0
               COMPUTE rowY = panelY + 24
               MOVE SPACES TO row_text
               STRING "no log lines for " node_id(select_node)
                   DELIMITED BY SIZE
                   INTO row_text
               CALL "raylib_DrawText" USING
                   BY REFERENCE row_text
                   BY VALUE panelX
                   BY VALUE rowY
                   BY VALUE 20
                   BY VALUE RAYLIB_COLOR_GRAY_R
                   BY VALUE RAYLIB_COLOR_GRAY_G
                   BY VALUE RAYLIB_COLOR_GRAY_B
                   BY VALUE RAYLIB_COLOR_GRAY_A
           END-IF
           PERFORM VARYING row_idx FROM 1 BY 1
                   UNTIL row_idx > log_rows
               COMPUTE view_pos = view_count - log_rows + row_idx
               IF view_pos >= 1
                   MOVE view_slot(view_pos) TO slot_idx
                   COMPUTE rowY = panelY + (row_idx - 1) * 24
                       + 24
                   IF log_class_slot(slot_idx) = 2
                       CALL "raylib_DrawRectangle" USING
                           BY VALUE panelX
                           BY VALUE rowY
                           BY VALUE panelW
                           BY VALUE 22
                           BY VALUE RAYLIB_COLOR_YELLOW_R
                           BY VALUE RAYLIB_COLOR_YELLOW_G
                           BY VALUE RAYLIB_COLOR_YELLOW_B
                           BY VALUE RAYLIB_COLOR_YELLOW_A
                   END-IF
                   PERFORM draw-slot-line
               END-IF
           END-PERFORM.

      * the job column is left blank for lines no prefix matches
       draw-slot-line.
           CALL "raylib_DrawText" USING
               BY REFERENCE log_job_slot(slot_idx)
               BY VALUE panelX
               BY VALUE rowY
               BY VALUE 20
               BY VALUE RAYLIB_COLOR_GRAY_R
               BY VALUE RAYLIB_COLOR_GRAY_G
               BY VALUE RAYLIB_COLOR_GRAY_B
               BY VALUE RAYLIB_COLOR_GRAY_A
           COMPUTE logX = panelX + 100
           EVALUATE log_class_slot(slot_idx)
               WHEN 2
                   CALL "raylib_DrawText" USING
                       BY REFERENCE log_line_slot(slot_idx)
                       BY VALUE logX
                       BY VALUE rowY
                       BY VALUE 20
                       BY VALUE RAYLIB_COLOR_RED_R
               WHEN 1
                   CALL "raylib_DrawText" USING
                       BY REFERENCE log_line_slot(slot_idx)
                       BY VALUE logX
                       BY VALUE rowY
                       BY VALUE 20
                       BY VALUE RAYLIB_COLOR_ORANGE_R
               WHEN OTHER
                   CALL "raylib_DrawText" USING
                       BY REFERENCE log_line_slot(slot_idx)
                       BY VALUE logX
                       BY VALUE rowY
                       BY VALUE 20
                       BY VALUE RAYLIB_COLOR_DARKBLUE_R
                       BY VALUE RAYLIB_COLOR_DARKBLUE_B
                       BY VALUE RAYLIB_COLOR_DARKBLUE_A
           END-EVALUATE.

       open-audit-file.
           ACCEPT audit_open_date FROM DATE YYYYMMDD
           MOVE SPACES TO audit_file_name
           STRING "examples/operator_audit_" audit_open_date
               ".log"
               DELIMITED BY SIZE
               INTO audit_file_name
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "05"
               MOVE 1 TO audit_open
           ELSE
               MOVE 0 TO audit_open
               DISPLAY "audit file open failed, status "
                   WS-AUDIT-STATUS
           END-IF.

       write-audit-event.
           ACCEPT AUDIT_EVENT_DATE FROM DATE YYYYMMDD
      * events stamped with a new date roll over to that day's
      * audit file
           IF audit_open = 1
                   AND AUDIT_EVENT_DATE NOT = audit_open_date
               CLOSE AUDIT-FILE
               PERFORM open-audit-file
           END-IF
           IF audit_open = 1
               ACCEPT AUDIT_EVENT_TIME FROM TIME
               MOVE "ops-dash" TO AUDIT_EVENT_PROGRAM
               MOVE event_type TO AUDIT_EVENT_TYPE
               MOVE mouseX TO AUDIT_EVENT_MOUSE_X
               MOVE mouseY TO AUDIT_EVENT_MOUSE_Y
               MOVE 0 TO AUDIT_EVENT_KEY_CODE
               MOVE event_object TO AUDIT_EVENT_OBJECT_ID
               MOVE signon_id TO AUDIT_EVENT_OPERATOR_ID
               WRITE AUDIT_EVENT_RECORD
           END-IF.

       write-signon-event.
           MOVE signon_event_type TO event_type
           MOVE signon_event_object TO event_object
           PERFORM write-audit-event.

       load-roster.
           MOVE 0 TO roster_count
           MOVE 0 TO roster_eof
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               PERFORM UNTIL roster_eof = 1
                   READ ROSTER-FILE
                       AT END MOVE 1 TO roster_eof
                       NOT AT END
                           IF roster_count < roster_limit
                               ADD 1 TO roster_count
                               MOVE OPERATOR_ID
                                   TO roster_id(roster_count)
                               MOVE OPERATOR_NAME
                                   TO roster_name(roster_count)
                               MOVE OPERATOR_SHIFT
                                   TO roster_shift(roster_count)
                               MOVE OPERATOR_SHIFT_START
                                   TO roster_start(roster_count)
                               MOVE OPERATOR_SHIFT_END
                                   TO roster_end(roster_count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           ELSE
               DISPLAY "operator roster open failed, status "
                   WS-ROSTER-STATUS
           END-IF.

      * the sign-on field takes an operator id, nothing longer
       start-sign-on.
           MOVE 0 TO signed_on
           MOVE 8 TO RAYLIB_TEXT_ENTRY_MAX
           MOVE 1 TO RAYLIB_TEXT_ENTRY_ACTIVE
           MOVE SPACES TO RAYLIB_TEXT_ENTRY_BUFFER
           MOVE 0 TO RAYLIB_TEXT_ENTRY_CURSOR
      * keys typed while signed on are still queued as characters;
      * throw them away so they do not land in the new field
           CALL "raylib_GetCharPressed" RETURNING char_code
           PERFORM UNTIL char_code = 0
               CALL "raylib_GetCharPressed" RETURNING char_code
           END-PERFORM.

       handle-sign-on-input.
      * TAB clears the field; ESC is raylib's default exit key
           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_TAB
               RETURNING buffer
           IF buffer = 1
               MOVE SPACES TO RAYLIB_TEXT_ENTRY_BUFFER
               MOVE 0 TO RAYLIB_TEXT_ENTRY_CURSOR
           END-IF

      * F10 abandons a handover; the outgoing operator keeps the
      * console
           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_F10
               RETURNING buffer
           IF buffer = 1 AND handover_from NOT = SPACES
               MOVE SPACES TO handover_from
               MOVE 1 TO signed_on
               MOVE 0 TO RAYLIB_TEXT_ENTRY_ACTIVE
               MOVE 0 TO signon_error
               MOVE "handover cancelled" TO signon_message
           END-IF

           IF signed_on = 0
               CALL "raylib_IsKeyPressed" USING
                   BY VALUE RAYLIB_KEY_BACKSPACE
                   RETURNING buffer
               IF buffer = 1 AND RAYLIB_TEXT_ENTRY_CURSOR > 0
                   MOVE SPACE TO RAYLIB_TEXT_ENTRY_BUFFER
                       (RAYLIB_TEXT_ENTRY_CURSOR:1)
                   SUBTRACT 1 FROM RAYLIB_TEXT_ENTRY_CURSOR
               END-IF

               CALL "raylib_GetCharPressed" RETURNING char_code
               PERFORM UNTIL char_code = 0
                   IF char_code >= 32 AND char_code <= 126
                           AND RAYLIB_TEXT_ENTRY_CURSOR
                           < RAYLIB_TEXT_ENTRY_MAX
                       ADD 1 TO RAYLIB_TEXT_ENTRY_CURSOR
                       COMPUTE char_pos = char_code - 31
                       MOVE printable_char(char_pos)
                           TO RAYLIB_TEXT_ENTRY_BUFFER
                           (RAYLIB_TEXT_ENTRY_CURSOR:1)
                   END-IF
                   CALL "raylib_GetCharPressed" RETURNING char_code
               END-PERFORM

               CALL "raylib_IsKeyPressed" USING
                   BY VALUE RAYLIB_KEY_ENTER
                   RETURNING buffer
               IF buffer = 1
                   PERFORM check-operator
               END-IF
           END-IF.

      * the id must be on the roster and inside its shift; every
      * refusal is audited against the id that was typed
       check-operator.
           MOVE RAYLIB_TEXT_ENTRY_BUFFER(1:8) TO entered_id
           INSPECT entered_id CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO signon_found
           MOVE 0 TO signon_on_shift
           IF entered_id NOT = SPACES
               PERFORM VARYING roster_idx FROM 1 BY 1
                       UNTIL roster_idx > roster_count
                           OR signon_found = 1
                   IF roster_id(roster_idx) = entered_id
                       MOVE 1 TO signon_found
                   END-IF
               END-PERFORM
           END-IF
           IF signon_found = 1
               SUBTRACT 1 FROM roster_idx
               PERFORM check-shift
           END-IF
           MOVE 1 TO signon_error
           MOVE SPACES TO signon_message
           EVALUATE TRUE
               WHEN entered_id = SPACES
                   MOVE "type an operator id" TO signon_message
               WHEN signon_found = 0
                   MOVE "operator id is not on the roster"
                       TO signon_message
               WHEN signon_on_shift = 0
                   STRING entered_id DELIMITED BY SPACE
                       " is rostered " DELIMITED BY SIZE
                       roster_shift(roster_idx) DELIMITED BY SPACE
                       " " shift_hours ", not on shift now"
                       DELIMITED BY SIZE
                       INTO signon_message
               WHEN entered_id = handover_from
                   MOVE "handover needs the incoming operator's id"
                       TO signon_message
               WHEN OTHER
                   MOVE 0 TO signon_error
           END-EVALUATE
           IF signon_error = 1
               IF entered_id NOT = SPACES
                   MOVE "SIGNON-FAIL" TO signon_event_type
                   MOVE entered_id TO signon_event_object
                   PERFORM write-signon-event
               END-IF
           ELSE
               IF handover_from NOT = SPACES
                   MOVE "HANDOVER" TO signon_event_type
                   MOVE entered_id TO signon_event_object
                   PERFORM write-signon-event
               END-IF
               MOVE entered_id TO signon_id
               MOVE roster_name(roster_idx) TO signon_name
               MOVE roster_shift(roster_idx) TO signon_shift
               MOVE "SIGNON" TO signon_event_type
               MOVE signon_shift TO signon_event_object
               PERFORM write-signon-event
               IF handover_from NOT = SPACES
                   STRING "handed over from " handover_from
                       " to " signon_id
                       DELIMITED BY SIZE
                       INTO signon_message
               ELSE
                   STRING "signed on as " signon_id
                       DELIMITED BY SIZE
                       INTO signon_message
               END-IF
               MOVE SPACES TO handover_from
               MOVE 1 TO signed_on
               MOVE 0 TO RAYLIB_TEXT_ENTRY_ACTIVE
           END-IF
           MOVE SPACES TO RAYLIB_TEXT_ENTRY_BUFFER
           MOVE 0 TO RAYLIB_TEXT_ENTRY_CURSOR.

      * start and end are hhmm; an end earlier than the start is
      * a night shift running past midnight, equal means any hour
       check-shift.
           ACCEPT signon_now FROM TIME
           MOVE SPACES TO shift_hours
           STRING roster_start(roster_idx) "-"
               roster_end(roster_idx)
               DELIMITED BY SIZE
               INTO shift_hours
           EVALUATE TRUE
               WHEN roster_start(roster_idx) = roster_end(roster_idx)
                   MOVE 1 TO signon_on_shift
               WHEN roster_start(roster_idx) < roster_end(roster_idx)
                   IF signon_now_hhmm >= roster_start(roster_idx)
                           AND signon_now_hhmm < roster_end(roster_idx)
                       MOVE 1 TO signon_on_shift
                   END-IF
               WHEN OTHER
                   IF signon_now_hhmm >= roster_start(roster_idx)
                           OR signon_now_hhmm < roster_end(roster_idx)
                       MOVE 1 TO signon_on_shift
                   END-IF
           END-EVALUATE.

       sign-off.
           IF signon_id NOT = SPACES
               MOVE "SIGNOFF" TO signon_event_type
               MOVE signon_shift TO signon_event_object
               PERFORM write-signon-event
           END-IF
           MOVE SPACES TO signon_id
           MOVE SPACES TO signon_name
           MOVE SPACES TO signon_shift
           MOVE SPACES TO handover_from.

      * F10 leaves a plain sign-on prompt for the dashboard; during
      * a handover it cancels the handover as on the other consoles
       handle-dashboard-sign-on.
           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_F10
               RETURNING buffer
           IF buffer = 1 AND handover_from = SPACES
               MOVE 0 TO RAYLIB_TEXT_ENTRY_ACTIVE
               MOVE SPACES TO RAYLIB_TEXT_ENTRY_BUFFER
               MOVE 0 TO RAYLIB_TEXT_ENTRY_CURSOR
               MOVE SPACES TO signon_message
           ELSE
               PERFORM handle-sign-on-input
           END-IF.

      * F12 signs off and leaves the dashboard up for anyone to
      * watch; F11 hands over to an incoming operator
       handle-sign-off-keys.
           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_F12
               RETURNING buffer
           IF buffer = 1 AND signed_on = 1
               PERFORM sign-off
               MOVE 0 TO signed_on
               MOVE 0 TO signon_error
               MOVE "signed off" TO signon_message
           END-IF

           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_F11
               RETURNING buffer
           IF buffer = 1 AND signed_on = 1
               MOVE signon_id TO handover_from
               MOVE 0 TO signon_error
               MOVE "incoming operator signs on, F10 cancels"
                   TO signon_message
               PERFORM start-sign-on
           END-IF.

       find-node-by-id.
           MOVE 0 TO found_node
           PERFORM VARYING node_idx FROM 1 BY 1
                   UNTIL node_idx > node_count
                       OR found_node > 0
               IF node_id(node_idx) = find_id
                   MOVE node_idx TO found_node
               END-IF
           END-PERFORM.

      * commands need a signed-on operator; the dashboard itself
      * stays open to anyone, so the sign-on is asked for here
       request-command.
           EVALUATE TRUE
               WHEN signed_on = 0
                   MOVE 0 TO signon_error
                   MOVE "sign on to send scheduler commands"
                       TO signon_message
                   PERFORM start-sign-on
               WHEN select_active = 0
                   MOVE 1 TO cmd_error
                   MOVE "click a job first, then F5-F8"
                       TO cmd_message
               WHEN OTHER
                   MOVE select_node TO cmd_node
                   PERFORM check-command
                   IF cmd_error = 0
                       MOVE 1 TO cmd_confirm
                   ELSE
                       PERFORM write-refused-event
                   END-IF
           END-EVALUATE.

      * F5-F8 ask for a command against the selected job; nothing
      * goes to the scheduler until the Y/N prompt is answered
       handle-command-keys.
           MOVE SPACES TO cmd_verb
           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_F5
               RETURNING buffer
           IF buffer = 1
               MOVE "HOLD" TO cmd_verb
           END-IF
           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_F6
               RETURNING buffer
           IF buffer = 1
               MOVE "RELEASE" TO cmd_verb
           END-IF
           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_F7
               RETURNING buffer
           IF buffer = 1
               MOVE "RERUN" TO cmd_verb
           END-IF
           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_F8
               RETURNING buffer
           IF buffer = 1
               MOVE "FORCE-OK" TO cmd_verb
           END-IF
           IF cmd_verb NOT = SPACES
               PERFORM request-command
           END-IF.

      * the feed may have moved on while the prompt was up, so the
      * command is checked again before it goes out
       handle-confirm-keys.
           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_Y
               RETURNING buffer
           IF buffer = 1
               MOVE 0 TO cmd_confirm
               PERFORM check-command
               IF cmd_error = 0
                   PERFORM issue-command
               ELSE
                   PERFORM write-refused-event
               END-IF
           ELSE
               CALL "raylib_IsKeyPressed" USING
                   BY VALUE RAYLIB_KEY_N
                   RETURNING buffer
               IF buffer = 1
                   MOVE 0 TO cmd_confirm
                   MOVE 0 TO cmd_error
                   MOVE SPACES TO cmd_message
                   STRING cmd_verb DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       node_id(cmd_node) DELIMITED BY SPACE
                       " cancelled, nothing sent"
                       DELIMITED BY SIZE
                       INTO cmd_message
               END-IF
           END-IF.

      * what makes sense depends on the state the feed last gave
      * for the job; a job with a command still pending takes no
      * other until the feed has caught up
       check-command.
           PERFORM set-command-state-text
           MOVE 0 TO cmd_allowed
           EVALUATE cmd_verb
               WHEN "HOLD"
                   IF node_state(cmd_node) = 1
                       MOVE 1 TO cmd_allowed
                   END-IF
               WHEN "RELEASE"
                   IF node_state(cmd_node) = 5
                       MOVE 1 TO cmd_allowed
                   END-IF
               WHEN "RERUN"
                   IF node_state(cmd_node) = 3
                           OR node_state(cmd_node) = 4
                       MOVE 1 TO cmd_allowed
                   END-IF
               WHEN "FORCE-OK"
                   IF node_state(cmd_node) = 1
                           OR node_state(cmd_node) = 4
                           OR node_state(cmd_node) = 5
                       MOVE 1 TO cmd_allowed
                   END-IF
           END-EVALUATE
           MOVE node_id(cmd_node) TO pend_key
           PERFORM find-pending
           MOVE 1 TO cmd_error
           MOVE SPACES TO cmd_message
           MOVE SPACES TO cmd_prompt
           EVALUATE TRUE
               WHEN node_state(cmd_node) = 0
                   STRING cmd_verb DELIMITED BY SPACE
                       " refused, " DELIMITED BY SIZE
                       node_id(cmd_node) DELIMITED BY SPACE
                       " has no status feed entry"
                       DELIMITED BY SIZE
                       INTO cmd_message
               WHEN pend_found > 0
                   STRING cmd_verb DELIMITED BY SPACE
                       " refused, " DELIMITED BY SIZE
                       node_id(cmd_node) DELIMITED BY SPACE
                       " already has "
                       DELIMITED BY SIZE
                       pend_verb(pend_found) DELIMITED BY SPACE
                       " pending"
                       DELIMITED BY SIZE
                       INTO cmd_message
               WHEN cmd_allowed = 0
                   STRING cmd_verb DELIMITED BY SPACE
                       " refused, " DELIMITED BY SIZE
                       node_id(cmd_node) DELIMITED BY SPACE
                       " is "
                       DELIMITED BY SIZE
                       cmd_state_text DELIMITED BY SPACE
                       INTO cmd_message
               WHEN pend_count >= pend_limit
                   MOVE "too many commands pending, wait for the feed"
                       TO cmd_message
               WHEN OTHER
                   MOVE 0 TO cmd_error
                   STRING cmd_verb DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       node_id(cmd_node) DELIMITED BY SPACE
                       " (" DELIMITED BY SIZE
                       cmd_state_text DELIMITED BY SPACE
                       ")? Y sends, N cancels"
                       DELIMITED BY SIZE
                       INTO cmd_prompt
           END-EVALUATE.

       set-command-state-text.
           EVALUATE node_state(cmd_node)
               WHEN 1 MOVE "WAITING" TO cmd_state_text
               WHEN 2 MOVE "RUNNING" TO cmd_state_text
               WHEN 3 MOVE "ENDED-OK" TO cmd_state_text
               WHEN 4 MOVE "ABENDED" TO cmd_state_text
               WHEN 5 MOVE "HELD" TO cmd_state_text
               WHEN OTHER MOVE "NO FEED" TO cmd_state_text
           END-EVALUATE.

       issue-command.
           PERFORM write-sched-command
           MOVE SPACES TO cmd_message
           IF cmd_written = 1
               ADD 1 TO pend_count
               MOVE node_id(cmd_node) TO pend_job(pend_count)
               MOVE cmd_verb TO pend_verb(pend_count)
               MOVE node_start(cmd_node) TO pend_start(pend_count)
               MOVE node_state(cmd_node) TO pend_state(pend_count)
               MOVE 0 TO pend_reads(pend_count)
               MOVE SPACES TO event_type
               STRING "CMD-" cmd_verb
                   DELIMITED BY SPACE
                   INTO event_type
               MOVE node_id(cmd_node) TO event_object
               PERFORM write-audit-event
               MOVE 0 TO cmd_error
               STRING cmd_verb DELIMITED BY SPACE
                   " sent for " DELIMITED BY SIZE
                   node_id(cmd_node) DELIMITED BY SPACE
                   ", pending until the feed shows it"
                   DELIMITED BY SIZE
                   INTO cmd_message
           ELSE
               MOVE 1 TO cmd_error
               STRING "command file failed, status "
                   cmd_file_status ", nothing sent"
                   DELIMITED BY SIZE
                   INTO cmd_message
           END-IF.

       write-refused-event.
           MOVE "CMD-REFUSED" TO event_type
           MOVE node_id(cmd_node) TO event_object
           PERFORM write-audit-event.

       write-sched-command.
           MOVE 0 TO cmd_written
           OPEN EXTEND COMMAND-FILE
           MOVE WS-COMMAND-STATUS TO cmd_file_status
           IF WS-COMMAND-STATUS = "00" OR WS-COMMAND-STATUS = "05"
               ACCEPT SCHED_COMMAND_DATE FROM DATE YYYYMMDD
               ACCEPT SCHED_COMMAND_TIME FROM TIME
               MOVE cmd_verb TO SCHED_COMMAND_VERB
               MOVE node_id(cmd_node) TO SCHED_COMMAND_JOB_ID
               MOVE cmd_state_text TO SCHED_COMMAND_STATE
               MOVE signon_id TO SCHED_COMMAND_OPERATOR
               MOVE "ops-dash" TO SCHED_COMMAND_PROGRAM
               WRITE SCHED_COMMAND_RECORD
               MOVE WS-COMMAND-STATUS TO cmd_file_status
               IF WS-COMMAND-STATUS = "00"
                   MOVE 1 TO cmd_written
               END-IF
               CLOSE COMMAND-FILE
           END-IF.

       find-pending.
           MOVE 0 TO pend_found
           PERFORM VARYING pend_idx FROM 1 BY 1
                   UNTIL pend_idx > pend_count OR pend_found > 0
               IF pend_job(pend_idx) = pend_key
                   MOVE pend_idx TO pend_found
               END-IF
           END-PERFORM.

      * a pending command is borne out once the feed shows the
      * state it leads to; a rerun also counts once the job has a
      * new start time, in case it ran and ended between drops.
      * One the scheduler did not carry out leaves the table as
      * well, and is audited, so it cannot block the job for the
      * rest of the session
       check-pending.
           MOVE 0 TO pend_keep
           PERFORM VARYING pend_idx FROM 1 BY 1
                   UNTIL pend_idx > pend_count
               MOVE pend_job(pend_idx) TO find_id
               PERFORM find-node-by-id
               MOVE 0 TO pend_done
               IF found_node > 0 AND feed_present = 1
                   ADD 1 TO pend_reads(pend_idx)
                   IF node_state(found_node) > 0
                       PERFORM check-one-pending
                   END-IF
                   IF pend_done = 0
                           AND pend_reads(pend_idx) >= pend_read_limit
                       MOVE 3 TO pend_done
                   END-IF
               END-IF
               EVALUATE pend_done
                   WHEN 1
                       MOVE 0 TO cmd_error
                       MOVE SPACES TO cmd_message
                       STRING pend_job(pend_idx) DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           pend_verb(pend_idx) DELIMITED BY SPACE
                           " confirmed by the status feed"
                           DELIMITED BY SIZE
                           INTO cmd_message
                   WHEN 2
                   WHEN 3
                       PERFORM lapse-pending
                   WHEN OTHER
                       ADD 1 TO pend_keep
                       IF pend_keep < pend_idx
                           MOVE pend_entry(pend_idx)
                               TO pend_entry(pend_keep)
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE pend_keep TO pend_count.

      * pend_state is what the feed showed when the command was
      * sent; leaving it for anything but the command's own
      * result means the scheduler did something else with the
      * job. A force-ok is only borne out by an end the job did
      * not run to, so a new start time means it ran instead
       check-one-pending.
           EVALUATE pend_verb(pend_idx)
               WHEN "HOLD"
                   EVALUATE node_state(found_node)
                       WHEN 5
                           MOVE 1 TO pend_done
                       WHEN 2
                       WHEN 3
                       WHEN 4
                           MOVE 2 TO pend_done
                   END-EVALUATE
               WHEN "RELEASE"
                   IF node_state(found_node) NOT = 5
                       MOVE 1 TO pend_done
                   END-IF
               WHEN "RERUN"
                   IF node_state(found_node) = 1
                           OR node_state(found_node) = 2
                           OR node_start(found_node)
                               NOT = pend_start(pend_idx)
                       MOVE 1 TO pend_done
                   END-IF
               WHEN "FORCE-OK"
                   EVALUATE TRUE
                       WHEN node_state(found_node) = 2
                       WHEN node_start(found_node)
                               NOT = pend_start(pend_idx)
                           MOVE 2 TO pend_done
                       WHEN node_state(found_node) = 3
                           MOVE 1 TO pend_done
                       WHEN node_state(found_node)
                               NOT = pend_state(pend_idx)
                           MOVE 2 TO pend_done
                   END-EVALUATE
           END-EVALUATE.

       lapse-pending.
           MOVE 1 TO cmd_error
           MOVE SPACES TO cmd_message
           IF pend_done = 2
               STRING pend_job(pend_idx) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   pend_verb(pend_idx) DELIMITED BY SPACE
                   " not carried out, the job moved on"
                   DELIMITED BY SIZE
                   INTO cmd_message
           ELSE
               STRING pend_job(pend_idx) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   pend_verb(pend_idx) DELIMITED BY SPACE
                   " not carried out, the feed never showed it"
                   DELIMITED BY SIZE
                   INTO cmd_message
           END-IF
           MOVE "CMD-LAPSED" TO event_type
           MOVE pend_job(pend_idx) TO event_object
           PERFORM write-audit-event.

      * a command the feed has not yet borne out is shown above
      * the node
       draw-pending-marker.
           MOVE node_id(node_idx) TO pend_key
           PERFORM find-pending
           IF pend_found > 0
               MOVE SPACES TO pend_text
               STRING pend_verb(pend_found) DELIMITED BY SPACE
                   " pending"
                   DELIMITED BY SIZE
                   INTO pend_text
               COMPUTE labelX =
                   nodeX(node_idx) - node_radius(node_idx)
               COMPUTE labelY =
                   nodeY(node_idx) - node_radius(node_idx) - 34
               CALL "raylib_DrawText" USING
                   BY REFERENCE pend_text
                   BY VALUE labelX
                   BY VALUE labelY
                   BY VALUE 20
                   BY VALUE RAYLIB_COLOR_MAROON_R
                   BY VALUE RAYLIB_COLOR_MAROON_G
                   BY VALUE RAYLIB_COLOR_MAROON_B
                   BY VALUE RAYLIB_COLOR_MAROON_A
           END-IF.

       draw-command-line.
           IF cmd_confirm = 1
               CALL "raylib_DrawText" USING
                   BY REFERENCE cmd_prompt
                   BY VALUE commandX
                   BY VALUE commandY
                   BY VALUE 20
                   BY VALUE RAYLIB_COLOR_MAROON_R
                   BY VALUE RAYLIB_COLOR_MAROON_G
                   BY VALUE RAYLIB_COLOR_MAROON_B
                   BY VALUE RAYLIB_COLOR_MAROON_A
           END-IF
           IF cmd_confirm = 0 AND cmd_message NOT = SPACES
               IF cmd_error = 1
                   CALL "raylib_DrawText" USING
                       BY REFERENCE cmd_message
                       BY VALUE commandX
                       BY VALUE commandY
                       BY VALUE 20
                       BY VALUE RAYLIB_COLOR_RED_R
                       BY VALUE RAYLIB_COLOR_RED_G
                       BY VALUE RAYLIB_COLOR_RED_B
                       BY VALUE RAYLIB_COLOR_RED_A
               ELSE
                   CALL "raylib_DrawText" USING
                       BY REFERENCE cmd_message
                       BY VALUE commandX
                       BY VALUE commandY
                       BY VALUE 20
                       BY VALUE RAYLIB_COLOR_DARKGREEN_R
                       BY VALUE RAYLIB_COLOR_DARKGREEN_G
                       BY VALUE RAYLIB_COLOR_DARKGREEN_B
                       BY VALUE RAYLIB_COLOR_DARKGREEN_A
               END-IF
           END-IF.
