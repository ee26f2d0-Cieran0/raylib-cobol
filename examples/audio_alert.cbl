               "examples/audio_alert_state.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-STATE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO
               "examples/operator_roster.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ROSTER-STATUS.
           SELECT PAGING-FILE ASSIGN TO
               "examples/paging_control.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PAGING-STATUS.
           SELECT OPTIONAL NOTIFY-FILE ASSIGN TO
               "examples/paging_outbound.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-NOTIFY-STATUS.
           SELECT PAGE-ACK-FILE ASSIGN TO
               "examples/paging_ack.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PAGE-ACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY RAYLIB_ALERT_FEED.CBL.
       FD STATE-FILE.
       COPY RAYLIB_ALERT_STATE.CBL.
       FD ROSTER-FILE.
       COPY RAYLIB_OPERATOR.CBL.
       FD PAGING-FILE.
       COPY RAYLIB_PAGING_CONTROL.CBL.
       FD NOTIFY-FILE.
       COPY RAYLIB_PAGE_NOTIFY.CBL.
       FD PAGE-ACK-FILE.
       COPY RAYLIB_PAGE_ACK.CBL.

       WORKING-STORAGE SECTION.
       COPY RAYLIB_KEYS.CBL.
       COPY RAYLIB_COLORS.CBL.
       COPY RAYLIB_STATUS.CBL.
       COPY RAYLIB_TIMER.CBL.
       COPY RAYLIB_TEXT_ENTRY.CBL.
       01 WS-SEVERITY-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 width          PIC 9(3) COMP-5 VALUE 800.
       01 WS-STATE-STATUS PIC XX.
       01 feed_eof       PIC 9(1) COMP-5 VALUE 0.
       01 state_eof      PIC 9(1) COMP-5 VALUE 0.
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
       01 WS-ROSTER-STATUS PIC XX.
      * operator roster and the console's sign-on state; signon_id
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
       01 operator_text PIC X(60) VALUE SPACES.
       01 signonY       PIC S9(4) COMP-5 VALUE 320.
       01 hintY         PIC S9(4) COMP-5 VALUE 0.
       01 statusX       PIC S9(4) COMP-5 VALUE 10.
       01 statusY       PIC S9(4) COMP-5 VALUE 380.
       01 messageY      PIC S9(4) COMP-5 VALUE 410.
       01 WS-PAGING-STATUS PIC XX.
       01 WS-NOTIFY-STATUS PIC XX.
       01 WS-PAGE-ACK-STATUS PIC XX.
      * paging escalation for critical alerts; one control entry
      * per step, 1 primary, 2 secondary, 3 shift manager
       01 paging_eof     PIC 9(1) COMP-5 VALUE 0.
       01 page_ack_eof   PIC 9(1) COMP-5 VALUE 0.
       01 step_idx       PIC 9(1) COMP-5 VALUE 0.
       01 next_step      PIC 9(1) COMP-5 VALUE 0.
       01 ack_step       PIC 9(1) COMP-5 VALUE 0.
       01 page_step_number PIC 9(1) VALUE 0.
       01 state_dirty    PIC 9(1) COMP-5 VALUE 0.
       01 page_written   PIC 9(1) COMP-5 VALUE 0.
       01 paging_table.
           05 paging_entry OCCURS 3.
               10 paging_contact_id PIC X(8).
               10 paging_address    PIC X(20).
               10 paging_wait_mins  PIC 9(3) COMP-5.
       01 now_date       PIC 9(8) VALUE 0.
       01 now_time       PIC 9(8) VALUE 0.
       01 now_parts REDEFINES now_time.
           05 now_hh     PIC 9(2).
           05 now_mm     PIC 9(2).
           05 now_ss     PIC 9(2).
           05 FILLER     PIC 9(2).
       01 clock_date     PIC 9(8) VALUE 0.
       01 clock_time     PIC 9(8) VALUE 0.
       01 clock_parts REDEFINES clock_time.
           05 clock_hh   PIC 9(2).
           05 clock_mm   PIC 9(2).
           05 clock_ss   PIC 9(2).
           05 FILLER     PIC 9(2).
       01 now_secs       PIC S9(7) COMP-5 VALUE 0.
       01 clock_secs     PIC S9(7) COMP-5 VALUE 0.
       01 wait_secs      PIC S9(7) COMP-5 VALUE 0.
       01 wait_mins      PIC 9(4) COMP-5 VALUE 0.
       01 ack_stamp.
           05 ack_stamp_date    PIC 9(8).
           05 ack_stamp_time    PIC 9(8).
       01 raised_stamp.
           05 raised_stamp_date PIC 9(8).
           05 raised_stamp_time PIC 9(8).
      * every alert id ever raised this session, so a feed
      * re-read never re-raises one the operator already has
       01 seen_count     PIC 9(3) COMP-5 VALUE 0.
               10 alert_active     PIC 9(1) COMP-5.
               10 alert_acked      PIC 9(1) COMP-5.
               10 alert_last_sound COMP-2.
      * escalation clock, wall-clock so a restart keeps it: when
      * the alert was raised, the last step paged and when
               10 alert_raised_date PIC 9(8).
               10 alert_raised_time PIC 9(8).
               10 alert_page_step  PIC 9(1) COMP-5.
               10 alert_page_stop  PIC 9(1) COMP-5.
               10 alert_paged_date PIC 9(8).
               10 alert_paged_time PIC 9(8).

       PROCEDURE DIVISION.
       main.
           PERFORM open-audit-file.

           PERFORM load-severity-table.
           PERFORM load-roster.
           PERFORM load-paging-control.

           CALL "raylib_InitWindow" USING
               BY VALUE width
           END-PERFORM.

           PERFORM init-timers.
           PERFORM start-sign-on.
           PERFORM load-alert-state.
           PERFORM poll-alert-feed.

                   PERFORM poll-alert-feed
               END-IF

      * schedule entry 3: page on-call contacts for critical
      * alerts left unacknowledged
               IF RAYLIB_TIMER_FIRED(3) = 1
                   PERFORM check-escalations
               END-IF

               PERFORM repeat-unacked-sounds
      * alerts keep sounding with nobody signed on, but only a
      * signed-on operator can acknowledge them
               IF signed_on = 1
                   PERFORM handle-ack-keys
                   PERFORM handle-sign-off-keys
               ELSE
                   PERFORM handle-sign-on-input
               END-IF
               PERFORM draw-frame
               CALL "raylib_WindowShouldClose" RETURNING closing
           END-PERFORM.
           END-PERFORM.
           PERFORM save-alert-state.
           CALL "raylib_CloseAudioDevice".
           PERFORM sign-off.
           IF audit_open = 1
               CLOSE AUDIT-FILE
           END-IF.
           END-EVALUATE.

       init-timers.
           MOVE 3 TO RAYLIB_TIMER_COUNT
           MOVE "DATA-REFRESH" TO RAYLIB_TIMER_NAME(1)
           MOVE 30 TO RAYLIB_TIMER_INTERVAL(1)
           MOVE 0 TO RAYLIB_TIMER_LAST_FIRE(1)
           MOVE 3 TO RAYLIB_TIMER_INTERVAL(2)
           MOVE 0 TO RAYLIB_TIMER_LAST_FIRE(2)
           MOVE 1 TO RAYLIB_TIMER_ENABLED(2)
           MOVE 0 TO RAYLIB_TIMER_FIRED(2)
           MOVE "PAGE-CHECK" TO RAYLIB_TIMER_NAME(3)
           MOVE 15 TO RAYLIB_TIMER_INTERVAL(3)
           MOVE 0 TO RAYLIB_TIMER_LAST_FIRE(3)
           MOVE 1 TO RAYLIB_TIMER_ENABLED(3)
           MOVE 0 TO RAYLIB_TIMER_FIRED(3).

       check-timers.
           CALL "raylib_GetTime" RETURNING RAYLIB_TIMER_NOW
               MOVE 0 TO alert_acked(alert_idx)
               MOVE RAYLIB_TIMER_NOW
                   TO alert_last_sound(alert_idx)
               ACCEPT alert_raised_date(alert_idx) FROM DATE YYYYMMDD
               ACCEPT alert_raised_time(alert_idx) FROM TIME
               MOVE 0 TO alert_page_step(alert_idx)
               MOVE 0 TO alert_page_stop(alert_idx)
               MOVE 0 TO alert_paged_date(alert_idx)
               MOVE 0 TO alert_paged_time(alert_idx)
               IF sev_loaded(new_alert_sev) = 1
                   CALL "raylib_PlaySound" USING
                       BY VALUE sev_sound_handle(new_alert_sev)
                   MOVE "ACK" TO AUDIT_EVENT_TYPE
                   MOVE alert_id(ack_idx) TO AUDIT_EVENT_OBJECT_ID
                   PERFORM write-audit-event
      * the console acknowledgement ends any paging chain still
      * running for the alert
                   IF alert_page_step(ack_idx) > 0
                           AND alert_page_stop(ack_idx) = 0
                       MOVE 1 TO alert_page_stop(ack_idx)
                       MOVE "PAGE-STOP" TO AUDIT_EVENT_TYPE
                       MOVE alert_id(ack_idx)
                           TO AUDIT_EVENT_OBJECT_ID
                       MOVE alert_page_step(ack_idx) TO ack_key
                       PERFORM write-audit-event
                   END-IF
                   PERFORM save-alert-state
               END-IF
           END-PERFORM.
                                   TO alert_acked(alert_idx)
                               MOVE 0
                                   TO alert_last_sound(alert_idx)
                               PERFORM restore-page-clock
                               IF seen_count < 200
                                   ADD 1 TO seen_count
                                   MOVE ALERT_STATE_ID
               CLOSE STATE-FILE
           END-IF.

      * a state record saved before paging existed has no clock;
      * the alert's escalation starts again from the restart
       restore-page-clock.
           IF ALERT_STATE_RAISED_DATE NUMERIC
                   AND ALERT_STATE_PAGED_TIME NUMERIC
               MOVE ALERT_STATE_RAISED_DATE
                   TO alert_raised_date(alert_idx)
               MOVE ALERT_STATE_RAISED_TIME
                   TO alert_raised_time(alert_idx)
               MOVE ALERT_STATE_PAGE_STEP
                   TO alert_page_step(alert_idx)
               MOVE ALERT_STATE_PAGE_STOP
                   TO alert_page_stop(alert_idx)
               MOVE ALERT_STATE_PAGED_DATE
                   TO alert_paged_date(alert_idx)
               MOVE ALERT_STATE_PAGED_TIME
                   TO alert_paged_time(alert_idx)
           ELSE
               ACCEPT alert_raised_date(alert_idx) FROM DATE YYYYMMDD
               ACCEPT alert_raised_time(alert_idx) FROM TIME
               MOVE 0 TO alert_page_step(alert_idx)
               MOVE 0 TO alert_page_stop(alert_idx)
               MOVE 0 TO alert_paged_date(alert_idx)
               MOVE 0 TO alert_paged_time(alert_idx)
           END-IF.

       save-alert-state.
           OPEN OUTPUT STATE-FILE
           IF WS-STATE-STATUS = "00"
                           TO ALERT_STATE_LEVEL
                       MOVE alert_acked(alert_idx)
                           TO ALERT_STATE_ACKED
                       MOVE alert_raised_date(alert_idx)
                           TO ALERT_STATE_RAISED_DATE
                       MOVE alert_raised_time(alert_idx)
                           TO ALERT_STATE_RAISED_TIME
                       MOVE alert_page_step(alert_idx)
                           TO ALERT_STATE_PAGE_STEP
                       MOVE alert_page_stop(alert_idx)
                           TO ALERT_STATE_PAGE_STOP
                       MOVE alert_paged_date(alert_idx)
                           TO ALERT_STATE_PAGED_DATE
                       MOVE alert_paged_time(alert_idx)
                           TO ALERT_STATE_PAGED_TIME
                       WRITE ALERT_STATE_RECORD
                   END-IF
               END-PERFORM
                   WS-STATE-STATUS
           END-IF.

       load-paging-control.
           PERFORM VARYING step_idx FROM 1 BY 1 UNTIL step_idx > 3
               MOVE SPACES TO paging_contact_id(step_idx)
               MOVE SPACES TO paging_address(step_idx)
               MOVE 0 TO paging_wait_mins(step_idx)
           END-PERFORM
           MOVE 0 TO paging_eof
           OPEN INPUT PAGING-FILE
           IF WS-PAGING-STATUS = "00"
               PERFORM UNTIL paging_eof = 1
                   READ PAGING-FILE
                       AT END MOVE 1 TO paging_eof
                       NOT AT END
                           IF PAGING_CONTROL_STEP >= 1
                                   AND PAGING_CONTROL_STEP <= 3
                               MOVE PAGING_CONTROL_STEP TO step_idx
                               MOVE PAGING_CONTROL_CONTACT_ID
                                   TO paging_contact_id(step_idx)
                               MOVE PAGING_CONTROL_ADDRESS
                                   TO paging_address(step_idx)
                               MOVE PAGING_CONTROL_WAIT_MINS
                                   TO paging_wait_mins(step_idx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGING-FILE
           ELSE
               DISPLAY "paging control file open failed, status "
                   WS-PAGING-STATUS ", no pages will be sent"
           END-IF.

      * level-3 alerts still unacknowledged at the console are
      * paged step by step until an acknowledgement stops them
       check-escalations.
           ACCEPT now_date FROM DATE YYYYMMDD
           ACCEPT now_time FROM TIME
           COMPUTE now_secs = now_hh * 3600 + now_mm * 60 + now_ss
           MOVE 0 TO state_dirty
           PERFORM poll-page-acks
           PERFORM VARYING alert_idx FROM 1 BY 1
                   UNTIL alert_idx > 5
               IF alert_active(alert_idx) = 1
                       AND alert_acked(alert_idx) = 0
                       AND alert_sev(alert_idx) = 3
                       AND alert_page_stop(alert_idx) = 0
                   PERFORM check-one-escalation
               END-IF
           END-PERFORM
           IF state_dirty = 1
               PERFORM save-alert-state
           END-IF.

      * the next step is the first after the last one paged that
      * has a contact; its wait runs from the raise for the first
      * page and from the previous page after that
       check-one-escalation.
           MOVE 0 TO next_step
           COMPUTE step_idx = alert_page_step(alert_idx) + 1
           PERFORM UNTIL step_idx > 3 OR next_step > 0
               IF paging_contact_id(step_idx) NOT = SPACES
                   MOVE step_idx TO next_step
               END-IF
               ADD 1 TO step_idx
           END-PERFORM
           IF next_step > 0
               IF alert_page_step(alert_idx) = 0
                   MOVE alert_raised_date(alert_idx) TO clock_date
                   MOVE alert_raised_time(alert_idx) TO clock_time
               ELSE
                   MOVE alert_paged_date(alert_idx) TO clock_date
                   MOVE alert_paged_time(alert_idx) TO clock_time
               END-IF
               PERFORM compute-wait-secs
               IF wait_secs >= paging_wait_mins(next_step) * 60
                   PERFORM send-page
               END-IF
           END-IF.

      * wait_secs from clock_date/clock_time to now; a clock
      * stamped on an earlier day wrapped past midnight
       compute-wait-secs.
           COMPUTE clock_secs = clock_hh * 3600
               + clock_mm * 60 + clock_ss
           COMPUTE wait_secs = now_secs - clock_secs
           IF clock_date NOT = now_date
               ADD 86400 TO wait_secs
           END-IF.

      * a page that cannot be written is tried again at the next
      * check; the step only moves on once the gateway has it
       send-page.
           MOVE alert_raised_date(alert_idx) TO clock_date
           MOVE alert_raised_time(alert_idx) TO clock_time
           PERFORM compute-wait-secs
           DIVIDE wait_secs BY 60 GIVING wait_mins
           MOVE now_date TO PAGE_NOTIFY_DATE
           MOVE now_time TO PAGE_NOTIFY_TIME
           MOVE alert_id(alert_idx) TO PAGE_NOTIFY_ALERT_ID
           MOVE alert_msg(alert_idx) TO PAGE_NOTIFY_ALERT_MSG
           MOVE next_step TO PAGE_NOTIFY_STEP
           MOVE paging_contact_id(next_step) TO PAGE_NOTIFY_CONTACT_ID
           MOVE paging_address(next_step) TO PAGE_NOTIFY_ADDRESS
           MOVE wait_mins TO PAGE_NOTIFY_MINUTES
           MOVE 0 TO page_written
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS = "00" OR WS-NOTIFY-STATUS = "05"
               WRITE PAGE_NOTIFY_RECORD
               IF WS-NOTIFY-STATUS = "00"
                   MOVE 1 TO page_written
               END-IF
               CLOSE NOTIFY-FILE
           END-IF
           IF page_written = 1
               MOVE next_step TO alert_page_step(alert_idx)
               MOVE now_date TO alert_paged_date(alert_idx)
               MOVE now_time TO alert_paged_time(alert_idx)
               MOVE "PAGE" TO AUDIT_EVENT_TYPE
               MOVE alert_id(alert_idx) TO AUDIT_EVENT_OBJECT_ID
               MOVE next_step TO ack_key
               PERFORM write-audit-event
               MOVE 1 TO state_dirty
           ELSE
               DISPLAY "paging file write failed, status "
                   WS-NOTIFY-STATUS
           END-IF.

      * acknowledgements the paging gateway drops back; one from
      * any contact already paged for the alert stops its chain
       poll-page-acks.
           MOVE 0 TO page_ack_eof
           OPEN INPUT PAGE-ACK-FILE
           IF WS-PAGE-ACK-STATUS = "00"
               PERFORM UNTIL page_ack_eof = 1
                   READ PAGE-ACK-FILE
                       AT END MOVE 1 TO page_ack_eof
                       NOT AT END PERFORM apply-page-ack
                   END-READ
               END-PERFORM
               CLOSE PAGE-ACK-FILE
           END-IF.

       apply-page-ack.
           MOVE PAGE_ACK_DATE TO ack_stamp_date
           MOVE PAGE_ACK_TIME TO ack_stamp_time
           PERFORM VARYING alert_idx FROM 1 BY 1
                   UNTIL alert_idx > 5
               IF alert_active(alert_idx) = 1
                       AND alert_acked(alert_idx) = 0
                       AND alert_page_step(alert_idx) > 0
                       AND alert_page_stop(alert_idx) = 0
                       AND alert_id(alert_idx) = PAGE_ACK_ALERT_ID
                       AND PAGE_ACK_CONTACT_ID NOT = SPACES
                   PERFORM check-page-ack
               END-IF
           END-PERFORM.

      * an acknowledgement stamped before the alert was raised
      * belongs to an earlier alert under the same id
       check-page-ack.
           MOVE alert_raised_date(alert_idx) TO raised_stamp_date
           MOVE alert_raised_time(alert_idx) TO raised_stamp_time
           MOVE 0 TO ack_step
           PERFORM VARYING step_idx FROM 1 BY 1
                   UNTIL step_idx > alert_page_step(alert_idx)
                       OR ack_step > 0
               IF paging_contact_id(step_idx) = PAGE_ACK_CONTACT_ID
                   MOVE step_idx TO ack_step
               END-IF
           END-PERFORM
           IF ack_step > 0 AND ack_stamp NOT < raised_stamp
               MOVE 1 TO alert_page_stop(alert_idx)
               MOVE "PAGE-ACK" TO AUDIT_EVENT_TYPE
               MOVE alert_id(alert_idx) TO AUDIT_EVENT_OBJECT_ID
               MOVE ack_step TO ack_key
               PERFORM write-audit-event
               MOVE 1 TO state_dirty
           END-IF.

       open-audit-file.
           ACCEPT audit_open_date FROM DATE YYYYMMDD
           MOVE SPACES TO audit_file_name
               MOVE 0 TO AUDIT_EVENT_MOUSE_X
               MOVE 0 TO AUDIT_EVENT_MOUSE_Y
               MOVE ack_key TO AUDIT_EVENT_KEY_CODE
               MOVE signon_id TO AUDIT_EVENT_OPERATOR_ID
               WRITE AUDIT_EVENT_RECORD
           END-IF.

       write-signon-event.
           MOVE signon_event_type TO AUDIT_EVENT_TYPE
           MOVE signon_event_object TO AUDIT_EVENT_OBJECT_ID
           MOVE 0 TO ack_key
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

      * F11 hands the console over, F12 signs off
       handle-sign-off-keys.
           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_F12
               RETURNING buffer
           IF buffer = 1
               PERFORM sign-off
               MOVE 0 TO signon_error
               MOVE "signed off" TO signon_message
               PERFORM start-sign-on
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

       draw-frame.
           MOVE 0 TO any_critical
           PERFORM VARYING alert_idx FROM 1 BY 1
                   BY VALUE RAYLIB_COLOR_RAYWHITE_A
           END-IF

           IF signed_on = 1
               CALL "raylib_DrawText" USING
                   BY REFERENCE "alerts, keys 1-5 acknowledge"
                   BY VALUE 10
                   BY VALUE 10
                   BY VALUE 20
                   BY VALUE RAYLIB_COLOR_DARKGRAY_R
                   BY VALUE RAYLIB_COLOR_DARKGRAY_G
                   BY VALUE RAYLIB_COLOR_DARKGRAY_B
                   BY VALUE RAYLIB_COLOR_DARKGRAY_A
           ELSE
               CALL "raylib_DrawText" USING
                   BY REFERENCE "alerts, sign on to acknowledge"
                   BY VALUE 10
                   BY VALUE 10
                   BY VALUE 20
                   BY VALUE RAYLIB_COLOR_DARKGRAY_R
                   BY VALUE RAYLIB_COLOR_DARKGRAY_G
                   BY VALUE RAYLIB_COLOR_DARKGRAY_B
                   BY VALUE RAYLIB_COLOR_DARKGRAY_A
               PERFORM draw-sign-on
           END-IF

           MOVE refresh_count TO refresh_number
           MOVE SPACES TO refresh_text
                           BY VALUE RAYLIB_COLOR_GRAY_B
                           BY VALUE RAYLIB_COLOR_GRAY_A
                   ELSE
                       EVALUATE TRUE
                           WHEN alert_page_stop(alert_idx) = 1
                               STRING alert_id(alert_idx) " "
                                   alert_msg(alert_idx) " PAGE ACKED"
                                   DELIMITED BY SIZE
                                   INTO row_text
                           WHEN alert_page_step(alert_idx) > 0
                               MOVE alert_page_step(alert_idx)
                                   TO page_step_number
                               STRING alert_id(alert_idx) " "
                                   alert_msg(alert_idx) " PAGED "
                                   page_step_number
                                   DELIMITED BY SIZE
                                   INTO row_text
                           WHEN OTHER
                               STRING alert_id(alert_idx) " "
                                   alert_msg(alert_idx)
                                   DELIMITED BY SIZE
                                   INTO row_text
                       END-EVALUATE
                       MOVE alert_sev(alert_idx) TO sev_idx
                       CALL "raylib_DrawText" USING
                           BY REFERENCE row_text
               END-IF
           END-PERFORM

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
           IF signed_on = 1
               MOVE SPACES TO operator_text
               STRING signon_id DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   signon_shift DELIMITED BY SPACE
                   "  F11 hand over, F12 sign off"
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
           END-IF
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
