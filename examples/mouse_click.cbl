               "examples/mouse_click_session.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SESSION-STATUS.
           SELECT ROSTER-FILE ASSIGN TO
               "examples/operator_roster.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ROSTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
               SIGN LEADING SEPARATE.
           05 SESSION_OBJECT_Y  PIC S9(5)
               SIGN LEADING SEPARATE.
       FD ROSTER-FILE.
       COPY RAYLIB_OPERATOR.CBL.

       WORKING-STORAGE SECTION.
       COPY RAYLIB_KEYS.CBL.
       COPY RAYLIB_MOUSE.CBL.
       COPY RAYLIB_COLORS.CBL.
       COPY RAYLIB_STATUS.CBL.
       COPY RAYLIB_TEXT_ENTRY.CBL.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-LAYOUT-STATUS PIC XX.
       01 WS-INPUT-MODE-STATUS PIC XX.
       01 WS-SESSION-STATUS PIC XX.
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
       01 signonY      PIC S9(4) COMP-5 VALUE 60.
       01 hintY        PIC S9(4) COMP-5 VALUE 0.
       01 statusX      PIC S9(4) COMP-5 VALUE 10.
       01 statusY      PIC S9(4) COMP-5 VALUE 380.
       01 messageY     PIC S9(4) COMP-5 VALUE 410.
       01 buffer       PIC 9(1) COMP-5 VALUE 0.
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
       01 input_mode    PIC X(1) VALUE SPACE.
       01 was_replaying PIC 9(1) COMP-5 VALUE 0.
       01 snap_idx      PIC 9(2) COMP-5 VALUE 0.
           PERFORM init-objects.
           PERFORM load-layout.
           PERFORM setup-input-mode.
           PERFORM load-roster.

           CALL "raylib_InitWindow" USING
               BY VALUE width
               BY VALUE 60
               RETURNING RAYLIB_STATUS_CODE.

           PERFORM start-sign-on.

           PERFORM UNTIL closing = 1
               IF signed_on = 1
                   PERFORM handle-mouse
                   PERFORM handle-sign-off-keys
               ELSE
                   PERFORM handle-sign-on-input
               END-IF
               IF signed_on = 1
                   PERFORM draw-frame
               ELSE
                   PERFORM draw-sign-on-screen
               END-IF
               CALL "raylib_WindowShouldClose" RETURNING closing
           END-PERFORM.

           IF input_mode = "R" OR input_mode = "P"
               CLOSE SESSION-FILE
           END-IF.
           PERFORM sign-off.
           IF audit_open = 1
               CLOSE AUDIT-FILE
           END-IF.
               END-IF
           END-PERFORM

           PERFORM draw-signon-status

           CALL "raylib_EndDrawing".

       draw-sign-on-screen.
           CALL "raylib_BeginDrawing"
           CALL "raylib_ClearBackground" USING
               BY VALUE RAYLIB_COLOR_WHITE_R
               BY VALUE RAYLIB_COLOR_WHITE_G
               BY VALUE RAYLIB_COLOR_WHITE_B
               BY VALUE RAYLIB_COLOR_WHITE_A
           CALL "raylib_DrawText" USING
               BY REFERENCE "mouse input, operator sign-on"
               BY VALUE 10
               BY VALUE 10
               BY VALUE 20
               BY VALUE RAYLIB_COLOR_DARKGRAY_R
               BY VALUE RAYLIB_COLOR_DARKGRAY_G
               BY VALUE RAYLIB_COLOR_DARKGRAY_B
               BY VALUE RAYLIB_COLOR_DARKGRAY_A
           PERFORM draw-sign-on
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

       open-audit-file.
           ACCEPT audit_open_date FROM DATE YYYYMMDD
           MOVE SPACES TO audit_file_name
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
