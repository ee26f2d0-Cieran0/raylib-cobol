       01 RAYLIB_KEY_F2         PIC 9(3) COMP-5 VALUE 291.
       01 RAYLIB_KEY_F3         PIC 9(3) COMP-5 VALUE 292.
       01 RAYLIB_KEY_F4         PIC 9(3) COMP-5 VALUE 293.
       01 RAYLIB_KEY_F5         PIC 9(3) COMP-5 VALUE 294.
       01 RAYLIB_KEY_F6         PIC 9(3) COMP-5 VALUE 295.
       01 RAYLIB_KEY_F7         PIC 9(3) COMP-5 VALUE 296.
       01 RAYLIB_KEY_F8         PIC 9(3) COMP-5 VALUE 297.
       01 RAYLIB_KEY_F9         PIC 9(3) COMP-5 VALUE 298.
       01 RAYLIB_KEY_F10        PIC 9(3) COMP-5 VALUE 299.
       01 RAYLIB_KEY_F11        PIC 9(3) COMP-5 VALUE 300.
       01 RAYLIB_KEY_F12        PIC 9(3) COMP-5 VALUE 301.
