           05 FILLER           PIC X VALUE SPACE.
           05 LJ-ACTION        PIC X(7).
           05 FILLER           PIC X VALUE SPACE.
           05 LJ-BEFORE-IMAGE  PIC X(27).
           05 FILLER           PIC X VALUE SPACE.
           05 LJ-AFTER-IMAGE   PIC X(27).
