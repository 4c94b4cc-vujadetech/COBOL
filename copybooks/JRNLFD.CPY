           05 FILLER           PIC X VALUE SPACE.
           05 JR-ACTION        PIC X(7).
           05 FILLER           PIC X VALUE SPACE.
           05 JR-BEFORE-IMAGE  PIC X(179).
           05 FILLER           PIC X VALUE SPACE.
           05 JR-AFTER-IMAGE   PIC X(179).
