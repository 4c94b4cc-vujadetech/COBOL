           05 OM-ACTIVE-FLAG    PIC X.
              88 OM-IS-ACTIVE   VALUE "A".
              88 OM-IS-INACTIVE VALUE "I".
              88 OM-IS-LOCKED   VALUE "L".
           05 OM-CHANGED-BY     PIC X(3).
           05 OM-CHANGED-DATE   PIC 9(8).
           05 OM-PIN-HASH       PIC X(9).
           05 OM-PIN-SET-DATE   PIC 9(8).
