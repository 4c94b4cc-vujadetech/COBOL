           05 PY-EFFECTIVE-DATE PIC 9(8).
           05 PY-CHANGED-BY     PIC X(3).
           05 PY-CHANGED-DATE   PIC 9(8).
           05 PY-FILING-LIMIT   PIC 9(3).
