              88 RJE-OPEN               VALUE "O".
              88 RJE-RESOLVED           VALUE "R".
           05 RJE-REASON            PIC X(50).
           05 RJE-RECORD-IMAGE      PIC X(49).
