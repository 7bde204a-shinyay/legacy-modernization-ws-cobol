           05 SEM-REG-OPEN-DATE     PIC X(8).
           05 SEM-REG-CLOSE-DATE    PIC X(8).
           05 SEM-DROP-DEADLINE     PIC X(8).
           05 SEM-GRADE-DEADLINE    PIC X(8).
