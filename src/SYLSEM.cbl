           05 LINE 8 COLUMN 30 PIC X(8) USING SEM-REG-CLOSE-DATE.
           05 LINE 9 COLUMN 1 VALUE "履修取消期限日: ".
           05 LINE 9 COLUMN 30 PIC X(8) USING SEM-DROP-DEADLINE.
           05 LINE 10 COLUMN 1 VALUE "成績提出期限日: ".
           05 LINE 10 COLUMN 30 PIC X(8) USING SEM-GRADE-DEADLINE.

       01 SEM-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 8 COLUMN 30 PIC X(8) USING SEM-REG-CLOSE-DATE.
           05 LINE 9 COLUMN 1 VALUE "履修取消期限日: ".
           05 LINE 9 COLUMN 30 PIC X(8) USING SEM-DROP-DEADLINE.
           05 LINE 10 COLUMN 1 VALUE "成績提出期限日: ".
           05 LINE 10 COLUMN 30 PIC X(8) USING SEM-GRADE-DEADLINE.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
                   NOT AT END
                       DISPLAY SEM-CODE " " SEM-NAME " "
                           SEM-START-DATE "-" SEM-END-DATE
                           " 成績期限:" SEM-GRADE-DEADLINE
               END-READ
           END-PERFORM.
           DISPLAY "=========================".
