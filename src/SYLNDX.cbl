      *****************************************************************
      * シラバス管理システム - 代替索引再構築バッチ(SYLNDX)
      * シラバスファイルから学科別・教員別の代替索引を作り直す
      * (共同開講の学科分と共同担当教員分も索引に含める)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLNDX.
               RECORD KEY IS TXI-KEY
               FILE STATUS IS WS-TXI-FILE-STATUS.

           SELECT COTEACH-FILE
               ASSIGN TO "coteach.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-KEY
               FILE STATUS IS WS-CTC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYLLABUS-FILE.
       FD TCH-INDEX-FILE.
           COPY "copybooks/TCHIDXFILE.cpy".

       FD COTEACH-FILE.
           COPY "copybooks/COTEACHFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX VALUE "00".
          88 WS-FILE-SUCCESS       VALUE "00".

       01 WS-DXI-FILE-STATUS       PIC XX VALUE "00".
       01 WS-TXI-FILE-STATUS       PIC XX VALUE "00".
       01 WS-CTC-FILE-STATUS       PIC XX VALUE "00".
          88 WS-CTC-FILE-SUCCESS   VALUE "00".

       01 WS-CTC-EOF-FLAG          PIC X VALUE "N".
          88 WS-CTC-EOF            VALUE "Y".

       01 WS-DEPT-COUNT            PIC 9(5) VALUE 0.
       01 WS-TCH-COUNT             PIC 9(5) VALUE 0.

           PERFORM BUILD-INDEX-ENTRIES.

           OPEN INPUT COTEACH-FILE.
           IF WS-CTC-FILE-SUCCESS
               PERFORM BUILD-CO-TEACHER-ENTRIES
           END-IF.
           CLOSE COTEACH-FILE.

           CLOSE SYLLABUS-FILE.
           CLOSE DEPT-INDEX-FILE.
           CLOSE TCH-INDEX-FILE.
               END-WRITE
           END-IF.

      * 共同担当教員分の教員索引
       BUILD-CO-TEACHER-ENTRIES.
           MOVE "N" TO WS-CTC-EOF-FLAG.
           MOVE LOW-VALUES TO CTC-KEY.
           START COTEACH-FILE KEY IS NOT LESS THAN CTC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CTC-EOF-FLAG
           END-START.

           PERFORM UNTIL WS-CTC-EOF
               READ COTEACH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CTC-EOF-FLAG
                   NOT AT END
                       MOVE CTC-TEACHER-ID TO TXI-TEACHER-ID
                       MOVE CTC-COURSE-ID TO TXI-COURSE-ID
                       MOVE CTC-ACADEMIC-YEAR TO TXI-ACADEMIC-YEAR
                       MOVE CTC-SECTION-NO TO TXI-SECTION-NO
                       WRITE TCH-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-TCH-COUNT
                       END-WRITE
               END-READ
           END-PERFORM.

       WRITE-ONE-DEPT-ENTRY.
           MOVE SYL-COURSE-ID TO DXI-COURSE-ID.
           MOVE SYL-ACADEMIC-YEAR TO DXI-ACADEMIC-YEAR.
