      * 操作者の許可機能表(権限レコードなし=従来の役割制御)
       01 WS-PERM-TABLE.
          05 WS-PERM-COUNT         PIC 99 VALUE 0.
          05 WS-PERM-ENTRY OCCURS 99 TIMES.
             10 WS-PERM-FUNC       PIC 99.

       01 WS-PERM-IDX              PIC 99.
       01 WS-OPR-OVERFLOW-FLAG     PIC X VALUE "N".
          88 WS-OPR-OVERFLOW       VALUE "Y".

      * 成績証明書発行の呼出要求(窓口発行は処理区分空白)
       01 WS-TRN-REQUEST.
          05 WS-TRN-MODE           PIC X VALUE SPACE.
          05 WS-TRN-STUDENT-ID     PIC X(8) VALUE SPACES.
          05 WS-TRN-SERIAL-NO      PIC 9(8) VALUE 0.
          05 WS-TRN-RESULT         PIC X VALUE SPACE.

       SCREEN SECTION.
       01 LOGIN-SCREEN.
           05 BLANK SCREEN.
           DISPLAY "* 57. レポートライブラリ管理           *".
           DISPLAY "* 58. バッチ実行時間傾向               *".
           DISPLAY "* 59. 機能権限マスタ保守               *".
           DISPLAY "* 60. 学生別時間割表                   *".
           DISPLAY "* 61. 履修単位上限保守                 *".
           DISPLAY "* 62. GPAポイントマスタ保守            *".
           DISPLAY "* 63. 成績証明書発行                   *".
           DISPLAY "* 64. 学業成績判定基準保守             *".
           DISPLAY "* 65. 成績変更申請・承認               *".
           DISPLAY "* 66. 教員出講可否保守                 *".
           DISPLAY "* 67. 共同担当教員保守                 *".
           DISPLAY "* 68. 学習成果保守                     *".
           DISPLAY "* 69. 学習成果マトリクス               *".
           DISPLAY "* 70. 出欠取込                         *".
           DISPLAY "* 71. 試験監督交替                     *".
           DISPLAY "* 72. 学生フィード取込                 *".
           DISPLAY "* 73. 履修区分変更                     *".
           DISPLAY "* 74. 規程文面マスタ保守               *".
           DISPLAY "* 75. 学生別週次課題負荷               *".
           DISPLAY "* 76. 同等科目/認定単位                *".
           DISPLAY "* 77. 同等科目依拠レポート             *".
           DISPLAY "* 78. 座席数再構築・差異               *".
           DISPLAY "* 79. 空席照会                         *".
           DISPLAY "* 80. 教員別作業一覧                   *".
           DISPLAY "* 81. 指導教員割当保守                 *".
           DISPLAY "* 82. 指導学生週次レポート             *".
           DISPLAY "* 83. 教室予約                         *".
           DISPLAY "* 84. 日別教室使用表                   *".
           DISPLAY "* 85. 職務分離例外レポート             *".
           DISPLAY "* 86. 学科間教育負担集計               *".
           DISPLAY "* 87. メール配信結果取込               *".
           DISPLAY "* 88. メール不達者レポート             *".
           DISPLAY "* 89. 期限後履修願                     *".
           DISPLAY "* 90. 期限後履修願集計                 *".
           DISPLAY "* 91. 学校基本調査データ               *".
           DISPLAY "* 92. 非在籍学生の匿名化               *".
           DISPLAY "* 93. 授業費用率マスタ保守             *".
           DISPLAY "* 94. 科目別収支レポート               *".
           DISPLAY "****************************************".
           DISPLAY " ".
           DISPLAY "選択してください(1-94,45=終了):"
               WITH NO ADVANCING.
           ACCEPT WS-USER-CHOICE.

                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN 60
                   PERFORM CALL-STUDENT-TIMETABLE
               WHEN 61
                   IF WS-CURRENT-REGISTRAR
                       PERFORM CALL-CREDIT-LIMIT-MAINTAIN
                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN 62
                   IF WS-CURRENT-REGISTRAR
                       PERFORM CALL-GRADE-POINT-MAINTAIN
                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN 63
                   IF WS-CURRENT-REGISTRAR
                       PERFORM CALL-TRANSCRIPT-ISSUE
                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN 64
                   IF WS-CURRENT-REGISTRAR
                       PERFORM CALL-STANDING-RULE-MAINTAIN
                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN 65
                   PERFORM CALL-GRADE-CHANGE
               WHEN 66
                   PERFORM CALL-TEACHER-AVAIL
               WHEN 67
                   PERFORM CALL-CO-TEACHER
               WHEN 68
                   PERFORM CALL-OUTCOME-MAINT
               WHEN 69
                   PERFORM CALL-OUTCOME-MATRIX
               WHEN 70
                   PERFORM CALL-ATTEND-IMPORT
               WHEN 71
                   IF WS-CURRENT-REGISTRAR
                       PERFORM CALL-PROCTOR-SWAP
                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN 72
                   PERFORM CALL-STUDENT-FEED
               WHEN 73
                   PERFORM CALL-SECTION-MOVE
               WHEN 74
                   IF WS-CURRENT-REGISTRAR
                       PERFORM CALL-POLICY-MASTER
                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN 75
                   PERFORM CALL-WORKLOAD-REPORT
               WHEN 76
                   IF WS-CURRENT-REGISTRAR
                       PERFORM CALL-EQUIV-MASTER
                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN 77
                   PERFORM CALL-EQUIV-RELIANCE
               WHEN 78
                   IF WS-CURRENT-REGISTRAR
                       PERFORM CALL-SEAT-RECOUNT
                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN 79
                   PERFORM CALL-SEAT-INQUIRY
               WHEN 80
                   PERFORM CALL-TEACHER-WORKLIST
               WHEN 81
                   PERFORM CALL-ADVISOR-MAINTAIN
               WHEN 82
                   PERFORM CALL-ADVISEE-REPORT
               WHEN 83
                   PERFORM CALL-ROOM-BOOKING
               WHEN 84
                   PERFORM CALL-ROOM-SCHEDULE
               WHEN 85
                   IF WS-CURRENT-REGISTRAR
                       PERFORM CALL-DUTY-EXCEPTION-REPORT
                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN 86
                   IF WS-CURRENT-REGISTRAR
                       PERFORM CALL-SERVICE-MATRIX
                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN 87
                   IF WS-CURRENT-REGISTRAR
                       PERFORM CALL-MAIL-RESULT-IMPORT
                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN 88
                   IF WS-CURRENT-REGISTRAR
                       PERFORM CALL-MAIL-BOUNCE-REPORT
                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN 89
                   PERFORM CALL-LATE-PETITION
               WHEN 90
                   IF WS-CURRENT-REGISTRAR
                       PERFORM CALL-PETITION-REPORT
                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN 91
                   IF WS-CURRENT-REGISTRAR
                       PERFORM CALL-GOVT-SURVEY
                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN 92
                   IF WS-CURRENT-REGISTRAR
                       PERFORM CALL-STUDENT-ANONYMIZE
                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN 93
                   IF WS-CURRENT-REGISTRAR
                       PERFORM CALL-COST-RATE-MAINTAIN
                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN 94
                   IF WS-CURRENT-REGISTRAR
                       PERFORM CALL-COST-REVENUE-REPORT
                   ELSE
                       DISPLAY "エラー:登録係権限が必要"
                   END-IF
               WHEN OTHER
                   DISPLAY "無効な選択です。再入力を。"
           END-EVALUATE.

       CALL-SYLLABUS-REGISTER.
           DISPLAY "SYLREGを起動します...".
           CALL "SYLREG" USING WS-LOGIN-ID, WS-OPERATOR-FOUND-FLAG,
                               WS-OPERATOR-ROLE, WS-PERM-TABLE
           ON EXCEPTION
               DISPLAY "エラー:SYLREG呼出失敗"
           END-CALL.

       CALL-SYLLABUS-UPDATE.
           DISPLAY "SYLUPDを起動します...".
           CALL "SYLUPD" USING WS-LOGIN-ID, WS-OPERATOR-FOUND-FLAG,
                               WS-OPERATOR-ROLE, WS-PERM-TABLE
           ON EXCEPTION
               DISPLAY "エラー:SYLUPD呼出失敗"
           END-CALL.

       CALL-SYLLABUS-APPROVE.
           DISPLAY "SYLAPRを起動します...".
           CALL "SYLAPR" USING WS-LOGIN-ID, WS-OPERATOR-FOUND-FLAG,
                               WS-OPERATOR-ROLE, WS-PERM-TABLE
           ON EXCEPTION
               DISPLAY "エラー:SYLAPR呼出失敗"
           END-CALL.

       CALL-REVISION-REVIEW.
           DISPLAY "SYLREVを起動します...".
           CALL "SYLREV" USING WS-LOGIN-ID, WS-OPERATOR-FOUND-FLAG,
                               WS-OPERATOR-ROLE, WS-PERM-TABLE
           ON EXCEPTION
               DISPLAY "エラー:SYLREV呼出失敗"
           END-CALL.

       CALL-COURSE-PROPOSAL.
           DISPLAY "SYLPROを起動します...".
           CALL "SYLPRO" USING WS-LOGIN-ID, WS-OPERATOR-FOUND-FLAG,
                               WS-OPERATOR-ROLE, WS-PERM-TABLE
           ON EXCEPTION
               DISPLAY "エラー:SYLPRO呼出失敗"
           END-CALL.
               DISPLAY "エラー:SYLPER呼出失敗"
           END-CALL.

       CALL-STUDENT-TIMETABLE.
           DISPLAY "SYLSTTを起動します...".
           CALL "SYLSTT"
           ON EXCEPTION
               DISPLAY "エラー:SYLSTT呼出失敗"
           END-CALL.

       CALL-CREDIT-LIMIT-MAINTAIN.
           DISPLAY "SYLCRLを起動します...".
           CALL "SYLCRL"
           ON EXCEPTION
               DISPLAY "エラー:SYLCRL呼出失敗"
           END-CALL.

       CALL-GRADE-POINT-MAINTAIN.
           DISPLAY "SYLGPTを起動します...".
           CALL "SYLGPT"
           ON EXCEPTION
               DISPLAY "エラー:SYLGPT呼出失敗"
           END-CALL.

       CALL-TRANSCRIPT-ISSUE.
           DISPLAY "SYLTRNを起動します...".
           MOVE SPACE TO WS-TRN-MODE.
           CALL "SYLTRN" USING WS-TRN-REQUEST
           ON EXCEPTION
               DISPLAY "エラー:SYLTRN呼出失敗"
           END-CALL.

       CALL-STANDING-RULE-MAINTAIN.
           DISPLAY "SYLSRLを起動します...".
           CALL "SYLSRL"
           ON EXCEPTION
               DISPLAY "エラー:SYLSRL呼出失敗"
           END-CALL.

       CALL-GRADE-CHANGE.
           DISPLAY "SYLGCRを起動します...".
           CALL "SYLGCR" USING WS-LOGIN-ID, WS-OPERATOR-FOUND-FLAG,
                               WS-OPERATOR-ROLE, WS-PERM-TABLE
           ON EXCEPTION
               DISPLAY "エラー:SYLGCR呼出失敗"
           END-CALL.

       CALL-TEACHER-AVAIL.
           DISPLAY "SYLTAVを起動します...".
           CALL "SYLTAV"
           ON EXCEPTION
               DISPLAY "エラー:SYLTAV呼出失敗"
           END-CALL.

       CALL-CO-TEACHER.
           DISPLAY "SYLCTCを起動します...".
           CALL "SYLCTC"
           ON EXCEPTION
               DISPLAY "エラー:SYLCTC呼出失敗"
           END-CALL.

       CALL-OUTCOME-MAINT.
           DISPLAY "SYLPLOを起動します...".
           CALL "SYLPLO"
           ON EXCEPTION
               DISPLAY "エラー:SYLPLO呼出失敗"
           END-CALL.

       CALL-OUTCOME-MATRIX.
           DISPLAY "SYLOMXを起動します...".
           CALL "SYLOMX"
           ON EXCEPTION
               DISPLAY "エラー:SYLOMX呼出失敗"
           END-CALL.

       CALL-ATTEND-IMPORT.
           DISPLAY "SYLATIを起動します...".
           CALL "SYLATI"
           ON EXCEPTION
               DISPLAY "エラー:SYLATI呼出失敗"
           END-CALL.

       CALL-PROCTOR-SWAP.
           DISPLAY "SYLPCSを起動します...".
           CALL "SYLPCS"
           ON EXCEPTION
               DISPLAY "エラー:SYLPCS呼出失敗"
           END-CALL.

       CALL-STUDENT-FEED.
           DISPLAY "SYLSFLを起動します...".
           CALL "SYLSFL"
           ON EXCEPTION
               DISPLAY "エラー:SYLSFL呼出失敗"
           END-CALL.

       CALL-SECTION-MOVE.
           DISPLAY "SYLSMVを起動します...".
           CALL "SYLSMV"
           ON EXCEPTION
               DISPLAY "エラー:SYLSMV呼出失敗"
           END-CALL.

       CALL-POLICY-MASTER.
           DISPLAY "SYLPOLを起動します...".
           CALL "SYLPOL"
           ON EXCEPTION
               DISPLAY "エラー:SYLPOL呼出失敗"
           END-CALL.

       CALL-WORKLOAD-REPORT.
           DISPLAY "SYLWKLを起動します...".
           CALL "SYLWKL"
           ON EXCEPTION
               DISPLAY "エラー:SYLWKL呼出失敗"
           END-CALL.

       CALL-EQUIV-MASTER.
           DISPLAY "SYLEQVを起動します...".
           CALL "SYLEQV"
           ON EXCEPTION
               DISPLAY "エラー:SYLEQV呼出失敗"
           END-CALL.

       CALL-EQUIV-RELIANCE.
           DISPLAY "SYLEQRを起動します...".
           CALL "SYLEQR"
           ON EXCEPTION
               DISPLAY "エラー:SYLEQR呼出失敗"
           END-CALL.

       CALL-SEAT-RECOUNT.
           DISPLAY "SYLSCRを起動します...".
           CALL "SYLSCR"
           ON EXCEPTION
               DISPLAY "エラー:SYLSCR呼出失敗"
           END-CALL.

       CALL-SEAT-INQUIRY.
           DISPLAY "SYLSAVを起動します...".
           CALL "SYLSAV"
           ON EXCEPTION
               DISPLAY "エラー:SYLSAV呼出失敗"
           END-CALL.

       CALL-TEACHER-WORKLIST.
           DISPLAY "SYLTWLを起動します...".
           CALL "SYLTWL" USING WS-LOGIN-ID, WS-OPERATOR-FOUND-FLAG,
                               WS-OPERATOR-ROLE, WS-PERM-TABLE
           ON EXCEPTION
               DISPLAY "エラー:SYLTWL呼出失敗"
           END-CALL.

       CALL-ADVISOR-MAINTAIN.
           DISPLAY "SYLADVを起動します...".
           CALL "SYLADV"
           ON EXCEPTION
               DISPLAY "エラー:SYLADV呼出失敗"
           END-CALL.

       CALL-ADVISEE-REPORT.
           DISPLAY "SYLADRを起動します...".
           CALL "SYLADR"
           ON EXCEPTION
               DISPLAY "エラー:SYLADR呼出失敗"
           END-CALL.

       CALL-ROOM-BOOKING.
           DISPLAY "SYLBKGを起動します...".
           CALL "SYLBKG"
           ON EXCEPTION
               DISPLAY "エラー:SYLBKG呼出失敗"
           END-CALL.

       CALL-ROOM-SCHEDULE.
           DISPLAY "SYLRSHを起動します...".
           CALL "SYLRSH"
           ON EXCEPTION
               DISPLAY "エラー:SYLRSH呼出失敗"
           END-CALL.

       CALL-DUTY-EXCEPTION-REPORT.
           DISPLAY "SYLSODを起動します...".
           CALL "SYLSOD"
           ON EXCEPTION
               DISPLAY "エラー:SYLSOD呼出失敗"
           END-CALL.

       CALL-SERVICE-MATRIX.
           DISPLAY "SYLSVCを起動します...".
           CALL "SYLSVC"
           ON EXCEPTION
               DISPLAY "エラー:SYLSVC呼出失敗"
           END-CALL.

       CALL-MAIL-RESULT-IMPORT.
           DISPLAY "SYLMDRを起動します...".
           CALL "SYLMDR"
           ON EXCEPTION
               DISPLAY "エラー:SYLMDR呼出失敗"
           END-CALL.

       CALL-MAIL-BOUNCE-REPORT.
           DISPLAY "SYLMBRを起動します...".
           CALL "SYLMBR"
           ON EXCEPTION
               DISPLAY "エラー:SYLMBR呼出失敗"
           END-CALL.

       CALL-LATE-PETITION.
           DISPLAY "SYLPETを起動します...".
           CALL "SYLPET" USING WS-LOGIN-ID, WS-OPERATOR-FOUND-FLAG,
                               WS-OPERATOR-ROLE, WS-PERM-TABLE
           ON EXCEPTION
               DISPLAY "エラー:SYLPET呼出失敗"
           END-CALL.

       CALL-PETITION-REPORT.
           DISPLAY "SYLPTRを起動します...".
           CALL "SYLPTR"
           ON EXCEPTION
               DISPLAY "エラー:SYLPTR呼出失敗"
           END-CALL.

       CALL-GOVT-SURVEY.
           DISPLAY "SYLGSVを起動します...".
           CALL "SYLGSV"
           ON EXCEPTION
               DISPLAY "エラー:SYLGSV呼出失敗"
           END-CALL.

       CALL-STUDENT-ANONYMIZE.
           DISPLAY "SYLANOを起動します...".
           CALL "SYLANO" USING WS-LOGIN-ID, WS-OPERATOR-FOUND-FLAG,
                               WS-OPERATOR-ROLE, WS-PERM-TABLE
           ON EXCEPTION
               DISPLAY "エラー:SYLANO呼出失敗"
           END-CALL.

       CALL-COST-RATE-MAINTAIN.
           DISPLAY "SYLCSRを起動します...".
           CALL "SYLCSR"
           ON EXCEPTION
               DISPLAY "エラー:SYLCSR呼出失敗"
           END-CALL.

       CALL-COST-REVENUE-REPORT.
           DISPLAY "SYLCSTを起動します...".
           CALL "SYLCST"
           ON EXCEPTION
               DISPLAY "エラー:SYLCST呼出失敗"
           END-CALL.

      *-----------------------------------------------------------
      * 操作者の許可機能を権限マスタから読み込む
      * (権限レコードのない操作者は従来どおり役割のみで制御)
                       MOVE "Y" TO WS-PERM-EOF-FLAG
                   NOT AT END
                       IF PRM-OPERATOR-ID = WS-LOGIN-ID
                           IF WS-PERM-COUNT < 99
                               ADD 1 TO WS-PERM-COUNT
                               MOVE PRM-FUNCTION-NO TO
                                   WS-PERM-FUNC(WS-PERM-COUNT)
