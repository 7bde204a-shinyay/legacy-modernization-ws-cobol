      *****************************************************************
      * 評価別GPAポイントマスタファイル - レコードレイアウト
      * (評価ごとの点数と、GPA算入・単位修得の扱いを定める)
      *****************************************************************
       01  GRADE-POINT-RECORD.
           05 GPT-GRADE             PIC X.
           05 GPT-POINTS            PIC 9V9.
           05 GPT-GPA-FLAG          PIC X.
              88 GPT-IN-GPA             VALUE "Y".
           05 GPT-EARN-FLAG         PIC X.
              88 GPT-EARNS-CREDIT       VALUE "Y".
