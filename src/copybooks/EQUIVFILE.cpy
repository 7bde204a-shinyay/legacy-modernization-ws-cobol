      *****************************************************************
      * 同等科目マスタファイル - レコードレイアウト
      * (番号変更前の旧科目、または他大学の科目を本学の科目と同等
      *  とみなす。EQV-SOURCE-INSTが空白なら本学の旧科目番号。
      *  適用年度は判定する年度で見る。終了年度空白は期限なし)
      *****************************************************************
       01  EQUIV-RECORD.
           05 EQV-KEY.
              10 EQV-SOURCE-INST    PIC X(6).
              10 EQV-SOURCE-COURSE  PIC X(10).
              10 EQV-TARGET-COURSE-ID PIC X(6).
           05 EQV-SOURCE-NAME       PIC X(30).
           05 EQV-FROM-YEAR         PIC X(4).
           05 EQV-TO-YEAR           PIC X(4).
           05 EQV-LAST-UPDATED      PIC X(21).
