      *****************************************************************
      * 授業費用率マスタファイル - レコードレイアウト
      * (種別G=教員区分別(コードは雇用区分 F=専任 P=非常勤),
      *  T=教員個人別(コードは教員ID), R=教室費(コードは教室種別,
      *  空白は既定)。適用年度以前で最も新しい行を使う。
      *  算定基準 H=時間当り C=単位当り)
      *****************************************************************
       01  COST-RATE-RECORD.
           05 CSR-KEY.
              10 CSR-RATE-TYPE      PIC X.
                 88 CSR-TYPE-GRADE       VALUE "G".
                 88 CSR-TYPE-TEACHER     VALUE "T".
                 88 CSR-TYPE-ROOM        VALUE "R".
              10 CSR-RATE-CODE      PIC X(10).
              10 CSR-EFFECTIVE-YEAR PIC X(4).
           05 CSR-BASIS             PIC X.
              88 CSR-BASIS-HOURLY       VALUE "H".
              88 CSR-BASIS-CREDIT       VALUE "C".
           05 CSR-AMOUNT            PIC 9(7).
