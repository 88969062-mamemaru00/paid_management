      ******************************************************************
      *    各部門が年休年度の初めに集める年休取得計画表の入力
      *    ファイル(LVPLNIN)の1レコード分のレイアウト。社員ID+
      *    計画日で1日を表し、同じキーの再送は上書きとする。EMPINと
      *    同じく先頭HDR・末尾TRLの枠付き固定長レコード。
      *      LVPLIN-PLAN-DATE     取得予定日(YYYY-MM-DD)
      *      LVPLIN-HALF-FLAG     Hは半日の計画。空欄は1日
      *      LVPLIN-ACTION        Dはその日の計画の取り下げ。
      *                           空欄は登録・変更
      ******************************************************************
       01  LVPLAN-IN-REC.
           03  LVPLIN-EMP-ID           PIC  X(06).
           03  LVPLIN-PLAN-DATE        PIC  X(10).
           03  LVPLIN-HALF-FLAG        PIC  X(01).
           03  LVPLIN-ACTION           PIC  X(01).
