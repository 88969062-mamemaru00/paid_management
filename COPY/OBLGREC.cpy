      ******************************************************************
      *    5日取得義務の義務期間を共通サブプログラムOBLIG-PERIODと
      *    受け渡す領域。OBL-BALANCE-IDに判定するロットを入れて
      *    CALLすると、そのロットが属する義務期間を返す。
      *    前回付与の1年以内に次の付与があるロットは、期間を通算
      *    した按分(月数÷12×5日、半日単位に切上げ)で1つの義務
      *    期間にまとめる。OBL-LOT-COUNTが0のロットは義務の対象外
      *    (5日義務に算入しない種別か付与日数10日未満)。
      *    通算された期間は先頭ロット(OBL-LEAD-ID)で1回だけ判定
      *    する。日付はYYYY-MM-DD、OBL-LIMITは期間末日の翌日。
      ******************************************************************
       01  OBL-PARM-VARS.
           03  OBL-BALANCE-ID       PIC  X(12).
           03  OBL-LOT-COUNT        PIC  9(2).
           03  OBL-LEAD-ID          PIC  X(12).
           03  OBL-START            PIC  X(10).
           03  OBL-END              PIC  X(10).
           03  OBL-LIMIT            PIC  X(10).
           03  OBL-LAST-GRANT       PIC  X(10).
           03  OBL-MONTHS           PIC  9(3).
           03  OBL-REQUIRED         PIC  9(2)V9.
           03  OBL-USED             PIC S9(3)V9.
