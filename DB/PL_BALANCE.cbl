           PERFORM MIGRATE-KEY-ALLOCATION-RTN.
           PERFORM MIGRATE-EXPIRE-FIELDS-RTN.
           PERFORM MIGRATE-COMPANY-CODE-RTN.
           PERFORM MIGRATE-RUN-STAMP-RTN.
           PERFORM MIGRATE-PRORATE-BASIS-RTN.

           PERFORM READ-CHECKPOINT-RTN.

           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       MIGRATE-RUN-STAMP-RTN.
      ******************************************************************
      *    夜間バッチ(NIGHTLY_RUN)のステップが書いた行に刻印する
      *    ランIDとステップ名(会社コード:ステップ)。RUN_ROLLBACKで
      *    ラン単位に取り消す際の抽出キー。手入力・オンラインの行は
      *    NULLのまま。
           EXEC SQL
               ALTER TABLE PL_BALANCE
                   ADD COLUMN IF NOT EXISTS RUN_ID NUMERIC(8)
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               ALTER TABLE PL_BALANCE
                   ADD COLUMN IF NOT EXISTS RUN_STEP VARCHAR(20)
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       MIGRATE-PRORATE-BASIS-RTN.
      ******************************************************************
      *    付与日数表の区分を決めた根拠。INPUT_PROGRAMの付与ロットに
      *    書く。PRORATE_BASISはW=週所定労働日数 / A=年間所定労働
      *    日数(勤怠の出勤率サマリの実績) / R=年間所定労働日数
      *    (勤務表)、PRORATE_DAYSはその日数(週n日または年n日)。
      *    管理簿(LEDGER_RPT)で付与日数の説明に使う。根拠を持たない
      *    ロット(特別付与・移行前の行など)はNULLのまま。
           EXEC SQL
               ALTER TABLE PL_BALANCE
                   ADD COLUMN IF NOT EXISTS PRORATE_BASIS VARCHAR(1)
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               ALTER TABLE PL_BALANCE
                   ADD COLUMN IF NOT EXISTS PRORATE_DAYS SMALLINT
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
