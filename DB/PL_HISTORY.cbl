           PERFORM MIGRATE-REQUEST-REF-RTN.
           PERFORM MIGRATE-ACQ-UNIT-RTN.
           PERFORM MIGRATE-KEY-ALLOCATION-RTN.
           PERFORM MIGRATE-RUN-STAMP-RTN.

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
               ALTER TABLE PL_HISTORY
                   ADD COLUMN IF NOT EXISTS RUN_ID NUMERIC(8)
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               ALTER TABLE PL_HISTORY
                   ADD COLUMN IF NOT EXISTS RUN_STEP VARCHAR(20)
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
