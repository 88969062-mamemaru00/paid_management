           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    保存期間を過ぎた退職者の消去(PL_PURGE)で明細を消した
      *    従業員の行は凍結('Y')し、作り直しの対象から外す。
           EXEC SQL
               ALTER TABLE PL_MONTHLY_SUM
               ADD COLUMN IF NOT EXISTS SUM_FROZEN VARCHAR(1)
                   NOT NULL DEFAULT 'N'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS ROLLUP_CONTROL
               (
      *    アーカイブ済み年月の作り直し(遅延登録の遡及付与や
      *    リロードで古い月に行が入った場合)でも値が欠けないよう、
      *    本体とPL_HISTORY_ARCHの両方を読む。
      *    凍結行(PL_PURGEで明細を消去した従業員)は消さず、その
      *    従業員の分は作り直さない。
           EXEC SQL
               DELETE FROM PL_MONTHLY_SUM
               WHERE SUM_MONTH = :WS-SUM-MONTH
                 AND SUM_FROZEN = 'N'
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.
               INNER JOIN PL_BALANCE B
                   ON H.H_BALANCE_ID = B.BALANCE_ID
               WHERE TO_CHAR(H.ACQ_DATE,'YYYY-MM') = :WS-SUM-MONTH
                 AND NOT EXISTS
                     (SELECT 1 FROM PL_MONTHLY_SUM F
                      WHERE F.SUM_EMP_ID = B.B_EMP_ID
                        AND F.SUM_FROZEN = 'Y')
               GROUP BY B.B_EMP_ID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
