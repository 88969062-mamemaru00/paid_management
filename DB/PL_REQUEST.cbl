      *    TRANFILEへ直接入力していた消化実績の手前に「誰が・いつ・
      *    何日分を申請し、誰が承認したか」を保持する申請トレイルを
      *    置くためのテーブルで、PL_REQ_ENTRY(申請入力)・
      *    PL_REQ_APPR(承認・却下・時季変更)・PAID_CALC(承認済み申請の
      *    取り込み)が使用する。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    時季変更(RESCHEDULED)を受け入れて作り直した申請は、
      *    元の申請IDをRQ_ORIG_REQUEST_IDに持つ。
           EXEC SQL
               ALTER TABLE PL_REQUEST
               ADD COLUMN IF NOT EXISTS RQ_ORIG_REQUEST_ID VARCHAR(8)
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    却下理由コード(DENY_REASON_MASTER)。コード導入前の却下は
      *    NULLで、RQ_DENY_REASONの自由記述だけを持つ。
           EXEC SQL
               ALTER TABLE PL_REQUEST
               ADD COLUMN IF NOT EXISTS RQ_DENY_CODE VARCHAR(2)
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    REQUEST_IDの採番用シーケンス(同時入力での重複防止)。
           EXEC SQL
               CREATE SEQUENCE IF NOT EXISTS PL_REQUEST_SEQ
