      *      2 = 有給事務担当(PAID_CALCの実行可)
      *      3 = 上級者(RETIRE / PL_CORRECT / PL_EXPIREの実行可)
      *    未登録の操作者はレベル0(実行不可)として扱われる。
      *    権限確認の前に共通サブプログラムOPER-SIGNONでサインオン
      *    (本人確認)を行うため、操作者ごとに次の列を持つ。
      *      OPER_KIND        I=対話の操作者 / S=夜間バッチ専用の
      *                       サービスID(パスワードを持たない)
      *      OPER_PW_SALT     パスワードのハッシュに混ぜる乱数
      *      OPER_PW_HASH     SHA-256(ソルト:操作者ID:パスワード)
      *      OPER_PW_CHANGED  パスワードの変更日(未設定=初期設定・
      *                       再設定の直後で、次回サインオン時に
      *                       変更が必要)
      *      OPER_FAIL_COUNT  連続したサインオン失敗の回数
      *      OPER_LOCKED      Y=失敗回数の上限によるロック中
      *      OPER_EMP_ID      操作者本人の社員ID(職務分掌の点検
      *                       SOD_RPTで使う。サービスIDは空)
      *    登録・パスワードの再設定・ロック解除はOPER_MAINTで行う。
      *    初期データとして管理者1名(初期パスワードはIDと同じ
      *    ADMIN。初回サインオン時に変更が必要)とサービスID
      *    NIGHTLYを投入する(ON CONFLICTで上書きしない)。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               ALTER TABLE OPERATOR_AUTH
                   ADD COLUMN IF NOT EXISTS OPER_KIND
                       VARCHAR(1) NOT NULL DEFAULT 'I',
                   ADD COLUMN IF NOT EXISTS OPER_PW_SALT VARCHAR(32),
                   ADD COLUMN IF NOT EXISTS OPER_PW_HASH VARCHAR(64),
                   ADD COLUMN IF NOT EXISTS OPER_PW_CHANGED DATE,
                   ADD COLUMN IF NOT EXISTS OPER_FAIL_COUNT
                       SMALLINT NOT NULL DEFAULT 0,
                   ADD COLUMN IF NOT EXISTS OPER_LOCKED
                       VARCHAR(1) NOT NULL DEFAULT 'N',
                   ADD COLUMN IF NOT EXISTS OPER_EMP_ID VARCHAR(6)
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO OPERATOR_AUTH (OPER_ID, AUTH_LEVEL)
               VALUES ('ADMIN', 3)
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    管理者の初期パスワード(まだ設定されていない場合のみ)。
      *    変更日を空けておき、初回サインオン時に変更させる。
           EXEC SQL
               UPDATE OPERATOR_AUTH
               SET OPER_PW_SALT =
                       MD5(CAST(RANDOM() AS VARCHAR) ||
                           CAST(CLOCK_TIMESTAMP() AS VARCHAR))
               WHERE OPER_ID = 'ADMIN'
                 AND OPER_PW_HASH IS NULL
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               UPDATE OPERATOR_AUTH
               SET OPER_PW_HASH =
                       ENCODE(SHA256(CONVERT_TO(
                           OPER_PW_SALT || ':' || OPER_ID || ':' ||
                           'ADMIN', 'UTF8')), 'hex'),
                   OPER_PW_CHANGED = NULL
               WHERE OPER_ID = 'ADMIN'
                 AND OPER_PW_HASH IS NULL
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      *    NIGHTLY_RUNが使う夜間バッチ専用のサービスID。
           EXEC SQL
               INSERT INTO OPERATOR_AUTH
                   (OPER_ID, AUTH_LEVEL, OPER_KIND)
               VALUES ('NIGHTLY', 3, 'S')
               ON CONFLICT (OPER_ID) DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
