      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 OPER-SIGNON.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    操作者のサインオン(本人確認)を行う共通サブプログラム。
      *    権限確認(CHECK-AUTH-LEVEL-RTN)を行う各プログラムが、
      *    OPERATOR_AUTHの権限レベルを読む前に、呼び出し元の
      *    SQLCA・操作者ID(PLM_OPERATOR)・プログラム名・結果
      *    スイッチを渡してCALLする。結果スイッチが"Y"のときだけ
      *    サインオン済みとし、それ以外は呼び出し元が実行を拒否する
      *    (SQLエラーは呼び出し元のSQLCODEで判定する)。
      *      対話の操作者(OPER_KIND='I')
      *          コンソールからパスワードを受け取り、OPERATOR_AUTHに
      *          保持したハッシュ(OPER_PW_SALT+":"+操作者ID+":"+
      *          パスワードのSHA-256。OPER_MAINTと同じ計算式)と
      *          照合する。連続してSIGNON_MAX_FAIL回(未設定は3回)
      *          誤るとロック(OPER_LOCKED='Y')し、以後は
      *          OPER_MAINT Uで解除するまでサインオンできない。
      *          パスワードの変更からPW_EXPIRE_DAYS日(未設定は90日)
      *          を過ぎた場合と、OPER_MAINTで初期設定・再設定した
      *          直後は、その場で新しいパスワード(PW_MIN_LENGTH桁
      *          以上。未設定は8桁)への変更を求める。
      *          操作者メニュー(PL_MENU)から起動されたプログラム
      *          では、メニューのサインオン時に発行した合言葉
      *          (PLM_SIGNON_TOKEN)が有効な間はパスワードを
      *          聞き直さない(ロック中の操作者は不可)。
      *      サービスID(OPER_KIND='S')
      *          夜間バッチ(NIGHTLY_RUN)専用。パスワードでは
      *          サインオンできず、NIGHTLY_RUNが実行ごとに発行して
      *          PLM_SIGNON_TOKEN環境変数で各ステップへ渡す
      *          ワンタイムの合言葉(ハッシュをSIGNON_TOKENに保持)
      *          が有効な間だけサインオンできる。
      *    サインオンの成否はすべてSIGNON_LOGへ記録する。
      *    同じ実行単位で同じ操作者が2回目以降に呼んだ場合は、
      *    確認済みとしてそのまま"Y"を返す。
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
           01  WS-SIGNED-ON-SW         PIC X(1) VALUE "N".
               88  WS-SIGNED-ON            VALUE "Y".
           01  WS-SIGNED-OPERATOR      PIC X(10) VALUE SPACE.

           01  WS-MAX-FAIL-NUM         PIC 9(2) VALUE 3.
           01  WS-EXPIRE-DAYS-NUM      PIC 9(4) VALUE 90.
           01  WS-MIN-LENGTH-NUM       PIC 9(2) VALUE 8.
           01  WS-PW-LENGTH            PIC 9(2).
           01  WS-PW-CONFIRM           PIC X(20).
           01  WS-FAIL-NUM             PIC 9(2).
           01  WS-REMAIN-NUM           PIC 9(2).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  SO-OPER-ID              PIC  X(10).
           01  SO-PROGRAM              PIC  X(12).
           01  SO-COMPANY              PIC  X(2) VALUE "01".
           01  SO-RESULT               PIC  X(8).
           01  SO-COUNT                PIC  X(8).
           01  SO-KIND                 PIC  X(1).
           01  SO-LOCKED               PIC  X(1).
           01  SO-HAS-PW               PIC  X(1).
           01  SO-EXPIRED              PIC  X(1).
           01  SO-FAIL-COUNT           PIC  X(4).
           01  SO-MAX-FAIL             PIC  X(20).
           01  SO-EXPIRE-DAYS          PIC  X(20).
           01  SO-MIN-LENGTH           PIC  X(20).
           01  SO-PASSWORD             PIC  X(20).
           01  SO-NEW-PASSWORD         PIC  X(20).
           01  SO-TOKEN                PIC  X(32).
           EXEC SQL END DECLARE SECTION END-EXEC.

       LINKAGE                     SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           01  LK-OPERATOR-ID          PIC X(10).
           01  LK-PROGRAM-NAME         PIC X(12).
           01  LK-SIGNON-SW            PIC X(1).

      ******************************************************************
       PROCEDURE                   DIVISION USING SQLCA
                                                   LK-OPERATOR-ID
                                                   LK-PROGRAM-NAME
                                                   LK-SIGNON-SW.
      ******************************************************************
       MAIN-RTN.
           MOVE "N" TO LK-SIGNON-SW.
           MOVE ZERO TO SQLCODE.
           IF WS-SIGNED-ON
              AND WS-SIGNED-OPERATOR = LK-OPERATOR-ID
               MOVE "Y" TO LK-SIGNON-SW
           ELSE
               MOVE LK-OPERATOR-ID TO SO-OPER-ID
               MOVE LK-PROGRAM-NAME TO SO-PROGRAM
               ACCEPT SO-COMPANY FROM ENVIRONMENT "PLM_COMPANY"
               IF SO-COMPANY = SPACE
                   MOVE "01" TO SO-COMPANY
               END-IF
               PERFORM ENSURE-SIGNON-TABLES-RTN
               IF SQLCODE = ZERO
                   PERFORM READ-SIGNON-CONFIG-RTN
               END-IF
               IF SQLCODE = ZERO
                   PERFORM READ-OPERATOR-RTN
               END-IF
               IF SQLCODE = ZERO
                   PERFORM JUDGE-SIGNON-RTN
               END-IF
               IF SQLCODE = ZERO
                   PERFORM WRITE-SIGNON-LOG-RTN
               END-IF
           END-IF.

           GOBACK.

      ******************************************************************
       ENSURE-SIGNON-TABLES-RTN.
      ******************************************************************
      *    OPERATOR_AUTHのサインオン用の列と、サインオン記録・
      *    夜間バッチの合言葉の表。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS OPERATOR_AUTH
               (
                   OPER_ID      VARCHAR(10) NOT NULL,
                   AUTH_LEVEL   SMALLINT NOT NULL DEFAULT 1,
                   CONSTRAINT OAUTH_0 PRIMARY KEY (OPER_ID)
               )
           END-EXEC.
           IF SQLCODE = ZERO
               EXEC SQL
                   ALTER TABLE OPERATOR_AUTH
                       ADD COLUMN IF NOT EXISTS OPER_KIND
                           VARCHAR(1) NOT NULL DEFAULT 'I',
                       ADD COLUMN IF NOT EXISTS OPER_PW_SALT
                           VARCHAR(32),
                       ADD COLUMN IF NOT EXISTS OPER_PW_HASH
                           VARCHAR(64),
                       ADD COLUMN IF NOT EXISTS OPER_PW_CHANGED DATE,
                       ADD COLUMN IF NOT EXISTS OPER_FAIL_COUNT
                           SMALLINT NOT NULL DEFAULT 0,
                       ADD COLUMN IF NOT EXISTS OPER_LOCKED
                           VARCHAR(1) NOT NULL DEFAULT 'N'
               END-EXEC
           END-IF.
           IF SQLCODE = ZERO
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS SIGNON_LOG
                   (
                       SIGNON_ID      BIGSERIAL,
                       SIGNON_AT      TIMESTAMP NOT NULL
                                       DEFAULT CURRENT_TIMESTAMP,
                       OPER_ID        VARCHAR(10) NOT NULL,
                       PROGRAM_NAME   VARCHAR(12) NOT NULL,
                       SIGNON_RESULT  VARCHAR(8) NOT NULL,
                       CONSTRAINT SGNL_0 PRIMARY KEY (SIGNON_ID)
                   )
               END-EXEC
           END-IF.
           IF SQLCODE = ZERO
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS SIGNON_TOKEN
                   (
                       TOKEN_HASH     VARCHAR(64) NOT NULL,
                       OPER_ID        VARCHAR(10) NOT NULL,
                       ISSUED_AT      TIMESTAMP NOT NULL
                                       DEFAULT CURRENT_TIMESTAMP,
                       EXPIRES_AT     TIMESTAMP NOT NULL,
                       CONSTRAINT SGNT_0 PRIMARY KEY (TOKEN_HASH)
                   )
               END-EXEC
           END-IF.
           IF SQLCODE = ZERO
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS PLM_CONFIG
                   (
                       COMPANY_CODE   VARCHAR(2) NOT NULL
                                       DEFAULT '01',
                       CONFIG_KEY     VARCHAR(20) NOT NULL,
                       CONFIG_VALUE   VARCHAR(20) NOT NULL,
                       EFFECTIVE_FROM DATE NOT NULL
                                       DEFAULT DATE '1900-01-01',
                       CONSTRAINT CFG_2 PRIMARY KEY
                           (COMPANY_CODE, CONFIG_KEY, EFFECTIVE_FROM)
                   )
               END-EXEC
           END-IF.

      ******************************************************************
       READ-SIGNON-CONFIG-RTN.
      ******************************************************************
      *    ロックまでの失敗回数・パスワードの有効日数・最小桁数。
      *    行が無い・値が0以下の場合は既定値のまま。
           EXEC SQL
               SELECT COALESCE(
                          (SELECT C.CONFIG_VALUE
                           FROM PLM_CONFIG C
                           WHERE C.CONFIG_KEY = 'SIGNON_MAX_FAIL'
                             AND C.COMPANY_CODE = :SO-COMPANY
                             AND C.EFFECTIVE_FROM <= CURRENT_DATE
                           ORDER BY C.EFFECTIVE_FROM DESC
                           LIMIT 1), '0'),
                      COALESCE(
                          (SELECT C.CONFIG_VALUE
                           FROM PLM_CONFIG C
                           WHERE C.CONFIG_KEY = 'PW_EXPIRE_DAYS'
                             AND C.COMPANY_CODE = :SO-COMPANY
                             AND C.EFFECTIVE_FROM <= CURRENT_DATE
                           ORDER BY C.EFFECTIVE_FROM DESC
                           LIMIT 1), '0'),
                      COALESCE(
                          (SELECT C.CONFIG_VALUE
                           FROM PLM_CONFIG C
                           WHERE C.CONFIG_KEY = 'PW_MIN_LENGTH'
                             AND C.COMPANY_CODE = :SO-COMPANY
                             AND C.EFFECTIVE_FROM <= CURRENT_DATE
                           ORDER BY C.EFFECTIVE_FROM DESC
                           LIMIT 1), '0')
               INTO :SO-MAX-FAIL, :SO-EXPIRE-DAYS, :SO-MIN-LENGTH
           END-EXEC.
           IF SQLCODE = ZERO
               IF FUNCTION NUMVAL(SO-MAX-FAIL) > 0
                   MOVE FUNCTION NUMVAL(SO-MAX-FAIL)
                       TO WS-MAX-FAIL-NUM
               END-IF
               IF FUNCTION NUMVAL(SO-EXPIRE-DAYS) > 0
                   MOVE FUNCTION NUMVAL(SO-EXPIRE-DAYS)
                       TO WS-EXPIRE-DAYS-NUM
               END-IF
               IF FUNCTION NUMVAL(SO-MIN-LENGTH) > 0
                   MOVE FUNCTION NUMVAL(SO-MIN-LENGTH)
                       TO WS-MIN-LENGTH-NUM
               END-IF
               MOVE WS-EXPIRE-DAYS-NUM TO SO-EXPIRE-DAYS
           END-IF.

      ******************************************************************
       READ-OPERATOR-RTN.
      ******************************************************************
      *    操作者の区分・ロック・パスワードの有無と期限切れを読む。
      *    パスワードの変更日が未設定(初期設定・再設定の直後)は
      *    期限切れとして扱う。
           MOVE "0" TO SO-COUNT.
           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8))
               INTO :SO-COUNT
               FROM OPERATOR_AUTH
               WHERE OPER_ID = :SO-OPER-ID
           END-EXEC.
           IF SQLCODE = ZERO
              AND FUNCTION NUMVAL(SO-COUNT) > 0
               EXEC SQL
                   SELECT OPER_KIND, OPER_LOCKED,
                          CASE WHEN OPER_PW_HASH IS NULL
                               THEN 'N' ELSE 'Y' END,
                          CASE WHEN OPER_PW_CHANGED IS NULL
                                 OR OPER_PW_CHANGED
                                    + CAST(:SO-EXPIRE-DAYS AS INTEGER)
                                    <= CURRENT_DATE
                               THEN 'Y' ELSE 'N' END,
                          CAST(OPER_FAIL_COUNT AS VARCHAR(4))
                   INTO :SO-KIND, :SO-LOCKED, :SO-HAS-PW,
                        :SO-EXPIRED, :SO-FAIL-COUNT
                   FROM OPERATOR_AUTH
                   WHERE OPER_ID = :SO-OPER-ID
               END-EXEC
           END-IF.

      ******************************************************************
       JUDGE-SIGNON-RTN.
      ******************************************************************
           EVALUATE TRUE
               WHEN FUNCTION NUMVAL(SO-COUNT) = 0
                   MOVE "UNKNOWN" TO SO-RESULT
                   DISPLAY "*** 操作者 " SO-OPER-ID
                       " は登録されていません ***"
               WHEN SO-KIND = "S"
                   PERFORM CHECK-SERVICE-TOKEN-RTN
               WHEN SO-LOCKED = "Y"
                   MOVE "LOCKED" TO SO-RESULT
                   DISPLAY "*** 操作者 " SO-OPER-ID
                       " はロックされています"
                       "(管理者に解除を依頼) ***"
               WHEN SO-HAS-PW NOT = "Y"
                   MOVE "NOPASS" TO SO-RESULT
                   DISPLAY "*** 操作者 " SO-OPER-ID
                       " はパスワードが未設定です"
                       "(管理者に設定を依頼) ***"
               WHEN OTHER
                   PERFORM LOOKUP-SIGNON-TOKEN-RTN
                   IF SO-RESULT NOT = "TOKEN"
                       PERFORM CHECK-PASSWORD-RTN
                   END-IF
           END-EVALUATE.

           IF SQLCODE = ZERO
               IF SO-RESULT = "OK" OR "PWCHG" OR "TOKEN"
                   MOVE "Y" TO LK-SIGNON-SW
                   MOVE "Y" TO WS-SIGNED-ON-SW
                   MOVE SO-OPER-ID TO WS-SIGNED-OPERATOR
               END-IF
           END-IF.

      ******************************************************************
       CHECK-SERVICE-TOKEN-RTN.
      ******************************************************************
      *    サービスIDは、NIGHTLY_RUNが発行した有効期限内の合言葉が
      *    渡された場合だけサインオンできる(対話では不可)。
           PERFORM LOOKUP-SIGNON-TOKEN-RTN.
           IF SO-RESULT NOT = "TOKEN"
               DISPLAY "*** " SO-OPER-ID
                   " は夜間バッチ専用のIDです"
                   "(対話ではサインオンできません) ***"
           END-IF.

      ******************************************************************
       LOOKUP-SIGNON-TOKEN-RTN.
      ******************************************************************
      *    PLM_SIGNON_TOKENで渡された合言葉が、この操作者に発行
      *    された有効期限内のものならTOKENとする(夜間バッチの
      *    サービスIDと、操作者メニューから起動されたプログラム)。
           MOVE "NOTOKEN" TO SO-RESULT.
           MOVE SPACE TO SO-TOKEN.
           ACCEPT SO-TOKEN FROM ENVIRONMENT "PLM_SIGNON_TOKEN".
           IF SO-TOKEN NOT = SPACE
               EXEC SQL
                   SELECT CAST(COUNT(*) AS VARCHAR(8))
                   INTO :SO-COUNT
                   FROM SIGNON_TOKEN
                   WHERE OPER_ID = :SO-OPER-ID
                     AND TOKEN_HASH =
                         ENCODE(SHA256(CONVERT_TO(
                             RTRIM(:SO-TOKEN), 'UTF8')), 'hex')
                     AND EXPIRES_AT > CURRENT_TIMESTAMP
               END-EXEC
               IF SQLCODE = ZERO
                  AND FUNCTION NUMVAL(SO-COUNT) > 0
                   MOVE "TOKEN" TO SO-RESULT
               END-IF
           END-IF.

      ******************************************************************
       CHECK-PASSWORD-RTN.
      ******************************************************************
           DISPLAY "操作者 " SO-OPER-ID " のパスワード : >> ".
           MOVE SPACE TO SO-PASSWORD.
           ACCEPT SO-PASSWORD FROM CONSOLE.

           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8))
               INTO :SO-COUNT
               FROM OPERATOR_AUTH
               WHERE OPER_ID = :SO-OPER-ID
                 AND OPER_PW_HASH =
                     ENCODE(SHA256(CONVERT_TO(
                         OPER_PW_SALT || ':' || OPER_ID || ':' ||
                         RTRIM(:SO-PASSWORD), 'UTF8')), 'hex')
           END-EXEC.
           IF SQLCODE = ZERO
               IF FUNCTION NUMVAL(SO-COUNT) = 0
                   PERFORM COUNT-FAILURE-RTN
               ELSE
                   PERFORM RESET-FAILURE-RTN
               END-IF
           END-IF.

      ******************************************************************
       COUNT-FAILURE-RTN.
      ******************************************************************
      *    失敗回数を数え、上限に達したらロックする。
           COMPUTE WS-FAIL-NUM = FUNCTION NUMVAL(SO-FAIL-COUNT) + 1.
           MOVE WS-FAIL-NUM TO SO-FAIL-COUNT.
           IF WS-FAIL-NUM >= WS-MAX-FAIL-NUM
               MOVE "Y" TO SO-LOCKED
               MOVE "LOCKOUT" TO SO-RESULT
               DISPLAY "*** パスワードが違います。"
                   "規定回数に達したため"
                   "ロックしました ***"
           ELSE
               MOVE "N" TO SO-LOCKED
               MOVE "BADPW" TO SO-RESULT
               COMPUTE WS-REMAIN-NUM = WS-MAX-FAIL-NUM - WS-FAIL-NUM
               DISPLAY "*** パスワードが違います"
                   "(あと " WS-REMAIN-NUM
                   " 回でロック) ***"
           END-IF.
           EXEC SQL
               UPDATE OPERATOR_AUTH
               SET OPER_FAIL_COUNT = CAST(:SO-FAIL-COUNT AS SMALLINT),
                   OPER_LOCKED = :SO-LOCKED
               WHERE OPER_ID = :SO-OPER-ID
           END-EXEC.

      ******************************************************************
       RESET-FAILURE-RTN.
      ******************************************************************
      *    照合できたら失敗回数を0に戻し、期限切れなら変更させる。
           MOVE "OK" TO SO-RESULT.
           EXEC SQL
               UPDATE OPERATOR_AUTH
               SET OPER_FAIL_COUNT = 0
               WHERE OPER_ID = :SO-OPER-ID
           END-EXEC.
           IF SQLCODE = ZERO
              AND SO-EXPIRED = "Y"
               PERFORM CHANGE-PASSWORD-RTN
           END-IF.

      ******************************************************************
       CHANGE-PASSWORD-RTN.
      ******************************************************************
      *    期限切れ・初期設定直後のパスワード変更。新しいソルトを
      *    付け直してからハッシュを作る。
           DISPLAY "パスワードの有効期限が"
               "切れています。"
               "新しいパスワードを設定してください".
           DISPLAY "新しいパスワード (" WS-MIN-LENGTH-NUM
               "桁以上) : >> ".
           MOVE SPACE TO SO-NEW-PASSWORD.
           ACCEPT SO-NEW-PASSWORD FROM CONSOLE.
           DISPLAY "確認のためもう一度 : >> ".
           MOVE SPACE TO WS-PW-CONFIRM.
           ACCEPT WS-PW-CONFIRM FROM CONSOLE.

           MOVE ZERO TO WS-PW-LENGTH.
           IF SO-NEW-PASSWORD NOT = SPACE
               COMPUTE WS-PW-LENGTH = FUNCTION LENGTH(
                   FUNCTION TRIM(SO-NEW-PASSWORD TRAILING))
           END-IF.

           EVALUATE TRUE
               WHEN SO-NEW-PASSWORD NOT = WS-PW-CONFIRM
                   MOVE "PWFAIL" TO SO-RESULT
                   DISPLAY "*** 確認の入力が"
                       "一致しません ***"
               WHEN WS-PW-LENGTH < WS-MIN-LENGTH-NUM
                   MOVE "PWFAIL" TO SO-RESULT
                   DISPLAY "*** パスワードが短すぎます ***"
               WHEN SO-NEW-PASSWORD = SO-PASSWORD
                   MOVE "PWFAIL" TO SO-RESULT
                   DISPLAY "*** 現在と同じパスワードは"
                       "使えません ***"
               WHEN OTHER
                   PERFORM STORE-NEW-PASSWORD-RTN
           END-EVALUATE.

      ******************************************************************
       STORE-NEW-PASSWORD-RTN.
      ******************************************************************
           EXEC SQL
               UPDATE OPERATOR_AUTH
               SET OPER_PW_SALT =
                       MD5(CAST(RANDOM() AS VARCHAR) ||
                           CAST(CLOCK_TIMESTAMP() AS VARCHAR))
               WHERE OPER_ID = :SO-OPER-ID
           END-EXEC.
           IF SQLCODE = ZERO
               EXEC SQL
                   UPDATE OPERATOR_AUTH
                   SET OPER_PW_HASH =
                           ENCODE(SHA256(CONVERT_TO(
                               OPER_PW_SALT || ':' || OPER_ID ||
                               ':' || RTRIM(:SO-NEW-PASSWORD),
                               'UTF8')), 'hex'),
                       OPER_PW_CHANGED = CURRENT_DATE
                   WHERE OPER_ID = :SO-OPER-ID
               END-EXEC
           END-IF.
           IF SQLCODE = ZERO
               MOVE "PWCHG" TO SO-RESULT
               DISPLAY "パスワードを変更しました"
           END-IF.

      ******************************************************************
       WRITE-SIGNON-LOG-RTN.
      ******************************************************************
      *    成否を記録し、失敗回数・ロックと合わせて確定する
      *    (サインオンに失敗した呼び出し元はそのまま終了するため)。
           EXEC SQL
               INSERT INTO SIGNON_LOG
                   (OPER_ID, PROGRAM_NAME, SIGNON_RESULT)
               VALUES
                   (:SO-OPER-ID, :SO-PROGRAM, :SO-RESULT)
           END-EXEC.
           IF SQLCODE = ZERO
               EXEC SQL COMMIT WORK END-EXEC
           END-IF.
      ******************************************************************
