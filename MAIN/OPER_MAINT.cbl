      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 OPER_MAINT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    操作者(OPERATOR_AUTH)の保守プログラム。
      *    起動引数: (なし)=登録・変更 / P=パスワード再設定 /
      *              U=ロック解除 / L=一覧。
      *    登録・変更では操作者ID・権限レベル(0-3)・種別
      *    (I=対話の操作者 / S=夜間バッチ専用のサービスID)・
      *    操作者本人の社員ID(OPER_EMP_ID。SOD_RPTが本人の申請の
      *    承認や本人の履歴の訂正を検出するために使う。サービスID
      *    は持たない)を入力する。対話の操作者を新規に登録するときと
      *    パスワード再設定では初期パスワードを入力させ、変更日を
      *    空けて保存するため、本人は次のサインオン時に自分の
      *    パスワードへ変更することになる。サービスIDは
      *    パスワードを持たない(NIGHTLY_RUNの合言葉でのみ
      *    サインオンできる)。
      *    ハッシュの計算式はOPER-SIGNONと同じであること。
      *      SHA-256(OPER_PW_SALT + ":" + 操作者ID + ":" +
      *              パスワード)
      *    ロック解除では連続失敗回数を0に戻す。
      *    変更はすべてPL_AUDITへ記録する(パスワードそのものは
      *    記録しない)。保守そのものは上級者(レベル3)限定。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "OPER_MAINT".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 3.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-RUN-MODE-SW          PIC X(1) VALUE "A".
               88  WS-ADD-MODE             VALUE "A".
               88  WS-RESET-MODE           VALUE "P".
               88  WS-UNLOCK-MODE          VALUE "U".
               88  WS-LIST-MODE            VALUE "L".
           01  WS-MIN-LENGTH-NUM       PIC 9(2) VALUE 8.
           01  WS-PW-LENGTH            PIC 9(2).
           01  WS-PW-CONFIRM           PIC X(20).
           01  WS-PW-OK-SW             PIC X(1).
           01  WS-LIST-COUNT           PIC 9(5) VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           01  WS-TGT-OPER             PIC  X(10).
           01  WS-TGT-LEVEL            PIC  X(1).
           01  WS-TGT-KIND             PIC  X(1).
           01  WS-OLD-LEVEL            PIC  X(1).
           01  WS-OLD-KIND             PIC  X(1).
           01  WS-TGT-EMP              PIC  X(6).
           01  WS-OLD-EMP              PIC  X(6).
           01  WS-EMP-COUNT            PIC  X(8).
           01  WS-TGT-LOCKED           PIC  X(1).
           01  WS-TGT-FAIL             PIC  X(4).
           01  WS-TGT-HAS-PW           PIC  X(1).
           01  WS-TGT-CHANGED          PIC  X(10).
           01  WS-TGT-COUNT            PIC  X(8).
           01  WS-NEW-PASSWORD         PIC  X(20).
           01  WS-MIN-LENGTH           PIC  X(8).
           01  WS-AUD-OLD-VALUE        PIC  X(40).
           01  WS-AUD-NEW-VALUE        PIC  X(40).
           01  WS-OPERATOR-ID          PIC  X(10) VALUE "UNKNOWN".
           01  WS-AUTH-COUNT           PIC  X(8).
           01  WS-AUTH-LEVEL           PIC  X(1).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           01  WS-CMD-ARG              PIC X(1) VALUE SPACE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** OPER_MAINT STARTED ***".

           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF WS-CMD-ARG = "P" OR WS-CMD-ARG = "U"
              OR WS-CMD-ARG = "L"
               MOVE WS-CMD-ARG TO WS-RUN-MODE-SW
           END-IF.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-EMP-COLUMN-RTN.
           PERFORM CHECK-AUTH-LEVEL-RTN.

           EVALUATE TRUE
               WHEN WS-LIST-MODE
                   PERFORM LIST-OPERATOR-RTN
               WHEN WS-UNLOCK-MODE
                   PERFORM UNLOCK-OPERATOR-RTN
               WHEN WS-RESET-MODE
                   PERFORM RESET-PASSWORD-RTN
               WHEN OTHER
                   PERFORM REGISTER-OPERATOR-RTN
           END-EVALUATE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY "*** OPER_MAINT FINISHED ***".
           STOP RUN.

      ******************************************************************
       CONNECT-TO-DATABASE.
      ******************************************************************
           MOVE  "testdb@db"       TO   DBNAME.
           MOVE  "postgres"        TO   USERNAME.
           ACCEPT DBNAME   FROM ENVIRONMENT "PLM_DBNAME".
           ACCEPT USERNAME FROM ENVIRONMENT "PLM_DBUSER".
           ACCEPT PASSWD   FROM ENVIRONMENT "PLM_DBPASS".
           IF PASSWD = SPACES
               CALL "CRED-DECRYPT" USING PASSWD
           END-IF.
           MOVE ZERO TO WS-CONNECT-RETRY-CNT.
           MOVE -01 TO SQLCODE.
           PERFORM UNTIL SQLCODE NOT = -01
                   OR WS-CONNECT-RETRY-CNT > WS-CONNECT-MAX-RETRY
               EXEC SQL
                   CONNECT :USERNAME IDENTIFIED BY :PASSWD
                       USING :DBNAME
               END-EXEC
               IF SQLCODE = -01
                   ADD 1 TO WS-CONNECT-RETRY-CNT
                   IF WS-CONNECT-RETRY-CNT <= WS-CONNECT-MAX-RETRY
                       DISPLAY "*** DB CONNECT FAILED, RETRY "
                           WS-CONNECT-RETRY-CNT "/"
                           WS-CONNECT-MAX-RETRY " ***"
                       CALL "C$SLEEP" USING WS-CONNECT-WAIT-SECS
                   END-IF
               END-IF
           END-PERFORM.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-EMP-COLUMN-RTN.
      ******************************************************************
      *    操作者と社員の対応(職務分掌の点検用)。
           EXEC SQL
               ALTER TABLE OPERATOR_AUTH
                   ADD COLUMN IF NOT EXISTS OPER_EMP_ID VARCHAR(6)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       CHECK-AUTH-LEVEL-RTN.
      ******************************************************************
      *    OPERATOR_AUTHで操作者の権限レベルを確認する。未登録の
      *    操作者はレベル0として扱い、要求レベルに満たない場合は
      *    ERRLOGへ記録した上で実行を拒否する(職務分掌)。
      *    パスワードによるサインオン(OPER-SIGNON)で本人を確認して
      *    から権限レベルを読む。
           CALL "OPER-SIGNON" USING SQLCA WS-OPERATOR-ID
               WS-ERR-PROGRAM-NAME WS-SIGNON-SW.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-SIGNON-SW NOT = "Y"
               PERFORM WRITE-AUTH-DENIED-LOG
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "0" TO WS-AUTH-LEVEL.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-AUTH-COUNT
               FROM OPERATOR_AUTH
               WHERE OPER_ID = :WS-OPERATOR-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-AUTH-COUNT) > 0
               EXEC SQL
                   SELECT CAST(AUTH_LEVEL AS VARCHAR(1))
                   INTO :WS-AUTH-LEVEL
                   FROM OPERATOR_AUTH
                   WHERE OPER_ID = :WS-OPERATOR-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

           IF FUNCTION NUMVAL(WS-AUTH-LEVEL) < WS-REQUIRED-LEVEL
               PERFORM WRITE-AUTH-DENIED-LOG
               DISPLAY "*** 操作者 " WS-OPERATOR-ID
                   " には本プログラムの実行権限が"
                   "ありません ***"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
       WRITE-AUTH-DENIED-LOG.
      ******************************************************************
           ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACE TO ERROR-LOG-REC.
           STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
               "  AUTH-DENIED OPER=" WS-OPERATOR-ID
               DELIMITED BY SIZE INTO ERROR-LOG-REC.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE ERROR-LOG-REC.
           CLOSE ERROR-LOG-FILE.

      ******************************************************************
       READ-TARGET-RTN.
      ******************************************************************
      *    対象操作者の現在の登録内容。未登録はWS-TGT-COUNT=0。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-TGT-COUNT
               FROM OPERATOR_AUTH
               WHERE OPER_ID = :WS-TGT-OPER
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-TGT-COUNT) > 0
               EXEC SQL
                   SELECT CAST(AUTH_LEVEL AS VARCHAR(1)),
                          OPER_KIND, OPER_LOCKED,
                          CAST(OPER_FAIL_COUNT AS VARCHAR(4)),
                          CASE WHEN OPER_PW_HASH IS NULL
                               THEN 'N' ELSE 'Y' END,
                          COALESCE(OPER_EMP_ID, ' ')
                   INTO :WS-OLD-LEVEL, :WS-OLD-KIND,
                        :WS-TGT-LOCKED, :WS-TGT-FAIL,
                        :WS-TGT-HAS-PW, :WS-OLD-EMP
                   FROM OPERATOR_AUTH
                   WHERE OPER_ID = :WS-TGT-OPER
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

      ******************************************************************
       REGISTER-OPERATOR-RTN.
      ******************************************************************
           DISPLAY "対象の操作者ID : >> ".
           ACCEPT WS-TGT-OPER FROM CONSOLE.
           DISPLAY "権限レベル (0-3) : >> ".
           ACCEPT WS-TGT-LEVEL FROM CONSOLE.
           DISPLAY "種別 (I=操作者 / S=サービスID) : >> ".
           ACCEPT WS-TGT-KIND FROM CONSOLE.
           IF WS-TGT-KIND = SPACE
               MOVE "I" TO WS-TGT-KIND
           END-IF.
           DISPLAY "本人の社員ID (空欄=なし) : >> ".
           MOVE SPACE TO WS-TGT-EMP.
           ACCEPT WS-TGT-EMP FROM CONSOLE.
           MOVE "0" TO WS-EMP-COUNT.
           IF WS-TGT-EMP NOT = SPACE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-EMP-COUNT
                   FROM EMP_MASTER
                   WHERE EMP_ID = :WS-TGT-EMP
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-TGT-OPER = SPACE
                   DISPLAY "*** 操作者IDは必須です ***"
               WHEN WS-TGT-LEVEL < "0" OR WS-TGT-LEVEL > "3"
                   DISPLAY "*** 権限レベルは0-3で"
                       "指定してください ***"
               WHEN WS-TGT-KIND NOT = "I" AND WS-TGT-KIND NOT = "S"
                   DISPLAY "*** 種別はIかSで"
                       "指定してください ***"
               WHEN WS-TGT-KIND = "S" AND WS-TGT-EMP NOT = SPACE
                   DISPLAY "*** サービスIDには社員IDを"
                       "付けられません ***"
               WHEN WS-TGT-EMP NOT = SPACE
                AND FUNCTION NUMVAL(WS-EMP-COUNT) = 0
                   DISPLAY "*** 社員 " WS-TGT-EMP
                       " は登録されていません ***"
               WHEN WS-TGT-OPER = WS-OPERATOR-ID
                   DISPLAY "*** 自分自身の登録は"
                       "変更できません ***"
               WHEN OTHER
                   PERFORM READ-TARGET-RTN
                   IF FUNCTION NUMVAL(WS-TGT-COUNT) = 0
                       PERFORM INSERT-OPERATOR-RTN
                   ELSE
                       PERFORM UPDATE-OPERATOR-RTN
                   END-IF
           END-EVALUATE.

      ******************************************************************
       INSERT-OPERATOR-RTN.
      ******************************************************************
      *    対話の操作者は初期パスワードを入力させてから登録する。
           MOVE "Y" TO WS-PW-OK-SW.
           IF WS-TGT-KIND = "I"
               PERFORM ACCEPT-PASSWORD-RTN
           END-IF.
           IF WS-PW-OK-SW = "Y"
               EXEC SQL
                   INSERT INTO OPERATOR_AUTH
                       (OPER_ID, AUTH_LEVEL, OPER_KIND, OPER_EMP_ID)
                   VALUES (:WS-TGT-OPER,
                           CAST(:WS-TGT-LEVEL AS SMALLINT),
                           :WS-TGT-KIND,
                           NULLIF(TRIM(:WS-TGT-EMP), ''))
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF WS-TGT-KIND = "I"
                   PERFORM STORE-INITIAL-PASSWORD-RTN
               END-IF
               MOVE SPACE TO WS-AUD-OLD-VALUE
               MOVE SPACE TO WS-AUD-NEW-VALUE
               STRING "OPER " WS-TGT-OPER " LV=" WS-TGT-LEVEL
                   " KIND=" WS-TGT-KIND " EMP=" WS-TGT-EMP
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RTN
               DISPLAY "登録しました : " WS-TGT-OPER
                   " レベル " WS-TGT-LEVEL " 種別 " WS-TGT-KIND
           END-IF.

      ******************************************************************
       UPDATE-OPERATOR-RTN.
      ******************************************************************
      *    レベル・種別の変更。サービスIDへ変えた場合はパスワードを
      *    消し、対話の操作者へ戻した場合はP(再設定)で初期
      *    パスワードを設定するまでサインオンできない。
           EXEC SQL
               UPDATE OPERATOR_AUTH
               SET AUTH_LEVEL = CAST(:WS-TGT-LEVEL AS SMALLINT),
                   OPER_KIND = :WS-TGT-KIND,
                   OPER_EMP_ID = NULLIF(TRIM(:WS-TGT-EMP), '')
               WHERE OPER_ID = :WS-TGT-OPER
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-TGT-KIND = "S"
               EXEC SQL
                   UPDATE OPERATOR_AUTH
                   SET OPER_PW_SALT = NULL,
                       OPER_PW_HASH = NULL,
                       OPER_PW_CHANGED = NULL
                   WHERE OPER_ID = :WS-TGT-OPER
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

           MOVE SPACE TO WS-AUD-OLD-VALUE.
           STRING "OPER " WS-TGT-OPER " LV=" WS-OLD-LEVEL
               " KIND=" WS-OLD-KIND " EMP=" WS-OLD-EMP
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE SPACE TO WS-AUD-NEW-VALUE.
           STRING "OPER " WS-TGT-OPER " LV=" WS-TGT-LEVEL
               " KIND=" WS-TGT-KIND " EMP=" WS-TGT-EMP
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           PERFORM WRITE-AUDIT-RTN.
           DISPLAY "変更しました : " WS-TGT-OPER
               " レベル " WS-OLD-LEVEL " -> " WS-TGT-LEVEL
               " 種別 " WS-OLD-KIND " -> " WS-TGT-KIND
               " 社員 " WS-OLD-EMP " -> " WS-TGT-EMP.
           IF WS-TGT-KIND = "I" AND WS-TGT-HAS-PW = "N"
               DISPLAY "パスワードが未設定です。"
                   "OPER_MAINT Pで初期パスワードを設定して"
                   "ください"
           END-IF.

      ******************************************************************
       RESET-PASSWORD-RTN.
      ******************************************************************
      *    忘れた場合などの再設定。ロックも合わせて解除する。
           DISPLAY "対象の操作者ID : >> ".
           ACCEPT WS-TGT-OPER FROM CONSOLE.
           PERFORM READ-TARGET-RTN.

           EVALUATE TRUE
               WHEN FUNCTION NUMVAL(WS-TGT-COUNT) = 0
                   DISPLAY "*** 操作者 " WS-TGT-OPER
                       " は登録されていません ***"
               WHEN WS-OLD-KIND = "S"
                   DISPLAY "*** サービスIDには"
                       "パスワードを設定できません ***"
               WHEN WS-TGT-OPER = WS-OPERATOR-ID
                   DISPLAY "*** 自分のパスワードは"
                       "サインオン時に"
                       "変更してください ***"
               WHEN OTHER
                   PERFORM ACCEPT-PASSWORD-RTN
                   IF WS-PW-OK-SW = "Y"
                       PERFORM STORE-INITIAL-PASSWORD-RTN
                       MOVE SPACE TO WS-AUD-OLD-VALUE
                       STRING "OPER " WS-TGT-OPER " FAIL="
                           WS-TGT-FAIL " LOCK=" WS-TGT-LOCKED
                           DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
                       MOVE SPACE TO WS-AUD-NEW-VALUE
                       STRING "OPER " WS-TGT-OPER " PW-RESET"
                           DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
                       PERFORM WRITE-AUDIT-RTN
                       DISPLAY "初期パスワードを"
                           "設定しました : " WS-TGT-OPER
                   END-IF
           END-EVALUATE.

      ******************************************************************
       UNLOCK-OPERATOR-RTN.
      ******************************************************************
           DISPLAY "対象の操作者ID : >> ".
           ACCEPT WS-TGT-OPER FROM CONSOLE.
           PERFORM READ-TARGET-RTN.

           IF FUNCTION NUMVAL(WS-TGT-COUNT) = 0
               DISPLAY "*** 操作者 " WS-TGT-OPER
                   " は登録されていません ***"
           ELSE
               EXEC SQL
                   UPDATE OPERATOR_AUTH
                   SET OPER_FAIL_COUNT = 0,
                       OPER_LOCKED = 'N'
                   WHERE OPER_ID = :WS-TGT-OPER
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE SPACE TO WS-AUD-OLD-VALUE
               STRING "OPER " WS-TGT-OPER " FAIL=" WS-TGT-FAIL
                   " LOCK=" WS-TGT-LOCKED
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
               MOVE SPACE TO WS-AUD-NEW-VALUE
               STRING "OPER " WS-TGT-OPER " FAIL=0 LOCK=N"
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RTN
               DISPLAY "ロックを解除しました : " WS-TGT-OPER
           END-IF.

      ******************************************************************
       ACCEPT-PASSWORD-RTN.
      ******************************************************************
      *    初期パスワードを2回入力させ、最小桁数を確認する。
           PERFORM READ-MIN-LENGTH-RTN.
           MOVE "N" TO WS-PW-OK-SW.
           DISPLAY "初期パスワード (" WS-MIN-LENGTH-NUM
               "桁以上) : >> ".
           MOVE SPACE TO WS-NEW-PASSWORD.
           ACCEPT WS-NEW-PASSWORD FROM CONSOLE.
           DISPLAY "確認のためもう一度 : >> ".
           MOVE SPACE TO WS-PW-CONFIRM.
           ACCEPT WS-PW-CONFIRM FROM CONSOLE.

           MOVE ZERO TO WS-PW-LENGTH.
           IF WS-NEW-PASSWORD NOT = SPACE
               COMPUTE WS-PW-LENGTH = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-NEW-PASSWORD TRAILING))
           END-IF.

           EVALUATE TRUE
               WHEN WS-NEW-PASSWORD NOT = WS-PW-CONFIRM
                   DISPLAY "*** 確認の入力が"
                       "一致しません ***"
               WHEN WS-PW-LENGTH < WS-MIN-LENGTH-NUM
                   DISPLAY "*** パスワードが短すぎます ***"
               WHEN OTHER
                   MOVE "Y" TO WS-PW-OK-SW
           END-EVALUATE.

      ******************************************************************
       READ-MIN-LENGTH-RTN.
      ******************************************************************
      *    PW_MIN_LENGTH(未設定・0以下は8桁)。
           EXEC SQL
               SELECT COALESCE(
                          (SELECT C.CONFIG_VALUE
                           FROM PLM_CONFIG C
                           WHERE C.CONFIG_KEY = 'PW_MIN_LENGTH'
                             AND C.COMPANY_CODE = :WS-COMPANY
                             AND C.EFFECTIVE_FROM <= CURRENT_DATE
                           ORDER BY C.EFFECTIVE_FROM DESC
                           LIMIT 1), '0')
               INTO :WS-MIN-LENGTH
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-MIN-LENGTH) > 0
               MOVE FUNCTION NUMVAL(WS-MIN-LENGTH)
                   TO WS-MIN-LENGTH-NUM
           END-IF.

      ******************************************************************
       STORE-INITIAL-PASSWORD-RTN.
      ******************************************************************
      *    新しいソルトで初期パスワードを保存する。変更日を空けて
      *    おき、本人に次のサインオンで変更させる。
           EXEC SQL
               UPDATE OPERATOR_AUTH
               SET OPER_PW_SALT =
                       MD5(CAST(RANDOM() AS VARCHAR) ||
                           CAST(CLOCK_TIMESTAMP() AS VARCHAR))
               WHERE OPER_ID = :WS-TGT-OPER
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               UPDATE OPERATOR_AUTH
               SET OPER_PW_HASH =
                       ENCODE(SHA256(CONVERT_TO(
                           OPER_PW_SALT || ':' || OPER_ID ||
                           ':' || RTRIM(:WS-NEW-PASSWORD),
                           'UTF8')), 'hex'),
                   OPER_PW_CHANGED = NULL,
                   OPER_FAIL_COUNT = 0,
                   OPER_LOCKED = 'N'
               WHERE OPER_ID = :WS-TGT-OPER
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE SPACE TO WS-NEW-PASSWORD.
           MOVE SPACE TO WS-PW-CONFIRM.

      ******************************************************************
       WRITE-AUDIT-RTN.
      ******************************************************************
           CALL "AUDIT-LOCK" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO PL_AUDIT
                   (PROGRAM_NAME, OPERATOR_ID,
                    OLD_VALUE, NEW_VALUE)
               VALUES
                   (:WS-ERR-PROGRAM-NAME, :WS-OPERATOR-ID,
                    :WS-AUD-OLD-VALUE, :WS-AUD-NEW-VALUE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           CALL "AUDIT-SEAL" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LIST-OPERATOR-RTN.
      ******************************************************************
           EXEC SQL
               DECLARE OPM_CURSOR CURSOR FOR
               SELECT OPER_ID,
                      CAST(AUTH_LEVEL AS VARCHAR(1)),
                      OPER_KIND, OPER_LOCKED,
                      CAST(OPER_FAIL_COUNT AS VARCHAR(4)),
                      CASE WHEN OPER_PW_HASH IS NULL
                           THEN 'N' ELSE 'Y' END,
                      COALESCE(TO_CHAR(OPER_PW_CHANGED,
                                       'YYYY-MM-DD'), '----------'),
                      COALESCE(OPER_EMP_ID, '------')
               FROM OPERATOR_AUTH
               ORDER BY OPER_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN OPM_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "操作者ID   LV 種別 ロック "
               "失敗 PW 変更日     社員ID".
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH OPM_CURSOR
                   INTO :WS-TGT-OPER, :WS-TGT-LEVEL, :WS-TGT-KIND,
                        :WS-TGT-LOCKED, :WS-TGT-FAIL,
                        :WS-TGT-HAS-PW, :WS-TGT-CHANGED,
                        :WS-TGT-EMP
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY WS-TGT-OPER " " WS-TGT-LEVEL "  "
                       WS-TGT-KIND "    " WS-TGT-LOCKED "      "
                       WS-TGT-FAIL " " WS-TGT-HAS-PW "  "
                       WS-TGT-CHANGED " " WS-TGT-EMP
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE OPM_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           DISPLAY "登録件数 : " WS-LIST-COUNT.

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
           ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACE TO ERROR-LOG-REC.
           STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
               "  SQLCODE=" SQLCODE
               DELIMITED BY SIZE INTO ERROR-LOG-REC.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE ERROR-LOG-REC.
           CLOSE ERROR-LOG-FILE.

      ******************************************************************
       ERROR-RTN.
      ******************************************************************
           PERFORM WRITE-ERROR-LOG.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE " " NO ADVANCING.
           EVALUATE SQLCODE
              WHEN +10
                 DISPLAY "Record not found"
              WHEN -01
                 DISPLAY "Connection failed"
              WHEN -20
                 DISPLAY "Internal error"
              WHEN -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE: " SQLSTATE
                 DISPLAY SQLERRMC

                 *> TO RESTART TRANSACTION, PERFORM ROLLBACK.
                 EXEC SQL
                     ROLLBACK
                 END-EXEC

                 *> Alternative rollback using OCESQL library.
                 CALL "OCESQLStartSQL" END-CALL
                 CALL "OCESQLExec" USING
                     BY REFERENCE SQLCA
                     BY REFERENCE "ROLLBACK" & x"00"
                 END-CALL
                 CALL "OCESQLEndSQL" END-CALL

              WHEN OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE: " SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
      ******************************************************************
