      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 LTYPE_MAINT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    休暇種別マスタ(LEAVE_TYPE_MASTER)の保守プログラム。
      *    会社特別休暇の種別を増やすときは、プログラムを直さずに
      *    本プログラムで種別と規則(表示名・有効月数・半日/時間
      *    単位の可否・5日義務への算入・有給/無給・管理簿記載)を
      *    登録する。SPGRANTは登録済みの種別しか付与せず、
      *    PAID_CALC・COMPLY_RPT・PL_DESIGNATE・LEDGER_RPT・
      *    PAY_EXTRACTは本マスタの規則に従って動く。
      *    法定年休(ANNUAL)の有効月数・5日義務算入・有給・管理簿
      *    記載は法定のため変更を受け付けない(表示名と半日・時間
      *    単位の可否のみ変更可)。
      *    変更は変更前後の規則をPL_AUDITへ記録する。種別の削除は
      *    行わない(ロットが残る限り種別は必要)。
      *    起動引数: (なし)=登録・変更 / L=一覧。
      *    登録・変更は上級者(レベル3)限定。
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
               "LTYPE_MAINT".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 3.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-RUN-MODE-SW          PIC X(1) VALUE "S".
               88  WS-SET-MODE             VALUE "S".
               88  WS-LIST-MODE            VALUE "L".

           01  WS-TYPE-FOUND-SW        PIC X(1) VALUE "N".
               88  WS-TYPE-FOUND           VALUE "Y".
           01  WS-INPUT-OK-SW          PIC X(1) VALUE "N".
               88  WS-INPUT-OK             VALUE "Y".
           01  WS-NAME-INPUT           PIC X(40).
           01  WS-MONTHS-INPUT         PIC X(3).
           01  WS-FLAG-INPUT           PIC X(1).
           01  WS-CONFIRM              PIC X(1).
           01  WS-CONTINUE             PIC X(1) VALUE "Y".
           01  WS-REGISTER-COUNT       PIC 9(4) VALUE 0.

      *    規則を有効月数3桁+フラグ5桁に詰めた比較・監査用の形。
           01  WS-BEFORE-RULES.
               03  WS-BF-MONTHS        PIC X(3).
               03  WS-BF-HALF-DAY      PIC X(1).
               03  WS-BF-HOURLY        PIC X(1).
               03  WS-BF-COUNT-5DAY    PIC X(1).
               03  WS-BF-PAID          PIC X(1).
               03  WS-BF-LEDGER        PIC X(1).
           01  WS-BEFORE-NAME          PIC X(40).
           01  WS-AFTER-RULES.
               03  WS-AF-MONTHS        PIC X(3).
               03  WS-AF-HALF-DAY      PIC X(1).
               03  WS-AF-HOURLY        PIC X(1).
               03  WS-AF-COUNT-5DAY    PIC X(1).
               03  WS-AF-PAID          PIC X(1).
               03  WS-AF-LEDGER        PIC X(1).
           01  WS-MONTHS-NUM           PIC 9(3).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           COPY LTMREC.
           01  WS-LT-COUNT             PIC  X(8).
           01  WS-OPERATOR-ID          PIC  X(10) VALUE "UNKNOWN".
           01  WS-AUTH-COUNT           PIC  X(8).
           01  WS-AUTH-LEVEL           PIC  X(1).
           01  WS-AUD-OLD-VALUE        PIC  X(40).
           01  WS-AUD-NEW-VALUE        PIC  X(40).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           01  WS-CMD-ARG              PIC X(1) VALUE SPACE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** LTYPE_MAINT STARTED ***".

           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF WS-CMD-ARG = "L"
               MOVE "L" TO WS-RUN-MODE-SW
           END-IF.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-AUDIT-TABLE-RTN.
           PERFORM ENSURE-LEAVE-TYPE-TABLE-RTN.

           IF WS-LIST-MODE
               PERFORM LIST-LEAVE-TYPE-RTN
           ELSE
               PERFORM CHECK-AUTH-LEVEL-RTN
               PERFORM UNTIL WS-CONTINUE NOT = "Y"
                   PERFORM SET-LEAVE-TYPE-RTN
                   DISPLAY "続けて登録しますか (Y/N) : >> "
                   ACCEPT WS-CONTINUE FROM CONSOLE
               END-PERFORM
               DISPLAY "登録・変更件数 : " WS-REGISTER-COUNT
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY "*** LTYPE_MAINT FINISHED ***".
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
       SET-LEAVE-TYPE-RTN.
      ******************************************************************
      *    種別1件を登録・変更する。既存の種別は現行値を表示し、
      *    空欄入力の項目は現行値のままとする。新規の種別は
      *    表示名が必須で、他の項目の空欄はテーブルの既定値とする。
           MOVE SPACE TO LT-LEAVE-TYPE.
           PERFORM UNTIL LT-LEAVE-TYPE NOT = SPACE
               DISPLAY "休暇種別コード "
                   "(英大文字8桁以内) : >> "
               ACCEPT LT-LEAVE-TYPE FROM CONSOLE
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(LT-LEAVE-TYPE) TO LT-LEAVE-TYPE.

           PERFORM READ-LEAVE-TYPE-RTN.
           IF WS-TYPE-FOUND
               DISPLAY "現行 : " LT-TYPE-NAME
               DISPLAY "       有効月数 " LT-VALID-MONTHS
                   " 半日 " LT-HALF-DAY-OK
                   " 時間 " LT-HOURLY-OK
                   " 5日義務 " LT-COUNT-5DAY
                   " 有給 " LT-PAID-FLAG
                   " 管理簿 " LT-ON-LEDGER
           ELSE
               DISPLAY "*** 新規の種別です ***"
               MOVE SPACE TO LT-TYPE-NAME
               MOVE "024" TO LT-VALID-MONTHS
               MOVE "Y" TO LT-HALF-DAY-OK
               MOVE "N" TO LT-HOURLY-OK
               MOVE "N" TO LT-COUNT-5DAY
               MOVE "Y" TO LT-PAID-FLAG
               MOVE "N" TO LT-ON-LEDGER
           END-IF.
           MOVE LT-TYPE-NAME TO WS-BEFORE-NAME.
           MOVE LT-VALID-MONTHS TO WS-BF-MONTHS.
           MOVE LT-HALF-DAY-OK TO WS-BF-HALF-DAY.
           MOVE LT-HOURLY-OK TO WS-BF-HOURLY.
           MOVE LT-COUNT-5DAY TO WS-BF-COUNT-5DAY.
           MOVE LT-PAID-FLAG TO WS-BF-PAID.
           MOVE LT-ON-LEDGER TO WS-BF-LEDGER.
           MOVE WS-BEFORE-RULES TO WS-AFTER-RULES.

           MOVE "N" TO WS-INPUT-OK-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "表示名 (空欄=現行) : >> "
               ACCEPT WS-NAME-INPUT FROM CONSOLE
               IF WS-NAME-INPUT NOT = SPACE
                   MOVE WS-NAME-INPUT TO LT-TYPE-NAME
               END-IF
               IF LT-TYPE-NAME = SPACE
                   DISPLAY "*** 新規の種別は表示名が"
                       "必須です ***"
               ELSE
                   MOVE "Y" TO WS-INPUT-OK-SW
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-INPUT-OK-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "有効月数 (0=失効なし / 空欄=現行 "
                   WS-AF-MONTHS ") : >> "
               ACCEPT WS-MONTHS-INPUT FROM CONSOLE
               IF WS-MONTHS-INPUT = SPACE
                   MOVE "Y" TO WS-INPUT-OK-SW
               ELSE
                   IF FUNCTION TRIM(WS-MONTHS-INPUT) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-MONTHS-INPUT)
                           TO WS-MONTHS-NUM
                       MOVE WS-MONTHS-NUM TO WS-AF-MONTHS
                       MOVE "Y" TO WS-INPUT-OK-SW
                   ELSE
                       DISPLAY "*** 数字で入力して"
                           "ください ***"
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY "半日単位の取得 (Y/N)".
           MOVE WS-AF-HALF-DAY TO WS-FLAG-INPUT.
           PERFORM ACCEPT-FLAG-RTN.
           MOVE WS-FLAG-INPUT TO WS-AF-HALF-DAY.

           DISPLAY "時間単位の取得 (Y/N)".
           MOVE WS-AF-HOURLY TO WS-FLAG-INPUT.
           PERFORM ACCEPT-FLAG-RTN.
           MOVE WS-FLAG-INPUT TO WS-AF-HOURLY.

           DISPLAY "年5日の取得義務に算入 (Y/N)".
           MOVE WS-AF-COUNT-5DAY TO WS-FLAG-INPUT.
           PERFORM ACCEPT-FLAG-RTN.
           MOVE WS-FLAG-INPUT TO WS-AF-COUNT-5DAY.

           DISPLAY "有給 (Y=有給 / N=無給)".
           MOVE WS-AF-PAID TO WS-FLAG-INPUT.
           PERFORM ACCEPT-FLAG-RTN.
           MOVE WS-FLAG-INPUT TO WS-AF-PAID.

           DISPLAY "年次有給休暇管理簿に記載 (Y/N)".
           MOVE WS-AF-LEDGER TO WS-FLAG-INPUT.
           PERFORM ACCEPT-FLAG-RTN.
           MOVE WS-FLAG-INPUT TO WS-AF-LEDGER.

      *    法定年休の法定項目は変更させない。
           IF LT-LEAVE-TYPE = "ANNUAL" AND WS-TYPE-FOUND
              AND (WS-AF-MONTHS NOT = WS-BF-MONTHS
                OR WS-AF-COUNT-5DAY NOT = WS-BF-COUNT-5DAY
                OR WS-AF-PAID NOT = WS-BF-PAID
                OR WS-AF-LEDGER NOT = WS-BF-LEDGER)
               DISPLAY "*** 法定年休の有効月数・5日義務・"
                   "有給・管理簿は変更できません ***"
               DISPLAY "*** 登録を取り消しました ***"
           ELSE
           IF WS-TYPE-FOUND
              AND WS-AFTER-RULES = WS-BEFORE-RULES
              AND LT-TYPE-NAME = WS-BEFORE-NAME
               DISPLAY "*** 現行と同じ内容のため"
                   "登録しません ***"
           ELSE
               DISPLAY "変更後 : " LT-TYPE-NAME
               DISPLAY "       有効月数 " WS-AF-MONTHS
                   " 半日 " WS-AF-HALF-DAY
                   " 時間 " WS-AF-HOURLY
                   " 5日義務 " WS-AF-COUNT-5DAY
                   " 有給 " WS-AF-PAID
                   " 管理簿 " WS-AF-LEDGER
               DISPLAY "この内容で登録しますか (Y/N) : >> "
               ACCEPT WS-CONFIRM FROM CONSOLE
               IF WS-CONFIRM = "Y"
                   PERFORM UPSERT-LEAVE-TYPE-RTN
                   PERFORM WRITE-AUDIT-RTN
                   EXEC SQL COMMIT WORK END-EXEC
                   ADD 1 TO WS-REGISTER-COUNT
                   DISPLAY "登録しました : " LT-LEAVE-TYPE
               ELSE
                   DISPLAY "*** 登録を取り消しました ***"
               END-IF
           END-IF
           END-IF.

      ******************************************************************
       ACCEPT-FLAG-RTN.
      ******************************************************************
      *    Y/Nの1桁を受け付ける。空欄はWS-FLAG-INPUTの現行値のまま。
           MOVE "N" TO WS-INPUT-OK-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "  (空欄=現行 " WS-FLAG-INPUT ") : >> "
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM FROM CONSOLE
               EVALUATE WS-CONFIRM
                   WHEN SPACE
                       MOVE "Y" TO WS-INPUT-OK-SW
                   WHEN "Y"
                   WHEN "N"
                       MOVE WS-CONFIRM TO WS-FLAG-INPUT
                       MOVE "Y" TO WS-INPUT-OK-SW
                   WHEN OTHER
                       DISPLAY "*** YまたはNで入力して"
                           "ください ***"
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
       READ-LEAVE-TYPE-RTN.
      ******************************************************************
           MOVE "N" TO WS-TYPE-FOUND-SW.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LT-COUNT
               FROM LEAVE_TYPE_MASTER
               WHERE LEAVE_TYPE = :LT-LEAVE-TYPE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-LT-COUNT) > 0
               MOVE "Y" TO WS-TYPE-FOUND-SW
               EXEC SQL
                   SELECT TYPE_NAME,
                          LPAD(CAST(VALID_MONTHS AS VARCHAR),3,'0'),
                          HALF_DAY_OK, HOURLY_OK, COUNT_5DAY,
                          PAID_FLAG, ON_LEDGER
                   INTO :LT-TYPE-NAME, :LT-VALID-MONTHS,
                        :LT-HALF-DAY-OK, :LT-HOURLY-OK,
                        :LT-COUNT-5DAY, :LT-PAID-FLAG,
                        :LT-ON-LEDGER
                   FROM LEAVE_TYPE_MASTER
                   WHERE LEAVE_TYPE = :LT-LEAVE-TYPE
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

      ******************************************************************
       UPSERT-LEAVE-TYPE-RTN.
      ******************************************************************
           MOVE WS-AF-MONTHS TO LT-VALID-MONTHS.
           MOVE WS-AF-HALF-DAY TO LT-HALF-DAY-OK.
           MOVE WS-AF-HOURLY TO LT-HOURLY-OK.
           MOVE WS-AF-COUNT-5DAY TO LT-COUNT-5DAY.
           MOVE WS-AF-PAID TO LT-PAID-FLAG.
           MOVE WS-AF-LEDGER TO LT-ON-LEDGER.
           EXEC SQL
               INSERT INTO LEAVE_TYPE_MASTER
                   (LEAVE_TYPE, TYPE_NAME, VALID_MONTHS, HALF_DAY_OK,
                    HOURLY_OK, COUNT_5DAY, PAID_FLAG, ON_LEDGER)
               VALUES
                   (:LT-LEAVE-TYPE, :LT-TYPE-NAME,
                    CAST(:LT-VALID-MONTHS AS SMALLINT),
                    :LT-HALF-DAY-OK, :LT-HOURLY-OK, :LT-COUNT-5DAY,
                    :LT-PAID-FLAG, :LT-ON-LEDGER)
               ON CONFLICT (LEAVE_TYPE)
               DO UPDATE SET
                   TYPE_NAME     = EXCLUDED.TYPE_NAME,
                   VALID_MONTHS  = EXCLUDED.VALID_MONTHS,
                   HALF_DAY_OK   = EXCLUDED.HALF_DAY_OK,
                   HOURLY_OK     = EXCLUDED.HOURLY_OK,
                   COUNT_5DAY    = EXCLUDED.COUNT_5DAY,
                   PAID_FLAG     = EXCLUDED.PAID_FLAG,
                   ON_LEDGER     = EXCLUDED.ON_LEDGER,
                   LT_UPDATED_AT = CURRENT_TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-AUDIT-RTN.
      ******************************************************************
      *    変更前後の規則を「有効月数3桁+半日・時間・5日義務・
      *    有給・管理簿のY/N」の形で残す。新規はNEWとする。
           MOVE SPACE TO WS-AUD-OLD-VALUE.
           IF WS-TYPE-FOUND
               STRING "LTYP " LT-LEAVE-TYPE " " WS-BEFORE-RULES
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
           ELSE
               STRING "LTYP " LT-LEAVE-TYPE " NEW"
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
           END-IF.
           MOVE SPACE TO WS-AUD-NEW-VALUE.
           STRING WS-AFTER-RULES " " LT-TYPE-NAME
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
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
       LIST-LEAVE-TYPE-RTN.
      ******************************************************************
           EXEC SQL
               DECLARE LTL_CURSOR CURSOR FOR
               SELECT LEAVE_TYPE, TYPE_NAME,
                      LPAD(CAST(VALID_MONTHS AS VARCHAR),3,'0'),
                      HALF_DAY_OK, HOURLY_OK, COUNT_5DAY,
                      PAID_FLAG, ON_LEDGER
               FROM LEAVE_TYPE_MASTER
               ORDER BY LEAVE_TYPE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN LTL_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "種別      月数 半 時 5日 有給 簿 "
               "表示名".
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH LTL_CURSOR
                   INTO :LT-LEAVE-TYPE, :LT-TYPE-NAME,
                        :LT-VALID-MONTHS, :LT-HALF-DAY-OK,
                        :LT-HOURLY-OK, :LT-COUNT-5DAY,
                        :LT-PAID-FLAG, :LT-ON-LEDGER
               END-EXEC
               IF SQLCODE = 0
                   DISPLAY LT-LEAVE-TYPE "  " LT-VALID-MONTHS
                       "  " LT-HALF-DAY-OK "  " LT-HOURLY-OK
                       "  " LT-COUNT-5DAY "   " LT-PAID-FLAG
                       "    " LT-ON-LEDGER "  " LT-TYPE-NAME
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE LTL_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-LEAVE-TYPE-TABLE-RTN.
      ******************************************************************
      *    休暇種別マスタ。標準種別の初期値はDB/LEAVE_TYPE_MASTERで
      *    投入する。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS LEAVE_TYPE_MASTER
               (
                   LEAVE_TYPE     VARCHAR(8) NOT NULL,
                   TYPE_NAME      VARCHAR(40) NOT NULL,
                   VALID_MONTHS   SMALLINT NOT NULL DEFAULT 24,
                   HALF_DAY_OK    CHAR(1) NOT NULL DEFAULT 'Y',
                   HOURLY_OK      CHAR(1) NOT NULL DEFAULT 'N',
                   COUNT_5DAY     CHAR(1) NOT NULL DEFAULT 'N',
                   PAID_FLAG      CHAR(1) NOT NULL DEFAULT 'Y',
                   ON_LEDGER      CHAR(1) NOT NULL DEFAULT 'N',
                   LT_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT LTM_0 PRIMARY KEY (LEAVE_TYPE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-AUDIT-TABLE-RTN.
      ******************************************************************
      *    操作者監査証跡テーブル(更新系プログラム共通)。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PL_AUDIT
               (
                   AUDIT_ID       BIGSERIAL,
                   AUDIT_AT       TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   PROGRAM_NAME   VARCHAR(12) NOT NULL,
                   OPERATOR_ID    VARCHAR(10) NOT NULL,
                   A_EMP_ID       VARCHAR(6),
                   A_BALANCE_ID   VARCHAR(12),
                   A_HISTORY_ID   VARCHAR(8),
                   OLD_VALUE      VARCHAR(40),
                   NEW_VALUE      VARCHAR(40),
                   CONSTRAINT AUD_0 PRIMARY KEY (AUDIT_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

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
