      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SCHED_MAINT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    付与日数表(GRANT_SCHEDULE)の発効日付き保守プログラム。
      *    法改正や会社の上乗せ付与で付与日数を変えるときは、
      *    各プログラムのテーブルを書き換えるのではなく、本
      *    プログラムで発効日付きの行を登録する。INPUT_PROGRAM・
      *    EMPTYPE_ADJ・FORECAST_RPT・PORTAL_FEEDは付与日時点で
      *    発効済みの最新行を読むため、発効日より前の付与は旧日数
      *    のまま、発効日以降の付与から新日数になる。
      *    登録は週所定労働日数区分(5=週5日以上、4〜1=比例付与)
      *    ごとに7段階を1組として行い、登録前に発効日時点の変更前
      *    日数と変更後日数を並べた証跡リスト(GSPROOF)を出力して
      *    確認を求める。確認後に登録後の表を読み直して同じリスト
      *    へ出力する。実施はPL_AUDITへ記録する。
      *    起動引数: (なし)=登録 / L=発効履歴の一覧。
      *    登録は上級者(レベル3)限定。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "GSPROOF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRINT-REC               PIC X(80).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "SCHED_MAINT".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 3.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-RUN-MODE-SW          PIC X(1) VALUE "S".
               88  WS-SET-MODE             VALUE "S".
               88  WS-LIST-MODE            VALUE "L".

           01  EFF-DATE-INPUT.
               03  WS-EFF-DATE-NUM     PIC 9(8).
           01  EFF-DATE-INPUT-R REDEFINES EFF-DATE-INPUT.
               03  WS-EFF-YEAR         PIC 9(4).
               03  WS-EFF-MONTH        PIC 9(2).
               03  WS-EFF-DAY          PIC 9(2).
           01  WS-DATE-VALID-SW        PIC X(1) VALUE "N".
               88  WS-DATE-VALID           VALUE "Y".

      *    付与段階の表示名(証跡リスト用)。
           01  TIER-LABEL-TABLE.
               03  FILLER              PIC X(18) VALUE "6ヶ月".
               03  FILLER              PIC X(18) VALUE "1年6ヶ月".
               03  FILLER              PIC X(18) VALUE "2年6ヶ月".
               03  FILLER              PIC X(18) VALUE "3年6ヶ月".
               03  FILLER              PIC X(18) VALUE "4年6ヶ月".
               03  FILLER              PIC X(18) VALUE "5年6ヶ月".
               03  FILLER              PIC X(18) VALUE
                   "6年6ヶ月以上".
           01  TIER-LABEL-TABLE-R REDEFINES TIER-LABEL-TABLE.
               03  TIER-LABEL          PIC X(18) OCCURS 7 TIMES.

      *    変更前(発効日時点の現行)と変更後の7段階。
           01  WS-BEFORE-TABLE.
               03  WS-BEFORE-DAYS      PIC 9(2) OCCURS 7 TIMES.
           01  WS-AFTER-TABLE.
               03  WS-AFTER-DAYS       PIC 9(2) OCCURS 7 TIMES.
           01  WS-TIER-IDX             PIC 9(1).
           01  WS-TIER-INPUT           PIC X(2).
           01  WS-TIER-VALID-SW        PIC X(1) VALUE "N".
               88  WS-TIER-VALID           VALUE "Y".
           01  WS-BEFORE-FOUND-SW      PIC X(1) VALUE "N".
               88  WS-BEFORE-FOUND         VALUE "Y".
           01  WS-CHANGE-MARK          PIC X(1).
           01  WS-CHANGE-COUNT         PIC 9(1).
           01  WS-CONFIRM              PIC X(1).
           01  WS-CONTINUE             PIC X(1) VALUE "Y".
           01  WS-REGISTER-COUNT       PIC 9(4) VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-EFF-DATE             PIC  X(10).
           01  WS-GS-WEEKDAYS          PIC  X(1).
           01  WS-GS-TIER              PIC  9(1).
           01  WS-GS-DAYS              PIC  9(2).
           01  WS-GS-COUNT             PIC  X(8).
           01  WS-GS-ROW               PIC  X(14).
           01  WS-GS-LIST-DATE         PIC  X(10).
           01  WS-COMPANY              PIC  X(2) VALUE "01".
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
           DISPLAY "*** SCHED_MAINT STARTED ***".

           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF WS-CMD-ARG = "L"
               MOVE "L" TO WS-RUN-MODE-SW
           END-IF.

           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-AUDIT-TABLE-RTN.
           PERFORM ENSURE-SCHEDULE-TABLE-RTN.

           IF WS-LIST-MODE
               PERFORM LIST-SCHEDULE-RTN
           ELSE
               PERFORM CHECK-AUTH-LEVEL-RTN
               OPEN OUTPUT PRINT-FILE
               MOVE SPACE TO PRINT-REC
               STRING "付与日数表 変更証跡リスト"
                   "  会社 " WS-COMPANY
                   "  操作者 " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM UNTIL WS-CONTINUE NOT = "Y"
                   PERFORM SET-SCHEDULE-RTN
                   DISPLAY "続けて登録しますか (Y/N) : >> "
                   ACCEPT WS-CONTINUE FROM CONSOLE
               END-PERFORM
               CLOSE PRINT-FILE
               DISPLAY "登録件数 : " WS-REGISTER-COUNT
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY "*** SCHED_MAINT FINISHED ***".
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
       SET-SCHEDULE-RTN.
      ******************************************************************
      *    週所定労働日数区分1つ分(7段階)を発効日付きで登録する。
      *    変更前(発効日時点で有効な現行の行)と変更後を証跡リスト
      *    へ並べて出力し、操作者の確認後に登録する。
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL WS-DATE-VALID
               DISPLAY "発効日 (YYYYMMDD) : >> "
               ACCEPT WS-EFF-DATE-NUM FROM CONSOLE
               CALL "DATE-CHK" USING WS-EFF-DATE-NUM
                   WS-DATE-VALID-SW
               IF NOT WS-DATE-VALID
                   DISPLAY "*** 日付が不正です。"
                       "再入力してください ***"
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-EFF-DATE.
           STRING WS-EFF-YEAR "-" WS-EFF-MONTH "-" WS-EFF-DAY
               INTO WS-EFF-DATE.

           MOVE SPACE TO WS-GS-WEEKDAYS.
           PERFORM UNTIL WS-GS-WEEKDAYS = "1" OR "2" OR "3"
                   OR "4" OR "5"
               DISPLAY "週所定労働日数区分 "
                   "(5=週5日以上 / 4-1) : >> "
               ACCEPT WS-GS-WEEKDAYS FROM CONSOLE
           END-PERFORM.

           PERFORM READ-BEFORE-RTN.

           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 7
               MOVE "N" TO WS-TIER-VALID-SW
               PERFORM UNTIL WS-TIER-VALID
                   DISPLAY TIER-LABEL(WS-TIER-IDX)
                       " の付与日数 (現行 "
                       WS-BEFORE-DAYS(WS-TIER-IDX) ") : >> "
                   ACCEPT WS-TIER-INPUT FROM CONSOLE
                   IF WS-TIER-INPUT = SPACE
                      AND WS-BEFORE-FOUND
                       MOVE WS-BEFORE-DAYS(WS-TIER-IDX)
                           TO WS-AFTER-DAYS(WS-TIER-IDX)
                       MOVE "Y" TO WS-TIER-VALID-SW
                   ELSE
                       IF FUNCTION TRIM(WS-TIER-INPUT) IS NUMERIC
                           MOVE FUNCTION NUMVAL(WS-TIER-INPUT)
                               TO WS-AFTER-DAYS(WS-TIER-IDX)
                           MOVE "Y" TO WS-TIER-VALID-SW
                       ELSE
                           DISPLAY "*** 数字で入力して"
                               "ください ***"
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM PRINT-PROOF-BEFORE-RTN.

           IF WS-CHANGE-COUNT = 0
               DISPLAY "*** 現行と同じ日数のため"
                   "登録しません ***"
           ELSE
               DISPLAY "証跡リスト(GSPROOF)の内容で"
                   "登録しますか (Y/N) : >> "
               ACCEPT WS-CONFIRM FROM CONSOLE
               IF WS-CONFIRM = "Y"
                   PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                           UNTIL WS-TIER-IDX > 7
                       PERFORM UPSERT-ONE-TIER-RTN
                   END-PERFORM
                   PERFORM WRITE-AUDIT-RTN
                   EXEC SQL COMMIT WORK END-EXEC
                   ADD 1 TO WS-REGISTER-COUNT
                   PERFORM PRINT-PROOF-AFTER-RTN
                   DISPLAY "登録しました : 区分 " WS-GS-WEEKDAYS
                       " (発効 " WS-EFF-DATE ")"
               ELSE
                   MOVE SPACE TO PRINT-REC
                   STRING "  → 取消(登録せず)"
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
                   DISPLAY "*** 登録を取り消しました ***"
               END-IF
           END-IF.

      ******************************************************************
       READ-BEFORE-RTN.
      ******************************************************************
      *    発効日時点で有効な現行の7段階を読む。まだ1行も無い区分は
      *    変更前をゼロとして扱う(新規の会社・区分)。
           MOVE WS-EFF-DATE TO WS-GS-LIST-DATE.
           PERFORM READ-SCHEDULE-ROW-RTN.
           IF FUNCTION NUMVAL(WS-GS-COUNT) = 7
               MOVE "Y" TO WS-BEFORE-FOUND-SW
               MOVE WS-GS-ROW TO WS-BEFORE-TABLE
           ELSE
               MOVE "N" TO WS-BEFORE-FOUND-SW
               MOVE ZERO TO WS-BEFORE-TABLE
           END-IF.

      ******************************************************************
       READ-SCHEDULE-ROW-RTN.
      ******************************************************************
      *    WS-GS-LIST-DATE時点で有効な区分WS-GS-WEEKDAYSの7段階を、
      *    2桁ずつ連結した文字列で受け取る。
           MOVE SPACE TO WS-GS-ROW.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(STRING_AGG(
                          LPAD(CAST(GRANT_DAYS AS VARCHAR),2,'0'),
                          '' ORDER BY TIER),' ')
               INTO :WS-GS-COUNT, :WS-GS-ROW
               FROM GRANT_SCHEDULE
               WHERE COMPANY_CODE = :WS-COMPANY
                 AND WEEKLY_DAYS =
                     CAST(:WS-GS-WEEKDAYS AS SMALLINT)
                 AND EFFECTIVE_FROM =
                     (SELECT MAX(EFFECTIVE_FROM)
                      FROM GRANT_SCHEDULE
                      WHERE COMPANY_CODE = :WS-COMPANY
                        AND WEEKLY_DAYS =
                            CAST(:WS-GS-WEEKDAYS AS SMALLINT)
                        AND EFFECTIVE_FROM <=
                            CAST(:WS-GS-LIST-DATE AS DATE))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       PRINT-PROOF-BEFORE-RTN.
      ******************************************************************
      *    変更前・変更後を段階ごとに並べ、日数が変わる段階に*を
      *    付ける。
           MOVE ZERO TO WS-CHANGE-COUNT.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "発効日 " WS-EFF-DATE
               "  週所定労働日数区分 " WS-GS-WEEKDAYS
               "  (登録前の確認)"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "  段階              変更前  変更後"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 7
               MOVE SPACE TO WS-CHANGE-MARK
               IF WS-AFTER-DAYS(WS-TIER-IDX)
                  NOT = WS-BEFORE-DAYS(WS-TIER-IDX)
                   MOVE "*" TO WS-CHANGE-MARK
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
               MOVE SPACE TO PRINT-REC
               STRING "  " TIER-LABEL(WS-TIER-IDX)
                   "  " WS-BEFORE-DAYS(WS-TIER-IDX)
                   "      " WS-AFTER-DAYS(WS-TIER-IDX)
                   "  " WS-CHANGE-MARK
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-PERFORM.
           IF NOT WS-BEFORE-FOUND
               MOVE SPACE TO PRINT-REC
               STRING "  (この区分の現行行なし。"
                   "新規登録)"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

      ******************************************************************
       PRINT-PROOF-AFTER-RTN.
      ******************************************************************
      *    登録後の表を読み直し、発効日時点で有効な7段階を出力する
      *    (入力値ではなく表の内容そのものを証跡とする)。
           MOVE WS-EFF-DATE TO WS-GS-LIST-DATE.
           PERFORM READ-SCHEDULE-ROW-RTN.
           MOVE SPACE TO PRINT-REC.
           STRING "  → 登録後(表の読み直し)"
               " 発効 " WS-EFF-DATE
               "  区分 " WS-GS-WEEKDAYS " : " WS-GS-ROW(1:2)
               " " WS-GS-ROW(3:2) " " WS-GS-ROW(5:2)
               " " WS-GS-ROW(7:2) " " WS-GS-ROW(9:2)
               " " WS-GS-ROW(11:2) " " WS-GS-ROW(13:2)
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       UPSERT-ONE-TIER-RTN.
      ******************************************************************
           MOVE WS-TIER-IDX TO WS-GS-TIER.
           MOVE WS-AFTER-DAYS(WS-TIER-IDX) TO WS-GS-DAYS.
           EXEC SQL
               INSERT INTO GRANT_SCHEDULE
                   (COMPANY_CODE, EFFECTIVE_FROM, WEEKLY_DAYS,
                    TIER, GRANT_DAYS)
               VALUES
                   (:WS-COMPANY, CAST(:WS-EFF-DATE AS DATE),
                    CAST(:WS-GS-WEEKDAYS AS SMALLINT),
                    :WS-GS-TIER, :WS-GS-DAYS)
               ON CONFLICT
                   (COMPANY_CODE, WEEKLY_DAYS, TIER, EFFECTIVE_FROM)
               DO UPDATE SET
                   GRANT_DAYS = EXCLUDED.GRANT_DAYS
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-AUDIT-RTN.
      ******************************************************************
           MOVE SPACE TO WS-AUD-OLD-VALUE.
           STRING "GSCH " WS-GS-WEEKDAYS " "
               WS-BEFORE-TABLE
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE SPACE TO WS-AUD-NEW-VALUE.
           STRING WS-AFTER-TABLE " FROM " WS-EFF-DATE
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
       LIST-SCHEDULE-RTN.
      ******************************************************************
      *    対象会社の全行を発効日・区分・段階の順に表示する。
           EXEC SQL
               DECLARE GSL_CURSOR CURSOR FOR
               SELECT TO_CHAR(EFFECTIVE_FROM,'YYYY-MM-DD'),
                      CAST(WEEKLY_DAYS AS VARCHAR(1)),
                      STRING_AGG(
                          LPAD(CAST(GRANT_DAYS AS VARCHAR),2,'0'),
                          '' ORDER BY TIER)
               FROM GRANT_SCHEDULE
               WHERE COMPANY_CODE = :WS-COMPANY
               GROUP BY EFFECTIVE_FROM, WEEKLY_DAYS
               ORDER BY EFFECTIVE_FROM DESC, WEEKLY_DAYS DESC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN GSL_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "発効日      区分  6M 1Y 2Y 3Y 4Y 5Y 6Y+".
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH GSL_CURSOR
                   INTO :WS-GS-LIST-DATE, :WS-GS-WEEKDAYS,
                        :WS-GS-ROW
               END-EXEC
               IF SQLCODE = 0
                   DISPLAY WS-GS-LIST-DATE "  " WS-GS-WEEKDAYS
                       "     " WS-GS-ROW(1:2) " " WS-GS-ROW(3:2)
                       " " WS-GS-ROW(5:2) " " WS-GS-ROW(7:2)
                       " " WS-GS-ROW(9:2) " " WS-GS-ROW(11:2)
                       " " WS-GS-ROW(13:2)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE GSL_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-SCHEDULE-TABLE-RTN.
      ******************************************************************
      *    付与日数表。初期値(法定日数)はDB/GRANT_SCHEDULEで投入
      *    する。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS GRANT_SCHEDULE
               (
                   COMPANY_CODE   VARCHAR(2) NOT NULL DEFAULT '01',
                   EFFECTIVE_FROM DATE NOT NULL
                                   DEFAULT DATE '1900-01-01',
                   WEEKLY_DAYS    SMALLINT NOT NULL,
                   TIER           SMALLINT NOT NULL,
                   GRANT_DAYS     SMALLINT NOT NULL,
                   CONSTRAINT GSCH_0 PRIMARY KEY
                       (COMPANY_CODE, WEEKLY_DAYS, TIER,
                        EFFECTIVE_FROM)
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
