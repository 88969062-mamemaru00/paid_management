      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 MSG_MAINT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    社員向け文書の文言マスタ(MSG_TEXT)・言語マスタ
      *    (LANG_MASTER)の保守プログラム。
      *    起動引数:
      *      (なし) 文言の登録・変更(文言キー×言語)
      *      A      法定文言の承認
      *      L      文言の一覧(承認状況つき)
      *      G      言語の登録・変更(日付書式・小数点記号)
      *    法定文言(LEGAL_FLAG='Y')は登録・変更のたびに承認を外し、
      *    上級者(レベル3)が承認するまでは文書に使われない(その間
      *    は日本語の承認済みの文言で出る)。登録した本人は承認
      *    できない(職務分掌)。法定文言のキーは、どれか1言語が
      *    法定文言なら他の言語も法定文言として扱う。
      *    登録・変更・言語は有給事務担当(レベル2)以上、承認は
      *    上級者(レベル3)限定。実施はPL_AUDITへ記録する。
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
               "MSG_MAINT".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 2.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-RUN-MODE-SW          PIC X(1) VALUE "S".
               88  WS-SET-MODE             VALUE "S".
               88  WS-APPROVE-MODE         VALUE "A".
               88  WS-LIST-MODE            VALUE "L".
               88  WS-LANG-MODE            VALUE "G".
           01  WS-CONFIRM              PIC X(1).
           01  WS-LIST-COUNT           PIC 9(6) VALUE 0.
           01  WS-STATUS-DISP          PIC X(12).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-MT-KEY               PIC  X(20).
           01  WS-MT-LANG              PIC  X(2).
           01  WS-MT-LEGAL             PIC  X(1).
           01  WS-MT-TEXT              PIC  X(120).
           01  WS-MT-STATUS            PIC  X(8).
           01  WS-MT-UPDATED-BY        PIC  X(10).
           01  WS-MT-COUNT             PIC  X(8).
           01  WS-LM-NAME              PIC  X(20).
           01  WS-LM-FORMAT            PIC  X(20).
           01  WS-LM-DECIMAL           PIC  X(1).
           01  WS-LM-SAMPLE            PIC  X(20).
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
           DISPLAY "*** MSG_MAINT STARTED ***".

           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           EVALUATE WS-CMD-ARG
               WHEN "A"
                   MOVE "A" TO WS-RUN-MODE-SW
                   MOVE 3 TO WS-REQUIRED-LEVEL
               WHEN "L"
                   MOVE "L" TO WS-RUN-MODE-SW
               WHEN "G"
                   MOVE "G" TO WS-RUN-MODE-SW
           END-EVALUATE.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-AUDIT-TABLE-RTN.
           PERFORM ENSURE-MSG-TABLES-RTN.

           EVALUATE TRUE
               WHEN WS-LIST-MODE
                   PERFORM LIST-TEXT-RTN
               WHEN WS-APPROVE-MODE
                   PERFORM CHECK-AUTH-LEVEL-RTN
                   PERFORM APPROVE-TEXT-RTN
               WHEN WS-LANG-MODE
                   PERFORM CHECK-AUTH-LEVEL-RTN
                   PERFORM SET-LANG-RTN
               WHEN OTHER
                   PERFORM CHECK-AUTH-LEVEL-RTN
                   PERFORM SET-TEXT-RTN
           END-EVALUATE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY "*** MSG_MAINT FINISHED ***".
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
       SET-TEXT-RTN.
      ******************************************************************
      *    文言キー×言語の文言を登録する(既存は上書き)。法定文言は
      *    承認を外し、承認待ちにする。
           DISPLAY "文言キー : >> ".
           ACCEPT WS-MT-KEY FROM CONSOLE.
           DISPLAY "言語コード (JA/EN/...) : >> ".
           ACCEPT WS-MT-LANG FROM CONSOLE.
           DISPLAY "法定文言 (Y/N) : >> ".
           ACCEPT WS-MT-LEGAL FROM CONSOLE.
           DISPLAY "文言 : >> ".
           ACCEPT WS-MT-TEXT FROM CONSOLE.

           PERFORM CHECK-LANG-RTN.
           EVALUATE TRUE
               WHEN WS-MT-KEY = SPACE OR WS-MT-TEXT = SPACE
                   DISPLAY "*** キーと文言は必須です ***"
               WHEN WS-MT-LEGAL NOT = "Y" AND WS-MT-LEGAL NOT = "N"
                   DISPLAY "*** 法定文言はYかNです ***"
               WHEN FUNCTION NUMVAL(WS-MT-COUNT) = 0
                   DISPLAY "*** 言語 " WS-MT-LANG
                       " は言語マスタにありません ***"
               WHEN OTHER
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-MT-COUNT
                       FROM MSG_TEXT
                       WHERE MSG_KEY = :WS-MT-KEY
                         AND LEGAL_FLAG = 'Y'
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   IF FUNCTION NUMVAL(WS-MT-COUNT) > 0
                       MOVE "Y" TO WS-MT-LEGAL
                   END-IF

                   EXEC SQL
                       INSERT INTO MSG_TEXT
                           (MSG_KEY, LANG_CODE, MSG_TEXT, LEGAL_FLAG,
                            MT_UPDATED_BY)
                       VALUES
                           (:WS-MT-KEY, :WS-MT-LANG, TRIM(:WS-MT-TEXT),
                            :WS-MT-LEGAL, :WS-OPERATOR-ID)
                       ON CONFLICT (MSG_KEY, LANG_CODE)
                       DO UPDATE SET
                           MSG_TEXT = TRIM(:WS-MT-TEXT),
                           LEGAL_FLAG = :WS-MT-LEGAL,
                           MT_UPDATED_BY = :WS-OPERATOR-ID,
                           MT_UPDATED_AT = CURRENT_TIMESTAMP,
                           APPROVED_BY = NULL,
                           APPROVED_AT = NULL
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF

                   MOVE SPACE TO WS-AUD-OLD-VALUE
                   STRING "MSG " WS-MT-KEY " " WS-MT-LANG
                       DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
                   MOVE SPACE TO WS-AUD-NEW-VALUE
                   STRING "TEXT SET LEGAL=" WS-MT-LEGAL
                       DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
                   PERFORM WRITE-AUDIT-RTN

                   DISPLAY "登録しました : " WS-MT-KEY " "
                       WS-MT-LANG
                   IF WS-MT-LEGAL = "Y"
                       DISPLAY "*** 法定文言のため、承認"
                           "(MSG_MAINT A)されるまで"
                           "文書には使われません ***"
                   END-IF
           END-EVALUATE.

      ******************************************************************
       APPROVE-TEXT-RTN.
      ******************************************************************
      *    承認待ちの法定文言を表示し、確認の上で承認する。登録した
      *    本人による承認は認めない。
           DISPLAY "文言キー : >> ".
           ACCEPT WS-MT-KEY FROM CONSOLE.
           DISPLAY "言語コード : >> ".
           ACCEPT WS-MT-LANG FROM CONSOLE.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MT-COUNT
               FROM MSG_TEXT
               WHERE MSG_KEY = :WS-MT-KEY
                 AND LANG_CODE = :WS-MT-LANG
                 AND LEGAL_FLAG = 'Y'
                 AND APPROVED_AT IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-MT-COUNT) = 0
               DISPLAY "*** 承認待ちの法定文言では"
                   "ありません ***"
           ELSE
               EXEC SQL
                   SELECT MSG_TEXT, COALESCE(MT_UPDATED_BY,' ')
                   INTO :WS-MT-TEXT, :WS-MT-UPDATED-BY
                   FROM MSG_TEXT
                   WHERE MSG_KEY = :WS-MT-KEY
                     AND LANG_CODE = :WS-MT-LANG
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               DISPLAY "文言   : " WS-MT-TEXT
               DISPLAY "登録者 : " WS-MT-UPDATED-BY
               IF WS-MT-UPDATED-BY = WS-OPERATOR-ID
                   DISPLAY "*** 登録した本人は"
                       "承認できません ***"
               ELSE
                   DISPLAY "承認しますか (Y/N) : >> "
                   ACCEPT WS-CONFIRM FROM CONSOLE
                   IF WS-CONFIRM = "Y"
                       PERFORM RECORD-APPROVAL-RTN
                   ELSE
                       DISPLAY "承認を取り止めました"
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       RECORD-APPROVAL-RTN.
      ******************************************************************
           EXEC SQL
               UPDATE MSG_TEXT
               SET APPROVED_BY = :WS-OPERATOR-ID,
                   APPROVED_AT = CURRENT_TIMESTAMP
               WHERE MSG_KEY = :WS-MT-KEY
                 AND LANG_CODE = :WS-MT-LANG
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE SPACE TO WS-AUD-OLD-VALUE.
           STRING "MSG " WS-MT-KEY " " WS-MT-LANG
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE "APPROVED" TO WS-AUD-NEW-VALUE.
           PERFORM WRITE-AUDIT-RTN.

           DISPLAY "承認しました : " WS-MT-KEY " " WS-MT-LANG.

      ******************************************************************
       LIST-TEXT-RTN.
      ******************************************************************
      *    指定言語(空欄は全言語)の文言をキー順に表示する。法定文言
      *    は承認済み/承認待ちを添える。
           DISPLAY "言語コード (空欄=全言語) : >> ".
           ACCEPT WS-MT-LANG FROM CONSOLE.

           EXEC SQL
               DECLARE MT_CURSOR CURSOR FOR
               SELECT MSG_KEY, LANG_CODE, LEGAL_FLAG,
                      CASE WHEN LEGAL_FLAG = 'N' THEN ' '
                           WHEN APPROVED_AT IS NULL THEN 'PENDING'
                           ELSE 'APPROVED' END,
                      MSG_TEXT
               FROM MSG_TEXT
               WHERE LANG_CODE = :WS-MT-LANG
                  OR :WS-MT-LANG = '  '
               ORDER BY MSG_KEY ASC, LANG_CODE ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN MT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH MT_CURSOR
                   INTO :WS-MT-KEY, :WS-MT-LANG, :WS-MT-LEGAL,
                        :WS-MT-STATUS, :WS-MT-TEXT
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-LIST-COUNT
                   EVALUATE WS-MT-STATUS
                       WHEN "PENDING"
                           MOVE "[承認待ち]" TO WS-STATUS-DISP
                       WHEN "APPROVED"
                           MOVE "[法定]" TO WS-STATUS-DISP
                       WHEN OTHER
                           MOVE SPACE TO WS-STATUS-DISP
                   END-EVALUATE
                   DISPLAY WS-MT-KEY " " WS-MT-LANG " "
                       WS-STATUS-DISP " "
                       FUNCTION TRIM(WS-MT-TEXT)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE MT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "件数 : " WS-LIST-COUNT.

      ******************************************************************
       SET-LANG-RTN.
      ******************************************************************
      *    言語を登録する。日付書式はPostgreSQLのTO_CHARの書式で、
      *    登録前に本日の日付での出力例を表示する。
           DISPLAY "言語コード : >> ".
           ACCEPT WS-MT-LANG FROM CONSOLE.
           DISPLAY "言語名 : >> ".
           ACCEPT WS-LM-NAME FROM CONSOLE.
           DISPLAY "日付書式 (例 YYYY-MM-DD / DD Mon YYYY) : >> ".
           ACCEPT WS-LM-FORMAT FROM CONSOLE.
           DISPLAY "小数点記号 (. または ,) : >> ".
           ACCEPT WS-LM-DECIMAL FROM CONSOLE.

           EVALUATE TRUE
               WHEN WS-MT-LANG = SPACE OR WS-LM-NAME = SPACE
                  OR WS-LM-FORMAT = SPACE
                   DISPLAY "*** 言語コード・言語名・"
                       "日付書式は必須です ***"
               WHEN WS-LM-DECIMAL NOT = "." AND WS-LM-DECIMAL NOT = ","
                   DISPLAY "*** 小数点記号は . か , です ***"
               WHEN OTHER
                   EXEC SQL
                       SELECT TO_CHAR(CURRENT_DATE,
                                      TRIM(:WS-LM-FORMAT))
                       INTO :WS-LM-SAMPLE
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   DISPLAY "日付の出力例 : " WS-LM-SAMPLE

                   EXEC SQL
                       INSERT INTO LANG_MASTER
                           (LANG_CODE, LANG_NAME, DATE_FORMAT,
                            DECIMAL_CHAR)
                       VALUES
                           (:WS-MT-LANG, :WS-LM-NAME,
                            TRIM(:WS-LM-FORMAT), :WS-LM-DECIMAL)
                       ON CONFLICT (LANG_CODE)
                       DO UPDATE SET
                           LANG_NAME = :WS-LM-NAME,
                           DATE_FORMAT = TRIM(:WS-LM-FORMAT),
                           DECIMAL_CHAR = :WS-LM-DECIMAL,
                           LM_UPDATED_AT = CURRENT_TIMESTAMP
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF

                   MOVE SPACE TO WS-AUD-OLD-VALUE
                   STRING "LANG " WS-MT-LANG
                       DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
                   MOVE SPACE TO WS-AUD-NEW-VALUE
                   STRING WS-LM-FORMAT " " WS-LM-DECIMAL
                       DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
                   PERFORM WRITE-AUDIT-RTN

                   DISPLAY "登録しました : " WS-MT-LANG " "
                       WS-LM-NAME
           END-EVALUATE.

      ******************************************************************
       CHECK-LANG-RTN.
      ******************************************************************
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MT-COUNT
               FROM LANG_MASTER
               WHERE LANG_CODE = :WS-MT-LANG
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

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
       ENSURE-MSG-TABLES-RTN.
      ******************************************************************
      *    言語マスタ・文言マスタ(初期値の投入はDB/MSG_TEXT)。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS LANG_MASTER
               (
                   LANG_CODE      VARCHAR(2) NOT NULL,
                   LANG_NAME      VARCHAR(20) NOT NULL,
                   DATE_FORMAT    VARCHAR(20) NOT NULL
                                   DEFAULT 'YYYY-MM-DD',
                   DECIMAL_CHAR   CHAR(1) NOT NULL DEFAULT '.',
                   LM_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT LNGM_0 PRIMARY KEY (LANG_CODE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS MSG_TEXT
               (
                   MSG_KEY        VARCHAR(20) NOT NULL,
                   LANG_CODE      VARCHAR(2) NOT NULL,
                   MSG_TEXT       VARCHAR(120) NOT NULL,
                   LEGAL_FLAG     CHAR(1) NOT NULL DEFAULT 'N',
                   MT_UPDATED_BY  VARCHAR(10),
                   MT_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   APPROVED_BY    VARCHAR(10),
                   APPROVED_AT    TIMESTAMP,
                   CONSTRAINT MSGT_0 PRIMARY KEY
                       (MSG_KEY, LANG_CODE)
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

              WHEN OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE: " SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
      ******************************************************************
