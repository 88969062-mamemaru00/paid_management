      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 LIFE_EVENT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    慶弔休暇の事由登録・証明書類の受領管理プログラム。
      *    従来は操作者が日数を判断してSPGRANTで付与していたが、
      *    本プログラムでは社員・事由・続柄・事由発生日を登録すると、
      *    付与規則表(LIFE_EVENT_RULE、DB/LIFE_EVENT_RULEが作成・
      *    投入)から日数・取得期限・休暇種別を引いて種別付きロットを
      *    書く。ロットの付与日は事由発生日、失効日は発生日に規則の
      *    取得期限日数を足した日。取得期限を過ぎた事由は登録しない。
      *    登録した事由は登録簿(LIFE_EVENT)に残し、証明書類(会葬
      *    礼状など)の受領日を記録する。同じ社員・事由・続柄・
      *    発生日の二重登録はしない。
      *    起動引数:
      *      (なし) = 事由の登録と付与
      *      E      = 証明書類の受領を記録する
      *      L      = 証明書類の未提出一覧(EVDUELST)を出力する。
      *               事由発生日から設定日数(PLM_CONFIGの
      *               LIFE_EVIDENCE_DAYS、既定30日)を過ぎても受領
      *               記録の無い事由を載せる(夜間バッチ用)
      *    登録・受領記録はレベル2以上の操作者に限り、PL_AUDITへ
      *    記録する。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT DUE-FILE ASSIGN TO "EVDUELST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  DUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUE-REC                  PIC X(132).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "LIFE_EVENT".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 2.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-RUN-MODE-SW          PIC X(1) VALUE "R".
               88  WS-REGISTER-MODE        VALUE "R".
               88  WS-EVIDENCE-MODE        VALUE "E".
               88  WS-LIST-MODE            VALUE "L".

           01  WS-EVENT-OK-SW          PIC X(1) VALUE "Y".
               88  WS-EVENT-OK             VALUE "Y".
           01  WS-DATE-VALID-SW        PIC X(1) VALUE "N".
               88  WS-DATE-VALID           VALUE "Y".
           01  EVENT-DATE-INPUT.
               03  WS-EVENT-DATE-NUM   PIC 9(8).
           01  EVENT-DATE-INPUT-R REDEFINES EVENT-DATE-INPUT.
               03  WS-EVENT-YEAR       PIC 9(4).
               03  WS-EVENT-MONTH      PIC 9(2).
               03  WS-EVENT-DAY        PIC 9(2).
           01  WS-CONFIRM              PIC X(1).
           01  WS-CONTINUE             PIC X(1) VALUE "Y".
           01  WS-REGISTER-COUNT       PIC 9(4) VALUE 0.
           01  WS-RECEIPT-COUNT        PIC 9(4) VALUE 0.
           01  WS-DUE-COUNT            PIC 9(6) VALUE 0.
           01  WS-EVIDENCE-DAYS-NUM    PIC 9(3) VALUE 30.
           01  WS-NEXT-HISTORY-ID      PIC 9(8) VALUE 0.
           01  WS-NEXT-BALANCE-SEQ     PIC 9(6).
           01  WS-NEXT-EVENT-SEQ       PIC 9(8).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           COPY PLBREC.
           COPY PLHREC.
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           01  WS-EMP-ID               PIC  X(6).
           01  WS-EMP-NAME             PIC  X(20).
           01  WS-EMP-DEPT             PIC  X(6).
           01  WS-EMP-COUNT            PIC  X(8).
      *    付与規則(LIFE_EVENT_RULE)1件分。
           01  WS-ER-EVENT-TYPE        PIC  X(8).
           01  WS-ER-RELATION          PIC  X(8).
           01  WS-ER-EVENT-NAME        PIC  X(40).
           01  WS-ER-GRANT-DAYS        PIC  X(5).
           01  WS-ER-WINDOW-DAYS       PIC  X(3).
           01  WS-ER-LEAVE-TYPE        PIC  X(8).
           01  WS-ER-EVIDENCE-REQ      PIC  X(1).
           01  WS-ER-EVIDENCE-NAME     PIC  X(40).
           01  WS-RULE-COUNT           PIC  X(8).
           01  WS-LT-COUNT             PIC  X(8).
      *    登録する事由。
           01  WS-EVENT-ID             PIC  X(8).
           01  WS-EVENT-DATE           PIC  X(10).
           01  WS-EXPIRE-DATE          PIC  X(10).
           01  WS-EXPIRED-SW           PIC  X(1).
           01  WS-DUP-COUNT            PIC  X(8).
           01  WS-GRANT-DAYS-NUM       PIC S9(3)V9.
      *    証明書類の受領記録・未提出一覧用。
           01  WS-RCVD-DATE            PIC  X(10).
           01  WS-EVIDENCE-NOTE        PIC  X(40).
           01  WS-ELAPSED-DAYS         PIC  X(5).
           01  WS-CFG-COUNT            PIC  X(8).
           01  WS-EVIDENCE-DAYS        PIC  X(3).
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
           DISPLAY "*** LIFE_EVENT STARTED ***".

           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF WS-CMD-ARG = "E" OR WS-CMD-ARG = "L"
               MOVE WS-CMD-ARG TO WS-RUN-MODE-SW
           END-IF.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-TABLES-RTN.

           EVALUATE TRUE
               WHEN WS-LIST-MODE
                   PERFORM LIST-MISSING-EVIDENCE-RTN
               WHEN WS-EVIDENCE-MODE
                   PERFORM CHECK-AUTH-LEVEL-RTN
                   PERFORM UNTIL WS-CONTINUE NOT = "Y"
                       PERFORM RECORD-EVIDENCE-RTN
                       DISPLAY "続けて記録しますか (Y/N) : >> "
                       ACCEPT WS-CONTINUE FROM CONSOLE
                   END-PERFORM
                   DISPLAY "受領記録件数 : " WS-RECEIPT-COUNT
               WHEN OTHER
                   PERFORM CHECK-AUTH-LEVEL-RTN
                   PERFORM UNTIL WS-CONTINUE NOT = "Y"
                       PERFORM REGISTER-EVENT-RTN
                       DISPLAY "続けて登録しますか (Y/N) : >> "
                       ACCEPT WS-CONTINUE FROM CONSOLE
                   END-PERFORM
                   DISPLAY "事由登録件数 : " WS-REGISTER-COUNT
           END-EVALUATE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY "*** LIFE_EVENT FINISHED ***".
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
       ENSURE-TABLES-RTN.
      ******************************************************************
      *    規則表と登録簿(DB/LIFE_EVENT_RULEと同じ定義)、監査証跡。
      *    規則の既定値はDB/LIFE_EVENT_RULEで投入する。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS LIFE_EVENT_RULE
               (
                   EVENT_TYPE       VARCHAR(8) NOT NULL,
                   RELATIONSHIP     VARCHAR(8) NOT NULL,
                   EVENT_NAME       VARCHAR(40) NOT NULL,
                   GRANT_DAYS       DECIMAL(4,1) NOT NULL,
                   WINDOW_DAYS      SMALLINT NOT NULL DEFAULT 14,
                   LEAVE_TYPE       VARCHAR(8) NOT NULL
                                     DEFAULT 'CONDOLE',
                   EVIDENCE_REQ     CHAR(1) NOT NULL DEFAULT 'Y',
                   EVIDENCE_NAME    VARCHAR(40),
                   ACTIVE_FLAG      CHAR(1) NOT NULL DEFAULT 'Y',
                   ER_UPDATED_AT    TIMESTAMP NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT LEVR_0 PRIMARY KEY
                       (EVENT_TYPE, RELATIONSHIP)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS LIFE_EVENT
               (
                   EVENT_ID         VARCHAR(8) NOT NULL,
                   V_EMP_ID         VARCHAR(6) NOT NULL,
                   EVENT_TYPE       VARCHAR(8) NOT NULL,
                   RELATIONSHIP     VARCHAR(8) NOT NULL,
                   EVENT_DATE       DATE NOT NULL,
                   V_BALANCE_ID     VARCHAR(12),
                   V_GRANT_DAYS     DECIMAL(4,1) NOT NULL,
                   EVIDENCE_REQ     CHAR(1) NOT NULL DEFAULT 'Y',
                   EVIDENCE_RCVD    DATE,
                   EVIDENCE_NOTE    VARCHAR(40),
                   COMPANY_CODE     VARCHAR(2) NOT NULL DEFAULT '01',
                   REGISTERED_BY    VARCHAR(10) NOT NULL,
                   REGISTERED_AT    TIMESTAMP NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT LEVT_0 PRIMARY KEY (EVENT_ID),
                   CONSTRAINT LEVT_1 UNIQUE
                       (V_EMP_ID, EVENT_TYPE, RELATIONSHIP, EVENT_DATE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE SEQUENCE IF NOT EXISTS LIFE_EVENT_SEQ
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

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
       REGISTER-EVENT-RTN.
      ******************************************************************
      *    事由1件を登録する。社員・規則・発生日のいずれかが不適切
      *    なら登録せずに次の入力へ戻る。
           MOVE "Y" TO WS-EVENT-OK-SW.
           PERFORM ACCEPT-EMPLOYEE-RTN.
           IF WS-EVENT-OK
               PERFORM ACCEPT-RULE-RTN
           END-IF.
           IF WS-EVENT-OK
               PERFORM ACCEPT-EVENT-DATE-RTN
           END-IF.

           IF WS-EVENT-OK
               DISPLAY "社員   : " WS-EMP-ID " " WS-EMP-NAME
               DISPLAY "事由   : " WS-ER-EVENT-NAME
               DISPLAY "発生日 : " WS-EVENT-DATE
                   "  取得期限 : " WS-EXPIRE-DATE " の前日まで"
               DISPLAY "付与   : " WS-ER-LEAVE-TYPE " "
                   WS-GRANT-DAYS-NUM " 日"
               IF WS-ER-EVIDENCE-REQ = "Y"
                   DISPLAY "証明書類 : " WS-ER-EVIDENCE-NAME
               END-IF
               DISPLAY "この内容で登録しますか (Y/N) : >> "
               ACCEPT WS-CONFIRM FROM CONSOLE
               IF WS-CONFIRM = "Y"
                   PERFORM WRITE-EVENT-LOT-RTN
                   PERFORM WRITE-EVENT-RTN
                   PERFORM WRITE-REGISTER-AUDIT-RTN
                   EXEC SQL COMMIT WORK END-EXEC
                   ADD 1 TO WS-REGISTER-COUNT
                   DISPLAY "登録しました。事由ID : "
                       WS-EVENT-ID
                       "  ロット : " BALANCE-ID
               ELSE
                   DISPLAY "*** 登録を取り消しました ***"
               END-IF
           END-IF.

      ******************************************************************
       ACCEPT-EMPLOYEE-RTN.
      ******************************************************************
      *    在籍者(休職者を含む)に限る。
           DISPLAY "対象の社員ID : >> ".
           ACCEPT WS-EMP-ID FROM CONSOLE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-EMP-COUNT
               FROM EMP_MASTER
               WHERE EMP_ID = :WS-EMP-ID
                 AND EMP_STATUS_CODE IN ('ACTIVE','LOA')
                 AND COMPANY_CODE = :WS-COMPANY
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-EMP-COUNT) = 0
               DISPLAY "社員ID " WS-EMP-ID
                   " は在籍者として見つかりません"
               MOVE "N" TO WS-EVENT-OK-SW
           ELSE
               EXEC SQL
                   SELECT EMP_NAME, COALESCE(DEPT_CODE,' ')
                   INTO :WS-EMP-NAME, :WS-EMP-DEPT
                   FROM EMP_MASTER
                   WHERE EMP_ID = :WS-EMP-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

      ******************************************************************
       ACCEPT-RULE-RTN.
      ******************************************************************
      *    有効な規則の一覧を見せて事由と続柄を選ばせる。
           PERFORM SHOW-RULES-RTN.
           DISPLAY "事由 (DEATH/MARRIAGE/BIRTH等) : >> ".
           ACCEPT WS-ER-EVENT-TYPE FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(WS-ER-EVENT-TYPE)
               TO WS-ER-EVENT-TYPE.
           DISPLAY "続柄 (SELF/SPOUSE/PARENT等) : >> ".
           ACCEPT WS-ER-RELATION FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(WS-ER-RELATION)
               TO WS-ER-RELATION.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RULE-COUNT
               FROM LIFE_EVENT_RULE
               WHERE EVENT_TYPE = :WS-ER-EVENT-TYPE
                 AND RELATIONSHIP = :WS-ER-RELATION
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-RULE-COUNT) = 0
               DISPLAY "*** 事由 " WS-ER-EVENT-TYPE " 続柄 "
                   WS-ER-RELATION " の規則がありません ***"
               MOVE "N" TO WS-EVENT-OK-SW
           ELSE
               EXEC SQL
                   SELECT EVENT_NAME,
                          CAST(GRANT_DAYS AS VARCHAR(5)),
                          LPAD(CAST(WINDOW_DAYS AS VARCHAR),3,'0'),
                          LEAVE_TYPE, EVIDENCE_REQ,
                          COALESCE(EVIDENCE_NAME,' ')
                   INTO :WS-ER-EVENT-NAME, :WS-ER-GRANT-DAYS,
                        :WS-ER-WINDOW-DAYS, :WS-ER-LEAVE-TYPE,
                        :WS-ER-EVIDENCE-REQ, :WS-ER-EVIDENCE-NAME
                   FROM LIFE_EVENT_RULE
                   WHERE EVENT_TYPE = :WS-ER-EVENT-TYPE
                     AND RELATIONSHIP = :WS-ER-RELATION
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-ER-GRANT-DAYS)
                   TO WS-GRANT-DAYS-NUM
               PERFORM CHECK-LEAVE-TYPE-RTN
           END-IF.

      ******************************************************************
       SHOW-RULES-RTN.
      ******************************************************************
           EXEC SQL
               DECLARE RULE_CURSOR CURSOR FOR
               SELECT EVENT_TYPE, RELATIONSHIP, EVENT_NAME,
                      CAST(GRANT_DAYS AS VARCHAR(5)),
                      LPAD(CAST(WINDOW_DAYS AS VARCHAR),3,'0')
               FROM LIFE_EVENT_RULE
               WHERE ACTIVE_FLAG = 'Y'
               ORDER BY EVENT_TYPE, RELATIONSHIP
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN RULE_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "事由      続柄      日数  期限 名称".
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH RULE_CURSOR
                   INTO :WS-ER-EVENT-TYPE, :WS-ER-RELATION,
                        :WS-ER-EVENT-NAME, :WS-ER-GRANT-DAYS,
                        :WS-ER-WINDOW-DAYS
               END-EXEC
               IF SQLCODE = 0
                   DISPLAY WS-ER-EVENT-TYPE "  " WS-ER-RELATION
                       "  " WS-ER-GRANT-DAYS " " WS-ER-WINDOW-DAYS
                       "  " WS-ER-EVENT-NAME
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE RULE_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       CHECK-LEAVE-TYPE-RTN.
      ******************************************************************
      *    規則の休暇種別が種別マスタに登録済みであること(SPGRANT
      *    と同じく未登録の種別は付与しない)。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LT-COUNT
               FROM LEAVE_TYPE_MASTER
               WHERE LEAVE_TYPE = :WS-ER-LEAVE-TYPE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-LT-COUNT) = 0
               DISPLAY "*** 休暇種別 " WS-ER-LEAVE-TYPE
                   " は種別マスタに未登録です ***"
               MOVE "N" TO WS-EVENT-OK-SW
           END-IF.

      ******************************************************************
       ACCEPT-EVENT-DATE-RTN.
      ******************************************************************
      *    事由発生日を受け、取得期限(発生日+規則の日数)を求める。
      *    期限を過ぎた事由と、登録済みの事由は受け付けない。
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL WS-DATE-VALID
               DISPLAY "事由発生日 (YYYYMMDD) : >> "
               ACCEPT WS-EVENT-DATE-NUM FROM CONSOLE
               CALL "DATE-CHK" USING WS-EVENT-DATE-NUM
                   WS-DATE-VALID-SW
               IF NOT WS-DATE-VALID
                   DISPLAY "*** 日付が不正です。"
                       "再入力してください ***"
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-EVENT-DATE.
           STRING WS-EVENT-YEAR "-" WS-EVENT-MONTH "-" WS-EVENT-DAY
               DELIMITED BY SIZE INTO WS-EVENT-DATE.

           EXEC SQL
               SELECT TO_CHAR(CAST(:WS-EVENT-DATE AS DATE)
                          + CAST(:WS-ER-WINDOW-DAYS AS INTEGER),
                          'YYYY-MM-DD'),
                      CASE WHEN CAST(:WS-EVENT-DATE AS DATE)
                                + CAST(:WS-ER-WINDOW-DAYS AS INTEGER)
                                <= CURRENT_DATE
                           THEN 'Y' ELSE 'N' END
               INTO :WS-EXPIRE-DATE, :WS-EXPIRED-SW
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-EXPIRED-SW = "Y"
               DISPLAY "*** 取得期限 (" WS-EXPIRE-DATE
                   ") を過ぎているため登録できません ***"
               MOVE "N" TO WS-EVENT-OK-SW
           END-IF.

           IF WS-EVENT-OK
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-DUP-COUNT
                   FROM LIFE_EVENT
                   WHERE V_EMP_ID = :WS-EMP-ID
                     AND EVENT_TYPE = :WS-ER-EVENT-TYPE
                     AND RELATIONSHIP = :WS-ER-RELATION
                     AND EVENT_DATE = CAST(:WS-EVENT-DATE AS DATE)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-DUP-COUNT) > 0
                   DISPLAY "*** 同じ事由が登録済みです ***"
                   MOVE "N" TO WS-EVENT-OK-SW
               END-IF
           END-IF.

      ******************************************************************
       WRITE-EVENT-LOT-RTN.
      ******************************************************************
      *    種別付きロットを1件書き、GRANT区分の履歴を残す。付与日は
      *    事由発生日、失効日は取得期限。
           PERFORM GET-NEXT-BALANCE-SEQ.
           MOVE SPACE TO BALANCE-ID.
           STRING WS-EMP-ID WS-NEXT-BALANCE-SEQ
               DELIMITED BY SIZE INTO BALANCE-ID.

           EXEC SQL
               INSERT INTO PL_BALANCE
               (BALANCE_ID, B_EMP_ID, BALANCE_STATUS, GRANT_DAYS,
                HOLD_DAYS, LAST_UPD_DATE, LEAVE_TYPE,
                EXPIRE_DATE, GRANTED_DAYS, COMPANY_CODE)
               VALUES
               (:BALANCE-ID, :WS-EMP-ID, TRUE,
                CAST(:WS-EVENT-DATE AS DATE), :WS-GRANT-DAYS-NUM,
                CURRENT_DATE, :WS-ER-LEAVE-TYPE,
                CAST(:WS-EXPIRE-DATE AS DATE), :WS-GRANT-DAYS-NUM,
                :WS-COMPANY)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM GET-NEXT-HISTORY-ID.
           MOVE WS-NEXT-HISTORY-ID TO HISTORY-ID.

           EXEC SQL
               INSERT INTO PL_HISTORY
               (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                INSERT_DATETIME, TRANSACTION_TYPE)
               VALUES
               (:HISTORY-ID, :BALANCE-ID,
                CAST(:WS-EVENT-DATE AS DATE), :WS-GRANT-DAYS-NUM,
                CURRENT_TIMESTAMP, 'GRANT')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-EVENT-RTN.
      ******************************************************************
           EXEC SQL
               SELECT NEXTVAL('LIFE_EVENT_SEQ')
               INTO :WS-NEXT-EVENT-SEQ
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE WS-NEXT-EVENT-SEQ TO WS-EVENT-ID.

           EXEC SQL
               INSERT INTO LIFE_EVENT
                   (EVENT_ID, V_EMP_ID, EVENT_TYPE, RELATIONSHIP,
                    EVENT_DATE, V_BALANCE_ID, V_GRANT_DAYS,
                    EVIDENCE_REQ, COMPANY_CODE, REGISTERED_BY)
               VALUES
                   (:WS-EVENT-ID, :WS-EMP-ID, :WS-ER-EVENT-TYPE,
                    :WS-ER-RELATION, CAST(:WS-EVENT-DATE AS DATE),
                    :BALANCE-ID, :WS-GRANT-DAYS-NUM,
                    :WS-ER-EVIDENCE-REQ, :WS-COMPANY,
                    :WS-OPERATOR-ID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-REGISTER-AUDIT-RTN.
      ******************************************************************
           MOVE SPACE TO WS-AUD-OLD-VALUE.
           STRING "LEVT " WS-EVENT-ID " NEW"
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE SPACE TO WS-AUD-NEW-VALUE.
           STRING FUNCTION TRIM(WS-ER-EVENT-TYPE) " "
               FUNCTION TRIM(WS-ER-RELATION) " "
               WS-EVENT-DATE " " WS-GRANT-DAYS-NUM
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           PERFORM WRITE-AUDIT-RTN.

      ******************************************************************
       RECORD-EVIDENCE-RTN.
      ******************************************************************
      *    社員の証明書類未受領の事由を一覧し、受領した事由を選んで
      *    受領日と書類の内容を記録する。
           DISPLAY "対象の社員ID : >> ".
           ACCEPT WS-EMP-ID FROM CONSOLE.

           EXEC SQL
               DECLARE OPEN_EVENT_CURSOR CURSOR FOR
               SELECT V.EVENT_ID,
                      TO_CHAR(V.EVENT_DATE,'YYYY-MM-DD'),
                      COALESCE(R.EVENT_NAME, V.EVENT_TYPE),
                      COALESCE(R.EVIDENCE_NAME,' ')
               FROM LIFE_EVENT V
               LEFT JOIN LIFE_EVENT_RULE R
                   ON R.EVENT_TYPE = V.EVENT_TYPE
                  AND R.RELATIONSHIP = V.RELATIONSHIP
               WHERE V.V_EMP_ID = :WS-EMP-ID
                 AND V.COMPANY_CODE = :WS-COMPANY
                 AND V.EVIDENCE_REQ = 'Y'
                 AND V.EVIDENCE_RCVD IS NULL
               ORDER BY V.EVENT_DATE, V.EVENT_ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN OPEN_EVENT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE ZERO TO WS-DUE-COUNT.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH OPEN_EVENT_CURSOR
                   INTO :WS-EVENT-ID, :WS-EVENT-DATE,
                        :WS-ER-EVENT-NAME, :WS-ER-EVIDENCE-NAME
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-DUE-COUNT
                   DISPLAY WS-EVENT-ID "  " WS-EVENT-DATE "  "
                       WS-ER-EVENT-NAME
                   DISPLAY "          証明書類 : "
                       WS-ER-EVIDENCE-NAME
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE OPEN_EVENT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF WS-DUE-COUNT = 0
               DISPLAY "*** 証明書類が未受領の事由は"
                   "ありません ***"
           ELSE
               DISPLAY "受領した事由ID : >> "
               ACCEPT WS-EVENT-ID FROM CONSOLE
               PERFORM ACCEPT-RECEIPT-RTN
           END-IF.

      ******************************************************************
       ACCEPT-RECEIPT-RTN.
      ******************************************************************
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-DUP-COUNT
               FROM LIFE_EVENT
               WHERE EVENT_ID = :WS-EVENT-ID
                 AND V_EMP_ID = :WS-EMP-ID
                 AND EVIDENCE_RCVD IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-DUP-COUNT) = 0
               DISPLAY "*** 事由ID " WS-EVENT-ID
                   " は未受領の一覧にありません ***"
           ELSE
               MOVE "N" TO WS-DATE-VALID-SW
               PERFORM UNTIL WS-DATE-VALID
                   DISPLAY "受領日 (YYYYMMDD) : >> "
                   ACCEPT WS-EVENT-DATE-NUM FROM CONSOLE
                   CALL "DATE-CHK" USING WS-EVENT-DATE-NUM
                       WS-DATE-VALID-SW
                   IF NOT WS-DATE-VALID
                       DISPLAY "*** 日付が不正です。"
                           "再入力してください ***"
                   END-IF
               END-PERFORM
               MOVE SPACE TO WS-RCVD-DATE
               STRING WS-EVENT-YEAR "-" WS-EVENT-MONTH "-"
                   WS-EVENT-DAY
                   DELIMITED BY SIZE INTO WS-RCVD-DATE
               DISPLAY "書類の内容 (40桁以内) : >> "
               MOVE SPACE TO WS-EVIDENCE-NOTE
               ACCEPT WS-EVIDENCE-NOTE FROM CONSOLE

               EXEC SQL
                   UPDATE LIFE_EVENT
                   SET EVIDENCE_RCVD = CAST(:WS-RCVD-DATE AS DATE),
                       EVIDENCE_NOTE =
                           NULLIF(TRIM(:WS-EVIDENCE-NOTE),'')
                   WHERE EVENT_ID = :WS-EVENT-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF

               MOVE SPACE TO BALANCE-ID
               MOVE SPACE TO WS-AUD-OLD-VALUE
               STRING "LEVT " WS-EVENT-ID " EVIDENCE=NONE"
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
               MOVE SPACE TO WS-AUD-NEW-VALUE
               STRING "EVIDENCE=" WS-RCVD-DATE
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RTN
               EXEC SQL COMMIT WORK END-EXEC
               ADD 1 TO WS-RECEIPT-COUNT
               DISPLAY "受領を記録しました : " WS-EVENT-ID
           END-IF.

      ******************************************************************
       WRITE-AUDIT-RTN.
      ******************************************************************
           CALL "AUDIT-LOCK" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO PL_AUDIT
                   (PROGRAM_NAME, OPERATOR_ID, A_EMP_ID,
                    A_BALANCE_ID, OLD_VALUE, NEW_VALUE)
               VALUES
                   (:WS-ERR-PROGRAM-NAME, :WS-OPERATOR-ID,
                    :WS-EMP-ID, NULLIF(TRIM(:BALANCE-ID),''),
                    :WS-AUD-OLD-VALUE, :WS-AUD-NEW-VALUE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           CALL "AUDIT-SEAL" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LIST-MISSING-EVIDENCE-RTN.
      ******************************************************************
      *    督促日数をPLM_CONFIGから読み(未設定は30日)、発生日から
      *    その日数を過ぎても証明書類の受領記録が無い事由を
      *    経過日数の長い順に一覧する。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CFG-COUNT
               FROM PLM_CONFIG
               WHERE CONFIG_KEY = 'LIFE_EVIDENCE_DAYS'
                 AND COMPANY_CODE = :WS-COMPANY
                 AND EFFECTIVE_FROM <= CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-CFG-COUNT) > 0
               EXEC SQL
                   SELECT LPAD(TRIM(CONFIG_VALUE),3,'0')
                   INTO :WS-EVIDENCE-DAYS
                   FROM PLM_CONFIG
                   WHERE CONFIG_KEY = 'LIFE_EVIDENCE_DAYS'
                     AND COMPANY_CODE = :WS-COMPANY
                     AND EFFECTIVE_FROM <= CURRENT_DATE
                   ORDER BY EFFECTIVE_FROM DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF WS-EVIDENCE-DAYS IS NUMERIC
                   MOVE WS-EVIDENCE-DAYS TO WS-EVIDENCE-DAYS-NUM
               END-IF
           END-IF.
           MOVE WS-EVIDENCE-DAYS-NUM TO WS-EVIDENCE-DAYS.

           OPEN OUTPUT DUE-FILE.
           MOVE SPACE TO DUE-REC.
           STRING "*** 慶弔休暇 証明書類未提出一覧 "
               "(会社 "
               WS-COMPANY "  事由発生から "
               WS-EVIDENCE-DAYS-NUM " 日超) ***"
               DELIMITED BY SIZE INTO DUE-REC.
           WRITE DUE-REC.
           MOVE SPACE TO DUE-REC.
           STRING "事由ID    社員ID "
               "氏名                 部門   "
               "発生日     経過  ロット       "
               "事由 / 証明書類"
               DELIMITED BY SIZE INTO DUE-REC.
           WRITE DUE-REC.

           EXEC SQL
               DECLARE DUE_CURSOR CURSOR FOR
               SELECT V.EVENT_ID, V.V_EMP_ID,
                      COALESCE(E.EMP_NAME,' '),
                      COALESCE(E.DEPT_CODE,' '),
                      TO_CHAR(V.EVENT_DATE,'YYYY-MM-DD'),
                      CAST(CURRENT_DATE - V.EVENT_DATE AS VARCHAR(5)),
                      COALESCE(V.V_BALANCE_ID,' '),
                      COALESCE(R.EVENT_NAME, V.EVENT_TYPE),
                      COALESCE(R.EVIDENCE_NAME,' ')
               FROM LIFE_EVENT V
               LEFT JOIN EMP_MASTER E
                   ON E.EMP_ID = V.V_EMP_ID
               LEFT JOIN LIFE_EVENT_RULE R
                   ON R.EVENT_TYPE = V.EVENT_TYPE
                  AND R.RELATIONSHIP = V.RELATIONSHIP
               WHERE V.COMPANY_CODE = :WS-COMPANY
                 AND V.EVIDENCE_REQ = 'Y'
                 AND V.EVIDENCE_RCVD IS NULL
                 AND V.EVENT_DATE
                     < CURRENT_DATE
                       - CAST(:WS-EVIDENCE-DAYS AS INTEGER)
               ORDER BY V.EVENT_DATE ASC, V.EVENT_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN DUE_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DUE_CURSOR
                   INTO :WS-EVENT-ID, :WS-EMP-ID, :WS-EMP-NAME,
                        :WS-EMP-DEPT, :WS-EVENT-DATE,
                        :WS-ELAPSED-DAYS, :BALANCE-ID,
                        :WS-ER-EVENT-NAME, :WS-ER-EVIDENCE-NAME
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM WRITE-DUE-LINE-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE DUE_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE SPACE TO DUE-REC.
           STRING "未提出件数 : " WS-DUE-COUNT
               DELIMITED BY SIZE INTO DUE-REC.
           WRITE DUE-REC.
           CLOSE DUE-FILE.

           DISPLAY "証明書類未提出 : " WS-DUE-COUNT.

      ******************************************************************
       WRITE-DUE-LINE-RTN.
      ******************************************************************
           MOVE SPACE TO DUE-REC.
           STRING WS-EVENT-ID "  " WS-EMP-ID " " WS-EMP-NAME " "
               WS-EMP-DEPT " " WS-EVENT-DATE " "
               WS-ELAPSED-DAYS " " BALANCE-ID " "
               FUNCTION TRIM(WS-ER-EVENT-NAME)
               DELIMITED BY SIZE INTO DUE-REC.
           WRITE DUE-REC.
           MOVE SPACE TO DUE-REC.
           STRING "          証明書類 : "
               FUNCTION TRIM(WS-ER-EVIDENCE-NAME)
               DELIMITED BY SIZE INTO DUE-REC.
           WRITE DUE-REC.

      ******************************************************************
       GET-NEXT-BALANCE-SEQ.
      ******************************************************************
      *    BALANCE_IDは社員ID6桁+全体共通シーケンス6桁。
           EXEC SQL
               SELECT NEXTVAL('PL_BALANCE_SEQ')
               INTO :WS-NEXT-BALANCE-SEQ
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       GET-NEXT-HISTORY-ID.
      ******************************************************************
           EXEC SQL
               SELECT NEXTVAL('PL_HISTORY_SEQ')
               INTO :WS-NEXT-HISTORY-ID
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
