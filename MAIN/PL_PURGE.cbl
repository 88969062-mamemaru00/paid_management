      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PL_PURGE.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    退職者の個人データの保存期間経過後の消去(年次)。
      *    退職日(EMP_RETIRE_DATE。未設定の旧退職者はRETIREの監査
      *    記録、それも無ければ最終更新日)からPLM_CONFIGの
      *    RETAIN_YEARS年(未設定は5年)を過ぎた退職者について、
      *      EMP_MASTER       氏名を伏字にし日額賃金を0にする
      *                       (行と社員IDは残し、消去日時を記録)
      *      PL_HISTORY_ARCH  保管済みの取得明細を削除
      *      NOTIFY_QUEUE     通知文を削除
      *      NOTIFY_PREF      配付先希望を削除
      *      PL_REQUEST       申請(段階別の承認記録を含む)を削除
      *    を行う。帳票が使う集計値は、消去の前に本人分の月次サマリ
      *    (PL_MONTHLY_SUM)を本体と保管分から作り直して凍結し、
      *    ROLLUP_SUMの作り直し対象から外して残す。
      *    休職期間(LOA_PERIOD)が終わっていない者と、取得明細の
      *    訂正が承認待ち(PL_CORRECT_PENDがPENDING)の者は消去
      *    せず、理由を付けて保留とする。
      *    消去した内容は1人1行で消去証明書(PURGECRT)に出力し、
      *    PL_AUDITへ記録する。
      *    起動引数: (なし)=対象者の確認のみ(消去しない) /
      *    P=消去の実行。いずれもレベル3以上の操作者に限る。
      *    対象会社はPLM_COMPANY(未指定は01)。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "PURGECRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRINT-REC               PIC X(132).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "PL_PURGE".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 3.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-RUN-MODE-SW          PIC X(1) VALUE "V".
               88  WS-PREVIEW-MODE         VALUE "V".
               88  WS-PURGE-MODE           VALUE "P".
           01  WS-TODAY-NUM            PIC 9(8).
           01  WS-RETAIN-NUM           PIC 9(2) VALUE 5.

      *    1人分の件数と全体の合計。
           01  WS-CAND-COUNT           PIC 9(6) VALUE 0.
           01  WS-PURGED-COUNT         PIC 9(6) VALUE 0.
           01  WS-REFUSED-COUNT        PIC 9(6) VALUE 0.
           01  WS-ARCH-NUM             PIC 9(6).
           01  WS-NQ-NUM               PIC 9(6).
           01  WS-NP-NUM               PIC 9(6).
           01  WS-RQ-NUM               PIC 9(6).
           01  WS-SUM-NUM              PIC 9(6).
           01  WS-TOT-ARCH             PIC 9(6) VALUE 0.
           01  WS-TOT-NQ               PIC 9(6) VALUE 0.
           01  WS-TOT-NP               PIC 9(6) VALUE 0.
           01  WS-TOT-RQ               PIC 9(6) VALUE 0.
           01  WS-TOT-SUM              PIC 9(6) VALUE 0.
           01  WS-REFUSE-SW            PIC X(1) VALUE "N".
               88  WS-REFUSED              VALUE "Y".
           01  WS-RESULT               PIC X(20).

      *    印字用の編集項目。
           01  WS-ED-ARCH              PIC Z(5)9.
           01  WS-ED-NQ                PIC Z(5)9.
           01  WS-ED-NP                PIC Z(5)9.
           01  WS-ED-RQ                PIC Z(5)9.
           01  WS-ED-SUM               PIC Z(5)9.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-EMP-ID               PIC  X(06).
           01  WS-EMP-NAME             PIC  X(20).
           01  WS-RETIRE-DATE          PIC  X(10).
           01  WS-CFG-COUNT            PIC  X(08).
           01  WS-CFG-VALUE            PIC  X(20).
           01  WS-RETAIN               PIC  X(02).
           01  WS-LOA-COUNT            PIC  X(08).
           01  WS-PEND-COUNT           PIC  X(08).
           01  WS-ARCH-COUNT           PIC  X(08).
           01  WS-NQ-COUNT             PIC  X(08).
           01  WS-NP-COUNT             PIC  X(08).
           01  WS-RQ-COUNT             PIC  X(08).
           01  WS-SUM-COUNT            PIC  X(08).
           01  WS-AUD-OLD-VALUE        PIC  X(40).
           01  WS-AUD-NEW-VALUE        PIC  X(40).
           01  WS-OPERATOR-ID          PIC  X(10) VALUE "UNKNOWN".
           01  WS-AUTH-COUNT           PIC  X(8).
           01  WS-AUTH-LEVEL           PIC  X(1).
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           01  WS-CMD-ARG              PIC X(1) VALUE SPACE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PL_PURGE STARTED ***".

           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF WS-CMD-ARG = "P"
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
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-TABLES-RTN.
           PERFORM CHECK-AUTH-LEVEL-RTN.
           PERFORM READ-RETAIN-YEARS-RTN.

           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-TITLE-RTN.
           PERFORM PURGE-CANDIDATES-RTN.
           PERFORM WRITE-TOTAL-RTN.
           CLOSE PRINT-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "保存年数   : " WS-RETAIN-NUM.
           DISPLAY "対象者数   : " WS-CAND-COUNT.
           IF WS-PURGE-MODE
               DISPLAY "消去人数   : " WS-PURGED-COUNT
           ELSE
               DISPLAY "(確認のみ。消去するにはPで起動)"
           END-IF.
           DISPLAY "保留人数   : " WS-REFUSED-COUNT.
           DISPLAY "*** PL_PURGE FINISHED ***".
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
      *    消去対象・保留判定で読む表はそれぞれ別のプログラムが
      *    作る。一度も使われていない環境でも落ちないよう、無ければ
      *    作っておく。
           EXEC SQL
               ALTER TABLE EMP_MASTER
                   ADD COLUMN IF NOT EXISTS EMP_RETIRE_DATE DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE EMP_MASTER
                   ADD COLUMN IF NOT EXISTS EMP_PURGED_AT TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

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

           EXEC SQL
               CREATE TABLE IF NOT EXISTS LOA_PERIOD
               (
                   LOA_ID         VARCHAR(8) NOT NULL,
                   L_EMP_ID       VARCHAR(6) NOT NULL,
                   LOA_START      DATE NOT NULL,
                   LOA_END        DATE,
                   LOA_TYPE       VARCHAR(10) NOT NULL
                                   DEFAULT 'OTHER',
                   LOA_CREATED_AT TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT LOA_0 PRIMARY KEY (LOA_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS PL_CORRECT_PEND
               (
                   PEND_ID          NUMERIC(8) NOT NULL,
                   ORIG_HISTORY_ID  VARCHAR(8) NOT NULL,
                   PEND_REASON      VARCHAR(40),
                   MAKER_ID         VARCHAR(10) NOT NULL,
                   PEND_STATUS      VARCHAR(10) NOT NULL
                                     DEFAULT 'PENDING',
                   PEND_CREATED_AT  TIMESTAMP NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP,
                   RELEASED_BY      VARCHAR(10),
                   RELEASED_AT      TIMESTAMP,
                   CONSTRAINT PCP_0 PRIMARY KEY (PEND_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS PL_HISTORY_ARCH
               (
                   HISTORY_ID       VARCHAR(8) NOT NULL,
                   H_BALANCE_ID     VARCHAR(12) NOT NULL,
                   ACQ_DATE         DATE,
                   ACQ_DAYS         DECIMAL(3,1),
                   ACQ_HOURS        DECIMAL(5,2),
                   INSERT_DATETIME  TIMESTAMP,
                   TRANSACTION_TYPE VARCHAR(10),
                   ORIG_HISTORY_ID  VARCHAR(8),
                   CORRECT_REASON   VARCHAR(40),
                   REQUEST_REF      VARCHAR(8),
                   ACQ_UNIT         VARCHAR(1),
                   ARCHIVE_YEAR     NUMERIC(4) NOT NULL,
                   ARCHIVED_AT      TIMESTAMP NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT PLHA_0 PRIMARY KEY (HISTORY_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS NOTIFY_QUEUE
               (
                   NOTIFY_ID      BIGSERIAL,
                   N_EMP_ID       VARCHAR(6) NOT NULL,
                   NOTIFY_TYPE    VARCHAR(10) NOT NULL,
                   NOTIFY_TEXT    VARCHAR(200),
                   CREATED_AT     TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   DISPATCHED_AT  TIMESTAMP,
                   DISPATCH_ROUTE VARCHAR(6),
                   CONSTRAINT NTFQ_0 PRIMARY KEY (NOTIFY_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS NOTIFY_PREF
               (
                   P_EMP_ID     VARCHAR(6) NOT NULL,
                   DELIVERY     VARCHAR(6) NOT NULL DEFAULT 'PRINT',
                   PREF_UPDATED_AT TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT NTFP_0 PRIMARY KEY (P_EMP_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS PL_REQ_APPROVAL
               (
                   AP_REQUEST_ID    VARCHAR(8) NOT NULL,
                   AP_LEVEL         SMALLINT NOT NULL,
                   AP_LEVEL_NAME    VARCHAR(20),
                   AP_APPROVER      VARCHAR(10) NOT NULL,
                   AP_DECISION      VARCHAR(10) NOT NULL,
                   AP_DECIDED_AT    TIMESTAMP NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT PLRA_0 PRIMARY KEY
                       (AP_REQUEST_ID, AP_LEVEL)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS PL_MONTHLY_SUM
               (
                   SUM_EMP_ID     VARCHAR(6) NOT NULL,
                   SUM_MONTH      VARCHAR(7) NOT NULL,
                   GRANTED_DAYS   DECIMAL(7,1) NOT NULL DEFAULT 0,
                   USED_DAYS      DECIMAL(7,1) NOT NULL DEFAULT 0,
                   EXPIRED_DAYS   DECIMAL(7,1) NOT NULL DEFAULT 0,
                   CORRECTED_DAYS DECIMAL(7,1) NOT NULL DEFAULT 0,
                   ROLLED_AT      TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT PLMS_0 PRIMARY KEY
                       (SUM_EMP_ID, SUM_MONTH)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE PL_MONTHLY_SUM
               ADD COLUMN IF NOT EXISTS SUM_FROZEN VARCHAR(1)
                   NOT NULL DEFAULT 'N'
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
       READ-RETAIN-YEARS-RTN.
      ******************************************************************
      *    保存年数は処理日時点で有効なRETAIN_YEARSの行を読む。
      *    行が無い・値が0以下の場合は法定の5年とする。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CFG-COUNT
               FROM PLM_CONFIG
               WHERE CONFIG_KEY = 'RETAIN_YEARS'
                 AND COMPANY_CODE = :WS-COMPANY
                 AND EFFECTIVE_FROM <= CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-CFG-COUNT) > 0
               EXEC SQL
                   SELECT CONFIG_VALUE
                   INTO :WS-CFG-VALUE
                   FROM PLM_CONFIG
                   WHERE CONFIG_KEY = 'RETAIN_YEARS'
                     AND COMPANY_CODE = :WS-COMPANY
                     AND EFFECTIVE_FROM <= CURRENT_DATE
                   ORDER BY EFFECTIVE_FROM DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-CFG-VALUE) > 0
                   MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                       TO WS-RETAIN-NUM
               END-IF
           END-IF.
           MOVE WS-RETAIN-NUM TO WS-RETAIN.

      ******************************************************************
       WRITE-TITLE-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           IF WS-PURGE-MODE
               STRING "個人データ消去証明書"
                   DELIMITED BY SIZE INTO PRINT-REC
           ELSE
               STRING "個人データ消去対象者一覧 "
                   "(確認のみ・未消去)"
                   DELIMITED BY SIZE INTO PRINT-REC
           END-IF.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "会社 " WS-COMPANY "  処理日 " WS-TODAY-NUM
               "  実施者 " WS-OPERATOR-ID
               "  保存年数 " WS-RETAIN-NUM " 年(退職日起算)"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "社員ID  退職日      保管明細    通知  "
               "配付希望    申請  月次集計  結果"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       PURGE-CANDIDATES-RTN.
      ******************************************************************
      *    保存期間を過ぎた未消去の退職者を社員ID順に取り出す。
      *    退職日の列が入る前に退職した者は、RETIREが残した監査
      *    記録の日付、それも無ければ最終更新日を退職日とみなす。
           EXEC SQL
               DECLARE PURGE_CURSOR CURSOR FOR
               SELECT X.EMP_ID, X.EMP_NAME,
                      TO_CHAR(X.RDATE,'YYYY-MM-DD')
               FROM
                 (SELECT E.EMP_ID, E.EMP_NAME,
                         COALESCE(E.EMP_RETIRE_DATE,
                             (SELECT CAST(MAX(A.AUDIT_AT) AS DATE)
                              FROM PL_AUDIT A
                              WHERE A.A_EMP_ID = E.EMP_ID
                                AND A.PROGRAM_NAME = 'RETIRE'
                                AND A.NEW_VALUE = 'STATUS=RETIRED'),
                             CAST(E.EMP_UPDATED_AT AS DATE)) AS RDATE
                  FROM EMP_MASTER E
                  WHERE E.EMP_STATUS_CODE = 'RETIRED'
                    AND E.EMP_PURGED_AT IS NULL
                    AND E.COMPANY_CODE = :WS-COMPANY) X
               WHERE X.RDATE <= CURRENT_DATE
                     - CAST(TRIM(:WS-RETAIN) || ' years' AS INTERVAL)
               ORDER BY X.EMP_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN PURGE_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH PURGE_CURSOR
                   INTO :WS-EMP-ID, :WS-EMP-NAME, :WS-RETIRE-DATE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PURGE-ONE-EMPLOYEE-RTN
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE PURGE_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF WS-CAND-COUNT = 0
               MOVE SPACE TO PRINT-REC
               STRING "  (保存期間を過ぎた退職者は"
                   "いません)"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

      ******************************************************************
       PURGE-ONE-EMPLOYEE-RTN.
      ******************************************************************
      *    1人分。保留条件を確かめ、消去する件数を数えてから、実行
      *    モードなら集計の凍結・明細の削除・氏名等の伏字化を行う。
           ADD 1 TO WS-CAND-COUNT.
           DISPLAY WS-EMP-ID " " WS-EMP-NAME " 退職日 "
               WS-RETIRE-DATE.
           PERFORM CHECK-REFUSAL-RTN.
           PERFORM COUNT-PERSONAL-ROWS-RTN.

           IF WS-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "  -> 保留 : " WS-RESULT
           ELSE
               IF WS-PURGE-MODE
                   PERFORM FREEZE-MONTHLY-SUM-RTN
                   PERFORM DELETE-PERSONAL-ROWS-RTN
                   PERFORM ANONYMIZE-EMPLOYEE-RTN
                   PERFORM WRITE-AUDIT-RTN
                   ADD 1 TO WS-PURGED-COUNT
                   MOVE "消去済" TO WS-RESULT
               ELSE
                   MOVE "消去対象" TO WS-RESULT
               END-IF
               ADD WS-ARCH-NUM TO WS-TOT-ARCH
               ADD WS-NQ-NUM   TO WS-TOT-NQ
               ADD WS-NP-NUM   TO WS-TOT-NP
               ADD WS-RQ-NUM   TO WS-TOT-RQ
               ADD WS-SUM-NUM  TO WS-TOT-SUM
           END-IF.
           PERFORM WRITE-DETAIL-LINE-RTN.

      ******************************************************************
       CHECK-REFUSAL-RTN.
      ******************************************************************
      *    休職期間が終わっていない(終了日未定または未来日)者と、
      *    取得明細(本体・保管分)の訂正が承認待ちの者は保留。
           MOVE "N" TO WS-REFUSE-SW.
           MOVE SPACE TO WS-RESULT.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LOA-COUNT
               FROM LOA_PERIOD
               WHERE L_EMP_ID = :WS-EMP-ID
                 AND (LOA_END IS NULL OR LOA_END >= CURRENT_DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-LOA-COUNT) > 0
               MOVE "Y" TO WS-REFUSE-SW
               MOVE "休職期間が未終了" TO WS-RESULT
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PEND-COUNT
               FROM PL_CORRECT_PEND P
               WHERE P.PEND_STATUS = 'PENDING'
                 AND P.ORIG_HISTORY_ID IN
                     (SELECT H.HISTORY_ID
                      FROM PL_HISTORY H
                      INNER JOIN PL_BALANCE B
                          ON H.H_BALANCE_ID = B.BALANCE_ID
                      WHERE B.B_EMP_ID = :WS-EMP-ID
                      UNION
                      SELECT A.HISTORY_ID
                      FROM PL_HISTORY_ARCH A
                      INNER JOIN PL_BALANCE B
                          ON A.H_BALANCE_ID = B.BALANCE_ID
                      WHERE B.B_EMP_ID = :WS-EMP-ID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-PEND-COUNT) > 0
               MOVE "Y" TO WS-REFUSE-SW
               MOVE "訂正が承認待ち" TO WS-RESULT
           END-IF.

      ******************************************************************
       COUNT-PERSONAL-ROWS-RTN.
      ******************************************************************
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ARCH-COUNT
               FROM PL_HISTORY_ARCH A
               INNER JOIN PL_BALANCE B
                   ON A.H_BALANCE_ID = B.BALANCE_ID
               WHERE B.B_EMP_ID = :WS-EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NQ-COUNT
               FROM NOTIFY_QUEUE
               WHERE N_EMP_ID = :WS-EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NP-COUNT
               FROM NOTIFY_PREF
               WHERE P_EMP_ID = :WS-EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RQ-COUNT
               FROM PL_REQUEST
               WHERE RQ_EMP_ID = :WS-EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE FUNCTION NUMVAL(WS-ARCH-COUNT) TO WS-ARCH-NUM.
           MOVE FUNCTION NUMVAL(WS-NQ-COUNT)   TO WS-NQ-NUM.
           MOVE FUNCTION NUMVAL(WS-NP-COUNT)   TO WS-NP-NUM.
           MOVE FUNCTION NUMVAL(WS-RQ-COUNT)   TO WS-RQ-NUM.
           MOVE ZERO TO WS-SUM-NUM.

      ******************************************************************
       FREEZE-MONTHLY-SUM-RTN.
      ******************************************************************
      *    本人分の月次サマリを本体と保管分の明細から作り直し、
      *    凍結('Y')する。集計区分はROLLUP_SUMと同じ。以後の
      *    ROLLUP_SUMはこの行を消さず、本人分を作り直さない。
           EXEC SQL
               DELETE FROM PL_MONTHLY_SUM
               WHERE SUM_EMP_ID = :WS-EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO PL_MONTHLY_SUM
                   (SUM_EMP_ID, SUM_MONTH, GRANTED_DAYS,
                    USED_DAYS, EXPIRED_DAYS, CORRECTED_DAYS,
                    SUM_FROZEN)
               SELECT B.B_EMP_ID, TO_CHAR(H.ACQ_DATE,'YYYY-MM'),
                      SUM(CASE WHEN H.TRANSACTION_TYPE IN
                              ('GRANT','LOAGRANT','ADJUST',
                               'CATCHUP')
                           THEN H.ACQ_DAYS ELSE 0 END),
                      SUM(CASE WHEN H.TRANSACTION_TYPE IN
                              ('USE','DESIGNATE')
                           THEN 0 - H.ACQ_DAYS ELSE 0 END),
                      SUM(CASE WHEN H.TRANSACTION_TYPE IN
                              ('EXPIRE','RETIRE')
                           THEN 0 - H.ACQ_DAYS ELSE 0 END),
                      SUM(CASE WHEN H.TRANSACTION_TYPE IN
                              ('CORRECT','VOID','ADVANCE','ADVREPAY')
                           THEN H.ACQ_DAYS ELSE 0 END),
                      'Y'
               FROM
                 (SELECT H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                         TRANSACTION_TYPE
                  FROM PL_HISTORY
                  UNION ALL
                  SELECT H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                         TRANSACTION_TYPE
                  FROM PL_HISTORY_ARCH) H
               INNER JOIN PL_BALANCE B
                   ON H.H_BALANCE_ID = B.BALANCE_ID
               WHERE B.B_EMP_ID = :WS-EMP-ID
                 AND H.ACQ_DATE IS NOT NULL
               GROUP BY B.B_EMP_ID, TO_CHAR(H.ACQ_DATE,'YYYY-MM')
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-SUM-COUNT
               FROM PL_MONTHLY_SUM
               WHERE SUM_EMP_ID = :WS-EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE FUNCTION NUMVAL(WS-SUM-COUNT) TO WS-SUM-NUM.

      ******************************************************************
       DELETE-PERSONAL-ROWS-RTN.
      ******************************************************************
           EXEC SQL
               DELETE FROM PL_HISTORY_ARCH
               WHERE H_BALANCE_ID IN
                     (SELECT BALANCE_ID FROM PL_BALANCE
                      WHERE B_EMP_ID = :WS-EMP-ID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               DELETE FROM NOTIFY_QUEUE
               WHERE N_EMP_ID = :WS-EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               DELETE FROM NOTIFY_PREF
               WHERE P_EMP_ID = :WS-EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      *    段階別の承認記録は申請に従属するので申請より先に消す。
           EXEC SQL
               DELETE FROM PL_REQ_APPROVAL
               WHERE AP_REQUEST_ID IN
                     (SELECT REQUEST_ID FROM PL_REQUEST
                      WHERE RQ_EMP_ID = :WS-EMP-ID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               DELETE FROM PL_REQUEST
               WHERE RQ_EMP_ID = :WS-EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ANONYMIZE-EMPLOYEE-RTN.
      ******************************************************************
      *    行と社員IDは残高・集計の紐付けに必要なので残し、氏名と
      *    日額賃金だけを消す。
           EXEC SQL
               UPDATE EMP_MASTER
               SET EMP_NAME = '********',
                   DAILY_WAGE = 0,
                   EMP_PURGED_AT = CURRENT_TIMESTAMP,
                   EMP_UPDATED_AT = CURRENT_TIMESTAMP
               WHERE EMP_ID = :WS-EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-AUDIT-RTN.
      ******************************************************************
           MOVE SPACE TO WS-AUD-OLD-VALUE.
           STRING "RETIRED=" WS-RETIRE-DATE
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE SPACE TO WS-AUD-NEW-VALUE.
           STRING "PURGED A=" WS-ARCH-NUM " N=" WS-NQ-NUM
               " R=" WS-RQ-NUM
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           CALL "AUDIT-LOCK" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO PL_AUDIT
                   (PROGRAM_NAME, OPERATOR_ID, A_EMP_ID,
                    OLD_VALUE, NEW_VALUE)
               VALUES
                   (:WS-ERR-PROGRAM-NAME, :WS-OPERATOR-ID,
                    :WS-EMP-ID, :WS-AUD-OLD-VALUE,
                    :WS-AUD-NEW-VALUE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           CALL "AUDIT-SEAL" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-DETAIL-LINE-RTN.
      ******************************************************************
      *    証明書には氏名を載せない(消去した情報を再掲しない)。
           MOVE WS-ARCH-NUM TO WS-ED-ARCH.
           MOVE WS-NQ-NUM   TO WS-ED-NQ.
           MOVE WS-NP-NUM   TO WS-ED-NP.
           MOVE WS-RQ-NUM   TO WS-ED-RQ.
           MOVE WS-SUM-NUM  TO WS-ED-SUM.
           MOVE SPACE TO PRINT-REC.
           STRING WS-EMP-ID "  " WS-RETIRE-DATE "  " WS-ED-ARCH
               "  " WS-ED-NQ "      " WS-ED-NP "  " WS-ED-RQ
               "    " WS-ED-SUM "  " WS-RESULT
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-TOTAL-RTN.
      ******************************************************************
           MOVE WS-TOT-ARCH TO WS-ED-ARCH.
           MOVE WS-TOT-NQ   TO WS-ED-NQ.
           MOVE WS-TOT-NP   TO WS-ED-NP.
           MOVE WS-TOT-RQ   TO WS-ED-RQ.
           MOVE WS-TOT-SUM  TO WS-ED-SUM.
           MOVE SPACE TO PRINT-REC.
           STRING "------------------------------------------------"
               "------------------------"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "合計                " WS-ED-ARCH
               "  " WS-ED-NQ "      " WS-ED-NP "  " WS-ED-RQ
               "    " WS-ED-SUM
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "対象者 " WS-CAND-COUNT " 名  消去 "
               WS-PURGED-COUNT " 名  保留 " WS-REFUSED-COUNT " 名"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           IF WS-PURGE-MODE
               MOVE SPACE TO PRINT-REC
               WRITE PRINT-REC
               MOVE SPACE TO PRINT-REC
               STRING "上記の者について、保存期間の"
                   "経過により個人データを消去したこと"
                   "を証明します。"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               MOVE SPACE TO PRINT-REC
               STRING "(月次集計は帳票用に凍結して"
                   "保持。氏名・日額賃金は伏字化)"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               MOVE SPACE TO PRINT-REC
               WRITE PRINT-REC
               MOVE SPACE TO PRINT-REC
               STRING "消去実施者 : " WS-OPERATOR-ID
                   "        確認者 : ____________________"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

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
