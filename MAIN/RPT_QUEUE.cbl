      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RPT_QUEUE.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    帳票依頼の受付と夜間実行。管理職から日中に頼まれる
      *    取得状況のお知らせ・部門カレンダー・基準日残高照会・
      *    管理簿の再印字を日中に流すとデータベースが重くなり、
      *    誰に何を頼まれたかも係の記憶頼みだったため、依頼を
      *    依頼表(RPT_REQUEST)へ受け付けておき、夜間バッチの最後
      *    (NIGHTLY_RUNのRPT_QUEUE R)でまとめて流す。
      *    受け付ける帳票と起動引数は本文のWS-RPT-TABLEのとおり:
      *      LEAVE_STMT 社員ID          -> STMTOUT
      *      ASOF_INQ   社員ID 照会日   -> 画面出力をそのまま保管
      *      DEPT_CAL   部門コード 年月 -> DEPTCAL
      *      LEDGER_RPT (再印字する年)  -> LEDGEROUT
      *    依頼を受け付けた操作者の部門参照範囲(OPER_DEPT_SCOPE)を
      *    受付時と実行時の両方で当て、範囲外の社員・部門の帳票は
      *    作らない(試みはPL_AUDITへ記録)。範囲の登録された
      *    操作者は全社分の管理簿を依頼できない。帳票は依頼した
      *    操作者として実行する(PLM_OPERATORを付け替える)ので、
      *    各プログラムの範囲確認・参照記録もその操作者で行われる。
      *    出力は依頼ごとにRPTQ/RQ+受付番号へ保管し(画面出力は
      *    RPTQ/RQ+受付番号.LOG)、配付方法に従って送る:
      *      B  部門別の束。当夜の依頼分をまとめてDIST_BUNDLEで
      *         仕分けし、RPTQ/BD+会社+_+実行日へ束を置く
      *         (社員IDの見出しのある取得状況のお知らせのみ)
      *      N  通知。通知先の社員へNOTIFY_QUEUEで作成済みを知らせ、
      *         配付はNOTIFY_DISPが行う
      *      F  保管のみ(係が保管先から取り出して渡す)
      *    依頼の状態(RQ_STATUS): Q=実行待ち / R=実行済み(配付待ち)
      *    / F=失敗 / D=配付済み / X=取消。通知の依頼はNOTIFY_DISP
      *    が配付した時点で配付済みにする。
      *    起動引数:
      *      (なし) = 依頼の受付(レベル1以上)
      *      L      = 依頼の状況一覧(RPTQLIST)。実行待ち・配付待ち・
      *               失敗の全件と直近30日の依頼を載せる。レベル2
      *               未満の操作者には自分の依頼だけを出す
      *      X      = 実行待ちの依頼の取消(本人、またはレベル2以上)
      *      R      = 実行待ちの依頼の実行(夜間バッチ用。レベル3
      *               以上)。失敗した依頼があればRC=4
      *    帳票はサインオン(OPER-SIGNON)を求めるので、依頼ごとに
      *    依頼した操作者への使い捨ての合言葉を発行して
      *    PLM_SIGNON_TOKENで渡し、帳票が終わったら取り消す
      *    (PL_MENUと同じ仕組み)。束の仕分け(DIST_BUNDLE)は
      *    RPT_QUEUEを実行した操作者の合言葉で流す。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO "RPTQLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  LIST-REC                 PIC X(132).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "RPT_QUEUE".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 1.
           01  WS-ALL-LEVEL            PIC 9(1) VALUE 2.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-CMD-ARG              PIC X(20) VALUE SPACE.
           01  WS-RUN-MODE-SW          PIC X(1) VALUE "E".
               88  WS-ENTRY-MODE           VALUE "E".
               88  WS-LIST-MODE            VALUE "L".
               88  WS-CANCEL-MODE          VALUE "X".
               88  WS-RUN-MODE             VALUE "R".

      *    受け付ける帳票。プログラム名・出力ファイル("*"は画面
      *    出力を保管)・引数の種別2つ(E=社員ID / D=日付 /
      *    P=部門コード / M=年月 / Y=年、空白は引数なし)・引数の
      *    必須区分2つ・参照範囲の当て方(E=社員の所属部門 /
      *    P=部門 / A=全社分のため範囲登録者は不可)・選べる
      *    配付方法・名称。帳票を足すときはOCCURS回数と
      *    WS-RPT-MAXも合わせて保守する。
           01  WS-RPT-TABLE.
               03  FILLER  PIC X(12) VALUE "LEAVE_STMT".
               03  FILLER  PIC X(10) VALUE "STMTOUT".
               03  FILLER  PIC X(2)  VALUE "E".
               03  FILLER  PIC X(2)  VALUE "Y".
               03  FILLER  PIC X(1)  VALUE "E".
               03  FILLER  PIC X(3)  VALUE "BNF".
               03  FILLER  PIC X(36) VALUE
                   "取得状況のお知らせ".
               03  FILLER  PIC X(12) VALUE "ASOF_INQ".
               03  FILLER  PIC X(10) VALUE "*".
               03  FILLER  PIC X(2)  VALUE "ED".
               03  FILLER  PIC X(2)  VALUE "YY".
               03  FILLER  PIC X(1)  VALUE "E".
               03  FILLER  PIC X(3)  VALUE "NF".
               03  FILLER  PIC X(36) VALUE
                   "基準日時点の残高照会".
               03  FILLER  PIC X(12) VALUE "DEPT_CAL".
               03  FILLER  PIC X(10) VALUE "DEPTCAL".
               03  FILLER  PIC X(2)  VALUE "PM".
               03  FILLER  PIC X(2)  VALUE "YY".
               03  FILLER  PIC X(1)  VALUE "P".
               03  FILLER  PIC X(3)  VALUE "NF".
               03  FILLER  PIC X(36) VALUE
                   "部門の月間不在カレンダー".
               03  FILLER  PIC X(12) VALUE "LEDGER_RPT".
               03  FILLER  PIC X(10) VALUE "LEDGEROUT".
               03  FILLER  PIC X(2)  VALUE "Y".
               03  FILLER  PIC X(2)  VALUE "N".
               03  FILLER  PIC X(1)  VALUE "A".
               03  FILLER  PIC X(3)  VALUE "NF".
               03  FILLER  PIC X(36) VALUE
                   "有給休暇の管理簿".
           01  WS-RPT-TABLE-R REDEFINES WS-RPT-TABLE.
               03  WS-RPT-ENTRY        OCCURS 4 TIMES.
                   05  WS-RPT-PROGRAM  PIC X(12).
                   05  WS-RPT-OUTPUT   PIC X(10).
                   05  WS-RPT-KIND     PIC X(1) OCCURS 2 TIMES.
                   05  WS-RPT-REQ      PIC X(1) OCCURS 2 TIMES.
                   05  WS-RPT-SCOPE    PIC X(1).
                   05  WS-RPT-ROUTES   PIC X(3).
                   05  WS-RPT-TITLE    PIC X(36).
           01  WS-RPT-MAX              PIC 9(1) VALUE 4.
           01  WS-RPT-IDX              PIC 9(1) VALUE 0.
           01  WS-FIND-IDX             PIC 9(1).

      *    受付の入力。
           01  WS-SELECTION            PIC X(2).
           01  WS-ARG-TABLE.
               03  WS-ARG-VALUE        PIC X(20) OCCURS 2 TIMES.
           01  WS-ARG-IDX              PIC 9(1).
           01  WS-ARG-PROMPT           PIC X(60).
           01  WS-INPUT                PIC X(20).
           01  WS-INPUT-LEN            PIC 9(2).
           01  WS-BAD-CHAR-COUNT       PIC 9(2).
           01  WS-ROUTE-HIT            PIC 9(1).
           01  WS-DATE-NUM             PIC 9(8).
           01  WS-DATE-VALID-SW        PIC X(1).
               88  WS-DATE-VALID           VALUE "Y".
           01  WS-MONTH-NUM            PIC 9(2).
           01  WS-VALID-SW             PIC X(1).
               88  WS-INPUT-VALID          VALUE "Y".
           01  WS-ENTRY-OK-SW          PIC X(1).
               88  WS-ENTRY-OK             VALUE "Y".
           01  WS-OMIT-SW              PIC X(1).
               88  WS-REST-OMITTED         VALUE "Y".
           01  WS-SCOPE-OK-SW          PIC X(1).
               88  WS-IN-SCOPE             VALUE "Y".
           01  WS-CONTINUE             PIC X(1) VALUE "Y".
           01  WS-CONFIRM              PIC X(1).
           01  WS-ENTRY-COUNT          PIC 9(4) VALUE 0.
           01  WS-CMD-PTR              PIC 9(3).

      *    夜間実行。1回の実行で最大100件(残りは翌夜)。
           01  WS-QUEUE-TABLE.
               03  WS-QT-ENTRY         OCCURS 100 TIMES.
                   05  WS-QT-ID        PIC X(8).
                   05  WS-QT-PROGRAM   PIC X(12).
                   05  WS-QT-ARGS      PIC X(40).
                   05  WS-QT-OPER      PIC X(10).
                   05  WS-QT-ROUTE     PIC X(1).
                   05  WS-QT-NOTIFY-EMP PIC X(6).
                   05  WS-QT-RESULT    PIC X(1).
           01  WS-QT-COUNT             PIC 9(3) VALUE 0.
           01  WS-QT-MAX               PIC 9(3) VALUE 100.
           01  WS-QT-IDX               PIC 9(3).
           01  WS-RUN-DATE             PIC 9(8).
           01  WS-LAUNCH-CMD           PIC X(160).
           01  WS-LAUNCH-RC            PIC S9(9) VALUE 0.
           01  WS-LAUNCH-RC-ED         PIC -(8)9.
           01  WS-OUTPUT-SW            PIC X(1).
               88  WS-OUTPUT-FILED         VALUE "Y".
           01  WS-BNDL-SRC             PIC X(20).
           01  WS-BNDL-DIR             PIC X(20).
           01  WS-SAVE-OPERATOR        PIC X(10).
           01  WS-SAVE-TOKEN           PIC X(32).
           01  WS-RUN-COUNT            PIC 9(4) VALUE 0.
           01  WS-FAIL-COUNT           PIC 9(4) VALUE 0.
           01  WS-BUNDLE-COUNT         PIC 9(4) VALUE 0.

      *    状況一覧。
           01  WS-LIST-COUNT           PIC 9(5) VALUE 0.
           01  WS-STATUS-NAME          PIC X(12).
           01  WS-STAT-Q-COUNT         PIC 9(5) VALUE 0.
           01  WS-STAT-R-COUNT         PIC 9(5) VALUE 0.
           01  WS-STAT-F-COUNT         PIC 9(5) VALUE 0.
           01  WS-STAT-D-COUNT         PIC 9(5) VALUE 0.
           01  WS-STAT-X-COUNT         PIC 9(5) VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           01  WS-OPERATOR-ID          PIC  X(10) VALUE SPACE.
           01  WS-AUTH-COUNT           PIC  X(8).
           01  WS-AUTH-LEVEL           PIC  X(1) VALUE "0".
           01  WS-LIST-ALL             PIC  X(1) VALUE "N".
           01  WS-RQ-ID                PIC  X(8).
           01  WS-RQ-PROGRAM           PIC  X(12).
           01  WS-RQ-ARGS              PIC  X(40).
           01  WS-RQ-OPER              PIC  X(10).
           01  WS-RQ-REQUESTER         PIC  X(60).
           01  WS-RQ-ROUTE             PIC  X(1).
           01  WS-RQ-NOTIFY-EMP        PIC  X(6).
           01  WS-RQ-STATUS            PIC  X(1).
           01  WS-RQ-QUEUED-AT         PIC  X(16).
           01  WS-RQ-RUN-RC            PIC  X(10).
           01  WS-RQ-OUT-FILE          PIC  X(20).
           01  WS-RQ-MESSAGE           PIC  X(40).
           01  WS-RQ-NOTIFY-ID         PIC  X(18).
           01  WS-SC-OPER              PIC  X(10).
           01  WS-SC-KEY               PIC  X(20).
           01  WS-SCOPE-COUNT          PIC  X(8).
           01  WS-SCOPE-OK             PIC  X(8).
           01  WS-DB-KEY               PIC  X(20).
           01  WS-ROW-COUNT            PIC  X(8).
           01  WS-AUD-EMP-ID           PIC  X(6).
           01  WS-AUD-OLD-VALUE        PIC  X(40).
           01  WS-AUD-NEW-VALUE        PIC  X(40).
           01  WS-NQ-TYPE              PIC  X(10).
           01  WS-NQ-TEXT              PIC  X(200).
           01  WS-SIGNON-TOKEN         PIC  X(32) VALUE SPACE.
           01  WS-TOKEN-OPER           PIC  X(10).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    通知文の言語(MSG-LOOKUP)。
           01  WS-EMP-LANG             PIC X(2) VALUE "JA".
           01  WS-MSG-LBL1             PIC X(120).
           01  WS-MSG-LBL2             PIC X(120).
           COPY MSGREC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** RPT_QUEUE STARTED ***".

           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF WS-CMD-ARG = "L" OR WS-CMD-ARG = "X"
              OR WS-CMD-ARG = "R"
               MOVE WS-CMD-ARG TO WS-RUN-MODE-SW
           END-IF.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-TABLES-RTN.

           EVALUATE TRUE
               WHEN WS-RUN-MODE
                   MOVE 3 TO WS-REQUIRED-LEVEL
                   PERFORM CHECK-AUTH-LEVEL-RTN
                   PERFORM RUN-QUEUE-RTN
               WHEN WS-LIST-MODE
                   PERFORM CHECK-AUTH-LEVEL-RTN
                   PERFORM LIST-REQUESTS-RTN
               WHEN WS-CANCEL-MODE
                   PERFORM CHECK-AUTH-LEVEL-RTN
                   PERFORM UNTIL WS-CONTINUE NOT = "Y"
                       PERFORM CANCEL-REQUEST-RTN
                       DISPLAY "続けて取り消しますか"
                           " (Y/N) : >> "
                       ACCEPT WS-CONTINUE FROM CONSOLE
                   END-PERFORM
               WHEN OTHER
                   PERFORM CHECK-AUTH-LEVEL-RTN
                   PERFORM UNTIL WS-CONTINUE NOT = "Y"
                       PERFORM REGISTER-REQUEST-RTN
                       IF WS-CONTINUE = "Y"
                           DISPLAY "続けて受け付けますか"
                               " (Y/N) : >> "
                           ACCEPT WS-CONTINUE FROM CONSOLE
                       END-IF
                   END-PERFORM
                   DISPLAY "受付件数 : " WS-ENTRY-COUNT
           END-EVALUATE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY "*** RPT_QUEUE FINISHED ***".
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
      *    依頼表。出力の保管先は実行時に記録する。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS RPT_REQUEST
               (
                   RQ_ID          BIGINT NOT NULL,
                   COMPANY_CODE   VARCHAR(2) NOT NULL DEFAULT '01',
                   PROGRAM_NAME   VARCHAR(12) NOT NULL,
                   RUN_ARGS       VARCHAR(40),
                   REQ_OPER       VARCHAR(10) NOT NULL,
                   REQUESTED_BY   VARCHAR(40) NOT NULL,
                   ROUTE          VARCHAR(1) NOT NULL DEFAULT 'F',
                   NOTIFY_EMP     VARCHAR(6),
                   RQ_STATUS      VARCHAR(1) NOT NULL DEFAULT 'Q',
                   QUEUED_AT      TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   RUN_AT         TIMESTAMP,
                   RUN_RC         INTEGER,
                   OUT_FILE       VARCHAR(20),
                   RQ_NOTIFY_ID   BIGINT,
                   DELIVERED_AT   TIMESTAMP,
                   RQ_MESSAGE     VARCHAR(40),
                   CANCELLED_BY   VARCHAR(10),
                   CONSTRAINT RPTR_0 PRIMARY KEY (RQ_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE SEQUENCE IF NOT EXISTS RPT_REQUEST_SEQ
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    通知キュー(INPUT_PROGRAMほかと同じ定義)。
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

      *    操作者と社員の対応(OPER_EMP_ID)・部門参照範囲。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS OPERATOR_AUTH
               (
                   OPER_ID      VARCHAR(10) NOT NULL,
                   AUTH_LEVEL   SMALLINT NOT NULL DEFAULT 1,
                   CONSTRAINT OAUTH_0 PRIMARY KEY (OPER_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE OPERATOR_AUTH
                   ADD COLUMN IF NOT EXISTS OPER_KIND
                       VARCHAR(1) NOT NULL DEFAULT 'I',
                   ADD COLUMN IF NOT EXISTS OPER_EMP_ID VARCHAR(6)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS OPER_DEPT_SCOPE
               (
                   OPER_ID      VARCHAR(10) NOT NULL,
                   DEPT_CODE    VARCHAR(6) NOT NULL,
                   CONSTRAINT ODSC_0 PRIMARY KEY
                       (OPER_ID, DEPT_CODE)
               )
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
           EXEC SQL COMMIT WORK END-EXEC.

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

           IF FUNCTION NUMVAL(WS-AUTH-LEVEL) >= WS-ALL-LEVEL
               MOVE "Y" TO WS-LIST-ALL
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
       REGISTER-REQUEST-RTN.
      ******************************************************************
      *    依頼1件の受付。帳票・引数・依頼者・配付方法を入力させ、
      *    参照範囲を確認してから実行待ちで登録する。
           MOVE "Y" TO WS-ENTRY-OK-SW.
           MOVE WS-OPERATOR-ID TO WS-RQ-OPER.
           PERFORM SELECT-REPORT-RTN.
           IF WS-ENTRY-OK
               PERFORM ENTER-ARGS-RTN
           END-IF.
           IF WS-ENTRY-OK
               PERFORM CHECK-REQUEST-SCOPE-RTN
               IF NOT WS-IN-SCOPE
                   DISPLAY "*** 操作者 " WS-OPERATOR-ID
                       " の参照範囲外のため"
                       "受け付けられません ***"
                   MOVE "N" TO WS-ENTRY-OK-SW
               END-IF
           END-IF.
           IF WS-ENTRY-OK
               PERFORM ENTER-DELIVERY-RTN
           END-IF.
           IF WS-ENTRY-OK
               PERFORM CONFIRM-AND-QUEUE-RTN
           END-IF.

      ******************************************************************
       SELECT-REPORT-RTN.
      ******************************************************************
           DISPLAY " ".
           DISPLAY "--- 依頼できる帳票 ---".
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-RPT-MAX
               DISPLAY "  " WS-FIND-IDX "  "
                   WS-RPT-PROGRAM(WS-FIND-IDX) " "
                   FUNCTION TRIM(WS-RPT-TITLE(WS-FIND-IDX))
           END-PERFORM.
           DISPLAY "帳票の番号 (空白=終了) : >> ".
           MOVE SPACE TO WS-SELECTION.
           ACCEPT WS-SELECTION FROM CONSOLE.
           MOVE 0 TO WS-RPT-IDX.
           IF WS-SELECTION = SPACE
               MOVE "N" TO WS-CONTINUE
               MOVE "N" TO WS-ENTRY-OK-SW
           ELSE
               IF WS-SELECTION(1:1) IS NUMERIC
                  AND WS-SELECTION(2:1) = SPACE
                   MOVE WS-SELECTION(1:1) TO WS-RPT-IDX
               END-IF
               IF WS-RPT-IDX = 0 OR WS-RPT-IDX > WS-RPT-MAX
                   DISPLAY "*** 番号 " WS-SELECTION
                       " の帳票はありません ***"
                   MOVE 0 TO WS-RPT-IDX
                   MOVE "N" TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-RPT-PROGRAM(WS-RPT-IDX) TO WS-RQ-PROGRAM
               END-IF
           END-IF.

      ******************************************************************
       ENTER-ARGS-RTN.
      ******************************************************************
      *    帳票の起動引数を種別ごとに検査して受け付ける。*で受付を
      *    中止する。省略可の引数は空白で省略できる。
           MOVE SPACE TO WS-ARG-TABLE.
           MOVE "N" TO WS-OMIT-SW.
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > 2 OR NOT WS-ENTRY-OK
               IF WS-RPT-KIND(WS-RPT-IDX, WS-ARG-IDX) NOT = SPACE
                  AND NOT WS-REST-OMITTED
                   PERFORM ACCEPT-ONE-ARG-RTN
               END-IF
           END-PERFORM.

           MOVE SPACE TO WS-RQ-ARGS.
           IF WS-ENTRY-OK
               MOVE 1 TO WS-CMD-PTR
               PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                       UNTIL WS-ARG-IDX > 2
                   IF WS-ARG-VALUE(WS-ARG-IDX) NOT = SPACE
                       IF WS-CMD-PTR > 1
                           STRING " " DELIMITED BY SIZE
                               INTO WS-RQ-ARGS
                               WITH POINTER WS-CMD-PTR
                       END-IF
                       STRING WS-ARG-VALUE(WS-ARG-IDX)
                           DELIMITED BY SPACE
                           INTO WS-RQ-ARGS WITH POINTER WS-CMD-PTR
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
       ACCEPT-ONE-ARG-RTN.
      ******************************************************************
           EVALUATE WS-RPT-KIND(WS-RPT-IDX, WS-ARG-IDX)
               WHEN "E"
                   MOVE "社員ID" TO WS-ARG-PROMPT
               WHEN "D"
                   MOVE "照会日(YYYYMMDD)" TO WS-ARG-PROMPT
               WHEN "P"
                   MOVE "部門コード" TO WS-ARG-PROMPT
               WHEN "M"
                   MOVE "年月(YYYYMM)" TO WS-ARG-PROMPT
               WHEN OTHER
                   MOVE "再印字する年(YYYY、空白=当年)"
                       TO WS-ARG-PROMPT
           END-EVALUATE.

           MOVE "N" TO WS-VALID-SW.
           PERFORM UNTIL WS-INPUT-VALID OR NOT WS-ENTRY-OK
               DISPLAY FUNCTION TRIM(WS-ARG-PROMPT)
                   " (*=中止) : >> "
               MOVE SPACE TO WS-INPUT
               ACCEPT WS-INPUT FROM CONSOLE
               EVALUATE TRUE
                   WHEN WS-INPUT = "*"
                       MOVE "N" TO WS-ENTRY-OK-SW
                       DISPLAY "中止しました"
                   WHEN WS-INPUT = SPACE
                        AND WS-RPT-REQ(WS-RPT-IDX, WS-ARG-IDX) = "N"
                       MOVE "Y" TO WS-OMIT-SW
                       MOVE "Y" TO WS-VALID-SW
                   WHEN WS-INPUT = SPACE
                       DISPLAY "*** 入力が必要です ***"
                   WHEN OTHER
                       PERFORM VALIDATE-ARG-RTN
                       IF WS-INPUT-VALID
                           MOVE WS-INPUT TO WS-ARG-VALUE(WS-ARG-IDX)
                       END-IF
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
       VALIDATE-ARG-RTN.
      ******************************************************************
      *    引数の種別ごとの検査。夜間に起動コマンドへそのまま渡す
      *    ので、途中の空白と記号は受け付けない。
           MOVE "N" TO WS-VALID-SW.
           MOVE ZERO TO WS-INPUT-LEN.
           INSPECT WS-INPUT TALLYING WS-INPUT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ZERO TO WS-BAD-CHAR-COUNT.
           INSPECT WS-INPUT TALLYING WS-BAD-CHAR-COUNT
               FOR ALL ";" ALL "&" ALL "|" ALL "$" ALL "`"
                   ALL "<" ALL ">" ALL "'" ALL QUOTE ALL "("
                   ALL ")" ALL "\" ALL "*" ALL "?" ALL "/".

           IF WS-INPUT-LEN = 0
              OR WS-BAD-CHAR-COUNT > 0
              OR (WS-INPUT-LEN < 20
                  AND WS-INPUT(WS-INPUT-LEN + 1:) NOT = SPACE)
               DISPLAY "*** 空白・記号は入力できません ***"
           ELSE
               EVALUATE WS-RPT-KIND(WS-RPT-IDX, WS-ARG-IDX)
                   WHEN "E"
                       PERFORM VALIDATE-EMP-RTN
                   WHEN "P"
                       PERFORM VALIDATE-DEPT-RTN
                   WHEN "D"
                       PERFORM VALIDATE-DATE-RTN
                   WHEN "M"
                       PERFORM VALIDATE-MONTH-RTN
                   WHEN OTHER
                       IF WS-INPUT-LEN = 4
                          AND WS-INPUT(1:4) IS NUMERIC
                           MOVE "Y" TO WS-VALID-SW
                       ELSE
                           DISPLAY "*** 年は4桁の数字で"
                               "入力してください ***"
                       END-IF
               END-EVALUATE
           END-IF.

      ******************************************************************
       VALIDATE-EMP-RTN.
      ******************************************************************
           MOVE ZERO TO WS-ROW-COUNT.
           IF WS-INPUT-LEN = 6
               MOVE WS-INPUT TO WS-DB-KEY
               EXEC SQL
                   SELECT CAST(COUNT(*) AS VARCHAR(8))
                   INTO :WS-ROW-COUNT
                   FROM EMP_MASTER
                   WHERE EMP_ID = TRIM(:WS-DB-KEY)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.
           IF FUNCTION NUMVAL(WS-ROW-COUNT) > 0
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "*** 社員ID " WS-INPUT(1:WS-INPUT-LEN)
                   " は登録されていません ***"
           END-IF.

      ******************************************************************
       VALIDATE-DEPT-RTN.
      ******************************************************************
           MOVE ZERO TO WS-ROW-COUNT.
           IF WS-INPUT-LEN <= 6
               MOVE WS-INPUT TO WS-DB-KEY
               EXEC SQL
                   SELECT CAST(COUNT(*) AS VARCHAR(8))
                   INTO :WS-ROW-COUNT
                   FROM DEPT_MASTER
                   WHERE DEPT_CODE = TRIM(:WS-DB-KEY)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.
           IF FUNCTION NUMVAL(WS-ROW-COUNT) > 0
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "*** 部門コード " WS-INPUT(1:WS-INPUT-LEN)
                   " は登録されていません ***"
           END-IF.

      ******************************************************************
       VALIDATE-DATE-RTN.
      ******************************************************************
           MOVE "N" TO WS-DATE-VALID-SW.
           IF WS-INPUT-LEN = 8 AND WS-INPUT(1:8) IS NUMERIC
               MOVE WS-INPUT(1:8) TO WS-DATE-NUM
               CALL "DATE-CHK" USING WS-DATE-NUM WS-DATE-VALID-SW
           END-IF.
           IF WS-DATE-VALID
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "*** 日付はYYYYMMDDの実在する日付で"
                   "入力してください ***"
           END-IF.

      ******************************************************************
       VALIDATE-MONTH-RTN.
      ******************************************************************
           IF WS-INPUT-LEN = 6 AND WS-INPUT(1:6) IS NUMERIC
               MOVE WS-INPUT(5:2) TO WS-MONTH-NUM
               IF WS-MONTH-NUM >= 1 AND WS-MONTH-NUM <= 12
                   MOVE "Y" TO WS-VALID-SW
               END-IF
           END-IF.
           IF NOT WS-INPUT-VALID
               DISPLAY "*** 年月はYYYYMMで入力して"
                   "ください ***"
           END-IF.

      ******************************************************************
       CHECK-REQUEST-SCOPE-RTN.
      ******************************************************************
      *    依頼した操作者(WS-RQ-OPER)の部門参照範囲を帳票の対象に
      *    当てる。範囲未登録の操作者は全社分を依頼できる。範囲外
      *    はPL_AUDITへ記録する(LEAVE_STMTの範囲確認と同じ扱い)。
      *    受付時と夜間の実行時の両方で呼ぶ。
           MOVE "Y" TO WS-SCOPE-OK-SW.
           MOVE WS-RQ-OPER TO WS-SC-OPER.
           MOVE WS-ARG-VALUE(1) TO WS-SC-KEY.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-SCOPE-COUNT
               FROM OPER_DEPT_SCOPE
               WHERE OPER_ID = :WS-SC-OPER
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-SCOPE-COUNT) > 0
               MOVE ZERO TO WS-SCOPE-OK
               EVALUATE WS-RPT-SCOPE(WS-RPT-IDX)
                   WHEN "E"
                       EXEC SQL
                           SELECT COUNT(*)
                           INTO :WS-SCOPE-OK
                           FROM EMP_MASTER E
                           INNER JOIN OPER_DEPT_SCOPE S
                               ON S.DEPT_CODE = E.DEPT_CODE
                           WHERE E.EMP_ID = TRIM(:WS-SC-KEY)
                             AND S.OPER_ID = :WS-SC-OPER
                       END-EXEC
                       IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                       END-IF
                   WHEN "P"
                       EXEC SQL
                           SELECT COUNT(*)
                           INTO :WS-SCOPE-OK
                           FROM OPER_DEPT_SCOPE
                           WHERE DEPT_CODE = TRIM(:WS-SC-KEY)
                             AND OPER_ID = :WS-SC-OPER
                       END-EXEC
                       IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                       END-IF
               END-EVALUATE
               IF FUNCTION NUMVAL(WS-SCOPE-OK) = 0
                   MOVE "N" TO WS-SCOPE-OK-SW
                   PERFORM WRITE-SCOPE-DENY-AUDIT-RTN
               END-IF
           END-IF.

      ******************************************************************
       WRITE-SCOPE-DENY-AUDIT-RTN.
      ******************************************************************
           MOVE SPACE TO WS-AUD-EMP-ID.
           MOVE "SCOPE-DENY" TO WS-AUD-OLD-VALUE.
           MOVE SPACE TO WS-AUD-NEW-VALUE.
           EVALUATE WS-RPT-SCOPE(WS-RPT-IDX)
               WHEN "E"
                   MOVE WS-SC-KEY TO WS-AUD-EMP-ID
                   STRING WS-RQ-PROGRAM DELIMITED BY SPACE
                       " EMP=" WS-SC-KEY DELIMITED BY SIZE
                       INTO WS-AUD-NEW-VALUE
               WHEN "P"
                   STRING WS-RQ-PROGRAM DELIMITED BY SPACE
                       " DEPT=" WS-SC-KEY DELIMITED BY SIZE
                       INTO WS-AUD-NEW-VALUE
               WHEN OTHER
                   STRING WS-RQ-PROGRAM DELIMITED BY SPACE
                       " ALL" DELIMITED BY SIZE
                       INTO WS-AUD-NEW-VALUE
           END-EVALUATE.
           CALL "AUDIT-LOCK" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO PL_AUDIT
                   (PROGRAM_NAME, OPERATOR_ID, A_EMP_ID,
                    OLD_VALUE, NEW_VALUE)
               VALUES
                   (:WS-ERR-PROGRAM-NAME, :WS-SC-OPER,
                    NULLIF(TRIM(:WS-AUD-EMP-ID),''),
                    :WS-AUD-OLD-VALUE, :WS-AUD-NEW-VALUE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           CALL "AUDIT-SEAL" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       ENTER-DELIVERY-RTN.
      ******************************************************************
      *    依頼者と配付方法。通知の宛先は、操作者に社員の対応
      *    (OPERATOR_AUTHのOPER_EMP_ID)があればその社員を既定とする。
           MOVE SPACE TO WS-RQ-REQUESTER.
           PERFORM UNTIL WS-RQ-REQUESTER NOT = SPACE
                      OR NOT WS-ENTRY-OK
               DISPLAY "依頼者(氏名・部署) (*=中止) : >> "
               ACCEPT WS-RQ-REQUESTER FROM CONSOLE
               IF WS-RQ-REQUESTER = "*"
                   MOVE "N" TO WS-ENTRY-OK-SW
                   DISPLAY "中止しました"
               END-IF
           END-PERFORM.

           MOVE SPACE TO WS-RQ-ROUTE.
           PERFORM UNTIL WS-RQ-ROUTE NOT = SPACE
                      OR NOT WS-ENTRY-OK
               DISPLAY "配付方法 ("
                   FUNCTION TRIM(WS-RPT-ROUTES(WS-RPT-IDX))
                   " : B=部門別の束 / N=通知 /"
                   " F=保管のみ) : >> "
               ACCEPT WS-RQ-ROUTE FROM CONSOLE
               MOVE 0 TO WS-ROUTE-HIT
               IF WS-RQ-ROUTE NOT = SPACE
                   INSPECT WS-RPT-ROUTES(WS-RPT-IDX)
                       TALLYING WS-ROUTE-HIT FOR ALL WS-RQ-ROUTE
               END-IF
               IF WS-RQ-ROUTE = "*"
                   MOVE "N" TO WS-ENTRY-OK-SW
                   DISPLAY "中止しました"
               ELSE
                   IF WS-ROUTE-HIT = 0
                       DISPLAY "*** この帳票の配付方法は "
                           FUNCTION TRIM(WS-RPT-ROUTES(WS-RPT-IDX))
                           " のいずれかです ***"
                       MOVE SPACE TO WS-RQ-ROUTE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACE TO WS-RQ-NOTIFY-EMP.
           IF WS-ENTRY-OK AND WS-RQ-ROUTE = "N"
               EXEC SQL
                   SELECT COALESCE(MAX(OPER_EMP_ID),' ')
                   INTO :WS-RQ-NOTIFY-EMP
                   FROM OPERATOR_AUTH
                   WHERE OPER_ID = :WS-OPERATOR-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE "N" TO WS-VALID-SW
               PERFORM UNTIL WS-INPUT-VALID OR NOT WS-ENTRY-OK
                   DISPLAY "通知先の社員ID (空白="
                       WS-RQ-NOTIFY-EMP " / *=中止) : >> "
                   MOVE SPACE TO WS-INPUT
                   ACCEPT WS-INPUT FROM CONSOLE
                   EVALUATE TRUE
                       WHEN WS-INPUT = "*"
                           MOVE "N" TO WS-ENTRY-OK-SW
                           DISPLAY "中止しました"
                       WHEN WS-INPUT = SPACE
                            AND WS-RQ-NOTIFY-EMP NOT = SPACE
                           MOVE "Y" TO WS-VALID-SW
                       WHEN WS-INPUT = SPACE
                           DISPLAY "*** 入力が必要です ***"
                       WHEN OTHER
                           MOVE ZERO TO WS-INPUT-LEN
                           INSPECT WS-INPUT TALLYING WS-INPUT-LEN
                               FOR CHARACTERS BEFORE INITIAL SPACE
                           PERFORM VALIDATE-EMP-RTN
                           IF WS-INPUT-VALID
                               MOVE WS-INPUT TO WS-RQ-NOTIFY-EMP
                           END-IF
                   END-EVALUATE
               END-PERFORM
           END-IF.

      ******************************************************************
       CONFIRM-AND-QUEUE-RTN.
      ******************************************************************
           DISPLAY " ".
           DISPLAY "帳票     : " WS-RQ-PROGRAM " "
               FUNCTION TRIM(WS-RPT-TITLE(WS-RPT-IDX)).
           DISPLAY "引数     : " WS-RQ-ARGS.
           DISPLAY "依頼者   : " FUNCTION TRIM(WS-RQ-REQUESTER).
           DISPLAY "配付方法 : " WS-RQ-ROUTE " " WS-RQ-NOTIFY-EMP.
           DISPLAY "受け付けますか (Y/N) : >> ".
           ACCEPT WS-CONFIRM FROM CONSOLE.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "中止しました"
           ELSE
               EXEC SQL
                   SELECT LPAD(CAST(NEXTVAL('RPT_REQUEST_SEQ')
                               AS VARCHAR(8)),8,'0')
                   INTO :WS-RQ-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               EXEC SQL
                   INSERT INTO RPT_REQUEST
                       (RQ_ID, COMPANY_CODE, PROGRAM_NAME, RUN_ARGS,
                        REQ_OPER, REQUESTED_BY, ROUTE, NOTIFY_EMP)
                   VALUES
                       (CAST(:WS-RQ-ID AS BIGINT), :WS-COMPANY,
                        TRIM(:WS-RQ-PROGRAM),
                        NULLIF(TRIM(:WS-RQ-ARGS),''),
                        :WS-RQ-OPER, TRIM(:WS-RQ-REQUESTER),
                        :WS-RQ-ROUTE,
                        NULLIF(TRIM(:WS-RQ-NOTIFY-EMP),''))
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               EXEC SQL COMMIT WORK END-EXEC
               ADD 1 TO WS-ENTRY-COUNT
               DISPLAY "受け付けました 受付番号 : " WS-RQ-ID
                   " (夜間に実行します)"
           END-IF.

      ******************************************************************
       CANCEL-REQUEST-RTN.
      ******************************************************************
      *    実行待ちの依頼を取り消す。取り消せるのは依頼した本人か
      *    レベル2以上の操作者。取消はPL_AUDITへ記録する。
           DISPLAY "取り消す受付番号 : >> ".
           MOVE SPACE TO WS-INPUT.
           ACCEPT WS-INPUT FROM CONSOLE.
           MOVE ZERO TO WS-ROW-COUNT.
           IF WS-INPUT NOT = SPACE
              AND FUNCTION TRIM(WS-INPUT) IS NUMERIC
               MOVE SPACE TO WS-RQ-ID
               MOVE FUNCTION TRIM(WS-INPUT) TO WS-RQ-ID
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM RPT_REQUEST
                   WHERE RQ_ID = CAST(TRIM(:WS-RQ-ID) AS BIGINT)
                     AND COMPANY_CODE = :WS-COMPANY
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

           IF FUNCTION NUMVAL(WS-ROW-COUNT) = 0
               DISPLAY "*** 受付番号 " FUNCTION TRIM(WS-INPUT)
                   " の依頼はありません ***"
           ELSE
               EXEC SQL
                   SELECT LPAD(CAST(RQ_ID AS VARCHAR(8)),8,'0'),
                          RQ_STATUS, REQ_OPER, PROGRAM_NAME
                   INTO :WS-RQ-ID, :WS-RQ-STATUS, :WS-RQ-OPER,
                        :WS-RQ-PROGRAM
                   FROM RPT_REQUEST
                   WHERE RQ_ID = CAST(TRIM(:WS-RQ-ID) AS BIGINT)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               EVALUATE TRUE
                   WHEN WS-RQ-STATUS NOT = "Q"
                       DISPLAY "*** 取り消せるのは"
                           "実行待ちの依頼だけです ***"
                   WHEN WS-RQ-OPER NOT = WS-OPERATOR-ID
                        AND WS-LIST-ALL NOT = "Y"
                       DISPLAY "*** 他の操作者の依頼は"
                           "取り消せません ***"
                   WHEN OTHER
                       EXEC SQL
                           UPDATE RPT_REQUEST
                           SET RQ_STATUS = 'X',
                               CANCELLED_BY = :WS-OPERATOR-ID
                           WHERE RQ_ID = CAST(:WS-RQ-ID AS BIGINT)
                       END-EXEC
                       IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                       END-IF
                       MOVE SPACE TO WS-AUD-OLD-VALUE
                       STRING "RPTQ " WS-RQ-ID " "
                           WS-RQ-PROGRAM " Q"
                           DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
                       MOVE "CANCELLED" TO WS-AUD-NEW-VALUE
                       CALL "AUDIT-LOCK" USING SQLCA
                       IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                       END-IF
                       EXEC SQL
                           INSERT INTO PL_AUDIT
                               (PROGRAM_NAME, OPERATOR_ID,
                                OLD_VALUE, NEW_VALUE)
                           VALUES
                               (:WS-ERR-PROGRAM-NAME, :WS-OPERATOR-ID,
                                :WS-AUD-OLD-VALUE, :WS-AUD-NEW-VALUE)
                       END-EXEC
                       IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                       END-IF
                       CALL "AUDIT-SEAL" USING SQLCA
                       IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                       END-IF
                       EXEC SQL COMMIT WORK END-EXEC
                       DISPLAY "取り消しました : " WS-RQ-ID
               END-EVALUATE
           END-IF.

      ******************************************************************
       MARK-NOTIFIED-DELIVERED-RTN.
      ******************************************************************
      *    通知で送る依頼は、NOTIFY_DISPが通知を配付した時点で
      *    配付済みにする。
           EXEC SQL
               UPDATE RPT_REQUEST R
               SET RQ_STATUS = 'D',
                   DELIVERED_AT = N.DISPATCHED_AT,
                   RQ_MESSAGE = 'NOTIFY ' ||
                                COALESCE(N.DISPATCH_ROUTE,' ')
               FROM NOTIFY_QUEUE N
               WHERE N.NOTIFY_ID = R.RQ_NOTIFY_ID
                 AND R.RQ_STATUS = 'R'
                 AND R.ROUTE = 'N'
                 AND N.DISPATCHED_AT IS NOT NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       RUN-QUEUE-RTN.
      ******************************************************************
      *    夜間実行。会社の実行待ちの依頼を受付順に流す。依頼表は
      *    依頼ごとにCOMMITするため、先に作業表へ読み込んでおく。
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM MARK-NOTIFIED-DELIVERED-RTN.
           PERFORM LOAD-QUEUE-RTN.

           IF WS-QT-COUNT = 0
               DISPLAY "実行待ちの依頼はありません"
           ELSE
               MOVE SPACE TO WS-BNDL-SRC
               STRING "RPTQ/RQBNDL" WS-COMPANY
                   DELIMITED BY SIZE INTO WS-BNDL-SRC
               MOVE SPACE TO WS-BNDL-DIR
               STRING "RPTQ/BD" WS-COMPANY "_" WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-BNDL-DIR
               MOVE SPACE TO WS-LAUNCH-CMD
               STRING "mkdir -p RPTQ ; rm -f " WS-BNDL-SRC
                   DELIMITED BY SIZE INTO WS-LAUNCH-CMD
               CALL "SYSTEM" USING WS-LAUNCH-CMD
               MOVE 0 TO RETURN-CODE

               ACCEPT WS-SAVE-OPERATOR
                   FROM ENVIRONMENT "PLM_OPERATOR"
               MOVE SPACE TO WS-SAVE-TOKEN
               ACCEPT WS-SAVE-TOKEN
                   FROM ENVIRONMENT "PLM_SIGNON_TOKEN"
               PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                       UNTIL WS-QT-IDX > WS-QT-COUNT
                   PERFORM RUN-ONE-REQUEST-RTN
               END-PERFORM
               DISPLAY "PLM_OPERATOR" UPON ENVIRONMENT-NAME
               DISPLAY WS-SAVE-OPERATOR UPON ENVIRONMENT-VALUE

               IF WS-BUNDLE-COUNT > 0
                   PERFORM RUN-BUNDLE-RTN
               END-IF
           END-IF.

           DISPLAY "実行件数 : " WS-RUN-COUNT.
           DISPLAY "失敗件数 : " WS-FAIL-COUNT.
           DISPLAY "束へ仕分けた件数 : " WS-BUNDLE-COUNT.
           IF WS-FAIL-COUNT > 0
               PERFORM WRITE-FAIL-LOG-RTN
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
       LOAD-QUEUE-RTN.
      ******************************************************************
           MOVE ZERO TO WS-QT-COUNT.
           EXEC SQL
               DECLARE QUEUE_CURSOR CURSOR FOR
               SELECT LPAD(CAST(RQ_ID AS VARCHAR(8)),8,'0'),
                      PROGRAM_NAME, COALESCE(RUN_ARGS,' '),
                      REQ_OPER, ROUTE, COALESCE(NOTIFY_EMP,' ')
               FROM RPT_REQUEST
               WHERE COMPANY_CODE = :WS-COMPANY
                 AND RQ_STATUS = 'Q'
               ORDER BY RQ_ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN QUEUE_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-QT-COUNT >= WS-QT-MAX
               EXEC SQL
                   FETCH QUEUE_CURSOR
                   INTO :WS-RQ-ID, :WS-RQ-PROGRAM, :WS-RQ-ARGS,
                        :WS-RQ-OPER, :WS-RQ-ROUTE, :WS-RQ-NOTIFY-EMP
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-QT-COUNT
                   MOVE WS-RQ-ID TO WS-QT-ID(WS-QT-COUNT)
                   MOVE WS-RQ-PROGRAM TO WS-QT-PROGRAM(WS-QT-COUNT)
                   MOVE WS-RQ-ARGS TO WS-QT-ARGS(WS-QT-COUNT)
                   MOVE WS-RQ-OPER TO WS-QT-OPER(WS-QT-COUNT)
                   MOVE WS-RQ-ROUTE TO WS-QT-ROUTE(WS-QT-COUNT)
                   MOVE WS-RQ-NOTIFY-EMP
                       TO WS-QT-NOTIFY-EMP(WS-QT-COUNT)
                   MOVE SPACE TO WS-QT-RESULT(WS-QT-COUNT)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE QUEUE_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-QT-COUNT >= WS-QT-MAX
               DISPLAY "*** 実行待ちが" WS-QT-MAX
                   "件を超えたため、"
                   "残りは翌夜に実行します ***"
           END-IF.

      ******************************************************************
       RUN-ONE-REQUEST-RTN.
      ******************************************************************
      *    依頼1件。参照範囲を当て直してから依頼した操作者として
      *    帳票を流し、出力を保管して配付方法どおりに送る。
           MOVE WS-QT-ID(WS-QT-IDX) TO WS-RQ-ID.
           MOVE WS-QT-PROGRAM(WS-QT-IDX) TO WS-RQ-PROGRAM.
           MOVE WS-QT-ARGS(WS-QT-IDX) TO WS-RQ-ARGS.
           MOVE WS-QT-OPER(WS-QT-IDX) TO WS-RQ-OPER.
           MOVE WS-QT-ROUTE(WS-QT-IDX) TO WS-RQ-ROUTE.
           MOVE WS-QT-NOTIFY-EMP(WS-QT-IDX) TO WS-RQ-NOTIFY-EMP.
           MOVE SPACE TO WS-RQ-OUT-FILE.
           MOVE SPACE TO WS-RQ-NOTIFY-ID.
           MOVE ZERO TO WS-LAUNCH-RC.
           DISPLAY "--- 依頼 " WS-RQ-ID " " WS-RQ-PROGRAM " "
               FUNCTION TRIM(WS-RQ-ARGS) " ---".

           MOVE 0 TO WS-RPT-IDX.
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-RPT-MAX OR WS-RPT-IDX > 0
               IF WS-RPT-PROGRAM(WS-FIND-IDX) = WS-RQ-PROGRAM
                   MOVE WS-FIND-IDX TO WS-RPT-IDX
               END-IF
           END-PERFORM.

           MOVE SPACE TO WS-ARG-TABLE.
           UNSTRING WS-RQ-ARGS DELIMITED BY ALL SPACE
               INTO WS-ARG-VALUE(1), WS-ARG-VALUE(2).

           IF WS-RPT-IDX = 0
               MOVE "受付対象外の帳票" TO WS-RQ-MESSAGE
               PERFORM MARK-REQUEST-FAILED-RTN
           ELSE
               PERFORM CHECK-REQUEST-SCOPE-RTN
               IF NOT WS-IN-SCOPE
                   MOVE "SCOPE-DENY 参照範囲外" TO WS-RQ-MESSAGE
                   PERFORM MARK-REQUEST-FAILED-RTN
               ELSE
                   PERFORM EXECUTE-REPORT-RTN
                   MOVE WS-LAUNCH-RC TO WS-LAUNCH-RC-ED
                   EVALUATE TRUE
                       WHEN WS-LAUNCH-RC < 0 OR WS-LAUNCH-RC >= 8
                           MOVE SPACE TO WS-RQ-MESSAGE
                           STRING "RC="
                               FUNCTION TRIM(WS-LAUNCH-RC-ED)
                               " ログ " WS-RQ-OUT-FILE
                               DELIMITED BY SIZE INTO WS-RQ-MESSAGE
                           PERFORM MARK-REQUEST-FAILED-RTN
                       WHEN NOT WS-OUTPUT-FILED
                           MOVE "出力なし" TO WS-RQ-MESSAGE
                           PERFORM MARK-REQUEST-FAILED-RTN
                       WHEN OTHER
                           ADD 1 TO WS-RUN-COUNT
                           PERFORM DELIVER-REQUEST-RTN
                   END-EVALUATE
               END-IF
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       EXECUTE-REPORT-RTN.
      ******************************************************************
      *    帳票を依頼した操作者として流す。画面出力の帳票は出力を
      *    そのまま保管先へ、ファイル出力の帳票は画面出力を
      *    保管先.LOGへ落とし、出力ファイルを保管先へ移す。
      *    入力待ちで止まらないよう標準入力は空にする。帳票の
      *    サインオンは依頼した操作者への合言葉で通す。
           MOVE "N" TO WS-OUTPUT-SW.
           DISPLAY "PLM_OPERATOR" UPON ENVIRONMENT-NAME.
           DISPLAY WS-RQ-OPER UPON ENVIRONMENT-VALUE.
           MOVE WS-RQ-OPER TO WS-TOKEN-OPER.
           PERFORM ISSUE-RUN-TOKEN-RTN.

           MOVE SPACE TO WS-RQ-OUT-FILE.
           STRING "RPTQ/RQ" WS-RQ-ID
               DELIMITED BY SIZE INTO WS-RQ-OUT-FILE.

           MOVE SPACE TO WS-LAUNCH-CMD.
           IF WS-RPT-OUTPUT(WS-RPT-IDX) = "*"
               STRING FUNCTION TRIM(WS-RQ-PROGRAM) " "
                   FUNCTION TRIM(WS-RQ-ARGS)
                   " < /dev/null > " WS-RQ-OUT-FILE " 2>&1"
                   DELIMITED BY SIZE INTO WS-LAUNCH-CMD
           ELSE
               STRING "rm -f " WS-RPT-OUTPUT(WS-RPT-IDX) " ; "
                   FUNCTION TRIM(WS-RQ-PROGRAM) " "
                   FUNCTION TRIM(WS-RQ-ARGS)
                   " < /dev/null > " WS-RQ-OUT-FILE ".LOG 2>&1"
                   DELIMITED BY SIZE INTO WS-LAUNCH-CMD
           END-IF.
           CALL "SYSTEM" USING WS-LAUNCH-CMD.
           IF RETURN-CODE < 0
               MOVE RETURN-CODE TO WS-LAUNCH-RC
           ELSE
               COMPUTE WS-LAUNCH-RC = RETURN-CODE / 256
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM REVOKE-RUN-TOKEN-RTN.

           IF WS-LAUNCH-RC >= 0 AND WS-LAUNCH-RC < 8
               IF WS-RPT-OUTPUT(WS-RPT-IDX) = "*"
                   MOVE "Y" TO WS-OUTPUT-SW
               ELSE
                   MOVE SPACE TO WS-LAUNCH-CMD
                   STRING "mv -f " WS-RPT-OUTPUT(WS-RPT-IDX) " "
                       WS-RQ-OUT-FILE
                       DELIMITED BY SIZE INTO WS-LAUNCH-CMD
                   CALL "SYSTEM" USING WS-LAUNCH-CMD
                   IF RETURN-CODE = 0
                       MOVE "Y" TO WS-OUTPUT-SW
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
       DELIVER-REQUEST-RTN.
      ******************************************************************
      *    配付方法ごとの送り出し。束は当夜の依頼分をまとめて最後に
      *    仕分けるので、ここでは束の入力へ追記するだけにする
      *    (通知ブロックの区切りとして空行を挟む)。
           MOVE WS-LAUNCH-RC TO WS-RQ-RUN-RC.
           EVALUATE WS-RQ-ROUTE
               WHEN "N"
                   PERFORM QUEUE-NOTIFY-RTN
                   MOVE "R" TO WS-RQ-STATUS
                   MOVE "通知待ち" TO WS-RQ-MESSAGE
               WHEN "B"
                   MOVE SPACE TO WS-LAUNCH-CMD
                   STRING "( echo ; cat " WS-RQ-OUT-FILE " ) >> "
                       WS-BNDL-SRC
                       DELIMITED BY SIZE INTO WS-LAUNCH-CMD
                   CALL "SYSTEM" USING WS-LAUNCH-CMD
                   MOVE 0 TO RETURN-CODE
                   ADD 1 TO WS-BUNDLE-COUNT
                   MOVE "B" TO WS-QT-RESULT(WS-QT-IDX)
                   MOVE "R" TO WS-RQ-STATUS
                   MOVE "束の仕分け待ち" TO WS-RQ-MESSAGE
               WHEN OTHER
                   MOVE "D" TO WS-RQ-STATUS
                   MOVE "保管のみ" TO WS-RQ-MESSAGE
           END-EVALUATE.

           EXEC SQL
               UPDATE RPT_REQUEST
               SET RQ_STATUS = :WS-RQ-STATUS,
                   RUN_AT = CURRENT_TIMESTAMP,
                   RUN_RC = CAST(TRIM(:WS-RQ-RUN-RC) AS INTEGER),
                   OUT_FILE = TRIM(:WS-RQ-OUT-FILE),
                   RQ_NOTIFY_ID =
                       CAST(NULLIF(TRIM(:WS-RQ-NOTIFY-ID),'')
                            AS BIGINT),
                   DELIVERED_AT =
                       CASE WHEN :WS-RQ-STATUS = 'D'
                            THEN CURRENT_TIMESTAMP END,
                   RQ_MESSAGE = TRIM(:WS-RQ-MESSAGE)
               WHERE RQ_ID = CAST(:WS-RQ-ID AS BIGINT)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           DISPLAY "    出力 " WS-RQ-OUT-FILE " 配付 " WS-RQ-ROUTE
               " " FUNCTION TRIM(WS-RQ-MESSAGE).

      ******************************************************************
       QUEUE-NOTIFY-RTN.
      ******************************************************************
      *    通知先の社員へ作成済みを知らせる(本人の希望言語)。
           MOVE WS-RQ-NOTIFY-EMP TO MSG-EMP-ID.
           PERFORM SET-EMP-LANG-RTN.
           MOVE "NQ_RPTQ_DONE" TO MSG-KEY.
           MOVE "ご依頼の帳票を作成しました。"
               TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "NQ_RPTQ_NO" TO MSG-KEY.
           MOVE "受付番号" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL2.
           MOVE "NQ_RPTQ_FILE" TO MSG-KEY.
           MOVE "保管先" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.

           MOVE "RPTQ" TO WS-NQ-TYPE.
           MOVE SPACE TO WS-NQ-TEXT.
           STRING FUNCTION TRIM(WS-MSG-LBL1) " "
               FUNCTION TRIM(WS-MSG-LBL2) " " WS-RQ-ID " "
               FUNCTION TRIM(WS-RQ-PROGRAM) " "
               FUNCTION TRIM(WS-RQ-ARGS) " "
               FUNCTION TRIM(MSG-TEXT) " "
               FUNCTION TRIM(WS-RQ-OUT-FILE)
               DELIMITED BY SIZE INTO WS-NQ-TEXT.

           EXEC SQL
               INSERT INTO NOTIFY_QUEUE
                   (N_EMP_ID, NOTIFY_TYPE, NOTIFY_TEXT)
               VALUES (:WS-RQ-NOTIFY-EMP, :WS-NQ-TYPE, :WS-NQ-TEXT)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               SELECT CAST(CURRVAL(
                          PG_GET_SERIAL_SEQUENCE('notify_queue',
                                                 'notify_id'))
                          AS VARCHAR(18))
               INTO :WS-RQ-NOTIFY-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       MARK-REQUEST-FAILED-RTN.
      ******************************************************************
           ADD 1 TO WS-FAIL-COUNT.
           MOVE WS-LAUNCH-RC TO WS-LAUNCH-RC-ED.
           MOVE WS-LAUNCH-RC-ED TO WS-RQ-RUN-RC.
           EXEC SQL
               UPDATE RPT_REQUEST
               SET RQ_STATUS = 'F',
                   RUN_AT = CURRENT_TIMESTAMP,
                   RUN_RC = CAST(TRIM(:WS-RQ-RUN-RC) AS INTEGER),
                   OUT_FILE = NULLIF(TRIM(:WS-RQ-OUT-FILE),''),
                   RQ_MESSAGE = TRIM(:WS-RQ-MESSAGE)
               WHERE RQ_ID = CAST(:WS-RQ-ID AS BIGINT)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           DISPLAY "*** 依頼 " WS-RQ-ID " 失敗 : "
               FUNCTION TRIM(WS-RQ-MESSAGE) " ***".

      ******************************************************************
       RUN-BUNDLE-RTN.
      ******************************************************************
      *    束で送る依頼分をDIST_BUNDLEで部門別に仕分け、束を当夜の
      *    束置き場へ置く。仕分けが済んだ依頼を配付済みにする。
      *    DIST_BUNDLEはRPT_QUEUEを実行した操作者としてサインオン
      *    する。
           MOVE WS-OPERATOR-ID TO WS-TOKEN-OPER.
           PERFORM ISSUE-RUN-TOKEN-RTN.
           MOVE SPACE TO WS-LAUNCH-CMD.
           STRING "mkdir -p " WS-BNDL-DIR " && DIST_BUNDLE "
               WS-BNDL-SRC " " WS-BNDL-DIR
               " < /dev/null > " WS-BNDL-DIR "/BUNDLE.LOG 2>&1"
               DELIMITED BY SIZE INTO WS-LAUNCH-CMD.
           CALL "SYSTEM" USING WS-LAUNCH-CMD.
           IF RETURN-CODE < 0
               MOVE RETURN-CODE TO WS-LAUNCH-RC
           ELSE
               COMPUTE WS-LAUNCH-RC = RETURN-CODE / 256
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM REVOKE-RUN-TOKEN-RTN.
           MOVE WS-LAUNCH-RC TO WS-LAUNCH-RC-ED.
           MOVE WS-LAUNCH-RC-ED TO WS-RQ-RUN-RC.

           MOVE SPACE TO WS-RQ-MESSAGE.
           IF WS-LAUNCH-RC = 0
               STRING "束 " WS-BNDL-DIR
                   DELIMITED BY SIZE INTO WS-RQ-MESSAGE
               MOVE "D" TO WS-RQ-STATUS
           ELSE
               STRING "DIST_BUNDLE RC="
                   FUNCTION TRIM(WS-LAUNCH-RC-ED)
                   DELIMITED BY SIZE INTO WS-RQ-MESSAGE
               MOVE "F" TO WS-RQ-STATUS
               DISPLAY "*** DIST_BUNDLE RC=" WS-LAUNCH-RC " ***"
           END-IF.

           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                   UNTIL WS-QT-IDX > WS-QT-COUNT
               IF WS-QT-RESULT(WS-QT-IDX) = "B"
                   MOVE WS-QT-ID(WS-QT-IDX) TO WS-RQ-ID
                   IF WS-RQ-STATUS = "F"
                       ADD 1 TO WS-FAIL-COUNT
                   END-IF
                   EXEC SQL
                       UPDATE RPT_REQUEST
                       SET RQ_STATUS = :WS-RQ-STATUS,
                           DELIVERED_AT =
                               CASE WHEN :WS-RQ-STATUS = 'D'
                                    THEN CURRENT_TIMESTAMP END,
                           RQ_MESSAGE = TRIM(:WS-RQ-MESSAGE)
                       WHERE RQ_ID = CAST(:WS-RQ-ID AS BIGINT)
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       ISSUE-RUN-TOKEN-RTN.
      ******************************************************************
      *    起動する帳票へ渡す、WS-TOKEN-OPERへの使い捨ての合言葉を
      *    発行する(PL_MENUのISSUE-SIGNON-TOKEN-RTNと同じ。表には
      *    ハッシュのみ保持する)。帳票が終われば取り消すので、
      *    有効期限は取り消し損ねた場合の上限として1時間とする。
           EXEC SQL
               SELECT MD5(CAST(RANDOM() AS VARCHAR) ||
                          CAST(CLOCK_TIMESTAMP() AS VARCHAR))
               INTO :WS-SIGNON-TOKEN
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO SIGNON_TOKEN
                   (TOKEN_HASH, OPER_ID, EXPIRES_AT)
               VALUES
                   (ENCODE(SHA256(CONVERT_TO(
                        RTRIM(:WS-SIGNON-TOKEN), 'UTF8')), 'hex'),
                    :WS-TOKEN-OPER,
                    CURRENT_TIMESTAMP + INTERVAL '1 hour')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

           DISPLAY "PLM_SIGNON_TOKEN" UPON ENVIRONMENT-NAME.
           DISPLAY WS-SIGNON-TOKEN UPON ENVIRONMENT-VALUE.

      ******************************************************************
       REVOKE-RUN-TOKEN-RTN.
      ******************************************************************
      *    発行した合言葉を取り消し、PLM_SIGNON_TOKENを実行開始時
      *    の値(夜間バッチの合言葉)へ戻す。
           EXEC SQL
               DELETE FROM SIGNON_TOKEN
               WHERE TOKEN_HASH =
                     ENCODE(SHA256(CONVERT_TO(
                         RTRIM(:WS-SIGNON-TOKEN), 'UTF8')), 'hex')
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.
           MOVE SPACE TO WS-SIGNON-TOKEN.
           DISPLAY "PLM_SIGNON_TOKEN" UPON ENVIRONMENT-NAME.
           DISPLAY WS-SAVE-TOKEN UPON ENVIRONMENT-VALUE.

      ******************************************************************
       LIST-REQUESTS-RTN.
      ******************************************************************
      *    依頼の状況一覧。実行待ち・配付待ち・失敗は全件、配付済み
      *    と取消は直近30日分。レベル2未満の操作者は自分の依頼のみ。
           PERFORM MARK-NOTIFIED-DELIVERED-RTN.

           OPEN OUTPUT LIST-FILE.
           MOVE SPACE TO LIST-REC.
           STRING "*** 帳票依頼 状況一覧 (会社 " WS-COMPANY
               "  操作者 " WS-OPERATOR-ID ") ***"
               DELIMITED BY SIZE INTO LIST-REC.
           PERFORM WRITE-LIST-LINE-RTN.
           MOVE SPACE TO LIST-REC.
           STRING "受付番号 状態     受付日時         "
               "帳票         引数                 "
               "配付 RC   結果 / 依頼者"
               DELIMITED BY SIZE INTO LIST-REC.
           PERFORM WRITE-LIST-LINE-RTN.

           EXEC SQL
               DECLARE LIST_CURSOR CURSOR FOR
               SELECT LPAD(CAST(RQ_ID AS VARCHAR(8)),8,'0'),
                      RQ_STATUS,
                      TO_CHAR(QUEUED_AT,'YYYY-MM-DD HH24:MI'),
                      PROGRAM_NAME, COALESCE(RUN_ARGS,' '),
                      ROUTE,
                      COALESCE(CAST(RUN_RC AS VARCHAR(10)),' '),
                      COALESCE(RQ_MESSAGE,' '), REQUESTED_BY
               FROM RPT_REQUEST
               WHERE COMPANY_CODE = :WS-COMPANY
                 AND (:WS-LIST-ALL = 'Y'
                      OR REQ_OPER = :WS-OPERATOR-ID)
                 AND (RQ_STATUS IN ('Q','R','F')
                      OR QUEUED_AT >= CURRENT_DATE - 30)
               ORDER BY RQ_ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN LIST_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH LIST_CURSOR
                   INTO :WS-RQ-ID, :WS-RQ-STATUS, :WS-RQ-QUEUED-AT,
                        :WS-RQ-PROGRAM, :WS-RQ-ARGS, :WS-RQ-ROUTE,
                        :WS-RQ-RUN-RC, :WS-RQ-MESSAGE,
                        :WS-RQ-REQUESTER
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-LIST-COUNT
                   EVALUATE WS-RQ-STATUS
                       WHEN "Q"
                           MOVE "実行待ち" TO WS-STATUS-NAME
                           ADD 1 TO WS-STAT-Q-COUNT
                       WHEN "R"
                           MOVE "配付待ち" TO WS-STATUS-NAME
                           ADD 1 TO WS-STAT-R-COUNT
                       WHEN "F"
                           MOVE "失敗" TO WS-STATUS-NAME
                           ADD 1 TO WS-STAT-F-COUNT
                       WHEN "D"
                           MOVE "配付済" TO WS-STATUS-NAME
                           ADD 1 TO WS-STAT-D-COUNT
                       WHEN OTHER
                           MOVE "取消" TO WS-STATUS-NAME
                           ADD 1 TO WS-STAT-X-COUNT
                   END-EVALUATE
                   MOVE SPACE TO LIST-REC
                   STRING WS-RQ-ID " " WS-STATUS-NAME " "
                       WS-RQ-QUEUED-AT " " WS-RQ-PROGRAM " "
                       WS-RQ-ARGS(1:20) " " WS-RQ-ROUTE "    "
                       WS-RQ-RUN-RC(1:4) " "
                       FUNCTION TRIM(WS-RQ-MESSAGE) " / "
                       FUNCTION TRIM(WS-RQ-REQUESTER)
                       DELIMITED BY SIZE INTO LIST-REC
                   PERFORM WRITE-LIST-LINE-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE LIST_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE SPACE TO LIST-REC.
           PERFORM WRITE-LIST-LINE-RTN.
           MOVE SPACE TO LIST-REC.
           STRING "実行待ち " WS-STAT-Q-COUNT
               "  配付待ち " WS-STAT-R-COUNT
               "  失敗 " WS-STAT-F-COUNT
               "  配付済 " WS-STAT-D-COUNT
               "  取消 " WS-STAT-X-COUNT
               DELIMITED BY SIZE INTO LIST-REC.
           PERFORM WRITE-LIST-LINE-RTN.
           CLOSE LIST-FILE.
           DISPLAY "一覧件数 : " WS-LIST-COUNT.

      ******************************************************************
       WRITE-LIST-LINE-RTN.
      ******************************************************************
      *    一覧はRPTQLISTへ書き、画面にも出す。
           WRITE LIST-REC.
           DISPLAY FUNCTION TRIM(LIST-REC TRAILING).

      ******************************************************************
       SET-EMP-LANG-RTN.
      ******************************************************************
      *    本人の希望言語(未登録は日本語)。
           MOVE "L" TO MSG-FUNC.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE MSG-LANG TO WS-EMP-LANG.

      ******************************************************************
       MSG-TEXT-RTN.
      ******************************************************************
           MOVE "T" TO MSG-FUNC.
           MOVE WS-EMP-LANG TO MSG-LANG.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-FAIL-LOG-RTN.
      ******************************************************************
           ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACE TO ERROR-LOG-REC.
           STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
               "  RPTQ-FAILED=" WS-FAIL-COUNT
               DELIMITED BY SIZE INTO ERROR-LOG-REC.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE ERROR-LOG-REC.
           CLOSE ERROR-LOG-FILE.

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
