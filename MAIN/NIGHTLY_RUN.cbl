      *    CALL "SYSTEM"で別プロセスとして起動し、終了コードを
      *    RETURN-CODEで受け取る方式は、JCLのEXEC PGM=ステップと
      *    COND=判定に相当する。いずれかのステップが失敗した場合は
      *    以降のステップを起動せず、実行中のステップの終了を
      *    待って異常終了する。
      *    実行結果はランコントロール表(RUN_CONTROL)へステップ
      *    ごとに記録され、異常終了後に引数"R"で再投入すると、
      *    直前のランで正常終了済みのステップを飛ばして失敗地点
      *    から再開する(付与ステップの再実行リスク対策)。
      *    ステップの一覧は本文のWS-STEP-TABLE、各ステップの前提
      *    (依存関係)はWS-DEP-TABLEで管理する。前提のそろった
      *    ステップから順に起動し、互いに依存しない帳票系の
      *    ステップは並行して流す(同時に流す本数の上限はPLM_CONFIG
      *    のNIGHTLY_PARALLEL、既定3。1にすると従来どおり1本ずつ)。
      *    更新系のステップ(区分U)は上限にかかわらず1本ずつ流す。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STEP-RC-FILE ASSIGN TO WS-RC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.

      ******************************************************************
       DATA                        DIVISION.
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).
       FD  STEP-RC-FILE
           LABEL RECORDS ARE STANDARD.
       01  STEP-RC-REC              PIC X(10).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
           01  WS-ABORT-SW              PIC X(01) VALUE "N".
               88  WS-JOB-ABORTED       VALUE "Y".

      *    夜間ジョブのステップ一覧。ステップ名(起動コマンド)と
      *    区分(U=更新系 / R=参照・帳票系)の組。前提のそろった
      *    ステップが複数あるときは、この表で前にあるものから起動
      *    する。ステップの追加・削除はこの表とOCCURS回数・
      *    WS-STEP-MAX、前提表(WS-DEP-TABLE)を合わせて保守する。
      *    受信ファイル監視(FILE_WATCH)と通知配信(NOTIFY_DISP)、
      *    部門休暇カレンダー(DEPT_ICAL)は会社ループの外で1回だけ
      *    流すため、この表には載せない(本文のRUN-GLOBAL-STEP-RTN)。
      *    NOTIFY_DISPの払い出しは会社をまたぐため、会社ごとに流すと
      *    前の会社の出力が空ファイルで上書きされてしまう。
      *    DEPT_ICALも部門単位で全社分を1ファイルにまとめる。
           01  WS-STEP-TABLE.
               03  FILLER  PIC X(20) VALUE "INPUT_PROGRAM B".
               03  FILLER  PIC X(1)  VALUE "U".
               03  FILLER  PIC X(20) VALUE "INPUT_PROGRAM A".
               03  FILLER  PIC X(1)  VALUE "U".
               03  FILLER  PIC X(20) VALUE "HOUR_RECONV".
               03  FILLER  PIC X(1)  VALUE "U".
               03  FILLER  PIC X(20) VALUE "CARE_GRANT".
               03  FILLER  PIC X(1)  VALUE "U".
               03  FILLER  PIC X(20) VALUE "SVC_GRANT".
               03  FILLER  PIC X(1)  VALUE "U".
               03  FILLER  PIC X(20) VALUE "STAT_SWEEP".
               03  FILLER  PIC X(1)  VALUE "U".
               03  FILLER  PIC X(20) VALUE "PAID_CALC V".
               03  FILLER  PIC X(1)  VALUE "U".
               03  FILLER  PIC X(20) VALUE "PL_EXPIRE".
               03  FILLER  PIC X(1)  VALUE "U".
               03  FILLER  PIC X(20) VALUE "BAL_SNAP".
               03  FILLER  PIC X(1)  VALUE "U".
               03  FILLER  PIC X(20) VALUE "BAL_PROOF".
               03  FILLER  PIC X(1)  VALUE "R".
               03  FILLER  PIC X(20) VALUE "ROLLUP_SUM".
               03  FILLER  PIC X(1)  VALUE "U".
               03  FILLER  PIC X(20) VALUE "EXPIRE_WARN".
               03  FILLER  PIC X(1)  VALUE "R".
               03  FILLER  PIC X(20) VALUE "COMPLY_RPT".
               03  FILLER  PIC X(1)  VALUE "R".
               03  FILLER  PIC X(20) VALUE "UTIL_RPT".
               03  FILLER  PIC X(1)  VALUE "R".
               03  FILLER  PIC X(20) VALUE "RECON_RPT".
               03  FILLER  PIC X(1)  VALUE "R".
               03  FILLER  PIC X(20) VALUE "PAY_ACK".
               03  FILLER  PIC X(1)  VALUE "U".
               03  FILLER  PIC X(20) VALUE "REQ_AGING".
               03  FILLER  PIC X(1)  VALUE "U".
               03  FILLER  PIC X(20) VALUE "LIFE_EVENT L".
               03  FILLER  PIC X(1)  VALUE "R".
               03  FILLER  PIC X(20) VALUE "DEPT_COVER X".
               03  FILLER  PIC X(1)  VALUE "R".
               03  FILLER  PIC X(20) VALUE "PORTAL_FEED".
               03  FILLER  PIC X(1)  VALUE "R".
               03  FILLER  PIC X(20) VALUE "TCLK_FEED".
               03  FILLER  PIC X(1)  VALUE "U".
               03  FILLER  PIC X(20) VALUE "AUDIT_CHAIN".
               03  FILLER  PIC X(1)  VALUE "R".
               03  FILLER  PIC X(20) VALUE "SOD_RPT".
               03  FILLER  PIC X(1)  VALUE "R".
               03  FILLER  PIC X(20) VALUE "ACCESS_RPT".
               03  FILLER  PIC X(1)  VALUE "R".
               03  FILLER  PIC X(20) VALUE "RPT_QUEUE R".
               03  FILLER  PIC X(1)  VALUE "R".
               03  FILLER  PIC X(20) VALUE "ERRLOG_RPT".
               03  FILLER  PIC X(1)  VALUE "R".
               03  FILLER  PIC X(20) VALUE "RUNSTAT_RPT".
               03  FILLER  PIC X(1)  VALUE "R".
           01  WS-STEP-TABLE-R REDEFINES WS-STEP-TABLE.
               03  WS-STEP-ENTRY        OCCURS 27 TIMES.
                   05  WS-STEP-CMD      PIC X(20).
                   05  WS-STEP-CLASS    PIC X(1).
           01  WS-STEP-MAX              PIC 9(2) VALUE 27.
           01  WS-STEP-IDX              PIC 9(2).

      *    ステップの前提(依存関係)表。左のステップは右のステップが
      *    終わって(正常終了・警告・予定外・完了済みスキップ)から
      *    起動する。右が"*"のものは、ステップ一覧で前にある全
      *    ステップを前提とする。一覧に無いステップ名の前提は無視
      *    する。前提の無いステップは会社の処理開始からすぐ起動
      *    できる。更新系の付与・失効・換算は元の実行順どおり1本の
      *    鎖にし、帳票系は月次集計(ROLLUP_SUM)の後にまとめて
      *    並行させる。ステップの追加・削除の際はこの表と
      *    OCCURS回数・WS-DEP-MAXも合わせて保守する。
           01  WS-DEP-TABLE.
               03  FILLER  PIC X(20) VALUE "INPUT_PROGRAM A".
               03  FILLER  PIC X(20) VALUE "INPUT_PROGRAM B".
               03  FILLER  PIC X(20) VALUE "HOUR_RECONV".
               03  FILLER  PIC X(20) VALUE "INPUT_PROGRAM A".
               03  FILLER  PIC X(20) VALUE "CARE_GRANT".
               03  FILLER  PIC X(20) VALUE "HOUR_RECONV".
               03  FILLER  PIC X(20) VALUE "SVC_GRANT".
               03  FILLER  PIC X(20) VALUE "CARE_GRANT".
               03  FILLER  PIC X(20) VALUE "STAT_SWEEP".
               03  FILLER  PIC X(20) VALUE "SVC_GRANT".
               03  FILLER  PIC X(20) VALUE "PAID_CALC V".
               03  FILLER  PIC X(20) VALUE "STAT_SWEEP".
               03  FILLER  PIC X(20) VALUE "PL_EXPIRE".
               03  FILLER  PIC X(20) VALUE "PAID_CALC V".
               03  FILLER  PIC X(20) VALUE "BAL_SNAP".
               03  FILLER  PIC X(20) VALUE "PL_EXPIRE".
               03  FILLER  PIC X(20) VALUE "BAL_PROOF".
               03  FILLER  PIC X(20) VALUE "BAL_SNAP".
               03  FILLER  PIC X(20) VALUE "ROLLUP_SUM".
               03  FILLER  PIC X(20) VALUE "BAL_SNAP".
               03  FILLER  PIC X(20) VALUE "EXPIRE_WARN".
               03  FILLER  PIC X(20) VALUE "ROLLUP_SUM".
               03  FILLER  PIC X(20) VALUE "COMPLY_RPT".
               03  FILLER  PIC X(20) VALUE "ROLLUP_SUM".
               03  FILLER  PIC X(20) VALUE "UTIL_RPT".
               03  FILLER  PIC X(20) VALUE "ROLLUP_SUM".
               03  FILLER  PIC X(20) VALUE "RECON_RPT".
               03  FILLER  PIC X(20) VALUE "ROLLUP_SUM".
               03  FILLER  PIC X(20) VALUE "PORTAL_FEED".
               03  FILLER  PIC X(20) VALUE "ROLLUP_SUM".
               03  FILLER  PIC X(20) VALUE "DEPT_COVER X".
               03  FILLER  PIC X(20) VALUE "ROLLUP_SUM".
               03  FILLER  PIC X(20) VALUE "REQ_AGING".
               03  FILLER  PIC X(20) VALUE "PAID_CALC V".
               03  FILLER  PIC X(20) VALUE "TCLK_FEED".
               03  FILLER  PIC X(20) VALUE "PAID_CALC V".
               03  FILLER  PIC X(20) VALUE "SOD_RPT".
               03  FILLER  PIC X(20) VALUE "REQ_AGING".
               03  FILLER  PIC X(20) VALUE "AUDIT_CHAIN".
               03  FILLER  PIC X(20) VALUE "ROLLUP_SUM".
               03  FILLER  PIC X(20) VALUE "AUDIT_CHAIN".
               03  FILLER  PIC X(20) VALUE "REQ_AGING".
               03  FILLER  PIC X(20) VALUE "AUDIT_CHAIN".
               03  FILLER  PIC X(20) VALUE "PAY_ACK".
               03  FILLER  PIC X(20) VALUE "RPT_QUEUE R".
               03  FILLER  PIC X(20) VALUE "*".
               03  FILLER  PIC X(20) VALUE "ERRLOG_RPT".
               03  FILLER  PIC X(20) VALUE "*".
               03  FILLER  PIC X(20) VALUE "RUNSTAT_RPT".
               03  FILLER  PIC X(20) VALUE "*".
           01  WS-DEP-TABLE-R REDEFINES WS-DEP-TABLE.
               03  WS-DEP-ENTRY         OCCURS 25 TIMES.
                   05  WS-DEP-STEP      PIC X(20).
                   05  WS-DEP-PREREQ    PIC X(20).
           01  WS-DEP-MAX               PIC 9(2) VALUE 25.
           01  WS-DEP-IDX               PIC 9(2).
           01  WS-PRE-IDX               PIC 9(2).

      *    1社分のステップの実行状態。W=起動待ち / R=実行中 /
      *    D=終了(正常・警告・予定外・完了済み) / F=失敗。
      *    ステップはCALL "SYSTEM"で裏で(&付きで)起動し、終了
      *    コードはシェルがNIGHTRC/会社_番号.RCへ書き出したものを
      *    一定間隔で見に行って受け取る。
           01  WS-STEP-STATE-TABLE.
               03  WS-STEP-STATE        PIC X(1) OCCURS 27 TIMES.
           01  WS-PARALLEL-MAX          PIC 9(1) VALUE 3.
           01  WS-RUNNING-COUNT         PIC 9(2) VALUE 0.
           01  WS-WAITING-COUNT         PIC 9(2) VALUE 0.
           01  WS-UPDATE-RUNNING-SW     PIC X(1) VALUE "N".
               88  WS-UPDATE-RUNNING       VALUE "Y".
           01  WS-PREREQ-SW             PIC X(1) VALUE "Y".
               88  WS-PREREQ-MET           VALUE "Y".
           01  WS-PROGRESS-SW           PIC X(1) VALUE "Y".
               88  WS-PROGRESS             VALUE "Y".
           01  WS-FINISHED-SW           PIC X(1) VALUE "N".
               88  WS-ANY-FINISHED         VALUE "Y".
           01  WS-POLL-SECS             PIC 9(2) VALUE 2.
           01  WS-LAUNCH-CMD            PIC X(160).
           01  WS-RC-PATH               PIC X(20).
           01  WS-RC-STATUS             PIC XX.

      *    会社ループの外で流す前処理・後処理用。
           01  WS-GLOBAL-CMD            PIC X(20).
           01  WS-ARCHIVE-CMD           PIC X(80).
           01  WS-RUN-ID               PIC  9(8) VALUE 0.
           01  WS-STEP-NAME            PIC  X(20).
           01  WS-STEP-RC-DB           PIC S9(9) VALUE 0.
           01  WS-SCHED-COUNT          PIC  X(8).
           01  WS-SCHED-FREQ           PIC  X(1).
      *    夜間ジョブの操作者ID。各ステップ(PAID_CALC V・PL_EXPIRE
      *    など)はOPERATOR_AUTHの権限確認と監査証跡にPLM_OPERATORを
      *    使うため、夜間バッチ専用のサービスID NIGHTLYを設定・
      *    登録した上で子プロセスへ引き継ぐ。
           01  WS-OPERATOR-ID          PIC  X(10) VALUE "NIGHTLY".
      *    サービスIDのサインオン用の合言葉(実行ごとに発行し、
      *    PLM_SIGNON_TOKENで子プロセスへ渡す。表にはハッシュのみ
      *    保持する)。
           01  WS-SIGNON-TOKEN         PIC  X(32) VALUE SPACE.
           01  WS-COMPANY              PIC  X(2) VALUE SPACE.
           01  WS-COMP-DB              PIC  X(2).
           01  WS-CFG-COUNT            PIC  X(8).
           01  WS-CFG-PARALLEL         PIC  X(1).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM REGISTER-BATCH-OPERATOR-RTN.
           PERFORM ISSUE-SIGNON-TOKEN-RTN.
           PERFORM SETUP-RUN-CONTROL-RTN.
           PERFORM SETUP-COMPANY-LIST-RTN.
           PERFORM SETUP-JOB-SCHEDULE-RTN.
               PERFORM RUN-GLOBAL-STEP-RTN
           END-IF.

      *    部門休暇カレンダーは全社の申請連携・消化処理が済んでから
      *    1回だけ作る。
           IF NOT WS-JOB-ABORTED
               MOVE "DEPT_ICAL" TO WS-GLOBAL-CMD
               PERFORM RUN-GLOBAL-STEP-RTN
           END-IF.

           IF NOT WS-JOB-ABORTED
               PERFORM ARCHIVE-ATTSUM-RTN
           END-IF.

           PERFORM REVOKE-SIGNON-TOKEN-RTN.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

      ******************************************************************
       SETUP-OPERATOR-RTN.
      ******************************************************************
      *    夜間バッチの各ステップは、投入した人のIDではなく
      *    サービスID NIGHTLYで実行する(投入時のPLM_OPERATORは
      *    引き継がない)。環境変数へ書き戻すことで、CALL
      *    "SYSTEM"で起動される各ステップにも同じ操作者IDが
      *    引き継がれる。
           MOVE "NIGHTLY" TO WS-OPERATOR-ID.
           DISPLAY "PLM_OPERATOR" UPON ENVIRONMENT-NAME.
           DISPLAY WS-OPERATOR-ID UPON ENVIRONMENT-VALUE.
           DISPLAY "操作者ID : " WS-OPERATOR-ID.

      ******************************************************************
       REGISTER-BATCH-OPERATOR-RTN.
      ******************************************************************
      *    サービスID NIGHTLYをOPERATOR_AUTHへ登録する(上級
      *    レベル: ジョブ投入権限そのものが統制点)。区分は
      *    サービスID(OPER_KIND='S')とし、パスワードを持たせない
      *    ため対話ではサインオンできない。
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
                   ADD COLUMN IF NOT EXISTS OPER_PW_SALT VARCHAR(32),
                   ADD COLUMN IF NOT EXISTS OPER_PW_HASH VARCHAR(64),
                   ADD COLUMN IF NOT EXISTS OPER_PW_CHANGED DATE,
                   ADD COLUMN IF NOT EXISTS OPER_FAIL_COUNT
                       SMALLINT NOT NULL DEFAULT 0,
                   ADD COLUMN IF NOT EXISTS OPER_LOCKED
                       VARCHAR(1) NOT NULL DEFAULT 'N'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO OPERATOR_AUTH
                   (OPER_ID, AUTH_LEVEL, OPER_KIND)
               VALUES ('NIGHTLY', 3, 'S')
               ON CONFLICT (OPER_ID) DO UPDATE SET
                   OPER_KIND = 'S',
                   OPER_PW_SALT = NULL,
                   OPER_PW_HASH = NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       ISSUE-SIGNON-TOKEN-RTN.
      ******************************************************************
      *    サービスIDのサインオン用の合言葉を発行する。有効期限は
      *    発行から12時間(異常終了して消し損ねた場合の上限)。
      *    期限切れの古い合言葉はここで掃除する。
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
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               DELETE FROM SIGNON_TOKEN
               WHERE EXPIRES_AT <= CURRENT_TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

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
                    :WS-OPERATOR-ID,
                    CURRENT_TIMESTAMP + INTERVAL '12 hours')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

           DISPLAY "PLM_SIGNON_TOKEN" UPON ENVIRONMENT-NAME.
           DISPLAY WS-SIGNON-TOKEN UPON ENVIRONMENT-VALUE.

      ******************************************************************
       REVOKE-SIGNON-TOKEN-RTN.
      ******************************************************************
      *    全ステップの終了後に今回の合言葉を無効にする。異常終了
      *    時も消す(リスタート投入では新しい合言葉を発行する)。
           EXEC SQL
               DELETE FROM SIGNON_TOKEN
               WHERE TOKEN_HASH =
                     ENCODE(SHA256(CONVERT_TO(
                         RTRIM(:WS-SIGNON-TOKEN), 'UTF8')), 'hex')
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       SETUP-RUN-CONTROL-RTN.
           END-IF.
           DISPLAY "ランID : " WS-RUN-ID.

      *    付与・失効等のステップが書くPL_BALANCE/PL_HISTORY行へ
      *    ランIDとステップ名を刻印させる(RUN_ROLLBACKでラン単位に
      *    取り消すため)。ステップ名は起動の都度PLM_RUN_STEPへ渡す。
           DISPLAY "PLM_RUN_ID" UPON ENVIRONMENT-NAME.
           DISPLAY WS-RUN-ID UPON ENVIRONMENT-VALUE.

      ******************************************************************
       SETUP-COMPANY-LIST-RTN.
      ******************************************************************
               END-IF
               EXEC SQL COMMIT WORK END-EXEC

               DISPLAY "PLM_RUN_STEP" UPON ENVIRONMENT-NAME
               DISPLAY WS-STEP-NAME UPON ENVIRONMENT-VALUE
               CALL "SYSTEM" USING WS-GLOBAL-CMD
               PERFORM CHECK-STEP-RC

       ARCHIVE-PREV-OUTPUTS-RTN.
      ******************************************************************
      *    会社別ステップが追記(EXTEND)で書く夜間出力(失効警告・
      *    ポータル連携・付与のお知らせ・勤怠連携)の前夜分を日付付きで退避
      *    する(無ければmvが空振りするだけ)。退避日付は前夜の
      *    ものではなく退避実施日だが、運用上は投入日で特定できる。
           ACCEPT WS-ARCH-DATE FROM DATE YYYYMMDD.
               " 2>/dev/null"
               DELIMITED BY SIZE INTO WS-ARCHIVE-CMD.
           CALL "SYSTEM" USING WS-ARCHIVE-CMD.
           MOVE SPACE TO WS-ARCHIVE-CMD.
           STRING "mkdir -p ARCHIVE && mv TCLKFEED "
               "ARCHIVE/TCLKFEED." WS-ARCH-DATE
               " 2>/dev/null"
               DELIMITED BY SIZE INTO WS-ARCHIVE-CMD.
           CALL "SYSTEM" USING WS-ARCHIVE-CMD.
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      ******************************************************************
      *    1社分のステップ一式を流す。会社コードはPLM_COMPANY環境
      *    変数で各ステップ(子プロセス)へ引き継ぐ。
      *    前提のそろったステップを上限本数まで起動し、どれかが
      *    終わるのを待っては次を起動する、を全ステップが終わる
      *    まで繰り返す。失敗したステップがあれば新たな起動を
      *    やめ、実行中のものが終わるのを待って抜ける。
           MOVE WS-COMP-CODE(WS-COMP-IDX) TO WS-CUR-COMPANY.
           DISPLAY "PLM_COMPANY" UPON ENVIRONMENT-NAME.
           DISPLAY WS-CUR-COMPANY UPON ENVIRONMENT-VALUE.
           DISPLAY "=== 会社 " WS-CUR-COMPANY " 処理開始 ===".

           PERFORM READ-PARALLEL-MAX-RTN.
           MOVE "mkdir -p NIGHTRC" TO WS-LAUNCH-CMD.
           CALL "SYSTEM" USING WS-LAUNCH-CMD.
           MOVE 0 TO RETURN-CODE.

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-MAX
               MOVE "W" TO WS-STEP-STATE(WS-STEP-IDX)
           END-PERFORM.
           MOVE ZERO TO WS-RUNNING-COUNT.
           MOVE "N" TO WS-UPDATE-RUNNING-SW.

           MOVE "Y" TO WS-PROGRESS-SW.
           PERFORM UNTIL WS-RUNNING-COUNT = 0 AND NOT WS-PROGRESS
               MOVE "N" TO WS-PROGRESS-SW
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-MAX
                          OR WS-JOB-ABORTED
                   IF WS-STEP-STATE(WS-STEP-IDX) = "W"
                       PERFORM RUN-ONE-STEP-RTN
                   END-IF
               END-PERFORM
               IF WS-RUNNING-COUNT > 0
                   PERFORM WAIT-STEP-FINISH-RTN
                   MOVE "Y" TO WS-PROGRESS-SW
               END-IF
           END-PERFORM.

      *    前提が循環している等で起動できないまま残ったステップが
      *    あれば、異常終了として扱う(リスタートで再投入させる)。
           IF NOT WS-JOB-ABORTED
               MOVE ZERO TO WS-WAITING-COUNT
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-MAX
                   IF WS-STEP-STATE(WS-STEP-IDX) = "W"
                       ADD 1 TO WS-WAITING-COUNT
                       MOVE SPACE TO WS-STEP-NAME
                       STRING WS-CUR-COMPANY ":"
                           WS-STEP-CMD(WS-STEP-IDX)
                           DELIMITED BY SIZE INTO WS-STEP-NAME
                       DISPLAY "*** STEP NOT STARTED: " WS-STEP-NAME
                           " (前提がそろいません) ***"
                   END-IF
               END-PERFORM
               IF WS-WAITING-COUNT > 0
                   MOVE "Y" TO WS-ABORT-SW
                   MOVE 16 TO WS-STEP-RC
                   PERFORM WRITE-ERROR-LOG
               END-IF
           END-IF.

      ******************************************************************
       READ-PARALLEL-MAX-RTN.
      ******************************************************************
      *    同時に流すステップ数の上限(PLM_CONFIGのNIGHTLY_PARALLEL、
      *    1～9。未設定・範囲外は3)。会社ごとに処理日時点で有効な
      *    行を読む。
           MOVE 3 TO WS-PARALLEL-MAX.
           MOVE WS-CUR-COMPANY TO WS-COMP-DB.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CFG-COUNT
               FROM PLM_CONFIG
               WHERE CONFIG_KEY = 'NIGHTLY_PARALLEL'
                 AND COMPANY_CODE = :WS-COMP-DB
                 AND EFFECTIVE_FROM <= CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-CFG-COUNT) > 0
               EXEC SQL
                   SELECT TRIM(CONFIG_VALUE)
                   INTO :WS-CFG-PARALLEL
                   FROM PLM_CONFIG
                   WHERE CONFIG_KEY = 'NIGHTLY_PARALLEL'
                     AND COMPANY_CODE = :WS-COMP-DB
                     AND EFFECTIVE_FROM <= CURRENT_DATE
                   ORDER BY EFFECTIVE_FROM DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF WS-CFG-PARALLEL IS NUMERIC
                  AND WS-CFG-PARALLEL NOT = "0"
                   MOVE WS-CFG-PARALLEL TO WS-PARALLEL-MAX
               END-IF
           END-IF.
           DISPLAY "同時実行数の上限 : " WS-PARALLEL-MAX.

      ******************************************************************
       RUN-ONE-STEP-RTN.
      ******************************************************************
      *    起動待ちのステップ1件(WS-STEP-IDX)を判定する。前提が
      *    そろっていなければ待たせる。前提がそろっていれば、
      *    予定外・完了済みのものはその場で終了扱いにし(後続の
      *    前提を満たす)、実行するものは上限本数と更新系の
      *    1本ずつの制約の範囲で起動する。
      *    記録名は「会社コード:ステップ名」。
           PERFORM CHECK-PREREQ-RTN.
           IF WS-PREREQ-MET
               MOVE SPACE TO WS-STEP-NAME
               STRING WS-CUR-COMPANY ":" WS-STEP-CMD(WS-STEP-IDX)
                   DELIMITED BY SIZE INTO WS-STEP-NAME

               PERFORM CHECK-STEP-DUE-RTN
               IF NOT WS-STEP-DUE
                   ADD 1 TO WS-NOTDUE-COUNT
                   DISPLAY "--- STEP SKIP   : " WS-STEP-NAME
                       " (予定外/停止中) ---"
                   MOVE "D" TO WS-STEP-STATE(WS-STEP-IDX)
                   MOVE "Y" TO WS-PROGRESS-SW
               ELSE
                   PERFORM EXECUTE-DUE-STEP-RTN
               END-IF
           END-IF.

      ******************************************************************
       CHECK-PREREQ-RTN.
      ******************************************************************
      *    前提表でWS-STEP-IDXのステップの前提がすべて終了(D)して
      *    いるかを確認する。
           MOVE "Y" TO WS-PREREQ-SW.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-MAX
               IF WS-DEP-STEP(WS-DEP-IDX) = WS-STEP-CMD(WS-STEP-IDX)
                   PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                           UNTIL WS-PRE-IDX > WS-STEP-MAX
                       IF WS-STEP-STATE(WS-PRE-IDX) NOT = "D"
                          AND ((WS-DEP-PREREQ(WS-DEP-IDX) = "*"
                                AND WS-PRE-IDX < WS-STEP-IDX)
                           OR WS-DEP-PREREQ(WS-DEP-IDX)
                              = WS-STEP-CMD(WS-PRE-IDX))
                           MOVE "N" TO WS-PREREQ-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       EXECUTE-DUE-STEP-RTN.
      ******************************************************************
      *    実行予定のステップ1件を起動する。リスタート時は同一ランで
      *    正常終了済み(STEP_RC=0または警告)のステップを飛ばす。実行した
      *    ステップは開始・終了時刻と終了コードをRUN_CONTROLへ
      *    記録する(終了側はFINISH-STEP-RTN)。
           PERFORM CHECK-STEP-DONE-RTN.
           IF WS-SKIP-STEP
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "--- STEP SKIP   : " WS-STEP-NAME
                   " (完了済み) ---"
               MOVE "D" TO WS-STEP-STATE(WS-STEP-IDX)
               MOVE "Y" TO WS-PROGRESS-SW
           ELSE
               IF WS-RUNNING-COUNT < WS-PARALLEL-MAX
                  AND (WS-STEP-CLASS(WS-STEP-IDX) NOT = "U"
                       OR NOT WS-UPDATE-RUNNING)
                   PERFORM LAUNCH-STEP-RTN
               END-IF
           END-IF.

      ******************************************************************
       LAUNCH-STEP-RTN.
      ******************************************************************
      *    ステップを裏で起動する。終了コードはシェルが一時ファイル
      *    に書いてから名前を変えて置くので、.RCが見えた時点で
      *    書き終わっている。起動自体に失敗した場合はその場で
      *    失敗として終了扱いにする。
           EXEC SQL
               INSERT INTO RUN_CONTROL (RUN_ID, STEP_NAME)
               VALUES (:WS-RUN-ID, :WS-STEP-NAME)
               ON CONFLICT (RUN_ID, STEP_NAME) DO UPDATE SET
                   START_AT = CURRENT_TIMESTAMP,
                   END_AT = NULL,
                   STEP_RC = NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

           PERFORM SET-RC-PATH-RTN.
           MOVE SPACE TO WS-LAUNCH-CMD.
           STRING "rm -f " WS-RC-PATH " && ("
               WS-STEP-CMD(WS-STEP-IDX) " ; echo $? > "
               WS-RC-PATH ".T ; mv " WS-RC-PATH ".T "
               WS-RC-PATH ") &"
               DELIMITED BY "  " INTO WS-LAUNCH-CMD.

           DISPLAY "PLM_RUN_STEP" UPON ENVIRONMENT-NAME.
           DISPLAY WS-STEP-NAME UPON ENVIRONMENT-VALUE.
           DISPLAY "--- STEP START  : " WS-STEP-NAME " ---".
           CALL "SYSTEM" USING WS-LAUNCH-CMD.

           MOVE "R" TO WS-STEP-STATE(WS-STEP-IDX).
           ADD 1 TO WS-RUNNING-COUNT.
           IF WS-STEP-CLASS(WS-STEP-IDX) = "U"
               MOVE "Y" TO WS-UPDATE-RUNNING-SW
           END-IF.
           MOVE "Y" TO WS-PROGRESS-SW.

           IF RETURN-CODE NOT = 0
               PERFORM CHECK-STEP-RC
               PERFORM FINISH-STEP-RTN
           END-IF.

      ******************************************************************
       SET-RC-PATH-RTN.
      ******************************************************************
      *    ステップの終了コードの置き場所(NIGHTRC/会社_番号.RC)。
           MOVE SPACE TO WS-RC-PATH.
           STRING "NIGHTRC/" WS-CUR-COMPANY "_" WS-STEP-IDX ".RC"
               DELIMITED BY SIZE INTO WS-RC-PATH.

      ******************************************************************
       WAIT-STEP-FINISH-RTN.
      ******************************************************************
      *    実行中のステップの終了コードを見に行き、終わったものを
      *    終了扱いにする。1本も終わっていなければ少し待つ。
           MOVE "N" TO WS-FINISHED-SW.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-MAX
               IF WS-STEP-STATE(WS-STEP-IDX) = "R"
                   PERFORM SET-RC-PATH-RTN
                   OPEN INPUT STEP-RC-FILE
                   IF WS-RC-STATUS = "00"
                       MOVE SPACE TO STEP-RC-REC
                       READ STEP-RC-FILE
                           AT END MOVE SPACE TO STEP-RC-REC
                       END-READ
                       CLOSE STEP-RC-FILE
                       MOVE SPACE TO WS-STEP-NAME
                       STRING WS-CUR-COMPANY ":"
                           WS-STEP-CMD(WS-STEP-IDX)
                           DELIMITED BY SIZE INTO WS-STEP-NAME
                       MOVE FUNCTION NUMVAL(STEP-RC-REC)
                           TO WS-STEP-RC
                       PERFORM JUDGE-STEP-RC-RTN
                       PERFORM FINISH-STEP-RTN
                       MOVE "Y" TO WS-FINISHED-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-ANY-FINISHED
               CALL "C$SLEEP" USING WS-POLL-SECS
           END-IF.

      ******************************************************************
       FINISH-STEP-RTN.
      ******************************************************************
      *    終わったステップ(WS-STEP-IDX、終了コードはWS-STEP-RC)の
      *    終了時刻と終了コードをRUN_CONTROLへ記録する。
           MOVE WS-STEP-RC TO WS-STEP-RC-DB.
           EXEC SQL
               UPDATE RUN_CONTROL
               SET END_AT = CURRENT_TIMESTAMP,
                   STEP_RC = :WS-STEP-RC-DB
               WHERE RUN_ID = :WS-RUN-ID
                 AND STEP_NAME = :WS-STEP-NAME
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.
           ADD 1 TO WS-DONE-COUNT.

      *    正常終了または警告終了(CHECK-WARNING-RC-RTN)のステップ
      *    は次回期日を周期分進める。警告は後続を止めない終了なので
      *    翌晩に再実行しない。
           PERFORM CHECK-WARNING-RC-RTN.
           IF WS-STEP-RC = 0 OR WS-STEP-WARNING
               PERFORM ADVANCE-NEXT-DUE-RTN
           END-IF.

           IF WS-STEP-RC = 0 OR WS-STEP-WARNING
               MOVE "D" TO WS-STEP-STATE(WS-STEP-IDX)
           ELSE
               MOVE "F" TO WS-STEP-STATE(WS-STEP-IDX)
           END-IF.
           SUBTRACT 1 FROM WS-RUNNING-COUNT.
           IF WS-STEP-CLASS(WS-STEP-IDX) = "U"
               MOVE "N" TO WS-UPDATE-RUNNING-SW
           END-IF.
           PERFORM SET-RC-PATH-RTN.
           MOVE SPACE TO WS-LAUNCH-CMD.
           STRING "rm -f " WS-RC-PATH
               DELIMITED BY "  " INTO WS-LAUNCH-CMD.
           CALL "SYSTEM" USING WS-LAUNCH-CMD.
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
       SETUP-JOB-SCHEDULE-RTN.
      ******************************************************************
      *    ステップ実行周期表。周期はD=毎日 / W=毎週 / M=毎月 /
      *    Y=毎年。既定値はCOMPLY_RPT・SOD_RPT・ACCESS_RPTが月次、
      *    PL_EXPIREが年次(会計年度の基準日運用)、AUDIT_CHAINが
      *    週次、その他は毎日。停止したい
      *    ステップはENABLEDを'N'にする(運用SQL)。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS JOB_SCHEDULE
           EVALUATE WS-STEP-CMD(WS-STEP-IDX)
               WHEN "COMPLY_RPT"
                   MOVE "M" TO WS-SEED-FREQ
               WHEN "SOD_RPT"
                   MOVE "M" TO WS-SEED-FREQ
               WHEN "ACCESS_RPT"
                   MOVE "M" TO WS-SEED-FREQ
               WHEN "PL_EXPIRE"
                   MOVE "Y" TO WS-SEED-FREQ
               WHEN "AUDIT_CHAIN"
                   MOVE "W" TO WS-SEED-FREQ
               WHEN "LIFE_EVENT L"
                   MOVE "W" TO WS-SEED-FREQ
               WHEN OTHER
                   MOVE "D" TO WS-SEED-FREQ
           END-EVALUATE.
       CHECK-STEP-DONE-RTN.
      ******************************************************************
      *    リスタート時のみ、このランで正常終了済みかを確認する。
      *    警告扱いの終了コード(CHECK-WARNING-RC-RTN)で終わった
      *    ステップも終了済みとする。記録が無い・実行中のまま
      *    (STEP_RC未設定)のステップは-1として再実行する。
           MOVE "N" TO WS-SKIP-STEP-SW.
           IF WS-RESTART-MODE
               EXEC SQL
                   SELECT COALESCE(MAX(STEP_RC), -1)
                   INTO :WS-STEP-RC-DB
                   FROM RUN_CONTROL
                   WHERE RUN_ID = :WS-RUN-ID
                     AND STEP_NAME = :WS-STEP-NAME
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE WS-STEP-RC-DB TO WS-STEP-RC
               PERFORM CHECK-WARNING-RC-RTN
               IF WS-STEP-RC = 0 OR WS-STEP-WARNING
                   MOVE "Y" TO WS-SKIP-STEP-SW
               END-IF
           END-IF.
               COMPUTE WS-STEP-RC = RETURN-CODE / 256
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM JUDGE-STEP-RC-RTN.

      ******************************************************************
       JUDGE-STEP-RC-RTN.
      ******************************************************************
      *    ステップの終了コード(WS-STEP-RC)の判定。裏で起動した
      *    ステップはシェルの$?をそのまま受け取るので、256での
      *    変換を経ずにここから判定する。
           MOVE "N" TO WS-STEP-WARN-SW.
           IF WS-STEP-RC NOT = 0
               PERFORM CHECK-WARNING-RC-RTN
               IF WS-STEP-WARNING
       CHECK-WARNING-RC-RTN.
      ******************************************************************
      *    警告扱いの終了コードの判定。RUNSTAT_RPTのRC=4(実行時間
      *    超過の注意喚起)とBAL_PROOFのRC=8(検算例外あり)、
      *    AUDIT_CHAINのRC=8(監査証跡の鎖の切れ目あり)、SOD_RPTの
      *    RC=4(職務分掌違反あり)、ACCESS_RPTのRC=4(点検対象の
      *    参照あり)、PAY_ACKのRC=4(給与の未回答・拒否あり)、
      *    RPT_QUEUEのRC=4(実行に失敗した帳票依頼あり)は、
      *    各プログラムが後続処理の
      *    継続を前提に設計した警報であり、
      *    ジョブは中断しない。最終の終了コードには反映し、
      *    スケジューラ側で検知できるようにする。
      *    ステップ記録名は「会社コード:ステップ名」なので、
              AND WS-STEP-NAME(4:9) = "BAL_PROOF"
               MOVE "Y" TO WS-STEP-WARN-SW
           END-IF.
           IF WS-STEP-RC = 8
              AND WS-STEP-NAME(4:11) = "AUDIT_CHAIN"
               MOVE "Y" TO WS-STEP-WARN-SW
           END-IF.
           IF WS-STEP-RC = 4
              AND WS-STEP-NAME(4:7) = "SOD_RPT"
               MOVE "Y" TO WS-STEP-WARN-SW
           END-IF.
           IF WS-STEP-RC = 4
              AND WS-STEP-NAME(4:10) = "ACCESS_RPT"
               MOVE "Y" TO WS-STEP-WARN-SW
           END-IF.
           IF WS-STEP-RC = 4
              AND WS-STEP-NAME(4:7) = "PAY_ACK"
               MOVE "Y" TO WS-STEP-WARN-SW
           END-IF.
           IF WS-STEP-RC = 4
              AND WS-STEP-NAME(4:9) = "RPT_QUEUE"
               MOVE "Y" TO WS-STEP-WARN-SW
           END-IF.

      ******************************************************************
       WRITE-ERROR-LOG.
