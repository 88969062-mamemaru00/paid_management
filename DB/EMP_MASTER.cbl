           01  WS-ACK-REJECTED         PIC 9(6) VALUE 0.
           01  WS-ACK-SKIPPED          PIC 9(6) VALUE 0.

      *    部門コードの検査結果。部門マスタ(DEPT_MASTER)で発効日に
      *    有効な部門だけを受け付ける。
           01  WS-DEPT-OK-SW           PIC X(1) VALUE "Y".
               88  WS-DEPT-OK              VALUE "Y".

       01  IDX                     PIC  99 VALUE 0.
       01  SYS-TIME                PIC  9(08).

       01  WS-EMP-ROW-COUNT        PIC  X(8).
       01  WS-OPEN-HIST-COUNT      PIC  X(8).
       01  WS-OPEN-HIST-DEPT       PIC  X(6).
       01  WS-OPEN-HIST-DAYS       PIC  X(1).
       01  WS-REG-FILE-ID          PIC  X(8).
       01  WS-REG-FINGERPRINT      PIC  X(40).
       01  WS-REG-COUNT            PIC  X(8).
       01  WS-CHK-DEPT-CODE        PIC  X(6).
       01  WS-CHK-JOIN-DATE        PIC  X(10).
       01  WS-CUR-DEPT-CODE        PIC  X(6).
       01  WS-DEPT-VALID-COUNT     PIC  X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM MIGRATE-WEEKLY-DAYS-RTN.
           PERFORM MIGRATE-COMPANY-CODE-RTN.
           PERFORM MIGRATE-WORK-PATTERN-RTN.
           PERFORM MIGRATE-PRORATE-BASIS-RTN.
           PERFORM MIGRATE-RETENTION-RTN.
           PERFORM CREATE-DEPT-HIST-RTN.
           PERFORM CREATE-PATTERN-HIST-RTN.
           PERFORM CREATE-DEPT-MASTER-RTN.

           PERFORM READ-CHECKPOINT-RTN.

      ******************************************************************
       LOAD-ONE-EMPLOYEE-RTN.
      ******************************************************************
      *    キー・入社日の形式が不正な行と、部門マスタで有効でない
      *    部門コードの行は1件単位で拒否して返却ファイルへ理由
      *    コードを返す(ファイル全体は継続)。
           IF EMPIN-EMP-ID = SPACE
               MOVE "REJECTED" TO WS-ACK-STATUS
               MOVE "NOKEY   " TO WS-ACK-REASON
                   ADD 1 TO WS-ACK-REJECTED
                   PERFORM WRITE-ACK-LINE-RTN
               ELSE
                   PERFORM CHECK-DEPT-CODE-RTN
                   IF WS-DEPT-OK
                       PERFORM UPSERT-ONE-EMPLOYEE-RTN
                   ELSE
                       MOVE "REJECTED" TO WS-ACK-STATUS
                       MOVE "BADDEPT " TO WS-ACK-REASON
                       ADD 1 TO WS-ACK-REJECTED
                       PERFORM WRITE-ACK-LINE-RTN
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       CHECK-DEPT-CODE-RTN.
      ******************************************************************
      *    EMPINの部門コードが部門マスタで発効日に有効かを確認する。
      *    発効日は取込日(入社日が先の新規入社者は入社日)。誤入力
      *    で架空の部門ができないよう、新規登録と部門の変更時だけ
      *    検査する(現行と同じ部門はそのまま通す。廃止部門の在籍者
      *    はDEPT_REORGで異動させる)。空白は未所属として通す。
           MOVE "Y" TO WS-DEPT-OK-SW.
           MOVE EMPIN-DEPT-CODE TO WS-CHK-DEPT-CODE.
           MOVE EMPIN-JOIN-DATE TO WS-CHK-JOIN-DATE.
           IF WS-CHK-DEPT-CODE NOT = SPACE
               MOVE SPACE TO WS-CUR-DEPT-CODE
               MOVE EMPIN-EMP-ID TO EMP-ID
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-EMP-ROW-COUNT
                   FROM EMP_MASTER
                   WHERE EMP_ID = :EMP-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-EMP-ROW-COUNT) > 0
                   EXEC SQL
                       SELECT COALESCE(DEPT_CODE,' ')
                       INTO :WS-CUR-DEPT-CODE
                       FROM EMP_MASTER
                       WHERE EMP_ID = :EMP-ID
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
               END-IF
               IF WS-CHK-DEPT-CODE NOT = WS-CUR-DEPT-CODE
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-DEPT-VALID-COUNT
                       FROM DEPT_MASTER
                       WHERE DEPT_CODE = :WS-CHK-DEPT-CODE
                         AND VALID_FROM <=
                             GREATEST(CURRENT_DATE,
                                 CAST(:WS-CHK-JOIN-DATE AS DATE))
                         AND (VALID_TO IS NULL
                              OR VALID_TO >=
                                 GREATEST(CURRENT_DATE,
                                   CAST(:WS-CHK-JOIN-DATE AS DATE)))
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   IF FUNCTION NUMVAL(WS-DEPT-VALID-COUNT) = 0
                       MOVE "N" TO WS-DEPT-OK-SW
                       DISPLAY "*** 部門コード不正 EMP_ID="
                           EMPIN-EMP-ID " DEPT=" WS-CHK-DEPT-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       CREATE-DEPT-MASTER-RTN.
      ******************************************************************
      *    部門マスタ。通常はDB/DEPT_MASTERが作成し、既存の部門
      *    コードを引き継ぐ。マスタが空のまま取込むと新しい部門
      *    コードは全て拒否されるため、先にDEPT_MAINTで登録する。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS DEPT_MASTER
               (
                   DEPT_CODE      VARCHAR(6) NOT NULL,
                   DEPT_NAME      VARCHAR(40) NOT NULL,
                   PARENT_DEPT    VARCHAR(6),
                   MANAGER_EMP_ID VARCHAR(6),
                   VALID_FROM     DATE NOT NULL
                                   DEFAULT DATE '1900-01-01',
                   VALID_TO       DATE,
                   DM_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT DEPT_0 PRIMARY KEY (DEPT_CODE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.


      ******************************************************************
       WRITE-ACK-LINE-RTN.
      ******************************************************************
               ADD 1 TO WS-ACK-ACCEPTED
               PERFORM WRITE-ACK-LINE-RTN
               PERFORM MAINTAIN-DEPT-HIST-RTN
               PERFORM MAINTAIN-PATTERN-HIST-RTN
               ADD 1 TO WS-ROWS-SINCE-COMMIT
               IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
                   PERFORM WRITE-CHECKPOINT-RTN
               END-IF
           END-IF.

      ******************************************************************
       CREATE-PATTERN-HIST-RTN.
      ******************************************************************
      *    週所定労働日数・勤務曜日パターンの履歴(発効日付き)。
      *    EMP_MASTERの値は現在値だけのため、変わるたびにここへ期間を
      *    刻む。GRANT_AUDITは各付与日時点の値で付与日数を再計算
      *    する。初回作成時は既存従業員の現在値を入社日からの値
      *    として引き継ぐ。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS WORK_PATTERN_HIST
               (
                   WP_EMP_ID      VARCHAR(6) NOT NULL,
                   WEEKLY_DAYS    SMALLINT,
                   WORK_PATTERN   VARCHAR(7),
                   FROM_DATE      DATE NOT NULL,
                   TO_DATE        DATE,
                   CONSTRAINT WPH_0 PRIMARY KEY
                       (WP_EMP_ID, FROM_DATE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO WORK_PATTERN_HIST
                   (WP_EMP_ID, WEEKLY_DAYS, WORK_PATTERN, FROM_DATE)
               SELECT EMP_ID, WEEKLY_WORK_DAYS, WORK_PATTERN,
                      COALESCE(EMP_JOIN_DATE, CURRENT_DATE)
               FROM EMP_MASTER E
               WHERE NOT EXISTS
                   (SELECT 1 FROM WORK_PATTERN_HIST W
                    WHERE W.WP_EMP_ID = E.EMP_ID)
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       MAINTAIN-PATTERN-HIST-RTN.
      ******************************************************************
      *    取り込んだ行のWEEKLY_WORK_DAYSが履歴の現在行と異なる場合、
      *    現在行を前日で閉じ、当日からの行を開く(曜日パターンは
      *    EMP_MASTERの現在値を引き継ぐ)。履歴が無い従業員(新規
      *    登録)は入社日からの行を開く。変更の発効日が取込日と
      *    異なる場合はEMPTYPE_ADJが発効日へ付け替える。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OPEN-HIST-COUNT
               FROM WORK_PATTERN_HIST
               WHERE WP_EMP_ID = :EMP-ID
                 AND TO_DATE IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-OPEN-HIST-COUNT) = 0
               EXEC SQL
                   INSERT INTO WORK_PATTERN_HIST
                       (WP_EMP_ID, WEEKLY_DAYS, WORK_PATTERN,
                        FROM_DATE)
                   SELECT EMP_ID, WEEKLY_WORK_DAYS, WORK_PATTERN,
                          CAST(:EMP-JOIN_DATE AS DATE)
                   FROM EMP_MASTER
                   WHERE EMP_ID = :EMP-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           ELSE
               EXEC SQL
                   SELECT COALESCE(CAST(WEEKLY_DAYS AS VARCHAR(1)),
                                   ' ')
                   INTO :WS-OPEN-HIST-DAYS
                   FROM WORK_PATTERN_HIST
                   WHERE WP_EMP_ID = :EMP-ID
                     AND TO_DATE IS NULL
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF WS-OPEN-HIST-DAYS NOT = WEEKLY-WORK-DAYS
                   EXEC SQL
                       UPDATE WORK_PATTERN_HIST
                       SET TO_DATE = CURRENT_DATE - INTERVAL '1 day'
                       WHERE WP_EMP_ID = :EMP-ID
                         AND TO_DATE IS NULL
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   EXEC SQL
                       INSERT INTO WORK_PATTERN_HIST
                           (WP_EMP_ID, WEEKLY_DAYS, WORK_PATTERN,
                            FROM_DATE)
                       SELECT EMP_ID, WEEKLY_WORK_DAYS, WORK_PATTERN,
                              CURRENT_DATE
                       FROM EMP_MASTER
                       WHERE EMP_ID = :EMP-ID
                       ON CONFLICT (WP_EMP_ID, FROM_DATE) DO UPDATE
                       SET WEEKLY_DAYS = EXCLUDED.WEEKLY_DAYS,
                           WORK_PATTERN = EXCLUDED.WORK_PATTERN,
                           TO_DATE = NULL
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       CHECK-JOIN-DATE-CHANGE-RTN.
      ******************************************************************
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       MIGRATE-PRORATE-BASIS-RTN.
      ******************************************************************
      *    比例付与の区分を決める基準。W=週所定労働日数(既定) /
      *    Y=年間所定労働日数。週の所定が定まらない呼出・季節
      *    雇用の社員はYとし、夜間付与が前年の所定労働日数(勤怠の
      *    出勤率サマリまたは勤務表)から区分を選ぶ。保守は
      *    EMP_PATTERNで行う。
           EXEC SQL
               ALTER TABLE EMP_MASTER
                   ADD COLUMN IF NOT EXISTS PRORATE_BASIS VARCHAR(1)
                       NOT NULL DEFAULT 'W'
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       MIGRATE-RETENTION-RTN.
      ******************************************************************
      *    個人データの保存期間管理。退職日(RETIREが設定)は保存
      *    期間の起算日、消去日時は保存期間経過後にPL_PURGEが
      *    氏名・日額賃金を消去した日時(未消去はNULL)。
           EXEC SQL
               ALTER TABLE EMP_MASTER
                   ADD COLUMN IF NOT EXISTS EMP_RETIRE_DATE DATE
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE EMP_MASTER
                   ADD COLUMN IF NOT EXISTS EMP_PURGED_AT TIMESTAMP
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       MIGRATE-COMPANY-CODE-RTN.
      ******************************************************************
