      *    でEMP_MASTERのWORK_PATTERNに持ち、PAID_CALCの営業日
      *    判定・PL_DESIGNATEの指定日選定・INPUT_PROGRAMの付与日
      *    繰り上げが参照する。登録時はWEEKLY_WORK_DAYSもYの数に
      *    合わせて更新する(付与日数表の比例付与区分の選定と整合)。
      *    週の所定が定まらない呼出・季節雇用の社員は、比例付与の
      *    基準(EMP_MASTERのPRORATE_BASIS)を年間所定労働日数(Y)に
      *    切り替える。INPUT_PROGRAMの夜間付与は、Yの社員について
      *    前年の所定労働日数(勤怠の出勤率サマリの履歴、無ければ
      *    勤務表)から付与日数表の区分を選ぶ。既定はW(週所定)。
      *    登録した値は発効日付きの履歴(WORK_PATTERN_HIST)にも
      *    刻み、GRANT_AUDITが過去の付与日時点の値を引く。
      *    起動引数: (なし)=登録 / L=一覧 / B=比例付与の基準の設定。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "EMP_PATTERN".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-RUN-MODE-SW          PIC X(1) VALUE "S".
               88  WS-SET-MODE             VALUE "S".
               88  WS-LIST-MODE            VALUE "L".
               88  WS-BASIS-MODE           VALUE "B".

           01  WS-PAT-IDX              PIC 9(1).
           01  WS-PAT-OK-SW            PIC X(1) VALUE "Y".
           01  WS-TGT-DAYS             PIC  X(1).
           01  WS-EMP-NAME             PIC  X(20).
           01  WS-EMP-COUNT            PIC  X(8).
           01  WS-TGT-BASIS            PIC  X(1).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           DISPLAY "*** EMP_PATTERN STARTED ***".

           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF WS-CMD-ARG = "L" OR WS-CMD-ARG = "B"
               MOVE WS-CMD-ARG TO WS-RUN-MODE-SW
           END-IF.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           PERFORM CONNECT-TO-DATABASE.

      *    パスワードによるサインオン(OPER-SIGNON)で本人を確認して
      *    から処理に入る。
           CALL "OPER-SIGNON" USING SQLCA WS-OPERATOR-ID
               WS-ERR-PROGRAM-NAME WS-SIGNON-SW.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-SIGNON-SW NOT = "Y"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ENSURE-COLUMN-RTN.

           EVALUATE TRUE
               WHEN WS-LIST-MODE
                   PERFORM LIST-PATTERNS-RTN
               WHEN WS-BASIS-MODE
                   PERFORM SET-BASIS-RTN
               WHEN OTHER
                   PERFORM SET-PATTERN-RTN
           END-EVALUATE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
                   ADD COLUMN IF NOT EXISTS WORK_PATTERN VARCHAR(7)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE EMP_MASTER
                   ADD COLUMN IF NOT EXISTS PRORATE_BASIS VARCHAR(1)
                       NOT NULL DEFAULT 'W'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
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
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       SET-PATTERN-RTN.
      *    週所定労働日数もYの数に合わせる(比例付与の段階選定が
      *    実態と揃う)。
           MOVE WS-WORK-DAYS-NUM TO WS-TGT-DAYS.
           PERFORM OPEN-PATTERN-HIST-RTN.
           EXEC SQL
               UPDATE EMP_MASTER
               SET WORK_PATTERN = :WS-TGT-PATTERN,
               DISPLAY "登録しました : " WS-TGT-EMP-ID
                   " = " WS-TGT-PATTERN
                   " (週 " WS-WORK-DAYS-NUM " 日)"
               PERFORM ROLL-PATTERN-HIST-RTN
           END-IF.

      ******************************************************************
       OPEN-PATTERN-HIST-RTN.
      ******************************************************************
      *    履歴の無い従業員は、更新前の値を入社日からの行として
      *    先に残す(変更前の付与日の根拠が失われないように)。
           EXEC SQL
               INSERT INTO WORK_PATTERN_HIST
                   (WP_EMP_ID, WEEKLY_DAYS, WORK_PATTERN, FROM_DATE)
               SELECT EMP_ID, WEEKLY_WORK_DAYS, WORK_PATTERN,
                      COALESCE(EMP_JOIN_DATE, CURRENT_DATE)
               FROM EMP_MASTER E
               WHERE EMP_ID = :WS-TGT-EMP-ID
                 AND NOT EXISTS
                     (SELECT 1 FROM WORK_PATTERN_HIST W
                      WHERE W.WP_EMP_ID = E.EMP_ID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ROLL-PATTERN-HIST-RTN.
      ******************************************************************
      *    現在行を前日で閉じ、当日から登録後の値の行を開く。同じ日の
      *    再登録は当日の行を上書きする。
           EXEC SQL
               UPDATE WORK_PATTERN_HIST
               SET TO_DATE = CURRENT_DATE - INTERVAL '1 day'
               WHERE WP_EMP_ID = :WS-TGT-EMP-ID
                 AND TO_DATE IS NULL
                 AND FROM_DATE < CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO WORK_PATTERN_HIST
                   (WP_EMP_ID, WEEKLY_DAYS, WORK_PATTERN, FROM_DATE)
               VALUES
                   (:WS-TGT-EMP-ID, CAST(:WS-TGT-DAYS AS SMALLINT),
                    :WS-TGT-PATTERN, CURRENT_DATE)
               ON CONFLICT (WP_EMP_ID, FROM_DATE) DO UPDATE
               SET WEEKLY_DAYS = EXCLUDED.WEEKLY_DAYS,
                   WORK_PATTERN = EXCLUDED.WORK_PATTERN,
                   TO_DATE = NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       SET-BASIS-RTN.
      ******************************************************************
      *    比例付与の基準の切り替え。次回以降に書く付与ロットから
      *    効く(書き込み済みのロットは書いたときの根拠のまま)。
      *    入社時に書いた未到来のロットが残っている場合は、入社日を
      *    変えないJOINCHGでINPUT_PROGRAMのJモード(将来ロットの
      *    再構築)を流すよう案内する。Yの社員の未到来ロットは無効化
      *    され、付与日の到来後に夜間付与が年間所定日数で提案する。
           DISPLAY "対象の社員ID : >> ".
           ACCEPT WS-TGT-EMP-ID FROM CONSOLE.
           DISPLAY "比例付与の基準 Y=年間所定日数 / "
               "W=週所定日数 : >> ".
           ACCEPT WS-TGT-BASIS FROM CONSOLE.

           IF WS-TGT-BASIS NOT = "Y" AND WS-TGT-BASIS NOT = "W"
               DISPLAY "*** 基準はYかWで指定して"
                   "ください ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               UPDATE EMP_MASTER
               SET PRORATE_BASIS = :WS-TGT-BASIS,
                   EMP_UPDATED_AT = CURRENT_TIMESTAMP
               WHERE EMP_ID = :WS-TGT-EMP-ID
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY "社員ID " WS-TGT-EMP-ID
                   " が見つかりません"
               MOVE ZERO TO SQLCODE
           ELSE
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               DISPLAY "登録しました : " WS-TGT-EMP-ID
                   " 比例付与の基準 = " WS-TGT-BASIS
               PERFORM CHECK-FUTURE-LOTS-RTN
           END-IF.

      ******************************************************************
       CHECK-FUTURE-LOTS-RTN.
      ******************************************************************
           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8))
               INTO :WS-EMP-COUNT
               FROM PL_BALANCE
               WHERE B_EMP_ID = :WS-TGT-EMP-ID
                 AND LEAVE_TYPE = 'ANNUAL'
                 AND BALANCE_STATUS = TRUE
                 AND GRANT_DAYS > CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-EMP-COUNT) > 0
               DISPLAY "未到来の付与ロットが "
                   FUNCTION TRIM(WS-EMP-COUNT)
                   " 件あります。INPUT_PROGRAMのJモードで"
               DISPLAY "将来ロットを再構築してください"
                   "(入社日は変更なしで指定)"
           END-IF.

      ******************************************************************
      ******************************************************************
           EXEC SQL
               DECLARE EPAT_CURSOR CURSOR FOR
               SELECT EMP_ID, EMP_NAME,
                      COALESCE(WORK_PATTERN,'-------'),
                      PRORATE_BASIS
               FROM EMP_MASTER
               WHERE WORK_PATTERN IS NOT NULL
                  OR PRORATE_BASIS = 'Y'
               ORDER BY EMP_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
               EXEC SQL
                   FETCH EPAT_CURSOR
                   INTO :WS-TGT-EMP-ID, :WS-EMP-NAME,
                        :WS-TGT-PATTERN, :WS-TGT-BASIS
               END-EXEC
               IF SQLCODE = 0
                   DISPLAY WS-TGT-EMP-ID " "
                       FUNCTION TRIM(WS-EMP-NAME)
                       " 月..日 " WS-TGT-PATTERN
                       " 比例付与の基準 " WS-TGT-BASIS
               END-IF
           END-PERFORM.

