      *    ロットについて現在のWEEKLY_WORK_DAYSから正しい付与日数を
      *    再計算し、差分をADJUST区分のPL_HISTORYとHOLD_DAYSへ反映
      *    した上で調整明細書をADJSTMTへ出力する。
      *    正しい付与日数は、各ロットの付与日時点で有効な付与日数表
      *    (GRANT_SCHEDULE、INPUT_PROGRAMと共通)から求める。
      *    週所定労働日数の履歴(WORK_PATTERN_HIST)は取込日で刻まれて
      *    いるため、変更の行を変更適用日からの期間に付け替える。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "EMPTYPE_ADJ".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-HOLD-DAYS-NUM        PIC S9(3)V9.
           01  WS-NEW-HOLD-DAYS        PIC S9(3)V9.

      *    付与日数表(GRANT_SCHEDULE)から読んだ、付与日時点で有効な
      *    7段階の付与日数。
           01 WS-ACTIVE-DAYS-TABLE.
               03 WS-ACTIVE-DAYS-ENTRY PIC 9(2) OCCURS 7 TIMES.
           01 WS-GS-READY-SW           PIC X(1) VALUE "N".
               88 WS-GS-READY              VALUE "Y".

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           COPY PLHREC.
           01  WS-EMP-COUNT            PIC  X(08).
           01  WS-EFF-DATE             PIC  X(10).
           01  WS-WPH-COUNT            PIC  X(08).
      *    通知キュー(NOTIFY_QUEUE)への書き込み用。
           01  WS-NQ-TYPE              PIC  X(10).
           01  WS-NQ-TEXT              PIC  X(200).
           01  WS-ORIG-DAYS            PIC  X(08).
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。付与日数表の会社を決める。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
      *    付与日数表(GRANT_SCHEDULE)の読み込み用(INPUT_PROGRAMと
      *    同じ。7段階の日数を2桁ずつ連結した文字列で受け取る)。
           01  WS-GS-WEEKDAYS          PIC  X(1) VALUE "5".
           01  WS-GS-DATE              PIC  X(10).
           01  WS-GS-COUNT             PIC  X(8).
           01  WS-GS-ROW               PIC  X(14).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    通知キューの本文は本人の希望言語で積む(MSG-LOOKUP)。
           01  WS-EMP-LANG             PIC  X(2) VALUE "JA".
           01  WS-MSG-LBL1             PIC  X(60).
           01  WS-MSG-LBL2             PIC  X(60).
           01  WS-MSG-LBL3             PIC  X(60).
           COPY MSGREC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** EMPTYPE_ADJ STARTED ***".

           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           DISPLAY "対象の社員ID : >> ".
           ACCEPT EMP-ID FROM CONSOLE.

           STRING WS-EFF-YEAR "-" WS-EFF-MONTH "-" WS-EFF-DAY
               INTO WS-EFF-DATE.

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
           PERFORM LOOKUP-EMPLOYEE-RTN.

           IF NOT WS-EMP-FOUND
           END-IF.

           PERFORM SELECT-GRANT-TABLE.
           PERFORM REDATE-PATTERN-HIST-RTN.
           PERFORM CALC-FIRST-GRANT-YEAR.
           PERFORM GET-NEXT-HISTORY-ID.

               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
           END-IF.

      ******************************************************************
       REDATE-PATTERN-HIST-RTN.
      ******************************************************************
      *    履歴の現在行(変更後の値)を変更適用日から始まる期間に
      *    直し、直前の行を適用日の前日で閉じる。適用日以後に
      *    始まる途中の行は変更に吸収されるため消す。履歴が1行しか
      *    無い(変更が刻まれていない)従業員、適用日が最初の行
      *    以前の従業員は触らない。
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

           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8))
               INTO :WS-WPH-COUNT
               FROM WORK_PATTERN_HIST
               WHERE WP_EMP_ID = :EMP-ID
                 AND TO_DATE IS NOT NULL
                 AND FROM_DATE < CAST(:WS-EFF-DATE AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-WPH-COUNT) > 0
               EXEC SQL
                   DELETE FROM WORK_PATTERN_HIST
                   WHERE WP_EMP_ID = :EMP-ID
                     AND TO_DATE IS NOT NULL
                     AND FROM_DATE >= CAST(:WS-EFF-DATE AS DATE)
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   PERFORM ERROR-RTN STOP RUN
               END-IF
               EXEC SQL
                   UPDATE WORK_PATTERN_HIST
                   SET FROM_DATE = CAST(:WS-EFF-DATE AS DATE)
                   WHERE WP_EMP_ID = :EMP-ID
                     AND TO_DATE IS NULL
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   PERFORM ERROR-RTN STOP RUN
               END-IF
               EXEC SQL
                   UPDATE WORK_PATTERN_HIST
                   SET TO_DATE = CAST(:WS-EFF-DATE AS DATE)
                                 - INTERVAL '1 day'
                   WHERE WP_EMP_ID = :EMP-ID
                     AND TO_DATE IS NOT NULL
                     AND FROM_DATE =
                         (SELECT MAX(FROM_DATE)
                          FROM WORK_PATTERN_HIST
                          WHERE WP_EMP_ID = :EMP-ID
                            AND TO_DATE IS NOT NULL)
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

      ******************************************************************
       SELECT-GRANT-TABLE.
      ******************************************************************
      *    週所定労働日数5日未満は比例付与の区分を使用する
      *    (INPUT_PROGRAMのSELECT-GRANT-TABLEと同じ判定)。
           IF WEEKLY-WORK-DAYS IS NUMERIC
              AND WEEKLY-WORK-DAYS NOT = "0"
           END-IF.
           EVALUATE TRUE
               WHEN WK-DAYS >= 5
                   MOVE "5" TO WS-GS-WEEKDAYS
               WHEN WK-DAYS = 4
                   MOVE "4" TO WS-GS-WEEKDAYS
               WHEN WK-DAYS = 3
                   MOVE "3" TO WS-GS-WEEKDAYS
               WHEN WK-DAYS = 2
                   MOVE "2" TO WS-GS-WEEKDAYS
               WHEN OTHER
                   MOVE "1" TO WS-GS-WEEKDAYS
           END-EVALUATE.

      ******************************************************************
       LOAD-GRANT-SCHEDULE-RTN.
      ******************************************************************
      *    付与日(WS-GS-DATE)時点で発効済みの最新の付与日数表を、
      *    会社・週所定労働日数区分で引いてWS-ACTIVE-DAYS-TABLEへ
      *    読み込む(INPUT_PROGRAMと同じ読み方)。7段階が揃わない
      *    場合は誤った日数を使わないよう処理を打ち切る。
           IF NOT WS-GS-READY
               PERFORM ENSURE-GRANT-SCHEDULE-RTN
               MOVE "Y" TO WS-GS-READY-SW
           END-IF.
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
                            CAST(:WS-GS-DATE AS DATE))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-GS-COUNT) NOT = 7
               PERFORM WRITE-SCHEDULE-MISSING-LOG
               DISPLAY "*** 付与日数表(GRANT_SCHEDULE)に 会社 "
                   WS-COMPANY " 区分 " WS-GS-WEEKDAYS " の "
                   WS-GS-DATE " 時点の行がありません ***"
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-GS-ROW TO WS-ACTIVE-DAYS-TABLE.

      ******************************************************************
       ENSURE-GRANT-SCHEDULE-RTN.
      ******************************************************************
      *    付与日数表。法定日数の初期投入はDB/GRANT_SCHEDULEで行う。
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
       WRITE-SCHEDULE-MISSING-LOG.
      ******************************************************************
           ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACE TO ERROR-LOG-REC.
           STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
               "  NO-SCHEDULE CO=" WS-COMPANY
               " WD=" WS-GS-WEEKDAYS " AT=" WS-GS-DATE
               DELIMITED BY SIZE INTO ERROR-LOG-REC.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE ERROR-LOG-REC.
           CLOSE ERROR-LOG-FILE.

      ******************************************************************
       CALC-FIRST-GRANT-YEAR.
      ******************************************************************
               MOVE 7 TO WS-TIER-IDX
           END-IF.

           MOVE GRANT-DAYS TO WS-GS-DATE.
           PERFORM LOAD-GRANT-SCHEDULE-RTN.
           MOVE WS-ACTIVE-DAYS-ENTRY(WS-TIER-IDX)
               TO WS-CORRECT-DAYS-NUM.

           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE EMP-ID TO MSG-EMP-ID.
           PERFORM SET-EMP-LANG-RTN.
           MOVE "NQ_ADJUST" TO MSG-KEY.
           MOVE "付与調整" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "LBL_TARGET_GRANT" TO MSG-KEY.
           MOVE "対象付与日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL2.
           MOVE "NQ_DIFF" TO MSG-KEY.
           MOVE "差分" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL3.
           MOVE "LBL_DAY_UNIT" TO MSG-KEY.
           MOVE "日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE WS-DELTA-DAYS-NUM TO MSG-NUM-IN.
           PERFORM MSG-NUM-RTN.
           MOVE GRANT-DAYS TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.

           MOVE "ADJUST" TO WS-NQ-TYPE.
           MOVE SPACE TO WS-NQ-TEXT.
           STRING FUNCTION TRIM(WS-MSG-LBL1)
               " " FUNCTION TRIM(WS-MSG-LBL2) " "
               FUNCTION TRIM(MSG-DATE-OUT)
               " " FUNCTION TRIM(WS-MSG-LBL3) " "
               FUNCTION TRIM(MSG-NUM-OUT)
               " " FUNCTION TRIM(MSG-TEXT)
               DELIMITED BY SIZE INTO WS-NQ-TEXT.

           EXEC SQL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

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
       MSG-DATE-RTN.
      ******************************************************************
           MOVE "D" TO MSG-FUNC.
           MOVE WS-EMP-LANG TO MSG-LANG.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       MSG-NUM-RTN.
      ******************************************************************
           MOVE "N" TO MSG-FUNC.
           MOVE WS-EMP-LANG TO MSG-LANG.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-STMT-HEADER.
      ******************************************************************
