           03  GR-GRANT-DATE       PIC X(10).
           03  GR-DAYS             PIC X(02).
           03  GR-APPROVED         PIC X(01).
      *    付与日数表の区分を決めた根拠(W=週所定 / A・R=年間所定)と
      *    その日数。確定時にロットへ書き写す。
           03  GR-BASIS            PIC X(01).
           03  GR-BASIS-DAYS       PIC X(03).

      *    付与のお知らせ(本人向け)。LEAVE_STMTのSTMTOUTと同じ
      *    印刷ファイル形式で、その回の実行で書かれた新しいロット
               03 WS-FUTURE-FOUR-YEAR  PIC X(20).
               03 WS-FUTURE-FIVE-YEAR  PIC X(20).
               03 WS-FUTURE-SIX-YEAR   PIC X(20).
           01 FUTURE-YEARS-R REDEFINES FUTURE-YEARS.
               03 WS-FUTURE-YEAR-ENTRY PIC X(20) OCCURS 6 TIMES.
           
           01 LEAP-CALC.
               03 DATA1                PIC 9(4).
               88 WS-OVERRIDE-DAYS-ON      VALUE "Y".
           01 WS-OVERRIDE-DAYS         PIC 9(2).

      *    年間所定労働日数による比例付与(EMP_MASTERのPRORATE_BASIS
      *    がYの社員)。付与日ごとに前年の所定労働日数を引き、
      *    付与日数表の区分を選ぶ。48日未満は付与対象外、未到来の
      *    付与日は前年の実績が揃うまで書かない(到来した夜に提案
      *    される)。
           01 WS-PRORATE-READY-SW      PIC X(1) VALUE "N".
               88 WS-PRORATE-READY         VALUE "Y".
           01 WS-ANNUAL-BASIS-SW       PIC X(1) VALUE "N".
               88 WS-ANNUAL-BASIS          VALUE "Y".
           01 WS-ANNUAL-BELOW-SW       PIC X(1) VALUE "N".
               88 WS-ANNUAL-BELOW          VALUE "Y".
           01 WS-LOT-DEFER-SW          PIC X(1) VALUE "N".
               88 WS-LOT-DEFER             VALUE "Y".
           01 WS-ANNUAL-DAYS-NUM       PIC 9(3).
           01 WS-ANNUAL-BELOW-COUNT    PIC 9(6) VALUE 0.
           01 WS-ANNUAL-NOFIG-COUNT    PIC 9(6) VALUE 0.

      *    前借り(ADVANCE)の自動返済の計算用。
           01 WS-ADV-OUT-NUM           PIC S9(3)V9.
           01 WS-ADV-REPAY-NUM         PIC S9(3)V9.
               03 WS-REHIRE-DATE-NUM   PIC 9(8).
           01 WS-REHIRE-DATE           PIC X(10).

      *    付与日数表(GRANT_SCHEDULE)から読んだ、付与日時点で有効な
      *    7段階(6ヶ月, 1-6年目)の付与日数。週所定労働日数区分は
      *    SELECT-GRANT-TABLEが決め、LOAD-GRANT-SCHEDULE-RTNが
      *    付与日ごとに読み込む。
           01 WS-ACTIVE-DAYS-TABLE.
               03 WS-ACTIVE-DAYS-ENTRY PIC 9(2) OCCURS 7 TIMES.
           01 WS-GS-READY-SW           PIC X(1) VALUE "N".
               88 WS-GS-READY              VALUE "Y".
      *    対話入力(Iモード)の表示用。段階ごとの付与予定日時点の
      *    付与日数を控える。
           01 WS-PRED-DAYS-TABLE.
               03 WS-PRED-DAYS         PIC 9(2) OCCURS 7 TIMES.

           01 WS-GRANT-DATE             PIC X(10).
           01 WS-GRANT-DAYS-NUM         PIC 9(2).
           01  WS-REG-FINGERPRINT       PIC  X(40).
           01  WS-REG-COUNT             PIC  X(8).
           01  WS-NOGRANT-DUP           PIC  X(8).
      *    対話モード(I/L/R)のサインオンと操作者監査証跡
      *    (PL_AUDIT)用。
           01  WS-OPERATOR-ID           PIC  X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW             PIC  X(1) VALUE "N".
           01  WS-AUD-OLD-VALUE         PIC  X(40).
           01  WS-AUD-NEW-VALUE         PIC  X(40).
      *    Bモードの分割並列実行で社員IDを剰余分割する際の
      *    本人の週勤務曜日パターン(月..日、Y/N)。未設定は空白で、
      *    その場合は土日以外を勤務日とする従来の扱い。
           01  WS-EMP-PATTERN           PIC  X(7) VALUE SPACE.
      *    比例付与の基準(W/Y)と、ロットに書く根拠・日数。前年の
      *    所定労働日数の検索用に付与日と対象期間も受け渡す。
           01  WS-EMP-BASIS             PIC  X(1) VALUE "W".
           01  WS-LOT-BASIS             PIC  X(1) VALUE SPACE.
           01  WS-LOT-DAYS              PIC  X(3) VALUE SPACE.
           01  WS-ANN-FIGURE            PIC  X(8).
           01  WS-ANN-WINDOW            PIC  X(10).
           01  WS-ANN-FUTURE            PIC  X(1).
           01  WS-ATT-PERIOD            PIC  X(8).
      *    遅延登録の新入社員取込(Nモード)で、既に到来済みの付与
      *    予定日をCATCHUP区分で書き分けるための作業用。
           01  WS-NH-DATE-NUM           PIC  9(8).
      *    で指定し、未指定は01。夜間付与・設定読込・新規ロットの
      *    書き込みはこの会社に限定される。
           01  WS-COMPANY               PIC  X(2) VALUE "01".
      *    付与日数表(GRANT_SCHEDULE)の読み込み用。区分は週所定
      *    労働日数(5=週5日以上、4-1=比例付与)、7段階の日数は
      *    2桁ずつ連結した文字列で受け取る。
           01  WS-GS-WEEKDAYS           PIC  X(1) VALUE "5".
           01  WS-GS-DATE               PIC  X(10).
           01  WS-GS-COUNT              PIC  X(8).
           01  WS-GS-ROW                PIC  X(14).
      *    夜間バッチ(NIGHTLY_RUN)から渡されるランIDとステップ名。
      *    PL_BALANCE/PL_HISTORYへ書く行に刻印する(単独実行ではNULL)。
           01  WS-RUN-ID               PIC  X(8) VALUE SPACE.
           01  WS-RUN-STEP             PIC  X(20) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           01  WS-CMD-ARGS              PIC X(20) VALUE SPACE.
           01  WS-CMD-PART              PIC X(02) VALUE SPACE.
           01  WS-CMD-PCOUNT            PIC X(02) VALUE SPACE.
      *    付与のお知らせは本人の希望言語で出す(MSG-LOOKUP)。
           01  WS-EMP-LANG              PIC X(02) VALUE "JA".
           01  WS-MSG-LBL1              PIC X(60).
           01  WS-MSG-LBL2              PIC X(60).
           01  WS-MSG-LBL3              PIC X(60).
           01  WS-MSG-LBL4              PIC X(60).
           01  WS-NTC-GRANT-DATE        PIC X(20).
           01  WS-NTC-EXPIRE-DATE       PIC X(20).
           01  WS-NTC-TOTAL             PIC X(10).
           COPY MSGREC.

      ******************************************************************
       PROCEDURE                   DIVISION.
               ACCEPT WS-RUN-MODE FROM CONSOLE
           END-IF.

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "PLM_RUN_ID".
           ACCEPT WS-RUN-STEP FROM ENVIRONMENT "PLM_RUN_STEP".
           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
               WHEN WS-APPLY-MODE
                   PERFORM APPLY-GRANT-REGISTER-RTN
               WHEN OTHER
                   PERFORM CONNECT-TO-DATABASE
                   PERFORM SIGNON-RTN
                   PERFORM INPUT-DATA
                   PERFORM SELECT-GRANT-TABLE
                   PERFORM GET-CURRENT-DATETIME
                   PERFORM CALC-DATETIME
                   PERFORM CALC-ONE-YEAR
                   PERFORM PREDICT-TIER-DAYS-RTN
                   EXEC SQL DISCONNECT ALL END-EXEC
                   PERFORM DISPLAY-DATETIME
           END-EVALUATE.

      ******************************************************************
       SELECT-GRANT-TABLE.
      ******************************************************************
      *    週所定労働日数5日未満は比例付与の区分を使用する.
      *    日数そのものは付与日ごとにLOAD-GRANT-SCHEDULE-RTNが
      *    GRANT_SCHEDULEから読む.
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
      *    読み込む。法改正や会社の上乗せは発効日付きの行として
      *    SCHED_MAINTで登録されるため、付与日より後に発効する
      *    変更はその付与に影響しない。7段階が揃わない場合は
      *    誤った日数で付与しないよう処理を打ち切る。
           IF NOT WS-GS-READY
               PERFORM ENSURE-GRANT-SCHEDULE-RTN
               MOVE "Y" TO WS-GS-READY-SW
           END-IF.
      *    区分の根拠は既定で週所定労働日数。年間所定労働日数基準の
      *    社員は付与日ごとに区分を選び直す。
           MOVE "W" TO WS-LOT-BASIS.
           MOVE WK-DAYS TO WS-ANNUAL-DAYS-NUM.
           MOVE WS-ANNUAL-DAYS-NUM TO WS-LOT-DAYS.
           MOVE "N" TO WS-ANNUAL-BELOW-SW.
           IF WS-ANNUAL-BASIS
               PERFORM SELECT-ANNUAL-TABLE-RTN
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
      *    表が無い環境でも落ちないようここで作る(空のままなら
      *    LOAD-GRANT-SCHEDULE-RTNが打ち切る)。
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
       SELECT-ANNUAL-TABLE-RTN.
      ******************************************************************
      *    労基則24条の3による比例付与のうち、週の所定が定まらない
      *    社員は1年間の所定労働日数で区分を選ぶ(217日以上=通常、
      *    169-216=週4日、121-168=週3日、73-120=週2日、48-72=
      *    週1日、48日未満は付与しない)。付与日(WS-GS-DATE)前の
      *    1年間(初回の6ヶ月付与は6ヶ月間の2倍)の所定労働日数を、
      *    勤怠の出勤率サマリの履歴(ATTEND_HISTORY。その期間内に
      *    受け取った直近の行)から、無ければ勤務表(SHIFT_ROSTER
      *    の所定時間のある日)から数える。どちらにも無い社員は
      *    従来どおり週所定労働日数で付与し、件数を報告する。
           IF WS-TIER-IDX = 1
               MOVE "6 months" TO WS-ANN-WINDOW
           ELSE
               MOVE "1 year" TO WS-ANN-WINDOW
           END-IF.

           EXEC SQL
               SELECT COALESCE(
                   (SELECT CAST(SCHED_DAYS AS VARCHAR(8))
                    FROM ATTEND_HISTORY
                    WHERE A_EMP_ID = :EMP-ID
                      AND LOADED_ON <= CAST(:WS-GS-DATE AS DATE)
                      AND LOADED_ON >
                          CAST(:WS-GS-DATE AS DATE)
                          - CAST(:WS-ANN-WINDOW AS INTERVAL)
                    ORDER BY LOADED_ON DESC, ATT_PERIOD DESC
                    LIMIT 1),' ')
               INTO :WS-ANN-FIGURE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF WS-ANN-FIGURE NOT = SPACE
               MOVE "A" TO WS-LOT-BASIS
           ELSE
               EXEC SQL
                   SELECT CAST(COUNT(*) AS VARCHAR(8))
                   INTO :WS-ANN-FIGURE
                   FROM SHIFT_ROSTER
                   WHERE R_EMP_ID = :EMP-ID
                     AND SCHED_HOURS > 0
                     AND ROSTER_DATE < CAST(:WS-GS-DATE AS DATE)
                     AND ROSTER_DATE >=
                         CAST(:WS-GS-DATE AS DATE)
                         - CAST(:WS-ANN-WINDOW AS INTERVAL)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-ANN-FIGURE) > 0
                   MOVE "R" TO WS-LOT-BASIS
               ELSE
                   MOVE SPACE TO WS-ANN-FIGURE
               END-IF
           END-IF.

           IF WS-ANN-FIGURE = SPACE
               ADD 1 TO WS-ANNUAL-NOFIG-COUNT
               DISPLAY "年間所定日数不明 : " EMP-ID " "
                   WS-GS-DATE " 週所定 " WK-DAYS " 日で付与"
               PERFORM SELECT-GRANT-TABLE
           ELSE
               MOVE FUNCTION NUMVAL(WS-ANN-FIGURE)
                   TO WS-ANNUAL-DAYS-NUM
               IF WS-TIER-IDX = 1
                   COMPUTE WS-ANNUAL-DAYS-NUM =
                       WS-ANNUAL-DAYS-NUM * 2
               END-IF
               MOVE WS-ANNUAL-DAYS-NUM TO WS-LOT-DAYS
               EVALUATE TRUE
                   WHEN WS-ANNUAL-DAYS-NUM >= 217
                       MOVE "5" TO WS-GS-WEEKDAYS
                   WHEN WS-ANNUAL-DAYS-NUM >= 169
                       MOVE "4" TO WS-GS-WEEKDAYS
                   WHEN WS-ANNUAL-DAYS-NUM >= 121
                       MOVE "3" TO WS-GS-WEEKDAYS
                   WHEN WS-ANNUAL-DAYS-NUM >= 73
                       MOVE "2" TO WS-GS-WEEKDAYS
                   WHEN WS-ANNUAL-DAYS-NUM >= 48
                       MOVE "1" TO WS-GS-WEEKDAYS
                   WHEN OTHER
                       MOVE "1" TO WS-GS-WEEKDAYS
                       MOVE "Y" TO WS-ANNUAL-BELOW-SW
               END-EVALUATE
           END-IF.

      ******************************************************************
       CHECK-ANNUAL-DUE-RTN.
      ******************************************************************
      *    年間所定労働日数基準の社員は、付与日が未到来のロットを
      *    書かない(前年の所定労働日数が確定していないため)。
      *    夜間付与が付与日の到来後に提案する。
           MOVE "N" TO WS-LOT-DEFER-SW.
           EXEC SQL
               SELECT CASE WHEN CAST(:WS-GRANT-DATE AS DATE)
                                > CURRENT_DATE
                           THEN 'Y' ELSE 'N' END
               INTO :WS-ANN-FUTURE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-ANN-FUTURE = "Y"
               MOVE "Y" TO WS-LOT-DEFER-SW
           END-IF.

      ******************************************************************
       ENSURE-PRORATE-BASIS-RTN.
      ******************************************************************
      *    比例付与の基準・ロットの根拠の列と、年間所定労働日数の
      *    出所(出勤率サマリの履歴・勤務表)。表や列が無い環境でも
      *    落ちないよう最初に1回だけ用意する。勤務表はSHIFT_ROSTER
      *    と同じ定義。
           EXEC SQL
               ALTER TABLE EMP_MASTER
                   ADD COLUMN IF NOT EXISTS PRORATE_BASIS VARCHAR(1)
                       NOT NULL DEFAULT 'W'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE PL_BALANCE
                   ADD COLUMN IF NOT EXISTS PRORATE_BASIS VARCHAR(1)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE PL_BALANCE
                   ADD COLUMN IF NOT EXISTS PRORATE_DAYS SMALLINT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    出勤率サマリ(ATTSUM)は夜ごとに一時テーブルへ読むだけ
      *    だったため、受け取った行を期間付きで残しておく。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ATTEND_HISTORY
               (
                   A_EMP_ID     VARCHAR(6) NOT NULL,
                   ATT_PERIOD   VARCHAR(8) NOT NULL,
                   SCHED_DAYS   INTEGER NOT NULL,
                   ACT_DAYS     INTEGER NOT NULL,
                   LOADED_ON    DATE NOT NULL DEFAULT CURRENT_DATE,
                   CONSTRAINT ATTH_0 PRIMARY KEY
                       (A_EMP_ID, ATT_PERIOD)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS SHIFT_ROSTER
               (
                   R_EMP_ID       VARCHAR(6) NOT NULL,
                   ROSTER_DATE    DATE NOT NULL,
                   SHIFT_CODE     VARCHAR(4) NOT NULL,
                   SCHED_HOURS    NUMERIC(2) NOT NULL DEFAULT 0,
                   RST_UPDATED_AT TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT SRST_0 PRIMARY KEY
                       (R_EMP_ID, ROSTER_DATE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE "Y" TO WS-PRORATE-READY-SW.

      ******************************************************************
       PREDICT-TIER-DAYS-RTN.
      ******************************************************************
      *    対話入力の付与予定表示用。段階ごとに、その予定日時点で
      *    有効な付与日数表の日数を控える(6ヶ月はWS-FUTURE-DATE、
      *    1-6年目はCALC-ONE-YEARの各応当日)。
           MOVE WS-FUTURE-DATE(1:10) TO WS-GS-DATE.
           INSPECT WS-GS-DATE REPLACING ALL "/" BY "-".
           PERFORM LOAD-GRANT-SCHEDULE-RTN.
           MOVE WS-ACTIVE-DAYS-ENTRY(1) TO WS-PRED-DAYS(1).
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 6
               MOVE WS-FUTURE-YEAR-ENTRY(IDX)(1:10) TO WS-GS-DATE
               INSPECT WS-GS-DATE REPLACING ALL "/" BY "-"
               PERFORM LOAD-GRANT-SCHEDULE-RTN
               MOVE WS-ACTIVE-DAYS-ENTRY(IDX + 1)
                   TO WS-PRED-DAYS(IDX + 1)
           END-PERFORM.

      ******************************************************************
       GET-CURRENT-DATETIME.
      ******************************************************************
           DISPLAY "------------- ----------".
           DISPLAY "期間           法定付与日".
           DISPLAY "6 months     " WS-FUTURE-DATE " "
               WS-PRED-DAYS(1) " days".
           DISPLAY "1 year       " WS-FUTURE-ONE-YEAR " "
               WS-PRED-DAYS(2) " days".
           DISPLAY "2 years      " WS-FUTURE-TWO-YEAR " "
               WS-PRED-DAYS(3) " days".
           DISPLAY "3 years      " WS-FUTURE-THREE-YEAR " "
               WS-PRED-DAYS(4) " days".
           DISPLAY "4 years      " WS-FUTURE-FOUR-YEAR " "
               WS-PRED-DAYS(5) " days".
           DISPLAY "5 years      " WS-FUTURE-FIVE-YEAR " "
               WS-PRED-DAYS(6) " days".
           DISPLAY "6 years      " WS-FUTURE-SIX-YEAR " "
               WS-PRED-DAYS(7) " days".

      ******************************************************************
       BATCH-GRANT-RTN.
           MOVE "N" TO WS-GRANT-PHASE-SW.
           DISPLAY "付与提案件数(GRANTREG) : "
               WS-PROPOSE-COUNT.
           IF WS-ANNUAL-BELOW-COUNT > 0
               DISPLAY "年間所定48日未満による"
                   "付与対象外 : " WS-ANNUAL-BELOW-COUNT " 件"
           END-IF.
           IF WS-ANNUAL-NOFIG-COUNT > 0
               DISPLAY "年間所定日数不明(週所定で代替) : "
                   WS-ANNUAL-NOFIG-COUNT " 件"
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.

       ANNIV-GRANT-RTN.
      ******************************************************************
      *    入社応当日方式。EMP_MASTERのWEEKLY_WORK_DAYSを従業員ごとに
      *    読み、週所定労働日数5日未満の者には付与日数表の比例付与区分を
      *    適用する(SELECT-GRANT-TABLEは対話入力と共通)。
           EXEC SQL
               DECLARE EMP_CURSOR CURSOR FOR
               PERFORM CHECK-LOT-EXISTS-RTN

               IF FUNCTION NUMVAL(WS-LOT-COUNT) = 0
                   MOVE WS-LOT-CHK-DATE TO WS-GS-DATE
                   PERFORM LOAD-GRANT-SCHEDULE-RTN
                   IF WS-SVC-YEARS = 0
      *                初回付与は入社から基準日までの経過月数で
      *                按分する。
           PERFORM SELECT-GRANT-TABLE.
           PERFORM GET-EMP-CALENDAR-RTN.

      *    比例付与の基準(W=週所定 / Y=年間所定)。
           IF NOT WS-PRORATE-READY
               PERFORM ENSURE-PRORATE-BASIS-RTN
           END-IF.
           MOVE "W" TO WS-EMP-BASIS.
           EXEC SQL
               SELECT COALESCE(
                   (SELECT PRORATE_BASIS FROM EMP_MASTER
                    WHERE EMP_ID = :EMP-ID),'W')
               INTO :WS-EMP-BASIS
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-EMP-BASIS = "Y"
               MOVE "Y" TO WS-ANNUAL-BASIS-SW
           ELSE
               MOVE "N" TO WS-ANNUAL-BASIS-SW
           END-IF.

      ******************************************************************
       GET-EMP-CALENDAR-RTN.
      ******************************************************************
      *    勤怠システムの出勤率サマリ(ATTSUM)を一時テーブルへ退避
      *    する。ファイルが無い夜は出勤率判定を行わない。
           MOVE "N" TO WS-ATT-AVAILABLE-SW.
           IF NOT WS-PRORATE-READY
               PERFORM ENSURE-PRORATE-BASIS-RTN
           END-IF.
           OPEN INPUT ATTEND-FILE.
           IF WS-ATTSUM-STATUS NOT = "00"
               DISPLAY "ATTSUMなし: 出勤率判定を"
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
      *        年間所定労働日数による比例付与の根拠として履歴に残す
      *        (同じ期間の再送は上書き)。
               MOVE ATT-PERIOD TO WS-ATT-PERIOD
               EXEC SQL
                   INSERT INTO ATTEND_HISTORY
                       (A_EMP_ID, ATT_PERIOD, SCHED_DAYS, ACT_DAYS)
                   VALUES
                       (:WS-ATT-EMP-ID, :WS-ATT-PERIOD,
                        CAST(:WS-ATT-SCHED AS INTEGER),
                        CAST(:WS-ATT-ACT AS INTEGER))
                   ON CONFLICT (A_EMP_ID, ATT_PERIOD)
                   DO UPDATE SET SCHED_DAYS = EXCLUDED.SCHED_DAYS,
                                 ACT_DAYS = EXCLUDED.ACT_DAYS,
                                 LOADED_ON = CURRENT_DATE
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

      ******************************************************************
           EXEC SQL
               INSERT INTO PL_BALANCE
               (BALANCE_ID, B_EMP_ID, BALANCE_STATUS, GRANT_DAYS,
                HOLD_DAYS, LAST_UPD_DATE, EXPIRE_DATE, GRANTED_DAYS,
                RUN_ID, RUN_STEP)
               VALUES
               (:BALANCE-ID, :EMP-ID, FALSE, CURRENT_DATE,
                0, CURRENT_DATE, CURRENT_DATE, 0,
                CAST(NULLIF(TRIM(:WS-RUN-ID),'') AS NUMERIC(8)),
                NULLIF(TRIM(:WS-RUN-STEP),''))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN.

           EXEC SQL
               INSERT INTO PL_HISTORY
               (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                INSERT_DATETIME, TRANSACTION_TYPE, RUN_ID, RUN_STEP)
               VALUES
               (:HISTORY-ID, :BALANCE-ID, CURRENT_DATE, 0,
                CURRENT_TIMESTAMP, 'NOGRANT',
                CAST(NULLIF(TRIM(:WS-RUN-ID),'') AS NUMERIC(8)),
                NULLIF(TRIM(:WS-RUN-STEP),''))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN.


           STRING WS-FUTURE-YEAR "-" WS-FUTURE-MONTH "-" WS-FUTURE-DAY
               INTO WS-GRANT-DATE.
           MOVE "N" TO WS-LOT-DEFER-SW.
           IF WS-ANNUAL-BASIS
               PERFORM CHECK-ANNUAL-DUE-RTN
           END-IF.
      *    基準日方式の初回按分などでは、テーブルの日数ではなく
      *    呼び出し側が計算した日数(WS-OVERRIDE-DAYS)を使う。
           IF WS-OVERRIDE-DAYS-ON
               MOVE WS-OVERRIDE-DAYS TO WS-GRANT-DAYS-NUM
           ELSE
               IF NOT WS-LOT-DEFER
                   MOVE WS-GRANT-DATE TO WS-GS-DATE
                   PERFORM LOAD-GRANT-SCHEDULE-RTN
                   MOVE WS-ACTIVE-DAYS-ENTRY(WS-TIER-IDX)
                       TO WS-GRANT-DAYS-NUM
               END-IF
           END-IF.
           IF WS-ANNUAL-BELOW AND NOT WS-LOT-DEFER
               ADD 1 TO WS-ANNUAL-BELOW-COUNT
               DISPLAY "年間所定48日未満のため"
                   "付与対象外 : " EMP-ID " " WS-GRANT-DATE
                   " 年 " WS-LOT-DAYS " 日"
           END-IF.

      *    提案フェーズ(夜間付与のBモード)では事前登録簿へ書き出す
      *    だけで、PL_BALANCEへの書き込みは確定フェーズ(Aモード)が
      *    行う。他モード(新入社員・再雇用・復職・再構築)は従来
      *    どおり直接書き込む。
      *    年間所定労働日数基準で未到来・48日未満のロットは書かない。
           IF WS-LOT-DEFER OR WS-ANNUAL-BELOW
               CONTINUE
           ELSE
               IF WS-PROPOSE-PHASE
                   MOVE EMP-ID             TO GR-EMP-ID
                   MOVE WS-TIER-IDX        TO GR-TIER
                   MOVE WS-GRANT-DATE      TO GR-GRANT-DATE
                   MOVE WS-GRANT-DAYS-NUM  TO GR-DAYS
                   MOVE "Y"                TO GR-APPROVED
                   MOVE WS-LOT-BASIS       TO GR-BASIS
                   MOVE WS-LOT-DAYS        TO GR-BASIS-DAYS
                   WRITE GRANTREG-REC
                   ADD 1 TO WS-PROPOSE-COUNT
               ELSE
                   PERFORM WRITE-GRANT-LOT-DB-RTN
               END-IF
           END-IF.

      ******************************************************************
           STRING EMP-ID WS-NEXT-BALANCE-SEQ INTO BALANCE-ID.

      *    ロット自身に失効予定日(法定の2年)と当初付与日数を持たせる。
      *    会社コードは本人のEMP_MASTER行から引き継ぐ。付与日数表の
      *    区分を決めた根拠(週所定・年間所定とその日数)も残し、
      *    管理簿で付与日数を説明できるようにする。
           IF NOT WS-PRORATE-READY
               PERFORM ENSURE-PRORATE-BASIS-RTN
           END-IF.
           EXEC SQL
               INSERT INTO PL_BALANCE
               (BALANCE_ID, B_EMP_ID, BALANCE_STATUS, GRANT_DAYS,
                HOLD_DAYS, LAST_UPD_DATE, EXPIRE_DATE, GRANTED_DAYS,
                COMPANY_CODE, RUN_ID, RUN_STEP, PRORATE_BASIS,
                PRORATE_DAYS)
               VALUES
               (:BALANCE-ID, :EMP-ID, TRUE, :WS-GRANT-DATE,
                :WS-GRANT-DAYS-NUM, :WS-GRANT-DATE,
                CAST(:WS-GRANT-DATE AS DATE) + INTERVAL '2 years',
                :WS-GRANT-DAYS-NUM,
                COALESCE((SELECT COMPANY_CODE FROM EMP_MASTER
                          WHERE EMP_ID = :EMP-ID),'01'),
                CAST(NULLIF(TRIM(:WS-RUN-ID),'') AS NUMERIC(8)),
                NULLIF(TRIM(:WS-RUN-STEP),''),
                NULLIF(TRIM(:WS-LOT-BASIS),''),
                CAST(NULLIF(TRIM(:WS-LOT-DAYS),'') AS SMALLINT))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN.

           EXEC SQL
               INSERT INTO PL_HISTORY
               (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                INSERT_DATETIME, TRANSACTION_TYPE, RUN_ID, RUN_STEP)
               VALUES
               (:HISTORY-ID, :BALANCE-ID, :WS-GRANT-DATE,
                :WS-GRANT-DAYS-NUM, :WS-FORMATTED-DATETIME,
                :WS-GRANT-TYPE,
                CAST(NULLIF(TRIM(:WS-RUN-ID),'') AS NUMERIC(8)),
                NULLIF(TRIM(:WS-RUN-STEP),''))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN.

           EXEC SQL
               INSERT INTO PL_HISTORY
                   (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                    INSERT_DATETIME, TRANSACTION_TYPE, RUN_ID, RUN_STEP)
               VALUES
                   (:HISTORY-ID, :BALANCE-ID, :WS-GRANT-DATE,
                    :WS-ADV-REPAY, CURRENT_TIMESTAMP, 'ADVREPAY',
                    CAST(NULLIF(TRIM(:WS-RUN-ID),'') AS NUMERIC(8)),
                    NULLIF(TRIM(:WS-RUN-STEP),''))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN.

      *    お知らせは本人の希望言語で出す。日付・日数は言語の書式
      *    で編集し、文言マスタに無い文言は日本語のまま出す。
           MOVE "L" TO MSG-FUNC.
           MOVE EMP-ID TO MSG-EMP-ID.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE MSG-LANG TO WS-EMP-LANG.
           MOVE WS-GRANT-DATE TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE MSG-DATE-OUT TO WS-NTC-GRANT-DATE.
           MOVE WS-NOTICE-EXPIRE TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE MSG-DATE-OUT TO WS-NTC-EXPIRE-DATE.
           MOVE FUNCTION NUMVAL(WS-NOTICE-TOTAL) TO MSG-NUM-IN.
           PERFORM MSG-NUM-RTN.
           MOVE MSG-NUM-OUT TO WS-NTC-TOTAL.

           MOVE SPACE TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE "GRNT_TITLE" TO MSG-KEY.
           MOVE "年次有給休暇 付与のお知らせ" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE "LBL_EMP_ID" TO MSG-KEY.
           MOVE "社員ID" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "LBL_EMP_NAME" TO MSG-KEY.
           MOVE "氏名" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE SPACE TO NOTICE-REC.
           STRING FUNCTION TRIM(WS-MSG-LBL1) " : " EMP-ID
               "  " FUNCTION TRIM(MSG-TEXT) " : " WS-NOTICE-NAME
               DELIMITED BY SIZE INTO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE "LBL_GRANT_DATE" TO MSG-KEY.
           MOVE "付与日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "LBL_GRANT_DAYS" TO MSG-KEY.
           MOVE "付与日数" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL2.
           MOVE "LBL_DAY_UNIT" TO MSG-KEY.
           MOVE "日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL3.
           MOVE SPACE TO NOTICE-REC.
           STRING FUNCTION TRIM(WS-MSG-LBL1) " : "
               FUNCTION TRIM(WS-NTC-GRANT-DATE)
               "  " FUNCTION TRIM(WS-MSG-LBL2) " : "
               WS-GRANT-DAYS-NUM " " FUNCTION TRIM(WS-MSG-LBL3)
               DELIMITED BY SIZE INTO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE "LBL_TOTAL_BAL" TO MSG-KEY.
           MOVE "残日数合計" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "LBL_EXPIRE_DATE" TO MSG-KEY.
           MOVE "失効予定日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE SPACE TO NOTICE-REC.
           STRING FUNCTION TRIM(WS-MSG-LBL1) " : "
               FUNCTION TRIM(WS-NTC-TOTAL)
               "  " FUNCTION TRIM(MSG-TEXT) " : "
               FUNCTION TRIM(WS-NTC-EXPIRE-DATE)
               DELIMITED BY SIZE INTO NOTICE-REC.
           WRITE NOTICE-REC.

      *    登録遅延の追い付き付与は、その旨を通知に明記する。
           IF WS-GRANT-TYPE = "CATCHUP"
               MOVE "GRNT_CATCHUP" TO MSG-KEY
               MOVE "(登録遅延による遡及付与です)"
                   TO MSG-TEXT
               PERFORM MSG-TEXT-RTN
               MOVE MSG-TEXT TO NOTICE-REC
               WRITE NOTICE-REC
           END-IF.

      *    宛先別の一括配付(NOTIFY_DISP)向けに通知キューへも積む。
           MOVE "LBL_GRANT_DATE" TO MSG-KEY.
           MOVE "付与日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL4.
           MOVE "NQ_GRANTED" TO MSG-KEY.
           MOVE "付与" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "NQ_REMAIN" TO MSG-KEY.
           MOVE "残" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL2.
           MOVE "NQ_EXPIRE" TO MSG-KEY.
           MOVE "失効" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE WS-GRANT-TYPE TO WS-NQ-TYPE.
           MOVE SPACE TO WS-NQ-TEXT.
           STRING FUNCTION TRIM(WS-MSG-LBL4) " "
               FUNCTION TRIM(WS-NTC-GRANT-DATE)
               " " FUNCTION TRIM(WS-MSG-LBL1) " "
               WS-GRANT-DAYS-NUM " " FUNCTION TRIM(WS-MSG-LBL3)
               " " FUNCTION TRIM(WS-MSG-LBL2) " "
               FUNCTION TRIM(WS-NTC-TOTAL)
               " " FUNCTION TRIM(MSG-TEXT) " "
               FUNCTION TRIM(WS-NTC-EXPIRE-DATE)
               DELIMITED BY SIZE INTO WS-NQ-TEXT.
           PERFORM ENQUEUE-NOTIFY-RTN.

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
       ENQUEUE-NOTIFY-RTN.
      ******************************************************************
                   MOVE GR-GRANT-DATE TO WS-GRANT-DATE
                   MOVE FUNCTION NUMVAL(GR-DAYS)
                       TO WS-GRANT-DAYS-NUM
                   MOVE GR-BASIS TO WS-LOT-BASIS
                   MOVE GR-BASIS-DAYS TO WS-LOT-DAYS
                   PERFORM WRITE-GRANT-LOT-DB-RTN
                   ADD 1 TO WS-APPLY-COUNT
               END-IF
      *    退職済みの社員IDを再雇用する。前職の勤続年数を継続する
      *    か、新規扱いで付与スケジュールを再スタートするかを
      *    操作者の選択で切り替える。
           PERFORM CONNECT-TO-DATABASE.
           PERFORM SIGNON-RTN.
           PERFORM ENSURE-AUDIT-TABLE-RTN.
           PERFORM GET-CURRENT-DATETIME.
           PERFORM GET-NEXT-HISTORY-ID.
      ******************************************************************
       WRITE-AUDIT-RTN.
      ******************************************************************
           CALL "AUDIT-LOCK" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO PL_AUDIT
                   (PROGRAM_NAME, OPERATOR_ID, A_EMP_ID,
                    :EMP-ID, :WS-AUD-OLD-VALUE, :WS-AUD-NEW-VALUE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           CALL "AUDIT-SEAL" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       CHECK-REHIRE-EMPLOYEE.
      *    ACTIVEへ戻し、休職期間中に到来していた付与予定日を
      *    LOAGRANT区分の追い付きロットとして書き込む。
           PERFORM CONNECT-TO-DATABASE.
           PERFORM SIGNON-RTN.
           PERFORM GET-CURRENT-DATETIME.
           PERFORM GET-NEXT-HISTORY-ID.
           PERFORM CREATE-LOA-TABLE-RTN.
           EXEC SQL
               INSERT INTO PL_HISTORY
                   (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                    INSERT_DATETIME, TRANSACTION_TYPE, RUN_ID, RUN_STEP)
               VALUES
                   (:HISTORY-ID, :BALANCE-ID, CURRENT_DATE,
                    0 - CAST(:HOLD-DAYS AS DECIMAL(3,1)),
                    CURRENT_TIMESTAMP, 'VOID',
                    CAST(NULLIF(TRIM(:WS-RUN-ID),'') AS NUMERIC(8)),
                    NULLIF(TRIM(:WS-RUN-STEP),''))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

               INTO :WS-NEXT-HISTORY-ID
           END-EXEC.

      ******************************************************************
       SIGNON-RTN.
      ******************************************************************
      *    対話モード(I/L/R)では、パスワードによるサインオン
      *    (OPER-SIGNON)で本人を確認してから処理に入る。
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           CALL "OPER-SIGNON" USING SQLCA WS-OPERATOR-ID
               WS-ERR-PROGRAM-NAME WS-SIGNON-SW.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-SIGNON-SW NOT = "Y"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
       CONNECT-TO-DATABASE.
      ******************************************************************
