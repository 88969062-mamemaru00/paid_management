      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 GRANT_AUDIT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    付与の再計算監査。RECON_RPTは残日数(HOLD_DAYS)と履歴の
      *    一致を確かめるが、付与そのものが正しかったかは確かめて
      *    いない。本プログラムは従業員ごとに、入社から今日までに
      *    受けるべき法定年休のロットを付与処理(INPUT)とは別の
      *    計算で組み立て直し、実際のロット(PL_BALANCE)と付与日・
      *    日数・種別を突き合わせる。
      *    組み立てに使うもの:
      *      入社日 ........ 応当日はDBの日付演算(月末・うるう年を
      *                      正しく丸める)で求め、6年6ヶ月以降も
      *                      毎年の付与を見込む(法定どおり)
      *      付与方式 ...... 付与日時点の所属会社(EMP_XFER)の
      *                      PLM_CONFIG GRANT_METHOD
      *      基準日 ........ 付与日時点の基準日グループ
      *                      (BASE_GROUP_HIST)とその基準日
      *      勤務 .......... 付与日時点の週所定日数・勤務曜日
      *                      (WORK_PATTERN_HIST)と所属部門の
      *                      事業所カレンダー(DEPT_ASSIGN_HIST)
      *      年間所定 ...... 年間所定基準の社員は出勤率サマリの履歴
      *                      (ATTEND_HISTORY)・勤務表から区分を選ぶ
      *      出勤率 ........ NOGRANT記録の前後6ヶ月は見送り
      *      休職 .......... LOA_PERIODの期間内はLOAGRANTを認め、
      *                      復職前の付与日は未付与でも保留とする
      *      付与日数表 .... 付与日時点のGRANT_SCHEDULE
      *    実ロットは有効な法定年休ロットのうち付与日が今日までの
      *    もの。前借り(ADVANCE)・転籍受入(XFERIN)など付与以外で
      *    できたロットは対象外。日数は付与系の履歴(GRANT・LOAGRANT
      *    ・ADJUST・CATCHUP。訂正で取り消した行を除く。アーカイブ
      *    済みの履歴を含む)の合計で比べ、当初付与日数
      *    (GRANTED_DAYS)も併記する。
      *    レポート(GRNTAUD)の区分:
      *      不足 ...... 受けるべきロットが無い
      *      過剰 ...... 受けるべきでないロットがある
      *      日数相違 .. 付与日は合うが日数が違う
      *      付与日相違  10日以内のずれで対応するロットがある
      *      種別相違 .. 日数は合うが履歴の種別が違う
      *      要確認 .... 付与日数表が揃わず日数を計算できない
      *    各行に実ロットID・実際の値と、あるべき付与日・日数・
      *    段階・種別・方式を載せ、PL_CORRECT等での訂正の入力と
      *    する。相違があればERRLOGへ記録して終了コード4で終わる。
      *    起動引数: 社員ID(省略時は在籍・休職中の全員)。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "GRNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRINT-REC                PIC X(132).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "GRANT_AUDIT".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-CMD-EMP-ID           PIC X(6) VALUE SPACE.
           01  WS-RUN-DATE             PIC 9(8).
           01  WS-EOF-SW               PIC X(1) VALUE "N".
               88  WS-EOF                  VALUE "Y".
           01  WS-BUILD-DONE-SW        PIC X(1) VALUE "N".
               88  WS-BUILD-DONE           VALUE "Y".
           01  WS-EMP-HDR-SW           PIC X(1) VALUE "N".
               88  WS-EMP-HDR-DONE         VALUE "Y".
           01  WS-ADDED-SW             PIC X(1) VALUE "N".
               88  WS-ADDED                VALUE "Y".

      *    あるべきロット(従業員1名分)。状態 E=付与あり /
      *    W=出勤率で見送り / U=年間所定48日未満 / Z=按分0日 /
      *    S=付与日数表不備。休職 N=なし / C=復職済みの休職期間内 /
      *    O=継続中の休職期間内。
           01  WS-EXPECT-TABLE.
               03  WS-EX-ENTRY         OCCURS 120 TIMES.
                   05  WS-EX-DATE      PIC X(10).
                   05  WS-EX-DATE-NUM  PIC 9(8).
                   05  WS-EX-TIER      PIC 9(1).
                   05  WS-EX-DAYS      PIC 9(3)V9.
                   05  WS-EX-KIND      PIC X(1).
                   05  WS-EX-METHOD    PIC X(8).
                   05  WS-EX-STATE     PIC X(1).
                   05  WS-EX-LOA       PIC X(1).
                   05  WS-EX-MATCH     PIC 9(3).
                   05  WS-EX-NEAR      PIC X(1).
           01  WS-EX-COUNT             PIC 9(3) VALUE 0.
           01  WS-EX-MAX               PIC 9(3) VALUE 120.
           01  WS-EX-IDX               PIC 9(3).
           01  WS-EX-FIRST-IDX         PIC 9(3).

      *    実際のロット(従業員1名分)。
           01  WS-ACTUAL-TABLE.
               03  WS-AC-ENTRY         OCCURS 120 TIMES.
                   05  WS-AC-BAL-ID    PIC X(12).
                   05  WS-AC-DATE      PIC X(10).
                   05  WS-AC-DATE-NUM  PIC 9(8).
                   05  WS-AC-GRANTED   PIC 9(3)V9.
                   05  WS-AC-ENTITLE   PIC S9(3)V9.
                   05  WS-AC-TYPE      PIC X(10).
                   05  WS-AC-MATCH     PIC 9(3).
           01  WS-AC-COUNT             PIC 9(3) VALUE 0.
           01  WS-AC-MAX               PIC 9(3) VALUE 120.
           01  WS-AC-IDX               PIC 9(3).

      *    付与日時点の付与日数表(7段階)。
           01  WS-SCHED-TABLE.
               03  WS-SCHED-DAYS       PIC 9(2) OCCURS 7 TIMES.

      *    日付の計算用。
           01  WS-JOIN-YEAR-NUM        PIC 9(4).
           01  WS-JOIN-MONTH-NUM       PIC 9(2).
           01  WS-JOIN-MMDD            PIC 9(4).
           01  WS-LIMIT-YEAR-NUM       PIC 9(4).
           01  WS-ANN-SEQ              PIC 9(3).
           01  WS-INTERVAL-MONTHS      PIC 9(4).
           01  WS-TIER-NUM             PIC 9(1).
           01  WS-BD-YEAR-NUM          PIC 9(4).
           01  WS-BASE-MM              PIC 9(2).
           01  WS-BASE-DD              PIC 9(2).
           01  WS-BASE-MMDD            PIC 9(4).
           01  WS-SVC-YEARS            PIC S9(3).
           01  WS-SVC-MONTHS           PIC S9(4).
           01  WS-FIRST-DATE-NUM       PIC 9(8).
           01  WS-FIRST-YEAR-NUM       PIC 9(4).
           01  WS-FIRST-MONTH-NUM      PIC 9(2).
           01  WS-WINDOW-FROM-NUM      PIC 9(8).
           01  WS-DATE-WORK-NUM        PIC 9(8).
           01  WS-DAY-DIFF             PIC S9(7).
           01  WS-NEAR-DAYS            PIC 9(2) VALUE 10.
           01  WS-WEEKLY-NUM           PIC 9(1).
           01  WS-ANNUAL-DAYS-NUM      PIC 9(4).
           01  WS-GRANT-DAYS-NUM       PIC 9(2).

      *    翌営業日繰り上げ(INPUTのADJUST-GRANT-DATE-RTNと同じ規則)。
           01  WS-ADJ-DATE-NUM         PIC 9(8).
           01  WS-ADJ-DOW              PIC 9(1).
           01  WS-ADJ-ORDINAL          PIC 9(7).
           01  WS-ADJ-DONE-SW          PIC X(1).
               88  WS-ADJ-DONE             VALUE "Y".

      *    件数。
           01  WS-EMP-COUNT            PIC 9(6) VALUE 0.
           01  WS-DISC-EMP-COUNT       PIC 9(6) VALUE 0.
           01  WS-EXPECT-COUNT         PIC 9(6) VALUE 0.
           01  WS-OK-COUNT             PIC 9(6) VALUE 0.
           01  WS-MISS-COUNT           PIC 9(6) VALUE 0.
           01  WS-EXTRA-COUNT          PIC 9(6) VALUE 0.
           01  WS-SIZE-COUNT           PIC 9(6) VALUE 0.
           01  WS-DATE-COUNT           PIC 9(6) VALUE 0.
           01  WS-TYPE-COUNT           PIC 9(6) VALUE 0.
           01  WS-CHECK-COUNT          PIC 9(6) VALUE 0.
           01  WS-PEND-COUNT           PIC 9(6) VALUE 0.
           01  WS-HOLD-COUNT           PIC 9(6) VALUE 0.
           01  WS-DISC-COUNT           PIC 9(6) VALUE 0.
           01  WS-EMP-DISC-COUNT       PIC 9(4) VALUE 0.

      *    レポート行の編集用。
           01  WS-RPT-CATEGORY         PIC X(15).
           01  WS-RPT-NOTE             PIC X(30).
           01  WS-RPT-BAL-ID           PIC X(12).
           01  WS-RPT-AC-DATE          PIC X(10).
           01  WS-RPT-AC-TYPE          PIC X(8).
           01  WS-RPT-EX-DATE          PIC X(10).
           01  WS-RPT-EX-TYPE          PIC X(14).
           01  WS-RPT-EX-METHOD        PIC X(8).
           01  WS-RPT-EX-TIER          PIC X(1).
           01  WS-RPT-GRANTED-ED       PIC X(5).
           01  WS-RPT-ENTITLE-ED       PIC X(5).
           01  WS-RPT-EX-DAYS-ED       PIC X(5).
           01  WS-DAYS-ED              PIC ZZ9.9.
           01  WS-SDAYS-ED             PIC -Z9.9.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           01  WS-GA-TODAY             PIC  X(10).
           01  WS-GA-LIMIT-DATE        PIC  X(10).
           01  WS-GA-EMP-ID            PIC  X(6).
           01  WS-GA-EMP-NAME          PIC  X(20).
           01  WS-GA-JOIN-DATE         PIC  X(10).
           01  WS-GA-RETIRE-DATE       PIC  X(10).
           01  WS-GA-BASIS             PIC  X(1).
           01  WS-GA-ROW-COUNT         PIC  X(8).
           01  WS-GA-INTERVAL          PIC  X(12).
           01  WS-GA-NOM-DATE          PIC  X(10).
           01  WS-GA-CTX-DATE          PIC  X(10).
           01  WS-GA-CTX-COMPANY       PIC  X(2).
           01  WS-GA-CTX-METHOD        PIC  X(20).
           01  WS-GA-CTX-PATTERN       PIC  X(7).
           01  WS-GA-CTX-WEEKLY        PIC  X(2).
           01  WS-GA-CTX-CALENDAR      PIC  X(8).
           01  WS-GA-HOL-DATE          PIC  X(10).
           01  WS-GA-HOL-COUNT         PIC  X(8).
           01  WS-GA-BD-YEAR           PIC  X(4).
           01  WS-GA-DEF-BASE          PIC  X(20).
           01  WS-GA-BASE-GROUP        PIC  X(8).
           01  WS-GA-BASE-DATE         PIC  X(20).
           01  WS-GA-EXP-DATE          PIC  X(10).
           01  WS-GA-NG-COUNT          PIC  X(8).
           01  WS-GA-LOA-STATE         PIC  X(1).
           01  WS-GA-ANN-WINDOW        PIC  X(10).
           01  WS-GA-ANN-FIGURE        PIC  X(8).
           01  WS-GA-GS-CLASS          PIC  X(1).
           01  WS-GA-GS-COUNT          PIC  X(8).
           01  WS-GA-GS-ROW            PIC  X(14).
           01  WS-GA-AC-BAL-ID         PIC  X(12).
           01  WS-GA-AC-DATE           PIC  X(10).
           01  WS-GA-AC-GRANTED        PIC  X(8).
           01  WS-GA-AC-ENTITLE        PIC  X(8).
           01  WS-GA-AC-TYPE           PIC  X(10).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY ACCLOGREC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** GRANT_AUDIT STARTED ***".

           ACCEPT WS-CMD-EMP-ID FROM COMMAND-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO WS-GA-TODAY.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
               WS-RUN-DATE(7:2)
               DELIMITED BY SIZE INTO WS-GA-TODAY.
           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
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
           PERFORM ENSURE-AUDIT-TABLES-RTN.

           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-REPORT-HEADER-RTN.

           IF WS-CMD-EMP-ID NOT = SPACE
               PERFORM AUDIT-SINGLE-RTN
           ELSE
               PERFORM AUDIT-ALL-RTN
           END-IF.

           PERFORM WRITE-REPORT-TOTAL-RTN.
           CLOSE PRINT-FILE.

           PERFORM WRITE-ACCESS-LOG-RTN.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "対象会社         : " WS-COMPANY.
           DISPLAY "監査基準日       : " WS-GA-TODAY.
           DISPLAY "対象社員数       : " WS-EMP-COUNT.
           DISPLAY "あるべきロット数 : " WS-EXPECT-COUNT.
           DISPLAY "一致             : " WS-OK-COUNT.
           DISPLAY "不足             : " WS-MISS-COUNT.
           DISPLAY "過剰             : " WS-EXTRA-COUNT.
           DISPLAY "日数相違         : " WS-SIZE-COUNT.
           DISPLAY "付与日相違       : " WS-DATE-COUNT.
           DISPLAY "種別相違         : " WS-TYPE-COUNT.
           DISPLAY "要確認           : " WS-CHECK-COUNT.
           DISPLAY "休職中の保留     : " WS-PEND-COUNT.
           DISPLAY "見送り・対象外   : " WS-HOLD-COUNT.
           DISPLAY "相違のある社員数 : " WS-DISC-EMP-COUNT.
           IF WS-DISC-COUNT > 0
               PERFORM WRITE-CHECK-LOG-RTN
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "*** GRANT_AUDIT FINISHED ***".
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
       ENSURE-AUDIT-TABLES-RTN.
      ******************************************************************
      *    再計算で参照する表と列。まだ無い環境でも監査が落ちない
      *    ようここで用意する(定義はそれぞれの保守プログラムと
      *    同じ)。
           EXEC SQL
               ALTER TABLE EMP_MASTER
                   ADD COLUMN IF NOT EXISTS WORK_PATTERN VARCHAR(7)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE EMP_MASTER
                   ADD COLUMN IF NOT EXISTS BASE_GROUP VARCHAR(8)
                       NOT NULL DEFAULT 'DEFAULT'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE EMP_MASTER
                   ADD COLUMN IF NOT EXISTS PRORATE_BASIS VARCHAR(1)
                       NOT NULL DEFAULT 'W'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE EMP_MASTER
                   ADD COLUMN IF NOT EXISTS EMP_RETIRE_DATE DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS PLM_CONFIG
               (
                   COMPANY_CODE   VARCHAR(2) NOT NULL DEFAULT '01',
                   CONFIG_KEY     VARCHAR(20) NOT NULL,
                   CONFIG_VALUE   VARCHAR(20) NOT NULL,
                   EFFECTIVE_FROM DATE NOT NULL
                                   DEFAULT DATE '1900-01-01',
                   CONSTRAINT CFG_2 PRIMARY KEY
                       (COMPANY_CODE, CONFIG_KEY, EFFECTIVE_FROM)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

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

           EXEC SQL
               CREATE TABLE IF NOT EXISTS BASE_DATE_GROUP
               (
                   GROUP_ID    VARCHAR(8) NOT NULL,
                   BASE_DATE   VARCHAR(5) NOT NULL,
                   CONSTRAINT BDG_0 PRIMARY KEY (GROUP_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS BASE_GROUP_HIST
               (
                   BG_EMP_ID   VARCHAR(6) NOT NULL,
                   GROUP_ID    VARCHAR(8) NOT NULL,
                   FROM_DATE   DATE NOT NULL,
                   TO_DATE     DATE,
                   CONSTRAINT BGH_0 PRIMARY KEY (BG_EMP_ID, FROM_DATE)
               )
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

           EXEC SQL
               CREATE TABLE IF NOT EXISTS DEPT_ASSIGN_HIST
               (
                   DA_EMP_ID      VARCHAR(6) NOT NULL,
                   DEPT_CODE      VARCHAR(6),
                   FROM_DATE      DATE NOT NULL,
                   TO_DATE        DATE,
                   CONSTRAINT DAH_0 PRIMARY KEY
                       (DA_EMP_ID, FROM_DATE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS DEPT_CALENDAR
               (
                   DEPT_CODE    VARCHAR(6) NOT NULL,
                   CALENDAR_ID  VARCHAR(8) NOT NULL
                                 DEFAULT 'COMPANY',
                   CONSTRAINT DCAL_0 PRIMARY KEY (DEPT_CODE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS HOLIDAY_CALENDAR
               (
                   HOLIDAY_DATE   DATE NOT NULL,
                   HOLIDAY_NAME   VARCHAR(15),
                   HOLIDAY_TYPE   VARCHAR(1) NOT NULL DEFAULT 'C',
                   CALENDAR_ID    VARCHAR(8) NOT NULL
                                   DEFAULT 'COMPANY',
                   CONSTRAINT HOL_1 PRIMARY KEY
                       (CALENDAR_ID, HOLIDAY_DATE)
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
               CREATE TABLE IF NOT EXISTS EMP_XFER
               (
                   XFER_ID        BIGSERIAL,
                   X_EMP_ID       VARCHAR(6) NOT NULL,
                   FROM_COMPANY   VARCHAR(2) NOT NULL,
                   TO_COMPANY     VARCHAR(2) NOT NULL,
                   EFFECTIVE_DATE DATE NOT NULL,
                   XFER_KIND      VARCHAR(8) NOT NULL,
                   LOT_POLICY     VARCHAR(8) NOT NULL,
                   XFER_LOTS      SMALLINT NOT NULL DEFAULT 0,
                   XFER_DAYS      DECIMAL(5,1) NOT NULL DEFAULT 0,
                   XFER_AMOUNT    NUMERIC(12) NOT NULL DEFAULT 0,
                   FUTURE_LOTS    SMALLINT NOT NULL DEFAULT 0,
                   X_OPERATOR_ID  VARCHAR(10) NOT NULL,
                   X_CREATED_AT   TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT XFER_0 PRIMARY KEY (XFER_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

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

           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       AUDIT-SINGLE-RTN.
      ******************************************************************
      *    起動引数で指定した社員1名。在籍区分は問わない(退職者の
      *    在籍中の付与も確かめられるように)。
           MOVE WS-CMD-EMP-ID TO WS-GA-EMP-ID.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-GA-ROW-COUNT
               FROM EMP_MASTER
               WHERE EMP_ID = :WS-GA-EMP-ID
                 AND COMPANY_CODE = :WS-COMPANY
                 AND EMP_JOIN_DATE IS NOT NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-GA-ROW-COUNT) = 0
               DISPLAY "*** 社員 " WS-GA-EMP-ID
                   " が見つかりません ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL
                   SELECT EMP_NAME,
                          TO_CHAR(EMP_JOIN_DATE,'YYYY-MM-DD'),
                          COALESCE(TO_CHAR(EMP_RETIRE_DATE,
                              'YYYY-MM-DD'),' '),
                          COALESCE(PRORATE_BASIS,'W')
                   INTO :WS-GA-EMP-NAME, :WS-GA-JOIN-DATE,
                        :WS-GA-RETIRE-DATE, :WS-GA-BASIS
                   FROM EMP_MASTER
                   WHERE EMP_ID = :WS-GA-EMP-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               PERFORM AUDIT-ONE-EMPLOYEE-RTN
           END-IF.

      ******************************************************************
       AUDIT-ALL-RTN.
      ******************************************************************
      *    対象会社の在籍者・休職者全員。
           EXEC SQL
               DECLARE GA_EMP_CURSOR CURSOR FOR
               SELECT EMP_ID, EMP_NAME,
                      TO_CHAR(EMP_JOIN_DATE,'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(EMP_RETIRE_DATE,
                          'YYYY-MM-DD'),' '),
                      COALESCE(PRORATE_BASIS,'W')
               FROM EMP_MASTER
               WHERE COMPANY_CODE = :WS-COMPANY
                 AND EMP_STATUS_CODE IN ('ACTIVE','LOA')
                 AND EMP_JOIN_DATE IS NOT NULL
               ORDER BY EMP_ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN GA_EMP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               EXEC SQL
                   FETCH GA_EMP_CURSOR
                   INTO :WS-GA-EMP-ID, :WS-GA-EMP-NAME,
                        :WS-GA-JOIN-DATE, :WS-GA-RETIRE-DATE,
                        :WS-GA-BASIS
               END-EXEC
               IF SQLCODE = 100
                   MOVE "Y" TO WS-EOF-SW
               ELSE
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   PERFORM AUDIT-ONE-EMPLOYEE-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE GA_EMP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       AUDIT-ONE-EMPLOYEE-RTN.
      ******************************************************************
      *    従業員1名分。退職者は退職日までの付与だけを見込む。
           ADD 1 TO WS-EMP-COUNT.
           MOVE "N" TO WS-EMP-HDR-SW.
           MOVE ZERO TO WS-EMP-DISC-COUNT.
           MOVE ZERO TO WS-EX-COUNT.
           MOVE ZERO TO WS-AC-COUNT.
           MOVE ZERO TO WS-EX-FIRST-IDX.

           MOVE WS-GA-TODAY TO WS-GA-LIMIT-DATE.
           IF WS-GA-RETIRE-DATE NOT = SPACE
              AND WS-GA-RETIRE-DATE < WS-GA-TODAY
               MOVE WS-GA-RETIRE-DATE TO WS-GA-LIMIT-DATE
           END-IF.
           MOVE WS-GA-LIMIT-DATE(1:4) TO WS-LIMIT-YEAR-NUM.
           MOVE WS-GA-JOIN-DATE(1:4) TO WS-JOIN-YEAR-NUM.
           MOVE WS-GA-JOIN-DATE(6:2) TO WS-JOIN-MONTH-NUM.
           MOVE WS-GA-JOIN-DATE(6:2) TO WS-JOIN-MMDD(1:2).
           MOVE WS-GA-JOIN-DATE(9:2) TO WS-JOIN-MMDD(3:2).

           PERFORM LOAD-ACTUAL-LOTS-RTN.
           PERFORM BUILD-ANNIV-EXPECT-RTN.
           PERFORM BUILD-BASEDATE-EXPECT-RTN.
           PERFORM MATCH-LOTS-RTN.
           PERFORM REPORT-EMPLOYEE-RTN.

           IF WS-EMP-DISC-COUNT > 0
               ADD 1 TO WS-DISC-EMP-COUNT
           END-IF.

      ******************************************************************
       LOAD-ACTUAL-LOTS-RTN.
      ******************************************************************
      *    実際の法定年休ロット。無効化済みは除き、付与日が今日まで
      *    のものを読む。種別は最初の付与系の履歴(GRANT・CATCHUP・
      *    LOAGRANT)で、それが無いロット(前借り・転籍受入など)は
      *    付与の監査の対象外とする。日数は付与系の履歴の合計
      *    (訂正で取り消した行を除く)。
           EXEC SQL
               DECLARE GA_LOT_CURSOR CURSOR FOR
               SELECT B.BALANCE_ID,
                      TO_CHAR(B.GRANT_DAYS,'YYYY-MM-DD'),
                      CAST(COALESCE(B.GRANTED_DAYS,0) AS VARCHAR(8)),
                      CAST(COALESCE(
                          (SELECT SUM(H.ACQ_DAYS)
                           FROM (SELECT HISTORY_ID, H_BALANCE_ID,
                                        ACQ_DAYS, TRANSACTION_TYPE
                                 FROM PL_HISTORY
                                 UNION ALL
                                 SELECT HISTORY_ID, H_BALANCE_ID,
                                        ACQ_DAYS, TRANSACTION_TYPE
                                 FROM PL_HISTORY_ARCH) H
                           WHERE H.H_BALANCE_ID = B.BALANCE_ID
                             AND H.TRANSACTION_TYPE IN
                                 ('GRANT','LOAGRANT','ADJUST',
                                  'CATCHUP')
                             AND NOT EXISTS
                                 (SELECT 1 FROM PL_HISTORY C
                                  WHERE C.ORIG_HISTORY_ID
                                        = H.HISTORY_ID)
                             AND NOT EXISTS
                                 (SELECT 1 FROM PL_HISTORY_ARCH C
                                  WHERE C.ORIG_HISTORY_ID
                                        = H.HISTORY_ID)),0)
                           AS VARCHAR(8)),
                      COALESCE(
                          (SELECT H.TRANSACTION_TYPE
                           FROM (SELECT HISTORY_ID, H_BALANCE_ID,
                                        TRANSACTION_TYPE
                                 FROM PL_HISTORY
                                 UNION ALL
                                 SELECT HISTORY_ID, H_BALANCE_ID,
                                        TRANSACTION_TYPE
                                 FROM PL_HISTORY_ARCH) H
                           WHERE H.H_BALANCE_ID = B.BALANCE_ID
                             AND H.TRANSACTION_TYPE IN
                                 ('GRANT','CATCHUP','LOAGRANT')
                           ORDER BY H.HISTORY_ID
                           LIMIT 1),' ')
               FROM PL_BALANCE B
               WHERE B.B_EMP_ID = :WS-GA-EMP-ID
                 AND B.LEAVE_TYPE = 'ANNUAL'
                 AND B.BALANCE_STATUS = TRUE
                 AND B.GRANT_DAYS <= CAST(:WS-GA-TODAY AS DATE)
               ORDER BY B.GRANT_DAYS, B.BALANCE_ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN GA_LOT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH GA_LOT_CURSOR
                   INTO :WS-GA-AC-BAL-ID, :WS-GA-AC-DATE,
                        :WS-GA-AC-GRANTED, :WS-GA-AC-ENTITLE,
                        :WS-GA-AC-TYPE
               END-EXEC
               IF SQLCODE = 0
                  AND WS-GA-AC-TYPE NOT = SPACE
                  AND WS-AC-COUNT < WS-AC-MAX
                   ADD 1 TO WS-AC-COUNT
                   MOVE WS-GA-AC-BAL-ID TO WS-AC-BAL-ID(WS-AC-COUNT)
                   MOVE WS-GA-AC-DATE TO WS-AC-DATE(WS-AC-COUNT)
                   MOVE WS-GA-AC-DATE(1:4) TO WS-DATE-WORK-NUM(1:4)
                   MOVE WS-GA-AC-DATE(6:2) TO WS-DATE-WORK-NUM(5:2)
                   MOVE WS-GA-AC-DATE(9:2) TO WS-DATE-WORK-NUM(7:2)
                   MOVE WS-DATE-WORK-NUM
                       TO WS-AC-DATE-NUM(WS-AC-COUNT)
                   MOVE FUNCTION NUMVAL(WS-GA-AC-GRANTED)
                       TO WS-AC-GRANTED(WS-AC-COUNT)
                   MOVE FUNCTION NUMVAL(WS-GA-AC-ENTITLE)
                       TO WS-AC-ENTITLE(WS-AC-COUNT)
                   MOVE WS-GA-AC-TYPE TO WS-AC-TYPE(WS-AC-COUNT)
                   MOVE ZERO TO WS-AC-MATCH(WS-AC-COUNT)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE GA_LOT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       BUILD-ANNIV-EXPECT-RTN.
      ******************************************************************
      *    入社応当日方式の付与日。入社6ヶ月、以後1年ごと。7段階目
      *    (6年6ヶ月)以降も毎年20日(表の7段階目)を見込む。付与日
      *    時点の方式がANNIV・BOTHのもの、HYBRIDでは初回だけを
      *    残す。
           MOVE 1 TO WS-ANN-SEQ.
           MOVE "N" TO WS-BUILD-DONE-SW.
           PERFORM UNTIL WS-BUILD-DONE
               COMPUTE WS-INTERVAL-MONTHS =
                   6 + (WS-ANN-SEQ - 1) * 12
               MOVE SPACE TO WS-GA-INTERVAL
               STRING WS-INTERVAL-MONTHS " months"
                   DELIMITED BY SIZE INTO WS-GA-INTERVAL
               EXEC SQL
                   SELECT TO_CHAR(CAST(:WS-GA-JOIN-DATE AS DATE)
                          + CAST(:WS-GA-INTERVAL AS INTERVAL),
                          'YYYY-MM-DD')
                   INTO :WS-GA-NOM-DATE
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF WS-GA-NOM-DATE > WS-GA-LIMIT-DATE
                   MOVE "Y" TO WS-BUILD-DONE-SW
               ELSE
                   MOVE WS-GA-NOM-DATE TO WS-GA-CTX-DATE
                   PERFORM LOAD-DATE-CONTEXT-RTN
                   IF WS-GA-CTX-METHOD = "ANNIV"
                      OR WS-GA-CTX-METHOD = "BOTH"
                      OR (WS-GA-CTX-METHOD = "HYBRID"
                          AND WS-ANN-SEQ = 1)
                       IF WS-ANN-SEQ > 7
                           MOVE 7 TO WS-TIER-NUM
                       ELSE
                           MOVE WS-ANN-SEQ TO WS-TIER-NUM
                       END-IF
                       PERFORM ADD-EXPECT-RTN
                       IF WS-ADDED AND WS-ANN-SEQ = 1
                           MOVE WS-EX-COUNT TO WS-EX-FIRST-IDX
                       END-IF
                   END-IF
                   ADD 1 TO WS-ANN-SEQ
                   IF WS-ANN-SEQ > 99
                      OR WS-EX-COUNT >= WS-EX-MAX
                       MOVE "Y" TO WS-BUILD-DONE-SW
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       BUILD-BASEDATE-EXPECT-RTN.
      ******************************************************************
      *    統一基準日方式の付与日。入社年から今年まで、年ごとに
      *    その年の所属グループの基準日を求め、付与日時点の方式が
      *    BASEDATE・BOTH・HYBRIDなら見込む。
           PERFORM VARYING WS-BD-YEAR-NUM FROM WS-JOIN-YEAR-NUM BY 1
                   UNTIL WS-BD-YEAR-NUM > WS-LIMIT-YEAR-NUM
                      OR WS-EX-COUNT >= WS-EX-MAX
               PERFORM BASEDATE-ONE-YEAR-RTN
           END-PERFORM.

      ******************************************************************
       BASEDATE-ONE-YEAR-RTN.
      ******************************************************************
      *    DEFAULTグループの基準日は、その年の付与処理が読んだはずの
      *    設定(年末または今日の早い方の時点で発効済みの
      *    GRANT_BASE_DATE)とする。所属グループは、グループの基準日
      *    がBASE_GROUP_HISTの期間に入る行、無ければ現在の所属。
           MOVE WS-BD-YEAR-NUM TO WS-GA-BD-YEAR.
           MOVE SPACE TO WS-GA-CTX-DATE.
           STRING WS-GA-BD-YEAR "-12-31"
               DELIMITED BY SIZE INTO WS-GA-CTX-DATE.
           IF WS-GA-CTX-DATE > WS-GA-LIMIT-DATE
               MOVE WS-GA-LIMIT-DATE TO WS-GA-CTX-DATE
           END-IF.
           PERFORM LOAD-COMPANY-AT-RTN.
           EXEC SQL
               SELECT COALESCE(
                   (SELECT CONFIG_VALUE FROM PLM_CONFIG
                    WHERE COMPANY_CODE = :WS-GA-CTX-COMPANY
                      AND CONFIG_KEY = 'GRANT_BASE_DATE'
                      AND EFFECTIVE_FROM <=
                          CAST(:WS-GA-CTX-DATE AS DATE)
                    ORDER BY EFFECTIVE_FROM DESC
                    LIMIT 1),'04-01')
               INTO :WS-GA-DEF-BASE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT P.GID, P.BDATE
               INTO :WS-GA-BASE-GROUP, :WS-GA-BASE-DATE
               FROM (SELECT H.GROUP_ID AS GID,
                            COALESCE(G.BASE_DATE,
                                SUBSTR(:WS-GA-DEF-BASE,1,5)) AS BDATE,
                            0 AS SRT, H.FROM_DATE AS FD
                     FROM BASE_GROUP_HIST H
                     LEFT JOIN BASE_DATE_GROUP G
                         ON G.GROUP_ID = H.GROUP_ID
                     WHERE H.BG_EMP_ID = :WS-GA-EMP-ID
                       AND CAST(:WS-GA-BD-YEAR AS VARCHAR) || '-'
                           || COALESCE(G.BASE_DATE,
                                  SUBSTR(:WS-GA-DEF-BASE,1,5))
                           >= TO_CHAR(H.FROM_DATE,'YYYY-MM-DD')
                       AND (H.TO_DATE IS NULL
                            OR CAST(:WS-GA-BD-YEAR AS VARCHAR) || '-'
                               || COALESCE(G.BASE_DATE,
                                      SUBSTR(:WS-GA-DEF-BASE,1,5))
                               <= TO_CHAR(H.TO_DATE,'YYYY-MM-DD'))
                     UNION ALL
                     SELECT COALESCE(E.BASE_GROUP,'DEFAULT'),
                            COALESCE(G.BASE_DATE,
                                SUBSTR(:WS-GA-DEF-BASE,1,5)),
                            1, DATE '1900-01-01'
                     FROM EMP_MASTER E
                     LEFT JOIN BASE_DATE_GROUP G
                         ON G.GROUP_ID = E.BASE_GROUP
                     WHERE E.EMP_ID = :WS-GA-EMP-ID) P
               ORDER BY P.SRT, P.FD DESC
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE WS-GA-BASE-DATE(1:2) TO WS-BASE-MM.
           MOVE WS-GA-BASE-DATE(4:2) TO WS-BASE-DD.
           COMPUTE WS-BASE-MMDD = WS-BASE-MM * 100 + WS-BASE-DD.
           MOVE SPACE TO WS-GA-NOM-DATE.
           STRING WS-GA-BD-YEAR "-" WS-GA-BASE-DATE(1:5)
               DELIMITED BY SIZE INTO WS-GA-NOM-DATE.

      *    勤続年数は基準日時点(INPUTと同じ数え方)。
           COMPUTE WS-SVC-YEARS = WS-BD-YEAR-NUM - WS-JOIN-YEAR-NUM.
           IF WS-JOIN-MMDD > WS-BASE-MMDD
               SUBTRACT 1 FROM WS-SVC-YEARS
           END-IF.

           IF WS-GA-NOM-DATE <= WS-GA-LIMIT-DATE
              AND WS-SVC-YEARS >= 0
               MOVE WS-GA-NOM-DATE TO WS-GA-CTX-DATE
               PERFORM LOAD-DATE-CONTEXT-RTN
               IF WS-GA-CTX-METHOD = "BASEDATE"
                  OR WS-GA-CTX-METHOD = "BOTH"
                  OR WS-GA-CTX-METHOD = "HYBRID"
                   IF WS-SVC-YEARS >= 6
                       MOVE 7 TO WS-TIER-NUM
                   ELSE
                       COMPUTE WS-TIER-NUM = WS-SVC-YEARS + 1
                   END-IF
                   PERFORM ADD-EXPECT-RTN
                   IF WS-ADDED
                      AND WS-EX-STATE(WS-EX-COUNT) = "E"
                       PERFORM BASEDATE-PRORATE-RTN
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       BASEDATE-PRORATE-RTN.
      ******************************************************************
      *    初年度(勤続1年未満)は入社から基準日までの経過月数で
      *    12分の按分。併用方式は、基準日前12ヶ月内にあるべき初回
      *    (入社応当日)付与があれば次の段階へ進め、初回付与から
      *    基準日までの月数で按分する。
           IF WS-SVC-YEARS = 0
               COMPUTE WS-SVC-MONTHS =
                   (WS-BD-YEAR-NUM - WS-JOIN-YEAR-NUM) * 12
                   + WS-BASE-MM - WS-JOIN-MONTH-NUM
               IF WS-SVC-MONTHS > 12
                   MOVE 12 TO WS-SVC-MONTHS
               END-IF
               IF WS-SVC-MONTHS < 0
                   MOVE 0 TO WS-SVC-MONTHS
               END-IF
               COMPUTE WS-GRANT-DAYS-NUM ROUNDED =
                   WS-SCHED-DAYS(1) * WS-SVC-MONTHS / 12
               MOVE WS-GRANT-DAYS-NUM TO WS-EX-DAYS(WS-EX-COUNT)
           END-IF.

           IF WS-GA-CTX-METHOD = "HYBRID"
              AND WS-EX-FIRST-IDX > 0
               IF WS-EX-STATE(WS-EX-FIRST-IDX) = "E"
                   MOVE WS-EX-DATE-NUM(WS-EX-FIRST-IDX)
                       TO WS-FIRST-DATE-NUM
                   COMPUTE WS-WINDOW-FROM-NUM =
                       WS-EX-DATE-NUM(WS-EX-COUNT) - 10000
                   IF WS-FIRST-DATE-NUM > WS-WINDOW-FROM-NUM
                      AND WS-FIRST-DATE-NUM
                          < WS-EX-DATE-NUM(WS-EX-COUNT)
                       PERFORM HYBRID-EXPECT-RTN
                   END-IF
               END-IF
           END-IF.

           IF WS-EX-DAYS(WS-EX-COUNT) = 0
               MOVE "Z" TO WS-EX-STATE(WS-EX-COUNT)
           END-IF.

      ******************************************************************
       HYBRID-EXPECT-RTN.
      ******************************************************************
           IF WS-TIER-NUM < 7
               ADD 1 TO WS-TIER-NUM
           END-IF.
           MOVE WS-TIER-NUM TO WS-EX-TIER(WS-EX-COUNT).
           MOVE WS-FIRST-DATE-NUM(1:4) TO WS-FIRST-YEAR-NUM.
           MOVE WS-FIRST-DATE-NUM(5:2) TO WS-FIRST-MONTH-NUM.
           COMPUTE WS-SVC-MONTHS =
               (WS-BD-YEAR-NUM - WS-FIRST-YEAR-NUM) * 12
               + WS-BASE-MM - WS-FIRST-MONTH-NUM.
           IF WS-SVC-MONTHS > 12
               MOVE 12 TO WS-SVC-MONTHS
           END-IF.
           IF WS-SVC-MONTHS < 0
               MOVE 0 TO WS-SVC-MONTHS
           END-IF.
           COMPUTE WS-GRANT-DAYS-NUM ROUNDED =
               WS-SCHED-DAYS(WS-TIER-NUM) * WS-SVC-MONTHS / 12.
           MOVE WS-GRANT-DAYS-NUM TO WS-EX-DAYS(WS-EX-COUNT).

      ******************************************************************
       ADD-EXPECT-RTN.
      ******************************************************************
      *    名目の付与日(WS-GA-NOM-DATE)と段階(WS-TIER-NUM)から、
      *    あるべきロットを1件積む。付与日は付与日時点の勤務曜日と
      *    事業所カレンダーで翌営業日へ繰り上げ、繰り上げ後が今日
      *    より後なら見込まない。同じ付与日が既にあれば積まない
      *    (BOTH併走)。
           MOVE "N" TO WS-ADDED-SW.
           PERFORM ADJUST-BUSINESS-DAY-RTN.
           IF WS-GA-EXP-DATE <= WS-GA-LIMIT-DATE
               MOVE "Y" TO WS-ADDED-SW
               PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                       UNTIL WS-EX-IDX > WS-EX-COUNT
                   IF WS-EX-DATE(WS-EX-IDX) = WS-GA-EXP-DATE
                       MOVE "N" TO WS-ADDED-SW
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-ADDED
               ADD 1 TO WS-EX-COUNT
               MOVE WS-GA-EXP-DATE TO WS-EX-DATE(WS-EX-COUNT)
               MOVE WS-ADJ-DATE-NUM TO WS-EX-DATE-NUM(WS-EX-COUNT)
               MOVE WS-TIER-NUM TO WS-EX-TIER(WS-EX-COUNT)
               MOVE WS-GA-CTX-METHOD TO WS-EX-METHOD(WS-EX-COUNT)
               MOVE "E" TO WS-EX-STATE(WS-EX-COUNT)
               MOVE ZERO TO WS-EX-MATCH(WS-EX-COUNT)
               MOVE "N" TO WS-EX-NEAR(WS-EX-COUNT)
               PERFORM LOAD-EXPECT-DAYS-RTN
               PERFORM CHECK-EXPECT-STATE-RTN
           END-IF.

      ******************************************************************
       LOAD-DATE-CONTEXT-RTN.
      ******************************************************************
      *    WS-GA-CTX-DATE時点の所属会社・付与方式・週所定日数・
      *    勤務曜日・事業所カレンダー。履歴の最初の行より前の日付は
      *    最初の行(無ければ現在のEMP_MASTER)の値とする。
           PERFORM LOAD-COMPANY-AT-RTN.

           EXEC SQL
               SELECT COALESCE(
                   (SELECT CONFIG_VALUE FROM PLM_CONFIG
                    WHERE COMPANY_CODE = :WS-GA-CTX-COMPANY
                      AND CONFIG_KEY = 'GRANT_METHOD'
                      AND EFFECTIVE_FROM <=
                          CAST(:WS-GA-CTX-DATE AS DATE)
                    ORDER BY EFFECTIVE_FROM DESC
                    LIMIT 1),'ANNIV')
               INTO :WS-GA-CTX-METHOD
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-GA-CTX-METHOD NOT = "BASEDATE"
              AND WS-GA-CTX-METHOD NOT = "BOTH"
              AND WS-GA-CTX-METHOD NOT = "HYBRID"
               MOVE "ANNIV" TO WS-GA-CTX-METHOD
           END-IF.

           EXEC SQL
               SELECT COALESCE(P.WORK_PATTERN,' '),
                      CAST(COALESCE(P.WEEKLY_DAYS,5) AS VARCHAR(2))
               INTO :WS-GA-CTX-PATTERN, :WS-GA-CTX-WEEKLY
               FROM (SELECT WORK_PATTERN, WEEKLY_DAYS,
                            CASE WHEN FROM_DATE <=
                                      CAST(:WS-GA-CTX-DATE AS DATE)
                                 THEN 0 ELSE 1 END AS SRT,
                            FROM_DATE AS FD
                     FROM WORK_PATTERN_HIST
                     WHERE WP_EMP_ID = :WS-GA-EMP-ID
                     UNION ALL
                     SELECT WORK_PATTERN, WEEKLY_WORK_DAYS,
                            2, DATE '1900-01-01'
                     FROM EMP_MASTER
                     WHERE EMP_ID = :WS-GA-EMP-ID) P
               ORDER BY P.SRT,
                        CASE WHEN P.SRT = 0 THEN P.FD END
                            DESC NULLS LAST,
                        P.FD ASC
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-GA-CTX-WEEKLY(1:1) IS NUMERIC
              AND WS-GA-CTX-WEEKLY(1:1) NOT = "0"
               MOVE WS-GA-CTX-WEEKLY(1:1) TO WS-WEEKLY-NUM
           ELSE
               MOVE 5 TO WS-WEEKLY-NUM
           END-IF.

           EXEC SQL
               SELECT COALESCE(
                   (SELECT DC.CALENDAR_ID
                    FROM DEPT_CALENDAR DC
                    WHERE DC.DEPT_CODE = COALESCE(
                        (SELECT D.DEPT_CODE FROM DEPT_ASSIGN_HIST D
                         WHERE D.DA_EMP_ID = :WS-GA-EMP-ID
                           AND D.FROM_DATE <=
                               CAST(:WS-GA-CTX-DATE AS DATE)
                         ORDER BY D.FROM_DATE DESC
                         LIMIT 1),
                        (SELECT E.DEPT_CODE FROM EMP_MASTER E
                         WHERE E.EMP_ID = :WS-GA-EMP-ID))),
                   'COMPANY')
               INTO :WS-GA-CTX-CALENDAR
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LOAD-COMPANY-AT-RTN.
      ******************************************************************
      *    WS-GA-CTX-DATE時点の所属会社。その日以前の最後の会社間
      *    異動の異動先、無ければその日より後の最初の異動の異動元、
      *    異動が無ければ現在の会社。
           EXEC SQL
               SELECT COALESCE(
                   (SELECT TO_COMPANY FROM EMP_XFER
                    WHERE X_EMP_ID = :WS-GA-EMP-ID
                      AND EFFECTIVE_DATE <=
                          CAST(:WS-GA-CTX-DATE AS DATE)
                    ORDER BY EFFECTIVE_DATE DESC, XFER_ID DESC
                    LIMIT 1),
                   (SELECT FROM_COMPANY FROM EMP_XFER
                    WHERE X_EMP_ID = :WS-GA-EMP-ID
                      AND EFFECTIVE_DATE >
                          CAST(:WS-GA-CTX-DATE AS DATE)
                    ORDER BY EFFECTIVE_DATE ASC, XFER_ID ASC
                    LIMIT 1),
                   :WS-COMPANY)
               INTO :WS-GA-CTX-COMPANY
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ADJUST-BUSINESS-DAY-RTN.
      ******************************************************************
      *    名目の付与日が勤務曜日パターンの休み(パターンが無ければ
      *    土日)または事業所カレンダーの休日なら、当たらなくなるまで
      *    1日ずつ繰り上げる。結果はWS-GA-EXP-DATEとWS-ADJ-DATE-NUM。
           MOVE WS-GA-NOM-DATE(1:4) TO WS-ADJ-DATE-NUM(1:4).
           MOVE WS-GA-NOM-DATE(6:2) TO WS-ADJ-DATE-NUM(5:2).
           MOVE WS-GA-NOM-DATE(9:2) TO WS-ADJ-DATE-NUM(7:2).
           MOVE "N" TO WS-ADJ-DONE-SW.
           PERFORM UNTIL WS-ADJ-DONE
               COMPUTE WS-ADJ-DOW =
                   FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(WS-ADJ-DATE-NUM) - 1, 7)
               IF (WS-GA-CTX-PATTERN NOT = SPACE
                   AND WS-GA-CTX-PATTERN(WS-ADJ-DOW + 1:1) = "N")
                  OR (WS-GA-CTX-PATTERN = SPACE
                      AND (WS-ADJ-DOW = 5 OR WS-ADJ-DOW = 6))
                   PERFORM ADVANCE-ONE-DAY-RTN
               ELSE
                   MOVE SPACE TO WS-GA-HOL-DATE
                   STRING WS-ADJ-DATE-NUM(1:4) "-"
                       WS-ADJ-DATE-NUM(5:2) "-" WS-ADJ-DATE-NUM(7:2)
                       DELIMITED BY SIZE INTO WS-GA-HOL-DATE
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-GA-HOL-COUNT
                       FROM HOLIDAY_CALENDAR
                       WHERE HOLIDAY_DATE =
                             CAST(:WS-GA-HOL-DATE AS DATE)
                         AND CALENDAR_ID = :WS-GA-CTX-CALENDAR
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   IF FUNCTION NUMVAL(WS-GA-HOL-COUNT) > 0
                       PERFORM ADVANCE-ONE-DAY-RTN
                   ELSE
                       MOVE "Y" TO WS-ADJ-DONE-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-GA-EXP-DATE.
           STRING WS-ADJ-DATE-NUM(1:4) "-" WS-ADJ-DATE-NUM(5:2) "-"
               WS-ADJ-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-GA-EXP-DATE.

      ******************************************************************
       ADVANCE-ONE-DAY-RTN.
      ******************************************************************
           COMPUTE WS-ADJ-ORDINAL =
               FUNCTION INTEGER-OF-DATE(WS-ADJ-DATE-NUM) + 1.
           COMPUTE WS-ADJ-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               WS-ADJ-ORDINAL).

      ******************************************************************
       LOAD-EXPECT-DAYS-RTN.
      ******************************************************************
      *    付与日時点の付与日数表から段階の日数を引く。区分は週所定
      *    日数、年間所定基準の社員は付与日前1年(初回は6ヶ月の
      *    2倍)の所定労働日数(出勤率サマリの履歴、無ければ勤務表)。
      *    どちらにも無ければ週所定日数で見る。
           MOVE WS-WEEKLY-NUM TO WS-ANNUAL-DAYS-NUM.
           EVALUATE TRUE
               WHEN WS-WEEKLY-NUM >= 5
                   MOVE "5" TO WS-GA-GS-CLASS
               WHEN OTHER
                   MOVE WS-WEEKLY-NUM TO WS-GA-GS-CLASS
           END-EVALUATE.

           IF WS-GA-BASIS = "Y"
               IF WS-TIER-NUM = 1
                   MOVE "6 months" TO WS-GA-ANN-WINDOW
               ELSE
                   MOVE "1 year" TO WS-GA-ANN-WINDOW
               END-IF
               EXEC SQL
                   SELECT COALESCE(
                       (SELECT CAST(SCHED_DAYS AS VARCHAR(8))
                        FROM ATTEND_HISTORY
                        WHERE A_EMP_ID = :WS-GA-EMP-ID
                          AND LOADED_ON <=
                              CAST(:WS-GA-EXP-DATE AS DATE)
                          AND LOADED_ON >
                              CAST(:WS-GA-EXP-DATE AS DATE)
                              - CAST(:WS-GA-ANN-WINDOW AS INTERVAL)
                        ORDER BY LOADED_ON DESC, ATT_PERIOD DESC
                        LIMIT 1),
                       (SELECT CAST(COUNT(*) AS VARCHAR(8))
                        FROM SHIFT_ROSTER
                        WHERE R_EMP_ID = :WS-GA-EMP-ID
                          AND SCHED_HOURS > 0
                          AND ROSTER_DATE <
                              CAST(:WS-GA-EXP-DATE AS DATE)
                          AND ROSTER_DATE >=
                              CAST(:WS-GA-EXP-DATE AS DATE)
                              - CAST(:WS-GA-ANN-WINDOW AS INTERVAL)
                        HAVING COUNT(*) > 0),' ')
                   INTO :WS-GA-ANN-FIGURE
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF WS-GA-ANN-FIGURE NOT = SPACE
                   MOVE FUNCTION NUMVAL(WS-GA-ANN-FIGURE)
                       TO WS-ANNUAL-DAYS-NUM
                   IF WS-TIER-NUM = 1
                       COMPUTE WS-ANNUAL-DAYS-NUM =
                           WS-ANNUAL-DAYS-NUM * 2
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-ANNUAL-DAYS-NUM >= 217
                           MOVE "5" TO WS-GA-GS-CLASS
                       WHEN WS-ANNUAL-DAYS-NUM >= 169
                           MOVE "4" TO WS-GA-GS-CLASS
                       WHEN WS-ANNUAL-DAYS-NUM >= 121
                           MOVE "3" TO WS-GA-GS-CLASS
                       WHEN WS-ANNUAL-DAYS-NUM >= 73
                           MOVE "2" TO WS-GA-GS-CLASS
                       WHEN WS-ANNUAL-DAYS-NUM >= 48
                           MOVE "1" TO WS-GA-GS-CLASS
                       WHEN OTHER
                           MOVE "1" TO WS-GA-GS-CLASS
                           MOVE "U" TO WS-EX-STATE(WS-EX-COUNT)
                   END-EVALUATE
               END-IF
           END-IF.

           MOVE SPACE TO WS-GA-GS-ROW.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(STRING_AGG(
                          LPAD(CAST(GRANT_DAYS AS VARCHAR),2,'0'),
                          '' ORDER BY TIER),' ')
               INTO :WS-GA-GS-COUNT, :WS-GA-GS-ROW
               FROM GRANT_SCHEDULE
               WHERE COMPANY_CODE = :WS-GA-CTX-COMPANY
                 AND WEEKLY_DAYS =
                     CAST(:WS-GA-GS-CLASS AS SMALLINT)
                 AND EFFECTIVE_FROM =
                     (SELECT MAX(EFFECTIVE_FROM)
                      FROM GRANT_SCHEDULE
                      WHERE COMPANY_CODE = :WS-GA-CTX-COMPANY
                        AND WEEKLY_DAYS =
                            CAST(:WS-GA-GS-CLASS AS SMALLINT)
                        AND EFFECTIVE_FROM <=
                            CAST(:WS-GA-EXP-DATE AS DATE))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-GA-GS-COUNT) NOT = 7
              OR WS-GA-GS-ROW IS NOT NUMERIC
               MOVE ZERO TO WS-SCHED-TABLE
               MOVE ZERO TO WS-EX-DAYS(WS-EX-COUNT)
               IF WS-EX-STATE(WS-EX-COUNT) = "E"
                   MOVE "S" TO WS-EX-STATE(WS-EX-COUNT)
               END-IF
           ELSE
               MOVE WS-GA-GS-ROW TO WS-SCHED-TABLE
               MOVE WS-SCHED-DAYS(WS-TIER-NUM)
                   TO WS-EX-DAYS(WS-EX-COUNT)
           END-IF.

      ******************************************************************
       CHECK-EXPECT-STATE-RTN.
      ******************************************************************
      *    出勤率8割未満の見送り(NOGRANT記録の前後6ヶ月。アーカイブ
      *    済みの履歴を含む)と、休職期間との関係。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-GA-NG-COUNT
               FROM (SELECT H_BALANCE_ID, ACQ_DATE, TRANSACTION_TYPE
                     FROM PL_HISTORY
                     UNION ALL
                     SELECT H_BALANCE_ID, ACQ_DATE, TRANSACTION_TYPE
                     FROM PL_HISTORY_ARCH) H
               INNER JOIN PL_BALANCE B
                   ON H.H_BALANCE_ID = B.BALANCE_ID
               WHERE B.B_EMP_ID = :WS-GA-EMP-ID
                 AND H.TRANSACTION_TYPE = 'NOGRANT'
                 AND H.ACQ_DATE >
                     CAST(:WS-GA-EXP-DATE AS DATE)
                         - INTERVAL '6 months'
                 AND H.ACQ_DATE <
                     CAST(:WS-GA-EXP-DATE AS DATE)
                         + INTERVAL '6 months'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-GA-NG-COUNT) > 0
               MOVE "W" TO WS-EX-STATE(WS-EX-COUNT)
           END-IF.

           EXEC SQL
               SELECT COALESCE(
                   (SELECT CASE WHEN LOA_END IS NULL
                                THEN 'O' ELSE 'C' END
                    FROM LOA_PERIOD
                    WHERE L_EMP_ID = :WS-GA-EMP-ID
                      AND LOA_START <= CAST(:WS-GA-EXP-DATE AS DATE)
                      AND (LOA_END IS NULL
                           OR LOA_END >=
                              CAST(:WS-GA-EXP-DATE AS DATE))
                    ORDER BY LOA_START DESC
                    LIMIT 1),'N')
               INTO :WS-GA-LOA-STATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE WS-GA-LOA-STATE TO WS-EX-LOA(WS-EX-COUNT).

      ******************************************************************
       MATCH-LOTS-RTN.
      ******************************************************************
      *    1回目は付与日の一致で、2回目は残ったもの同士を10日以内の
      *    ずれで対応付ける。
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
               PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                       UNTIL WS-AC-IDX > WS-AC-COUNT
                          OR WS-EX-MATCH(WS-EX-IDX) > 0
                   IF WS-AC-MATCH(WS-AC-IDX) = 0
                      AND WS-AC-DATE(WS-AC-IDX)
                          = WS-EX-DATE(WS-EX-IDX)
                       MOVE WS-AC-IDX TO WS-EX-MATCH(WS-EX-IDX)
                       MOVE WS-EX-IDX TO WS-AC-MATCH(WS-AC-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
               IF WS-EX-MATCH(WS-EX-IDX) = 0
                  AND WS-EX-STATE(WS-EX-IDX) = "E"
                   PERFORM MATCH-NEAR-DATE-RTN
               END-IF
           END-PERFORM.

      ******************************************************************
       MATCH-NEAR-DATE-RTN.
      ******************************************************************
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
                      OR WS-EX-MATCH(WS-EX-IDX) > 0
               IF WS-AC-MATCH(WS-AC-IDX) = 0
                   COMPUTE WS-DAY-DIFF =
                       FUNCTION INTEGER-OF-DATE(
                           WS-AC-DATE-NUM(WS-AC-IDX))
                       - FUNCTION INTEGER-OF-DATE(
                           WS-EX-DATE-NUM(WS-EX-IDX))
                   IF WS-DAY-DIFF < 0
                       COMPUTE WS-DAY-DIFF = 0 - WS-DAY-DIFF
                   END-IF
                   IF WS-DAY-DIFF <= WS-NEAR-DAYS
                       MOVE WS-AC-IDX TO WS-EX-MATCH(WS-EX-IDX)
                       MOVE WS-EX-IDX TO WS-AC-MATCH(WS-AC-IDX)
                       MOVE "Y" TO WS-EX-NEAR(WS-EX-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       REPORT-EMPLOYEE-RTN.
      ******************************************************************
      *    突き合わせの結果を区分ごとに数え、相違をレポートへ出す。
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
               PERFORM JUDGE-EXPECT-RTN
           END-PERFORM.

           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
               IF WS-AC-MATCH(WS-AC-IDX) = 0
                   MOVE ZERO TO WS-EX-IDX
                   MOVE "過剰" TO WS-RPT-CATEGORY
                   MOVE "あるべき付与なし" TO WS-RPT-NOTE
                   ADD 1 TO WS-EXTRA-COUNT
                   PERFORM WRITE-DISC-LINE-RTN
               END-IF
           END-PERFORM.

      ******************************************************************
       JUDGE-EXPECT-RTN.
      ******************************************************************
           MOVE WS-EX-MATCH(WS-EX-IDX) TO WS-AC-IDX.
           MOVE SPACE TO WS-RPT-NOTE.
           EVALUATE TRUE
               WHEN WS-EX-STATE(WS-EX-IDX) = "S"
                   MOVE "要確認" TO WS-RPT-CATEGORY
                   MOVE "付与日数表不備" TO WS-RPT-NOTE
                   ADD 1 TO WS-CHECK-COUNT
                   PERFORM WRITE-DISC-LINE-RTN
               WHEN WS-EX-STATE(WS-EX-IDX) NOT = "E"
                   ADD 1 TO WS-HOLD-COUNT
                   IF WS-AC-IDX > 0
                       MOVE "過剰" TO WS-RPT-CATEGORY
                       PERFORM SET-HOLD-NOTE-RTN
                       ADD 1 TO WS-EXTRA-COUNT
                       PERFORM WRITE-DISC-LINE-RTN
                   END-IF
               WHEN WS-AC-IDX = 0
                   ADD 1 TO WS-EXPECT-COUNT
                   IF WS-EX-LOA(WS-EX-IDX) = "O"
                       ADD 1 TO WS-PEND-COUNT
                   ELSE
                       MOVE "不足" TO WS-RPT-CATEGORY
                       ADD 1 TO WS-MISS-COUNT
                       PERFORM WRITE-DISC-LINE-RTN
                   END-IF
               WHEN WS-EX-NEAR(WS-EX-IDX) = "Y"
                   ADD 1 TO WS-EXPECT-COUNT
                   MOVE "付与日相違" TO WS-RPT-CATEGORY
                   IF WS-AC-ENTITLE(WS-AC-IDX)
                      NOT = WS-EX-DAYS(WS-EX-IDX)
                       MOVE "日数も相違" TO WS-RPT-NOTE
                   END-IF
                   ADD 1 TO WS-DATE-COUNT
                   PERFORM WRITE-DISC-LINE-RTN
               WHEN WS-AC-ENTITLE(WS-AC-IDX)
                    NOT = WS-EX-DAYS(WS-EX-IDX)
                   ADD 1 TO WS-EXPECT-COUNT
                   MOVE "日数相違" TO WS-RPT-CATEGORY
                   ADD 1 TO WS-SIZE-COUNT
                   PERFORM WRITE-DISC-LINE-RTN
               WHEN OTHER
                   ADD 1 TO WS-EXPECT-COUNT
                   PERFORM CHECK-LOT-TYPE-RTN
           END-EVALUATE.

      ******************************************************************
       SET-HOLD-NOTE-RTN.
      ******************************************************************
           EVALUATE WS-EX-STATE(WS-EX-IDX)
               WHEN "W"
                   MOVE "出勤率で見送りの期間" TO WS-RPT-NOTE
               WHEN "U"
                   MOVE "年間所定48日未満" TO WS-RPT-NOTE
               WHEN OTHER
                   MOVE "按分0日" TO WS-RPT-NOTE
           END-EVALUATE.

      ******************************************************************
       CHECK-LOT-TYPE-RTN.
      ******************************************************************
      *    休職期間外はGRANT(入社時の遡及はCATCHUP)、休職期間内は
      *    LOAGRANT(入社時に先行して書いたGRANTも可)。
           IF (WS-EX-LOA(WS-EX-IDX) = "N"
               AND (WS-AC-TYPE(WS-AC-IDX) = "GRANT"
                    OR WS-AC-TYPE(WS-AC-IDX) = "CATCHUP"))
              OR (WS-EX-LOA(WS-EX-IDX) NOT = "N"
                  AND (WS-AC-TYPE(WS-AC-IDX) = "LOAGRANT"
                       OR WS-AC-TYPE(WS-AC-IDX) = "GRANT"))
               ADD 1 TO WS-OK-COUNT
           ELSE
               MOVE "種別相違" TO WS-RPT-CATEGORY
               ADD 1 TO WS-TYPE-COUNT
               PERFORM WRITE-DISC-LINE-RTN
           END-IF.

      ******************************************************************
       WRITE-REPORT-HEADER-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           STRING "*** 付与の再計算監査 (会社 " WS-COMPANY
               "  基準日 " WS-GA-TODAY ") ***"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "社員ID ロットID     実付与日   "
               "付与 権利 実種別   "
               "予定付与日 予定 段 "
               "予定種別       方式     区分"
               "            備考"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-EMP-HEADER-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "社員 " WS-GA-EMP-ID " " WS-GA-EMP-NAME
               "  入社日 " WS-GA-JOIN-DATE
               DELIMITED BY SIZE INTO PRINT-REC.
           IF WS-GA-RETIRE-DATE NOT = SPACE
               MOVE SPACE TO PRINT-REC(60:)
               STRING "  退職日 " WS-GA-RETIRE-DATE
                   DELIMITED BY SIZE INTO PRINT-REC(60:)
           END-IF.
           WRITE PRINT-REC.
           MOVE "Y" TO WS-EMP-HDR-SW.

      ******************************************************************
       WRITE-DISC-LINE-RTN.
      ******************************************************************
      *    相違1件。WS-AC-IDX・WS-EX-IDXが0の側は空欄にする。
           IF NOT WS-EMP-HDR-DONE
               PERFORM WRITE-EMP-HEADER-RTN
           END-IF.
           ADD 1 TO WS-DISC-COUNT.
           ADD 1 TO WS-EMP-DISC-COUNT.

           MOVE SPACE TO WS-RPT-BAL-ID WS-RPT-AC-DATE WS-RPT-AC-TYPE
               WS-RPT-GRANTED-ED WS-RPT-ENTITLE-ED.
           IF WS-AC-IDX > 0
               MOVE WS-AC-BAL-ID(WS-AC-IDX) TO WS-RPT-BAL-ID
               MOVE WS-AC-DATE(WS-AC-IDX) TO WS-RPT-AC-DATE
               MOVE WS-AC-TYPE(WS-AC-IDX) TO WS-RPT-AC-TYPE
               MOVE WS-AC-GRANTED(WS-AC-IDX) TO WS-DAYS-ED
               MOVE WS-DAYS-ED TO WS-RPT-GRANTED-ED
               MOVE WS-AC-ENTITLE(WS-AC-IDX) TO WS-SDAYS-ED
               MOVE WS-SDAYS-ED TO WS-RPT-ENTITLE-ED
           END-IF.

           MOVE SPACE TO WS-RPT-EX-DATE WS-RPT-EX-TYPE
               WS-RPT-EX-METHOD WS-RPT-EX-TIER WS-RPT-EX-DAYS-ED.
           IF WS-EX-IDX > 0
               MOVE WS-EX-DATE(WS-EX-IDX) TO WS-RPT-EX-DATE
               MOVE WS-EX-METHOD(WS-EX-IDX) TO WS-RPT-EX-METHOD
               MOVE WS-EX-TIER(WS-EX-IDX) TO WS-RPT-EX-TIER
               IF WS-EX-STATE(WS-EX-IDX) = "E"
                   MOVE WS-EX-DAYS(WS-EX-IDX) TO WS-DAYS-ED
                   MOVE WS-DAYS-ED TO WS-RPT-EX-DAYS-ED
                   IF WS-EX-LOA(WS-EX-IDX) = "N"
                       MOVE "GRANT/CATCHUP" TO WS-RPT-EX-TYPE
                   ELSE
                       MOVE "LOAGRANT/GRANT" TO WS-RPT-EX-TYPE
                   END-IF
               ELSE
                   MOVE "  0.0" TO WS-RPT-EX-DAYS-ED
                   MOVE "(付与なし)" TO WS-RPT-EX-TYPE
               END-IF
           END-IF.

           MOVE SPACE TO PRINT-REC.
           STRING WS-GA-EMP-ID " " WS-RPT-BAL-ID " "
               WS-RPT-AC-DATE " " WS-RPT-GRANTED-ED
               WS-RPT-ENTITLE-ED " " WS-RPT-AC-TYPE " "
               WS-RPT-EX-DATE WS-RPT-EX-DAYS-ED " "
               WS-RPT-EX-TIER "  " WS-RPT-EX-TYPE " "
               WS-RPT-EX-METHOD " " WS-RPT-CATEGORY " "
               WS-RPT-NOTE
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-REPORT-TOTAL-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "社員 " WS-EMP-COUNT
               "  あるべきロット " WS-EXPECT-COUNT
               "  一致 " WS-OK-COUNT
               "  休職中の保留 " WS-PEND-COUNT
               "  見送り・対象外 " WS-HOLD-COUNT
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "不足 " WS-MISS-COUNT
               "  過剰 " WS-EXTRA-COUNT
               "  日数相違 " WS-SIZE-COUNT
               "  付与日相違 " WS-DATE-COUNT
               "  種別相違 " WS-TYPE-COUNT
               "  要確認 " WS-CHECK-COUNT
               "  相違のある社員 " WS-DISC-EMP-COUNT
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-DISC-COUNT > 0
               MOVE SPACE TO PRINT-REC
               STRING "*** 相違のロットは内容を"
                   "確認のうえPL_CORRECT等で"
                   "訂正してください ***"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

      ******************************************************************
       WRITE-ACCESS-LOG-RTN.
      ******************************************************************
      *    参照記録(PL_ACCESS_LOG)。全員分は会社単位の母集団参照、
      *    社員指定は1名の参照として残す。
           INITIALIZE ACC-PARM-VARS.
           MOVE WS-ERR-PROGRAM-NAME TO ACC-PROGRAM.
           IF WS-CMD-EMP-ID NOT = SPACE
               MOVE "EMP" TO ACC-SCOPE
               MOVE WS-CMD-EMP-ID TO ACC-EMP-ID
           ELSE
               MOVE "ALL" TO ACC-SCOPE
           END-IF.
           MOVE WS-COMPANY TO ACC-COMPANY.
           MOVE SPACE TO ACC-DETAIL.
           STRING "GRANT RECALC AUDIT AS OF " WS-GA-TODAY
               DELIMITED BY SIZE INTO ACC-DETAIL.
           MOVE WS-EMP-COUNT TO ACC-ROW-COUNT.
           CALL "ACCESS-LOG" USING SQLCA ACC-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       WRITE-CHECK-LOG-RTN.
      ******************************************************************
           ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACE TO ERROR-LOG-REC.
           STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
               "  GRANT-AUDIT=" WS-DISC-COUNT
               " EMPS=" WS-DISC-EMP-COUNT
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
