      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 GROUP_RPT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    グループ連結の有給休暇状況(本社向け)。各帳票が
      *    PLM_COMPANYの1社ずつであるのに対し、COMPANY_MASTERの有効
      *    な会社(最大10社)を順に集計し、会社ごとに1列、末尾に
      *    グループ合計の列を置いた表をGRPRPTへ出力する。
      *      在籍人数(在籍・休職)
      *      付与日数・消化日数・取得率(UTIL_RPTと同じ数え方で、
      *      締まった月は月次サマリ、当月は明細)
      *      5日取得義務の未達件数(COMPLY_RPTと同じ判定)
      *      引当金(各社の最新のLIAB_RUN、千円)と評価日
      *      残日数(各社の最新のBAL_SNAP)とスナップ日
      *      今後12ヶ月の失効見込日数(FORECAST_RPTと同じ条件)
      *    引当金とスナップは会社ごとに作成日が異なり得るため、
      *    グループ内で最も新しい日より許容日数(PLM_CONFIGの
      *    GRP_SNAP_STALE_DAYS、既定1日 / GRP_LIAB_STALE_DAYS、既定
      *    7日)を超えて古い会社、または未作成の会社に印を付け、
      *    合計列にも混在の印を付ける。許容日数は実行時の
      *    PLM_COMPANY(未指定は01)の設定を使う。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "GRPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRINT-REC               PIC X(170).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "GROUP_RPT".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.
           01  WS-TODAY-NUM            PIC 9(8).

      *    会社別の集計表。最後の1行(会社数+1)をグループ合計に
      *    使う。日付の経過日数は未作成なら99999。
           01  WS-GROUP-TABLE.
               03  WS-GRP-ENTRY        OCCURS 11 TIMES.
                   05  WS-GRP-CODE      PIC X(2).
                   05  WS-GRP-NAME      PIC X(20).
                   05  WS-GRP-HEAD      PIC 9(6).
                   05  WS-GRP-GRANTED   PIC S9(7)V9.
                   05  WS-GRP-USED      PIC S9(7)V9.
                   05  WS-GRP-RATE      PIC 9(3)V9.
                   05  WS-GRP-VIOL      PIC 9(6).
                   05  WS-GRP-LIAB      PIC S9(13).
                   05  WS-GRP-LIAB-DATE PIC X(10).
                   05  WS-GRP-LIAB-AGE  PIC 9(5).
                   05  WS-GRP-SNAP-DAYS PIC S9(7)V9.
                   05  WS-GRP-SNAP-DATE PIC X(10).
                   05  WS-GRP-SNAP-AGE  PIC 9(5).
                   05  WS-GRP-EXPIRE    PIC S9(7)V9.
                   05  WS-GRP-FLAG      PIC X(10).
           01  WS-COMP-COUNT           PIC 9(2) VALUE 0.
           01  WS-COMP-IDX             PIC 9(2).
           01  WS-TOT-IDX              PIC 9(2).
           01  WS-COL-IDX              PIC 9(2).
           01  WS-COL-POS              PIC 9(3).
           01  WS-ROW-NO               PIC 9(2).
           01  WS-ROW-LABEL            PIC X(40).
           01  WS-CELL                 PIC X(11).
           01  WS-STALE-COUNT          PIC 9(2) VALUE 0.

      *    鮮度の判定。グループ内で最も新しい日の経過日数と許容
      *    日数(PLM_CONFIG)。
           01  WS-MIN-SNAP-AGE         PIC 9(5).
           01  WS-MIN-LIAB-AGE         PIC 9(5).
           01  WS-SNAP-TOL-NUM         PIC 9(4) VALUE 1.
           01  WS-LIAB-TOL-NUM         PIC 9(4) VALUE 7.
           01  WS-CFG-NUM              PIC 9(4).
           01  WS-CFG-FOUND-SW         PIC X(1) VALUE "N".
               88  WS-CFG-FOUND            VALUE "Y".
           01  WS-FLAG-POS             PIC 9(3).

      *    5日取得義務の判定用(COMPLY_RPTと同じ)。
           01  WS-GRANTED-DAYS-NUM     PIC S9(3)V9.
           01  WS-USED-DAYS-NUM        PIC S9(3)V9.

      *    印字用の編集項目(1列11桁)。
           01  WS-ED-COUNT             PIC Z(10)9.
           01  WS-ED-DAYS              PIC Z(8)9.9.
           01  WS-ED-RATE              PIC Z(8)9.9.
           01  WS-ED-AMOUNT            PIC Z(10)9.
           01  WS-LIAB-THOUSAND        PIC S9(10).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
      *    集計中の会社。許容日数の設定はPLM_COMPANYの会社で読む。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           01  WS-CFG-COMPANY          PIC  X(2) VALUE "01".
           01  WS-COMP-DB              PIC  X(2).
           01  WS-COMP-NAME-DB         PIC  X(20).
           01  WS-CUR-MONTH            PIC  X(7).
           01  WS-CFG-KEY              PIC  X(20).
           01  WS-CFG-COUNT            PIC  X(08).
           01  WS-CFG-VALUE            PIC  X(04).
           01  WS-HEAD                 PIC  X(08).
           01  WS-GRANTED              PIC  X(12).
           01  WS-USED                 PIC  X(12).
           01  WS-LIAB-COUNT           PIC  X(08).
           01  WS-LIAB-AMOUNT          PIC  X(14).
           01  WS-LIAB-DATE            PIC  X(10).
           01  WS-LIAB-AGE             PIC  X(08).
           01  WS-SNAP-COUNT           PIC  X(08).
           01  WS-SNAP-DATE            PIC  X(10).
           01  WS-SNAP-AGE             PIC  X(08).
           01  WS-SNAP-DAYS            PIC  X(12).
           01  WS-EXPIRE-DAYS          PIC  X(12).
      *    5日取得義務のロット。
           COPY EMPREC.
           COPY PLBREC.
           01  WS-GRANTED-DAYS         PIC  X(4).
           COPY OBLGREC.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** GROUP_RPT STARTED ***".

           ACCEPT WS-CFG-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-CFG-COMPANY = SPACE
               MOVE "01" TO WS-CFG-COMPANY
           END-IF.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-TABLES-RTN.
           PERFORM READ-STALE-CONFIG-RTN.
           PERFORM SETUP-COMPANY-LIST-RTN.

           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                   UNTIL WS-COMP-IDX > WS-COMP-COUNT
               PERFORM COLLECT-ONE-COMPANY-RTN
           END-PERFORM.
           PERFORM CALC-GROUP-TOTAL-RTN.
           PERFORM CHECK-STALE-RTN.

           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-TITLE-RTN.
           PERFORM WRITE-TABLE-RTN.
           PERFORM WRITE-LEGEND-RTN.
           CLOSE PRINT-FILE.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "対象会社数 : " WS-COMP-COUNT
               "  鮮度注意 : " WS-STALE-COUNT.
           DISPLAY "*** GROUP_RPT FINISHED ***".
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
      *    会社マスタ・月次サマリ・残高スナップ・引当金の履歴は
      *    それぞれNIGHTLY_RUN・ROLLUP_SUM・BAL_SNAP・LIAB_RPTが
      *    作る。未実行の会社・環境でも表が出せるよう用意する。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS COMPANY_MASTER
               (
                   COMPANY_CODE   VARCHAR(2) NOT NULL,
                   COMPANY_NAME   VARCHAR(20),
                   ENABLED        VARCHAR(1) NOT NULL DEFAULT 'Y',
                   CONSTRAINT COMP_0 PRIMARY KEY (COMPANY_CODE)
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
               CREATE TABLE IF NOT EXISTS PL_BALANCE_SNAP
               (
                   SNAP_DATE      DATE NOT NULL,
                   BALANCE_ID     VARCHAR(12) NOT NULL,
                   B_EMP_ID       VARCHAR(6) NOT NULL,
                   HOLD_DAYS      DECIMAL(3,1) NOT NULL,
                   LEAVE_TYPE     VARCHAR(8) NOT NULL,
                   CONSTRAINT SNAP_0 PRIMARY KEY
                       (SNAP_DATE, BALANCE_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS LIAB_RUN
               (
                   COMPANY_CODE   VARCHAR(2) NOT NULL
                                   DEFAULT '01',
                   RUN_AT         TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   TOTAL_AMOUNT   NUMERIC(13) NOT NULL,
                   CONSTRAINT LIAB_1 PRIMARY KEY
                       (COMPANY_CODE, RUN_AT)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE LIAB_RUN
               ADD COLUMN IF NOT EXISTS COMPANY_CODE
                   VARCHAR(2) NOT NULL DEFAULT '01'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    休暇種別マスタ(5日取得義務に算入する種別)。空のままの
      *    環境では未達件数は0となる。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS LEAVE_TYPE_MASTER
               (
                   LEAVE_TYPE     VARCHAR(8) NOT NULL,
                   TYPE_NAME      VARCHAR(40) NOT NULL,
                   VALID_MONTHS   SMALLINT NOT NULL DEFAULT 24,
                   HALF_DAY_OK    CHAR(1) NOT NULL DEFAULT 'Y',
                   HOURLY_OK      CHAR(1) NOT NULL DEFAULT 'N',
                   COUNT_5DAY     CHAR(1) NOT NULL DEFAULT 'N',
                   PAID_FLAG      CHAR(1) NOT NULL DEFAULT 'Y',
                   ON_LEDGER      CHAR(1) NOT NULL DEFAULT 'N',
                   LT_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT LTM_0 PRIMARY KEY (LEAVE_TYPE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE,'YYYY-MM')
               INTO :WS-CUR-MONTH
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       READ-STALE-CONFIG-RTN.
      ******************************************************************
      *    鮮度の許容日数(0日も有効な設定)。
           MOVE "GRP_SNAP_STALE_DAYS" TO WS-CFG-KEY.
           PERFORM READ-CONFIG-RTN.
           IF WS-CFG-FOUND
               MOVE WS-CFG-NUM TO WS-SNAP-TOL-NUM
           END-IF.
           MOVE "GRP_LIAB_STALE_DAYS" TO WS-CFG-KEY.
           PERFORM READ-CONFIG-RTN.
           IF WS-CFG-FOUND
               MOVE WS-CFG-NUM TO WS-LIAB-TOL-NUM
           END-IF.

      ******************************************************************
       READ-CONFIG-RTN.
      ******************************************************************
      *    WS-CFG-KEYの現在値(4桁以内の数字)をWS-CFG-NUMへ返す。
      *    未設定・数字以外はWS-CFG-FOUND-SWが"N"。
           MOVE "N" TO WS-CFG-FOUND-SW.
           MOVE ZERO TO WS-CFG-NUM.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CFG-COUNT
               FROM PLM_CONFIG
               WHERE CONFIG_KEY = :WS-CFG-KEY
                 AND COMPANY_CODE = :WS-CFG-COMPANY
                 AND EFFECTIVE_FROM <= CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-CFG-COUNT) > 0
               EXEC SQL
                   SELECT LPAD(TRIM(CONFIG_VALUE),4,'0')
                   INTO :WS-CFG-VALUE
                   FROM PLM_CONFIG
                   WHERE CONFIG_KEY = :WS-CFG-KEY
                     AND COMPANY_CODE = :WS-CFG-COMPANY
                     AND EFFECTIVE_FROM <= CURRENT_DATE
                   ORDER BY EFFECTIVE_FROM DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF WS-CFG-VALUE IS NUMERIC
                   MOVE WS-CFG-VALUE TO WS-CFG-NUM
                   MOVE "Y" TO WS-CFG-FOUND-SW
               END-IF
           END-IF.

      ******************************************************************
       SETUP-COMPANY-LIST-RTN.
      ******************************************************************
      *    COMPANY_MASTERの有効な会社を会社コード順に最大10社。
      *    会社マスタが未整備の環境は01の1社とする。
           MOVE ZERO TO WS-COMP-COUNT.
           EXEC SQL
               DECLARE COMP_CURSOR CURSOR FOR
               SELECT COMPANY_CODE, COALESCE(COMPANY_NAME,' ')
               FROM COMPANY_MASTER
               WHERE ENABLED = 'Y'
               ORDER BY COMPANY_CODE ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN COMP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
                   OR WS-COMP-COUNT >= 10
               EXEC SQL
                   FETCH COMP_CURSOR
                   INTO :WS-COMP-DB, :WS-COMP-NAME-DB
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-COMP-COUNT
                   MOVE WS-COMP-DB TO WS-GRP-CODE(WS-COMP-COUNT)
                   MOVE WS-COMP-NAME-DB
                       TO WS-GRP-NAME(WS-COMP-COUNT)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE COMP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF WS-COMP-COUNT = 0
               MOVE 1 TO WS-COMP-COUNT
               MOVE "01" TO WS-GRP-CODE(1)
               MOVE SPACE TO WS-GRP-NAME(1)
           END-IF.
           COMPUTE WS-TOT-IDX = WS-COMP-COUNT + 1.

      ******************************************************************
       COLLECT-ONE-COMPANY-RTN.
      ******************************************************************
           MOVE WS-GRP-CODE(WS-COMP-IDX) TO WS-COMPANY.
           DISPLAY "会社 " WS-COMPANY " 集計中".

      *    在籍人数(休職者を含む)。
           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8))
               INTO :WS-HEAD
               FROM EMP_MASTER
               WHERE COMPANY_CODE = :WS-COMPANY
                 AND EMP_STATUS_CODE IN ('ACTIVE','LOA')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE FUNCTION NUMVAL(WS-HEAD) TO WS-GRP-HEAD(WS-COMP-IDX).

      *    付与・消化日数(UTIL_RPTと同じ)。締まった月は月次
      *    サマリ、当月だけ明細を見る。
           EXEC SQL
               SELECT CAST(COALESCE(
                   (SELECT SUM(S.GRANTED_DAYS)
                    FROM PL_MONTHLY_SUM S
                    INNER JOIN EMP_MASTER E
                        ON E.EMP_ID = S.SUM_EMP_ID
                    WHERE S.SUM_MONTH < :WS-CUR-MONTH
                      AND E.COMPANY_CODE = :WS-COMPANY),0)
                 + COALESCE(
                   (SELECT SUM(H.ACQ_DAYS)
                    FROM PL_HISTORY H
                    INNER JOIN PL_BALANCE B
                        ON B.BALANCE_ID = H.H_BALANCE_ID
                    INNER JOIN EMP_MASTER E
                        ON E.EMP_ID = B.B_EMP_ID
                    WHERE H.TRANSACTION_TYPE IN
                          ('GRANT','LOAGRANT','ADJUST',
                           'CATCHUP')
                      AND TO_CHAR(H.ACQ_DATE,'YYYY-MM')
                          = :WS-CUR-MONTH
                      AND E.COMPANY_CODE = :WS-COMPANY),0)
                   AS VARCHAR(12))
               INTO :WS-GRANTED
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT CAST(COALESCE(
                   (SELECT SUM(S.USED_DAYS)
                    FROM PL_MONTHLY_SUM S
                    INNER JOIN EMP_MASTER E
                        ON E.EMP_ID = S.SUM_EMP_ID
                    WHERE S.SUM_MONTH < :WS-CUR-MONTH
                      AND E.COMPANY_CODE = :WS-COMPANY),0)
                 + COALESCE(
                   (SELECT SUM(0 - H.ACQ_DAYS)
                    FROM PL_HISTORY H
                    INNER JOIN PL_BALANCE B
                        ON B.BALANCE_ID = H.H_BALANCE_ID
                    INNER JOIN EMP_MASTER E
                        ON E.EMP_ID = B.B_EMP_ID
                    WHERE H.TRANSACTION_TYPE IN ('USE','DESIGNATE')
                      AND TO_CHAR(H.ACQ_DATE,'YYYY-MM')
                          = :WS-CUR-MONTH
                      AND E.COMPANY_CODE = :WS-COMPANY),0)
                   AS VARCHAR(12))
               INTO :WS-USED
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE FUNCTION NUMVAL(WS-GRANTED)
               TO WS-GRP-GRANTED(WS-COMP-IDX).
           MOVE FUNCTION NUMVAL(WS-USED)
               TO WS-GRP-USED(WS-COMP-IDX).

           MOVE ZERO TO WS-GRP-VIOL(WS-COMP-IDX).
           PERFORM COUNT-VIOLATIONS-RTN.
           PERFORM READ-LIAB-RUN-RTN.
           PERFORM READ-BAL-SNAP-RTN.

      *    今後12ヶ月の失効見込(FORECAST_RPTと同じ条件)。
           EXEC SQL
               SELECT CAST(COALESCE(SUM(B.HOLD_DAYS),0)
                          AS VARCHAR(12))
               INTO :WS-EXPIRE-DAYS
               FROM PL_BALANCE B
               INNER JOIN EMP_MASTER E
                   ON B.B_EMP_ID = E.EMP_ID
               WHERE B.HOLD_DAYS > 0
                 AND E.EMP_STATUS_CODE = 'ACTIVE'
                 AND E.COMPANY_CODE = :WS-COMPANY
                 AND COALESCE(B.EXPIRE_DATE,
                         B.GRANT_DAYS + INTERVAL '2 years')
                     > CURRENT_DATE
                 AND COALESCE(B.EXPIRE_DATE,
                         B.GRANT_DAYS + INTERVAL '2 years')
                     <= CURRENT_DATE + INTERVAL '12 months'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE FUNCTION NUMVAL(WS-EXPIRE-DAYS)
               TO WS-GRP-EXPIRE(WS-COMP-IDX).

      ******************************************************************
       COUNT-VIOLATIONS-RTN.
      ******************************************************************
      *    5日取得義務の未達件数。COMPLY_RPTのCHECK-EACH-LOTと同じ
      *    く、付与10日以上のロットの義務期間(OBLIG-PERIOD)ごとに
      *    先頭ロットで1回だけ判定する。
           EXEC SQL
               DECLARE LOT_CURSOR CURSOR FOR
               SELECT EMP_MASTER.EMP_ID, PL_BALANCE.BALANCE_ID
               FROM EMP_MASTER
               INNER JOIN PL_BALANCE
               ON EMP_MASTER.EMP_ID = PL_BALANCE.B_EMP_ID
               WHERE EMP_STATUS = TRUE
                 AND LEAVE_TYPE IN
                     (SELECT LEAVE_TYPE FROM LEAVE_TYPE_MASTER
                      WHERE COUNT_5DAY = 'Y')
                 AND EMP_MASTER.COMPANY_CODE = :WS-COMPANY
               ORDER BY EMP_MASTER.EMP_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN LOT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH LOT_CURSOR
                   INTO :EMP-ID, :BALANCE-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM EVALUATE-ONE-LOT-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE LOT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       EVALUATE-ONE-LOT-RTN.
      ******************************************************************
           EXEC SQL
               SELECT COALESCE(SUM(ACQ_DAYS),0)
               INTO :WS-GRANTED-DAYS
               FROM PL_HISTORY
               WHERE H_BALANCE_ID = :BALANCE-ID
                 AND TRANSACTION_TYPE IN
                     ('GRANT','LOAGRANT','ADJUST',
                      'CATCHUP')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE FUNCTION NUMVAL(WS-GRANTED-DAYS) TO WS-GRANTED-DAYS-NUM.

           IF WS-GRANTED-DAYS-NUM >= 10
               MOVE BALANCE-ID TO OBL-BALANCE-ID
               CALL "OBLIG-PERIOD" USING SQLCA OBL-PARM-VARS
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE OBL-USED TO WS-USED-DAYS-NUM
               IF OBL-LOT-COUNT > 0 AND OBL-LEAD-ID = BALANCE-ID
                   AND WS-USED-DAYS-NUM < OBL-REQUIRED
                   ADD 1 TO WS-GRP-VIOL(WS-COMP-IDX)
               END-IF
           END-IF.

      ******************************************************************
       READ-LIAB-RUN-RTN.
      ******************************************************************
      *    当社の最新の引当金評価(LIAB_RPTのLIAB_RUN)。
           MOVE ZERO TO WS-GRP-LIAB(WS-COMP-IDX).
           MOVE SPACE TO WS-GRP-LIAB-DATE(WS-COMP-IDX).
           MOVE 99999 TO WS-GRP-LIAB-AGE(WS-COMP-IDX).
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LIAB-COUNT
               FROM LIAB_RUN
               WHERE COMPANY_CODE = :WS-COMPANY
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-LIAB-COUNT) > 0
               EXEC SQL
                   SELECT CAST(TOTAL_AMOUNT AS VARCHAR(14)),
                          TO_CHAR(RUN_AT,'YYYY-MM-DD'),
                          CAST(CURRENT_DATE - CAST(RUN_AT AS DATE)
                               AS VARCHAR(8))
                   INTO :WS-LIAB-AMOUNT, :WS-LIAB-DATE,
                        :WS-LIAB-AGE
                   FROM LIAB_RUN
                   WHERE COMPANY_CODE = :WS-COMPANY
                   ORDER BY RUN_AT DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-LIAB-AMOUNT)
                   TO WS-GRP-LIAB(WS-COMP-IDX)
               MOVE WS-LIAB-DATE TO WS-GRP-LIAB-DATE(WS-COMP-IDX)
               MOVE FUNCTION NUMVAL(WS-LIAB-AGE)
                   TO WS-GRP-LIAB-AGE(WS-COMP-IDX)
           END-IF.

      ******************************************************************
       READ-BAL-SNAP-RTN.
      ******************************************************************
      *    当社の社員の最新の残高スナップ(BAL_SNAP)の日付と、その
      *    日の残日数の合計。
           MOVE ZERO TO WS-GRP-SNAP-DAYS(WS-COMP-IDX).
           MOVE SPACE TO WS-GRP-SNAP-DATE(WS-COMP-IDX).
           MOVE 99999 TO WS-GRP-SNAP-AGE(WS-COMP-IDX).
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-SNAP-COUNT
               FROM PL_BALANCE_SNAP S
               INNER JOIN EMP_MASTER E
                   ON E.EMP_ID = S.B_EMP_ID
               WHERE E.COMPANY_CODE = :WS-COMPANY
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-SNAP-COUNT) > 0
               EXEC SQL
                   SELECT TO_CHAR(MAX(S.SNAP_DATE),'YYYY-MM-DD'),
                          CAST(CURRENT_DATE - MAX(S.SNAP_DATE)
                               AS VARCHAR(8))
                   INTO :WS-SNAP-DATE, :WS-SNAP-AGE
                   FROM PL_BALANCE_SNAP S
                   INNER JOIN EMP_MASTER E
                       ON E.EMP_ID = S.B_EMP_ID
                   WHERE E.COMPANY_CODE = :WS-COMPANY
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               EXEC SQL
                   SELECT CAST(COALESCE(SUM(S.HOLD_DAYS),0)
                              AS VARCHAR(12))
                   INTO :WS-SNAP-DAYS
                   FROM PL_BALANCE_SNAP S
                   INNER JOIN EMP_MASTER E
                       ON E.EMP_ID = S.B_EMP_ID
                   WHERE E.COMPANY_CODE = :WS-COMPANY
                     AND S.SNAP_DATE = CAST(:WS-SNAP-DATE AS DATE)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-SNAP-DAYS)
                   TO WS-GRP-SNAP-DAYS(WS-COMP-IDX)
               MOVE WS-SNAP-DATE TO WS-GRP-SNAP-DATE(WS-COMP-IDX)
               MOVE FUNCTION NUMVAL(WS-SNAP-AGE)
                   TO WS-GRP-SNAP-AGE(WS-COMP-IDX)
           END-IF.

      ******************************************************************
       CALC-GROUP-TOTAL-RTN.
      ******************************************************************
      *    合計列。取得率は合計の日数から求め直す。日付はグループ
      *    内で最も新しいもの。
           INITIALIZE WS-GRP-ENTRY(WS-TOT-IDX).
           MOVE 99999 TO WS-GRP-LIAB-AGE(WS-TOT-IDX).
           MOVE 99999 TO WS-GRP-SNAP-AGE(WS-TOT-IDX).
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                   UNTIL WS-COMP-IDX > WS-COMP-COUNT
               PERFORM ADD-TO-TOTAL-RTN
           END-PERFORM.
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                   UNTIL WS-COMP-IDX > WS-TOT-IDX
               MOVE ZERO TO WS-GRP-RATE(WS-COMP-IDX)
               IF WS-GRP-GRANTED(WS-COMP-IDX) > 0
                   COMPUTE WS-GRP-RATE(WS-COMP-IDX) ROUNDED =
                       WS-GRP-USED(WS-COMP-IDX) * 100
                       / WS-GRP-GRANTED(WS-COMP-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
       ADD-TO-TOTAL-RTN.
      ******************************************************************
           ADD WS-GRP-HEAD(WS-COMP-IDX)    TO WS-GRP-HEAD(WS-TOT-IDX).
           ADD WS-GRP-GRANTED(WS-COMP-IDX)
               TO WS-GRP-GRANTED(WS-TOT-IDX).
           ADD WS-GRP-USED(WS-COMP-IDX)    TO WS-GRP-USED(WS-TOT-IDX).
           ADD WS-GRP-VIOL(WS-COMP-IDX)    TO WS-GRP-VIOL(WS-TOT-IDX).
           ADD WS-GRP-LIAB(WS-COMP-IDX)    TO WS-GRP-LIAB(WS-TOT-IDX).
           ADD WS-GRP-SNAP-DAYS(WS-COMP-IDX)
               TO WS-GRP-SNAP-DAYS(WS-TOT-IDX).
           ADD WS-GRP-EXPIRE(WS-COMP-IDX)
               TO WS-GRP-EXPIRE(WS-TOT-IDX).
           IF WS-GRP-LIAB-AGE(WS-COMP-IDX)
               < WS-GRP-LIAB-AGE(WS-TOT-IDX)
               MOVE WS-GRP-LIAB-AGE(WS-COMP-IDX)
                   TO WS-GRP-LIAB-AGE(WS-TOT-IDX)
               MOVE WS-GRP-LIAB-DATE(WS-COMP-IDX)
                   TO WS-GRP-LIAB-DATE(WS-TOT-IDX)
           END-IF.
           IF WS-GRP-SNAP-AGE(WS-COMP-IDX)
               < WS-GRP-SNAP-AGE(WS-TOT-IDX)
               MOVE WS-GRP-SNAP-AGE(WS-COMP-IDX)
                   TO WS-GRP-SNAP-AGE(WS-TOT-IDX)
               MOVE WS-GRP-SNAP-DATE(WS-COMP-IDX)
                   TO WS-GRP-SNAP-DATE(WS-TOT-IDX)
           END-IF.

      ******************************************************************
       CHECK-STALE-RTN.
      ******************************************************************
      *    グループ内で最も新しい日より許容日数を超えて古い(または
      *    未作成の)会社に印を付ける。1社でもあれば合計列は混在。
           MOVE WS-GRP-SNAP-AGE(WS-TOT-IDX) TO WS-MIN-SNAP-AGE.
           MOVE WS-GRP-LIAB-AGE(WS-TOT-IDX) TO WS-MIN-LIAB-AGE.
           MOVE ZERO TO WS-STALE-COUNT.
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                   UNTIL WS-COMP-IDX > WS-COMP-COUNT
               PERFORM CHECK-ONE-STALE-RTN
           END-PERFORM.
           MOVE SPACE TO WS-GRP-FLAG(WS-TOT-IDX).
           IF WS-STALE-COUNT > 0
               MOVE "*MIXED" TO WS-GRP-FLAG(WS-TOT-IDX)
           END-IF.

      ******************************************************************
       CHECK-ONE-STALE-RTN.
      ******************************************************************
           MOVE SPACE TO WS-GRP-FLAG(WS-COMP-IDX).
           MOVE 1 TO WS-FLAG-POS.
           IF WS-GRP-SNAP-AGE(WS-COMP-IDX) = 99999
               OR WS-GRP-SNAP-AGE(WS-COMP-IDX)
                   > WS-MIN-SNAP-AGE + WS-SNAP-TOL-NUM
               STRING "*SNAP" DELIMITED BY SIZE
                   INTO WS-GRP-FLAG(WS-COMP-IDX)
                   WITH POINTER WS-FLAG-POS
           END-IF.
           IF WS-GRP-LIAB-AGE(WS-COMP-IDX) = 99999
               OR WS-GRP-LIAB-AGE(WS-COMP-IDX)
                   > WS-MIN-LIAB-AGE + WS-LIAB-TOL-NUM
               STRING "*LIAB" DELIMITED BY SIZE
                   INTO WS-GRP-FLAG(WS-COMP-IDX)
                   WITH POINTER WS-FLAG-POS
           END-IF.
           IF WS-GRP-FLAG(WS-COMP-IDX) NOT = SPACE
               ADD 1 TO WS-STALE-COUNT
           END-IF.

      ******************************************************************
       WRITE-TITLE-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           STRING "グループ連結 有給休暇状況"
               "  作成日 " WS-TODAY-NUM
               "  対象会社数 " WS-COMP-COUNT
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-TABLE-RTN.
      ******************************************************************
      *    1行に会社ごとの列(各11桁)と合計列を並べ、項目名は行末
      *    に置く。
           PERFORM VARYING WS-ROW-NO FROM 1 BY 1
                   UNTIL WS-ROW-NO > 13
               PERFORM WRITE-ROW-RTN
           END-PERFORM.

      ******************************************************************
       WRITE-ROW-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-TOT-IDX
               PERFORM EDIT-CELL-RTN
               COMPUTE WS-COL-POS = (WS-COL-IDX - 1) * 11 + 1
               MOVE WS-CELL TO PRINT-REC(WS-COL-POS:11)
           END-PERFORM.
           COMPUTE WS-COL-POS = WS-TOT-IDX * 11 + 3.
           MOVE WS-ROW-LABEL TO PRINT-REC(WS-COL-POS:40).
           WRITE PRINT-REC.

      ******************************************************************
       EDIT-CELL-RTN.
      ******************************************************************
           MOVE SPACE TO WS-CELL.
           EVALUATE WS-ROW-NO
               WHEN 1
                   MOVE "会社" TO WS-ROW-LABEL
                   IF WS-COL-IDX = WS-TOT-IDX
                       MOVE "      TOTAL" TO WS-CELL
                   ELSE
                       MOVE WS-GRP-CODE(WS-COL-IDX) TO WS-CELL(10:2)
                   END-IF
               WHEN 2
                   MOVE ALL "-" TO WS-CELL(2:10)
                   MOVE SPACE TO WS-ROW-LABEL
               WHEN 3
                   MOVE "在籍人数(休職含む)" TO WS-ROW-LABEL
                   MOVE WS-GRP-HEAD(WS-COL-IDX) TO WS-ED-COUNT
                   MOVE WS-ED-COUNT TO WS-CELL
               WHEN 4
                   MOVE "付与日数" TO WS-ROW-LABEL
                   MOVE WS-GRP-GRANTED(WS-COL-IDX) TO WS-ED-DAYS
                   MOVE WS-ED-DAYS TO WS-CELL
               WHEN 5
                   MOVE "消化日数" TO WS-ROW-LABEL
                   MOVE WS-GRP-USED(WS-COL-IDX) TO WS-ED-DAYS
                   MOVE WS-ED-DAYS TO WS-CELL
               WHEN 6
                   MOVE "取得率(%)" TO WS-ROW-LABEL
                   MOVE WS-GRP-RATE(WS-COL-IDX) TO WS-ED-RATE
                   MOVE WS-ED-RATE TO WS-CELL
               WHEN 7
                   MOVE "5日取得義務 未達件数" TO WS-ROW-LABEL
                   MOVE WS-GRP-VIOL(WS-COL-IDX) TO WS-ED-COUNT
                   MOVE WS-ED-COUNT TO WS-CELL
               WHEN 8
                   MOVE "引当金(千円)" TO WS-ROW-LABEL
                   COMPUTE WS-LIAB-THOUSAND ROUNDED =
                       WS-GRP-LIAB(WS-COL-IDX) / 1000
                   MOVE WS-LIAB-THOUSAND TO WS-ED-AMOUNT
                   MOVE WS-ED-AMOUNT TO WS-CELL
               WHEN 9
                   MOVE "引当金の評価日(LIAB_RUN)"
                       TO WS-ROW-LABEL
                   PERFORM EDIT-LIAB-DATE-RTN
               WHEN 10
                   MOVE "残日数(BAL_SNAP)" TO WS-ROW-LABEL
                   MOVE WS-GRP-SNAP-DAYS(WS-COL-IDX) TO WS-ED-DAYS
                   MOVE WS-ED-DAYS TO WS-CELL
               WHEN 11
                   MOVE "残高スナップ日" TO WS-ROW-LABEL
                   PERFORM EDIT-SNAP-DATE-RTN
               WHEN 12
                   MOVE "今後12ヶ月の失効見込日数"
                       TO WS-ROW-LABEL
                   MOVE WS-GRP-EXPIRE(WS-COL-IDX) TO WS-ED-DAYS
                   MOVE WS-ED-DAYS TO WS-CELL
               WHEN 13
                   MOVE "鮮度の注意" TO WS-ROW-LABEL
                   MOVE WS-GRP-FLAG(WS-COL-IDX) TO WS-CELL(2:10)
           END-EVALUATE.

      ******************************************************************
       EDIT-LIAB-DATE-RTN.
      ******************************************************************
           IF WS-GRP-LIAB-DATE(WS-COL-IDX) = SPACE
               MOVE "       NONE" TO WS-CELL
           ELSE
               MOVE WS-GRP-LIAB-DATE(WS-COL-IDX) TO WS-CELL(2:10)
           END-IF.

      ******************************************************************
       EDIT-SNAP-DATE-RTN.
      ******************************************************************
           IF WS-GRP-SNAP-DATE(WS-COL-IDX) = SPACE
               MOVE "       NONE" TO WS-CELL
           ELSE
               MOVE WS-GRP-SNAP-DATE(WS-COL-IDX) TO WS-CELL(2:10)
           END-IF.

      ******************************************************************
       WRITE-LEGEND-RTN.
      ******************************************************************
      *    会社名の一覧と印の説明。
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                   UNTIL WS-COMP-IDX > WS-COMP-COUNT
               MOVE SPACE TO PRINT-REC
               STRING "  " WS-GRP-CODE(WS-COMP-IDX) " : "
                   WS-GRP-NAME(WS-COMP-IDX)
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-PERFORM.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "  *SNAP / *LIAB : "
               "残高スナップ / 引当金評価が未作成、"
               "またはグループ内の最新より"
               "許容日数を超えて古い会社"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-SNAP-TOL-NUM TO WS-ED-COUNT.
           MOVE SPACE TO PRINT-REC.
           STRING "    許容日数 スナップ " WS-ED-COUNT(8:4)
               " 日 (GRP_SNAP_STALE_DAYS)"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-LIAB-TOL-NUM TO WS-ED-COUNT.
           MOVE SPACE TO PRINT-REC.
           STRING "    許容日数 引当金   " WS-ED-COUNT(8:4)
               " 日 (GRP_LIAB_STALE_DAYS)"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "  *MIXED : "
               "合計列に作成日の異なる会社の値が"
               "含まれる"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

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
