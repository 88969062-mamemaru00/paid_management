      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 CARE_GRANT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    子の看護休暇(CHLDCARE)・介護休暇(FAMLCARE)の付与
      *    プログラム。どちらも4月〜3月の年度単位で、対象の子
      *    (要介護の家族)が1人なら5日、2人以上なら10日。人数は
      *    家族台帳(EMP_DEPENDENT、DB/EMP_DEPENDENTがDEPINから
      *    取込む)から数える。
      *      子   : 続柄CHILDで、基準日に生まれており、小学校
      *             3年生修了(9歳到達後の3月末)までの子
      *      介護 : 要介護フラグYの家族(続柄は問わない)
      *    いずれも基準日が台帳の有効期間内のものに限る。
      *    年度ごとに種別ごとのロットを1件持ち、失効日は翌年度の
      *    4月1日(年度末で失効し繰越さない)。実行モード:
      *      A  = 年度初めの付与。当年度の4月1日を基準日・付与日と
      *           して、まだロットの無い社員に付与する
      *      空欄= 日次の見直し(NIGHTLY_RUNのステップ)。当日を
      *           基準日に人数を数え直し、年度のロットが無ければ
      *           当日付で付与し、あれば付与済み日数(GRANT+ADJUST)
      *           との差をADJUST区分で反映する(子の出生・要介護
      *           認定での増加、扶養から外れた等での減少)。減らす
      *           場合も取得済みの日数までは取り上げず、残日数は
      *           0で止める(EMPTYPE_ADJと同じ扱い)。
      *    4月最初の日次実行では新年度のロットが無いため、A を
      *    流さなくても当日付で新年度分が付与される。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "CARE_GRANT".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-CMD-ARG              PIC X(1) VALUE SPACE.
           01  WS-RUN-MODE-SW          PIC X(1) VALUE "D".
               88  WS-ANNUAL-MODE          VALUE "A".
               88  WS-DAILY-MODE           VALUE "D".

           01  TODAY-INPUT.
               03  WS-TODAY-NUM        PIC 9(8).
           01  TODAY-INPUT-R REDEFINES TODAY-INPUT.
               03  WS-TODAY-YEAR       PIC 9(4).
               03  WS-TODAY-MONTH      PIC 9(2).
               03  WS-TODAY-DAY        PIC 9(2).
           01  WS-FY-YEAR              PIC 9(4).
           01  WS-FY-NEXT-YEAR         PIC 9(4).

      *    付与日数。対象が1人なら5日、2人以上なら10日。
           01  WS-DAYS-FOR-ONE         PIC S9(3)V9 VALUE 5.
           01  WS-DAYS-FOR-TWO         PIC S9(3)V9 VALUE 10.
           01  WS-PERSON-COUNT-NUM     PIC 9(4).
           01  WS-ORIG-DAYS-NUM        PIC S9(3)V9.
           01  WS-HOLD-DAYS-NUM        PIC S9(3)V9.

           01  WS-EMP-COUNT-NUM        PIC 9(6) VALUE 0.
           01  WS-GRANT-COUNT          PIC 9(6) VALUE 0.
           01  WS-ADJUST-COUNT         PIC 9(6) VALUE 0.
           01  WS-NEXT-HISTORY-ID      PIC 9(8) VALUE 0.
           01  WS-NEXT-BALANCE-SEQ     PIC 9(6).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           COPY PLBREC.
           COPY PLHREC.
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
      *    基準日(人数を数える日)・付与日と、対象年度の範囲。
           01  WS-ASOF-DATE            PIC  X(10).
           01  WS-GRANT-DATE           PIC  X(10).
           01  WS-FY-START             PIC  X(10).
           01  WS-FY-END               PIC  X(10).
      *    子の看護休暇の対象は小学校何年生の修了までか(法改正で
      *    就学前から3年生修了までに拡大)。
           01  WS-CHILD-GRADES         PIC  9(1) VALUE 3.
           01  WS-CUR-EMP-ID           PIC  X(6).
           01  WS-CHILD-COUNT          PIC  X(4).
           01  WS-CARE-COUNT           PIC  X(4).
           01  WS-CARE-TYPE            PIC  X(8).
           01  WS-LOT-COUNT            PIC  X(8).
           01  WS-ORIG-DAYS            PIC  X(8).
           01  WS-ENTITLE-DAYS         PIC S9(3)V9.
           01  WS-DELTA-DAYS           PIC S9(3)V9.
           01  WS-NEW-HOLD-DAYS        PIC S9(3)V9.
      *    夜間バッチ(NIGHTLY_RUN)から渡されるランIDとステップ名。
      *    PL_BALANCE/PL_HISTORYへ書く行に刻印する(単独実行ではNULL)。
           01  WS-RUN-ID               PIC  X(8) VALUE SPACE.
           01  WS-RUN-STEP             PIC  X(20) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** CARE_GRANT STARTED ***".

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "PLM_RUN_ID".
           ACCEPT WS-RUN-STEP FROM ENVIRONMENT "PLM_RUN_STEP".
           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF WS-CMD-ARG = "A"
               MOVE "A" TO WS-RUN-MODE-SW
           END-IF.

           PERFORM SET-FISCAL-YEAR-RTN.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-TABLES-RTN.

           IF WS-ANNUAL-MODE
               DISPLAY "年度初めの付与  年度開始 : "
                   WS-FY-START
           ELSE
               DISPLAY "日次の見直し    基準日 : "
                   WS-ASOF-DATE
           END-IF.

           PERFORM GRANT-ALL-EMPLOYEES-RTN.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "対象社員数 : " WS-EMP-COUNT-NUM.
           DISPLAY "新規付与   : " WS-GRANT-COUNT.
           DISPLAY "日数見直し : " WS-ADJUST-COUNT.
           DISPLAY "*** CARE_GRANT FINISHED ***".
           STOP RUN.

      ******************************************************************
       SET-FISCAL-YEAR-RTN.
      ******************************************************************
      *    当日の属する年度(4月〜3月)を求める。Aモードは年度の
      *    4月1日を基準日・付与日とする。
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           IF WS-TODAY-MONTH >= 4
               MOVE WS-TODAY-YEAR TO WS-FY-YEAR
           ELSE
               COMPUTE WS-FY-YEAR = WS-TODAY-YEAR - 1
           END-IF.
           COMPUTE WS-FY-NEXT-YEAR = WS-FY-YEAR + 1.

           MOVE SPACE TO WS-FY-START.
           STRING WS-FY-YEAR "-04-01"
               DELIMITED BY SIZE INTO WS-FY-START.
           MOVE SPACE TO WS-FY-END.
           STRING WS-FY-NEXT-YEAR "-04-01"
               DELIMITED BY SIZE INTO WS-FY-END.

           IF WS-ANNUAL-MODE
               MOVE WS-FY-START TO WS-ASOF-DATE
           ELSE
               MOVE SPACE TO WS-ASOF-DATE
               STRING WS-TODAY-YEAR "-" WS-TODAY-MONTH "-"
                   WS-TODAY-DAY
                   DELIMITED BY SIZE INTO WS-ASOF-DATE
           END-IF.
           MOVE WS-ASOF-DATE TO WS-GRANT-DATE.

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
      *    家族台帳(DB/EMP_DEPENDENTが作成・取込)と、付与する2種別。
      *    種別の規則はDB/LEAVE_TYPE_MASTERの初期値と同じで、既に
      *    登録済みの場合は上書きしない。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS EMP_DEPENDENT
               (
                   D_EMP_ID       VARCHAR(6) NOT NULL,
                   DEP_SEQ        VARCHAR(2) NOT NULL,
                   DEP_NAME       VARCHAR(20),
                   RELATIONSHIP   VARCHAR(8) NOT NULL,
                   BIRTH_DATE     DATE,
                   CARE_NEEDED    CHAR(1) NOT NULL DEFAULT 'N',
                   VALID_FROM     DATE NOT NULL
                                   DEFAULT DATE '1900-01-01',
                   VALID_TO       DATE,
                   DEP_UPDATED_AT TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT EDEP_0 PRIMARY KEY (D_EMP_ID, DEP_SEQ)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

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
               INSERT INTO LEAVE_TYPE_MASTER
                   (LEAVE_TYPE, TYPE_NAME, VALID_MONTHS, HALF_DAY_OK,
                    HOURLY_OK, COUNT_5DAY, PAID_FLAG, ON_LEDGER)
               VALUES ('CHLDCARE', '子の看護休暇', 12, 'Y',
                       'Y', 'N', 'N', 'N')
               ON CONFLICT (LEAVE_TYPE) DO NOTHING
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO LEAVE_TYPE_MASTER
                   (LEAVE_TYPE, TYPE_NAME, VALID_MONTHS, HALF_DAY_OK,
                    HOURLY_OK, COUNT_5DAY, PAID_FLAG, ON_LEDGER)
               VALUES ('FAMLCARE', '介護休暇', 12, 'Y',
                       'Y', 'N', 'N', 'N')
               ON CONFLICT (LEAVE_TYPE) DO NOTHING
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       GRANT-ALL-EMPLOYEES-RTN.
      ******************************************************************
      *    在籍者(休職者を含む)ごとに、基準日時点の対象の子の人数と
      *    要介護家族の人数を数える。子の対象期限は、就学年度(4月2日
      *    〜翌4月1日生まれが同じ学年)の入学年から数えて
      *    WS-CHILD-GRADES年後の4月1日の前日まで。入学年は生年月日に
      *    9か月を足して1日引いた日の年+6で求める。
           EXEC SQL
               DECLARE CARE_EMP_CURSOR CURSOR FOR
               SELECT E.EMP_ID,
                      CAST((SELECT COUNT(*)
                            FROM EMP_DEPENDENT D
                            WHERE D.D_EMP_ID = E.EMP_ID
                              AND D.RELATIONSHIP = 'CHILD'
                              AND D.BIRTH_DATE <=
                                  CAST(:WS-ASOF-DATE AS DATE)
                              AND D.VALID_FROM <=
                                  CAST(:WS-ASOF-DATE AS DATE)
                              AND (D.VALID_TO IS NULL
                                   OR D.VALID_TO >=
                                      CAST(:WS-ASOF-DATE AS DATE))
                              AND CAST(:WS-ASOF-DATE AS DATE) <
                                  MAKE_DATE(
                                    CAST(EXTRACT(YEAR FROM
                                      D.BIRTH_DATE
                                      + INTERVAL '9 months'
                                      - INTERVAL '1 day') AS INTEGER)
                                    + 6
                                    + CAST(:WS-CHILD-GRADES
                                           AS INTEGER),
                                    4, 1))
                           AS VARCHAR(4)),
                      CAST((SELECT COUNT(*)
                            FROM EMP_DEPENDENT D
                            WHERE D.D_EMP_ID = E.EMP_ID
                              AND D.CARE_NEEDED = 'Y'
                              AND D.VALID_FROM <=
                                  CAST(:WS-ASOF-DATE AS DATE)
                              AND (D.VALID_TO IS NULL
                                   OR D.VALID_TO >=
                                      CAST(:WS-ASOF-DATE AS DATE)))
                           AS VARCHAR(4))
               FROM EMP_MASTER E
               WHERE E.EMP_STATUS_CODE IN ('ACTIVE','LOA')
                 AND E.COMPANY_CODE = :WS-COMPANY
               ORDER BY E.EMP_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN CARE_EMP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CARE_EMP_CURSOR
                   INTO :WS-CUR-EMP-ID, :WS-CHILD-COUNT,
                        :WS-CARE-COUNT
               END-EXEC
               IF SQLCODE = 0
                   PERFORM GRANT-ONE-EMPLOYEE-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CARE_EMP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       GRANT-ONE-EMPLOYEE-RTN.
      ******************************************************************
           ADD 1 TO WS-EMP-COUNT-NUM.

           MOVE "CHLDCARE" TO WS-CARE-TYPE.
           MOVE FUNCTION NUMVAL(WS-CHILD-COUNT)
               TO WS-PERSON-COUNT-NUM.
           PERFORM APPLY-ENTITLEMENT-RTN.

           MOVE "FAMLCARE" TO WS-CARE-TYPE.
           MOVE FUNCTION NUMVAL(WS-CARE-COUNT)
               TO WS-PERSON-COUNT-NUM.
           PERFORM APPLY-ENTITLEMENT-RTN.

      ******************************************************************
       APPLY-ENTITLEMENT-RTN.
      ******************************************************************
      *    人数から年度の付与日数を決め、年度のロットと突き合わせる。
      *    Aモードは新規付与だけを行い、既存ロットの見直しは日次に
      *    任せる(年度初めの再実行で二重付与しない)。
           EVALUATE TRUE
               WHEN WS-PERSON-COUNT-NUM >= 2
                   MOVE WS-DAYS-FOR-TWO TO WS-ENTITLE-DAYS
               WHEN WS-PERSON-COUNT-NUM = 1
                   MOVE WS-DAYS-FOR-ONE TO WS-ENTITLE-DAYS
               WHEN OTHER
                   MOVE ZERO TO WS-ENTITLE-DAYS
           END-EVALUATE.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LOT-COUNT
               FROM PL_BALANCE
               WHERE B_EMP_ID = :WS-CUR-EMP-ID
                 AND LEAVE_TYPE = :WS-CARE-TYPE
                 AND GRANT_DAYS >= CAST(:WS-FY-START AS DATE)
                 AND GRANT_DAYS < CAST(:WS-FY-END AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-LOT-COUNT) = 0
               IF WS-ENTITLE-DAYS > 0
                   PERFORM WRITE-CARE-LOT-RTN
               END-IF
           ELSE
               IF WS-DAILY-MODE
                   PERFORM ADJUST-CARE-LOT-RTN
               END-IF
           END-IF.

      ******************************************************************
       WRITE-CARE-LOT-RTN.
      ******************************************************************
      *    年度のロットを1件書き、GRANT区分の履歴を残す。失効日は
      *    翌年度の4月1日。
           PERFORM GET-NEXT-BALANCE-SEQ.
           MOVE SPACE TO BALANCE-ID.
           STRING WS-CUR-EMP-ID WS-NEXT-BALANCE-SEQ
               DELIMITED BY SIZE INTO BALANCE-ID.

           EXEC SQL
               INSERT INTO PL_BALANCE
               (BALANCE_ID, B_EMP_ID, BALANCE_STATUS, GRANT_DAYS,
                HOLD_DAYS, LAST_UPD_DATE, LEAVE_TYPE,
                EXPIRE_DATE, GRANTED_DAYS, COMPANY_CODE,
                RUN_ID, RUN_STEP)
               VALUES
               (:BALANCE-ID, :WS-CUR-EMP-ID, TRUE,
                CAST(:WS-GRANT-DATE AS DATE), :WS-ENTITLE-DAYS,
                CAST(:WS-GRANT-DATE AS DATE), :WS-CARE-TYPE,
                CAST(:WS-FY-END AS DATE), :WS-ENTITLE-DAYS,
                :WS-COMPANY,
                CAST(NULLIF(TRIM(:WS-RUN-ID),'') AS NUMERIC(8)),
                NULLIF(TRIM(:WS-RUN-STEP),''))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM GET-NEXT-HISTORY-ID.
           MOVE WS-NEXT-HISTORY-ID TO HISTORY-ID.

           EXEC SQL
               INSERT INTO PL_HISTORY
               (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                INSERT_DATETIME, TRANSACTION_TYPE, RUN_ID, RUN_STEP)
               VALUES
               (:HISTORY-ID, :BALANCE-ID,
                CAST(:WS-GRANT-DATE AS DATE), :WS-ENTITLE-DAYS,
                CURRENT_TIMESTAMP, 'GRANT',
                CAST(NULLIF(TRIM(:WS-RUN-ID),'') AS NUMERIC(8)),
                NULLIF(TRIM(:WS-RUN-STEP),''))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           ADD 1 TO WS-GRANT-COUNT.
           DISPLAY WS-CUR-EMP-ID " " WS-CARE-TYPE " 付与 "
               WS-ENTITLE-DAYS " 日  ロット " BALANCE-ID.

      ******************************************************************
       ADJUST-CARE-LOT-RTN.
      ******************************************************************
      *    年度のロットの付与済み日数(GRANT+ADJUST)と、今日の人数
      *    から求めた日数との差をADJUST区分で反映する。差分ゼロなら
      *    何もしない。
           EXEC SQL
               SELECT BALANCE_ID, CAST(HOLD_DAYS AS VARCHAR(4))
               INTO :BALANCE-ID, :HOLD-DAYS
               FROM PL_BALANCE
               WHERE B_EMP_ID = :WS-CUR-EMP-ID
                 AND LEAVE_TYPE = :WS-CARE-TYPE
                 AND GRANT_DAYS >= CAST(:WS-FY-START AS DATE)
                 AND GRANT_DAYS < CAST(:WS-FY-END AS DATE)
               ORDER BY GRANT_DAYS DESC, BALANCE_ID DESC
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT CAST(COALESCE(SUM(ACQ_DAYS),0) AS VARCHAR(8))
               INTO :WS-ORIG-DAYS
               FROM PL_HISTORY
               WHERE H_BALANCE_ID = :BALANCE-ID
                 AND TRANSACTION_TYPE IN ('GRANT','ADJUST')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE FUNCTION NUMVAL(WS-ORIG-DAYS) TO WS-ORIG-DAYS-NUM.
           COMPUTE WS-DELTA-DAYS =
               WS-ENTITLE-DAYS - WS-ORIG-DAYS-NUM.

           IF WS-DELTA-DAYS NOT = 0
               MOVE FUNCTION NUMVAL(HOLD-DAYS) TO WS-HOLD-DAYS-NUM
               COMPUTE WS-NEW-HOLD-DAYS =
                   WS-HOLD-DAYS-NUM + WS-DELTA-DAYS
               IF WS-NEW-HOLD-DAYS < 0
      *            取得済みの日数までは取り上げられないため、
      *            残日数は0で止め、差分はそのまま履歴に残す。
                   MOVE 0 TO WS-NEW-HOLD-DAYS
               END-IF

               EXEC SQL
                   UPDATE PL_BALANCE
                   SET HOLD_DAYS = :WS-NEW-HOLD-DAYS,
                       LAST_UPD_DATE = CURRENT_DATE
                   WHERE BALANCE_ID = :BALANCE-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF

               PERFORM GET-NEXT-HISTORY-ID
               MOVE WS-NEXT-HISTORY-ID TO HISTORY-ID
               EXEC SQL
                   INSERT INTO PL_HISTORY
                       (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                        INSERT_DATETIME, TRANSACTION_TYPE,
                        RUN_ID, RUN_STEP)
                   VALUES
                       (:HISTORY-ID, :BALANCE-ID, CURRENT_DATE,
                        :WS-DELTA-DAYS, CURRENT_TIMESTAMP,
                        'ADJUST',
                        CAST(NULLIF(TRIM(:WS-RUN-ID),'') AS NUMERIC(8)),
                        NULLIF(TRIM(:WS-RUN-STEP),''))
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF

               ADD 1 TO WS-ADJUST-COUNT
               DISPLAY WS-CUR-EMP-ID " " WS-CARE-TYPE " 見直し "
                   WS-DELTA-DAYS " 日  ロット " BALANCE-ID
           END-IF.

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
