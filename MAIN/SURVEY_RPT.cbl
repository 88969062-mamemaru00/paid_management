      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SURVEY_RPT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    厚生労働省「就労条件総合調査」など、年次有給休暇の
      *    取得状況を問う統計調査への回答票。指定した暦年(1月1日
      *    から12月31日)について、調査票にそのまま転記できる数値を
      *    SURVEYOUTへ出力する。
      *      1人平均付与日数(繰越日数を除く)・1人平均取得日数・
      *      取得率、雇用区分別の内訳、時間単位年休と計画的付与の
      *      導入・利用状況。
      *    各数値には定義の脚注を付け、集計から除いた労働者を理由
      *    付きで一覧にして、回答を後から再現できるようにする。
      *    集計対象は法定年休(ANNUAL)のみ。明細はアーカイブ済み
      *    (PL_HISTORY_ARCH)の行も含めて読む。
      *    除外の理由
      *      JOINED  : 対象年の途中(1月2日以降)に入社した者
      *      RETIRED : 退職日(EMP_RETIRE_DATE)が対象年中で、
      *                年末(12月31日)より前の者。対象年より後に
      *                退職した者は年間在籍者として集計に含め、
      *                対象年より前に退職した者は一覧にも出さない。
      *                退職日の列が入る前の退職者(退職日なし)は、
      *                対象年に実績があれば一覧に出す
      *      LOA     : 休職期間(LOA_PERIOD)が対象年に一部でも
      *                かかる者(終了日未定の休職を含む)
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "SURVEYOUT"
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
               "SURVEY_RPT".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

      *    対象年。0は起動日の前年。
           01  WS-YEAR-NUM             PIC  9(4) VALUE 0.
           01  WS-TODAY-NUM            PIC  9(8).
           01  WS-RUN-DATE             PIC  9(8).

      *    集計値(数値)。
           01  WS-POP-NUM              PIC  9(6).
           01  WS-TOTAL-POP-NUM        PIC  9(6) VALUE 0.
           01  WS-GRANTED-SUM-NUM      PIC  9(7)V9.
           01  WS-TAKEN-SUM-NUM        PIC  9(7)V9.
           01  WS-AVG-GRANTED-NUM      PIC  9(3)V9.
           01  WS-AVG-TAKEN-NUM        PIC  9(3)V9.
           01  WS-RATE-NUM             PIC  9(3)V9.
           01  WS-HOURLY-USERS-NUM     PIC  9(6).
           01  WS-HOURLY-HOURS-NUM     PIC  9(7)V99.
           01  WS-PLANNED-USERS-NUM    PIC  9(6).
           01  WS-PLANNED-SUM-NUM      PIC  9(7)V9.
           01  WS-AVG-PLANNED-NUM      PIC  9(3)V9.
           01  WS-EXCL-COUNT           PIC  9(6) VALUE 0.

      *    印字用の編集項目。
           01  WS-ED-COUNT             PIC  Z(5)9.
           01  WS-ED-DAYS              PIC  Z(2)9.9.
           01  WS-ED-RATE              PIC  Z(2)9.9.
           01  WS-ED-SUM               PIC  Z(6)9.9.
           01  WS-ED-SUM2              PIC  Z(6)9.9.
           01  WS-ED-HOURS             PIC  Z(6)9.99.
           01  WS-HOURLY-SYSTEM        PIC  X(4).
           01  WS-PLANNED-SYSTEM       PIC  X(4).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           COPY EMPREC.
           01  WS-FROM-DATE            PIC  X(10).
           01  WS-TO-DATE              PIC  X(10).
           01  WS-POP-COUNT            PIC  X(8).
           01  WS-GRANTED-SUM          PIC  X(10).
           01  WS-TAKEN-SUM            PIC  X(10).
           01  WS-HOURLY-USERS         PIC  X(8).
           01  WS-HOURLY-HOURS         PIC  X(10).
           01  WS-HOURLY-OK            PIC  X(1).
           01  WS-PLANNED-USERS        PIC  X(8).
           01  WS-PLANNED-SUM          PIC  X(10).
           01  WS-EXCL-REASON          PIC  X(8).
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
      *    休暇種別マスタ(LEAVE_TYPE_MASTER)の登録件数確認用。
           01  WS-LT-COUNT             PIC  X(8).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** SURVEY_RPT STARTED ***".

           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           DISPLAY "調査対象年 (YYYY、0=前年) : >> ".
           ACCEPT WS-YEAR-NUM FROM CONSOLE.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           MOVE WS-TODAY-NUM TO WS-RUN-DATE.
           IF WS-YEAR-NUM = ZERO
               MOVE WS-TODAY-NUM(1:4) TO WS-YEAR-NUM
               SUBTRACT 1 FROM WS-YEAR-NUM
           END-IF.
           IF WS-YEAR-NUM < 1990
               DISPLAY "*** 対象年が不正です ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO WS-FROM-DATE WS-TO-DATE.
           STRING WS-YEAR-NUM "-01-01" DELIMITED BY SIZE
               INTO WS-FROM-DATE.
           STRING WS-YEAR-NUM "-12-31" DELIMITED BY SIZE
               INTO WS-TO-DATE.

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
           PERFORM ENSURE-LEAVE-TYPE-TABLE-RTN.
           PERFORM ENSURE-ARCHIVE-TABLE-RTN.
           PERFORM ENSURE-LOA-TABLE-RTN.
           PERFORM SETUP-POPULATION-RTN.

           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-TITLE-RTN.
           PERFORM WRITE-OVERALL-RTN.
           PERFORM WRITE-BY-TYPE-RTN.
           PERFORM WRITE-HOURLY-RTN.
           PERFORM WRITE-PLANNED-RTN.
           PERFORM WRITE-FOOTNOTES-RTN.
           PERFORM WRITE-EXCLUDED-RTN.
           CLOSE PRINT-FILE.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "対象年 : " WS-YEAR-NUM
               "  集計対象 : " WS-TOTAL-POP-NUM
               "  除外 : " WS-EXCL-COUNT.
           DISPLAY "*** SURVEY_RPT FINISHED ***".
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
       ENSURE-ARCHIVE-TABLE-RTN.
      ******************************************************************
      *    履歴アーカイブ表。通常はHIST_ARCHが作成するが、まだ一度も
      *    アーカイブしていない環境でも読めるよう作成しておく。
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
       ENSURE-LOA-TABLE-RTN.
      ******************************************************************
      *    休職期間表。通常はINPUT_PROGRAM(Lモード)が作成するが、
      *    まだ一度も休職を登録していない環境でも読めるよう作成
      *    しておく。
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
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       SETUP-POPULATION-RTN.
      ******************************************************************
      *    対象年の母集団を実行のたびに一時表へ作り直す。1人1行で、
      *    除外理由(集計対象はNULL)と、付与・取得・時間単位・
      *    計画的付与の各日数を持つ。
           EXEC SQL
               DROP TABLE IF EXISTS SURVEY_POP
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               CREATE TEMP TABLE SURVEY_POP
               (
                   SP_EMP_ID      VARCHAR(6) NOT NULL,
                   SP_EMP_NAME    VARCHAR(20),
                   SP_EMP_TYPE    VARCHAR(10),
                   SP_JOIN_DATE   DATE,
                   SP_EXCL_REASON VARCHAR(8),
                   SP_GRANTED     DECIMAL(7,1) NOT NULL DEFAULT 0,
                   SP_TAKEN       DECIMAL(7,1) NOT NULL DEFAULT 0,
                   SP_HOURLY_HRS  DECIMAL(7,2) NOT NULL DEFAULT 0,
                   SP_PLANNED     DECIMAL(7,1) NOT NULL DEFAULT 0,
                   CONSTRAINT SVP_0 PRIMARY KEY (SP_EMP_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    候補は対象年末までに入社した自社の社員のうち、退職日が
      *    対象年の初日以降か退職していない者。退職日の列が入る前の
      *    退職者(退職日なし)は、対象年に実績がある場合だけ拾う。
      *    除外理由は退職(年末より前の退職日)・年途中の入社・
      *    対象年にかかる休職期間の順に判定する。
           EXEC SQL
               INSERT INTO SURVEY_POP
                   (SP_EMP_ID, SP_EMP_NAME, SP_EMP_TYPE,
                    SP_JOIN_DATE, SP_EXCL_REASON)
               SELECT E.EMP_ID, E.EMP_NAME, E.EMPLOYMENT_TYPE,
                      E.EMP_JOIN_DATE,
                      CASE
                        WHEN E.EMP_RETIRE_DATE
                             < CAST(:WS-TO-DATE AS DATE)
                          THEN 'RETIRED'
                        WHEN E.EMP_RETIRE_DATE IS NULL
                         AND COALESCE(E.EMP_STATUS_CODE,'ACTIVE')
                             = 'RETIRED'
                          THEN 'RETIRED'
                        WHEN COALESCE(E.EMP_JOIN_DATE,
                                      DATE '1900-01-01')
                             > CAST(:WS-FROM-DATE AS DATE)
                          THEN 'JOINED'
                        WHEN EXISTS
                             (SELECT 1
                              FROM LOA_PERIOD L
                              WHERE L.L_EMP_ID = E.EMP_ID
                                AND L.LOA_START
                                    <= CAST(:WS-TO-DATE AS DATE)
                                AND (L.LOA_END IS NULL
                                     OR L.LOA_END
                                        >= CAST(:WS-FROM-DATE AS DATE)))
                          THEN 'LOA'
                        ELSE NULL
                      END
               FROM EMP_MASTER E
               WHERE E.COMPANY_CODE = :WS-COMPANY
                 AND COALESCE(E.EMP_JOIN_DATE, DATE '1900-01-01')
                     <= CAST(:WS-TO-DATE AS DATE)
                 AND (E.EMP_RETIRE_DATE
                          >= CAST(:WS-FROM-DATE AS DATE)
                   OR (E.EMP_RETIRE_DATE IS NULL
                       AND (COALESCE(E.EMP_STATUS_CODE,'ACTIVE')
                                <> 'RETIRED'
                         OR EXISTS
                            (SELECT 1
                             FROM PL_HISTORY X
                             INNER JOIN PL_BALANCE XB
                                 ON X.H_BALANCE_ID = XB.BALANCE_ID
                             WHERE XB.B_EMP_ID = E.EMP_ID
                               AND X.ACQ_DATE
                                   >= CAST(:WS-FROM-DATE AS DATE)
                               AND X.ACQ_DATE
                                   <= CAST(:WS-TO-DATE AS DATE)))))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    付与日数: 対象年中に新たに付与された日数(通常付与・
      *    復職時付与・雇用区分変更の調整・追い付き付与)。前年からの
      *    繰越は新たな付与行を持たないため自然に含まれない。
      *    取得日数: 対象年中の取得(USE)と時季指定(DESIGNATE)。
      *    それらを訂正(CORRECT)した行は差し引く。
      *    時間単位: 取得のうち時間単位(ACQ_UNIT=H)の時間数。
      *    計画的付与: PL_PLANNEDの予約(REQUEST_REF=PLANNED)が
      *    確定(CONVERTED)した日数。
           EXEC SQL
               UPDATE SURVEY_POP P
               SET SP_GRANTED = COALESCE(A.GRANTED,0),
                   SP_TAKEN = COALESCE(A.TAKEN,0),
                   SP_HOURLY_HRS = COALESCE(A.HOURLY_HRS,0),
                   SP_PLANNED = COALESCE(A.PLANNED,0)
               FROM
                 (SELECT B.B_EMP_ID AS EMP_ID,
                         SUM(CASE WHEN U.TRANSACTION_TYPE IN
                                  ('GRANT','LOAGRANT','ADJUST',
                                   'CATCHUP')
                             THEN U.ACQ_DAYS ELSE 0 END) AS GRANTED,
                         SUM(CASE WHEN U.TRANSACTION_TYPE IN
                                  ('USE','DESIGNATE')
                             THEN -U.ACQ_DAYS
                             WHEN U.TRANSACTION_TYPE = 'CORRECT'
                              AND EXISTS
                                  (SELECT 1 FROM PL_HISTORY O
                                   WHERE O.HISTORY_ID
                                         = U.ORIG_HISTORY_ID
                                     AND O.TRANSACTION_TYPE IN
                                         ('USE','DESIGNATE'))
                             THEN -U.ACQ_DAYS
                             ELSE 0 END) AS TAKEN,
                         SUM(CASE WHEN U.TRANSACTION_TYPE = 'USE'
                                   AND U.ACQ_UNIT = 'H'
                             THEN -COALESCE(U.ACQ_HOURS,0)
                             ELSE 0 END) AS HOURLY_HRS,
                         SUM(CASE WHEN U.TRANSACTION_TYPE
                                       = 'CONVERTED'
                                   AND U.REQUEST_REF = 'PLANNED'
                             THEN -U.ACQ_DAYS
                             ELSE 0 END) AS PLANNED
                  FROM (SELECT HISTORY_ID, H_BALANCE_ID, ACQ_DATE,
                         ACQ_DAYS, ACQ_HOURS, TRANSACTION_TYPE,
                         ORIG_HISTORY_ID, REQUEST_REF, ACQ_UNIT
                  FROM PL_HISTORY
                  UNION ALL
                  SELECT HISTORY_ID, H_BALANCE_ID, ACQ_DATE,
                         ACQ_DAYS, ACQ_HOURS, TRANSACTION_TYPE,
                         ORIG_HISTORY_ID, REQUEST_REF, ACQ_UNIT
                  FROM PL_HISTORY_ARCH) U
                  INNER JOIN PL_BALANCE B
                      ON U.H_BALANCE_ID = B.BALANCE_ID
                  WHERE B.LEAVE_TYPE = 'ANNUAL'
                    AND U.ACQ_DATE >= CAST(:WS-FROM-DATE AS DATE)
                    AND U.ACQ_DATE <= CAST(:WS-TO-DATE AS DATE)
                  GROUP BY B.B_EMP_ID) A
               WHERE P.SP_EMP_ID = A.EMP_ID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN
           END-IF.

      ******************************************************************
       WRITE-TITLE-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           STRING "就労条件総合調査 年次有給休暇 回答"
               "票"
               "  対象年 " WS-YEAR-NUM
               "  (" WS-FROM-DATE " - " WS-TO-DATE ")"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "会社コード "
               WS-COMPANY "  作成日 " WS-RUN-DATE
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-OVERALL-RTN.
      ******************************************************************
      *    全体の数値。平均は集計対象労働者数で割り、小数第2位を
      *    四捨五入する。取得率は取得日数計÷付与日数計×100。
           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8)),
                      CAST(COALESCE(SUM(SP_GRANTED),0)
                           AS VARCHAR(10)),
                      CAST(COALESCE(SUM(SP_TAKEN),0) AS VARCHAR(10))
               INTO :WS-POP-COUNT, :WS-GRANTED-SUM, :WS-TAKEN-SUM
               FROM SURVEY_POP
               WHERE SP_EXCL_REASON IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           PERFORM CALC-AVERAGES-RTN.
           MOVE WS-POP-NUM TO WS-TOTAL-POP-NUM.

           MOVE SPACE TO PRINT-REC.
           STRING "[1] 年次有給休暇の付与日数・取得日数"
               "・取得率"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-POP-NUM TO WS-ED-COUNT.
           MOVE SPACE TO PRINT-REC.
           STRING "  集計対象労働者数(注1)            "
               WS-ED-COUNT " 人"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-AVG-GRANTED-NUM TO WS-ED-DAYS.
           MOVE SPACE TO PRINT-REC.
           STRING "  労働者1人平均付与日数(注2)       "
               WS-ED-DAYS " 日"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-AVG-TAKEN-NUM TO WS-ED-DAYS.
           MOVE SPACE TO PRINT-REC.
           STRING "  労働者1人平均取得日数(注3)       "
               WS-ED-DAYS " 日"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-RATE-NUM TO WS-ED-RATE.
           MOVE SPACE TO PRINT-REC.
           STRING "  取得率(注4)                      "
               WS-ED-RATE " %"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-GRANTED-SUM-NUM TO WS-ED-SUM.
           MOVE WS-TAKEN-SUM-NUM TO WS-ED-SUM2.
           MOVE SPACE TO PRINT-REC.
           STRING "    (付与日数計 " WS-ED-SUM
               "  取得日数計 " WS-ED-SUM2 ")"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       CALC-AVERAGES-RTN.
      ******************************************************************
      *    WS-POP-COUNT・WS-GRANTED-SUM・WS-TAKEN-SUMから平均と
      *    取得率を求める。対象者・付与が0のときは0とする。
           MOVE FUNCTION NUMVAL(WS-POP-COUNT)   TO WS-POP-NUM.
           MOVE FUNCTION NUMVAL(WS-GRANTED-SUM) TO WS-GRANTED-SUM-NUM.
           MOVE FUNCTION NUMVAL(WS-TAKEN-SUM)   TO WS-TAKEN-SUM-NUM.
           IF WS-POP-NUM > 0
               COMPUTE WS-AVG-GRANTED-NUM ROUNDED =
                   WS-GRANTED-SUM-NUM / WS-POP-NUM
               COMPUTE WS-AVG-TAKEN-NUM ROUNDED =
                   WS-TAKEN-SUM-NUM / WS-POP-NUM
           ELSE
               MOVE ZERO TO WS-AVG-GRANTED-NUM
               MOVE ZERO TO WS-AVG-TAKEN-NUM
           END-IF.
           IF WS-GRANTED-SUM-NUM > 0
               COMPUTE WS-RATE-NUM ROUNDED =
                   WS-TAKEN-SUM-NUM * 100 / WS-GRANTED-SUM-NUM
           ELSE
               MOVE ZERO TO WS-RATE-NUM
           END-IF.

      ******************************************************************
       WRITE-BY-TYPE-RTN.
      ******************************************************************
      *    雇用区分(EMPLOYMENT_TYPE)別の内訳。定義は[1]と同じ。
           MOVE SPACE TO PRINT-REC.
           MOVE "[2] 雇用区分別(注5)" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "  雇用区分      人数  平均付与  平均取"
               "得  取得率"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           EXEC SQL
               DECLARE SV_TYPE_CURSOR CURSOR FOR
               SELECT COALESCE(SP_EMP_TYPE,'(未設定)'),
                      CAST(COUNT(*) AS VARCHAR(8)),
                      CAST(SUM(SP_GRANTED) AS VARCHAR(10)),
                      CAST(SUM(SP_TAKEN) AS VARCHAR(10))
               FROM SURVEY_POP
               WHERE SP_EXCL_REASON IS NULL
               GROUP BY 1
               ORDER BY 1 ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN SV_TYPE_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SV_TYPE_CURSOR
                   INTO :EMPLOYMENT-TYPE, :WS-POP-COUNT,
                        :WS-GRANTED-SUM, :WS-TAKEN-SUM
               END-EXEC
               IF SQLCODE = 0
                   PERFORM CALC-AVERAGES-RTN
                   PERFORM WRITE-TYPE-LINE-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE SV_TYPE_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-TYPE-LINE-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           MOVE WS-POP-NUM TO WS-ED-COUNT.
           STRING "  " EMPLOYMENT-TYPE WS-ED-COUNT
               DELIMITED BY SIZE INTO PRINT-REC.
           MOVE WS-AVG-GRANTED-NUM TO WS-ED-DAYS.
           MOVE WS-ED-DAYS TO PRINT-REC(23:5).
           MOVE WS-AVG-TAKEN-NUM TO WS-ED-DAYS.
           MOVE WS-ED-DAYS TO PRINT-REC(33:5).
           MOVE WS-RATE-NUM TO WS-ED-RATE.
           MOVE WS-ED-RATE TO PRINT-REC(41:5).
           MOVE "%" TO PRINT-REC(46:1).
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-HOURLY-RTN.
      ******************************************************************
      *    時間単位年休。制度の有無は休暇種別マスタのANNUALの
      *    HOURLY_OK(時間単位取得可)による。
           EXEC SQL
               SELECT COALESCE(
                   (SELECT HOURLY_OK FROM LEAVE_TYPE_MASTER
                    WHERE LEAVE_TYPE = 'ANNUAL'), 'N')
               INTO :WS-HOURLY-OK
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-HOURLY-OK = "Y"
               MOVE "有" TO WS-HOURLY-SYSTEM
           ELSE
               MOVE "無" TO WS-HOURLY-SYSTEM
           END-IF.

           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8)),
                      CAST(COALESCE(SUM(SP_HOURLY_HRS),0)
                           AS VARCHAR(10))
               INTO :WS-HOURLY-USERS, :WS-HOURLY-HOURS
               FROM SURVEY_POP
               WHERE SP_EXCL_REASON IS NULL
                 AND SP_HOURLY_HRS > 0
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE FUNCTION NUMVAL(WS-HOURLY-USERS)
               TO WS-HOURLY-USERS-NUM.
           MOVE FUNCTION NUMVAL(WS-HOURLY-HOURS)
               TO WS-HOURLY-HOURS-NUM.

           MOVE SPACE TO PRINT-REC.
           MOVE "[3] 時間単位年休(注6)" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "  制度の有無                        "
               WS-HOURLY-SYSTEM
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HOURLY-USERS-NUM TO WS-ED-COUNT.
           MOVE SPACE TO PRINT-REC.
           STRING "  利用した労働者数                  "
               WS-ED-COUNT " 人"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HOURLY-HOURS-NUM TO WS-ED-HOURS.
           MOVE SPACE TO PRINT-REC.
           STRING "  取得時間数計                      "
               WS-ED-HOURS " 時間"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-PLANNED-RTN.
      ******************************************************************
      *    計画的付与。対象年に計画的付与の確定が1件でもあれば
      *    制度ありとする。平均は集計対象労働者数で割る。
           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8)),
                      CAST(COALESCE(SUM(SP_PLANNED),0)
                           AS VARCHAR(10))
               INTO :WS-PLANNED-USERS, :WS-PLANNED-SUM
               FROM SURVEY_POP
               WHERE SP_EXCL_REASON IS NULL
                 AND SP_PLANNED > 0
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE FUNCTION NUMVAL(WS-PLANNED-USERS)
               TO WS-PLANNED-USERS-NUM.
           MOVE FUNCTION NUMVAL(WS-PLANNED-SUM) TO WS-PLANNED-SUM-NUM.
           IF WS-PLANNED-USERS-NUM > 0
               MOVE "有" TO WS-PLANNED-SYSTEM
           ELSE
               MOVE "無" TO WS-PLANNED-SYSTEM
           END-IF.
           IF WS-TOTAL-POP-NUM > 0
               COMPUTE WS-AVG-PLANNED-NUM ROUNDED =
                   WS-PLANNED-SUM-NUM / WS-TOTAL-POP-NUM
           ELSE
               MOVE ZERO TO WS-AVG-PLANNED-NUM
           END-IF.

           MOVE SPACE TO PRINT-REC.
           MOVE "[4] 計画的付与制度(注7)" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "  制度の有無                        "
               WS-PLANNED-SYSTEM
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-PLANNED-USERS-NUM TO WS-ED-COUNT.
           MOVE SPACE TO PRINT-REC.
           STRING "  計画的付与を受けた労働者数        "
               WS-ED-COUNT " 人"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-AVG-PLANNED-NUM TO WS-ED-DAYS.
           MOVE SPACE TO PRINT-REC.
           STRING "  労働者1人平均計画的付与日数       "
               WS-ED-DAYS " 日"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-FOOTNOTES-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           MOVE "(定義)" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "注1 対象年の1月1日以前に入社し年末に"
               "在籍する労働者。"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "    年途中の入社者・退職者と、年内に"
               "休職期間のあった者"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "    は除く(末尾の除外者一覧を参照)。"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "注2 対象年中に新たに付与した法定年"
               "休の日数計÷注1の"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "    人数。前年からの繰越日数は含まな"
               "い。通常付与・"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "    復職時付与・雇用区分変更の調整・"
               "追い付き付与を含む。"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "注3 対象年中に取得した法定年休の日"
               "数計÷注1の人数。"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "    時季指定と時間単位の日換算分を含"
               "み、訂正分は差し"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "    引く。前年からの繰越分による取得"
               "も含む。"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "注4 取得日数計÷付与日数計×100。繰越"
               "分による取得が"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "    あるため100%を超えることがある。"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "注5 雇用区分は社員マスタの現在の区"
               "分による。"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "注6 制度の有無は休暇種別マスタの法"
               "定年休の時間単位"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "    取得可否による。人数・時間数は注"
               "1の労働者の分。"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "注7 労使協定による計画的付与日(PL_PLAN"
               "NEDの予約)の"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "    うち対象年中に取得が確定した日数"
               "。平均は注1の人数"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "    で割る。各平均・率は小数第2位を"
               "四捨五入。"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-EXCLUDED-RTN.
      ******************************************************************
      *    集計から除いた労働者の一覧(理由・社員ID順)。
           MOVE SPACE TO PRINT-REC.
           MOVE "(集計から除いた労働者)" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "  理由     社員ID 氏名                 雇用"
               "区分  "
               " 入社日"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           EXEC SQL
               DECLARE SV_EXCL_CURSOR CURSOR FOR
               SELECT SP_EXCL_REASON, SP_EMP_ID, SP_EMP_NAME,
                      COALESCE(SP_EMP_TYPE,' '),
                      COALESCE(TO_CHAR(SP_JOIN_DATE,'YYYY-MM-DD'),
                               ' ')
               FROM SURVEY_POP
               WHERE SP_EXCL_REASON IS NOT NULL
               ORDER BY SP_EXCL_REASON ASC, SP_EMP_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN SV_EXCL_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SV_EXCL_CURSOR
                   INTO :WS-EXCL-REASON, :EMP-ID, :EMP-NAME,
                        :EMPLOYMENT-TYPE, :EMP-JOIN_DATE
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-EXCL-COUNT
                   MOVE SPACE TO PRINT-REC
                   STRING "  " WS-EXCL-REASON " " EMP-ID " "
                       EMP-NAME " " EMPLOYMENT-TYPE " "
                       EMP-JOIN_DATE
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE SV_EXCL_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE WS-EXCL-COUNT TO WS-ED-COUNT.
           MOVE SPACE TO PRINT-REC.
           STRING "  除外者計 " WS-ED-COUNT " 人"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       ENSURE-LEAVE-TYPE-TABLE-RTN.
      ******************************************************************
      *    休暇種別マスタ。標準種別の初期値はDB/LEAVE_TYPE_MASTERで
      *    投入する。マスタが空のままでは法定年休も対象外となって
      *    結果が空振りするため、その場合は記録して処理を打ち切る。
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
               SELECT COUNT(*)
               INTO :WS-LT-COUNT
               FROM LEAVE_TYPE_MASTER
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-LT-COUNT) = 0
               ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD
               MOVE SPACE TO ERROR-LOG-REC
               STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
                   "  NO-LEAVE-TYPE"
                   DELIMITED BY SIZE INTO ERROR-LOG-REC
               OPEN EXTEND ERROR-LOG-FILE
               WRITE ERROR-LOG-REC
               CLOSE ERROR-LOG-FILE
               DISPLAY "*** 休暇種別マスタ(LEAVE_TYPE_MASTER)が"
                   "空です ***"
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
