      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SVC_GRANT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    勤続表彰休暇(SVCAWARD)の付与プログラム。NIGHTLY_RUNの
      *    日次ステップとして流し、勤続の節目(節目規則表
      *    SVC_MILESTONE。初期値は10年で5日、20年・30年で10日)の
      *    到来日に本人の種別ロットを1件書き、付与のお知らせを
      *    通知キュー(NOTIFY_QUEUE)へ積む。
      *    勤続は入社日(EMP_JOIN_DATE)から数える。再雇用の
      *    引継ぎ(REHIRE-CARRY-FORWARD)は入社日を変えないため前の
      *    在籍期間が通算され、新規扱い(REHIRE-FRESH-START)は
      *    再雇用日から数え直す。休職期間(LOA_PERIOD)のうち、
      *    勤続に数えない種別(休職種別規則SVC_LOA_RULEで
      *    COUNT_SERVICE='Y'以外。未登録の種別も数えない)の日数
      *    だけ節目の到来日を後ろへずらす。
      *    付与済みの節目は付与記録(SVC_GRANT_LOG、社員×勤続年数
      *    が主キー)に残し、同じ節目を二度付与しない。再雇用で
      *    数え直した場合も、前の在籍期間で付与済みの節目は対象外。
      *    実行を飛ばした夜があっても、到来日を付与日として後から
      *    付与する。ただし有効期限(付与日から規則の有効月数)を
      *    過ぎた節目は付与しない(導入前に到来済みの節目を含む)。
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
               "SVC_GRANT".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  TODAY-INPUT.
               03  WS-TODAY-NUM        PIC 9(8).
           01  TODAY-INPUT-R REDEFINES TODAY-INPUT.
               03  WS-TODAY-YEAR       PIC 9(4).
               03  WS-TODAY-MONTH      PIC 9(2).
               03  WS-TODAY-DAY        PIC 9(2).

           01  WS-GRANT-COUNT          PIC 9(6) VALUE 0.
           01  WS-NEXT-HISTORY-ID      PIC 9(8) VALUE 0.
           01  WS-NEXT-BALANCE-SEQ     PIC 9(6).
           01  WS-SVC-YEARS-NUM        PIC 9(2).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           COPY PLBREC.
           COPY PLHREC.
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           01  WS-ASOF-DATE            PIC  X(10).
           01  WS-CUR-EMP-ID           PIC  X(6).
           01  WS-SVC-YEARS            PIC  X(2).
           01  WS-GRANT-DAYS           PIC  X(5).
           01  WS-GRANT-DATE           PIC  X(10).
           01  WS-EXPIRE-DATE          PIC  X(10).
           01  WS-ENTITLE-DAYS         PIC S9(3)V9.
           01  WS-NQ-TYPE              PIC  X(10).
           01  WS-NQ-TEXT              PIC  X(200).
      *    夜間バッチ(NIGHTLY_RUN)から渡されるランIDとステップ名。
      *    PL_BALANCE/PL_HISTORYへ書く行に刻印する(単独実行ではNULL)。
           01  WS-RUN-ID               PIC  X(8) VALUE SPACE.
           01  WS-RUN-STEP             PIC  X(20) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    通知キューの本文は本人の希望言語で積む(MSG-LOOKUP)。
           01  WS-EMP-LANG             PIC  X(2) VALUE "JA".
           01  WS-MSG-LBL1             PIC  X(60).
           01  WS-MSG-LBL2             PIC  X(60).
           01  WS-MSG-LBL3             PIC  X(60).
           01  WS-MSG-LBL4             PIC  X(60).
           01  WS-MSG-LBL5             PIC  X(60).
           01  WS-NTC-GRANT-DATE       PIC  X(20).
           01  WS-NTC-EXPIRE-DATE      PIC  X(20).
           01  WS-NTC-DAYS             PIC  X(10).
           COPY MSGREC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** SVC_GRANT STARTED ***".

           ACCEPT WS-RUN-ID FROM ENVIRONMENT "PLM_RUN_ID".
           ACCEPT WS-RUN-STEP FROM ENVIRONMENT "PLM_RUN_STEP".
           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           MOVE SPACE TO WS-ASOF-DATE.
           STRING WS-TODAY-YEAR "-" WS-TODAY-MONTH "-"
               WS-TODAY-DAY
               DELIMITED BY SIZE INTO WS-ASOF-DATE.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-TABLES-RTN.

           DISPLAY "勤続の節目判定  基準日 : " WS-ASOF-DATE.

           PERFORM GRANT-ALL-MILESTONES-RTN.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "表彰休暇付与 : " WS-GRANT-COUNT.
           DISPLAY "*** SVC_GRANT FINISHED ***".
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
      *    節目規則表・休職種別規則・付与記録と、付与する種別。
      *    規則の初期値は既に登録済みの場合は上書きしない(節目の
      *    追加や日数の変更は表を直接保守する)。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS SVC_MILESTONE
               (
                   SVC_YEARS      SMALLINT NOT NULL,
                   GRANT_DAYS     DECIMAL(4,1) NOT NULL,
                   VALID_MONTHS   SMALLINT NOT NULL DEFAULT 24,
                   ACTIVE_FLAG    CHAR(1) NOT NULL DEFAULT 'Y',
                   SM_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT SVCM_0 PRIMARY KEY (SVC_YEARS)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO SVC_MILESTONE
                   (SVC_YEARS, GRANT_DAYS, VALID_MONTHS)
               VALUES (10, 5, 24), (20, 10, 24), (30, 10, 24)
               ON CONFLICT (SVC_YEARS) DO NOTHING
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    休職種別ごとに勤続へ数えるかどうか。法定のみなし出勤と
      *    同じ産前産後・育児・労災は数え、私傷病などのその他は
      *    数えない。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS SVC_LOA_RULE
               (
                   LOA_TYPE       VARCHAR(10) NOT NULL,
                   COUNT_SERVICE  CHAR(1) NOT NULL DEFAULT 'N',
                   SL_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT SVCL_0 PRIMARY KEY (LOA_TYPE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO SVC_LOA_RULE
                   (LOA_TYPE, COUNT_SERVICE)
               VALUES ('MATERNITY', 'Y'), ('CHILDCARE', 'Y'),
                      ('INJURY', 'Y'), ('OTHER', 'N')
               ON CONFLICT (LOA_TYPE) DO NOTHING
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS SVC_GRANT_LOG
               (
                   G_EMP_ID       VARCHAR(6) NOT NULL,
                   SVC_YEARS      SMALLINT NOT NULL,
                   MILESTONE_DATE DATE NOT NULL,
                   G_BALANCE_ID   VARCHAR(12) NOT NULL,
                   GRANTED_AT     TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT SVCG_0 PRIMARY KEY (G_EMP_ID, SVC_YEARS)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    休職期間表(INPUT_PROGRAMのLOA-MAINT-RTNが作成)がまだ
      *    無い環境でも節目判定ができるよう用意しておく。
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
               VALUES ('SVCAWARD', '勤続表彰休暇', 24, 'Y',
                       'N', 'N', 'Y', 'N')
               ON CONFLICT (LEAVE_TYPE) DO NOTHING
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

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

      ******************************************************************
       GRANT-ALL-MILESTONES-RTN.
      ******************************************************************
      *    在籍者(休職者を含む)と有効な節目の組ごとに到来日を
      *    求める。到来日は入社日+勤続年数に、入社日から基準日
      *    までの勤続に数えない休職日数(終了日未定は基準日まで)
      *    を足した日。到来日が基準日以前で、有効期限内で、まだ
      *    付与記録の無い組だけを付与する。
           EXEC SQL
               DECLARE SVC_EMP_CURSOR CURSOR FOR
               SELECT T.EMP_ID,
                      CAST(T.SVC_YEARS AS VARCHAR(2)),
                      CAST(T.GRANT_DAYS AS VARCHAR(5)),
                      TO_CHAR(T.MS_DATE,'YYYY-MM-DD'),
                      TO_CHAR(T.MS_DATE
                              + T.VALID_MONTHS * INTERVAL '1 month',
                              'YYYY-MM-DD')
               FROM
               (SELECT E.EMP_ID, M.SVC_YEARS, M.GRANT_DAYS,
                       M.VALID_MONTHS,
                       CAST(E.EMP_JOIN_DATE
                            + M.SVC_YEARS * INTERVAL '1 year'
                            AS DATE)
                       + CAST((SELECT COALESCE(SUM(
                                  LEAST(COALESCE(L.LOA_END,
                                          CAST(:WS-ASOF-DATE AS DATE)),
                                        CAST(:WS-ASOF-DATE AS DATE))
                                  - GREATEST(L.LOA_START,
                                             E.EMP_JOIN_DATE)
                                  + 1),0)
                               FROM LOA_PERIOD L
                               WHERE L.L_EMP_ID = E.EMP_ID
                                 AND L.LOA_START <=
                                     CAST(:WS-ASOF-DATE AS DATE)
                                 AND COALESCE(L.LOA_END,
                                     CAST(:WS-ASOF-DATE AS DATE))
                                     >= E.EMP_JOIN_DATE
                                 AND NOT EXISTS
                                     (SELECT 1 FROM SVC_LOA_RULE R
                                      WHERE R.LOA_TYPE = L.LOA_TYPE
                                        AND R.COUNT_SERVICE = 'Y'))
                              AS INTEGER) AS MS_DATE
                FROM EMP_MASTER E
                CROSS JOIN SVC_MILESTONE M
                WHERE E.EMP_STATUS_CODE IN ('ACTIVE','LOA')
                  AND E.COMPANY_CODE = :WS-COMPANY
                  AND E.EMP_JOIN_DATE IS NOT NULL
                  AND M.ACTIVE_FLAG = 'Y'
                  AND NOT EXISTS
                      (SELECT 1 FROM SVC_GRANT_LOG G
                       WHERE G.G_EMP_ID = E.EMP_ID
                         AND G.SVC_YEARS = M.SVC_YEARS)) T
               WHERE T.MS_DATE <= CAST(:WS-ASOF-DATE AS DATE)
                 AND T.MS_DATE + T.VALID_MONTHS * INTERVAL '1 month'
                     > CAST(:WS-ASOF-DATE AS DATE)
               ORDER BY T.EMP_ID ASC, T.SVC_YEARS ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN SVC_EMP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SVC_EMP_CURSOR
                   INTO :WS-CUR-EMP-ID, :WS-SVC-YEARS,
                        :WS-GRANT-DAYS, :WS-GRANT-DATE,
                        :WS-EXPIRE-DATE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-AWARD-LOT-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE SVC_EMP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-AWARD-LOT-RTN.
      ******************************************************************
      *    節目のロットを1件書き、GRANT区分の履歴と付与記録を残す。
      *    付与記録の主キーが二重付与の最後の歯止めになる。
           MOVE FUNCTION NUMVAL(WS-GRANT-DAYS) TO WS-ENTITLE-DAYS.
           MOVE FUNCTION NUMVAL(WS-SVC-YEARS) TO WS-SVC-YEARS-NUM.

           PERFORM GET-NEXT-BALANCE-SEQ.
           MOVE SPACE TO BALANCE-ID.
           STRING WS-CUR-EMP-ID WS-NEXT-BALANCE-SEQ
               DELIMITED BY SIZE INTO BALANCE-ID.

           EXEC SQL
               INSERT INTO SVC_GRANT_LOG
               (G_EMP_ID, SVC_YEARS, MILESTONE_DATE, G_BALANCE_ID)
               VALUES
               (:WS-CUR-EMP-ID, CAST(:WS-SVC-YEARS AS SMALLINT),
                CAST(:WS-GRANT-DATE AS DATE), :BALANCE-ID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO PL_BALANCE
               (BALANCE_ID, B_EMP_ID, BALANCE_STATUS, GRANT_DAYS,
                HOLD_DAYS, LAST_UPD_DATE, LEAVE_TYPE,
                EXPIRE_DATE, GRANTED_DAYS, COMPANY_CODE,
                RUN_ID, RUN_STEP)
               VALUES
               (:BALANCE-ID, :WS-CUR-EMP-ID, TRUE,
                CAST(:WS-GRANT-DATE AS DATE), :WS-ENTITLE-DAYS,
                CURRENT_DATE, 'SVCAWARD',
                CAST(:WS-EXPIRE-DATE AS DATE), :WS-ENTITLE-DAYS,
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

           PERFORM ENQUEUE-NOTIFY-RTN.

           ADD 1 TO WS-GRANT-COUNT.
           DISPLAY WS-CUR-EMP-ID " 勤続" WS-SVC-YEARS-NUM
               "年 付与 " WS-ENTITLE-DAYS " 日  到来日 "
               WS-GRANT-DATE
               "  ロット " BALANCE-ID.

      ******************************************************************
       ENQUEUE-NOTIFY-RTN.
      ******************************************************************
      *    付与のお知らせ(種別・勤続年数・付与日・付与日数・失効
      *    予定日)を通知キューへ1件積む。宛先別の配付はNOTIFY_DISP
      *    が行う。
           MOVE WS-CUR-EMP-ID TO MSG-EMP-ID.
           PERFORM SET-EMP-LANG-RTN.

           MOVE WS-GRANT-DATE TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE MSG-DATE-OUT TO WS-NTC-GRANT-DATE.
           MOVE WS-EXPIRE-DATE TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE MSG-DATE-OUT TO WS-NTC-EXPIRE-DATE.
           MOVE WS-ENTITLE-DAYS TO MSG-NUM-IN.
           PERFORM MSG-NUM-RTN.
           MOVE MSG-NUM-OUT TO WS-NTC-DAYS.

           MOVE "NQ_SVCAWARD" TO MSG-KEY.
           MOVE "勤続表彰休暇" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "NQ_SVC_YEARS" TO MSG-KEY.
           MOVE "年" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL2.
           MOVE "LBL_GRANT_DATE" TO MSG-KEY.
           MOVE "付与日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL3.
           MOVE "NQ_GRANTED" TO MSG-KEY.
           MOVE "付与" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL4.
           MOVE "LBL_DAY_UNIT" TO MSG-KEY.
           MOVE "日" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL5.
           MOVE "NQ_EXPIRE" TO MSG-KEY.
           MOVE "失効" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.

           MOVE "SVCAWARD" TO WS-NQ-TYPE.
           MOVE SPACE TO WS-NQ-TEXT.
           STRING FUNCTION TRIM(WS-MSG-LBL1) " ("
               WS-SVC-YEARS-NUM " " FUNCTION TRIM(WS-MSG-LBL2)
               ") " FUNCTION TRIM(WS-MSG-LBL3) " "
               FUNCTION TRIM(WS-NTC-GRANT-DATE)
               " " FUNCTION TRIM(WS-MSG-LBL4) " "
               FUNCTION TRIM(WS-NTC-DAYS) " "
               FUNCTION TRIM(WS-MSG-LBL5)
               " " FUNCTION TRIM(MSG-TEXT) " "
               FUNCTION TRIM(WS-NTC-EXPIRE-DATE)
               DELIMITED BY SIZE INTO WS-NQ-TEXT.

           EXEC SQL
               INSERT INTO NOTIFY_QUEUE
                   (N_EMP_ID, NOTIFY_TYPE, NOTIFY_TEXT)
               VALUES (:WS-CUR-EMP-ID, :WS-NQ-TYPE, :WS-NQ-TEXT)
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
