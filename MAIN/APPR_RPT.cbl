      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 APPR_RPT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    有給休暇申請の承認状況の月次分析。指定月(YYYYMM、0は
      *    前月)にPL_REQ_APPRで判断された申請(RQ_DECIDED_ATが月内)
      *    をAPPRRPTへ出力する。
      *      所要時間は申請(RQ_CREATED_AT)から判断(RQ_DECIDED_AT)
      *      までの時間数で、中央値を出す。
      *      承認はAPPROVED(PAID_CALCへ取り込み後のAPPLIED・
      *      REJECTEDを含む)、却下はDENIED、時季変更は
      *      RESCHEDULEDで数える。代替日の受入で作り直した申請
      *      (RQ_ORIG_REQUEST_IDあり)は承認者の判断ではないため
      *      除く。
      *    出力は次の順。
      *      全社の件数・承認・却下率・時季変更率・所要時間の
      *      中央値。
      *      承認者別・部門別(申請者の現所属)の同じ集計。判断
      *      件数が一定数(APPR_OUTLIER_MIN、既定5件)以上の行で、
      *      所要時間の中央値・却下率・時季変更率が全社値の一定
      *      割合(APPR_OUTLIER_PCT、既定200%)を超えるものに
      *      "*遅"・"*却"・"*変"の印を付ける。
      *      取得日を過ぎてから承認した申請(事後承認)の一覧。
      *      却下理由コード(DENY_REASON_MASTER)別の件数の多い順。
      *      コード導入前の却下は(コード未設定)にまとめる。
      *    対象会社はPLM_COMPANY(未指定は01)の在籍会社で絞る。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "APPRRPT"
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
               "APPR_RPT".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

      *    対象月(YYYYMM)。0は起動日の前月。
           01  MONTH-INPUT.
               03  WS-MONTH-NUM        PIC 9(6) VALUE 0.
           01  MONTH-INPUT-R REDEFINES MONTH-INPUT.
               03  WS-TGT-YEAR         PIC 9(4).
               03  WS-TGT-MONTH        PIC 9(2).
           01  WS-TODAY-NUM            PIC  9(8).

      *    外れ値の判定基準(PLM_CONFIG)。全社値に対する割合(%)と
      *    判定対象とする最少判断件数。
           01  WS-OUTLIER-PCT-NUM      PIC  9(4) VALUE 200.
           01  WS-OUTLIER-MIN-NUM      PIC  9(4) VALUE 5.
           01  WS-CFG-NUM              PIC  9(4).

      *    全社値。
           01  WS-CO-CNT-NUM           PIC  9(6) VALUE 0.
           01  WS-CO-APPR-NUM          PIC  9(6) VALUE 0.
           01  WS-CO-DENY-NUM          PIC  9(6) VALUE 0.
           01  WS-CO-CHG-NUM           PIC  9(6) VALUE 0.
           01  WS-CO-MED-NUM           PIC  9(7)V9 VALUE 0.
           01  WS-CO-RETRO-NUM         PIC  9(6) VALUE 0.
           01  WS-CO-DENY-RATE         PIC  9(3)V9 VALUE 0.
           01  WS-CO-CHG-RATE          PIC  9(3)V9 VALUE 0.

      *    承認者別・部門別の1行分。
           01  WS-CNT-NUM              PIC  9(6).
           01  WS-APPR-NUM             PIC  9(6).
           01  WS-DENY-NUM             PIC  9(6).
           01  WS-CHG-NUM              PIC  9(6).
           01  WS-MED-NUM              PIC  9(7)V9.
           01  WS-RETRO-NUM            PIC  9(6).
           01  WS-DENY-RATE            PIC  9(3)V9.
           01  WS-CHG-RATE             PIC  9(3)V9.
           01  WS-FLAGS                PIC  X(15).
           01  WS-FLAG-POS             PIC  9(3).
           01  WS-GROUP-COUNT          PIC  9(6) VALUE 0.
           01  WS-OUTLIER-COUNT        PIC  9(6) VALUE 0.
           01  WS-RETRO-COUNT          PIC  9(6) VALUE 0.
           01  WS-REASON-TOTAL         PIC  9(6) VALUE 0.
           01  WS-REASON-RANK          PIC  9(3) VALUE 0.
           01  WS-REASON-SHARE         PIC  9(3)V9.

      *    印字用の編集項目。
           01  WS-ED-CNT               PIC  Z(5)9.
           01  WS-ED-APPR              PIC  Z(5)9.
           01  WS-ED-DENY              PIC  Z(5)9.
           01  WS-ED-CHG               PIC  Z(5)9.
           01  WS-ED-RETRO             PIC  Z(5)9.
           01  WS-ED-MED               PIC  Z(6)9.9.
           01  WS-ED-DENY-RATE         PIC  ZZ9.9.
           01  WS-ED-CHG-RATE          PIC  ZZ9.9.
           01  WS-ED-PCT               PIC  Z(3)9.
           01  WS-ED-MIN               PIC  Z(3)9.
           01  WS-ED-RANK              PIC  ZZ9.
           01  WS-ED-LATE              PIC  Z(4)9.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-FROM-DATE            PIC  X(10).
           01  WS-CFG-KEY              PIC  X(20).
           01  WS-CFG-COUNT            PIC  X(08).
           01  WS-CFG-VALUE            PIC  X(04).
      *    集計行(承認者別・部門別・全社で共通)。
           01  WS-GRP-KEY              PIC  X(10).
           01  WS-GRP-NAME             PIC  X(40).
           01  WS-CNT                  PIC  X(08).
           01  WS-APPR                 PIC  X(08).
           01  WS-DENY                 PIC  X(08).
           01  WS-CHG                  PIC  X(08).
           01  WS-MED                  PIC  X(12).
           01  WS-RETRO                PIC  X(08).
      *    事後承認の明細行。
           01  WS-RT-REQUEST-ID        PIC  X(08).
           01  WS-RT-EMP-ID            PIC  X(06).
           01  WS-RT-DEPT-CODE         PIC  X(06).
           01  WS-RT-USE-DATE          PIC  X(10).
           01  WS-RT-DECIDED-DATE      PIC  X(10).
           01  WS-RT-APPROVER          PIC  X(10).
           01  WS-RT-LATE              PIC  X(08).
      *    却下理由別の件数。
           01  WS-DR-CODE              PIC  X(02).
           01  WS-DR-NAME              PIC  X(40).
           01  WS-DR-COUNT             PIC  X(08).
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** APPR_RPT STARTED ***".

           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           DISPLAY "対象月 (YYYYMM、0=前月) : >> ".
           ACCEPT WS-MONTH-NUM FROM CONSOLE.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           IF WS-MONTH-NUM = ZERO
               MOVE WS-TODAY-NUM(1:6) TO WS-MONTH-NUM
               IF WS-TGT-MONTH = 1
                   SUBTRACT 1 FROM WS-TGT-YEAR
                   MOVE 12 TO WS-TGT-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-TGT-MONTH
               END-IF
           END-IF.
           IF WS-TGT-YEAR < 1990
               OR WS-TGT-MONTH < 1 OR WS-TGT-MONTH > 12
               DISPLAY "*** 対象月が不正です ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO WS-FROM-DATE.
           STRING WS-TGT-YEAR "-" WS-TGT-MONTH "-01"
               DELIMITED BY SIZE INTO WS-FROM-DATE.

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
           PERFORM ENSURE-TABLES-RTN.
           PERFORM READ-OUTLIER-CONFIG-RTN.

           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-TITLE-RTN.
           PERFORM WRITE-COMPANY-RTN.
           PERFORM WRITE-BY-APPROVER-RTN.
           PERFORM WRITE-BY-DEPT-RTN.
           PERFORM WRITE-RETRO-RTN.
           PERFORM WRITE-DENY-REASON-RTN.
           CLOSE PRINT-FILE.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "対象月 : " WS-MONTH-NUM
               "  判断件数 : " WS-CO-CNT-NUM
               "  外れ値 : " WS-OUTLIER-COUNT
               "  事後承認 : " WS-RETRO-COUNT.
           DISPLAY "*** APPR_RPT FINISHED ***".
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
      *    却下理由コード表はDB/DENY_REASONが、部門マスタは
      *    DEPT_MAINTが作る。申請の追加列(元申請ID・却下理由
      *    コード)と合わせ、無い環境でも報告が出せるよう用意する。
           EXEC SQL
               ALTER TABLE PL_REQUEST
               ADD COLUMN IF NOT EXISTS RQ_ORIG_REQUEST_ID VARCHAR(8)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE PL_REQUEST
               ADD COLUMN IF NOT EXISTS RQ_DENY_CODE VARCHAR(2)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS DENY_REASON_MASTER
               (
                   REASON_CODE      VARCHAR(2) NOT NULL,
                   REASON_NAME      VARCHAR(40) NOT NULL,
                   REASON_TEXT_REQ  CHAR(1) NOT NULL DEFAULT 'N',
                   ACTIVE_FLAG      CHAR(1) NOT NULL DEFAULT 'Y',
                   DR_UPDATED_AT    TIMESTAMP NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT DRSN_0 PRIMARY KEY (REASON_CODE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

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
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       READ-OUTLIER-CONFIG-RTN.
      ******************************************************************
      *    外れ値の基準をPLM_CONFIGから読む(未設定は200%・5件)。
           MOVE "APPR_OUTLIER_PCT" TO WS-CFG-KEY.
           PERFORM READ-CONFIG-RTN.
           IF WS-CFG-NUM > 0
               MOVE WS-CFG-NUM TO WS-OUTLIER-PCT-NUM
           END-IF.
           MOVE "APPR_OUTLIER_MIN" TO WS-CFG-KEY.
           PERFORM READ-CONFIG-RTN.
           IF WS-CFG-NUM > 0
               MOVE WS-CFG-NUM TO WS-OUTLIER-MIN-NUM
           END-IF.

      ******************************************************************
       READ-CONFIG-RTN.
      ******************************************************************
      *    WS-CFG-KEYの現在値(4桁以内の数字)をWS-CFG-NUMへ返す。
      *    未設定・数字以外は0。
           MOVE ZERO TO WS-CFG-NUM.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CFG-COUNT
               FROM PLM_CONFIG
               WHERE CONFIG_KEY = :WS-CFG-KEY
                 AND COMPANY_CODE = :WS-COMPANY
                 AND EFFECTIVE_FROM <= CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-CFG-COUNT) > 0
               EXEC SQL
                   SELECT LPAD(TRIM(CONFIG_VALUE),4,'0')
                   INTO :WS-CFG-VALUE
                   FROM PLM_CONFIG
                   WHERE CONFIG_KEY = :WS-CFG-KEY
                     AND COMPANY_CODE = :WS-COMPANY
                     AND EFFECTIVE_FROM <= CURRENT_DATE
                   ORDER BY EFFECTIVE_FROM DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF WS-CFG-VALUE IS NUMERIC
                   MOVE WS-CFG-VALUE TO WS-CFG-NUM
               END-IF
           END-IF.

      ******************************************************************
       WRITE-TITLE-RTN.
      ******************************************************************
           MOVE WS-OUTLIER-PCT-NUM TO WS-ED-PCT.
           MOVE WS-OUTLIER-MIN-NUM TO WS-ED-MIN.
           MOVE SPACE TO PRINT-REC.
           STRING "有給休暇申請の承認状況 (月次)"
               "  対象月 "
               WS-TGT-YEAR "年" WS-TGT-MONTH "月"
               "  会社 " WS-COMPANY
               "  作成日 " WS-TODAY-NUM
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "  外れ値 : 判断" WS-ED-MIN
               "件以上で全社値の"
               WS-ED-PCT "%超  *遅=所要時間 *却=却下率 "
               "*変=時季変更率"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-COMPANY-RTN.
      ******************************************************************
      *    全社値。承認者別・部門別の外れ値はこの値と比べる。
           EXEC SQL
               SELECT ' ', ' ',
                      CAST(COUNT(*) AS VARCHAR(8)),
                      CAST(COUNT(CASE WHEN R.RQ_STATUS IN ('APPROVED',
                                    'APPLIED','REJECTED')
                                    THEN 1 END)
                          AS VARCHAR(8)),
                      CAST(COUNT(CASE WHEN R.RQ_STATUS = 'DENIED'
                                    THEN 1 END)
                          AS VARCHAR(8)),
                      CAST(COUNT(CASE WHEN R.RQ_STATUS = 'RESCHEDULED'
                                    THEN 1 END)
                          AS VARCHAR(8)),
                      COALESCE(CAST(CAST(PERCENTILE_CONT(0.5)
                          WITHIN GROUP (ORDER BY
                              EXTRACT(EPOCH FROM (R.RQ_DECIDED_AT
                                  - R.RQ_CREATED_AT)) / 3600)
                          AS DECIMAL(9,1)) AS VARCHAR(12)),'0'),
                      CAST(COUNT(CASE WHEN R.RQ_STATUS IN ('APPROVED',
                                    'APPLIED','REJECTED')
                                     AND CAST(R.RQ_DECIDED_AT AS DATE)
                                         > R.RQ_USE_DATE
                                    THEN 1 END)
                          AS VARCHAR(8))
               INTO :WS-GRP-KEY, :WS-GRP-NAME, :WS-CNT,
                    :WS-APPR, :WS-DENY, :WS-CHG, :WS-MED,
                    :WS-RETRO
               FROM PL_REQUEST R
               INNER JOIN EMP_MASTER E
                   ON E.EMP_ID = R.RQ_EMP_ID
               WHERE E.COMPANY_CODE = :WS-COMPANY
                 AND R.RQ_DECIDED_AT >= CAST(:WS-FROM-DATE AS DATE)
                 AND R.RQ_DECIDED_AT < CAST(:WS-FROM-DATE AS DATE)
                                        + INTERVAL '1 month'
                 AND R.RQ_APPROVER IS NOT NULL
                 AND R.RQ_ORIG_REQUEST_ID IS NULL
                 AND R.RQ_STATUS IN ('APPROVED','APPLIED','REJECTED',
                                     'DENIED','RESCHEDULED')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           PERFORM CONVERT-GROUP-RTN.
           MOVE WS-CNT-NUM   TO WS-CO-CNT-NUM.
           MOVE WS-APPR-NUM  TO WS-CO-APPR-NUM.
           MOVE WS-DENY-NUM  TO WS-CO-DENY-NUM.
           MOVE WS-CHG-NUM   TO WS-CO-CHG-NUM.
           MOVE WS-MED-NUM   TO WS-CO-MED-NUM.
           MOVE WS-RETRO-NUM TO WS-CO-RETRO-NUM.
           MOVE WS-DENY-RATE TO WS-CO-DENY-RATE.
           MOVE WS-CHG-RATE  TO WS-CO-CHG-RATE.

           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "全社"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM WRITE-COLUMN-HEAD-RTN.
           MOVE SPACE TO WS-GRP-KEY.
           MOVE SPACE TO WS-GRP-NAME.
           MOVE SPACE TO WS-FLAGS.
           PERFORM WRITE-GROUP-DETAIL-RTN.

      ******************************************************************
       WRITE-BY-APPROVER-RTN.
      ******************************************************************
      *    承認者(最終の判断者RQ_APPROVER)別。
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "承認者別"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM WRITE-COLUMN-HEAD-RTN.
           MOVE ZERO TO WS-GROUP-COUNT.

           EXEC SQL
               DECLARE AP_APPROVER_CURSOR CURSOR FOR
               SELECT R.RQ_APPROVER, ' ',
                      CAST(COUNT(*) AS VARCHAR(8)),
                      CAST(COUNT(CASE WHEN R.RQ_STATUS IN ('APPROVED',
                                    'APPLIED','REJECTED')
                                    THEN 1 END)
                          AS VARCHAR(8)),
                      CAST(COUNT(CASE WHEN R.RQ_STATUS = 'DENIED'
                                    THEN 1 END)
                          AS VARCHAR(8)),
                      CAST(COUNT(CASE WHEN R.RQ_STATUS = 'RESCHEDULED'
                                    THEN 1 END)
                          AS VARCHAR(8)),
                      COALESCE(CAST(CAST(PERCENTILE_CONT(0.5)
                          WITHIN GROUP (ORDER BY
                              EXTRACT(EPOCH FROM (R.RQ_DECIDED_AT
                                  - R.RQ_CREATED_AT)) / 3600)
                          AS DECIMAL(9,1)) AS VARCHAR(12)),'0'),
                      CAST(COUNT(CASE WHEN R.RQ_STATUS IN ('APPROVED',
                                    'APPLIED','REJECTED')
                                     AND CAST(R.RQ_DECIDED_AT AS DATE)
                                         > R.RQ_USE_DATE
                                    THEN 1 END)
                          AS VARCHAR(8))
               FROM PL_REQUEST R
               INNER JOIN EMP_MASTER E
                   ON E.EMP_ID = R.RQ_EMP_ID
               WHERE E.COMPANY_CODE = :WS-COMPANY
                 AND R.RQ_DECIDED_AT >= CAST(:WS-FROM-DATE AS DATE)
                 AND R.RQ_DECIDED_AT < CAST(:WS-FROM-DATE AS DATE)
                                        + INTERVAL '1 month'
                 AND R.RQ_APPROVER IS NOT NULL
                 AND R.RQ_ORIG_REQUEST_ID IS NULL
                 AND R.RQ_STATUS IN ('APPROVED','APPLIED','REJECTED',
                                     'DENIED','RESCHEDULED')
               GROUP BY R.RQ_APPROVER
               ORDER BY 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN AP_APPROVER_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH AP_APPROVER_CURSOR
                   INTO :WS-GRP-KEY, :WS-GRP-NAME, :WS-CNT,
                        :WS-APPR, :WS-DENY, :WS-CHG, :WS-MED,
                        :WS-RETRO
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-GROUP-LINE-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE AP_APPROVER_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM WRITE-NO-DATA-RTN.

      ******************************************************************
       WRITE-BY-DEPT-RTN.
      ******************************************************************
      *    申請者の現所属部門別。
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "部門別"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM WRITE-COLUMN-HEAD-RTN.
           MOVE ZERO TO WS-GROUP-COUNT.

           EXEC SQL
               DECLARE AP_DEPT_CURSOR CURSOR FOR
               SELECT COALESCE(E.DEPT_CODE,' '),
                      COALESCE(MAX(D.DEPT_NAME),' '),
                      CAST(COUNT(*) AS VARCHAR(8)),
                      CAST(COUNT(CASE WHEN R.RQ_STATUS IN ('APPROVED',
                                    'APPLIED','REJECTED')
                                    THEN 1 END)
                          AS VARCHAR(8)),
                      CAST(COUNT(CASE WHEN R.RQ_STATUS = 'DENIED'
                                    THEN 1 END)
                          AS VARCHAR(8)),
                      CAST(COUNT(CASE WHEN R.RQ_STATUS = 'RESCHEDULED'
                                    THEN 1 END)
                          AS VARCHAR(8)),
                      COALESCE(CAST(CAST(PERCENTILE_CONT(0.5)
                          WITHIN GROUP (ORDER BY
                              EXTRACT(EPOCH FROM (R.RQ_DECIDED_AT
                                  - R.RQ_CREATED_AT)) / 3600)
                          AS DECIMAL(9,1)) AS VARCHAR(12)),'0'),
                      CAST(COUNT(CASE WHEN R.RQ_STATUS IN ('APPROVED',
                                    'APPLIED','REJECTED')
                                     AND CAST(R.RQ_DECIDED_AT AS DATE)
                                         > R.RQ_USE_DATE
                                    THEN 1 END)
                          AS VARCHAR(8))
               FROM PL_REQUEST R
               INNER JOIN EMP_MASTER E
                   ON E.EMP_ID = R.RQ_EMP_ID
               LEFT JOIN DEPT_MASTER D
                   ON D.DEPT_CODE = E.DEPT_CODE
               WHERE E.COMPANY_CODE = :WS-COMPANY
                 AND R.RQ_DECIDED_AT >= CAST(:WS-FROM-DATE AS DATE)
                 AND R.RQ_DECIDED_AT < CAST(:WS-FROM-DATE AS DATE)
                                        + INTERVAL '1 month'
                 AND R.RQ_APPROVER IS NOT NULL
                 AND R.RQ_ORIG_REQUEST_ID IS NULL
                 AND R.RQ_STATUS IN ('APPROVED','APPLIED','REJECTED',
                                     'DENIED','RESCHEDULED')
               GROUP BY E.DEPT_CODE
               ORDER BY 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN AP_DEPT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH AP_DEPT_CURSOR
                   INTO :WS-GRP-KEY, :WS-GRP-NAME, :WS-CNT,
                        :WS-APPR, :WS-DENY, :WS-CHG, :WS-MED,
                        :WS-RETRO
               END-EXEC
               IF SQLCODE = 0
                   IF WS-GRP-KEY = SPACE
                       MOVE "(未所属)" TO WS-GRP-NAME
                   END-IF
                   PERFORM WRITE-GROUP-LINE-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE AP_DEPT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM WRITE-NO-DATA-RTN.

      ******************************************************************
       WRITE-COLUMN-HEAD-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           STRING "コード        判断    承認    却下  "
               "時季変更  却下率  変更率  "
               "所要中央値(h)  事後承認  "
               "外れ値           名称"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-NO-DATA-RTN.
      ******************************************************************
           IF WS-GROUP-COUNT = 0
               MOVE SPACE TO PRINT-REC
               STRING "  (対象月に判断された申請は"
                   "ありません)"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

      ******************************************************************
       CONVERT-GROUP-RTN.
      ******************************************************************
      *    集計行の文字列を数値にし、却下率・時季変更率(%)を出す。
           MOVE FUNCTION NUMVAL(WS-CNT)   TO WS-CNT-NUM.
           MOVE FUNCTION NUMVAL(WS-APPR)  TO WS-APPR-NUM.
           MOVE FUNCTION NUMVAL(WS-DENY)  TO WS-DENY-NUM.
           MOVE FUNCTION NUMVAL(WS-CHG)   TO WS-CHG-NUM.
           MOVE FUNCTION NUMVAL(WS-MED)   TO WS-MED-NUM.
           MOVE FUNCTION NUMVAL(WS-RETRO) TO WS-RETRO-NUM.
           MOVE ZERO TO WS-DENY-RATE.
           MOVE ZERO TO WS-CHG-RATE.
           IF WS-CNT-NUM > 0
               COMPUTE WS-DENY-RATE ROUNDED =
                   WS-DENY-NUM * 100 / WS-CNT-NUM
               COMPUTE WS-CHG-RATE ROUNDED =
                   WS-CHG-NUM * 100 / WS-CNT-NUM
           END-IF.

      ******************************************************************
       WRITE-GROUP-LINE-RTN.
      ******************************************************************
      *    承認者別・部門別の1行。判断件数が最少件数以上の行だけ
      *    外れ値を判定する。
           ADD 1 TO WS-GROUP-COUNT.
           PERFORM CONVERT-GROUP-RTN.
           MOVE SPACE TO WS-FLAGS.
           MOVE 1 TO WS-FLAG-POS.
           IF WS-CNT-NUM >= WS-OUTLIER-MIN-NUM
               IF WS-MED-NUM * 100 >
                   WS-CO-MED-NUM * WS-OUTLIER-PCT-NUM
                   STRING "*遅 " DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-POS
               END-IF
               IF WS-DENY-RATE * 100 >
                   WS-CO-DENY-RATE * WS-OUTLIER-PCT-NUM
                   STRING "*却 " DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-POS
               END-IF
               IF WS-CHG-RATE * 100 >
                   WS-CO-CHG-RATE * WS-OUTLIER-PCT-NUM
                   STRING "*変 " DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-POS
               END-IF
           END-IF.
           IF WS-FLAGS NOT = SPACE
               ADD 1 TO WS-OUTLIER-COUNT
           END-IF.
           PERFORM WRITE-GROUP-DETAIL-RTN.

      ******************************************************************
       WRITE-GROUP-DETAIL-RTN.
      ******************************************************************
           MOVE WS-CNT-NUM    TO WS-ED-CNT.
           MOVE WS-APPR-NUM   TO WS-ED-APPR.
           MOVE WS-DENY-NUM   TO WS-ED-DENY.
           MOVE WS-CHG-NUM    TO WS-ED-CHG.
           MOVE WS-RETRO-NUM  TO WS-ED-RETRO.
           MOVE WS-MED-NUM    TO WS-ED-MED.
           MOVE WS-DENY-RATE  TO WS-ED-DENY-RATE.
           MOVE WS-CHG-RATE   TO WS-ED-CHG-RATE.
           MOVE SPACE TO PRINT-REC.
           STRING WS-GRP-KEY "  " WS-ED-CNT "  " WS-ED-APPR "  "
               WS-ED-DENY "    " WS-ED-CHG "  " WS-ED-DENY-RATE
               "%  " WS-ED-CHG-RATE "%      " WS-ED-MED "    "
               WS-ED-RETRO "  " WS-FLAGS "  " WS-GRP-NAME
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-RETRO-RTN.
      ******************************************************************
      *    事後承認の一覧。取得日より後の日付で承認した申請を、
      *    遅れた日数の大きい順に出す。
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "事後承認 (取得日より後に承認)"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "申請ID    社員ID  部門    取得日      "
               "承認日      承認者      遅れ(日)"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           EXEC SQL
               DECLARE AP_RETRO_CURSOR CURSOR FOR
               SELECT R.REQUEST_ID, R.RQ_EMP_ID,
                      COALESCE(E.DEPT_CODE,' '),
                      TO_CHAR(R.RQ_USE_DATE,'YYYY-MM-DD'),
                      TO_CHAR(R.RQ_DECIDED_AT,'YYYY-MM-DD'),
                      R.RQ_APPROVER,
                      CAST(CAST(R.RQ_DECIDED_AT AS DATE)
                           - R.RQ_USE_DATE AS VARCHAR(8))
               FROM PL_REQUEST R
               INNER JOIN EMP_MASTER E
                   ON E.EMP_ID = R.RQ_EMP_ID
               WHERE E.COMPANY_CODE = :WS-COMPANY
                 AND R.RQ_DECIDED_AT >= CAST(:WS-FROM-DATE AS DATE)
                 AND R.RQ_DECIDED_AT < CAST(:WS-FROM-DATE AS DATE)
                                        + INTERVAL '1 month'
                 AND R.RQ_APPROVER IS NOT NULL
                 AND R.RQ_ORIG_REQUEST_ID IS NULL
                 AND R.RQ_STATUS IN ('APPROVED','APPLIED','REJECTED',
                                     'DENIED','RESCHEDULED')
                 AND R.RQ_STATUS IN ('APPROVED','APPLIED',
                                     'REJECTED')
                 AND CAST(R.RQ_DECIDED_AT AS DATE) > R.RQ_USE_DATE
               ORDER BY 7 DESC, 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN AP_RETRO_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH AP_RETRO_CURSOR
                   INTO :WS-RT-REQUEST-ID, :WS-RT-EMP-ID,
                        :WS-RT-DEPT-CODE, :WS-RT-USE-DATE,
                        :WS-RT-DECIDED-DATE, :WS-RT-APPROVER,
                        :WS-RT-LATE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-RETRO-LINE-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE AP_RETRO_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF WS-RETRO-COUNT = 0
               MOVE SPACE TO PRINT-REC
               STRING "  (事後承認はありません)"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

      ******************************************************************
       WRITE-RETRO-LINE-RTN.
      ******************************************************************
           ADD 1 TO WS-RETRO-COUNT.
           MOVE FUNCTION NUMVAL(WS-RT-LATE) TO WS-ED-LATE.
           MOVE SPACE TO PRINT-REC.
           STRING WS-RT-REQUEST-ID "  " WS-RT-EMP-ID "  "
               WS-RT-DEPT-CODE "  " WS-RT-USE-DATE "  "
               WS-RT-DECIDED-DATE "  " WS-RT-APPROVER "  "
               WS-ED-LATE
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-DENY-REASON-RTN.
      ******************************************************************
      *    却下理由コード別の件数を多い順に。コード導入前の却下
      *    (RQ_DENY_CODEなし)は(コード未設定)にまとめる。
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "却下理由別"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "順位  コード    件数  構成比  理由"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           EXEC SQL
               DECLARE AP_REASON_CURSOR CURSOR FOR
               SELECT COALESCE(R.RQ_DENY_CODE,' '),
                      COALESCE(MAX(M.REASON_NAME),' '),
                      CAST(COUNT(*) AS VARCHAR(8))
               FROM PL_REQUEST R
               INNER JOIN EMP_MASTER E
                   ON E.EMP_ID = R.RQ_EMP_ID
               LEFT JOIN DENY_REASON_MASTER M
                   ON M.REASON_CODE = R.RQ_DENY_CODE
               WHERE E.COMPANY_CODE = :WS-COMPANY
                 AND R.RQ_DECIDED_AT >= CAST(:WS-FROM-DATE AS DATE)
                 AND R.RQ_DECIDED_AT < CAST(:WS-FROM-DATE AS DATE)
                                        + INTERVAL '1 month'
                 AND R.RQ_APPROVER IS NOT NULL
                 AND R.RQ_ORIG_REQUEST_ID IS NULL
                 AND R.RQ_STATUS IN ('APPROVED','APPLIED','REJECTED',
                                     'DENIED','RESCHEDULED')
                 AND R.RQ_STATUS = 'DENIED'
               GROUP BY R.RQ_DENY_CODE
               ORDER BY COUNT(*) DESC, 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN AP_REASON_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH AP_REASON_CURSOR
                   INTO :WS-DR-CODE, :WS-DR-NAME, :WS-DR-COUNT
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-REASON-LINE-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE AP_REASON_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF WS-REASON-RANK = 0
               MOVE SPACE TO PRINT-REC
               STRING "  (対象月の却下はありません)"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

      ******************************************************************
       WRITE-REASON-LINE-RTN.
      ******************************************************************
      *    構成比は全社の却下件数に対する割合。
           ADD 1 TO WS-REASON-RANK.
           MOVE WS-REASON-RANK TO WS-ED-RANK.
           MOVE FUNCTION NUMVAL(WS-DR-COUNT) TO WS-CNT-NUM.
           MOVE WS-CNT-NUM TO WS-ED-CNT.
           MOVE ZERO TO WS-REASON-SHARE.
           IF WS-CO-DENY-NUM > 0
               COMPUTE WS-REASON-SHARE ROUNDED =
                   WS-CNT-NUM * 100 / WS-CO-DENY-NUM
           END-IF.
           MOVE WS-REASON-SHARE TO WS-ED-DENY-RATE.
           IF WS-DR-CODE = SPACE
               MOVE "(コード未設定)" TO WS-DR-NAME
           END-IF.
           MOVE SPACE TO PRINT-REC.
           STRING " " WS-ED-RANK "  " WS-DR-CODE "      " WS-ED-CNT
               "  " WS-ED-DENY-RATE "%  " WS-DR-NAME
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
