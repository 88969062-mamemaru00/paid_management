      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 DEPT_COVER.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    部門別の最低出勤人数(カバレッジ)規則の保守と、規則を
      *    割り込んでいる日の例外リスト。
      *    規則(DEPT_COVERAGE)は部門ごとに「その日に最低何名が
      *    出勤していなければならないか」を持つ。曜日(1=月..7=日、
      *    0=毎日)と適用期間で上書きでき、1日に複数の規則が当たる
      *    ときは期間の短いもの、次に曜日指定のものを優先する。
      *    規則ごとにWARN(警告して通す)/BLOCK(承認・受付を
      *    止める)を持ち、PL_REQ_APPRの承認とREQ_INTAKEの一括受付
      *    がこれを見る。不在の数え方はDEPT_CALと同じ(承認済み申請、
      *    確定済みのUSE/DESIGNATE、計画付与のRESERVED)。
      *    起動引数: (なし)=登録 / L=登録済み一覧 / D=削除 /
      *    X=例外リスト(夜間ジョブ)。
      *    例外リストは起動日からPLM_COVER_DAYS日先(未指定は30日)
      *    までを見て、計画付与や時季指定の一括登録で既に規則を
      *    割り込んでいる日をCOVEXCPへ出力する。対象会社は
      *    PLM_COMPANY(未指定は01)の在籍者で数える。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "COVEXCP"
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
               "DEPT_COVER".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 2.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-RUN-MODE-SW          PIC X(1) VALUE "R".
               88  WS-REGISTER-MODE        VALUE "R".
               88  WS-LIST-MODE            VALUE "L".
               88  WS-DELETE-MODE          VALUE "D".
               88  WS-EXCEPTION-MODE       VALUE "X".

           01  COV-DATE-INPUT.
               03  WS-COV-DATE-NUM     PIC 9(8).
           01  COV-DATE-INPUT-R REDEFINES COV-DATE-INPUT.
               03  WS-COV-YEAR         PIC 9(4).
               03  WS-COV-MONTH        PIC 9(2).
               03  WS-COV-DAY          PIC 9(2).
           01  WS-DATE-VALID-SW        PIC X(1) VALUE "N".
               88  WS-DATE-VALID           VALUE "Y".
           01  WS-DOW-NUM              PIC 9(1) VALUE 0.
           01  WS-MIN-NUM              PIC 9(4) VALUE 0.
           01  WS-ACTION-SW            PIC X(1) VALUE "W".
               88  WS-ACTION-BLOCK         VALUE "B".
           01  WS-TODAY-NUM            PIC 9(8).

      *    例外リストの先読み日数(PLM_COVER_DAYS)。
           01  WS-HORIZON-ENV          PIC X(3) VALUE SPACE.
           01  WS-HORIZON-NUM          PIC 9(3) VALUE 30.
           01  WS-EXCP-COUNT           PIC 9(6) VALUE 0.
           01  WS-HEAD-NUM             PIC 9(6).
           01  WS-OFF-NUM              PIC 9(6).
           01  WS-PRESENT-NUM          PIC S9(6).
           01  WS-ED-MIN               PIC Z(3)9.
           01  WS-ED-HEAD              PIC Z(5)9.
           01  WS-ED-OFF               PIC Z(5)9.
           01  WS-ED-PRESENT           PIC -(5)9.
           01  WS-ED-DSG               PIC Z(5)9.
           01  WS-ED-PLN               PIC Z(5)9.

      *    曜日名(ISODOW 1=月..7=日、0=毎日)。
           01  WS-DOW-NAMES.
               03  FILLER              PIC X(6) VALUE "毎日".
               03  FILLER              PIC X(6) VALUE "月".
               03  FILLER              PIC X(6) VALUE "火".
               03  FILLER              PIC X(6) VALUE "水".
               03  FILLER              PIC X(6) VALUE "木".
               03  FILLER              PIC X(6) VALUE "金".
               03  FILLER              PIC X(6) VALUE "土".
               03  FILLER              PIC X(6) VALUE "日".
           01  WS-DOW-NAMES-R REDEFINES WS-DOW-NAMES.
               03  WS-DOW-NAME         PIC X(6) OCCURS 8 TIMES.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-COV-DEPT             PIC  X(6).
           01  WS-COV-DOW              PIC  X(1).
           01  WS-COV-FROM             PIC  X(10).
           01  WS-COV-TO               PIC  X(10).
           01  WS-COV-MIN              PIC  X(4).
           01  WS-COV-ACTION           PIC  X(5).
           01  WS-HORIZON              PIC  X(3).
           01  WS-EX-DATE              PIC  X(10).
           01  WS-EX-HEAD              PIC  X(8).
           01  WS-EX-OFF               PIC  X(8).
           01  WS-EX-DSG               PIC  X(8).
           01  WS-EX-PLN               PIC  X(8).
           01  WS-OPERATOR-ID          PIC  X(10) VALUE "UNKNOWN".
           01  WS-AUTH-COUNT           PIC  X(8).
           01  WS-AUTH-LEVEL           PIC  X(1).
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           01  WS-CMD-ARG              PIC X(1) VALUE SPACE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** DEPT_COVER STARTED ***".

           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF WS-CMD-ARG = "L" OR WS-CMD-ARG = "D"
              OR WS-CMD-ARG = "X"
               MOVE WS-CMD-ARG TO WS-RUN-MODE-SW
           END-IF.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-COVERAGE-TABLE-RTN.
           IF WS-REGISTER-MODE OR WS-DELETE-MODE
               PERFORM CHECK-AUTH-LEVEL-RTN
           END-IF.

           EVALUATE TRUE
               WHEN WS-LIST-MODE
                   PERFORM LIST-RULES-RTN
               WHEN WS-DELETE-MODE
                   PERFORM DELETE-RULE-RTN
               WHEN WS-EXCEPTION-MODE
                   PERFORM WRITE-EXCEPTION-LIST-RTN
               WHEN OTHER
                   PERFORM REGISTER-RULE-RTN
           END-EVALUATE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY "*** DEPT_COVER FINISHED ***".
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
       ENSURE-COVERAGE-TABLE-RTN.
      ******************************************************************
      *    COV_DOWは0=毎日、1..7=ISODOW(月..日)。期間の指定が
      *    無い規則は1900-01-01から9999-12-31までとして持つ。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS DEPT_COVERAGE
               (
                   COV_DEPT        VARCHAR(6) NOT NULL,
                   COV_DOW         SMALLINT NOT NULL DEFAULT 0,
                   COV_FROM        DATE NOT NULL
                                    DEFAULT DATE '1900-01-01',
                   COV_TO          DATE NOT NULL
                                    DEFAULT DATE '9999-12-31',
                   COV_MIN_PRESENT SMALLINT NOT NULL,
                   COV_ACTION      VARCHAR(5) NOT NULL
                                    DEFAULT 'WARN',
                   COV_UPDATED_AT  TIMESTAMP NOT NULL
                                    DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT DCOV_0 PRIMARY KEY
                       (COV_DEPT, COV_DOW, COV_FROM)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       CHECK-AUTH-LEVEL-RTN.
      ******************************************************************
      *    OPERATOR_AUTHで操作者の権限レベルを確認する。未登録の
      *    操作者はレベル0として扱い、要求レベルに満たない場合は
      *    ERRLOGへ記録した上で実行を拒否する(職務分掌)。
      *    パスワードによるサインオン(OPER-SIGNON)で本人を確認して
      *    から権限レベルを読む。
           CALL "OPER-SIGNON" USING SQLCA WS-OPERATOR-ID
               WS-ERR-PROGRAM-NAME WS-SIGNON-SW.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-SIGNON-SW NOT = "Y"
               PERFORM WRITE-AUTH-DENIED-LOG
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "0" TO WS-AUTH-LEVEL.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-AUTH-COUNT
               FROM OPERATOR_AUTH
               WHERE OPER_ID = :WS-OPERATOR-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-AUTH-COUNT) > 0
               EXEC SQL
                   SELECT CAST(AUTH_LEVEL AS VARCHAR(1))
                   INTO :WS-AUTH-LEVEL
                   FROM OPERATOR_AUTH
                   WHERE OPER_ID = :WS-OPERATOR-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

           IF FUNCTION NUMVAL(WS-AUTH-LEVEL) < WS-REQUIRED-LEVEL
               PERFORM WRITE-AUTH-DENIED-LOG
               DISPLAY "*** 操作者 " WS-OPERATOR-ID
                   " には本プログラムの実行権限が"
                   "ありません ***"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
       WRITE-AUTH-DENIED-LOG.
      ******************************************************************
           ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACE TO ERROR-LOG-REC.
           STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
               "  AUTH-DENIED OPER=" WS-OPERATOR-ID
               DELIMITED BY SIZE INTO ERROR-LOG-REC.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE ERROR-LOG-REC.
           CLOSE ERROR-LOG-FILE.

      ******************************************************************
       ACCEPT-RULE-KEY-RTN.
      ******************************************************************
      *    登録・削除に共通するキー(部門・曜日・適用開始日)の入力。
      *    適用開始日の0は期間指定なし(1900-01-01)。
           DISPLAY "部門コード : >> ".
           ACCEPT WS-COV-DEPT FROM CONSOLE.
           DISPLAY "曜日 (0=毎日 1=月 ... 7=日) : >> ".
           ACCEPT WS-DOW-NUM FROM CONSOLE.
           IF WS-DOW-NUM > 7
               DISPLAY "*** 曜日が不正です。"
                   "0(毎日)とします ***"
               MOVE 0 TO WS-DOW-NUM
           END-IF.
           MOVE WS-DOW-NUM TO WS-COV-DOW.

           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL WS-DATE-VALID
               DISPLAY "適用開始日 (YYYYMMDD、"
                   "0=指定なし) : >> "
               ACCEPT WS-COV-DATE-NUM FROM CONSOLE
               IF WS-COV-DATE-NUM = ZERO
                   MOVE 19000101 TO WS-COV-DATE-NUM
               END-IF
               CALL "DATE-CHK" USING WS-COV-DATE-NUM
                   WS-DATE-VALID-SW
               IF NOT WS-DATE-VALID
                   DISPLAY "*** 日付が不正です。"
                       "再入力してください ***"
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-COV-FROM.
           STRING WS-COV-YEAR "-" WS-COV-MONTH "-" WS-COV-DAY
               INTO WS-COV-FROM.

      ******************************************************************
       REGISTER-RULE-RTN.
      ******************************************************************
           PERFORM ACCEPT-RULE-KEY-RTN.

           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL WS-DATE-VALID
               DISPLAY "適用終了日 (YYYYMMDD、"
                   "0=指定なし) : >> "
               ACCEPT WS-COV-DATE-NUM FROM CONSOLE
               IF WS-COV-DATE-NUM = ZERO
                   MOVE 99991231 TO WS-COV-DATE-NUM
               END-IF
               CALL "DATE-CHK" USING WS-COV-DATE-NUM
                   WS-DATE-VALID-SW
               IF NOT WS-DATE-VALID
                   DISPLAY "*** 日付が不正です。"
                       "再入力してください ***"
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-COV-TO.
           STRING WS-COV-YEAR "-" WS-COV-MONTH "-" WS-COV-DAY
               INTO WS-COV-TO.
           IF WS-COV-TO < WS-COV-FROM
               DISPLAY "*** 終了日が開始日より前です。"
                   "登録しません ***"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "最低出勤人数 : >> "
               ACCEPT WS-MIN-NUM FROM CONSOLE
               MOVE WS-MIN-NUM TO WS-COV-MIN
               DISPLAY "割込時の扱い (W=警告 / B=阻止) : >> "
               ACCEPT WS-ACTION-SW FROM CONSOLE
               IF WS-ACTION-BLOCK
                   MOVE "BLOCK" TO WS-COV-ACTION
               ELSE
                   MOVE "WARN " TO WS-COV-ACTION
               END-IF

               EXEC SQL
                   INSERT INTO DEPT_COVERAGE
                       (COV_DEPT, COV_DOW, COV_FROM, COV_TO,
                        COV_MIN_PRESENT, COV_ACTION)
                   VALUES
                       (:WS-COV-DEPT, CAST(:WS-COV-DOW AS SMALLINT),
                        CAST(:WS-COV-FROM AS DATE),
                        CAST(:WS-COV-TO AS DATE),
                        CAST(:WS-COV-MIN AS SMALLINT),
                        TRIM(:WS-COV-ACTION))
                   ON CONFLICT (COV_DEPT, COV_DOW, COV_FROM)
                   DO UPDATE SET
                       COV_TO = CAST(:WS-COV-TO AS DATE),
                       COV_MIN_PRESENT =
                           CAST(:WS-COV-MIN AS SMALLINT),
                       COV_ACTION = TRIM(:WS-COV-ACTION),
                       COV_UPDATED_AT = CURRENT_TIMESTAMP
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               DISPLAY "出勤人数規則を登録しました : "
                   WS-COV-DEPT
                   " " WS-DOW-NAME(WS-DOW-NUM + 1) " "
                   WS-COV-FROM " - " WS-COV-TO " 最低 "
                   WS-MIN-NUM " 名 " WS-COV-ACTION
           END-IF.

      ******************************************************************
       DELETE-RULE-RTN.
      ******************************************************************
           PERFORM ACCEPT-RULE-KEY-RTN.

           EXEC SQL
               DELETE FROM DEPT_COVERAGE
               WHERE COV_DEPT = :WS-COV-DEPT
                 AND COV_DOW = CAST(:WS-COV-DOW AS SMALLINT)
                 AND COV_FROM = CAST(:WS-COV-FROM AS DATE)
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY "該当する出勤人数規則が"
                   "ありません"
               MOVE ZERO TO SQLCODE
           ELSE
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               DISPLAY "出勤人数規則を削除しました"
           END-IF.

      ******************************************************************
       LIST-RULES-RTN.
      ******************************************************************
           EXEC SQL
               DECLARE COV_CURSOR CURSOR FOR
               SELECT COV_DEPT,
                      CAST(COV_DOW AS VARCHAR(1)),
                      TO_CHAR(COV_FROM,'YYYY-MM-DD'),
                      TO_CHAR(COV_TO,'YYYY-MM-DD'),
                      CAST(COV_MIN_PRESENT AS VARCHAR(4)),
                      COV_ACTION
               FROM DEPT_COVERAGE
               ORDER BY COV_DEPT ASC, COV_FROM ASC, COV_DOW ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN COV_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH COV_CURSOR
                   INTO :WS-COV-DEPT, :WS-COV-DOW, :WS-COV-FROM,
                        :WS-COV-TO, :WS-COV-MIN, :WS-COV-ACTION
               END-EXEC
               IF SQLCODE = 0
                   MOVE WS-COV-DOW TO WS-DOW-NUM
                   MOVE FUNCTION NUMVAL(WS-COV-MIN) TO WS-MIN-NUM
                   DISPLAY WS-COV-DEPT " "
                       WS-DOW-NAME(WS-DOW-NUM + 1) " "
                       WS-COV-FROM " - " WS-COV-TO " 最低 "
                       WS-MIN-NUM " 名 " WS-COV-ACTION
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE COV_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-EXCEPTION-LIST-RTN.
      ******************************************************************
      *    起動日から先読み日数分の各日・各部門について、その日に
      *    当たる規則を1つ選び、在籍者数から不在見込み人数を引いた
      *    出勤見込みが最低人数を下回る日を出力する。不在の内訳と
      *    して時季指定(DESIGNATE)と計画付与(RESERVED)の人数を
      *    添え、一括登録が原因かどうかを見分けられるようにする。
           ACCEPT WS-HORIZON-ENV FROM ENVIRONMENT "PLM_COVER_DAYS".
           IF WS-HORIZON-ENV NOT = SPACE
               MOVE FUNCTION NUMVAL(WS-HORIZON-ENV) TO WS-HORIZON-NUM
           END-IF.
           IF WS-HORIZON-NUM = ZERO
               MOVE 30 TO WS-HORIZON-NUM
           END-IF.
           MOVE WS-HORIZON-NUM TO WS-HORIZON.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.

           OPEN OUTPUT PRINT-FILE.
           MOVE SPACE TO PRINT-REC.
           STRING "最低出勤人数 例外リスト  会社 "
               WS-COMPANY
               "  作成日 " WS-TODAY-NUM
               "  先読み " WS-HORIZON-NUM " 日"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "日付        曜日  部門    最低  "
               "在籍    不在    出勤  うち指定  "
               "うち計画  扱い"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           EXEC SQL
               DECLARE EXCP_CURSOR CURSOR FOR
               SELECT X.DEPT, TO_CHAR(X.DT,'YYYY-MM-DD'),
                      CAST(EXTRACT(ISODOW FROM X.DT) AS VARCHAR(1)),
                      CAST(X.MINP AS VARCHAR(4)), X.ACT,
                      CAST(X.HEAD AS VARCHAR(8)),
                      CAST(X.OFFC AS VARCHAR(8)),
                      CAST(X.DSG AS VARCHAR(8)),
                      CAST(X.PLN AS VARCHAR(8))
               FROM
                 (SELECT D.COV_DEPT AS DEPT, G.DT,
                         RL.COV_MIN_PRESENT AS MINP,
                         RL.COV_ACTION AS ACT,
                         (SELECT COUNT(*) FROM EMP_MASTER E
                          WHERE E.DEPT_CODE = D.COV_DEPT
                            AND E.EMP_STATUS_CODE = 'ACTIVE'
                            AND E.COMPANY_CODE = :WS-COMPANY)
                             AS HEAD,
                         (SELECT COUNT(DISTINCT O.ABS_EMP_ID)
                          FROM
                            (SELECT B.B_EMP_ID AS ABS_EMP_ID
                             FROM PL_HISTORY H
                             INNER JOIN PL_BALANCE B
                                 ON H.H_BALANCE_ID = B.BALANCE_ID
                             WHERE H.ACQ_DATE = G.DT
                               AND H.TRANSACTION_TYPE IN
                                   ('USE','DESIGNATE','RESERVED')
                             UNION
                             SELECT R.RQ_EMP_ID
                             FROM PL_REQUEST R
                             WHERE R.RQ_USE_DATE = G.DT
                               AND R.RQ_STATUS = 'APPROVED') O
                          INNER JOIN EMP_MASTER E
                              ON O.ABS_EMP_ID = E.EMP_ID
                          WHERE E.DEPT_CODE = D.COV_DEPT
                            AND E.EMP_STATUS_CODE = 'ACTIVE'
                            AND E.COMPANY_CODE = :WS-COMPANY)
                             AS OFFC,
                         (SELECT COUNT(DISTINCT B.B_EMP_ID)
                          FROM PL_HISTORY H
                          INNER JOIN PL_BALANCE B
                              ON H.H_BALANCE_ID = B.BALANCE_ID
                          INNER JOIN EMP_MASTER E
                              ON B.B_EMP_ID = E.EMP_ID
                          WHERE H.ACQ_DATE = G.DT
                            AND H.TRANSACTION_TYPE = 'DESIGNATE'
                            AND E.DEPT_CODE = D.COV_DEPT
                            AND E.EMP_STATUS_CODE = 'ACTIVE'
                            AND E.COMPANY_CODE = :WS-COMPANY)
                             AS DSG,
                         (SELECT COUNT(DISTINCT B.B_EMP_ID)
                          FROM PL_HISTORY H
                          INNER JOIN PL_BALANCE B
                              ON H.H_BALANCE_ID = B.BALANCE_ID
                          INNER JOIN EMP_MASTER E
                              ON B.B_EMP_ID = E.EMP_ID
                          WHERE H.ACQ_DATE = G.DT
                            AND H.TRANSACTION_TYPE = 'RESERVED'
                            AND E.DEPT_CODE = D.COV_DEPT
                            AND E.EMP_STATUS_CODE = 'ACTIVE'
                            AND E.COMPANY_CODE = :WS-COMPANY)
                             AS PLN
                  FROM (SELECT CURRENT_DATE + N AS DT
                        FROM GENERATE_SERIES(0,
                             CAST(:WS-HORIZON AS INTEGER)) N) G
                  CROSS JOIN
                       (SELECT DISTINCT COV_DEPT
                        FROM DEPT_COVERAGE) D
                  CROSS JOIN LATERAL
                       (SELECT C.COV_MIN_PRESENT, C.COV_ACTION
                        FROM DEPT_COVERAGE C
                        WHERE C.COV_DEPT = D.COV_DEPT
                          AND G.DT BETWEEN C.COV_FROM AND C.COV_TO
                          AND C.COV_DOW IN
                              (0, EXTRACT(ISODOW FROM G.DT))
                        ORDER BY C.COV_TO - C.COV_FROM ASC,
                                 C.COV_DOW DESC
                        LIMIT 1) RL) X
               WHERE X.HEAD > 0
                 AND X.HEAD - X.OFFC < X.MINP
               ORDER BY X.DT ASC, X.DEPT ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN EXCP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH EXCP_CURSOR
                   INTO :WS-COV-DEPT, :WS-EX-DATE, :WS-COV-DOW,
                        :WS-COV-MIN, :WS-COV-ACTION, :WS-EX-HEAD,
                        :WS-EX-OFF, :WS-EX-DSG, :WS-EX-PLN
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-EXCEPTION-LINE-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE EXCP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF WS-EXCP-COUNT = 0
               MOVE SPACE TO PRINT-REC
               STRING "  (最低出勤人数を下回る日は"
                   "ありません)"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "例外件数 : " WS-EXCP-COUNT.

      ******************************************************************
       WRITE-EXCEPTION-LINE-RTN.
      ******************************************************************
           ADD 1 TO WS-EXCP-COUNT.
           MOVE WS-COV-DOW TO WS-DOW-NUM.
           MOVE FUNCTION NUMVAL(WS-COV-MIN) TO WS-MIN-NUM.
           MOVE FUNCTION NUMVAL(WS-EX-HEAD) TO WS-HEAD-NUM.
           MOVE FUNCTION NUMVAL(WS-EX-OFF)  TO WS-OFF-NUM.
           COMPUTE WS-PRESENT-NUM = WS-HEAD-NUM - WS-OFF-NUM.
           MOVE WS-MIN-NUM     TO WS-ED-MIN.
           MOVE WS-HEAD-NUM    TO WS-ED-HEAD.
           MOVE WS-OFF-NUM     TO WS-ED-OFF.
           MOVE WS-PRESENT-NUM TO WS-ED-PRESENT.
           MOVE FUNCTION NUMVAL(WS-EX-DSG) TO WS-ED-DSG.
           MOVE FUNCTION NUMVAL(WS-EX-PLN) TO WS-ED-PLN.

           MOVE SPACE TO PRINT-REC.
           STRING WS-EX-DATE "  " WS-DOW-NAME(WS-DOW-NUM + 1)
               WS-COV-DEPT "  " WS-ED-MIN "  " WS-ED-HEAD "  "
               WS-ED-OFF "  " WS-ED-PRESENT "    " WS-ED-DSG
               "    " WS-ED-PLN "  " WS-COV-ACTION
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
