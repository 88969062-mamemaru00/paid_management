      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SHUT_ALLOW.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    計画的付与の対象外者への休業手当の給与連携。PL_PLANNEDが
      *    自由取得分5日を残せないとして予約しなかった従業員
      *    (PLANEXC)は、会社一斉の指定日に年休なしで休ませることに
      *    なり、労基法26条の休業手当(平均賃金の60%以上)が必要に
      *    なる。これまで人事がメールで給与へ一覧を送っていたものを、
      *    PAY_EXTRACTのPAYIFと同じHDR/DTL/TRL枠の支給ファイル
      *    (SHUTPY)で渡す。
      *    入力は例外一覧(PLANEXC)と協定済み指定日(PLANDATE)。
      *    対象年月の指定日ごとに、例外者がその後にその日の年休を
      *    取得・予約していないこと(USE・DESIGNATE・RESERVEDの行が
      *    無いこと。訂正で取り消した行は除く)、その日に在籍して
      *    いること(退職日の後でない・休職中でない)を確認し、
      *    該当者だけを支給明細にする。
      *    手当の日額は就業規則の算定方法(PLM_CONFIGのLPAY_*)が
      *    平均賃金(AVERAGE)なら賃金実績(WAGE_HISTORY)から指定日の
      *    前3か月で平均賃金を計算し(最低保障額あり、PAY_EXTRACTと
      *    同じ計算)、それ以外はEMP_MASTERのDAILY_WAGEとする。
      *    支給率はPLM_CONFIGのSHUTPAY_RATE(%、既定60)で、法定の
      *    60%を下回る設定は60%として扱う。支給額は円未満四捨五入。
      *    人事向けに確認レポート(SHUTRPT)を出し、例外者・指定日
      *    ごとの判定(支給・取得済み・予約済み・退職・休職・社員
      *    不明・賃金未登録)と算定根拠を載せる。賃金未登録で支給
      *    できない者があればERRLOGへ記録して終了コード4で終わる。
      *    送ったファイルと明細は送信台帳(PAYOUT-REG)へ登録し、
      *    HDRに送信ファイル番号を載せる(PAYIFと同じ位置)。給与
      *    からの受領・拒否の返信はPAY_ACKが突き合わせる。
      *    同じ対象年月を作り直すと前のファイルは置換になる。
      *    起動引数: 対象年月(YYYYMM)。未指定は対話入力。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO "PLANDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT EXC-FILE ASSIGN TO "PLANEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT PAY-FILE ASSIGN TO "SHUTPY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "SHUTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PLAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  PLAN-REC                 PIC X(80).
       FD  EXC-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXC-REC                  PIC X(100).
       FD  PAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAY-REC                  PIC X(60).
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRINT-REC                PIC X(132).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "SHUT_ALLOW".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-PLAN-STATUS          PIC XX.
           01  WS-EXC-STATUS           PIC XX.
           01  WS-EOF-SW               PIC X(1) VALUE "N".
               88  WS-EOF                  VALUE "Y".
           01  WS-DATE-VALID-SW        PIC X(1) VALUE "N".
               88  WS-DATE-VALID           VALUE "Y".
           01  WS-CMD-PERIOD           PIC X(6) VALUE SPACE.
           01  WS-RUN-DATE             PIC 9(8).

      *    対象年月に入る協定済み指定日(PL_PLANNEDと同じく最大10日)。
           01  WS-PLAN-TABLE.
               03  WS-PLAN-ENTRY       OCCURS 10 TIMES.
                   05  WS-PLAN-DATE-X  PIC X(10).
           01  WS-PLAN-COUNT           PIC 9(2) VALUE 0.
           01  WS-PLAN-MAX             PIC 9(2) VALUE 10.
           01  WS-PLAN-IDX             PIC 9(2).
           01  WS-PLAN-IN-NUM          PIC 9(8).

      *    判定結果。
           01  WS-JUDGE                PIC X(12).
           01  WS-JUDGE-SW             PIC X(1).
               88  WS-JUDGE-PAY            VALUE "P".
               88  WS-JUDGE-SKIP           VALUE "S".
               88  WS-JUDGE-ERROR          VALUE "E".
           01  WS-EXC-EMP-COUNT        PIC 9(6) VALUE 0.
           01  WS-PAY-COUNT            PIC 9(6) VALUE 0.
           01  WS-SKIP-COUNT           PIC 9(6) VALUE 0.
           01  WS-ERROR-COUNT          PIC 9(6) VALUE 0.
           01  WS-HASH-AMOUNT          PIC 9(12) VALUE 0.

      *    手当の計算用。平均賃金は銭未満切捨て、支給額は円未満
      *    四捨五入(PAY_EXTRACTと同じ端数処理)。
           01  WS-BASE-WAGES-NUM       PIC 9(11).
           01  WS-CAL-DAYS-NUM         PIC 9(3).
           01  WS-WORK-DAYS-NUM        PIC 9(3).
           01  WS-AVG-RATE-NUM         PIC 9(9)V99.
           01  WS-MIN-RATE-NUM         PIC 9(9)V99.
           01  WS-DAY-RATE-NUM         PIC 9(9)V99.
           01  WS-PAY-RATE-NUM         PIC 9(3) VALUE 60.
           01  WS-LEGAL-RATE           PIC 9(3) VALUE 60.
           01  WS-ALLOW-AMOUNT-NUM     PIC 9(9).
           01  WS-RATE-ED              PIC Z(8)9.99.
           01  WS-AMOUNT-ED            PIC Z(8)9.
           01  WS-TOTAL-ED             PIC Z(11)9.
           01  WS-CALC-NOTE            PIC X(20).

      *    ヘッダ・明細・トレーラの編集用(PAYIFと同じ枠)。
           01  WS-HDR-LINE.
               03  FILLER              PIC X(3) VALUE "HDR".
               03  WS-HDR-FILE-ID      PIC X(6) VALUE "SHUTPY".
               03  WS-HDR-RUN-DATE     PIC 9(8).
               03  WS-HDR-PERIOD       PIC X(6).
               03  WS-HDR-FILE-NO      PIC 9(8).
           01  WS-DTL-LINE.
               03  FILLER              PIC X(3) VALUE "DTL".
               03  WS-DTL-EMP-ID       PIC X(6).
               03  WS-DTL-DATE         PIC X(10).
               03  WS-DTL-METHOD       PIC X(8).
               03  WS-DTL-DAY-RATE     PIC 9(7).99.
               03  WS-DTL-PAY-RATE     PIC 9(3).
               03  WS-DTL-AMOUNT       PIC 9(9).
           01  WS-TRL-LINE.
               03  FILLER              PIC X(3) VALUE "TRL".
               03  WS-TRL-COUNT        PIC 9(6).
               03  WS-TRL-HASH         PIC 9(12).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-PERIOD               PIC  X(6).
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           01  WS-SA-EMP-ID            PIC  X(6).
           01  WS-SA-EMP-NAME          PIC  X(20).
           01  WS-SA-DATE              PIC  X(10).
           01  WS-SA-STATUS            PIC  X(10).
           01  WS-SA-RETIRED           PIC  X(1).
           01  WS-SA-EMP-TYPE          PIC  X(10).
           01  WS-SA-WAGE              PIC  X(9).
           01  WS-ROW-COUNT            PIC  X(8).
           01  WS-USE-COUNT            PIC  X(8).
           01  WS-RESV-COUNT           PIC  X(8).
           01  WS-LPAY-METHOD          PIC  X(8).
           01  WS-CFG-RATE             PIC  X(20).
           01  WS-WG-COUNT             PIC  X(8).
           01  WS-WG-TOTAL             PIC  X(12).
           01  WS-WG-WORK-DAYS         PIC  X(4).
           01  WS-WG-CAL-DAYS          PIC  X(4).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY PAYOUTREC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** SHUT_ALLOW STARTED ***".

           ACCEPT WS-CMD-PERIOD FROM COMMAND-LINE.
           IF WS-CMD-PERIOD NOT = SPACE
              AND WS-CMD-PERIOD IS NUMERIC
               MOVE WS-CMD-PERIOD TO WS-PERIOD
           ELSE
               DISPLAY "対象年月 (YYYYMM) : >> "
               ACCEPT WS-PERIOD FROM CONSOLE
               IF WS-PERIOD IS NOT NUMERIC
                   DISPLAY "*** 対象年月が不正です ***"
                   STOP RUN
               END-IF
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           PERFORM LOAD-PLAN-DATES-RTN.
           IF WS-PLAN-COUNT = 0
               DISPLAY "*** 対象年月 " WS-PERIOD
                   " に協定済みの指定日がありません ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EXC-FILE.
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "*** PLANEXC ファイルが"
                   "オープンできません ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
           PERFORM ENSURE-WAGE-TABLES-RTN.
           PERFORM LOAD-PAY-RATE-RTN.

           OPEN OUTPUT PAY-FILE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-HEADER-REC.
           PERFORM WRITE-REPORT-HEADER-RTN.

           MOVE "N" TO WS-EOF-SW.
           READ EXC-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
           PERFORM UNTIL WS-EOF
               PERFORM PROCESS-EXC-LINE-RTN
               READ EXC-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE EXC-FILE.

           PERFORM WRITE-TRAILER-REC.
           PERFORM WRITE-REPORT-TOTAL-RTN.
           CLOSE PAY-FILE.
           CLOSE PRINT-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "対象会社         : " WS-COMPANY.
           DISPLAY "対象年月         : " WS-PERIOD.
           DISPLAY "指定日数         : " WS-PLAN-COUNT.
           DISPLAY "例外者数         : " WS-EXC-EMP-COUNT.
           DISPLAY "支給明細件数     : " WS-PAY-COUNT.
           DISPLAY "対象外件数       : " WS-SKIP-COUNT.
           DISPLAY "要確認件数       : " WS-ERROR-COUNT.
           DISPLAY "支給額合計       : " WS-HASH-AMOUNT.
           IF WS-ERROR-COUNT > 0
               PERFORM WRITE-CHECK-LOG-RTN
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "*** SHUT_ALLOW FINISHED ***".
           STOP RUN.

      ******************************************************************
       LOAD-PLAN-DATES-RTN.
      ******************************************************************
      *    PLANDATE(PL_PLANNEDの入力と同じHDR/TRL付き)を読み、
      *    対象年月に入る指定日だけを積む。
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "*** PLANDATE ファイルが"
                   "オープンできません ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-EOF-SW.
           READ PLAN-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.
           IF NOT WS-EOF AND PLAN-REC(1:3) = "HDR"
               READ PLAN-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL WS-EOF
               IF PLAN-REC(1:3) = "TRL"
                   MOVE "Y" TO WS-EOF-SW
               ELSE
                   PERFORM LOAD-ONE-PLAN-DATE-RTN
                   READ PLAN-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE PLAN-FILE.

      ******************************************************************
       LOAD-ONE-PLAN-DATE-RTN.
      ******************************************************************
           IF PLAN-REC(1:8) IS NOT NUMERIC
               DISPLAY "*** 指定日が不正です: " PLAN-REC(1:8)
           ELSE
               MOVE PLAN-REC(1:8) TO WS-PLAN-IN-NUM
               CALL "DATE-CHK" USING WS-PLAN-IN-NUM WS-DATE-VALID-SW
               IF NOT WS-DATE-VALID
                   DISPLAY "*** 指定日が不正です: "
                       WS-PLAN-IN-NUM
               ELSE
                   IF PLAN-REC(1:6) = WS-PERIOD
                       IF WS-PLAN-COUNT >= WS-PLAN-MAX
                           DISPLAY "*** 指定日が多すぎます"
                               "(最大10日) ***"
                       ELSE
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE SPACE TO
                               WS-PLAN-DATE-X(WS-PLAN-COUNT)
                           STRING WS-PLAN-IN-NUM(1:4) "-"
                               WS-PLAN-IN-NUM(5:2) "-"
                               WS-PLAN-IN-NUM(7:2)
                               DELIMITED BY SIZE
                               INTO WS-PLAN-DATE-X(WS-PLAN-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

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
       ENSURE-WAGE-TABLES-RTN.
      ******************************************************************
      *    賃金実績と運用設定(PAY_EXTRACTと同じ定義)。表が無い
      *    環境でも抽出が落ちないようここで作る。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS WAGE_HISTORY
               (
                   W_EMP_ID       VARCHAR(6) NOT NULL,
                   WAGE_PERIOD    VARCHAR(6) NOT NULL,
                   MONTH_WAGES    NUMERIC(9) NOT NULL DEFAULT 0,
                   WORK_DAYS      NUMERIC(2) NOT NULL DEFAULT 0,
                   NORMAL_DAILY   NUMERIC(7) NOT NULL DEFAULT 0,
                   STD_MONTHLY    NUMERIC(7) NOT NULL DEFAULT 0,
                   WG_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT WGH_0 PRIMARY KEY
                       (W_EMP_ID, WAGE_PERIOD)
               )
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

      ******************************************************************
       LOAD-PAY-RATE-RTN.
      ******************************************************************
      *    支給率(SHUTPAY_RATE、%)。対象月の末日時点で発効済みの
      *    最新行を使う。未登録・不正は既定の60%、法定の60%を
      *    下回る設定は60%とする。
           EXEC SQL
               SELECT COALESCE(
                   (SELECT CONFIG_VALUE FROM PLM_CONFIG
                    WHERE COMPANY_CODE = :WS-COMPANY
                      AND CONFIG_KEY = 'SHUTPAY_RATE'
                      AND EFFECTIVE_FROM <
                          TO_DATE(:WS-PERIOD,'YYYYMM')
                          + INTERVAL '1 month'
                    ORDER BY EFFECTIVE_FROM DESC
                    LIMIT 1),' ')
               INTO :WS-CFG-RATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE WS-LEGAL-RATE TO WS-PAY-RATE-NUM.
           IF WS-CFG-RATE NOT = SPACE
              AND FUNCTION TRIM(WS-CFG-RATE) IS NUMERIC
               IF FUNCTION NUMVAL(WS-CFG-RATE) > WS-LEGAL-RATE
                  AND FUNCTION NUMVAL(WS-CFG-RATE) <= 100
                   MOVE FUNCTION NUMVAL(WS-CFG-RATE)
                       TO WS-PAY-RATE-NUM
               END-IF
               IF FUNCTION NUMVAL(WS-CFG-RATE) < WS-LEGAL-RATE
                   DISPLAY "*** SHUTPAY_RATE=" WS-CFG-RATE
                       " は法定の60%未満のため60%で"
                       "計算します ***"
               END-IF
           END-IF.
           DISPLAY "支給率(%)        : " WS-PAY-RATE-NUM.

      ******************************************************************
       PROCESS-EXC-LINE-RTN.
      ******************************************************************
      *    PLANEXCの1行。見出し・件数の行は飛ばし、社員IDで始まる
      *    行(社員ID・空白・氏名・...)だけを例外者として扱う。
           IF EXC-REC(1:3) NOT = "***"
              AND EXC-REC(1:6) NOT = SPACE
              AND EXC-REC(7:1) = SPACE
               ADD 1 TO WS-EXC-EMP-COUNT
               MOVE EXC-REC(1:6) TO WS-SA-EMP-ID
               PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                       UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                   MOVE WS-PLAN-DATE-X(WS-PLAN-IDX) TO WS-SA-DATE
                   PERFORM JUDGE-ONE-DATE-RTN
               END-PERFORM
           END-IF.

      ******************************************************************
       JUDGE-ONE-DATE-RTN.
      ******************************************************************
      *    例外者1名・指定日1日分の判定。
           MOVE "P" TO WS-JUDGE-SW.
           MOVE SPACE TO WS-JUDGE.
           MOVE SPACE TO WS-CALC-NOTE.
           MOVE SPACE TO WS-SA-EMP-NAME.
           MOVE SPACE TO WS-LPAY-METHOD.
           MOVE ZERO TO WS-DAY-RATE-NUM.
           MOVE ZERO TO WS-ALLOW-AMOUNT-NUM.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM EMP_MASTER
               WHERE EMP_ID = :WS-SA-EMP-ID
                 AND COMPANY_CODE = :WS-COMPANY
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-ROW-COUNT) = 0
               MOVE "E" TO WS-JUDGE-SW
               MOVE "社員不明" TO WS-JUDGE
           ELSE
               EXEC SQL
                   SELECT EMP_NAME, EMP_STATUS_CODE,
                          CASE WHEN EMP_RETIRE_DATE IS NOT NULL
                                AND EMP_RETIRE_DATE
                                    < CAST(:WS-SA-DATE AS DATE)
                               THEN 'Y' ELSE 'N' END,
                          COALESCE(EMPLOYMENT_TYPE,' '),
                          CAST(COALESCE(DAILY_WAGE,0) AS VARCHAR(9))
                   INTO :WS-SA-EMP-NAME, :WS-SA-STATUS,
                        :WS-SA-RETIRED, :WS-SA-EMP-TYPE, :WS-SA-WAGE
                   FROM EMP_MASTER
                   WHERE EMP_ID = :WS-SA-EMP-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               PERFORM CHECK-LEAVE-ON-DATE-RTN
           END-IF.

           IF WS-JUDGE-PAY
               PERFORM CALC-ALLOWANCE-RTN
           END-IF.

           EVALUATE TRUE
               WHEN WS-JUDGE-PAY
                   MOVE "支給" TO WS-JUDGE
                   PERFORM WRITE-DETAIL-REC
               WHEN WS-JUDGE-SKIP
                   ADD 1 TO WS-SKIP-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE-RTN.

      ******************************************************************
       CHECK-LEAVE-ON-DATE-RTN.
      ******************************************************************
      *    在籍の確認と、例外一覧の作成後にその日の年休(消化・
      *    時季指定・予約)が入っていないことの確認。訂正(CORRECT)
      *    で取り消された行は数えない。休暇種別は問わない(その日に
      *    何らかの休暇で休んでいれば休業の対象ではない)。
           EVALUATE TRUE
               WHEN WS-SA-RETIRED = "Y"
                   MOVE "S" TO WS-JUDGE-SW
                   MOVE "退職" TO WS-JUDGE
               WHEN WS-SA-STATUS = "LOA"
                   MOVE "S" TO WS-JUDGE-SW
                   MOVE "休職" TO WS-JUDGE
           END-EVALUATE.

           IF WS-JUDGE-PAY
               EXEC SQL
                   SELECT
                       CAST(COALESCE(SUM(CASE WHEN H.TRANSACTION_TYPE
                            IN ('USE','DESIGNATE') THEN 1 ELSE 0
                            END),0) AS VARCHAR(8)),
                       CAST(COALESCE(SUM(CASE WHEN H.TRANSACTION_TYPE
                            = 'RESERVED' THEN 1 ELSE 0
                            END),0) AS VARCHAR(8))
                   INTO :WS-USE-COUNT, :WS-RESV-COUNT
                   FROM PL_HISTORY H
                   INNER JOIN PL_BALANCE B
                       ON H.H_BALANCE_ID = B.BALANCE_ID
                   WHERE B.B_EMP_ID = :WS-SA-EMP-ID
                     AND H.ACQ_DATE = CAST(:WS-SA-DATE AS DATE)
                     AND H.TRANSACTION_TYPE IN
                         ('USE','DESIGNATE','RESERVED')
                     AND NOT EXISTS
                         (SELECT 1 FROM PL_HISTORY C
                          WHERE C.ORIG_HISTORY_ID = H.HISTORY_ID)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               EVALUATE TRUE
                   WHEN FUNCTION NUMVAL(WS-USE-COUNT) > 0
                       MOVE "S" TO WS-JUDGE-SW
                       MOVE "取得済み" TO WS-JUDGE
                   WHEN FUNCTION NUMVAL(WS-RESV-COUNT) > 0
                       MOVE "S" TO WS-JUDGE-SW
                       MOVE "予約済み" TO WS-JUDGE
               END-EVALUATE
           END-IF.

      ******************************************************************
       CALC-ALLOWANCE-RTN.
      ******************************************************************
      *    手当の日額と支給額。算定方法は雇用区分別の設定
      *    (LPAY_<雇用区分>)、無ければLPAY_DEFAULT。平均賃金なら
      *    賃金実績から計算し、それ以外と実績の無い社員は
      *    DAILY_WAGEとする。
           EXEC SQL
               SELECT COALESCE(
                   (SELECT CONFIG_VALUE FROM PLM_CONFIG
                    WHERE COMPANY_CODE = :WS-COMPANY
                      AND CONFIG_KEY =
                          'LPAY_' || TRIM(:WS-SA-EMP-TYPE)
                      AND EFFECTIVE_FROM <=
                          CAST(:WS-SA-DATE AS DATE)
                    ORDER BY EFFECTIVE_FROM DESC
                    LIMIT 1),
                   (SELECT CONFIG_VALUE FROM PLM_CONFIG
                    WHERE COMPANY_CODE = :WS-COMPANY
                      AND CONFIG_KEY = 'LPAY_DEFAULT'
                      AND EFFECTIVE_FROM <=
                          CAST(:WS-SA-DATE AS DATE)
                    ORDER BY EFFECTIVE_FROM DESC
                    LIMIT 1),
                   'NORMAL')
               INTO :WS-LPAY-METHOD
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF WS-LPAY-METHOD = "AVERAGE"
               PERFORM CALC-AVERAGE-WAGE-RTN
           ELSE
               MOVE "DAILY" TO WS-LPAY-METHOD
           END-IF.
           IF WS-LPAY-METHOD = "DAILY"
               MOVE FUNCTION NUMVAL(WS-SA-WAGE) TO WS-DAY-RATE-NUM
           END-IF.

           IF WS-DAY-RATE-NUM = 0
               MOVE "E" TO WS-JUDGE-SW
               MOVE "賃金未登録" TO WS-JUDGE
           ELSE
               COMPUTE WS-ALLOW-AMOUNT-NUM ROUNDED =
                   WS-DAY-RATE-NUM * WS-PAY-RATE-NUM / 100
           END-IF.

      ******************************************************************
       CALC-AVERAGE-WAGE-RTN.
      ******************************************************************
      *    平均賃金 = 指定日の月の前3か月の賃金総額 / その期間の
      *    暦日数。最低保障額(賃金総額 / 労働日数 x 60%)を下回る
      *    場合は最低保障額とする。実績が1か月も無い場合は
      *    DAILY_WAGEに切り替える(PAY_EXTRACTと同じ計算)。
           MOVE ZERO TO WS-MIN-RATE-NUM.
           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8)),
                      CAST(COALESCE(SUM(MONTH_WAGES),0)
                           AS VARCHAR(12)),
                      CAST(COALESCE(SUM(WORK_DAYS),0)
                           AS VARCHAR(4)),
                      CAST(CAST(COALESCE(SUM(EXTRACT(DAY FROM
                           TO_DATE(WAGE_PERIOD,'YYYYMM')
                           + INTERVAL '1 month'
                           - INTERVAL '1 day')),0) AS INTEGER)
                           AS VARCHAR(4))
               INTO :WS-WG-COUNT, :WS-WG-TOTAL,
                    :WS-WG-WORK-DAYS, :WS-WG-CAL-DAYS
               FROM WAGE_HISTORY
               WHERE W_EMP_ID = :WS-SA-EMP-ID
                 AND WAGE_PERIOD < :WS-PERIOD
                 AND WAGE_PERIOD >=
                     TO_CHAR(TO_DATE(:WS-PERIOD,'YYYYMM')
                             - INTERVAL '3 months','YYYYMM')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-WG-COUNT) = 0
               MOVE "DAILY" TO WS-LPAY-METHOD
               MOVE "AVERAGE-NO-BASE" TO WS-CALC-NOTE
           ELSE
               MOVE FUNCTION NUMVAL(WS-WG-TOTAL)
                   TO WS-BASE-WAGES-NUM
               MOVE FUNCTION NUMVAL(WS-WG-CAL-DAYS)
                   TO WS-CAL-DAYS-NUM
               MOVE FUNCTION NUMVAL(WS-WG-WORK-DAYS)
                   TO WS-WORK-DAYS-NUM
               COMPUTE WS-AVG-RATE-NUM =
                   WS-BASE-WAGES-NUM / WS-CAL-DAYS-NUM
               IF WS-WORK-DAYS-NUM > 0
                   COMPUTE WS-MIN-RATE-NUM =
                       WS-BASE-WAGES-NUM / WS-WORK-DAYS-NUM * 0.6
               END-IF
               IF WS-MIN-RATE-NUM > WS-AVG-RATE-NUM
                   MOVE WS-MIN-RATE-NUM TO WS-DAY-RATE-NUM
                   MOVE "MINIMUM-GUARANTEE" TO WS-CALC-NOTE
               ELSE
                   MOVE WS-AVG-RATE-NUM TO WS-DAY-RATE-NUM
               END-IF
           END-IF.

      ******************************************************************
       WRITE-HEADER-REC.
      ******************************************************************
      *    送信台帳へファイルを登録し、採番した送信ファイル番号を
      *    HDRに載せる。
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
           MOVE WS-PERIOD   TO WS-HDR-PERIOD.
           INITIALIZE POR-PARM-VARS.
           MOVE "H"            TO POR-FUNCTION.
           MOVE WS-HDR-FILE-ID TO POR-FILE-KIND.
           MOVE WS-PERIOD      TO POR-PERIOD.
           MOVE WS-COMPANY     TO POR-COMPANY.
           CALL "PAYOUT-REG" USING SQLCA POR-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE POR-FILE-NO TO WS-HDR-FILE-NO.
           MOVE SPACE TO PAY-REC.
           MOVE WS-HDR-LINE TO PAY-REC.
           WRITE PAY-REC.

      ******************************************************************
       WRITE-DETAIL-REC.
      ******************************************************************
           MOVE WS-SA-EMP-ID        TO WS-DTL-EMP-ID.
           MOVE WS-SA-DATE          TO WS-DTL-DATE.
           MOVE WS-LPAY-METHOD      TO WS-DTL-METHOD.
           MOVE WS-DAY-RATE-NUM     TO WS-DTL-DAY-RATE.
           MOVE WS-PAY-RATE-NUM     TO WS-DTL-PAY-RATE.
           MOVE WS-ALLOW-AMOUNT-NUM TO WS-DTL-AMOUNT.
           MOVE SPACE TO PAY-REC.
           MOVE WS-DTL-LINE TO PAY-REC.
           WRITE PAY-REC.

           ADD 1 TO WS-PAY-COUNT.
           ADD WS-ALLOW-AMOUNT-NUM TO WS-HASH-AMOUNT.

      *    明細を送信台帳へ登録する(明細キーは指定日)。
           MOVE "D"                 TO POR-FUNCTION.
           MOVE WS-PAY-COUNT        TO POR-LINE-NO.
           MOVE WS-SA-EMP-ID        TO POR-EMP-ID.
           MOVE WS-SA-DATE          TO POR-LINE-KEY.
           MOVE ZERO                TO POR-LINE-DAYS.
           MOVE WS-ALLOW-AMOUNT-NUM TO POR-LINE-AMOUNT.
           CALL "PAYOUT-REG" USING SQLCA POR-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-TRAILER-REC.
      ******************************************************************
      *    TRLのハッシュ合計は支給額の合計(ABSDEDと同じ)。
           MOVE WS-PAY-COUNT   TO WS-TRL-COUNT.
           MOVE WS-HASH-AMOUNT TO WS-TRL-HASH.
           MOVE SPACE TO PAY-REC.
           MOVE WS-TRL-LINE TO PAY-REC.
           WRITE PAY-REC.

           MOVE "T"            TO POR-FUNCTION.
           MOVE WS-PAY-COUNT   TO POR-DETAIL-COUNT.
           MOVE WS-HASH-AMOUNT TO POR-HASH-TOTAL.
           MOVE WS-HASH-AMOUNT TO POR-AMOUNT-TOTAL.
           CALL "PAYOUT-REG" USING SQLCA POR-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-REPORT-HEADER-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           STRING "*** 計画的付与対象外者 "
               "休業手当 確認レポート"
               " (会社 " WS-COMPANY "  対象年月 " WS-PERIOD
               "  作成日 " WS-RUN-DATE ") ***"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "送信ファイル SHUTPY No." WS-HDR-FILE-NO
               "  支給率 " WS-PAY-RATE-NUM "%"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "社員ID 氏名                 指定日     "
               "判定         算定方法      日額"
               "   支給額 / 備考"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-REPORT-LINE-RTN.
      ******************************************************************
           MOVE WS-DAY-RATE-NUM TO WS-RATE-ED.
           MOVE WS-ALLOW-AMOUNT-NUM TO WS-AMOUNT-ED.
           MOVE SPACE TO PRINT-REC.
           IF WS-JUDGE-PAY
               STRING WS-SA-EMP-ID " " WS-SA-EMP-NAME " "
                   WS-SA-DATE " " WS-JUDGE " " WS-LPAY-METHOD
                   WS-RATE-ED WS-AMOUNT-ED " "
                   WS-CALC-NOTE
                   DELIMITED BY SIZE INTO PRINT-REC
           ELSE
               STRING WS-SA-EMP-ID " " WS-SA-EMP-NAME " "
                   WS-SA-DATE " " WS-JUDGE
                   DELIMITED BY SIZE INTO PRINT-REC
           END-IF.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-REPORT-TOTAL-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HASH-AMOUNT TO WS-TOTAL-ED.
           MOVE SPACE TO PRINT-REC.
           STRING "例外者 " WS-EXC-EMP-COUNT
               "  指定日 " WS-PLAN-COUNT
               "  支給 " WS-PAY-COUNT
               "  対象外 " WS-SKIP-COUNT
               "  要確認 " WS-ERROR-COUNT
               "  支給額合計 " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-ERROR-COUNT > 0
               MOVE SPACE TO PRINT-REC
               STRING "*** 要確認の明細は給与へ"
                   "送っていません。社員・賃金を"
                   "確認して再実行してください ***"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

      ******************************************************************
       WRITE-CHECK-LOG-RTN.
      ******************************************************************
           ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACE TO ERROR-LOG-REC.
           STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
               "  SHUTPAY-CHECK=" WS-ERROR-COUNT
               " PERIOD=" WS-PERIOD
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
