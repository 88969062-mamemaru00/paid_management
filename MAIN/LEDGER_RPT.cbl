      *    保管媒体としてそのまま綴じられるようにする。
      *    LEAVE_STMTが本人向けの1名分通知であるのに対し、本帳票は
      *    全従業員分の法定帳簿である。
      *    5日取得義務の対象期間には、時季指定の前に行った意見聴取
      *    (PL_DESIGNATE)の通知日・回答・候補日・希望日・確定した
      *    指定日を付記し、聴取を行った証跡とする。
      *    比例付与のロットには、付与日数表の区分を決めた根拠(週
      *    所定労働日数、または前年の年間所定労働日数とその出所)を
      *    付記し、付与日数を説明できるようにする。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "LEDGER_RPT".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-GRANTED-NUM          PIC S9(3)V9.
           01  WS-TAKEN-NUM            PIC S9(3)V9.
           01  WS-REMAIN-NUM           PIC S9(3)V9.
           01  WS-REQUIRED-DISP        PIC Z9.9.

      *    再印字モード。起動引数に対象年(YYYY)を渡すと、HIST_ARCHで
      *    アーカイブ済みの年の管理簿を、本体とアーカイブ表を
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
      *    休暇種別マスタ(LEAVE_TYPE_MASTER)の登録件数確認用。
           01  WS-LT-COUNT             PIC  X(8).
      *    会社間異動(CO_TRANSFER)の表示用。社員の現在の所属会社と
      *    EMP_XFERの1行分。
           01  WS-EMP-COMPANY          PIC  X(2).
           01  WS-XF-EFF-DATE          PIC  X(10).
           01  WS-XF-FROM              PIC  X(2).
           01  WS-XF-TO                PIC  X(2).
           01  WS-XF-KIND              PIC  X(8).
           01  WS-XF-POLICY            PIC  X(8).
      *    5日取得義務の義務期間(前回付与と重なる場合は通算した
      *    期間)の受け渡し。
           COPY OBLGREC.
      *    意見聴取(DESIG_HEARING)の1件分と日付の一覧。
           01  WS-HR-ID                PIC  X(10).
           01  WS-HR-NOTICE            PIC  X(10).
           01  WS-HR-DEADLINE          PIC  X(10).
           01  WS-HR-STATUS            PIC  X(10).
           01  WS-HR-RESP-TYPE         PIC  X(6).
           01  WS-HR-RESP-DATE         PIC  X(10).
           01  WS-HR-KIND              PIC  X(1).
           01  WS-HR-DATES             PIC  X(200).
      *    ロットの比例付与の根拠(INPUT_PROGRAMが書く)。
           01  WS-LOT-BASIS            PIC  X(1).
           01  WS-LOT-BASIS-DAYS       PIC  X(8).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           OPEN OUTPUT PRINT-FILE.

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
           PERFORM ENSURE-XFER-TABLE-RTN.
           PERFORM ENSURE-HEARING-TABLES-RTN.
           PERFORM ENSURE-PRORATE-COLUMNS-RTN.
           IF WS-REPRINT-MODE
               PERFORM ENSURE-ARCHIVE-TABLE-RTN
           END-IF.
      ******************************************************************
      *    退職者も含む全従業員を社員ID順に回し、1人ずつ管理簿
      *    ページを出力する(退職者の帳簿も保存期間中は必要)。
      *    他社へ転籍・出向した社員も、当社に在籍した期間の帳簿と
      *    して出力する。
           EXEC SQL
               DECLARE LG_EMP_CURSOR CURSOR FOR
               SELECT EMP_ID, EMP_NAME,
                      TO_CHAR(EMP_JOIN_DATE,'YYYY-MM-DD'),
                      COMPANY_CODE
               FROM EMP_MASTER
               WHERE COMPANY_CODE = :WS-COMPANY
                  OR EXISTS
                     (SELECT 1 FROM EMP_XFER X
                      WHERE X.X_EMP_ID = EMP_MASTER.EMP_ID
                        AND X.FROM_COMPANY = :WS-COMPANY)
               ORDER BY EMP_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH LG_EMP_CURSOR
                   INTO :EMP-ID, :EMP-NAME, :EMP-JOIN_DATE,
                        :WS-EMP-COMPANY
               END-EXEC
               IF SQLCODE = 0
                   PERFORM LIST-ONE-EMPLOYEE
      ******************************************************************
       LIST-ONE-EMPLOYEE.
      ******************************************************************
      *    従業員1名分。休暇種別マスタで管理簿記載(ON_LEDGER='Y')と
      *    された種別のロットを付与日順に回し、
      *    休暇年度ごとの管理簿ページを出力する。
           ADD 1 TO WS-EMP-TOTAL.
           MOVE SPACE TO PRINT-REC.
           STRING "入社日 : " EMP-JOIN_DATE
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM LIST-TRANSFERS-RTN.

           IF WS-REPRINT-MODE
               PERFORM LIST-LOTS-ARCHIVE-RTN
               PERFORM LIST-LOTS-CURRENT-RTN
           END-IF.

      ******************************************************************
       LIST-TRANSFERS-RTN.
      ******************************************************************
      *    当社が異動元・異動先のいずれかである会社間異動を発効日順に
      *    付記する。ロットは所属会社ごとの帳簿に載り、引継ぎは
      *    異動元ロットのXFEROUTと異動先ロットのXFERIN、買取りは
      *    XFERBUYの行として各ロットの明細に現れる。
           EXEC SQL
               DECLARE LG_XFER_CURSOR CURSOR FOR
               SELECT TO_CHAR(EFFECTIVE_DATE,'YYYY-MM-DD'),
                      FROM_COMPANY, TO_COMPANY, XFER_KIND,
                      LOT_POLICY
               FROM EMP_XFER
               WHERE X_EMP_ID = :EMP-ID
                 AND (FROM_COMPANY = :WS-COMPANY
                      OR TO_COMPANY = :WS-COMPANY)
               ORDER BY EFFECTIVE_DATE ASC, XFER_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN LG_XFER_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH LG_XFER_CURSOR
                   INTO :WS-XF-EFF-DATE, :WS-XF-FROM, :WS-XF-TO,
                        :WS-XF-KIND, :WS-XF-POLICY
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACE TO PRINT-REC
                   STRING "会社間異動 : " WS-XF-EFF-DATE "  "
                       WS-XF-FROM " -> " WS-XF-TO "  "
                       WS-XF-KIND " " WS-XF-POLICY
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE LG_XFER_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LIST-LOTS-CURRENT-RTN.
      ******************************************************************
                      TO_CHAR(GRANT_DAYS,'YYYY-MM-DD'), HOLD_DAYS
               FROM PL_BALANCE
               WHERE B_EMP_ID = :EMP-ID
                 AND LEAVE_TYPE IN
                     (SELECT LEAVE_TYPE FROM LEAVE_TYPE_MASTER
                      WHERE ON_LEDGER = 'Y')
                 AND BALANCE_STATUS = TRUE
                 AND (PL_BALANCE.COMPANY_CODE = :WS-COMPANY
                      OR (:WS-EMP-COMPANY = :WS-COMPANY
                          AND NOT EXISTS
                          (SELECT 1 FROM PL_HISTORY X
                           WHERE X.H_BALANCE_ID =
                                 PL_BALANCE.BALANCE_ID
                             AND X.TRANSACTION_TYPE IN
                                 ('XFEROUT','XFERBUY'))))
               ORDER BY GRANT_DAYS ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
                      TO_CHAR(GRANT_DAYS,'YYYY-MM-DD'), HOLD_DAYS
               FROM PL_BALANCE
               WHERE B_EMP_ID = :EMP-ID
                 AND LEAVE_TYPE IN
                     (SELECT LEAVE_TYPE FROM LEAVE_TYPE_MASTER
                      WHERE ON_LEDGER = 'Y')
                 AND GRANT_DAYS >= CAST(:WS-SEL-YEAR-START AS DATE)
                 AND GRANT_DAYS <= CAST(:WS-SEL-YEAR-END AS DATE)
                 AND (PL_BALANCE.COMPANY_CODE = :WS-COMPANY
                      OR (:WS-EMP-COMPANY = :WS-COMPANY
                          AND NOT EXISTS
                          (SELECT 1 FROM PL_HISTORY X
                           WHERE X.H_BALANCE_ID =
                                 PL_BALANCE.BALANCE_ID
                             AND X.TRANSACTION_TYPE IN
                                 ('XFEROUT','XFERBUY'))
                          AND NOT EXISTS
                          (SELECT 1 FROM PL_HISTORY_ARCH Y
                           WHERE Y.H_BALANCE_ID =
                                 PL_BALANCE.BALANCE_ID
                             AND Y.TRANSACTION_TYPE IN
                                 ('XFEROUT','XFERBUY'))))
               ORDER BY GRANT_DAYS ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
               "  付与日数 : " WS-GRANTED-NUM
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM LIST-PRORATE-BASIS-RTN.
           IF WS-GRANTED-NUM >= 10
               PERFORM LIST-OBLIG-PERIOD-RTN
           END-IF.
           MOVE SPACE TO PRINT-REC.
           STRING "    取得日        区分        日数"
               "    残日数"
               PERFORM LIST-TAKEN-CURRENT-RTN
           END-IF.

      ******************************************************************
       LIST-PRORATE-BASIS-RTN.
      ******************************************************************
      *    比例付与の根拠。週5日相当(通常の付与)のロットと根拠を
      *    持たないロットは何も出さない。
           EXEC SQL
               SELECT COALESCE(PRORATE_BASIS,' '),
                      CAST(COALESCE(PRORATE_DAYS,0) AS VARCHAR(8))
               INTO :WS-LOT-BASIS, :WS-LOT-BASIS-DAYS
               FROM PL_BALANCE
               WHERE BALANCE_ID = :BALANCE-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE SPACE TO PRINT-REC.
           EVALUATE TRUE
               WHEN WS-LOT-BASIS = "W"
                AND FUNCTION NUMVAL(WS-LOT-BASIS-DAYS) < 5
                   STRING "  比例付与 : 週所定労働日数 "
                       FUNCTION TRIM(WS-LOT-BASIS-DAYS) " 日"
                       DELIMITED BY SIZE INTO PRINT-REC
               WHEN WS-LOT-BASIS = "A"
                   STRING "  比例付与 : 年間所定労働日数 "
                       FUNCTION TRIM(WS-LOT-BASIS-DAYS)
                       " 日(勤怠実績)"
                       DELIMITED BY SIZE INTO PRINT-REC
               WHEN WS-LOT-BASIS = "R"
                   STRING "  比例付与 : 年間所定労働日数 "
                       FUNCTION TRIM(WS-LOT-BASIS-DAYS)
                       " 日(勤務表)"
                       DELIMITED BY SIZE INTO PRINT-REC
           END-EVALUATE.
           IF PRINT-REC NOT = SPACE
               WRITE PRINT-REC
           END-IF.

      ******************************************************************
       LIST-OBLIG-PERIOD-RTN.
      ******************************************************************
      *    5日取得義務の対象ロットには義務期間と必要日数を付記する。
      *    前回付与と期間が重なるロットは通算した期間と按分した
      *    日数(月数÷12×5日)を載せ、監査で根拠が分かるようにする。
           MOVE BALANCE-ID TO OBL-BALANCE-ID.
           CALL "OBLIG-PERIOD" USING SQLCA OBL-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF OBL-LOT-COUNT > 0
               MOVE OBL-REQUIRED TO WS-REQUIRED-DISP
               MOVE SPACE TO PRINT-REC
               STRING "  5日取得義務期間 : " OBL-START " - "
                   OBL-END "  必要日数 : " WS-REQUIRED-DISP
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               IF OBL-LOT-COUNT > 1
                   MOVE SPACE TO PRINT-REC
                   STRING "    "
                       "(前回付与と期間が重なるため "
                       OBL-MONTHS "か月を通算し按分)"
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
               IF OBL-LEAD-ID = BALANCE-ID
                   PERFORM LIST-HEARINGS-RTN
               END-IF
           END-IF.

      ******************************************************************
       LIST-HEARINGS-RTN.
      ******************************************************************
      *    義務期間(先頭ロット)ごとの意見聴取を古い順に載せる。
           EXEC SQL
               DECLARE LG_HEAR_CURSOR CURSOR FOR
               SELECT CAST(HEARING_ID AS VARCHAR(10)),
                      TO_CHAR(NOTICE_DATE,'YYYY-MM-DD'),
                      TO_CHAR(REPLY_DEADLINE,'YYYY-MM-DD'),
                      HEARING_STATUS,
                      COALESCE(RESPONSE_TYPE,' '),
                      COALESCE(TO_CHAR(RESPONSE_DATE,'YYYY-MM-DD'),
                               ' ')
               FROM DESIG_HEARING
               WHERE HR_BALANCE_ID = :BALANCE-ID
               ORDER BY HEARING_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN LG_HEAR_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH LG_HEAR_CURSOR
                   INTO :WS-HR-ID, :WS-HR-NOTICE, :WS-HR-DEADLINE,
                        :WS-HR-STATUS, :WS-HR-RESP-TYPE,
                        :WS-HR-RESP-DATE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM LIST-ONE-HEARING-RTN
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE LG_HEAR_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LIST-ONE-HEARING-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           STRING "  意見聴取 No." FUNCTION TRIM(WS-HR-ID)
               " 通知日 " WS-HR-NOTICE
               " 回答期限 " WS-HR-DEADLINE
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "    回答 : " WS-HR-RESP-TYPE " " WS-HR-RESP-DATE
               "  状態 : " WS-HR-STATUS
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "P" TO WS-HR-KIND.
           PERFORM LIST-HEARING-DATES-RTN.
           MOVE "R" TO WS-HR-KIND.
           PERFORM LIST-HEARING-DATES-RTN.
           MOVE "F" TO WS-HR-KIND.
           PERFORM LIST-HEARING-DATES-RTN.

      ******************************************************************
       LIST-HEARING-DATES-RTN.
      ******************************************************************
      *    候補日(P)・希望日(R)・指定日(F)を1行(長い場合は2行)に
      *    並べる。指定日には選定元(R=希望日 P=提案日 A=自動)を付す。
           EXEC SQL
               SELECT COALESCE(STRING_AGG(
                          TO_CHAR(HD_DATE,'YYYY-MM-DD')
                          || CASE WHEN HD_KIND = 'F'
                                  THEN '(' || COALESCE(HD_SOURCE,' ')
                                       || ')'
                                  ELSE '' END,
                          ' ' ORDER BY HD_DATE),' ')
               INTO :WS-HR-DATES
               FROM DESIG_HEARING_DATE
               WHERE HD_HEARING_ID = CAST(:WS-HR-ID AS BIGINT)
                 AND HD_KIND = :WS-HR-KIND
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF WS-HR-DATES NOT = SPACE
               MOVE SPACE TO PRINT-REC
               EVALUATE WS-HR-KIND
                   WHEN "P"
                       STRING "    候補日 : " WS-HR-DATES(1:60)
                           DELIMITED BY SIZE INTO PRINT-REC
                   WHEN "R"
                       STRING "    希望日 : " WS-HR-DATES(1:60)
                           DELIMITED BY SIZE INTO PRINT-REC
                   WHEN OTHER
                       STRING "    指定日 : " WS-HR-DATES(1:60)
                           DELIMITED BY SIZE INTO PRINT-REC
               END-EVALUATE
               WRITE PRINT-REC
               IF WS-HR-DATES(61:60) NOT = SPACE
                   MOVE SPACE TO PRINT-REC
                   STRING "             " WS-HR-DATES(61:60)
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
               IF WS-HR-DATES(121:60) NOT = SPACE
                   MOVE SPACE TO PRINT-REC
                   STRING "             " WS-HR-DATES(121:60)
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-IF.

      ******************************************************************
       LIST-TAKEN-CURRENT-RTN.
      ******************************************************************
                      TRANSACTION_TYPE, ACQ_DAYS
               FROM PL_HISTORY
               WHERE H_BALANCE_ID = :BALANCE-ID
                 AND TRANSACTION_TYPE IN ('USE','DESIGNATE',
                     'XFEROUT','XFERIN','XFERBUY')
               ORDER BY ACQ_DATE ASC, HISTORY_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
                         H_BALANCE_ID, HISTORY_ID
                  FROM PL_HISTORY_ARCH) U
               WHERE U.H_BALANCE_ID = :BALANCE-ID
                 AND U.TRANSACTION_TYPE IN ('USE','DESIGNATE',
                     'XFEROUT','XFERIN','XFERBUY')
               ORDER BY 1 ASC, U.HISTORY_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL CLOSE LG_HIST_CURSOR_R END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-XFER-TABLE-RTN.
      ******************************************************************
      *    会社間異動の記録(CO_TRANSFERと同じ定義)。
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

      ******************************************************************
       ENSURE-PRORATE-COLUMNS-RTN.
      ******************************************************************
      *    比例付与の根拠の列(DB/PL_BALANCEと同じ定義)。
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

      ******************************************************************
       ENSURE-HEARING-TABLES-RTN.
      ******************************************************************
      *    意見聴取の記録(PL_DESIGNATEと同じ定義)。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS DESIG_HEARING
               (
                   HEARING_ID       BIGINT NOT NULL,
                   HR_EMP_ID        VARCHAR(6) NOT NULL,
                   HR_BALANCE_ID    VARCHAR(12) NOT NULL,
                   OBL_START        DATE NOT NULL,
                   OBL_END          DATE NOT NULL,
                   REQUIRED_DAYS    DECIMAL(3,1) NOT NULL,
                   USED_DAYS        DECIMAL(3,1) NOT NULL,
                   SHORT_DAYS       DECIMAL(3,1) NOT NULL,
                   PROPOSED_COUNT   SMALLINT NOT NULL DEFAULT 0,
                   NOTICE_DATE      DATE NOT NULL
                                     DEFAULT CURRENT_DATE,
                   REPLY_DEADLINE   DATE NOT NULL,
                   HEARING_STATUS   VARCHAR(10) NOT NULL
                                     DEFAULT 'OPEN',
                   RESPONSE_TYPE    VARCHAR(6),
                   RESPONSE_DATE    DATE,
                   DESIGNATED_COUNT SMALLINT NOT NULL DEFAULT 0,
                   EXECUTED_AT      TIMESTAMP,
                   CONSTRAINT DHR_0 PRIMARY KEY (HEARING_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS DESIG_HEARING_DATE
               (
                   HD_HEARING_ID    BIGINT NOT NULL,
                   HD_KIND          CHAR(1) NOT NULL,
                   HD_DATE          DATE NOT NULL,
                   HD_SOURCE        CHAR(1),
                   CONSTRAINT DHD_0 PRIMARY KEY
                       (HD_HEARING_ID, HD_KIND, HD_DATE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-ARCHIVE-TABLE-RTN.
      ******************************************************************
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
