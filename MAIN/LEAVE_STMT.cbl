       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "LEAVE_STMT".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.
           01  IDX                     PIC  99 VALUE 0.
           01  SYS-TIME                PIC  9(08).
           01  WS-CMD-ARG              PIC  X(20) VALUE SPACE.

           01  WS-PAGE-NO              PIC  9(3) VALUE 0.
           01  WS-LINE-NO              PIC  9(3) VALUE 0.
           01  WS-RUNNING-BALANCE      PIC S9(5)V9 VALUE 0.
           01  WS-EMP-FOUND-SW         PIC  X(01) VALUE "N".
               88  WS-EMP-FOUND            VALUE "Y".
      *    明細は休暇種別ごとの区分に分け、残日数も種別ごとに
      *    積み上げる(年次有給と子の看護・介護休暇等を混ぜない)。
           01  WS-FIRST-ROW-SW         PIC  X(1) VALUE "Y".
               88  WS-FIRST-ROW            VALUE "Y".
           01  WS-CURR-TYPE            PIC  X(8) VALUE SPACE.
           01  WS-CURR-TYPE-NAME       PIC  X(40) VALUE SPACE.
           01  WS-ANNUAL-BALANCE       PIC S9(5)V9 VALUE 0.
      *    明細は本人の希望言語で出す。見出し・項目名は文言マスタから
      *    最初に引いておき、日付と日数は1行ごとに言語の書式で編集。
           01  WS-EMP-LANG             PIC  X(2) VALUE "JA".
           01  WS-LBL-TITLE            PIC  X(60).
           01  WS-LBL-EMP-ID           PIC  X(60).
           01  WS-LBL-EMP-NAME         PIC  X(60).
           01  WS-LBL-COLHEAD          PIC  X(60).
           01  WS-LBL-EXPIRE-ON        PIC  X(60).
           01  WS-LBL-BALANCE          PIC  X(60).
           01  WS-LBL-ANNUAL-BAL       PIC  X(60).
           01  WS-DATE-DISP            PIC  X(20).
           01  WS-DAYS-DISP            PIC  X(10).
           01  WS-BAL-DISP             PIC  X(10).
           COPY MSGREC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  WS-SCOPE-OK             PIC  X(8).
           01  WS-AUD-OLD-VALUE        PIC  X(40).
           01  WS-AUD-NEW-VALUE        PIC  X(40).
           01  WS-TYPE-NAME            PIC  X(40).
           COPY EMPREC.
           COPY PLBREC.
           COPY PLHREC.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY ACCLOGREC.

      ******************************************************************
       PROCEDURE                   DIVISION.
       MAIN-RTN.
           DISPLAY "*** LEAVE_STMT STARTED ***".

      *    起動引数に社員IDがあればそれを使う(帳票依頼の夜間
      *    実行など)。無ければ対話入力。
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF WS-CMD-ARG NOT = SPACE
               MOVE WS-CMD-ARG TO WS-LOOKUP-EMP-ID
           ELSE
               DISPLAY "対象社員ID : >> "
               ACCEPT WS-LOOKUP-EMP-ID FROM CONSOLE
           END-IF.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           OPEN OUTPUT PRINT-FILE.

           END-IF.
           PERFORM CONNECT-RTN.

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

           PERFORM LOOKUP-EMPLOYEE-RTN.

           IF NOT WS-EMP-FOUND
               STOP RUN
           END-IF.

           PERFORM CHECK-DEPT-SCOPE-RTN.

           PERFORM ENSURE-LEAVE-TYPE-TABLE-RTN.
           PERFORM LOAD-STMT-LABELS-RTN.
           PERFORM WRITE-HEADER.
           PERFORM PRINT-HISTORY-RTN.
           PERFORM WRITE-ACCESS-LOG-RTN.

           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           MOVE WS-ANNUAL-BALANCE TO MSG-NUM-IN.
           PERFORM MSG-NUM-RTN.
           STRING FUNCTION TRIM(WS-LBL-ANNUAL-BAL) " : "
               FUNCTION TRIM(MSG-NUM-OUT)
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

                   MOVE SPACE TO WS-AUD-NEW-VALUE
                   STRING "EMP=" WS-LOOKUP-EMP-ID
                       DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
                   CALL "AUDIT-LOCK" USING SQLCA
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   EXEC SQL
                       INSERT INTO PL_AUDIT
                           (PROGRAM_NAME, OPERATOR_ID, A_EMP_ID,
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   CALL "AUDIT-SEAL" USING SQLCA
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY "*** 操作者 " WS-OPERATOR-ID
                       " は社員 " WS-LOOKUP-EMP-ID
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
           END-IF.

      ******************************************************************
       WRITE-ACCESS-LOG-RTN.
      ******************************************************************
      *    参照記録(PL_ACCESS_LOG)。明細を出力した社員1名。
           INITIALIZE ACC-PARM-VARS.
           MOVE WS-ERR-PROGRAM-NAME TO ACC-PROGRAM.
           MOVE WS-OPERATOR-ID TO ACC-OPERATOR.
           MOVE "EMP" TO ACC-SCOPE.
           MOVE WS-LOOKUP-EMP-ID TO ACC-EMP-ID.
           MOVE "STMTOUT" TO ACC-DETAIL.
           MOVE 1 TO ACC-ROW-COUNT.
           CALL "ACCESS-LOG" USING SQLCA ACC-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       WRITE-HEADER.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING FUNCTION TRIM(WS-LBL-TITLE)
               "  (PAGE " WS-PAGE-NO ")"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING FUNCTION TRIM(WS-LBL-EMP-ID) " : " WS-LOOKUP-EMP-ID
               "   " FUNCTION TRIM(WS-LBL-EMP-NAME) " : " EMP-NAME
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-LBL-COLHEAD TO PRINT-REC.
           WRITE PRINT-REC.
           ADD 4 TO WS-LINE-NO.

      ******************************************************************
      *    対象社員が持つ全ロットのPL_HISTORYを取得日順に並べ、
      *    1行ずつ残日数を積み上げながら明細として出力する。
      *    年次有給(ANNUAL)を先頭に、種別ごとの区分で出す。
           MOVE ZERO TO WS-RUNNING-BALANCE.
           MOVE ZERO TO WS-ANNUAL-BALANCE.
           MOVE "Y" TO WS-FIRST-ROW-SW.
           EXEC SQL
               DECLARE STMT_CURSOR CURSOR FOR
               SELECT PL_HISTORY.HISTORY_ID, PL_HISTORY.H_BALANCE_ID,
                      PL_HISTORY.ACQ_DATE, PL_HISTORY.ACQ_DAYS,
                      PL_HISTORY.TRANSACTION_TYPE,
                      PL_BALANCE.LEAVE_TYPE,
                      TO_CHAR(PL_BALANCE.EXPIRE_DATE,'YYYY-MM-DD'),
                      COALESCE(LEAVE_TYPE_MASTER.TYPE_NAME,
                               PL_BALANCE.LEAVE_TYPE)
               FROM PL_HISTORY
               INNER JOIN PL_BALANCE
               ON PL_HISTORY.H_BALANCE_ID = PL_BALANCE.BALANCE_ID
               LEFT JOIN LEAVE_TYPE_MASTER
               ON LEAVE_TYPE_MASTER.LEAVE_TYPE = PL_BALANCE.LEAVE_TYPE
               WHERE PL_BALANCE.B_EMP_ID = :WS-LOOKUP-EMP-ID
               ORDER BY CASE WHEN PL_BALANCE.LEAVE_TYPE = 'ANNUAL'
                             THEN 0 ELSE 1 END ASC,
                        PL_BALANCE.LEAVE_TYPE ASC,
                        PL_HISTORY.ACQ_DATE ASC,
                        PL_HISTORY.HISTORY_ID ASC
           END-EXEC.
                   FETCH STMT_CURSOR
                   INTO :HISTORY-ID, :H-BALANCE-ID, :ACQ-DATE,
                        :ACQ-DAYS, :TRANSACTION-TYPE, :LEAVE-TYPE,
                        :EXPIRE-DATE, :WS-TYPE-NAME
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-HISTORY-LINE
           EXEC SQL CLOSE STMT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF NOT WS-FIRST-ROW
               PERFORM WRITE-TYPE-TOTAL-RTN
           END-IF.

      ******************************************************************
       WRITE-HISTORY-LINE.
      ******************************************************************
               PERFORM WRITE-HEADER
           END-IF.

      *    種別が変わったら前の種別の残日数を締め、区分見出しを出す。
           IF NOT WS-FIRST-ROW AND LEAVE-TYPE NOT = WS-CURR-TYPE
               PERFORM WRITE-TYPE-TOTAL-RTN
           END-IF.
           IF WS-FIRST-ROW OR LEAVE-TYPE NOT = WS-CURR-TYPE
               MOVE "N" TO WS-FIRST-ROW-SW
               MOVE LEAVE-TYPE TO WS-CURR-TYPE
               MOVE WS-TYPE-NAME TO WS-CURR-TYPE-NAME
               MOVE ZERO TO WS-RUNNING-BALANCE
               MOVE SPACE TO MSG-KEY
               STRING "LT_" FUNCTION TRIM(LEAVE-TYPE)
                   DELIMITED BY SIZE INTO MSG-KEY
               MOVE WS-TYPE-NAME TO MSG-TEXT
               PERFORM MSG-TEXT-RTN
               MOVE MSG-TEXT TO WS-CURR-TYPE-NAME
               MOVE SPACE TO PRINT-REC
               STRING "【" FUNCTION TRIM(WS-CURR-TYPE-NAME) "】"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               ADD 1 TO WS-LINE-NO
           END-IF.

           MOVE FUNCTION NUMVAL(ACQ-DAYS) TO WS-ACQ-DAYS-NUM.
           ADD WS-ACQ-DAYS-NUM TO WS-RUNNING-BALANCE.

           MOVE ACQ-DATE TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.
           MOVE MSG-DATE-OUT TO WS-DATE-DISP.
           MOVE WS-ACQ-DAYS-NUM TO MSG-NUM-IN.
           PERFORM MSG-NUM-RTN.
           MOVE MSG-NUM-OUT TO WS-DAYS-DISP.
           MOVE WS-RUNNING-BALANCE TO MSG-NUM-IN.
           PERFORM MSG-NUM-RTN.
           MOVE MSG-NUM-OUT TO WS-BAL-DISP.

           MOVE SPACE TO PRINT-REC.
           STRING LEAVE-TYPE "  " TRANSACTION-TYPE "  "
               WS-DATE-DISP(1:12) WS-DAYS-DISP WS-BAL-DISP
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           ADD 1 TO WS-LINE-NO.
      *    付与行にはロットの失効予定日を添える。
           IF TRANSACTION-TYPE = "GRANT"
              OR TRANSACTION-TYPE = "LOAGRANT"
               MOVE EXPIRE-DATE TO MSG-DATE-IN
               PERFORM MSG-DATE-RTN
               MOVE SPACE TO PRINT-REC
               STRING "    (" FUNCTION TRIM(WS-LBL-EXPIRE-ON) " "
                   FUNCTION TRIM(MSG-DATE-OUT) ")"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               ADD 1 TO WS-LINE-NO
           END-IF.

      ******************************************************************
       WRITE-TYPE-TOTAL-RTN.
      ******************************************************************
      *    1種別分の明細の締め。種別ごとの現在の残日数を出す。
           MOVE WS-RUNNING-BALANCE TO MSG-NUM-IN.
           PERFORM MSG-NUM-RTN.
           MOVE SPACE TO PRINT-REC.
           STRING "    " FUNCTION TRIM(WS-LBL-BALANCE) " : "
               FUNCTION TRIM(MSG-NUM-OUT)
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           ADD 2 TO WS-LINE-NO.
           IF WS-CURR-TYPE = "ANNUAL"
               MOVE WS-RUNNING-BALANCE TO WS-ANNUAL-BALANCE
           END-IF.

      ******************************************************************
       LOAD-STMT-LABELS-RTN.
      ******************************************************************
      *    本人の希望言語を決め、見出し・項目名の文言を引いておく。
      *    文言マスタに無いものは日本語の既定文言のまま出す。
           MOVE "L" TO MSG-FUNC.
           MOVE WS-LOOKUP-EMP-ID TO MSG-EMP-ID.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE MSG-LANG TO WS-EMP-LANG.

           MOVE "STMT_TITLE" TO MSG-KEY.
           MOVE "年次有給休暇取得状況のお知らせ"
               TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-LBL-TITLE.
           MOVE "LBL_EMP_ID" TO MSG-KEY.
           MOVE "社員ID" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-LBL-EMP-ID.
           MOVE "LBL_EMP_NAME" TO MSG-KEY.
           MOVE "氏名" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-LBL-EMP-NAME.
           MOVE "STMT_COLHEAD" TO MSG-KEY.
           MOVE SPACE TO MSG-TEXT.
           STRING "種別      取得区分     日付        日数"
               "      残日数"
               DELIMITED BY SIZE INTO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-LBL-COLHEAD.
           MOVE "STMT_EXPIRE_ON" TO MSG-KEY.
           MOVE "失効予定" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-LBL-EXPIRE-ON.
           MOVE "LBL_BALANCE" TO MSG-KEY.
           MOVE "残日数" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-LBL-BALANCE.
           MOVE "STMT_ANNUAL_BAL" TO MSG-KEY.
           MOVE "年次有給休暇の残日数" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-LBL-ANNUAL-BAL.

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
       ENSURE-LEAVE-TYPE-TABLE-RTN.
      ******************************************************************
      *    区分見出しの種別名は休暇種別マスタから引く。マスタに無い
      *    種別は種別コードをそのまま見出しにする。
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

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
