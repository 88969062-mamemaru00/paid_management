      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 CO_TRANSFER.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    グループ会社間の転籍・出向処理。社員の所属会社
      *    (EMP_MASTER.COMPANY_CODE)を発効日付で異動先へ付け替え、
      *    異動元会社の未消化の法定年休(ANNUAL)ロットを次の
      *    いずれかで処理する。扱いは異動元会社のPLM_CONFIG
      *    (XFER_LOT_TENSEKI / XFER_LOT_SHUKKO、未設定はCARRY)で
      *    異動区分ごとに決める。
      *      CARRY  = 引継ぎ。異動元ロットの残日数をXFEROUT区分で
      *               払い出し、同じ付与日・失効予定日のロットを
      *               異動先会社に作ってXFERIN区分で受け入れる
      *               (XFERINのORIG_HISTORY_IDに対のXFEROUTを持つ)
      *      BUYOUT = 買取り。異動元ロットの残日数をXFERBUY区分で
      *               払い出し、残日数×日額賃金を退職精算と同じ
      *               給与向けインタフェース(SETTIF)へ追記する
      *    付与日が発効日より後のロット(夜間付与の先行登録分)は
      *    まだ権利が発生していないため、どちらの扱いでも会社コード
      *    だけを異動先へ付け替える。入社日(EMP_JOIN_DATE)は変更
      *    しないので、付与スケジュールは勤続を通算して続く。
      *    異動の記録はEMP_XFERへ残し、LEDGER_RPT(両社の管理簿)と
      *    LIAB_RPT(引当金評価の異動内訳)が参照する。
      *    実行は上級者(レベル3)限定。全操作をPL_AUDITへ記録し、
      *    1トランザクションで確定する。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT SETTIF-FILE ASSIGN TO "SETTIF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  SETTIF-FILE
           LABEL RECORDS ARE STANDARD.
       01  SETTIF-REC               PIC X(60).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "CO_TRANSFER".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 3.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-CONFIRM-SW           PIC X(1) VALUE "N".
               88  WS-CONFIRMED            VALUE "Y".
           01  WS-KIND-SW              PIC X(1) VALUE SPACE.
               88  WS-KIND-TENSEKI         VALUE "T".
               88  WS-KIND-SHUKKO          VALUE "S".

           01  EFF-DATE-INPUT.
               03  WS-EFF-DATE-NUM     PIC 9(8).
           01  EFF-DATE-INPUT-R REDEFINES EFF-DATE-INPUT.
               03  WS-EFF-YEAR         PIC 9(4).
               03  WS-EFF-MONTH        PIC 9(2).
               03  WS-EFF-DAY          PIC 9(2).

      *    共通サブプログラムDATE-CHKの呼び出し結果受け取り用。
           01  WS-DATE-VALID-SW        PIC  X(01) VALUE "N".
               88  WS-DATE-VALID           VALUE "Y".

           01  WS-NEXT-HISTORY-ID      PIC  9(8) VALUE 0.
           01  WS-NEXT-BALANCE-SEQ     PIC  9(6).
           01  WS-HOLD-DAYS-NUM        PIC S9(3)V9.
           01  WS-WAGE-NUM             PIC  9(9) VALUE 0.
           01  WS-LOT-VALUE-NUM        PIC  9(12).
           01  WS-RUN-DATE             PIC  9(8).

      *    給与向け買取精算インタフェースの編集用(RETIREと同じ
      *    HDR/DTL/TRL枠。DTLの日付欄には発効日を入れる)。
           01  WS-SIF-HDR-LINE.
               03  FILLER              PIC X(3) VALUE "HDR".
               03  FILLER              PIC X(6) VALUE "SETTIF".
               03  WS-SIF-RUN-DATE     PIC 9(8).
               03  FILLER              PIC X(6) VALUE SPACE.
               03  WS-SIF-FILE-NO      PIC 9(8).
           01  WS-SIF-DTL-LINE.
               03  FILLER              PIC X(3) VALUE "DTL".
               03  WS-SIF-EMP-ID       PIC X(6).
               03  WS-SIF-EFF-DATE     PIC X(10).
               03  WS-SIF-DAYS         PIC 9(3).9.
               03  WS-SIF-AMOUNT       PIC 9(12).
           01  WS-SIF-TRL-LINE.
               03  FILLER              PIC X(3) VALUE "TRL".
               03  WS-SIF-COUNT        PIC 9(6).
               03  WS-SIF-HASH         PIC 9(12).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-XF-EMP-ID            PIC  X(6) VALUE SPACE.
           01  WS-FROM-COMPANY         PIC  X(2) VALUE SPACE.
           01  WS-TO-COMPANY           PIC  X(2) VALUE SPACE.
           01  WS-EFF-DATE             PIC  X(10) VALUE SPACE.
           01  WS-XFER-KIND            PIC  X(8) VALUE SPACE.
      *    ロットの扱い(C=引継ぎ / B=買取り)と、PLM_CONFIGの値。
           01  WS-POLICY-SW            PIC  X(1) VALUE "C".
               88  WS-POLICY-CARRY         VALUE "C".
               88  WS-POLICY-BUYOUT        VALUE "B".
           01  WS-LOT-POLICY           PIC  X(8) VALUE "CARRY".
           01  WS-CFG-KEY              PIC  X(20).
           01  WS-CFG-VALUE            PIC  X(20).
           01  WS-CFG-COUNT            PIC  X(8).
           01  WS-EMP-COUNT            PIC  X(8).
           01  WS-CO-COUNT             PIC  X(8).
           01  WS-XF-EMP-NAME          PIC  X(20).
           01  WS-XF-STATUS-CODE       PIC  X(10).
           01  WS-DAILY-WAGE           PIC  X(9).
           01  WS-PREVIEW-LOTS         PIC  X(8).
           01  WS-PREVIEW-DAYS         PIC  X(8).
           01  WS-FUTURE-LOTS          PIC  X(8).
           01  WS-OUT-DAYS             PIC S9(3)V9.
           01  WS-IN-DAYS              PIC S9(3)V9.
           01  WS-OUT-HISTORY-ID       PIC  X(8).
           01  WS-NEW-BALANCE-ID       PIC  X(12).
           01  WS-XF-LOTS              PIC  9(4) VALUE 0.
           01  WS-XF-DAYS              PIC S9(4)V9 VALUE 0.
           01  WS-XF-AMOUNT            PIC  9(12) VALUE 0.
           01  WS-OPERATOR-ID          PIC  X(10) VALUE "UNKNOWN".
           01  WS-AUTH-COUNT           PIC  X(8).
           01  WS-AUTH-LEVEL           PIC  X(1).
           01  WS-AUD-OLD-VALUE        PIC  X(40).
           01  WS-AUD-NEW-VALUE        PIC  X(40).
           COPY PLBREC.
           COPY PLHREC.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY PAYOUTREC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** CO_TRANSFER STARTED ***".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               DISPLAY "操作者ID : >> "
               ACCEPT WS-OPERATOR-ID FROM CONSOLE
           END-IF.

           DISPLAY "異動する社員ID : >> ".
           ACCEPT WS-XF-EMP-ID FROM CONSOLE.
           DISPLAY "異動先の会社コード : >> ".
           ACCEPT WS-TO-COMPANY FROM CONSOLE.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL WS-DATE-VALID
               DISPLAY "発効日 (YYYYMMDD) : >> "
               ACCEPT WS-EFF-DATE-NUM FROM CONSOLE
               CALL "DATE-CHK" USING WS-EFF-DATE-NUM
                   WS-DATE-VALID-SW
               IF NOT WS-DATE-VALID
                   DISPLAY "*** 日付が不正です。"
                       "再入力してください ***"
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-EFF-DATE.
           STRING WS-EFF-YEAR "-" WS-EFF-MONTH "-" WS-EFF-DAY
               INTO WS-EFF-DATE.
           DISPLAY "異動区分 (T=転籍 S=出向) : >> ".
           ACCEPT WS-KIND-SW FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(WS-KIND-SW) TO WS-KIND-SW.

           IF WS-XF-EMP-ID = SPACE OR WS-TO-COMPANY = SPACE
               DISPLAY "*** 社員IDと異動先の会社コードは"
                   "必須です ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-KIND-TENSEKI
               MOVE "TENSEKI" TO WS-XFER-KIND
           ELSE
               IF WS-KIND-SHUKKO
                   MOVE "SHUKKO" TO WS-XFER-KIND
               ELSE
                   DISPLAY "*** 異動区分が不正です ***"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-AUDIT-TABLE-RTN.
           PERFORM ENSURE-XFER-TABLE-RTN.
           PERFORM CHECK-AUTH-LEVEL-RTN.
           PERFORM CHECK-EMPLOYEE-RTN.
           PERFORM CHECK-TARGET-COMPANY-RTN.
           PERFORM READ-LOT-POLICY-RTN.
           PERFORM PREVIEW-LOTS-RTN.

           DISPLAY "社員     : " WS-XF-EMP-ID " " WS-XF-EMP-NAME.
           DISPLAY "異動     : " WS-FROM-COMPANY " -> "
               WS-TO-COMPANY "  " WS-XFER-KIND
               "  発効日 " WS-EFF-DATE.
           DISPLAY "ロットの扱い : " WS-LOT-POLICY.
           DISPLAY "対象ロット   : " WS-PREVIEW-LOTS
               " 件  残日数 " WS-PREVIEW-DAYS.
           DISPLAY "先行付与分(会社コードのみ付け替え)"
               " : "
               WS-FUTURE-LOTS " 件".
           DISPLAY "実行しますか (Y/N) : >> ".
           ACCEPT WS-CONFIRM-SW FROM CONSOLE.
           IF NOT WS-CONFIRMED
               DISPLAY "*** 取り消しました ***"
               EXEC SQL DISCONNECT ALL END-EXEC
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM MOVE-OPEN-LOTS-RTN.
           PERFORM REHOME-FUTURE-LOTS-RTN.
           PERFORM UPDATE-EMPLOYEE-COMPANY-RTN.
           PERFORM WRITE-XFER-RECORD-RTN.
           IF WS-POLICY-BUYOUT AND WS-XF-LOTS > 0
               PERFORM WRITE-SETTLE-INTERFACE-RTN
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "移動ロット数 : " WS-XF-LOTS.
           DISPLAY "移動残日数   : " WS-XF-DAYS.
           DISPLAY "評価額       : " WS-XF-AMOUNT.
           DISPLAY "*** CO_TRANSFER FINISHED ***".
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
       CHECK-AUTH-LEVEL-RTN.
      ******************************************************************
      *    OPERATOR_AUTHで操作者の権限レベルを確認する。未登録の
      *    操作者はレベル0として扱い、要求レベルに満たない場合は
      *    ERRLOGへ記録した上で実行を拒否する(職務分掌)。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS OPERATOR_AUTH
               (
                   OPER_ID      VARCHAR(10) NOT NULL,
                   AUTH_LEVEL   SMALLINT NOT NULL DEFAULT 1,
                   CONSTRAINT OAUTH_0 PRIMARY KEY (OPER_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

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
       CHECK-EMPLOYEE-RTN.
      ******************************************************************
      *    在籍中(退職者以外)の社員であることと、現在の所属会社を
      *    確認する。異動先が現在の会社と同じなら何もしない。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-EMP-COUNT
               FROM EMP_MASTER
               WHERE EMP_ID = :WS-XF-EMP-ID
                 AND EMP_STATUS_CODE <> 'RETIRED'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-EMP-COUNT) = 0
               DISPLAY "社員ID " WS-XF-EMP-ID
                   " が見つからないか退職済みです"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT EMP_NAME, COMPANY_CODE, EMP_STATUS_CODE,
                      CAST(COALESCE(DAILY_WAGE,0) AS VARCHAR(9))
               INTO :WS-XF-EMP-NAME, :WS-FROM-COMPANY,
                    :WS-XF-STATUS-CODE, :WS-DAILY-WAGE
               FROM EMP_MASTER
               WHERE EMP_ID = :WS-XF-EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE FUNCTION NUMVAL(WS-DAILY-WAGE) TO WS-WAGE-NUM.

           IF WS-FROM-COMPANY = WS-TO-COMPANY
               DISPLAY "*** 異動先が現在の会社 "
                   WS-FROM-COMPANY
                   " と同じです ***"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
       CHECK-TARGET-COMPANY-RTN.
      ******************************************************************
      *    異動先は会社マスタ(NIGHTLY_RUNが作成)に登録済みで有効な
      *    会社に限る。
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
               SELECT COUNT(*)
               INTO :WS-CO-COUNT
               FROM COMPANY_MASTER
               WHERE COMPANY_CODE = :WS-TO-COMPANY
                 AND ENABLED = 'Y'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-CO-COUNT) = 0
               DISPLAY "*** 会社コード " WS-TO-COMPANY
                   " は会社マスタに無いか無効です ***"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
       READ-LOT-POLICY-RTN.
      ******************************************************************
      *    異動元会社の設定から、異動区分ごとのロットの扱いを読む
      *    (発効日時点で有効な行。未設定・不明な値はCARRY)。
           MOVE SPACE TO WS-CFG-KEY.
           IF WS-KIND-TENSEKI
               MOVE "XFER_LOT_TENSEKI" TO WS-CFG-KEY
           ELSE
               MOVE "XFER_LOT_SHUKKO" TO WS-CFG-KEY
           END-IF.
           MOVE "CARRY" TO WS-LOT-POLICY.
           MOVE "C" TO WS-POLICY-SW.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CFG-COUNT
               FROM PLM_CONFIG
               WHERE CONFIG_KEY = TRIM(:WS-CFG-KEY)
                 AND COMPANY_CODE = :WS-FROM-COMPANY
                 AND EFFECTIVE_FROM <= CAST(:WS-EFF-DATE AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-CFG-COUNT) > 0
               EXEC SQL
                   SELECT CONFIG_VALUE
                   INTO :WS-CFG-VALUE
                   FROM PLM_CONFIG
                   WHERE CONFIG_KEY = TRIM(:WS-CFG-KEY)
                     AND COMPANY_CODE = :WS-FROM-COMPANY
                     AND EFFECTIVE_FROM <=
                         CAST(:WS-EFF-DATE AS DATE)
                   ORDER BY EFFECTIVE_FROM DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION UPPER-CASE(WS-CFG-VALUE) = "BUYOUT"
                   MOVE "BUYOUT" TO WS-LOT-POLICY
                   MOVE "B" TO WS-POLICY-SW
               END-IF
           END-IF.

      ******************************************************************
       PREVIEW-LOTS-RTN.
      ******************************************************************
      *    確認表示用に、移動対象ロット(発効日時点で付与済み・
      *    未失効・残あり)と先行付与ロットの件数を数える。
           EXEC SQL
               SELECT COUNT(*),
                      CAST(COALESCE(SUM(HOLD_DAYS),0) AS VARCHAR(8))
               INTO :WS-PREVIEW-LOTS, :WS-PREVIEW-DAYS
               FROM PL_BALANCE
               WHERE B_EMP_ID = :WS-XF-EMP-ID
                 AND LEAVE_TYPE = 'ANNUAL'
                 AND COMPANY_CODE = :WS-FROM-COMPANY
                 AND BALANCE_STATUS = TRUE
                 AND HOLD_DAYS > 0
                 AND GRANT_DAYS <= CAST(:WS-EFF-DATE AS DATE)
                 AND COALESCE(EXPIRE_DATE,
                         GRANT_DAYS + INTERVAL '2 years')
                     > CAST(:WS-EFF-DATE AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-FUTURE-LOTS
               FROM PL_BALANCE
               WHERE B_EMP_ID = :WS-XF-EMP-ID
                 AND LEAVE_TYPE = 'ANNUAL'
                 AND COMPANY_CODE = :WS-FROM-COMPANY
                 AND GRANT_DAYS > CAST(:WS-EFF-DATE AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       MOVE-OPEN-LOTS-RTN.
      ******************************************************************
      *    移動対象ロットを付与日順に1件ずつ払い出す。未確定の
      *    予約(RESERVED)は残日数を減らしていないため残日数ごと
      *    移り、確定時(PAID_CALCのVモード)のFIFO消化は異動先の
      *    ロットから引かれる。予約行自体は異動元ロットに残る。
           EXEC SQL
               DECLARE XF_LOT_CURSOR CURSOR FOR
               SELECT BALANCE_ID,
                      TO_CHAR(GRANT_DAYS,'YYYY-MM-DD'),
                      TO_CHAR(COALESCE(EXPIRE_DATE,
                          GRANT_DAYS + INTERVAL '2 years'),
                          'YYYY-MM-DD'),
                      HOLD_DAYS,
                      COALESCE(GRANTED_DAYS, HOLD_DAYS)
               FROM PL_BALANCE
               WHERE B_EMP_ID = :WS-XF-EMP-ID
                 AND LEAVE_TYPE = 'ANNUAL'
                 AND COMPANY_CODE = :WS-FROM-COMPANY
                 AND BALANCE_STATUS = TRUE
                 AND HOLD_DAYS > 0
                 AND GRANT_DAYS <= CAST(:WS-EFF-DATE AS DATE)
                 AND COALESCE(EXPIRE_DATE,
                         GRANT_DAYS + INTERVAL '2 years')
                     > CAST(:WS-EFF-DATE AS DATE)
               ORDER BY GRANT_DAYS ASC
               FOR UPDATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN XF_LOT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH XF_LOT_CURSOR
                   INTO :BALANCE-ID, :GRANT-DAYS, :EXPIRE-DATE,
                        :HOLD-DAYS, :GRANTED-DAYS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM MOVE-ONE-LOT-RTN
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE XF_LOT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       MOVE-ONE-LOT-RTN.
      ******************************************************************
      *    異動元ロットの残日数をゼロにしてXFEROUT(引継ぎ)または
      *    XFERBUY(買取り)の払い出しを記録する。引継ぎなら異動先
      *    会社のロットを作って受け入れる。
           MOVE FUNCTION NUMVAL(HOLD-DAYS) TO WS-HOLD-DAYS-NUM.
           COMPUTE WS-OUT-DAYS = ZERO - WS-HOLD-DAYS-NUM.
           COMPUTE WS-LOT-VALUE-NUM =
               WS-HOLD-DAYS-NUM * WS-WAGE-NUM.

           EXEC SQL
               UPDATE PL_BALANCE
               SET HOLD_DAYS = 0,
                   LAST_UPD_DATE = CAST(:WS-EFF-DATE AS DATE)
               WHERE BALANCE_ID = :BALANCE-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM GET-NEXT-HISTORY-ID.
           MOVE WS-NEXT-HISTORY-ID TO HISTORY-ID.
           MOVE HISTORY-ID TO WS-OUT-HISTORY-ID.

           EXEC SQL
               INSERT INTO PL_HISTORY
                   (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                    INSERT_DATETIME, TRANSACTION_TYPE)
               VALUES
                   (:HISTORY-ID, :BALANCE-ID,
                    CAST(:WS-EFF-DATE AS DATE), :WS-OUT-DAYS,
                    CURRENT_TIMESTAMP,
                    CASE WHEN :WS-POLICY-SW = 'B'
                         THEN 'XFERBUY' ELSE 'XFEROUT' END)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE SPACE TO WS-AUD-OLD-VALUE.
           STRING "HOLD=" WS-HOLD-DAYS-NUM " CO=" WS-FROM-COMPANY
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE SPACE TO WS-AUD-NEW-VALUE.
           STRING "HOLD=000.0 " WS-LOT-POLICY " TO "
               WS-TO-COMPANY
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           PERFORM WRITE-AUDIT-RTN.

           IF WS-POLICY-CARRY
               PERFORM WRITE-CARRY-LOT-RTN
           END-IF.

           ADD 1 TO WS-XF-LOTS.
           ADD WS-HOLD-DAYS-NUM TO WS-XF-DAYS.
           ADD WS-LOT-VALUE-NUM TO WS-XF-AMOUNT.
           DISPLAY "移動 : " BALANCE-ID " " GRANT-DAYS " "
               WS-HOLD-DAYS-NUM " 日 " WS-LOT-POLICY.

      ******************************************************************
       WRITE-CARRY-LOT-RTN.
      ******************************************************************
      *    異動先会社のロット。付与日・失効予定日・当初付与日数は
      *    元のロットのまま引き継ぎ(時効と5日取得義務の判定を
      *    変えない)、残日数だけを受け入れる。
           MOVE WS-HOLD-DAYS-NUM TO WS-IN-DAYS.
           PERFORM GET-NEXT-BALANCE-SEQ.
           MOVE SPACE TO WS-NEW-BALANCE-ID.
           STRING WS-XF-EMP-ID WS-NEXT-BALANCE-SEQ
               DELIMITED BY SIZE INTO WS-NEW-BALANCE-ID.

           EXEC SQL
               INSERT INTO PL_BALANCE
               (BALANCE_ID, B_EMP_ID, BALANCE_STATUS, GRANT_DAYS,
                HOLD_DAYS, LAST_UPD_DATE, LEAVE_TYPE,
                EXPIRE_DATE, GRANTED_DAYS, COMPANY_CODE)
               VALUES
               (:WS-NEW-BALANCE-ID, :WS-XF-EMP-ID, TRUE,
                CAST(:GRANT-DAYS AS DATE), :WS-IN-DAYS,
                CAST(:WS-EFF-DATE AS DATE), 'ANNUAL',
                CAST(:EXPIRE-DATE AS DATE),
                CAST(:GRANTED-DAYS AS DECIMAL(3,1)),
                :WS-TO-COMPANY)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM GET-NEXT-HISTORY-ID.
           MOVE WS-NEXT-HISTORY-ID TO HISTORY-ID.

           EXEC SQL
               INSERT INTO PL_HISTORY
                   (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                    INSERT_DATETIME, TRANSACTION_TYPE,
                    ORIG_HISTORY_ID)
               VALUES
                   (:HISTORY-ID, :WS-NEW-BALANCE-ID,
                    CAST(:WS-EFF-DATE AS DATE), :WS-IN-DAYS,
                    CURRENT_TIMESTAMP, 'XFERIN',
                    :WS-OUT-HISTORY-ID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE WS-NEW-BALANCE-ID TO BALANCE-ID.
           MOVE SPACE TO WS-AUD-OLD-VALUE.
           STRING "XFERIN FROM " WS-FROM-COMPANY
               " OUT=" WS-OUT-HISTORY-ID
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE SPACE TO WS-AUD-NEW-VALUE.
           STRING "HOLD=" WS-IN-DAYS " CO=" WS-TO-COMPANY
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           PERFORM WRITE-AUDIT-RTN.

      ******************************************************************
       REHOME-FUTURE-LOTS-RTN.
      ******************************************************************
      *    付与日が発効日より後のロットは権利発生前のため、日数を
      *    動かさず会社コードだけを異動先へ付け替える。
           IF FUNCTION NUMVAL(WS-FUTURE-LOTS) > 0
               EXEC SQL
                   UPDATE PL_BALANCE
                   SET COMPANY_CODE = :WS-TO-COMPANY
                   WHERE B_EMP_ID = :WS-XF-EMP-ID
                     AND LEAVE_TYPE = 'ANNUAL'
                     AND COMPANY_CODE = :WS-FROM-COMPANY
                     AND GRANT_DAYS > CAST(:WS-EFF-DATE AS DATE)
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

      ******************************************************************
       UPDATE-EMPLOYEE-COMPANY-RTN.
      ******************************************************************
      *    所属会社を付け替える。入社日は勤続通算のため変更しない。
           EXEC SQL
               UPDATE EMP_MASTER
               SET COMPANY_CODE = :WS-TO-COMPANY,
                   EMP_UPDATED_AT = CURRENT_TIMESTAMP
               WHERE EMP_ID = :WS-XF-EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE SPACE TO BALANCE-ID.
           MOVE SPACE TO HISTORY-ID.
           MOVE SPACE TO WS-AUD-OLD-VALUE.
           STRING "COMPANY=" WS-FROM-COMPANY
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE SPACE TO WS-AUD-NEW-VALUE.
           STRING "COMPANY=" WS-TO-COMPANY " " WS-XFER-KIND
               " " WS-EFF-DATE
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           PERFORM WRITE-AUDIT-RTN.

      ******************************************************************
       WRITE-XFER-RECORD-RTN.
      ******************************************************************
      *    異動1件の記録。評価額は発効時点の日額賃金で見積もる
      *    (引継ぎなら異動先へ移った引当金、買取りなら精算額)。
           EXEC SQL
               INSERT INTO EMP_XFER
                   (X_EMP_ID, FROM_COMPANY, TO_COMPANY,
                    EFFECTIVE_DATE, XFER_KIND, LOT_POLICY,
                    XFER_LOTS, XFER_DAYS, XFER_AMOUNT,
                    FUTURE_LOTS, X_OPERATOR_ID)
               VALUES
                   (:WS-XF-EMP-ID, :WS-FROM-COMPANY, :WS-TO-COMPANY,
                    CAST(:WS-EFF-DATE AS DATE), TRIM(:WS-XFER-KIND),
                    TRIM(:WS-LOT-POLICY),
                    CAST(:WS-XF-LOTS AS SMALLINT), :WS-XF-DAYS,
                    CAST(:WS-XF-AMOUNT AS NUMERIC(12)),
                    CAST(:WS-FUTURE-LOTS AS SMALLINT),
                    :WS-OPERATOR-ID)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-SETTLE-INTERFACE-RTN.
      ******************************************************************
      *    買取りの給与向け精算レコード。退職精算(RETIRE)と同じ
      *    ファイルに追記し、給与側の取込運用も同じとする。
           OPEN EXTEND SETTIF-FILE.
           MOVE WS-RUN-DATE TO WS-SIF-RUN-DATE.
      *    1名分のHDR/DTL/TRLを1本の送信ファイルとして送信台帳へ
      *    登録し、送信ファイル番号をHDRに載せる。
           INITIALIZE POR-PARM-VARS.
           MOVE "H" TO POR-FUNCTION.
           MOVE "SETTIF" TO POR-FILE-KIND.
           MOVE WS-FROM-COMPANY TO POR-COMPANY.
           CALL "PAYOUT-REG" USING SQLCA POR-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE POR-FILE-NO TO WS-SIF-FILE-NO.
           MOVE SPACE TO SETTIF-REC.
           MOVE WS-SIF-HDR-LINE TO SETTIF-REC.
           WRITE SETTIF-REC.

           MOVE WS-XF-EMP-ID  TO WS-SIF-EMP-ID.
           MOVE WS-EFF-DATE   TO WS-SIF-EFF-DATE.
           MOVE WS-XF-DAYS    TO WS-SIF-DAYS.
           MOVE WS-XF-AMOUNT  TO WS-SIF-AMOUNT.
           MOVE SPACE TO SETTIF-REC.
           MOVE WS-SIF-DTL-LINE TO SETTIF-REC.
           WRITE SETTIF-REC.
           MOVE "D" TO POR-FUNCTION.
           MOVE 1 TO POR-LINE-NO.
           MOVE WS-XF-EMP-ID TO POR-EMP-ID.
           MOVE WS-EFF-DATE TO POR-LINE-KEY.
           MOVE WS-XF-DAYS TO POR-LINE-DAYS.
           MOVE WS-XF-AMOUNT TO POR-LINE-AMOUNT.
           CALL "PAYOUT-REG" USING SQLCA POR-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE 1 TO WS-SIF-COUNT.
           MOVE WS-XF-AMOUNT TO WS-SIF-HASH.
           MOVE SPACE TO SETTIF-REC.
           MOVE WS-SIF-TRL-LINE TO SETTIF-REC.
           WRITE SETTIF-REC.
           CLOSE SETTIF-FILE.
           MOVE "T" TO POR-FUNCTION.
           MOVE 1 TO POR-DETAIL-COUNT.
           MOVE WS-XF-AMOUNT TO POR-HASH-TOTAL.
           MOVE WS-XF-AMOUNT TO POR-AMOUNT-TOTAL.
           CALL "PAYOUT-REG" USING SQLCA POR-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-XFER-TABLE-RTN.
      ******************************************************************
      *    会社間異動の記録。LEDGER_RPT・LIAB_RPTも同じ定義で
      *    用意する。
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
       ENSURE-AUDIT-TABLE-RTN.
      ******************************************************************
      *    操作者監査証跡テーブル(更新系プログラム共通)。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PL_AUDIT
               (
                   AUDIT_ID       BIGSERIAL,
                   AUDIT_AT       TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   PROGRAM_NAME   VARCHAR(12) NOT NULL,
                   OPERATOR_ID    VARCHAR(10) NOT NULL,
                   A_EMP_ID       VARCHAR(6),
                   A_BALANCE_ID   VARCHAR(12),
                   A_HISTORY_ID   VARCHAR(8),
                   OLD_VALUE      VARCHAR(40),
                   NEW_VALUE      VARCHAR(40),
                   CONSTRAINT AUD_0 PRIMARY KEY (AUDIT_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-AUDIT-RTN.
      ******************************************************************
           CALL "AUDIT-LOCK" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO PL_AUDIT
                   (PROGRAM_NAME, OPERATOR_ID, A_EMP_ID,
                    A_BALANCE_ID, A_HISTORY_ID, OLD_VALUE, NEW_VALUE)
               VALUES
                   (:WS-ERR-PROGRAM-NAME, :WS-OPERATOR-ID,
                    :WS-XF-EMP-ID, :BALANCE-ID,
                    :HISTORY-ID, :WS-AUD-OLD-VALUE,
                    :WS-AUD-NEW-VALUE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           CALL "AUDIT-SEAL" USING SQLCA.
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
      *    採番はSELECT MAX+1ではなくデータベースシーケンスで行う
      *    (同時実行でも重複しない)。呼び出しごとに新しいIDを返す。
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
