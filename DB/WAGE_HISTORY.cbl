      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 WAGE_HISTORY.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    賃金実績テーブル(WAGE_HISTORY)を作成し、給与システムから
      *    毎月受け渡される賃金実績ファイル(WAGEIN)を取り込む。
      *    PAY_EXTRACTの有給休暇の賃金額計算(通常の賃金・平均賃金・
      *    標準報酬日額)は、この表の月別実績を算定基礎にする。
      *    キーは社員ID+賃金計算期間。同じキーの再送は上書きする。
      *    その社員の最新期間の行であれば、通常の賃金日額で
      *    EMP_MASTERのDAILY_WAGE(引当金計算LIAB_RPTが使う)も
      *    更新する。社員マスタに無い社員ID・期間不正・金額不正の
      *    行は1件単位で拒否し、WAGEACKへ理由コードを返す(ファイル
      *    全体は継続)。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAGE-IN-FILE ASSIGN TO "WAGEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAGEIN-STATUS.
      *    給与システムへの取込結果返却ファイル。入力1明細につき
      *    1行、ACCEPTED/REJECTEDと理由コードを返す。
           SELECT ACK-FILE ASSIGN TO "WAGEACK"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).
       FD  WAGE-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAGEINREC.
       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACK-REC                 PIC X(40).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "WAGE_HIST".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-WAGEIN-STATUS        PIC  XX.
           01  WS-WAGEIN-EOF-SW        PIC  X(01) VALUE "N".
               88  WS-WAGEIN-EOF           VALUE "Y".
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

      *    受信ファイルのヘッダ(HDR)・トレーラ(TRL)枠の検証用
      *    (EMPINと同じ形式)。
           01  WS-FRAME-OK-SW          PIC X(1) VALUE "N".
               88  WS-FRAME-OK             VALUE "Y".
           01  WS-FRAME-EOF-SW         PIC X(1) VALUE "N".
               88  WS-FRAME-EOF            VALUE "Y".
           01  WS-FRAME-TRL-SW         PIC X(1) VALUE "N".
               88  WS-FRAME-TRL-SEEN       VALUE "Y".
           01  WS-FRAME-DETAIL-COUNT   PIC 9(6) VALUE 0.
           01  WS-FRAME-TRL-COUNT      PIC 9(6) VALUE 0.

      *    給与システムへの取込結果返却(WAGEACK)用。
           01  WS-ACK-STATUS           PIC X(8).
           01  WS-ACK-REASON           PIC X(8).
           01  WS-ACK-ACCEPTED         PIC 9(6) VALUE 0.
           01  WS-ACK-REJECTED         PIC 9(6) VALUE 0.
           01  WS-ARCH-DATE            PIC 9(8).

      *    明細の検査用。
           01  WS-ROW-OK-SW            PIC X(1) VALUE "Y".
               88  WS-ROW-OK               VALUE "Y".
           01  WS-PERIOD-NUM           PIC 9(6).
           01  WS-PERIOD-R REDEFINES WS-PERIOD-NUM.
               03  WS-PERIOD-YEAR      PIC 9(4).
               03  WS-PERIOD-MONTH     PIC 9(2).
           01  WS-WORK-DAYS-NUM        PIC 9(2).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-EMP-ROW-COUNT        PIC  X(8).
           01  WS-WG-EMP-ID            PIC  X(6).
           01  WS-WG-PERIOD            PIC  X(6).
           01  WS-WG-MONTH-WAGES       PIC  X(9).
           01  WS-WG-WORK-DAYS         PIC  X(2).
           01  WS-WG-NORMAL-DAILY      PIC  X(7).
           01  WS-WG-STD-MONTHLY       PIC  X(7).
           01  WS-WG-COUNT             PIC  X(8).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** WAGE_HISTORY STARTED ***".

           PERFORM CONNECT-RTN.

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
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    取込前にHDR/TRL枠を検証し、件数が合わないファイルは
      *    データベースに触れる前に拒否する。
           PERFORM VALIDATE-WAGEIN-FRAME-RTN.
           IF NOT WS-FRAME-OK
               DISPLAY "*** WAGEINの制御レコードが不正"
                   "です。取込を中止します ***"
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT WAGE-IN-FILE.
           IF WS-WAGEIN-STATUS NOT = "00"
               DISPLAY "*** WAGEIN ファイルが"
                   "オープンできません ***"
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

      *    先頭のヘッダレコードを読み飛ばす。
           READ WAGE-IN-FILE
               AT END CONTINUE
           END-READ.

           OPEN OUTPUT ACK-FILE.
           ACCEPT WS-ARCH-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO ACK-REC.
           STRING "HDR        " WS-ARCH-DATE "WAGEACK"
               DELIMITED BY SIZE INTO ACK-REC.
           WRITE ACK-REC.

           PERFORM LOAD-WAGES-RTN.

           MOVE SPACE TO ACK-REC.
           STRING "TRL" WS-ACK-ACCEPTED WS-ACK-REJECTED
               DELIMITED BY SIZE INTO ACK-REC.
           WRITE ACK-REC.
           CLOSE ACK-FILE.
           CLOSE WAGE-IN-FILE.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-WG-COUNT
               FROM WAGE_HISTORY
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           DISPLAY "受理 : " WS-ACK-ACCEPTED
               "  拒否 : " WS-ACK-REJECTED.
           DISPLAY "賃金実績件数 : " WS-WG-COUNT.
           IF WS-ACK-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "*** WAGE_HISTORY FINISHED ***".
           STOP RUN.

      ******************************************************************
       LOAD-WAGES-RTN.
      ******************************************************************
           READ WAGE-IN-FILE
               AT END MOVE "Y" TO WS-WAGEIN-EOF-SW
           END-READ.
           PERFORM UNTIL WS-WAGEIN-EOF
               IF WAGE-IN-REC(1:3) = "TRL"
                   MOVE "Y" TO WS-WAGEIN-EOF-SW
               ELSE
                   PERFORM LOAD-ONE-WAGE-RTN
                   READ WAGE-IN-FILE
                       AT END MOVE "Y" TO WS-WAGEIN-EOF-SW
                   END-READ
               END-IF
           END-PERFORM.

      ******************************************************************
       VALIDATE-WAGEIN-FRAME-RTN.
      ******************************************************************
      *    先読みパス。先頭がHDR、末尾がTRLで、TRLの件数と明細件数が
      *    一致することを確認する。
           MOVE "N" TO WS-FRAME-OK-SW.
           MOVE "N" TO WS-FRAME-EOF-SW.
           MOVE "N" TO WS-FRAME-TRL-SW.
           MOVE ZERO TO WS-FRAME-DETAIL-COUNT.

           OPEN INPUT WAGE-IN-FILE.
           IF WS-WAGEIN-STATUS NOT = "00"
               DISPLAY "*** WAGEIN ファイルが"
                   "オープンできません ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ WAGE-IN-FILE
               AT END MOVE "Y" TO WS-FRAME-EOF-SW
           END-READ.
           IF WS-FRAME-EOF OR WAGE-IN-REC(1:3) NOT = "HDR"
               DISPLAY "*** ヘッダレコードがありません ***"
               CLOSE WAGE-IN-FILE
           ELSE
               PERFORM UNTIL WS-FRAME-EOF
                   READ WAGE-IN-FILE
                       AT END MOVE "Y" TO WS-FRAME-EOF-SW
                   END-READ
                   IF NOT WS-FRAME-EOF
                       IF WAGE-IN-REC(1:3) = "TRL"
                           MOVE "Y" TO WS-FRAME-TRL-SW
                           MOVE WAGE-IN-REC(4:6)
                               TO WS-FRAME-TRL-COUNT
                       ELSE
                           IF WS-FRAME-TRL-SEEN
      *                        TRLの後に明細がある=破損。
                               MOVE "N" TO WS-FRAME-TRL-SW
                               MOVE "Y" TO WS-FRAME-EOF-SW
                           ELSE
                               ADD 1 TO WS-FRAME-DETAIL-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE WAGE-IN-FILE
               IF WS-FRAME-TRL-SEEN
                  AND WS-FRAME-TRL-COUNT = WS-FRAME-DETAIL-COUNT
                   MOVE "Y" TO WS-FRAME-OK-SW
               ELSE
                   DISPLAY "*** トレーラ件数不一致: TRL="
                       WS-FRAME-TRL-COUNT " 明細="
                       WS-FRAME-DETAIL-COUNT " ***"
               END-IF
           END-IF.

      ******************************************************************
       LOAD-ONE-WAGE-RTN.
      ******************************************************************
      *    明細1件を検査し、通ったものだけ賃金実績へ反映する。
      *    金額・日数は右詰めゼロ埋めの数字であること。
           MOVE "Y" TO WS-ROW-OK-SW.
           MOVE "ACCEPTED" TO WS-ACK-STATUS.
           MOVE "OK      " TO WS-ACK-REASON.

           IF WAGEIN-EMP-ID = SPACE OR WAGEIN-PERIOD = SPACE
               MOVE "N" TO WS-ROW-OK-SW
               MOVE "NOKEY   " TO WS-ACK-REASON
           END-IF.

           IF WS-ROW-OK
               MOVE WAGEIN-EMP-ID TO WS-WG-EMP-ID
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-EMP-ROW-COUNT
                   FROM EMP_MASTER
                   WHERE EMP_ID = :WS-WG-EMP-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-EMP-ROW-COUNT) = 0
                   MOVE "N" TO WS-ROW-OK-SW
                   MOVE "NOEMP   " TO WS-ACK-REASON
               END-IF
           END-IF.

           IF WS-ROW-OK
               IF WAGEIN-PERIOD IS NOT NUMERIC
                   MOVE "N" TO WS-ROW-OK-SW
                   MOVE "BADPERD " TO WS-ACK-REASON
               ELSE
                   MOVE WAGEIN-PERIOD TO WS-PERIOD-NUM
                   IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                       MOVE "N" TO WS-ROW-OK-SW
                       MOVE "BADPERD " TO WS-ACK-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-ROW-OK
               IF WAGEIN-MONTH-WAGES IS NOT NUMERIC
                  OR WAGEIN-WORK-DAYS IS NOT NUMERIC
                  OR WAGEIN-NORMAL-DAILY IS NOT NUMERIC
                  OR WAGEIN-STD-MONTHLY IS NOT NUMERIC
                   MOVE "N" TO WS-ROW-OK-SW
                   MOVE "BADAMT  " TO WS-ACK-REASON
               ELSE
                   MOVE WAGEIN-WORK-DAYS TO WS-WORK-DAYS-NUM
                   IF WS-WORK-DAYS-NUM > 31
                       MOVE "N" TO WS-ROW-OK-SW
                       MOVE "BADAMT  " TO WS-ACK-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-ROW-OK
               PERFORM UPSERT-ONE-WAGE-RTN
           ELSE
               MOVE "REJECTED" TO WS-ACK-STATUS
               ADD 1 TO WS-ACK-REJECTED
               DISPLAY "*** 拒否 EMP_ID=" WAGEIN-EMP-ID
                   " PERIOD=" WAGEIN-PERIOD " " WS-ACK-REASON
           END-IF.
           PERFORM WRITE-ACK-LINE-RTN.

      ******************************************************************
       UPSERT-ONE-WAGE-RTN.
      ******************************************************************
           MOVE WAGEIN-PERIOD       TO WS-WG-PERIOD.
           MOVE WAGEIN-MONTH-WAGES  TO WS-WG-MONTH-WAGES.
           MOVE WAGEIN-WORK-DAYS    TO WS-WG-WORK-DAYS.
           MOVE WAGEIN-NORMAL-DAILY TO WS-WG-NORMAL-DAILY.
           MOVE WAGEIN-STD-MONTHLY  TO WS-WG-STD-MONTHLY.

           EXEC SQL
               INSERT INTO WAGE_HISTORY
                   (W_EMP_ID, WAGE_PERIOD, MONTH_WAGES, WORK_DAYS,
                    NORMAL_DAILY, STD_MONTHLY)
               VALUES
                   (:WS-WG-EMP-ID, :WS-WG-PERIOD,
                    CAST(:WS-WG-MONTH-WAGES AS NUMERIC),
                    CAST(:WS-WG-WORK-DAYS AS NUMERIC),
                    CAST(:WS-WG-NORMAL-DAILY AS NUMERIC),
                    CAST(:WS-WG-STD-MONTHLY AS NUMERIC))
               ON CONFLICT (W_EMP_ID, WAGE_PERIOD)
               DO UPDATE SET
                   MONTH_WAGES = EXCLUDED.MONTH_WAGES,
                   WORK_DAYS = EXCLUDED.WORK_DAYS,
                   NORMAL_DAILY = EXCLUDED.NORMAL_DAILY,
                   STD_MONTHLY = EXCLUDED.STD_MONTHLY,
                   WG_UPDATED_AT = CURRENT_TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "N" TO WS-ROW-OK-SW
               MOVE "REJECTED" TO WS-ACK-STATUS
               MOVE "SQLERR  " TO WS-ACK-REASON
               ADD 1 TO WS-ACK-REJECTED
               MOVE "Y" TO WS-WAGEIN-EOF-SW
           ELSE
               ADD 1 TO WS-ACK-ACCEPTED
               PERFORM UPDATE-DAILY-WAGE-RTN
           END-IF.

      ******************************************************************
       UPDATE-DAILY-WAGE-RTN.
      ******************************************************************
      *    最新期間の通常の賃金日額をEMP_MASTERへ写す。過去月の
      *    再送では日額を巻き戻さない。日額0(未設定)は写さない。
           EXEC SQL
               UPDATE EMP_MASTER
                   SET DAILY_WAGE =
                       CAST(:WS-WG-NORMAL-DAILY AS NUMERIC(9))
               WHERE EMP_ID = :WS-WG-EMP-ID
                 AND CAST(:WS-WG-NORMAL-DAILY AS NUMERIC) > 0
                 AND NOT EXISTS
                     (SELECT 1 FROM WAGE_HISTORY W
                      WHERE W.W_EMP_ID = :WS-WG-EMP-ID
                        AND W.WAGE_PERIOD > :WS-WG-PERIOD)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-ACK-LINE-RTN.
      ******************************************************************
           MOVE SPACE TO ACK-REC.
           STRING "DTL" WAGEIN-EMP-ID WAGEIN-PERIOD " "
               WS-ACK-STATUS " " WS-ACK-REASON
               DELIMITED BY SIZE INTO ACK-REC.
           WRITE ACK-REC.

      ******************************************************************
       CONNECT-RTN.
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
