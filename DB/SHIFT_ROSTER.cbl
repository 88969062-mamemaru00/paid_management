      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SHIFT_ROSTER.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    変形労働時間制の社員の月間勤務表(SHIFT_ROSTER)を作成し、
      *    勤務管理から受け渡される勤務表ファイル(ROSTIN)を取り込む。
      *    勤務表に載っている日は、PAID_CALCの営業日判定と時間単位
      *    年休の日数換算が週勤務曜日パターン・EMP_MASTERの所定
      *    労働時間ではなく、その日の勤務区分・所定時間に従う。
      *    キーは社員ID+勤務日。同じキーの再送は上書きする(勤務表の
      *    差し替えは該当日を再送する)。社員マスタに無い社員ID・
      *    日付不正・時間数不正の行は1件単位で拒否し、ROSTACKへ
      *    理由コードを返す(ファイル全体は継続)。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-IN-FILE ASSIGN TO "ROSTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTIN-STATUS.
      *    勤務管理への取込結果返却ファイル。入力1明細につき1行、
      *    ACCEPTED/REJECTEDと理由コードを返す。
           SELECT ACK-FILE ASSIGN TO "ROSTACK"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).
       FD  ROSTER-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ROSTINREC.
       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACK-REC                 PIC X(40).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "SHIFT_ROST".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-ROSTIN-STATUS        PIC  XX.
           01  WS-ROSTIN-EOF-SW        PIC  X(01) VALUE "N".
               88  WS-ROSTIN-EOF           VALUE "Y".
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

      *    勤務管理への取込結果返却(ROSTACK)用。
           01  WS-ACK-STATUS           PIC X(8).
           01  WS-ACK-REASON           PIC X(8).
           01  WS-ACK-ACCEPTED         PIC 9(6) VALUE 0.
           01  WS-ACK-REJECTED         PIC 9(6) VALUE 0.
           01  WS-ARCH-DATE            PIC 9(8).

      *    明細の検査用。
           01  WS-ROW-OK-SW            PIC X(1) VALUE "Y".
               88  WS-ROW-OK               VALUE "Y".
           01  WS-DATE-VALID-SW        PIC X(1) VALUE "N".
               88  WS-DATE-VALID           VALUE "Y".
           01  WS-DATE-NUM             PIC 9(8).
           01  WS-HOURS-NUM            PIC 9(2).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-EMP-ROW-COUNT        PIC  X(8).
           01  WS-RST-EMP-ID           PIC  X(6).
           01  WS-RST-DATE             PIC  X(10).
           01  WS-RST-SHIFT            PIC  X(4).
           01  WS-RST-HOURS            PIC  X(2).
           01  WS-RST-COUNT            PIC  X(8).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** SHIFT_ROSTER STARTED ***".

           PERFORM CONNECT-RTN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS SHIFT_ROSTER
               (
                   R_EMP_ID       VARCHAR(6) NOT NULL,
                   ROSTER_DATE    DATE NOT NULL,
                   SHIFT_CODE     VARCHAR(4) NOT NULL,
                   SCHED_HOURS    NUMERIC(2) NOT NULL DEFAULT 0,
                   RST_UPDATED_AT TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT SRST_0 PRIMARY KEY
                       (R_EMP_ID, ROSTER_DATE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    取込前にHDR/TRL枠を検証し、件数が合わないファイルは
      *    データベースに触れる前に拒否する。
           PERFORM VALIDATE-ROSTIN-FRAME-RTN.
           IF NOT WS-FRAME-OK
               DISPLAY "*** ROSTINの制御レコードが不正"
                   "です。取込を中止します ***"
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ROSTER-IN-FILE.
           IF WS-ROSTIN-STATUS NOT = "00"
               DISPLAY "*** ROSTIN ファイルが"
                   "オープンできません ***"
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

      *    先頭のヘッダレコードを読み飛ばす。
           READ ROSTER-IN-FILE
               AT END CONTINUE
           END-READ.

           OPEN OUTPUT ACK-FILE.
           ACCEPT WS-ARCH-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO ACK-REC.
           STRING "HDR        " WS-ARCH-DATE "ROSTACK"
               DELIMITED BY SIZE INTO ACK-REC.
           WRITE ACK-REC.

           PERFORM LOAD-ROSTER-RTN.

           MOVE SPACE TO ACK-REC.
           STRING "TRL" WS-ACK-ACCEPTED WS-ACK-REJECTED
               DELIMITED BY SIZE INTO ACK-REC.
           WRITE ACK-REC.
           CLOSE ACK-FILE.
           CLOSE ROSTER-IN-FILE.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RST-COUNT
               FROM SHIFT_ROSTER
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           DISPLAY "受理 : " WS-ACK-ACCEPTED
               "  拒否 : " WS-ACK-REJECTED.
           DISPLAY "勤務表件数 : " WS-RST-COUNT.
           IF WS-ACK-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "*** SHIFT_ROSTER FINISHED ***".
           STOP RUN.

      ******************************************************************
       LOAD-ROSTER-RTN.
      ******************************************************************
           READ ROSTER-IN-FILE
               AT END MOVE "Y" TO WS-ROSTIN-EOF-SW
           END-READ.
           PERFORM UNTIL WS-ROSTIN-EOF
               IF ROSTER-IN-REC(1:3) = "TRL"
                   MOVE "Y" TO WS-ROSTIN-EOF-SW
               ELSE
                   PERFORM LOAD-ONE-ROSTER-DAY-RTN
                   READ ROSTER-IN-FILE
                       AT END MOVE "Y" TO WS-ROSTIN-EOF-SW
                   END-READ
               END-IF
           END-PERFORM.

      ******************************************************************
       VALIDATE-ROSTIN-FRAME-RTN.
      ******************************************************************
      *    先読みパス。先頭がHDR、末尾がTRLで、TRLの件数と明細件数が
      *    一致することを確認する。
           MOVE "N" TO WS-FRAME-OK-SW.
           MOVE "N" TO WS-FRAME-EOF-SW.
           MOVE "N" TO WS-FRAME-TRL-SW.
           MOVE ZERO TO WS-FRAME-DETAIL-COUNT.

           OPEN INPUT ROSTER-IN-FILE.
           IF WS-ROSTIN-STATUS NOT = "00"
               DISPLAY "*** ROSTIN ファイルが"
                   "オープンできません ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ ROSTER-IN-FILE
               AT END MOVE "Y" TO WS-FRAME-EOF-SW
           END-READ.
           IF WS-FRAME-EOF OR ROSTER-IN-REC(1:3) NOT = "HDR"
               DISPLAY "*** ヘッダレコードがありません ***"
               CLOSE ROSTER-IN-FILE
           ELSE
               PERFORM UNTIL WS-FRAME-EOF
                   READ ROSTER-IN-FILE
                       AT END MOVE "Y" TO WS-FRAME-EOF-SW
                   END-READ
                   IF NOT WS-FRAME-EOF
                       IF ROSTER-IN-REC(1:3) = "TRL"
                           MOVE "Y" TO WS-FRAME-TRL-SW
                           MOVE ROSTER-IN-REC(4:6)
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
               CLOSE ROSTER-IN-FILE
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
       LOAD-ONE-ROSTER-DAY-RTN.
      ******************************************************************
      *    明細1件を検査し、通ったものだけ勤務表へ反映する。
      *    勤務区分OFFは時間数にかかわらず0時間(公休)で登録する。
           MOVE "Y" TO WS-ROW-OK-SW.
           MOVE "ACCEPTED" TO WS-ACK-STATUS.
           MOVE "OK      " TO WS-ACK-REASON.

           IF ROSTIN-EMP-ID = SPACE OR ROSTIN-WORK-DATE = SPACE
              OR ROSTIN-SHIFT-CODE = SPACE
               MOVE "N" TO WS-ROW-OK-SW
               MOVE "NOKEY   " TO WS-ACK-REASON
           END-IF.

           IF WS-ROW-OK
               MOVE ROSTIN-EMP-ID TO WS-RST-EMP-ID
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-EMP-ROW-COUNT
                   FROM EMP_MASTER
                   WHERE EMP_ID = :WS-RST-EMP-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-EMP-ROW-COUNT) = 0
                   MOVE "N" TO WS-ROW-OK-SW
                   MOVE "NOEMP   " TO WS-ACK-REASON
               END-IF
           END-IF.

           IF WS-ROW-OK
               IF ROSTIN-WORK-DATE(1:4) IS NOT NUMERIC
                  OR ROSTIN-WORK-DATE(6:2) IS NOT NUMERIC
                  OR ROSTIN-WORK-DATE(9:2) IS NOT NUMERIC
                   MOVE "N" TO WS-DATE-VALID-SW
               ELSE
                   STRING ROSTIN-WORK-DATE(1:4)
                       ROSTIN-WORK-DATE(6:2)
                       ROSTIN-WORK-DATE(9:2)
                       DELIMITED BY SIZE INTO WS-DATE-NUM
                   CALL "DATE-CHK" USING WS-DATE-NUM
                       WS-DATE-VALID-SW
               END-IF
               IF NOT WS-DATE-VALID
                   MOVE "N" TO WS-ROW-OK-SW
                   MOVE "BADDATE " TO WS-ACK-REASON
               END-IF
           END-IF.

           IF WS-ROW-OK
               MOVE FUNCTION UPPER-CASE(ROSTIN-SHIFT-CODE)
                   TO WS-RST-SHIFT
               IF WS-RST-SHIFT = "OFF"
                   MOVE ZERO TO WS-HOURS-NUM
               ELSE
                   IF ROSTIN-SCHED-HOURS IS NOT NUMERIC
                       MOVE "N" TO WS-ROW-OK-SW
                       MOVE "BADHOURS" TO WS-ACK-REASON
                   ELSE
                       MOVE ROSTIN-SCHED-HOURS TO WS-HOURS-NUM
                       IF WS-HOURS-NUM > 24
                           MOVE "N" TO WS-ROW-OK-SW
                           MOVE "BADHOURS" TO WS-ACK-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-ROW-OK
               PERFORM UPSERT-ONE-ROSTER-DAY-RTN
           ELSE
               MOVE "REJECTED" TO WS-ACK-STATUS
               ADD 1 TO WS-ACK-REJECTED
               DISPLAY "*** 拒否 EMP_ID=" ROSTIN-EMP-ID
                   " DATE=" ROSTIN-WORK-DATE " " WS-ACK-REASON
           END-IF.
           PERFORM WRITE-ACK-LINE-RTN.

      ******************************************************************
       UPSERT-ONE-ROSTER-DAY-RTN.
      ******************************************************************
           MOVE ROSTIN-WORK-DATE    TO WS-RST-DATE.
           MOVE WS-HOURS-NUM        TO WS-RST-HOURS.

           EXEC SQL
               INSERT INTO SHIFT_ROSTER
                   (R_EMP_ID, ROSTER_DATE, SHIFT_CODE, SCHED_HOURS)
               VALUES
                   (:WS-RST-EMP-ID, CAST(:WS-RST-DATE AS DATE),
                    TRIM(:WS-RST-SHIFT),
                    CAST(:WS-RST-HOURS AS NUMERIC))
               ON CONFLICT (R_EMP_ID, ROSTER_DATE)
               DO UPDATE SET
                   SHIFT_CODE = EXCLUDED.SHIFT_CODE,
                   SCHED_HOURS = EXCLUDED.SCHED_HOURS,
                   RST_UPDATED_AT = CURRENT_TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "N" TO WS-ROW-OK-SW
               MOVE "REJECTED" TO WS-ACK-STATUS
               MOVE "SQLERR  " TO WS-ACK-REASON
               ADD 1 TO WS-ACK-REJECTED
               MOVE "Y" TO WS-ROSTIN-EOF-SW
           ELSE
               ADD 1 TO WS-ACK-ACCEPTED
           END-IF.

      ******************************************************************
       WRITE-ACK-LINE-RTN.
      ******************************************************************
           MOVE SPACE TO ACK-REC.
           STRING "DTL" ROSTIN-EMP-ID ROSTIN-WORK-DATE " "
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
