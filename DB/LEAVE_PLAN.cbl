      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 LEAVE_PLAN.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    年休取得計画表(LEAVE_PLAN)を作成し、各部門が年休年度の
      *    初めに集めた社員ごとの取得予定日を取り込む。計画日は
      *    その日を年休年度に含む有効な法定年休(ANNUAL)ロットに
      *    ひも付けて保存する。計画は予定にすぎないため残日数の
      *    予約(PL_HISTORYのRESERVED)は作らない。実績との突き合わせ
      *    はPLAN_RPTが四半期ごとに行う。
      *    起動引数
      *      なし : 計画ファイル(LVPLNIN)を一括で取り込み、1明細
      *             につき1行の取込結果をLVPLNACKへ返す。HDR/TRL枠
      *             はEMPINと同じ形式。
      *      E    : 画面から1人分の計画日を続けて入力する(計画日に
      *             0を入れると終了)。パスワードによるサインオン
      *             (OPER-SIGNON)と権限レベル2の確認の後、操作者の
      *             部門参照範囲(OPER_DEPT_SCOPE)内の社員に限って
      *             受け付け、受理した1件ごとにPL_AUDITへ記録する。
      *    社員マスタに無い社員ID・日付不正・計画日を含むANNUAL
      *    ロットが無い行は1件単位で拒否する(ファイル全体は継続)。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLAN-IN-FILE ASSIGN TO "LVPLNIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANIN-STATUS.
      *    部門への取込結果返却ファイル。入力1明細につき1行、
      *    ACCEPTED/REJECTEDと理由コードを返す。
           SELECT ACK-FILE ASSIGN TO "LVPLNACK"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).
       FD  PLAN-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LVPLINREC.
       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACK-REC                 PIC X(40).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "LEAVE_PLAN".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-PLANIN-STATUS        PIC  XX.
           01  WS-PLANIN-EOF-SW        PIC  X(01) VALUE "N".
               88  WS-PLANIN-EOF           VALUE "Y".
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.
           01  WS-CMD-ARG              PIC X(1) VALUE SPACE.
               88  WS-ENTRY-MODE           VALUE "E" "e".

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

      *    部門への取込結果返却(LVPLNACK)用。
           01  WS-ACK-STATUS           PIC X(8).
           01  WS-ACK-REASON           PIC X(8).
           01  WS-ACK-ACCEPTED         PIC 9(6) VALUE 0.
           01  WS-ACK-REJECTED         PIC 9(6) VALUE 0.
           01  WS-ARCH-DATE            PIC 9(8).

      *    明細の検査用。ファイル・画面のどちらの入力もいったん
      *    ここへ移してから同じ手順で検査する。
           01  WS-ROW-OK-SW            PIC X(1) VALUE "Y".
               88  WS-ROW-OK               VALUE "Y".
           01  WS-HALF-FLAG            PIC X(1).
               88  WS-HALF-DAY             VALUE "H".
               88  WS-HALF-FLAG-VALID      VALUE "H" " ".
           01  WS-ACTION               PIC X(1).
               88  WS-ACTION-DELETE        VALUE "D".
               88  WS-ACTION-VALID         VALUE "D" " ".
           01  WS-DATE-VALID-SW        PIC X(1) VALUE "N".
               88  WS-DATE-VALID           VALUE "Y".
           01  WS-DATE-NUM             PIC 9(8).
           01  WS-ENTRY-DATE-NUM       PIC 9(8).
           01  WS-ENTRY-END-SW         PIC X(1) VALUE "N".
               88  WS-ENTRY-END            VALUE "Y".
           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 2.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-EMP-ROW-COUNT        PIC  X(8).
           01  WS-PLN-EMP-ID           PIC  X(6).
           01  WS-PLN-DATE             PIC  X(10).
           01  WS-PLN-BALANCE-ID       PIC  X(12).
           01  WS-PLN-DAYS             PIC  X(3).
           01  WS-PLN-SOURCE           PIC  X(4).
           01  WS-PLN-DELETED          PIC  X(8).
           01  WS-PLN-COUNT            PIC  X(8).
      *    画面入力(Eモード)の操作者権限・部門参照範囲・監査証跡用。
           01  WS-OPERATOR-ID          PIC  X(10) VALUE "UNKNOWN".
           01  WS-AUTH-COUNT           PIC  X(8).
           01  WS-AUTH-LEVEL           PIC  X(1).
           01  WS-SCOPE-COUNT          PIC  X(8).
           01  WS-SCOPE-OK             PIC  X(8).
           01  WS-AUD-OLD-VALUE        PIC  X(40).
           01  WS-AUD-NEW-VALUE        PIC  X(40).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** LEAVE_PLAN STARTED ***".

           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           PERFORM CONNECT-RTN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS LEAVE_PLAN
               (
                   P_EMP_ID       VARCHAR(6) NOT NULL,
                   PLAN_DATE      DATE NOT NULL,
                   P_BALANCE_ID   VARCHAR(12) NOT NULL,
                   PLAN_DAYS      DECIMAL(3,1) NOT NULL DEFAULT 1.0,
                   PLAN_SOURCE    VARCHAR(4) NOT NULL,
                   P_UPDATED_AT   TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT LVPL_0 PRIMARY KEY (P_EMP_ID, PLAN_DATE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF WS-ENTRY-MODE
               PERFORM ENTRY-PLANS-RTN
           ELSE
               PERFORM LOAD-PLAN-FILE-RTN
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PLN-COUNT
               FROM LEAVE_PLAN
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           DISPLAY "受理 : " WS-ACK-ACCEPTED
               "  拒否 : " WS-ACK-REJECTED.
           DISPLAY "取得計画件数 : " WS-PLN-COUNT.
           IF WS-ACK-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "*** LEAVE_PLAN FINISHED ***".
           STOP RUN.

      ******************************************************************
       LOAD-PLAN-FILE-RTN.
      ******************************************************************
      *    取込前にHDR/TRL枠を検証し、件数が合わないファイルは
      *    データベースに触れる前に拒否する。
           MOVE "FILE" TO WS-PLN-SOURCE.
           PERFORM VALIDATE-PLANIN-FRAME-RTN.
           IF NOT WS-FRAME-OK
               DISPLAY "*** LVPLNINの制御レコードが不正"
                   "です。取込を中止します ***"
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PLAN-IN-FILE.
           IF WS-PLANIN-STATUS NOT = "00"
               DISPLAY "*** LVPLNIN ファイルが"
                   "オープンできません ***"
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

      *    先頭のヘッダレコードを読み飛ばす。
           READ PLAN-IN-FILE
               AT END CONTINUE
           END-READ.

           OPEN OUTPUT ACK-FILE.
           ACCEPT WS-ARCH-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO ACK-REC.
           STRING "HDR        " WS-ARCH-DATE "LVPLNACK"
               DELIMITED BY SIZE INTO ACK-REC.
           WRITE ACK-REC.

           READ PLAN-IN-FILE
               AT END MOVE "Y" TO WS-PLANIN-EOF-SW
           END-READ.
           PERFORM UNTIL WS-PLANIN-EOF
               IF LVPLAN-IN-REC(1:3) = "TRL"
                   MOVE "Y" TO WS-PLANIN-EOF-SW
               ELSE
                   MOVE LVPLIN-EMP-ID    TO WS-PLN-EMP-ID
                   MOVE LVPLIN-PLAN-DATE TO WS-PLN-DATE
                   MOVE FUNCTION UPPER-CASE(LVPLIN-HALF-FLAG)
                       TO WS-HALF-FLAG
                   MOVE FUNCTION UPPER-CASE(LVPLIN-ACTION)
                       TO WS-ACTION
                   PERFORM LOAD-ONE-PLAN-RTN
                   PERFORM WRITE-ACK-LINE-RTN
                   READ PLAN-IN-FILE
                       AT END MOVE "Y" TO WS-PLANIN-EOF-SW
                   END-READ
               END-IF
           END-PERFORM.

           MOVE SPACE TO ACK-REC.
           STRING "TRL" WS-ACK-ACCEPTED WS-ACK-REJECTED
               DELIMITED BY SIZE INTO ACK-REC.
           WRITE ACK-REC.
           CLOSE ACK-FILE.
           CLOSE PLAN-IN-FILE.

      ******************************************************************
       ENTRY-PLANS-RTN.
      ******************************************************************
      *    画面入力。社員IDを1回入れ、その人の計画日を続けて入れる。
           PERFORM CHECK-AUTH-LEVEL-RTN.

           MOVE "SCRN" TO WS-PLN-SOURCE.
           DISPLAY "社員ID : >> ".
           ACCEPT WS-PLN-EMP-ID FROM CONSOLE.

           PERFORM CHECK-DEPT-SCOPE-RTN.

           PERFORM UNTIL WS-ENTRY-END
               DISPLAY "計画日 (YYYYMMDD、0=終了) : >> "
               ACCEPT WS-ENTRY-DATE-NUM FROM CONSOLE
               IF WS-ENTRY-DATE-NUM = ZERO
                   MOVE "Y" TO WS-ENTRY-END-SW
               ELSE
                   DISPLAY "H=半日 / D=計画取り下げ / "
                       "空欄=1日 : >> "
                   MOVE SPACE TO WS-HALF-FLAG
                   ACCEPT WS-HALF-FLAG FROM CONSOLE
                   MOVE FUNCTION UPPER-CASE(WS-HALF-FLAG)
                       TO WS-HALF-FLAG
                   MOVE SPACE TO WS-ACTION
                   IF WS-HALF-FLAG = "D"
                       MOVE "D" TO WS-ACTION
                       MOVE SPACE TO WS-HALF-FLAG
                   END-IF
                   MOVE SPACE TO WS-PLN-DATE
                   STRING WS-ENTRY-DATE-NUM(1:4) "-"
                       WS-ENTRY-DATE-NUM(5:2) "-"
                       WS-ENTRY-DATE-NUM(7:2)
                       DELIMITED BY SIZE INTO WS-PLN-DATE
                   PERFORM READ-PLAN-BEFORE-RTN
                   PERFORM LOAD-ONE-PLAN-RTN
                   IF WS-ROW-OK
                       PERFORM WRITE-ENTRY-AUDIT-RTN
                       DISPLAY "  " WS-PLN-DATE " 受理 ロット="
                           WS-PLN-BALANCE-ID
                   END-IF
               END-IF
           END-PERFORM.

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
       CHECK-DEPT-SCOPE-RTN.
      ******************************************************************
      *    操作者に部門参照範囲(OPER_DEPT_SCOPE)が登録されている
      *    場合、範囲外の部門に属する社員の計画は入力させず、試みを
      *    PL_AUDITへ記録する(LEAVE_STMTの範囲確認と同じ扱い)。
      *    範囲未登録の操作者は全社員の計画を入力できる。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS OPER_DEPT_SCOPE
               (
                   OPER_ID      VARCHAR(10) NOT NULL,
                   DEPT_CODE    VARCHAR(6) NOT NULL,
                   CONSTRAINT ODSC_0 PRIMARY KEY
                       (OPER_ID, DEPT_CODE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-SCOPE-COUNT
               FROM OPER_DEPT_SCOPE
               WHERE OPER_ID = :WS-OPERATOR-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-SCOPE-COUNT) > 0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-SCOPE-OK
                   FROM EMP_MASTER E
                   INNER JOIN OPER_DEPT_SCOPE S
                       ON S.DEPT_CODE = E.DEPT_CODE
                   WHERE E.EMP_ID = :WS-PLN-EMP-ID
                     AND S.OPER_ID = :WS-OPERATOR-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-SCOPE-OK) = 0
                   MOVE "SCOPE-DENY" TO WS-AUD-OLD-VALUE
                   MOVE SPACE TO WS-AUD-NEW-VALUE
                   STRING "EMP=" WS-PLN-EMP-ID
                       DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
                   PERFORM WRITE-AUDIT-RTN
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY "*** 操作者 " WS-OPERATOR-ID
                       " は社員 " WS-PLN-EMP-ID
                       " の計画を入力できません ***"
                   EXEC SQL DISCONNECT ALL END-EXEC
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
       READ-PLAN-BEFORE-RTN.
      ******************************************************************
      *    監査証跡の変更前の値。その日の計画が無ければ(NONE)。
      *    日付の検査前に読むため、入力日付は文字列のまま比べる。
           EXEC SQL
               SELECT COALESCE(
                   (SELECT 'PLAN ' || TO_CHAR(PLAN_DATE, 'YYYY-MM-DD')
                        || ' ' || CAST(PLAN_DAYS AS VARCHAR(5))
                    FROM LEAVE_PLAN
                    WHERE P_EMP_ID = :WS-PLN-EMP-ID
                      AND TO_CHAR(PLAN_DATE, 'YYYY-MM-DD')
                          = :WS-PLN-DATE),
                   '(NONE)')
               INTO :WS-AUD-OLD-VALUE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-ENTRY-AUDIT-RTN.
      ******************************************************************
      *    画面から受理した計画1件(登録・変更・取り下げ)の記録。
           MOVE SPACE TO WS-AUD-NEW-VALUE.
           IF WS-ACTION-DELETE
               MOVE "(DELETED)" TO WS-AUD-NEW-VALUE
           ELSE
               STRING "PLAN " WS-PLN-DATE " " WS-PLN-DAYS
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
           END-IF.
           PERFORM WRITE-AUDIT-RTN.

      ******************************************************************
       WRITE-AUDIT-RTN.
      ******************************************************************
           CALL "AUDIT-LOCK" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO PL_AUDIT
                   (PROGRAM_NAME, OPERATOR_ID, A_EMP_ID,
                    OLD_VALUE, NEW_VALUE)
               VALUES
                   (:WS-ERR-PROGRAM-NAME, :WS-OPERATOR-ID,
                    :WS-PLN-EMP-ID, :WS-AUD-OLD-VALUE,
                    :WS-AUD-NEW-VALUE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           CALL "AUDIT-SEAL" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       VALIDATE-PLANIN-FRAME-RTN.
      ******************************************************************
      *    先読みパス。先頭がHDR、末尾がTRLで、TRLの件数と明細件数が
      *    一致することを確認する。
           MOVE "N" TO WS-FRAME-OK-SW.
           MOVE "N" TO WS-FRAME-EOF-SW.
           MOVE "N" TO WS-FRAME-TRL-SW.
           MOVE ZERO TO WS-FRAME-DETAIL-COUNT.

           OPEN INPUT PLAN-IN-FILE.
           IF WS-PLANIN-STATUS NOT = "00"
               DISPLAY "*** LVPLNIN ファイルが"
                   "オープンできません ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ PLAN-IN-FILE
               AT END MOVE "Y" TO WS-FRAME-EOF-SW
           END-READ.
           IF WS-FRAME-EOF OR LVPLAN-IN-REC(1:3) NOT = "HDR"
               DISPLAY "*** ヘッダレコードがありません ***"
               CLOSE PLAN-IN-FILE
           ELSE
               PERFORM UNTIL WS-FRAME-EOF
                   READ PLAN-IN-FILE
                       AT END MOVE "Y" TO WS-FRAME-EOF-SW
                   END-READ
                   IF NOT WS-FRAME-EOF
                       IF LVPLAN-IN-REC(1:3) = "TRL"
                           MOVE "Y" TO WS-FRAME-TRL-SW
                           MOVE LVPLAN-IN-REC(4:6)
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
               CLOSE PLAN-IN-FILE
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
       LOAD-ONE-PLAN-RTN.
      ******************************************************************
      *    計画1件を検査し、通ったものだけ計画表へ反映する。
           MOVE "Y" TO WS-ROW-OK-SW.
           MOVE "ACCEPTED" TO WS-ACK-STATUS.
           MOVE "OK      " TO WS-ACK-REASON.
           MOVE SPACE TO WS-PLN-BALANCE-ID.

           IF WS-PLN-EMP-ID = SPACE OR WS-PLN-DATE = SPACE
               MOVE "N" TO WS-ROW-OK-SW
               MOVE "NOKEY   " TO WS-ACK-REASON
           END-IF.

           IF WS-ROW-OK
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-EMP-ROW-COUNT
                   FROM EMP_MASTER
                   WHERE EMP_ID = :WS-PLN-EMP-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-EMP-ROW-COUNT) = 0
                   MOVE "N" TO WS-ROW-OK-SW
                   MOVE "NOEMP   " TO WS-ACK-REASON
               END-IF
           END-IF.

           IF WS-ROW-OK
               IF WS-PLN-DATE(1:4) IS NOT NUMERIC
                  OR WS-PLN-DATE(6:2) IS NOT NUMERIC
                  OR WS-PLN-DATE(9:2) IS NOT NUMERIC
                   MOVE "N" TO WS-DATE-VALID-SW
               ELSE
                   STRING WS-PLN-DATE(1:4) WS-PLN-DATE(6:2)
                       WS-PLN-DATE(9:2)
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
               IF NOT WS-HALF-FLAG-VALID OR NOT WS-ACTION-VALID
                   MOVE "N" TO WS-ROW-OK-SW
                   MOVE "BADFLAG " TO WS-ACK-REASON
               END-IF
           END-IF.

           IF WS-ROW-OK
               IF WS-ACTION-DELETE
                   PERFORM DELETE-ONE-PLAN-RTN
               ELSE
                   PERFORM FIND-ANNUAL-LOT-RTN
               END-IF
           END-IF.

           IF WS-ROW-OK AND NOT WS-ACTION-DELETE
               PERFORM UPSERT-ONE-PLAN-RTN
           END-IF.

           IF WS-ROW-OK
               ADD 1 TO WS-ACK-ACCEPTED
           ELSE
               MOVE "REJECTED" TO WS-ACK-STATUS
               ADD 1 TO WS-ACK-REJECTED
               DISPLAY "*** 拒否 EMP_ID=" WS-PLN-EMP-ID
                   " DATE=" WS-PLN-DATE " " WS-ACK-REASON
           END-IF.

      ******************************************************************
       FIND-ANNUAL-LOT-RTN.
      ******************************************************************
      *    計画日を年休年度(付与日から1年)に含む有効なANNUAL
      *    ロット。複数あれば付与日の新しい方にひも付ける。
           EXEC SQL
               SELECT COALESCE(
                   (SELECT BALANCE_ID
                    FROM PL_BALANCE
                    WHERE B_EMP_ID = :WS-PLN-EMP-ID
                      AND LEAVE_TYPE = 'ANNUAL'
                      AND BALANCE_STATUS = TRUE
                      AND GRANT_DAYS <= CAST(:WS-PLN-DATE AS DATE)
                      AND CAST(:WS-PLN-DATE AS DATE)
                          < GRANT_DAYS + INTERVAL '1 year'
                    ORDER BY GRANT_DAYS DESC, BALANCE_ID DESC
                    LIMIT 1), ' ')
               INTO :WS-PLN-BALANCE-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF WS-PLN-BALANCE-ID = SPACE
               MOVE "N" TO WS-ROW-OK-SW
               MOVE "NOLOT   " TO WS-ACK-REASON
           END-IF.

      ******************************************************************
       UPSERT-ONE-PLAN-RTN.
      ******************************************************************
           IF WS-HALF-DAY
               MOVE "0.5" TO WS-PLN-DAYS
           ELSE
               MOVE "1.0" TO WS-PLN-DAYS
           END-IF.

           EXEC SQL
               INSERT INTO LEAVE_PLAN
                   (P_EMP_ID, PLAN_DATE, P_BALANCE_ID, PLAN_DAYS,
                    PLAN_SOURCE)
               VALUES
                   (:WS-PLN-EMP-ID, CAST(:WS-PLN-DATE AS DATE),
                    :WS-PLN-BALANCE-ID,
                    CAST(:WS-PLN-DAYS AS DECIMAL(3,1)),
                    :WS-PLN-SOURCE)
               ON CONFLICT (P_EMP_ID, PLAN_DATE)
               DO UPDATE SET
                   P_BALANCE_ID = EXCLUDED.P_BALANCE_ID,
                   PLAN_DAYS = EXCLUDED.PLAN_DAYS,
                   PLAN_SOURCE = EXCLUDED.PLAN_SOURCE,
                   P_UPDATED_AT = CURRENT_TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "N" TO WS-ROW-OK-SW
               MOVE "SQLERR  " TO WS-ACK-REASON
               MOVE "Y" TO WS-PLANIN-EOF-SW
               MOVE "Y" TO WS-ENTRY-END-SW
           END-IF.

      ******************************************************************
       DELETE-ONE-PLAN-RTN.
      ******************************************************************
      *    計画の取り下げ。該当する計画が無ければ拒否する。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PLN-DELETED
               FROM LEAVE_PLAN
               WHERE P_EMP_ID = :WS-PLN-EMP-ID
                 AND PLAN_DATE = CAST(:WS-PLN-DATE AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-PLN-DELETED) = 0
               MOVE "N" TO WS-ROW-OK-SW
               MOVE "NOPLAN  " TO WS-ACK-REASON
           ELSE
               EXEC SQL
                   DELETE FROM LEAVE_PLAN
                   WHERE P_EMP_ID = :WS-PLN-EMP-ID
                     AND PLAN_DATE = CAST(:WS-PLN-DATE AS DATE)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

      ******************************************************************
       WRITE-ACK-LINE-RTN.
      ******************************************************************
           MOVE SPACE TO ACK-REC.
           STRING "DTL" LVPLIN-EMP-ID LVPLIN-PLAN-DATE " "
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
