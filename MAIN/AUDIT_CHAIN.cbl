      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 AUDIT_CHAIN.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    操作者監査証跡(PL_AUDIT)のハッシュチェーン検証(週次)。
      *    PL_AUDITへ書く各プログラムは、INSERTの前に共通サブ
      *    プログラムAUDIT-LOCKで表を排他ロックし、INSERTの直後に
      *    AUDIT-SEALで封印番号・直前ハッシュ・自行のハッシュを
      *    付けている。本プログラムはその鎖を封印番号順に
      *    たどり直し、
      *      - 封印番号の欠番(封印済みの行の削除)
      *      - 直前ハッシュの不一致(行の差し替え・並べ替え)
      *      - 内容から計算し直したハッシュの不一致(行の改変)
      *      - 鎖の開始後に封印なしで書かれた行(AUDIT-SEALを
      *        通らない直接の書き込み)
      *      - 前回の検証で確認した鎖の末尾の消失(末尾の削除)
      *    のうち最初に見つかった切れ目を報告する。併せてAUDIT_ID
      *    の欠番の一覧とプログラム別の行数をCHAINOUTへ出力する。
      *    AUDIT_IDの欠番は取り消された(ROLLBACKされた)書き込み
      *    でも生じるため一覧に出すだけとし、切れ目とはしない
      *    (封印済みの行の削除は封印番号の欠番として検知される)。
      *    封印の導入前に書かれた行は「封印前の行」として件数のみ
      *    数える。
      *    検証の結果はAUDIT_CHAIN_CHECKへ1行残し、次回の末尾消失の
      *    確認に使う。切れ目があればERRLOGへ記録して終了コード8で
      *    終わる(ERRLOG_RPTが危険パターンとしてエスカレーション
      *    する)。NIGHTLY_RUNの週次ステップとして実行する。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "CHAINOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRINT-REC               PIC X(100).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "AUDIT_CHAIN".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

      *    鎖をたどる間の状態。
           01  WS-EXPECT-SEAL-NUM      PIC 9(12) VALUE 1.
           01  WS-SEAL-NUM             PIC 9(12).
           01  WS-LAST-SEAL-NUM        PIC 9(12) VALUE 0.
           01  WS-LAST-ID              PIC X(12) VALUE SPACE.
           01  WS-LAST-HASH            PIC X(64) VALUE SPACE.
           01  WS-VERIFIED-COUNT       PIC 9(9) VALUE 0.
           01  WS-BREAK-SW             PIC X(1) VALUE "N".
               88  WS-CHAIN-BROKEN         VALUE "Y".
           01  WS-BREAK-SEAL           PIC X(12) VALUE SPACE.
           01  WS-BREAK-ID             PIC X(12) VALUE SPACE.
           01  WS-BREAK-REASON         PIC X(40) VALUE SPACE.

           01  WS-UNSEALED-NUM         PIC 9(9) VALUE 0.
           01  WS-PRECHAIN-NUM         PIC 9(9) VALUE 0.
           01  WS-GAP-COUNT            PIC 9(9) VALUE 0.
           01  WS-MISSING-NUM          PIC 9(12).
           01  WS-MISSING-TOTAL        PIC 9(12) VALUE 0.

      *    印字用の編集項目。
           01  WS-ED-NUM               PIC Z(11)9.
           01  WS-ED-NUM2              PIC Z(11)9.
           01  WS-ED-NUM3              PIC Z(11)9.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-CH-SEAL-NO           PIC  X(12).
           01  WS-CH-AUDIT-ID          PIC  X(12).
           01  WS-CH-PREV-HASH         PIC  X(64).
           01  WS-CH-HASH              PIC  X(64).
           01  WS-CH-CALC-HASH         PIC  X(64).
           01  WS-UNSEALED-COUNT       PIC  X(12).
           01  WS-UNSEALED-FIRST       PIC  X(12).
           01  WS-PRECHAIN-COUNT       PIC  X(12).
           01  WS-CKPT-COUNT           PIC  X(8).
           01  WS-CKPT-SEAL-NO         PIC  X(12).
           01  WS-CKPT-HASH            PIC  X(64).
           01  WS-CKPT-AT              PIC  X(19).
           01  WS-GAP-FROM             PIC  X(12).
           01  WS-GAP-TO               PIC  X(12).
           01  WS-GAP-SIZE             PIC  X(12).
           01  WS-PG-PROGRAM           PIC  X(12).
           01  WS-PG-ROWS              PIC  X(12).
           01  WS-PG-SEALED            PIC  X(12).
           01  WS-SAVE-SEAL-NO         PIC  X(12).
           01  WS-SAVE-HASH            PIC  X(64).
           01  WS-SAVE-RESULT          PIC  X(4).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** AUDIT_CHAIN STARTED ***".

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-TABLES-RTN.

           OPEN OUTPUT PRINT-FILE.
           MOVE SPACE TO PRINT-REC.
           STRING "監査証跡ハッシュチェーン検証"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           PERFORM WALK-CHAIN-RTN.
           PERFORM CHECK-UNSEALED-RTN.
           PERFORM CHECK-CHECKPOINT-RTN.
           PERFORM WRITE-CHAIN-RESULT-RTN.
           PERFORM LIST-ID-GAPS-RTN.
           PERFORM COUNT-BY-PROGRAM-RTN.
           CLOSE PRINT-FILE.

           PERFORM SAVE-CHECKPOINT-RTN.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "検証行数       : " WS-VERIFIED-COUNT.
           DISPLAY "封印なしの行数 : " WS-UNSEALED-NUM.
           DISPLAY "AUDIT_ID欠番数 : " WS-GAP-COUNT.
           IF WS-CHAIN-BROKEN
               PERFORM WRITE-CHAIN-LOG-RTN
               DISPLAY "*** 監査証跡の鎖が切れています"
                   " (封印番号 " WS-BREAK-SEAL
                   " AUDIT_ID " WS-BREAK-ID ") ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "*** AUDIT_CHAIN FINISHED ***".
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
      *    操作者監査証跡テーブル(更新系プログラム共通)。封印用の
      *    列と一意索引はDB/PL_AUDITで追加済みであること。
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

      *    検証結果の記録。LAST_SEAL_NO/LAST_HASHは、その回に
      *    たどり終えた鎖の末尾(次回の末尾消失の確認に使う)。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS AUDIT_CHAIN_CHECK
               (
                   CHECK_ID       BIGSERIAL,
                   CHECK_AT       TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   LAST_SEAL_NO   BIGINT NOT NULL,
                   LAST_HASH      VARCHAR(64),
                   CHECK_RESULT   VARCHAR(4) NOT NULL,
                   CONSTRAINT ACHK_0 PRIMARY KEY (CHECK_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       WALK-CHAIN-RTN.
      ******************************************************************
      *    封印済みの行を封印番号順に読み、内容から計算し直した
      *    ハッシュと突き合わせる。計算式はAUDIT-SEALと同じ。
      *    最初の切れ目で打ち切る。
           EXEC SQL
               DECLARE CHAIN_CURSOR CURSOR FOR
               SELECT CAST(A.AUDIT_SEAL_NO AS VARCHAR(12)),
                      CAST(A.AUDIT_ID AS VARCHAR(12)),
                      COALESCE(A.AUDIT_PREV_HASH,' '),
                      COALESCE(A.AUDIT_HASH,' '),
                      ENCODE(SHA256(CONVERT_TO(
                          CAST(A.AUDIT_SEAL_NO AS VARCHAR) || '|' ||
                          CAST(A.AUDIT_ID AS VARCHAR) || '|' ||
                          TO_CHAR(A.AUDIT_AT,
                              'YYYYMMDDHH24MISSUS') || '|' ||
                          A.PROGRAM_NAME || '|' ||
                          A.OPERATOR_ID || '|' ||
                          COALESCE(A.A_EMP_ID,'') || '|' ||
                          COALESCE(A.A_BALANCE_ID,'') || '|' ||
                          COALESCE(A.A_HISTORY_ID,'') || '|' ||
                          COALESCE(A.OLD_VALUE,'') || '|' ||
                          COALESCE(A.NEW_VALUE,'') || '|' ||
                          COALESCE(A.AUDIT_PREV_HASH,''),
                          'UTF8')), 'hex')
               FROM PL_AUDIT A
               WHERE A.AUDIT_SEAL_NO IS NOT NULL
               ORDER BY A.AUDIT_SEAL_NO ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN CHAIN_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
                   OR WS-CHAIN-BROKEN
               EXEC SQL
                   FETCH CHAIN_CURSOR
                   INTO :WS-CH-SEAL-NO, :WS-CH-AUDIT-ID,
                        :WS-CH-PREV-HASH, :WS-CH-HASH,
                        :WS-CH-CALC-HASH
               END-EXEC
               IF SQLCODE = 0
                   PERFORM CHECK-ONE-LINK-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CHAIN_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       CHECK-ONE-LINK-RTN.
      ******************************************************************
      *    鎖の1行分の検証。先頭行の直前ハッシュは空白。
           MOVE FUNCTION NUMVAL(WS-CH-SEAL-NO) TO WS-SEAL-NUM.
           EVALUATE TRUE
               WHEN WS-SEAL-NUM NOT = WS-EXPECT-SEAL-NUM
                   MOVE "封印番号の欠番(行の削除)"
                       TO WS-BREAK-REASON
                   MOVE "Y" TO WS-BREAK-SW
               WHEN WS-CH-PREV-HASH NOT = WS-LAST-HASH
                   MOVE "直前ハッシュの不一致"
                       TO WS-BREAK-REASON
                   MOVE "Y" TO WS-BREAK-SW
               WHEN WS-CH-HASH NOT = WS-CH-CALC-HASH
                   MOVE "ハッシュの不一致(内容の改変)"
                       TO WS-BREAK-REASON
                   MOVE "Y" TO WS-BREAK-SW
               WHEN OTHER
                   ADD 1 TO WS-VERIFIED-COUNT
                   MOVE WS-SEAL-NUM TO WS-LAST-SEAL-NUM
                   MOVE WS-CH-AUDIT-ID TO WS-LAST-ID
                   MOVE WS-CH-HASH TO WS-LAST-HASH
                   ADD 1 TO WS-EXPECT-SEAL-NUM
           END-EVALUATE.

           IF WS-CHAIN-BROKEN
               MOVE WS-CH-SEAL-NO TO WS-BREAK-SEAL
               MOVE WS-CH-AUDIT-ID TO WS-BREAK-ID
           END-IF.

      ******************************************************************
       CHECK-UNSEALED-RTN.
      ******************************************************************
      *    封印のない行を、鎖の開始(最初の封印行のAUDIT_ID)より
      *    前の「封印前の行」と、後の「封印なしの書き込み」に
      *    分けて数える。後者は鎖を通らない書き込みなので切れ目
      *    とする(鎖の途中に切れ目が無い場合のみ報告)。
           EXEC SQL
               SELECT CAST(COUNT(CASE WHEN U.AUDIT_ID > F.FIRST_ID
                                      THEN 1 END) AS VARCHAR(12)),
                      CAST(COALESCE(MIN(CASE WHEN U.AUDIT_ID
                                                  > F.FIRST_ID
                                             THEN U.AUDIT_ID END),0)
                           AS VARCHAR(12)),
                      CAST(COUNT(CASE WHEN F.FIRST_ID IS NULL
                                        OR U.AUDIT_ID < F.FIRST_ID
                                      THEN 1 END) AS VARCHAR(12))
               INTO :WS-UNSEALED-COUNT, :WS-UNSEALED-FIRST,
                    :WS-PRECHAIN-COUNT
               FROM PL_AUDIT U
               CROSS JOIN
                    (SELECT MIN(S.AUDIT_ID) AS FIRST_ID
                     FROM PL_AUDIT S
                     WHERE S.AUDIT_SEAL_NO IS NOT NULL) F
               WHERE U.AUDIT_SEAL_NO IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE FUNCTION NUMVAL(WS-UNSEALED-COUNT) TO WS-UNSEALED-NUM.
           MOVE FUNCTION NUMVAL(WS-PRECHAIN-COUNT) TO WS-PRECHAIN-NUM.
           IF WS-UNSEALED-NUM > 0
              AND NOT WS-CHAIN-BROKEN
               MOVE "Y" TO WS-BREAK-SW
               MOVE SPACE TO WS-BREAK-SEAL
               MOVE WS-UNSEALED-FIRST TO WS-BREAK-ID
               MOVE "封印なしの書き込み" TO WS-BREAK-REASON
           END-IF.

      ******************************************************************
       CHECK-CHECKPOINT-RTN.
      ******************************************************************
      *    前回正常に検証した鎖の末尾が、同じハッシュのまま残って
      *    いるかを確認する(末尾の行を削除されると、鎖の途中の
      *    検証だけでは見つからないため)。
           IF NOT WS-CHAIN-BROKEN
               EXEC SQL
                   SELECT CAST(COUNT(*) AS VARCHAR(8))
                   INTO :WS-CKPT-COUNT
                   FROM AUDIT_CHAIN_CHECK
                   WHERE CHECK_RESULT = 'OK'
                     AND LAST_SEAL_NO > 0
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-CKPT-COUNT) > 0
                   PERFORM CHECK-LAST-TAIL-RTN
               END-IF
           END-IF.

      ******************************************************************
       CHECK-LAST-TAIL-RTN.
      ******************************************************************
           EXEC SQL
               SELECT CAST(C.LAST_SEAL_NO AS VARCHAR(12)),
                      COALESCE(C.LAST_HASH,' '),
                      TO_CHAR(C.CHECK_AT,'YYYY-MM-DD HH24:MI:SS')
               INTO :WS-CKPT-SEAL-NO, :WS-CKPT-HASH, :WS-CKPT-AT
               FROM AUDIT_CHAIN_CHECK C
               WHERE C.CHECK_RESULT = 'OK'
                 AND C.LAST_SEAL_NO > 0
               ORDER BY C.CHECK_ID DESC
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8))
               INTO :WS-CKPT-COUNT
               FROM PL_AUDIT
               WHERE AUDIT_SEAL_NO = CAST(:WS-CKPT-SEAL-NO AS BIGINT)
                 AND AUDIT_HASH = :WS-CKPT-HASH
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-CKPT-COUNT) = 0
               MOVE "Y" TO WS-BREAK-SW
               MOVE WS-CKPT-SEAL-NO TO WS-BREAK-SEAL
               MOVE SPACE TO WS-BREAK-ID
               MOVE "前回検証時の末尾の消失"
                   TO WS-BREAK-REASON
               MOVE SPACE TO PRINT-REC
               STRING "  前回検証 " WS-CKPT-AT
                   " の末尾(封印番号 " WS-CKPT-SEAL-NO
                   ")が見つかりません"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

      ******************************************************************
       WRITE-CHAIN-RESULT-RTN.
      ******************************************************************
           MOVE WS-VERIFIED-COUNT TO WS-ED-NUM.
           MOVE WS-LAST-SEAL-NUM TO WS-ED-NUM2.
           MOVE SPACE TO PRINT-REC.
           STRING "  検証済みの封印行 " WS-ED-NUM
               " 行 (末尾の封印番号 " WS-ED-NUM2
               " AUDIT_ID " WS-LAST-ID ")"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-PRECHAIN-NUM TO WS-ED-NUM.
           MOVE WS-UNSEALED-NUM TO WS-ED-NUM2.
           MOVE SPACE TO PRINT-REC.
           STRING "  封印前の行 " WS-ED-NUM
               " 行 / 封印なしの書き込み " WS-ED-NUM2 " 行"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           MOVE SPACE TO PRINT-REC.
           IF WS-CHAIN-BROKEN
               STRING "  結果: 切れ目あり 封印番号 "
                   WS-BREAK-SEAL
                   " AUDIT_ID " WS-BREAK-ID
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               MOVE SPACE TO PRINT-REC
               STRING "        理由 " WS-BREAK-REASON
                   DELIMITED BY SIZE INTO PRINT-REC
           ELSE
               STRING "  結果: 鎖は連続しています"
                   DELIMITED BY SIZE INTO PRINT-REC
           END-IF.
           WRITE PRINT-REC.

      ******************************************************************
       LIST-ID-GAPS-RTN.
      ******************************************************************
      *    AUDIT_IDの欠番を範囲ごとに一覧する。
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "AUDIT_IDの欠番"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           EXEC SQL
               DECLARE GAP_CURSOR CURSOR FOR
               SELECT CAST(G.PREV_ID + 1 AS VARCHAR(12)),
                      CAST(G.AUDIT_ID - 1 AS VARCHAR(12)),
                      CAST(G.AUDIT_ID - G.PREV_ID - 1
                           AS VARCHAR(12))
               FROM (SELECT AUDIT_ID,
                            LAG(AUDIT_ID) OVER (ORDER BY AUDIT_ID)
                                AS PREV_ID
                     FROM PL_AUDIT) G
               WHERE G.AUDIT_ID - G.PREV_ID > 1
               ORDER BY G.AUDIT_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN GAP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH GAP_CURSOR
                   INTO :WS-GAP-FROM, :WS-GAP-TO, :WS-GAP-SIZE
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-GAP-COUNT
                   MOVE FUNCTION NUMVAL(WS-GAP-SIZE)
                       TO WS-MISSING-NUM
                   ADD WS-MISSING-NUM TO WS-MISSING-TOTAL
                   MOVE WS-MISSING-NUM TO WS-ED-NUM
                   MOVE SPACE TO PRINT-REC
                   STRING "  " WS-GAP-FROM " - " WS-GAP-TO
                       WS-ED-NUM " 件"
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE GAP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE WS-GAP-COUNT TO WS-ED-NUM.
           MOVE WS-MISSING-TOTAL TO WS-ED-NUM2.
           MOVE SPACE TO PRINT-REC.
           STRING "  欠番の範囲 " WS-ED-NUM
               " か所 / 欠番 " WS-ED-NUM2 " 件"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       COUNT-BY-PROGRAM-RTN.
      ******************************************************************
      *    書き込み元プログラム別の行数(うち封印済み)。
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "プログラム別の行数   (うち封印済み)"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           EXEC SQL
               DECLARE PROG_CURSOR CURSOR FOR
               SELECT PROGRAM_NAME,
                      CAST(COUNT(*) AS VARCHAR(12)),
                      CAST(COUNT(AUDIT_SEAL_NO) AS VARCHAR(12))
               FROM PL_AUDIT
               GROUP BY PROGRAM_NAME
               ORDER BY PROGRAM_NAME ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN PROG_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH PROG_CURSOR
                   INTO :WS-PG-PROGRAM, :WS-PG-ROWS, :WS-PG-SEALED
               END-EXEC
               IF SQLCODE = 0
                   MOVE FUNCTION NUMVAL(WS-PG-ROWS) TO WS-ED-NUM
                   MOVE FUNCTION NUMVAL(WS-PG-SEALED) TO WS-ED-NUM3
                   MOVE SPACE TO PRINT-REC
                   STRING "  " WS-PG-PROGRAM WS-ED-NUM
                       "  (" WS-ED-NUM3 ")"
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE PROG_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       SAVE-CHECKPOINT-RTN.
      ******************************************************************
      *    今回の検証結果と、たどり終えた鎖の末尾を記録する。
           MOVE WS-LAST-SEAL-NUM TO WS-SAVE-SEAL-NO.
           MOVE WS-LAST-HASH TO WS-SAVE-HASH.
           IF WS-CHAIN-BROKEN
               MOVE "NG" TO WS-SAVE-RESULT
           ELSE
               MOVE "OK" TO WS-SAVE-RESULT
           END-IF.
           EXEC SQL
               INSERT INTO AUDIT_CHAIN_CHECK
                   (LAST_SEAL_NO, LAST_HASH, CHECK_RESULT)
               VALUES
                   (CAST(:WS-SAVE-SEAL-NO AS BIGINT),
                    :WS-SAVE-HASH, :WS-SAVE-RESULT)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-CHAIN-LOG-RTN.
      ******************************************************************
      *    切れ目をERRLOG_RPTが読む構造化ログへ残す。
           ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACE TO ERROR-LOG-REC.
           STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
               "  CHAIN-BREAK SEAL=" WS-BREAK-SEAL
               " ID=" WS-BREAK-ID
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

              WHEN OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE: " SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
      ******************************************************************
