      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PAY_ACK.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    給与向け送信ファイルの受領確認。給与へ送ったファイル
      *    (PAYIF・PAYDELTA・ABSDED・SETTIF・SHUTPY。送信台帳
      *    PAY_OUT_FILE・PAY_OUT_LINEへはPAYOUT-REGが登録する)に
      *    対して給与から返される受領・拒否の返信ファイル(PAYACK、
      *    PAYACKREC形式)を読み、送ったものと突き合わせて記録する。
      *      ファイル  送信ファイル番号で台帳を引き、給与側の明細
      *                件数・ハッシュ合計がTRLに載せた値と一致すれば
      *                受領(A)、ファイルごとの拒否は拒否(R)、一致
      *                しなければ不一致(M)とする
      *      明細      送信ファイル番号・明細番号・社員IDで台帳の
      *                明細を引き、受領(A)・拒否(R)と拒否理由を
      *                記録する。回答の無い明細は、ファイルが受領
      *                なら受領、ファイルごとの拒否なら拒否とする
      *    拒否された遡及訂正の調整明細(PAYDELTA)は送信済みの控え
      *    (PAY_DELTA_SENT)から外し、次回のPAY_EXTRACT Dで再送
      *    させる。
      *    続けて日次の確認レポート(PAYACKRPT)を出す。
      *      NO-ANSWER      送信から設定日数(PLM_CONFIGの
      *                     PAYACK_WAIT_DAYS、既定3日)を過ぎても
      *                     回答の無いファイル
      *      FILE-REJECTED  ファイルごとの拒否・件数ハッシュ不一致
      *      LINE-REJECTED  拒否された明細と拒否理由。同じ社員・
      *                     明細キーを後のファイルで送り直したものは
      *                     載せない
      *    あわせて、台帳に無いファイル番号・明細への回答を載せる。
      *    該当があればERRLOGへ件数を記録して終了コード4で終わる。
      *    会社別に実行する(PLM_COMPANY)。返信ファイルは全社分を
      *    1本で受け、自社の送信ファイルへの回答だけを記録する。
      *    台帳に無い番号は会社01の実行で出す。返信ファイルが無い
      *    日は記録をせずレポートだけを出す。
      *    起動引数:
      *      (なし) = 返信の取込と確認レポート(夜間バッチ用)
      *      C      = 拒否・不一致を確認して対応済みにする。
      *               作り直しで置換されない拒否(SETTIFなど)を
      *               手作業で処理した後に使う。レベル2以上の
      *               操作者に限り、PL_AUDITへ記録する
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "PAYACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PAYACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYACKREC.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRINT-REC               PIC X(100).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "PAY_ACK".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 2.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-RUN-MODE-SW          PIC X(1) VALUE "R".
               88  WS-RECEIVE-MODE         VALUE "R".
               88  WS-CLEAR-MODE           VALUE "C".
           01  WS-CMD-ARG              PIC X(1) VALUE SPACE.

      *    返信ファイルの状態と、HDR/TRL枠の検証用。
           01  WS-ACK-STATUS           PIC XX.
           01  WS-ACK-EOF-SW           PIC X(1) VALUE "N".
               88  WS-ACK-EOF              VALUE "Y".
           01  WS-ACK-FILE-SW          PIC X(1) VALUE "N".
               88  WS-ACK-FILE-OK          VALUE "Y".
               88  WS-ACK-FILE-NONE        VALUE "N".
               88  WS-ACK-FILE-BAD         VALUE "B".
           01  WS-FRAME-TRL-SW         PIC X(1) VALUE "N".
               88  WS-FRAME-TRL-SEEN       VALUE "Y".
           01  WS-FRAME-DETAIL-COUNT   PIC 9(6) VALUE 0.
           01  WS-FRAME-TRL-COUNT      PIC 9(6) VALUE 0.

      *    送信ファイル番号の持ち主。O=自社 / F=他社 / U=台帳に無い。
           01  WS-FILE-OWNER-SW        PIC X(1).
               88  WS-FILE-OWN             VALUE "O".
               88  WS-FILE-FOREIGN         VALUE "F".
               88  WS-FILE-UNKNOWN         VALUE "U".

      *    給与側のハッシュ合計(整数12桁+小数1桁、小数点なし)。
           01  WS-ACK-HASH-AREA        PIC X(13).
           01  WS-ACK-HASH-NUM REDEFINES WS-ACK-HASH-AREA
                                       PIC 9(12)V9.
           01  WS-ACK-HASH-ED          PIC 9(12).9.

           01  WS-FILE-ANSWER-COUNT    PIC 9(6) VALUE 0.
           01  WS-LINE-ANSWER-COUNT    PIC 9(6) VALUE 0.
           01  WS-UNMATCHED-COUNT      PIC 9(6) VALUE 0.
           01  WS-NO-ANSWER-COUNT      PIC 9(6) VALUE 0.
           01  WS-FILE-REJECT-COUNT    PIC 9(6) VALUE 0.
           01  WS-LINE-REJECT-COUNT    PIC 9(6) VALUE 0.
           01  WS-FINDING-COUNT        PIC 9(6) VALUE 0.
           01  WS-WAIT-DAYS-NUM        PIC 9(3) VALUE 3.
           01  WS-SECTION-NAME         PIC X(14).
           01  WS-CONFIRM              PIC X(1).
           01  WS-CONTINUE             PIC X(1) VALUE "Y".
           01  WS-CLEAR-COUNT          PIC 9(4) VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           01  WS-CFG-COUNT            PIC  X(8).
           01  WS-WAIT-DAYS            PIC  X(3).
      *    返信1件分。
           01  WS-AK-FILE-NO           PIC  X(8).
           01  WS-AK-LINE-NO           PIC  X(6).
           01  WS-AK-EMP-ID            PIC  X(6).
           01  WS-AK-RESULT            PIC  X(1).
           01  WS-AK-COUNT             PIC  X(6).
           01  WS-AK-HASH              PIC  X(14).
           01  WS-AK-REASON-CD         PIC  X(4).
           01  WS-AK-REASON            PIC  X(40).
           01  WS-AK-NEW-STATUS        PIC  X(1).
           01  WS-AK-ROW-COUNT         PIC  X(8).
      *    台帳に登録した送信ファイル1本分。
           01  WS-PF-KIND              PIC  X(6).
           01  WS-PF-STATUS            PIC  X(1).
           01  WS-PF-COUNT             PIC  X(6).
           01  WS-PF-HASH              PIC  X(13).
      *    レポート1行分。
           01  WS-RP-FILE-NO           PIC  X(8).
           01  WS-RP-KIND              PIC  X(6).
           01  WS-RP-PERIOD            PIC  X(6).
           01  WS-RP-STATUS            PIC  X(1).
           01  WS-RP-SENT-AT           PIC  X(16).
           01  WS-RP-WAIT              PIC  X(5).
           01  WS-RP-COUNT             PIC  X(8).
           01  WS-RP-HASH              PIC  X(16).
           01  WS-RP-ACK-COUNT         PIC  X(8).
           01  WS-RP-ACK-HASH          PIC  X(16).
           01  WS-RP-LINE-NO           PIC  X(6).
           01  WS-RP-EMP-ID            PIC  X(6).
           01  WS-RP-EMP-NAME          PIC  X(20).
           01  WS-RP-KEY               PIC  X(10).
           01  WS-RP-DAYS              PIC  X(8).
           01  WS-RP-AMOUNT            PIC  X(13).
           01  WS-RP-REASON-CD         PIC  X(4).
           01  WS-RP-REASON            PIC  X(40).
      *    対応済みの記録(Cモード)用。
           01  WS-OPERATOR-ID          PIC  X(10) VALUE "UNKNOWN".
           01  WS-AUTH-COUNT           PIC  X(8).
           01  WS-AUTH-LEVEL           PIC  X(1).
           01  WS-EMP-ID               PIC  X(6).
           01  WS-AUD-OLD-VALUE        PIC  X(40).
           01  WS-AUD-NEW-VALUE        PIC  X(40).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PAY_ACK STARTED ***".

           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF WS-CMD-ARG = "C"
               MOVE "C" TO WS-RUN-MODE-SW
           END-IF.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-TABLES-RTN.

           IF WS-CLEAR-MODE
               PERFORM CHECK-AUTH-LEVEL-RTN
               PERFORM UNTIL WS-CONTINUE NOT = "Y"
                   PERFORM CLEAR-REJECTION-RTN
                   DISPLAY "続けて処理しますか (Y/N) : >> "
                   ACCEPT WS-CONTINUE FROM CONSOLE
               END-PERFORM
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               DISPLAY "対応済み件数 : " WS-CLEAR-COUNT
               DISPLAY "*** PAY_ACK FINISHED ***"
               STOP RUN
           END-IF.

           PERFORM READ-WAIT-DAYS-RTN.

           OPEN OUTPUT PRINT-FILE.
           MOVE SPACE TO PRINT-REC.
           STRING "給与送信ファイル "
               "受領確認レポート  会社 " WS-COMPANY
               "  回答待ちの期限 " WS-WAIT-DAYS-NUM " 日"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           PERFORM VALIDATE-ACK-FRAME-RTN.
           MOVE "RECEIVED" TO WS-SECTION-NAME.
           PERFORM WRITE-SECTION-HEAD-RTN.
           EVALUATE TRUE
               WHEN WS-ACK-FILE-OK
                   PERFORM LOAD-ANSWERS-RTN
                   PERFORM SETTLE-UNANSWERED-LINES-RTN
                   PERFORM REQUEUE-DELTA-LINES-RTN
                   EXEC SQL COMMIT WORK END-EXEC
               WHEN WS-ACK-FILE-BAD
                   ADD 1 TO WS-FINDING-COUNT
                   MOVE SPACE TO PRINT-REC
                   STRING "  PAYACKの制御レコードが"
                       "不正です。取り込みません"
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               WHEN OTHER
                   MOVE SPACE TO PRINT-REC
                   STRING "  返信ファイル(PAYACK)は"
                       "ありません"
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
           END-EVALUATE.
           MOVE SPACE TO PRINT-REC.
           STRING "  ファイル回答 " WS-FILE-ANSWER-COUNT
               "  明細回答 " WS-LINE-ANSWER-COUNT
               "  台帳と不一致 " WS-UNMATCHED-COUNT
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           PERFORM LIST-NO-ANSWER-RTN.
           PERFORM LIST-FILE-REJECTED-RTN.
           PERFORM LIST-LINE-REJECTED-RTN.
           PERFORM WRITE-SUMMARY-RTN.
           CLOSE PRINT-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "ファイル回答     : " WS-FILE-ANSWER-COUNT.
           DISPLAY "明細回答         : " WS-LINE-ANSWER-COUNT.
           DISPLAY "台帳と不一致     : " WS-UNMATCHED-COUNT.
           DISPLAY "回答待ち超過     : " WS-NO-ANSWER-COUNT.
           DISPLAY "ファイル拒否     : " WS-FILE-REJECT-COUNT.
           DISPLAY "明細拒否         : " WS-LINE-REJECT-COUNT.
           IF WS-FINDING-COUNT > 0
               PERFORM WRITE-FINDING-LOG-RTN
               DISPLAY "*** 要対応 " WS-FINDING-COUNT " 件 ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "*** PAY_ACK FINISHED ***".
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
      *    送信台帳(PAYOUT-REGと同じ定義)、遡及訂正の送信控え
      *    (PAY_EXTRACTと同じ定義)、操作者監査証跡。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PAY_OUT_FILE
               (
                   OUT_FILE_NO     BIGINT NOT NULL,
                   FILE_KIND       VARCHAR(6) NOT NULL,
                   COMPANY_CODE    VARCHAR(2) NOT NULL DEFAULT '01',
                   PERIOD          VARCHAR(6),
                   FILE_STATUS     VARCHAR(1) NOT NULL DEFAULT 'O',
                   SENT_AT         TIMESTAMP NOT NULL
                                    DEFAULT CURRENT_TIMESTAMP,
                   DETAIL_COUNT    INTEGER NOT NULL DEFAULT 0,
                   HASH_TOTAL      NUMERIC(13,1) NOT NULL DEFAULT 0,
                   AMOUNT_TOTAL    NUMERIC(13) NOT NULL DEFAULT 0,
                   ACK_AT          TIMESTAMP,
                   ACK_COUNT       INTEGER,
                   ACK_HASH        NUMERIC(13,1),
                   ACK_REASON_CD   VARCHAR(4),
                   ACK_REASON      VARCHAR(40),
                   CONSTRAINT POF_0 PRIMARY KEY (OUT_FILE_NO)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS PAY_OUT_LINE
               (
                   OUT_FILE_NO     BIGINT NOT NULL,
                   LINE_NO         INTEGER NOT NULL,
                   L_EMP_ID        VARCHAR(6) NOT NULL,
                   LINE_KEY        VARCHAR(10),
                   LINE_DAYS       NUMERIC(6,1) NOT NULL DEFAULT 0,
                   LINE_AMOUNT     NUMERIC(12) NOT NULL DEFAULT 0,
                   LINE_STATUS     VARCHAR(1) NOT NULL DEFAULT 'S',
                   REJECT_CD       VARCHAR(4),
                   REJECT_REASON   VARCHAR(40),
                   ACK_AT          TIMESTAMP,
                   CLEARED_BY      VARCHAR(10),
                   CONSTRAINT POL_0 PRIMARY KEY
                       (OUT_FILE_NO, LINE_NO)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS PAY_DELTA_SENT
               (
                   HISTORY_ID   VARCHAR(8) NOT NULL,
                   SENT_AT      TIMESTAMP NOT NULL
                                 DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT PDS_0 PRIMARY KEY (HISTORY_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

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
       READ-WAIT-DAYS-RTN.
      ******************************************************************
      *    回答待ちの期限(送信からの日数)をPLM_CONFIGから読む
      *    (未設定は3日)。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CFG-COUNT
               FROM PLM_CONFIG
               WHERE CONFIG_KEY = 'PAYACK_WAIT_DAYS'
                 AND COMPANY_CODE = :WS-COMPANY
                 AND EFFECTIVE_FROM <= CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-CFG-COUNT) > 0
               EXEC SQL
                   SELECT LPAD(TRIM(CONFIG_VALUE),3,'0')
                   INTO :WS-WAIT-DAYS
                   FROM PLM_CONFIG
                   WHERE CONFIG_KEY = 'PAYACK_WAIT_DAYS'
                     AND COMPANY_CODE = :WS-COMPANY
                     AND EFFECTIVE_FROM <= CURRENT_DATE
                   ORDER BY EFFECTIVE_FROM DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF WS-WAIT-DAYS IS NUMERIC
                   MOVE WS-WAIT-DAYS TO WS-WAIT-DAYS-NUM
               END-IF
           END-IF.
           MOVE WS-WAIT-DAYS-NUM TO WS-WAIT-DAYS.

      ******************************************************************
       VALIDATE-ACK-FRAME-RTN.
      ******************************************************************
      *    先読みパス。先頭がHDR、末尾がTRLで、TRLの件数と明細件数が
      *    一致することを確認する(他の受信ファイルと同じ枠規約)。
      *    ファイルが無い日は回答なしとして扱う。枠が不正なファイル
      *    は取り込まずにERRLOGへ記録する。
           MOVE "N" TO WS-ACK-FILE-SW.
           MOVE "N" TO WS-ACK-EOF-SW.
           MOVE "N" TO WS-FRAME-TRL-SW.
           MOVE ZERO TO WS-FRAME-DETAIL-COUNT.

           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS = "00"
               MOVE "B" TO WS-ACK-FILE-SW
               READ ACK-FILE
                   AT END MOVE "Y" TO WS-ACK-EOF-SW
               END-READ
               IF NOT WS-ACK-EOF AND PAYACK-F-TYPE = "HDR"
                   PERFORM UNTIL WS-ACK-EOF
                       READ ACK-FILE
                           AT END MOVE "Y" TO WS-ACK-EOF-SW
                       END-READ
                       IF NOT WS-ACK-EOF
                           PERFORM COUNT-FRAME-REC-RTN
                       END-IF
                   END-PERFORM
                   IF WS-FRAME-TRL-SEEN
                      AND WS-FRAME-TRL-COUNT = WS-FRAME-DETAIL-COUNT
                       MOVE "Y" TO WS-ACK-FILE-SW
                   END-IF
               END-IF
               CLOSE ACK-FILE
           END-IF.

           IF WS-ACK-FILE-BAD
               DISPLAY "*** PAYACKの制御レコードが"
                   "不正です: TRL="
                   WS-FRAME-TRL-COUNT " 明細="
                   WS-FRAME-DETAIL-COUNT " ***"
               ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD
               MOVE SPACE TO ERROR-LOG-REC
               STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
                   "  PAYACK-FRAME TRL=" WS-FRAME-TRL-COUNT
                   " DTL=" WS-FRAME-DETAIL-COUNT
                   DELIMITED BY SIZE INTO ERROR-LOG-REC
               OPEN EXTEND ERROR-LOG-FILE
               WRITE ERROR-LOG-REC
               CLOSE ERROR-LOG-FILE
           END-IF.

      ******************************************************************
       COUNT-FRAME-REC-RTN.
      ******************************************************************
           IF PAYACK-F-TYPE = "TRL"
               MOVE "Y" TO WS-FRAME-TRL-SW
               MOVE PAY-ACK-FILE-REC(4:6) TO WS-FRAME-TRL-COUNT
           ELSE
               IF WS-FRAME-TRL-SEEN
                   MOVE "N" TO WS-FRAME-TRL-SW
                   MOVE "Y" TO WS-ACK-EOF-SW
               ELSE
                   ADD 1 TO WS-FRAME-DETAIL-COUNT
               END-IF
           END-IF.

      ******************************************************************
       LOAD-ANSWERS-RTN.
      ******************************************************************
      *    ファイル(FIL)・明細(LIN)の回答を1件ずつ台帳へ記録する。
           MOVE "N" TO WS-ACK-EOF-SW.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "*** PAYACK ファイルが"
                   "オープンできません ***"
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

      *    先頭のヘッダレコードを読み飛ばす。
           READ ACK-FILE
               AT END MOVE "Y" TO WS-ACK-EOF-SW
           END-READ.
           IF NOT WS-ACK-EOF
               READ ACK-FILE
                   AT END MOVE "Y" TO WS-ACK-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL WS-ACK-EOF
               IF PAYACK-F-TYPE = "TRL"
                   MOVE "Y" TO WS-ACK-EOF-SW
               ELSE
                   EVALUATE PAYACK-F-TYPE
                       WHEN "FIL"
                           PERFORM APPLY-FILE-ANSWER-RTN
                       WHEN "LIN"
                           PERFORM APPLY-LINE-ANSWER-RTN
                       WHEN OTHER
                           MOVE "UNKNOWN-REC" TO WS-RP-REASON
                           MOVE PAYACK-F-FILE-NO TO WS-AK-FILE-NO
                           MOVE SPACE TO WS-AK-LINE-NO
                           MOVE SPACE TO WS-AK-EMP-ID
                           PERFORM WRITE-UNMATCHED-RTN
                   END-EVALUATE
                   READ ACK-FILE
                       AT END MOVE "Y" TO WS-ACK-EOF-SW
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE ACK-FILE.

      ******************************************************************
       CHECK-FILE-OWNER-RTN.
      ******************************************************************
      *    回答の送信ファイル番号(WS-AK-FILE-NO)が自社の送信台帳に
      *    あるか。他社の番号は他社の実行で記録する。
           MOVE "U" TO WS-FILE-OWNER-SW.
           IF WS-AK-FILE-NO IS NUMERIC
               EXEC SQL
                   SELECT CAST(COUNT(*) AS VARCHAR(8)),
                          CAST(COALESCE(SUM(CASE WHEN COMPANY_CODE
                               = :WS-COMPANY THEN 1 ELSE 0 END),0)
                               AS VARCHAR(8))
                   INTO :WS-CFG-COUNT, :WS-AK-ROW-COUNT
                   FROM PAY_OUT_FILE
                   WHERE OUT_FILE_NO = CAST(:WS-AK-FILE-NO AS BIGINT)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-AK-ROW-COUNT) > 0
                   MOVE "O" TO WS-FILE-OWNER-SW
               ELSE
                   IF FUNCTION NUMVAL(WS-CFG-COUNT) > 0
                       MOVE "F" TO WS-FILE-OWNER-SW
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       APPLY-FILE-ANSWER-RTN.
      ******************************************************************
      *    ファイルへの回答。給与側の件数・ハッシュ合計がTRLに
      *    載せた値と一致しなければ、受領の回答でも不一致(M)と
      *    する。置換済み(X)・対応済み(C)のファイルは状態を変えず
      *    回答だけを残す。
           MOVE PAYACK-F-FILE-NO   TO WS-AK-FILE-NO.
           MOVE PAYACK-F-RESULT    TO WS-AK-RESULT.
           MOVE PAYACK-F-REASON-CD TO WS-AK-REASON-CD.
           MOVE PAYACK-F-REASON    TO WS-AK-REASON.
           MOVE SPACE TO WS-AK-LINE-NO.
           MOVE SPACE TO WS-AK-EMP-ID.
           PERFORM CHECK-FILE-OWNER-RTN.

           IF WS-FILE-UNKNOWN
               MOVE "NO-SUCH-FILE" TO WS-RP-REASON
               PERFORM WRITE-UNMATCHED-RTN
           END-IF.
           IF WS-FILE-OWN
              AND WS-AK-RESULT NOT = "A" AND WS-AK-RESULT NOT = "R"
               MOVE "BAD-RESULT" TO WS-RP-REASON
               PERFORM WRITE-UNMATCHED-RTN
           END-IF.

           IF WS-FILE-OWN
              AND (WS-AK-RESULT = "A" OR WS-AK-RESULT = "R")
               EXEC SQL
                   SELECT FILE_KIND, FILE_STATUS,
                          LPAD(CAST(DETAIL_COUNT AS VARCHAR(6)),
                               6,'0'),
                          LPAD(CAST(CAST(HASH_TOTAL * 10 AS BIGINT)
                               AS VARCHAR(13)),13,'0')
                   INTO :WS-PF-KIND, :WS-PF-STATUS,
                        :WS-PF-COUNT, :WS-PF-HASH
                   FROM PAY_OUT_FILE
                   WHERE OUT_FILE_NO = CAST(:WS-AK-FILE-NO AS BIGINT)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF

               MOVE PAYACK-F-COUNT TO WS-AK-COUNT
               IF WS-AK-COUNT IS NOT NUMERIC
                   MOVE ZERO TO WS-AK-COUNT
               END-IF
               MOVE PAYACK-F-HASH TO WS-ACK-HASH-AREA
               IF WS-ACK-HASH-AREA IS NOT NUMERIC
                   MOVE ZERO TO WS-ACK-HASH-NUM
               END-IF
               MOVE WS-ACK-HASH-NUM TO WS-ACK-HASH-ED
               MOVE WS-ACK-HASH-ED TO WS-AK-HASH

               EVALUATE TRUE
                   WHEN WS-AK-RESULT = "R"
                       MOVE "R" TO WS-AK-NEW-STATUS
                   WHEN WS-AK-COUNT NOT = WS-PF-COUNT
                       MOVE "M" TO WS-AK-NEW-STATUS
                   WHEN WS-ACK-HASH-AREA NOT = WS-PF-HASH
                       MOVE "M" TO WS-AK-NEW-STATUS
                   WHEN OTHER
                       MOVE "A" TO WS-AK-NEW-STATUS
               END-EVALUATE

               EXEC SQL
                   UPDATE PAY_OUT_FILE
                   SET FILE_STATUS =
                           CASE WHEN FILE_STATUS IN ('X','C')
                                THEN FILE_STATUS
                                ELSE :WS-AK-NEW-STATUS END,
                       ACK_AT = CURRENT_TIMESTAMP,
                       ACK_COUNT = CAST(:WS-AK-COUNT AS INTEGER),
                       ACK_HASH = CAST(:WS-AK-HASH AS NUMERIC),
                       ACK_REASON_CD =
                           NULLIF(TRIM(:WS-AK-REASON-CD),''),
                       ACK_REASON = NULLIF(TRIM(:WS-AK-REASON),'')
                   WHERE OUT_FILE_NO = CAST(:WS-AK-FILE-NO AS BIGINT)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               ADD 1 TO WS-FILE-ANSWER-COUNT
           END-IF.

      ******************************************************************
       APPLY-LINE-ANSWER-RTN.
      ******************************************************************
      *    明細への回答。送信ファイル番号・明細番号・社員IDの3つが
      *    台帳の明細と一致するものだけを記録する。
           MOVE PAYACK-L-FILE-NO   TO WS-AK-FILE-NO.
           MOVE PAYACK-L-LINE-NO   TO WS-AK-LINE-NO.
           MOVE PAYACK-L-EMP-ID    TO WS-AK-EMP-ID.
           MOVE PAYACK-L-RESULT    TO WS-AK-RESULT.
           MOVE PAYACK-L-REASON-CD TO WS-AK-REASON-CD.
           MOVE PAYACK-L-REASON    TO WS-AK-REASON.
           PERFORM CHECK-FILE-OWNER-RTN.

           IF WS-FILE-UNKNOWN
               MOVE "NO-SUCH-FILE" TO WS-RP-REASON
               PERFORM WRITE-UNMATCHED-RTN
           END-IF.
           IF WS-FILE-OWN
              AND WS-AK-RESULT NOT = "A" AND WS-AK-RESULT NOT = "R"
               MOVE "BAD-RESULT" TO WS-RP-REASON
               PERFORM WRITE-UNMATCHED-RTN
           END-IF.

           IF WS-FILE-OWN
              AND (WS-AK-RESULT = "A" OR WS-AK-RESULT = "R")
               MOVE ZERO TO WS-AK-ROW-COUNT
               IF WS-AK-LINE-NO IS NUMERIC
                   EXEC SQL
                       SELECT CAST(COUNT(*) AS VARCHAR(8))
                       INTO :WS-AK-ROW-COUNT
                       FROM PAY_OUT_LINE
                       WHERE OUT_FILE_NO =
                             CAST(:WS-AK-FILE-NO AS BIGINT)
                         AND LINE_NO = CAST(:WS-AK-LINE-NO AS INTEGER)
                         AND L_EMP_ID = :WS-AK-EMP-ID
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
               END-IF
               IF FUNCTION NUMVAL(WS-AK-ROW-COUNT) = 0
                   MOVE "NO-SUCH-LINE" TO WS-RP-REASON
                   PERFORM WRITE-UNMATCHED-RTN
               ELSE
                   EXEC SQL
                       UPDATE PAY_OUT_LINE
                       SET LINE_STATUS =
                               CASE WHEN LINE_STATUS = 'C'
                                    THEN LINE_STATUS
                                    ELSE :WS-AK-RESULT END,
                           REJECT_CD =
                               CASE WHEN :WS-AK-RESULT = 'R'
                                    THEN NULLIF(TRIM(:WS-AK-REASON-CD),
                                                '')
                                    END,
                           REJECT_REASON =
                               CASE WHEN :WS-AK-RESULT = 'R'
                                    THEN NULLIF(TRIM(:WS-AK-REASON),'')
                                    END,
                           ACK_AT = CURRENT_TIMESTAMP
                       WHERE OUT_FILE_NO =
                             CAST(:WS-AK-FILE-NO AS BIGINT)
                         AND LINE_NO = CAST(:WS-AK-LINE-NO AS INTEGER)
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   ADD 1 TO WS-LINE-ANSWER-COUNT
               END-IF
           END-IF.

      ******************************************************************
       WRITE-UNMATCHED-RTN.
      ******************************************************************
      *    台帳と突き合わない回答。台帳に無い番号は全社分を会社01の
      *    実行で出す。
           IF WS-FILE-OWN OR WS-COMPANY = "01"
               ADD 1 TO WS-UNMATCHED-COUNT
               ADD 1 TO WS-FINDING-COUNT
               MOVE SPACE TO PRINT-REC
               STRING "  UNMATCHED  " WS-RP-REASON(1:12)
                   " 種別=" PAYACK-F-TYPE
                   " ファイル=" WS-AK-FILE-NO
                   " 明細=" WS-AK-LINE-NO
                   " 社員=" WS-AK-EMP-ID
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

      ******************************************************************
       SETTLE-UNANSWERED-LINES-RTN.
      ******************************************************************
      *    明細の回答が無いものは、ファイルの回答に従う。受領
      *    (一部拒否を含む)のファイルの明細は受領、ファイルごと
      *    拒否の明細はファイルの拒否理由で拒否とする。明細に拒否の
      *    あった受領ファイルは一部拒否(P)にする。
           EXEC SQL
               UPDATE PAY_OUT_LINE L
               SET LINE_STATUS = 'A',
                   ACK_AT = F.ACK_AT
               FROM PAY_OUT_FILE F
               WHERE F.OUT_FILE_NO = L.OUT_FILE_NO
                 AND F.COMPANY_CODE = :WS-COMPANY
                 AND F.FILE_STATUS IN ('A','P')
                 AND L.LINE_STATUS = 'S'
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               UPDATE PAY_OUT_LINE L
               SET LINE_STATUS = 'R',
                   REJECT_CD = F.ACK_REASON_CD,
                   REJECT_REASON = F.ACK_REASON,
                   ACK_AT = F.ACK_AT
               FROM PAY_OUT_FILE F
               WHERE F.OUT_FILE_NO = L.OUT_FILE_NO
                 AND F.COMPANY_CODE = :WS-COMPANY
                 AND F.FILE_STATUS = 'R'
                 AND L.LINE_STATUS = 'S'
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               UPDATE PAY_OUT_FILE F
               SET FILE_STATUS = 'P'
               WHERE F.COMPANY_CODE = :WS-COMPANY
                 AND F.FILE_STATUS = 'A'
                 AND EXISTS
                     (SELECT 1 FROM PAY_OUT_LINE L
                      WHERE L.OUT_FILE_NO = F.OUT_FILE_NO
                        AND L.LINE_STATUS = 'R')
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       REQUEUE-DELTA-LINES-RTN.
      ******************************************************************
      *    拒否された遡及訂正の調整明細(明細キー=訂正行の
      *    HISTORY_ID)を送信済みの控えから外し、次回のPAY_EXTRACT D
      *    で再送させる。後のファイルで送り直したものは外さない。
           EXEC SQL
               DELETE FROM PAY_DELTA_SENT S
               WHERE EXISTS
                     (SELECT 1
                      FROM PAY_OUT_LINE L
                      INNER JOIN PAY_OUT_FILE F
                          ON F.OUT_FILE_NO = L.OUT_FILE_NO
                      WHERE F.FILE_KIND = 'DELTA'
                        AND F.COMPANY_CODE = :WS-COMPANY
                        AND L.LINE_STATUS = 'R'
                        AND L.LINE_KEY = S.HISTORY_ID
                        AND NOT EXISTS
                            (SELECT 1
                             FROM PAY_OUT_LINE L2
                             INNER JOIN PAY_OUT_FILE F2
                                 ON F2.OUT_FILE_NO = L2.OUT_FILE_NO
                             WHERE F2.FILE_KIND = 'DELTA'
                               AND L2.LINE_KEY = L.LINE_KEY
                               AND L2.OUT_FILE_NO > L.OUT_FILE_NO))
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LIST-NO-ANSWER-RTN.
      ******************************************************************
      *    送信から期限の日数を過ぎても回答の無いファイル。
           MOVE "NO-ANSWER" TO WS-SECTION-NAME.
           PERFORM WRITE-SECTION-HEAD-RTN.
           EXEC SQL
               DECLARE PKN_CURSOR CURSOR FOR
               SELECT LPAD(CAST(OUT_FILE_NO AS VARCHAR(8)),8,'0'),
                      FILE_KIND, COALESCE(PERIOD,' '),
                      TO_CHAR(SENT_AT,'YYYY-MM-DD HH24:MI'),
                      CAST(CURRENT_DATE - CAST(SENT_AT AS DATE)
                           AS VARCHAR(5)),
                      CAST(DETAIL_COUNT AS VARCHAR(8)),
                      CAST(HASH_TOTAL AS VARCHAR(16))
               FROM PAY_OUT_FILE
               WHERE COMPANY_CODE = :WS-COMPANY
                 AND FILE_STATUS = 'S'
                 AND CAST(SENT_AT AS DATE)
                     + CAST(:WS-WAIT-DAYS AS INTEGER) < CURRENT_DATE
               ORDER BY OUT_FILE_NO
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN PKN_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH PKN_CURSOR
                   INTO :WS-RP-FILE-NO, :WS-RP-KIND, :WS-RP-PERIOD,
                        :WS-RP-SENT-AT, :WS-RP-WAIT, :WS-RP-COUNT,
                        :WS-RP-HASH
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-NO-ANSWER-COUNT
                   ADD 1 TO WS-FINDING-COUNT
                   MOVE SPACE TO PRINT-REC
                   STRING "  NO-ANSWER  ファイル=" WS-RP-FILE-NO
                       " " WS-RP-KIND " " WS-RP-PERIOD
                       " 送信=" WS-RP-SENT-AT
                       " 経過=" WS-RP-WAIT "日"
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
                   MOVE SPACE TO PRINT-REC
                   STRING "      件数=" WS-RP-COUNT
                       " ハッシュ=" WS-RP-HASH
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE PKN_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LIST-FILE-REJECTED-RTN.
      ******************************************************************
      *    ファイルごとの拒否(R)と件数・ハッシュ不一致(M)。作り直し
      *    で置換(X)されるか、Cモードで対応済みにするまで載せる。
           MOVE "FILE-REJECTED" TO WS-SECTION-NAME.
           PERFORM WRITE-SECTION-HEAD-RTN.
           EXEC SQL
               DECLARE PKF_CURSOR CURSOR FOR
               SELECT LPAD(CAST(OUT_FILE_NO AS VARCHAR(8)),8,'0'),
                      FILE_KIND, COALESCE(PERIOD,' '), FILE_STATUS,
                      TO_CHAR(SENT_AT,'YYYY-MM-DD HH24:MI'),
                      CAST(DETAIL_COUNT AS VARCHAR(8)),
                      CAST(HASH_TOTAL AS VARCHAR(16)),
                      CAST(COALESCE(ACK_COUNT,0) AS VARCHAR(8)),
                      CAST(COALESCE(ACK_HASH,0) AS VARCHAR(16)),
                      COALESCE(ACK_REASON_CD,' '),
                      COALESCE(ACK_REASON,' ')
               FROM PAY_OUT_FILE
               WHERE COMPANY_CODE = :WS-COMPANY
                 AND FILE_STATUS IN ('R','M')
               ORDER BY OUT_FILE_NO
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN PKF_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH PKF_CURSOR
                   INTO :WS-RP-FILE-NO, :WS-RP-KIND, :WS-RP-PERIOD,
                        :WS-RP-STATUS, :WS-RP-SENT-AT, :WS-RP-COUNT,
                        :WS-RP-HASH, :WS-RP-ACK-COUNT,
                        :WS-RP-ACK-HASH, :WS-RP-REASON-CD,
                        :WS-RP-REASON
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-FILE-REJECT-COUNT
                   ADD 1 TO WS-FINDING-COUNT
                   MOVE SPACE TO PRINT-REC
                   IF WS-RP-STATUS = "R"
                       STRING "  REJECTED   ファイル=" WS-RP-FILE-NO
                           " " WS-RP-KIND " " WS-RP-PERIOD
                           " 送信=" WS-RP-SENT-AT
                           " 理由=" WS-RP-REASON-CD
                           DELIMITED BY SIZE INTO PRINT-REC
                   ELSE
                       STRING "  MISMATCH   ファイル=" WS-RP-FILE-NO
                           " " WS-RP-KIND " " WS-RP-PERIOD
                           " 送信=" WS-RP-SENT-AT
                           " 理由=" WS-RP-REASON-CD
                           DELIMITED BY SIZE INTO PRINT-REC
                   END-IF
                   WRITE PRINT-REC
                   MOVE SPACE TO PRINT-REC
                   STRING "      送信 件数=" WS-RP-COUNT
                       " ハッシュ=" WS-RP-HASH
                       "  給与 件数=" WS-RP-ACK-COUNT
                       " ハッシュ=" WS-RP-ACK-HASH
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
                   IF WS-RP-REASON NOT = SPACE
                       MOVE SPACE TO PRINT-REC
                       STRING "      " WS-RP-REASON
                           DELIMITED BY SIZE INTO PRINT-REC
                       WRITE PRINT-REC
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE PKF_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LIST-LINE-REJECTED-RTN.
      ******************************************************************
      *    拒否された明細と拒否理由。同じ種類の後のファイルで同じ
      *    社員・明細キーを送り直したもの、置換・対応済みのものは
      *    載せない。
           MOVE "LINE-REJECTED" TO WS-SECTION-NAME.
           PERFORM WRITE-SECTION-HEAD-RTN.
           EXEC SQL
               DECLARE PKL_CURSOR CURSOR FOR
               SELECT LPAD(CAST(F.OUT_FILE_NO AS VARCHAR(8)),8,'0'),
                      F.FILE_KIND, COALESCE(F.PERIOD,' '),
                      CAST(L.LINE_NO AS VARCHAR(6)),
                      L.L_EMP_ID, COALESCE(E.EMP_NAME,' '),
                      COALESCE(L.LINE_KEY,' '),
                      CAST(L.LINE_DAYS AS VARCHAR(8)),
                      CAST(L.LINE_AMOUNT AS VARCHAR(13)),
                      COALESCE(L.REJECT_CD,' '),
                      COALESCE(L.REJECT_REASON,' ')
               FROM PAY_OUT_LINE L
               INNER JOIN PAY_OUT_FILE F
                   ON F.OUT_FILE_NO = L.OUT_FILE_NO
               LEFT JOIN EMP_MASTER E
                   ON E.EMP_ID = L.L_EMP_ID
               WHERE F.COMPANY_CODE = :WS-COMPANY
                 AND F.FILE_STATUS NOT IN ('X','C')
                 AND L.LINE_STATUS = 'R'
                 AND NOT EXISTS
                     (SELECT 1
                      FROM PAY_OUT_LINE L2
                      INNER JOIN PAY_OUT_FILE F2
                          ON F2.OUT_FILE_NO = L2.OUT_FILE_NO
                      WHERE F2.FILE_KIND = F.FILE_KIND
                        AND F2.COMPANY_CODE = F.COMPANY_CODE
                        AND F2.FILE_STATUS NOT IN ('X','O')
                        AND F2.OUT_FILE_NO > F.OUT_FILE_NO
                        AND L2.L_EMP_ID = L.L_EMP_ID
                        AND COALESCE(L2.LINE_KEY,' ')
                            = COALESCE(L.LINE_KEY,' ')
                        AND L2.LINE_STATUS IN ('S','A'))
               ORDER BY F.OUT_FILE_NO, L.LINE_NO
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN PKL_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH PKL_CURSOR
                   INTO :WS-RP-FILE-NO, :WS-RP-KIND, :WS-RP-PERIOD,
                        :WS-RP-LINE-NO, :WS-RP-EMP-ID,
                        :WS-RP-EMP-NAME, :WS-RP-KEY, :WS-RP-DAYS,
                        :WS-RP-AMOUNT, :WS-RP-REASON-CD,
                        :WS-RP-REASON
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-LINE-REJECT-COUNT
                   ADD 1 TO WS-FINDING-COUNT
                   MOVE SPACE TO PRINT-REC
                   STRING "  REJECTED   ファイル=" WS-RP-FILE-NO
                       " " WS-RP-KIND " " WS-RP-PERIOD
                       " 明細=" WS-RP-LINE-NO
                       " 社員=" WS-RP-EMP-ID " " WS-RP-EMP-NAME
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
                   MOVE SPACE TO PRINT-REC
                   STRING "      キー=" WS-RP-KEY
                       " 日数=" WS-RP-DAYS " 金額=" WS-RP-AMOUNT
                       " 理由=" WS-RP-REASON-CD " " WS-RP-REASON
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE PKL_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       CLEAR-REJECTION-RTN.
      ******************************************************************
      *    拒否・不一致を対応済み(C)にする。明細番号を省略すると
      *    ファイル全体(回答待ち・拒否の明細を含む)を対応済みに
      *    する。
           DISPLAY "送信ファイル番号 (8桁) : >> ".
           ACCEPT WS-AK-FILE-NO FROM CONSOLE.
           DISPLAY "明細番号 (6桁、空白=ファイル全体)"
               " : >> ".
           ACCEPT WS-AK-LINE-NO FROM CONSOLE.

           PERFORM CHECK-FILE-OWNER-RTN.
           IF NOT WS-FILE-OWN
               DISPLAY "*** 送信ファイル " WS-AK-FILE-NO
                   " は登録されていません ***"
           ELSE
               EXEC SQL
                   SELECT FILE_KIND, FILE_STATUS,
                          COALESCE(PERIOD,' '),
                          COALESCE(ACK_REASON,' ')
                   INTO :WS-PF-KIND, :WS-PF-STATUS, :WS-RP-PERIOD,
                        :WS-RP-REASON
                   FROM PAY_OUT_FILE
                   WHERE OUT_FILE_NO = CAST(:WS-AK-FILE-NO AS BIGINT)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               DISPLAY "ファイル : " WS-AK-FILE-NO " " WS-PF-KIND
                   " " WS-RP-PERIOD " 状態=" WS-PF-STATUS
               IF WS-AK-LINE-NO = SPACE
                   PERFORM CLEAR-FILE-RTN
               ELSE
                   PERFORM CLEAR-LINE-RTN
               END-IF
           END-IF.

      ******************************************************************
       CLEAR-FILE-RTN.
      ******************************************************************
           IF WS-PF-STATUS NOT = "R" AND WS-PF-STATUS NOT = "M"
              AND WS-PF-STATUS NOT = "P"
               DISPLAY "*** 拒否・不一致のファイル"
                   "ではありません ***"
           ELSE
               DISPLAY "理由     : " WS-RP-REASON
               DISPLAY "対応済みにしますか (Y/N) : >> "
               ACCEPT WS-CONFIRM FROM CONSOLE
               IF WS-CONFIRM = "Y"
                   EXEC SQL
                       UPDATE PAY_OUT_LINE
                       SET LINE_STATUS = 'C',
                           CLEARED_BY = :WS-OPERATOR-ID
                       WHERE OUT_FILE_NO =
                             CAST(:WS-AK-FILE-NO AS BIGINT)
                         AND LINE_STATUS IN ('S','R')
                   END-EXEC
                   IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                       PERFORM ERROR-RTN STOP RUN
                   END-IF
                   EXEC SQL
                       UPDATE PAY_OUT_FILE
                       SET FILE_STATUS = 'C'
                       WHERE OUT_FILE_NO =
                             CAST(:WS-AK-FILE-NO AS BIGINT)
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   MOVE SPACE TO WS-EMP-ID
                   MOVE SPACE TO WS-AUD-OLD-VALUE
                   STRING "PAYOUT " WS-AK-FILE-NO " "
                       WS-PF-KIND " STATUS=" WS-PF-STATUS
                       DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
                   MOVE "CLEARED" TO WS-AUD-NEW-VALUE
                   PERFORM WRITE-AUDIT-RTN
                   ADD 1 TO WS-CLEAR-COUNT
                   DISPLAY "対応済みにしました"
               END-IF
           END-IF.

      ******************************************************************
       CLEAR-LINE-RTN.
      ******************************************************************
           MOVE ZERO TO WS-AK-ROW-COUNT.
           IF WS-AK-LINE-NO IS NUMERIC
               EXEC SQL
                   SELECT CAST(COUNT(*) AS VARCHAR(8))
                   INTO :WS-AK-ROW-COUNT
                   FROM PAY_OUT_LINE
                   WHERE OUT_FILE_NO = CAST(:WS-AK-FILE-NO AS BIGINT)
                     AND LINE_NO = CAST(:WS-AK-LINE-NO AS INTEGER)
                     AND LINE_STATUS = 'R'
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.
           IF FUNCTION NUMVAL(WS-AK-ROW-COUNT) = 0
               DISPLAY "*** 拒否された明細"
                   "ではありません ***"
           ELSE
               EXEC SQL
                   SELECT L_EMP_ID, COALESCE(REJECT_REASON,' ')
                   INTO :WS-EMP-ID, :WS-RP-REASON
                   FROM PAY_OUT_LINE
                   WHERE OUT_FILE_NO = CAST(:WS-AK-FILE-NO AS BIGINT)
                     AND LINE_NO = CAST(:WS-AK-LINE-NO AS INTEGER)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               DISPLAY "社員     : " WS-EMP-ID
               DISPLAY "理由     : " WS-RP-REASON
               DISPLAY "対応済みにしますか (Y/N) : >> "
               ACCEPT WS-CONFIRM FROM CONSOLE
               IF WS-CONFIRM = "Y"
                   EXEC SQL
                       UPDATE PAY_OUT_LINE
                       SET LINE_STATUS = 'C',
                           CLEARED_BY = :WS-OPERATOR-ID
                       WHERE OUT_FILE_NO =
                             CAST(:WS-AK-FILE-NO AS BIGINT)
                         AND LINE_NO = CAST(:WS-AK-LINE-NO AS INTEGER)
                   END-EXEC
                   IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
                   END-IF
                   MOVE SPACE TO WS-AUD-OLD-VALUE
                   STRING "PAYOUT " WS-AK-FILE-NO "/" WS-AK-LINE-NO
                       " " WS-PF-KIND " STATUS=R"
                       DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
                   MOVE "CLEARED" TO WS-AUD-NEW-VALUE
                   PERFORM WRITE-AUDIT-RTN
                   ADD 1 TO WS-CLEAR-COUNT
                   DISPLAY "対応済みにしました"
               END-IF
           END-IF.

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
                    NULLIF(TRIM(:WS-EMP-ID),''),
                    :WS-AUD-OLD-VALUE, :WS-AUD-NEW-VALUE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           CALL "AUDIT-SEAL" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-SECTION-HEAD-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "[" WS-SECTION-NAME "]"
               DELIMITED BY "  " INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-SUMMARY-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "要対応 " WS-FINDING-COUNT
               " (NO-ANSWER " WS-NO-ANSWER-COUNT
               " FILE-REJECTED " WS-FILE-REJECT-COUNT
               " LINE-REJECTED " WS-LINE-REJECT-COUNT
               " UNMATCHED " WS-UNMATCHED-COUNT ")"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       WRITE-FINDING-LOG-RTN.
      ******************************************************************
           ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACE TO ERROR-LOG-REC.
           STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
               "  PAYACK CO=" WS-COMPANY
               " NO-ANSWER=" WS-NO-ANSWER-COUNT
               " REJECTED=" WS-FILE-REJECT-COUNT
               "/" WS-LINE-REJECT-COUNT
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
