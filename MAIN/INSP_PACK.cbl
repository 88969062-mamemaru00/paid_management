      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 INSP_PACK.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    労働基準監督署の臨検・調査向けの証拠一式の作成。指定
      *    された社員(社員IDの一覧ファイルINSPLIST、または部門)と
      *    期間について、1人1本の索引付き証拠ファイル(EVID+社員ID)
      *    を作る。各ファイルは表紙(作成日・対象期間・各部の件数)
      *    と目次の後に、次の5部で構成する。
      *      第1部 年次有給休暇管理簿(LEDGER_RPTと同じ様式。
      *            HIST_ARCHでアーカイブ済みの年も含む)
      *      第2部 PL_HISTORY明細(訂正元・訂正先の対応付き)
      *      第3部 PL_REQUEST申請の経過(承認者・エスカレーション先)
      *      第4部 時季指定通知(PL_DESIGNATEが出した通知)
      *      第5部 PL_AUDIT操作者監査証跡
      *    社員ごとの件数は索引ファイル(INSPIDX)にも一覧で残す。
      *    起動引数: (なし)=INSPLISTの社員ID(1行1名、先頭6桁。
      *    空行と*で始まる行は読み飛ばす) / D=部門指定(配下の
      *    部門の所属者も含む)。対象期間はコンソールから受け付ける。
      *    証拠一式を作成した事実はPL_AUDITへ社員ごとに記録する。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO "INSPLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT EVID-FILE ASSIGN TO WS-EVID-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IDX-FILE ASSIGN TO "INSPIDX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  LIST-REC                 PIC X(80).
       FD  EVID-FILE
           LABEL RECORDS ARE STANDARD.
       01  EVID-REC                 PIC X(132).
       FD  IDX-FILE
           LABEL RECORDS ARE STANDARD.
       01  IDX-REC                  PIC X(100).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "INSP_PACK".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-LIST-STATUS          PIC XX.
           01  WS-LIST-EOF-SW          PIC X(1) VALUE "N".
               88  WS-LIST-EOF             VALUE "Y".
           01  WS-EVID-NAME            PIC X(20).
           01  WS-RUN-DATE             PIC 9(8).
           01  WS-RUN-TIME             PIC 9(8).
           01  WS-DEPT-MODE-SW         PIC X(1) VALUE "N".
               88  WS-DEPT-MODE            VALUE "D".

      *    対象期間の入力・検査用。
           01  WS-FROM-NUM             PIC 9(8).
           01  WS-TO-NUM               PIC 9(8).
           01  WS-DATE-VALID-SW        PIC X(1) VALUE "N".
               88  WS-DATE-VALID           VALUE "Y".

      *    対象社員の一覧。1回の実行で最大300名まで。
           01  WS-TARGET-TABLE.
               03  WS-TARGET-EMP       PIC X(6) OCCURS 300 TIMES.
           01  WS-TARGET-TOTAL         PIC 9(3) VALUE 0.
           01  WS-TARGET-MAX           PIC 9(3) VALUE 300.
           01  WS-TARGET-IDX           PIC 9(3).

      *    各部の件数(表紙・索引用)。
           01  WS-CNT-LOTS             PIC 9(6).
           01  WS-CNT-HIST             PIC 9(6).
           01  WS-CNT-REQ              PIC 9(6).
           01  WS-CNT-NTC              PIC 9(6).
           01  WS-CNT-AUD              PIC 9(6).
           01  WS-PACK-COUNT           PIC 9(4) VALUE 0.
           01  WS-SKIP-COUNT           PIC 9(4) VALUE 0.

      *    管理簿ページの残日数の推移(LEDGER_RPTと同じ)。
           01  WS-GRANTED-NUM          PIC S9(3)V9.
           01  WS-TAKEN-NUM            PIC S9(3)V9.
           01  WS-REMAIN-NUM           PIC S9(3)V9.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           COPY EMPREC.
           COPY PLBREC.
           COPY PLHREC.
           COPY PLRREC.
           01  WS-FROM-DATE            PIC  X(10).
           01  WS-TO-DATE              PIC  X(10).
           01  WS-SEL-DEPT             PIC  X(6).
           01  WS-ROW-COUNT            PIC  X(8).
           01  WS-GRANTED-DAYS         PIC  X(8).
           01  WS-COUNT-TEXT           PIC  X(8).
      *    第2部 PL_HISTORY明細の訂正先(この行を打ち消した訂正行)。
           01  WS-CORR-BY-ID           PIC  X(8).
           01  WS-ARCH-FLAG            PIC  X(1).
      *    第3部 申請の経過。
           01  WS-RQ-CREATED           PIC  X(19).
           01  WS-RQ-DECIDED           PIC  X(19).
           01  WS-RQ-ESCALATED         PIC  X(10).
      *    第4部 時季指定通知。
           01  WS-NQ-TEXT              PIC  X(200).
           01  WS-NQ-CREATED           PIC  X(19).
           01  WS-NQ-DISPATCHED        PIC  X(19).
           01  WS-NQ-ROUTE             PIC  X(6).
      *    第5部 監査証跡。
           01  WS-AU-ID                PIC  X(12).
           01  WS-AU-AT                PIC  X(19).
           01  WS-AU-PROGRAM           PIC  X(12).
           01  WS-AU-OPERATOR          PIC  X(10).
           01  WS-AU-BALANCE-ID        PIC  X(12).
           01  WS-AU-HISTORY-ID        PIC  X(8).
           01  WS-AU-OLD-VALUE         PIC  X(40).
           01  WS-AU-NEW-VALUE         PIC  X(40).
      *    作成記録(PL_AUDIT)用。操作者IDはPLM_OPERATOR環境変数。
           01  WS-OPERATOR-ID          PIC  X(10) VALUE "UNKNOWN".
           01  WS-AUD-OLD-VALUE        PIC  X(40).
           01  WS-AUD-NEW-VALUE        PIC  X(40).
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
      *    休暇種別マスタ(LEAVE_TYPE_MASTER)の登録件数確認用。
           01  WS-LT-COUNT             PIC  X(8).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           01  WS-CMD-ARG              PIC X(1) VALUE SPACE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** INSP_PACK STARTED ***".

           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF WS-CMD-ARG = "D"
               MOVE "D" TO WS-DEPT-MODE-SW
               DISPLAY "部門コード : >> "
               ACCEPT WS-SEL-DEPT FROM CONSOLE
           END-IF.

           PERFORM INPUT-RANGE-RTN.

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
           PERFORM ENSURE-EVIDENCE-TABLES-RTN.

           IF WS-DEPT-MODE
               PERFORM COLLECT-DEPT-TARGETS-RTN
           ELSE
               PERFORM COLLECT-LIST-TARGETS-RTN
           END-IF.

           IF WS-TARGET-TOTAL = 0
               DISPLAY "*** 対象社員がいません ***"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT IDX-FILE.
           MOVE SPACE TO IDX-REC.
           STRING "証拠一式索引  作成日 " WS-RUN-DATE
               "  対象期間 " WS-FROM-DATE " - " WS-TO-DATE
               DELIMITED BY SIZE INTO IDX-REC.
           WRITE IDX-REC.
           MOVE SPACE TO IDX-REC.
           STRING "社員ID ファイル       管理簿 明細   "
               "申請   通知   監査"
               DELIMITED BY SIZE INTO IDX-REC.
           WRITE IDX-REC.

           PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-IDX > WS-TARGET-TOTAL
               MOVE WS-TARGET-EMP(WS-TARGET-IDX) TO EMP-ID
               PERFORM PACK-ONE-EMPLOYEE-RTN
           END-PERFORM.

           CLOSE IDX-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "対象期間       : " WS-FROM-DATE " - "
               WS-TO-DATE.
           DISPLAY "作成ファイル数 : " WS-PACK-COUNT.
           DISPLAY "該当なし       : " WS-SKIP-COUNT.
           IF WS-SKIP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "*** INSP_PACK FINISHED ***".
           STOP RUN.

      ******************************************************************
       INPUT-RANGE-RTN.
      ******************************************************************
      *    対象期間(開始日・終了日)を受け付ける。不正な日付や
      *    逆転した期間はそのままエラー終了する。
           DISPLAY "対象期間 開始日 (YYYYMMDD) : >> ".
           ACCEPT WS-FROM-NUM FROM CONSOLE.
           CALL "DATE-CHK" USING WS-FROM-NUM WS-DATE-VALID-SW.
           IF NOT WS-DATE-VALID
               DISPLAY "*** 開始日が不正です: " WS-FROM-NUM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "対象期間 終了日 (YYYYMMDD) : >> ".
           ACCEPT WS-TO-NUM FROM CONSOLE.
           CALL "DATE-CHK" USING WS-TO-NUM WS-DATE-VALID-SW.
           IF NOT WS-DATE-VALID OR WS-TO-NUM < WS-FROM-NUM
               DISPLAY "*** 終了日が不正です: " WS-TO-NUM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO WS-FROM-DATE.
           STRING WS-FROM-NUM(1:4) "-" WS-FROM-NUM(5:2) "-"
               WS-FROM-NUM(7:2) DELIMITED BY SIZE INTO WS-FROM-DATE.
           MOVE SPACE TO WS-TO-DATE.
           STRING WS-TO-NUM(1:4) "-" WS-TO-NUM(5:2) "-"
               WS-TO-NUM(7:2) DELIMITED BY SIZE INTO WS-TO-DATE.

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
       COLLECT-LIST-TARGETS-RTN.
      ******************************************************************
      *    INSPLISTから対象社員IDを読み込む。
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "*** INSPLIST ファイルが"
                   "オープンできません ***"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ LIST-FILE
               AT END MOVE "Y" TO WS-LIST-EOF-SW
           END-READ.
           PERFORM UNTIL WS-LIST-EOF
               IF LIST-REC(1:6) NOT = SPACE
                  AND LIST-REC(1:1) NOT = "*"
                   IF WS-TARGET-TOTAL < WS-TARGET-MAX
                       ADD 1 TO WS-TARGET-TOTAL
                       MOVE LIST-REC(1:6)
                           TO WS-TARGET-EMP(WS-TARGET-TOTAL)
                   ELSE
                       DISPLAY "*** 対象社員が上限("
                           WS-TARGET-MAX ")を超えました: "
                           LIST-REC(1:6)
                   END-IF
               END-IF
               READ LIST-FILE
                   AT END MOVE "Y" TO WS-LIST-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.

      ******************************************************************
       COLLECT-DEPT-TARGETS-RTN.
      ******************************************************************
      *    指定部門とその配下の部門(DEPT_MASTERの親子関係をたどる)
      *    に所属する社員を、退職者も含めて対象にする。
           EXEC SQL
               DECLARE IP_EMP_CURSOR CURSOR FOR
               SELECT E.EMP_ID
               FROM EMP_MASTER E
               WHERE E.COMPANY_CODE = :WS-COMPANY
                 AND E.DEPT_CODE IN
                     (WITH RECURSIVE DOWN_CHAIN (DEPT_CODE, LVL) AS
                          (SELECT CAST(:WS-SEL-DEPT AS VARCHAR(6)), 0
                           UNION ALL
                           SELECT M.DEPT_CODE, D.LVL + 1
                           FROM DOWN_CHAIN D
                           INNER JOIN DEPT_MASTER M
                               ON M.PARENT_DEPT = D.DEPT_CODE
                           WHERE D.LVL < 20)
                      SELECT DEPT_CODE FROM DOWN_CHAIN)
               ORDER BY E.EMP_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN IP_EMP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
                   OR WS-TARGET-TOTAL >= WS-TARGET-MAX
               EXEC SQL
                   FETCH IP_EMP_CURSOR
                   INTO :EMP-ID
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-TARGET-TOTAL
                   MOVE EMP-ID TO WS-TARGET-EMP(WS-TARGET-TOTAL)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE IP_EMP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       PACK-ONE-EMPLOYEE-RTN.
      ******************************************************************
      *    社員1名分の証拠ファイルを作る。社員マスタに無いIDは
      *    索引に「該当なし」と残して飛ばす。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM EMP_MASTER
               WHERE EMP_ID = :EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-ROW-COUNT) = 0
               ADD 1 TO WS-SKIP-COUNT
               MOVE SPACE TO IDX-REC
               STRING EMP-ID " (社員マスタに該当なし)"
                   DELIMITED BY SIZE INTO IDX-REC
               WRITE IDX-REC
               DISPLAY "*** 該当なし EMP_ID=" EMP-ID
           ELSE
               PERFORM BUILD-ONE-PACK-RTN
           END-IF.

      ******************************************************************
       BUILD-ONE-PACK-RTN.
      ******************************************************************
           EXEC SQL
               SELECT EMP_NAME,
                      TO_CHAR(EMP_JOIN_DATE,'YYYY-MM-DD'),
                      COALESCE(DEPT_CODE,' '), EMP_STATUS_CODE
               INTO :EMP-NAME, :EMP-JOIN_DATE, :DEPT-CODE,
                    :EMP-STATUS-CODE
               FROM EMP_MASTER
               WHERE EMP_ID = :EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM COUNT-SECTIONS-RTN.

           MOVE SPACE TO WS-EVID-NAME.
           STRING "EVID" EMP-ID DELIMITED BY SIZE INTO WS-EVID-NAME.
           OPEN OUTPUT EVID-FILE.

           PERFORM WRITE-COVER-RTN.
           PERFORM WRITE-LEDGER-PART-RTN.
           PERFORM WRITE-HISTORY-PART-RTN.
           PERFORM WRITE-REQUEST-PART-RTN.
           PERFORM WRITE-NOTICE-PART-RTN.
           PERFORM WRITE-AUDIT-PART-RTN.

           MOVE SPACE TO EVID-REC.
           WRITE EVID-REC.
           MOVE SPACE TO EVID-REC.
           STRING "                                        以上"
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.
           CLOSE EVID-FILE.

           ADD 1 TO WS-PACK-COUNT.
           MOVE SPACE TO IDX-REC.
           STRING EMP-ID " " WS-EVID-NAME(1:10) " " WS-CNT-LOTS
               " " WS-CNT-HIST " " WS-CNT-REQ " " WS-CNT-NTC
               " " WS-CNT-AUD
               DELIMITED BY SIZE INTO IDX-REC.
           WRITE IDX-REC.

      *    証拠一式の作成自体も監査証跡に残す。
           MOVE SPACE TO WS-AUD-OLD-VALUE.
           MOVE "EVIDENCE PACK" TO WS-AUD-OLD-VALUE.
           MOVE SPACE TO WS-AUD-NEW-VALUE.
           STRING WS-FROM-DATE " - " WS-TO-DATE
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           CALL "AUDIT-LOCK" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO PL_AUDIT
                   (PROGRAM_NAME, OPERATOR_ID, A_EMP_ID,
                    OLD_VALUE, NEW_VALUE)
               VALUES
                   ('INSP_PACK', :WS-OPERATOR-ID, :EMP-ID,
                    :WS-AUD-OLD-VALUE, :WS-AUD-NEW-VALUE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           CALL "AUDIT-SEAL" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       COUNT-SECTIONS-RTN.
      ******************************************************************
      *    表紙に載せる各部の件数。条件は各部の出力カーソルと同じ。
           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8))
               INTO :WS-COUNT-TEXT
               FROM PL_BALANCE
               WHERE B_EMP_ID = :EMP-ID
                 AND LEAVE_TYPE IN
                     (SELECT LEAVE_TYPE FROM LEAVE_TYPE_MASTER
                      WHERE ON_LEDGER = 'Y')
                 AND GRANT_DAYS <= CAST(:WS-TO-DATE AS DATE)
                 AND COALESCE(EXPIRE_DATE,
                         GRANT_DAYS + INTERVAL '2 years')
                     >= CAST(:WS-FROM-DATE AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE FUNCTION NUMVAL(WS-COUNT-TEXT) TO WS-CNT-LOTS.

           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8))
               INTO :WS-COUNT-TEXT
               FROM
                 (SELECT H_BALANCE_ID, ACQ_DATE, INSERT_DATETIME
                  FROM PL_HISTORY
                  UNION ALL
                  SELECT H_BALANCE_ID, ACQ_DATE, INSERT_DATETIME
                  FROM PL_HISTORY_ARCH) U
               INNER JOIN PL_BALANCE B
                   ON U.H_BALANCE_ID = B.BALANCE_ID
               WHERE B.B_EMP_ID = :EMP-ID
                 AND ((U.ACQ_DATE >= CAST(:WS-FROM-DATE AS DATE)
                       AND U.ACQ_DATE <= CAST(:WS-TO-DATE AS DATE))
                   OR (CAST(U.INSERT_DATETIME AS DATE)
                           >= CAST(:WS-FROM-DATE AS DATE)
                       AND CAST(U.INSERT_DATETIME AS DATE)
                           <= CAST(:WS-TO-DATE AS DATE)))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE FUNCTION NUMVAL(WS-COUNT-TEXT) TO WS-CNT-HIST.

           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8))
               INTO :WS-COUNT-TEXT
               FROM PL_REQUEST
               WHERE RQ_EMP_ID = :EMP-ID
                 AND ((RQ_USE_DATE >= CAST(:WS-FROM-DATE AS DATE)
                       AND RQ_USE_DATE <= CAST(:WS-TO-DATE AS DATE))
                   OR (CAST(RQ_CREATED_AT AS DATE)
                           >= CAST(:WS-FROM-DATE AS DATE)
                       AND CAST(RQ_CREATED_AT AS DATE)
                           <= CAST(:WS-TO-DATE AS DATE)))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE FUNCTION NUMVAL(WS-COUNT-TEXT) TO WS-CNT-REQ.

           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8))
               INTO :WS-COUNT-TEXT
               FROM NOTIFY_QUEUE
               WHERE N_EMP_ID = :EMP-ID
                 AND NOTIFY_TYPE = 'DESIGNATE'
                 AND CAST(CREATED_AT AS DATE)
                     >= CAST(:WS-FROM-DATE AS DATE)
                 AND CAST(CREATED_AT AS DATE)
                     <= CAST(:WS-TO-DATE AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE FUNCTION NUMVAL(WS-COUNT-TEXT) TO WS-CNT-NTC.

           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8))
               INTO :WS-COUNT-TEXT
               FROM PL_AUDIT A
               WHERE CAST(A.AUDIT_AT AS DATE)
                     >= CAST(:WS-FROM-DATE AS DATE)
                 AND CAST(A.AUDIT_AT AS DATE)
                     <= CAST(:WS-TO-DATE AS DATE)
                 AND (A.A_EMP_ID = :EMP-ID
                   OR A.A_BALANCE_ID IN
                      (SELECT BALANCE_ID FROM PL_BALANCE
                       WHERE B_EMP_ID = :EMP-ID))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE FUNCTION NUMVAL(WS-COUNT-TEXT) TO WS-CNT-AUD.

      ******************************************************************
       WRITE-COVER-RTN.
      ******************************************************************
      *    表紙と目次。
           MOVE SPACE TO EVID-REC.
           STRING "年次有給休暇 関係記録一式 "
               "(労働基準監督署 提出用)"
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.
           MOVE SPACE TO EVID-REC.
           WRITE EVID-REC.
           MOVE SPACE TO EVID-REC.
           STRING "作成日     : " WS-RUN-DATE
               "  " WS-RUN-TIME(1:2) ":" WS-RUN-TIME(3:2)
               "  作成者 : " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.
           MOVE SPACE TO EVID-REC.
           STRING "対象期間   : " WS-FROM-DATE " - " WS-TO-DATE
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.
           MOVE SPACE TO EVID-REC.
           STRING "社員ID     : " EMP-ID "  氏名 : " EMP-NAME
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.
           MOVE SPACE TO EVID-REC.
           STRING "入社日     : " EMP-JOIN_DATE
               "  所属 : " DEPT-CODE
               "  状態 : " EMP-STATUS-CODE
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.
           MOVE SPACE TO EVID-REC.
           WRITE EVID-REC.
           MOVE SPACE TO EVID-REC.
           STRING "目次                                  件数"
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.
           MOVE SPACE TO EVID-REC.
           STRING "  第1部 年次有給休暇管理簿(休暇年度) "
               WS-CNT-LOTS
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.
           MOVE SPACE TO EVID-REC.
           STRING "  第2部 取得・付与の明細           "
               WS-CNT-HIST
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.
           MOVE SPACE TO EVID-REC.
           STRING "  第3部 休暇申請の経過             "
               WS-CNT-REQ
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.
           MOVE SPACE TO EVID-REC.
           STRING "  第4部 時季指定通知               "
               WS-CNT-NTC
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.
           MOVE SPACE TO EVID-REC.
           STRING "  第5部 操作者監査証跡             "
               WS-CNT-AUD
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.

      ******************************************************************
       WRITE-PART-HEADING-RTN.
      ******************************************************************
      *    各部の見出し。見出し文はEVID-RECに設定済みであること。
           MOVE EVID-REC TO WS-AU-OLD-VALUE.
           MOVE SPACE TO EVID-REC.
           WRITE EVID-REC.
           MOVE ALL "=" TO EVID-REC(1:80).
           WRITE EVID-REC.
           MOVE SPACE TO EVID-REC.
           MOVE WS-AU-OLD-VALUE TO EVID-REC.
           WRITE EVID-REC.
           MOVE ALL "=" TO EVID-REC(1:80).
           WRITE EVID-REC.

      ******************************************************************
       WRITE-LEDGER-PART-RTN.
      ******************************************************************
      *    第1部。対象期間に有効期間が掛かる管理簿記載種別のロットを
      *    付与日順に回し、LEDGER_RPTと同じ様式で休暇年度ごとの
      *    管理簿ページを出す。取得日は本体とアーカイブ表の両方
      *    から読む(無効化済みロットも含める)。
           MOVE SPACE TO EVID-REC.
           MOVE "第1部 年次有給休暇管理簿" TO EVID-REC.
           PERFORM WRITE-PART-HEADING-RTN.

           EXEC SQL
               DECLARE IP_LOT_CURSOR CURSOR FOR
               SELECT BALANCE_ID, LEAVE_TYPE,
                      TO_CHAR(GRANT_DAYS,'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(EXPIRE_DATE,'YYYY-MM-DD'),
                               ' '),
                      HOLD_DAYS
               FROM PL_BALANCE
               WHERE B_EMP_ID = :EMP-ID
                 AND LEAVE_TYPE IN
                     (SELECT LEAVE_TYPE FROM LEAVE_TYPE_MASTER
                      WHERE ON_LEDGER = 'Y')
                 AND GRANT_DAYS <= CAST(:WS-TO-DATE AS DATE)
                 AND COALESCE(EXPIRE_DATE,
                         GRANT_DAYS + INTERVAL '2 years')
                     >= CAST(:WS-FROM-DATE AS DATE)
               ORDER BY GRANT_DAYS ASC, BALANCE_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN IP_LOT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH IP_LOT_CURSOR
                   INTO :BALANCE-ID, :LEAVE-TYPE, :GRANT-DAYS,
                        :EXPIRE-DATE, :HOLD-DAYS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-LEDGER-LOT-RTN
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE IP_LOT_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-LEDGER-LOT-RTN.
      ******************************************************************
           EXEC SQL
               SELECT COALESCE(SUM(ACQ_DAYS),0)
               INTO :WS-GRANTED-DAYS
               FROM
                 (SELECT ACQ_DAYS, TRANSACTION_TYPE, H_BALANCE_ID
                  FROM PL_HISTORY
                  UNION ALL
                  SELECT ACQ_DAYS, TRANSACTION_TYPE, H_BALANCE_ID
                  FROM PL_HISTORY_ARCH) U
               WHERE U.H_BALANCE_ID = :BALANCE-ID
                 AND U.TRANSACTION_TYPE IN
                     ('GRANT','LOAGRANT','ADJUST','CATCHUP')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE FUNCTION NUMVAL(WS-GRANTED-DAYS) TO WS-GRANTED-NUM.
           MOVE WS-GRANTED-NUM TO WS-REMAIN-NUM.

           MOVE SPACE TO EVID-REC.
           WRITE EVID-REC.
           MOVE SPACE TO EVID-REC.
           STRING "  基準日 : " GRANT-DAYS
               "  付与日数 : " WS-GRANTED-NUM
               "  失効日 : " EXPIRE-DATE
               "  種別 : " LEAVE-TYPE
               "  ロット : " BALANCE-ID
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.
           MOVE SPACE TO EVID-REC.
           STRING "    取得日        区分        日数"
               "    残日数"
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.

           EXEC SQL
               DECLARE IP_TAKEN_CURSOR CURSOR FOR
               SELECT TO_CHAR(U.ACQ_DATE,'YYYY-MM-DD'),
                      U.TRANSACTION_TYPE, U.ACQ_DAYS
               FROM
                 (SELECT ACQ_DATE, TRANSACTION_TYPE, ACQ_DAYS,
                         H_BALANCE_ID, HISTORY_ID
                  FROM PL_HISTORY
                  UNION ALL
                  SELECT ACQ_DATE, TRANSACTION_TYPE, ACQ_DAYS,
                         H_BALANCE_ID, HISTORY_ID
                  FROM PL_HISTORY_ARCH) U
               WHERE U.H_BALANCE_ID = :BALANCE-ID
                 AND U.TRANSACTION_TYPE IN ('USE','DESIGNATE')
               ORDER BY 1 ASC, U.HISTORY_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN IP_TAKEN_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH IP_TAKEN_CURSOR
                   INTO :ACQ-DATE, :TRANSACTION-TYPE, :ACQ-DAYS
               END-EXEC
               IF SQLCODE = 0
                   MOVE FUNCTION NUMVAL(ACQ-DAYS) TO WS-TAKEN-NUM
                   ADD WS-TAKEN-NUM TO WS-REMAIN-NUM
                   MOVE SPACE TO EVID-REC
                   STRING "    " ACQ-DATE "  " TRANSACTION-TYPE "  "
                       WS-TAKEN-NUM "  " WS-REMAIN-NUM
                       DELIMITED BY SIZE INTO EVID-REC
                   WRITE EVID-REC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE IP_TAKEN_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-HISTORY-PART-RTN.
      ******************************************************************
      *    第2部。取得日または記帳日が対象期間に入る全区分の明細。
      *    訂正行には訂正元(ORIG)を、訂正された行には訂正先(CORR)
      *    を並べ、どの行がどの行を打ち消したかを追えるようにする。
      *    Aはアーカイブ表(PL_HISTORY_ARCH)から読んだ行。
           MOVE SPACE TO EVID-REC.
           STRING "第2部 取得・付与の明細(PL_HISTORY)"
               DELIMITED BY SIZE INTO EVID-REC.
           PERFORM WRITE-PART-HEADING-RTN.
           MOVE SPACE TO EVID-REC.
           STRING "  履歴ID   取得日     区分       種別     "
               "日数   時間    訂正元   訂正先   "
               "申請参照 記帳日時"
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.

           EXEC SQL
               DECLARE IP_HIST_CURSOR CURSOR FOR
               SELECT U.HISTORY_ID,
                      COALESCE(TO_CHAR(U.ACQ_DATE,'YYYY-MM-DD'),' '),
                      U.TRANSACTION_TYPE, B.LEAVE_TYPE,
                      CAST(U.ACQ_DAYS AS VARCHAR(5)),
                      CAST(COALESCE(U.ACQ_HOURS,0) AS VARCHAR(7)),
                      COALESCE(U.ORIG_HISTORY_ID,' '),
                      COALESCE(
                          (SELECT MIN(C.HISTORY_ID) FROM PL_HISTORY C
                           WHERE C.ORIG_HISTORY_ID = U.HISTORY_ID),
                          (SELECT MIN(A.HISTORY_ID)
                           FROM PL_HISTORY_ARCH A
                           WHERE A.ORIG_HISTORY_ID = U.HISTORY_ID),
                          ' '),
                      COALESCE(U.REQUEST_REF,' '),
                      COALESCE(TO_CHAR(U.INSERT_DATETIME,
                               'YYYY-MM-DD HH24:MI:SS'),' '),
                      COALESCE(U.CORRECT_REASON,' '),
                      U.ARCH_FLAG
               FROM
                 (SELECT HISTORY_ID, H_BALANCE_ID, ACQ_DATE,
                         ACQ_DAYS, ACQ_HOURS, INSERT_DATETIME,
                         TRANSACTION_TYPE, ORIG_HISTORY_ID,
                         CORRECT_REASON, REQUEST_REF,
                         ' ' AS ARCH_FLAG
                  FROM PL_HISTORY
                  UNION ALL
                  SELECT HISTORY_ID, H_BALANCE_ID, ACQ_DATE,
                         ACQ_DAYS, ACQ_HOURS, INSERT_DATETIME,
                         TRANSACTION_TYPE, ORIG_HISTORY_ID,
                         CORRECT_REASON, REQUEST_REF,
                         'A' AS ARCH_FLAG
                  FROM PL_HISTORY_ARCH) U
               INNER JOIN PL_BALANCE B
                   ON U.H_BALANCE_ID = B.BALANCE_ID
               WHERE B.B_EMP_ID = :EMP-ID
                 AND ((U.ACQ_DATE >= CAST(:WS-FROM-DATE AS DATE)
                       AND U.ACQ_DATE <= CAST(:WS-TO-DATE AS DATE))
                   OR (CAST(U.INSERT_DATETIME AS DATE)
                           >= CAST(:WS-FROM-DATE AS DATE)
                       AND CAST(U.INSERT_DATETIME AS DATE)
                           <= CAST(:WS-TO-DATE AS DATE)))
               ORDER BY U.ACQ_DATE ASC, U.HISTORY_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN IP_HIST_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH IP_HIST_CURSOR
                   INTO :HISTORY-ID, :ACQ-DATE, :TRANSACTION-TYPE,
                        :LEAVE-TYPE, :ACQ-DAYS, :ACQ-HOURS,
                        :ORIG-HISTORY-ID, :WS-CORR-BY-ID,
                        :REQUEST-REF, :INSERT-DATETIME,
                        :CORRECT-REASON, :WS-ARCH-FLAG
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-HISTORY-LINE-RTN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE IP_HIST_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-HISTORY-LINE-RTN.
      ******************************************************************
           MOVE SPACE TO EVID-REC.
           STRING WS-ARCH-FLAG " " HISTORY-ID " " ACQ-DATE " "
               TRANSACTION-TYPE " " LEAVE-TYPE " " ACQ-DAYS " "
               ACQ-HOURS " " ORIG-HISTORY-ID " " WS-CORR-BY-ID " "
               REQUEST-REF " " INSERT-DATETIME
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.
           IF CORRECT-REASON NOT = SPACE
               MOVE SPACE TO EVID-REC
               STRING "             訂正理由 : " CORRECT-REASON
                   DELIMITED BY SIZE INTO EVID-REC
               WRITE EVID-REC
           END-IF.

      ******************************************************************
       WRITE-REQUEST-PART-RTN.
      ******************************************************************
      *    第3部。取得日または申請日が対象期間に入る申請の、受付から
      *    決裁(承認者・却下理由・エスカレーション先)までの経過。
           MOVE SPACE TO EVID-REC.
           MOVE "第3部 休暇申請の経過(PL_REQUEST)" TO EVID-REC.
           PERFORM WRITE-PART-HEADING-RTN.
           MOVE SPACE TO EVID-REC.
           STRING "  申請ID   取得日     単位 数量   "
               "状態       "
               "申請日時            決裁日時            "
               "承認者     エスカレ先"
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.

           EXEC SQL
               DECLARE IP_REQ_CURSOR CURSOR FOR
               SELECT REQUEST_ID,
                      TO_CHAR(RQ_USE_DATE,'YYYY-MM-DD'),
                      RQ_UNIT, CAST(RQ_AMOUNT AS VARCHAR(6)),
                      RQ_STATUS,
                      TO_CHAR(RQ_CREATED_AT,'YYYY-MM-DD HH24:MI:SS'),
                      COALESCE(TO_CHAR(RQ_DECIDED_AT,
                               'YYYY-MM-DD HH24:MI:SS'),' '),
                      COALESCE(RQ_APPROVER,' '),
                      COALESCE(RQ_ESCALATED_TO,' '),
                      COALESCE(RQ_DENY_REASON,' ')
               FROM PL_REQUEST
               WHERE RQ_EMP_ID = :EMP-ID
                 AND ((RQ_USE_DATE >= CAST(:WS-FROM-DATE AS DATE)
                       AND RQ_USE_DATE <= CAST(:WS-TO-DATE AS DATE))
                   OR (CAST(RQ_CREATED_AT AS DATE)
                           >= CAST(:WS-FROM-DATE AS DATE)
                       AND CAST(RQ_CREATED_AT AS DATE)
                           <= CAST(:WS-TO-DATE AS DATE)))
               ORDER BY RQ_CREATED_AT ASC, REQUEST_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN IP_REQ_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH IP_REQ_CURSOR
                   INTO :REQUEST-ID, :RQ-USE-DATE, :RQ-UNIT,
                        :RQ-AMOUNT, :RQ-STATUS, :WS-RQ-CREATED,
                        :WS-RQ-DECIDED, :RQ-APPROVER,
                        :WS-RQ-ESCALATED, :RQ-DENY-REASON
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACE TO EVID-REC
                   STRING "  " REQUEST-ID " " RQ-USE-DATE " "
                       RQ-UNIT "    " RQ-AMOUNT " " RQ-STATUS " "
                       WS-RQ-CREATED " " WS-RQ-DECIDED " "
                       RQ-APPROVER " " WS-RQ-ESCALATED
                       DELIMITED BY SIZE INTO EVID-REC
                   WRITE EVID-REC
                   IF RQ-DENY-REASON NOT = SPACE
                       MOVE SPACE TO EVID-REC
                       STRING "             却下理由 : "
                           RQ-DENY-REASON
                           DELIMITED BY SIZE INTO EVID-REC
                       WRITE EVID-REC
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE IP_REQ_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-NOTICE-PART-RTN.
      ******************************************************************
      *    第4部。対象期間に作成された時季指定通知(PL_DESIGNATEが
      *    NOTIFY_QUEUEへ積んだもの)と、その配信日時・経路。
      *    時季指定による取得そのものは第1部・第2部のDESIGNATE行。
           MOVE SPACE TO EVID-REC.
           MOVE "第4部 時季指定通知(PL_DESIGNATE)" TO EVID-REC.
           PERFORM WRITE-PART-HEADING-RTN.

           EXEC SQL
               DECLARE IP_NTC_CURSOR CURSOR FOR
               SELECT COALESCE(NOTIFY_TEXT,' '),
                      TO_CHAR(CREATED_AT,'YYYY-MM-DD HH24:MI:SS'),
                      COALESCE(TO_CHAR(DISPATCHED_AT,
                               'YYYY-MM-DD HH24:MI:SS'),'(未配信)'),
                      COALESCE(DISPATCH_ROUTE,' ')
               FROM NOTIFY_QUEUE
               WHERE N_EMP_ID = :EMP-ID
                 AND NOTIFY_TYPE = 'DESIGNATE'
                 AND CAST(CREATED_AT AS DATE)
                     >= CAST(:WS-FROM-DATE AS DATE)
                 AND CAST(CREATED_AT AS DATE)
                     <= CAST(:WS-TO-DATE AS DATE)
               ORDER BY CREATED_AT ASC, NOTIFY_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN IP_NTC_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH IP_NTC_CURSOR
                   INTO :WS-NQ-TEXT, :WS-NQ-CREATED,
                        :WS-NQ-DISPATCHED, :WS-NQ-ROUTE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACE TO EVID-REC
                   STRING "  作成 " WS-NQ-CREATED
                       "  配信 " WS-NQ-DISPATCHED
                       "  経路 " WS-NQ-ROUTE
                       DELIMITED BY SIZE INTO EVID-REC
                   WRITE EVID-REC
                   MOVE SPACE TO EVID-REC
                   STRING "    " WS-NQ-TEXT(1:120)
                       DELIMITED BY SIZE INTO EVID-REC
                   WRITE EVID-REC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE IP_NTC_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-AUDIT-PART-RTN.
      ******************************************************************
      *    第5部。対象期間の監査証跡のうち、本人または本人のロットに
      *    対する操作の行。
           MOVE SPACE TO EVID-REC.
           MOVE "第5部 操作者監査証跡(PL_AUDIT)" TO EVID-REC.
           PERFORM WRITE-PART-HEADING-RTN.
           MOVE SPACE TO EVID-REC.
           STRING "  監査ID       日時                "
               "プログラム   "
               "操作者     ロット       履歴ID"
               DELIMITED BY SIZE INTO EVID-REC.
           WRITE EVID-REC.

           EXEC SQL
               DECLARE IP_AUD_CURSOR CURSOR FOR
               SELECT CAST(A.AUDIT_ID AS VARCHAR(12)),
                      TO_CHAR(A.AUDIT_AT,'YYYY-MM-DD HH24:MI:SS'),
                      A.PROGRAM_NAME, A.OPERATOR_ID,
                      COALESCE(A.A_BALANCE_ID,' '),
                      COALESCE(A.A_HISTORY_ID,' '),
                      COALESCE(A.OLD_VALUE,' '),
                      COALESCE(A.NEW_VALUE,' ')
               FROM PL_AUDIT A
               WHERE CAST(A.AUDIT_AT AS DATE)
                     >= CAST(:WS-FROM-DATE AS DATE)
                 AND CAST(A.AUDIT_AT AS DATE)
                     <= CAST(:WS-TO-DATE AS DATE)
                 AND (A.A_EMP_ID = :EMP-ID
                   OR A.A_BALANCE_ID IN
                      (SELECT BALANCE_ID FROM PL_BALANCE
                       WHERE B_EMP_ID = :EMP-ID))
               ORDER BY A.AUDIT_AT ASC, A.AUDIT_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN IP_AUD_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH IP_AUD_CURSOR
                   INTO :WS-AU-ID, :WS-AU-AT, :WS-AU-PROGRAM,
                        :WS-AU-OPERATOR, :WS-AU-BALANCE-ID,
                        :WS-AU-HISTORY-ID, :WS-AU-OLD-VALUE,
                        :WS-AU-NEW-VALUE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACE TO EVID-REC
                   STRING "  " WS-AU-ID " " WS-AU-AT " "
                       WS-AU-PROGRAM " " WS-AU-OPERATOR " "
                       WS-AU-BALANCE-ID " " WS-AU-HISTORY-ID
                       DELIMITED BY SIZE INTO EVID-REC
                   WRITE EVID-REC
                   MOVE SPACE TO EVID-REC
                   STRING "               変更前 : " WS-AU-OLD-VALUE
                       "  変更後 : " WS-AU-NEW-VALUE
                       DELIMITED BY SIZE INTO EVID-REC
                   WRITE EVID-REC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE IP_AUD_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-EVIDENCE-TABLES-RTN.
      ******************************************************************
      *    アーカイブ表・監査証跡・申請表・通知キュー・部門マスタが
      *    まだ無い環境でも落ちないよう、各作成元と同じ定義で
      *    用意しておく。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PL_HISTORY_ARCH
               (
                   HISTORY_ID       VARCHAR(8) NOT NULL,
                   H_BALANCE_ID     VARCHAR(12) NOT NULL,
                   ACQ_DATE         DATE,
                   ACQ_DAYS         DECIMAL(3,1),
                   ACQ_HOURS        DECIMAL(5,2),
                   INSERT_DATETIME  TIMESTAMP,
                   TRANSACTION_TYPE VARCHAR(10),
                   ORIG_HISTORY_ID  VARCHAR(8),
                   CORRECT_REASON   VARCHAR(40),
                   REQUEST_REF      VARCHAR(8),
                   ACQ_UNIT         VARCHAR(1),
                   ARCHIVE_YEAR     NUMERIC(4) NOT NULL,
                   ARCHIVED_AT      TIMESTAMP NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT PLHA_0 PRIMARY KEY (HISTORY_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

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

           EXEC SQL
               CREATE TABLE IF NOT EXISTS PL_REQUEST
               (
                   REQUEST_ID       VARCHAR(8) NOT NULL,
                   RQ_EMP_ID        VARCHAR(6) NOT NULL,
                   RQ_UNIT          VARCHAR(1) NOT NULL,
                   RQ_AMOUNT        DECIMAL(5,1) NOT NULL,
                   RQ_USE_DATE      DATE NOT NULL,
                   RQ_STATUS        VARCHAR(10) NOT NULL
                                     DEFAULT 'PENDING',
                   RQ_APPROVER      VARCHAR(10),
                   RQ_DENY_REASON   VARCHAR(40),
                   RQ_CREATED_AT    TIMESTAMP NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP,
                   RQ_DECIDED_AT    TIMESTAMP,
                   CONSTRAINT PLR_0 PRIMARY KEY (REQUEST_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               ALTER TABLE PL_REQUEST
                   ADD COLUMN IF NOT EXISTS RQ_ESCALATED_TO VARCHAR(10)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS NOTIFY_QUEUE
               (
                   NOTIFY_ID      BIGSERIAL,
                   N_EMP_ID       VARCHAR(6) NOT NULL,
                   NOTIFY_TYPE    VARCHAR(10) NOT NULL,
                   NOTIFY_TEXT    VARCHAR(200),
                   CREATED_AT     TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   DISPATCHED_AT  TIMESTAMP,
                   DISPATCH_ROUTE VARCHAR(6),
                   CONSTRAINT NTFQ_0 PRIMARY KEY (NOTIFY_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS DEPT_MASTER
               (
                   DEPT_CODE      VARCHAR(6) NOT NULL,
                   DEPT_NAME      VARCHAR(40) NOT NULL,
                   PARENT_DEPT    VARCHAR(6),
                   MANAGER_EMP_ID VARCHAR(6),
                   VALID_FROM     DATE NOT NULL
                                   DEFAULT DATE '1900-01-01',
                   VALID_TO       DATE,
                   DM_UPDATED_AT  TIMESTAMP NOT NULL
                                   DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT DEPT_0 PRIMARY KEY (DEPT_CODE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

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
