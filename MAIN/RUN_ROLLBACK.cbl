      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RUN_ROLLBACK.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    夜間バッチ(NIGHTLY_RUN)1ラン分の記帳の取り消し。
      *    ATTSUMの誤りや基準日の設定誤りで付与・失効ステップが
      *    大量のロット・履歴を書いた場合に、PL_CORRECTで1件ずつ
      *    訂正する代わりにランID(RUN_CONTROL)単位で取り消す。
      *    対象はPL_BALANCE/PL_HISTORYのRUN_ID・RUN_STEPの刻印
      *    (ステップを指定した場合はそのステップのみ)。
      *      1. ランが作成したロット、書き込んだ履歴、その後に
      *         それらのロットへ書かれた後続の履歴をRUNRBACKへ
      *         一覧する。
      *      2. 作成ロットを後続の取得・失効等で取り崩している
      *         場合、または対象履歴の取得日の会計月・当日の
      *         会計月がPERIOD_CLOSEで締め済みの場合は取り消さない
      *         (終了コード8)。
      *      3. 確認(Y)後、対象履歴ごとに符号反転のCORRECT行を
      *         起票してHOLD_DAYSを戻し(PL_CORRECTと同じ方式)、
      *         ランが作成したロットを無効化する。
      *    予約系のメモ行(RESERVED/CONVERTED/CANCELLED)は残日数を
      *    動かしていないため反転しない(取り消しはPL_RESV_CXL)。
      *    反転済みの履歴・無効化済みのロットは飛ばすため、
      *    ステップ単位の取り消し後にラン全体を取り消してもよい。
      *    上級者(レベル3)に限定し、PL_AUDITへ記録する。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "RUNRBACK"
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
               "RUN_ROLLBACK".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.
           01  WS-REQUIRED-LEVEL       PIC  9(1) VALUE 3.
           01  WS-SIGNON-SW            PIC  X(1) VALUE "N".

           01  WS-RB-RUN-INPUT         PIC  X(8) VALUE SPACE.
           01  WS-RB-RUN-NUM           PIC  9(8) VALUE 0.
           01  WS-CONFIRM              PIC  X(1) VALUE "N".
           01  WS-NEXT-HISTORY-ID      PIC  9(8) VALUE 0.
           01  WS-HOLD-DAYS-NUM        PIC S9(3)V9.

      *    一覧・取り消しの件数。
           01  WS-LOT-COUNT            PIC 9(6) VALUE 0.
           01  WS-HIST-COUNT           PIC 9(6) VALUE 0.
           01  WS-MEMO-COUNT           PIC 9(6) VALUE 0.
           01  WS-DEPEND-COUNT         PIC 9(6) VALUE 0.
           01  WS-DRAWDOWN-COUNT       PIC 9(6) VALUE 0.
           01  WS-CLOSED-COUNT         PIC 9(6) VALUE 0.
           01  WS-REVERSED-COUNT       PIC 9(6) VALUE 0.
           01  WS-VOIDED-COUNT         PIC 9(6) VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
      *    取り消すラン(RUN_CONTROLのRUN_ID)とステップ名(会社
      *    コード:ステップ。空白はラン全体)。
           01  WS-RB-RUN-ID            PIC  X(8) VALUE SPACE.
           01  WS-RB-STEP              PIC  X(20) VALUE SPACE.
           01  WS-RB-RUN-START         PIC  X(19).
           01  WS-RB-COUNT             PIC  X(8).
           01  WS-RB-REASON            PIC  X(40).
           01  WS-RB-BALANCE-ID        PIC  X(12).
           01  WS-RB-EMP-ID            PIC  X(6).
           01  WS-RB-LEAVE-TYPE        PIC  X(8).
           01  WS-RB-GRANT-DATE        PIC  X(10).
           01  WS-RB-GRANTED           PIC  X(8).
           01  WS-RB-HOLD              PIC  X(8).
           01  WS-RB-HISTORY-ID        PIC  X(8).
           01  WS-RB-ACQ-DATE          PIC  X(10).
           01  WS-RB-ACQ-DAYS          PIC  X(8).
           01  WS-RB-ACQ-HOURS         PIC  X(8).
           01  WS-RB-TRANS-TYPE        PIC  X(10).
           01  WS-RB-ACQ-UNIT          PIC  X(1).
           01  WS-RB-ROW-STEP          PIC  X(20).
           01  WS-RB-INSERT-AT         PIC  X(19).
           01  WS-RB-CREATED           PIC  X(1).
           01  WS-RB-DRAWDOWN          PIC  X(1).
           01  WS-RB-CUR-PERIOD        PIC  X(6).
           01  WS-RB-MIN-PERIOD        PIC  X(6).
           01  WS-REV-DAYS-NUM         PIC S9(3)V9.
           01  WS-REV-HOURS-NUM        PIC S9(3)V99.
           01  WS-NEW-HOLD-DAYS        PIC S9(3)V9.
      *    操作者監査証跡(PL_AUDIT)用。
           01  WS-OPERATOR-ID          PIC  X(10) VALUE "UNKNOWN".
           01  WS-AUD-EMP-ID           PIC  X(06).
           01  WS-AUD-BALANCE-ID       PIC  X(12).
           01  WS-AUD-HISTORY-ID       PIC  X(08).
           01  WS-AUD-OLD-VALUE        PIC  X(40).
           01  WS-AUD-NEW-VALUE        PIC  X(40).
           01  WS-AUTH-COUNT           PIC  X(8).
           01  WS-AUTH-LEVEL           PIC  X(1).
           COPY PLHREC.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** RUN_ROLLBACK STARTED ***".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               DISPLAY "操作者ID : >> "
               ACCEPT WS-OPERATOR-ID FROM CONSOLE
           END-IF.

           DISPLAY "取り消すランID : >> ".
           ACCEPT WS-RB-RUN-INPUT FROM CONSOLE.
           IF WS-RB-RUN-INPUT = SPACE
               DISPLAY "*** ランIDが入力されていません ***"
               DISPLAY "*** RUN_ROLLBACK FINISHED ***"
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-RB-RUN-INPUT) TO WS-RB-RUN-NUM.
           MOVE WS-RB-RUN-NUM TO WS-RB-RUN-ID.
           DISPLAY "ステップ名 (例 01:PL_EXPIRE、"
               "空白はラン全体) : >> ".
           ACCEPT WS-RB-STEP FROM CONSOLE.

           MOVE SPACE TO WS-RB-REASON.
           STRING "RUN-ROLLBACK " WS-RB-RUN-ID " " WS-RB-STEP
               DELIMITED BY SIZE INTO WS-RB-REASON.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-AUDIT-TABLE-RTN.
           PERFORM CHECK-AUTH-LEVEL-RTN.
           PERFORM CHECK-RUN-EXISTS-RTN.

           OPEN OUTPUT PRINT-FILE.
           MOVE SPACE TO PRINT-REC.
           IF WS-RB-STEP = SPACE
               STRING "ラン取消一覧  ランID " WS-RB-RUN-ID
                   "  ステップ (全ステップ)"
                   "  開始 " WS-RB-RUN-START
                   DELIMITED BY SIZE INTO PRINT-REC
           ELSE
               STRING "ラン取消一覧  ランID " WS-RB-RUN-ID
                   "  ステップ " WS-RB-STEP
                   "  開始 " WS-RB-RUN-START
                   DELIMITED BY SIZE INTO PRINT-REC
           END-IF.
           WRITE PRINT-REC.

           PERFORM LIST-CREATED-LOTS-RTN.
           PERFORM LIST-RUN-HISTORY-RTN.
           PERFORM LIST-DEPENDENT-RTN.
           PERFORM CHECK-CLOSED-PERIOD-RTN.
           PERFORM WRITE-LIST-SUMMARY-RTN.
           CLOSE PRINT-FILE.

           DISPLAY "作成ロット       : " WS-LOT-COUNT.
           DISPLAY "書込み履歴       : " WS-HIST-COUNT.
           DISPLAY "  うち予約メモ行 : " WS-MEMO-COUNT.
           DISPLAY "後続の依存履歴   : " WS-DEPEND-COUNT.
           DISPLAY "  うち取り崩し   : " WS-DRAWDOWN-COUNT.
           DISPLAY "明細はRUNRBACKを参照してください".

           IF WS-LOT-COUNT = 0 AND WS-HIST-COUNT = 0
               DISPLAY "*** 取り消す対象がありません ***"
               EXEC SQL DISCONNECT ALL END-EXEC
               DISPLAY "*** RUN_ROLLBACK FINISHED ***"
               STOP RUN
           END-IF.

           IF WS-DRAWDOWN-COUNT > 0
               DISPLAY "*** 作成ロットが後続の取得等で"
                   "取り崩されているため"
                   "取り消せません ***"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-CLOSED-COUNT > 0
               DISPLAY "*** " WS-RB-MIN-PERIOD " は給与確定済み"
                   "の締め月のため取り消せません ***"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "この内容で取り消しますか (Y/N) : >> ".
           ACCEPT WS-CONFIRM FROM CONSOLE.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "*** 取り消しを中止しました ***"
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               DISPLAY "*** RUN_ROLLBACK FINISHED ***"
               STOP RUN
           END-IF.

           PERFORM REVERSE-RUN-HISTORY-RTN.
           PERFORM VOID-CREATED-LOTS-RTN.
           EXEC SQL COMMIT WORK END-EXEC.

           DISPLAY "反転した履歴     : " WS-REVERSED-COUNT.
           DISPLAY "無効化したロット : " WS-VOIDED-COUNT.
           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY "*** RUN_ROLLBACK FINISHED ***".
           STOP RUN.

      ******************************************************************
       CHECK-RUN-EXISTS-RTN.
      ******************************************************************
      *    指定のラン(・ステップ)がRUN_CONTROLに記録されているかを
      *    確認し、後続の依存履歴を判定する基点として開始時刻を得る。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RB-COUNT
               FROM RUN_CONTROL
               WHERE RUN_ID = CAST(:WS-RB-RUN-ID AS NUMERIC(8))
                 AND (TRIM(:WS-RB-STEP) = ''
                      OR STEP_NAME = TRIM(:WS-RB-STEP))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-RB-COUNT) = 0
               DISPLAY "*** ランID " WS-RB-RUN-ID " "
                   WS-RB-STEP " はRUN_CONTROLにありません ***"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT TO_CHAR(MIN(START_AT),'YYYY-MM-DD HH24:MI:SS')
               INTO :WS-RB-RUN-START
               FROM RUN_CONTROL
               WHERE RUN_ID = CAST(:WS-RB-RUN-ID AS NUMERIC(8))
                 AND (TRIM(:WS-RB-STEP) = ''
                      OR STEP_NAME = TRIM(:WS-RB-STEP))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LIST-CREATED-LOTS-RTN.
      ******************************************************************
      *    ランが作成したロット(PL_BALANCEの刻印)。
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "[作成ロット] ロットID     "
               "社員   種別     付与日"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           EXEC SQL
               DECLARE RB_LOT_CUR CURSOR FOR
               SELECT BALANCE_ID, B_EMP_ID, LEAVE_TYPE,
                      TO_CHAR(GRANT_DAYS,'YYYY-MM-DD'),
                      CAST(COALESCE(GRANTED_DAYS,0) AS VARCHAR(8)),
                      CAST(HOLD_DAYS AS VARCHAR(8)),
                      COALESCE(RUN_STEP,' ')
               FROM PL_BALANCE
               WHERE RUN_ID = CAST(:WS-RB-RUN-ID AS NUMERIC(8))
                 AND (TRIM(:WS-RB-STEP) = ''
                      OR RUN_STEP = TRIM(:WS-RB-STEP))
               ORDER BY BALANCE_ID
           END-EXEC.
           EXEC SQL OPEN RB_LOT_CUR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH RB_LOT_CUR
                   INTO :WS-RB-BALANCE-ID, :WS-RB-EMP-ID,
                        :WS-RB-LEAVE-TYPE, :WS-RB-GRANT-DATE,
                        :WS-RB-GRANTED, :WS-RB-HOLD,
                        :WS-RB-ROW-STEP
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-LOT-COUNT
                   MOVE SPACE TO PRINT-REC
                   STRING "  " WS-RB-BALANCE-ID " " WS-RB-EMP-ID
                       " " WS-RB-LEAVE-TYPE " " WS-RB-GRANT-DATE
                       " 付与 " WS-RB-GRANTED " 残 " WS-RB-HOLD
                       " " WS-RB-ROW-STEP
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100 PERFORM ERROR-RTN STOP RUN.

           EXEC SQL CLOSE RB_LOT_CUR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LIST-RUN-HISTORY-RTN.
      ******************************************************************
      *    ランが書き込んだ履歴(PL_HISTORYの刻印)。作成ロット以外
      *    への書込み(失効・前借り返済・取得等)もここに出る。
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "[書込み履歴] 履歴ID   "
               "ロットID     社員   取得日"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           EXEC SQL
               DECLARE RB_HIST_CUR CURSOR FOR
               SELECT H.HISTORY_ID, H.H_BALANCE_ID, B.B_EMP_ID,
                      TO_CHAR(H.ACQ_DATE,'YYYY-MM-DD'),
                      CAST(H.ACQ_DAYS AS VARCHAR(8)),
                      H.TRANSACTION_TYPE, COALESCE(H.RUN_STEP,' ')
               FROM PL_HISTORY H
               INNER JOIN PL_BALANCE B
                   ON H.H_BALANCE_ID = B.BALANCE_ID
               WHERE H.RUN_ID = CAST(:WS-RB-RUN-ID AS NUMERIC(8))
                 AND (TRIM(:WS-RB-STEP) = ''
                      OR H.RUN_STEP = TRIM(:WS-RB-STEP))
               ORDER BY CAST(H.HISTORY_ID AS INTEGER)
           END-EXEC.
           EXEC SQL OPEN RB_HIST_CUR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH RB_HIST_CUR
                   INTO :WS-RB-HISTORY-ID, :WS-RB-BALANCE-ID,
                        :WS-RB-EMP-ID, :WS-RB-ACQ-DATE,
                        :WS-RB-ACQ-DAYS, :WS-RB-TRANS-TYPE,
                        :WS-RB-ROW-STEP
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-HIST-COUNT
                   IF WS-RB-TRANS-TYPE = "RESERVED"
                      OR WS-RB-TRANS-TYPE = "CONVERTED"
                      OR WS-RB-TRANS-TYPE = "CANCELLED"
                       ADD 1 TO WS-MEMO-COUNT
                   END-IF
                   MOVE SPACE TO PRINT-REC
                   STRING "  " WS-RB-HISTORY-ID " " WS-RB-BALANCE-ID
                       " " WS-RB-EMP-ID " " WS-RB-ACQ-DATE
                       " " WS-RB-ACQ-DAYS " " WS-RB-TRANS-TYPE
                       " " WS-RB-ROW-STEP
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100 PERFORM ERROR-RTN STOP RUN.

           EXEC SQL CLOSE RB_HIST_CUR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LIST-DEPENDENT-RTN.
      ******************************************************************
      *    ランの開始以降に、対象のロット(作成ロットと書込み先の
      *    ロット)へ対象外で書かれた履歴。作成ロットを減らす行
      *    (取得・指定・予約・失効等、日数が負の行)は取り崩しと
      *    して*を付けて数え、1件でもあれば取り消しを拒否する。
      *    本プログラム自身の反転・無効化行は除く。
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "[後続の依存履歴] "
               "(*=作成ロットの取り崩し)"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           EXEC SQL
               DECLARE RB_DEP_CUR CURSOR FOR
               SELECT D.HISTORY_ID, D.H_BALANCE_ID, B.B_EMP_ID,
                      TO_CHAR(D.ACQ_DATE,'YYYY-MM-DD'),
                      CAST(D.ACQ_DAYS AS VARCHAR(8)),
                      D.TRANSACTION_TYPE,
                      TO_CHAR(COALESCE(D.INSERT_DATETIME,
                                       D.ACQ_DATE),
                              'YYYY-MM-DD HH24:MI:SS'),
                      CASE WHEN B.RUN_ID =
                                CAST(:WS-RB-RUN-ID AS NUMERIC(8))
                            AND (TRIM(:WS-RB-STEP) = ''
                                 OR B.RUN_STEP = TRIM(:WS-RB-STEP))
                            AND (D.ACQ_DAYS < 0
                                 OR D.TRANSACTION_TYPE IN
                                    ('USE','DESIGNATE','RESERVED',
                                     'CONVERTED'))
                           THEN 'Y' ELSE 'N' END
               FROM PL_HISTORY D
               INNER JOIN PL_BALANCE B
                   ON D.H_BALANCE_ID = B.BALANCE_ID
               WHERE D.H_BALANCE_ID IN
                     (SELECT H.H_BALANCE_ID FROM PL_HISTORY H
                      WHERE H.RUN_ID =
                            CAST(:WS-RB-RUN-ID AS NUMERIC(8))
                        AND (TRIM(:WS-RB-STEP) = ''
                             OR H.RUN_STEP = TRIM(:WS-RB-STEP))
                      UNION
                      SELECT P.BALANCE_ID FROM PL_BALANCE P
                      WHERE P.RUN_ID =
                            CAST(:WS-RB-RUN-ID AS NUMERIC(8))
                        AND (TRIM(:WS-RB-STEP) = ''
                             OR P.RUN_STEP = TRIM(:WS-RB-STEP)))
                 AND NOT (COALESCE(D.RUN_ID,0) =
                          CAST(:WS-RB-RUN-ID AS NUMERIC(8))
                          AND (TRIM(:WS-RB-STEP) = ''
                               OR D.RUN_STEP = TRIM(:WS-RB-STEP)))
                 AND COALESCE(D.INSERT_DATETIME, D.ACQ_DATE)
                     >= CAST(:WS-RB-RUN-START AS TIMESTAMP)
                 AND COALESCE(D.CORRECT_REASON,' ')
                     NOT LIKE 'RUN-ROLLBACK%'
               ORDER BY CAST(D.HISTORY_ID AS INTEGER)
           END-EXEC.
           EXEC SQL OPEN RB_DEP_CUR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH RB_DEP_CUR
                   INTO :WS-RB-HISTORY-ID, :WS-RB-BALANCE-ID,
                        :WS-RB-EMP-ID, :WS-RB-ACQ-DATE,
                        :WS-RB-ACQ-DAYS, :WS-RB-TRANS-TYPE,
                        :WS-RB-INSERT-AT, :WS-RB-DRAWDOWN
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-DEPEND-COUNT
                   MOVE SPACE TO PRINT-REC
                   IF WS-RB-DRAWDOWN = "Y"
                       ADD 1 TO WS-DRAWDOWN-COUNT
                       MOVE "*" TO PRINT-REC(1:1)
                   END-IF
                   STRING WS-RB-HISTORY-ID " " WS-RB-BALANCE-ID
                       " " WS-RB-EMP-ID " " WS-RB-ACQ-DATE
                       " " WS-RB-ACQ-DAYS " " WS-RB-TRANS-TYPE
                       " " WS-RB-INSERT-AT
                       DELIMITED BY SIZE INTO PRINT-REC(3:98)
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100 PERFORM ERROR-RTN STOP RUN.

           EXEC SQL CLOSE RB_DEP_CUR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       CHECK-CLOSED-PERIOD-RTN.
      ******************************************************************
      *    反転行は当日日付で起票する。当日の会計月、または対象
      *    履歴の取得日の会計月のいずれかがPERIOD_CLOSEで締め済み
      *    なら取り消さない(締め解除はPERIOD_CLOSEで行う)。
           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE,'YYYYMM')
               INTO :WS-RB-CUR-PERIOD
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS PERIOD_CLOSE
               (
                   PERIOD       VARCHAR(6) NOT NULL,
                   CLOSED_AT    TIMESTAMP NOT NULL
                                 DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT PCL_0 PRIMARY KEY (PERIOD)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8)),
                      COALESCE(MIN(PERIOD),' ')
               INTO :WS-RB-COUNT, :WS-RB-MIN-PERIOD
               FROM PERIOD_CLOSE
               WHERE PERIOD = :WS-RB-CUR-PERIOD
                  OR PERIOD IN
                     (SELECT TO_CHAR(H.ACQ_DATE,'YYYYMM')
                      FROM PL_HISTORY H
                      WHERE H.RUN_ID =
                            CAST(:WS-RB-RUN-ID AS NUMERIC(8))
                        AND (TRIM(:WS-RB-STEP) = ''
                             OR H.RUN_STEP = TRIM(:WS-RB-STEP)))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE FUNCTION NUMVAL(WS-RB-COUNT) TO WS-CLOSED-COUNT.

      ******************************************************************
       WRITE-LIST-SUMMARY-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "作成ロット " WS-LOT-COUNT
               "  書込み履歴 " WS-HIST-COUNT
               " (予約メモ行 " WS-MEMO-COUNT ")"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "後続の依存履歴 " WS-DEPEND-COUNT
               "  うち作成ロットの取り崩し "
               WS-DRAWDOWN-COUNT
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-MEMO-COUNT > 0
               MOVE SPACE TO PRINT-REC
               STRING "予約メモ行は反転しません"
                   "(PL_RESV_CXLで取消)"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           IF WS-DRAWDOWN-COUNT > 0
               MOVE SPACE TO PRINT-REC
               STRING "*** 作成ロットが取り崩し済みの"
                   "ため取消不可 ***"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           IF WS-CLOSED-COUNT > 0
               MOVE SPACE TO PRINT-REC
               STRING "*** 締め済みの会計月 " WS-RB-MIN-PERIOD
                   " を含むため取消不可 ***"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

      ******************************************************************
       REVERSE-RUN-HISTORY-RTN.
      ******************************************************************
      *    対象履歴を新しい順に符号反転する。予約系のメモ行、日数・
      *    時間数とも0の行(NOGRANT等)、反転済みの行は飛ばす。
           EXEC SQL
               DECLARE RB_REV_CUR CURSOR FOR
               SELECT H.HISTORY_ID, H.H_BALANCE_ID, B.B_EMP_ID,
                      CAST(H.ACQ_DAYS AS VARCHAR(8)),
                      CAST(COALESCE(H.ACQ_HOURS,0) AS VARCHAR(8)),
                      H.TRANSACTION_TYPE, COALESCE(H.ACQ_UNIT,'D'),
                      CASE WHEN B.RUN_ID =
                                CAST(:WS-RB-RUN-ID AS NUMERIC(8))
                            AND (TRIM(:WS-RB-STEP) = ''
                                 OR B.RUN_STEP = TRIM(:WS-RB-STEP))
                           THEN 'Y' ELSE 'N' END
               FROM PL_HISTORY H
               INNER JOIN PL_BALANCE B
                   ON H.H_BALANCE_ID = B.BALANCE_ID
               WHERE H.RUN_ID = CAST(:WS-RB-RUN-ID AS NUMERIC(8))
                 AND (TRIM(:WS-RB-STEP) = ''
                      OR H.RUN_STEP = TRIM(:WS-RB-STEP))
                 AND H.TRANSACTION_TYPE NOT IN
                     ('RESERVED','CONVERTED','CANCELLED')
                 AND (H.ACQ_DAYS <> 0
                      OR COALESCE(H.ACQ_HOURS,0) <> 0)
                 AND NOT EXISTS
                     (SELECT 1 FROM PL_HISTORY C
                      WHERE C.ORIG_HISTORY_ID = H.HISTORY_ID)
               ORDER BY CAST(H.HISTORY_ID AS INTEGER) DESC
           END-EXEC.
           EXEC SQL OPEN RB_REV_CUR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH RB_REV_CUR
                   INTO :WS-RB-HISTORY-ID, :WS-RB-BALANCE-ID,
                        :WS-RB-EMP-ID, :WS-RB-ACQ-DAYS,
                        :WS-RB-ACQ-HOURS, :WS-RB-TRANS-TYPE,
                        :WS-RB-ACQ-UNIT, :WS-RB-CREATED
               END-EXEC
               IF SQLCODE = 0
                   PERFORM REVERSE-ONE-HISTORY-RTN
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100 AND SQLCODE NOT = 0
               PERFORM ERROR-RTN STOP RUN
           END-IF.

           EXEC SQL CLOSE RB_REV_CUR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       REVERSE-ONE-HISTORY-RTN.
      ******************************************************************
      *    PL_CORRECTと同じく、元の行を打ち消すCORRECT行を追加し、
      *    ロットのHOLD_DAYSへも同じ分を反映する。ランが無効化した
      *    既存ロット(VOID行)を戻す場合は有効に戻す。
           COMPUTE WS-REV-DAYS-NUM =
               ZERO - FUNCTION NUMVAL(WS-RB-ACQ-DAYS).
           COMPUTE WS-REV-HOURS-NUM =
               ZERO - FUNCTION NUMVAL(WS-RB-ACQ-HOURS).

           EXEC SQL
               SELECT CAST(HOLD_DAYS AS VARCHAR(8))
               INTO :WS-RB-HOLD
               FROM PL_BALANCE
               WHERE BALANCE_ID = :WS-RB-BALANCE-ID
               FOR UPDATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE FUNCTION NUMVAL(WS-RB-HOLD) TO WS-HOLD-DAYS-NUM.
           COMPUTE WS-NEW-HOLD-DAYS =
               WS-HOLD-DAYS-NUM + WS-REV-DAYS-NUM.

           EXEC SQL
               UPDATE PL_BALANCE
               SET HOLD_DAYS = :WS-NEW-HOLD-DAYS,
                   LAST_UPD_DATE = CURRENT_DATE
               WHERE BALANCE_ID = :WS-RB-BALANCE-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF WS-RB-TRANS-TYPE = "VOID" AND WS-RB-CREATED = "N"
               EXEC SQL
                   UPDATE PL_BALANCE
                   SET BALANCE_STATUS = TRUE
                   WHERE BALANCE_ID = :WS-RB-BALANCE-ID
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

           PERFORM GET-NEXT-HISTORY-ID.
           MOVE WS-NEXT-HISTORY-ID TO HISTORY-ID.
           MOVE WS-RB-HISTORY-ID TO ORIG-HISTORY-ID.
           MOVE WS-RB-REASON TO CORRECT-REASON.

           EXEC SQL
               INSERT INTO PL_HISTORY
                   (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                    ACQ_HOURS, INSERT_DATETIME, TRANSACTION_TYPE,
                    ORIG_HISTORY_ID, CORRECT_REASON, ACQ_UNIT)
               VALUES
                   (:HISTORY-ID, :WS-RB-BALANCE-ID, CURRENT_DATE,
                    :WS-REV-DAYS-NUM, :WS-REV-HOURS-NUM,
                    CURRENT_TIMESTAMP, 'CORRECT',
                    :ORIG-HISTORY-ID, :CORRECT-REASON,
                    :WS-RB-ACQ-UNIT)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           ADD 1 TO WS-REVERSED-COUNT.

           MOVE WS-RB-EMP-ID TO WS-AUD-EMP-ID.
           MOVE WS-RB-BALANCE-ID TO WS-AUD-BALANCE-ID.
           MOVE HISTORY-ID TO WS-AUD-HISTORY-ID.
           MOVE SPACE TO WS-AUD-OLD-VALUE.
           STRING "HOLD=" WS-HOLD-DAYS-NUM " " WS-RB-TRANS-TYPE
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE SPACE TO WS-AUD-NEW-VALUE.
           STRING "HOLD=" WS-NEW-HOLD-DAYS " RUN=" WS-RB-RUN-ID
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           PERFORM WRITE-AUDIT-RTN.

      ******************************************************************
       VOID-CREATED-LOTS-RTN.
      ******************************************************************
      *    ランが作成したロットを無効化する。反転後に残が0でない
      *    (対象外の後続行で増減している)場合は、その残を打ち消す
      *    VOID行を起票する(INPUT_PROGRAMの無効化と同じ方式)。
           EXEC SQL
               DECLARE RB_VOID_CUR CURSOR FOR
               SELECT BALANCE_ID, B_EMP_ID,
                      CAST(HOLD_DAYS AS VARCHAR(8))
               FROM PL_BALANCE
               WHERE RUN_ID = CAST(:WS-RB-RUN-ID AS NUMERIC(8))
                 AND (TRIM(:WS-RB-STEP) = ''
                      OR RUN_STEP = TRIM(:WS-RB-STEP))
                 AND (BALANCE_STATUS OR HOLD_DAYS <> 0)
               ORDER BY BALANCE_ID
           END-EXEC.
           EXEC SQL OPEN RB_VOID_CUR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH RB_VOID_CUR
                   INTO :WS-RB-BALANCE-ID, :WS-RB-EMP-ID,
                        :WS-RB-HOLD
               END-EXEC
               IF SQLCODE = 0
                   PERFORM VOID-ONE-LOT-RTN
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100 AND SQLCODE NOT = 0
               PERFORM ERROR-RTN STOP RUN
           END-IF.

           EXEC SQL CLOSE RB_VOID_CUR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       VOID-ONE-LOT-RTN.
      ******************************************************************
           MOVE FUNCTION NUMVAL(WS-RB-HOLD) TO WS-HOLD-DAYS-NUM.

           EXEC SQL
               UPDATE PL_BALANCE
               SET HOLD_DAYS = 0,
                   BALANCE_STATUS = FALSE,
                   LAST_UPD_DATE = CURRENT_DATE
               WHERE BALANCE_ID = :WS-RB-BALANCE-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE SPACE TO HISTORY-ID.
           IF WS-HOLD-DAYS-NUM NOT = 0
               PERFORM GET-NEXT-HISTORY-ID
               MOVE WS-NEXT-HISTORY-ID TO HISTORY-ID
               COMPUTE WS-REV-DAYS-NUM = ZERO - WS-HOLD-DAYS-NUM
               MOVE WS-RB-REASON TO CORRECT-REASON
               EXEC SQL
                   INSERT INTO PL_HISTORY
                       (HISTORY_ID, H_BALANCE_ID, ACQ_DATE, ACQ_DAYS,
                        INSERT_DATETIME, TRANSACTION_TYPE,
                        CORRECT_REASON)
                   VALUES
                       (:HISTORY-ID, :WS-RB-BALANCE-ID, CURRENT_DATE,
                        :WS-REV-DAYS-NUM, CURRENT_TIMESTAMP, 'VOID',
                        :CORRECT-REASON)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.
           ADD 1 TO WS-VOIDED-COUNT.

           MOVE WS-RB-EMP-ID TO WS-AUD-EMP-ID.
           MOVE WS-RB-BALANCE-ID TO WS-AUD-BALANCE-ID.
           MOVE HISTORY-ID TO WS-AUD-HISTORY-ID.
           MOVE SPACE TO WS-AUD-OLD-VALUE.
           STRING "HOLD=" WS-HOLD-DAYS-NUM " ACTIVE"
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE SPACE TO WS-AUD-NEW-VALUE.
           STRING "VOID RUN=" WS-RB-RUN-ID
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           PERFORM WRITE-AUDIT-RTN.

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
      *    権限不足による実行拒否を、ERROR-RTNと同じ構造化ログ
      *    (ERRLOG)へ残す。
           ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACE TO ERROR-LOG-REC.
           STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
               "  AUTH-DENIED OPER=" WS-OPERATOR-ID
               DELIMITED BY SIZE INTO ERROR-LOG-REC.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE ERROR-LOG-REC.
           CLOSE ERROR-LOG-FILE.

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
                    :WS-AUD-EMP-ID, :WS-AUD-BALANCE-ID,
                    :WS-AUD-HISTORY-ID, :WS-AUD-OLD-VALUE,
                    :WS-AUD-NEW-VALUE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           CALL "AUDIT-SEAL" USING SQLCA.
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
