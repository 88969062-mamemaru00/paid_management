      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 GRANT_SIM.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    付与方式変更の事前シミュレーション。CONFIG_MAINTで付与
      *    方式(GRANT_METHOD)や統一基準日(GRANT_BASE_DATE)の切替を
      *    発効日付きで予約する前に、変更案どおりに付与した場合の
      *    影響を経営の承認用に試算する。
      *    変更案はコンソールから入力する:
      *      付与方式 / 統一基準日 / 発効日(空欄=本日)
      *      基準日グループ(BASE_DATE_GROUP)の基準日の変更・追加
      *      社員ごとの基準日グループ割当の変更
      *      付与日数表(GRANT_SCHEDULE)の変更(週所定労働日数区分
      *      ごとの7段階。発効日以降の付与に適用)
      *    在籍者全員について、今後24ヶ月の付与(付与日・日数)を
      *    現行ルールと変更案(発効日前は現行、発効日以降は変更案)
      *    の両方で、FORECAST_RPTと同じ計算(休日繰り上げ・初回
      *    按分・併用方式の調整を含む)で求め、GRANTSIMへ出力する:
      *      [1] 社員別差異: 付与日・日数が変わる社員と、日数差に
      *          本人の日額賃金(DAILY_WAGE)を掛けた引当金影響額
      *      [2] 部門別合計
      *      [3] 二重付与・付与空白: 変更案で、発効日以降の付与が
      *          直前の付与(実績を含む)から1年未満に按分なしで
      *          行われるもの(二重付与。併用方式BOTHは方式上の
      *          二重のため対象外)と、1年を超えて空くもの
      *          (付与空白)。休日繰り上げ分として前後7日は許容
      *      [4] 全社合計
      *    試算のみで何も書き込まない(表の用意を含め最後に
      *    ROLLBACKする)。対象会社はPLM_COMPANYで指定する。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "GRANTSIM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRINT-REC                PIC X(120).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "GRANT_SIM".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-TODAY-NUM            PIC 9(8) VALUE 0.
           01  WS-TODAY-YEAR           PIC 9(4).
      *    試算期間の終わり(本日から24ヶ月後)。
           01  WS-END-NUM              PIC 9(8).
           01  WK-DAYS                 PIC 9(2).

      *    変更案の発効日。
           01  EFF-DATE-INPUT.
               03  WS-EFF-DATE-NUM     PIC 9(8).
           01  EFF-DATE-INPUT-R REDEFINES EFF-DATE-INPUT.
               03  WS-EFF-YEAR         PIC 9(4).
               03  WS-EFF-MONTH        PIC 9(2).
               03  WS-EFF-DAY          PIC 9(2).
           01  WS-EFF-INPUT            PIC X(8).
           01  WS-MMDD-CHK-NUM         PIC 9(8).
           01  WS-DATE-VALID-SW        PIC X(1) VALUE "N".
               88  WS-DATE-VALID           VALUE "Y".

      *    付与方式の判定用(INPUT_PROGRAMと同じ区分)。現行は
      *    PLM_CONFIGから、変更案はコンソールから設定する。
           01 WS-METHOD-SW             PIC X(1) VALUE "A".
               88 WS-METHOD-ANNIV          VALUE "A".
               88 WS-METHOD-BASEDATE       VALUE "D".
               88 WS-METHOD-BOTH           VALUE "W".
               88 WS-METHOD-HYBRID         VALUE "H".
           01 WS-CUR-METHOD-SW         PIC X(1) VALUE "A".
           01 WS-PRP-METHOD-SW         PIC X(1) VALUE "A".
               88 WS-PRP-METHOD-BOTH       VALUE "W".
           01 WS-CUR-METHOD-NAME       PIC X(8).
           01 WS-PRP-METHOD-NAME       PIC X(8).
           01 WS-METHOD-INPUT          PIC X(8).
           01 WS-BASE-DATE             PIC X(5) VALUE "04-01".
           01 WS-CUR-BASE-DATE         PIC X(5) VALUE "04-01".
           01 WS-PRP-BASE-DATE         PIC X(5) VALUE "04-01".
           01 WS-BASE-INPUT            PIC X(5).
           01 WS-BASE-MM               PIC 9(2).
           01 WS-BASE-DD               PIC 9(2).
           01 WS-BASE-MMDD             PIC 9(4).
           01 WS-JOIN-YEAR-NUM         PIC 9(4).
           01 WS-JOIN-MONTH-NUM        PIC 9(2).
           01 WS-JOIN-DAY-NUM          PIC 9(2).
           01 WS-JOIN-MMDD             PIC 9(4).
           01 WS-SVC-YEARS             PIC S9(3).
           01 WS-SVC-MONTHS            PIC S9(4).
           01 WS-YEAR                  PIC 9(4).

      *    基準日グループ(BASE_DATE_GROUP)の現行と変更案の基準日。
      *    変更案で追加したグループは現行の基準日が空欄。
           01 WS-GROUP-TABLE.
               03 WS-GROUP-ENTRY       OCCURS 20 TIMES.
                   05 WS-GRP-ID        PIC X(8).
                   05 WS-GRP-CUR-BASE  PIC X(5).
                   05 WS-GRP-PRP-BASE  PIC X(5).
           01 WS-GRP-TOTAL             PIC 9(2) VALUE 0.
           01 WS-GRP-MAX               PIC 9(2) VALUE 20.
           01 WS-GRP-IDX               PIC 9(2).
           01 WS-GRP-HIT               PIC 9(2).
           01 WS-TGT-GROUP             PIC X(8).
           01 WS-TGT-BASE              PIC X(5).

      *    変更案の社員別グループ割当(空欄=DEFAULT)。
           01 WS-ASSIGN-TABLE.
               03 WS-ASSIGN-ENTRY      OCCURS 200 TIMES.
                   05 WS-ASG-EMP-ID    PIC X(6).
                   05 WS-ASG-GROUP     PIC X(8).
           01 WS-ASG-TOTAL             PIC 9(3) VALUE 0.
           01 WS-ASG-MAX               PIC 9(3) VALUE 200.
           01 WS-ASG-IDX               PIC 9(3).
           01 WS-ASG-HIT               PIC 9(3).

      *    変更案の付与日数表(週所定労働日数区分5〜1ごとの7段階)。
      *    入力の無い区分は現行の表(GRANT_SCHEDULE)を使う。
           01 WS-PRP-GS-TABLE.
               03 WS-PRP-GS-CLASS      OCCURS 5 TIMES.
                   05 WS-PRP-GS-SET    PIC X(1).
                   05 WS-PRP-GS-DAYS   PIC 9(2) OCCURS 7 TIMES.
           01 WS-PRP-GS-IDX            PIC 9(1).
           01 WS-PRP-GS-COUNT          PIC 9(1) VALUE 0.
           01 WS-USE-PRP-GS-SW         PIC X(1) VALUE "N".
               88 WS-USE-PRP-GS            VALUE "Y".
           01 WS-TIER-INPUT            PIC X(2).
           01 WS-TIER-VALID-SW         PIC X(1) VALUE "N".
               88 WS-TIER-VALID            VALUE "Y".
           01 WS-CONFIRM               PIC X(1).
           01 WS-CONTINUE              PIC X(1) VALUE "Y".
           01 WS-INPUT-OK-SW           PIC X(1) VALUE "N".
               88 WS-INPUT-OK              VALUE "Y".

      *    付与段階の表示名(SCHED_MAINTと同じ)。
           01  TIER-LABEL-TABLE.
               03  FILLER              PIC X(18) VALUE "6ヶ月".
               03  FILLER              PIC X(18) VALUE "1年6ヶ月".
               03  FILLER              PIC X(18) VALUE "2年6ヶ月".
               03  FILLER              PIC X(18) VALUE "3年6ヶ月".
               03  FILLER              PIC X(18) VALUE "4年6ヶ月".
               03  FILLER              PIC X(18) VALUE "5年6ヶ月".
               03  FILLER              PIC X(18) VALUE
                   "6年6ヶ月以上".
           01  TIER-LABEL-TABLE-R REDEFINES TIER-LABEL-TABLE.
               03  TIER-LABEL          PIC X(18) OCCURS 7 TIMES.

      *    付与日数表(GRANT_SCHEDULE)から読んだ、付与日時点で有効な
      *    7段階の付与日数。
           01 WS-ACTIVE-DAYS-TABLE.
               03 WS-ACTIVE-DAYS-ENTRY PIC 9(2) OCCURS 7 TIMES.
           01 WS-GS-READY-SW           PIC X(1) VALUE "N".
               88 WS-GS-READY              VALUE "Y".

      *    付与日の計算用(FORECAST_RPTと同じ)。
           01 WS-TOTAL-MONTH           PIC 9(2).
           01 WS-NEW-YEAR              PIC 9(4).
           01 WS-NEW-MONTH             PIC 9(2).
           01 WS-NEW-DAY               PIC 9(2).
           01 LEAP-CALC.
               03 DATA1                PIC 9(4).
               03 DATA2                PIC 9(4).
               03 DATA3                PIC 9(4).
           01 FUTURE-DATES.
               03 WS-FUTURE-YEAR       PIC 9(4).
               03 WS-FUTURE-MONTH      PIC 9(2).
               03 WS-FUTURE-DAY        PIC 9(2).
           01 WS-ANNIV-K               PIC 9(2).
           01 WS-ANNIV-MAX             PIC 9(2) VALUE 60.
           01 WS-TIER-IDX              PIC 9(2).
           01 WS-GS-TIER-IDX           PIC 9(2).
           01 WS-CAND-DATE-NUM         PIC 9(8).
           01 WS-CAND-DAYS             PIC 9(2).
           01 WS-CAND-KIND             PIC X(1).

           01 WS-ADJ-DATE-NUM           PIC 9(8).
           01 WS-ADJ-ORDINAL            PIC S9(8).
           01 WS-ADJ-DOW                PIC 9(1).
           01 WS-ADJ-DONE-SW            PIC X(1) VALUE "N".
               88 WS-ADJ-DONE               VALUE "Y".
           01 WS-HOLIDAY-FOUND-SW       PIC X(1) VALUE "N".
               88 WS-HOLIDAY-FOUND           VALUE "Y".

      *    試算する期間(開始日以上・終了日未満)。
           01 WS-RANGE-FROM            PIC 9(8).
           01 WS-RANGE-TO              PIC 9(8).

      *    併用方式の調整用。前倒し初回ロットの付与日(実績の目印
      *    HYBRID-FIRST、または試算で前倒ししたもの)。
           01 WS-HYB-FIRST-NUM         PIC 9(8).
           01 WS-HYB-FIRST-R REDEFINES WS-HYB-FIRST-NUM.
               03 WS-HYB-FIRST-YEAR    PIC 9(4).
               03 WS-HYB-FIRST-MONTH   PIC 9(2).
               03 FILLER               PIC 9(2).
           01 WS-HIST-HYB-NUM          PIC 9(8).
           01 WS-HYB-MONTHS            PIC S9(4).
      *    直近の付与実績(本日以前の有効な法定年休ロット)。
           01 WS-LAST-GRANT-NUM        PIC 9(8).

      *    付与予定。1=現行ルール、2=変更案。種別は A=応当日、
      *    D=基準日、P=按分付与、H=併用方式の前倒し初回。
           01 WS-SCENARIO-TABLE.
               03 WS-SCN-ENTRY         OCCURS 2 TIMES.
                   05 WS-SCN-COUNT     PIC 9(2).
                   05 WS-SCN-DAYS-SUM  PIC 9(4).
                   05 WS-EVT-ENTRY     OCCURS 30 TIMES.
                       07 WS-EVT-DATE  PIC 9(8).
                       07 WS-EVT-DAYS  PIC 9(2).
                       07 WS-EVT-KIND  PIC X(1).
           01 WS-SCN-IDX               PIC 9(1).
           01 WS-EVT-MAX               PIC 9(2) VALUE 30.
           01 WS-EVT-IDX               PIC 9(2).
           01 WS-SORT-I                PIC 9(2).
           01 WS-SORT-J                PIC 9(2).
           01 WS-SORT-LAST             PIC 9(2).
           01 WS-SWAP-ENTRY.
               03 WS-SWAP-DATE         PIC 9(8).
               03 WS-SWAP-DAYS         PIC 9(2).
               03 WS-SWAP-KIND         PIC X(1).
           01 WS-PAIR-MAX              PIC 9(2).
           01 WS-EMP-DIFF-SW           PIC X(1) VALUE "N".
               88 WS-EMP-DIFF              VALUE "Y".

      *    社員単位の差異と影響額。
           01 WS-EMP-WAGE-NUM          PIC 9(9).
           01 WS-EMP-DIFF-DAYS         PIC S9(4).
           01 WS-EMP-AMOUNT-NUM        PIC S9(11).

      *    二重付与・付与空白の判定(付与間隔の日数)。
           01 WS-PREV-NUM              PIC 9(8).
           01 WS-INTERVAL-DAYS         PIC S9(6).
           01 WS-DOUBLE-LIMIT          PIC 9(3) VALUE 358.
           01 WS-GAP-LIMIT             PIC 9(3) VALUE 373.
           01 WS-FLAG-TABLE.
               03 WS-FLAG-LINE         PIC X(120) OCCURS 300 TIMES.
           01 WS-FLAG-TOTAL            PIC 9(5) VALUE 0.
           01 WS-FLAG-MAX              PIC 9(3) VALUE 300.
           01 WS-FLAG-IDX              PIC 9(5).
           01 WS-DOUBLE-COUNT          PIC 9(5) VALUE 0.
           01 WS-GAP-COUNT             PIC 9(5) VALUE 0.
           01 WS-FLAG-TEXT             PIC X(12).

      *    部門別合計(社員は部門順に読むので部門が変わるたびに
      *    次の行へ積む)。
           01 WS-DEPT-TABLE.
               03 WS-DEPT-ENTRY        OCCURS 300 TIMES.
                   05 WS-DT-CODE       PIC X(6).
                   05 WS-DT-EMPS       PIC 9(5).
                   05 WS-DT-DIFF-EMPS  PIC 9(5).
                   05 WS-DT-CUR-DAYS   PIC 9(7).
                   05 WS-DT-PRP-DAYS   PIC 9(7).
                   05 WS-DT-AMOUNT     PIC S9(13).
           01 WS-DEPT-TOTAL            PIC 9(3) VALUE 0.
           01 WS-DEPT-MAX              PIC 9(3) VALUE 300.
           01 WS-DEPT-IDX              PIC 9(3).

      *    全社合計。
           01 WS-TOT-EMPS              PIC 9(6) VALUE 0.
           01 WS-TOT-DIFF-EMPS         PIC 9(6) VALUE 0.
           01 WS-TOT-CUR-DAYS          PIC 9(8) VALUE 0.
           01 WS-TOT-PRP-DAYS          PIC 9(8) VALUE 0.
           01 WS-TOT-AMOUNT            PIC S9(13) VALUE 0.

      *    帳票の編集用。
           01 WS-EVENT-DATE-X          PIC X(10).
           01 WS-KIND-LABEL            PIC X(12).
           01 WS-CUR-COL               PIC X(40).
           01 WS-PRP-COL               PIC X(40).
           01 WS-ED-DIFF-DAYS          PIC -(4)9.
           01 WS-ED-AMOUNT             PIC -(12)9.
           01 WS-ED-INTERVAL           PIC -(5)9.
           01 WS-ED-COUNT              PIC Z9.
           01 WS-ED-DAYS-SUM           PIC ZZZ9.
           01 WS-ED-COUNT-2            PIC Z9.
           01 WS-ED-DAYS-SUM-2         PIC ZZZ9.
           01 WS-ED-TOT-DAYS           PIC Z(7)9.
           01 WS-ED-TOT-DAYS-2         PIC Z(7)9.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           COPY EMPREC.
           01  WS-GRANT-METHOD         PIC  X(20).
           01  WS-BASE-DATE-CFG        PIC  X(20).
           01  WS-CFG-COUNT            PIC  X(8).
           01  WS-EMP-GROUP            PIC  X(8).
           01  WS-EMP-COUNT            PIC  X(8).
           01  WS-TGT-EMP-ID           PIC  X(6).
           01  WS-DB-GRP-ID            PIC  X(8).
           01  WS-DB-GRP-BASE          PIC  X(5).
           01  WS-LAST-GRANT-DATE      PIC  X(10).
           01  WS-HYB-DATE             PIC  X(10).
      *    本人の事業所カレンダーと週勤務曜日パターン(付与日の
      *    翌営業日繰り上げを付与バッチと同じ条件で行うため)。
           01  WS-EMP-CALENDAR         PIC  X(8) VALUE "COMPANY".
           01  WS-EMP-PATTERN          PIC  X(7) VALUE SPACE.
           01  WS-ADJ-DATE-DISP        PIC  X(10).
           01  WS-HOLIDAY-COUNT        PIC  X(8).
      *    グループ会社統合後の対象会社コード(PLM_COMPANY環境変数、
      *    未指定は01)。
           01  WS-COMPANY              PIC  X(2) VALUE "01".
      *    付与日数表(GRANT_SCHEDULE)の読み込み用(INPUT_PROGRAMと
      *    同じ。7段階の日数を2桁ずつ連結した文字列で受け取る)。
           01  WS-GS-WEEKDAYS          PIC  X(1) VALUE "5".
           01  WS-GS-DATE              PIC  X(10).
           01  WS-GS-COUNT             PIC  X(8).
           01  WS-GS-ROW               PIC  X(14).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** GRANT_SIM STARTED ***".

           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           MOVE WS-TODAY-NUM(1:4) TO WS-TODAY-YEAR.
           COMPUTE WS-END-NUM = WS-TODAY-NUM + 20000.
           IF WS-END-NUM(5:4) = "0229"
               SUBTRACT 1 FROM WS-END-NUM
           END-IF.
           INITIALIZE WS-PRP-GS-TABLE.

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
           PERFORM READ-GRANT-METHOD-RTN.
           PERFORM LOAD-GROUP-TABLE-RTN.

           PERFORM ACCEPT-PROPOSAL-RTN.

           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-PROPOSAL-HEAD-RTN.

           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "[1] 社員別差異(部門/社員/現行/変更案"
               "/日数差/影響額)"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM SIMULATE-EMPLOYEES-RTN.

           PERFORM WRITE-DEPT-TOTALS-RTN.
           PERFORM WRITE-FLAGS-RTN.
           PERFORM WRITE-GRAND-TOTAL-RTN.
           CLOSE PRINT-FILE.

      *    試算のみのため、表の用意も含めて何も残さない。
           EXEC SQL ROLLBACK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "対象人数     : " WS-TOT-EMPS.
           DISPLAY "差異あり     : " WS-TOT-DIFF-EMPS.
           DISPLAY "二重付与     : " WS-DOUBLE-COUNT.
           DISPLAY "付与空白     : " WS-GAP-COUNT.
           DISPLAY "*** GRANT_SIM FINISHED ***".
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
       READ-GRANT-METHOD-RTN.
      ******************************************************************
      *    PLM_CONFIGから本日時点で有効な付与方式と統一基準日を読む
      *    (INPUT_PROGRAMと同じ規約。設定が無ければ入社応当日方式)。
      *    これを現行ルールとし、変更案の既定値にもする。
           MOVE "A" TO WS-CUR-METHOD-SW.
           MOVE "04-01" TO WS-CUR-BASE-DATE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CFG-COUNT
               FROM PLM_CONFIG
               WHERE CONFIG_KEY = 'GRANT_METHOD'
                 AND COMPANY_CODE = :WS-COMPANY
                 AND EFFECTIVE_FROM <= CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-CFG-COUNT) > 0
               EXEC SQL
                   SELECT CONFIG_VALUE
                   INTO :WS-GRANT-METHOD
                   FROM PLM_CONFIG
                   WHERE CONFIG_KEY = 'GRANT_METHOD'
                     AND COMPANY_CODE = :WS-COMPANY
                     AND EFFECTIVE_FROM <= CURRENT_DATE
                   ORDER BY EFFECTIVE_FROM DESC,
                     COMPANY_CODE ASC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               EVALUATE WS-GRANT-METHOD
                   WHEN "BASEDATE"
                       MOVE "D" TO WS-CUR-METHOD-SW
                   WHEN "BOTH"
                       MOVE "W" TO WS-CUR-METHOD-SW
                   WHEN "HYBRID"
                       MOVE "H" TO WS-CUR-METHOD-SW
                   WHEN OTHER
                       MOVE "A" TO WS-CUR-METHOD-SW
               END-EVALUATE
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CFG-COUNT
               FROM PLM_CONFIG
               WHERE CONFIG_KEY = 'GRANT_BASE_DATE'
                 AND COMPANY_CODE = :WS-COMPANY
                 AND EFFECTIVE_FROM <= CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-CFG-COUNT) > 0
               EXEC SQL
                   SELECT CONFIG_VALUE
                   INTO :WS-BASE-DATE-CFG
                   FROM PLM_CONFIG
                   WHERE CONFIG_KEY = 'GRANT_BASE_DATE'
                     AND COMPANY_CODE = :WS-COMPANY
                     AND EFFECTIVE_FROM <= CURRENT_DATE
                   ORDER BY EFFECTIVE_FROM DESC,
                     COMPANY_CODE ASC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE WS-BASE-DATE-CFG(1:5) TO WS-CUR-BASE-DATE
           END-IF.

           MOVE WS-CUR-METHOD-SW TO WS-PRP-METHOD-SW.
           MOVE WS-CUR-BASE-DATE TO WS-PRP-BASE-DATE.

      *    基準日グループ表・割当列が無い環境でも落ちないよう用意
      *    する(最後にROLLBACKするため残らない)。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS BASE_DATE_GROUP
               (
                   GROUP_ID    VARCHAR(8) NOT NULL,
                   BASE_DATE   VARCHAR(5) NOT NULL,
                   CONSTRAINT BDG_0 PRIMARY KEY (GROUP_ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               ALTER TABLE EMP_MASTER
                   ADD COLUMN IF NOT EXISTS BASE_GROUP VARCHAR(8)
                       DEFAULT 'DEFAULT'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LOAD-GROUP-TABLE-RTN.
      ******************************************************************
      *    定義済みの基準日グループを読み、変更案の基準日の初期値
      *    を現行と同じにしておく。
           MOVE ZERO TO WS-GRP-TOTAL.
           EXEC SQL
               DECLARE SIM_GRP_CURSOR CURSOR FOR
               SELECT GROUP_ID, BASE_DATE
               FROM BASE_DATE_GROUP
               ORDER BY GROUP_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN SIM_GRP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SIM_GRP_CURSOR
                   INTO :WS-DB-GRP-ID, :WS-DB-GRP-BASE
               END-EXEC
               IF SQLCODE = 0 AND WS-GRP-TOTAL < WS-GRP-MAX
                   ADD 1 TO WS-GRP-TOTAL
                   MOVE WS-DB-GRP-ID TO WS-GRP-ID(WS-GRP-TOTAL)
                   MOVE WS-DB-GRP-BASE
                       TO WS-GRP-CUR-BASE(WS-GRP-TOTAL)
                   MOVE WS-DB-GRP-BASE
                       TO WS-GRP-PRP-BASE(WS-GRP-TOTAL)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE SIM_GRP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ACCEPT-PROPOSAL-RTN.
      ******************************************************************
      *    変更案をコンソールから受け取る。空欄は現行のまま。
           PERFORM ACCEPT-METHOD-RTN.
           PERFORM ACCEPT-BASE-DATE-RTN.
           PERFORM ACCEPT-EFF-DATE-RTN.

           MOVE "Y" TO WS-CONTINUE.
           PERFORM UNTIL WS-CONTINUE NOT = "Y"
               PERFORM ACCEPT-GROUP-BASE-RTN
           END-PERFORM.

           MOVE "Y" TO WS-CONTINUE.
           PERFORM UNTIL WS-CONTINUE NOT = "Y"
               PERFORM ACCEPT-ASSIGN-RTN
           END-PERFORM.

           DISPLAY "付与日数表も変更しますか (Y/N) : >> ".
           ACCEPT WS-CONFIRM FROM CONSOLE.
           IF WS-CONFIRM = "Y"
               MOVE "Y" TO WS-CONTINUE
               PERFORM UNTIL WS-CONTINUE NOT = "Y"
                   PERFORM ACCEPT-SCHEDULE-RTN
               END-PERFORM
           END-IF.

      ******************************************************************
       ACCEPT-METHOD-RTN.
      ******************************************************************
           MOVE "N" TO WS-INPUT-OK-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "変更案の付与方式 (ANNIV/BASEDATE/BOTH/"
                   "HYBRID、空欄=現行のまま) : >> "
               MOVE SPACE TO WS-METHOD-INPUT
               ACCEPT WS-METHOD-INPUT FROM CONSOLE
               MOVE "Y" TO WS-INPUT-OK-SW
               EVALUATE WS-METHOD-INPUT
                   WHEN SPACE
                       CONTINUE
                   WHEN "ANNIV"
                       MOVE "A" TO WS-PRP-METHOD-SW
                   WHEN "BASEDATE"
                       MOVE "D" TO WS-PRP-METHOD-SW
                   WHEN "BOTH"
                       MOVE "W" TO WS-PRP-METHOD-SW
                   WHEN "HYBRID"
                       MOVE "H" TO WS-PRP-METHOD-SW
                   WHEN OTHER
                       MOVE "N" TO WS-INPUT-OK-SW
                       DISPLAY "*** 付与方式が不正です ***"
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
       ACCEPT-BASE-DATE-RTN.
      ******************************************************************
           MOVE "N" TO WS-INPUT-OK-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "変更案の統一基準日 "
                   "(MM-DD、空欄=現行 "
                   WS-CUR-BASE-DATE ") : >> "
               MOVE SPACE TO WS-BASE-INPUT
               ACCEPT WS-BASE-INPUT FROM CONSOLE
               IF WS-BASE-INPUT = SPACE
                   MOVE "Y" TO WS-INPUT-OK-SW
               ELSE
                   MOVE WS-BASE-INPUT TO WS-TGT-BASE
                   PERFORM CHECK-MMDD-RTN
                   IF WS-INPUT-OK
                       MOVE WS-BASE-INPUT TO WS-PRP-BASE-DATE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       CHECK-MMDD-RTN.
      ******************************************************************
      *    MM-DD形式の基準日(WS-TGT-BASE)を検査する。
           MOVE "Y" TO WS-INPUT-OK-SW.
           IF WS-TGT-BASE(1:2) IS NOT NUMERIC
              OR WS-TGT-BASE(4:2) IS NOT NUMERIC
              OR WS-TGT-BASE(3:1) NOT = "-"
               MOVE "N" TO WS-INPUT-OK-SW
           ELSE
      *        閏年(2000年)で日付として正しいかを見る。
               COMPUTE WS-MMDD-CHK-NUM = 20000000
                   + FUNCTION NUMVAL(WS-TGT-BASE(1:2)) * 100
                   + FUNCTION NUMVAL(WS-TGT-BASE(4:2))
               CALL "DATE-CHK" USING WS-MMDD-CHK-NUM
                   WS-DATE-VALID-SW
               IF NOT WS-DATE-VALID
                   MOVE "N" TO WS-INPUT-OK-SW
               END-IF
           END-IF.
           IF NOT WS-INPUT-OK
               DISPLAY "*** 基準日はMM-DD形式で"
                   "入力してください ***"
           END-IF.

      ******************************************************************
       ACCEPT-EFF-DATE-RTN.
      ******************************************************************
      *    発効日より前の付与は現行ルール、発効日以降は変更案で
      *    試算する。空欄は本日(試算期間全体が変更案)。
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL WS-DATE-VALID
               DISPLAY "発効日 (YYYYMMDD、空欄=本日) : >> "
               MOVE SPACE TO WS-EFF-INPUT
               ACCEPT WS-EFF-INPUT FROM CONSOLE
               IF WS-EFF-INPUT = SPACE
                   MOVE WS-TODAY-NUM TO WS-EFF-DATE-NUM
                   MOVE "Y" TO WS-DATE-VALID-SW
               ELSE
                   IF WS-EFF-INPUT IS NUMERIC
                       MOVE WS-EFF-INPUT TO WS-EFF-DATE-NUM
                       CALL "DATE-CHK" USING WS-EFF-DATE-NUM
                           WS-DATE-VALID-SW
                   ELSE
                       MOVE "N" TO WS-DATE-VALID-SW
                   END-IF
                   IF NOT WS-DATE-VALID
                       DISPLAY "*** 日付が不正です。"
                           "再入力してください ***"
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-EFF-DATE-NUM < WS-TODAY-NUM
               MOVE WS-TODAY-NUM TO WS-EFF-DATE-NUM
           END-IF.

      ******************************************************************
       ACCEPT-GROUP-BASE-RTN.
      ******************************************************************
      *    基準日グループの基準日の変更、またはグループの追加。
           DISPLAY "基準日を変更・追加するグループID "
               "(空欄=終了) : >> ".
           MOVE SPACE TO WS-TGT-GROUP.
           ACCEPT WS-TGT-GROUP FROM CONSOLE.
           IF WS-TGT-GROUP = SPACE
               MOVE "N" TO WS-CONTINUE
           ELSE
               IF WS-TGT-GROUP = "DEFAULT"
                   DISPLAY "*** DEFAULTは統一基準日で"
                       "変更してください ***"
               ELSE
                   DISPLAY "基準日 (MM-DD) : >> "
                   MOVE SPACE TO WS-TGT-BASE
                   ACCEPT WS-TGT-BASE FROM CONSOLE
                   PERFORM CHECK-MMDD-RTN
                   IF WS-INPUT-OK
                       PERFORM FIND-GROUP-RTN
                       IF WS-GRP-HIT = 0
                           IF WS-GRP-TOTAL < WS-GRP-MAX
                               ADD 1 TO WS-GRP-TOTAL
                               MOVE WS-TGT-GROUP
                                   TO WS-GRP-ID(WS-GRP-TOTAL)
                               MOVE SPACE
                                   TO WS-GRP-CUR-BASE(WS-GRP-TOTAL)
                               MOVE WS-TGT-BASE
                                   TO WS-GRP-PRP-BASE(WS-GRP-TOTAL)
                           ELSE
                               DISPLAY "*** グループ数が上限("
                                   WS-GRP-MAX ")を超えます ***"
                           END-IF
                       ELSE
                           MOVE WS-TGT-BASE
                               TO WS-GRP-PRP-BASE(WS-GRP-HIT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       FIND-GROUP-RTN.
      ******************************************************************
           MOVE ZERO TO WS-GRP-HIT.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-TOTAL
                      OR WS-GRP-HIT > 0
               IF WS-GRP-ID(WS-GRP-IDX) = WS-TGT-GROUP
                   MOVE WS-GRP-IDX TO WS-GRP-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
       ACCEPT-ASSIGN-RTN.
      ******************************************************************
      *    社員ごとの基準日グループ割当の変更(BD_GROUPの割当と
      *    同じ指定方法)。
           DISPLAY "グループ割当を変更する社員ID "
               "(空欄=終了) : >> ".
           MOVE SPACE TO WS-TGT-EMP-ID.
           ACCEPT WS-TGT-EMP-ID FROM CONSOLE.
           IF WS-TGT-EMP-ID = SPACE
               MOVE "N" TO WS-CONTINUE
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-EMP-COUNT
                   FROM EMP_MASTER
                   WHERE EMP_ID = :WS-TGT-EMP-ID
                     AND COMPANY_CODE = :WS-COMPANY
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-EMP-COUNT) = 0
                   DISPLAY "社員ID " WS-TGT-EMP-ID
                       " が見つかりません"
               ELSE
                   DISPLAY "グループID (空欄=DEFAULT) : >> "
                   MOVE SPACE TO WS-TGT-GROUP
                   ACCEPT WS-TGT-GROUP FROM CONSOLE
                   IF WS-TGT-GROUP = SPACE
                       MOVE "DEFAULT" TO WS-TGT-GROUP
                   END-IF
                   PERFORM FIND-GROUP-RTN
                   IF WS-TGT-GROUP NOT = "DEFAULT"
                      AND WS-GRP-HIT = 0
                       DISPLAY "*** グループ " WS-TGT-GROUP
                           " は未定義です ***"
                   ELSE
                       PERFORM STORE-ASSIGN-RTN
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       STORE-ASSIGN-RTN.
      ******************************************************************
           PERFORM FIND-ASSIGN-RTN.
           IF WS-ASG-HIT > 0
               MOVE WS-TGT-GROUP TO WS-ASG-GROUP(WS-ASG-HIT)
           ELSE
               IF WS-ASG-TOTAL < WS-ASG-MAX
                   ADD 1 TO WS-ASG-TOTAL
                   MOVE WS-TGT-EMP-ID TO WS-ASG-EMP-ID(WS-ASG-TOTAL)
                   MOVE WS-TGT-GROUP TO WS-ASG-GROUP(WS-ASG-TOTAL)
               ELSE
                   DISPLAY "*** 割当変更が上限("
                       WS-ASG-MAX ")を超えます ***"
               END-IF
           END-IF.

      ******************************************************************
       FIND-ASSIGN-RTN.
      ******************************************************************
           MOVE ZERO TO WS-ASG-HIT.
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-TOTAL
                      OR WS-ASG-HIT > 0
               IF WS-ASG-EMP-ID(WS-ASG-IDX) = WS-TGT-EMP-ID
                   MOVE WS-ASG-IDX TO WS-ASG-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
       ACCEPT-SCHEDULE-RTN.
      ******************************************************************
      *    週所定労働日数区分1つ分の変更後の7段階(SCHED_MAINTと
      *    同じ入力方法。空欄は発効日時点の現行日数のまま)。
           DISPLAY "週所定労働日数区分 "
               "(5=週5日以上 / 4-1、空欄=終了) : >> ".
           MOVE SPACE TO WS-GS-WEEKDAYS.
           ACCEPT WS-GS-WEEKDAYS FROM CONSOLE.
           IF WS-GS-WEEKDAYS = SPACE
               MOVE "N" TO WS-CONTINUE
           ELSE
               IF WS-GS-WEEKDAYS = "1" OR "2" OR "3" OR "4" OR "5"
                   MOVE WS-GS-WEEKDAYS TO WS-PRP-GS-IDX
                   MOVE SPACE TO WS-GS-DATE
                   STRING WS-EFF-YEAR "-" WS-EFF-MONTH "-"
                       WS-EFF-DAY DELIMITED BY SIZE
                       INTO WS-GS-DATE
                   PERFORM LOAD-GRANT-SCHEDULE-RTN
                   PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                           UNTIL WS-TIER-IDX > 7
                       PERFORM ACCEPT-ONE-TIER-RTN
                   END-PERFORM
                   IF WS-PRP-GS-SET(WS-PRP-GS-IDX) NOT = "Y"
                       ADD 1 TO WS-PRP-GS-COUNT
                   END-IF
                   MOVE "Y" TO WS-PRP-GS-SET(WS-PRP-GS-IDX)
               ELSE
                   DISPLAY "*** 区分は5〜1で入力して"
                       "ください ***"
               END-IF
           END-IF.

      ******************************************************************
       ACCEPT-ONE-TIER-RTN.
      ******************************************************************
           MOVE "N" TO WS-TIER-VALID-SW.
           PERFORM UNTIL WS-TIER-VALID
               DISPLAY TIER-LABEL(WS-TIER-IDX)
                   " の付与日数 (現行 "
                   WS-ACTIVE-DAYS-ENTRY(WS-TIER-IDX) ") : >> "
               MOVE SPACE TO WS-TIER-INPUT
               ACCEPT WS-TIER-INPUT FROM CONSOLE
               IF WS-TIER-INPUT = SPACE
                   MOVE WS-ACTIVE-DAYS-ENTRY(WS-TIER-IDX)
                       TO WS-PRP-GS-DAYS(WS-PRP-GS-IDX, WS-TIER-IDX)
                   MOVE "Y" TO WS-TIER-VALID-SW
               ELSE
                   IF FUNCTION TRIM(WS-TIER-INPUT) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-TIER-INPUT)
                           TO WS-PRP-GS-DAYS(WS-PRP-GS-IDX,
                                             WS-TIER-IDX)
                       MOVE "Y" TO WS-TIER-VALID-SW
                   ELSE
                       DISPLAY "*** 数字で入力して"
                           "ください ***"
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       WRITE-PROPOSAL-HEAD-RTN.
      ******************************************************************
      *    帳票の先頭に、比較した現行ルールと変更案を残す。
           MOVE WS-CUR-METHOD-SW TO WS-METHOD-SW.
           PERFORM SET-METHOD-NAME-RTN.
           MOVE WS-METHOD-INPUT TO WS-CUR-METHOD-NAME.
           MOVE WS-PRP-METHOD-SW TO WS-METHOD-SW.
           PERFORM SET-METHOD-NAME-RTN.
           MOVE WS-METHOD-INPUT TO WS-PRP-METHOD-NAME.

           MOVE SPACE TO PRINT-REC.
           STRING "付与方式変更の試算(今後24ヶ月)"
               " 会社 " WS-COMPANY
               " (作成日 " WS-TODAY-NUM ")"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "  現行  : 方式 " WS-CUR-METHOD-NAME
               " 統一基準日 " WS-CUR-BASE-DATE
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "  変更案: 方式 " WS-PRP-METHOD-NAME
               " 統一基準日 " WS-PRP-BASE-DATE
               " 発効日 " WS-EFF-DATE-NUM
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-TOTAL
               IF WS-GRP-CUR-BASE(WS-GRP-IDX)
                  NOT = WS-GRP-PRP-BASE(WS-GRP-IDX)
                   MOVE SPACE TO PRINT-REC
                   STRING "  グループ " WS-GRP-ID(WS-GRP-IDX)
                       " 基準日 " WS-GRP-CUR-BASE(WS-GRP-IDX)
                       " → " WS-GRP-PRP-BASE(WS-GRP-IDX)
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-TOTAL
               MOVE SPACE TO PRINT-REC
               STRING "  割当変更 " WS-ASG-EMP-ID(WS-ASG-IDX)
                   " → " WS-ASG-GROUP(WS-ASG-IDX)
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-PERFORM.

           PERFORM VARYING WS-PRP-GS-IDX FROM 1 BY 1
                   UNTIL WS-PRP-GS-IDX > 5
               IF WS-PRP-GS-SET(WS-PRP-GS-IDX) = "Y"
                   MOVE SPACE TO PRINT-REC
                   STRING "  付与日数表 区分 " WS-PRP-GS-IDX
                       " 変更後 "
                       WS-PRP-GS-DAYS(WS-PRP-GS-IDX, 1) " "
                       WS-PRP-GS-DAYS(WS-PRP-GS-IDX, 2) " "
                       WS-PRP-GS-DAYS(WS-PRP-GS-IDX, 3) " "
                       WS-PRP-GS-DAYS(WS-PRP-GS-IDX, 4) " "
                       WS-PRP-GS-DAYS(WS-PRP-GS-IDX, 5) " "
                       WS-PRP-GS-DAYS(WS-PRP-GS-IDX, 6) " "
                       WS-PRP-GS-DAYS(WS-PRP-GS-IDX, 7)
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.

      ******************************************************************
       SET-METHOD-NAME-RTN.
      ******************************************************************
           EVALUATE TRUE
               WHEN WS-METHOD-BASEDATE
                   MOVE "BASEDATE" TO WS-METHOD-INPUT
               WHEN WS-METHOD-BOTH
                   MOVE "BOTH" TO WS-METHOD-INPUT
               WHEN WS-METHOD-HYBRID
                   MOVE "HYBRID" TO WS-METHOD-INPUT
               WHEN OTHER
                   MOVE "ANNIV" TO WS-METHOD-INPUT
           END-EVALUATE.

      ******************************************************************
       SIMULATE-EMPLOYEES-RTN.
      ******************************************************************
      *    在籍者を部門順に読み、1名ずつ両ルールで試算する。
           EXEC SQL
               DECLARE SIM_EMP_CURSOR CURSOR FOR
               SELECT EMP_ID, EMP_NAME, EMP_JOIN_DATE,
                      COALESCE(DEPT_CODE,'------'),
                      CAST(WEEKLY_WORK_DAYS AS VARCHAR(1)),
                      CAST(COALESCE(DAILY_WAGE,0) AS VARCHAR(9)),
                      COALESCE(BASE_GROUP,'DEFAULT')
               FROM EMP_MASTER
               WHERE EMP_STATUS_CODE = 'ACTIVE'
                 AND COMPANY_CODE = :WS-COMPANY
               ORDER BY COALESCE(DEPT_CODE,'------') ASC,
                        EMP_ID ASC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN SIM_EMP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SIM_EMP_CURSOR
                   INTO :EMP-ID, :EMP-NAME, :EMP-JOIN_DATE,
                        :DEPT-CODE, :WEEKLY-WORK-DAYS,
                        :DAILY-WAGE, :WS-EMP-GROUP
               END-EXEC
               IF SQLCODE = 0
                   PERFORM SIMULATE-ONE-EMPLOYEE-RTN
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE SIM_EMP_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       SIMULATE-ONE-EMPLOYEE-RTN.
      ******************************************************************
           PERFORM SELECT-EMPLOYEE-TABLE-RTN.
           PERFORM READ-LAST-GRANT-RTN.
           MOVE EMP-JOIN_DATE(1:4) TO WS-JOIN-YEAR-NUM.
           MOVE EMP-JOIN_DATE(6:2) TO WS-JOIN-MONTH-NUM.
           MOVE EMP-JOIN_DATE(9:2) TO WS-JOIN-DAY-NUM.
           COMPUTE WS-JOIN-MMDD = WS-JOIN-MONTH-NUM * 100
               + WS-JOIN-DAY-NUM.

      *    現行ルールで試算期間全体。
           MOVE 1 TO WS-SCN-IDX.
           MOVE ZERO TO WS-SCN-COUNT(1).
           MOVE WS-HIST-HYB-NUM TO WS-HYB-FIRST-NUM.
           PERFORM SET-CUR-RULES-RTN.
           COMPUTE WS-RANGE-FROM = WS-TODAY-NUM + 1.
           MOVE WS-END-NUM TO WS-RANGE-TO.
           PERFORM PROJECT-RANGE-RTN.
           PERFORM SORT-EVENTS-RTN.

      *    変更案(発効日前は現行ルール、発効日以降は変更案)。
           MOVE 2 TO WS-SCN-IDX.
           MOVE ZERO TO WS-SCN-COUNT(2).
           MOVE WS-HIST-HYB-NUM TO WS-HYB-FIRST-NUM.
           IF WS-EFF-DATE-NUM > WS-TODAY-NUM + 1
               PERFORM SET-CUR-RULES-RTN
               COMPUTE WS-RANGE-FROM = WS-TODAY-NUM + 1
               MOVE WS-EFF-DATE-NUM TO WS-RANGE-TO
               PERFORM PROJECT-RANGE-RTN
               MOVE WS-EFF-DATE-NUM TO WS-RANGE-FROM
           ELSE
               COMPUTE WS-RANGE-FROM = WS-TODAY-NUM + 1
           END-IF.
           PERFORM SET-PRP-RULES-RTN.
           MOVE WS-END-NUM TO WS-RANGE-TO.
           PERFORM PROJECT-RANGE-RTN.
           PERFORM SORT-EVENTS-RTN.

           PERFORM COMPARE-SCENARIOS-RTN.
           IF WS-EMP-DIFF
               PERFORM WRITE-EMP-DIFF-RTN
           END-IF.
           PERFORM CHECK-DOUBLE-GAP-RTN.
           PERFORM ADD-DEPT-TOTAL-RTN.

      ******************************************************************
       READ-LAST-GRANT-RTN.
      ******************************************************************
      *    直近の付与実績(二重付与・空白の判定の起点)と、併用方式
      *    の前倒し初回ロットの目印(HYBRID-FIRST)を引く。
           EXEC SQL
               SELECT COALESCE(TO_CHAR(MAX(GRANT_DAYS),
                      'YYYYMMDD'),'00000000')
               INTO :WS-LAST-GRANT-DATE
               FROM PL_BALANCE
               WHERE B_EMP_ID = :EMP-ID
                 AND LEAVE_TYPE = 'ANNUAL'
                 AND BALANCE_STATUS = TRUE
                 AND GRANT_DAYS <= CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE WS-LAST-GRANT-DATE(1:8) TO WS-LAST-GRANT-NUM.

           EXEC SQL
               SELECT COALESCE(TO_CHAR(MAX(B.GRANT_DAYS),
                      'YYYYMMDD'),'00000000')
               INTO :WS-HYB-DATE
               FROM PL_BALANCE B
               INNER JOIN PL_HISTORY H
                   ON H.H_BALANCE_ID = B.BALANCE_ID
                  AND H.CORRECT_REASON = 'HYBRID-FIRST'
               WHERE B.B_EMP_ID = :EMP-ID
                 AND B.LEAVE_TYPE = 'ANNUAL'
                 AND B.BALANCE_STATUS = TRUE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE WS-HYB-DATE(1:8) TO WS-HIST-HYB-NUM.

      ******************************************************************
       SET-CUR-RULES-RTN.
      ******************************************************************
      *    現行ルール: 方式・本人の基準日グループ・付与日数表とも
      *    現行のまま。
           MOVE WS-CUR-METHOD-SW TO WS-METHOD-SW.
           MOVE "N" TO WS-USE-PRP-GS-SW.
           MOVE WS-CUR-BASE-DATE TO WS-BASE-DATE.
           MOVE WS-EMP-GROUP TO WS-TGT-GROUP.
           PERFORM FIND-GROUP-RTN.
           IF WS-GRP-HIT > 0
               IF WS-GRP-CUR-BASE(WS-GRP-HIT) NOT = SPACE
                   MOVE WS-GRP-CUR-BASE(WS-GRP-HIT) TO WS-BASE-DATE
               END-IF
           END-IF.

      ******************************************************************
       SET-PRP-RULES-RTN.
      ******************************************************************
      *    変更案: 割当変更があればそのグループ、グループの基準日
      *    は変更後、未割当(DEFAULT)は変更案の統一基準日。
           MOVE WS-PRP-METHOD-SW TO WS-METHOD-SW.
           MOVE "Y" TO WS-USE-PRP-GS-SW.
           MOVE WS-PRP-BASE-DATE TO WS-BASE-DATE.
           MOVE EMP-ID TO WS-TGT-EMP-ID.
           PERFORM FIND-ASSIGN-RTN.
           IF WS-ASG-HIT > 0
               MOVE WS-ASG-GROUP(WS-ASG-HIT) TO WS-TGT-GROUP
           ELSE
               MOVE WS-EMP-GROUP TO WS-TGT-GROUP
           END-IF.
           PERFORM FIND-GROUP-RTN.
           IF WS-GRP-HIT > 0
               IF WS-GRP-PRP-BASE(WS-GRP-HIT) NOT = SPACE
                   MOVE WS-GRP-PRP-BASE(WS-GRP-HIT) TO WS-BASE-DATE
               END-IF
           END-IF.

      ******************************************************************
       PROJECT-RANGE-RTN.
      ******************************************************************
      *    現在のルール(WS-METHOD-SW・WS-BASE-DATE)で、期間内の
      *    付与予定をWS-SCN-IDXの表へ積む。方式の扱いは付与バッチ
      *    と同じ(BOTH=両方式、HYBRID=前倒し初回+基準日)。
           MOVE WS-BASE-DATE(1:2) TO WS-BASE-MM.
           MOVE WS-BASE-DATE(4:2) TO WS-BASE-DD.
           COMPUTE WS-BASE-MMDD = WS-BASE-MM * 100 + WS-BASE-DD.
           IF WS-METHOD-ANNIV OR WS-METHOD-BOTH
               PERFORM PROJECT-ANNIV-RTN
           END-IF.
           IF WS-METHOD-HYBRID
               PERFORM PROJECT-HYBRID-FIRST-RTN
           END-IF.
           IF WS-METHOD-BASEDATE OR WS-METHOD-BOTH
              OR WS-METHOD-HYBRID
               PERFORM VARYING WS-YEAR FROM WS-TODAY-YEAR BY 1
                       UNTIL WS-YEAR > WS-TODAY-YEAR + 2
                   PERFORM PROJECT-BASEDATE-YEAR-RTN
               END-PERFORM
           END-IF.

      ******************************************************************
       PROJECT-ANNIV-RTN.
      ******************************************************************
      *    入社応当日方式。入社6ヶ月後から1年ごとの応当日(休日
      *    繰り上げ後)のうち、期間内のものを積む。
           PERFORM CALC-FIRST-ANNIV-RTN.
           MOVE 1 TO WS-ANNIV-K.
           PERFORM CALC-ANNIV-CANDIDATE-RTN.
           PERFORM UNTIL WS-CAND-DATE-NUM >= WS-RANGE-TO
                   OR WS-ANNIV-K > WS-ANNIV-MAX
               IF WS-CAND-DATE-NUM >= WS-RANGE-FROM
                   IF WS-ANNIV-K > 7
                       MOVE 7 TO WS-TIER-IDX
                   ELSE
                       MOVE WS-ANNIV-K TO WS-TIER-IDX
                   END-IF
                   PERFORM GET-TIER-DAYS-RTN
                   MOVE WS-ACTIVE-DAYS-ENTRY(WS-TIER-IDX)
                       TO WS-CAND-DAYS
                   MOVE "A" TO WS-CAND-KIND
                   PERFORM ADD-EVENT-RTN
               END-IF
               ADD 1 TO WS-ANNIV-K
               PERFORM CALC-ANNIV-CANDIDATE-RTN
           END-PERFORM.

      ******************************************************************
       PROJECT-HYBRID-FIRST-RTN.
      ******************************************************************
      *    併用方式の前倒し初回ロット(入社6ヶ月後、第1段階)。
           PERFORM CALC-FIRST-ANNIV-RTN.
           MOVE 1 TO WS-ANNIV-K.
           PERFORM CALC-ANNIV-CANDIDATE-RTN.
           IF WS-CAND-DATE-NUM >= WS-RANGE-FROM
              AND WS-CAND-DATE-NUM < WS-RANGE-TO
               MOVE 1 TO WS-TIER-IDX
               PERFORM GET-TIER-DAYS-RTN
               MOVE WS-ACTIVE-DAYS-ENTRY(1) TO WS-CAND-DAYS
               MOVE "H" TO WS-CAND-KIND
               PERFORM ADD-EVENT-RTN
               MOVE WS-CAND-DATE-NUM TO WS-HYB-FIRST-NUM
           END-IF.

      ******************************************************************
       PROJECT-BASEDATE-YEAR-RTN.
      ******************************************************************
      *    基準日方式の1年分(INPUT_PROGRAMのBASEDATE-GRANT-ONE-RTN
      *    と同じ勤続年数・初回按分・併用方式の調整)。
           MOVE WS-YEAR    TO WS-FUTURE-YEAR.
           MOVE WS-BASE-MM TO WS-FUTURE-MONTH.
           MOVE WS-BASE-DD TO WS-FUTURE-DAY.
           PERFORM ADJUST-FUTURE-DAY-LEAP-RTN.
           PERFORM ADJUST-GRANT-DATE-RTN.
           COMPUTE WS-CAND-DATE-NUM =
               WS-FUTURE-YEAR * 10000 + WS-FUTURE-MONTH * 100
               + WS-FUTURE-DAY.

           COMPUTE WS-SVC-YEARS = WS-YEAR - WS-JOIN-YEAR-NUM.
           IF WS-JOIN-MMDD > WS-BASE-MMDD
               SUBTRACT 1 FROM WS-SVC-YEARS
           END-IF.

           IF WS-CAND-DATE-NUM < WS-RANGE-FROM
              OR WS-CAND-DATE-NUM >= WS-RANGE-TO
              OR WS-SVC-YEARS < 0
               CONTINUE
           ELSE
               COMPUTE WS-TIER-IDX = WS-SVC-YEARS + 1
               IF WS-TIER-IDX > 7
                   MOVE 7 TO WS-TIER-IDX
               END-IF
               PERFORM GET-TIER-DAYS-RTN
               MOVE "D" TO WS-CAND-KIND
               IF WS-SVC-YEARS = 0
                   COMPUTE WS-SVC-MONTHS =
                       (WS-YEAR - WS-JOIN-YEAR-NUM) * 12
                       + WS-BASE-MM - WS-JOIN-MONTH-NUM
                   IF WS-SVC-MONTHS > 12
                       MOVE 12 TO WS-SVC-MONTHS
                   END-IF
                   COMPUTE WS-CAND-DAYS ROUNDED =
                       WS-ACTIVE-DAYS-ENTRY(1)
                       * WS-SVC-MONTHS / 12
                   MOVE "P" TO WS-CAND-KIND
               ELSE
                   MOVE WS-ACTIVE-DAYS-ENTRY(WS-TIER-IDX)
                       TO WS-CAND-DAYS
               END-IF
               IF WS-METHOD-HYBRID
                   PERFORM HYBRID-ADJUST-RTN
               END-IF
               IF WS-CAND-DAYS > 0
                   PERFORM ADD-EVENT-RTN
               END-IF
           END-IF.

      ******************************************************************
       HYBRID-ADJUST-RTN.
      ******************************************************************
      *    併用方式の基準日調整(INPUT_PROGRAMと同じ)。基準日前
      *    12ヶ月内に前倒し初回ロットがあれば次の段階へ進め、前回
      *    付与日から基準日までの経過月数の12分の按分とする。
           IF WS-HYB-FIRST-NUM > 0
              AND WS-HYB-FIRST-NUM < WS-CAND-DATE-NUM
              AND WS-HYB-FIRST-NUM > WS-CAND-DATE-NUM - 10000
               ADD 1 TO WS-TIER-IDX
               IF WS-TIER-IDX > 7
                   MOVE 7 TO WS-TIER-IDX
               END-IF
               COMPUTE WS-HYB-MONTHS =
                   (WS-FUTURE-YEAR - WS-HYB-FIRST-YEAR) * 12
                   + WS-BASE-MM - WS-HYB-FIRST-MONTH
               IF WS-HYB-MONTHS > 12
                   MOVE 12 TO WS-HYB-MONTHS
               END-IF
               IF WS-HYB-MONTHS < 0
                   MOVE 0 TO WS-HYB-MONTHS
               END-IF
               COMPUTE WS-CAND-DAYS ROUNDED =
                   WS-ACTIVE-DAYS-ENTRY(WS-TIER-IDX)
                   * WS-HYB-MONTHS / 12
               MOVE "P" TO WS-CAND-KIND
           END-IF.

      ******************************************************************
       GET-TIER-DAYS-RTN.
      ******************************************************************
      *    付与日(WS-CAND-DATE-NUM)時点の7段階をWS-ACTIVE-DAYS-TABLE
      *    へ用意する。変更案の期間で、本人の区分に変更後の日数表
      *    が入力されていればそれを使う。
           IF WS-USE-PRP-GS
              AND WS-PRP-GS-SET(WK-DAYS) = "Y"
               PERFORM VARYING WS-GS-TIER-IDX FROM 1 BY 1
                       UNTIL WS-GS-TIER-IDX > 7
                   MOVE WS-PRP-GS-DAYS(WK-DAYS, WS-GS-TIER-IDX)
                       TO WS-ACTIVE-DAYS-ENTRY(WS-GS-TIER-IDX)
               END-PERFORM
           ELSE
               MOVE SPACE TO WS-GS-DATE
               STRING WS-CAND-DATE-NUM(1:4) "-"
                   WS-CAND-DATE-NUM(5:2) "-"
                   WS-CAND-DATE-NUM(7:2)
                   DELIMITED BY SIZE INTO WS-GS-DATE
               PERFORM LOAD-GRANT-SCHEDULE-RTN
           END-IF.

      ******************************************************************
       ADD-EVENT-RTN.
      ******************************************************************
           IF WS-SCN-COUNT(WS-SCN-IDX) < WS-EVT-MAX
               ADD 1 TO WS-SCN-COUNT(WS-SCN-IDX)
               MOVE WS-SCN-COUNT(WS-SCN-IDX) TO WS-EVT-IDX
               MOVE WS-CAND-DATE-NUM
                   TO WS-EVT-DATE(WS-SCN-IDX, WS-EVT-IDX)
               MOVE WS-CAND-DAYS
                   TO WS-EVT-DAYS(WS-SCN-IDX, WS-EVT-IDX)
               MOVE WS-CAND-KIND
                   TO WS-EVT-KIND(WS-SCN-IDX, WS-EVT-IDX)
           END-IF.

      ******************************************************************
       SORT-EVENTS-RTN.
      ******************************************************************
      *    付与日順に並べ、同じ付与日の2件目以降を除く(BOTH併走で
      *    付与バッチがロット存在チェックで防ぐのと同じ扱い)。
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-SCN-COUNT(WS-SCN-IDX)
               COMPUTE WS-SORT-LAST =
                   WS-SCN-COUNT(WS-SCN-IDX) - WS-SORT-I
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-SORT-LAST
                   IF WS-EVT-DATE(WS-SCN-IDX, WS-SORT-J)
                      > WS-EVT-DATE(WS-SCN-IDX, WS-SORT-J + 1)
                       MOVE WS-EVT-ENTRY(WS-SCN-IDX, WS-SORT-J)
                           TO WS-SWAP-ENTRY
                       MOVE WS-EVT-ENTRY(WS-SCN-IDX, WS-SORT-J + 1)
                           TO WS-EVT-ENTRY(WS-SCN-IDX, WS-SORT-J)
                       MOVE WS-SWAP-ENTRY
                           TO WS-EVT-ENTRY(WS-SCN-IDX, WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE ZERO TO WS-SORT-J.
           MOVE ZERO TO WS-SCN-DAYS-SUM(WS-SCN-IDX).
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-SCN-COUNT(WS-SCN-IDX)
               IF WS-SORT-J = 0
                  OR WS-EVT-DATE(WS-SCN-IDX, WS-SORT-I)
                     NOT = WS-EVT-DATE(WS-SCN-IDX, WS-SORT-J)
                   ADD 1 TO WS-SORT-J
                   MOVE WS-EVT-ENTRY(WS-SCN-IDX, WS-SORT-I)
                       TO WS-EVT-ENTRY(WS-SCN-IDX, WS-SORT-J)
                   ADD WS-EVT-DAYS(WS-SCN-IDX, WS-SORT-J)
                       TO WS-SCN-DAYS-SUM(WS-SCN-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-SORT-J TO WS-SCN-COUNT(WS-SCN-IDX).

      ******************************************************************
       COMPARE-SCENARIOS-RTN.
      ******************************************************************
      *    付与の回数・付与日・日数のいずれかが違えば差異ありとし、
      *    日数差に本人の日額賃金を掛けて影響額を求める。
           MOVE "N" TO WS-EMP-DIFF-SW.
           IF WS-SCN-COUNT(1) NOT = WS-SCN-COUNT(2)
               MOVE "Y" TO WS-EMP-DIFF-SW
           ELSE
               PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                       UNTIL WS-EVT-IDX > WS-SCN-COUNT(1)
                   IF WS-EVT-DATE(1, WS-EVT-IDX)
                      NOT = WS-EVT-DATE(2, WS-EVT-IDX)
                      OR WS-EVT-DAYS(1, WS-EVT-IDX)
                      NOT = WS-EVT-DAYS(2, WS-EVT-IDX)
                       MOVE "Y" TO WS-EMP-DIFF-SW
                   END-IF
               END-PERFORM
           END-IF.

           IF DAILY-WAGE IS NUMERIC
               MOVE DAILY-WAGE TO WS-EMP-WAGE-NUM
           ELSE
               MOVE FUNCTION NUMVAL(DAILY-WAGE) TO WS-EMP-WAGE-NUM
           END-IF.
           COMPUTE WS-EMP-DIFF-DAYS =
               WS-SCN-DAYS-SUM(2) - WS-SCN-DAYS-SUM(1).
           COMPUTE WS-EMP-AMOUNT-NUM =
               WS-EMP-DIFF-DAYS * WS-EMP-WAGE-NUM.

      ******************************************************************
       WRITE-EMP-DIFF-RTN.
      ******************************************************************
      *    見出し行(回数・日数の合計と影響額)の下に、付与を
      *    日付順に左右へ並べる。
           MOVE WS-EMP-DIFF-DAYS TO WS-ED-DIFF-DAYS.
           MOVE WS-EMP-AMOUNT-NUM TO WS-ED-AMOUNT.
           MOVE WS-SCN-COUNT(1) TO WS-ED-COUNT.
           MOVE WS-SCN-DAYS-SUM(1) TO WS-ED-DAYS-SUM.
           MOVE WS-SCN-COUNT(2) TO WS-ED-COUNT-2.
           MOVE WS-SCN-DAYS-SUM(2) TO WS-ED-DAYS-SUM-2.
           MOVE SPACE TO PRINT-REC.
           STRING "  " DEPT-CODE " " EMP-ID " "
               EMP-NAME
               " 現行 " WS-ED-COUNT "回" WS-ED-DAYS-SUM "日"
               " 変更案 " WS-ED-COUNT-2 "回" WS-ED-DAYS-SUM-2 "日"
               " 差" WS-ED-DIFF-DAYS "日 影響額" WS-ED-AMOUNT
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           IF WS-SCN-COUNT(1) > WS-SCN-COUNT(2)
               MOVE WS-SCN-COUNT(1) TO WS-PAIR-MAX
           ELSE
               MOVE WS-SCN-COUNT(2) TO WS-PAIR-MAX
           END-IF.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-PAIR-MAX
               MOVE 1 TO WS-SCN-IDX
               PERFORM EDIT-EVENT-RTN
               MOVE WS-PRP-COL TO WS-CUR-COL
               MOVE 2 TO WS-SCN-IDX
               PERFORM EDIT-EVENT-RTN
               MOVE SPACE TO PRINT-REC
               STRING "      現行 " WS-CUR-COL
                   " 変更案 " WS-PRP-COL
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-PERFORM.

      ******************************************************************
       EDIT-EVENT-RTN.
      ******************************************************************
      *    付与1件(WS-SCN-IDX・WS-EVT-IDX)を「付与日 日数 種別」に
      *    編集してWS-PRP-COLへ置く。件数を超えたら空欄。
           MOVE SPACE TO WS-PRP-COL.
           IF WS-EVT-IDX <= WS-SCN-COUNT(WS-SCN-IDX)
               MOVE WS-EVT-KIND(WS-SCN-IDX, WS-EVT-IDX)
                   TO WS-CAND-KIND
               PERFORM SET-KIND-LABEL-RTN
               MOVE WS-EVT-DATE(WS-SCN-IDX, WS-EVT-IDX)
                   TO WS-CAND-DATE-NUM
               MOVE SPACE TO WS-EVENT-DATE-X
               STRING WS-CAND-DATE-NUM(1:4) "-"
                   WS-CAND-DATE-NUM(5:2) "-"
                   WS-CAND-DATE-NUM(7:2)
                   DELIMITED BY SIZE INTO WS-EVENT-DATE-X
               STRING WS-EVENT-DATE-X " "
                   WS-EVT-DAYS(WS-SCN-IDX, WS-EVT-IDX) "日 "
                   WS-KIND-LABEL
                   DELIMITED BY SIZE INTO WS-PRP-COL
           END-IF.

      ******************************************************************
       SET-KIND-LABEL-RTN.
      ******************************************************************
           EVALUATE WS-CAND-KIND
               WHEN "A"
                   MOVE "応当日" TO WS-KIND-LABEL
               WHEN "D"
                   MOVE "基準日" TO WS-KIND-LABEL
               WHEN "P"
                   MOVE "按分" TO WS-KIND-LABEL
               WHEN "H"
                   MOVE "前倒し初回" TO WS-KIND-LABEL
               WHEN OTHER
                   MOVE SPACE TO WS-KIND-LABEL
           END-EVALUATE.

      ******************************************************************
       CHECK-DOUBLE-GAP-RTN.
      ******************************************************************
      *    変更案の付与を直近の付与実績から順にたどり、発効日以降
      *    の付与について前回からの間隔を見る。
           MOVE WS-LAST-GRANT-NUM TO WS-PREV-NUM.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-SCN-COUNT(2)
               MOVE WS-EVT-DATE(2, WS-EVT-IDX) TO WS-CAND-DATE-NUM
               IF WS-PREV-NUM > 0
                  AND WS-CAND-DATE-NUM >= WS-EFF-DATE-NUM
                   COMPUTE WS-INTERVAL-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-CAND-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-PREV-NUM)
                   IF WS-INTERVAL-DAYS > WS-GAP-LIMIT
                       MOVE "付与空白" TO WS-FLAG-TEXT
                       ADD 1 TO WS-GAP-COUNT
                       PERFORM ADD-FLAG-LINE-RTN
                   END-IF
                   IF WS-INTERVAL-DAYS < WS-DOUBLE-LIMIT
                      AND WS-EVT-KIND(2, WS-EVT-IDX) NOT = "P"
                      AND NOT WS-PRP-METHOD-BOTH
                       MOVE "二重付与" TO WS-FLAG-TEXT
                       ADD 1 TO WS-DOUBLE-COUNT
                       PERFORM ADD-FLAG-LINE-RTN
                   END-IF
               END-IF
               MOVE WS-CAND-DATE-NUM TO WS-PREV-NUM
           END-PERFORM.

      *    最後の付与から試算期間の終わりまで1年を超えて次の付与
      *    が無い場合も、発効日以降に空白が生じるものは挙げる。
           IF WS-PREV-NUM > 0
              AND WS-EFF-DATE-NUM < WS-END-NUM
               COMPUTE WS-INTERVAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-END-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-PREV-NUM)
               IF WS-INTERVAL-DAYS > WS-GAP-LIMIT
                  AND WS-PREV-NUM + 10000 >= WS-EFF-DATE-NUM
                   MOVE ZERO TO WS-CAND-DATE-NUM
                   MOVE "付与空白" TO WS-FLAG-TEXT
                   ADD 1 TO WS-GAP-COUNT
                   PERFORM ADD-FLAG-LINE-RTN
               END-IF
           END-IF.

      ******************************************************************
       ADD-FLAG-LINE-RTN.
      ******************************************************************
      *    二重付与・付与空白1件を[3]用に控える(前回付与日・今回
      *    付与日・間隔)。今回付与日0は試算期間内に次回付与なし。
           ADD 1 TO WS-FLAG-TOTAL.
           IF WS-FLAG-TOTAL <= WS-FLAG-MAX
               MOVE WS-INTERVAL-DAYS TO WS-ED-INTERVAL
               MOVE SPACE TO WS-FLAG-LINE(WS-FLAG-TOTAL)
               IF WS-CAND-DATE-NUM = 0
                   STRING "  " WS-FLAG-TEXT " " DEPT-CODE " "
                       EMP-ID " " EMP-NAME
                       " 前回 " WS-PREV-NUM
                       " 以降 " WS-END-NUM " まで付与なし"
                       DELIMITED BY SIZE
                       INTO WS-FLAG-LINE(WS-FLAG-TOTAL)
               ELSE
                   STRING "  " WS-FLAG-TEXT " " DEPT-CODE " "
                       EMP-ID " " EMP-NAME
                       " 前回 " WS-PREV-NUM
                       " 今回 " WS-CAND-DATE-NUM
                       " 間隔" WS-ED-INTERVAL "日"
                       DELIMITED BY SIZE
                       INTO WS-FLAG-LINE(WS-FLAG-TOTAL)
               END-IF
           END-IF.

      ******************************************************************
       ADD-DEPT-TOTAL-RTN.
      ******************************************************************
      *    社員は部門順に読むため、部門が変わったら次の行へ進む。
           IF WS-DEPT-TOTAL = 0
              OR WS-DT-CODE(WS-DEPT-TOTAL) NOT = DEPT-CODE
               IF WS-DEPT-TOTAL < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-TOTAL
                   MOVE DEPT-CODE TO WS-DT-CODE(WS-DEPT-TOTAL)
                   MOVE ZERO TO WS-DT-EMPS(WS-DEPT-TOTAL)
                   MOVE ZERO TO WS-DT-DIFF-EMPS(WS-DEPT-TOTAL)
                   MOVE ZERO TO WS-DT-CUR-DAYS(WS-DEPT-TOTAL)
                   MOVE ZERO TO WS-DT-PRP-DAYS(WS-DEPT-TOTAL)
                   MOVE ZERO TO WS-DT-AMOUNT(WS-DEPT-TOTAL)
               END-IF
           END-IF.
           MOVE WS-DEPT-TOTAL TO WS-DEPT-IDX.
           ADD 1 TO WS-DT-EMPS(WS-DEPT-IDX).
           ADD WS-SCN-DAYS-SUM(1) TO WS-DT-CUR-DAYS(WS-DEPT-IDX).
           ADD WS-SCN-DAYS-SUM(2) TO WS-DT-PRP-DAYS(WS-DEPT-IDX).
           ADD WS-EMP-AMOUNT-NUM TO WS-DT-AMOUNT(WS-DEPT-IDX).
           ADD 1 TO WS-TOT-EMPS.
           ADD WS-SCN-DAYS-SUM(1) TO WS-TOT-CUR-DAYS.
           ADD WS-SCN-DAYS-SUM(2) TO WS-TOT-PRP-DAYS.
           ADD WS-EMP-AMOUNT-NUM TO WS-TOT-AMOUNT.
           IF WS-EMP-DIFF
               ADD 1 TO WS-DT-DIFF-EMPS(WS-DEPT-IDX)
               ADD 1 TO WS-TOT-DIFF-EMPS
           END-IF.

      ******************************************************************
       WRITE-DEPT-TOTALS-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "[2] 部門別合計(部門/人数/差異あり"
               "/現行日数/変更案日数/日数差/影響額)"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-TOTAL
               COMPUTE WS-ED-DIFF-DAYS =
                   WS-DT-PRP-DAYS(WS-DEPT-IDX)
                   - WS-DT-CUR-DAYS(WS-DEPT-IDX)
               MOVE WS-DT-AMOUNT(WS-DEPT-IDX) TO WS-ED-AMOUNT
               MOVE SPACE TO PRINT-REC
               STRING "  " WS-DT-CODE(WS-DEPT-IDX)
                   " 人数 " WS-DT-EMPS(WS-DEPT-IDX)
                   " 差異あり " WS-DT-DIFF-EMPS(WS-DEPT-IDX)
                   " 現行 " WS-DT-CUR-DAYS(WS-DEPT-IDX)
                   " 変更案 " WS-DT-PRP-DAYS(WS-DEPT-IDX)
                   " 差" WS-ED-DIFF-DAYS
                   " 影響額" WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-PERFORM.

      ******************************************************************
       WRITE-FLAGS-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "[3] 二重付与・付与空白"
               "(変更案・発効日以降)"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-FLAG-TOTAL = 0
               MOVE SPACE TO PRINT-REC
               STRING "  該当なし"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                   UNTIL WS-FLAG-IDX > WS-FLAG-TOTAL
                      OR WS-FLAG-IDX > WS-FLAG-MAX
               MOVE WS-FLAG-LINE(WS-FLAG-IDX) TO PRINT-REC
               WRITE PRINT-REC
           END-PERFORM.
           IF WS-FLAG-TOTAL > WS-FLAG-MAX
               MOVE SPACE TO PRINT-REC
               STRING "  ほか " WS-FLAG-TOTAL " 件中 "
                   WS-FLAG-MAX " 件のみ表示"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

      ******************************************************************
       WRITE-GRAND-TOTAL-RTN.
      ******************************************************************
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "[4] 全社合計"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "  人数 " WS-TOT-EMPS
               " 差異あり " WS-TOT-DIFF-EMPS
               " 二重付与 " WS-DOUBLE-COUNT
               " 付与空白 " WS-GAP-COUNT
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           COMPUTE WS-ED-DIFF-DAYS =
               WS-TOT-PRP-DAYS - WS-TOT-CUR-DAYS.
           MOVE WS-TOT-AMOUNT TO WS-ED-AMOUNT.
           MOVE WS-TOT-CUR-DAYS TO WS-ED-TOT-DAYS.
           MOVE WS-TOT-PRP-DAYS TO WS-ED-TOT-DAYS-2.
           MOVE SPACE TO PRINT-REC.
           STRING "  付与日数 現行 " WS-ED-TOT-DAYS
               " 変更案 " WS-ED-TOT-DAYS-2
               " 差" WS-ED-DIFF-DAYS
               " 引当金影響額" WS-ED-AMOUNT
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       SELECT-EMPLOYEE-TABLE-RTN.
      ******************************************************************
      *    EMP_MASTERの週所定労働日数で付与日数表の区分を選ぶ
      *    (INPUT_PROGRAMと同じ。値が無い行はフルタイム扱い)。
           IF WEEKLY-WORK-DAYS IS NUMERIC
              AND WEEKLY-WORK-DAYS NOT = "0"
               MOVE FUNCTION NUMVAL(WEEKLY-WORK-DAYS) TO WK-DAYS
           ELSE
               MOVE 5 TO WK-DAYS
           END-IF.
           IF WK-DAYS > 5
               MOVE 5 TO WK-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WK-DAYS >= 5
                   MOVE "5" TO WS-GS-WEEKDAYS
               WHEN WK-DAYS = 4
                   MOVE "4" TO WS-GS-WEEKDAYS
               WHEN WK-DAYS = 3
                   MOVE "3" TO WS-GS-WEEKDAYS
               WHEN WK-DAYS = 2
                   MOVE "2" TO WS-GS-WEEKDAYS
               WHEN OTHER
                   MOVE 1 TO WK-DAYS
                   MOVE "1" TO WS-GS-WEEKDAYS
           END-EVALUATE.
           PERFORM GET-EMP-CALENDAR-RTN.

      ******************************************************************
       LOAD-GRANT-SCHEDULE-RTN.
      ******************************************************************
      *    付与日(WS-GS-DATE)時点で発効済みの最新の付与日数表を、
      *    会社・週所定労働日数区分で引いてWS-ACTIVE-DAYS-TABLEへ
      *    読み込む(INPUT_PROGRAMと同じ読み方)。7段階が揃わない
      *    場合は誤った日数で試算しないよう処理を打ち切る。
           IF NOT WS-GS-READY
               PERFORM ENSURE-GRANT-SCHEDULE-RTN
               MOVE "Y" TO WS-GS-READY-SW
           END-IF.
           MOVE SPACE TO WS-GS-ROW.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(STRING_AGG(
                          LPAD(CAST(GRANT_DAYS AS VARCHAR),2,'0'),
                          '' ORDER BY TIER),' ')
               INTO :WS-GS-COUNT, :WS-GS-ROW
               FROM GRANT_SCHEDULE
               WHERE COMPANY_CODE = :WS-COMPANY
                 AND WEEKLY_DAYS =
                     CAST(:WS-GS-WEEKDAYS AS SMALLINT)
                 AND EFFECTIVE_FROM =
                     (SELECT MAX(EFFECTIVE_FROM)
                      FROM GRANT_SCHEDULE
                      WHERE COMPANY_CODE = :WS-COMPANY
                        AND WEEKLY_DAYS =
                            CAST(:WS-GS-WEEKDAYS AS SMALLINT)
                        AND EFFECTIVE_FROM <=
                            CAST(:WS-GS-DATE AS DATE))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-GS-COUNT) NOT = 7
               PERFORM WRITE-SCHEDULE-MISSING-LOG
               DISPLAY "*** 付与日数表(GRANT_SCHEDULE)に 会社 "
                   WS-COMPANY " 区分 " WS-GS-WEEKDAYS " の "
                   WS-GS-DATE " 時点の行がありません ***"
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-GS-ROW TO WS-ACTIVE-DAYS-TABLE.

      ******************************************************************
       ENSURE-GRANT-SCHEDULE-RTN.
      ******************************************************************
      *    付与日数表。法定日数の初期投入はDB/GRANT_SCHEDULEで行う。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS GRANT_SCHEDULE
               (
                   COMPANY_CODE   VARCHAR(2) NOT NULL DEFAULT '01',
                   EFFECTIVE_FROM DATE NOT NULL
                                   DEFAULT DATE '1900-01-01',
                   WEEKLY_DAYS    SMALLINT NOT NULL,
                   TIER           SMALLINT NOT NULL,
                   GRANT_DAYS     SMALLINT NOT NULL,
                   CONSTRAINT GSCH_0 PRIMARY KEY
                       (COMPANY_CODE, WEEKLY_DAYS, TIER,
                        EFFECTIVE_FROM)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-SCHEDULE-MISSING-LOG.
      ******************************************************************
           ACCEPT WS-ERR-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACE TO ERROR-LOG-REC.
           STRING WS-ERR-TIMESTAMP "  " WS-ERR-PROGRAM-NAME
               "  NO-SCHEDULE CO=" WS-COMPANY
               " WD=" WS-GS-WEEKDAYS " AT=" WS-GS-DATE
               DELIMITED BY SIZE INTO ERROR-LOG-REC.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE ERROR-LOG-REC.
           CLOSE ERROR-LOG-FILE.

      ******************************************************************
       GET-EMP-CALENDAR-RTN.
      ******************************************************************
      *    本人の所属部門の事業所カレンダー(DEPT_CALENDAR)と週勤務
      *    曜日パターン(WORK_PATTERN)を引く(FORECAST_RPTと同じ)。
      *    割当の無い部門はCOMPANY、パターン未設定は土日のみ休み。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS DEPT_CALENDAR
               (
                   DEPT_CODE    VARCHAR(6) NOT NULL,
                   CALENDAR_ID  VARCHAR(8) NOT NULL
                                 DEFAULT 'COMPANY',
                   CONSTRAINT DCAL_0 PRIMARY KEY (DEPT_CODE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE "COMPANY" TO WS-EMP-CALENDAR.
           EXEC SQL
               SELECT COALESCE(
                   (SELECT DC.CALENDAR_ID
                    FROM DEPT_CALENDAR DC
                    INNER JOIN EMP_MASTER E
                        ON E.DEPT_CODE = DC.DEPT_CODE
                    WHERE E.EMP_ID = :EMP-ID),'COMPANY')
               INTO :WS-EMP-CALENDAR
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               ALTER TABLE EMP_MASTER
                   ADD COLUMN IF NOT EXISTS WORK_PATTERN VARCHAR(7)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE SPACE TO WS-EMP-PATTERN.
           EXEC SQL
               SELECT COALESCE(
                   (SELECT WORK_PATTERN FROM EMP_MASTER
                    WHERE EMP_ID = :EMP-ID),' ')
               INTO :WS-EMP-PATTERN
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       CALC-FIRST-ANNIV-RTN.
      ******************************************************************
      *    入社6ヶ月後の応当日(初回付与日、繰り上げ前)。
           COMPUTE WS-TOTAL-MONTH = WS-JOIN-MONTH-NUM + 6.
           IF WS-TOTAL-MONTH > 12
               COMPUTE WS-NEW-YEAR = WS-JOIN-YEAR-NUM + 1
               COMPUTE WS-NEW-MONTH = WS-TOTAL-MONTH - 12
           ELSE
               MOVE WS-JOIN-YEAR-NUM TO WS-NEW-YEAR
               MOVE WS-TOTAL-MONTH TO WS-NEW-MONTH
           END-IF.
           MOVE WS-JOIN-DAY-NUM TO WS-NEW-DAY.

      ******************************************************************
       CALC-ANNIV-CANDIDATE-RTN.
      ******************************************************************
           COMPUTE WS-FUTURE-YEAR = WS-NEW-YEAR + WS-ANNIV-K - 1.
           MOVE WS-NEW-MONTH TO WS-FUTURE-MONTH.
           MOVE WS-NEW-DAY   TO WS-FUTURE-DAY.
           PERFORM ADJUST-FUTURE-DAY-LEAP-RTN.
           PERFORM ADJUST-GRANT-DATE-RTN.
           COMPUTE WS-CAND-DATE-NUM =
               WS-FUTURE-YEAR * 10000 + WS-FUTURE-MONTH * 100
               + WS-FUTURE-DAY.

      ******************************************************************
       ADJUST-FUTURE-DAY-LEAP-RTN.
      ******************************************************************
           IF WS-FUTURE-MONTH = 2 AND WS-FUTURE-DAY = 29
               COMPUTE DATA1 = FUNCTION MOD(WS-FUTURE-YEAR 4)
               COMPUTE DATA2 = FUNCTION MOD(WS-FUTURE-YEAR 100)
               COMPUTE DATA3 = FUNCTION MOD(WS-FUTURE-YEAR 400)
               IF NOT ((DATA1 = 0 AND DATA2 NOT = 0) OR (DATA3 = 0))
                   MOVE 28 TO WS-FUTURE-DAY
               END-IF
           END-IF.

      ******************************************************************
       ADJUST-GRANT-DATE-RTN.
      ******************************************************************
      *    土日・会社休日の翌営業日繰り上げ(INPUT_PROGRAMと同じ)。
           MOVE "N" TO WS-ADJ-DONE-SW.
           PERFORM UNTIL WS-ADJ-DONE
               COMPUTE WS-ADJ-DATE-NUM =
                   WS-FUTURE-YEAR * 10000 + WS-FUTURE-MONTH * 100
                   + WS-FUTURE-DAY
               COMPUTE WS-ADJ-DOW =
                   FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(WS-ADJ-DATE-NUM) - 1, 7)

      *        勤務曜日パターン(月..日)があればそれに従い、
      *        無ければ土日以外を営業日とする(付与バッチと同じ)。
               IF (WS-EMP-PATTERN NOT = SPACE
                   AND WS-EMP-PATTERN(WS-ADJ-DOW + 1:1) = "N")
                  OR (WS-EMP-PATTERN = SPACE
                      AND (WS-ADJ-DOW = 5 OR WS-ADJ-DOW = 6))
                   PERFORM ADVANCE-ONE-DAY-RTN
               ELSE
                   PERFORM CHECK-HOLIDAY-RTN
                   IF WS-HOLIDAY-FOUND
                       PERFORM ADVANCE-ONE-DAY-RTN
                   ELSE
                       MOVE "Y" TO WS-ADJ-DONE-SW
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       ADVANCE-ONE-DAY-RTN.
      ******************************************************************
           COMPUTE WS-ADJ-ORDINAL =
               FUNCTION INTEGER-OF-DATE(WS-ADJ-DATE-NUM) + 1.
           COMPUTE WS-ADJ-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               WS-ADJ-ORDINAL).
           MOVE WS-ADJ-DATE-NUM(1:4) TO WS-FUTURE-YEAR.
           MOVE WS-ADJ-DATE-NUM(5:2) TO WS-FUTURE-MONTH.
           MOVE WS-ADJ-DATE-NUM(7:2) TO WS-FUTURE-DAY.

      ******************************************************************
       CHECK-HOLIDAY-RTN.
      ******************************************************************
           STRING WS-FUTURE-YEAR "-" WS-FUTURE-MONTH "-" WS-FUTURE-DAY
               INTO WS-ADJ-DATE-DISP.
           MOVE "N" TO WS-HOLIDAY-FOUND-SW.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-HOLIDAY-COUNT
               FROM HOLIDAY_CALENDAR
               WHERE HOLIDAY_DATE = :WS-ADJ-DATE-DISP
                 AND CALENDAR_ID = :WS-EMP-CALENDAR
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           IF FUNCTION NUMVAL(WS-HOLIDAY-COUNT) > 0
               MOVE "Y" TO WS-HOLIDAY-FOUND-SW
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
