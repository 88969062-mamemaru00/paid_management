      *    出力する。INPUT_PROGRAMのADJUST-GRANT-DATE-RTNはこの
      *    テーブルを参照して付与日を繰り上げるため、テーブルが
      *    古いままだと休日に付与が行われてしまう。
      *    起動引数G(G 対象年 カレンダーID)では、国民の祝日を法律
      *    の規定から1年分生成する。
      *      - 日付の固定した祝日(元日・建国記念の日など)
      *      - 月曜日に固定した祝日(成人の日・海の日・敬老の日・
      *        スポーツの日)
      *      - 春分の日・秋分の日(天文計算による近似式。2099年まで)
      *      - 国民の休日(祝日に挟まれた平日)と振替休日(祝日が
      *        日曜日のときは次の祝日でない日)
      *    生成した祝日にHOLFILEの会社休業日(区分C)を合わせ、登録
      *    済みのカレンダーとの差異(新規・変更・同一・削除)を生成分
      *    とファイル分に分けてHOLPROOFへ印字し、確認のうえで登録
      *    する。特別法による一時的な祝日の移動・追加はHOLFILEに
      *    区分Nで載せれば生成分に優先する(祝日と同じ日の会社
      *    休業日は祝日を残す)。対象年に無い生成分の祝日(区分N)
      *    は削除し、ファイルに無い会社休業日は残す。
      *    生成はサインオン(OPER-SIGNON)した権限レベル3以上の
      *    操作者だけが行える。部門へのカレンダー割当(A)は同じく
      *    サインオンした権限レベル2以上の操作者が行える。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "HOL_MAINT".
      *    祝日生成(G)は休日マスタを書き換えるため、LTYPE_MAINT等の
      *    マスタ保守と同じレベル3以上の操作者に限る。
           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 3.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.

           01  WS-UPSERT-COUNT         PIC  9(6) VALUE 0.
           01  WS-SKIP-COUNT           PIC  9(6) VALUE 0.
           01  WS-OTHER-YEAR-COUNT     PIC  9(6) VALUE 0.
           01  WS-CONFIRM-SW           PIC  X(01) VALUE "N".
               88  WS-CONFIRMED            VALUE "Y".

      *    祝日生成(起動引数G)の対象年と、生成した祝日の一覧。
      *    WS-GEN-DAYNOはINTEGER-OF-DATEの通日(曜日と前後の日の
      *    判定用)。区分はS=祝日 / K=国民の休日 / F=振替休日。
           01  WS-GEN-YEAR             PIC  9(4) VALUE 0.
           01  WS-GEN-TABLE.
               03  WS-GEN-ENTRY        OCCURS 40 TIMES.
                   05  WS-GEN-DATE     PIC 9(8).
                   05  WS-GEN-DAYNO    PIC 9(7).
                   05  WS-GEN-NAME     PIC X(18).
                   05  WS-GEN-KIND     PIC X(1).
           01  WS-GEN-COUNT            PIC  9(2) VALUE 0.
           01  WS-GEN-MAX              PIC  9(2) VALUE 40.
           01  WS-GEN-BASE-COUNT       PIC  9(2) VALUE 0.
           01  WS-GEN-IDX              PIC  9(2).
           01  WS-GEN-IDX2             PIC  9(2).
      *    CHECK-GEN-DAYNO-RTN専用。呼び出し側の添字を壊さない。
           01  WS-GEN-IDX3             PIC  9(2).
           01  WS-GEN-NEW-DATE.
               03  WS-GEN-NEW-YEAR     PIC 9(4).
               03  WS-GEN-NEW-MONTH    PIC 9(2).
               03  WS-GEN-NEW-DAY      PIC 9(2).
           01  WS-GEN-NEW-NUM REDEFINES WS-GEN-NEW-DATE PIC 9(8).
           01  WS-GEN-NEW-NAME         PIC  X(18).
           01  WS-GEN-NEW-KIND         PIC  X(1).
           01  WS-GEN-DAYNO-WK         PIC  9(7).
           01  WS-GEN-DOW              PIC  9(1).
           01  WS-GEN-FOUND-SW         PIC  X(01) VALUE "N".
               88  WS-GEN-FOUND            VALUE "Y".
           01  WS-GEN-EQUINOX          PIC  9(3)V9(6).
           01  WS-GEN-LEAP-ADJ         PIC  9(3).

      *    日付の固定した祝日(月日+名称)。
           01  WS-FIXED-HOL-DATA.
               03  FILLER  PIC X(22) VALUE "0101元日".
               03  FILLER  PIC X(22) VALUE "0211建国記念の日".
               03  FILLER  PIC X(22) VALUE "0223天皇誕生日".
               03  FILLER  PIC X(22) VALUE "0429昭和の日".
               03  FILLER  PIC X(22) VALUE "0503憲法記念日".
               03  FILLER  PIC X(22) VALUE "0504みどりの日".
               03  FILLER  PIC X(22) VALUE "0505こどもの日".
               03  FILLER  PIC X(22) VALUE "0811山の日".
               03  FILLER  PIC X(22) VALUE "1103文化の日".
               03  FILLER  PIC X(22) VALUE "1123勤労感謝の日".
           01  WS-FIXED-HOL-R REDEFINES WS-FIXED-HOL-DATA.
               03  WS-FIXED-ENTRY      OCCURS 10 TIMES.
                   05  WS-FIXED-MONTH  PIC 9(2).
                   05  WS-FIXED-DAY    PIC 9(2).
                   05  WS-FIXED-NAME   PIC X(18).

      *    月曜日に固定した祝日(月+第何月曜日+名称)。
           01  WS-MONDAY-HOL-DATA.
               03  FILLER  PIC X(21) VALUE "012成人の日".
               03  FILLER  PIC X(21) VALUE "073海の日".
               03  FILLER  PIC X(21) VALUE "093敬老の日".
               03  FILLER  PIC X(21) VALUE "102スポーツの日".
           01  WS-MONDAY-HOL-R REDEFINES WS-MONDAY-HOL-DATA.
               03  WS-MONDAY-ENTRY     OCCURS 4 TIMES.
                   05  WS-MONDAY-MONTH PIC 9(2).
                   05  WS-MONDAY-NTH   PIC 9(1).
                   05  WS-MONDAY-NAME  PIC X(18).

      *    証跡リストの曜日表示(TO_CHARのID: 1=月 ... 7=日)。
           01  WS-DOW-NAMES.
               03  FILLER  PIC X(3) VALUE "月".
               03  FILLER  PIC X(3) VALUE "火".
               03  FILLER  PIC X(3) VALUE "水".
               03  FILLER  PIC X(3) VALUE "木".
               03  FILLER  PIC X(3) VALUE "金".
               03  FILLER  PIC X(3) VALUE "土".
               03  FILLER  PIC X(3) VALUE "日".
           01  WS-DOW-NAMES-R REDEFINES WS-DOW-NAMES.
               03  WS-DOW-NAME PIC X(3) OCCURS 7 TIMES.
           01  WS-DOW-IDX              PIC  9(1).

      *    証跡リストの出所・差異の表示と件数。
           01  WS-PF-SOURCE            PIC  X(12).
           01  WS-PF-DIFF              PIC  X(6).
           01  WS-NEW-COUNT            PIC  9(4) VALUE 0.
           01  WS-CHG-COUNT            PIC  9(4) VALUE 0.
           01  WS-SAME-COUNT           PIC  9(4) VALUE 0.
           01  WS-DEL-COUNT            PIC  9(4) VALUE 0.
           01  WS-KEEP-COUNT           PIC  9(4) VALUE 0.

      *    取込前に1日ずつDATE-CHKへ渡すための作業用。
           01  HOL-DATE-INPUT.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  HOLIDAY-DATE            PIC  X(10).
           01  HOLIDAY-NAME            PIC  X(18).
           01  HOLIDAY-TYPE            PIC  X(1).
      *    事業所別カレンダー対応。取込・証跡の対象カレンダーID
      *    (起動引数、未指定は全社共通COMPANY)と、部門への
           01  WS-CALENDAR-ID          PIC  X(8) VALUE "COMPANY".
           01  WS-ASG-DEPT             PIC  X(6).
           01  WS-ASG-CAL              PIC  X(8).
      *    祝日生成の対象期間と、証跡リストの読み出し用。
           01  WS-GEN-FROM             PIC  X(10).
           01  WS-GEN-TO               PIC  X(10).
           01  WS-GEN-SOURCE           PIC  X(1).
           01  WS-GEN-HIT              PIC  X(8).
           01  WS-PF-DOW               PIC  X(1).
           01  WS-PF-MARK              PIC  X(1).
           01  WS-PF-OLD-NAME          PIC  X(18).
           01  WS-PF-OLD-TYPE          PIC  X(1).
      *    祝日生成の操作者権限(OPERATOR_AUTH)確認用。
           01  WS-OPERATOR-ID          PIC  X(10) VALUE "UNKNOWN".
           01  WS-AUTH-COUNT           PIC  X(8).
           01  WS-AUTH-LEVEL           PIC  X(1).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           01  WS-CMD-ARGS             PIC X(20) VALUE SPACE.
           01  WS-CMD-A1               PIC X(8)  VALUE SPACE.
           01  WS-CMD-A2               PIC X(8)  VALUE SPACE.
           01  WS-CMD-A3               PIC X(8)  VALUE SPACE.

      ******************************************************************
       PROCEDURE                   DIVISION.
           DISPLAY "*** HOL_MAINT STARTED ***".

      *    起動引数: A=部門へのカレンダー割当保守 /
      *    G 対象年 [カレンダーID]=国民の祝日の生成と休業日の取込 /
      *    それ以外=取込対象のカレンダーID(未指定はCOMPANY)。
           ACCEPT WS-CMD-ARGS FROM COMMAND-LINE.
           UNSTRING WS-CMD-ARGS DELIMITED BY ALL SPACE
               INTO WS-CMD-A1, WS-CMD-A2, WS-CMD-A3.
           IF WS-CMD-A1 = "A"
               PERFORM ASSIGN-DEPT-CALENDAR-RTN
               STOP RUN
           END-IF.
           IF WS-CMD-A1 = "G"
               PERFORM GENERATE-YEAR-RTN
               STOP RUN
           END-IF.
           IF WS-CMD-A1 NOT = SPACE
               MOVE WS-CMD-A1 TO WS-CALENDAR-ID
           END-IF.
      ******************************************************************
      *    部門へカレンダーを割り当てる(上書き可)。割り当てた
      *    カレンダーはPAID_CALCの営業日判定とINPUT_PROGRAMの
      *    付与日繰り上げが参照する。割当は部門単位の保守のため
      *    レベル2以上の操作者に許す。
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           PERFORM CONNECT-TO-DATABASE.
           MOVE 2 TO WS-REQUIRED-LEVEL.
           PERFORM CHECK-AUTH-LEVEL-RTN.
           PERFORM ENSURE-DEPT-CALENDAR-RTN.

           DISPLAY "部門コード : >> ".
           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY "*** HOL_MAINT FINISHED ***".

      ******************************************************************
       GENERATE-YEAR-RTN.
      ******************************************************************
      *    対象年の国民の祝日を生成し、HOLFILEの会社休業日と合わせて
      *    一時表HOL_GENに作る。証跡リストを印字して確認を取って
      *    から登録する(取り消した場合は何も登録しない)。
           IF WS-CMD-A2(1:4) IS NOT NUMERIC
              OR WS-CMD-A2(5:) NOT = SPACE
               DISPLAY "*** 対象年は4桁の数字で"
                   "指定してください ***"
               STOP RUN
           END-IF.
           MOVE WS-CMD-A2(1:4) TO WS-GEN-YEAR.
           IF WS-GEN-YEAR < 2022 OR WS-GEN-YEAR > 2099
               DISPLAY "*** 生成できる年は2022年から"
                   "2099年まで ***"
               STOP RUN
           END-IF.
           IF WS-CMD-A3 NOT = SPACE
               MOVE WS-CMD-A3 TO WS-CALENDAR-ID
           END-IF.
           DISPLAY "対象年         : " WS-GEN-YEAR.
           DISPLAY "対象カレンダー : " WS-CALENDAR-ID.
           STRING WS-GEN-YEAR "-01-01" DELIMITED BY SIZE
               INTO WS-GEN-FROM.
           STRING WS-GEN-YEAR "-12-31" DELIMITED BY SIZE
               INTO WS-GEN-TO.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           PERFORM CONNECT-TO-DATABASE.
           PERFORM CHECK-AUTH-LEVEL-RTN.

           EXEC SQL
               DROP TABLE IF EXISTS HOL_GEN
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
      *    G_SOURCEはG=規定からの生成 / F=HOLFILE。
           EXEC SQL
               CREATE TEMP TABLE HOL_GEN
               (
                   G_DATE         DATE NOT NULL,
                   G_NAME         VARCHAR(15),
                   G_TYPE         VARCHAR(1) NOT NULL,
                   G_SOURCE       VARCHAR(1) NOT NULL,
                   CONSTRAINT HGEN_0 PRIMARY KEY (G_DATE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM BUILD-NATIONAL-HOLIDAYS-RTN.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               PERFORM STORE-GEN-HOLIDAY-RTN
           END-PERFORM.
           PERFORM MERGE-CLOSURE-FILE-RTN.

           PERFORM PRINT-GEN-PROOF-RTN.

           DISPLAY "新規 " WS-NEW-COUNT "  変更 " WS-CHG-COUNT
               "  同一 " WS-SAME-COUNT "  削除 " WS-DEL-COUNT
               "  保持 " WS-KEEP-COUNT.
           IF WS-NEW-COUNT = 0 AND WS-CHG-COUNT = 0
              AND WS-DEL-COUNT = 0
               DISPLAY "登録済みのカレンダーと"
                   "差異はありません"
               MOVE "N" TO WS-CONFIRM-SW
           ELSE
               DISPLAY "証跡リスト(HOLPROOF)を"
                   "確認してください"
               DISPLAY "この内容で登録しますか (Y/N) : >> "
               ACCEPT WS-CONFIRM-SW FROM CONSOLE
           END-IF.

           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           IF WS-CONFIRMED
               PERFORM APPLY-GEN-HOLIDAYS-RTN
               EXEC SQL COMMIT WORK END-EXEC
               STRING "以上の内容で登録した" DELIMITED BY SIZE
                   INTO PRINT-REC
               DISPLAY "*** 登録しました ***"
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
               STRING "登録していない" DELIMITED BY SIZE
                   INTO PRINT-REC
               DISPLAY "*** 登録していません ***"
           END-IF.
           WRITE PRINT-REC.

           EXEC SQL DISCONNECT ALL END-EXEC.
           CLOSE PRINT-FILE.
           DISPLAY "*** HOL_MAINT FINISHED ***".

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
       BUILD-NATIONAL-HOLIDAYS-RTN.
      ******************************************************************
           MOVE ZERO TO WS-GEN-COUNT.
           MOVE "S" TO WS-GEN-NEW-KIND.
           MOVE WS-GEN-YEAR TO WS-GEN-NEW-YEAR.

      *    日付の固定した祝日。
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > 10
               MOVE WS-FIXED-MONTH(WS-GEN-IDX) TO WS-GEN-NEW-MONTH
               MOVE WS-FIXED-DAY(WS-GEN-IDX) TO WS-GEN-NEW-DAY
               MOVE WS-FIXED-NAME(WS-GEN-IDX) TO WS-GEN-NEW-NAME
               PERFORM ADD-GEN-HOLIDAY-RTN
           END-PERFORM.

      *    第n月曜日。月の1日の曜日(0=月 ... 6=日)から最初の
      *    月曜日を求める。
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > 4
               MOVE WS-MONDAY-MONTH(WS-GEN-IDX) TO WS-GEN-NEW-MONTH
               MOVE 1 TO WS-GEN-NEW-DAY
               COMPUTE WS-GEN-DOW = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-GEN-NEW-NUM) - 1, 7)
               COMPUTE WS-GEN-NEW-DAY =
                   1 + FUNCTION MOD(7 - WS-GEN-DOW, 7)
                   + 7 * (WS-MONDAY-NTH(WS-GEN-IDX) - 1)
               MOVE WS-MONDAY-NAME(WS-GEN-IDX) TO WS-GEN-NEW-NAME
               PERFORM ADD-GEN-HOLIDAY-RTN
           END-PERFORM.

      *    春分日・秋分日(1980年から2099年に通用する近似式)。
           COMPUTE WS-GEN-LEAP-ADJ = (WS-GEN-YEAR - 1980) / 4.
           COMPUTE WS-GEN-EQUINOX = (WS-GEN-YEAR - 1980) * 0.242194.
           ADD 20.8431 TO WS-GEN-EQUINOX.
           SUBTRACT WS-GEN-LEAP-ADJ FROM WS-GEN-EQUINOX.
           MOVE 3 TO WS-GEN-NEW-MONTH.
           MOVE WS-GEN-EQUINOX TO WS-GEN-NEW-DAY.
           MOVE "春分の日" TO WS-GEN-NEW-NAME.
           PERFORM ADD-GEN-HOLIDAY-RTN.
           COMPUTE WS-GEN-EQUINOX = (WS-GEN-YEAR - 1980) * 0.242194.
           ADD 23.2488 TO WS-GEN-EQUINOX.
           SUBTRACT WS-GEN-LEAP-ADJ FROM WS-GEN-EQUINOX.
           MOVE 9 TO WS-GEN-NEW-MONTH.
           MOVE WS-GEN-EQUINOX TO WS-GEN-NEW-DAY.
           MOVE "秋分の日" TO WS-GEN-NEW-NAME.
           PERFORM ADD-GEN-HOLIDAY-RTN.

      *    国民の休日: 前日と翌日がともに祝日である祝日でない日。
           MOVE WS-GEN-COUNT TO WS-GEN-BASE-COUNT.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-BASE-COUNT
               PERFORM FIND-SANDWICHED-DAY-RTN
           END-PERFORM.

      *    振替休日: 日曜日の祝日の後で最も近い祝日でない日。
           MOVE WS-GEN-COUNT TO WS-GEN-BASE-COUNT.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-BASE-COUNT
               IF WS-GEN-KIND(WS-GEN-IDX) = "S"
                   COMPUTE WS-GEN-DOW = FUNCTION MOD(
                       WS-GEN-DAYNO(WS-GEN-IDX) - 1, 7)
                   IF WS-GEN-DOW = 6
                       PERFORM ADD-SUBSTITUTE-RTN
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       FIND-SANDWICHED-DAY-RTN.
      ******************************************************************
           PERFORM VARYING WS-GEN-IDX2 FROM 1 BY 1
                   UNTIL WS-GEN-IDX2 > WS-GEN-BASE-COUNT
               IF WS-GEN-DAYNO(WS-GEN-IDX2)
                  = WS-GEN-DAYNO(WS-GEN-IDX) + 2
                   COMPUTE WS-GEN-DAYNO-WK =
                       WS-GEN-DAYNO(WS-GEN-IDX) + 1
                   PERFORM CHECK-GEN-DAYNO-RTN
                   IF NOT WS-GEN-FOUND
                       MOVE FUNCTION DATE-OF-INTEGER(WS-GEN-DAYNO-WK)
                           TO WS-GEN-NEW-NUM
                       MOVE "国民の休日" TO WS-GEN-NEW-NAME
                       MOVE "K" TO WS-GEN-NEW-KIND
                       PERFORM ADD-GEN-HOLIDAY-RTN
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       ADD-SUBSTITUTE-RTN.
      ******************************************************************
           COMPUTE WS-GEN-DAYNO-WK = WS-GEN-DAYNO(WS-GEN-IDX) + 1.
           PERFORM CHECK-GEN-DAYNO-RTN.
           PERFORM UNTIL NOT WS-GEN-FOUND
               ADD 1 TO WS-GEN-DAYNO-WK
               PERFORM CHECK-GEN-DAYNO-RTN
           END-PERFORM.
           MOVE FUNCTION DATE-OF-INTEGER(WS-GEN-DAYNO-WK)
               TO WS-GEN-NEW-NUM.
           MOVE "振替休日" TO WS-GEN-NEW-NAME.
           MOVE "F" TO WS-GEN-NEW-KIND.
           PERFORM ADD-GEN-HOLIDAY-RTN.

      ******************************************************************
       CHECK-GEN-DAYNO-RTN.
      ******************************************************************
      *    WS-GEN-DAYNO-WKの日が生成済みの一覧にあるか。
           MOVE "N" TO WS-GEN-FOUND-SW.
           PERFORM VARYING WS-GEN-IDX3 FROM 1 BY 1
                   UNTIL WS-GEN-IDX3 > WS-GEN-COUNT
                      OR WS-GEN-FOUND
               IF WS-GEN-DAYNO(WS-GEN-IDX3) = WS-GEN-DAYNO-WK
                   MOVE "Y" TO WS-GEN-FOUND-SW
               END-IF
           END-PERFORM.

      ******************************************************************
       ADD-GEN-HOLIDAY-RTN.
      ******************************************************************
      *    WS-GEN-NEW-NUMの日を一覧へ加える(同じ日があれば加えない)。
           COMPUTE WS-GEN-DAYNO-WK =
               FUNCTION INTEGER-OF-DATE(WS-GEN-NEW-NUM).
           PERFORM CHECK-GEN-DAYNO-RTN.
           IF NOT WS-GEN-FOUND AND WS-GEN-COUNT < WS-GEN-MAX
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-GEN-NEW-NUM TO WS-GEN-DATE(WS-GEN-COUNT)
               MOVE WS-GEN-DAYNO-WK TO WS-GEN-DAYNO(WS-GEN-COUNT)
               MOVE WS-GEN-NEW-NAME TO WS-GEN-NAME(WS-GEN-COUNT)
               MOVE WS-GEN-NEW-KIND TO WS-GEN-KIND(WS-GEN-COUNT)
           END-IF.

      ******************************************************************
       STORE-GEN-HOLIDAY-RTN.
      ******************************************************************
           MOVE WS-GEN-DATE(WS-GEN-IDX) TO WS-HOL-DATE-NUM.
           MOVE SPACE TO HOLIDAY-DATE.
           STRING WS-HOL-YEAR "-" WS-HOL-MONTH "-" WS-HOL-DAY
               DELIMITED BY SIZE INTO HOLIDAY-DATE.
           MOVE WS-GEN-NAME(WS-GEN-IDX) TO HOLIDAY-NAME.
           EXEC SQL
               INSERT INTO HOL_GEN
                   (G_DATE, G_NAME, G_TYPE, G_SOURCE)
               VALUES
                   (CAST(:HOLIDAY-DATE AS DATE), TRIM(:HOLIDAY-NAME),
                    'N', 'G')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       MERGE-CLOSURE-FILE-RTN.
      ******************************************************************
      *    HOLFILEのうち対象年の行を合わせる。会社休業日(C)が祝日と
      *    重なるときは祝日を残し、区分Nの行は生成分に優先する。
      *    HOLFILEが無い年は生成分だけで登録する。
           OPEN INPUT HOLIDAY-IN-FILE.
           IF WS-HOLFILE-STATUS NOT = "00"
               DISPLAY "HOLFILE なし(会社休業日の"
                   "取込は行わない)"
           ELSE
               MOVE "N" TO WS-EOF-SW
               READ HOLIDAY-IN-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   PERFORM MERGE-ONE-CLOSURE-RTN
                   READ HOLIDAY-IN-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-IN-FILE
               IF WS-OTHER-YEAR-COUNT > 0
                   DISPLAY "対象年以外の行(読み飛ばし) : "
                       WS-OTHER-YEAR-COUNT
               END-IF
           END-IF.

      ******************************************************************
       MERGE-ONE-CLOSURE-RTN.
      ******************************************************************
           MOVE "N" TO WS-DATE-VALID-SW.
           IF HOL-IN-DATE IS NUMERIC
               MOVE HOL-IN-DATE TO WS-HOL-DATE-NUM
               CALL "DATE-CHK" USING WS-HOL-DATE-NUM WS-DATE-VALID-SW
           END-IF.
           IF NOT WS-DATE-VALID
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "*** 日付が不正のためスキップ : "
                   HOL-IN-REC
           ELSE
               IF WS-HOL-YEAR NOT = WS-GEN-YEAR
                   ADD 1 TO WS-OTHER-YEAR-COUNT
               ELSE
                   MOVE SPACE TO HOLIDAY-DATE
                   STRING WS-HOL-YEAR "-" WS-HOL-MONTH "-" WS-HOL-DAY
                       DELIMITED BY SIZE INTO HOLIDAY-DATE
                   MOVE HOL-IN-NAME TO HOLIDAY-NAME
                   IF HOL-IN-TYPE = "N"
                       MOVE "N" TO HOLIDAY-TYPE
                   ELSE
                       MOVE "C" TO HOLIDAY-TYPE
                   END-IF
                   PERFORM UPSERT-ONE-CLOSURE-RTN
               END-IF
           END-IF.

      ******************************************************************
       UPSERT-ONE-CLOSURE-RTN.
      ******************************************************************
           EXEC SQL
               SELECT CAST(COUNT(*) AS VARCHAR(8))
               INTO :WS-GEN-HIT
               FROM HOL_GEN
               WHERE G_DATE = CAST(:HOLIDAY-DATE AS DATE)
                 AND G_SOURCE = 'G'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-GEN-HIT) > 0
              AND HOLIDAY-TYPE = "C"
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "*** 祝日と重なるため"
                   "休業日は省略 : "
                   HOL-IN-REC
           ELSE
               EXEC SQL
                   INSERT INTO HOL_GEN
                       (G_DATE, G_NAME, G_TYPE, G_SOURCE)
                   VALUES
                       (CAST(:HOLIDAY-DATE AS DATE),
                        TRIM(:HOLIDAY-NAME), :HOLIDAY-TYPE, 'F')
                   ON CONFLICT (G_DATE) DO UPDATE SET
                       G_NAME = EXCLUDED.G_NAME,
                       G_TYPE = EXCLUDED.G_TYPE,
                       G_SOURCE = 'F'
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               ADD 1 TO WS-UPSERT-COUNT
           END-IF.

      ******************************************************************
       PRINT-GEN-PROOF-RTN.
      ******************************************************************
      *    生成・取込した対象年の休日と、登録済みのカレンダーとの
      *    差異。差異はA=新規 / C=変更 / S=同一 / D=削除(生成分に
      *    無い祝日) / K=保持(ファイルに無い会社休業日)。
           MOVE SPACE TO PRINT-REC.
           STRING "祝日生成 証跡リスト  対象年 " WS-GEN-YEAR
               "  カレンダー " WS-CALENDAR-ID
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "  日付           区分 名称               "
               "  出所          差異"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

           EXEC SQL
               DECLARE GEN_PROOF_CURSOR CURSOR FOR
               SELECT TO_CHAR(G.G_DATE,'YYYY-MM-DD'),
                      TO_CHAR(G.G_DATE,'ID'),
                      COALESCE(G.G_NAME,' '), G.G_TYPE, G.G_SOURCE,
                      CASE
                        WHEN H.HOLIDAY_DATE IS NULL THEN 'A'
                        WHEN COALESCE(TRIM(H.HOLIDAY_NAME),' ')
                             = COALESCE(TRIM(G.G_NAME),' ')
                         AND H.HOLIDAY_TYPE = G.G_TYPE THEN 'S'
                        ELSE 'C'
                      END,
                      COALESCE(H.HOLIDAY_NAME,' '),
                      COALESCE(H.HOLIDAY_TYPE,' ')
               FROM HOL_GEN G
               LEFT JOIN HOLIDAY_CALENDAR H
                   ON H.CALENDAR_ID = :WS-CALENDAR-ID
                  AND H.HOLIDAY_DATE = G.G_DATE
               UNION ALL
               SELECT TO_CHAR(H.HOLIDAY_DATE,'YYYY-MM-DD'),
                      TO_CHAR(H.HOLIDAY_DATE,'ID'),
                      COALESCE(H.HOLIDAY_NAME,' '), H.HOLIDAY_TYPE,
                      ' ',
                      CASE WHEN H.HOLIDAY_TYPE = 'N' THEN 'D'
                           ELSE 'K' END,
                      ' ', ' '
               FROM HOLIDAY_CALENDAR H
               WHERE H.CALENDAR_ID = :WS-CALENDAR-ID
                 AND H.HOLIDAY_DATE
                     BETWEEN CAST(:WS-GEN-FROM AS DATE)
                         AND CAST(:WS-GEN-TO AS DATE)
                 AND NOT EXISTS
                     (SELECT 1 FROM HOL_GEN G
                      WHERE G.G_DATE = H.HOLIDAY_DATE)
               ORDER BY 1
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN GEN_PROOF_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH GEN_PROOF_CURSOR
                   INTO :HOLIDAY-DATE, :WS-PF-DOW, :HOLIDAY-NAME,
                        :HOLIDAY-TYPE, :WS-GEN-SOURCE, :WS-PF-MARK,
                        :WS-PF-OLD-NAME, :WS-PF-OLD-TYPE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PRINT-GEN-PROOF-LINE-RTN
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE GEN_PROOF_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO PRINT-REC.
           STRING "新規 " WS-NEW-COUNT "  変更 " WS-CHG-COUNT
               "  同一 " WS-SAME-COUNT "  削除 " WS-DEL-COUNT
               "  保持 " WS-KEEP-COUNT
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
       PRINT-GEN-PROOF-LINE-RTN.
      ******************************************************************
           EVALUATE WS-GEN-SOURCE
               WHEN "G"
                   MOVE "生成" TO WS-PF-SOURCE
               WHEN "F"
                   MOVE "ファイル" TO WS-PF-SOURCE
               WHEN OTHER
                   MOVE "登録済み" TO WS-PF-SOURCE
           END-EVALUATE.
           EVALUATE WS-PF-MARK
               WHEN "A"
                   MOVE "新規" TO WS-PF-DIFF
                   ADD 1 TO WS-NEW-COUNT
               WHEN "C"
                   MOVE "変更" TO WS-PF-DIFF
                   ADD 1 TO WS-CHG-COUNT
               WHEN "S"
                   MOVE "同一" TO WS-PF-DIFF
                   ADD 1 TO WS-SAME-COUNT
               WHEN "D"
                   MOVE "削除" TO WS-PF-DIFF
                   ADD 1 TO WS-DEL-COUNT
               WHEN OTHER
                   MOVE "保持" TO WS-PF-DIFF
                   ADD 1 TO WS-KEEP-COUNT
           END-EVALUATE.
           MOVE 7 TO WS-DOW-IDX.
           IF WS-PF-DOW IS NUMERIC
               MOVE WS-PF-DOW TO WS-DOW-IDX
           END-IF.
           MOVE SPACE TO PRINT-REC.
           STRING "  " HOLIDAY-DATE "(" WS-DOW-NAME(WS-DOW-IDX)
               ")  " HOLIDAY-TYPE "    " HOLIDAY-NAME "  "
               WS-PF-SOURCE "  " WS-PF-DIFF
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-PF-MARK = "C"
               MOVE SPACE TO PRINT-REC
               STRING "                     登録済み: "
                   WS-PF-OLD-TYPE "    " WS-PF-OLD-NAME
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

      ******************************************************************
       APPLY-GEN-HOLIDAYS-RTN.
      ******************************************************************
      *    生成・取込分を登録し、生成分に無くなった祝日を消す。
      *    ファイルに無い会社休業日は残す。
           EXEC SQL
               INSERT INTO HOLIDAY_CALENDAR
                   (HOLIDAY_DATE, HOLIDAY_NAME, HOLIDAY_TYPE,
                    CALENDAR_ID)
               SELECT G_DATE, G_NAME, G_TYPE, :WS-CALENDAR-ID
               FROM HOL_GEN
               ON CONFLICT (CALENDAR_ID, HOLIDAY_DATE)
               DO UPDATE SET
                   HOLIDAY_NAME = EXCLUDED.HOLIDAY_NAME,
                   HOLIDAY_TYPE = EXCLUDED.HOLIDAY_TYPE
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               DELETE FROM HOLIDAY_CALENDAR
               WHERE CALENDAR_ID = :WS-CALENDAR-ID
                 AND HOLIDAY_TYPE = 'N'
                 AND HOLIDAY_DATE
                     BETWEEN CAST(:WS-GEN-FROM AS DATE)
                         AND CAST(:WS-GEN-TO AS DATE)
                 AND NOT EXISTS
                     (SELECT 1 FROM HOL_GEN G
                      WHERE G.G_DATE = HOLIDAY_CALENDAR.HOLIDAY_DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
