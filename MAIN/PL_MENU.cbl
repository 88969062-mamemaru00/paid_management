      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PL_MENU.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    有給管理の操作者メニュー。操作者がプログラム名と起動引数
      *    を覚えてシェルで打つ代わりに、サインオンした操作者の
      *    権限レベル(OPERATOR_AUTHのAUTH_LEVEL)で使える機能だけを
      *    業務区分ごとに並べ、番号で選ばせて起動する。
      *    メニューの中身は定義表(MENU_AREA・MENU_ITEM・MENU_PARM、
      *    DB/MENU_DEFが作成・投入)から読むので、機能の追加は表へ
      *    行を足すだけでよい。
      *    機能を選ぶと、定義された引数を1つずつ入力させて種別ごと
      *    に検査し(社員ID・部門コードは登録の有無、日付は実在日、
      *    年月・年・数字は桁と値、選択は候補との一致。起動コマンド
      *    に渡すため、空白や記号を含む入力は受け付けない)、
      *    「プログラム名 固定引数 入力した引数」でCALL "SYSTEM"に
      *    より起動する。終わるとメニューへ戻り、終了コードを表示
      *    する。
      *    サインオンはメニューで1回だけ行う(OPER-SIGNON)。起動した
      *    プログラムへは、操作者IDをPLM_OPERATORで、メニューが
      *    発行した合言葉をPLM_SIGNON_TOKENで引き継ぐので、
      *    パスワードを聞き直さない(合言葉はメニューの終了時に
      *    無効にする)。起動したプログラム自身の権限確認と監査
      *    証跡はそのまま行われる。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC            PIC X(100).

       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "PL_MENU".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 1.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".

      *    操作者が使える機能の一覧(表示順)。
           01  WS-MENU-TABLE.
               03  WS-MENU-ENTRY       OCCURS 99 TIMES.
                   05  WS-MN-ITEM-NO   PIC X(3).
                   05  WS-MN-AREA-NAME PIC X(60).
                   05  WS-MN-NAME      PIC X(90).
                   05  WS-MN-PROGRAM   PIC X(16).
                   05  WS-MN-ARG       PIC X(4).
           01  WS-MENU-COUNT           PIC 9(2) VALUE 0.
           01  WS-MENU-IDX             PIC 9(2).
           01  WS-SEL-IDX              PIC 9(2) VALUE 0.
           01  WS-PREV-AREA            PIC X(60).

      *    選んだ機能の引数(入力順)。
           01  WS-PARM-TABLE.
               03  WS-PARM-ENTRY       OCCURS 5 TIMES.
                   05  WS-PM-PROMPT    PIC X(90).
                   05  WS-PM-KIND      PIC X(1).
                   05  WS-PM-CHOICES   PIC X(30).
                   05  WS-PM-REQUIRED  PIC X(1).
                   05  WS-PM-VALUE     PIC X(20).
           01  WS-PARM-COUNT           PIC 9(1) VALUE 0.
           01  WS-PARM-IDX             PIC 9(1).

           01  WS-SELECTION            PIC X(3).
           01  WS-INPUT                PIC X(20).
           01  WS-INPUT-LEN            PIC 9(2).
           01  WS-BAD-CHAR-COUNT       PIC 9(2).
           01  WS-CHOICE-TABLE.
               03  WS-CHOICE           PIC X(10) OCCURS 5 TIMES.
           01  WS-CHOICE-IDX           PIC 9(1).
           01  WS-DATE-NUM             PIC 9(8).
           01  WS-DATE-VALID-SW        PIC X(1).
               88  WS-DATE-VALID           VALUE "Y".
           01  WS-MONTH-NUM            PIC 9(2).
           01  WS-VALID-SW             PIC X(1).
               88  WS-INPUT-VALID          VALUE "Y".
           01  WS-CANCEL-SW            PIC X(1).
               88  WS-CANCELLED            VALUE "Y".
           01  WS-OMIT-SW              PIC X(1).
               88  WS-REST-OMITTED         VALUE "Y".
           01  WS-QUIT-SW              PIC X(1) VALUE "N".
               88  WS-QUIT                 VALUE "Y".
           01  WS-CONFIRM              PIC X(1).

           01  WS-LAUNCH-CMD           PIC X(120).
           01  WS-CMD-PTR              PIC 9(3).
           01  WS-LAUNCH-RC            PIC S9(9) VALUE 0.
           01  WS-LAST-RESULT          PIC X(72) VALUE SPACE.
           01  WS-LAUNCH-COUNT         PIC 9(4) VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           01  WS-COMPANY              PIC  X(2) VALUE "01".
           01  WS-OPERATOR-ID          PIC  X(10) VALUE SPACE.
           01  WS-AUTH-COUNT           PIC  X(8).
           01  WS-AUTH-LEVEL           PIC  X(1).
           01  WS-SIGNON-TOKEN         PIC  X(32) VALUE SPACE.
           01  WS-DB-ITEM-NO           PIC  X(3).
           01  WS-DB-AREA-NAME         PIC  X(60).
           01  WS-DB-NAME              PIC  X(90).
           01  WS-DB-PROGRAM           PIC  X(16).
           01  WS-DB-ARG               PIC  X(4).
           01  WS-DB-PROMPT            PIC  X(90).
           01  WS-DB-KIND              PIC  X(1).
           01  WS-DB-CHOICES           PIC  X(30).
           01  WS-DB-REQUIRED          PIC  X(1).
           01  WS-DB-KEY               PIC  X(20).
           01  WS-ROW-COUNT            PIC  X(8).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PL_MENU STARTED ***".

           ACCEPT WS-COMPANY FROM ENVIRONMENT "PLM_COMPANY".
           IF WS-COMPANY = SPACE
               MOVE "01" TO WS-COMPANY
           END-IF.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               DISPLAY "操作者ID : >> "
               ACCEPT WS-OPERATOR-ID FROM CONSOLE
           END-IF.
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
      *    起動する各プログラムへ操作者IDを引き継ぐ。
           DISPLAY "PLM_OPERATOR" UPON ENVIRONMENT-NAME.
           DISPLAY WS-OPERATOR-ID UPON ENVIRONMENT-VALUE.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-TABLES-RTN.
           PERFORM CHECK-AUTH-LEVEL-RTN.
           PERFORM ISSUE-SIGNON-TOKEN-RTN.
           PERFORM LOAD-MENU-RTN.

           IF WS-MENU-COUNT = 0
               DISPLAY "*** 操作者 " WS-OPERATOR-ID
                   " が使える機能はありません ***"
               MOVE "Y" TO WS-QUIT-SW
           END-IF.

           PERFORM UNTIL WS-QUIT
               PERFORM SHOW-MENU-RTN
               PERFORM SELECT-ITEM-RTN
               IF WS-SEL-IDX > 0
                   PERFORM RUN-ITEM-RTN
               END-IF
           END-PERFORM.

           PERFORM REVOKE-SIGNON-TOKEN-RTN.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "起動件数 : " WS-LAUNCH-COUNT.
           DISPLAY "*** PL_MENU FINISHED ***".
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
      *    メニュー定義表(DB/MENU_DEFと同じ定義)。未投入の環境では
      *    空のメニューになる。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS MENU_AREA
               (
                   AREA_CODE      VARCHAR(1) NOT NULL,
                   AREA_NAME      VARCHAR(20) NOT NULL,
                   AREA_SEQ       SMALLINT NOT NULL DEFAULT 0,
                   CONSTRAINT MARE_0 PRIMARY KEY (AREA_CODE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS MENU_ITEM
               (
                   ITEM_NO        VARCHAR(3) NOT NULL,
                   AREA_CODE      VARCHAR(1) NOT NULL,
                   ITEM_NAME      VARCHAR(30) NOT NULL,
                   PROGRAM_NAME   VARCHAR(16) NOT NULL,
                   FIXED_ARG      VARCHAR(4),
                   REQ_LEVEL      SMALLINT NOT NULL DEFAULT 1,
                   ENABLED        CHAR(1) NOT NULL DEFAULT 'Y',
                   CONSTRAINT MITM_0 PRIMARY KEY (ITEM_NO)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS MENU_PARM
               (
                   ITEM_NO        VARCHAR(3) NOT NULL,
                   PARM_SEQ       SMALLINT NOT NULL,
                   PARM_PROMPT    VARCHAR(30) NOT NULL,
                   PARM_KIND      CHAR(1) NOT NULL DEFAULT 'T',
                   PARM_CHOICES   VARCHAR(30),
                   PARM_REQUIRED  CHAR(1) NOT NULL DEFAULT 'Y',
                   CONSTRAINT MPRM_0 PRIMARY KEY (ITEM_NO, PARM_SEQ)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       CHECK-AUTH-LEVEL-RTN.
      ******************************************************************
      *    パスワードによるサインオン(OPER-SIGNON)で本人を確認して
      *    から、OPERATOR_AUTHの権限レベルを読む。未登録の操作者は
      *    レベル0として扱い、メニューの利用にはレベル1以上を要する。
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
       ISSUE-SIGNON-TOKEN-RTN.
      ******************************************************************
      *    起動するプログラムへ渡す合言葉を発行する(NIGHTLY_RUNの
      *    サービスIDと同じ仕組み。表にはハッシュのみ保持する)。
      *    有効期限は発行から12時間(メニューを閉じ損ねた場合の
      *    上限)。
           EXEC SQL
               SELECT MD5(CAST(RANDOM() AS VARCHAR) ||
                          CAST(CLOCK_TIMESTAMP() AS VARCHAR))
               INTO :WS-SIGNON-TOKEN
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO SIGNON_TOKEN
                   (TOKEN_HASH, OPER_ID, EXPIRES_AT)
               VALUES
                   (ENCODE(SHA256(CONVERT_TO(
                        RTRIM(:WS-SIGNON-TOKEN), 'UTF8')), 'hex'),
                    :WS-OPERATOR-ID,
                    CURRENT_TIMESTAMP + INTERVAL '12 hours')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

           DISPLAY "PLM_SIGNON_TOKEN" UPON ENVIRONMENT-NAME.
           DISPLAY WS-SIGNON-TOKEN UPON ENVIRONMENT-VALUE.

      ******************************************************************
       REVOKE-SIGNON-TOKEN-RTN.
      ******************************************************************
           EXEC SQL
               DELETE FROM SIGNON_TOKEN
               WHERE TOKEN_HASH =
                     ENCODE(SHA256(CONVERT_TO(
                         RTRIM(:WS-SIGNON-TOKEN), 'UTF8')), 'hex')
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.
           DISPLAY "PLM_SIGNON_TOKEN" UPON ENVIRONMENT-NAME.
           DISPLAY " " UPON ENVIRONMENT-VALUE.

      ******************************************************************
       LOAD-MENU-RTN.
      ******************************************************************
      *    操作者の権限レベルで使える機能を業務区分の表示順・
      *    メニュー番号順に読む。
           MOVE ZERO TO WS-MENU-COUNT.
           EXEC SQL
               DECLARE MENU_CURSOR CURSOR FOR
               SELECT I.ITEM_NO, A.AREA_NAME, I.ITEM_NAME,
                      I.PROGRAM_NAME, COALESCE(I.FIXED_ARG,' ')
               FROM MENU_ITEM I
               INNER JOIN MENU_AREA A
                   ON A.AREA_CODE = I.AREA_CODE
               WHERE I.ENABLED = 'Y'
                 AND I.REQ_LEVEL <= CAST(:WS-AUTH-LEVEL AS SMALLINT)
               ORDER BY A.AREA_SEQ, I.ITEM_NO
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN MENU_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-MENU-COUNT >= 99
               EXEC SQL
                   FETCH MENU_CURSOR
                   INTO :WS-DB-ITEM-NO, :WS-DB-AREA-NAME,
                        :WS-DB-NAME, :WS-DB-PROGRAM, :WS-DB-ARG
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-MENU-COUNT
                   MOVE WS-DB-ITEM-NO
                       TO WS-MN-ITEM-NO(WS-MENU-COUNT)
                   MOVE WS-DB-AREA-NAME
                       TO WS-MN-AREA-NAME(WS-MENU-COUNT)
                   MOVE WS-DB-NAME TO WS-MN-NAME(WS-MENU-COUNT)
                   MOVE WS-DB-PROGRAM
                       TO WS-MN-PROGRAM(WS-MENU-COUNT)
                   MOVE WS-DB-ARG TO WS-MN-ARG(WS-MENU-COUNT)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE MENU_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       SHOW-MENU-RTN.
      ******************************************************************
           DISPLAY " ".
           DISPLAY "=== 有給管理メニュー  操作者 "
               WS-OPERATOR-ID
               "  レベル " WS-AUTH-LEVEL "  会社 " WS-COMPANY
               " ===".
           MOVE SPACE TO WS-PREV-AREA.
           PERFORM VARYING WS-MENU-IDX FROM 1 BY 1
                   UNTIL WS-MENU-IDX > WS-MENU-COUNT
               IF WS-MN-AREA-NAME(WS-MENU-IDX) NOT = WS-PREV-AREA
                   MOVE WS-MN-AREA-NAME(WS-MENU-IDX) TO WS-PREV-AREA
                   DISPLAY " "
                   DISPLAY "[" FUNCTION TRIM(WS-PREV-AREA) "]"
               END-IF
               DISPLAY "  " WS-MN-ITEM-NO(WS-MENU-IDX) "  "
                   FUNCTION TRIM(WS-MN-NAME(WS-MENU-IDX))
           END-PERFORM.
           DISPLAY " ".
           IF WS-LAST-RESULT NOT = SPACE
               DISPLAY WS-LAST-RESULT
           END-IF.

      ******************************************************************
       SELECT-ITEM-RTN.
      ******************************************************************
      *    メニュー番号を受け付ける。Qで終了。
           MOVE ZERO TO WS-SEL-IDX.
           DISPLAY "番号を入力 (Q=終了) : >> ".
           ACCEPT WS-SELECTION FROM CONSOLE.
           IF WS-SELECTION = "Q" OR WS-SELECTION = "q"
               MOVE "Y" TO WS-QUIT-SW
           ELSE
               PERFORM VARYING WS-MENU-IDX FROM 1 BY 1
                       UNTIL WS-MENU-IDX > WS-MENU-COUNT
                          OR WS-SEL-IDX > 0
                   IF WS-MN-ITEM-NO(WS-MENU-IDX) = WS-SELECTION
                       MOVE WS-MENU-IDX TO WS-SEL-IDX
                   END-IF
               END-PERFORM
               IF WS-SEL-IDX = 0 AND WS-SELECTION NOT = SPACE
                   DISPLAY "*** 番号 " WS-SELECTION
                       " はメニューにありません ***"
               END-IF
           END-IF.

      ******************************************************************
       RUN-ITEM-RTN.
      ******************************************************************
      *    選んだ機能の引数を入力させ、確認の上で起動する。
           DISPLAY " ".
           DISPLAY "--- " WS-MN-ITEM-NO(WS-SEL-IDX) " "
               FUNCTION TRIM(WS-MN-NAME(WS-SEL-IDX)) " ---".
           PERFORM LOAD-PARMS-RTN.

           MOVE "N" TO WS-CANCEL-SW.
           MOVE "N" TO WS-OMIT-SW.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-PARM-COUNT
                      OR WS-CANCELLED
               MOVE SPACE TO WS-PM-VALUE(WS-PARM-IDX)
               IF NOT WS-REST-OMITTED
                   PERFORM ACCEPT-ONE-PARM-RTN
               END-IF
           END-PERFORM.

           IF WS-CANCELLED
               DISPLAY "中止しました"
           ELSE
               PERFORM BUILD-COMMAND-RTN
               DISPLAY "起動 : " FUNCTION TRIM(WS-LAUNCH-CMD)
               DISPLAY "実行しますか (Y/N) : >> "
               ACCEPT WS-CONFIRM FROM CONSOLE
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM LAUNCH-ITEM-RTN
               ELSE
                   DISPLAY "中止しました"
               END-IF
           END-IF.

      ******************************************************************
       LOAD-PARMS-RTN.
      ******************************************************************
           MOVE ZERO TO WS-PARM-COUNT.
           MOVE WS-MN-ITEM-NO(WS-SEL-IDX) TO WS-DB-ITEM-NO.
           EXEC SQL
               DECLARE PARM_CURSOR CURSOR FOR
               SELECT PARM_PROMPT, PARM_KIND,
                      COALESCE(PARM_CHOICES,' '), PARM_REQUIRED
               FROM MENU_PARM
               WHERE ITEM_NO = :WS-DB-ITEM-NO
               ORDER BY PARM_SEQ
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN PARM_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-PARM-COUNT >= 5
               EXEC SQL
                   FETCH PARM_CURSOR
                   INTO :WS-DB-PROMPT, :WS-DB-KIND,
                        :WS-DB-CHOICES, :WS-DB-REQUIRED
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-PARM-COUNT
                   MOVE WS-DB-PROMPT TO WS-PM-PROMPT(WS-PARM-COUNT)
                   MOVE WS-DB-KIND TO WS-PM-KIND(WS-PARM-COUNT)
                   MOVE WS-DB-CHOICES
                       TO WS-PM-CHOICES(WS-PARM-COUNT)
                   MOVE WS-DB-REQUIRED
                       TO WS-PM-REQUIRED(WS-PARM-COUNT)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE PARM_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ACCEPT-ONE-PARM-RTN.
      ******************************************************************
      *    引数1つを正しい値が入るまで受け付ける。*で機能の起動を
      *    中止する。省略可の引数を空白にすると、以降の引数も省略
      *    する(起動引数は位置で渡すため)。
           MOVE "N" TO WS-VALID-SW.
           PERFORM UNTIL WS-INPUT-VALID OR WS-CANCELLED
               DISPLAY FUNCTION TRIM(WS-PM-PROMPT(WS-PARM-IDX))
                   " (*=中止) : >> "
               MOVE SPACE TO WS-INPUT
               ACCEPT WS-INPUT FROM CONSOLE
               EVALUATE TRUE
                   WHEN WS-INPUT = "*"
                       MOVE "Y" TO WS-CANCEL-SW
                   WHEN WS-INPUT = SPACE
                        AND WS-PM-REQUIRED(WS-PARM-IDX) = "N"
                       MOVE "Y" TO WS-OMIT-SW
                       MOVE "Y" TO WS-VALID-SW
                   WHEN WS-INPUT = SPACE
                       DISPLAY "*** 入力が必要です ***"
                   WHEN OTHER
                       PERFORM VALIDATE-PARM-RTN
                       IF WS-INPUT-VALID
                           MOVE WS-INPUT TO WS-PM-VALUE(WS-PARM-IDX)
                       END-IF
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
       VALIDATE-PARM-RTN.
      ******************************************************************
      *    引数の種別ごとの検査。起動コマンドへそのまま渡すので、
      *    どの種別も途中の空白と記号は受け付けない。
           MOVE "N" TO WS-VALID-SW.
           MOVE ZERO TO WS-INPUT-LEN.
           INSPECT WS-INPUT TALLYING WS-INPUT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ZERO TO WS-BAD-CHAR-COUNT.
           INSPECT WS-INPUT TALLYING WS-BAD-CHAR-COUNT
               FOR ALL ";" ALL "&" ALL "|" ALL "$" ALL "`"
                   ALL "<" ALL ">" ALL "'" ALL QUOTE ALL "("
                   ALL ")" ALL "\" ALL "*" ALL "?" ALL "/".

           IF WS-INPUT-LEN = 0
              OR WS-BAD-CHAR-COUNT > 0
              OR (WS-INPUT-LEN < 20
                  AND WS-INPUT(WS-INPUT-LEN + 1:) NOT = SPACE)
               DISPLAY "*** 空白・記号は入力できません ***"
           ELSE
               EVALUATE WS-PM-KIND(WS-PARM-IDX)
                   WHEN "E"
                       PERFORM VALIDATE-EMP-RTN
                   WHEN "P"
                       PERFORM VALIDATE-DEPT-RTN
                   WHEN "D"
                       PERFORM VALIDATE-DATE-RTN
                   WHEN "M"
                       PERFORM VALIDATE-MONTH-RTN
                   WHEN "Y"
                       IF WS-INPUT-LEN = 4
                          AND WS-INPUT(1:4) IS NUMERIC
                           MOVE "Y" TO WS-VALID-SW
                       ELSE
                           DISPLAY "*** 年は4桁の数字で"
                               "入力してください ***"
                       END-IF
                   WHEN "N"
                       IF WS-INPUT(1:WS-INPUT-LEN) IS NUMERIC
                           MOVE "Y" TO WS-VALID-SW
                       ELSE
                           DISPLAY "*** 数字で入力して"
                               "ください ***"
                       END-IF
                   WHEN "C"
                       PERFORM VALIDATE-CHOICE-RTN
                   WHEN OTHER
                       MOVE "Y" TO WS-VALID-SW
               END-EVALUATE
           END-IF.

      ******************************************************************
       VALIDATE-EMP-RTN.
      ******************************************************************
           MOVE ZERO TO WS-ROW-COUNT.
           IF WS-INPUT-LEN = 6
               MOVE WS-INPUT TO WS-DB-KEY
               EXEC SQL
                   SELECT CAST(COUNT(*) AS VARCHAR(8))
                   INTO :WS-ROW-COUNT
                   FROM EMP_MASTER
                   WHERE EMP_ID = TRIM(:WS-DB-KEY)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.
           IF FUNCTION NUMVAL(WS-ROW-COUNT) > 0
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "*** 社員ID " WS-INPUT(1:WS-INPUT-LEN)
                   " は登録されていません ***"
           END-IF.

      ******************************************************************
       VALIDATE-DEPT-RTN.
      ******************************************************************
           MOVE ZERO TO WS-ROW-COUNT.
           IF WS-INPUT-LEN <= 6
               MOVE WS-INPUT TO WS-DB-KEY
               EXEC SQL
                   SELECT CAST(COUNT(*) AS VARCHAR(8))
                   INTO :WS-ROW-COUNT
                   FROM DEPT_MASTER
                   WHERE DEPT_CODE = TRIM(:WS-DB-KEY)
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.
           IF FUNCTION NUMVAL(WS-ROW-COUNT) > 0
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "*** 部門コード " WS-INPUT(1:WS-INPUT-LEN)
                   " は登録されていません ***"
           END-IF.

      ******************************************************************
       VALIDATE-DATE-RTN.
      ******************************************************************
           MOVE "N" TO WS-DATE-VALID-SW.
           IF WS-INPUT-LEN = 8 AND WS-INPUT(1:8) IS NUMERIC
               MOVE WS-INPUT(1:8) TO WS-DATE-NUM
               CALL "DATE-CHK" USING WS-DATE-NUM WS-DATE-VALID-SW
           END-IF.
           IF WS-DATE-VALID
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "*** 日付はYYYYMMDDの実在する日付で"
                   "入力してください ***"
           END-IF.

      ******************************************************************
       VALIDATE-MONTH-RTN.
      ******************************************************************
           IF WS-INPUT-LEN = 6 AND WS-INPUT(1:6) IS NUMERIC
               MOVE WS-INPUT(5:2) TO WS-MONTH-NUM
               IF WS-MONTH-NUM >= 1 AND WS-MONTH-NUM <= 12
                   MOVE "Y" TO WS-VALID-SW
               END-IF
           END-IF.
           IF NOT WS-INPUT-VALID
               DISPLAY "*** 年月はYYYYMMで入力して"
                   "ください ***"
           END-IF.

      ******************************************************************
       VALIDATE-CHOICE-RTN.
      ******************************************************************
           MOVE SPACE TO WS-CHOICE-TABLE.
           UNSTRING WS-PM-CHOICES(WS-PARM-IDX) DELIMITED BY ALL SPACE
               INTO WS-CHOICE(1) WS-CHOICE(2) WS-CHOICE(3)
                    WS-CHOICE(4) WS-CHOICE(5).
           PERFORM VARYING WS-CHOICE-IDX FROM 1 BY 1
                   UNTIL WS-CHOICE-IDX > 5 OR WS-INPUT-VALID
               IF WS-CHOICE(WS-CHOICE-IDX) NOT = SPACE
                  AND WS-CHOICE(WS-CHOICE-IDX) = WS-INPUT
                   MOVE "Y" TO WS-VALID-SW
               END-IF
           END-PERFORM.
           IF NOT WS-INPUT-VALID
               DISPLAY "*** 次のいずれかを入力して"
                   "ください : "
                   FUNCTION TRIM(WS-PM-CHOICES(WS-PARM-IDX)) " ***"
           END-IF.

      ******************************************************************
       BUILD-COMMAND-RTN.
      ******************************************************************
      *    「プログラム名 固定引数 入力した引数...」を組み立てる。
           MOVE SPACE TO WS-LAUNCH-CMD.
           MOVE 1 TO WS-CMD-PTR.
           STRING WS-MN-PROGRAM(WS-SEL-IDX) DELIMITED BY SPACE
               INTO WS-LAUNCH-CMD WITH POINTER WS-CMD-PTR.
           IF WS-MN-ARG(WS-SEL-IDX) NOT = SPACE
               STRING " " DELIMITED BY SIZE
                   WS-MN-ARG(WS-SEL-IDX) DELIMITED BY SPACE
                   INTO WS-LAUNCH-CMD WITH POINTER WS-CMD-PTR
           END-IF.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-PARM-COUNT
               IF WS-PM-VALUE(WS-PARM-IDX) NOT = SPACE
                   STRING " " DELIMITED BY SIZE
                       WS-PM-VALUE(WS-PARM-IDX) DELIMITED BY SPACE
                       INTO WS-LAUNCH-CMD WITH POINTER WS-CMD-PTR
               END-IF
           END-PERFORM.

      ******************************************************************
       LAUNCH-ITEM-RTN.
      ******************************************************************
      *    起動して終了を待つ。終了コードの取り出しはNIGHTLY_RUNと
      *    同じ(CALL "SYSTEM"のRETURN-CODEは256倍された値、起動
      *    自体の失敗は負の値)。
           ADD 1 TO WS-LAUNCH-COUNT.
           CALL "SYSTEM" USING WS-LAUNCH-CMD.
           IF RETURN-CODE < 0
               MOVE RETURN-CODE TO WS-LAUNCH-RC
           ELSE
               COMPUTE WS-LAUNCH-RC = RETURN-CODE / 256
           END-IF.
           MOVE 0 TO RETURN-CODE.

           MOVE SPACE TO WS-LAST-RESULT.
           STRING "前回の実行 : " WS-MN-ITEM-NO(WS-SEL-IDX) " "
               WS-MN-PROGRAM(WS-SEL-IDX) " " WS-MN-ARG(WS-SEL-IDX)
               "  RC=" WS-LAUNCH-RC
               DELIMITED BY SIZE INTO WS-LAST-RESULT.
           DISPLAY " ".
           IF WS-LAUNCH-RC = 0
               DISPLAY "--- 終了しました RC=" WS-LAUNCH-RC " ---"
           ELSE
               DISPLAY "*** 終了コード RC=" WS-LAUNCH-RC
                   " で終了しました ***"
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
