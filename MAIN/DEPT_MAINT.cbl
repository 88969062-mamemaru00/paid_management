      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 DEPT_MAINT.
       AUTHOR.                     mamemaru00.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
      *    部門マスタ(DEPT_MASTER)の保守プログラム。部門ごとに
      *    部門名・上位部門・責任者の社員ID・有効開始日・有効終了日
      *    と、グループカレンダーへの休暇予定の公開区分(DEPT_ICAL)
      *    を登録する。EMPIN取込(EMP_MASTER)とDEPT_REORGは、対象日
      *    に有効な部門コードしか受け付けない。DEPT_RPT・UTIL_RPT・
      *    TREND_RPT・LIAB_RPTは部門名を印字し、上位部門を辿った
      *    最上位(事業部)ごとに小計を出す。
      *    入力の検査:
      *      ・上位部門はマスタに登録済みであること。自部門や自部門
      *        の配下を上位部門にする(循環する)指定は受け付けない
      *      ・責任者はEMP_MASTERに登録済みの社員であること
      *      ・日付は実在日で、有効終了日は有効開始日以降
      *    部門の廃止は有効終了日を入れて行う(行は削除しない。
      *    所属履歴・実績が過去の部門を参照し続けるため)。廃止日
      *    以降も所属者が残る場合は件数を警告する(DEPT_REORGで
      *    異動させること)。
      *    変更は変更前後の上位部門・責任者・有効期間・公開区分を
      *    PL_AUDITへ記録する。
      *    起動引数: (なし)=登録・変更 / L=一覧。
      *    登録・変更は上級者(レベル3)限定。
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
               "DEPT_MAINT".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 3.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-RUN-MODE-SW          PIC X(1) VALUE "S".
               88  WS-SET-MODE             VALUE "S".
               88  WS-LIST-MODE            VALUE "L".

           01  WS-DEPT-FOUND-SW        PIC X(1) VALUE "N".
               88  WS-DEPT-FOUND           VALUE "Y".
           01  WS-INPUT-OK-SW          PIC X(1) VALUE "N".
               88  WS-INPUT-OK             VALUE "Y".
           01  WS-DATE-VALID-SW        PIC X(1) VALUE "N".
               88  WS-DATE-VALID           VALUE "Y".
           01  WS-NAME-INPUT           PIC X(40).
           01  WS-CODE-INPUT           PIC X(6).
           01  WS-DATE-INPUT           PIC X(8).
           01  WS-DATE-NUM             PIC 9(8).
           01  WS-CONFIRM              PIC X(1).
           01  WS-CONTINUE             PIC X(1) VALUE "Y".
           01  WS-REGISTER-COUNT       PIC 9(4) VALUE 0.

      *    上位部門・責任者・有効期間・公開区分を詰めた比較・監査用
      *    の形。日付はYYYYMMDD、有効終了日の空白は期限なし。
           01  WS-BEFORE-RULES.
               03  WS-BF-PARENT        PIC X(6).
               03  FILLER              PIC X(1) VALUE SPACE.
               03  WS-BF-MANAGER       PIC X(6).
               03  FILLER              PIC X(1) VALUE SPACE.
               03  WS-BF-FROM          PIC X(8).
               03  FILLER              PIC X(1) VALUE "-".
               03  WS-BF-TO            PIC X(8).
               03  FILLER              PIC X(1) VALUE SPACE.
               03  WS-BF-CAL           PIC X(1).
           01  WS-BEFORE-NAME          PIC X(40).
           01  WS-AFTER-RULES.
               03  WS-AF-PARENT        PIC X(6).
               03  FILLER              PIC X(1) VALUE SPACE.
               03  WS-AF-MANAGER       PIC X(6).
               03  FILLER              PIC X(1) VALUE SPACE.
               03  WS-AF-FROM          PIC X(8).
               03  FILLER              PIC X(1) VALUE "-".
               03  WS-AF-TO            PIC X(8).
               03  FILLER              PIC X(1) VALUE SPACE.
               03  WS-AF-CAL           PIC X(1).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  DBNAME                  PIC  X(30) VALUE SPACE.
           01  USERNAME                PIC  X(30) VALUE SPACE.
           01  PASSWD                  PIC  X(10) VALUE SPACE.
           COPY DEPTREC.
           01  WS-DEPT-COUNT           PIC  X(8).
           01  WS-CHECK-CODE           PIC  X(6).
           01  WS-CHECK-COUNT          PIC  X(8).
           01  WS-ORPHAN-COUNT         PIC  X(8).
           01  WS-OPERATOR-ID          PIC  X(10) VALUE "UNKNOWN".
           01  WS-AUTH-COUNT           PIC  X(8).
           01  WS-AUTH-LEVEL           PIC  X(1).
           01  WS-AUD-OLD-VALUE        PIC  X(40).
           01  WS-AUD-NEW-VALUE        PIC  X(40).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           01  WS-CMD-ARG              PIC X(1) VALUE SPACE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** DEPT_MAINT STARTED ***".

           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF WS-CMD-ARG = "L"
               MOVE "L" TO WS-RUN-MODE-SW
           END-IF.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "PLM_OPERATOR".
           IF WS-OPERATOR-ID = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-AUDIT-TABLE-RTN.
           PERFORM ENSURE-DEPT-MASTER-RTN.

           IF WS-LIST-MODE
               PERFORM LIST-DEPT-RTN
           ELSE
               PERFORM CHECK-AUTH-LEVEL-RTN
               PERFORM UNTIL WS-CONTINUE NOT = "Y"
                   PERFORM SET-DEPT-RTN
                   DISPLAY "続けて登録しますか (Y/N) : >> "
                   ACCEPT WS-CONTINUE FROM CONSOLE
               END-PERFORM
               DISPLAY "登録・変更件数 : " WS-REGISTER-COUNT
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY "*** DEPT_MAINT FINISHED ***".
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
       SET-DEPT-RTN.
      ******************************************************************
      *    部門1件を登録・変更する。既存の部門は現行値を表示し、
      *    空欄入力の項目は現行値のままとする。上位部門・責任者・
      *    有効終了日は「-」の入力で空(最上位・未設定・期限なし)
      *    に戻す。新規の部門は部門名が必須で、有効開始日の既定は
      *    当日とする。
           MOVE SPACE TO DM-DEPT-CODE.
           PERFORM UNTIL DM-DEPT-CODE NOT = SPACE
               DISPLAY "部門コード (6桁以内) : >> "
               ACCEPT DM-DEPT-CODE FROM CONSOLE
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(DM-DEPT-CODE) TO DM-DEPT-CODE.

           PERFORM READ-DEPT-RTN.
           IF WS-DEPT-FOUND
               DISPLAY "現行 : " DM-DEPT-NAME
               DISPLAY "       上位 " DM-PARENT-DEPT
                   " 責任者 " DM-MANAGER-ID
                   " 有効 " DM-VALID-FROM " - " DM-VALID-TO
                   " 公開 " DM-CAL-EXPORT
           ELSE
               DISPLAY "*** 新規の部門です ***"
               MOVE SPACE TO DM-DEPT-NAME
               MOVE SPACE TO DM-PARENT-DEPT
               MOVE SPACE TO DM-MANAGER-ID
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE,'YYYY-MM-DD')
                   INTO :DM-VALID-FROM
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               MOVE SPACE TO DM-VALID-TO
               MOVE "Y" TO DM-CAL-EXPORT
           END-IF.
           MOVE DM-DEPT-NAME TO WS-BEFORE-NAME.
           MOVE DM-PARENT-DEPT TO WS-BF-PARENT.
           MOVE DM-MANAGER-ID TO WS-BF-MANAGER.
           MOVE SPACE TO WS-BF-FROM.
           STRING DM-VALID-FROM(1:4) DM-VALID-FROM(6:2)
               DM-VALID-FROM(9:2)
               DELIMITED BY SIZE INTO WS-BF-FROM.
           MOVE SPACE TO WS-BF-TO.
           IF DM-VALID-TO NOT = SPACE
               STRING DM-VALID-TO(1:4) DM-VALID-TO(6:2)
                   DM-VALID-TO(9:2)
                   DELIMITED BY SIZE INTO WS-BF-TO
           END-IF.
           MOVE DM-CAL-EXPORT TO WS-BF-CAL.
           MOVE WS-BEFORE-RULES TO WS-AFTER-RULES.

           MOVE "N" TO WS-INPUT-OK-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "部門名 (空欄=現行) : >> "
               ACCEPT WS-NAME-INPUT FROM CONSOLE
               IF WS-NAME-INPUT NOT = SPACE
                   MOVE WS-NAME-INPUT TO DM-DEPT-NAME
               END-IF
               IF DM-DEPT-NAME = SPACE
                   DISPLAY "*** 新規の部門は部門名が"
                       "必須です ***"
               ELSE
                   MOVE "Y" TO WS-INPUT-OK-SW
               END-IF
           END-PERFORM.

           PERFORM ACCEPT-PARENT-RTN.
           PERFORM ACCEPT-MANAGER-RTN.
           PERFORM ACCEPT-VALID-FROM-RTN.
           PERFORM ACCEPT-VALID-TO-RTN.
           PERFORM ACCEPT-CAL-EXPORT-RTN.

           IF WS-DEPT-FOUND
              AND WS-AFTER-RULES = WS-BEFORE-RULES
              AND DM-DEPT-NAME = WS-BEFORE-NAME
               DISPLAY "*** 現行と同じ内容のため"
                   "登録しません ***"
           ELSE
               DISPLAY "変更後 : " DM-DEPT-NAME
               DISPLAY "       上位 " WS-AF-PARENT
                   " 責任者 " WS-AF-MANAGER
                   " 有効 " WS-AF-FROM " - " WS-AF-TO
                   " 公開 " WS-AF-CAL
               IF WS-AF-TO NOT = SPACE
                   PERFORM WARN-REMAINING-MEMBERS-RTN
               END-IF
               DISPLAY "この内容で登録しますか (Y/N) : >> "
               ACCEPT WS-CONFIRM FROM CONSOLE
               IF WS-CONFIRM = "Y"
                   PERFORM UPSERT-DEPT-RTN
                   PERFORM WRITE-AUDIT-RTN
                   EXEC SQL COMMIT WORK END-EXEC
                   ADD 1 TO WS-REGISTER-COUNT
                   DISPLAY "登録しました : " DM-DEPT-CODE
               ELSE
                   DISPLAY "*** 登録を取り消しました ***"
               END-IF
           END-IF.

      ******************************************************************
       ACCEPT-PARENT-RTN.
      ******************************************************************
      *    上位部門。登録済みの部門で、かつ辿った先に自部門が
      *    現れない(循環しない)ことを確認する。
           MOVE "N" TO WS-INPUT-OK-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "上位部門 (-=最上位 / 空欄=現行 "
                   WS-AF-PARENT ") : >> "
               MOVE SPACE TO WS-CODE-INPUT
               ACCEPT WS-CODE-INPUT FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT)
                   TO WS-CODE-INPUT
               EVALUATE TRUE
                   WHEN WS-CODE-INPUT = SPACE
                       MOVE "Y" TO WS-INPUT-OK-SW
                   WHEN WS-CODE-INPUT = "-"
                       MOVE SPACE TO WS-AF-PARENT
                       MOVE "Y" TO WS-INPUT-OK-SW
                   WHEN WS-CODE-INPUT = DM-DEPT-CODE
                       DISPLAY "*** 自部門は上位部門に"
                           "できません ***"
                   WHEN OTHER
                       MOVE WS-CODE-INPUT TO WS-CHECK-CODE
                       PERFORM CHECK-PARENT-RTN
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
       CHECK-PARENT-RTN.
      ******************************************************************
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CHECK-COUNT
               FROM DEPT_MASTER
               WHERE DEPT_CODE = :WS-CHECK-CODE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-CHECK-COUNT) = 0
               DISPLAY "*** 上位部門 " WS-CHECK-CODE
                   " は未登録です ***"
           ELSE
      *        指定した上位部門から最上位まで辿り、自部門が
      *        現れたら循環になる。
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-CHECK-COUNT
                   FROM
                     (WITH RECURSIVE UP_CHAIN (ANC_CODE, LVL) AS
                        (SELECT CAST(:WS-CHECK-CODE AS VARCHAR(6)), 0
                         UNION ALL
                         SELECT M.PARENT_DEPT, U.LVL + 1
                         FROM UP_CHAIN U
                         INNER JOIN DEPT_MASTER M
                             ON M.DEPT_CODE = U.ANC_CODE
                         WHERE COALESCE(M.PARENT_DEPT,' ') <> ' '
                           AND U.LVL < 20)
                      SELECT ANC_CODE FROM UP_CHAIN) C
                   WHERE C.ANC_CODE = :DM-DEPT-CODE
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-CHECK-COUNT) > 0
                   DISPLAY "*** " WS-CHECK-CODE " は自部門の"
                       "配下のため上位部門に"
                       "できません ***"
               ELSE
                   MOVE WS-CHECK-CODE TO WS-AF-PARENT
                   MOVE "Y" TO WS-INPUT-OK-SW
               END-IF
           END-IF.

      ******************************************************************
       ACCEPT-MANAGER-RTN.
      ******************************************************************
      *    責任者。EMP_MASTERに登録済みの社員IDに限る。
           MOVE "N" TO WS-INPUT-OK-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "責任者の社員ID "
                   "(-=未設定 / 空欄=現行 "
                   WS-AF-MANAGER ") : >> "
               MOVE SPACE TO WS-CODE-INPUT
               ACCEPT WS-CODE-INPUT FROM CONSOLE
               EVALUATE TRUE
                   WHEN WS-CODE-INPUT = SPACE
                       MOVE "Y" TO WS-INPUT-OK-SW
                   WHEN WS-CODE-INPUT = "-"
                       MOVE SPACE TO WS-AF-MANAGER
                       MOVE "Y" TO WS-INPUT-OK-SW
                   WHEN OTHER
                       MOVE WS-CODE-INPUT TO WS-CHECK-CODE
                       EXEC SQL
                           SELECT COUNT(*)
                           INTO :WS-CHECK-COUNT
                           FROM EMP_MASTER
                           WHERE EMP_ID = :WS-CHECK-CODE
                       END-EXEC
                       IF SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN STOP RUN
                       END-IF
                       IF FUNCTION NUMVAL(WS-CHECK-COUNT) = 0
                           DISPLAY "*** 社員ID " WS-CHECK-CODE
                               " は未登録です ***"
                       ELSE
                           MOVE WS-CHECK-CODE TO WS-AF-MANAGER
                           MOVE "Y" TO WS-INPUT-OK-SW
                       END-IF
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
       ACCEPT-VALID-FROM-RTN.
      ******************************************************************
           MOVE "N" TO WS-INPUT-OK-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "有効開始日 YYYYMMDD (空欄=現行 "
                   WS-AF-FROM ") : >> "
               MOVE SPACE TO WS-DATE-INPUT
               ACCEPT WS-DATE-INPUT FROM CONSOLE
               IF WS-DATE-INPUT = SPACE
                   MOVE "Y" TO WS-INPUT-OK-SW
               ELSE
                   PERFORM CHECK-DATE-INPUT-RTN
                   IF WS-DATE-VALID
                       MOVE WS-DATE-INPUT TO WS-AF-FROM
                       MOVE "Y" TO WS-INPUT-OK-SW
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       ACCEPT-VALID-TO-RTN.
      ******************************************************************
      *    有効終了日。期間は両端含みで、有効開始日より前は不可。
           MOVE "N" TO WS-INPUT-OK-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "有効終了日 YYYYMMDD (-=期限なし / "
                   "空欄=現行 " WS-AF-TO ") : >> "
               MOVE SPACE TO WS-DATE-INPUT
               ACCEPT WS-DATE-INPUT FROM CONSOLE
               MOVE "Y" TO WS-DATE-VALID-SW
               EVALUATE TRUE
                   WHEN WS-DATE-INPUT = SPACE
                       CONTINUE
                   WHEN WS-DATE-INPUT = "-"
                       MOVE SPACE TO WS-AF-TO
                   WHEN OTHER
                       PERFORM CHECK-DATE-INPUT-RTN
                       IF WS-DATE-VALID
                           MOVE WS-DATE-INPUT TO WS-AF-TO
                       END-IF
               END-EVALUATE
               IF WS-DATE-VALID
                   IF WS-AF-TO NOT = SPACE AND WS-AF-TO < WS-AF-FROM
                       DISPLAY "*** 有効終了日が"
                           "有効開始日より前です ***"
                   ELSE
                       MOVE "Y" TO WS-INPUT-OK-SW
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       ACCEPT-CAL-EXPORT-RTN.
      ******************************************************************
      *    グループカレンダーへの公開区分。Nの部門はDEPT_ICALが
      *    予定ファイルを作らず、公開済みのファイルも取り下げる。
           MOVE "N" TO WS-INPUT-OK-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "グループカレンダーへの公開 (Y/N / "
                   "空欄=現行 " WS-AF-CAL ") : >> "
               MOVE SPACE TO WS-CODE-INPUT
               ACCEPT WS-CODE-INPUT FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT)
                   TO WS-CODE-INPUT
               EVALUATE TRUE
                   WHEN WS-CODE-INPUT = SPACE
                       MOVE "Y" TO WS-INPUT-OK-SW
                   WHEN WS-CODE-INPUT = "Y" OR WS-CODE-INPUT = "N"
                       MOVE WS-CODE-INPUT(1:1) TO WS-AF-CAL
                       MOVE "Y" TO WS-INPUT-OK-SW
                   WHEN OTHER
                       DISPLAY "*** YかNで入力してください"
                           " ***"
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
       CHECK-DATE-INPUT-RTN.
      ******************************************************************
           MOVE "N" TO WS-DATE-VALID-SW.
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-DATE-NUM
               CALL "DATE-CHK" USING WS-DATE-NUM WS-DATE-VALID-SW
           END-IF.
           IF NOT WS-DATE-VALID
               DISPLAY "*** 日付が不正です ***"
           END-IF.

      ******************************************************************
       WARN-REMAINING-MEMBERS-RTN.
      ******************************************************************
      *    廃止日より後も所属が続く在籍者の件数を警告する。登録は
      *    止めない(異動はDEPT_REORGで発効日を揃えて行う)。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ORPHAN-COUNT
               FROM EMP_MASTER
               WHERE DEPT_CODE = :DM-DEPT-CODE
                 AND EMP_STATUS_CODE <> 'RETIRED'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-ORPHAN-COUNT) > 0
               DISPLAY "*** 警告: 在籍者 " WS-ORPHAN-COUNT
                   " 名が所属しています。"
               DISPLAY "    有効終了日より前にDEPT_REORGで"
                   "異動させてください ***"
           END-IF.

      ******************************************************************
       READ-DEPT-RTN.
      ******************************************************************
           MOVE "N" TO WS-DEPT-FOUND-SW.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-DEPT-COUNT
               FROM DEPT_MASTER
               WHERE DEPT_CODE = :DM-DEPT-CODE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           IF FUNCTION NUMVAL(WS-DEPT-COUNT) > 0
               MOVE "Y" TO WS-DEPT-FOUND-SW
               EXEC SQL
                   SELECT DEPT_NAME,
                          COALESCE(PARENT_DEPT,' '),
                          COALESCE(MANAGER_EMP_ID,' '),
                          TO_CHAR(VALID_FROM,'YYYY-MM-DD'),
                          COALESCE(TO_CHAR(VALID_TO,'YYYY-MM-DD'),
                                   ' '),
                          COALESCE(CAL_EXPORT,'Y')
                   INTO :DM-DEPT-NAME, :DM-PARENT-DEPT,
                        :DM-MANAGER-ID, :DM-VALID-FROM,
                        :DM-VALID-TO, :DM-CAL-EXPORT
                   FROM DEPT_MASTER
                   WHERE DEPT_CODE = :DM-DEPT-CODE
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
           END-IF.

      ******************************************************************
       UPSERT-DEPT-RTN.
      ******************************************************************
      *    空欄の上位部門・責任者・有効終了日はNULLで持つ。
           MOVE WS-AF-PARENT TO DM-PARENT-DEPT.
           MOVE WS-AF-MANAGER TO DM-MANAGER-ID.
           MOVE WS-AF-CAL TO DM-CAL-EXPORT.
           MOVE SPACE TO DM-VALID-FROM.
           STRING WS-AF-FROM(1:4) "-" WS-AF-FROM(5:2) "-"
               WS-AF-FROM(7:2)
               DELIMITED BY SIZE INTO DM-VALID-FROM.
           MOVE SPACE TO DM-VALID-TO.
           IF WS-AF-TO NOT = SPACE
               STRING WS-AF-TO(1:4) "-" WS-AF-TO(5:2) "-"
                   WS-AF-TO(7:2)
                   DELIMITED BY SIZE INTO DM-VALID-TO
           END-IF.
           EXEC SQL
               INSERT INTO DEPT_MASTER
                   (DEPT_CODE, DEPT_NAME, PARENT_DEPT,
                    MANAGER_EMP_ID, VALID_FROM, VALID_TO,
                    CAL_EXPORT)
               VALUES
                   (:DM-DEPT-CODE, :DM-DEPT-NAME,
                    NULLIF(TRIM(:DM-PARENT-DEPT),''),
                    NULLIF(TRIM(:DM-MANAGER-ID),''),
                    CAST(:DM-VALID-FROM AS DATE),
                    CAST(NULLIF(TRIM(:DM-VALID-TO),'') AS DATE),
                    :DM-CAL-EXPORT)
               ON CONFLICT (DEPT_CODE)
               DO UPDATE SET
                   DEPT_NAME      = EXCLUDED.DEPT_NAME,
                   PARENT_DEPT    = EXCLUDED.PARENT_DEPT,
                   MANAGER_EMP_ID = EXCLUDED.MANAGER_EMP_ID,
                   VALID_FROM     = EXCLUDED.VALID_FROM,
                   VALID_TO       = EXCLUDED.VALID_TO,
                   CAL_EXPORT     = EXCLUDED.CAL_EXPORT,
                   DM_UPDATED_AT  = CURRENT_TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-AUDIT-RTN.
      ******************************************************************
      *    変更前後を「上位部門 責任者 有効開始日-有効終了日」の形で
      *    残す(末尾に公開区分)。変更前には部門コードを付ける。
      *    新規はNEWとする。
           MOVE SPACE TO WS-AUD-OLD-VALUE.
           IF WS-DEPT-FOUND
               STRING DM-DEPT-CODE " " WS-BEFORE-RULES
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
           ELSE
               STRING DM-DEPT-CODE " NEW"
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
           END-IF.
           MOVE WS-AFTER-RULES TO WS-AUD-NEW-VALUE.
           CALL "AUDIT-LOCK" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO PL_AUDIT
                   (PROGRAM_NAME, OPERATOR_ID,
                    OLD_VALUE, NEW_VALUE)
               VALUES
                   (:WS-ERR-PROGRAM-NAME, :WS-OPERATOR-ID,
                    :WS-AUD-OLD-VALUE, :WS-AUD-NEW-VALUE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           CALL "AUDIT-SEAL" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LIST-DEPT-RTN.
      ******************************************************************
      *    部門の一覧。最上位(事業部)ごとに部門コード順で出す。
           EXEC SQL
               DECLARE DML_CURSOR CURSOR FOR
               SELECT M.DEPT_CODE, M.DEPT_NAME,
                      COALESCE(M.PARENT_DEPT,' '),
                      COALESCE(M.MANAGER_EMP_ID,' '),
                      TO_CHAR(M.VALID_FROM,'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(M.VALID_TO,'YYYY-MM-DD'),' '),
                      COALESCE(M.CAL_EXPORT,'Y')
               FROM DEPT_MASTER M
               LEFT JOIN DEPT_ROLLUP R
                   ON R.DEPT_CODE = M.DEPT_CODE
               ORDER BY COALESCE(R.DIV_CODE, M.DEPT_CODE),
                        M.DEPT_CODE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL OPEN DML_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           DISPLAY "部門    上位    責任者  有効開始    "
               "有効終了    公開  部門名".
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DML_CURSOR
                   INTO :DM-DEPT-CODE, :DM-DEPT-NAME,
                        :DM-PARENT-DEPT, :DM-MANAGER-ID,
                        :DM-VALID-FROM, :DM-VALID-TO,
                        :DM-CAL-EXPORT
               END-EXEC
               IF SQLCODE = 0
                   DISPLAY DM-DEPT-CODE "  " DM-PARENT-DEPT "  "
                       DM-MANAGER-ID "  " DM-VALID-FROM "  "
                       DM-VALID-TO "  " DM-CAL-EXPORT "     "
                       DM-DEPT-NAME
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE DML_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENSURE-DEPT-MASTER-RTN.
      ******************************************************************
      *    部門マスタと事業部引き当て用のビュー。既存の部門コードの
      *    引き継ぎはDB/DEPT_MASTERで行う。
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

           EXEC SQL
               ALTER TABLE DEPT_MASTER
               ADD COLUMN IF NOT EXISTS CAL_EXPORT VARCHAR(1)
                   NOT NULL DEFAULT 'Y'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               CREATE OR REPLACE VIEW DEPT_ROLLUP AS
               WITH RECURSIVE UP_CHAIN (DEPT_CODE, ANC_CODE, LVL) AS
                   (SELECT DEPT_CODE, DEPT_CODE, 0
                    FROM DEPT_MASTER
                    UNION ALL
                    SELECT U.DEPT_CODE, M.PARENT_DEPT, U.LVL + 1
                    FROM UP_CHAIN U
                    INNER JOIN DEPT_MASTER M
                        ON M.DEPT_CODE = U.ANC_CODE
                    WHERE COALESCE(M.PARENT_DEPT,' ') <> ' '
                      AND U.LVL < 20)
               SELECT DISTINCT ON (U.DEPT_CODE)
                      U.DEPT_CODE, D.DEPT_NAME,
                      U.ANC_CODE AS DIV_CODE,
                      COALESCE(A.DEPT_NAME, U.ANC_CODE) AS DIV_NAME
               FROM UP_CHAIN U
               INNER JOIN DEPT_MASTER D
                   ON D.DEPT_CODE = U.DEPT_CODE
               LEFT JOIN DEPT_MASTER A
                   ON A.DEPT_CODE = U.ANC_CODE
               ORDER BY U.DEPT_CODE, U.LVL DESC
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

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
