      *    適用する(A→BとB→Cが並ぶ対応表でも、Aの在籍者がCまで
      *    連鎖して動くことはない)。同一人が複数行に合致する場合は
      *    先の行が優先。
      *    新部門は部門マスタ(DEPT_MASTER)で発効日に有効な部門に
      *    限る。有効でない新部門の対応行は適用せずREORGRPTへ拒否と
      *    して載せ、終了コード4で知らせる(他の対応行は適用する)。
      *    対応1行ごとの異動人数をREORGRPTへ報告し、PL_AUDITにも
      *    記録する。実行は上級者(レベル3)限定。
      ******************************************************************
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 3.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-MAP-STATUS           PIC XX.
           01  WS-EOF-SW               PIC X(1) VALUE "N".
               88  WS-EOF                  VALUE "Y".
           01  WS-MAP-COUNT            PIC 9(4) VALUE 0.
           01  WS-TOTAL-MOVED          PIC 9(6) VALUE 0.
           01  WS-MOVED-NUM            PIC 9(6).
           01  WS-REJECT-COUNT         PIC 9(4) VALUE 0.

      *    対応表の先読み保持用(最大100行)。対象者を発効前の在籍
      *    状態で確定してから適用するため、適用はファイルを読み
           01  WS-AUD-OLD-VALUE        PIC  X(40).
           01  WS-AUD-NEW-VALUE        PIC  X(40).
           01  WS-MAP-SEQ-DB           PIC  9(4).
           01  WS-DEPT-VALID-COUNT     PIC  X(8).
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM CONNECT-TO-DATABASE.
           PERFORM ENSURE-AUDIT-TABLE-RTN.
           PERFORM CHECK-AUTH-LEVEL-RTN.
           PERFORM ENSURE-DEPT-MASTER-RTN.
           PERFORM CREATE-STAGING-RTN.

           OPEN OUTPUT RPT-FILE.
               WS-TOTAL-MOVED " 名"
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-REJECT-COUNT > 0
               MOVE SPACE TO RPT-REC
               STRING "拒否 " WS-REJECT-COUNT " 行"
                   "(新部門が発効日に無効)"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF.
           CLOSE RPT-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "異動合計 : " WS-TOTAL-MOVED " 名".
           IF WS-REJECT-COUNT > 0
               DISPLAY "拒否した対応行 : " WS-REJECT-COUNT " 行"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "*** DEPT_REORG FINISHED ***".
           STOP RUN.

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
           WRITE ERROR-LOG-REC.
           CLOSE ERROR-LOG-FILE.

      ******************************************************************
       ENSURE-DEPT-MASTER-RTN.
      ******************************************************************
      *    部門マスタ(DB/DEPT_MASTERが作成・DEPT_MAINTが保守)。
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


      ******************************************************************
       CREATE-STAGING-RTN.
      ******************************************************************
           IF WS-OLD-DEPT = SPACE OR WS-NEW-DEPT = SPACE
              OR WS-OLD-DEPT = WS-NEW-DEPT
               DISPLAY "*** 対応行が不正です: " MAP-REC(1:12)
           ELSE
               PERFORM CHECK-NEW-DEPT-RTN
           END-IF.

      ******************************************************************
       CHECK-NEW-DEPT-RTN.
      ******************************************************************
      *    新部門が部門マスタで発効日に有効かを確認し、有効な対応行
      *    だけを先読み保持して対象者を確定する。旧部門は廃止される
      *    側のことがあるため検査しない。
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-DEPT-VALID-COUNT
               FROM DEPT_MASTER
               WHERE DEPT_CODE = :WS-NEW-DEPT
                 AND VALID_FROM <= CAST(:WS-EFF-DATE AS DATE)
                 AND (VALID_TO IS NULL
                      OR VALID_TO >= CAST(:WS-EFF-DATE AS DATE))
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           IF FUNCTION NUMVAL(WS-DEPT-VALID-COUNT) = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "*** 新部門 " WS-NEW-DEPT
                   " は発効日に有効な部門では"
                   "ありません ***"
               MOVE SPACE TO RPT-REC
               STRING WS-OLD-DEPT " -> " WS-NEW-DEPT
                   "  拒否(新部門が発効日に無効)"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           ELSE
               ADD 1 TO WS-MAP-COUNT
               IF WS-MAP-COUNT > 100
           STRING "EFF " WS-EFF-DATE
               " MOVED=" WS-MOVED-NUM
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           CALL "AUDIT-LOCK" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO PL_AUDIT
                   (PROGRAM_NAME, OPERATOR_ID,
                    :WS-AUD-OLD-VALUE, :WS-AUD-NEW-VALUE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           CALL "AUDIT-SEAL" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
