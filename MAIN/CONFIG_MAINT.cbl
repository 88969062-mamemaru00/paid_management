           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 3.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-RUN-MODE-SW          PIC X(1) VALUE "S".
               88  WS-SET-MODE             VALUE "S".
               88  WS-LIST-MODE            VALUE "L".
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
               MOVE SPACE TO WS-AUD-NEW-VALUE
               STRING WS-CFG-VALUE " FROM " WS-EFF-DATE
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               CALL "AUDIT-LOCK" USING SQLCA
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               EXEC SQL
                   INSERT INTO PL_AUDIT
                       (PROGRAM_NAME, OPERATOR_ID,
               END-EXEC
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF
               CALL "AUDIT-SEAL" USING SQLCA
               IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN
               END-IF

               DISPLAY "登録しました : " WS-CFG-KEY " = "
                   WS-CFG-VALUE " (発効 " WS-EFF-DATE ")"
