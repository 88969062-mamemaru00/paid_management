           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 3.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ANON-SW              PIC X(1) VALUE "N".
               88  WS-ANONYMIZE            VALUE "Y".
           01  WS-DETAIL-COUNT         PIC 9(8) VALUE 0.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY ACCLOGREC.

           01  WS-CMD-ARG              PIC X(1) VALUE SPACE.

               DELIMITED BY SIZE INTO UNLD-REC.
           WRITE UNLD-REC.
           CLOSE UNLD-FILE.
           PERFORM WRITE-ACCESS-LOG-RTN.

           EXEC SQL DISCONNECT ALL END-EXEC.

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
           EXEC SQL CLOSE UC_CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       WRITE-ACCESS-LOG-RTN.
      ******************************************************************
      *    参照記録(PL_ACCESS_LOG)。全社・全社員の抽出なので
      *    会社コードは"**"、件数はアンロード明細件数で残す。
           INITIALIZE ACC-PARM-VARS.
           MOVE WS-ERR-PROGRAM-NAME TO ACC-PROGRAM.
           MOVE WS-OPERATOR-ID TO ACC-OPERATOR.
           MOVE "ALL" TO ACC-SCOPE.
           MOVE "**" TO ACC-COMPANY.
           IF WS-ANONYMIZE
               MOVE "DBUNLOAD ALL TABLES ANONYMIZED" TO ACC-DETAIL
           ELSE
               MOVE "DBUNLOAD ALL TABLES" TO ACC-DETAIL
           END-IF.
           MOVE WS-DETAIL-COUNT TO ACC-ROW-COUNT.
           CALL "ACCESS-LOG" USING SQLCA ACC-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       WRITE-ERROR-LOG.
      ******************************************************************
