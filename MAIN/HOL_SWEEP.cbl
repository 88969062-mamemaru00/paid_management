           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 3.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-SWEEP-COUNT          PIC 9(6) VALUE 0.
           01  WS-NEXT-HISTORY-ID      PIC 9(8) VALUE 0.
           01  WS-ORIG-DAYS-NUM        PIC S9(3)V9.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    通知キューの本文は本人の希望言語で積む(MSG-LOOKUP)。
           01  WS-EMP-LANG             PIC  X(2) VALUE "JA".
           01  WS-MSG-LBL1             PIC  X(60).
           COPY MSGREC.

      ******************************************************************
       PROCEDURE                   DIVISION.
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
      ******************************************************************
       WRITE-AUDIT-RTN.
      ******************************************************************
           CALL "AUDIT-LOCK" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO PL_AUDIT
                   (PROGRAM_NAME, OPERATOR_ID, A_EMP_ID,
                    :WS-AUD-NEW-VALUE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           CALL "AUDIT-SEAL" USING SQLCA.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       ENQUEUE-NOTIFY-RTN.
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           MOVE WS-TGT-EMP-ID TO MSG-EMP-ID.
           PERFORM SET-EMP-LANG-RTN.
           MOVE "NQ_HOLFIX_1" TO MSG-KEY.
           MOVE "休日登録に伴い" TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE MSG-TEXT TO WS-MSG-LBL1.
           MOVE "NQ_HOLFIX_2" TO MSG-KEY.
           MOVE "の消化を取り消し、残日数を戻しました"
               TO MSG-TEXT.
           PERFORM MSG-TEXT-RTN.
           MOVE WS-TGT-ACQ-DATE TO MSG-DATE-IN.
           PERFORM MSG-DATE-RTN.

           MOVE "HOLFIX" TO WS-NQ-TYPE.
           MOVE SPACE TO WS-NQ-TEXT.
           STRING FUNCTION TRIM(WS-MSG-LBL1) " "
               FUNCTION TRIM(MSG-DATE-OUT) " "
               FUNCTION TRIM(MSG-TEXT)
               DELIMITED BY SIZE INTO WS-NQ-TEXT.

           EXEC SQL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       SET-EMP-LANG-RTN.
      ******************************************************************
      *    本人の希望言語(未登録は日本語)。
           MOVE "L" TO MSG-FUNC.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           MOVE MSG-LANG TO WS-EMP-LANG.

      ******************************************************************
       MSG-TEXT-RTN.
      ******************************************************************
           MOVE "T" TO MSG-FUNC.
           MOVE WS-EMP-LANG TO MSG-LANG.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       MSG-DATE-RTN.
      ******************************************************************
           MOVE "D" TO MSG-FUNC.
           MOVE WS-EMP-LANG TO MSG-LANG.
           CALL "MSG-LOOKUP" USING SQLCA MSG-PARM-VARS.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       GET-NEXT-HISTORY-ID.
      ******************************************************************
