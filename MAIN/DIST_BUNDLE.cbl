      *    表紙(部門・作成日)と件数付きで仕分けし、配付索引
      *    (DISTIDX)を書き出す。
      *    起動引数: 対象ファイル名(WARNOUT / STMTOUT など。
      *    未指定はWARNOUT)と、束・配付索引の出力先ディレクトリ
      *    (省略時はカレント。帳票依頼の夜間実行が依頼分の束を
      *    日中の束と分けて置くのに使う)。通知1件は空行で始まるブロックとして
      *    扱い、ブロック内の社員IDで宛先部門を決める。所属不明の
      *    通知はBNDL999999(人事預かり)へ入れる。
      ******************************************************************
               FILE STATUS IS WS-SRC-STATUS.
           SELECT BNDL-FILE ASSIGN TO WS-BNDL-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IDX-FILE ASSIGN TO WS-IDX-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       WORKING-STORAGE             SECTION.
           01  WS-ERR-PROGRAM-NAME     PIC X(12) VALUE
               "DIST_BUNDLE".
           01  WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-ERR-TIMESTAMP        PIC 9(08) VALUE 0.
           01  WS-CONNECT-RETRY-CNT    PIC 9(2) VALUE 0.
           01  WS-CONNECT-MAX-RETRY    PIC 9(2) VALUE 3.

           01  WS-SRC-NAME             PIC X(20) VALUE "WARNOUT".
           01  WS-SRC-STATUS           PIC XX.
           01  WS-BNDL-NAME            PIC X(40).
           01  WS-IDX-NAME             PIC X(40) VALUE "DISTIDX".
           01  WS-OUT-DIR              PIC X(20) VALUE SPACE.
           01  WS-RUN-DATE             PIC 9(8).
           01  WS-EOF-SW               PIC X(1) VALUE "N".
               88  WS-EOF                  VALUE "Y".

           EXEC SQL INCLUDE SQLCA END-EXEC.

           01  WS-CMD-ARGS             PIC X(60) VALUE SPACE.
           01  WS-CMD-ARG              PIC X(20) VALUE SPACE.

      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** DIST_BUNDLE STARTED ***".

           ACCEPT WS-CMD-ARGS FROM COMMAND-LINE.
           UNSTRING WS-CMD-ARGS DELIMITED BY ALL SPACE
               INTO WS-CMD-ARG, WS-OUT-DIR.
           IF WS-CMD-ARG NOT = SPACE
               MOVE WS-CMD-ARG TO WS-SRC-NAME
           END-IF.
           IF WS-OUT-DIR NOT = SPACE
               MOVE SPACE TO WS-IDX-NAME
               STRING WS-OUT-DIR DELIMITED BY SPACE
                   "/DISTIDX" DELIMITED BY SIZE
                   INTO WS-IDX-NAME
               DISPLAY "出力先       : " WS-OUT-DIR
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "対象ファイル : " WS-SRC-NAME.

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
           PERFORM COLLECT-DEPTS-RTN.

      *    部門ごとに入力を走査し、所属者の通知ブロックだけを
      *    通知ブロックだけを束ファイルへ書く。
           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE SPACE TO WS-BNDL-NAME.
           IF WS-OUT-DIR NOT = SPACE
               STRING WS-OUT-DIR DELIMITED BY SPACE
                   "/BNDL" WS-CUR-DEPT DELIMITED BY SIZE
                   INTO WS-BNDL-NAME
           ELSE
               STRING "BNDL" WS-CUR-DEPT
                   DELIMITED BY SIZE INTO WS-BNDL-NAME
           END-IF.

           OPEN INPUT SRC-FILE.
           IF WS-SRC-STATUS NOT = "00"
