      *    BASE_GROUPでどれか1つへ割り当てる。未割当の従業員は
      *    DEFAULT(PLM_CONFIGの統一基準日)のまま。夜間付与の
      *    BASEDATE-GRANT-RTNはグループごとに自分の基準日で走る。
      *    割当の変更は発効日付きの履歴(BASE_GROUP_HIST)にも刻み、
      *    GRANT_AUDITが過去の付与日時点の所属グループを引く。
      *    起動引数: (なし)=グループ定義 / E=従業員の割当 / L=一覧。
      *    保守は上級者(レベル3)限定。
      ******************************************************************
           01  WS-CONNECT-WAIT-SECS    PIC 9(2) VALUE 5.

           01  WS-REQUIRED-LEVEL       PIC 9(1) VALUE 3.
           01  WS-SIGNON-SW            PIC X(1) VALUE "N".
           01  WS-RUN-MODE-SW          PIC X(1) VALUE "G".
               88  WS-GROUP-MODE           VALUE "G".
               88  WS-EMP-MODE             VALUE "E".
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    所属グループの履歴。初回作成時は既存従業員の現在の
      *    グループを入社日からの所属として引き継ぐ。
           EXEC SQL
               CREATE TABLE IF NOT EXISTS BASE_GROUP_HIST
               (
                   BG_EMP_ID   VARCHAR(6) NOT NULL,
                   GROUP_ID    VARCHAR(8) NOT NULL,
                   FROM_DATE   DATE NOT NULL,
                   TO_DATE     DATE,
                   CONSTRAINT BGH_0 PRIMARY KEY (BG_EMP_ID, FROM_DATE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO BASE_GROUP_HIST
                   (BG_EMP_ID, GROUP_ID, FROM_DATE)
               SELECT EMP_ID, COALESCE(BASE_GROUP,'DEFAULT'),
                      COALESCE(EMP_JOIN_DATE, CURRENT_DATE)
               FROM EMP_MASTER E
               WHERE NOT EXISTS
                   (SELECT 1 FROM BASE_GROUP_HIST H
                    WHERE H.BG_EMP_ID = E.EMP_ID)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.

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
               END-IF
               DISPLAY "割当を登録しました : " WS-TGT-EMP-ID
                   " -> " WS-TGT-GROUP
               PERFORM ROLL-GROUP-HIST-RTN
           END-IF.

      ******************************************************************
       ROLL-GROUP-HIST-RTN.
      ******************************************************************
      *    現在行を前日で閉じ、当日から新しいグループの行を開く。
      *    同じ日の再割当は当日の行を上書きする。
           EXEC SQL
               UPDATE BASE_GROUP_HIST
               SET TO_DATE = CURRENT_DATE - INTERVAL '1 day'
               WHERE BG_EMP_ID = :WS-TGT-EMP-ID
                 AND TO_DATE IS NULL
                 AND FROM_DATE < CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN STOP RUN.
           EXEC SQL
               INSERT INTO BASE_GROUP_HIST
                   (BG_EMP_ID, GROUP_ID, FROM_DATE)
               VALUES
                   (:WS-TGT-EMP-ID, :WS-TGT-GROUP, CURRENT_DATE)
               ON CONFLICT (BG_EMP_ID, FROM_DATE) DO UPDATE
               SET GROUP_ID = EXCLUDED.GROUP_ID,
                   TO_DATE = NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      ******************************************************************
       LIST-GROUPS-RTN.
      ******************************************************************
