      *      - 同一プログラムからのSQLCODE=-30の繰り返し(3件以上)
      *      - 付与(INPUT_PROGRAM)・失効(PL_EXPIRE)ステップからの
      *        エラー1件以上
      *      - 監査証跡のハッシュチェーン検証(AUDIT_CHAIN)からの
      *        記録1件以上(鎖の切れ目・検証時のSQLエラー)
      *    NIGHTLY_RUNの最終ステップとして毎晩実行する。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       CHECK-CRITICAL-RTN.
      ******************************************************************
      *    危険パターン: 同一プログラムからSQLCODE=-30系が3件以上、
      *    または付与・失効ステップ・監査証跡の鎖の検証からの
      *    記録1件以上。
           MOVE "N" TO WS-CRITICAL-SW.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-USED
      *        "INPUT_PROGRA"として記録されている。
               IF WS-SUM-PROGRAM(WS-SUM-IDX) = "INPUT_PROGRA"
                  OR WS-SUM-PROGRAM(WS-SUM-IDX)(1:9) = "PL_EXPIRE"
                  OR WS-SUM-PROGRAM(WS-SUM-IDX) = "AUDIT_CHAIN"
                   MOVE "Y" TO WS-CRITICAL-SW
               END-IF
           END-PERFORM.
