      *                      BOTH(移行年の併走)
      *      GRANT_BASE_DATE 統一基準日(MM-DD)。BASEDATE/BOTHの
      *                      ときにBATCH-GRANT-RTNが参照する。
      *      LPAY_DEFAULT    有給休暇の賃金の算定方法 NORMAL(通常の
      *                      賃金) / AVERAGE(平均賃金) / STDREM
      *                      (標準報酬日額)。PAY_EXTRACTが参照する。
      *      LPAY_<雇用区分> 雇用区分(EMPLOYMENT_TYPE)別の算定方法。
      *                      登録の無い雇用区分はLPAY_DEFAULTに従う
      *                      (既定値は投入しない。CONFIG_MAINTで登録)。
      *      XFER_LOT_TENSEKI 転籍時の未消化年休ロットの扱い CARRY
      *                      (異動先会社へ引き継ぐ) / BUYOUT(異動元
      *                      会社で買い取る)。CO_TRANSFERが参照する。
      *      XFER_LOT_SHUKKO 出向時の同上。
      *      RETAIN_YEARS    退職者の個人データの保存年数(退職日
      *                      起算)。経過した者の氏名・賃金・明細を
      *                      PL_PURGEが消去する。
      *      SIGNON_MAX_FAIL 操作者のサインオンを連続して誤った
      *                      ときにロックするまでの回数。
      *      PW_EXPIRE_DAYS  パスワードの有効日数(変更日起算)。
      *                      過ぎるとサインオン時に変更させる。
      *      PW_MIN_LENGTH   パスワードの最小桁数。
      *                      以上3つはOPER-SIGNON・OPER_MAINTが
      *                      実行中の会社コードの行を参照する。
      *      NOTIFY_UNREAD_DAYS 通知の配付から未読(UNREAD)と判定
      *                      するまでの日数。NOTIFY_DISPが参照する。
      *      DESIG_REPLY_DAYS 時季指定の意見聴取の回答期限(通知日
      *                      からの日数)。PL_DESIGNATEが参照する。
      *      PAYACK_WAIT_DAYS 給与へ送ったファイルの受領・拒否の
      *                      回答を待つ日数(送信日起算)。過ぎると
      *                      PAY_ACKが未回答として報告する。
      *      NIGHTLY_PARALLEL 夜間ジョブ(NIGHTLY_RUN)で同時に流す
      *                      ステップ数の上限(1～9)。更新系の
      *                      ステップは上限にかかわらず1本ずつ。
      *      SHUTPAY_RATE    計画的付与の対象外者に払う休業手当の
      *                      支給率(平均賃金等に対する%)。法定の
      *                      60未満は60として扱う。SHUT_ALLOWが
      *                      参照する。
      *    値の変更は本プログラムの再実行ではなく運用SQLでもよいが、
      *    既定値はここに集約しておく(ON CONFLICTで上書きしない)。
      *    グループ会社統合後は会社コード(COMPANY_CODE)別に設定を
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO PLM_CONFIG
                   (COMPANY_CODE, CONFIG_KEY, CONFIG_VALUE)
               VALUES (:WS-COMPANY, 'LPAY_DEFAULT', 'NORMAL')
               ON CONFLICT
                   (COMPANY_CODE, CONFIG_KEY, EFFECTIVE_FROM)
               DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO PLM_CONFIG
                   (COMPANY_CODE, CONFIG_KEY, CONFIG_VALUE)
               VALUES (:WS-COMPANY, 'XFER_LOT_TENSEKI', 'CARRY')
               ON CONFLICT
                   (COMPANY_CODE, CONFIG_KEY, EFFECTIVE_FROM)
               DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO PLM_CONFIG
                   (COMPANY_CODE, CONFIG_KEY, CONFIG_VALUE)
               VALUES (:WS-COMPANY, 'XFER_LOT_SHUKKO', 'CARRY')
               ON CONFLICT
                   (COMPANY_CODE, CONFIG_KEY, EFFECTIVE_FROM)
               DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO PLM_CONFIG
                   (COMPANY_CODE, CONFIG_KEY, CONFIG_VALUE)
               VALUES (:WS-COMPANY, 'RETAIN_YEARS', '5')
               ON CONFLICT
                   (COMPANY_CODE, CONFIG_KEY, EFFECTIVE_FROM)
               DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO PLM_CONFIG
                   (COMPANY_CODE, CONFIG_KEY, CONFIG_VALUE)
               VALUES (:WS-COMPANY, 'SIGNON_MAX_FAIL', '3')
               ON CONFLICT
                   (COMPANY_CODE, CONFIG_KEY, EFFECTIVE_FROM)
               DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO PLM_CONFIG
                   (COMPANY_CODE, CONFIG_KEY, CONFIG_VALUE)
               VALUES (:WS-COMPANY, 'PW_EXPIRE_DAYS', '90')
               ON CONFLICT
                   (COMPANY_CODE, CONFIG_KEY, EFFECTIVE_FROM)
               DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO PLM_CONFIG
                   (COMPANY_CODE, CONFIG_KEY, CONFIG_VALUE)
               VALUES (:WS-COMPANY, 'PW_MIN_LENGTH', '8')
               ON CONFLICT
                   (COMPANY_CODE, CONFIG_KEY, EFFECTIVE_FROM)
               DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO PLM_CONFIG
                   (COMPANY_CODE, CONFIG_KEY, CONFIG_VALUE)
               VALUES (:WS-COMPANY, 'NOTIFY_UNREAD_DAYS', '7')
               ON CONFLICT
                   (COMPANY_CODE, CONFIG_KEY, EFFECTIVE_FROM)
               DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO PLM_CONFIG
                   (COMPANY_CODE, CONFIG_KEY, CONFIG_VALUE)
               VALUES (:WS-COMPANY, 'DESIG_REPLY_DAYS', '7')
               ON CONFLICT
                   (COMPANY_CODE, CONFIG_KEY, EFFECTIVE_FROM)
               DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO PLM_CONFIG
                   (COMPANY_CODE, CONFIG_KEY, CONFIG_VALUE)
               VALUES (:WS-COMPANY, 'PAYACK_WAIT_DAYS', '3')
               ON CONFLICT
                   (COMPANY_CODE, CONFIG_KEY, EFFECTIVE_FROM)
               DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO PLM_CONFIG
                   (COMPANY_CODE, CONFIG_KEY, CONFIG_VALUE)
               VALUES (:WS-COMPANY, 'NIGHTLY_PARALLEL', '3')
               ON CONFLICT
                   (COMPANY_CODE, CONFIG_KEY, EFFECTIVE_FROM)
               DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL
               INSERT INTO PLM_CONFIG
                   (COMPANY_CODE, CONFIG_KEY, CONFIG_VALUE)
               VALUES (:WS-COMPANY, 'SHUTPAY_RATE', '60')
               ON CONFLICT
                   (COMPANY_CODE, CONFIG_KEY, EFFECTIVE_FROM)
               DO NOTHING
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL
