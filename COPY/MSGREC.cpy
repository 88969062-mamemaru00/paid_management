      ******************************************************************
      *    社員向け文書の文言・日付・数値を本人の希望言語で編集する
      *    共通サブプログラムMSG-LOOKUPと受け渡す領域。
      *    MSG-FUNCで機能を選ぶ。
      *      L  MSG-EMP-IDの希望言語(NOTIFY_PREF.LANG_CODE)を
      *         MSG-LANGへ返す。未登録・言語マスタに無い言語は
      *         JA(日本語)。
      *      T  MSG-KEYの文言をMSG-LANGでMSG-TEXTへ返す。呼び出し
      *         前にMSG-TEXTへ日本語の既定文言を入れておく。
      *         法定文言(LEGAL_FLAG='Y')の翻訳は人事の承認済みの
      *         ものだけを使い、未承認・未登録は日本語の行、それも
      *         無ければ既定文言のまま返す。
      *      D  MSG-DATE-IN(YYYY-MM-DD)を言語の日付書式で
      *         MSG-DATE-OUTへ編集する。
      *      N  MSG-NUM-INを言語の小数点記号でMSG-NUM-OUTへ編集
      *         する(小数1桁、前ゼロなし)。
      ******************************************************************
       01  MSG-PARM-VARS.
           03  MSG-FUNC             PIC  X(1).
           03  MSG-EMP-ID           PIC  X(6).
           03  MSG-LANG             PIC  X(2).
           03  MSG-KEY              PIC  X(20).
           03  MSG-TEXT             PIC  X(120).
           03  MSG-DATE-IN          PIC  X(10).
           03  MSG-DATE-OUT         PIC  X(20).
           03  MSG-NUM-IN           PIC S9(5)V9.
           03  MSG-NUM-OUT          PIC  X(10).
