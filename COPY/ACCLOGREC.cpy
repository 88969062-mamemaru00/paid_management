      ******************************************************************
      *    個人データの参照記録を残す共通サブプログラムACCESS-LOGと
      *    受け渡す領域。照会・抽出の各プログラムが、社員または
      *    母集団の情報を画面・ファイルへ出したところでCALLする。
      *    ACC-SCOPEで参照した範囲を示す。
      *      EMP   ACC-EMP-IDの社員1名
      *      DEPT  ACC-DEPT-CODEの部門の社員
      *      ALL   会社全体、またはACC-DETAILの条件で絞った母集団
      *    ACC-ROW-COUNTは出力した社員数(またはロット・行の件数)。
      *    ACC-DETAILには照会の条件(基準日・対象月・出力先など)を
      *    入れる。ACC-OPERATOR・ACC-COMPANYが空白の場合は
      *    サブプログラムがPLM_OPERATOR・PLM_COMPANYから補う。
      ******************************************************************
       01  ACC-PARM-VARS.
           03  ACC-PROGRAM          PIC  X(12).
           03  ACC-OPERATOR         PIC  X(10).
           03  ACC-SCOPE            PIC  X(4).
           03  ACC-EMP-ID           PIC  X(6).
           03  ACC-DEPT-CODE        PIC  X(6).
           03  ACC-COMPANY          PIC  X(2).
           03  ACC-DETAIL           PIC  X(40).
           03  ACC-ROW-COUNT        PIC  9(8).
