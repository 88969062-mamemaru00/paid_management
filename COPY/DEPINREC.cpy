      ******************************************************************
      *    HRから受け渡される扶養家族・介護対象家族の入力ファイル
      *    (DEPIN)の1レコード分のレイアウト。社員ID+家族連番で
      *    1人を表し、同じキーの再送は上書きとする。EMPINと同じく
      *    先頭HDR・末尾TRLの枠付き固定長レコード。
      *      DEPIN-RELATION   CHILD=子 SPOUSE=配偶者 PARENT=父母
      *                       INLAW=配偶者の父母 GRANDPRT=祖父母
      *                       GRANDCHD=孫 SIBLING=兄弟姉妹
      *      DEPIN-CARE-FLAG  要介護状態か(Y/N)
      *      DEPIN-VALID-TO   空欄は期限なし(扶養から外れた・死亡
      *                       等はHRが終了日を入れて再送する)
      ******************************************************************
       01  DEP-IN-REC.
           03  DEPIN-EMP-ID            PIC  X(06).
           03  DEPIN-DEP-SEQ           PIC  X(02).
           03  DEPIN-DEP-NAME          PIC  X(20).
           03  DEPIN-RELATION          PIC  X(08).
           03  DEPIN-BIRTH-DATE        PIC  X(10).
           03  DEPIN-CARE-FLAG         PIC  X(01).
           03  DEPIN-VALID-FROM        PIC  X(10).
           03  DEPIN-VALID-TO          PIC  X(10).
