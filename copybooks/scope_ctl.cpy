      *    オペレーターの担当範囲 (scope_rules の CHECK-OPERATOR-SCOPE・
      *    RESOLVE-PATIENT-SCOPE と対で使う)。WS-SCOPE-IN は確認の
      *    種類 (R=1件 A=範囲の有無)・オペレーター・保険者・施設。
      *    WS-SCOPE-OUT の WSC-RC は 0=範囲内 1=表なし 2=行なし
      *    3=範囲外。WS-RP-IN/WS-RP-OUT は患者の保険者・施設の引き当て。
       01  WS-SCOPE-IN.
           03 WSC-MODE        PIC X.
           03 WSC-OP-ID       PIC X(6).
           03 WSC-INSURER     PIC X(4).
           03 WSC-SITE        PIC 9(3).
       01  WS-SCOPE-OUT.
           03 WSC-RC          PIC 9.
           03 WSC-MSG         PIC X(40).
       01  WS-RP-IN.
           03 WRP-PATIENT-ID  PIC 9(9).
           03 WRP-AS-OF       PIC 9(8).
           03 WRP-INSURER     PIC X(4).
           03 WRP-SITE        PIC 9(3).
           03 WRP-RHF-PATH    PIC X(50).
       01  WS-RP-OUT.
           03 WRP-OUT-INSURER PIC X(4).
           03 WRP-OUT-SITE    PIC 9(3).
