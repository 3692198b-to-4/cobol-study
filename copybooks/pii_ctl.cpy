      *    患者マスタの項目暗号 (pii_rules の PII-FIELD-CRYPT と対で
      *    使う)。WS-PII-IN は1項目ぶんの引数: 向き (E/D)・種類
      *    (X/9)・鍵・患者ID・項目番号・桁数・値。WS-PII-KEY は
      *    PII-LOAD-KEY で読んだ鍵 (0 = 鍵なし)。
       01  WS-PII-IN.
           03 WPI-MODE        PIC X.
           03 WPI-CLASS       PIC X.
           03 WPI-KEY         PIC 9(15).
           03 WPI-TWEAK       PIC 9(9).
           03 WPI-FIELD       PIC 9.
           03 WPI-LEN         PIC 9(2).
           03 WPI-TEXT        PIC X(40).
       01  WS-PII-KEY         PIC 9(15) VALUE 0.
