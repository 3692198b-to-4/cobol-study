      *
      * HBA1C-BMI-CHECK ライブラリ: 患者マスタの氏名・住所・連絡先の
      * 項目暗号。患者マスタ (と判定バッチ・窓口が作り直す引き当て用
      * の写し) は共有ディスクに平文で置かれていたため、保険者の
      * セキュリティ監査で指摘された。版 002 のマスタでは
      *   氏名・番地・市町村・郵便番号・携帯番号・メールアドレス
      * を鍵つきで暗号化して持つ。鍵はデータのディレクトリの外に
      * 置き (環境変数 HC_FIELD_KEY でファイルの場所を指す。無ければ
      * /etc/hcheck/field_key.dat)、読めるのは運用側だけにする。
      * 復号してよいのは氏名・住所を印字・表示する正当な理由のある
      * プログラム (レター・証明書・患者マスタ保守・窓口照会) だけ。
      * それ以外のプログラムと抽出物は、マスタに一緒に持つ伏せ字の
      * 氏名 (先頭の1文字 + "***"、保守コンソールが保存のたびに
      * 作る) だけを使う。
      * 暗号は患者ID・項目番号と鍵から剰余平方の列 (TEST260905 の
      * 仮名化と同じ法) で作った鍵ストリームによる文字ごとのずらし。
      * 項目の桁数と種類は変えない: 数字の項目は数字のまま
      * (郵便番号・番地の PIC 9 がそのまま読める)、文字の項目は
      * 末尾の空白を残し (空欄は空欄のまま)、中身は空白も改行も
      * 含まない文字に写す (行順ファイルの行が崩れない)。
      * GnuCOBOL では関数は呼出元より上に定義することが必須のため、
      * このコピー句を各プログラムの先頭で COPY する (実体は1本)。
      * 引数の形は pii_ctl のコピー句。
      *

      *    鍵ファイルを読む。返り値は鍵 (読めない・0 なら 0。呼び出し
      *    元は 0 を「鍵なし」として扱い、平文を作らない)。引数は
      *    文言に出す呼び出し元のプログラム名。
       IDENTIFICATION DIVISION.
       FUNCTION-ID. PII-LOAD-KEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PII-KEY-FILE ASSIGN USING PW-KEY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PW-KEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PII-KEY-FILE.
       01  PII-KEY-REC        PIC X(15).

       WORKING-STORAGE SECTION.
       01  PW-KEY-PATH        PIC X(80) VALUE SPACES.
       01  PW-KEY-STATUS      PIC XX VALUE SPACES.

       LINKAGE SECTION.
       01  LNK-CALLER         PIC X(10).
       01  LNK-KEY            PIC 9(15).

       PROCEDURE DIVISION USING LNK-CALLER
                 RETURNING LNK-KEY.

           MOVE 0 TO LNK-KEY.
           MOVE SPACES TO PW-KEY-PATH.
           ACCEPT PW-KEY-PATH FROM ENVIRONMENT "HC_FIELD_KEY".
           IF PW-KEY-PATH = SPACES THEN
               MOVE "/etc/hcheck/field_key.dat" TO PW-KEY-PATH
           END-IF.

           OPEN INPUT PII-KEY-FILE.
           IF PW-KEY-STATUS NOT = "00" THEN
               DISPLAY "FIELD KEY NOT AVAILABLE ("
                   FUNCTION TRIM(PW-KEY-PATH) ", STATUS "
                   PW-KEY-STATUS ") - " FUNCTION TRIM(LNK-CALLER)
                   " CANNOT READ NAMES OR ADDRESSES"
               EXIT FUNCTION
           END-IF.
           READ PII-KEY-FILE
               AT END
                   MOVE SPACES TO PII-KEY-REC
           END-READ.
           CLOSE PII-KEY-FILE.

           IF PII-KEY-REC IS NUMERIC THEN
               MOVE PII-KEY-REC TO LNK-KEY
           END-IF.
           IF LNK-KEY = 0 THEN
               DISPLAY "FIELD KEY FILE " FUNCTION TRIM(PW-KEY-PATH)
                   " DOES NOT HOLD A 15-DIGIT KEY - "
                   FUNCTION TRIM(LNK-CALLER)
                   " CANNOT READ NAMES OR ADDRESSES"
           END-IF.

           EXIT FUNCTION.

       END FUNCTION PII-LOAD-KEY.


      *    1項目の暗号化 (E) / 復号 (D)。返り値は変換後の項目 (40桁。
      *    呼び出し元が自分の項目の桁数だけ受け取る)。
       IDENTIFICATION DIVISION.
       FUNCTION-ID. PII-FIELD-CRYPT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    剰余平方の法 (TEST260905 の仮名化と同じ素数)。
       01  LC-PRIME           PIC 9(9) VALUE 999999937.
       01  LC-STATE           PIC 9(18) VALUE 0.
       01  LC-SQUARE          PIC 9(18) VALUE 0.
       01  LC-KEY-ADD         PIC 9(9) VALUE 0.
       01  LC-SHIFT           PIC 9(9) VALUE 0.
       01  LC-POS             PIC 9(2) VALUE 0.
       01  LC-LAST            PIC 9(2) VALUE 0.
       01  LC-CODE            PIC 9(3) VALUE 0.
       01  LC-OUT             PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01  LNK-PII-IN.
      *    E=暗号化 D=復号。
           03 LP-MODE         PIC X.
      *    X=文字の項目 9=数字の項目。
           03 LP-CLASS        PIC X.
           03 LP-KEY          PIC 9(15).
      *    患者ID (同じ値でも患者ごとに違う暗号になる)。
           03 LP-TWEAK        PIC 9(9).
      *    項目番号: 1=氏名 2=番地 3=市町村 4=郵便番号 5=携帯番号
      *    6=メールアドレス。
           03 LP-FIELD        PIC 9.
           03 LP-LEN          PIC 9(2).
           03 LP-TEXT         PIC X(40).
       01  LNK-PII-OUT        PIC X(40).

       PROCEDURE DIVISION USING LNK-PII-IN
                 RETURNING LNK-PII-OUT.

           MOVE LP-TEXT TO LNK-PII-OUT.
           IF LP-KEY = 0 OR LP-LEN = 0 OR LP-LEN > 40 THEN
               EXIT FUNCTION
           END-IF.

           COMPUTE LC-KEY-ADD = FUNCTION MOD(LP-KEY, LC-PRIME).
           COMPUTE LC-STATE = FUNCTION MOD(
               LP-KEY + LP-TWEAK * 10 + LP-FIELD, LC-PRIME).
           IF LC-STATE = 0 THEN
               MOVE 1 TO LC-STATE
           END-IF.

      *    文字の項目は末尾の空白を残す (暗号側も空白を作らないので
      *    復号でも同じ桁で止まる)。数字の項目は全桁。
           MOVE LP-LEN TO LC-LAST.
           IF LP-CLASS = "X" THEN
               PERFORM UNTIL LC-LAST = 0
                       OR LP-TEXT(LC-LAST:1) NOT = SPACE
                   SUBTRACT 1 FROM LC-LAST
               END-PERFORM
           END-IF.

           PERFORM VARYING LC-POS FROM 1 BY 1 UNTIL LC-POS > LC-LAST
               COMPUTE LC-SQUARE = LC-STATE * LC-STATE
                   + LC-KEY-ADD + LC-POS
               COMPUTE LC-STATE = FUNCTION MOD(LC-SQUARE, LC-PRIME)
               MOVE LC-STATE TO LC-SHIFT
               COMPUTE LC-CODE = FUNCTION ORD(LP-TEXT(LC-POS:1)) - 1
               MOVE LC-CODE TO LC-OUT
               EVALUATE TRUE
      *            数字: 0-9 の中でずらす。
                   WHEN LP-CLASS = "9"
                       IF LC-CODE >= 48 AND LC-CODE <= 57 THEN
                           IF LP-MODE = "E" THEN
                               COMPUTE LC-OUT = 48 + FUNCTION MOD(
                                   LC-CODE - 48 + LC-SHIFT, 10)
                           ELSE
                               COMPUTE LC-OUT = 48 + FUNCTION MOD(
                                   LC-CODE - 48 + 10
                                   - FUNCTION MOD(LC-SHIFT, 10), 10)
                           END-IF
                       END-IF
      *            英数字・記号 (平文は空白を含む 95 文字、暗号は
      *            空白を除いて 1 つ上へずらした 95 文字)。
                   WHEN LP-MODE = "E" AND LC-CODE >= 32
                           AND LC-CODE <= 126
                       COMPUTE LC-OUT = 33 + FUNCTION MOD(
                           LC-CODE - 32 + LC-SHIFT, 95)
                   WHEN LP-MODE = "D" AND LC-CODE >= 33
                           AND LC-CODE <= 127
                       COMPUTE LC-OUT = 32 + FUNCTION MOD(
                           LC-CODE - 33 + 95
                           - FUNCTION MOD(LC-SHIFT, 95), 95)
      *            漢字・かなのバイト (128-255 の中でずらす)。
                   WHEN LC-CODE >= 128
                       IF LP-MODE = "E" THEN
                           COMPUTE LC-OUT = 128 + FUNCTION MOD(
                               LC-CODE - 128 + LC-SHIFT, 128)
                       ELSE
                           COMPUTE LC-OUT = 128 + FUNCTION MOD(
                               LC-CODE - 128 + 128
                               - FUNCTION MOD(LC-SHIFT, 128), 128)
                       END-IF
               END-EVALUATE
               MOVE FUNCTION CHAR(LC-OUT + 1)
                   TO LNK-PII-OUT(LC-POS:1)
           END-PERFORM.

           EXIT FUNCTION.

       END FUNCTION PII-FIELD-CRYPT.


      *    伏せ字の氏名: 先頭の1文字 (漢字・かなは UTF-8 の1文字分の
      *    バイト) + "***"。空欄の氏名は空欄。平文の氏名から作るので、
      *    呼ぶのは保存のときに平文を持つプログラムだけ。
       IDENTIFICATION DIVISION.
       FUNCTION-ID. PII-NAME-MASK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  LM-LEAD            PIC 9(3) VALUE 0.
       01  LM-CHAR-LEN        PIC 9 VALUE 0.

       LINKAGE SECTION.
       01  LNK-NAME           PIC X(30).
       01  LNK-MASK           PIC X(12).

       PROCEDURE DIVISION USING LNK-NAME
                 RETURNING LNK-MASK.

           MOVE SPACES TO LNK-MASK.
           IF LNK-NAME = SPACES THEN
               EXIT FUNCTION
           END-IF.

           COMPUTE LM-LEAD = FUNCTION ORD(LNK-NAME(1:1)) - 1.
           EVALUATE TRUE
               WHEN LM-LEAD >= 240
                   MOVE 4 TO LM-CHAR-LEN
               WHEN LM-LEAD >= 224
                   MOVE 3 TO LM-CHAR-LEN
               WHEN LM-LEAD >= 192
                   MOVE 2 TO LM-CHAR-LEN
               WHEN OTHER
                   MOVE 1 TO LM-CHAR-LEN
           END-EVALUATE.
           MOVE LNK-NAME(1:LM-CHAR-LEN) TO LNK-MASK(1:LM-CHAR-LEN).
           MOVE "***" TO LNK-MASK(LM-CHAR-LEN + 1:3).

           EXIT FUNCTION.

       END FUNCTION PII-NAME-MASK.
