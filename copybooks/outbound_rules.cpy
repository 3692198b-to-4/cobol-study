      *
      * HBA1C-BMI-CHECK ライブラリ: 外部向けファイルのコントロール
      * 合計。EDI・XML・返却・請求などの外部向けファイルはトレーラー
      * に件数しか持たず、中身の照合が無かった (書きかけの EDI の
      * トレーラーを手で作り直して送ってしまったことがある)。
      * そこで作る側は明細から
      *   - 患者ID (またはそのファイルの主キー) のハッシュ合計
      *   - 支援レベル別の件数
      *   - 金額の合計 (金額のあるファイルだけ)
      * を数えてトレーラーと送信登録簿に載せ、送信管理コンソール
      * (TEST260921) は発送記録の前に同じ数え方でファイルを読み直し、
      * 登録した値と食い違えば発送させない。作る側と照合する側が
      * 同じ数え方をするよう、数えるのはこの関数1本だけにする
      * (明細行の見分け方と項目の桁位置は呼び出し元が
      * outbound_ctl の WS-OUTCTL-IN で渡し、登録簿にも一緒に残す)。
      * GnuCOBOL では関数は呼出元より上に定義することが必須のため、
      * このコピー句を各プログラムの先頭で COPY する (実体は1本)。
      *
       IDENTIFICATION DIVISION.
       FUNCTION-ID. OUTBOUND-CONTROL-TOTALS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCT-SCAN-FILE ASSIGN USING LW-OCT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LW-OCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OCT-SCAN-FILE.
       01  OCT-SCAN-LINE      PIC X(200).

       WORKING-STORAGE SECTION.
       01  LW-OCT-PATH        PIC X(50) VALUE SPACES.
       01  LW-OCT-STATUS      PIC XX VALUE SPACES.
       01  LW-OCT-EOF-FLAG    PIC X VALUE 'N'.
           88 LW-OCT-EOF             VALUE 'Y'.
       01  LW-RULE            PIC 9 VALUE 0.
       01  LW-HIT             PIC 9 VALUE 0.
       01  LW-LVL-CHAR        PIC X VALUE SPACE.

       LINKAGE SECTION.
      *    入力: outbound_ctl の WS-OUTCTL-IN と同じ形。
       01  LNK-OUTCTL-IN.
           03 LI-PATH         PIC X(50).
           03 LI-SPEC.
              05 LI-LVL-CODES    PIC X(3).
              05 LI-RULE OCCURS 2 TIMES.
                 07 LI-TAG       PIC X(3).
                 07 LI-TAG-LEN   PIC 9(1).
                 07 LI-TAG-COL   PIC 9(3).
                 07 LI-ID-POS    PIC 9(3).
                 07 LI-ID-LEN    PIC 9(2).
                 07 LI-LVL-POS   PIC 9(3).
                 07 LI-AMT-POS   PIC 9(3).
                 07 LI-AMT-LEN   PIC 9(2).

      *    出力: outbound_ctl の WS-OUTCTL-OUT と同じ形。
       01  LNK-OUTCTL-OUT.
           03 LO-READ-OK      PIC X.
           03 LO-TOTALS.
              05 LO-LINES        PIC 9(7).
              05 LO-DETAILS      PIC 9(7).
              05 LO-HASH-ID      PIC 9(15).
              05 LO-LVL-CNT OCCURS 3 TIMES PIC 9(7).
              05 LO-HASH-AMT     PIC 9(15).

       PROCEDURE DIVISION USING LNK-OUTCTL-IN
                 RETURNING LNK-OUTCTL-OUT.

           MOVE "N" TO LO-READ-OK.
           MOVE 0 TO LO-LINES.
           MOVE 0 TO LO-DETAILS.
           MOVE 0 TO LO-HASH-ID.
           MOVE 0 TO LO-LVL-CNT(1).
           MOVE 0 TO LO-LVL-CNT(2).
           MOVE 0 TO LO-LVL-CNT(3).
           MOVE 0 TO LO-HASH-AMT.

           MOVE LI-PATH TO LW-OCT-PATH.
           OPEN INPUT OCT-SCAN-FILE.
           IF LW-OCT-STATUS NOT = "00" THEN
               EXIT FUNCTION
           END-IF.

           MOVE 'N' TO LW-OCT-EOF-FLAG.
           PERFORM UNTIL LW-OCT-EOF
               READ OCT-SCAN-FILE
                   AT END
                       MOVE 'Y' TO LW-OCT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO LO-LINES
                       PERFORM TALLY-SCAN-LINE
               END-READ
           END-PERFORM.
           CLOSE OCT-SCAN-FILE.

           MOVE "Y" TO LO-READ-OK.

           EXIT FUNCTION.


       TALLY-SCAN-LINE.

      *    この行に当たるルールを探す (先に一致した方だけを使う)。
           MOVE 0 TO LW-HIT.
           PERFORM VARYING LW-RULE FROM 1 BY 1
                   UNTIL LW-RULE > 2 OR LW-HIT > 0
               IF LI-TAG-COL(LW-RULE) > 0 THEN
                   IF LI-TAG-LEN(LW-RULE) = 0 THEN
                       IF OCT-SCAN-LINE NOT = SPACES
                               AND OCT-SCAN-LINE(1:3) NOT = "HDR"
                               AND OCT-SCAN-LINE(1:3) NOT = "TRL" THEN
                           MOVE LW-RULE TO LW-HIT
                       END-IF
                   ELSE
                       IF OCT-SCAN-LINE(LI-TAG-COL(LW-RULE):
                               LI-TAG-LEN(LW-RULE))
                           = LI-TAG(LW-RULE)(1:LI-TAG-LEN(LW-RULE))
                               THEN
                           MOVE LW-RULE TO LW-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF LW-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF LI-ID-POS(LW-HIT) > 0 THEN
               ADD 1 TO LO-DETAILS
               COMPUTE LO-HASH-ID = LO-HASH-ID + FUNCTION NUMVAL(
                   OCT-SCAN-LINE(LI-ID-POS(LW-HIT):LI-ID-LEN(LW-HIT)))
           END-IF.

           IF LI-LVL-POS(LW-HIT) > 0 THEN
               MOVE OCT-SCAN-LINE(LI-LVL-POS(LW-HIT):1) TO LW-LVL-CHAR
               EVALUATE LW-LVL-CHAR
                   WHEN LI-LVL-CODES(1:1)
                       ADD 1 TO LO-LVL-CNT(1)
                   WHEN LI-LVL-CODES(2:1)
                       ADD 1 TO LO-LVL-CNT(2)
                   WHEN LI-LVL-CODES(3:1)
                       ADD 1 TO LO-LVL-CNT(3)
               END-EVALUATE
           END-IF.

           IF LI-AMT-POS(LW-HIT) > 0 THEN
               COMPUTE LO-HASH-AMT = LO-HASH-AMT + FUNCTION NUMVAL(
                   OCT-SCAN-LINE(LI-AMT-POS(LW-HIT):
                       LI-AMT-LEN(LW-HIT)))
           END-IF.

           EXIT.

       END FUNCTION OUTBOUND-CONTROL-TOTALS.
