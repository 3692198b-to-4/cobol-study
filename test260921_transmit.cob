      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.
      *    外部向けファイルのコントロール合計 (全プログラム共通の1本)。
       COPY outbound_rules.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260921.

      * 「届いていない」と言われたら再送コピー (R) を切る。
      * 朝の例外レポート (X) は「作成済みなのに SLA 日数を過ぎても
      * 確認が無い」行だけを出す。
      * 発送記録 (S) と再送コピー (R) の前には、ファイルを読み直して
      * 作成時に登録したコントロール合計 (件数・患者IDのハッシュ合計
      * ・レベル別件数・金額合計) と突き合わせ、食い違えば断る
      * (作成後に手で直したファイルを送らないため)。合計を持たない
      * 古い登録行は照合せずに通す。
      *
      * コマンド: L=一覧 S=発送記録 C=確認記録 R=再送コピー
      *           X=例外レポート E/Q=終了
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION OUTBOUND-CONTROL-TOTALS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSMIT-REG-FILE ASSIGN TO
           03 TXR-PRODUCED    PIC X(8).
           03 TXR-SENT        PIC X(8).
           03 TXR-CONFIRMED   PIC X(8).
      *    コントロール合計 (outbound_rules 参照。Y=登録あり、空欄は
      *    合計を持つ前に登録された行)。明細の見分け方と桁位置、
      *    作成時に数えた合計をそのまま持ち、発送前の照合に使う。
           03 TXR-CTL-FLAG    PIC X.
           03 TXR-CTL-SPEC    PIC X(43).
           03 TXR-CTL-TOTALS  PIC X(65).

       FD  SOURCE-COPY-FILE.
       01  SOURCE-COPY-LINE   PIC X(120).
      *    登録簿はテーブルに読み、更新のたびに書き戻す (訂正申請
      *    キューと同じ方式)。
       01  WS-RG-TAB.
           03 WS-RG-ENTRY OCCURS 200 TIMES PIC X(219).
       01  WS-RG-CNT          PIC 9(3) VALUE 0.
       01  WS-RG-IDX          PIC 9(3) VALUE 0.
       01  WS-RG-PICK         PIC 9(3) VALUE 0.
       01  WS-CNT-LATE        PIC 9(3) VALUE 0.
       01  WS-CPY-LINES       PIC 9(7) VALUE 0.

       COPY outbound_ctl.
      *    照合結果 (Y=通す N=断る) と、登録簿に積まれた合計の見方
      *    (OCO-TOTALS と同じ形)。
       01  WS-VFY-FLAG        PIC X VALUE 'Y'.
           88 WS-VFY-OK              VALUE 'Y'.
       01  WS-VFY-REG.
           03 VFY-LINES       PIC 9(7).
           03 VFY-DETAILS     PIC 9(7).
           03 VFY-HASH-ID     PIC 9(15).
           03 VFY-LVL-CNT OCCURS 3 TIMES PIC 9(7).
           03 VFY-HASH-AMT    PIC 9(15).

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-TXR      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           MOVE 0 TO WS-RG-CNT.
           OPEN INPUT TRANSMIT-REG-FILE.
           IF WS-TXR-STATUS = "00" THEN
               PERFORM CHECK-TXR-LAYOUT
               MOVE 'N' TO WS-TXR-EOF-FLAG
               PERFORM UNTIL WS-TXR-EOF
                   READ TRANSMIT-REG-FILE
       SAVE-REGISTER.

           OPEN OUTPUT TRANSMIT-REG-FILE.
           PERFORM WRITE-TXR-LAYOUT.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RG-CNT
               MOVE WS-RG-ENTRY(WS-RG-IDX) TO TRANSMIT-REG-REC
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-RG-PICK.
           IF WS-RG-PICK >= 1 AND WS-RG-PICK <= WS-RG-CNT THEN
               MOVE WS-RG-ENTRY(WS-RG-PICK) TO TRANSMIT-REG-REC
               PERFORM VERIFY-ENTRY-CONTENT
               IF NOT WS-VFY-OK THEN
                   DISPLAY "NOT MARKED AS SENT - FILE DOES NOT MATCH "
                       "ITS REGISTERED CONTROL TOTALS"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RUN-DATE TO TXR-SENT
               MOVE TRANSMIT-REG-REC TO WS-RG-ENTRY(WS-RG-PICK)
               PERFORM SAVE-REGISTER
           END-IF.

           MOVE WS-RG-ENTRY(WS-RG-PICK) TO TRANSMIT-REG-REC.
           PERFORM VERIFY-ENTRY-CONTENT.
           IF NOT WS-VFY-OK THEN
               DISPLAY "NO RESEND COPY MADE - FILE DOES NOT MATCH "
                   "ITS REGISTERED CONTROL TOTALS"
               EXIT PARAGRAPH
           END-IF.
           MOVE TXR-FILE-NAME TO WS-SRC-PATH.
           MOVE SPACES TO WS-RSD-PATH.
           STRING FUNCTION TRIM(TXR-FILE-NAME) ".resend"
           EXIT.


       VERIFY-ENTRY-CONTENT.

      *    TRANSMIT-REG-REC の行のファイルを、登録時と同じ数え方
      *    (TXR-CTL-SPEC) で読み直して登録済みの合計と突き合わせる。
      *    合計を持たない古い行は照合できないので、その旨を出して通す。
           MOVE 'Y' TO WS-VFY-FLAG.
           IF TXR-CTL-FLAG NOT = "Y" THEN
               DISPLAY "NO CONTROL TOTALS REGISTERED - "
                   "CONTENT NOT VERIFIED"
               EXIT PARAGRAPH
           END-IF.

           MOVE TXR-FILE-NAME TO OCI-PATH.
           MOVE TXR-CTL-SPEC TO OCI-SPEC.
           MOVE FUNCTION OUTBOUND-CONTROL-TOTALS(WS-OUTCTL-IN)
               TO WS-OUTCTL-OUT.
           IF OCO-READ-OK NOT = "Y" THEN
               MOVE 'N' TO WS-VFY-FLAG
               DISPLAY "FILE NOT FOUND: " FUNCTION TRIM(TXR-FILE-NAME)
               EXIT PARAGRAPH
           END-IF.

           MOVE TXR-CTL-TOTALS TO WS-VFY-REG.
           IF OCO-TOTALS = TXR-CTL-TOTALS THEN
               DISPLAY "CONTROL TOTALS VERIFIED: " OCO-DETAILS
                   " DETAIL(S) HASH " OCO-HASH-ID
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-VFY-FLAG.
           DISPLAY "CONTROL TOTALS MISMATCH FOR "
               FUNCTION TRIM(TXR-FILE-NAME).
           DISPLAY "  REGISTERED LINES " VFY-LINES
               " DETAILS " VFY-DETAILS " ID HASH " VFY-HASH-ID.
           DISPLAY "  ON FILE    LINES " OCO-LINES
               " DETAILS " OCO-DETAILS " ID HASH " OCO-HASH-ID.
           DISPLAY "  REGISTERED LEVELS " VFY-LVL-CNT(1) "/"
               VFY-LVL-CNT(2) "/" VFY-LVL-CNT(3)
               " AMOUNT " VFY-HASH-AMT.
           DISPLAY "  ON FILE    LEVELS " OCO-LVL-CNT(1) "/"
               OCO-LVL-CNT(2) "/" OCO-LVL-CNT(3)
               " AMOUNT " OCO-HASH-AMT.

           EXIT.


       WRITE-EXCEPTION-REPORT.

      *    作成から SLA 日数を過ぎても確認の無い行だけを出す。

           EXIT.


       CHECK-TXR-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ TRANSMIT-REG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TRANSMIT-REG-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/transmit_register.dat" TO WLI-PATH.
           MOVE "TRANSMIT-REG" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-TXR TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       WRITE-TXR-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO TRANSMIT-REG-REC.
           MOVE WS-LAYOUT-TXR TO WLH-VERSION.
           MOVE "TRANSMIT-REG" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO TRANSMIT-REG-REC(1:28).
           WRITE TRANSMIT-REG-REC.

           EXIT.

       END PROGRAM TEST260921.
