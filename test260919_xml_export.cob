      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    外部向けファイルのコントロール合計 (全プログラム共通の1本)。
       COPY outbound_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260919.

      * 腹囲・血圧・血糖系) が欠けている文書は提出セットへ入れず
      * 検証レポートに落とす。提出セットの一覧は索引ファイルに
      * 書き出す。
      * 検体検査の項目コードは施設ごとの測定方法で変わる (HbA1c の
      * HPLC と酵素法など) ため、検査方法マスタ (lab_methods.dat、
      * 保守は TEST260963、本番反映は TEST260939) から健診日に有効な
      * 施設×項目の JLAC10 コードを引いて書く。マスタに行の無い
      * 施設・項目は従来の項目コードで書き、検証レポートに残す。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION OUTBOUND-CONTROL-TOTALS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAM-STORE-FILE ASSIGN TO 'output/exam_store.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VAL-STATUS.

           SELECT LAB-METHOD-FILE ASSIGN TO 'input/lab_methods.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LMF-STATUS.

           SELECT TRANSMIT-REG-FILE ASSIGN TO
               'output/transmit_register.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXAM-STORE-FILE.
           03 XST-SITE-CODE   PIC 9(3).
           03 XST-LSK-BG      PIC 9.
           03 XST-INSURER     PIC X(4).
      *    メタボ判定区分 (0=非該当 1=予備群 2=基準該当。拡張前の
      *    行は空欄)。
           03 XST-METSYN      PIC X.
      *    10年冠動脈疾患リスク (%) と区分 (TEST230314 参照)。
           03 XST-CVD-RISK-X  PIC X(3).
           03 XST-CVD-BAND    PIC X.

       FD  XML-OUT-FILE.
       01  XML-OUT-LINE       PIC X(100).
       FD  VALID-RPT-FILE.
       01  VALID-RPT-LINE     PIC X(100).

       FD  LAB-METHOD-FILE.
       01  LAB-METHOD-REC.
           03 LMF-SITE-CODE   PIC 9(3).
           03 LMF-ITEM        PIC X(6).
           03 LMF-EFF-FROM    PIC 9(8).
           03 LMF-EFF-TO      PIC 9(8).
           03 LMF-METHOD      PIC X(4).
           03 LMF-LAB-CODE    PIC X(17).
           03 LMF-ANALYZER    PIC X(20).

       FD  TRANSMIT-REG-FILE.
       01  TRANSMIT-REG-REC.
           03 TXR-FILE-NAME   PIC X(50).
           03 TXR-REC-COUNT   PIC 9(7).
           03 TXR-BYTES       PIC 9(9).
           03 TXR-DEST        PIC X(20).
           03 TXR-PRODUCED    PIC X(8).
           03 TXR-SENT        PIC X(8).
           03 TXR-CONFIRMED   PIC X(8).
      *    コントロール合計 (outbound_rules 参照。Y=登録あり、空欄は
      *    合計を持つ前に登録された行)。明細の見分け方と桁位置、
      *    作成時に数えた合計をそのまま持ち、発送前の照合に使う。
           03 TXR-CTL-FLAG    PIC X.
           03 TXR-CTL-SPEC    PIC X(43).
           03 TXR-CTL-TOTALS  PIC X(65).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-XST-STATUS      PIC XX.
       01  WS-XML-STATUS      PIC XX.
       01  WS-IDX-STATUS      PIC XX.
       01  WS-VAL-STATUS      PIC XX.
       01  WS-LMF-STATUS      PIC XX.
       01  WS-TXR-STATUS      PIC XX.
       01  WS-XML-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-TARGET-FY       PIC 9(4) VALUE 0.
       01  WS-CNT-SETFULL     PIC 9(5) VALUE 0.
       01  WS-DOC-OK-FLAG     PIC X VALUE 'Y'.
           88 WS-DOC-OK              VALUE 'Y'.
       01  WS-XML-MS-CODE     PIC X VALUE SPACE.

      *    検査方法マスタ (施設×項目×適用期間 -> JLAC10 コード)。
       01  WS-LM-LOADED-FLAG  PIC X VALUE 'N'.
           88 WS-LM-LOADED           VALUE 'Y'.
       01  WS-LM-TAB.
           03 WS-LM-ENTRY OCCURS 200 TIMES.
              05 WS-LM-SITE   PIC 9(3).
              05 WS-LM-ITEM   PIC X(6).
              05 WS-LM-FROM   PIC 9(8).
              05 WS-LM-TO     PIC 9(8).
              05 WS-LM-CODE   PIC X(17).
       01  WS-LM-CNT          PIC 9(3) VALUE 0.
       01  WS-LM-IDX          PIC 9(3) VALUE 0.
       01  WS-LM-EOF-FLAG     PIC X VALUE 'N'.
           88 WS-LM-EOF              VALUE 'Y'.
       01  WS-LAB-ITEM        PIC X(6) VALUE SPACES.
       01  WS-LAB-CODE        PIC X(17) VALUE SPACES.
       01  WS-CNT-NOMETHOD    PIC 9(5) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-XST      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-TXR      PIC 9(3) VALUE 1.
       COPY layout_header.
       COPY outbound_ctl.

       PROCEDURE DIVISION.
       MAIN SECTION.
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-TARGET-FY
           END-IF.

           PERFORM LOAD-LAB-METHODS.

           OPEN INPUT EXAM-STORE-FILE.
           IF WS-XST-STATUS NOT = "00" THEN
               DISPLAY "NO EXAM MEASUREMENT STORE - RUN THE "
                   "NIGHTLY BATCH FIRST"
               STOP RUN
           END-IF.
           PERFORM CHECK-XST-LAYOUT.

           OPEN OUTPUT VALID-RPT-FILE.
           MOVE SPACES TO VALID-RPT-LINE.
               WS-CNT-INVALID " FAILED VALIDATION, "
               WS-CNT-SETFULL " REFUSED (SET TABLE FULL) "
               "(output/xml_validation.txt)".
           IF WS-LM-LOADED THEN
               DISPLAY "LAB ITEMS WITHOUT A LAB METHOD ROW "
                   "(GENERIC CODE USED): " WS-CNT-NOMETHOD
           END-IF.

           STOP RUN.


       LOAD-LAB-METHODS.

      *    マスタが無ければ全項目を従来の項目コードで書く。
           MOVE 0 TO WS-LM-CNT.
           OPEN INPUT LAB-METHOD-FILE.
           IF WS-LMF-STATUS NOT = "00" THEN
               DISPLAY "NOTE: NO LAB METHOD MASTER "
                   "(input/lab_methods.dat) - GENERIC ITEM CODES"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-LM-LOADED-FLAG.
           MOVE 'N' TO WS-LM-EOF-FLAG.
           PERFORM UNTIL WS-LM-EOF
               READ LAB-METHOD-FILE
                   AT END
                       MOVE 'Y' TO WS-LM-EOF-FLAG
                   NOT AT END
                       IF WS-LM-CNT < 200 THEN
                           ADD 1 TO WS-LM-CNT
                           MOVE LMF-SITE-CODE
                               TO WS-LM-SITE(WS-LM-CNT)
                           MOVE LMF-ITEM TO WS-LM-ITEM(WS-LM-CNT)
                           MOVE LMF-EFF-FROM
                               TO WS-LM-FROM(WS-LM-CNT)
                           MOVE LMF-EFF-TO TO WS-LM-TO(WS-LM-CNT)
                           MOVE LMF-LAB-CODE
                               TO WS-LM-CODE(WS-LM-CNT)
                       ELSE
                           DISPLAY "LAB METHOD TABLE FULL (200) - "
                               "SITE " LMF-SITE-CODE " " LMF-ITEM
                               " NOT LOADED"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LAB-METHOD-FILE.
           DISPLAY "LOADED " WS-LM-CNT " LAB METHOD ROW(S)".

           EXIT.


       RESOLVE-LAB-CODE.

      *    WS-LAB-ITEM の健診日に有効な施設のコードを WS-LAB-CODE へ。
      *    呼ぶ前に WS-LAB-CODE へ従来の項目コードを入れておき、
      *    見つからなければそのまま使う。
           IF NOT WS-LM-LOADED THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-CNT
               IF WS-LM-SITE(WS-LM-IDX) = XST-SITE-CODE
                  AND WS-LM-ITEM(WS-LM-IDX) = WS-LAB-ITEM
                  AND WS-LM-FROM(WS-LM-IDX) <= XST-EXAM-DATE
                  AND WS-LM-TO(WS-LM-IDX) >= XST-EXAM-DATE THEN
                   MOVE WS-LM-CODE(WS-LM-IDX) TO WS-LAB-CODE
               END-IF
           END-PERFORM.

           IF WS-LAB-CODE(6:1) = SPACE THEN
               ADD 1 TO WS-CNT-NOMETHOD
               MOVE SPACES TO VALID-RPT-LINE
               STRING "PATIENT " XST-PATIENT-ID
                   " FY " XST-FYEAR
                   " SITE " XST-SITE-CODE
                   " " WS-LAB-ITEM
                   " - NO LAB METHOD ON " XST-EXAM-DATE
                   ", GENERIC CODE " WS-LAB-CODE(1:5) " USED"
                   DELIMITED BY SIZE INTO VALID-RPT-LINE
               WRITE VALID-RPT-LINE
           END-IF.

           EXIT.


       EXPORT-ONE-DOCUMENT.

      *    必須項目の検証: 身長・体重・腹囲・血圧・血糖系 (使う側の
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.

      *    メタボリックシンドローム判定 (項目コード 9N501、標準様式
      *    の区分 1=基準該当 2=予備群該当 3=非該当 4=判定不能)。
      *    計測値ストアに区分の無い古い行は判定不能として出す。
           EVALUATE XST-METSYN
               WHEN "2"
                   MOVE "1" TO WS-XML-MS-CODE
               WHEN "1"
                   MOVE "2" TO WS-XML-MS-CODE
               WHEN "0"
                   MOVE "3" TO WS-XML-MS-CODE
               WHEN OTHER
                   MOVE "4" TO WS-XML-MS-CODE
           END-EVALUATE.
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <item code=""9N501"">" WS-XML-MS-CODE
               "</item>"
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.

           MOVE "  </checkupResult>" TO XML-OUT-LINE.
           WRITE XML-OUT-LINE.

      *    (9N001=身長 9N005=体重 9N011=腹囲 9A755=収縮期 9A765=
      *    拡張期 3D010=空腹時血糖 3D045=随時血糖 3D046=HbA1c
      *    3F015=TG 3F070=HDL 3F077=LDL 9N701=喫煙) に対応する。
      *    検体検査の項目は RESOLVE-LAB-CODE で方法別の 17 桁へ
      *    置き換える。
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <item code=""9N001"">" XST-HEIGHT "</item>"
               DELIMITED BY SIZE INTO XML-OUT-LINE.
               DELIMITED BY SIZE INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           IF XST-FST > 0 THEN
               MOVE "FST" TO WS-LAB-ITEM
               MOVE "3D010" TO WS-LAB-CODE
               PERFORM RESOLVE-LAB-CODE
               MOVE SPACES TO XML-OUT-LINE
               STRING "    <item code=""" DELIMITED BY SIZE
                   WS-LAB-CODE DELIMITED BY SPACE
                   """>" XST-FST "</item>" DELIMITED BY SIZE
                   INTO XML-OUT-LINE
               WRITE XML-OUT-LINE
           END-IF.
           IF XST-NFS > 0 THEN
               MOVE "NFS" TO WS-LAB-ITEM
               MOVE "3D045" TO WS-LAB-CODE
               PERFORM RESOLVE-LAB-CODE
               MOVE SPACES TO XML-OUT-LINE
               STRING "    <item code=""" DELIMITED BY SIZE
                   WS-LAB-CODE DELIMITED BY SPACE
                   """>" XST-NFS "</item>" DELIMITED BY SIZE
                   INTO XML-OUT-LINE
               WRITE XML-OUT-LINE
           END-IF.
           IF XST-HBA1C > 0 THEN
               MOVE "HBA1C" TO WS-LAB-ITEM
               MOVE "3D046" TO WS-LAB-CODE
               PERFORM RESOLVE-LAB-CODE
               MOVE SPACES TO XML-OUT-LINE
               STRING "    <item code=""" DELIMITED BY SIZE
                   WS-LAB-CODE DELIMITED BY SPACE
                   """>" XST-HBA1C "</item>" DELIMITED BY SIZE
                   INTO XML-OUT-LINE
               WRITE XML-OUT-LINE
           END-IF.
           MOVE "TG" TO WS-LAB-ITEM.
           MOVE "3F015" TO WS-LAB-CODE.
           PERFORM RESOLVE-LAB-CODE.
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <item code=""" DELIMITED BY SIZE
               WS-LAB-CODE DELIMITED BY SPACE
               """>" XST-TG "</item>" DELIMITED BY SIZE
               INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           MOVE "HDL" TO WS-LAB-ITEM.
           MOVE "3F070" TO WS-LAB-CODE.
           PERFORM RESOLVE-LAB-CODE.
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <item code=""" DELIMITED BY SIZE
               WS-LAB-CODE DELIMITED BY SPACE
               """>" XST-HDL "</item>" DELIMITED BY SIZE
               INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           MOVE "LDL" TO WS-LAB-ITEM.
           MOVE "3F077" TO WS-LAB-CODE.
           PERFORM RESOLVE-LAB-CODE.
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <item code=""" DELIMITED BY SIZE
               WS-LAB-CODE DELIMITED BY SPACE
               """>" XST-LDL "</item>" DELIMITED BY SIZE
               INTO XML-OUT-LINE.
           WRITE XML-OUT-LINE.
           MOVE SPACES TO XML-OUT-LINE.
           STRING "    <item code=""9N701"">" XST-SMOKER "</item>"
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SET-CNT
               MOVE WS-SET-PATH(WS-SET-IDX) TO WS-XML-PATH
      *        閉じタグの前に、書いた文書を読み直したコントロール
      *        合計 (文書数・患者IDのハッシュ合計・支援レベル別件数)
      *        を1行置き、閉じたセットを送信登録簿に積む。
               PERFORM SET-XML-CTL-SPEC
               MOVE FUNCTION OUTBOUND-CONTROL-TOTALS(WS-OUTCTL-IN)
                   TO WS-OUTCTL-OUT
               OPEN EXTEND XML-OUT-FILE
               MOVE SPACES TO XML-OUT-LINE
               STRING "  <controlTotals count=""" OCO-DETAILS
                   """ idSum=""" OCO-HASH-ID
                   """ lv0=""" OCO-LVL-CNT(1)
                   """ lv1=""" OCO-LVL-CNT(2)
                   """ lv2=""" OCO-LVL-CNT(3) """/>"
                   DELIMITED BY SIZE INTO XML-OUT-LINE
               WRITE XML-OUT-LINE
               MOVE "</submissionSet>" TO XML-OUT-LINE
               WRITE XML-OUT-LINE
               CLOSE XML-OUT-FILE
               PERFORM REGISTER-XML-SET

               MOVE SPACES TO INDEX-OUT-LINE
               STRING "INSURER " WS-SET-INS(WS-SET-IDX)

           EXIT.


       SET-XML-CTL-SPEC.

      *    文書は "  <checkupResult patientId=" 行 (患者ID 29桁目から
      *    9桁)、レベルは "    <supportLevel>" 行の19桁目。
           INITIALIZE OCI-SPEC.
           MOVE WS-XML-PATH TO OCI-PATH.
           MOVE "012" TO OCI-LVL-CODES.
           MOVE "<ch" TO OCI-TAG(1).
           MOVE 3 TO OCI-TAG-LEN(1).
           MOVE 3 TO OCI-TAG-COL(1).
           MOVE 29 TO OCI-ID-POS(1).
           MOVE 9 TO OCI-ID-LEN(1).
           MOVE "<su" TO OCI-TAG(2).
           MOVE 3 TO OCI-TAG-LEN(2).
           MOVE 5 TO OCI-TAG-COL(2).
           MOVE 19 TO OCI-LVL-POS(2).

           EXIT.


       REGISTER-XML-SET.

      *    閉じ終えた提出セットを送信登録簿へ (宛先 = 保険者コード。
      *    EDI の "INSURER " とは分けておく)。行数と合計は閉じた後の
      *    ファイルを読み直して取る。
           MOVE FUNCTION OUTBOUND-CONTROL-TOTALS(WS-OUTCTL-IN)
               TO WS-OUTCTL-OUT.
           OPEN INPUT TRANSMIT-REG-FILE.
           IF WS-TXR-STATUS = "00" THEN
               PERFORM CHECK-TXR-LAYOUT
               CLOSE TRANSMIT-REG-FILE
               OPEN EXTEND TRANSMIT-REG-FILE
           ELSE
               OPEN OUTPUT TRANSMIT-REG-FILE
               PERFORM WRITE-TXR-LAYOUT
           END-IF.
           MOVE WS-XML-PATH TO TXR-FILE-NAME.
           MOVE OCO-LINES TO TXR-REC-COUNT.
           COMPUTE TXR-BYTES = OCO-LINES * 100.
           MOVE SPACES TO TXR-DEST.
           STRING "XML SET " WS-SET-INS(WS-SET-IDX)
               DELIMITED BY SIZE INTO TXR-DEST.
           MOVE WS-RUN-DATE TO TXR-PRODUCED.
           MOVE SPACES TO TXR-SENT.
           MOVE SPACES TO TXR-CONFIRMED.
           IF OCO-READ-OK = "Y" THEN
               MOVE "Y"        TO TXR-CTL-FLAG
               MOVE OCI-SPEC   TO TXR-CTL-SPEC
               MOVE OCO-TOTALS TO TXR-CTL-TOTALS
           ELSE
               MOVE SPACES TO TXR-CTL-FLAG
               MOVE SPACES TO TXR-CTL-SPEC
               MOVE SPACES TO TXR-CTL-TOTALS
           END-IF.
           WRITE TRANSMIT-REG-REC.
           CLOSE TRANSMIT-REG-FILE.

           EXIT.


       CHECK-XST-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO EXAM-STORE-REC.
           MOVE WLH-TAG TO EXAM-STORE-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ EXAM-STORE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EXAM-STORE-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/exam_store.dat" TO WLI-PATH.
           MOVE "EXAM-STORE" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-XST TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

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

       END PROGRAM TEST260919.
