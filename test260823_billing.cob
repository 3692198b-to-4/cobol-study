      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    外部向けファイルのコントロール合計 (全プログラム共通の1本)。
       COPY outbound_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260823.

      * 紙台帳から請求書を組み立てるのに職員2人が丸1日かかっていた。
      * ここでは sessions.dat の実施記録を支援レベル別の必要パターン
      *   区分1 (動機付け支援): 初回面談 1回以上 + 最終評価 1回以上
      *   区分2 (積極的支援)  : 初回面談 1回以上 + 継続支援で積んだ
      *                         支援ポイント 180 以上 + 最終評価 1回
      *                         以上 (ポイント残高は TEST260941 が
      *                         support_points.dat に作る。残高が
      *                         無ければ従来の継続支援 2回以上で見る)
      * と突き合わせて完了/未完了を判定し、完了分だけを料金表
      * (input/fee_table.dat、無ければ既定額) の金額で請求ファイルに
      * 書き出す。請求件数 + 未完了件数 + 繰越件数 = 対象期間の
      * 判定済み支援対象者数、が必ず成り立つよう突合行を最後に出す。
      * セッションは判定年度で数える (年度繰越台帳 TEST260902 で
      * 前年度から繰り越したプログラムのセッションは繰越元の年度)。
      * 年度をまたいで繰り越したプログラムは、判定の期間ではなく
      * 最終評価を行った期間に、元の判定日のまま請求する (判定の
      * 期間の請求では「繰越」として除き、二重請求にも漏れにも
      * しない)。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION OUTBOUND-CONTROL-TOTALS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO 'output/test210520.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RF-PATIENT-ID
           ALTERNATE RECORD KEY IS RF-RUN-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS RF-RUN-ID WITH DUPLICATES
           FILE STATUS IS WS-RF-STATUS.

           SELECT SESSION-FILE ASSIGN TO 'output/sessions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRP-STATUS.

      *    積極的支援のポイント残高 (TEST260941 が作る。患者ID+
      *    計画の年度がキー)。
           SELECT POINT-BAL-FILE ASSIGN TO
               'output/support_points.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPB-KEY
           FILE STATUS IS WS-PPB-STATUS.

      *    送信登録簿 (TEST230314 と共用): 請求エクスポートも外部
      *    向け成果物として登録し、発送・確認は送信管理コンソール
      *    (TEST260921) が付ける。
      *    年度繰越台帳 (患者 + 判定年度がキー。TEST260902 参照)。
           SELECT CARRYOVER-FILE ASSIGN TO 'output/fy_carryover.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCO-KEY
           FILE STATUS IS WS-CCO-STATUS.

           SELECT TRANSMIT-REG-FILE ASSIGN TO
               'output/transmit_register.dat'
           ORGANIZATION IS LINE SEQUENTIAL
      *    資格マスタのプラン区分 (1桁目 2=被扶養者)。保険者は
      *    被扶養者に別単価を払うため、請求単価の選択に使う。
           05 RF-PLAN-TYPE    PIC X(2).
      *    論理実行の実行ID (代替キー)。
           05 RF-RUN-ID       PIC 9(6).
      *    メタボ判定区分 (このプログラムでは使わない)。
           05 FILLER          PIC X(1).
      *    冠動脈疾患リスク・合計点・区分 (このプログラムでは使わない)。
           05 FILLER          PIC X(7).

       FD  SESSION-FILE.
       01  SESSION-REC.
           05 SES-TYPE        PIC X.
           05 SES-STAFF       PIC X(10).
           05 SES-OUTCOME     PIC X(20).
      *    支援形態・所要時間・委託先 (TEST230317 参照)。
           05 SES-MODALITY    PIC X.
           05 SES-MINUTES     PIC 9(3).
           05 SES-SOURCE      PIC X(4).
      *    面談記録: ステージ・生活習慣の評価・合意した次の行動
      *    (TEST230317 参照。版 002 で追加)。
           05 SES-STAGE       PIC X.
           05 SES-DIET        PIC X.
           05 SES-EXERCISE    PIC X.
           05 SES-ALCOHOL     PIC X.
           05 SES-SLEEP       PIC X.
           05 SES-NEXT-CODE   PIC X.
           05 SES-NEXT-ACTION PIC X(30).

       FD  FEE-FILE.
       01  FEE-REC.
       FD  BILLING-RPT-FILE.
       01  BILLING-RPT-LINE   PIC X(100).

       FD  POINT-BAL-FILE.
       01  POINT-BAL-REC.
           03 PPB-KEY.
              05 PPB-PATIENT-ID PIC 9(9).
              05 PPB-FYEAR      PIC 9(4).
           03 PPB-LEVEL       PIC 9.
           03 PPB-POINTS      PIC 9(4).
           03 PPB-CNT-I       PIC 9(3).
           03 PPB-CNT-C       PIC 9(3).
           03 PPB-CNT-F       PIC 9(3).
           03 PPB-INIT-DATE   PIC 9(8).
           03 PPB-FINAL-DATE  PIC 9(8).
           03 PPB-REACH-DATE  PIC 9(8).
           03 PPB-DUE-DATE    PIC 9(8).
           03 PPB-LAST-STAFF  PIC X(10).
           03 PPB-CALC-DATE   PIC X(8).

       FD  CARRYOVER-FILE.
       01  CARRYOVER-REC.
           03 CCO-KEY.
              05 CCO-PATIENT-ID PIC 9(9).
              05 CCO-JUDGE-FY   PIC 9(4).
           03 CCO-LSK-BG      PIC 9.
           03 CCO-INSURER     PIC X(4).
           03 CCO-PLAN-TYPE   PIC X(2).
           03 CCO-JUDGE-DATE  PIC X(8).
           03 CCO-INIT-DATE   PIC 9(8).
      *    状態: O=繰越中 C=完了 W=辞退・脱落 L=失効。
           03 CCO-STATUS      PIC X.
           03 CCO-DONE-DATE   PIC 9(8).
           03 CCO-DONE-FY     PIC 9(4).
           03 CCO-CLOSE-DATE  PIC X(8).
           03 CCO-UPD-DATE    PIC X(8).

       FD  TRANSMIT-REG-FILE.
       01  TRANSMIT-REG-REC.
           03 TXR-FILE-NAME   PIC X(50).
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
       01  WS-RF-STATUS       PIC XX.
       01  WS-BIL-STATUS      PIC XX.
       01  WS-BRP-STATUS      PIC XX.
       01  WS-TXR-STATUS      PIC XX.
       01  WS-PPB-STATUS      PIC XX.
       01  WS-CCO-STATUS      PIC XX.
       01  WS-CCO-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-CCO-OPEN            VALUE 'Y'.
       01  WS-CCO-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-CCO-EOF             VALUE 'Y'.
       01  AC-VAR             PIC X(30).

       01  WS-RUN-DATE        PIC X(8).
       01  WS-PERIOD-FROM     PIC 9(8) VALUE 0.
       01  WS-PERIOD-TO       PIC 9(8) VALUE 99999999.
       01  WS-PERIOD-FROM-X   PIC X(8) VALUE SPACES.

      *    料金表 (既定: 区分1=8000円 区分2=25000円)。被扶養者の
      *    別単価は料金表の行 3 (=被扶養者の区分1)・行 4 (=同 区分2)
       01  WS-SES-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-SES-EOF             VALUE 'Y'.

      *    患者 x 判定年度ごとのセッション区分別回数 (I=初回
      *    C=継続 F=最終) と、最初の最終評価の実施日。
       01  WS-SES-TAB.
           03 WS-SES-ENTRY OCCURS 1000 TIMES.
              05 WS-SES-ID      PIC 9(9).
              05 WS-SES-JFY     PIC 9(4).
              05 WS-SES-CNT-I   PIC 9(3).
              05 WS-SES-CNT-C   PIC 9(3).
              05 WS-SES-CNT-F   PIC 9(3).
              05 WS-SES-F-DATE  PIC 9(8).
       01  WS-SES-CNT         PIC 9(4) VALUE 0.
       01  WS-SES-IDX         PIC 9(4) VALUE 0.
       01  WS-SES-HIT         PIC 9(4) VALUE 0.

      *    セッションの判定年度 (ATTRIBUTE-SESSION-FY が求める)。
       01  WS-SES-FY          PIC 9(4) VALUE 0.
       01  WS-SES-DATE-FY     PIC 9(4) VALUE 0.
       01  WS-SES-YYYY        PIC 9(4) VALUE 0.
       01  WS-SES-MM          PIC 9(2) VALUE 0.

      *    判定中のプログラム (結果ファイルの判定、または繰越台帳の
      *    行から詰める)。
       01  WS-PGM-ID          PIC 9(9) VALUE 0.
       01  WS-PGM-LSK         PIC 9 VALUE 0.
       01  WS-PGM-DATE        PIC X(8) VALUE SPACES.
       01  WS-PGM-PLAN        PIC X(2) VALUE SPACES.
       01  WS-PGM-MODE        PIC X VALUE SPACE.
           88 WS-PGM-IN-PERIOD       VALUE 'P'.
           88 WS-PGM-CARRIED-IN      VALUE 'C'.
       01  WS-PGM-CARRIED-FLAG PIC X VALUE 'N'.
           88 WS-PGM-CARRIED         VALUE 'Y'.
       01  WS-GRP-INIT-MIN    PIC 9(3) VALUE 80.
       01  WS-CNT-SHORT-GROUP PIC 9(5) VALUE 0.

      *    積極的支援の必要ポイントと、残高を引く計画の年度。
       01  WS-PTS-REQUIRED    PIC 9(4) VALUE 180.
       01  WS-PLAN-FY         PIC 9(4) VALUE 0.
       01  WS-PLAN-YYYY       PIC 9(4) VALUE 0.
       01  WS-PLAN-MM         PIC 9(2) VALUE 0.
       01  WS-PPB-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-PPB-OPEN            VALUE 'Y'.
       01  WS-PPB-FOUND-FLAG  PIC X VALUE 'N'.
           88 WS-PPB-FOUND           VALUE 'Y'.

       01  WS-COMPLETE-FLAG   PIC X VALUE 'N'.
           88 WS-COMPLETE            VALUE 'Y'.
       01  WS-CNT-IN-PERIOD   PIC 9(5) VALUE 0.
       01  WS-CNT-CLAIMED     PIC 9(5) VALUE 0.
       01  WS-CNT-UNFINISHED  PIC 9(5) VALUE 0.
       01  WS-CNT-CARRIED-OUT PIC 9(5) VALUE 0.
       01  WS-CNT-CARRIED-IN  PIC 9(5) VALUE 0.
       01  WS-CNT-CLAIMED-OWN PIC 9(5) VALUE 0.
       01  WS-TOTAL-AMOUNT    PIC 9(9) VALUE 0.
       01  WS-CTL-LV2         PIC 9(5) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RF       PIC 9(3) VALUE 1.
       01  WS-LAYOUT-SES      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-TXR      PIC 9(3) VALUE 1.
       COPY layout_header.
       COPY outbound_ctl.

       PROCEDURE DIVISION.
       MAIN SECTION.
           END-IF.

           PERFORM LOAD-FEE-TABLE.
      *    台帳が無ければ (締め前) セッションは実施日の年度だけで
      *    振り分け、繰越の請求も無い。
           OPEN INPUT CARRYOVER-FILE.
           IF WS-CCO-STATUS = "00" THEN
               MOVE 'Y' TO WS-CCO-OPEN-FLAG
           ELSE
               DISPLAY "NO CARRY-OVER LEDGER (RUN THE YEAR-END CLOSE "
                   "TEST260902) - SESSIONS COUNTED BY THEIR OWN "
                   "FISCAL YEAR ONLY"
           END-IF.
           PERFORM LOAD-SESSION-COUNTS.

           OPEN INPUT POINT-BAL-FILE.
           IF WS-PPB-STATUS = "00" THEN
               MOVE 'Y' TO WS-PPB-OPEN-FLAG
           ELSE
               DISPLAY "NO SUPPORT POINT BALANCES (RUN TEST260941) - "
                   "ACTIVE SUPPORT JUDGED BY SESSION COUNT"
           END-IF.

           OPEN OUTPUT BILLING-FILE.
           OPEN OUTPUT BILLING-RPT-FILE.

           WRITE BILLING-LINE.

           PERFORM SCAN-SUPPORT-PATIENTS.
           PERFORM CLAIM-CARRIED-PROGRAMS.
           IF WS-CCO-OPEN THEN
               CLOSE CARRYOVER-FILE
           END-IF.

      *    トレーラーには件数・金額に加えて、明細を読み直した患者ID
      *    のハッシュ合計とレベル2 (積極的支援) の件数を載せる
      *    (レベル1 は件数から引けば出る。40桁に収めるため)。
           CLOSE BILLING-FILE.
           PERFORM SET-BILLING-CTL-SPEC.
           MOVE FUNCTION OUTBOUND-CONTROL-TOTALS(WS-OUTCTL-IN)
               TO WS-OUTCTL-OUT.
           MOVE OCO-LVL-CNT(3) TO WS-CTL-LV2.
           OPEN EXTEND BILLING-FILE.
           MOVE SPACES TO BILLING-LINE.
           STRING "TRL" WS-CNT-CLAIMED WS-TOTAL-AMOUNT
               OCO-HASH-ID WS-CTL-LV2
               DELIMITED BY SIZE INTO BILLING-LINE.
           WRITE BILLING-LINE.
           CLOSE BILLING-FILE.
           IF WS-PPB-OPEN THEN
               CLOSE POINT-BAL-FILE
           END-IF.

      *    請求エクスポートを送信登録簿へ積む。
           OPEN INPUT TRANSMIT-REG-FILE.
           IF WS-TXR-STATUS = "00" THEN
               PERFORM CHECK-TXR-LAYOUT
               CLOSE TRANSMIT-REG-FILE
               OPEN EXTEND TRANSMIT-REG-FILE
           ELSE
               OPEN OUTPUT TRANSMIT-REG-FILE
               PERFORM WRITE-TXR-LAYOUT
           END-IF.
           MOVE "output/billing_export.dat" TO TXR-FILE-NAME.
           MOVE WS-CNT-CLAIMED TO TXR-REC-COUNT.
           MOVE WS-RUN-DATE TO TXR-PRODUCED.
           MOVE SPACES TO TXR-SENT.
           MOVE SPACES TO TXR-CONFIRMED.
      *    トレーラーまで書き終えたファイルを読み直した合計を一緒に
      *    積む (TEST260921 が発送前に同じ数え方で照合する)。
           MOVE FUNCTION OUTBOUND-CONTROL-TOTALS(WS-OUTCTL-IN)
               TO WS-OUTCTL-OUT.
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

      *    請求と判定母集団の突合: 請求 + 未完了 + 繰越 = 対象期間
      *    の支援対象者数。ここが合わなければどこかで患者が落ちて
      *    いる。前の期間に判定して繰り越した分の請求は別行に出す。
           COMPUTE WS-CNT-CLAIMED-OWN =
               WS-CNT-CLAIMED - WS-CNT-CARRIED-IN.
           MOVE SPACES TO BILLING-RPT-LINE.
           STRING "RECONCILIATION: IN-PERIOD SUPPORT PATIENTS "
               WS-CNT-IN-PERIOD " = CLAIMED " WS-CNT-CLAIMED-OWN
               " + UNFINISHED " WS-CNT-UNFINISHED
               " + CARRIED OVER " WS-CNT-CARRIED-OUT
               DELIMITED BY SIZE INTO BILLING-RPT-LINE.
           WRITE BILLING-RPT-LINE.
           MOVE SPACES TO BILLING-RPT-LINE.
           STRING "CARRIED-OVER PROGRAMS JUDGED BEFORE THE PERIOD "
               "AND COMPLETED IN IT, CLAIMED: " WS-CNT-CARRIED-IN
               DELIMITED BY SIZE INTO BILLING-RPT-LINE.
           WRITE BILLING-RPT-LINE.
           CLOSE BILLING-RPT-FILE.
               " CLAIM(S), TOTAL " WS-TOTAL-AMOUNT " YEN".
           DISPLAY "UNFINISHED PROGRAMS: " WS-CNT-UNFINISHED
               " (SEE output/billing_report.txt)".
           DISPLAY "CARRY-OVER: " WS-CNT-CARRIED-OUT
               " LEFT FOR THE PERIOD OF THEIR FINAL EVALUATION, "
               WS-CNT-CARRIED-IN " FROM EARLIER JUDGMENTS CLAIMED".
           IF WS-CNT-SHORT-GROUP > 0 THEN
               DISPLAY "GROUP INITIAL SESSIONS UNDER "
                   WS-GRP-INIT-MIN " MINUTES NOT COUNTED: "
                   WS-CNT-SHORT-GROUP
           END-IF.

           STOP RUN.

           IF WS-SES-STATUS NOT = "00" THEN
               DISPLAY "NO SESSION FILE - NO PROGRAM CAN BE COMPLETE"
           ELSE
               PERFORM CHECK-SES-LAYOUT
               MOVE 'N' TO WS-SES-EOF-FLAG
               PERFORM UNTIL WS-SES-EOF
                   READ SESSION-FILE

       FOLD-SESSION-COUNT.

      *    回数は患者 x 判定年度で積む (別の年度の判定に対する
      *    セッションで完了と見ないため)。
           PERFORM ATTRIBUTE-SESSION-FY.
           MOVE 0 TO WS-SES-HIT.
           PERFORM VARYING WS-SES-IDX FROM 1 BY 1
                   UNTIL WS-SES-IDX > WS-SES-CNT
               IF WS-SES-ID(WS-SES-IDX) = SES-PATIENT-ID
                       AND WS-SES-JFY(WS-SES-IDX) = WS-SES-FY THEN
                   MOVE WS-SES-IDX TO WS-SES-HIT
               END-IF
           END-PERFORM.

           IF WS-SES-HIT = 0 THEN
               IF WS-SES-CNT < 1000 THEN
                   ADD 1 TO WS-SES-CNT
                   MOVE WS-SES-CNT TO WS-SES-HIT
                   MOVE SES-PATIENT-ID TO WS-SES-ID(WS-SES-HIT)
                   MOVE WS-SES-FY TO WS-SES-JFY(WS-SES-HIT)
                   MOVE 0 TO WS-SES-CNT-I(WS-SES-HIT)
                   MOVE 0 TO WS-SES-CNT-C(WS-SES-HIT)
                   MOVE 0 TO WS-SES-CNT-F(WS-SES-HIT)
                   MOVE 0 TO WS-SES-F-DATE(WS-SES-HIT)
               END-IF
           END-IF.

           IF WS-SES-HIT > 0 THEN
      *        集団指導 (形態 G、TEST260942 が書く) の初回面談は
      *        手引きどおり 80 分以上のときだけ初回として数える
      *        (個別は従来どおり。時間の無い拡張前の行も数える)。
               EVALUATE TRUE
                   WHEN SES-TYPE = "I" AND SES-MODALITY = "G"
                           AND SES-MINUTES > 0
                           AND SES-MINUTES < WS-GRP-INIT-MIN
                       ADD 1 TO WS-CNT-SHORT-GROUP
                   WHEN SES-TYPE = "I"
                       ADD 1 TO WS-SES-CNT-I(WS-SES-HIT)
                   WHEN SES-TYPE = "C"
                       ADD 1 TO WS-SES-CNT-C(WS-SES-HIT)
                   WHEN SES-TYPE = "F"
                       ADD 1 TO WS-SES-CNT-F(WS-SES-HIT)
                       IF WS-SES-F-DATE(WS-SES-HIT) = 0
                               OR SES-DATE < WS-SES-F-DATE(WS-SES-HIT)
                               THEN
                           MOVE SES-DATE TO WS-SES-F-DATE(WS-SES-HIT)
                       END-IF
               END-EVALUATE
           END-IF.

                   TO BILLING-RPT-LINE
               WRITE BILLING-RPT-LINE
           ELSE
               PERFORM CHECK-RF-LAYOUT
      *        判定日の代替キーで期間の初日へ START し、期間を過ぎた
      *        ところで読むのをやめる (全件は読まない)。
               MOVE 'N' TO WS-RF-EOF-FLAG
               MOVE WS-PERIOD-FROM TO WS-PERIOD-FROM-X
               MOVE WS-PERIOD-FROM-X TO RF-RUN-DATE
               START RESULT-FILE KEY IS >= RF-RUN-DATE
                   INVALID KEY
                       MOVE 'Y' TO WS-RF-EOF-FLAG
               END-START
               PERFORM UNTIL WS-RF-EOF
                   READ RESULT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-RF-EOF-FLAG
                       NOT AT END
                           IF FUNCTION NUMVAL(RF-RUN-DATE)
                                   > WS-PERIOD-TO THEN
                               MOVE 'Y' TO WS-RF-EOF-FLAG
                           ELSE
                               IF RF-LSK-BG >= 1 THEN
                                   MOVE RF-PATIENT-ID TO WS-PGM-ID
                                   MOVE RF-LSK-BG     TO WS-PGM-LSK
                                   MOVE RF-RUN-DATE   TO WS-PGM-DATE
                                   MOVE RF-PLAN-TYPE  TO WS-PGM-PLAN
                                   MOVE 'P' TO WS-PGM-MODE
                                   PERFORM EVALUATE-ONE-PROGRAM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

       EVALUATE-ONE-PROGRAM.

      *    判定年度 (判定の実行日が属する年度、4月始まり)。セッション
      *    回数・ポイント残高はこの年度の分を引く (支援計画は判定の
      *    年度で起こす)。
           COMPUTE WS-PLAN-YYYY = FUNCTION NUMVAL(WS-PGM-DATE(1:4)).
           COMPUTE WS-PLAN-MM = FUNCTION NUMVAL(WS-PGM-DATE(5:2)).
           IF WS-PLAN-MM < 4 THEN
               COMPUTE WS-PLAN-FY = WS-PLAN-YYYY - 1
           ELSE
               MOVE WS-PLAN-YYYY TO WS-PLAN-FY
           END-IF.
           MOVE 'N' TO WS-PGM-CARRIED-FLAG.
           IF WS-PGM-IN-PERIOD THEN
               ADD 1 TO WS-CNT-IN-PERIOD
               PERFORM FIND-CARRYOVER-ROW
           END-IF.

           MOVE 0 TO WS-SES-HIT.
           PERFORM VARYING WS-SES-IDX FROM 1 BY 1
                   UNTIL WS-SES-IDX > WS-SES-CNT
               IF WS-SES-ID(WS-SES-IDX) = WS-PGM-ID
                       AND WS-SES-JFY(WS-SES-IDX) = WS-PLAN-FY THEN
                   MOVE WS-SES-IDX TO WS-SES-HIT
               END-IF
           END-PERFORM.

      *    必要パターンの判定: 区分1 = I>=1 かつ F>=1、
      *    区分2 = I>=1 かつ 支援ポイント 180 以上 かつ F>=1
      *    (ポイント残高が無い運用では従来どおり C>=2)。
           MOVE 'N' TO WS-COMPLETE-FLAG.
           MOVE 'N' TO WS-PPB-FOUND-FLAG.
           IF WS-PGM-LSK = 2 AND WS-PPB-OPEN THEN
               PERFORM FIND-POINT-BALANCE
           END-IF.
           IF WS-SES-HIT > 0 THEN
               IF WS-PGM-LSK = 1 THEN
                   IF WS-SES-CNT-I(WS-SES-HIT) >= 1
                           AND WS-SES-CNT-F(WS-SES-HIT) >= 1 THEN
                       MOVE 'Y' TO WS-COMPLETE-FLAG
                   END-IF
               ELSE
                   IF WS-PPB-OPEN THEN
                       IF WS-PPB-FOUND
                               AND WS-SES-CNT-I(WS-SES-HIT) >= 1
                               AND PPB-POINTS >= WS-PTS-REQUIRED
                               AND WS-SES-CNT-F(WS-SES-HIT) >= 1 THEN
                           MOVE 'Y' TO WS-COMPLETE-FLAG
                       END-IF
                   ELSE
                       IF WS-SES-CNT-I(WS-SES-HIT) >= 1
                               AND WS-SES-CNT-C(WS-SES-HIT) >= 2
                               AND WS-SES-CNT-F(WS-SES-HIT) >= 1 THEN
                           MOVE 'Y' TO WS-COMPLETE-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    繰越台帳の行 (前の期間に判定したもの): 最終評価がこの
      *    期間に入っている完了分だけを請求する。
           IF WS-PGM-CARRIED-IN THEN
               IF NOT WS-COMPLETE THEN
                   EXIT PARAGRAPH
               END-IF
               IF WS-SES-F-DATE(WS-SES-HIT) < WS-PERIOD-FROM
                       OR WS-SES-F-DATE(WS-SES-HIT) > WS-PERIOD-TO
                       THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CNT-CARRIED-IN
           END-IF.

      *    この期間に判定して翌年度へ繰り越したプログラムは、期間末
      *    までに最終評価が済んでいなければここでは請求も未完了にも
      *    せず、最終評価の期間の請求に回す。
           IF WS-PGM-CARRIED AND WS-COMPLETE THEN
               IF WS-SES-F-DATE(WS-SES-HIT) <= WS-PERIOD-TO THEN
                   MOVE 'N' TO WS-PGM-CARRIED-FLAG
               END-IF
           END-IF.
           IF WS-PGM-CARRIED THEN
               ADD 1 TO WS-CNT-CARRIED-OUT
               MOVE SPACES TO BILLING-RPT-LINE
               STRING "PATIENT " WS-PGM-ID " LEVEL " WS-PGM-LSK
                   " - CARRIED OVER, CLAIMED IN THE PERIOD OF "
                   "ITS FINAL EVALUATION"
                   DELIMITED BY SIZE INTO BILLING-RPT-LINE
               WRITE BILLING-RPT-LINE
               EXIT PARAGRAPH
           END-IF.

           IF WS-COMPLETE THEN
               ADD 1 TO WS-CNT-CLAIMED
      *        プラン区分 (1桁目 2=被扶養者) で単価を選ぶ。
               IF WS-PGM-LSK = 1 THEN
                   IF WS-PGM-PLAN(1:1) = "2" THEN
                       MOVE WS-FEE-MOTIV-DEP TO WS-FEE-THIS
                   ELSE
                       MOVE WS-FEE-MOTIV TO WS-FEE-THIS
                   END-IF
               ELSE
                   IF WS-PGM-PLAN(1:1) = "2" THEN
                       MOVE WS-FEE-ACTIVE-DEP TO WS-FEE-THIS
                   ELSE
                       MOVE WS-FEE-ACTIVE TO WS-FEE-THIS
               END-IF
               ADD WS-FEE-THIS TO WS-TOTAL-AMOUNT
               MOVE SPACES TO BILLING-LINE
               STRING "BIL" WS-PGM-ID WS-PGM-LSK WS-FEE-THIS
                   WS-PGM-DATE WS-PGM-PLAN
                   DELIMITED BY SIZE INTO BILLING-LINE
               WRITE BILLING-LINE
           ELSE
               ADD 1 TO WS-CNT-UNFINISHED
               MOVE SPACES TO BILLING-RPT-LINE
               IF WS-PGM-LSK = 2 AND WS-PPB-OPEN THEN
                   IF NOT WS-PPB-FOUND THEN
                       MOVE 0 TO PPB-POINTS
                   END-IF
                   STRING "PATIENT " WS-PGM-ID " LEVEL "
                       WS-PGM-LSK " POINTS " PPB-POINTS
                       " - 180 POINTS + FINAL EVALUATION NOT MET, "
                       "NOT CLAIMED"
                       DELIMITED BY SIZE INTO BILLING-RPT-LINE
               ELSE
                   STRING "PATIENT " WS-PGM-ID " LEVEL "
                       WS-PGM-LSK
                       " - REQUIRED SESSION PATTERN NOT MET, "
                       "NOT CLAIMED"
                       DELIMITED BY SIZE INTO BILLING-RPT-LINE
               END-IF
               WRITE BILLING-RPT-LINE
           END-IF.

           EXIT.


       FIND-POINT-BALANCE.

      *    判定年度 (WS-PLAN-FY) の計画の残高を引く。
           MOVE WS-PGM-ID  TO PPB-PATIENT-ID.
           MOVE WS-PLAN-FY TO PPB-FYEAR.
           READ POINT-BAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PPB-FOUND-FLAG
           END-READ.

           EXIT.


       FIND-CARRYOVER-ROW.

      *    判定年度から翌年度へ繰り越した行があるか (辞退・脱落・
      *    失効で閉じた行は繰越として扱わず、未完了に数える)。
           IF NOT WS-CCO-OPEN THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PGM-ID  TO CCO-PATIENT-ID.
           MOVE WS-PLAN-FY TO CCO-JUDGE-FY.
           READ CARRYOVER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CCO-STATUS = "O" OR CCO-STATUS = "C" THEN
                       MOVE 'Y' TO WS-PGM-CARRIED-FLAG
                   END-IF
           END-READ.

           EXIT.


       CLAIM-CARRIED-PROGRAMS.

      *    請求期間より前に判定して繰り越したプログラムのうち、
      *    この期間に最終評価を終えたものを元の判定日で請求する
      *    (期間の指定が無い = 全期間のときは、上の判定の走査で
      *    すべて済んでいる)。
           IF NOT WS-CCO-OPEN OR WS-PERIOD-FROM = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CCO-EOF-FLAG.
           MOVE 0 TO CCO-PATIENT-ID.
           MOVE 0 TO CCO-JUDGE-FY.
           START CARRYOVER-FILE KEY IS >= CCO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CCO-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-CCO-EOF
               READ CARRYOVER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CCO-EOF-FLAG
                   NOT AT END
                       IF (CCO-STATUS = "O" OR CCO-STATUS = "C")
                               AND CCO-LSK-BG >= 1
                               AND FUNCTION NUMVAL(CCO-JUDGE-DATE)
                                   < WS-PERIOD-FROM THEN
                           MOVE CCO-PATIENT-ID TO WS-PGM-ID
                           MOVE CCO-LSK-BG     TO WS-PGM-LSK
                           MOVE CCO-JUDGE-DATE TO WS-PGM-DATE
                           MOVE CCO-PLAN-TYPE  TO WS-PGM-PLAN
                           MOVE 'C' TO WS-PGM-MODE
                           PERFORM EVALUATE-ONE-PROGRAM
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.


       ATTRIBUTE-SESSION-FY.

      *    セッションの判定年度: 実施日の年度 (4月始まり) が基本。
      *    前年度から繰り越した行が台帳にあり、それが開いたまま (O)
      *    か、閉じた日 (C=最終評価・W=辞退脱落) 以前の実施なら、
      *    繰越元 (前年度) の判定年度に数える。
           COMPUTE WS-SES-YYYY = SES-DATE / 10000.
           COMPUTE WS-SES-MM = FUNCTION MOD(
               FUNCTION INTEGER(SES-DATE / 100), 100).
           IF WS-SES-MM < 4 THEN
               COMPUTE WS-SES-DATE-FY = WS-SES-YYYY - 1
           ELSE
               MOVE WS-SES-YYYY TO WS-SES-DATE-FY
           END-IF.
           MOVE WS-SES-DATE-FY TO WS-SES-FY.
           IF NOT WS-CCO-OPEN THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SES-PATIENT-ID TO CCO-PATIENT-ID.
           COMPUTE CCO-JUDGE-FY = WS-SES-DATE-FY - 1.
           READ CARRYOVER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CCO-STATUS = "O"
                   OR ((CCO-STATUS = "C" OR CCO-STATUS = "W")
                       AND SES-DATE <= CCO-DONE-DATE) THEN
               MOVE CCO-JUDGE-FY TO WS-SES-FY
           END-IF.

           EXIT.


       CHECK-RF-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO RESULT-REC.
           MOVE WLH-TAG TO RESULT-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ RESULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RESULT-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/test210520.txt" TO WLI-PATH.
           MOVE "RESULT" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-RF TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       CHECK-SES-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/sessions.dat" TO WLI-PATH.
           MOVE "SESSIONS" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-SES TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       SET-BILLING-CTL-SPEC.

      *    請求エクスポートの明細は "BIL" 行: 患者ID 4桁目から9桁、
      *    支援レベル 13桁目、請求額 14桁目から7桁。
           INITIALIZE OCI-SPEC.
           MOVE "output/billing_export.dat" TO OCI-PATH.
           MOVE "012" TO OCI-LVL-CODES.
           MOVE "BIL" TO OCI-TAG(1).
           MOVE 3 TO OCI-TAG-LEN(1).
           MOVE 1 TO OCI-TAG-COL(1).
           MOVE 4 TO OCI-ID-POS(1).
           MOVE 9 TO OCI-ID-LEN(1).
           MOVE 13 TO OCI-LVL-POS(1).
           MOVE 14 TO OCI-AMT-POS(1).
           MOVE 7 TO OCI-AMT-LEN(1).

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

       END PROGRAM TEST260823.
