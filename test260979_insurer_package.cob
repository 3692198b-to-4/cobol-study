      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    外部向けファイルのコントロール合計 (全プログラム共通の1本)。
       COPY outbound_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260979.

      *
      * INSURER PACKAGE: 保険者別の月次進捗パッケージ。年次の法定
      * 集計 (TEST260920) と夜間の EDI の間、年度途中の数字を保険者
      * に出す手段が無く、担当者がメールで個別に問い合わせてくる。
      * 指定月 (既定は前月) の月末までの年度累計を、1回の実行で
      * 全保険者ぶんまとめて作る:
      *   - 受診者数 (経年履歴) と案内名簿 (TEST260926) の対象人数
      *   - 動機付け支援 (レベル1)・積極的支援 (レベル2) 該当
      *   - 支援開始・完了 (TEST260920 と同じく判定年度で数える。
      *     年度繰越台帳で前年度に数える分は除く)
      *   - 請求額・入金額・償却額 (入金消込 TEST260923 と同じ
      *     請求行と入金台帳から)
      *   - 未受診の受診勧奨 (紹介状態 N・C)
      *   - 提出期限ウォッチ (TEST260925) の WARNING・BREACHED 件数
      * 保険者ごとに印字用のパッケージと機械可読コピーを書き、
      * 印字用はレポート・スプールに、機械可読コピーは送信登録簿に
      * 積む。全保険者が同じ実行日・同じ締め月の数字を受け取る。
      * 保険者マスタ (input/insurers.dat) の保険者は数字が無くても
      * 全部に出す。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION OUTBOUND-CONTROL-TOTALS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSURER-FILE ASSIGN TO 'input/insurers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INS-STATUS.

      *    案内名簿 (明細行の桁位置は TEST260926 の ROSTER-ONE-PERSON
      *    が書く位置。TEST260964 と同じ読み方)。
           SELECT ROSTER-FILE ASSIGN TO
               'output/invitation_roster.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROS-STATUS.

           SELECT RESULT-HIST-FILE ASSIGN TO
               'output/result_history.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

           SELECT SESSION-FILE ASSIGN TO 'output/sessions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SES-STATUS.

      *    年度繰越台帳 (患者 + 判定年度がキー。TEST260902 参照)。
           SELECT CARRYOVER-FILE ASSIGN TO 'output/fy_carryover.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCO-KEY
           FILE STATUS IS WS-CCO-STATUS.

           SELECT BILLING-FILE ASSIGN TO 'output/billing_export.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BIL-STATUS.

      *    健診本体の請求台帳 (TEST260947 が作る。行の前半は請求
      *    エクスポートと同じ並び)。
           SELECT CHECKUP-CLAIM-FILE ASSIGN TO
               'output/checkup_claims.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHK-STATUS.

      *    入金台帳 (TEST260923 が追記する)。
           SELECT REMIT-POST-FILE ASSIGN TO
               'output/remit_postings.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPS-STATUS.

           SELECT REFERRAL-FILE ASSIGN TO
               'output/referrals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-PATIENT-ID
           FILE STATUS IS WS-REF-STATUS.

      *    提出期限ウォッチ (TEST260925 が毎晩書き直す)。
           SELECT WATCH-RPT-FILE ASSIGN TO
               'output/deadline_watch.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WCH-STATUS.

           SELECT PRINT-RPT-FILE ASSIGN USING WS-PRT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRT-STATUS.

           SELECT MACHINE-OUT-FILE ASSIGN USING WS-MCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MCH-STATUS.

           SELECT TRANSMIT-REG-FILE ASSIGN TO
               'output/transmit_register.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXR-STATUS.

      *    レポート・スプール (TEST230314 と同じ連番・索引の流儀):
      *    保険者ごとの印字用パッケージを複写・登録し、再印字
      *    (TEST260931) に載せる。
           SELECT SPOOL-SEQ-FILE ASSIGN TO 'output/spool_seq.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPQ-STATUS.

           SELECT SPOOL-INDEX-FILE ASSIGN TO
               'output/spool_index.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPX-STATUS.

           SELECT SPOOL-SRC-FILE ASSIGN USING WS-SPOOL-SRC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPS-STATUS.

           SELECT SPOOL-OUT-FILE ASSIGN USING WS-SPOOL-OUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSURER-FILE.
       01  INSURER-REC.
           03 INS-CODE        PIC X(4).
           03 INS-LVL-N       PIC X.
           03 INS-LVL-M       PIC X.
           03 INS-LVL-A       PIC X.
           03 INS-FILE-PATH   PIC X(40).

       FD  ROSTER-FILE.
       01  ROSTER-LINE        PIC X(110).

       FD  RESULT-HIST-FILE.
       01  RESULT-HIST-REC.
           03 RHF-KEY.
              05 RHF-PATIENT-ID PIC 9(9).
              05 RHF-FYEAR      PIC 9(4).
           03 RHF-LSK-BG      PIC 9.
           03 RHF-RUN-DATE    PIC X(8).
           03 RHF-HBA1C       PIC 9V99.
           03 RHF-FST         PIC 9(3).
           03 RHF-SITE-CODE   PIC 9(3).
           03 RHF-SEX         PIC 9.
           03 RHF-DOB         PIC 9(8).
           03 RHF-EXAM-DATE   PIC 9(8).
           03 RHF-INSURER     PIC X(4).
           03 RHF-PLAN-TYPE   PIC X(2).
      *    メタボ判定区分 (TEST230314 参照)。
           03 RHF-METSYN      PIC X.
      *    施設+年度の代替キー (施設コードと年度を並べ直した写し。
      *    書き手が WRITE の直前に詰める。版 002 で追加)。
           03 RHF-SITE-FY-KEY.
              05 RHF-SF-SITE  PIC 9(3).
              05 RHF-SF-FYEAR PIC 9(4).

       FD  SESSION-FILE.
       01  SESSION-REC.
           05 SES-PATIENT-ID  PIC 9(9).
           05 SES-DATE        PIC 9(8).
           05 SES-TYPE        PIC X.
      *    担当・結果・面談記録など (TEST230317 参照)。
           05 FILLER          PIC X(74).

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

       FD  BILLING-FILE.
       01  BILLING-LINE       PIC X(40).

       FD  CHECKUP-CLAIM-FILE.
       01  CHECKUP-CLAIM-LINE PIC X(40).

       FD  REMIT-POST-FILE.
       01  REMIT-POST-REC.
      *    区分: CSH=入金 WOF=却下による償却 SUS=請求に当たらない
      *    入金 (仮受)。
           03 RPS-KIND        PIC X(3).
           03 RPS-PATIENT-ID  PIC 9(9).
           03 RPS-LSK         PIC 9.
           03 RPS-AMOUNT      PIC 9(7).
           03 RPS-PAY-DATE    PIC 9(8).
           03 RPS-RUN-DATE    PIC X(8).
           03 RPS-INSURER     PIC X(4).

       FD  REFERRAL-FILE.
       01  REFERRAL-REC.
           03 REF-PATIENT-ID  PIC 9(9).
           03 REF-FLAG-DATE   PIC X(8).
           03 REF-FST         PIC 9(3).
           03 REF-NFS         PIC 9(3).
           03 REF-HBA1C       PIC 9V99.
           03 REF-SBP         PIC 9(3).
           03 REF-DBP         PIC 9(3).
           03 REF-LSK-BG      PIC 9.
      *    ステータス: N=新規 C=連絡済 V=受診確認済 X=完了。
           03 REF-STATUS      PIC X.
           03 REF-STATUS-DATE PIC X(8).
           03 REF-SITE-CODE   PIC 9(3).
           03 REF-REF-NO      PIC X(19).
           03 REF-VISIT-DATE  PIC 9(8).
           03 REF-DIAGNOSIS   PIC X(20).
           03 REF-TREATED     PIC X.
           03 REF-PHYSICIAN   PIC X(20).
           03 REF-REPLY-DATE  PIC X(8).

       FD  WATCH-RPT-FILE.
       01  WATCH-RPT-LINE     PIC X(110).

       FD  PRINT-RPT-FILE.
       01  PRINT-RPT-LINE     PIC X(100).

       FD  MACHINE-OUT-FILE.
       01  MACHINE-OUT-LINE   PIC X(60).

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

       FD  SPOOL-SEQ-FILE.
       01  SPOOL-SEQ-REC.
           03 SPQ-LAST        PIC 9(6).

       FD  SPOOL-INDEX-FILE.
       01  SPOOL-INDEX-REC.
           03 SPX-SEQ         PIC 9(6).
           03 SPX-TYPE        PIC X(12).
           03 SPX-RUN-DATE    PIC X(8).
           03 SPX-PAGES       PIC 9(4).
           03 SPX-RETAIN-DAYS PIC 9(3).
           03 SPX-PATH        PIC X(50).

       FD  SPOOL-SRC-FILE.
       01  SPOOL-SRC-LINE     PIC X(140).

       FD  SPOOL-OUT-FILE.
       01  SPOOL-OUT-LINE     PIC X(140).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-INS-STATUS      PIC XX.
       01  WS-ROS-STATUS      PIC XX.
       01  WS-RHF-STATUS      PIC XX.
       01  WS-SES-STATUS      PIC XX.
       01  WS-CCO-STATUS      PIC XX.
       01  WS-CCO-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-CCO-OPEN            VALUE 'Y'.
       01  WS-BIL-STATUS      PIC XX.
       01  WS-CHK-STATUS      PIC XX.
       01  WS-RPS-STATUS      PIC XX.
       01  WS-REF-STATUS      PIC XX.
       01  WS-WCH-STATUS      PIC XX.
       01  WS-PRT-STATUS      PIC XX.
       01  WS-MCH-STATUS      PIC XX.
       01  WS-TXR-STATUS      PIC XX.
       01  WS-SPQ-STATUS      PIC XX VALUE SPACES.
       01  WS-SPX-STATUS      PIC XX VALUE SPACES.
       01  WS-SPS-STATUS      PIC XX VALUE SPACES.
       01  WS-SPO-STATUS      PIC XX VALUE SPACES.
       01  WS-PRT-PATH        PIC X(50) VALUE SPACES.
       01  WS-MCH-PATH        PIC X(50) VALUE SPACES.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-NUM REDEFINES WS-RUN-DATE PIC 9(8).

      *    締め月と年度 (年度は4月始まり。締め月の月末まで数える)。
       01  WS-PKG-YYYYMM      PIC 9(6) VALUE 0.
       01  WS-PKG-YYYY        PIC 9(4) VALUE 0.
       01  WS-PKG-MM          PIC 9(2) VALUE 0.
       01  WS-PKG-FY          PIC 9(4) VALUE 0.
       01  WS-FY-START        PIC 9(8) VALUE 0.
       01  WS-FY-START-YM     PIC 9(6) VALUE 0.
       01  WS-PKG-END         PIC 9(8) VALUE 0.
       01  WS-PKG-END-X REDEFINES WS-PKG-END PIC X(8).

      *    名簿の年度 (見出し行から)。締め月の年度と違えば目標は無し。
       01  WS-ROSTER-FY       PIC 9(4) VALUE 0.
       01  WS-ROSTER-OK-FLAG  PIC X VALUE 'N'.
           88 WS-ROSTER-OK           VALUE 'Y'.

      *    日付から年度を求める作業域。
       01  WS-DATE-NUM        PIC 9(8) VALUE 0.
       01  WS-DATE-YYYY       PIC 9(4) VALUE 0.
       01  WS-DATE-MM         PIC 9(2) VALUE 0.
       01  WS-DATE-FY         PIC 9(4) VALUE 0.

      *    セッション参加集合 (開始 = 何かしらのセッション、完了 =
      *    最終評価 F)。締め月の月末までのセッションだけ。
       01  WS-ANY-TAB.
           03 WS-ANY-ID OCCURS 2000 TIMES PIC 9(9).
       01  WS-ANY-CNT         PIC 9(4) VALUE 0.
       01  WS-CPL-TAB.
           03 WS-CPL-ID OCCURS 2000 TIMES PIC 9(9).
       01  WS-CPL-CNT         PIC 9(4) VALUE 0.
       01  WS-SET-IDX         PIC 9(4) VALUE 0.
       01  WS-SET-HIT         PIC 9(4) VALUE 0.

      *    セッションの判定年度 (ATTRIBUTE-SESSION-FY が求める)。
       01  WS-SES-FY          PIC 9(4) VALUE 0.
       01  WS-SES-DATE-FY     PIC 9(4) VALUE 0.
       01  WS-SES-YYYY        PIC 9(4) VALUE 0.
       01  WS-SES-MM          PIC 9(2) VALUE 0.

      *    請求行の分解 (TEST260823 の出力レイアウト)。
       01  WS-BIL-LINE        PIC X(40).
       01  WS-BIL-PARTS REDEFINES WS-BIL-LINE.
           03 WS-BIL-TAG      PIC X(3).
           03 WS-BIL-PID      PIC 9(9).
           03 WS-BIL-LSK      PIC 9.
           03 WS-BIL-FEE      PIC 9(7).
           03 WS-BIL-DATE     PIC X(8).
           03 WS-BIL-PLAN     PIC X(2).
      *    健診本体の請求行 ("CHK") だけ: 保険者と請求月。
           03 WS-BIL-INS      PIC X(4).
           03 WS-BIL-MONTH    PIC 9(6).

      *    保険者別の集計 (1行 = 1パッケージ)。
       01  WS-PK-TAB.
           03 WS-PK-ENTRY OCCURS 20 TIMES.
              05 WS-PK-INS    PIC X(4).
              05 WS-PK-TARGET PIC 9(6).
              05 WS-PK-EXAM   PIC 9(6).
              05 WS-PK-LV1    PIC 9(6).
              05 WS-PK-LV2    PIC 9(6).
              05 WS-PK-START  PIC 9(6).
              05 WS-PK-DONE   PIC 9(6).
              05 WS-PK-BILLED PIC 9(11).
              05 WS-PK-PAID   PIC 9(11).
              05 WS-PK-WOF    PIC 9(11).
              05 WS-PK-REFOPN PIC 9(6).
              05 WS-PK-DLWARN PIC 9(6).
              05 WS-PK-DLBRCH PIC 9(6).
       01  WS-PK-CNT          PIC 9(2) VALUE 0.
       01  WS-PK-IDX          PIC 9(2) VALUE 0.
       01  WS-PK-HIT          PIC 9(2) VALUE 0.
       01  WS-PK-KEY          PIC X(4) VALUE SPACES.

      *    保険者が引けなかった (または表が一杯で載らなかった) 件数。
       01  WS-CNT-UNRESOLVED  PIC 9(6) VALUE 0.

      *    提出期限ウォッチの読み取り (節見出しで帯を切り替える)。
       01  WS-WATCH-AS-OF     PIC X(8) VALUE SPACES.
       01  WS-WATCH-BAND      PIC X VALUE SPACE.

      *    印字の編集。
       01  WS-RATE            PIC 9(3)V9 VALUE 0.
       01  WS-RATE-ED         PIC ZZ9.9.
       01  WS-OUTSTANDING     PIC S9(11) VALUE 0.
       01  WS-OUTST-ED        PIC -(11)9.

      *    機械可読コピーの行 (1項目1行の固定桁)。
       01  WS-ITM-LINE        PIC X(60).
       01  WS-ITM-PARTS REDEFINES WS-ITM-LINE.
           03 WS-ITM-TAG      PIC X(3).
           03 WS-ITM-NO       PIC 9(2).
           03 WS-ITM-NAME     PIC X(12).
           03 WS-ITM-VALUE    PIC 9(11).
           03 FILLER          PIC X(32).
       01  WS-ITM-CNT         PIC 9(7) VALUE 0.
       01  WS-ITM-SUM         PIC 9(15) VALUE 0.

       01  WS-CNT-PACKAGES    PIC 9(3) VALUE 0.

      *    スプール登録の作業域 (TEST260826 と同じ)。
       01  WS-SPOOL-SRC-PATH  PIC X(50) VALUE SPACES.
       01  WS-SPOOL-OUT-PATH  PIC X(50) VALUE SPACES.
       01  WS-SPOOL-TYPE      PIC X(12) VALUE SPACES.
       01  WS-SPOOL-RETAIN    PIC 9(3) VALUE 30.
       01  WS-SPOOL-SEQ       PIC 9(6) VALUE 0.
       01  WS-SPOOL-LINES     PIC 9(6) VALUE 0.
       01  WS-SPOOL-PAGES     PIC 9(4) VALUE 0.
       01  WS-SPL-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-SPL-EOF             VALUE 'Y'.

       COPY outbound_ctl.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-SES      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-TXR      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-REF      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "--- MONTHLY INSURER PROGRESS PACKAGE ---".
           DISPLAY "Package month YYYYMM (blank = last month)?".
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-PKG-YYYYMM.
           IF WS-PKG-YYYYMM = 0 THEN
               COMPUTE WS-PKG-YYYY = WS-RUN-NUM / 10000
               COMPUTE WS-PKG-MM = FUNCTION MOD(
                   FUNCTION INTEGER(WS-RUN-NUM / 100), 100)
               IF WS-PKG-MM = 1 THEN
                   SUBTRACT 1 FROM WS-PKG-YYYY
                   MOVE 12 TO WS-PKG-MM
               ELSE
                   SUBTRACT 1 FROM WS-PKG-MM
               END-IF
               COMPUTE WS-PKG-YYYYMM = WS-PKG-YYYY * 100 + WS-PKG-MM
           END-IF.
           COMPUTE WS-PKG-YYYY = WS-PKG-YYYYMM / 100.
           COMPUTE WS-PKG-MM = WS-PKG-YYYYMM - (WS-PKG-YYYY * 100).
           IF WS-PKG-MM < 1 OR WS-PKG-MM > 12 THEN
               DISPLAY "INVALID PACKAGE MONTH " WS-PKG-YYYYMM
                   " - ENDING"
               STOP RUN
           END-IF.
           IF WS-PKG-MM < 4 THEN
               COMPUTE WS-PKG-FY = WS-PKG-YYYY - 1
           ELSE
               MOVE WS-PKG-YYYY TO WS-PKG-FY
           END-IF.
           COMPUTE WS-FY-START = WS-PKG-FY * 10000 + 0401.
           COMPUTE WS-FY-START-YM = WS-PKG-FY * 100 + 4.
      *    月末日は求めず 31 日で切る (日付の大小比較にしか使わない)。
           COMPUTE WS-PKG-END = WS-PKG-YYYYMM * 100 + 31.

           PERFORM LOAD-INSURERS.

           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS NOT = "00" THEN
               DISPLAY "NO RESULT HISTORY ON FILE - NOTHING TO REPORT"
               STOP RUN
           END-IF.
           PERFORM CHECK-RHF-LAYOUT.

           PERFORM COUNT-ROSTER-TARGET.
           PERFORM LOAD-SESSION-SETS.
           PERFORM COUNT-EXAMINED.
           IF WS-CCO-OPEN THEN
               CLOSE CARRYOVER-FILE
           END-IF.
           PERFORM COUNT-BILLED.
           PERFORM COUNT-PAID.
           PERFORM COUNT-OPEN-REFERRALS.
           CLOSE RESULT-HIST-FILE.
           PERFORM COUNT-DEADLINE-WATCH.

           PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PK-CNT
               PERFORM WRITE-ONE-PACKAGE
           END-PERFORM.

           IF WS-CNT-UNRESOLVED > 0 THEN
               DISPLAY WS-CNT-UNRESOLVED " ITEM(S) WITHOUT A "
                   "RESOLVABLE INSURER (OR OVER 20 INSURERS) - "
                   "LEFT OUT OF ALL PACKAGES"
           END-IF.
           DISPLAY "INSURER PACKAGES FOR " WS-PKG-YYYYMM " (FY "
               WS-PKG-FY " YEAR TO DATE): " WS-CNT-PACKAGES
               " WRITTEN, SPOOLED AND REGISTERED FOR TRANSMISSION".

           STOP RUN.


       LOAD-INSURERS.

      *    保険者マスタの全保険者に (数字が無くても) パッケージを出す。
           OPEN INPUT INSURER-FILE.
           IF WS-INS-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ INSURER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE INS-CODE TO WS-PK-KEY
                       PERFORM FIND-PACKAGE-ROW
               END-READ
           END-PERFORM.
           CLOSE INSURER-FILE.

           EXIT.


       FIND-PACKAGE-ROW.

      *    WS-PK-KEY の行を探し、無ければ足す。保険者の引けない
      *    ("????"・空欄) ものと表が一杯のときは WS-PK-HIT = 0。
           MOVE 0 TO WS-PK-HIT.
           IF WS-PK-KEY = SPACES OR WS-PK-KEY = "????" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PK-CNT
               IF WS-PK-INS(WS-PK-IDX) = WS-PK-KEY THEN
                   MOVE WS-PK-IDX TO WS-PK-HIT
               END-IF
           END-PERFORM.
           IF WS-PK-HIT = 0 AND WS-PK-CNT < 20 THEN
               ADD 1 TO WS-PK-CNT
               MOVE WS-PK-CNT TO WS-PK-HIT
               INITIALIZE WS-PK-ENTRY(WS-PK-HIT)
               MOVE WS-PK-KEY TO WS-PK-INS(WS-PK-HIT)
           END-IF.

           EXIT.


       COUNT-ROSTER-TARGET.

      *    目標 = 締め月の年度の案内名簿に載った人数 (保険者別)。
      *    名簿は3月に来年度ぶんを作るので、見出しの年度が違えば
      *    目標は出さない (実施率は空欄)。
           OPEN INPUT ROSTER-FILE.
           IF WS-ROS-STATUS NOT = "00" THEN
               DISPLAY "NO INVITATION ROSTER ON FILE - NO TARGETS"
               EXIT PARAGRAPH
           END-IF.
           READ ROSTER-FILE
               AT END
                   MOVE SPACES TO ROSTER-LINE
           END-READ.
           IF ROSTER-LINE(1:25) = "INVITATION ROSTER FOR FY "
                   AND ROSTER-LINE(26:4) IS NUMERIC THEN
               MOVE ROSTER-LINE(26:4) TO WS-ROSTER-FY
           END-IF.
           IF WS-ROSTER-FY NOT = WS-PKG-FY THEN
               DISPLAY "INVITATION ROSTER IS FOR FY " WS-ROSTER-FY
                   ", NOT FY " WS-PKG-FY " - NO TARGETS"
               CLOSE ROSTER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-ROSTER-OK-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ ROSTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ROSTER-LINE(1:8) = "INSURER "
                               AND ROSTER-LINE(31:9) IS NUMERIC THEN
                           MOVE ROSTER-LINE(9:4) TO WS-PK-KEY
                           PERFORM FIND-PACKAGE-ROW
                           IF WS-PK-HIT > 0 THEN
                               ADD 1 TO WS-PK-TARGET(WS-PK-HIT)
                           ELSE
                               ADD 1 TO WS-CNT-UNRESOLVED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.

           EXIT.


       LOAD-SESSION-SETS.

      *    台帳が無ければ (締め前) 実施日の年度だけで振り分ける。
           OPEN INPUT CARRYOVER-FILE.
           IF WS-CCO-STATUS = "00" THEN
               MOVE 'Y' TO WS-CCO-OPEN-FLAG
           END-IF.

           OPEN INPUT SESSION-FILE.
           IF WS-SES-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SES-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ SESSION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SES-DATE <= WS-PKG-END THEN
                           PERFORM FOLD-SESSION-SET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SESSION-FILE.

           EXIT.


       FOLD-SESSION-SET.

      *    判定年度が締め月の年度のセッションだけを集合に入れる。
           PERFORM ATTRIBUTE-SESSION-FY.
           IF WS-SES-FY NOT = WS-PKG-FY THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SET-HIT.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-ANY-CNT
               IF WS-ANY-ID(WS-SET-IDX) = SES-PATIENT-ID THEN
                   MOVE WS-SET-IDX TO WS-SET-HIT
               END-IF
           END-PERFORM.
           IF WS-SET-HIT = 0 AND WS-ANY-CNT < 2000 THEN
               ADD 1 TO WS-ANY-CNT
               MOVE SES-PATIENT-ID TO WS-ANY-ID(WS-ANY-CNT)
           END-IF.

           IF SES-TYPE = "F" THEN
               MOVE 0 TO WS-SET-HIT
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > WS-CPL-CNT
                   IF WS-CPL-ID(WS-SET-IDX) = SES-PATIENT-ID THEN
                       MOVE WS-SET-IDX TO WS-SET-HIT
                   END-IF
               END-PERFORM
               IF WS-SET-HIT = 0 AND WS-CPL-CNT < 2000 THEN
                   ADD 1 TO WS-CPL-CNT
                   MOVE SES-PATIENT-ID TO WS-CPL-ID(WS-CPL-CNT)
               END-IF
           END-IF.

           EXIT.


       ATTRIBUTE-SESSION-FY.

      *    セッションの判定年度: 実施日の年度 (4月始まり) が基本。
      *    前年度から繰り越した行が台帳にあり、それが開いたまま (O)
      *    か、閉じた日 (C=最終評価・W=辞退脱落) 以前の実施なら、
      *    繰越元 (前年度) の判定年度に数える (TEST260920 と同じ)。
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


       COUNT-EXAMINED.

      *    施設+年度の代替キーで (施設 000, 締め月の年度) から読み、
      *    施設ごとに年度の行だけを拾う (読み方は TEST260920 と同じ)。
      *    締め月の月末より後の受診は数えない。
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 0 TO RHF-SF-SITE.
           MOVE WS-PKG-FY TO RHF-SF-FYEAR.
           PERFORM START-SITE-FY.
           PERFORM UNTIL WS-EOF
               READ RESULT-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RHF-SF-FYEAR = WS-PKG-FY
                               IF RHF-EXAM-DATE <= WS-PKG-END THEN
                                   PERFORM TALLY-EXAMINED
                               END-IF
                           WHEN RHF-SF-FYEAR < WS-PKG-FY
                               MOVE WS-PKG-FY TO RHF-SF-FYEAR
                               PERFORM START-SITE-FY
                           WHEN RHF-SF-SITE = 999
                               MOVE 'Y' TO WS-EOF-FLAG
                           WHEN OTHER
                               ADD 1 TO RHF-SF-SITE
                               MOVE WS-PKG-FY TO RHF-SF-FYEAR
                               PERFORM START-SITE-FY
                       END-EVALUATE
               END-READ
           END-PERFORM.

           EXIT.


       START-SITE-FY.

           START RESULT-HIST-FILE KEY IS >= RHF-SITE-FY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.

           EXIT.


       TALLY-EXAMINED.

           MOVE RHF-INSURER TO WS-PK-KEY.
           PERFORM FIND-PACKAGE-ROW.
           IF WS-PK-HIT = 0 THEN
               ADD 1 TO WS-CNT-UNRESOLVED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PK-EXAM(WS-PK-HIT).
           IF RHF-LSK-BG = 1 THEN
               ADD 1 TO WS-PK-LV1(WS-PK-HIT)
           END-IF.
           IF RHF-LSK-BG = 2 THEN
               ADD 1 TO WS-PK-LV2(WS-PK-HIT)
           END-IF.

           MOVE 0 TO WS-SET-HIT.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-ANY-CNT
               IF WS-ANY-ID(WS-SET-IDX) = RHF-PATIENT-ID THEN
                   MOVE WS-SET-IDX TO WS-SET-HIT
               END-IF
           END-PERFORM.
           IF WS-SET-HIT > 0 THEN
               ADD 1 TO WS-PK-START(WS-PK-HIT)
           END-IF.

           MOVE 0 TO WS-SET-HIT.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-CPL-CNT
               IF WS-CPL-ID(WS-SET-IDX) = RHF-PATIENT-ID THEN
                   MOVE WS-SET-IDX TO WS-SET-HIT
               END-IF
           END-PERFORM.
           IF WS-SET-HIT > 0 THEN
               ADD 1 TO WS-PK-DONE(WS-PK-HIT)
           END-IF.

           EXIT.


       COUNT-BILLED.

      *    請求額 = 入金消込 (TEST260923) が突き合わせる請求行のうち
      *    年度初めから締め月の月末までのもの。支援の請求 ("BIL") は
      *    請求実行日、健診本体 ("CHK") は請求月で切る。
           OPEN INPUT BILLING-FILE.
           IF WS-BIL-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ BILLING-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE BILLING-LINE TO WS-BIL-LINE
                           IF WS-BIL-TAG = "BIL"
                                   AND WS-BIL-DATE IS NUMERIC THEN
                               PERFORM ADD-SUPPORT-BILLED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLING-FILE
           END-IF.

           OPEN INPUT CHECKUP-CLAIM-FILE.
           IF WS-CHK-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ CHECKUP-CLAIM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CHECKUP-CLAIM-LINE TO WS-BIL-LINE
                           IF WS-BIL-TAG = "CHK"
                                   AND WS-BIL-MONTH >= WS-FY-START-YM
                                   AND WS-BIL-MONTH <= WS-PKG-YYYYMM
                                   THEN
                               MOVE WS-BIL-INS TO WS-PK-KEY
                               PERFORM FIND-PACKAGE-ROW
                               IF WS-PK-HIT > 0 THEN
                                   ADD WS-BIL-FEE
                                       TO WS-PK-BILLED(WS-PK-HIT)
                               ELSE
                                   ADD 1 TO WS-CNT-UNRESOLVED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKUP-CLAIM-FILE
           END-IF.

           EXIT.


       ADD-SUPPORT-BILLED.

           MOVE WS-BIL-DATE TO WS-DATE-NUM.
           IF WS-DATE-NUM < WS-FY-START
                   OR WS-DATE-NUM > WS-PKG-END THEN
               EXIT PARAGRAPH
           END-IF.

      *    保険者の解決: 請求実行日の年度の経年履歴から (TEST260923
      *    のエイジングと同じ)。
           PERFORM SET-DATE-FY.
           MOVE WS-BIL-PID TO RHF-PATIENT-ID.
           MOVE WS-DATE-FY TO RHF-FYEAR.
           MOVE SPACES TO WS-PK-KEY.
           READ RESULT-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RHF-INSURER TO WS-PK-KEY
           END-READ.
           PERFORM FIND-PACKAGE-ROW.
           IF WS-PK-HIT > 0 THEN
               ADD WS-BIL-FEE TO WS-PK-BILLED(WS-PK-HIT)
           ELSE
               ADD 1 TO WS-CNT-UNRESOLVED
           END-IF.

           EXIT.


       SET-DATE-FY.

      *    WS-DATE-NUM (YYYYMMDD) の年度 (4月始まり)。
           COMPUTE WS-DATE-YYYY = WS-DATE-NUM / 10000.
           COMPUTE WS-DATE-MM = FUNCTION MOD(
               FUNCTION INTEGER(WS-DATE-NUM / 100), 100).
           IF WS-DATE-MM < 4 THEN
               COMPUTE WS-DATE-FY = WS-DATE-YYYY - 1
           ELSE
               MOVE WS-DATE-YYYY TO WS-DATE-FY
           END-IF.

           EXIT.


       COUNT-PAID.

      *    入金額 = 入金台帳の CSH、償却額 = WOF (支払日で切る)。
      *    SUS (請求に当たらない入金) は保険者が無いので載せない。
           OPEN INPUT REMIT-POST-FILE.
           IF WS-RPS-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ REMIT-POST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF (RPS-KIND = "CSH" OR RPS-KIND = "WOF")
                               AND RPS-PAY-DATE >= WS-FY-START
                               AND RPS-PAY-DATE <= WS-PKG-END THEN
                           PERFORM ADD-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REMIT-POST-FILE.

           EXIT.


       ADD-POSTING.

           MOVE RPS-INSURER TO WS-PK-KEY.
           PERFORM FIND-PACKAGE-ROW.
           IF WS-PK-HIT = 0 THEN
               ADD 1 TO WS-CNT-UNRESOLVED
               EXIT PARAGRAPH
           END-IF.
           IF RPS-KIND = "CSH" THEN
               ADD RPS-AMOUNT TO WS-PK-PAID(WS-PK-HIT)
           ELSE
               ADD RPS-AMOUNT TO WS-PK-WOF(WS-PK-HIT)
           END-IF.

           EXIT.


       COUNT-OPEN-REFERRALS.

      *    未了の受診勧奨 = 状態 N (新規)・C (連絡済) で、締め月の
      *    月末までに立てたもの。保険者は立てた日の年度の経年履歴
      *    から引く。
           OPEN INPUT REFERRAL-FILE.
           IF WS-REF-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-REF-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ REFERRAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF (REF-STATUS = "N" OR REF-STATUS = "C")
                               AND REF-FLAG-DATE IS NUMERIC
                               AND REF-FLAG-DATE <= WS-PKG-END-X THEN
                           PERFORM ADD-OPEN-REFERRAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFERRAL-FILE.

           EXIT.


       ADD-OPEN-REFERRAL.

           MOVE REF-FLAG-DATE TO WS-DATE-NUM.
           PERFORM SET-DATE-FY.
           MOVE REF-PATIENT-ID TO RHF-PATIENT-ID.
           MOVE WS-DATE-FY TO RHF-FYEAR.
           MOVE SPACES TO WS-PK-KEY.
           READ RESULT-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RHF-INSURER TO WS-PK-KEY
           END-READ.
           PERFORM FIND-PACKAGE-ROW.
           IF WS-PK-HIT > 0 THEN
               ADD 1 TO WS-PK-REFOPN(WS-PK-HIT)
           ELSE
               ADD 1 TO WS-CNT-UNRESOLVED
           END-IF.

           EXIT.


       COUNT-DEADLINE-WATCH.

      *    提出期限ウォッチの最新版を読み、節見出しで帯を切り替えて
      *    保険者別に数える (朝のレビューと同じ件数になる)。明細行の
      *    桁位置は TEST260925 の ADD-WATCH-LINE-W/B が書く位置。
           OPEN INPUT WATCH-RPT-FILE.
           IF WS-WCH-STATUS NOT = "00" THEN
               DISPLAY "NO DEADLINE WATCH ON FILE (RUN TEST260925) - "
                   "DEADLINE ITEMS SHOWN AS ZERO"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-WATCH-BAND.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ WATCH-RPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM FOLD-WATCH-LINE
               END-READ
           END-PERFORM.
           CLOSE WATCH-RPT-FILE.

           EXIT.


       FOLD-WATCH-LINE.

           EVALUATE TRUE
               WHEN WATCH-RPT-LINE(1:33)
                       = "SUBMISSION DEADLINE WATCH  AS OF "
                   MOVE WATCH-RPT-LINE(34:8) TO WS-WATCH-AS-OF
               WHEN WATCH-RPT-LINE(1:12) = "=== WARNING "
                   MOVE "W" TO WS-WATCH-BAND
               WHEN WATCH-RPT-LINE(1:13) = "=== BREACHED "
                   MOVE "B" TO WS-WATCH-BAND
               WHEN WATCH-RPT-LINE(1:8) = "PATIENT "
                       AND WATCH-RPT-LINE(18:9) = " INSURER "
                       AND WS-WATCH-BAND NOT = SPACE
                   MOVE WATCH-RPT-LINE(27:4) TO WS-PK-KEY
                   PERFORM FIND-PACKAGE-ROW
                   IF WS-PK-HIT = 0 THEN
                       ADD 1 TO WS-CNT-UNRESOLVED
                   ELSE
                       IF WS-WATCH-BAND = "W" THEN
                           ADD 1 TO WS-PK-DLWARN(WS-PK-HIT)
                       ELSE
                           ADD 1 TO WS-PK-DLBRCH(WS-PK-HIT)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT.


       WRITE-ONE-PACKAGE.

      *    印字用: 1保険者1ファイル。スプールに複写・登録する。
           MOVE SPACES TO WS-PRT-PATH.
           STRING "output/ins_package_" WS-PK-INS(WS-PK-IDX)
               "_" WS-PKG-YYYYMM ".txt"
               DELIMITED BY SIZE INTO WS-PRT-PATH.
           OPEN OUTPUT PRINT-RPT-FILE.
           MOVE SPACES TO PRINT-RPT-LINE.
           STRING "MONTHLY PROGRESS PACKAGE  INSURER "
               WS-PK-INS(WS-PK-IDX) "  FY " WS-PKG-FY
               " YEAR TO DATE THROUGH " WS-PKG-YYYYMM
               "  PRODUCED " WS-RUN-DATE
               DELIMITED BY SIZE INTO PRINT-RPT-LINE.
           WRITE PRINT-RPT-LINE.

           MOVE SPACES TO PRINT-RPT-LINE.
           IF WS-ROSTER-OK AND WS-PK-TARGET(WS-PK-IDX) > 0 THEN
               COMPUTE WS-RATE ROUNDED = WS-PK-EXAM(WS-PK-IDX) * 100
                   / WS-PK-TARGET(WS-PK-IDX)
               MOVE WS-RATE TO WS-RATE-ED
               STRING "  EXAMINED " WS-PK-EXAM(WS-PK-IDX)
                   "  ROSTER TARGET " WS-PK-TARGET(WS-PK-IDX)
                   "  ACHIEVED " WS-RATE-ED "%"
                   DELIMITED BY SIZE INTO PRINT-RPT-LINE
           ELSE
               STRING "  EXAMINED " WS-PK-EXAM(WS-PK-IDX)
                   "  ROSTER TARGET (NO ROSTER FOR THIS FY)"
                   DELIMITED BY SIZE INTO PRINT-RPT-LINE
           END-IF.
           WRITE PRINT-RPT-LINE.

           MOVE SPACES TO PRINT-RPT-LINE.
           STRING "  LEVEL 1 (MOTIVATIONAL) " WS-PK-LV1(WS-PK-IDX)
               "  LEVEL 2 (ACTIVE) " WS-PK-LV2(WS-PK-IDX)
               DELIMITED BY SIZE INTO PRINT-RPT-LINE.
           WRITE PRINT-RPT-LINE.

           MOVE SPACES TO PRINT-RPT-LINE.
           STRING "  COUNSELING STARTED " WS-PK-START(WS-PK-IDX)
               "  COMPLETED " WS-PK-DONE(WS-PK-IDX)
               DELIMITED BY SIZE INTO PRINT-RPT-LINE.
           WRITE PRINT-RPT-LINE.

      *    未入金 = 請求 - 入金 - 償却 (ショートペイの差額を含む)。
           COMPUTE WS-OUTSTANDING = WS-PK-BILLED(WS-PK-IDX)
               - WS-PK-PAID(WS-PK-IDX) - WS-PK-WOF(WS-PK-IDX).
           MOVE WS-OUTSTANDING TO WS-OUTST-ED.
           MOVE SPACES TO PRINT-RPT-LINE.
           STRING "  BILLED " WS-PK-BILLED(WS-PK-IDX)
               "  PAID " WS-PK-PAID(WS-PK-IDX)
               "  WRITTEN OFF " WS-PK-WOF(WS-PK-IDX)
               "  UNPAID " WS-OUTST-ED " YEN"
               DELIMITED BY SIZE INTO PRINT-RPT-LINE.
           WRITE PRINT-RPT-LINE.

           MOVE SPACES TO PRINT-RPT-LINE.
           STRING "  OPEN REFERRALS (NO VISIT CONFIRMED) "
               WS-PK-REFOPN(WS-PK-IDX)
               DELIMITED BY SIZE INTO PRINT-RPT-LINE.
           WRITE PRINT-RPT-LINE.

           MOVE SPACES TO PRINT-RPT-LINE.
           STRING "  SUBMISSION DEADLINES  WARNING "
               WS-PK-DLWARN(WS-PK-IDX)
               "  BREACHED " WS-PK-DLBRCH(WS-PK-IDX)
               "  (WATCH AS OF " WS-WATCH-AS-OF ")"
               DELIMITED BY SIZE INTO PRINT-RPT-LINE.
           WRITE PRINT-RPT-LINE.
           CLOSE PRINT-RPT-FILE.

           MOVE WS-PRT-PATH TO WS-SPOOL-SRC-PATH.
           MOVE "INS-PACKAGE" TO WS-SPOOL-TYPE.
           MOVE 400 TO WS-SPOOL-RETAIN.
           PERFORM SPOOL-A-REPORT.

           PERFORM WRITE-MACHINE-COPY.
           ADD 1 TO WS-CNT-PACKAGES.

           EXIT.


       WRITE-MACHINE-COPY.

      *    機械可読コピー: 1保険者1ファイル、1項目1行の固定桁
      *    ("ITM" + 項目番号 + 項目名 + 値)。
           MOVE SPACES TO WS-MCH-PATH.
           STRING "output/ins_package_" WS-PK-INS(WS-PK-IDX)
               "_" WS-PKG-YYYYMM ".dat"
               DELIMITED BY SIZE INTO WS-MCH-PATH.
           OPEN OUTPUT MACHINE-OUT-FILE.
           MOVE SPACES TO MACHINE-OUT-LINE.
           STRING "HDR" WS-PK-INS(WS-PK-IDX) WS-PKG-YYYYMM
               WS-PKG-FY WS-RUN-DATE WS-WATCH-AS-OF
               DELIMITED BY SIZE INTO MACHINE-OUT-LINE.
           WRITE MACHINE-OUT-LINE.
           MOVE 0 TO WS-ITM-CNT.
           MOVE 0 TO WS-ITM-SUM.
           MOVE SPACES TO WS-ITM-LINE.

           MOVE "TARGET" TO WS-ITM-NAME.
           MOVE WS-PK-TARGET(WS-PK-IDX) TO WS-ITM-VALUE.
           PERFORM WRITE-ITEM-LINE.
           MOVE "EXAMINED" TO WS-ITM-NAME.
           MOVE WS-PK-EXAM(WS-PK-IDX) TO WS-ITM-VALUE.
           PERFORM WRITE-ITEM-LINE.
           MOVE "LEVEL1" TO WS-ITM-NAME.
           MOVE WS-PK-LV1(WS-PK-IDX) TO WS-ITM-VALUE.
           PERFORM WRITE-ITEM-LINE.
           MOVE "LEVEL2" TO WS-ITM-NAME.
           MOVE WS-PK-LV2(WS-PK-IDX) TO WS-ITM-VALUE.
           PERFORM WRITE-ITEM-LINE.
           MOVE "STARTED" TO WS-ITM-NAME.
           MOVE WS-PK-START(WS-PK-IDX) TO WS-ITM-VALUE.
           PERFORM WRITE-ITEM-LINE.
           MOVE "COMPLETED" TO WS-ITM-NAME.
           MOVE WS-PK-DONE(WS-PK-IDX) TO WS-ITM-VALUE.
           PERFORM WRITE-ITEM-LINE.
           MOVE "BILLED" TO WS-ITM-NAME.
           MOVE WS-PK-BILLED(WS-PK-IDX) TO WS-ITM-VALUE.
           PERFORM WRITE-ITEM-LINE.
           MOVE "PAID" TO WS-ITM-NAME.
           MOVE WS-PK-PAID(WS-PK-IDX) TO WS-ITM-VALUE.
           PERFORM WRITE-ITEM-LINE.
           MOVE "WRITTENOFF" TO WS-ITM-NAME.
           MOVE WS-PK-WOF(WS-PK-IDX) TO WS-ITM-VALUE.
           PERFORM WRITE-ITEM-LINE.
           MOVE "REFOPEN" TO WS-ITM-NAME.
           MOVE WS-PK-REFOPN(WS-PK-IDX) TO WS-ITM-VALUE.
           PERFORM WRITE-ITEM-LINE.
           MOVE "DLWARNING" TO WS-ITM-NAME.
           MOVE WS-PK-DLWARN(WS-PK-IDX) TO WS-ITM-VALUE.
           PERFORM WRITE-ITEM-LINE.
           MOVE "DLBREACHED" TO WS-ITM-NAME.
           MOVE WS-PK-DLBRCH(WS-PK-IDX) TO WS-ITM-VALUE.
           PERFORM WRITE-ITEM-LINE.

           MOVE SPACES TO MACHINE-OUT-LINE.
           STRING "TRL" WS-ITM-CNT WS-ITM-SUM
               DELIMITED BY SIZE INTO MACHINE-OUT-LINE.
           WRITE MACHINE-OUT-LINE.
           CLOSE MACHINE-OUT-FILE.

      *    送信登録簿へ積む (宛先 = 保険者コード)。合計は書き終えた
      *    ファイルを読み直して数える (TEST260921 が発送前に照合)。
           INITIALIZE OCI-SPEC.
           MOVE WS-MCH-PATH TO OCI-PATH.
           MOVE "ITM" TO OCI-TAG(1).
           MOVE 3 TO OCI-TAG-LEN(1).
           MOVE 1 TO OCI-TAG-COL(1).
           MOVE 4 TO OCI-ID-POS(1).
           MOVE 2 TO OCI-ID-LEN(1).
           MOVE 18 TO OCI-AMT-POS(1).
           MOVE 11 TO OCI-AMT-LEN(1).
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
           MOVE WS-MCH-PATH TO TXR-FILE-NAME.
           COMPUTE TXR-REC-COUNT = WS-ITM-CNT + 2.
           COMPUTE TXR-BYTES = TXR-REC-COUNT * 60.
           MOVE SPACES TO TXR-DEST.
           STRING "INSURER " WS-PK-INS(WS-PK-IDX)
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


       WRITE-ITEM-LINE.

      *    呼ぶ前に WS-ITM-NAME と WS-ITM-VALUE を詰めておく。
           ADD 1 TO WS-ITM-CNT.
           MOVE "ITM" TO WS-ITM-TAG.
           MOVE WS-ITM-CNT TO WS-ITM-NO.
           ADD WS-ITM-VALUE TO WS-ITM-SUM.
           MOVE WS-ITM-LINE TO MACHINE-OUT-LINE.
           WRITE MACHINE-OUT-LINE.
           MOVE SPACES TO WS-ITM-LINE.

           EXIT.


       SPOOL-A-REPORT.

      *    作り終えたレポート1本をスプールへ複写し、索引に登録する
      *    (連番・索引のレイアウトは TEST230314 と共通)。

      *    連番の採番。
           MOVE 0 TO WS-SPOOL-SEQ.
           OPEN INPUT SPOOL-SEQ-FILE.
           IF WS-SPQ-STATUS = "00" THEN
               READ SPOOL-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPQ-LAST TO WS-SPOOL-SEQ
               END-READ
               CLOSE SPOOL-SEQ-FILE
           END-IF.
           ADD 1 TO WS-SPOOL-SEQ.
           OPEN OUTPUT SPOOL-SEQ-FILE.
           MOVE WS-SPOOL-SEQ TO SPQ-LAST.
           WRITE SPOOL-SEQ-REC.
           CLOSE SPOOL-SEQ-FILE.

      *    複写 (行数を数えてページ数 = 60行/ページで切り上げ)。
           MOVE SPACES TO WS-SPOOL-OUT-PATH.
           STRING "output/spool_" WS-SPOOL-SEQ ".txt"
               DELIMITED BY SIZE INTO WS-SPOOL-OUT-PATH.
           MOVE 0 TO WS-SPOOL-LINES.
           OPEN INPUT SPOOL-SRC-FILE.
           IF WS-SPS-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SPOOL-OUT-FILE.
           MOVE 'N' TO WS-SPL-EOF-FLAG.
           PERFORM UNTIL WS-SPL-EOF
               READ SPOOL-SRC-FILE
                   AT END
                       MOVE 'Y' TO WS-SPL-EOF-FLAG
                   NOT AT END
                       MOVE SPOOL-SRC-LINE TO SPOOL-OUT-LINE
                       WRITE SPOOL-OUT-LINE
                       ADD 1 TO WS-SPOOL-LINES
               END-READ
           END-PERFORM.
           CLOSE SPOOL-SRC-FILE.
           CLOSE SPOOL-OUT-FILE.
           COMPUTE WS-SPOOL-PAGES = (WS-SPOOL-LINES + 59) / 60.

      *    索引に1行追記。
           OPEN INPUT SPOOL-INDEX-FILE.
           IF WS-SPX-STATUS = "00" THEN
               CLOSE SPOOL-INDEX-FILE
               OPEN EXTEND SPOOL-INDEX-FILE
           ELSE
               OPEN OUTPUT SPOOL-INDEX-FILE
           END-IF.
           MOVE WS-SPOOL-SEQ    TO SPX-SEQ.
           MOVE WS-SPOOL-TYPE   TO SPX-TYPE.
           MOVE WS-RUN-DATE     TO SPX-RUN-DATE.
           MOVE WS-SPOOL-PAGES  TO SPX-PAGES.
           MOVE WS-SPOOL-RETAIN TO SPX-RETAIN-DAYS.
           MOVE WS-SPOOL-OUT-PATH TO SPX-PATH.
           WRITE SPOOL-INDEX-REC.
           CLOSE SPOOL-INDEX-FILE.

           EXIT.


       CHECK-RHF-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO RESULT-HIST-REC.
           MOVE WLH-TAG TO RESULT-HIST-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ RESULT-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RESULT-HIST-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/result_history.dat" TO WLI-PATH.
           MOVE "RESULT-HIST" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-RHF TO WLI-EXPECT.
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


       CHECK-REF-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO REFERRAL-REC.
           MOVE WLH-TAG TO REFERRAL-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ REFERRAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REFERRAL-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/referrals.dat" TO WLI-PATH.
           MOVE "REFERRALS" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-REF TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.

       END PROGRAM TEST260979.
