      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


      *
      * HBA1C-BMI-CHECK ライブラリ: 患者IDのチェックディジット検証
      * (TEST230314/TEST230317 と同じ実体。GnuCOBOL では関数は
      * 呼出元より上に定義することが必須のため、ここにも置く)。
      *
       IDENTIFICATION DIVISION.
       FUNCTION-ID. CHECK-PATIENT-ID.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CPI-BASE      PIC 9(8).
       01  WS-CPI-TEMP      PIC 9(8).
       01  WS-CPI-CHECK     PIC 9.
       01  WS-CPI-COMPUTED  PIC 9.
       01  WS-CPI-SUM       PIC 9(3).
       01  WS-CPI-DIGIT     PIC 9.
       01  WS-CPI-IDX       PIC 9.

       LINKAGE SECTION.
       01  LNK-PATIENT-ID   PIC 9(9).
       01  LNK-ID-VALID     PIC 9.

       PROCEDURE DIVISION USING LNK-PATIENT-ID
                 RETURNING LNK-ID-VALID.

           DIVIDE LNK-PATIENT-ID BY 10
               GIVING WS-CPI-BASE REMAINDER WS-CPI-CHECK.
           MOVE WS-CPI-BASE TO WS-CPI-TEMP.
           MOVE 0 TO WS-CPI-SUM.

           PERFORM VARYING WS-CPI-IDX FROM 1 BY 1 UNTIL WS-CPI-IDX > 8
               DIVIDE WS-CPI-TEMP BY 10
                   GIVING WS-CPI-TEMP REMAINDER WS-CPI-DIGIT
               ADD WS-CPI-DIGIT TO WS-CPI-SUM
           END-PERFORM.

           DIVIDE WS-CPI-SUM BY 10
               GIVING WS-CPI-IDX REMAINDER WS-CPI-COMPUTED.

           IF WS-CPI-COMPUTED = WS-CPI-CHECK THEN
               MOVE 1 TO LNK-ID-VALID
           ELSE
               MOVE 0 TO LNK-ID-VALID
           END-IF.

           EXIT FUNCTION.

       END FUNCTION CHECK-PATIENT-ID.


      *    初回面談・最終評価の実施者資格の確認 (窓口・予約と共通の
      *    1本)。
       COPY staff_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260943.

      *
      * VENDOR-EXCHANGE: 保健指導の委託事業者とのファイル授受。
      * 2保険者は保健指導を外部の事業者へ委託しており、その患者の
      * セッションは sessions.dat に載らないため、請求・成果評価
      * (TEST260912)・法定集計が少なく出ていた。
      *   O = 送り (夜間): 契約ファイル (保険者 -> 事業者・契約
      *       期間) に該当する保険者の区分1/2 の判定で、まだ割り当て
      *       ていないものを割当台帳に載せ、事業者ごとの対象者
      *       ファイルを書く。
      *   I = 受け (月次): 事業者のセッション・最終評価ファイルを
      *       検証 (チェックディジット・その事業者への割り当ての
      *       有無・区分・二重取込) し、通ったものを sessions.dat と
      *       support_plans.dat へ事業者コード付きで載せる。
      * 却下はすべて理由つきで取込レポートに出す。
      * 初回面談・最終評価の実施者資格も自前の面談と同じに確認する
      * ので、事業者の指導者もスタッフ・マスタ (ロール V) に資格・
      * 免許番号・有効期限つきで登録しておく。
      * 結果ファイルの行末には面談記録 (行動変容ステージ・生活習慣の
      * 評価4項目・合意した次の行動) を付けられる。コードは窓口の
      * S コマンドと同じで、誤ったコードは却下、空欄は未評価として
      * そのまま載せる (記録を出さない事業者もいるため。I/F で
      * 空欄の件数は取込レポートに出す)。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION CHECK-PATIENT-ID
           FUNCTION CHECK-STAFF-QUAL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    委託契約: 保険者 X(4) + 事業者コード X(4) + 契約期間
      *    (開始・終了 YYYYMMDD)。
           SELECT CONTRACT-FILE ASSIGN TO
               'input/vendor_contracts.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VCT-STATUS.

           SELECT RESULT-HIST-FILE ASSIGN TO
               'output/result_history.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

      *    割当台帳: 患者 + 判定年度がキー。どの事業者へいつ送った
      *    かを持ち、受けの検証 (その事業者の患者か) に使う。
           SELECT VENDOR-ASSIGN-FILE ASSIGN TO
               'output/vendor_assign.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VAS-KEY
           FILE STATUS IS WS-VAS-STATUS.

      *    事業者ごとの対象者ファイル (パスに事業者と日付を含める)。
           SELECT VENDOR-OUT-FILE ASSIGN USING WS-VOB-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOB-STATUS.

      *    事業者からの結果ファイル (月次。複数事業者の行が混在して
      *    よい)。
           SELECT VENDOR-IN-FILE ASSIGN TO
               'input/vendor_results.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIN-STATUS.

           SELECT SESSION-FILE ASSIGN TO 'output/sessions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SES-STATUS.

           SELECT SUPPORT-PLAN-FILE ASSIGN TO
               'output/support_plans.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPL-PATIENT-ID
           FILE STATUS IS WS-SPL-STATUS.

           SELECT LOAD-RPT-FILE ASSIGN TO
               'output/vendor_load_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-FILE.
       01  CONTRACT-REC.
           03 VCT-INSURER     PIC X(4).
           03 VCT-VENDOR      PIC X(4).
           03 VCT-FROM        PIC 9(8).
           03 VCT-TO          PIC 9(8).

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

       FD  VENDOR-ASSIGN-FILE.
       01  VENDOR-ASSIGN-REC.
           03 VAS-KEY.
              05 VAS-PATIENT-ID PIC 9(9).
              05 VAS-FYEAR      PIC 9(4).
           03 VAS-VENDOR      PIC X(4).
           03 VAS-INSURER     PIC X(4).
           03 VAS-LEVEL       PIC 9.
           03 VAS-JUDGED      PIC X(8).
           03 VAS-SENT        PIC X(8).

      *    対象者ファイル: H=ヘッダ (事業者・作成日) D=明細 T=件数。
       FD  VENDOR-OUT-FILE.
       01  VENDOR-OUT-LINE    PIC X(60).

       FD  VENDOR-IN-FILE.
       01  VENDOR-IN-REC.
           03 VIN-VENDOR      PIC X(4).
           03 VIN-PATIENT-ID  PIC 9(9).
           03 VIN-DATE        PIC 9(8).
      *    区分: I=初回面談 C=継続支援 F=最終評価。
           03 VIN-TYPE        PIC X.
      *    形態と時間 (TEST230317 の SES-MODALITY/SES-MINUTES と同じ)。
           03 VIN-MODALITY    PIC X.
           03 VIN-MINUTES     PIC 9(3).
           03 VIN-STAFF       PIC X(10).
      *    実測値 (I=初回時・F=最終評価時) と目標 (I のみ)。
           03 VIN-WEIGHT      PIC 9(3)V9.
           03 VIN-WAIST       PIC 9(3)V9.
           03 VIN-TGT-WEIGHT  PIC 9(3)V9.
           03 VIN-TGT-WAIST   PIC 9(3)V9.
      *    面談記録 (TEST230317 の SES-STAGE 以下と同じコード。
      *    空欄 = 未評価)。
           03 VIN-STAGE       PIC X.
           03 VIN-ASSESS.
              05 VIN-ASMT     PIC X OCCURS 4 TIMES.
           03 VIN-NEXT-CODE   PIC X.
           03 VIN-NEXT-ACTION PIC X(30).

       FD  SESSION-FILE.
       01  SESSION-REC.
           05 SES-PATIENT-ID  PIC 9(9).
           05 SES-DATE        PIC 9(8).
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

       FD  SUPPORT-PLAN-FILE.
       01  SUPPORT-PLAN-REC.
           03 SPL-PATIENT-ID  PIC 9(9).
           03 SPL-CREATED     PIC X(8).
           03 SPL-FYEAR       PIC 9(4).
           03 SPL-BASE-WEIGHT PIC 9(3)V9.
           03 SPL-BASE-WAIST  PIC 9(3)V9.
           03 SPL-TGT-WEIGHT  PIC 9(3)V9.
           03 SPL-TGT-WAIST   PIC 9(3)V9.
           03 SPL-GOAL1       PIC X(30).
           03 SPL-GOAL2       PIC X(30).
           03 SPL-UPD-DATE    PIC X(8).
           03 SPL-STATUS      PIC X.
           03 SPL-ATTAIN      PIC X.
           03 SPL-EVAL-DATE   PIC X(8).
           03 SPL-FIN-WEIGHT  PIC 9(3)V9.
           03 SPL-FIN-WAIST   PIC 9(3)V9.
      *    委託先コード (TEST230317 参照)。
           03 SPL-SOURCE      PIC X(4).

       FD  LOAD-RPT-FILE.
       01  LOAD-RPT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-VCT-STATUS      PIC XX.
       01  WS-RHF-STATUS      PIC XX.
       01  WS-VAS-STATUS      PIC XX.
       01  WS-VOB-STATUS      PIC XX.
       01  WS-VIN-STATUS      PIC XX.
       01  WS-SES-STATUS      PIC XX.
       01  WS-SPL-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-VOB-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-MODE            PIC X VALUE SPACE.

       01  WS-RHF-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-RHF-EOF             VALUE 'Y'.
       01  WS-VCT-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-VCT-EOF             VALUE 'Y'.
       01  WS-VIN-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-VIN-EOF             VALUE 'Y'.
       01  WS-SES-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-SES-EOF             VALUE 'Y'.

      *    委託契約テーブル。
       01  WS-VCT-TAB.
           03 WS-VCT-ENTRY OCCURS 20 TIMES.
              05 WS-VCT-T-INSURER PIC X(4).
              05 WS-VCT-T-VENDOR  PIC X(4).
              05 WS-VCT-T-FROM    PIC 9(8).
              05 WS-VCT-T-TO      PIC 9(8).
       01  WS-VCT-CNT         PIC 9(2) VALUE 0.
       01  WS-VCT-IDX         PIC 9(2) VALUE 0.
       01  WS-VCT-HIT         PIC 9(2) VALUE 0.
       01  WS-JDG-DATE-NUM    PIC 9(8) VALUE 0.

      *    今夜の送り対象 (事業者ごとのファイルにまとめて書くため
      *    いったん溜める)。
       01  WS-OUT-TAB.
           03 WS-OUT-ENTRY OCCURS 500 TIMES.
              05 WS-OUT-VENDOR    PIC X(4).
              05 WS-OUT-PATIENT   PIC 9(9).
              05 WS-OUT-FYEAR     PIC 9(4).
              05 WS-OUT-LEVEL     PIC 9.
              05 WS-OUT-JUDGED    PIC X(8).
              05 WS-OUT-SEX       PIC 9.
              05 WS-OUT-DOB       PIC 9(8).
              05 WS-OUT-INSURER   PIC X(4).
              05 WS-OUT-EXAM      PIC 9(8).
       01  WS-OUT-CNT         PIC 9(3) VALUE 0.
       01  WS-OUT-IDX         PIC 9(3) VALUE 0.
       01  WS-VND-OUT-CNT     PIC 9(5) VALUE 0.
       01  WS-VND-DONE-FLAG   PIC X VALUE 'N'.
           88 WS-VND-DONE            VALUE 'Y'.
       01  WS-VND-IDX2        PIC 9(2) VALUE 0.

      *    既に取り込んだ委託セッション (患者・日付・区分) の一覧。
      *    同じ月次ファイルを2回流しても二重に載せない。
       01  WS-LDD-TAB.
           03 WS-LDD-ENTRY OCCURS 2000 TIMES.
              05 WS-LDD-PATIENT   PIC 9(9).
              05 WS-LDD-DATE      PIC 9(8).
              05 WS-LDD-TYPE      PIC X.
       01  WS-LDD-CNT         PIC 9(4) VALUE 0.
       01  WS-LDD-IDX         PIC 9(4) VALUE 0.

      *    受けの検証用。
       01  WS-ID-OK           PIC 9 VALUE 0.
       01  WS-VALID-FLAG      PIC X VALUE 'Y'.
           88 WS-VALID               VALUE 'Y'.
       01  WS-REJ-REASON      PIC X(40) VALUE SPACES.
       01  WS-SES-MM          PIC 9(2) VALUE 0.
       01  WS-SES-FY          PIC 9(4) VALUE 0.
       01  WS-VAS-FOUND-FLAG  PIC X VALUE 'N'.
           88 WS-VAS-FOUND           VALUE 'Y'.
       01  WS-HIT-COUNT       PIC 9 VALUE 0.
      *    実施者資格の確認 (copybooks/staff_rules.cpy) の受け渡し。
       01  WS-SQ-IN.
           03 WS-SQ-STAFF     PIC X(10).
           03 WS-SQ-TYPE      PIC X.
           03 WS-SQ-DATE      PIC 9(8).
       01  WS-SQ-OUT.
           03 WS-SQ-RC        PIC 9.
           03 WS-SQ-MSG       PIC X(40).

       01  WS-CNT-READ        PIC 9(5) VALUE 0.
       01  WS-CNT-POSTED      PIC 9(5) VALUE 0.
       01  WS-CNT-REJECTED    PIC 9(5) VALUE 0.
       01  WS-CNT-DUP         PIC 9(5) VALUE 0.
       01  WS-CNT-PLANS       PIC 9(5) VALUE 0.
       01  WS-CNT-NO-INTERVIEW PIC 9(5) VALUE 0.
       01  WS-ASMT-IDX        PIC 9.
       01  WS-CNT-ASSIGNED    PIC 9(5) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-SES      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-SPL      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "--- COUNSELING VENDOR EXCHANGE ---".
           DISPLAY "Run? (O=OUTBOUND TARGETS I=INBOUND RESULTS)".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-MODE.

           PERFORM LOAD-CONTRACTS.
           IF WS-VCT-CNT = 0 THEN
               DISPLAY "NO VENDOR CONTRACTS ON FILE "
                   "(input/vendor_contracts.dat) - NOTHING TO DO"
               STOP RUN
           END-IF.

           EVALUATE WS-MODE
               WHEN "O"
                   PERFORM BUILD-OUTBOUND
               WHEN "I"
                   PERFORM LOAD-INBOUND
               WHEN OTHER
                   DISPLAY "UNKNOWN MODE - ENDING"
           END-EVALUATE.

           STOP RUN.


       LOAD-CONTRACTS.

           MOVE 0 TO WS-VCT-CNT.
           OPEN INPUT CONTRACT-FILE.
           IF WS-VCT-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-VCT-EOF-FLAG.
           PERFORM UNTIL WS-VCT-EOF
               READ CONTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-VCT-EOF-FLAG
                   NOT AT END
                       IF WS-VCT-CNT < 20 THEN
                           ADD 1 TO WS-VCT-CNT
                           MOVE VCT-INSURER
                               TO WS-VCT-T-INSURER(WS-VCT-CNT)
                           MOVE VCT-VENDOR
                               TO WS-VCT-T-VENDOR(WS-VCT-CNT)
                           MOVE VCT-FROM TO WS-VCT-T-FROM(WS-VCT-CNT)
                           MOVE VCT-TO   TO WS-VCT-T-TO(WS-VCT-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTRACT-FILE.

           EXIT.


       BUILD-OUTBOUND.

      *    経年履歴を先頭から読み、契約保険者の区分1/2 で判定日が
      *    契約期間内、かつ割当台帳に無いものを今夜の送り対象にする
      *    (割当台帳に載せるので翌晩は送らない)。
           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS NOT = "00" THEN
               DISPLAY "NO RESULT HISTORY - NOTHING TO SEND"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RHF-LAYOUT.
           OPEN I-O VENDOR-ASSIGN-FILE.
           IF WS-VAS-STATUS NOT = "00" THEN
               OPEN OUTPUT VENDOR-ASSIGN-FILE
               CLOSE VENDOR-ASSIGN-FILE
               OPEN I-O VENDOR-ASSIGN-FILE
           END-IF.

           MOVE 0 TO WS-OUT-CNT.
           MOVE 'N' TO WS-RHF-EOF-FLAG.
           PERFORM UNTIL WS-RHF-EOF
               READ RESULT-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RHF-EOF-FLAG
                   NOT AT END
                       IF RHF-LSK-BG >= 1 THEN
                           PERFORM ASSIGN-ONE-TARGET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VENDOR-ASSIGN-FILE.
           CLOSE RESULT-HIST-FILE.

      *    契約テーブルの事業者ごとに1ファイル (同じ事業者が複数の
      *    保険者と契約していても1回だけ書く)。
           PERFORM VARYING WS-VCT-IDX FROM 1 BY 1
                   UNTIL WS-VCT-IDX > WS-VCT-CNT
               MOVE 'N' TO WS-VND-DONE-FLAG
               PERFORM VARYING WS-VND-IDX2 FROM 1 BY 1
                       UNTIL WS-VND-IDX2 >= WS-VCT-IDX
                   IF WS-VCT-T-VENDOR(WS-VND-IDX2)
                           = WS-VCT-T-VENDOR(WS-VCT-IDX) THEN
                       MOVE 'Y' TO WS-VND-DONE-FLAG
                   END-IF
               END-PERFORM
               IF NOT WS-VND-DONE THEN
                   PERFORM WRITE-VENDOR-FILE
               END-IF
           END-PERFORM.

           DISPLAY "OUTBOUND: " WS-CNT-ASSIGNED
               " NEW PATIENT(S) ASSIGNED TO VENDORS".

           EXIT.


       ASSIGN-ONE-TARGET.

           MOVE FUNCTION NUMVAL(RHF-RUN-DATE) TO WS-JDG-DATE-NUM.
           MOVE 0 TO WS-VCT-HIT.
           PERFORM VARYING WS-VCT-IDX FROM 1 BY 1
                   UNTIL WS-VCT-IDX > WS-VCT-CNT
               IF WS-VCT-T-INSURER(WS-VCT-IDX) = RHF-INSURER
                       AND WS-JDG-DATE-NUM >= WS-VCT-T-FROM(WS-VCT-IDX)
                       AND WS-JDG-DATE-NUM <= WS-VCT-T-TO(WS-VCT-IDX)
                       THEN
                   MOVE WS-VCT-IDX TO WS-VCT-HIT
               END-IF
           END-PERFORM.
           IF WS-VCT-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE RHF-PATIENT-ID TO VAS-PATIENT-ID.
           MOVE RHF-FYEAR      TO VAS-FYEAR.
           READ VENDOR-ASSIGN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF WS-OUT-CNT >= 500 THEN
               DISPLAY "MORE THAN 500 NEW TARGETS - THE REST GO "
                   "TOMORROW NIGHT"
               EXIT PARAGRAPH
           END-IF.

           MOVE RHF-PATIENT-ID TO VAS-PATIENT-ID.
           MOVE RHF-FYEAR      TO VAS-FYEAR.
           MOVE WS-VCT-T-VENDOR(WS-VCT-HIT) TO VAS-VENDOR.
           MOVE RHF-INSURER    TO VAS-INSURER.
           MOVE RHF-LSK-BG     TO VAS-LEVEL.
           MOVE RHF-RUN-DATE   TO VAS-JUDGED.
           MOVE WS-RUN-DATE    TO VAS-SENT.
           WRITE VENDOR-ASSIGN-REC.
           ADD 1 TO WS-CNT-ASSIGNED.

           ADD 1 TO WS-OUT-CNT.
           MOVE VAS-VENDOR     TO WS-OUT-VENDOR(WS-OUT-CNT).
           MOVE RHF-PATIENT-ID TO WS-OUT-PATIENT(WS-OUT-CNT).
           MOVE RHF-FYEAR      TO WS-OUT-FYEAR(WS-OUT-CNT).
           MOVE RHF-LSK-BG     TO WS-OUT-LEVEL(WS-OUT-CNT).
           MOVE RHF-RUN-DATE   TO WS-OUT-JUDGED(WS-OUT-CNT).
           MOVE RHF-SEX        TO WS-OUT-SEX(WS-OUT-CNT).
           MOVE RHF-DOB        TO WS-OUT-DOB(WS-OUT-CNT).
           MOVE RHF-INSURER    TO WS-OUT-INSURER(WS-OUT-CNT).
           MOVE RHF-EXAM-DATE  TO WS-OUT-EXAM(WS-OUT-CNT).

           EXIT.


       WRITE-VENDOR-FILE.

           MOVE SPACES TO WS-VOB-PATH.
           STRING "output/vendor_out_" WS-VCT-T-VENDOR(WS-VCT-IDX)
               "_" WS-RUN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-VOB-PATH.
           OPEN OUTPUT VENDOR-OUT-FILE.
           MOVE SPACES TO VENDOR-OUT-LINE.
           STRING "H" WS-VCT-T-VENDOR(WS-VCT-IDX) WS-RUN-DATE
               DELIMITED BY SIZE INTO VENDOR-OUT-LINE.
           WRITE VENDOR-OUT-LINE.

           MOVE 0 TO WS-VND-OUT-CNT.
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                   UNTIL WS-OUT-IDX > WS-OUT-CNT
               IF WS-OUT-VENDOR(WS-OUT-IDX)
                       = WS-VCT-T-VENDOR(WS-VCT-IDX) THEN
                   ADD 1 TO WS-VND-OUT-CNT
                   MOVE SPACES TO VENDOR-OUT-LINE
                   STRING "D" WS-OUT-PATIENT(WS-OUT-IDX)
                       WS-OUT-FYEAR(WS-OUT-IDX)
                       WS-OUT-LEVEL(WS-OUT-IDX)
                       WS-OUT-JUDGED(WS-OUT-IDX)
                       WS-OUT-SEX(WS-OUT-IDX)
                       WS-OUT-DOB(WS-OUT-IDX)
                       WS-OUT-INSURER(WS-OUT-IDX)
                       WS-OUT-EXAM(WS-OUT-IDX)
                       DELIMITED BY SIZE INTO VENDOR-OUT-LINE
                   WRITE VENDOR-OUT-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO VENDOR-OUT-LINE.
           STRING "T" WS-VND-OUT-CNT
               DELIMITED BY SIZE INTO VENDOR-OUT-LINE.
           WRITE VENDOR-OUT-LINE.
           CLOSE VENDOR-OUT-FILE.

           DISPLAY "  " FUNCTION TRIM(WS-VOB-PATH) ": "
               WS-VND-OUT-CNT " PATIENT(S)".

           EXIT.


       LOAD-INBOUND.

           OPEN INPUT VENDOR-IN-FILE.
           IF WS-VIN-STATUS NOT = "00" THEN
               DISPLAY "NO VENDOR RESULTS FILE "
                   "(input/vendor_results.dat) - NOTHING TO LOAD"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT VENDOR-ASSIGN-FILE.
           IF WS-VAS-STATUS NOT = "00" THEN
               DISPLAY "NO VENDOR ASSIGNMENTS ON FILE - EVERY ROW "
                   "WILL BE REJECTED"
           END-IF.

           PERFORM LOAD-PRIOR-VENDOR-SESSIONS.

           OPEN INPUT SESSION-FILE.
           IF WS-SES-STATUS = "00" THEN
               PERFORM CHECK-SES-LAYOUT
               CLOSE SESSION-FILE
               OPEN EXTEND SESSION-FILE
           ELSE
               OPEN OUTPUT SESSION-FILE
               PERFORM WRITE-SES-LAYOUT
           END-IF.
           OPEN I-O SUPPORT-PLAN-FILE.
           IF WS-SPL-STATUS NOT = "00" THEN
               OPEN OUTPUT SUPPORT-PLAN-FILE
               PERFORM WRITE-SPL-LAYOUT
               CLOSE SUPPORT-PLAN-FILE
               OPEN I-O SUPPORT-PLAN-FILE
           END-IF.
           PERFORM CHECK-SPL-LAYOUT.

           OPEN OUTPUT LOAD-RPT-FILE.
           MOVE SPACES TO LOAD-RPT-LINE.
           STRING "VENDOR RESULTS LOAD " WS-RUN-DATE
               DELIMITED BY SIZE INTO LOAD-RPT-LINE.
           WRITE LOAD-RPT-LINE.

           MOVE 'N' TO WS-VIN-EOF-FLAG.
           PERFORM UNTIL WS-VIN-EOF
               READ VENDOR-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-VIN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM VALIDATE-VENDOR-ROW
                       IF WS-VALID THEN
                           PERFORM POST-VENDOR-ROW
                       ELSE
                           PERFORM REJECT-VENDOR-ROW
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO LOAD-RPT-LINE.
           STRING "READ " WS-CNT-READ " POSTED " WS-CNT-POSTED
               " REJECTED " WS-CNT-REJECTED
               " (ALREADY LOADED " WS-CNT-DUP ")"
               " PLANS UPDATED " WS-CNT-PLANS
               DELIMITED BY SIZE INTO LOAD-RPT-LINE.
           WRITE LOAD-RPT-LINE.
           MOVE SPACES TO LOAD-RPT-LINE.
           STRING "INITIAL/FINAL SESSIONS POSTED WITHOUT AN "
               "INTERVIEW RECORD " WS-CNT-NO-INTERVIEW
               DELIMITED BY SIZE INTO LOAD-RPT-LINE.
           WRITE LOAD-RPT-LINE.
           CLOSE LOAD-RPT-FILE.
           CLOSE SUPPORT-PLAN-FILE.
           CLOSE SESSION-FILE.
           IF WS-VAS-STATUS = "00" THEN
               CLOSE VENDOR-ASSIGN-FILE
           END-IF.
           CLOSE VENDOR-IN-FILE.

           DISPLAY "INBOUND: " WS-CNT-POSTED " POSTED, "
               WS-CNT-REJECTED " REJECTED "
               "(output/vendor_load_report.txt)".

           EXIT.


       LOAD-PRIOR-VENDOR-SESSIONS.

           MOVE 0 TO WS-LDD-CNT.
           OPEN INPUT SESSION-FILE.
           IF WS-SES-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SES-LAYOUT.
           MOVE 'N' TO WS-SES-EOF-FLAG.
           PERFORM UNTIL WS-SES-EOF
               READ SESSION-FILE
                   AT END
                       MOVE 'Y' TO WS-SES-EOF-FLAG
                   NOT AT END
                       IF SES-SOURCE NOT = SPACES
                               AND WS-LDD-CNT < 2000 THEN
                           ADD 1 TO WS-LDD-CNT
                           MOVE SES-PATIENT-ID
                               TO WS-LDD-PATIENT(WS-LDD-CNT)
                           MOVE SES-DATE TO WS-LDD-DATE(WS-LDD-CNT)
                           MOVE SES-TYPE TO WS-LDD-TYPE(WS-LDD-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SESSION-FILE.

           EXIT.


       VALIDATE-VENDOR-ROW.

           MOVE 'Y' TO WS-VALID-FLAG.
           MOVE SPACES TO WS-REJ-REASON.

           MOVE FUNCTION CHECK-PATIENT-ID(VIN-PATIENT-ID)
               TO WS-ID-OK.
           IF WS-ID-OK = 0 THEN
               MOVE 'N' TO WS-VALID-FLAG
               MOVE "PATIENT ID FAILS CHECK-DIGIT" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF.

           IF VIN-TYPE NOT = "I" AND VIN-TYPE NOT = "C"
                   AND VIN-TYPE NOT = "F" THEN
               MOVE 'N' TO WS-VALID-FLAG
               MOVE "INVALID SESSION TYPE" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF.

      *    面談記録のコード (空欄は未評価として通す)。
           IF VIN-STAGE NOT = SPACE
                   AND (VIN-STAGE < "1" OR VIN-STAGE > "5") THEN
               MOVE 'N' TO WS-VALID-FLAG
               MOVE "INVALID STAGE OF CHANGE" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ASMT-IDX FROM 1 BY 1
                   UNTIL WS-ASMT-IDX > 4
               IF VIN-ASMT(WS-ASMT-IDX) NOT = SPACE
                       AND VIN-ASMT(WS-ASMT-IDX) NOT = "1"
                       AND VIN-ASMT(WS-ASMT-IDX) NOT = "2"
                       AND VIN-ASMT(WS-ASMT-IDX) NOT = "3" THEN
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE "INVALID ASSESSMENT CODE" TO WS-REJ-REASON
               END-IF
           END-PERFORM.
           IF NOT WS-VALID THEN
               EXIT PARAGRAPH
           END-IF.
           IF VIN-NEXT-CODE NOT = SPACE
                   AND VIN-NEXT-CODE NOT = "D"
                   AND VIN-NEXT-CODE NOT = "E"
                   AND VIN-NEXT-CODE NOT = "A"
                   AND VIN-NEXT-CODE NOT = "S"
                   AND VIN-NEXT-CODE NOT = "K"
                   AND VIN-NEXT-CODE NOT = "W"
                   AND VIN-NEXT-CODE NOT = "M"
                   AND VIN-NEXT-CODE NOT = "O" THEN
               MOVE 'N' TO WS-VALID-FLAG
               MOVE "INVALID NEXT-ACTION CODE" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE VIN-STAFF TO WS-SQ-STAFF.
           MOVE VIN-TYPE  TO WS-SQ-TYPE.
           MOVE VIN-DATE  TO WS-SQ-DATE.
           MOVE FUNCTION CHECK-STAFF-QUAL(WS-SQ-IN) TO WS-SQ-OUT.
           IF WS-SQ-RC NOT = 0 THEN
               MOVE 'N' TO WS-VALID-FLAG
               MOVE WS-SQ-MSG TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF.

      *    その事業者へ割り当てた患者か: セッション日の年度の割当を
      *    見て、無ければ前年度 (支援は年度をまたいで続く)。
           MOVE 'N' TO WS-VAS-FOUND-FLAG.
           IF WS-VAS-STATUS = "00" THEN
               COMPUTE WS-SES-MM = FUNCTION MOD(
                   FUNCTION INTEGER(VIN-DATE / 100), 100)
               COMPUTE WS-SES-FY = VIN-DATE / 10000
               IF WS-SES-MM < 4 THEN
                   SUBTRACT 1 FROM WS-SES-FY
               END-IF
               MOVE VIN-PATIENT-ID TO VAS-PATIENT-ID
               MOVE WS-SES-FY      TO VAS-FYEAR
               READ VENDOR-ASSIGN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-VAS-FOUND-FLAG
               END-READ
               IF NOT WS-VAS-FOUND THEN
                   SUBTRACT 1 FROM WS-SES-FY
                   MOVE VIN-PATIENT-ID TO VAS-PATIENT-ID
                   MOVE WS-SES-FY      TO VAS-FYEAR
                   READ VENDOR-ASSIGN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-VAS-FOUND-FLAG
                   END-READ
               END-IF
           END-IF.
           IF NOT WS-VAS-FOUND THEN
               MOVE 'N' TO WS-VALID-FLAG
               MOVE "PATIENT NEVER ASSIGNED TO A VENDOR"
                   TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF.
           IF VAS-VENDOR NOT = VIN-VENDOR THEN
               MOVE 'N' TO WS-VALID-FLAG
               MOVE "PATIENT ASSIGNED TO ANOTHER VENDOR"
                   TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-LDD-IDX FROM 1 BY 1
                   UNTIL WS-LDD-IDX > WS-LDD-CNT
               IF WS-LDD-PATIENT(WS-LDD-IDX) = VIN-PATIENT-ID
                       AND WS-LDD-DATE(WS-LDD-IDX) = VIN-DATE
                       AND WS-LDD-TYPE(WS-LDD-IDX) = VIN-TYPE THEN
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE "SESSION ALREADY LOADED" TO WS-REJ-REASON
               END-IF
           END-PERFORM.
           IF NOT WS-VALID THEN
               ADD 1 TO WS-CNT-DUP
           END-IF.

           EXIT.


       REJECT-VENDOR-ROW.

           ADD 1 TO WS-CNT-REJECTED.
           MOVE SPACES TO LOAD-RPT-LINE.
           STRING "REJECTED VENDOR " VIN-VENDOR
               " PATIENT " VIN-PATIENT-ID
               " DATE " VIN-DATE " TYPE " VIN-TYPE
               " - " WS-REJ-REASON
               DELIMITED BY SIZE INTO LOAD-RPT-LINE.
           WRITE LOAD-RPT-LINE.

           EXIT.


       POST-VENDOR-ROW.

           MOVE VIN-PATIENT-ID TO SES-PATIENT-ID.
           MOVE VIN-DATE       TO SES-DATE.
           MOVE VIN-TYPE       TO SES-TYPE.
           MOVE VIN-STAFF      TO SES-STAFF.
           MOVE SPACES         TO SES-OUTCOME.
           STRING "VENDOR " VIN-VENDOR
               DELIMITED BY SIZE INTO SES-OUTCOME.
           MOVE VIN-MODALITY   TO SES-MODALITY.
           IF SES-MODALITY = SPACE THEN
               MOVE "V" TO SES-MODALITY
           END-IF.
           MOVE VIN-MINUTES    TO SES-MINUTES.
           MOVE VIN-VENDOR     TO SES-SOURCE.
           MOVE VIN-STAGE      TO SES-STAGE.
           MOVE VIN-ASMT(1)    TO SES-DIET.
           MOVE VIN-ASMT(2)    TO SES-EXERCISE.
           MOVE VIN-ASMT(3)    TO SES-ALCOHOL.
           MOVE VIN-ASMT(4)    TO SES-SLEEP.
           MOVE VIN-NEXT-CODE  TO SES-NEXT-CODE.
           MOVE VIN-NEXT-ACTION TO SES-NEXT-ACTION.
           WRITE SESSION-REC.
           ADD 1 TO WS-CNT-POSTED.
           IF VIN-TYPE NOT = "C"
                   AND (VIN-STAGE = SPACE OR VIN-ASMT(1) = SPACE
                        OR VIN-ASMT(2) = SPACE OR VIN-ASMT(3) = SPACE
                        OR VIN-ASMT(4) = SPACE) THEN
               ADD 1 TO WS-CNT-NO-INTERVIEW
           END-IF.

           IF WS-LDD-CNT < 2000 THEN
               ADD 1 TO WS-LDD-CNT
               MOVE VIN-PATIENT-ID TO WS-LDD-PATIENT(WS-LDD-CNT)
               MOVE VIN-DATE       TO WS-LDD-DATE(WS-LDD-CNT)
               MOVE VIN-TYPE       TO WS-LDD-TYPE(WS-LDD-CNT)
           END-IF.

      *    支援計画も窓口 (TEST230317) の I/C/F と同じ進め方をする。
           EVALUATE VIN-TYPE
               WHEN "I"
                   PERFORM POST-VENDOR-PLAN-INITIAL
               WHEN "C"
                   PERFORM POST-VENDOR-PLAN-UPDATE
               WHEN "F"
                   PERFORM POST-VENDOR-PLAN-FINAL
           END-EVALUATE.

           EXIT.


       POST-VENDOR-PLAN-INITIAL.

           MOVE VIN-PATIENT-ID TO SPL-PATIENT-ID.
           MOVE VIN-DATE       TO SPL-CREATED.
           MOVE VAS-FYEAR      TO SPL-FYEAR.
           MOVE VIN-WEIGHT     TO SPL-BASE-WEIGHT.
           MOVE VIN-WAIST      TO SPL-BASE-WAIST.
           MOVE VIN-TGT-WEIGHT TO SPL-TGT-WEIGHT.
           MOVE VIN-TGT-WAIST  TO SPL-TGT-WAIST.
           MOVE "VENDOR PROGRAM" TO SPL-GOAL1.
           MOVE SPACES         TO SPL-GOAL2.
           MOVE WS-RUN-DATE    TO SPL-UPD-DATE.
           MOVE "O"            TO SPL-STATUS.
           MOVE SPACE          TO SPL-ATTAIN.
           MOVE SPACES         TO SPL-EVAL-DATE.
           MOVE 0              TO SPL-FIN-WEIGHT.
           MOVE 0              TO SPL-FIN-WAIST.
           MOVE VIN-VENDOR     TO SPL-SOURCE.
           WRITE SUPPORT-PLAN-REC
               INVALID KEY
                   REWRITE SUPPORT-PLAN-REC
           END-WRITE.
           ADD 1 TO WS-CNT-PLANS.

           EXIT.


       POST-VENDOR-PLAN-UPDATE.

           MOVE VIN-PATIENT-ID TO SPL-PATIENT-ID.
           READ SUPPORT-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VIN-TGT-WEIGHT > 0 THEN
                       MOVE VIN-TGT-WEIGHT TO SPL-TGT-WEIGHT
                   END-IF
                   IF VIN-TGT-WAIST > 0 THEN
                       MOVE VIN-TGT-WAIST TO SPL-TGT-WAIST
                   END-IF
                   MOVE WS-RUN-DATE TO SPL-UPD-DATE
                   REWRITE SUPPORT-PLAN-REC
                   ADD 1 TO WS-CNT-PLANS
           END-READ.

           EXIT.


       POST-VENDOR-PLAN-FINAL.

      *    達成度は窓口の最終評価と同じ自動判定 (両方達成=A
      *    片方=P どちらも未達=N)。計画が無ければセッションだけ
      *    載せてレポートに注記する。
           MOVE VIN-PATIENT-ID TO SPL-PATIENT-ID.
           READ SUPPORT-PLAN-FILE
               INVALID KEY
                   MOVE SPACES TO LOAD-RPT-LINE
                   STRING "NOTE PATIENT " VIN-PATIENT-ID
                       " FINAL EVALUATION WITHOUT A PLAN ON FILE"
                       " - SESSION POSTED, NO ATTAINMENT"
                       DELIMITED BY SIZE INTO LOAD-RPT-LINE
                   WRITE LOAD-RPT-LINE
                   END-WRITE
               NOT INVALID KEY
                   MOVE VIN-WEIGHT TO SPL-FIN-WEIGHT
                   MOVE VIN-WAIST  TO SPL-FIN-WAIST
                   MOVE 0 TO WS-HIT-COUNT
                   IF SPL-FIN-WEIGHT <= SPL-TGT-WEIGHT THEN
                       ADD 1 TO WS-HIT-COUNT
                   END-IF
                   IF SPL-FIN-WAIST <= SPL-TGT-WAIST THEN
                       ADD 1 TO WS-HIT-COUNT
                   END-IF
                   EVALUATE WS-HIT-COUNT
                       WHEN 2
                           MOVE "A" TO SPL-ATTAIN
                       WHEN 1
                           MOVE "P" TO SPL-ATTAIN
                       WHEN OTHER
                           MOVE "N" TO SPL-ATTAIN
                   END-EVALUATE
                   MOVE "F" TO SPL-STATUS
                   MOVE VIN-DATE    TO SPL-EVAL-DATE
                   MOVE WS-RUN-DATE TO SPL-UPD-DATE
                   REWRITE SUPPORT-PLAN-REC
                   ADD 1 TO WS-CNT-PLANS
           END-READ.

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


       WRITE-SES-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO SESSION-REC.
           MOVE WS-LAYOUT-SES TO WLH-VERSION.
           MOVE "SESSIONS" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO SESSION-REC(1:28).
           WRITE SESSION-REC.

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


       CHECK-SPL-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO SUPPORT-PLAN-REC.
           MOVE WLH-TAG TO SUPPORT-PLAN-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ SUPPORT-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SUPPORT-PLAN-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/support_plans.dat" TO WLI-PATH.
           MOVE "SUPPORT-PLAN" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-SPL TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       WRITE-SPL-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO SUPPORT-PLAN-REC.
           MOVE WS-LAYOUT-SPL TO WLH-VERSION.
           MOVE "SUPPORT-PLAN" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO SUPPORT-PLAN-REC(1:28).
           WRITE SUPPORT-PLAN-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

           EXIT.

       END PROGRAM TEST260943.
