      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260976.

      *
      * DATAHEALTH-KPI: 保険者別のデータヘルス計画 (6か年) の評価
      * 指標の目標と実績。計画の中間評価のたびに、法定報告
      * (TEST260920)・効果測定 (TEST260912)・禁煙率 (TEST260971) と
      * 手集計から実績を拾い集めていたのを、目標表
      * (input/kpi_targets.dat、保険者 + 年度 + 指標 + 目標値 %) と
      * 突き合わせて1本で出す。指標と実績の求め方:
      *   CHECKUP 特定健診実施率 = 受診者 / 対象者 (資格マスタで
      *           年度と資格期間が重なる資格レコード)。高いほど良い。
      *   COUNSEL 特定保健指導の終了率 = 支援区分1/2の受診者のうち、
      *           その年度の健診日以後・翌年度末までに最終評価 (F)
      *           のセッションがある人。高いほど良い (翌年度中に
      *           終わる人がいるので直近の年度は途中経過)。
      *   REDUCE  支援対象者の減少率 = 前年度に区分1/2で当年度も
      *           受診した人のうち、当年度に区分0になった人。高い
      *           ほど良い。
      *   SMOKING 喫煙率 = 健診計測値ストアの喫煙の回答 (問診突合
      *           後) が喫煙の人 / ストアに行のある受診者。低いほど
      *           良い。
      *   HBA1C8  HbA1c 8.0% 以上の割合 (血糖コントロール不良) =
      *           HbA1c 8.0 以上 / HbA1c を測った受診者。低いほど
      *           良い。
      * 受診者の保険者はその年度の経年履歴の保険者番号で数える。
      * 計画の初年度を指定すると、その年度から6年分を年度ごとに
      * 目標・実績・分子/分母・前年度からの変化 (改善/悪化) と
      * 判定 (GREEN = 目標達成、AMBER = 目標まで1割以内、RED =
      * それより下) で並べ、保険者ごとに
      * output/datahealth_kpi_<保険者>_<初年度>.txt に書く。
      * 目標表に行の無い保険者は出さない。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARGET-FILE ASSIGN TO 'input/kpi_targets.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TGT-STATUS.

           SELECT ELIGIBILITY-FILE ASSIGN TO 'input/eligibility.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELG-STATUS.

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

           SELECT EXAM-STORE-FILE ASSIGN TO 'output/exam_store.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XST-KEY
           FILE STATUS IS WS-XST-STATUS.

      *    保険者ごとの報告 (パスに保険者と計画の初年度を含める)。
           SELECT KPI-RPT-FILE ASSIGN USING WS-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    目標表の1行: 保険者 + 年度 + 指標コード + 目標値 (%)。
       FD  TARGET-FILE.
       01  TARGET-REC.
           03 KPT-INSURER     PIC X(4).
           03 KPT-FYEAR       PIC 9(4).
           03 KPT-KPI         PIC X(8).
           03 KPT-TARGET      PIC 9(3)V9.

       FD  ELIGIBILITY-FILE.
       01  ELIGIBILITY-REC.
           03 ELG-PATIENT-ID  PIC 9(9).
           03 ELG-INSURER     PIC X(4).
           03 ELG-COVER-FROM  PIC 9(8).
           03 ELG-COVER-TO    PIC 9(8).
           03 ELG-PLAN-TYPE   PIC X(2).
      *    世帯番号と事業所記号 (ここでは使わないが、行の長さは
      *    加入者ファイルに合わせる)。
           03 FILLER          PIC X(18).

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

       FD  EXAM-STORE-FILE.
       01  EXAM-STORE-REC.
           03 XST-KEY.
              05 XST-PATIENT-ID PIC 9(9).
              05 XST-FYEAR      PIC 9(4).
           03 XST-EXAM-DATE   PIC 9(8).
           03 XST-DOB         PIC 9(8).
           03 XST-SEX         PIC 9.
           03 XST-FST         PIC 9(3).
           03 XST-NFS         PIC 9(3).
           03 XST-FAST-HOURS  PIC 9(2).
           03 XST-HBA1C       PIC 9V99.
           03 XST-MED-DM      PIC 9.
           03 XST-MED-HTN     PIC 9.
           03 XST-MED-LIP     PIC 9.
           03 XST-SBP         PIC 9(3).
           03 XST-DBP         PIC 9(3).
           03 XST-LDL         PIC 9(3).
           03 XST-HDL         PIC 9(3).
           03 XST-TG          PIC 9(3).
           03 XST-SMOKER      PIC 9.
           03 XST-HEIGHT      PIC 9(3)V9.
           03 XST-WEIGHT      PIC 9(3)V9.
           03 XST-WAIST       PIC 9(3)V9.
           03 XST-SITE-CODE   PIC 9(3).
           03 XST-LSK-BG      PIC 9.
           03 XST-INSURER     PIC X(4).
           03 XST-METSYN      PIC X.
           03 XST-CVD-RISK-X  PIC X(3).
           03 XST-CVD-BAND    PIC X.

       FD  KPI-RPT-FILE.
       01  KPI-RPT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-TGT-STATUS      PIC XX.
       01  WS-ELG-STATUS      PIC XX.
       01  WS-RHF-STATUS      PIC XX.
       01  WS-SES-STATUS      PIC XX.
       01  WS-XST-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-RPT-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    計画の初年度と対象の保険者 (空白 = 目標表にある全保険者)。
      *    年度の添字 1 は初年度の前年 (初年度の変化を出すため)、
      *    2-7 が計画の6年。
       01  WS-PLAN-FY         PIC 9(4) VALUE 0.
       01  WS-BASE-FY         PIC 9(4) VALUE 0.
       01  WS-LAST-FY         PIC 9(4) VALUE 0.
       01  WS-SEL-INSURER     PIC X(4) VALUE SPACES.
       01  WS-YR-IDX          PIC 9 VALUE 0.
       01  WS-YR-FY           PIC 9(4) VALUE 0.
       01  WS-YR-START        PIC 9(8) VALUE 0.
       01  WS-YR-END          PIC 9(8) VALUE 0.

      *    指標の定義 (コード + 向き: H=高いほど良い L=低いほど良い)。
       01  WS-KPI-DEFS.
           03 FILLER          PIC X(9) VALUE "CHECKUP H".
           03 FILLER          PIC X(9) VALUE "COUNSEL H".
           03 FILLER          PIC X(9) VALUE "REDUCE  H".
           03 FILLER          PIC X(9) VALUE "SMOKING L".
           03 FILLER          PIC X(9) VALUE "HBA1C8  L".
       01  WS-KPI-TAB REDEFINES WS-KPI-DEFS.
           03 WS-KPI-ENTRY OCCURS 5 TIMES.
              05 WS-KPI-CODE  PIC X(8).
              05 WS-KPI-DIR   PIC X.
       01  WS-KPI-IDX         PIC 9 VALUE 0.
       01  WS-KPI-HIT         PIC 9 VALUE 0.

      *    保険者 x 年度の分子・分母と目標。
       01  WS-KI-TAB.
           03 WS-KI-ENTRY OCCURS 20 TIMES.
              05 WS-KI-INS       PIC X(4).
              05 WS-KI-HAS-TGT   PIC X.
              05 WS-KI-YEAR OCCURS 7 TIMES.
                 07 WS-KY-ELIG      PIC 9(6).
                 07 WS-KY-EXAM      PIC 9(6).
                 07 WS-KY-LV12      PIC 9(6).
                 07 WS-KY-DONE      PIC 9(6).
                 07 WS-KY-PRIOR     PIC 9(6).
                 07 WS-KY-REDUCED   PIC 9(6).
                 07 WS-KY-XST       PIC 9(6).
                 07 WS-KY-SMOKER    PIC 9(6).
                 07 WS-KY-A1C       PIC 9(6).
                 07 WS-KY-A1C-POOR  PIC 9(6).
                 07 WS-KY-TGT       PIC 9(3)V9 OCCURS 5 TIMES.
                 07 WS-KY-TGT-SET   PIC X OCCURS 5 TIMES.
       01  WS-KI-CNT          PIC 9(2) VALUE 0.
       01  WS-KI-IDX          PIC 9(2) VALUE 0.
       01  WS-KI-HIT          PIC 9(2) VALUE 0.
       01  WS-LOOK-INS        PIC X(4) VALUE SPACES.
       01  WS-KI-OVFL-FLAG    PIC X VALUE 'N'.
           88 WS-KI-OVFL             VALUE 'Y'.

      *    最終評価 (F) のセッション (患者 + 実施日)。
       01  WS-FS-TAB.
           03 WS-FS-ENTRY OCCURS 5000 TIMES.
              05 WS-FS-ID      PIC 9(9).
              05 WS-FS-DATE    PIC 9(8).
       01  WS-FS-CNT          PIC 9(4) VALUE 0.
       01  WS-FS-IDX          PIC 9(4) VALUE 0.
       01  WS-FS-OVFL-FLAG    PIC X VALUE 'N'.
           88 WS-FS-OVFL             VALUE 'Y'.
       01  WS-DONE-FLAG       PIC X VALUE 'N'.
           88 WS-DONE                VALUE 'Y'.
       01  WS-DONE-BY         PIC 9(8) VALUE 0.

      *    経年履歴はキー順 (患者, 年度) なので、直前の行が同じ
      *    患者の前年度なら減少率の分母に入る。
       01  WS-PRV-ID          PIC 9(9) VALUE 0.
       01  WS-PRV-FY          PIC 9(4) VALUE 0.
       01  WS-PRV-LSK         PIC 9 VALUE 0.

       01  WS-XST-OK-FLAG     PIC X VALUE 'N'.
           88 WS-XST-OK              VALUE 'Y'.
       01  WS-RHF-OK-FLAG     PIC X VALUE 'N'.
           88 WS-RHF-OK              VALUE 'Y'.
      *    HbA1c のコントロール不良の境目。
       01  WS-A1C-POOR-LIMIT  PIC 9V99 VALUE 8.00.
      *    AMBER の幅 (目標値に対する割合 %)。
       01  WS-AMBER-PCT       PIC 9(2) VALUE 10.

      *    1指標1年度分の実績と判定。
       01  WS-NUM             PIC 9(6) VALUE 0.
       01  WS-DEN             PIC 9(6) VALUE 0.
       01  WS-ACT             PIC 9(3)V9 VALUE 0.
       01  WS-ACT-OK-FLAG     PIC X VALUE 'N'.
           88 WS-ACT-OK              VALUE 'Y'.
       01  WS-PRV-ACT         PIC 9(3)V9 VALUE 0.
       01  WS-PRV-ACT-FLAG    PIC X VALUE 'N'.
           88 WS-PRV-ACT-OK          VALUE 'Y'.
       01  WS-CHANGE          PIC S9(3)V9 VALUE 0.
       01  WS-BAND-LIMIT      PIC 9(3)V99 VALUE 0.
       01  WS-TGT             PIC 9(3)V9 VALUE 0.
       01  WS-TREND           PIC X(10) VALUE SPACES.
       01  WS-RAG             PIC X(9) VALUE SPACES.
       01  WS-CNT-GREEN       PIC 9(2) VALUE 0.
       01  WS-CNT-AMBER       PIC 9(2) VALUE 0.
       01  WS-CNT-RED         PIC 9(2) VALUE 0.
       01  WS-LATEST-FY       PIC 9(4) VALUE 0.
       01  WS-CUR-FY          PIC 9(4) VALUE 0.
       01  WS-CNT-FILES       PIC 9(2) VALUE 0.

       01  WS-ED-TGT          PIC X(5) VALUE SPACES.
       01  WS-ED-ACT          PIC X(5) VALUE SPACES.
       01  WS-ED-RATE         PIC ZZ9.9.
       01  WS-ED-NUM          PIC ZZZZZ9.
       01  WS-ED-DEN          PIC ZZZZZ9.
       01  WS-ED-CHG-N        PIC +ZZ9.9.
       01  WS-ED-CHG          PIC X(6) VALUE SPACES.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-SES      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-XST      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-CUR-FY = FUNCTION NUMVAL(WS-RUN-DATE(1:4)).
           IF WS-RUN-DATE(5:2) < "04" THEN
               SUBTRACT 1 FROM WS-CUR-FY
           END-IF.

           DISPLAY "--- DATA-HEALTH PLAN KPI TARGETS VS ACTUALS ---".
           DISPLAY "FIRST FISCAL YEAR OF THE PLAN?".
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-PLAN-FY.
           IF WS-PLAN-FY = 0 THEN
               DISPLAY "A FISCAL YEAR IS REQUIRED - ENDING"
               STOP RUN
           END-IF.
           COMPUTE WS-BASE-FY = WS-PLAN-FY - 1.
           COMPUTE WS-LAST-FY = WS-PLAN-FY + 5.
           DISPLAY "INSURER CODE? (BLANK = ALL INSURERS WITH TARGETS)".
           ACCEPT AC-VAR.
           MOVE AC-VAR(1:4) TO WS-SEL-INSURER.

           INITIALIZE WS-KI-TAB.
           PERFORM LOAD-TARGETS.
           IF WS-KI-CNT = 0 THEN
               DISPLAY "NO TARGETS FOR FY " WS-PLAN-FY "-" WS-LAST-FY
                   " IN input/kpi_targets.dat - NOTHING TO REPORT"
               STOP RUN
           END-IF.
           PERFORM LOAD-FINAL-SESSIONS.
           IF WS-FS-OVFL THEN
               DISPLAY "MORE THAN 5000 FINAL-EVALUATION SESSIONS - "
                   "REPORT NOT WRITTEN, RAISE THE TABLE SIZE"
               STOP RUN
           END-IF.
           PERFORM COUNT-ELIGIBLE.
           PERFORM COUNT-EXAMINED.
           IF WS-KI-OVFL THEN
               DISPLAY "MORE THAN 20 INSURERS - REPORT NOT WRITTEN, "
                   "RAISE THE TABLE SIZE"
               STOP RUN
           END-IF.

           PERFORM VARYING WS-KI-IDX FROM 1 BY 1
                   UNTIL WS-KI-IDX > WS-KI-CNT
               IF WS-KI-HAS-TGT(WS-KI-IDX) = 'Y' THEN
                   PERFORM WRITE-INSURER-REPORT
               END-IF
           END-PERFORM.

           DISPLAY "DATA-HEALTH KPI REVIEW FOR FY " WS-PLAN-FY "-"
               WS-LAST-FY ": " WS-CNT-FILES " INSURER REPORT(S) "
               "(output/datahealth_kpi_<insurer>_" WS-PLAN-FY ".txt)".

           STOP RUN.


       LOAD-TARGETS.

      *    計画の6年分の目標を保険者の行へ。知らない指標コード・
      *    範囲外の年度の行は読み飛ばす (件数だけ知らせる)。
           OPEN INPUT TARGET-FILE.
           IF WS-TGT-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ TARGET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-TARGET-ROW
               END-READ
           END-PERFORM.
           CLOSE TARGET-FILE.

           EXIT.


       TAKE-TARGET-ROW.

           IF WS-SEL-INSURER NOT = SPACES
                   AND KPT-INSURER NOT = WS-SEL-INSURER THEN
               EXIT PARAGRAPH
           END-IF.
           IF KPT-FYEAR IS NOT NUMERIC OR KPT-TARGET IS NOT NUMERIC
                   THEN
               DISPLAY "  TARGET ROW FOR " KPT-INSURER " " KPT-KPI
                   " IS NOT NUMERIC - IGNORED"
               EXIT PARAGRAPH
           END-IF.
           IF KPT-FYEAR < WS-PLAN-FY OR KPT-FYEAR > WS-LAST-FY THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-KPI-HIT.
           PERFORM VARYING WS-KPI-IDX FROM 1 BY 1
                   UNTIL WS-KPI-IDX > 5
               IF WS-KPI-CODE(WS-KPI-IDX) = KPT-KPI THEN
                   MOVE WS-KPI-IDX TO WS-KPI-HIT
               END-IF
           END-PERFORM.
           IF WS-KPI-HIT = 0 THEN
               DISPLAY "  UNKNOWN KPI " KPT-KPI " FOR " KPT-INSURER
                   " FY " KPT-FYEAR " - IGNORED"
               EXIT PARAGRAPH
           END-IF.

           MOVE KPT-INSURER TO WS-LOOK-INS.
           PERFORM FIND-INSURER.
           IF WS-KI-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-KI-HAS-TGT(WS-KI-HIT).
           COMPUTE WS-YR-IDX = KPT-FYEAR - WS-BASE-FY + 1.
           MOVE KPT-TARGET
               TO WS-KY-TGT(WS-KI-HIT, WS-YR-IDX, WS-KPI-HIT).
           MOVE 'Y'
               TO WS-KY-TGT-SET(WS-KI-HIT, WS-YR-IDX, WS-KPI-HIT).

           EXIT.


       FIND-INSURER.

      *    WS-LOOK-INS の行 (無ければ足す。表が一杯なら 0)。
           MOVE 0 TO WS-KI-HIT.
           PERFORM VARYING WS-KI-IDX FROM 1 BY 1
                   UNTIL WS-KI-IDX > WS-KI-CNT OR WS-KI-HIT > 0
               IF WS-KI-INS(WS-KI-IDX) = WS-LOOK-INS THEN
                   MOVE WS-KI-IDX TO WS-KI-HIT
               END-IF
           END-PERFORM.
           IF WS-KI-HIT = 0 THEN
               IF WS-KI-CNT >= 20 THEN
                   MOVE 'Y' TO WS-KI-OVFL-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-KI-CNT
               MOVE WS-KI-CNT TO WS-KI-HIT
               MOVE WS-LOOK-INS TO WS-KI-INS(WS-KI-HIT)
               MOVE 'N' TO WS-KI-HAS-TGT(WS-KI-HIT)
           END-IF.

           EXIT.


       FIND-TARGET-INSURER.

      *    集計側の引き当て: 目標表にある保険者だけを数える
      *    (行は足さない)。
           MOVE 0 TO WS-KI-HIT.
           PERFORM VARYING WS-KI-IDX FROM 1 BY 1
                   UNTIL WS-KI-IDX > WS-KI-CNT OR WS-KI-HIT > 0
               IF WS-KI-INS(WS-KI-IDX) = WS-LOOK-INS THEN
                   MOVE WS-KI-IDX TO WS-KI-HIT
               END-IF
           END-PERFORM.

           EXIT.


       LOAD-FINAL-SESSIONS.

           MOVE 0 TO WS-FS-CNT.
           OPEN INPUT SESSION-FILE.
           IF WS-SES-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SES-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF OR WS-FS-OVFL
               READ SESSION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SES-TYPE = "F" THEN
                           IF WS-FS-CNT >= 5000 THEN
                               MOVE 'Y' TO WS-FS-OVFL-FLAG
                           ELSE
                               ADD 1 TO WS-FS-CNT
                               MOVE SES-PATIENT-ID
                                   TO WS-FS-ID(WS-FS-CNT)
                               MOVE SES-DATE TO WS-FS-DATE(WS-FS-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SESSION-FILE.

           EXIT.


       COUNT-ELIGIBLE.

      *    対象者数 = 年度と資格期間が重なる資格レコード数 (TEST260920
      *    と同じ数え方)。1行を7年度それぞれと突き合わせる。
           OPEN INPUT ELIGIBILITY-FILE.
           IF WS-ELG-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ ELIGIBILITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ELG-INSURER TO WS-LOOK-INS
                       PERFORM FIND-TARGET-INSURER
                       IF WS-KI-HIT > 0 THEN
                           PERFORM ADD-ELIGIBLE-YEARS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ELIGIBILITY-FILE.

           EXIT.


       ADD-ELIGIBLE-YEARS.

           PERFORM VARYING WS-YR-IDX FROM 1 BY 1 UNTIL WS-YR-IDX > 7
               COMPUTE WS-YR-FY = WS-BASE-FY + WS-YR-IDX - 1
               COMPUTE WS-YR-START = WS-YR-FY * 10000 + 0401
               COMPUTE WS-YR-END = (WS-YR-FY + 1) * 10000 + 0331
               IF ELG-COVER-FROM <= WS-YR-END
                       AND ELG-COVER-TO >= WS-YR-START THEN
                   ADD 1 TO WS-KY-ELIG(WS-KI-HIT, WS-YR-IDX)
               END-IF
           END-PERFORM.

           EXIT.


       COUNT-EXAMINED.

           MOVE 'N' TO WS-RHF-OK-FLAG.
           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RHF-OK-FLAG.
           PERFORM CHECK-RHF-LAYOUT.
      *    計測値ストアが無ければ喫煙率は「データなし」。
           MOVE 'N' TO WS-XST-OK-FLAG.
           OPEN INPUT EXAM-STORE-FILE.
           IF WS-XST-STATUS = "00" THEN
               MOVE 'Y' TO WS-XST-OK-FLAG
               PERFORM CHECK-XST-LAYOUT
           END-IF.

           MOVE 0 TO WS-PRV-ID.
           MOVE 0 TO WS-PRV-FY.
           MOVE 0 TO WS-PRV-LSK.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ RESULT-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RHF-PATIENT-ID IS NUMERIC THEN
                           PERFORM TALLY-HISTORY-ROW
                           MOVE RHF-PATIENT-ID TO WS-PRV-ID
                           MOVE RHF-FYEAR TO WS-PRV-FY
                           MOVE RHF-LSK-BG TO WS-PRV-LSK
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RESULT-HIST-FILE.
           IF WS-XST-OK THEN
               CLOSE EXAM-STORE-FILE
           END-IF.

           EXIT.


       TALLY-HISTORY-ROW.

           IF RHF-FYEAR < WS-BASE-FY OR RHF-FYEAR > WS-LAST-FY THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE RHF-INSURER TO WS-LOOK-INS.
           PERFORM FIND-TARGET-INSURER.
           IF WS-KI-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-YR-IDX = RHF-FYEAR - WS-BASE-FY + 1.

           ADD 1 TO WS-KY-EXAM(WS-KI-HIT, WS-YR-IDX).

      *    終了率: 区分1/2で、健診日以後・翌年度末までに最終評価。
           IF RHF-LSK-BG = 1 OR RHF-LSK-BG = 2 THEN
               ADD 1 TO WS-KY-LV12(WS-KI-HIT, WS-YR-IDX)
               COMPUTE WS-DONE-BY = (RHF-FYEAR + 2) * 10000 + 0331
               MOVE 'N' TO WS-DONE-FLAG
               PERFORM VARYING WS-FS-IDX FROM 1 BY 1
                       UNTIL WS-FS-IDX > WS-FS-CNT OR WS-DONE
                   IF WS-FS-ID(WS-FS-IDX) = RHF-PATIENT-ID
                           AND WS-FS-DATE(WS-FS-IDX) >= RHF-EXAM-DATE
                           AND WS-FS-DATE(WS-FS-IDX) <= WS-DONE-BY
                           THEN
                       MOVE 'Y' TO WS-DONE-FLAG
                   END-IF
               END-PERFORM
               IF WS-DONE THEN
                   ADD 1 TO WS-KY-DONE(WS-KI-HIT, WS-YR-IDX)
               END-IF
           END-IF.

      *    減少率: 前年度に区分1/2だった人の当年度。
           IF WS-PRV-ID = RHF-PATIENT-ID
                   AND WS-PRV-FY = RHF-FYEAR - 1
                   AND (WS-PRV-LSK = 1 OR WS-PRV-LSK = 2) THEN
               ADD 1 TO WS-KY-PRIOR(WS-KI-HIT, WS-YR-IDX)
               IF RHF-LSK-BG = 0 THEN
                   ADD 1 TO WS-KY-REDUCED(WS-KI-HIT, WS-YR-IDX)
               END-IF
           END-IF.

      *    HbA1c を測っていない (0) 行は分母に入れない。
           IF RHF-HBA1C > 0 THEN
               ADD 1 TO WS-KY-A1C(WS-KI-HIT, WS-YR-IDX)
               IF RHF-HBA1C >= WS-A1C-POOR-LIMIT THEN
                   ADD 1 TO WS-KY-A1C-POOR(WS-KI-HIT, WS-YR-IDX)
               END-IF
           END-IF.

           IF WS-XST-OK THEN
               MOVE RHF-PATIENT-ID TO XST-PATIENT-ID
               MOVE RHF-FYEAR TO XST-FYEAR
               READ EXAM-STORE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-KY-XST(WS-KI-HIT, WS-YR-IDX)
                       IF XST-SMOKER = 1 THEN
                           ADD 1
                               TO WS-KY-SMOKER(WS-KI-HIT, WS-YR-IDX)
                       END-IF
               END-READ
           END-IF.

           EXIT.


       WRITE-INSURER-REPORT.

           MOVE SPACES TO WS-RPT-PATH.
           STRING "output/datahealth_kpi_" WS-KI-INS(WS-KI-IDX)
               "_" WS-PLAN-FY ".txt"
               DELIMITED BY SIZE INTO WS-RPT-PATH.
           OPEN OUTPUT KPI-RPT-FILE.
           ADD 1 TO WS-CNT-FILES.

           MOVE SPACES TO KPI-RPT-LINE.
           STRING "DATA-HEALTH PLAN KPI REVIEW  INSURER "
               WS-KI-INS(WS-KI-IDX) "  PLAN FY " WS-PLAN-FY "-"
               WS-LAST-FY "  PRODUCED " WS-RUN-DATE
               DELIMITED BY SIZE INTO KPI-RPT-LINE.
           WRITE KPI-RPT-LINE.
           MOVE SPACES TO KPI-RPT-LINE.
           STRING "STATUS: GREEN = TARGET MET, AMBER = WITHIN "
               WS-AMBER-PCT "% OF TARGET, RED = FURTHER OFF"
               DELIMITED BY SIZE INTO KPI-RPT-LINE.
           WRITE KPI-RPT-LINE.

           MOVE 0 TO WS-CNT-GREEN.
           MOVE 0 TO WS-CNT-AMBER.
           MOVE 0 TO WS-CNT-RED.
           MOVE 0 TO WS-LATEST-FY.
           PERFORM VARYING WS-KPI-IDX FROM 1 BY 1
                   UNTIL WS-KPI-IDX > 5
               PERFORM WRITE-KPI-BLOCK
           END-PERFORM.

           MOVE SPACES TO KPI-RPT-LINE.
           WRITE KPI-RPT-LINE.
           MOVE SPACES TO KPI-RPT-LINE.
           IF WS-LATEST-FY = 0 THEN
               MOVE "NO YEAR OF THE PLAN HAS ACTUALS YET"
                   TO KPI-RPT-LINE
           ELSE
               STRING "LATEST YEAR WITH ACTUALS FY " WS-LATEST-FY
                   ":  GREEN " WS-CNT-GREEN "  AMBER " WS-CNT-AMBER
                   "  RED " WS-CNT-RED
                   DELIMITED BY SIZE INTO KPI-RPT-LINE
           END-IF.
           WRITE KPI-RPT-LINE.
           MOVE SPACES TO KPI-RPT-LINE.
           STRING "COUNSEL FOR THE LATEST YEARS IS PROVISIONAL - "
               "SUPPORT CAN FINISH IN THE FOLLOWING FY."
               DELIMITED BY SIZE INTO KPI-RPT-LINE.
           WRITE KPI-RPT-LINE.
           CLOSE KPI-RPT-FILE.

           EXIT.


       WRITE-KPI-BLOCK.

           MOVE SPACES TO KPI-RPT-LINE.
           WRITE KPI-RPT-LINE.
           MOVE SPACES TO KPI-RPT-LINE.
           EVALUATE WS-KPI-IDX
               WHEN 1
                   STRING "CHECKUP  CHECKUP RATE (EXAMINED / "
                       "ELIGIBLE) - HIGHER IS BETTER"
                       DELIMITED BY SIZE INTO KPI-RPT-LINE
               WHEN 2
                   STRING "COUNSEL  COUNSELING COMPLETION (FINAL "
                       "EVALUATION / LEVEL 1-2) - HIGHER IS BETTER"
                       DELIMITED BY SIZE INTO KPI-RPT-LINE
               WHEN 3
                   STRING "REDUCE   LEVEL 1-2 REDUCTION (NOW LEVEL 0 "
                       "/ LEVEL 1-2 LAST FY) - HIGHER IS BETTER"
                       DELIMITED BY SIZE INTO KPI-RPT-LINE
               WHEN 4
                   STRING "SMOKING  SMOKING RATE (SMOKERS / "
                       "EXAMINED WITH ANSWERS) - LOWER IS BETTER"
                       DELIMITED BY SIZE INTO KPI-RPT-LINE
               WHEN OTHER
                   STRING "HBA1C8   POOR GLYCEMIC CONTROL (HBA1C 8.0+ "
                       "/ HBA1C MEASURED) - LOWER IS BETTER"
                       DELIMITED BY SIZE INTO KPI-RPT-LINE
           END-EVALUATE.
           WRITE KPI-RPT-LINE.
           MOVE "  FY   TARGET ACTUAL   NUMER  DENOM  CHANGE  "
               & "TREND      STATUS" TO KPI-RPT-LINE.
           WRITE KPI-RPT-LINE.

      *    添字 1 (初年度の前年) は変化の起点にだけ使う。
           MOVE 1 TO WS-YR-IDX.
           PERFORM GET-KPI-ACTUAL.
           MOVE WS-ACT TO WS-PRV-ACT.
           MOVE WS-ACT-OK-FLAG TO WS-PRV-ACT-FLAG.
           PERFORM VARYING WS-YR-IDX FROM 2 BY 1 UNTIL WS-YR-IDX > 7
               PERFORM WRITE-KPI-YEAR
           END-PERFORM.

           EXIT.


       GET-KPI-ACTUAL.

      *    WS-KI-IDX x WS-YR-IDX x WS-KPI-IDX の分子・分母と実績 (%)。
           EVALUATE WS-KPI-IDX
               WHEN 1
                   MOVE WS-KY-EXAM(WS-KI-IDX, WS-YR-IDX) TO WS-NUM
                   MOVE WS-KY-ELIG(WS-KI-IDX, WS-YR-IDX) TO WS-DEN
               WHEN 2
                   MOVE WS-KY-DONE(WS-KI-IDX, WS-YR-IDX) TO WS-NUM
                   MOVE WS-KY-LV12(WS-KI-IDX, WS-YR-IDX) TO WS-DEN
               WHEN 3
                   MOVE WS-KY-REDUCED(WS-KI-IDX, WS-YR-IDX) TO WS-NUM
                   MOVE WS-KY-PRIOR(WS-KI-IDX, WS-YR-IDX) TO WS-DEN
               WHEN 4
                   MOVE WS-KY-SMOKER(WS-KI-IDX, WS-YR-IDX) TO WS-NUM
                   MOVE WS-KY-XST(WS-KI-IDX, WS-YR-IDX) TO WS-DEN
               WHEN OTHER
                   MOVE WS-KY-A1C-POOR(WS-KI-IDX, WS-YR-IDX)
                       TO WS-NUM
                   MOVE WS-KY-A1C(WS-KI-IDX, WS-YR-IDX) TO WS-DEN
           END-EVALUATE.
           MOVE 0 TO WS-ACT.
           MOVE 'N' TO WS-ACT-OK-FLAG.
           IF WS-DEN > 0 THEN
      *        受診者が資格レコードより多い (年度途中の資格喪失後の
      *        受診など) ときは 100.0 で頭打ち。
               IF WS-NUM >= WS-DEN THEN
                   MOVE 100 TO WS-ACT
               ELSE
                   COMPUTE WS-ACT ROUNDED = WS-NUM * 100 / WS-DEN
               END-IF
               MOVE 'Y' TO WS-ACT-OK-FLAG
           END-IF.

           EXIT.


       WRITE-KPI-YEAR.

           COMPUTE WS-YR-FY = WS-BASE-FY + WS-YR-IDX - 1.
           PERFORM GET-KPI-ACTUAL.

           IF WS-KY-TGT-SET(WS-KI-IDX, WS-YR-IDX, WS-KPI-IDX) = 'Y'
                   THEN
               MOVE WS-KY-TGT(WS-KI-IDX, WS-YR-IDX, WS-KPI-IDX)
                   TO WS-TGT
               MOVE WS-TGT TO WS-ED-RATE
               MOVE WS-ED-RATE TO WS-ED-TGT
           ELSE
               MOVE 0 TO WS-TGT
               MOVE "  -  " TO WS-ED-TGT
           END-IF.
           IF WS-ACT-OK THEN
               MOVE WS-ACT TO WS-ED-RATE
               MOVE WS-ED-RATE TO WS-ED-ACT
           ELSE
               MOVE "  -  " TO WS-ED-ACT
           END-IF.
           MOVE WS-NUM TO WS-ED-NUM.
           MOVE WS-DEN TO WS-ED-DEN.

      *    前年度からの変化。向きが L の指標は下がれば改善。
           MOVE SPACES TO WS-TREND.
           MOVE "   -  " TO WS-ED-CHG.
           IF WS-ACT-OK AND WS-PRV-ACT-OK THEN
               COMPUTE WS-CHANGE = WS-ACT - WS-PRV-ACT
               MOVE WS-CHANGE TO WS-ED-CHG-N
               MOVE WS-ED-CHG-N TO WS-ED-CHG
               EVALUATE TRUE
                   WHEN WS-CHANGE = 0
                       MOVE "FLAT" TO WS-TREND
                   WHEN WS-CHANGE > 0 AND WS-KPI-DIR(WS-KPI-IDX) = "H"
                       MOVE "IMPROVING" TO WS-TREND
                   WHEN WS-CHANGE < 0 AND WS-KPI-DIR(WS-KPI-IDX) = "L"
                       MOVE "IMPROVING" TO WS-TREND
                   WHEN OTHER
                       MOVE "WORSENING" TO WS-TREND
               END-EVALUATE
           END-IF.

      *    判定。目標が無い・分母が 0 の年度は判定しない。
           EVALUATE TRUE
               WHEN WS-KY-TGT-SET(WS-KI-IDX, WS-YR-IDX, WS-KPI-IDX)
                       NOT = 'Y'
                   MOVE "NO TARGET" TO WS-RAG
               WHEN NOT WS-ACT-OK
                   MOVE "NO DATA" TO WS-RAG
               WHEN WS-KPI-DIR(WS-KPI-IDX) = "H"
                   COMPUTE WS-BAND-LIMIT =
                       WS-TGT * (100 - WS-AMBER-PCT) / 100
                   EVALUATE TRUE
                       WHEN WS-ACT >= WS-TGT
                           MOVE "GREEN" TO WS-RAG
                       WHEN WS-ACT >= WS-BAND-LIMIT
                           MOVE "AMBER" TO WS-RAG
                       WHEN OTHER
                           MOVE "RED" TO WS-RAG
                   END-EVALUATE
               WHEN OTHER
                   COMPUTE WS-BAND-LIMIT =
                       WS-TGT * (100 + WS-AMBER-PCT) / 100
                   EVALUATE TRUE
                       WHEN WS-ACT <= WS-TGT
                           MOVE "GREEN" TO WS-RAG
                       WHEN WS-ACT <= WS-BAND-LIMIT
                           MOVE "AMBER" TO WS-RAG
                       WHEN OTHER
                           MOVE "RED" TO WS-RAG
                   END-EVALUATE
           END-EVALUATE.

      *    最後に実績のある年度の判定を末尾の集計に残す (年度は
      *    昇順なので後の年度が上書きする)。
           IF WS-ACT-OK THEN
               IF WS-YR-FY > WS-LATEST-FY THEN
                   MOVE WS-YR-FY TO WS-LATEST-FY
                   MOVE 0 TO WS-CNT-GREEN
                   MOVE 0 TO WS-CNT-AMBER
                   MOVE 0 TO WS-CNT-RED
               END-IF
               IF WS-YR-FY = WS-LATEST-FY THEN
                   EVALUATE WS-RAG
                       WHEN "GREEN"
                           ADD 1 TO WS-CNT-GREEN
                       WHEN "AMBER"
                           ADD 1 TO WS-CNT-AMBER
                       WHEN "RED"
                           ADD 1 TO WS-CNT-RED
                   END-EVALUATE
               END-IF
           END-IF.

           MOVE SPACES TO KPI-RPT-LINE.
           STRING "  " WS-YR-FY "   " WS-ED-TGT "  " WS-ED-ACT
               "  " WS-ED-NUM " " WS-ED-DEN "  " WS-ED-CHG "  "
               WS-TREND " " WS-RAG
               DELIMITED BY SIZE INTO KPI-RPT-LINE.
           IF WS-YR-FY >= WS-CUR-FY - 1 AND WS-KPI-IDX = 2
                   AND WS-ACT-OK THEN
               MOVE "(PROVISIONAL)" TO KPI-RPT-LINE(75:13)
           END-IF.
           WRITE KPI-RPT-LINE.

           MOVE WS-ACT TO WS-PRV-ACT.
           MOVE WS-ACT-OK-FLAG TO WS-PRV-ACT-FLAG.

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


       CHECK-XST-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。
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

       END PROGRAM TEST260976.
