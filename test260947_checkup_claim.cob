      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    外部向けファイルのコントロール合計 (全プログラム共通の1本)。
       COPY outbound_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260947.

      *
      * CHECKUP-CLAIM: 特定健診の費用を集合契約で保険者に請求する
      * 月次処理。これまで請求ファイルは支援の完了請求
      * (billing_export.dat) だけで、健診本体の請求は毎月表計算で
      * 打ち直していた。ここでは請求月を受け取り、
      *   - 計測値ストア (exam_store.dat): その月に健診した人と保険者
      *   - 経年結果履歴: 保険者の補完とプラン区分
      *   - 詳細健診ストア (detail_exam.dat): 対象で実施した詳細項目
      *   - 料金表 (input/checkup_fee_schedule.dat): 保険者×項目の
      *     単価。"保険者 X(4) + 項目 X(4) + 金額 9(7)"、保険者
      *     "****" の行はどの保険者にも効く既定額
      * から1件ごとに 基本額 + 詳細項目の加算 - 窓口負担 を出す。
      * 請求行は "CHK" で始まり、請求台帳 (output/checkup_
      * claims.dat) に積む。同じ請求月を流し直すとその月の行だけ
      * 入れ替わる。保険者ごとに請求書 (明細と集計) を1本ずつ出す。
      * 入金消込 (TEST260923) はこの台帳を支援の請求と並べて読み、
      * 区分 0 (健診本体) の支払通知と突き合わせる。
      * 詳細項目は対象 (TEST260940 の判定が Y) で結果のあるもの
      * だけ請求し、対象外で実施されたものは請求しない。
      * 事業者健診の取込分 (施設 900、TEST260970) は保険者が事業者
      * から結果を受け取っただけで健診費用は発生していないので
      * 請求せず、件数だけ報告に出す。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION OUTBOUND-CONTROL-TOTALS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAM-STORE-FILE ASSIGN TO 'output/exam_store.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XST-KEY
           FILE STATUS IS WS-XST-STATUS.

           SELECT RESULT-HIST-FILE ASSIGN TO
               'output/result_history.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

           SELECT DETAIL-STORE-FILE ASSIGN TO
               'output/detail_exam.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DTX-KEY
           FILE STATUS IS WS-DTX-STATUS.

           SELECT FEE-SCHED-FILE ASSIGN TO
               'input/checkup_fee_schedule.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FSC-STATUS.

      *    請求台帳 (全請求月・全保険者。入金消込が読む)。
           SELECT CLAIM-LEDGER-FILE ASSIGN TO
               'output/checkup_claims.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLG-STATUS.

      *    保険者別の請求書 (パスに保険者と請求月を含める)。
           SELECT INVOICE-FILE ASSIGN USING WS-INV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

           SELECT CLAIM-RPT-FILE ASSIGN TO
               'output/checkup_claim_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRP-STATUS.

      *    送信登録簿 (TEST230314 と共用): 請求書は保険者向けの
      *    外部成果物として登録する。
           SELECT TRANSMIT-REG-FILE ASSIGN TO
               'output/transmit_register.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXR-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      *    メタボ判定区分 (TEST230314 参照)。
           03 XST-METSYN      PIC X.
      *    10年冠動脈疾患リスク (%) と区分 (TEST230314 参照)。
           03 XST-CVD-RISK-X  PIC X(3).
           03 XST-CVD-BAND    PIC X.

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

       FD  DETAIL-STORE-FILE.
       01  DETAIL-STORE-REC.
           03 DTX-KEY.
              05 DTX-PATIENT-ID PIC 9(9).
              05 DTX-FYEAR      PIC 9(4).
           03 DTX-EXAM-DATE   PIC 9(8).
           03 DTX-SITE-CODE   PIC 9(3).
           03 DTX-ELIG-ECG    PIC X.
           03 DTX-ELIG-FUNDUS PIC X.
           03 DTX-ELIG-ANEMIA PIC X.
           03 DTX-ELIG-CRE    PIC X.
           03 DTX-BASIS       PIC X(4).
           03 DTX-DET-DATE    PIC X(8).
           03 DTX-ECG-RESULT  PIC X.
           03 DTX-FUNDUS-RESULT PIC X(2).
           03 DTX-HB          PIC 9(2)V9.
           03 DTX-HT          PIC 9(2)V9.
           03 DTX-RBC         PIC 9(3).
           03 DTX-CRE         PIC 9V99.
           03 DTX-EGFR        PIC 9(3).
           03 DTX-CRE-SOURCE  PIC X.
           03 DTX-RES-DATE    PIC X(8).
           03 DTX-UNQUAL      PIC X(4).

       FD  FEE-SCHED-FILE.
       01  FEE-SCHED-REC.
           03 FSC-INSURER     PIC X(4).
      *    項目: BASE=基本 ECG=心電図 FUND=眼底 ANEM=貧血
      *    CRE=血清クレアチニン COPY=窓口負担 (差し引く額)。
           03 FSC-ITEM        PIC X(4).
           03 FSC-AMOUNT      PIC 9(7).

       FD  CLAIM-LEDGER-FILE.
       01  CLAIM-LEDGER-LINE  PIC X(40).

       FD  INVOICE-FILE.
       01  INVOICE-LINE       PIC X(110).

       FD  CLAIM-RPT-FILE.
       01  CLAIM-RPT-LINE     PIC X(110).

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
       01  WS-RHF-STATUS      PIC XX.
       01  WS-DTX-STATUS      PIC XX.
       01  WS-FSC-STATUS      PIC XX.
       01  WS-CLG-STATUS      PIC XX.
       01  WS-INV-STATUS      PIC XX.
       01  WS-CRP-STATUS      PIC XX.
       01  WS-TXR-STATUS      PIC XX.
       01  WS-INV-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-RHF-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-RHF-OPEN            VALUE 'Y'.
       01  WS-DTX-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-DTX-OPEN            VALUE 'Y'.

      *    請求月 (YYYYMM): 健診日がこの月に入る人を請求する。
       01  WS-CLAIM-MONTH     PIC 9(6) VALUE 0.
       01  WS-EXAM-MONTH      PIC 9(6) VALUE 0.

      *    請求行 (TEST260823 の "BIL" 行と前半30桁を揃え、入金消込が
      *    同じ分解で読めるようにしている)。区分は 0 = 健診本体。
       01  WS-CLM-LINE        PIC X(40).
       01  WS-CLM-PARTS REDEFINES WS-CLM-LINE.
           03 WS-CLM-TAG      PIC X(3).
           03 WS-CLM-PID      PIC 9(9).
           03 WS-CLM-KIND     PIC 9.
           03 WS-CLM-AMOUNT   PIC 9(7).
           03 WS-CLM-DATE     PIC X(8).
           03 WS-CLM-PLAN     PIC X(2).
           03 WS-CLM-INS      PIC X(4).
           03 WS-CLM-MONTH    PIC 9(6).

      *    料金表 (保険者×項目)。見つからなければ "****" の行、
      *    それも無ければ既定額。
       01  WS-FS-TAB.
           03 WS-FS-ENTRY OCCURS 200 TIMES.
              05 WS-FS-INS    PIC X(4).
              05 WS-FS-ITEM   PIC X(4).
              05 WS-FS-AMOUNT PIC 9(7).
       01  WS-FS-CNT          PIC 9(3) VALUE 0.
       01  WS-FS-IDX          PIC 9(3) VALUE 0.
       01  WS-FS-HIT          PIC 9(3) VALUE 0.
       01  WS-FS-DEF-HIT      PIC 9(3) VALUE 0.
       01  WS-FEE-INS         PIC X(4) VALUE SPACES.
       01  WS-FEE-ITEM        PIC X(4) VALUE SPACES.
       01  WS-FEE-AMOUNT      PIC 9(7) VALUE 0.
       01  WS-DEF-BASE        PIC 9(7) VALUE 7000.
       01  WS-DEF-ECG         PIC 9(7) VALUE 1430.
       01  WS-DEF-FUND        PIC 9(7) VALUE 1140.
       01  WS-DEF-ANEM        PIC 9(7) VALUE 200.
       01  WS-DEF-CRE         PIC 9(7) VALUE 110.
       01  WS-DEF-COPY        PIC 9(7) VALUE 0.

      *    1件分の計算。
       01  WS-PLAN-THIS       PIC X(2) VALUE SPACES.
       01  WS-INS-THIS        PIC X(4) VALUE SPACES.
       01  WS-AMT-BASE        PIC 9(7) VALUE 0.
       01  WS-AMT-ADDON       PIC 9(7) VALUE 0.
       01  WS-AMT-COPAY       PIC 9(7) VALUE 0.
       01  WS-AMT-NET         PIC S9(7) VALUE 0.
       01  WS-ITEMS-THIS      PIC X(4) VALUE SPACES.
       01  WS-ITEMS-PTR       PIC 9 VALUE 1.

      *    今回の請求分 (保険者別請求書の明細に使う)。
       01  WS-CL-TAB.
           03 WS-CL-ENTRY OCCURS 3000 TIMES.
              05 WS-CL-PID    PIC 9(9).
              05 WS-CL-INS    PIC X(4).
              05 WS-CL-PLAN   PIC X(2).
              05 WS-CL-EXAM   PIC 9(8).
              05 WS-CL-SITE   PIC 9(3).
              05 WS-CL-ITEMS  PIC X(4).
              05 WS-CL-BASE   PIC 9(7).
              05 WS-CL-ADDON  PIC 9(7).
              05 WS-CL-COPAY  PIC 9(7).
              05 WS-CL-NET    PIC 9(7).
       01  WS-CL-CNT          PIC 9(4) VALUE 0.
       01  WS-CL-IDX          PIC 9(4) VALUE 0.

      *    保険者別の集計。
       01  WS-IN-TAB.
           03 WS-IN-ENTRY OCCURS 20 TIMES.
              05 WS-IN-INS    PIC X(4).
              05 WS-IN-CNT    PIC 9(5).
              05 WS-IN-BASE   PIC 9(9).
              05 WS-IN-ADDON  PIC 9(9).
              05 WS-IN-COPAY  PIC 9(9).
              05 WS-IN-NET    PIC 9(9).
       01  WS-IN-CNT-USED     PIC 9(2) VALUE 0.
       01  WS-IN-IDX          PIC 9(2) VALUE 0.
       01  WS-IN-HIT          PIC 9(2) VALUE 0.

      *    請求台帳の他月分 (流し直しで当月分だけ入れ替える)。
       01  WS-KEEP-TAB.
           03 WS-KEEP-LINE OCCURS 5000 TIMES PIC X(40).
       01  WS-KEEP-CNT        PIC 9(4) VALUE 0.
       01  WS-KEEP-IDX        PIC 9(4) VALUE 0.
       01  WS-KEEP-OVFL-FLAG  PIC X VALUE 'N'.
           88 WS-KEEP-OVFL           VALUE 'Y'.

       01  WS-CNT-SCANNED     PIC 9(5) VALUE 0.
       01  WS-CNT-NO-INSURER  PIC 9(5) VALUE 0.
       01  WS-CNT-NOT-ELIG    PIC 9(5) VALUE 0.
       01  WS-CNT-TABLE-FULL  PIC 9(5) VALUE 0.
       01  WS-CNT-EMPLOYER    PIC 9(5) VALUE 0.

      *    事業者健診の取込に当てる予約の施設コード (TEST230314 の
      *    WS-EMPLOYER-SITE と同じ値)。
       01  WS-EMPLOYER-SITE   PIC 9(3) VALUE 900.
       01  WS-TOTAL-NET       PIC 9(9) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-XST      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-TXR      PIC 9(3) VALUE 1.
       COPY layout_header.
       COPY outbound_ctl.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "--- CHECKUP FEE CLAIMS ---".
           DISPLAY "Claim month (YYYYMM, blank = last month)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
      *        既定は前月 (月初に前月分を請求する運用)。
               IF WS-RUN-DATE(5:2) = "01" THEN
                   COMPUTE WS-CLAIM-MONTH =
                       (FUNCTION NUMVAL(WS-RUN-DATE(1:4)) - 1) * 100
                       + 12
               ELSE
                   COMPUTE WS-CLAIM-MONTH =
                       FUNCTION NUMVAL(WS-RUN-DATE(1:6)) - 1
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-CLAIM-MONTH
           END-IF.
           IF WS-CLAIM-MONTH < 190001
                   OR WS-CLAIM-MONTH(5:2) < "01"
                   OR WS-CLAIM-MONTH(5:2) > "12" THEN
               DISPLAY "INVALID CLAIM MONTH - NOTHING CLAIMED"
               STOP RUN
           END-IF.

           OPEN INPUT EXAM-STORE-FILE.
           IF WS-XST-STATUS NOT = "00" THEN
               DISPLAY "NO EXAM STORE - NOTHING TO CLAIM"
               STOP RUN
           END-IF.
           PERFORM CHECK-XST-LAYOUT.

           PERFORM LOAD-FEE-SCHEDULE.

           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS = "00" THEN
               PERFORM CHECK-RHF-LAYOUT
               MOVE 'Y' TO WS-RHF-OPEN-FLAG
           END-IF.
           OPEN INPUT DETAIL-STORE-FILE.
           IF WS-DTX-STATUS = "00" THEN
               MOVE 'Y' TO WS-DTX-OPEN-FLAG
           ELSE
               DISPLAY "NO DETAIL EXAM STORE (RUN TEST260940) - "
                   "BASE FEES ONLY"
           END-IF.

           OPEN OUTPUT CLAIM-RPT-FILE.
           MOVE SPACES TO CLAIM-RPT-LINE.
           STRING "CHECKUP CLAIM RUN  MONTH " WS-CLAIM-MONTH
               "  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO CLAIM-RPT-LINE.
           WRITE CLAIM-RPT-LINE.

           PERFORM SCAN-EXAMS-FOR-MONTH.

           CLOSE EXAM-STORE-FILE.
           IF WS-RHF-OPEN THEN
               CLOSE RESULT-HIST-FILE
           END-IF.
           IF WS-DTX-OPEN THEN
               CLOSE DETAIL-STORE-FILE
           END-IF.

           PERFORM REWRITE-CLAIM-LEDGER.
           IF NOT WS-KEEP-OVFL THEN
               PERFORM WRITE-INVOICES
           END-IF.

           MOVE SPACES TO CLAIM-RPT-LINE.
           STRING "EXAMS IN MONTH " WS-CNT-SCANNED
               " = CLAIMED " WS-CL-CNT
               " + NO INSURER " WS-CNT-NO-INSURER
               " + OVER TABLE LIMIT " WS-CNT-TABLE-FULL
               " + EMPLOYER CHECKUP DATA " WS-CNT-EMPLOYER
               DELIMITED BY SIZE INTO CLAIM-RPT-LINE.
           WRITE CLAIM-RPT-LINE.
           MOVE SPACES TO CLAIM-RPT-LINE.
           STRING "DETAIL ITEMS DONE WITHOUT ELIGIBILITY (NOT "
               "CLAIMED): " WS-CNT-NOT-ELIG
               DELIMITED BY SIZE INTO CLAIM-RPT-LINE.
           WRITE CLAIM-RPT-LINE.
           CLOSE CLAIM-RPT-FILE.

           DISPLAY "CHECKUP CLAIMS " WS-CLAIM-MONTH ": " WS-CL-CNT
               " CLAIM(S) TO " WS-IN-CNT-USED " INSURER(S), TOTAL "
               WS-TOTAL-NET " YEN".
           IF WS-CNT-NO-INSURER > 0 OR WS-CNT-TABLE-FULL > 0 THEN
               DISPLAY "NOT CLAIMED: " WS-CNT-NO-INSURER
                   " WITHOUT INSURER, " WS-CNT-TABLE-FULL
                   " OVER TABLE LIMIT "
                   "(SEE output/checkup_claim_report.txt)"
           END-IF.

           STOP RUN.


       LOAD-FEE-SCHEDULE.

           OPEN INPUT FEE-SCHED-FILE.
           IF WS-FSC-STATUS NOT = "00" THEN
               DISPLAY "NO CHECKUP FEE SCHEDULE - USING BUILT-IN "
                   "DEFAULTS"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ FEE-SCHED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF FSC-ITEM NOT = SPACES
                               AND FSC-AMOUNT IS NUMERIC
                               AND WS-FS-CNT < 200 THEN
                           ADD 1 TO WS-FS-CNT
                           MOVE FSC-INSURER TO WS-FS-INS(WS-FS-CNT)
                           MOVE FSC-ITEM    TO WS-FS-ITEM(WS-FS-CNT)
                           MOVE FSC-AMOUNT
                               TO WS-FS-AMOUNT(WS-FS-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEE-SCHED-FILE.

           EXIT.


       FIND-FEE.

      *    WS-FEE-INS/WS-FEE-ITEM の単価を WS-FEE-AMOUNT に返す。
      *    保険者の行 > "****" の行 > 既定額 の順。
           MOVE 0 TO WS-FS-HIT.
           MOVE 0 TO WS-FS-DEF-HIT.
           PERFORM VARYING WS-FS-IDX FROM 1 BY 1
                   UNTIL WS-FS-IDX > WS-FS-CNT
               IF WS-FS-ITEM(WS-FS-IDX) = WS-FEE-ITEM THEN
                   IF WS-FS-INS(WS-FS-IDX) = WS-FEE-INS THEN
                       MOVE WS-FS-IDX TO WS-FS-HIT
                   END-IF
                   IF WS-FS-INS(WS-FS-IDX) = "****" THEN
                       MOVE WS-FS-IDX TO WS-FS-DEF-HIT
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-FS-HIT > 0
                   MOVE WS-FS-AMOUNT(WS-FS-HIT) TO WS-FEE-AMOUNT
               WHEN WS-FS-DEF-HIT > 0
                   MOVE WS-FS-AMOUNT(WS-FS-DEF-HIT) TO WS-FEE-AMOUNT
               WHEN WS-FEE-ITEM = "BASE"
                   MOVE WS-DEF-BASE TO WS-FEE-AMOUNT
               WHEN WS-FEE-ITEM = "ECG "
                   MOVE WS-DEF-ECG TO WS-FEE-AMOUNT
               WHEN WS-FEE-ITEM = "FUND"
                   MOVE WS-DEF-FUND TO WS-FEE-AMOUNT
               WHEN WS-FEE-ITEM = "ANEM"
                   MOVE WS-DEF-ANEM TO WS-FEE-AMOUNT
               WHEN WS-FEE-ITEM = "CRE "
                   MOVE WS-DEF-CRE TO WS-FEE-AMOUNT
               WHEN OTHER
                   MOVE WS-DEF-COPY TO WS-FEE-AMOUNT
           END-EVALUATE.

           EXIT.


       SCAN-EXAMS-FOR-MONTH.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ EXAM-STORE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       COMPUTE WS-EXAM-MONTH = XST-EXAM-DATE / 100
                       IF WS-EXAM-MONTH = WS-CLAIM-MONTH THEN
                           ADD 1 TO WS-CNT-SCANNED
                           IF XST-SITE-CODE = WS-EMPLOYER-SITE THEN
                               ADD 1 TO WS-CNT-EMPLOYER
                           ELSE
                               PERFORM PRICE-ONE-EXAM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.


       PRICE-ONE-EXAM.

      *    保険者とプラン区分: 計測値ストアの保険者を優先し、空欄なら
      *    経年履歴から補う (プラン区分は経年履歴にしか無い)。
           MOVE XST-INSURER TO WS-INS-THIS.
           MOVE SPACES TO WS-PLAN-THIS.
           IF WS-RHF-OPEN THEN
               MOVE XST-PATIENT-ID TO RHF-PATIENT-ID
               MOVE XST-FYEAR      TO RHF-FYEAR
               READ RESULT-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RHF-PLAN-TYPE TO WS-PLAN-THIS
                       IF WS-INS-THIS = SPACES THEN
                           MOVE RHF-INSURER TO WS-INS-THIS
                       END-IF
               END-READ
           END-IF.
           IF WS-INS-THIS = SPACES THEN
               ADD 1 TO WS-CNT-NO-INSURER
               MOVE SPACES TO CLAIM-RPT-LINE
               STRING "PATIENT " XST-PATIENT-ID " EXAM "
                   XST-EXAM-DATE " SITE " XST-SITE-CODE
                   " - NO INSURER ON FILE, NOT CLAIMED"
                   DELIMITED BY SIZE INTO CLAIM-RPT-LINE
               WRITE CLAIM-RPT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-IN-HIT.
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-IN-CNT-USED
               IF WS-IN-INS(WS-IN-IDX) = WS-INS-THIS THEN
                   MOVE WS-IN-IDX TO WS-IN-HIT
               END-IF
           END-PERFORM.
           IF WS-IN-HIT = 0 AND WS-IN-CNT-USED < 20 THEN
               ADD 1 TO WS-IN-CNT-USED
               MOVE WS-IN-CNT-USED TO WS-IN-HIT
               MOVE WS-INS-THIS TO WS-IN-INS(WS-IN-HIT)
               MOVE 0 TO WS-IN-CNT(WS-IN-HIT)
               MOVE 0 TO WS-IN-BASE(WS-IN-HIT)
               MOVE 0 TO WS-IN-ADDON(WS-IN-HIT)
               MOVE 0 TO WS-IN-COPAY(WS-IN-HIT)
               MOVE 0 TO WS-IN-NET(WS-IN-HIT)
           END-IF.
           IF WS-CL-CNT >= 3000 OR WS-IN-HIT = 0 THEN
               ADD 1 TO WS-CNT-TABLE-FULL
               MOVE SPACES TO CLAIM-RPT-LINE
               STRING "PATIENT " XST-PATIENT-ID " EXAM "
                   XST-EXAM-DATE " INSURER " WS-INS-THIS
                   " - OVER 3000 CLAIMS OR 20 INSURERS IN ONE MONTH,"
                   " NOT CLAIMED"
                   DELIMITED BY SIZE INTO CLAIM-RPT-LINE
               WRITE CLAIM-RPT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-INS-THIS TO WS-FEE-INS.
           MOVE "BASE" TO WS-FEE-ITEM.
           PERFORM FIND-FEE.
           MOVE WS-FEE-AMOUNT TO WS-AMT-BASE.
           MOVE "COPY" TO WS-FEE-ITEM.
           PERFORM FIND-FEE.
           MOVE WS-FEE-AMOUNT TO WS-AMT-COPAY.

           MOVE 0 TO WS-AMT-ADDON.
           MOVE SPACES TO WS-ITEMS-THIS.
           MOVE 1 TO WS-ITEMS-PTR.
           IF WS-DTX-OPEN THEN
               PERFORM PRICE-DETAIL-ITEMS
           END-IF.

      *    窓口負担が基本額 + 加算を超える契約は請求 0 円にとどめる。
           COMPUTE WS-AMT-NET = WS-AMT-BASE + WS-AMT-ADDON
               - WS-AMT-COPAY.
           IF WS-AMT-NET < 0 THEN
               MOVE 0 TO WS-AMT-NET
           END-IF.

           ADD 1 TO WS-CL-CNT.
           MOVE XST-PATIENT-ID TO WS-CL-PID(WS-CL-CNT).
           MOVE WS-INS-THIS    TO WS-CL-INS(WS-CL-CNT).
           MOVE WS-PLAN-THIS   TO WS-CL-PLAN(WS-CL-CNT).
           MOVE XST-EXAM-DATE  TO WS-CL-EXAM(WS-CL-CNT).
           MOVE XST-SITE-CODE  TO WS-CL-SITE(WS-CL-CNT).
           MOVE WS-ITEMS-THIS  TO WS-CL-ITEMS(WS-CL-CNT).
           MOVE WS-AMT-BASE    TO WS-CL-BASE(WS-CL-CNT).
           MOVE WS-AMT-ADDON   TO WS-CL-ADDON(WS-CL-CNT).
           MOVE WS-AMT-COPAY   TO WS-CL-COPAY(WS-CL-CNT).
           MOVE WS-AMT-NET     TO WS-CL-NET(WS-CL-CNT).
           ADD WS-AMT-NET TO WS-TOTAL-NET.

           ADD 1 TO WS-IN-CNT(WS-IN-HIT).
           ADD WS-AMT-BASE  TO WS-IN-BASE(WS-IN-HIT).
           ADD WS-AMT-ADDON TO WS-IN-ADDON(WS-IN-HIT).
           ADD WS-AMT-COPAY TO WS-IN-COPAY(WS-IN-HIT).
           ADD WS-AMT-NET   TO WS-IN-NET(WS-IN-HIT).

           EXIT.


       PRICE-DETAIL-ITEMS.

      *    詳細項目の加算: 対象 (Y) で結果のある項目だけ。対象外で
      *    実施された項目は請求せず件数だけ数える (一覧は TEST260940
      *    の detail_unqualified.txt)。
           MOVE XST-PATIENT-ID TO DTX-PATIENT-ID.
           MOVE XST-FYEAR      TO DTX-FYEAR.
           READ DETAIL-STORE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF DTX-ECG-RESULT NOT = SPACES THEN
               IF DTX-ELIG-ECG = "Y" THEN
                   MOVE "ECG " TO WS-FEE-ITEM
                   PERFORM ADD-DETAIL-FEE
                   STRING "E" DELIMITED BY SIZE INTO WS-ITEMS-THIS
                       WITH POINTER WS-ITEMS-PTR
               ELSE
                   ADD 1 TO WS-CNT-NOT-ELIG
               END-IF
           END-IF.
           IF DTX-FUNDUS-RESULT NOT = SPACES THEN
               IF DTX-ELIG-FUNDUS = "Y" THEN
                   MOVE "FUND" TO WS-FEE-ITEM
                   PERFORM ADD-DETAIL-FEE
                   STRING "F" DELIMITED BY SIZE INTO WS-ITEMS-THIS
                       WITH POINTER WS-ITEMS-PTR
               ELSE
                   ADD 1 TO WS-CNT-NOT-ELIG
               END-IF
           END-IF.
           IF DTX-HB > 0 OR DTX-HT > 0 OR DTX-RBC > 0 THEN
               IF DTX-ELIG-ANEMIA = "Y" THEN
                   MOVE "ANEM" TO WS-FEE-ITEM
                   PERFORM ADD-DETAIL-FEE
                   STRING "A" DELIMITED BY SIZE INTO WS-ITEMS-THIS
                       WITH POINTER WS-ITEMS-PTR
               ELSE
                   ADD 1 TO WS-CNT-NOT-ELIG
               END-IF
           END-IF.
      *    腎パネルから引き継いだクレアチニン (出どころ P) は同じ採血
      *    で測ったもので詳細項目として依頼していないので請求しない。
           IF DTX-CRE > 0 AND DTX-CRE-SOURCE = "R" THEN
               IF DTX-ELIG-CRE = "Y" THEN
                   MOVE "CRE " TO WS-FEE-ITEM
                   PERFORM ADD-DETAIL-FEE
                   STRING "C" DELIMITED BY SIZE INTO WS-ITEMS-THIS
                       WITH POINTER WS-ITEMS-PTR
               ELSE
                   ADD 1 TO WS-CNT-NOT-ELIG
               END-IF
           END-IF.

           EXIT.


       ADD-DETAIL-FEE.

           MOVE WS-INS-THIS TO WS-FEE-INS.
           PERFORM FIND-FEE.
           ADD WS-FEE-AMOUNT TO WS-AMT-ADDON.

           EXIT.


       REWRITE-CLAIM-LEDGER.

      *    台帳から当月以外の行を退避し、当月分を今回の結果で差し
      *    替えて書き戻す。退避しきれない量なら台帳には触らない。
           MOVE 0 TO WS-KEEP-CNT.
           OPEN INPUT CLAIM-LEDGER-FILE.
           IF WS-CLG-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ CLAIM-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CLAIM-LEDGER-LINE TO WS-CLM-LINE
                           IF WS-CLM-TAG = "CHK"
                                   AND WS-CLM-MONTH NOT =
                                       WS-CLAIM-MONTH THEN
                               IF WS-KEEP-CNT < 5000 THEN
                                   ADD 1 TO WS-KEEP-CNT
                                   MOVE WS-CLM-LINE
                                       TO WS-KEEP-LINE(WS-KEEP-CNT)
                               ELSE
                                   MOVE 'Y' TO WS-KEEP-OVFL-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-LEDGER-FILE
           END-IF.
           IF WS-KEEP-OVFL THEN
               DISPLAY "CLAIM LEDGER HAS OVER 5000 LINES FROM OTHER "
                   "MONTHS - ARCHIVE IT BEFORE CLAIMING; NOTHING "
                   "WRITTEN"
               MOVE "CLAIM LEDGER FULL - NO CLAIMS OR INVOICES WRITTEN"
                   TO CLAIM-RPT-LINE
               WRITE CLAIM-RPT-LINE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT CLAIM-LEDGER-FILE.
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-KEEP-IDX > WS-KEEP-CNT
               MOVE WS-KEEP-LINE(WS-KEEP-IDX) TO CLAIM-LEDGER-LINE
               WRITE CLAIM-LEDGER-LINE
           END-PERFORM.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-CNT
               MOVE SPACES TO WS-CLM-LINE
               MOVE "CHK" TO WS-CLM-TAG
               MOVE WS-CL-PID(WS-CL-IDX) TO WS-CLM-PID
               MOVE 0 TO WS-CLM-KIND
               MOVE WS-CL-NET(WS-CL-IDX) TO WS-CLM-AMOUNT
               MOVE WS-RUN-DATE TO WS-CLM-DATE
               MOVE WS-CL-PLAN(WS-CL-IDX) TO WS-CLM-PLAN
               MOVE WS-CL-INS(WS-CL-IDX) TO WS-CLM-INS
               MOVE WS-CLAIM-MONTH TO WS-CLM-MONTH
               MOVE WS-CLM-LINE TO CLAIM-LEDGER-LINE
               WRITE CLAIM-LEDGER-LINE
           END-PERFORM.
           CLOSE CLAIM-LEDGER-FILE.

           EXIT.


       WRITE-INVOICES.

           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-IN-CNT-USED
               PERFORM WRITE-ONE-INVOICE
           END-PERFORM.

           EXIT.


       WRITE-ONE-INVOICE.

           MOVE SPACES TO WS-INV-PATH.
           STRING "output/checkup_invoice_" WS-IN-INS(WS-IN-IDX)
               "_" WS-CLAIM-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-INV-PATH.
           OPEN OUTPUT INVOICE-FILE.

           MOVE SPACES TO INVOICE-LINE.
           STRING "CHECKUP FEE INVOICE (COLLECTIVE CONTRACT)  "
               "INSURER " WS-IN-INS(WS-IN-IDX)
               "  EXAM MONTH " WS-CLAIM-MONTH
               "  ISSUED " WS-RUN-DATE
               DELIMITED BY SIZE INTO INVOICE-LINE.
           WRITE INVOICE-LINE.

      *    明細: 詳細項目は E=心電図 F=眼底 A=貧血 C=クレアチニン。
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-CNT
               IF WS-CL-INS(WS-CL-IDX) = WS-IN-INS(WS-IN-IDX) THEN
                   MOVE SPACES TO INVOICE-LINE
                   STRING "PATIENT " WS-CL-PID(WS-CL-IDX)
                       " EXAM " WS-CL-EXAM(WS-CL-IDX)
                       " SITE " WS-CL-SITE(WS-CL-IDX)
                       " PLAN " WS-CL-PLAN(WS-CL-IDX)
                       " BASE " WS-CL-BASE(WS-CL-IDX)
                       " DETAIL " WS-CL-ADDON(WS-CL-IDX)
                       " " WS-CL-ITEMS(WS-CL-IDX)
                       " COPAY " WS-CL-COPAY(WS-CL-IDX)
                       " CLAIM " WS-CL-NET(WS-CL-IDX)
                       DELIMITED BY SIZE INTO INVOICE-LINE
                   WRITE INVOICE-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO INVOICE-LINE.
           STRING "EXAMS " WS-IN-CNT(WS-IN-IDX)
               "  BASE FEES " WS-IN-BASE(WS-IN-IDX)
               "  DETAIL ITEMS " WS-IN-ADDON(WS-IN-IDX)
               "  LESS CO-PAY " WS-IN-COPAY(WS-IN-IDX)
               DELIMITED BY SIZE INTO INVOICE-LINE.
           WRITE INVOICE-LINE.

      *    請求額の行には、明細 ("PATIENT" 行) を読み直した患者IDの
      *    ハッシュ合計も載せる (保険者側で明細の差し替えが分かる)。
      *    請求額 (103桁目から7桁) の合計も数えて登録簿に積む。
           CLOSE INVOICE-FILE.
           INITIALIZE OCI-SPEC.
           MOVE WS-INV-PATH TO OCI-PATH.
           MOVE "PAT" TO OCI-TAG(1).
           MOVE 3 TO OCI-TAG-LEN(1).
           MOVE 1 TO OCI-TAG-COL(1).
           MOVE 9 TO OCI-ID-POS(1).
           MOVE 9 TO OCI-ID-LEN(1).
           MOVE 103 TO OCI-AMT-POS(1).
           MOVE 7 TO OCI-AMT-LEN(1).
           MOVE FUNCTION OUTBOUND-CONTROL-TOTALS(WS-OUTCTL-IN)
               TO WS-OUTCTL-OUT.
           OPEN EXTEND INVOICE-FILE.
           MOVE SPACES TO INVOICE-LINE.
           STRING "TOTAL CLAIMED " WS-IN-NET(WS-IN-IDX) " YEN"
               "  PATIENT HASH " OCO-HASH-ID
               DELIMITED BY SIZE INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           CLOSE INVOICE-FILE.

      *    請求書を送信登録簿へ積む (宛先 = 保険者コード)。
           OPEN INPUT TRANSMIT-REG-FILE.
           IF WS-TXR-STATUS = "00" THEN
               PERFORM CHECK-TXR-LAYOUT
               CLOSE TRANSMIT-REG-FILE
               OPEN EXTEND TRANSMIT-REG-FILE
           ELSE
               OPEN OUTPUT TRANSMIT-REG-FILE
               PERFORM WRITE-TXR-LAYOUT
           END-IF.
           MOVE WS-INV-PATH TO TXR-FILE-NAME.
           COMPUTE TXR-REC-COUNT = WS-IN-CNT(WS-IN-IDX) + 3.
           COMPUTE TXR-BYTES = TXR-REC-COUNT * 110.
           MOVE SPACES TO TXR-DEST.
           STRING "INSURER " WS-IN-INS(WS-IN-IDX)
               DELIMITED BY SIZE INTO TXR-DEST.
           MOVE WS-RUN-DATE TO TXR-PRODUCED.
           MOVE SPACES TO TXR-SENT.
           MOVE SPACES TO TXR-CONFIRMED.
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

           MOVE SPACES TO CLAIM-RPT-LINE.
           STRING "INSURER " WS-IN-INS(WS-IN-IDX)
               " CLAIMS " WS-IN-CNT(WS-IN-IDX)
               " TOTAL " WS-IN-NET(WS-IN-IDX)
               " -> " FUNCTION TRIM(WS-INV-PATH)
               DELIMITED BY SIZE INTO CLAIM-RPT-LINE.
           WRITE CLAIM-RPT-LINE.

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

       END PROGRAM TEST260947.
