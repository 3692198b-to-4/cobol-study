      *    腎機能の判定本体 (窓口・他バッチと共通の1本)。詳細健診の
      *    クレアチニン結果から eGFR を出すのに使う。
       COPY ckd_rules.

      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260940.

      *
      * DETAIL-EXAM: 詳細な健診 (心電図・眼底・貧血・血清クレアチ
      * ニン) の実施対象の判定と結果の取り込み。国の基準では、当年の
      * 血圧・血糖 (眼底は当年の血糖が無ければ前年の値) が判定値に
      * 達した人についてだけ、医師の判断で詳細項目を追加できる。
      * これまでは各クリニックの判断任せで、請求された詳細項目が
      * 基準を満たしていたかを確かめようがなかった。
      * 夜間バッチ (TEST230314) の後に流し、
      *   1. 計測値ストア (exam_store.dat) の対象年度の全員について、
      *      当年の値・前年度の経年結果履歴・問診票 (貧血の既往)
      *      から項目ごとの対象可否を決めて詳細健診ストアへ upsert
      *      し、施設別の実施対象ワークリストを出す
      *   2. 詳細項目の結果ファイルが届いていれば取り込み、対象外の
      *      人に実施された項目を一覧に落とす
      * の2段で動く。腎パネル (renal_panel.dat) に当年のクレアチ
      * ニンが既にある対象者は、その値を結果として引き継ぐ (同じ
      * 採血で測っているので、重ねて依頼しない)。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION JUDGE-CKD-STAGE.

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

           SELECT PANEL-STORE-FILE ASSIGN TO 'output/renal_panel.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRS-KEY
           FILE STATUS IS WS-PRS-STATUS.

           SELECT QUEST-STORE-FILE ASSIGN TO
               'output/questionnaire_store.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QST-PATIENT-ID
           FILE STATUS IS WS-QST-STATUS.

      *    詳細健診ストア: 患者ID+年度をキーに、項目ごとの対象可否と
      *    その根拠、取り込んだ結果を持つ (計測値ストアと同じキー)。
           SELECT DETAIL-STORE-FILE ASSIGN TO
               'output/detail_exam.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DTX-KEY
           FILE STATUS IS WS-DTX-STATUS.

      *    詳細項目の結果ファイル: 1患者1行の固定桁。実施しなかった
      *    項目は空欄で届く。
           SELECT DETAIL-RESULT-IN-FILE ASSIGN TO
               'input/detail_results.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRI-STATUS.

      *    ワークリストは施設順に並べて出すため、いったん作業
      *    ファイルへ書いてから SORT する (TEST230314 の入力整列と
      *    同じ USING/GIVING の流儀)。
           SELECT WORK-LIST-FILE ASSIGN TO 'output/detail_work.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRK-STATUS.

           SELECT SORTED-LIST-FILE ASSIGN TO
               'output/detail_sorted.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRL-STATUS.

           SELECT DETAIL-SORT-FILE ASSIGN TO 'sortwk02'.

           SELECT WORKLIST-FILE ASSIGN TO
               'output/detail_worklist.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WKL-STATUS.

      *    対象外の人に実施された詳細項目と、判定の無い結果行の一覧
      *    (請求の査定に使う)。
           SELECT UNQUAL-RPT-FILE ASSIGN TO
               'output/detail_unqualified.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNQ-STATUS.

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

       FD  PANEL-STORE-FILE.
       01  PANEL-STORE-REC.
           03 PRS-KEY.
              05 PRS-PATIENT-ID PIC 9(9).
              05 PRS-FYEAR      PIC 9(4).
           03 PRS-EXAM-DATE   PIC 9(8).
           03 PRS-CRE         PIC 9V99.
           03 PRS-UPRO        PIC 9.
           03 PRS-UGLU        PIC 9.
           03 PRS-AST         PIC 9(3).
           03 PRS-ALT         PIC 9(3).
           03 PRS-GGT         PIC 9(3).
           03 PRS-EGFR        PIC 9(3).
           03 PRS-GFR-STAGE   PIC X(3).
           03 PRS-RISK        PIC 9.
           03 PRS-SITE-CODE   PIC 9(3).

       FD  QUEST-STORE-FILE.
       01  QUEST-STORE-REC.
           03 QST-PATIENT-ID  PIC 9(9).
           03 QST-EXAM-DATE   PIC 9(8).
      *    回答の並びは標準様式どおり (項目7=貧血の既往)。
           03 QST-ANSWERS     PIC X(22).
           03 QST-RECV-DATE   PIC X(8).

       FD  DETAIL-STORE-FILE.
       01  DETAIL-STORE-REC.
           03 DTX-KEY.
              05 DTX-PATIENT-ID PIC 9(9).
              05 DTX-FYEAR      PIC 9(4).
           03 DTX-EXAM-DATE   PIC 9(8).
           03 DTX-SITE-CODE   PIC 9(3).
      *    項目ごとの対象可否 (Y=対象 N=対象外)。
           03 DTX-ELIG-ECG    PIC X.
           03 DTX-ELIG-FUNDUS PIC X.
           03 DTX-ELIG-ANEMIA PIC X.
           03 DTX-ELIG-CRE    PIC X.
      *    対象とした根拠 (B=当年の血圧 G=当年の血糖 P=前年度の
      *    血糖 Q=問診票の貧血の既往。該当した文字を左詰め)。
           03 DTX-BASIS       PIC X(4).
           03 DTX-DET-DATE    PIC X(8).
      *    取り込んだ結果 (空欄/0 = 未実施)。心電図 1=所見なし
      *    2=所見あり、眼底はクリニックの分類コードのまま。
           03 DTX-ECG-RESULT  PIC X.
           03 DTX-FUNDUS-RESULT PIC X(2).
           03 DTX-HB          PIC 9(2)V9.
           03 DTX-HT          PIC 9(2)V9.
           03 DTX-RBC         PIC 9(3).
           03 DTX-CRE         PIC 9V99.
           03 DTX-EGFR        PIC 9(3).
      *    クレアチニンの出どころ (R=結果ファイル P=腎パネル)。
           03 DTX-CRE-SOURCE  PIC X.
           03 DTX-RES-DATE    PIC X(8).
      *    対象外なのに実施された項目 (E=心電図 F=眼底 A=貧血
      *    C=クレアチニン。左詰め)。
           03 DTX-UNQUAL      PIC X(4).

       FD  DETAIL-RESULT-IN-FILE.
       01  DETAIL-RESULT-IN-REC.
           03 DRI-PATIENT-ID  PIC 9(9).
           03 DRI-EXAM-DATE   PIC 9(8).
           03 DRI-SITE-CODE   PIC 9(3).
           03 DRI-ECG         PIC X.
           03 DRI-FUNDUS      PIC X(2).
      *    貧血検査 (血色素量 g/dL・ヘマトクリット %・赤血球数
      *    万/uL) とクレアチニン (mg/dL)。暗黙小数つき、空欄 = 未実施。
           03 DRI-HB-X        PIC X(3).
           03 DRI-HB REDEFINES DRI-HB-X PIC 9(2)V9.
           03 DRI-HT-X        PIC X(3).
           03 DRI-HT REDEFINES DRI-HT-X PIC 9(2)V9.
           03 DRI-RBC-X       PIC X(3).
           03 DRI-RBC REDEFINES DRI-RBC-X PIC 9(3).
           03 DRI-CRE-X       PIC X(3).
           03 DRI-CRE REDEFINES DRI-CRE-X PIC 9V99.

       FD  WORK-LIST-FILE.
       01  WORK-LIST-REC.
           03 WLR-SITE-CODE   PIC 9(3).
           03 WLR-PATIENT-ID  PIC 9(9).
           03 WLR-TEXT        PIC X(100).

       FD  SORTED-LIST-FILE.
       01  SORTED-LIST-REC.
           03 SLR-SITE-CODE   PIC 9(3).
           03 SLR-PATIENT-ID  PIC 9(9).
           03 SLR-TEXT        PIC X(100).

       SD  DETAIL-SORT-FILE.
       01  DETAIL-SORT-REC.
           03 DSR-SITE-CODE   PIC 9(3).
           03 DSR-PATIENT-ID  PIC 9(9).
           03 DSR-TEXT        PIC X(100).

       FD  WORKLIST-FILE.
       01  WORKLIST-LINE      PIC X(110).

       FD  UNQUAL-RPT-FILE.
       01  UNQUAL-RPT-LINE    PIC X(110).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-XST-STATUS      PIC XX.
       01  WS-RHF-STATUS      PIC XX.
       01  WS-PRS-STATUS      PIC XX.
       01  WS-QST-STATUS      PIC XX.
       01  WS-DTX-STATUS      PIC XX.
       01  WS-DRI-STATUS      PIC XX.
       01  WS-WRK-STATUS      PIC XX.
       01  WS-SRL-STATUS      PIC XX.
       01  WS-WKL-STATUS      PIC XX.
       01  WS-UNQ-STATUS      PIC XX.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-DATE-NUM    PIC 9(8) VALUE 0.
       01  WS-RUN-YYYY        PIC 9(4) VALUE 0.
       01  WS-RUN-MM          PIC 9(2) VALUE 0.
       01  WS-TARGET-FY       PIC 9(4) VALUE 0.
       01  WS-EXAM-YYYY       PIC 9(4) VALUE 0.
       01  WS-EXAM-FY         PIC 9(4) VALUE 0.

       01  WS-XST-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-XST-EOF             VALUE 'Y'.
       01  WS-DRI-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-DRI-EOF             VALUE 'Y'.
       01  WS-SRL-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-SRL-EOF             VALUE 'Y'.
       01  WS-PRIOR-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-PRIOR-FOUND         VALUE 'Y'.
       01  WS-PANEL-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-PANEL-FOUND         VALUE 'Y'.

      *    判定基準。心電図・眼底は血圧の受診勧奨判定値、クレアチ
      *    ニンは保健指導判定値 (血圧・血糖とも一段低い) を使う。
       01  WS-DX-SBP-REFER    PIC 9(3) VALUE 140.
       01  WS-DX-DBP-REFER    PIC 9(3) VALUE 90.
       01  WS-DX-SBP-GUIDE    PIC 9(3) VALUE 130.
       01  WS-DX-DBP-GUIDE    PIC 9(3) VALUE 85.
       01  WS-DX-FST-REFER    PIC 9(3) VALUE 126.
       01  WS-DX-HBA1C-REFER  PIC 9V99 VALUE 6.50.
       01  WS-DX-FST-GUIDE    PIC 9(3) VALUE 100.
       01  WS-DX-HBA1C-GUIDE  PIC 9V99 VALUE 5.60.
      *    空腹時とみなす食後経過時間 (TEST230314 の既定値と同じ)。
       01  WS-DX-FAST-MIN     PIC 9(2) VALUE 10.

      *    1患者ぶんの判定作業域。
       01  WS-BP-REFER-FLAG   PIC X VALUE 'N'.
       01  WS-BP-GUIDE-FLAG   PIC X VALUE 'N'.
       01  WS-GLU-REFER-FLAG  PIC X VALUE 'N'.
       01  WS-GLU-GUIDE-FLAG  PIC X VALUE 'N'.
       01  WS-GLU-PRIOR-FLAG  PIC X VALUE 'N'.
       01  WS-GLU-VALUE       PIC 9(3) VALUE 0.
       01  WS-BASIS-PTR       PIC 9 VALUE 1.
       01  WS-UNQ-PTR         PIC 9 VALUE 1.

       01  WS-CNT-EXAMS       PIC 9(7) VALUE 0.
       01  WS-CNT-ELIGIBLE    PIC 9(7) VALUE 0.
       01  WS-CNT-ECG         PIC 9(7) VALUE 0.
       01  WS-CNT-FUNDUS      PIC 9(7) VALUE 0.
       01  WS-CNT-ANEMIA      PIC 9(7) VALUE 0.
       01  WS-CNT-CRE         PIC 9(7) VALUE 0.
       01  WS-CNT-CRE-PANEL   PIC 9(7) VALUE 0.
       01  WS-CNT-RES-IN      PIC 9(7) VALUE 0.
       01  WS-CNT-RES-NODET   PIC 9(7) VALUE 0.
       01  WS-CNT-UNQUAL      PIC 9(7) VALUE 0.

       01  WS-PRIOR-RPT-SITE  PIC 9(3) VALUE 999.
       01  WS-SITE-LINES      PIC 9(5) VALUE 0.

      *    共有判定関数への受け渡し域 (ckd_rules の LNK-* と同じ
      *    レイアウトの表示形式)。
       01  WS-CKD-IN.
           03 WKM-DOB        PIC 9(8).
           03 WKM-SEX        PIC 9.
           03 WKM-CRE        PIC 9V99.
           03 WKM-UPRO       PIC 9.
           03 WKM-RUN-DATE   PIC 9(8).
       01  WS-CKD-OUT.
           03 WKO-EGFR       PIC 9(3).
           03 WKO-GFR-STAGE  PIC X(3).
           03 WKO-RISK       PIC 9.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-XST      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-YYYY = WS-RUN-DATE-NUM / 10000.
           COMPUTE WS-RUN-MM = FUNCTION MOD(
               FUNCTION INTEGER(WS-RUN-DATE-NUM / 100), 100).

      *    対象年度 (4月始まり)。既定は実行日の属する年度。
           DISPLAY "FISCAL YEAR (YYYY, BLANK = CURRENT)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               IF WS-RUN-MM < 4 THEN
                   COMPUTE WS-TARGET-FY = WS-RUN-YYYY - 1
               ELSE
                   MOVE WS-RUN-YYYY TO WS-TARGET-FY
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-TARGET-FY
           END-IF.

           OPEN INPUT EXAM-STORE-FILE.
           IF WS-XST-STATUS NOT = "00" THEN
               DISPLAY "NO EXAM STORE (output/exam_store.dat) - "
                   "RUN THE NIGHTLY JUDGMENT FIRST"
               STOP RUN
           END-IF.
           PERFORM CHECK-XST-LAYOUT.
           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS = "00" THEN
               PERFORM CHECK-RHF-LAYOUT
           END-IF.
           OPEN INPUT PANEL-STORE-FILE.
           OPEN INPUT QUEST-STORE-FILE.

           OPEN I-O DETAIL-STORE-FILE.
           IF WS-DTX-STATUS NOT = "00" THEN
               OPEN OUTPUT DETAIL-STORE-FILE
               CLOSE DETAIL-STORE-FILE
               OPEN I-O DETAIL-STORE-FILE
           END-IF.

           PERFORM DETERMINE-ELIGIBILITY.
           PERFORM PRINT-WORKLIST.
           PERFORM INTAKE-DETAIL-RESULTS.

           CLOSE EXAM-STORE-FILE.
           IF WS-RHF-STATUS = "00" THEN
               CLOSE RESULT-HIST-FILE
           END-IF.
           IF WS-PRS-STATUS = "00" THEN
               CLOSE PANEL-STORE-FILE
           END-IF.
           IF WS-QST-STATUS = "00" THEN
               CLOSE QUEST-STORE-FILE
           END-IF.
           CLOSE DETAIL-STORE-FILE.

           DISPLAY "DETAILED EXAM FY " WS-TARGET-FY ": "
               WS-CNT-EXAMS " EXAM(S), "
               WS-CNT-ELIGIBLE " ELIGIBLE FOR ONE OR MORE ITEMS "
               "(output/detail_worklist.txt)".
           DISPLAY "  ECG " WS-CNT-ECG " FUNDUS " WS-CNT-FUNDUS
               " ANEMIA " WS-CNT-ANEMIA " CREATININE " WS-CNT-CRE
               " (ALREADY ON RENAL PANEL " WS-CNT-CRE-PANEL ")".
           DISPLAY "  RESULTS READ " WS-CNT-RES-IN
               ", WITHOUT DETERMINATION " WS-CNT-RES-NODET
               ", PERFORMED WITHOUT QUALIFYING " WS-CNT-UNQUAL
               " (output/detail_unqualified.txt)".

           STOP RUN.


       DETERMINE-ELIGIBILITY.

      *    計測値ストアを頭から読み、対象年度の行だけ判定する。
      *    施設別ワークリストの明細は作業ファイルへ書いておく。
           OPEN OUTPUT WORK-LIST-FILE.
           MOVE 'N' TO WS-XST-EOF-FLAG.
           PERFORM UNTIL WS-XST-EOF
               READ EXAM-STORE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XST-EOF-FLAG
                   NOT AT END
                       IF XST-FYEAR = WS-TARGET-FY THEN
                           ADD 1 TO WS-CNT-EXAMS
                           PERFORM JUDGE-DETAIL-ITEMS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-LIST-FILE.

           EXIT.


       JUDGE-DETAIL-ITEMS.

      *    既に結果を取り込んだ行は、結果を残したまま対象可否だけ
      *    判定し直す (計測値の訂正で対象が変わることがある)。
           MOVE XST-PATIENT-ID TO DTX-PATIENT-ID.
           MOVE XST-FYEAR      TO DTX-FYEAR.
           READ DETAIL-STORE-FILE
               INVALID KEY
                   INITIALIZE DETAIL-STORE-REC
                   MOVE XST-PATIENT-ID TO DTX-PATIENT-ID
                   MOVE XST-FYEAR      TO DTX-FYEAR
           END-READ.

           MOVE XST-EXAM-DATE TO DTX-EXAM-DATE.
           MOVE XST-SITE-CODE TO DTX-SITE-CODE.
           MOVE WS-RUN-DATE   TO DTX-DET-DATE.
           MOVE SPACES TO DTX-BASIS.
           MOVE 1 TO WS-BASIS-PTR.

      *    当年の血圧。
           MOVE 'N' TO WS-BP-REFER-FLAG WS-BP-GUIDE-FLAG.
           IF XST-SBP >= WS-DX-SBP-REFER
                   OR XST-DBP >= WS-DX-DBP-REFER THEN
               MOVE 'Y' TO WS-BP-REFER-FLAG
           END-IF.
           IF XST-SBP >= WS-DX-SBP-GUIDE
                   OR XST-DBP >= WS-DX-DBP-GUIDE THEN
               MOVE 'Y' TO WS-BP-GUIDE-FLAG
           END-IF.

      *    当年の血糖: 空腹時の採血なら FST、そうでなければ随時
      *    血糖、どちらも無ければ HbA1c だけで見る。
           MOVE 'N' TO WS-GLU-REFER-FLAG WS-GLU-GUIDE-FLAG
               WS-GLU-PRIOR-FLAG.
           IF XST-FAST-HOURS >= WS-DX-FAST-MIN THEN
               MOVE XST-FST TO WS-GLU-VALUE
           ELSE
               MOVE XST-NFS TO WS-GLU-VALUE
           END-IF.
           IF WS-GLU-VALUE >= WS-DX-FST-REFER AND WS-GLU-VALUE > 0
                   OR XST-HBA1C >= WS-DX-HBA1C-REFER THEN
               MOVE 'Y' TO WS-GLU-REFER-FLAG
           END-IF.
           IF WS-GLU-VALUE >= WS-DX-FST-GUIDE AND WS-GLU-VALUE > 0
                   OR XST-HBA1C >= WS-DX-HBA1C-GUIDE THEN
               MOVE 'Y' TO WS-GLU-GUIDE-FLAG
           END-IF.

      *    当年の血糖が1つも無ければ、眼底は前年度の結果で見る
      *    (国の基準の例外扱い)。
           IF WS-GLU-VALUE = 0 AND XST-HBA1C = 0 THEN
               PERFORM FIND-PRIOR-YEAR
               IF WS-PRIOR-FOUND THEN
                   IF RHF-FST >= WS-DX-FST-REFER
                           OR RHF-HBA1C >= WS-DX-HBA1C-REFER THEN
                       MOVE 'Y' TO WS-GLU-PRIOR-FLAG
                   END-IF
               END-IF
           END-IF.

           IF WS-BP-GUIDE-FLAG = 'Y' THEN
               STRING "B" DELIMITED BY SIZE INTO DTX-BASIS
                   WITH POINTER WS-BASIS-PTR
           END-IF.
           IF WS-GLU-GUIDE-FLAG = 'Y' THEN
               STRING "G" DELIMITED BY SIZE INTO DTX-BASIS
                   WITH POINTER WS-BASIS-PTR
           END-IF.
           IF WS-GLU-PRIOR-FLAG = 'Y' THEN
               STRING "P" DELIMITED BY SIZE INTO DTX-BASIS
                   WITH POINTER WS-BASIS-PTR
           END-IF.

      *    心電図: 当年の血圧が受診勧奨判定値以上。
           IF WS-BP-REFER-FLAG = 'Y' THEN
               MOVE 'Y' TO DTX-ELIG-ECG
           ELSE
               MOVE 'N' TO DTX-ELIG-ECG
           END-IF.

      *    眼底: 当年の血圧か血糖が受診勧奨判定値以上 (当年の血糖が
      *    無ければ前年度の血糖)。
           IF WS-BP-REFER-FLAG = 'Y' OR WS-GLU-REFER-FLAG = 'Y'
                   OR WS-GLU-PRIOR-FLAG = 'Y' THEN
               MOVE 'Y' TO DTX-ELIG-FUNDUS
           ELSE
               MOVE 'N' TO DTX-ELIG-FUNDUS
           END-IF.

      *    血清クレアチニン: 当年の血圧か血糖が保健指導判定値以上。
           IF WS-BP-GUIDE-FLAG = 'Y' OR WS-GLU-GUIDE-FLAG = 'Y' THEN
               MOVE 'Y' TO DTX-ELIG-CRE
           ELSE
               MOVE 'N' TO DTX-ELIG-CRE
           END-IF.

      *    貧血: 問診票の貧血の既往 (項目7 が「はい」)。視診による
      *    疑いは医師の判断なので、ここでは判定しない。
           MOVE 'N' TO DTX-ELIG-ANEMIA.
           IF WS-QST-STATUS = "00" THEN
               MOVE XST-PATIENT-ID TO QST-PATIENT-ID
               READ QUEST-STORE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF QST-EXAM-DATE = XST-EXAM-DATE
                               AND QST-ANSWERS(7:1) = "1" THEN
                           MOVE 'Y' TO DTX-ELIG-ANEMIA
                           STRING "Q" DELIMITED BY SIZE
                               INTO DTX-BASIS
                               WITH POINTER WS-BASIS-PTR
                       END-IF
               END-READ
           END-IF.

      *    クレアチニンの対象者で、同じ年度の腎パネルに値が既に
      *    あれば結果として引き継ぐ。
           IF DTX-ELIG-CRE = 'Y' AND DTX-CRE = 0 THEN
               PERFORM FIND-RENAL-PANEL
               IF WS-PANEL-FOUND AND PRS-CRE > 0 THEN
                   MOVE PRS-CRE  TO DTX-CRE
                   MOVE PRS-EGFR TO DTX-EGFR
                   MOVE "P"      TO DTX-CRE-SOURCE
                   ADD 1 TO WS-CNT-CRE-PANEL
               END-IF
           END-IF.

           WRITE DETAIL-STORE-REC
               INVALID KEY
                   REWRITE DETAIL-STORE-REC
           END-WRITE.

           IF DTX-ELIG-ECG = 'Y' OR DTX-ELIG-FUNDUS = 'Y'
                   OR DTX-ELIG-ANEMIA = 'Y' OR DTX-ELIG-CRE = 'Y'
                   THEN
               ADD 1 TO WS-CNT-ELIGIBLE
               IF DTX-ELIG-ECG = 'Y' THEN
                   ADD 1 TO WS-CNT-ECG
               END-IF
               IF DTX-ELIG-FUNDUS = 'Y' THEN
                   ADD 1 TO WS-CNT-FUNDUS
               END-IF
               IF DTX-ELIG-ANEMIA = 'Y' THEN
                   ADD 1 TO WS-CNT-ANEMIA
               END-IF
               IF DTX-ELIG-CRE = 'Y' THEN
                   ADD 1 TO WS-CNT-CRE
               END-IF
               PERFORM WRITE-WORK-LINE
           END-IF.

           EXIT.


       FIND-PRIOR-YEAR.

           MOVE 'N' TO WS-PRIOR-FOUND-FLAG.
           IF WS-RHF-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE XST-PATIENT-ID TO RHF-PATIENT-ID.
           COMPUTE RHF-FYEAR = XST-FYEAR - 1.
           READ RESULT-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PRIOR-FOUND-FLAG
           END-READ.

           EXIT.


       FIND-RENAL-PANEL.

           MOVE 'N' TO WS-PANEL-FOUND-FLAG.
           IF WS-PRS-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE XST-PATIENT-ID TO PRS-PATIENT-ID.
           MOVE XST-FYEAR      TO PRS-FYEAR.
           READ PANEL-STORE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PANEL-FOUND-FLAG
           END-READ.

           EXIT.


       WRITE-WORK-LINE.

           MOVE SPACES TO WORK-LIST-REC.
           MOVE DTX-SITE-CODE  TO WLR-SITE-CODE.
           MOVE DTX-PATIENT-ID TO WLR-PATIENT-ID.
           IF DTX-CRE-SOURCE = "P" THEN
               STRING "  PATIENT " DTX-PATIENT-ID
                   " EXAM " DTX-EXAM-DATE
                   "  ECG " DTX-ELIG-ECG
                   " FUNDUS " DTX-ELIG-FUNDUS
                   " ANEMIA " DTX-ELIG-ANEMIA
                   " CRE " DTX-ELIG-CRE
                   "  BASIS " DTX-BASIS
                   "  CRE ON RENAL PANEL"
                   DELIMITED BY SIZE INTO WLR-TEXT
           ELSE
               STRING "  PATIENT " DTX-PATIENT-ID
                   " EXAM " DTX-EXAM-DATE
                   "  ECG " DTX-ELIG-ECG
                   " FUNDUS " DTX-ELIG-FUNDUS
                   " ANEMIA " DTX-ELIG-ANEMIA
                   " CRE " DTX-ELIG-CRE
                   "  BASIS " DTX-BASIS
                   DELIMITED BY SIZE INTO WLR-TEXT
           END-IF.
           WRITE WORK-LIST-REC.

           EXIT.


       PRINT-WORKLIST.

           SORT DETAIL-SORT-FILE
               ON ASCENDING KEY DSR-SITE-CODE
               ON ASCENDING KEY DSR-PATIENT-ID
               USING WORK-LIST-FILE
               GIVING SORTED-LIST-FILE.

           OPEN OUTPUT WORKLIST-FILE.
           MOVE SPACES TO WORKLIST-LINE.
           STRING "DETAILED EXAM WORKLIST  FY " WS-TARGET-FY
               "  RUN-DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE SPACES TO WORKLIST-LINE.
           STRING "BASIS: B=BP G=GLUCOSE P=PRIOR-YEAR GLUCOSE "
               "Q=ANEMIA HISTORY (QUESTIONNAIRE)"
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

           MOVE 999 TO WS-PRIOR-RPT-SITE.
           MOVE 0 TO WS-SITE-LINES.
           OPEN INPUT SORTED-LIST-FILE.
           MOVE 'N' TO WS-SRL-EOF-FLAG.
           PERFORM UNTIL WS-SRL-EOF
               READ SORTED-LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-SRL-EOF-FLAG
                   NOT AT END
                       IF SLR-SITE-CODE NOT = WS-PRIOR-RPT-SITE THEN
                           IF WS-PRIOR-RPT-SITE NOT = 999 THEN
                               PERFORM WRITE-SITE-FOOTER
                           END-IF
                           MOVE SLR-SITE-CODE TO WS-PRIOR-RPT-SITE
                           MOVE 0 TO WS-SITE-LINES
                           MOVE SPACES TO WORKLIST-LINE
                           WRITE WORKLIST-LINE
                           STRING "SITE " SLR-SITE-CODE
                               DELIMITED BY SIZE INTO WORKLIST-LINE
                           WRITE WORKLIST-LINE
                       END-IF
                       MOVE SLR-TEXT TO WORKLIST-LINE
                       WRITE WORKLIST-LINE
                       ADD 1 TO WS-SITE-LINES
               END-READ
           END-PERFORM.
           CLOSE SORTED-LIST-FILE.

           IF WS-PRIOR-RPT-SITE = 999 THEN
               MOVE "NO PATIENTS ELIGIBLE FOR DETAILED ITEMS"
                   TO WORKLIST-LINE
               WRITE WORKLIST-LINE
           ELSE
               PERFORM WRITE-SITE-FOOTER
           END-IF.
           CLOSE WORKLIST-FILE.

           EXIT.


       WRITE-SITE-FOOTER.

           MOVE SPACES TO WORKLIST-LINE.
           STRING "  SITE " WS-PRIOR-RPT-SITE " ELIGIBLE PATIENTS "
               WS-SITE-LINES
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

           EXIT.


       INTAKE-DETAIL-RESULTS.

      *    結果ファイルが無ければ取り込みなしで終わる (判定だけの
      *    実行もある)。
           OPEN INPUT DETAIL-RESULT-IN-FILE.
           IF WS-DRI-STATUS NOT = "00" THEN
               DISPLAY "NO DETAILED EXAM RESULT FILE "
                   "(input/detail_results.dat) - DETERMINATION ONLY"
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT UNQUAL-RPT-FILE.
           MOVE SPACES TO UNQUAL-RPT-LINE.
           STRING "DETAILED ITEMS PERFORMED WITHOUT QUALIFYING  "
               "RUN-DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO UNQUAL-RPT-LINE.
           WRITE UNQUAL-RPT-LINE.
           MOVE SPACES TO UNQUAL-RPT-LINE.
           STRING "ITEMS: E=ECG F=FUNDUS A=ANEMIA C=CREATININE"
               DELIMITED BY SIZE INTO UNQUAL-RPT-LINE.
           WRITE UNQUAL-RPT-LINE.

           MOVE 'N' TO WS-DRI-EOF-FLAG.
           PERFORM UNTIL WS-DRI-EOF
               READ DETAIL-RESULT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-DRI-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CNT-RES-IN
                       PERFORM POST-ONE-RESULT
               END-READ
           END-PERFORM.

           CLOSE DETAIL-RESULT-IN-FILE.
           CLOSE UNQUAL-RPT-FILE.

           EXIT.


       POST-ONE-RESULT.

      *    健診日の年度で詳細健診ストアを引く。判定の無い結果行は
      *    (対象年度外・計測値未着) 取り込まずに一覧へ出す。
           COMPUTE WS-EXAM-YYYY = DRI-EXAM-DATE / 10000.
           COMPUTE WS-RUN-MM = FUNCTION MOD(
               FUNCTION INTEGER(DRI-EXAM-DATE / 100), 100).
           IF WS-RUN-MM < 4 THEN
               COMPUTE WS-EXAM-FY = WS-EXAM-YYYY - 1
           ELSE
               MOVE WS-EXAM-YYYY TO WS-EXAM-FY
           END-IF.

           MOVE DRI-PATIENT-ID TO DTX-PATIENT-ID.
           MOVE WS-EXAM-FY     TO DTX-FYEAR.
           READ DETAIL-STORE-FILE
               INVALID KEY
                   ADD 1 TO WS-CNT-RES-NODET
                   MOVE SPACES TO UNQUAL-RPT-LINE
                   STRING "SITE " DRI-SITE-CODE
                       " PATIENT " DRI-PATIENT-ID
                       " EXAM " DRI-EXAM-DATE
                       "  NO ELIGIBILITY DETERMINATION ON FILE"
                       " - RESULT NOT POSTED"
                       DELIMITED BY SIZE INTO UNQUAL-RPT-LINE
                   WRITE UNQUAL-RPT-LINE
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO DTX-UNQUAL.
           MOVE 1 TO WS-UNQ-PTR.

           IF DRI-ECG NOT = SPACE THEN
               MOVE DRI-ECG TO DTX-ECG-RESULT
               IF DTX-ELIG-ECG NOT = 'Y' THEN
                   STRING "E" DELIMITED BY SIZE INTO DTX-UNQUAL
                       WITH POINTER WS-UNQ-PTR
               END-IF
           END-IF.

           IF DRI-FUNDUS NOT = SPACES THEN
               MOVE DRI-FUNDUS TO DTX-FUNDUS-RESULT
               IF DTX-ELIG-FUNDUS NOT = 'Y' THEN
                   STRING "F" DELIMITED BY SIZE INTO DTX-UNQUAL
                       WITH POINTER WS-UNQ-PTR
               END-IF
           END-IF.

           IF DRI-HB-X NOT = SPACES OR DRI-HT-X NOT = SPACES
                   OR DRI-RBC-X NOT = SPACES THEN
               IF DRI-HB-X NOT = SPACES THEN
                   MOVE DRI-HB TO DTX-HB
               END-IF
               IF DRI-HT-X NOT = SPACES THEN
                   MOVE DRI-HT TO DTX-HT
               END-IF
               IF DRI-RBC-X NOT = SPACES THEN
                   MOVE DRI-RBC TO DTX-RBC
               END-IF
               IF DTX-ELIG-ANEMIA NOT = 'Y' THEN
                   STRING "A" DELIMITED BY SIZE INTO DTX-UNQUAL
                       WITH POINTER WS-UNQ-PTR
               END-IF
           END-IF.

      *    クレアチニンは結果ファイルの値を優先し、eGFR を計測値
      *    ストアの生年月日・性別から出し直す。
           IF DRI-CRE-X NOT = SPACES THEN
               MOVE DRI-CRE TO DTX-CRE
               MOVE "R"     TO DTX-CRE-SOURCE
               MOVE 0       TO DTX-EGFR
               MOVE DRI-PATIENT-ID TO XST-PATIENT-ID
               MOVE WS-EXAM-FY     TO XST-FYEAR
               READ EXAM-STORE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XST-DOB       TO WKM-DOB
                       MOVE XST-SEX       TO WKM-SEX
                       MOVE DRI-CRE       TO WKM-CRE
                       MOVE 0             TO WKM-UPRO
                       MOVE DRI-EXAM-DATE TO WKM-RUN-DATE
                       MOVE FUNCTION JUDGE-CKD-STAGE(WS-CKD-IN)
                           TO WS-CKD-OUT
                       MOVE WKO-EGFR TO DTX-EGFR
               END-READ
               IF DTX-ELIG-CRE NOT = 'Y' THEN
                   STRING "C" DELIMITED BY SIZE INTO DTX-UNQUAL
                       WITH POINTER WS-UNQ-PTR
               END-IF
           END-IF.

           MOVE WS-RUN-DATE TO DTX-RES-DATE.
           REWRITE DETAIL-STORE-REC.

           IF DTX-UNQUAL NOT = SPACES THEN
               ADD 1 TO WS-CNT-UNQUAL
               MOVE SPACES TO UNQUAL-RPT-LINE
               STRING "SITE " DTX-SITE-CODE
                   " PATIENT " DTX-PATIENT-ID
                   " EXAM " DTX-EXAM-DATE
                   "  NOT QUALIFIED FOR: " DTX-UNQUAL
                   "  BASIS ON FILE: " DTX-BASIS
                   DELIMITED BY SIZE INTO UNQUAL-RPT-LINE
               WRITE UNQUAL-RPT-LINE
           END-IF.

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

       END PROGRAM TEST260940.
