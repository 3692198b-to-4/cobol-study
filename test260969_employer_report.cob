      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260969.

      *
      * EMPLOYER-REPORT: 事業所別の健康状況レポート (年次、保険者ごと)。
      * 保険者が協働事業 (コラボヘルス) で事業所ごとに年1回渡す
      * 資料。資格マスタ (input/eligibility.dat) の事業所記号
      * (ELG-EMPLOYER-CODE) で加入者と受診者を事業所に振り分け、
      *   - 受診率 (受診者 / 報告年度に資格のあった加入者)
      *   - 動機付け支援 (レベル1)・積極的支援 (レベル2) の該当率
      *   - メタボ基準該当率 (経年履歴の RHF-METSYN = 2)
      *   - 喫煙率 (計測値ストアの XST-SMOKER = 1、ストアに行の
      *     ある受診者あたり)
      * と、その前年度からの増減 (ポイント) を出し、同じ保険者の
      * 全体 (事業所記号の無い加入者も含む) の値を並べる。
      * 受診者の事業所は健診日に有効だった資格の行で決める (年度内
      * の転籍は受診時点の事業所に数える)。加入者は TEST260920 と
      * 同じく報告年度と資格期間が重なる人で、同じ保険者の行が
      * 複数あっても1人と数える。
      * 個人が特定されないよう、報告年度の受診者が10人に満たない
      * 事業所は値を出さない (秘匿)。秘匿が1事業所だけだと保険者
      * 全体から差し引きで分かってしまうため、その場合は受診者の
      * 最も少ない公表事業所も合わせて秘匿する。前年度の受診者が
      * 10人に満たない事業所は増減を出さない。
      * 出力は保険者ごとに output/employer_health_<保険者>_<年度>.txt。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT EXAM-STORE-FILE ASSIGN TO 'output/exam_store.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XST-KEY
           FILE STATUS IS WS-XST-STATUS.

           SELECT EMPLOYER-RPT-FILE ASSIGN USING WS-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELIGIBILITY-FILE.
       01  ELIGIBILITY-REC.
           03 ELG-PATIENT-ID  PIC 9(9).
           03 ELG-INSURER     PIC X(4).
           03 ELG-COVER-FROM  PIC 9(8).
           03 ELG-COVER-TO    PIC 9(8).
           03 ELG-PLAN-TYPE   PIC X(2).
           03 ELG-HOUSEHOLD-ID PIC X(10).
      *    事業所記号 (旧レイアウトの行は空白)。
           03 ELG-EMPLOYER-CODE PIC X(8).

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
           03 RHF-METSYN      PIC X.
      *    施設+年度の代替キー (施設コードと年度を並べ直した写し。
      *    書き手が WRITE の直前に詰める。版 002 で追加)。
           03 RHF-SITE-FY-KEY.
              05 RHF-SF-SITE  PIC 9(3).
              05 RHF-SF-FYEAR PIC 9(4).

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

       FD  EMPLOYER-RPT-FILE.
       01  EMPLOYER-RPT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-ELG-STATUS      PIC XX.
       01  WS-RHF-STATUS      PIC XX.
       01  WS-XST-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-RPT-PATH        PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-XST-OK-FLAG     PIC X VALUE 'N'.
           88 WS-XST-OK              VALUE 'Y'.

      *    報告年度と前年度 (添字 1=前年度 2=報告年度)。
       01  WS-TARGET-FY       PIC 9(4) VALUE 0.
       01  WS-YR-TAB.
           03 WS-YR-ENTRY OCCURS 2 TIMES.
              05 WS-YR-FY     PIC 9(4).
              05 WS-YR-START  PIC 9(8).
              05 WS-YR-END    PIC 9(8).
       01  WS-YR              PIC 9 VALUE 0.

      *    公表の下限 (これに満たない受診者数の事業所は秘匿)。
       01  WS-MIN-EXAMINEES   PIC 9(3) VALUE 10.

      *    資格マスタの行。
       01  WS-EL-TAB.
           03 WS-EL-ENTRY OCCURS 5000 TIMES.
              05 WS-EL-ID     PIC 9(9).
              05 WS-EL-INS    PIC X(4).
              05 WS-EL-EMP    PIC X(8).
              05 WS-EL-FROM   PIC 9(8).
              05 WS-EL-TO     PIC 9(8).
       01  WS-EL-CNT          PIC 9(5) VALUE 0.
       01  WS-EL-IDX          PIC 9(5) VALUE 0.
       01  WS-EL-IDX2         PIC 9(5) VALUE 0.
       01  WS-EL-HIT          PIC 9(5) VALUE 0.
       01  WS-EL-DUP-FLAG     PIC X VALUE 'N'.
           88 WS-EL-DUP              VALUE 'Y'.

      *    保険者 x 事業所の集計 (保険者・事業所記号の順に並べて
      *    持つ。記号が空白の行は保険者全体にだけ効く)。
      *    WS-EP-SUPP: 空白=公表 P=受診者不足で秘匿 S=差し引き防止の
      *    秘匿。
       01  WS-EP-TAB.
           03 WS-EP-ENTRY OCCURS 500 TIMES.
              05 WS-EP-INS    PIC X(4).
              05 WS-EP-EMP    PIC X(8).
              05 WS-EP-SUPP   PIC X.
              05 WS-EP-YEAR OCCURS 2 TIMES.
                 07 WS-EP-MEM    PIC 9(6).
                 07 WS-EP-EXAM   PIC 9(6).
                 07 WS-EP-LV1    PIC 9(6).
                 07 WS-EP-LV2    PIC 9(6).
                 07 WS-EP-MET    PIC 9(6).
                 07 WS-EP-SMK    PIC 9(6).
                 07 WS-EP-SMK-N  PIC 9(6).
       01  WS-EP-CNT          PIC 9(3) VALUE 0.
       01  WS-EP-IDX          PIC 9(3) VALUE 0.
       01  WS-EP-HIT          PIC 9(3) VALUE 0.
       01  WS-EP-MOVE         PIC 9(3) VALUE 0.
       01  WS-EP-KEY-INS      PIC X(4) VALUE SPACES.
       01  WS-EP-KEY-EMP      PIC X(8) VALUE SPACES.

      *    保険者全体 (事業所記号の無い人も含む)。
       01  WS-IN-TAB.
           03 WS-IN-ENTRY OCCURS 20 TIMES.
              05 WS-IN-INS    PIC X(4).
              05 WS-IN-YEAR OCCURS 2 TIMES.
                 07 WS-IN-MEM    PIC 9(6).
                 07 WS-IN-EXAM   PIC 9(6).
                 07 WS-IN-LV1    PIC 9(6).
                 07 WS-IN-LV2    PIC 9(6).
                 07 WS-IN-MET    PIC 9(6).
                 07 WS-IN-SMK    PIC 9(6).
                 07 WS-IN-SMK-N  PIC 9(6).
       01  WS-IN-CNT          PIC 9(2) VALUE 0.
       01  WS-IN-IDX          PIC 9(2) VALUE 0.
       01  WS-IN-HIT          PIC 9(2) VALUE 0.

      *    1行分の作業域 (事業所または保険者全体の2年度分を写して
      *    率と増減を出す)。
       01  WS-RW-TAB.
           03 WS-RW-YEAR OCCURS 2 TIMES.
              05 WS-RW-MEM    PIC 9(6).
              05 WS-RW-EXAM   PIC 9(6).
              05 WS-RW-LV1    PIC 9(6).
              05 WS-RW-LV2    PIC 9(6).
              05 WS-RW-MET    PIC 9(6).
              05 WS-RW-SMK    PIC 9(6).
              05 WS-RW-SMK-N  PIC 9(6).
      *    率 (%): 1=受診率 2=レベル1 3=レベル2 4=メタボ 5=喫煙。
       01  WS-RT-TAB.
           03 WS-RT-YEAR OCCURS 2 TIMES.
              05 WS-RT-PCT    PIC 9(3)V9 OCCURS 5 TIMES.
              05 WS-RT-HAVE   PIC X OCCURS 5 TIMES.
       01  WS-RT-IDX          PIC 9 VALUE 0.
       01  WS-RT-NUM          PIC 9(6) VALUE 0.
       01  WS-RT-DEN          PIC 9(6) VALUE 0.
       01  WS-RW-LABEL        PIC X(10) VALUE SPACES.
       01  WS-RW-COUNTS-FLAG  PIC X VALUE 'Y'.
       01  WS-RW-TREND-FLAG   PIC X VALUE 'Y'.
       01  WS-CHG             PIC S9(3)V9 VALUE 0.
       01  WS-COL             PIC 9(3) VALUE 0.

      *    受診者1人分の事業所。
       01  WS-EX-EMP          PIC X(8) VALUE SPACES.

      *    秘匿の判定用。
       01  WS-SUP-PRIMARY     PIC 9(3) VALUE 0.
       01  WS-SUP-SMALL       PIC 9(3) VALUE 0.

       01  WS-CNT-EXAMINEES   PIC 9(7) VALUE 0.
       01  WS-CNT-NO-EMP      PIC 9(7) VALUE 0.
       01  WS-CNT-OVERFLOW    PIC 9(7) VALUE 0.
       01  WS-CNT-EMP-ROWS    PIC 9(5) VALUE 0.
       01  WS-CNT-SUPPRESSED  PIC 9(5) VALUE 0.

       01  WS-ED-NUM          PIC ZZZ,ZZ9.
       01  WS-ED-PCT          PIC ZZ9.9.
       01  WS-ED-CHG          PIC +ZZ9.9.
       01  WS-ED-MIN          PIC ZZ9.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-XST      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "--- EMPLOYER HEALTH REPORT (ANNUAL) ---".
           DISPLAY "FISCAL YEAR TO REPORT?".
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-TARGET-FY.
           IF WS-TARGET-FY = 0 THEN
               DISPLAY "A FISCAL YEAR IS REQUIRED - ENDING"
               STOP RUN
           END-IF.
           COMPUTE WS-YR-FY(1) = WS-TARGET-FY - 1.
           MOVE WS-TARGET-FY TO WS-YR-FY(2).
           PERFORM VARYING WS-YR FROM 1 BY 1 UNTIL WS-YR > 2
               COMPUTE WS-YR-START(WS-YR) =
                   WS-YR-FY(WS-YR) * 10000 + 0401
               COMPUTE WS-YR-END(WS-YR) =
                   (WS-YR-FY(WS-YR) + 1) * 10000 + 0331
           END-PERFORM.

           PERFORM LOAD-ELIGIBILITY.
           IF WS-EL-CNT = 0 THEN
               DISPLAY "NO ELIGIBILITY MASTER (input/eligibility.dat)"
                   " - ENDING"
               STOP RUN
           END-IF.
           PERFORM COUNT-MEMBERS.
           PERFORM COUNT-EXAMINEES.
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-IN-CNT
               PERFORM SET-SUPPRESSION
               PERFORM WRITE-INSURER-REPORT
           END-PERFORM.

           DISPLAY "EMPLOYER REPORT FY " WS-TARGET-FY ": "
               WS-IN-CNT " INSURER FILE(S), " WS-CNT-EMP-ROWS
               " EMPLOYER(S), " WS-CNT-SUPPRESSED " SUPPRESSED".
           DISPLAY "  EXAMINEES " WS-CNT-EXAMINEES
               ", WITHOUT AN EMPLOYER CODE " WS-CNT-NO-EMP
               ", NOT COUNTED (TABLES FULL) " WS-CNT-OVERFLOW.

           STOP RUN.


       LOAD-ELIGIBILITY.

           MOVE 0 TO WS-EL-CNT.
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
                       IF WS-EL-CNT < 5000 THEN
                           ADD 1 TO WS-EL-CNT
                           MOVE ELG-PATIENT-ID
                               TO WS-EL-ID(WS-EL-CNT)
                           MOVE ELG-INSURER TO WS-EL-INS(WS-EL-CNT)
                           MOVE ELG-EMPLOYER-CODE
                               TO WS-EL-EMP(WS-EL-CNT)
                           MOVE ELG-COVER-FROM
                               TO WS-EL-FROM(WS-EL-CNT)
                           MOVE ELG-COVER-TO TO WS-EL-TO(WS-EL-CNT)
                       ELSE
                           ADD 1 TO WS-CNT-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ELIGIBILITY-FILE.

           EXIT.


       COUNT-MEMBERS.

      *    年度ごとに、資格期間が年度と重なる行を数える。同じ患者・
      *    保険者で先に数えた行があれば (資格の更新で行が分かれた
      *    もの) 数えない。事業所はその年度で最初に当たった行の記号。
           PERFORM VARYING WS-YR FROM 1 BY 1 UNTIL WS-YR > 2
               PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                       UNTIL WS-EL-IDX > WS-EL-CNT
                   IF WS-EL-FROM(WS-EL-IDX) <= WS-YR-END(WS-YR)
                       AND WS-EL-TO(WS-EL-IDX) >= WS-YR-START(WS-YR)
                           THEN
                       PERFORM COUNT-ONE-MEMBER
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT.


       COUNT-ONE-MEMBER.

           MOVE 'N' TO WS-EL-DUP-FLAG.
           PERFORM VARYING WS-EL-IDX2 FROM 1 BY 1
                   UNTIL WS-EL-IDX2 >= WS-EL-IDX OR WS-EL-DUP
               IF WS-EL-ID(WS-EL-IDX2) = WS-EL-ID(WS-EL-IDX)
                   AND WS-EL-INS(WS-EL-IDX2) = WS-EL-INS(WS-EL-IDX)
                   AND WS-EL-FROM(WS-EL-IDX2) <= WS-YR-END(WS-YR)
                   AND WS-EL-TO(WS-EL-IDX2) >= WS-YR-START(WS-YR)
                       THEN
                   MOVE 'Y' TO WS-EL-DUP-FLAG
               END-IF
           END-PERFORM.
           IF WS-EL-DUP THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-EL-INS(WS-EL-IDX) TO WS-EP-KEY-INS.
           MOVE WS-EL-EMP(WS-EL-IDX) TO WS-EP-KEY-EMP.
           PERFORM FIND-CELLS.
           IF WS-IN-HIT = 0 OR WS-EP-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EP-MEM(WS-EP-HIT, WS-YR).
           ADD 1 TO WS-IN-MEM(WS-IN-HIT, WS-YR).

           EXIT.


       FIND-CELLS.

      *    WS-EP-KEY-INS / WS-EP-KEY-EMP の保険者と事業所の行を引く
      *    (無ければ作る。事業所は記号順の位置に差し込む)。
           MOVE 0 TO WS-IN-HIT.
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-IN-CNT OR WS-IN-HIT > 0
               IF WS-IN-INS(WS-IN-IDX) = WS-EP-KEY-INS THEN
                   MOVE WS-IN-IDX TO WS-IN-HIT
               END-IF
           END-PERFORM.
           IF WS-IN-HIT = 0 THEN
               IF WS-IN-CNT >= 20 THEN
                   ADD 1 TO WS-CNT-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-IN-CNT
               MOVE WS-IN-CNT TO WS-IN-HIT
               INITIALIZE WS-IN-ENTRY(WS-IN-HIT)
               MOVE WS-EP-KEY-INS TO WS-IN-INS(WS-IN-HIT)
           END-IF.

           MOVE 0 TO WS-EP-HIT.
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                   UNTIL WS-EP-IDX > WS-EP-CNT OR WS-EP-HIT > 0
               IF WS-EP-INS(WS-EP-IDX) = WS-EP-KEY-INS
                       AND WS-EP-EMP(WS-EP-IDX) = WS-EP-KEY-EMP THEN
                   MOVE WS-EP-IDX TO WS-EP-HIT
               END-IF
           END-PERFORM.
           IF WS-EP-HIT > 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-EP-CNT >= 500 THEN
               MOVE 0 TO WS-IN-HIT
               ADD 1 TO WS-CNT-OVERFLOW
               EXIT PARAGRAPH
           END-IF.

      *    差し込む位置 = 自分より大きいキーの最初の行。
           MOVE 0 TO WS-EP-HIT.
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                   UNTIL WS-EP-IDX > WS-EP-CNT OR WS-EP-HIT > 0
               IF WS-EP-INS(WS-EP-IDX) > WS-EP-KEY-INS
                   OR (WS-EP-INS(WS-EP-IDX) = WS-EP-KEY-INS
                       AND WS-EP-EMP(WS-EP-IDX) > WS-EP-KEY-EMP)
                       THEN
                   MOVE WS-EP-IDX TO WS-EP-HIT
               END-IF
           END-PERFORM.
           IF WS-EP-HIT = 0 THEN
               COMPUTE WS-EP-HIT = WS-EP-CNT + 1
           END-IF.
           PERFORM VARYING WS-EP-MOVE FROM WS-EP-CNT BY -1
                   UNTIL WS-EP-MOVE < WS-EP-HIT
               MOVE WS-EP-ENTRY(WS-EP-MOVE)
                   TO WS-EP-ENTRY(WS-EP-MOVE + 1)
           END-PERFORM.
           ADD 1 TO WS-EP-CNT.
           INITIALIZE WS-EP-ENTRY(WS-EP-HIT).
           MOVE WS-EP-KEY-INS TO WS-EP-INS(WS-EP-HIT).
           MOVE WS-EP-KEY-EMP TO WS-EP-EMP(WS-EP-HIT).

           EXIT.


       COUNT-EXAMINEES.

           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS NOT = "00" THEN
               DISPLAY "NO RESULT HISTORY - NO EXAMINEES COUNTED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RHF-LAYOUT.
           OPEN INPUT EXAM-STORE-FILE.
           IF WS-XST-STATUS = "00" THEN
               MOVE 'Y' TO WS-XST-OK-FLAG
               PERFORM CHECK-XST-LAYOUT
           ELSE
               DISPLAY "NO EXAM STORE - SMOKING RATES NOT SHOWN"
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ RESULT-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RHF-FYEAR = WS-YR-FY(1) THEN
                           MOVE 1 TO WS-YR
                           PERFORM TALLY-EXAMINEE
                       END-IF
                       IF RHF-FYEAR = WS-YR-FY(2) THEN
                           MOVE 2 TO WS-YR
                           PERFORM TALLY-EXAMINEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULT-HIST-FILE.
           IF WS-XST-OK THEN
               CLOSE EXAM-STORE-FILE
           END-IF.

           EXIT.


       TALLY-EXAMINEE.

      *    事業所 = 健診日に有効だった同じ保険者の資格の行の記号。
      *    健診日に当たる行が無ければ年度と重なる行、それも無ければ
      *    記号なし (保険者全体にだけ数える)。
           MOVE 0 TO WS-EL-HIT.
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-EL-CNT
               IF WS-EL-ID(WS-EL-IDX) = RHF-PATIENT-ID
                       AND WS-EL-INS(WS-EL-IDX) = RHF-INSURER THEN
                   IF WS-EL-FROM(WS-EL-IDX) <= RHF-EXAM-DATE
                           AND WS-EL-TO(WS-EL-IDX) >= RHF-EXAM-DATE
                           THEN
                       MOVE WS-EL-IDX TO WS-EL-HIT
                   ELSE
                       IF WS-EL-HIT = 0
                           AND WS-EL-FROM(WS-EL-IDX)
                               <= WS-YR-END(WS-YR)
                           AND WS-EL-TO(WS-EL-IDX)
                               >= WS-YR-START(WS-YR) THEN
                           MOVE WS-EL-IDX TO WS-EL-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-EL-HIT > 0 THEN
               MOVE WS-EL-EMP(WS-EL-HIT) TO WS-EX-EMP
           ELSE
               MOVE SPACES TO WS-EX-EMP
           END-IF.

           MOVE RHF-INSURER TO WS-EP-KEY-INS.
           MOVE WS-EX-EMP TO WS-EP-KEY-EMP.
           PERFORM FIND-CELLS.
           IF WS-IN-HIT = 0 OR WS-EP-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-YR = 2 THEN
               ADD 1 TO WS-CNT-EXAMINEES
               IF WS-EX-EMP = SPACES THEN
                   ADD 1 TO WS-CNT-NO-EMP
               END-IF
           END-IF.

           ADD 1 TO WS-EP-EXAM(WS-EP-HIT, WS-YR).
           ADD 1 TO WS-IN-EXAM(WS-IN-HIT, WS-YR).
           IF RHF-LSK-BG = 1 THEN
               ADD 1 TO WS-EP-LV1(WS-EP-HIT, WS-YR)
               ADD 1 TO WS-IN-LV1(WS-IN-HIT, WS-YR)
           END-IF.
           IF RHF-LSK-BG = 2 THEN
               ADD 1 TO WS-EP-LV2(WS-EP-HIT, WS-YR)
               ADD 1 TO WS-IN-LV2(WS-IN-HIT, WS-YR)
           END-IF.
           IF RHF-METSYN = "2" THEN
               ADD 1 TO WS-EP-MET(WS-EP-HIT, WS-YR)
               ADD 1 TO WS-IN-MET(WS-IN-HIT, WS-YR)
           END-IF.

      *    喫煙は計測値ストアに行のある受診者だけで率を出す。
           IF NOT WS-XST-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE RHF-PATIENT-ID TO XST-PATIENT-ID.
           MOVE RHF-FYEAR TO XST-FYEAR.
           READ EXAM-STORE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-EP-SMK-N(WS-EP-HIT, WS-YR).
           ADD 1 TO WS-IN-SMK-N(WS-IN-HIT, WS-YR).
           IF XST-SMOKER = 1 THEN
               ADD 1 TO WS-EP-SMK(WS-EP-HIT, WS-YR)
               ADD 1 TO WS-IN-SMK(WS-IN-HIT, WS-YR)
           END-IF.

           EXIT.


       SET-SUPPRESSION.

      *    報告年度の受診者が WS-MIN-EXAMINEES 未満の事業所を秘匿
      *    (P)。それが1事業所だけなら、保険者全体からの差し引きを
      *    防ぐため公表事業所のうち受診者の最も少ないものも秘匿 (S)。
           MOVE 0 TO WS-SUP-PRIMARY.
           MOVE 0 TO WS-SUP-SMALL.
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                   UNTIL WS-EP-IDX > WS-EP-CNT
               IF WS-EP-INS(WS-EP-IDX) = WS-IN-INS(WS-IN-IDX)
                       AND WS-EP-EMP(WS-EP-IDX) NOT = SPACES THEN
                   IF WS-EP-EXAM(WS-EP-IDX, 2) < WS-MIN-EXAMINEES
                           THEN
                       MOVE "P" TO WS-EP-SUPP(WS-EP-IDX)
                       ADD 1 TO WS-SUP-PRIMARY
                   ELSE
                       MOVE SPACE TO WS-EP-SUPP(WS-EP-IDX)
                       IF WS-SUP-SMALL = 0 THEN
                           MOVE WS-EP-IDX TO WS-SUP-SMALL
                       ELSE
                           IF WS-EP-EXAM(WS-EP-IDX, 2)
                               < WS-EP-EXAM(WS-SUP-SMALL, 2) THEN
                               MOVE WS-EP-IDX TO WS-SUP-SMALL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SUP-PRIMARY = 1 AND WS-SUP-SMALL > 0 THEN
               MOVE "S" TO WS-EP-SUPP(WS-SUP-SMALL)
           END-IF.

           EXIT.


       WRITE-INSURER-REPORT.

           MOVE SPACES TO WS-RPT-PATH.
           STRING "output/employer_health_" WS-IN-INS(WS-IN-IDX)
               "_" WS-TARGET-FY ".txt"
               DELIMITED BY SIZE INTO WS-RPT-PATH.
           OPEN OUTPUT EMPLOYER-RPT-FILE.

           MOVE SPACES TO EMPLOYER-RPT-LINE.
           STRING "EMPLOYER HEALTH REPORT  INSURER "
               WS-IN-INS(WS-IN-IDX) "  FY " WS-TARGET-FY
               "  (CHANGE VS FY " WS-YR-FY(1) ")  PRODUCED "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO EMPLOYER-RPT-LINE.
           WRITE EMPLOYER-RPT-LINE.
           MOVE ALL "=" TO EMPLOYER-RPT-LINE.
           WRITE EMPLOYER-RPT-LINE.
      *    見出しは WRITE-RATE-ROW の桁に右寄せで合わせる。
           MOVE SPACES TO EMPLOYER-RPT-LINE.
           MOVE "EMPLOYER" TO EMPLOYER-RPT-LINE(3:8).
           MOVE "MEMBERS"  TO EMPLOYER-RPT-LINE(13:7).
           MOVE "EXAMINED" TO EMPLOYER-RPT-LINE(21:8).
           MOVE "PARTIC%"  TO EMPLOYER-RPT-LINE(29:7).
           MOVE "LV1%"     TO EMPLOYER-RPT-LINE(39:4).
           MOVE "LV2%"     TO EMPLOYER-RPT-LINE(46:4).
           MOVE "METSYN%"  TO EMPLOYER-RPT-LINE(50:7).
           MOVE "SMOKER%"  TO EMPLOYER-RPT-LINE(57:7).
           MOVE "CHANGE:"  TO EMPLOYER-RPT-LINE(68:7).
           MOVE "PARTIC"   TO EMPLOYER-RPT-LINE(77:6).
           MOVE "LV1"      TO EMPLOYER-RPT-LINE(87:3).
           MOVE "LV2"      TO EMPLOYER-RPT-LINE(94:3).
           MOVE "METSYN"   TO EMPLOYER-RPT-LINE(98:6).
           MOVE "SMOKER"   TO EMPLOYER-RPT-LINE(105:6).
           WRITE EMPLOYER-RPT-LINE.
           MOVE SPACES TO EMPLOYER-RPT-LINE.
           WRITE EMPLOYER-RPT-LINE.

           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                   UNTIL WS-EP-IDX > WS-EP-CNT
               IF WS-EP-INS(WS-EP-IDX) = WS-IN-INS(WS-IN-IDX)
                       AND WS-EP-EMP(WS-EP-IDX) NOT = SPACES THEN
                   PERFORM WRITE-EMPLOYER-ROW
               END-IF
           END-PERFORM.

      *    保険者全体 (比較用の平均)。人数は出さない (秘匿した
      *    事業所を差し引きで出させないため)。
           MOVE SPACES TO EMPLOYER-RPT-LINE.
           WRITE EMPLOYER-RPT-LINE.
           PERFORM VARYING WS-YR FROM 1 BY 1 UNTIL WS-YR > 2
               MOVE WS-IN-MEM(WS-IN-IDX, WS-YR)   TO WS-RW-MEM(WS-YR)
               MOVE WS-IN-EXAM(WS-IN-IDX, WS-YR)  TO WS-RW-EXAM(WS-YR)
               MOVE WS-IN-LV1(WS-IN-IDX, WS-YR)   TO WS-RW-LV1(WS-YR)
               MOVE WS-IN-LV2(WS-IN-IDX, WS-YR)   TO WS-RW-LV2(WS-YR)
               MOVE WS-IN-MET(WS-IN-IDX, WS-YR)   TO WS-RW-MET(WS-YR)
               MOVE WS-IN-SMK(WS-IN-IDX, WS-YR)   TO WS-RW-SMK(WS-YR)
               MOVE WS-IN-SMK-N(WS-IN-IDX, WS-YR)
                   TO WS-RW-SMK-N(WS-YR)
           END-PERFORM.
           MOVE "ALL (AVG)" TO WS-RW-LABEL.
           MOVE 'N' TO WS-RW-COUNTS-FLAG.
           IF WS-RW-EXAM(1) > 0 THEN
               MOVE 'Y' TO WS-RW-TREND-FLAG
           ELSE
               MOVE 'N' TO WS-RW-TREND-FLAG
           END-IF.
           PERFORM WRITE-RATE-ROW.

           MOVE SPACES TO EMPLOYER-RPT-LINE.
           WRITE EMPLOYER-RPT-LINE.
           MOVE SPACES TO EMPLOYER-RPT-LINE.
           MOVE WS-MIN-EXAMINEES TO WS-ED-MIN.
           STRING "EMPLOYERS WITH FEWER THAN "
               FUNCTION TRIM(WS-ED-MIN)
               " EXAMINEES ARE NOT SHOWN (SUPPRESSED). CHANGE IS "
               "NOT SHOWN WHERE LAST YEAR HAD FEWER THAN "
               FUNCTION TRIM(WS-ED-MIN) "."
               DELIMITED BY SIZE INTO EMPLOYER-RPT-LINE.
           WRITE EMPLOYER-RPT-LINE.
           MOVE SPACES TO EMPLOYER-RPT-LINE.
           STRING "RATES ARE PER EXAMINEE EXCEPT PARTICIPATION (PER "
               "MEMBER) AND SMOKING (PER EXAMINEE WITH MEASUREMENTS)."
               " ALL (AVG) INCLUDES MEMBERS WITHOUT AN EMPLOYER CODE."
               DELIMITED BY SIZE INTO EMPLOYER-RPT-LINE.
           WRITE EMPLOYER-RPT-LINE.

           CLOSE EMPLOYER-RPT-FILE.

           EXIT.


       WRITE-EMPLOYER-ROW.

           ADD 1 TO WS-CNT-EMP-ROWS.
           IF WS-EP-SUPP(WS-EP-IDX) NOT = SPACE THEN
               ADD 1 TO WS-CNT-SUPPRESSED
               MOVE SPACES TO EMPLOYER-RPT-LINE
               MOVE WS-EP-EMP(WS-EP-IDX) TO EMPLOYER-RPT-LINE(3:8)
               IF WS-EP-SUPP(WS-EP-IDX) = "P" THEN
                   MOVE WS-MIN-EXAMINEES TO WS-ED-MIN
                   STRING "SUPPRESSED - FEWER THAN "
                       FUNCTION TRIM(WS-ED-MIN) " EXAMINEES"
                       DELIMITED BY SIZE
                       INTO EMPLOYER-RPT-LINE(14:40)
               ELSE
                   MOVE "SUPPRESSED - SECONDARY (PROTECTS ANOTHER "
                       & "EMPLOYER)" TO EMPLOYER-RPT-LINE(14:50)
               END-IF
               WRITE EMPLOYER-RPT-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-YR FROM 1 BY 1 UNTIL WS-YR > 2
               MOVE WS-EP-MEM(WS-EP-IDX, WS-YR)   TO WS-RW-MEM(WS-YR)
               MOVE WS-EP-EXAM(WS-EP-IDX, WS-YR)  TO WS-RW-EXAM(WS-YR)
               MOVE WS-EP-LV1(WS-EP-IDX, WS-YR)   TO WS-RW-LV1(WS-YR)
               MOVE WS-EP-LV2(WS-EP-IDX, WS-YR)   TO WS-RW-LV2(WS-YR)
               MOVE WS-EP-MET(WS-EP-IDX, WS-YR)   TO WS-RW-MET(WS-YR)
               MOVE WS-EP-SMK(WS-EP-IDX, WS-YR)   TO WS-RW-SMK(WS-YR)
               MOVE WS-EP-SMK-N(WS-EP-IDX, WS-YR)
                   TO WS-RW-SMK-N(WS-YR)
           END-PERFORM.
           MOVE WS-EP-EMP(WS-EP-IDX) TO WS-RW-LABEL.
           MOVE 'Y' TO WS-RW-COUNTS-FLAG.
           IF WS-RW-EXAM(1) >= WS-MIN-EXAMINEES THEN
               MOVE 'Y' TO WS-RW-TREND-FLAG
           ELSE
               MOVE 'N' TO WS-RW-TREND-FLAG
           END-IF.
           PERFORM WRITE-RATE-ROW.

           EXIT.


       WRITE-RATE-ROW.

      *    WS-RW-* の2年度分から率を出して1行に書く。
           PERFORM VARYING WS-YR FROM 1 BY 1 UNTIL WS-YR > 2
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > 5
                   EVALUATE WS-RT-IDX
                       WHEN 1
                           MOVE WS-RW-EXAM(WS-YR) TO WS-RT-NUM
                           MOVE WS-RW-MEM(WS-YR) TO WS-RT-DEN
                       WHEN 2
                           MOVE WS-RW-LV1(WS-YR) TO WS-RT-NUM
                           MOVE WS-RW-EXAM(WS-YR) TO WS-RT-DEN
                       WHEN 3
                           MOVE WS-RW-LV2(WS-YR) TO WS-RT-NUM
                           MOVE WS-RW-EXAM(WS-YR) TO WS-RT-DEN
                       WHEN 4
                           MOVE WS-RW-MET(WS-YR) TO WS-RT-NUM
                           MOVE WS-RW-EXAM(WS-YR) TO WS-RT-DEN
                       WHEN 5
                           MOVE WS-RW-SMK(WS-YR) TO WS-RT-NUM
                           MOVE WS-RW-SMK-N(WS-YR) TO WS-RT-DEN
                   END-EVALUATE
                   IF WS-RT-DEN > 0 THEN
                       COMPUTE WS-RT-PCT(WS-YR, WS-RT-IDX) ROUNDED =
                           WS-RT-NUM * 100 / WS-RT-DEN
                       MOVE "Y" TO WS-RT-HAVE(WS-YR, WS-RT-IDX)
                   ELSE
                       MOVE 0 TO WS-RT-PCT(WS-YR, WS-RT-IDX)
                       MOVE "N" TO WS-RT-HAVE(WS-YR, WS-RT-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO EMPLOYER-RPT-LINE.
           MOVE WS-RW-LABEL TO EMPLOYER-RPT-LINE(3:10).
           IF WS-RW-COUNTS-FLAG = 'Y' THEN
               MOVE WS-RW-MEM(2) TO WS-ED-NUM
               MOVE WS-ED-NUM TO EMPLOYER-RPT-LINE(13:7)
               MOVE WS-RW-EXAM(2) TO WS-ED-NUM
               MOVE WS-ED-NUM TO EMPLOYER-RPT-LINE(22:7)
           END-IF.

           MOVE 31 TO WS-COL.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1 UNTIL WS-RT-IDX > 5
               IF WS-RT-HAVE(2, WS-RT-IDX) = "Y" THEN
                   MOVE WS-RT-PCT(2, WS-RT-IDX) TO WS-ED-PCT
                   MOVE WS-ED-PCT TO EMPLOYER-RPT-LINE(WS-COL:5)
               ELSE
                   MOVE "    -" TO EMPLOYER-RPT-LINE(WS-COL:5)
               END-IF
               ADD 7 TO WS-COL
           END-PERFORM.

           MOVE 77 TO WS-COL.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1 UNTIL WS-RT-IDX > 5
               IF WS-RW-TREND-FLAG = 'Y'
                       AND WS-RT-HAVE(1, WS-RT-IDX) = "Y"
                       AND WS-RT-HAVE(2, WS-RT-IDX) = "Y" THEN
                   COMPUTE WS-CHG = WS-RT-PCT(2, WS-RT-IDX)
                       - WS-RT-PCT(1, WS-RT-IDX)
                   MOVE WS-CHG TO WS-ED-CHG
                   MOVE WS-ED-CHG TO EMPLOYER-RPT-LINE(WS-COL:6)
               ELSE
                   MOVE "   n/a" TO EMPLOYER-RPT-LINE(WS-COL:6)
               END-IF
               ADD 7 TO WS-COL
           END-PERFORM.
           WRITE EMPLOYER-RPT-LINE.

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

       END PROGRAM TEST260969.
