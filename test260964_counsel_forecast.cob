      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260964.

      *
      * COUNSEL-FORECAST: 来年度の保健指導 (支援) 予算見込み。
      * TEST260926 は来年度の健診の量を月別に見込むが、保険者の
      * 予算委員会が知りたいのは来年度の支援にいくらかかるか。
      * ここでは TEST260926 の案内名簿 (output/invitation_roster.txt)
      * の1人ずつに、
      *   - 経年履歴 (result_history.dat) の直近3年度の支援レベル
      *     1/2 の出現率 (施設×保険者。受診が20件に満たない組は
      *     保険者全体、それも足りなければ全施設の率)
      *   - sessions.dat の支援開始率 (初回面談 I のあった割合) と
      *     完了率 (開始者のうち最終評価 F まで行った割合)、および
      *     健診→開始・開始→完了の平均月数
      *   - 料金表 (input/fee_table.dat、TEST260823 と同じ本人・
      *     被扶養者の単価、無ければ既定額)
      * を掛けて、支援開始・完了の見込み件数と請求額を保険者×
      * 四半期で出す (output/counsel_forecast_<年度>.txt)。
      * 四半期は TEST260926 と同じく「今年受診した月に来年も受診
      * する」前提の健診月に平均月数を足して決め、年度内に収まら
      * ない分は NEXT FY、今年の受診が無い人は UNSCHEDULED に出す。
      * 幅 (LOW/HIGH) は3年度それぞれの受診者あたり開始・完了・
      * 請求額の実績を3年度通算の値で割った最小・最大の比で付ける。
      * 直近年度はまだ支援の途中の人がいるので、開始・完了の実績は
      * 低めに出ることに注意 (見出しに年度別の実績を並べて出す)。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT FEE-FILE ASSIGN TO 'input/fee_table.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEE-STATUS.

           SELECT FORECAST-RPT-FILE ASSIGN USING WS-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    明細行の桁位置は TEST260926 の ROSTER-ONE-PERSON が書く
      *    とおり: 保険者 9:4・施設 19:3 (不明は ---)・患者 31:9・
      *    区分 46:2。
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
           05 FEE-LEVEL       PIC 9.
           05 FEE-AMOUNT      PIC 9(7).

       FD  FORECAST-RPT-FILE.
       01  FORECAST-RPT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ROS-STATUS      PIC XX.
       01  WS-RHF-STATUS      PIC XX.
       01  WS-SES-STATUS      PIC XX.
       01  WS-FEE-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-RPT-PATH        PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    見込みの年度 (名簿の見出しから) と実績を取る3年度。
       01  WS-FCST-FY         PIC 9(4) VALUE 0.
       01  WS-WIN-FROM        PIC 9(4) VALUE 0.
       01  WS-WIN-TO          PIC 9(4) VALUE 0.
       01  WS-YR              PIC 9 VALUE 0.
       01  WS-YR-FY           PIC 9(4) VALUE 0.

      *    施設×保険者の3年度通算の受診者数と支援レベル別件数。
      *    この件数に満たない組は保険者全体の率を使う。
       01  WS-MIN-CELL-EXAMS  PIC 9(3) VALUE 20.
       01  WS-CL-TAB.
           03 WS-CL-ENTRY OCCURS 300 TIMES.
              05 WS-CL-SITE   PIC 9(3).
              05 WS-CL-INS    PIC X(4).
              05 WS-CL-EXAMS  PIC 9(6).
              05 WS-CL-L1     PIC 9(6).
              05 WS-CL-L2     PIC 9(6).
       01  WS-CL-CNT          PIC 9(3) VALUE 0.
       01  WS-CL-IDX          PIC 9(3) VALUE 0.
       01  WS-CL-HIT          PIC 9(3) VALUE 0.

      *    直近年度 (見込み年度の前年度) の健診月。
       01  WS-PM-TAB.
           03 WS-PM-ENTRY OCCURS 3000 TIMES.
              05 WS-PM-ID     PIC 9(9).
              05 WS-PM-MM     PIC 9(2).
       01  WS-PM-CNT          PIC 9(4) VALUE 0.
       01  WS-PM-IDX          PIC 9(4) VALUE 0.
       01  WS-PM-HIT          PIC 9(4) VALUE 0.

      *    3年度の支援レベル1/2判定者と、その後の初回面談 (I) の
      *    最初の日・最終評価 (F) の最後の日。
       01  WS-JD-TAB.
           03 WS-JD-ENTRY OCCURS 3000 TIMES.
              05 WS-JD-ID     PIC 9(9).
              05 WS-JD-YR     PIC 9.
              05 WS-JD-LVL    PIC 9.
              05 WS-JD-EXAM   PIC 9(8).
              05 WS-JD-IDATE  PIC 9(8).
              05 WS-JD-FDATE  PIC 9(8).
       01  WS-JD-CNT          PIC 9(4) VALUE 0.
       01  WS-JD-IDX          PIC 9(4) VALUE 0.
       01  WS-JD-HIT          PIC 9(4) VALUE 0.
      *    面談を判定に結びつける上限日数 (健診から1年半)。
       01  WS-SES-WINDOW-DAYS PIC 9(3) VALUE 548.
       01  WS-DAYS            PIC S9(7) VALUE 0.

      *    年度別 (1=最古 3=直近) の実績。添字2はレベル1/2。
       01  WS-YT-TAB.
           03 WS-YT-ENTRY OCCURS 3 TIMES.
              05 WS-YT-EXAMS  PIC 9(6).
              05 WS-YT-LVL    PIC 9(6) OCCURS 2 TIMES.
              05 WS-YT-START  PIC 9(6) OCCURS 2 TIMES.
              05 WS-YT-COMP   PIC 9(6) OCCURS 2 TIMES.
       01  WS-LV              PIC 9 VALUE 0.

      *    3年度通算の率 (開始率は判定者あたり、完了率は開始者
      *    あたり) と平均月数。
       01  WS-TOT-EXAMS       PIC 9(7) VALUE 0.
       01  WS-TOT-LVL         PIC 9(7) OCCURS 2 TIMES.
       01  WS-TOT-START       PIC 9(7) OCCURS 2 TIMES.
       01  WS-TOT-COMP        PIC 9(7) OCCURS 2 TIMES.
       01  WS-ST-RATE         PIC 9V9(6) OCCURS 2 TIMES.
       01  WS-CP-RATE         PIC 9V9(6) OCCURS 2 TIMES.
       01  WS-LAG-I-DAYS      PIC 9(9) OCCURS 2 TIMES.
       01  WS-LAG-F-DAYS      PIC 9(9) OCCURS 2 TIMES.
       01  WS-LAG-I-MM        PIC 9(2) OCCURS 2 TIMES.
       01  WS-LAG-F-MM        PIC 9(2) OCCURS 2 TIMES.

      *    幅: 年度別の受診者あたり実績 / 通算の値 の最小・最大。
       01  WS-YIELD           PIC 9(7)V9(6) VALUE 0.
       01  WS-YIELD-POOL      PIC 9(7)V9(6) VALUE 0.
       01  WS-YIELD-AMT       PIC 9(11)V99 VALUE 0.
       01  WS-BAND-YEARS      PIC 9 VALUE 0.
       01  WS-BF-ST-LO        PIC 9V9(4) VALUE 1.
       01  WS-BF-ST-HI        PIC 9V9(4) VALUE 1.
       01  WS-BF-CP-LO        PIC 9V9(4) VALUE 1.
       01  WS-BF-CP-HI        PIC 9V9(4) VALUE 1.
       01  WS-BF-AM-LO        PIC 9V9(4) VALUE 1.
       01  WS-BF-AM-HI        PIC 9V9(4) VALUE 1.
       01  WS-BF-RATIO        PIC 9V9(4) VALUE 0.
       01  WS-BF-WHICH        PIC X VALUE SPACE.

      *    料金表 (TEST260823 と同じ既定額)。
       01  WS-FEE-MOTIV       PIC 9(7) VALUE 8000.
       01  WS-FEE-ACTIVE      PIC 9(7) VALUE 25000.
       01  WS-FEE-MOTIV-DEP   PIC 9(7) VALUE 0.
       01  WS-FEE-ACTIVE-DEP  PIC 9(7) VALUE 0.
       01  WS-FEE-THIS        PIC 9(7) VALUE 0.

      *    名簿の1人分。
       01  WS-ROS-INSURER     PIC X(4) VALUE SPACES.
       01  WS-ROS-SITE        PIC 9(3) VALUE 0.
       01  WS-ROS-SITE-KNOWN  PIC X VALUE 'N'.
       01  WS-ROS-PATIENT     PIC 9(9) VALUE 0.
       01  WS-ROS-PLAN        PIC X(2) VALUE SPACES.
       01  WS-ROS-FYMM        PIC 9(2) VALUE 0.
       01  WS-EXAMS-SUM       PIC 9(7) VALUE 0.
       01  WS-L1-SUM          PIC 9(7) VALUE 0.
       01  WS-L2-SUM          PIC 9(7) VALUE 0.
       01  WS-LVL-RATE        PIC 9V9(6) OCCURS 2 TIMES.
       01  WS-EXP-START       PIC 9V9(6) VALUE 0.
       01  WS-EXP-COMP        PIC 9V9(6) VALUE 0.
       01  WS-EXP-AMT         PIC 9(7)V9(4) VALUE 0.
       01  WS-SLOT-MM         PIC 9(2) VALUE 0.
       01  WS-SLOT            PIC 9 VALUE 0.

      *    保険者×区分 (1-4=四半期 5=NEXT FY 6=UNSCHEDULED) の見込み。
       01  WS-FI-TAB.
           03 WS-FI-ENTRY OCCURS 21 TIMES.
              05 WS-FI-INS    PIC X(4).
              05 WS-FI-PERSONS PIC 9(6).
              05 WS-FI-SLOT OCCURS 6 TIMES.
                 07 WS-FI-START PIC 9(6)V9(4).
                 07 WS-FI-COMP  PIC 9(6)V9(4).
                 07 WS-FI-AMT   PIC 9(11)V9(4).
       01  WS-FI-CNT          PIC 9(2) VALUE 0.
       01  WS-FI-IDX          PIC 9(2) VALUE 0.
       01  WS-FI-HIT          PIC 9(2) VALUE 0.
       01  WS-SL-IDX          PIC 9 VALUE 0.
      *    合計行の作業域 (21番目を全保険者計に使う)。
       01  WS-TT-START        PIC 9(6)V9(4) VALUE 0.
       01  WS-TT-COMP         PIC 9(6)V9(4) VALUE 0.
       01  WS-TT-AMT          PIC 9(11)V9(4) VALUE 0.

       01  WS-CNT-ROSTER      PIC 9(6) VALUE 0.
       01  WS-CNT-UNSCHED     PIC 9(6) VALUE 0.
       01  WS-CNT-BASIS-CELL  PIC 9(6) VALUE 0.
       01  WS-CNT-BASIS-INS   PIC 9(6) VALUE 0.
       01  WS-CNT-BASIS-ALL   PIC 9(6) VALUE 0.
       01  WS-CNT-OVERFLOW    PIC 9(6) VALUE 0.
       01  WS-CNT-INS-FULL    PIC 9(6) VALUE 0.

       01  WS-SLOT-LABEL      PIC X(12) VALUE SPACES.
       01  WS-ED-CNT          PIC ZZZZ9.9.
       01  WS-ED-CNT2         PIC ZZZZ9.9.
       01  WS-ED-CNT3         PIC ZZZZ9.9.
       01  WS-ED-AMT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-AMT2         PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-AMT3         PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-PCT          PIC ZZ9.9.
       01  WS-ED-PCT2         PIC ZZ9.9.
       01  WS-ED-FAC          PIC 9.99.
       01  WS-ED-FAC2         PIC 9.99.
       01  WS-ED-NUM          PIC ZZZZZ9.
       01  WS-PCT-WORK        PIC 9(3)V9(4) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-SES      PIC 9(3) VALUE 2.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "--- NEXT-FISCAL-YEAR COUNSELING BUDGET FORECAST "
               "---".

      *    見込み年度は名簿の見出しの年度 (名簿を作っていなければ
      *    何も出さない)。
           PERFORM READ-ROSTER-HEADING.
           IF WS-FCST-FY = 0 THEN
               DISPLAY "NO INVITATION ROSTER WITH A FISCAL-YEAR "
                   "HEADING - RUN TEST260926 FIRST"
               STOP RUN
           END-IF.
           COMPUTE WS-WIN-FROM = WS-FCST-FY - 3.
           COMPUTE WS-WIN-TO = WS-FCST-FY - 1.

           PERFORM LOAD-HISTORY.
           PERFORM LOAD-SESSIONS.
           PERFORM SUMMARIZE-HISTORY.
           PERFORM SET-BAND-FACTORS.
           PERFORM LOAD-FEE-TABLE.
           PERFORM PROJECT-ROSTER.
           PERFORM WRITE-REPORT.

           DISPLAY "COUNSELING FORECAST FY " WS-FCST-FY ": "
               WS-CNT-ROSTER " ROSTER PERSON(S), " WS-FI-CNT
               " INSURER(S) - " FUNCTION TRIM(WS-RPT-PATH).

           STOP RUN.


       READ-ROSTER-HEADING.

      *    1行目の "INVITATION ROSTER FOR FY yyyy" から年度
      *    (TEST260946 と同じ読み方)。
           MOVE 0 TO WS-FCST-FY.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROS-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           READ ROSTER-FILE
               AT END
                   MOVE SPACES TO ROSTER-LINE
           END-READ.
           IF ROSTER-LINE(1:25) = "INVITATION ROSTER FOR FY "
                   AND ROSTER-LINE(26:4) IS NUMERIC THEN
               MOVE ROSTER-LINE(26:4) TO WS-FCST-FY
           END-IF.
           CLOSE ROSTER-FILE.

           EXIT.


       LOAD-HISTORY.

           INITIALIZE WS-YT-TAB.
           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS NOT = "00" THEN
               DISPLAY "NO RESULT HISTORY - RATES ARE ZERO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RHF-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ RESULT-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RHF-FYEAR >= WS-WIN-FROM
                               AND RHF-FYEAR <= WS-WIN-TO THEN
                           PERFORM FOLD-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULT-HIST-FILE.

           EXIT.


       FOLD-HISTORY-ROW.

           COMPUTE WS-YR = RHF-FYEAR - WS-WIN-FROM + 1.
           ADD 1 TO WS-YT-EXAMS(WS-YR).
           IF RHF-LSK-BG = 1 OR RHF-LSK-BG = 2 THEN
               ADD 1 TO WS-YT-LVL(WS-YR, RHF-LSK-BG)
           END-IF.

      *    施設×保険者の通算。
           MOVE 0 TO WS-CL-HIT.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-CNT
               IF WS-CL-SITE(WS-CL-IDX) = RHF-SITE-CODE
                  AND WS-CL-INS(WS-CL-IDX) = RHF-INSURER THEN
                   MOVE WS-CL-IDX TO WS-CL-HIT
               END-IF
           END-PERFORM.
           IF WS-CL-HIT = 0 THEN
               IF WS-CL-CNT < 300 THEN
                   ADD 1 TO WS-CL-CNT
                   MOVE WS-CL-CNT TO WS-CL-HIT
                   MOVE RHF-SITE-CODE TO WS-CL-SITE(WS-CL-HIT)
                   MOVE RHF-INSURER TO WS-CL-INS(WS-CL-HIT)
                   MOVE 0 TO WS-CL-EXAMS(WS-CL-HIT)
                   MOVE 0 TO WS-CL-L1(WS-CL-HIT)
                   MOVE 0 TO WS-CL-L2(WS-CL-HIT)
               ELSE
                   ADD 1 TO WS-CNT-OVERFLOW
               END-IF
           END-IF.
           IF WS-CL-HIT > 0 THEN
               ADD 1 TO WS-CL-EXAMS(WS-CL-HIT)
               IF RHF-LSK-BG = 1 THEN
                   ADD 1 TO WS-CL-L1(WS-CL-HIT)
               END-IF
               IF RHF-LSK-BG = 2 THEN
                   ADD 1 TO WS-CL-L2(WS-CL-HIT)
               END-IF
           END-IF.

      *    直近年度の健診月 (来年度もこの月に受診する前提)。
           IF RHF-FYEAR = WS-WIN-TO THEN
               IF WS-PM-CNT < 3000 THEN
                   ADD 1 TO WS-PM-CNT
                   MOVE RHF-PATIENT-ID TO WS-PM-ID(WS-PM-CNT)
                   COMPUTE WS-PM-MM(WS-PM-CNT) = FUNCTION MOD(
                       FUNCTION INTEGER(RHF-EXAM-DATE / 100), 100)
               ELSE
                   ADD 1 TO WS-CNT-OVERFLOW
               END-IF
           END-IF.

      *    支援レベル判定者は面談との突合用に控える。
           IF RHF-LSK-BG = 1 OR RHF-LSK-BG = 2 THEN
               IF WS-JD-CNT < 3000 THEN
                   ADD 1 TO WS-JD-CNT
                   MOVE RHF-PATIENT-ID TO WS-JD-ID(WS-JD-CNT)
                   MOVE WS-YR TO WS-JD-YR(WS-JD-CNT)
                   MOVE RHF-LSK-BG TO WS-JD-LVL(WS-JD-CNT)
                   MOVE RHF-EXAM-DATE TO WS-JD-EXAM(WS-JD-CNT)
                   MOVE 0 TO WS-JD-IDATE(WS-JD-CNT)
                   MOVE 0 TO WS-JD-FDATE(WS-JD-CNT)
               ELSE
                   ADD 1 TO WS-CNT-OVERFLOW
               END-IF
           END-IF.

           EXIT.


       LOAD-SESSIONS.

           OPEN INPUT SESSION-FILE.
           IF WS-SES-STATUS NOT = "00" THEN
               DISPLAY "NO SESSION FILE - START AND COMPLETION "
                   "RATES ARE ZERO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SES-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ SESSION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SES-TYPE = "I" OR SES-TYPE = "F" THEN
                           PERFORM FOLD-SESSION-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SESSION-FILE.

           EXIT.


       FOLD-SESSION-ROW.

      *    面談はその患者の、面談日以前で最も新しい判定に結びつける
      *    (健診から WS-SES-WINDOW-DAYS 日を超えたものは結ばない)。
           MOVE 0 TO WS-JD-HIT.
           PERFORM VARYING WS-JD-IDX FROM 1 BY 1
                   UNTIL WS-JD-IDX > WS-JD-CNT
               IF WS-JD-ID(WS-JD-IDX) = SES-PATIENT-ID
                  AND WS-JD-EXAM(WS-JD-IDX) <= SES-DATE THEN
                   IF WS-JD-HIT = 0 THEN
                       MOVE WS-JD-IDX TO WS-JD-HIT
                   ELSE
                       IF WS-JD-EXAM(WS-JD-IDX)
                               > WS-JD-EXAM(WS-JD-HIT) THEN
                           MOVE WS-JD-IDX TO WS-JD-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-JD-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(SES-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-JD-EXAM(WS-JD-HIT)).
           IF WS-DAYS > WS-SES-WINDOW-DAYS THEN
               EXIT PARAGRAPH
           END-IF.

           IF SES-TYPE = "I" THEN
               IF WS-JD-IDATE(WS-JD-HIT) = 0
                       OR SES-DATE < WS-JD-IDATE(WS-JD-HIT) THEN
                   MOVE SES-DATE TO WS-JD-IDATE(WS-JD-HIT)
               END-IF
           ELSE
               IF SES-DATE > WS-JD-FDATE(WS-JD-HIT) THEN
                   MOVE SES-DATE TO WS-JD-FDATE(WS-JD-HIT)
               END-IF
           END-IF.

           EXIT.


       SUMMARIZE-HISTORY.

      *    判定者ごとに開始 (I あり)・完了 (I の後に F あり) を数え、
      *    健診→開始・開始→完了の日数を積む。
           MOVE 0 TO WS-TOT-EXAMS.
           PERFORM VARYING WS-LV FROM 1 BY 1 UNTIL WS-LV > 2
               MOVE 0 TO WS-TOT-LVL(WS-LV)
               MOVE 0 TO WS-TOT-START(WS-LV)
               MOVE 0 TO WS-TOT-COMP(WS-LV)
               MOVE 0 TO WS-LAG-I-DAYS(WS-LV)
               MOVE 0 TO WS-LAG-F-DAYS(WS-LV)
               MOVE 0 TO WS-LAG-I-MM(WS-LV)
               MOVE 0 TO WS-LAG-F-MM(WS-LV)
               MOVE 0 TO WS-ST-RATE(WS-LV)
               MOVE 0 TO WS-CP-RATE(WS-LV)
           END-PERFORM.

           PERFORM VARYING WS-JD-IDX FROM 1 BY 1
                   UNTIL WS-JD-IDX > WS-JD-CNT
               IF WS-JD-IDATE(WS-JD-IDX) > 0 THEN
                   MOVE WS-JD-LVL(WS-JD-IDX) TO WS-LV
                   MOVE WS-JD-YR(WS-JD-IDX) TO WS-YR
                   ADD 1 TO WS-YT-START(WS-YR, WS-LV)
                   COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(
                       WS-JD-IDATE(WS-JD-IDX))
                       - FUNCTION INTEGER-OF-DATE(
                       WS-JD-EXAM(WS-JD-IDX))
                   ADD WS-DAYS TO WS-LAG-I-DAYS(WS-LV)
                   IF WS-JD-FDATE(WS-JD-IDX)
                           >= WS-JD-IDATE(WS-JD-IDX) THEN
                       ADD 1 TO WS-YT-COMP(WS-YR, WS-LV)
                       COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(
                           WS-JD-FDATE(WS-JD-IDX))
                           - FUNCTION INTEGER-OF-DATE(
                           WS-JD-IDATE(WS-JD-IDX))
                       ADD WS-DAYS TO WS-LAG-F-DAYS(WS-LV)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-YR FROM 1 BY 1 UNTIL WS-YR > 3
               ADD WS-YT-EXAMS(WS-YR) TO WS-TOT-EXAMS
               PERFORM VARYING WS-LV FROM 1 BY 1 UNTIL WS-LV > 2
                   ADD WS-YT-LVL(WS-YR, WS-LV) TO WS-TOT-LVL(WS-LV)
                   ADD WS-YT-START(WS-YR, WS-LV)
                       TO WS-TOT-START(WS-LV)
                   ADD WS-YT-COMP(WS-YR, WS-LV)
                       TO WS-TOT-COMP(WS-LV)
               END-PERFORM
           END-PERFORM.

      *    率と平均月数 (日数 / 30 を四捨五入)。
           PERFORM VARYING WS-LV FROM 1 BY 1 UNTIL WS-LV > 2
               IF WS-TOT-LVL(WS-LV) > 0 THEN
                   COMPUTE WS-ST-RATE(WS-LV) ROUNDED =
                       WS-TOT-START(WS-LV) / WS-TOT-LVL(WS-LV)
               END-IF
               IF WS-TOT-START(WS-LV) > 0 THEN
                   COMPUTE WS-CP-RATE(WS-LV) ROUNDED =
                       WS-TOT-COMP(WS-LV) / WS-TOT-START(WS-LV)
                   COMPUTE WS-LAG-I-MM(WS-LV) ROUNDED =
                       WS-LAG-I-DAYS(WS-LV) / WS-TOT-START(WS-LV)
                       / 30
               END-IF
               IF WS-TOT-COMP(WS-LV) > 0 THEN
                   COMPUTE WS-LAG-F-MM(WS-LV) ROUNDED =
                       WS-LAG-F-DAYS(WS-LV) / WS-TOT-COMP(WS-LV)
                       / 30
               END-IF
           END-PERFORM.

           EXIT.


       SET-BAND-FACTORS.

      *    受診者のいる年度が2つ以上あるときだけ幅を付ける (1年度
      *    だけでは上下が出ないので LOW = HIGH = 見込み)。
           MOVE 0 TO WS-BAND-YEARS.
           PERFORM VARYING WS-YR FROM 1 BY 1 UNTIL WS-YR > 3
               IF WS-YT-EXAMS(WS-YR) > 0 THEN
                   ADD 1 TO WS-BAND-YEARS
               END-IF
           END-PERFORM.
           IF WS-BAND-YEARS < 2 OR WS-TOT-EXAMS = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO WS-BF-WHICH.
           PERFORM SET-ONE-BAND.
           MOVE "C" TO WS-BF-WHICH.
           PERFORM SET-ONE-BAND.
           MOVE "A" TO WS-BF-WHICH.
           PERFORM SET-ONE-BAND.

           EXIT.


       SET-ONE-BAND.

      *    WS-BF-WHICH: S=開始 C=完了 A=請求額 (本人単価で換算)。
           MOVE 0 TO WS-YIELD-POOL.
           EVALUATE WS-BF-WHICH
               WHEN "S"
                   COMPUTE WS-YIELD-POOL =
                       (WS-TOT-START(1) + WS-TOT-START(2))
                       / WS-TOT-EXAMS
               WHEN "C"
                   COMPUTE WS-YIELD-POOL =
                       (WS-TOT-COMP(1) + WS-TOT-COMP(2))
                       / WS-TOT-EXAMS
               WHEN "A"
                   COMPUTE WS-YIELD-AMT =
                       WS-TOT-COMP(1) * WS-FEE-MOTIV
                       + WS-TOT-COMP(2) * WS-FEE-ACTIVE
                   COMPUTE WS-YIELD-POOL =
                       WS-YIELD-AMT / WS-TOT-EXAMS
           END-EVALUATE.
           IF WS-YIELD-POOL = 0 THEN
               EXIT PARAGRAPH
           END-IF.
      *    LOW/HIGH は年度の比の最小・最大 (通算の値は年度の間に
      *    あるので LOW <= 1 <= HIGH になる)。
           EVALUATE WS-BF-WHICH
               WHEN "S"
                   MOVE 9.9999 TO WS-BF-ST-LO
                   MOVE 0 TO WS-BF-ST-HI
               WHEN "C"
                   MOVE 9.9999 TO WS-BF-CP-LO
                   MOVE 0 TO WS-BF-CP-HI
               WHEN "A"
                   MOVE 9.9999 TO WS-BF-AM-LO
                   MOVE 0 TO WS-BF-AM-HI
           END-EVALUATE.

           PERFORM VARYING WS-YR FROM 1 BY 1 UNTIL WS-YR > 3
               IF WS-YT-EXAMS(WS-YR) > 0 THEN
                   EVALUATE WS-BF-WHICH
                       WHEN "S"
                           COMPUTE WS-YIELD =
                               (WS-YT-START(WS-YR, 1)
                               + WS-YT-START(WS-YR, 2))
                               / WS-YT-EXAMS(WS-YR)
                       WHEN "C"
                           COMPUTE WS-YIELD =
                               (WS-YT-COMP(WS-YR, 1)
                               + WS-YT-COMP(WS-YR, 2))
                               / WS-YT-EXAMS(WS-YR)
                       WHEN "A"
                           COMPUTE WS-YIELD-AMT =
                               WS-YT-COMP(WS-YR, 1) * WS-FEE-MOTIV
                               + WS-YT-COMP(WS-YR, 2)
                               * WS-FEE-ACTIVE
                           COMPUTE WS-YIELD =
                               WS-YIELD-AMT / WS-YT-EXAMS(WS-YR)
                   END-EVALUATE
                   COMPUTE WS-BF-RATIO ROUNDED =
                       WS-YIELD / WS-YIELD-POOL
                   PERFORM TAKE-BAND-RATIO
               END-IF
           END-PERFORM.

           EXIT.


       TAKE-BAND-RATIO.

           EVALUATE WS-BF-WHICH
               WHEN "S"
                   IF WS-BF-RATIO < WS-BF-ST-LO THEN
                       MOVE WS-BF-RATIO TO WS-BF-ST-LO
                   END-IF
                   IF WS-BF-RATIO > WS-BF-ST-HI THEN
                       MOVE WS-BF-RATIO TO WS-BF-ST-HI
                   END-IF
               WHEN "C"
                   IF WS-BF-RATIO < WS-BF-CP-LO THEN
                       MOVE WS-BF-RATIO TO WS-BF-CP-LO
                   END-IF
                   IF WS-BF-RATIO > WS-BF-CP-HI THEN
                       MOVE WS-BF-RATIO TO WS-BF-CP-HI
                   END-IF
               WHEN "A"
                   IF WS-BF-RATIO < WS-BF-AM-LO THEN
                       MOVE WS-BF-RATIO TO WS-BF-AM-LO
                   END-IF
                   IF WS-BF-RATIO > WS-BF-AM-HI THEN
                       MOVE WS-BF-RATIO TO WS-BF-AM-HI
                   END-IF
           END-EVALUATE.

           EXIT.


       LOAD-FEE-TABLE.

      *    TEST260823 と同じ読み方 (1=動機付け 2=積極的 3/4=同
      *    被扶養者、被扶養者単価が無ければ本人単価)。
           OPEN INPUT FEE-FILE.
           IF WS-FEE-STATUS NOT = "00" THEN
               DISPLAY "NO FEE TABLE - USING BUILT-IN DEFAULTS"
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ FEE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           EVALUATE FEE-LEVEL
                               WHEN 1
                                   MOVE FEE-AMOUNT TO WS-FEE-MOTIV
                               WHEN 2
                                   MOVE FEE-AMOUNT TO WS-FEE-ACTIVE
                               WHEN 3
                                   MOVE FEE-AMOUNT
                                       TO WS-FEE-MOTIV-DEP
                               WHEN 4
                                   MOVE FEE-AMOUNT
                                       TO WS-FEE-ACTIVE-DEP
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FEE-FILE
           END-IF.
           IF WS-FEE-MOTIV-DEP = 0 THEN
               MOVE WS-FEE-MOTIV TO WS-FEE-MOTIV-DEP
           END-IF.
           IF WS-FEE-ACTIVE-DEP = 0 THEN
               MOVE WS-FEE-ACTIVE TO WS-FEE-ACTIVE-DEP
           END-IF.

           EXIT.


       PROJECT-ROSTER.

           INITIALIZE WS-FI-TAB.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROS-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ ROSTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ROSTER-LINE(1:8) = "INSURER "
                               AND ROSTER-LINE(31:9) IS NUMERIC THEN
                           PERFORM PROJECT-ONE-PERSON
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.

           EXIT.


       PROJECT-ONE-PERSON.

           MOVE ROSTER-LINE(9:4)  TO WS-ROS-INSURER.
           MOVE ROSTER-LINE(31:9) TO WS-ROS-PATIENT.
           MOVE ROSTER-LINE(46:2) TO WS-ROS-PLAN.
           IF ROSTER-LINE(19:3) IS NUMERIC THEN
               MOVE ROSTER-LINE(19:3) TO WS-ROS-SITE
               MOVE 'Y' TO WS-ROS-SITE-KNOWN
           ELSE
               MOVE 0 TO WS-ROS-SITE
               MOVE 'N' TO WS-ROS-SITE-KNOWN
           END-IF.

           MOVE 0 TO WS-FI-HIT.
           PERFORM VARYING WS-FI-IDX FROM 1 BY 1
                   UNTIL WS-FI-IDX > WS-FI-CNT
               IF WS-FI-INS(WS-FI-IDX) = WS-ROS-INSURER THEN
                   MOVE WS-FI-IDX TO WS-FI-HIT
               END-IF
           END-PERFORM.
           IF WS-FI-HIT = 0 THEN
               IF WS-FI-CNT < 20 THEN
                   ADD 1 TO WS-FI-CNT
                   MOVE WS-FI-CNT TO WS-FI-HIT
                   MOVE WS-ROS-INSURER TO WS-FI-INS(WS-FI-HIT)
               ELSE
                   ADD 1 TO WS-CNT-INS-FULL
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-CNT-ROSTER.
           ADD 1 TO WS-FI-PERSONS(WS-FI-HIT).

           PERFORM RESOLVE-LEVEL-RATES.

      *    来年度の健診月 (年度内の月番号 4月=1)。直近年度に受診が
      *    無ければ UNSCHEDULED。
           MOVE 0 TO WS-ROS-FYMM.
           MOVE 0 TO WS-PM-HIT.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-CNT
               IF WS-PM-ID(WS-PM-IDX) = WS-ROS-PATIENT THEN
                   MOVE WS-PM-IDX TO WS-PM-HIT
               END-IF
           END-PERFORM.
           IF WS-PM-HIT > 0 AND WS-PM-MM(WS-PM-HIT) > 0 THEN
               IF WS-PM-MM(WS-PM-HIT) >= 4 THEN
                   COMPUTE WS-ROS-FYMM = WS-PM-MM(WS-PM-HIT) - 3
               ELSE
                   COMPUTE WS-ROS-FYMM = WS-PM-MM(WS-PM-HIT) + 9
               END-IF
           ELSE
               ADD 1 TO WS-CNT-UNSCHED
           END-IF.

           PERFORM VARYING WS-LV FROM 1 BY 1 UNTIL WS-LV > 2
               PERFORM PROJECT-ONE-LEVEL
           END-PERFORM.

           EXIT.


       RESOLVE-LEVEL-RATES.

      *    施設×保険者 -> 保険者全体 -> 全施設 の順で、受診者が
      *    WS-MIN-CELL-EXAMS 以上ある最初の単位の率を使う。
           MOVE 0 TO WS-LVL-RATE(1).
           MOVE 0 TO WS-LVL-RATE(2).
           MOVE 0 TO WS-EXAMS-SUM.
           MOVE 0 TO WS-L1-SUM.
           MOVE 0 TO WS-L2-SUM.
           IF WS-ROS-SITE-KNOWN = 'Y' THEN
               PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                       UNTIL WS-CL-IDX > WS-CL-CNT
                   IF WS-CL-SITE(WS-CL-IDX) = WS-ROS-SITE
                      AND WS-CL-INS(WS-CL-IDX) = WS-ROS-INSURER THEN
                       ADD WS-CL-EXAMS(WS-CL-IDX) TO WS-EXAMS-SUM
                       ADD WS-CL-L1(WS-CL-IDX) TO WS-L1-SUM
                       ADD WS-CL-L2(WS-CL-IDX) TO WS-L2-SUM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-EXAMS-SUM >= WS-MIN-CELL-EXAMS THEN
               ADD 1 TO WS-CNT-BASIS-CELL
           ELSE
               MOVE 0 TO WS-EXAMS-SUM
               MOVE 0 TO WS-L1-SUM
               MOVE 0 TO WS-L2-SUM
               PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                       UNTIL WS-CL-IDX > WS-CL-CNT
                   IF WS-CL-INS(WS-CL-IDX) = WS-ROS-INSURER THEN
                       ADD WS-CL-EXAMS(WS-CL-IDX) TO WS-EXAMS-SUM
                       ADD WS-CL-L1(WS-CL-IDX) TO WS-L1-SUM
                       ADD WS-CL-L2(WS-CL-IDX) TO WS-L2-SUM
                   END-IF
               END-PERFORM
               IF WS-EXAMS-SUM >= WS-MIN-CELL-EXAMS THEN
                   ADD 1 TO WS-CNT-BASIS-INS
               ELSE
                   ADD 1 TO WS-CNT-BASIS-ALL
                   MOVE WS-TOT-EXAMS TO WS-EXAMS-SUM
                   MOVE WS-TOT-LVL(1) TO WS-L1-SUM
                   MOVE WS-TOT-LVL(2) TO WS-L2-SUM
               END-IF
           END-IF.
           IF WS-EXAMS-SUM > 0 THEN
               COMPUTE WS-LVL-RATE(1) ROUNDED =
                   WS-L1-SUM / WS-EXAMS-SUM
               COMPUTE WS-LVL-RATE(2) ROUNDED =
                   WS-L2-SUM / WS-EXAMS-SUM
           END-IF.

           EXIT.


       PROJECT-ONE-LEVEL.

      *    1人の見込み: 開始 = レベル率 x 開始率、完了 = 開始 x
      *    完了率、請求額 = 完了 x 単価 (区分の1桁目 2 は被扶養者)。
           COMPUTE WS-EXP-START ROUNDED =
               WS-LVL-RATE(WS-LV) * WS-ST-RATE(WS-LV).
           COMPUTE WS-EXP-COMP ROUNDED =
               WS-EXP-START * WS-CP-RATE(WS-LV).
           IF WS-LV = 1 THEN
               IF WS-ROS-PLAN(1:1) = "2" THEN
                   MOVE WS-FEE-MOTIV-DEP TO WS-FEE-THIS
               ELSE
                   MOVE WS-FEE-MOTIV TO WS-FEE-THIS
               END-IF
           ELSE
               IF WS-ROS-PLAN(1:1) = "2" THEN
                   MOVE WS-FEE-ACTIVE-DEP TO WS-FEE-THIS
               ELSE
                   MOVE WS-FEE-ACTIVE TO WS-FEE-THIS
               END-IF
           END-IF.
           COMPUTE WS-EXP-AMT ROUNDED = WS-EXP-COMP * WS-FEE-THIS.

      *    開始の区分 = 健診月 + 健診→開始の月数。
           IF WS-ROS-FYMM = 0 THEN
               MOVE 6 TO WS-SLOT
           ELSE
               COMPUTE WS-SLOT-MM = WS-ROS-FYMM + WS-LAG-I-MM(WS-LV)
               PERFORM SET-SLOT-FROM-MONTH
           END-IF.
           ADD WS-EXP-START TO WS-FI-START(WS-FI-HIT, WS-SLOT).

      *    完了 (請求) の区分 = 開始月 + 開始→完了の月数。
           IF WS-ROS-FYMM = 0 THEN
               MOVE 6 TO WS-SLOT
           ELSE
               COMPUTE WS-SLOT-MM = WS-ROS-FYMM + WS-LAG-I-MM(WS-LV)
                   + WS-LAG-F-MM(WS-LV)
               PERFORM SET-SLOT-FROM-MONTH
           END-IF.
           ADD WS-EXP-COMP TO WS-FI-COMP(WS-FI-HIT, WS-SLOT).
           ADD WS-EXP-AMT TO WS-FI-AMT(WS-FI-HIT, WS-SLOT).

           EXIT.


       SET-SLOT-FROM-MONTH.

           IF WS-SLOT-MM > 12 THEN
               MOVE 5 TO WS-SLOT
           ELSE
               COMPUTE WS-SLOT = (WS-SLOT-MM - 1) / 3 + 1
           END-IF.

           EXIT.


       WRITE-REPORT.

           MOVE SPACES TO WS-RPT-PATH.
           STRING "output/counsel_forecast_" WS-FCST-FY ".txt"
               DELIMITED BY SIZE INTO WS-RPT-PATH.
           OPEN OUTPUT FORECAST-RPT-FILE.

           MOVE SPACES TO FORECAST-RPT-LINE.
           STRING "COUNSELING BUDGET FORECAST FOR FY " WS-FCST-FY
               "   HISTORY FY " WS-WIN-FROM "-" WS-WIN-TO
               "   PRODUCED " WS-RUN-DATE
               DELIMITED BY SIZE INTO FORECAST-RPT-LINE.
           WRITE FORECAST-RPT-LINE.
           MOVE ALL "=" TO FORECAST-RPT-LINE.
           WRITE FORECAST-RPT-LINE.

           PERFORM WRITE-ASSUMPTIONS.

           PERFORM VARYING WS-FI-IDX FROM 1 BY 1
                   UNTIL WS-FI-IDX > WS-FI-CNT
               PERFORM WRITE-INSURER-BLOCK
           END-PERFORM.

      *    全保険者計を21番目に積んで同じ書式で出す。
           MOVE 21 TO WS-FI-IDX.
           INITIALIZE WS-FI-ENTRY(21).
           MOVE "ALL " TO WS-FI-INS(21).
           PERFORM VARYING WS-FI-HIT FROM 1 BY 1
                   UNTIL WS-FI-HIT > WS-FI-CNT
               ADD WS-FI-PERSONS(WS-FI-HIT) TO WS-FI-PERSONS(21)
               PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                       UNTIL WS-SL-IDX > 6
                   ADD WS-FI-START(WS-FI-HIT, WS-SL-IDX)
                       TO WS-FI-START(21, WS-SL-IDX)
                   ADD WS-FI-COMP(WS-FI-HIT, WS-SL-IDX)
                       TO WS-FI-COMP(21, WS-SL-IDX)
                   ADD WS-FI-AMT(WS-FI-HIT, WS-SL-IDX)
                       TO WS-FI-AMT(21, WS-SL-IDX)
               END-PERFORM
           END-PERFORM.
           PERFORM WRITE-INSURER-BLOCK.

           IF WS-CNT-INS-FULL > 0 OR WS-CNT-OVERFLOW > 0 THEN
               MOVE SPACES TO FORECAST-RPT-LINE
               STRING "NOT COUNTED - INSURER TABLE FULL (20): "
                   WS-CNT-INS-FULL " PERSON(S); HISTORY TABLES "
                   "FULL: " WS-CNT-OVERFLOW " ROW(S)"
                   DELIMITED BY SIZE INTO FORECAST-RPT-LINE
               WRITE FORECAST-RPT-LINE
           END-IF.

           CLOSE FORECAST-RPT-FILE.

           EXIT.


       WRITE-ASSUMPTIONS.

           MOVE SPACES TO FORECAST-RPT-LINE.
           STRING "ROSTER PERSONS " WS-CNT-ROSTER
               "   WITHOUT AN EXAM MONTH LAST YEAR (UNSCHEDULED) "
               WS-CNT-UNSCHED
               DELIMITED BY SIZE INTO FORECAST-RPT-LINE.
           WRITE FORECAST-RPT-LINE.
           MOVE SPACES TO FORECAST-RPT-LINE.
           STRING "LEVEL RATE BASIS: SITE X INSURER "
               WS-CNT-BASIS-CELL "   INSURER " WS-CNT-BASIS-INS
               "   ALL SITES " WS-CNT-BASIS-ALL
               "   (CELLS UNDER " WS-MIN-CELL-EXAMS
               " EXAMS FALL BACK)"
               DELIMITED BY SIZE INTO FORECAST-RPT-LINE.
           WRITE FORECAST-RPT-LINE.

           MOVE SPACES TO FORECAST-RPT-LINE.
           WRITE FORECAST-RPT-LINE.
           MOVE "HISTORY BY FISCAL YEAR       EXAMS  LEVEL1  LEVEL2"
               & "  STARTS1 STARTS2  COMPL1  COMPL2"
               TO FORECAST-RPT-LINE.
           WRITE FORECAST-RPT-LINE.
           PERFORM VARYING WS-YR FROM 1 BY 1 UNTIL WS-YR > 3
               MOVE SPACES TO FORECAST-RPT-LINE
               COMPUTE WS-YR-FY = WS-WIN-FROM + WS-YR - 1
               MOVE WS-YT-EXAMS(WS-YR) TO WS-ED-NUM
               STRING "  FY " WS-YR-FY "                 "
                   WS-ED-NUM
                   DELIMITED BY SIZE INTO FORECAST-RPT-LINE
               MOVE WS-YT-LVL(WS-YR, 1) TO WS-ED-NUM
               MOVE WS-ED-NUM TO FORECAST-RPT-LINE(35:6)
               MOVE WS-YT-LVL(WS-YR, 2) TO WS-ED-NUM
               MOVE WS-ED-NUM TO FORECAST-RPT-LINE(43:6)
               MOVE WS-YT-START(WS-YR, 1) TO WS-ED-NUM
               MOVE WS-ED-NUM TO FORECAST-RPT-LINE(52:6)
               MOVE WS-YT-START(WS-YR, 2) TO WS-ED-NUM
               MOVE WS-ED-NUM TO FORECAST-RPT-LINE(60:6)
               MOVE WS-YT-COMP(WS-YR, 1) TO WS-ED-NUM
               MOVE WS-ED-NUM TO FORECAST-RPT-LINE(68:6)
               MOVE WS-YT-COMP(WS-YR, 2) TO WS-ED-NUM
               MOVE WS-ED-NUM TO FORECAST-RPT-LINE(76:6)
               WRITE FORECAST-RPT-LINE
           END-PERFORM.

           MOVE SPACES TO FORECAST-RPT-LINE.
           WRITE FORECAST-RPT-LINE.
           PERFORM VARYING WS-LV FROM 1 BY 1 UNTIL WS-LV > 2
               COMPUTE WS-PCT-WORK = WS-ST-RATE(WS-LV) * 100
               MOVE WS-PCT-WORK TO WS-ED-PCT
               COMPUTE WS-PCT-WORK = WS-CP-RATE(WS-LV) * 100
               MOVE WS-PCT-WORK TO WS-ED-PCT2
               MOVE SPACES TO FORECAST-RPT-LINE
               STRING "LEVEL " WS-LV
                   ": START RATE " WS-ED-PCT "%"
                   "   COMPLETION RATE (OF STARTS) " WS-ED-PCT2 "%"
                   "   EXAM->START " WS-LAG-I-MM(WS-LV) " MONTH(S)"
                   "   START->COMPLETION " WS-LAG-F-MM(WS-LV)
                   " MONTH(S)"
                   DELIMITED BY SIZE INTO FORECAST-RPT-LINE
               WRITE FORECAST-RPT-LINE
           END-PERFORM.

           MOVE SPACES TO FORECAST-RPT-LINE.
           STRING "FEES (YEN): LEVEL 1 " WS-FEE-MOTIV
               " (DEPENDANT " WS-FEE-MOTIV-DEP ")   LEVEL 2 "
               WS-FEE-ACTIVE " (DEPENDANT " WS-FEE-ACTIVE-DEP ")"
               DELIMITED BY SIZE INTO FORECAST-RPT-LINE.
           WRITE FORECAST-RPT-LINE.

           IF WS-BAND-YEARS < 2 THEN
               MOVE SPACES TO FORECAST-RPT-LINE
               STRING "BAND: FEWER THAN TWO YEARS OF HISTORY - "
                   "LOW = HIGH = EXPECTED"
                   DELIMITED BY SIZE INTO FORECAST-RPT-LINE
           ELSE
               PERFORM WRITE-BAND-LINE
           END-IF.
           WRITE FORECAST-RPT-LINE.

           EXIT.


       WRITE-BAND-LINE.

           MOVE SPACES TO FORECAST-RPT-LINE.
           MOVE WS-BF-ST-LO TO WS-ED-FAC.
           MOVE WS-BF-ST-HI TO WS-ED-FAC2.
           STRING "BAND (LOW/HIGH X EXPECTED): STARTS "
               WS-ED-FAC "/" WS-ED-FAC2
               DELIMITED BY SIZE INTO FORECAST-RPT-LINE.
           MOVE WS-BF-CP-LO TO WS-ED-FAC.
           MOVE WS-BF-CP-HI TO WS-ED-FAC2.
           STRING "COMPLETIONS " WS-ED-FAC "/" WS-ED-FAC2
               DELIMITED BY SIZE INTO FORECAST-RPT-LINE(46:30).
           MOVE WS-BF-AM-LO TO WS-ED-FAC.
           MOVE WS-BF-AM-HI TO WS-ED-FAC2.
           STRING "AMOUNT " WS-ED-FAC "/" WS-ED-FAC2
               DELIMITED BY SIZE INTO FORECAST-RPT-LINE(72:30).

           EXIT.


       WRITE-INSURER-BLOCK.

           MOVE SPACES TO FORECAST-RPT-LINE.
           WRITE FORECAST-RPT-LINE.
           MOVE SPACES TO FORECAST-RPT-LINE.
           STRING "INSURER " WS-FI-INS(WS-FI-IDX)
               "   ROSTER PERSONS " WS-FI-PERSONS(WS-FI-IDX)
               DELIMITED BY SIZE INTO FORECAST-RPT-LINE.
           WRITE FORECAST-RPT-LINE.
           MOVE "  PERIOD          STARTS LOW/EXP/HIGH      COMPLETI"
               & "ONS LOW/EXP/HIGH            AMOUNT (YEN) LOW / EXP"
               & " / HIGH" TO FORECAST-RPT-LINE.
           WRITE FORECAST-RPT-LINE.

           MOVE 0 TO WS-TT-START.
           MOVE 0 TO WS-TT-COMP.
           MOVE 0 TO WS-TT-AMT.
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1 UNTIL WS-SL-IDX > 6
               EVALUATE WS-SL-IDX
                   WHEN 1
                       MOVE "Q1 APR-JUN" TO WS-SLOT-LABEL
                   WHEN 2
                       MOVE "Q2 JUL-SEP" TO WS-SLOT-LABEL
                   WHEN 3
                       MOVE "Q3 OCT-DEC" TO WS-SLOT-LABEL
                   WHEN 4
                       MOVE "Q4 JAN-MAR" TO WS-SLOT-LABEL
                   WHEN 5
                       MOVE "NEXT FY" TO WS-SLOT-LABEL
                   WHEN 6
                       MOVE "UNSCHEDULED" TO WS-SLOT-LABEL
               END-EVALUATE
               MOVE WS-FI-START(WS-FI-IDX, WS-SL-IDX) TO WS-TT-START
               MOVE WS-FI-COMP(WS-FI-IDX, WS-SL-IDX) TO WS-TT-COMP
               MOVE WS-FI-AMT(WS-FI-IDX, WS-SL-IDX) TO WS-TT-AMT
               PERFORM WRITE-FORECAST-ROW
           END-PERFORM.

           MOVE "TOTAL" TO WS-SLOT-LABEL.
           MOVE 0 TO WS-TT-START.
           MOVE 0 TO WS-TT-COMP.
           MOVE 0 TO WS-TT-AMT.
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1 UNTIL WS-SL-IDX > 6
               ADD WS-FI-START(WS-FI-IDX, WS-SL-IDX) TO WS-TT-START
               ADD WS-FI-COMP(WS-FI-IDX, WS-SL-IDX) TO WS-TT-COMP
               ADD WS-FI-AMT(WS-FI-IDX, WS-SL-IDX) TO WS-TT-AMT
           END-PERFORM.
           PERFORM WRITE-FORECAST-ROW.

           EXIT.


       WRITE-FORECAST-ROW.

      *    WS-TT-* の見込みに幅の係数を掛けて1行にする。
           MOVE SPACES TO FORECAST-RPT-LINE.
           MOVE WS-SLOT-LABEL TO FORECAST-RPT-LINE(3:12).
           COMPUTE WS-ED-CNT ROUNDED = WS-TT-START * WS-BF-ST-LO.
           MOVE WS-TT-START TO WS-ED-CNT2.
           COMPUTE WS-ED-CNT3 ROUNDED = WS-TT-START * WS-BF-ST-HI.
           STRING WS-ED-CNT " " WS-ED-CNT2 " " WS-ED-CNT3
               DELIMITED BY SIZE INTO FORECAST-RPT-LINE(17:23).
           COMPUTE WS-ED-CNT ROUNDED = WS-TT-COMP * WS-BF-CP-LO.
           MOVE WS-TT-COMP TO WS-ED-CNT2.
           COMPUTE WS-ED-CNT3 ROUNDED = WS-TT-COMP * WS-BF-CP-HI.
           STRING WS-ED-CNT " " WS-ED-CNT2 " " WS-ED-CNT3
               DELIMITED BY SIZE INTO FORECAST-RPT-LINE(44:23).
           COMPUTE WS-ED-AMT ROUNDED = WS-TT-AMT * WS-BF-AM-LO.
           COMPUTE WS-ED-AMT2 ROUNDED = WS-TT-AMT.
           COMPUTE WS-ED-AMT3 ROUNDED = WS-TT-AMT * WS-BF-AM-HI.
           STRING WS-ED-AMT " " WS-ED-AMT2 " " WS-ED-AMT3
               DELIMITED BY SIZE INTO FORECAST-RPT-LINE(70:35).
           WRITE FORECAST-RPT-LINE.

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

       END PROGRAM TEST260964.
