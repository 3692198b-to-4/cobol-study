      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260957.

      *
      * CVD-RISK-SITES: 10年冠動脈疾患リスク (吹田スコア) の施設別
      * 分布。夜間バッチ (TEST230314) が判定のたびに健診計測値
      * ストアへ残したリスク区分を当年度分だけ読み、施設ごとに
      * 推定できた人数・低/中/高リスクの人数・高リスクの割合と、
      * 推定できなかった人数 (血圧・脂質の欠測など) を
      * output/cvd_risk_by_site.txt に出す。保健指導の面談枠を
      * 高リスクの多い施設へ寄せる配分の資料。高リスク者の多い
      * 施設から順に並べる。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAM-STORE-FILE ASSIGN TO 'output/exam_store.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XST-KEY
           FILE STATUS IS WS-XST-STATUS.

           SELECT SITE-MASTER-FILE ASSIGN TO 'input/sites.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIT-STATUS.

           SELECT CVD-RPT-FILE ASSIGN TO
               'output/cvd_risk_by_site.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

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

       FD  SITE-MASTER-FILE.
       01  SITE-MASTER-REC.
           03 SIT-CODE        PIC 9(3).
           03 SIT-NAME        PIC X(20).
           03 FILLER          PIC X(135).

       FD  CVD-RPT-FILE.
       01  CVD-RPT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-XST-STATUS      PIC XX.
       01  WS-SIT-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-MM          PIC 9(2) VALUE 0.
       01  WS-THIS-FY         PIC 9(4) VALUE 0.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    施設別の集計表 (出現順に積み、出力前に並べ替える)。
       01  WS-CS-TAB.
           03 WS-CS-ENTRY OCCURS 300 TIMES.
              05 WS-CS-SITE      PIC 9(3).
              05 WS-CS-LOW       PIC 9(6).
              05 WS-CS-MID       PIC 9(6).
              05 WS-CS-HIGH      PIC 9(6).
              05 WS-CS-NONE      PIC 9(6).
       01  WS-CS-CNT          PIC 9(3) VALUE 0.
       01  WS-CS-IDX          PIC 9(3) VALUE 0.
       01  WS-CS-HIT          PIC 9(3) VALUE 0.
       01  WS-CS-OVFL-FLAG    PIC X VALUE 'N'.
           88 WS-CS-OVFL             VALUE 'Y'.
       01  WS-SORT-TMP        PIC X(27).
       01  WS-SORT-I          PIC 9(3) VALUE 0.
       01  WS-SORT-J          PIC 9(3) VALUE 0.

       01  WS-ST-TAB.
           03 WS-ST-ENTRY OCCURS 300 TIMES.
              05 WS-ST-CODE   PIC 9(3).
              05 WS-ST-NAME   PIC X(20).
       01  WS-ST-CNT          PIC 9(3) VALUE 0.
       01  WS-ST-IDX          PIC 9(3) VALUE 0.
       01  WS-SITE-NAME       PIC X(20) VALUE SPACES.

       01  WS-SITE-EST        PIC 9(7) VALUE 0.
       01  WS-TOT-LOW         PIC 9(7) VALUE 0.
       01  WS-TOT-MID         PIC 9(7) VALUE 0.
       01  WS-TOT-HIGH        PIC 9(7) VALUE 0.
       01  WS-TOT-NONE        PIC 9(7) VALUE 0.
       01  WS-TOT-EST         PIC 9(7) VALUE 0.
       01  WS-HIGH-PCT        PIC 9(3)V9 VALUE 0.
       01  WS-ED-EST          PIC ZZZ,ZZ9.
       01  WS-ED-LOW          PIC ZZZ,ZZ9.
       01  WS-ED-MID          PIC ZZZ,ZZ9.
       01  WS-ED-HIGH         PIC ZZZ,ZZ9.
       01  WS-ED-NONE         PIC ZZZ,ZZ9.
       01  WS-ED-PCT          PIC ZZ9.9.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-XST      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM.
           MOVE WS-RUN-DATE(1:4) TO WS-THIS-FY.
           IF WS-RUN-MM < 4 THEN
               SUBTRACT 1 FROM WS-THIS-FY
           END-IF.

           OPEN INPUT EXAM-STORE-FILE.
           IF WS-XST-STATUS NOT = "00" THEN
               DISPLAY "NO EXAM STORE - NOTHING TO REPORT"
               STOP RUN
           END-IF.
           PERFORM CHECK-XST-LAYOUT.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ EXAM-STORE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF XST-FYEAR = WS-THIS-FY THEN
                           PERFORM TALLY-ONE-EXAM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXAM-STORE-FILE.

           IF WS-CS-OVFL THEN
               DISPLAY "MORE THAN 300 SITES IN THE EXAM STORE - "
                   "REPORT NOT WRITTEN, RAISE THE TABLE SIZE"
               STOP RUN
           END-IF.

           PERFORM SORT-BY-HIGH-RISK.
           PERFORM LOAD-SITE-NAMES.
           PERFORM WRITE-SITE-REPORT.

           DISPLAY "CVD RISK BY SITE: FY " WS-THIS-FY " "
               WS-TOT-EST " ESTIMATED, " WS-TOT-HIGH
               " HIGH RISK ACROSS " WS-CS-CNT " SITE(S) "
               "(output/cvd_risk_by_site.txt)".

           STOP RUN.


       TALLY-ONE-EXAM.

           MOVE 0 TO WS-CS-HIT.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-CNT OR WS-CS-HIT > 0
               IF WS-CS-SITE(WS-CS-IDX) = XST-SITE-CODE THEN
                   MOVE WS-CS-IDX TO WS-CS-HIT
               END-IF
           END-PERFORM.
           IF WS-CS-HIT = 0 THEN
               IF WS-CS-CNT >= 300 THEN
                   MOVE 'Y' TO WS-CS-OVFL-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CS-CNT
               MOVE WS-CS-CNT TO WS-CS-HIT
               MOVE XST-SITE-CODE TO WS-CS-SITE(WS-CS-HIT)
               MOVE 0 TO WS-CS-LOW(WS-CS-HIT) WS-CS-MID(WS-CS-HIT)
                   WS-CS-HIGH(WS-CS-HIT) WS-CS-NONE(WS-CS-HIT)
           END-IF.

      *    区分が空欄 = 推定できなかった (欠測・35歳未満) か、
      *    リスクを持つ前のレイアウトで書かれた行。
           EVALUATE XST-CVD-BAND
               WHEN "L"
                   ADD 1 TO WS-CS-LOW(WS-CS-HIT)
               WHEN "M"
                   ADD 1 TO WS-CS-MID(WS-CS-HIT)
               WHEN "H"
                   ADD 1 TO WS-CS-HIGH(WS-CS-HIT)
               WHEN OTHER
                   ADD 1 TO WS-CS-NONE(WS-CS-HIT)
           END-EVALUATE.

           EXIT.


       SORT-BY-HIGH-RISK.

      *    高リスク者の多い施設から (同数なら施設コード順)。
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-CS-CNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-CS-CNT - WS-SORT-I
                   IF WS-CS-HIGH(WS-SORT-J) < WS-CS-HIGH(WS-SORT-J + 1)
                           OR (WS-CS-HIGH(WS-SORT-J)
                               = WS-CS-HIGH(WS-SORT-J + 1)
                           AND WS-CS-SITE(WS-SORT-J)
                               > WS-CS-SITE(WS-SORT-J + 1)) THEN
                       MOVE WS-CS-ENTRY(WS-SORT-J) TO WS-SORT-TMP
                       MOVE WS-CS-ENTRY(WS-SORT-J + 1)
                           TO WS-CS-ENTRY(WS-SORT-J)
                       MOVE WS-SORT-TMP
                           TO WS-CS-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT.


       LOAD-SITE-NAMES.

           MOVE 0 TO WS-ST-CNT.
           OPEN INPUT SITE-MASTER-FILE.
           IF WS-SIT-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ SITE-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-ST-CNT < 300 THEN
                           ADD 1 TO WS-ST-CNT
                           MOVE SIT-CODE TO WS-ST-CODE(WS-ST-CNT)
                           MOVE SIT-NAME TO WS-ST-NAME(WS-ST-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SITE-MASTER-FILE.

           EXIT.


       WRITE-SITE-REPORT.

           OPEN OUTPUT CVD-RPT-FILE.
           MOVE SPACES TO CVD-RPT-LINE.
           STRING "10-YEAR CORONARY RISK (SUITA SCORE) BY SITE  FY "
               WS-THIS-FY "  AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO CVD-RPT-LINE.
           WRITE CVD-RPT-LINE.
           MOVE "RISK BANDS: LOW UNDER 2%  MODERATE 2-9%  HIGH 9% "
               TO CVD-RPT-LINE.
           MOVE "OR MORE" TO CVD-RPT-LINE(50:7).
           WRITE CVD-RPT-LINE.
           MOVE SPACES TO CVD-RPT-LINE.
           WRITE CVD-RPT-LINE.
           MOVE SPACES TO CVD-RPT-LINE.
           MOVE "SITE" TO CVD-RPT-LINE(1:4).
           MOVE "NAME" TO CVD-RPT-LINE(5:4).
           MOVE "ESTIMATED" TO CVD-RPT-LINE(23:9).
           MOVE "LOW" TO CVD-RPT-LINE(37:3).
           MOVE "MODERATE" TO CVD-RPT-LINE(40:8).
           MOVE "HIGH" TO CVD-RPT-LINE(52:4).
           MOVE "HIGH%" TO CVD-RPT-LINE(57:5).
           MOVE "NOT EST." TO CVD-RPT-LINE(62:8).
           WRITE CVD-RPT-LINE.
           MOVE ALL "-" TO CVD-RPT-LINE(1:72).
           WRITE CVD-RPT-LINE.

           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-CNT
               PERFORM WRITE-SITE-LINE
           END-PERFORM.

           MOVE ALL "-" TO CVD-RPT-LINE(1:72).
           WRITE CVD-RPT-LINE.
           MOVE WS-TOT-EST  TO WS-ED-EST.
           MOVE WS-TOT-LOW  TO WS-ED-LOW.
           MOVE WS-TOT-MID  TO WS-ED-MID.
           MOVE WS-TOT-HIGH TO WS-ED-HIGH.
           MOVE WS-TOT-NONE TO WS-ED-NONE.
           IF WS-TOT-EST > 0 THEN
               COMPUTE WS-HIGH-PCT ROUNDED =
                   WS-TOT-HIGH * 100 / WS-TOT-EST
           ELSE
               MOVE 0 TO WS-HIGH-PCT
           END-IF.
           MOVE WS-HIGH-PCT TO WS-ED-PCT.
           MOVE SPACES TO CVD-RPT-LINE.
           STRING "ALL SITES               " WS-ED-EST " "
               WS-ED-LOW " " WS-ED-MID " " WS-ED-HIGH " "
               WS-ED-PCT " " WS-ED-NONE
               DELIMITED BY SIZE INTO CVD-RPT-LINE.
           WRITE CVD-RPT-LINE.
           CLOSE CVD-RPT-FILE.

           EXIT.


       WRITE-SITE-LINE.

           MOVE "(NOT ON SITE MASTER)" TO WS-SITE-NAME.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT
               IF WS-ST-CODE(WS-ST-IDX) = WS-CS-SITE(WS-CS-IDX) THEN
                   MOVE WS-ST-NAME(WS-ST-IDX) TO WS-SITE-NAME
               END-IF
           END-PERFORM.

           COMPUTE WS-SITE-EST = WS-CS-LOW(WS-CS-IDX)
               + WS-CS-MID(WS-CS-IDX) + WS-CS-HIGH(WS-CS-IDX).
           ADD WS-SITE-EST            TO WS-TOT-EST.
           ADD WS-CS-LOW(WS-CS-IDX)   TO WS-TOT-LOW.
           ADD WS-CS-MID(WS-CS-IDX)   TO WS-TOT-MID.
           ADD WS-CS-HIGH(WS-CS-IDX)  TO WS-TOT-HIGH.
           ADD WS-CS-NONE(WS-CS-IDX)  TO WS-TOT-NONE.
           MOVE WS-SITE-EST           TO WS-ED-EST.
           MOVE WS-CS-LOW(WS-CS-IDX)  TO WS-ED-LOW.
           MOVE WS-CS-MID(WS-CS-IDX)  TO WS-ED-MID.
           MOVE WS-CS-HIGH(WS-CS-IDX) TO WS-ED-HIGH.
           MOVE WS-CS-NONE(WS-CS-IDX) TO WS-ED-NONE.
           IF WS-SITE-EST > 0 THEN
               COMPUTE WS-HIGH-PCT ROUNDED =
                   WS-CS-HIGH(WS-CS-IDX) * 100 / WS-SITE-EST
           ELSE
               MOVE 0 TO WS-HIGH-PCT
           END-IF.
           MOVE WS-HIGH-PCT TO WS-ED-PCT.

           MOVE SPACES TO CVD-RPT-LINE.
           STRING WS-CS-SITE(WS-CS-IDX) " " WS-SITE-NAME
               WS-ED-EST " " WS-ED-LOW " " WS-ED-MID " "
               WS-ED-HIGH " " WS-ED-PCT " " WS-ED-NONE
               DELIMITED BY SIZE INTO CVD-RPT-LINE.
           WRITE CVD-RPT-LINE.

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

       END PROGRAM TEST260957.
