      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260961.

      *
      * STD-PREVALENCE: 施設別・保険者別の年齢調整有病率 (年次)。
      * 突合の小計・DQ スコアカード・外れ値通知の施設比較はどれも
      * 粗率で、高齢の受診者が多い施設 (117 など) が毎年いちばん
      * 悪く見える。ここでは判定年度の結果履歴から
      *   支援レベル1 / 支援レベル2 / メタボ該当 (基準該当のみ)
      * の率を、基準人口 (input/std_population.dat) による直接法で
      * 年齢調整し、施設ごと・保険者ごとに粗率・調整率・95%信頼区間
      * を output/std_prevalence_<年度>.txt に出す。
      * 層は性別 x 年齢階級で、階級は法定報告 (TEST260920) と同じ
      * 0=40歳未満 1=40-44 ... 7=70-74 8=75歳以上、年齢は健診
      * 実施日時点の満年齢。
      * 受診者の無い層は率が定まらないため、その施設の重みは受診者
      * のいる層だけで按分し直す。按分し直した割合 (基準人口のうち
      * 何%の層で率が取れたか) を行末に出すので、小さい施設の調整
      * 率はこれと合わせて読む。
      * 信頼区間は層別の二項分散を重みの二乗で足し合わせた正規近似。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-HIST-FILE ASSIGN TO
               'output/result_history.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

      *    基準人口: 性別 (1/2) + 階級 (00-08) + 人数。
           SELECT STD-POP-FILE ASSIGN TO 'input/std_population.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRP-STATUS.

           SELECT STD-RPT-FILE ASSIGN USING WS-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  STD-POP-FILE.
       01  STD-POP-REC.
           03 SRP-SEX         PIC 9.
           03 SRP-BAND        PIC 9(2).
           03 SRP-POP         PIC 9(9).

       FD  STD-RPT-FILE.
       01  STD-RPT-LINE       PIC X(120).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-RHF-STATUS      PIC XX.
       01  WS-SRP-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-RPT-PATH        PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-TARGET-FY       PIC 9(4) VALUE 0.

      *    年齢計算 (TEST260920 の TALLY-EXAMINED と同じ求め方)。
       01  WS-AGE             PIC S9(3) VALUE 0.
       01  WS-DOB-YYYY        PIC 9(4) VALUE 0.
       01  WS-DOB-MMDD        PIC 9(4) VALUE 0.
       01  WS-EXM-YYYY        PIC 9(4) VALUE 0.
       01  WS-EXM-MMDD        PIC 9(4) VALUE 0.
       01  WS-AGE-BAND        PIC 9(2) VALUE 0.
       01  WS-SEX-IDX         PIC 9 VALUE 0.
       01  WS-BAND-IDX        PIC 9(2) VALUE 0.

      *    基準人口 (性別 x 階級)。
       01  WS-RF-TAB.
           03 WS-RF-SEX OCCURS 2 TIMES.
              05 WS-RF-POP    PIC 9(9) OCCURS 9 TIMES.
       01  WS-RF-TOTAL        PIC 9(11) VALUE 0.

      *    集計単位: 種別 S=施設 I=保険者 T=全体、キー、層別件数。
       01  WS-GR-TAB.
           03 WS-GR-ENTRY OCCURS 300 TIMES.
              05 WS-GR-TYPE   PIC X.
              05 WS-GR-KEY    PIC X(4).
              05 WS-GR-SEX OCCURS 2 TIMES.
                 07 WS-GR-BAND OCCURS 9 TIMES.
                    09 WS-GR-EXAM PIC 9(6).
                    09 WS-GR-LV1  PIC 9(6).
                    09 WS-GR-LV2  PIC 9(6).
                    09 WS-GR-METS PIC 9(6).
       01  WS-GR-CNT          PIC 9(3) VALUE 0.
       01  WS-GR-IDX          PIC 9(3) VALUE 0.
       01  WS-GR-HIT          PIC 9(3) VALUE 0.
       01  WS-LOOK-TYPE       PIC X VALUE SPACES.
       01  WS-LOOK-KEY        PIC X(4) VALUE SPACES.
       01  WS-SITE-X          PIC 9(3) VALUE 0.

       01  WS-CNT-READ        PIC 9(7) VALUE 0.
       01  WS-CNT-USED        PIC 9(7) VALUE 0.
       01  WS-CNT-NOSTRATUM   PIC 9(7) VALUE 0.
       01  WS-CNT-GR-FULL     PIC 9(7) VALUE 0.

      *    率の計算 (指標 1=レベル1 2=レベル2 3=メタボ該当)。
       01  WS-MEASURE         PIC 9 VALUE 0.
       01  WS-MEASURE-NAME    PIC X(14) VALUE SPACES.
       01  WS-N               PIC 9(7) VALUE 0.
       01  WS-X               PIC 9(7) VALUE 0.
       01  WS-SUM-N           PIC 9(7) VALUE 0.
       01  WS-SUM-X           PIC 9(7) VALUE 0.
       01  WS-P               PIC 9V9(8) VALUE 0.
       01  WS-W               PIC 9V9(8) VALUE 0.
       01  WS-W-COVERED       PIC 9(11) VALUE 0.
       01  WS-STD-SUM         PIC 9V9(8) VALUE 0.
       01  WS-VAR-SUM         PIC 9V9(12) VALUE 0.
       01  WS-VAR-TERM        PIC 9V9(12) VALUE 0.
       01  WS-CRUDE           PIC 9V9(8) VALUE 0.
       01  WS-CRUDE-SE        PIC 9V9(8) VALUE 0.
       01  WS-STD-RATE        PIC 9V9(8) VALUE 0.
       01  WS-STD-SE          PIC 9V9(8) VALUE 0.
       01  WS-LO              PIC S9V9(8) VALUE 0.
       01  WS-HI              PIC S9V9(8) VALUE 0.
       01  WS-COVER           PIC 9V9(8) VALUE 0.
       01  WS-PCT             PIC 9(3)V9 VALUE 0.

       01  WS-ED-N            PIC ZZZZZ9.
       01  WS-ED-CRUDE        PIC ZZ9.9.
       01  WS-ED-STD          PIC ZZ9.9.
       01  WS-ED-LO           PIC ZZ9.9.
       01  WS-ED-HI           PIC ZZ9.9.
       01  WS-ED-CRUDE-LO     PIC ZZ9.9.
       01  WS-ED-CRUDE-HI     PIC ZZ9.9.
       01  WS-ED-COVER        PIC ZZ9.9.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "--- AGE-STANDARDIZED PREVALENCE ---".
           DISPLAY "FISCAL YEAR TO REPORT?".
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-TARGET-FY.
           IF WS-TARGET-FY = 0 THEN
               DISPLAY "A FISCAL YEAR IS REQUIRED - ENDING"
               STOP RUN
           END-IF.

      *    基準人口が無ければ調整できないので何も出さない。
           PERFORM LOAD-STD-POPULATION.
           IF WS-RF-TOTAL = 0 THEN
               DISPLAY "NO REFERENCE POPULATION (input/"
                   "std_population.dat) - NOTHING REPORTED"
               STOP RUN
           END-IF.

           PERFORM COUNT-EXAMINED.
           PERFORM WRITE-REPORT.

           DISPLAY "STANDARDIZED PREVALENCE FY " WS-TARGET-FY ": "
               WS-CNT-USED " EXAMINEE(S), " WS-GR-CNT
               " GROUP(S) - " FUNCTION TRIM(WS-RPT-PATH).

           STOP RUN.


       LOAD-STD-POPULATION.

           INITIALIZE WS-RF-TAB.
           MOVE 0 TO WS-RF-TOTAL.
           OPEN INPUT STD-POP-FILE.
           IF WS-SRP-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ STD-POP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF (SRP-SEX = 1 OR SRP-SEX = 2)
                               AND SRP-BAND <= 8
                               AND SRP-POP IS NUMERIC THEN
                           MOVE SRP-POP
                               TO WS-RF-POP(SRP-SEX, SRP-BAND + 1)
                       ELSE
                           DISPLAY "REFERENCE ROW IGNORED: "
                               STD-POP-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STD-POP-FILE.

           PERFORM VARYING WS-SEX-IDX FROM 1 BY 1
                   UNTIL WS-SEX-IDX > 2
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > 9
                   ADD WS-RF-POP(WS-SEX-IDX, WS-BAND-IDX)
                       TO WS-RF-TOTAL
               END-PERFORM
           END-PERFORM.

           EXIT.


       COUNT-EXAMINED.

           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS NOT = "00" THEN
               DISPLAY "RESULT HISTORY NOT AVAILABLE (STATUS "
                   WS-RHF-STATUS ")"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RHF-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
      *    施設+年度の代替キーで (施設 000, 対象年度) から読み、
      *    施設ごとに対象年度の行だけを拾う。年度が手前の行に当たれば
      *    同じ施設の対象年度へ、先の行に当たれば次の施設の対象年度へ
      *    START し直す (他の年度の行は読み飛ばす)。
           MOVE 0 TO RHF-SF-SITE.
           MOVE WS-TARGET-FY TO RHF-SF-FYEAR.
           PERFORM START-SITE-FY.
           PERFORM UNTIL WS-EOF
               READ RESULT-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RHF-SF-FYEAR = WS-TARGET-FY
                               ADD 1 TO WS-CNT-READ
                               PERFORM TALLY-EXAMINED
                           WHEN RHF-SF-FYEAR < WS-TARGET-FY
                               MOVE WS-TARGET-FY TO RHF-SF-FYEAR
                               PERFORM START-SITE-FY
                           WHEN RHF-SF-SITE = 999
                               MOVE 'Y' TO WS-EOF-FLAG
                           WHEN OTHER
                               ADD 1 TO RHF-SF-SITE
                               MOVE WS-TARGET-FY TO RHF-SF-FYEAR
                               PERFORM START-SITE-FY
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE RESULT-HIST-FILE.

           EXIT.


       START-SITE-FY.

           START RESULT-HIST-FILE KEY IS >= RHF-SITE-FY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.

           EXIT.


       TALLY-EXAMINED.

      *    性別・生年月日が無いと層に入れられない (件数だけ数える)。
           IF (RHF-SEX NOT = 1 AND RHF-SEX NOT = 2)
                   OR RHF-DOB = 0 OR RHF-EXAM-DATE = 0 THEN
               ADD 1 TO WS-CNT-NOSTRATUM
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DOB-YYYY = RHF-DOB / 10000.
           COMPUTE WS-DOB-MMDD = RHF-DOB - (WS-DOB-YYYY * 10000).
           COMPUTE WS-EXM-YYYY = RHF-EXAM-DATE / 10000.
           COMPUTE WS-EXM-MMDD = RHF-EXAM-DATE
               - (WS-EXM-YYYY * 10000).
           COMPUTE WS-AGE = WS-EXM-YYYY - WS-DOB-YYYY.
           IF WS-EXM-MMDD < WS-DOB-MMDD THEN
               SUBTRACT 1 FROM WS-AGE
           END-IF.

           EVALUATE TRUE
               WHEN WS-AGE < 40
                   MOVE 0 TO WS-AGE-BAND
               WHEN WS-AGE >= 75
                   MOVE 8 TO WS-AGE-BAND
               WHEN OTHER
                   COMPUTE WS-AGE-BAND = (WS-AGE - 40) / 5 + 1
           END-EVALUATE.
           MOVE RHF-SEX TO WS-SEX-IDX.
           COMPUTE WS-BAND-IDX = WS-AGE-BAND + 1.
           ADD 1 TO WS-CNT-USED.

      *    全体・施設・保険者の3つの単位に同じ1件を足す。
           MOVE "T" TO WS-LOOK-TYPE.
           MOVE "ALL" TO WS-LOOK-KEY.
           PERFORM ADD-TO-GROUP.
           MOVE "S" TO WS-LOOK-TYPE.
           MOVE RHF-SITE-CODE TO WS-SITE-X.
           MOVE SPACES TO WS-LOOK-KEY.
           MOVE WS-SITE-X TO WS-LOOK-KEY(1:3).
           PERFORM ADD-TO-GROUP.
           MOVE "I" TO WS-LOOK-TYPE.
           MOVE RHF-INSURER TO WS-LOOK-KEY.
           PERFORM ADD-TO-GROUP.

           EXIT.


       ADD-TO-GROUP.

           MOVE 0 TO WS-GR-HIT.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-CNT
               IF WS-GR-TYPE(WS-GR-IDX) = WS-LOOK-TYPE
                       AND WS-GR-KEY(WS-GR-IDX) = WS-LOOK-KEY THEN
                   MOVE WS-GR-IDX TO WS-GR-HIT
               END-IF
           END-PERFORM.
           IF WS-GR-HIT = 0 THEN
               IF WS-GR-CNT >= 300 THEN
                   ADD 1 TO WS-CNT-GR-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GR-CNT
               MOVE WS-GR-CNT TO WS-GR-HIT
               INITIALIZE WS-GR-ENTRY(WS-GR-HIT)
               MOVE WS-LOOK-TYPE TO WS-GR-TYPE(WS-GR-HIT)
               MOVE WS-LOOK-KEY  TO WS-GR-KEY(WS-GR-HIT)
           END-IF.

           ADD 1 TO WS-GR-EXAM(WS-GR-HIT, WS-SEX-IDX, WS-BAND-IDX).
           IF RHF-LSK-BG = 1 THEN
               ADD 1 TO WS-GR-LV1(WS-GR-HIT, WS-SEX-IDX, WS-BAND-IDX)
           END-IF.
           IF RHF-LSK-BG = 2 THEN
               ADD 1 TO WS-GR-LV2(WS-GR-HIT, WS-SEX-IDX, WS-BAND-IDX)
           END-IF.
      *    メタボは「基準該当」(2) のみ。予備群 (1) は含めない。
           IF RHF-METSYN = "2" THEN
               ADD 1
                   TO WS-GR-METS(WS-GR-HIT, WS-SEX-IDX, WS-BAND-IDX)
           END-IF.

           EXIT.


       WRITE-REPORT.

           MOVE SPACES TO WS-RPT-PATH.
           STRING "output/std_prevalence_" WS-TARGET-FY ".txt"
               DELIMITED BY SIZE INTO WS-RPT-PATH.
           OPEN OUTPUT STD-RPT-FILE.
           MOVE SPACES TO STD-RPT-LINE.
           STRING "AGE-STANDARDIZED PREVALENCE  FY " WS-TARGET-FY
               "  PRODUCED " WS-RUN-DATE
               "  (DIRECT METHOD, SEX X AGE BAND)"
               DELIMITED BY SIZE INTO STD-RPT-LINE.
           WRITE STD-RPT-LINE.
           MOVE SPACES TO STD-RPT-LINE.
           STRING "REFERENCE POPULATION " WS-RF-TOTAL
               " (input/std_population.dat); RATES IN %, 95% CI"
               DELIMITED BY SIZE INTO STD-RPT-LINE.
           WRITE STD-RPT-LINE.

      *    全体 -> 施設 -> 保険者の順に出す。
           MOVE "T" TO WS-LOOK-TYPE.
           PERFORM WRITE-GROUP-SECTION.
           MOVE "S" TO WS-LOOK-TYPE.
           PERFORM WRITE-GROUP-SECTION.
           MOVE "I" TO WS-LOOK-TYPE.
           PERFORM WRITE-GROUP-SECTION.

           MOVE SPACES TO STD-RPT-LINE.
           WRITE STD-RPT-LINE.
           MOVE SPACES TO STD-RPT-LINE.
           STRING "EXAMINEES IN YEAR " WS-CNT-READ
               "  STANDARDIZED " WS-CNT-USED
               "  NO SEX/BIRTH DATE (EXCLUDED) " WS-CNT-NOSTRATUM
               DELIMITED BY SIZE INTO STD-RPT-LINE.
           WRITE STD-RPT-LINE.
           IF WS-CNT-GR-FULL > 0 THEN
               MOVE SPACES TO STD-RPT-LINE
               STRING "WARNING: " WS-CNT-GR-FULL " SITE/INSURER "
                   "COUNT(S) DID NOT FIT THE GROUP TABLE - THOSE "
                   "GROUPS ARE MISSING"
                   DELIMITED BY SIZE INTO STD-RPT-LINE
               WRITE STD-RPT-LINE
           END-IF.
           CLOSE STD-RPT-FILE.

           EXIT.


       WRITE-GROUP-SECTION.

           MOVE SPACES TO STD-RPT-LINE.
           WRITE STD-RPT-LINE.
           EVALUATE WS-LOOK-TYPE
               WHEN "T"
                   MOVE "ALL EXAMINEES" TO STD-RPT-LINE
               WHEN "S"
                   MOVE "BY SITE" TO STD-RPT-LINE
               WHEN OTHER
                   MOVE "BY INSURER" TO STD-RPT-LINE
           END-EVALUATE.
           WRITE STD-RPT-LINE.
           MOVE SPACES TO STD-RPT-LINE.
           STRING "  GROUP MEASURE         EXAMINED  CRUDE (95% CI)"
               "          STD (95% CI)         REF COVERED"
               DELIMITED BY SIZE INTO STD-RPT-LINE.
           WRITE STD-RPT-LINE.

           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-CNT
               IF WS-GR-TYPE(WS-GR-IDX) = WS-LOOK-TYPE THEN
                   PERFORM VARYING WS-MEASURE FROM 1 BY 1
                           UNTIL WS-MEASURE > 3
                       PERFORM COMPUTE-RATES
                       PERFORM WRITE-RATE-LINE
                   END-PERFORM
               END-IF
           END-PERFORM.

           EXIT.


       COMPUTE-RATES.

      *    WS-GR-IDX の単位・WS-MEASURE の指標について、粗率と
      *    直接法の調整率 (受診者のいる層だけで重みを按分) を出す。
           MOVE 0 TO WS-SUM-N WS-SUM-X WS-W-COVERED.
           MOVE 0 TO WS-STD-SUM WS-VAR-SUM.
           PERFORM VARYING WS-SEX-IDX FROM 1 BY 1
                   UNTIL WS-SEX-IDX > 2
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > 9
                   PERFORM PICK-STRATUM
                   ADD WS-N TO WS-SUM-N
                   ADD WS-X TO WS-SUM-X
                   IF WS-N > 0 THEN
                       ADD WS-RF-POP(WS-SEX-IDX, WS-BAND-IDX)
                           TO WS-W-COVERED
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE 0 TO WS-CRUDE WS-CRUDE-SE WS-STD-RATE WS-STD-SE.
           MOVE 0 TO WS-COVER.
           IF WS-SUM-N = 0 OR WS-W-COVERED = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CRUDE ROUNDED = WS-SUM-X / WS-SUM-N.
           COMPUTE WS-CRUDE-SE ROUNDED = FUNCTION SQRT(
               WS-CRUDE * (1 - WS-CRUDE) / WS-SUM-N).
           COMPUTE WS-COVER ROUNDED = WS-W-COVERED / WS-RF-TOTAL.

           PERFORM VARYING WS-SEX-IDX FROM 1 BY 1
                   UNTIL WS-SEX-IDX > 2
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > 9
                   PERFORM PICK-STRATUM
                   IF WS-N > 0 THEN
                       COMPUTE WS-W ROUNDED =
                           WS-RF-POP(WS-SEX-IDX, WS-BAND-IDX)
                           / WS-W-COVERED
                       COMPUTE WS-P ROUNDED = WS-X / WS-N
                       COMPUTE WS-STD-SUM ROUNDED =
                           WS-STD-SUM + WS-W * WS-P
      *                中間結果の桁落ちを避けるため1項ずつ。
                       COMPUTE WS-VAR-TERM ROUNDED = WS-P * (1 - WS-P)
                       COMPUTE WS-VAR-TERM ROUNDED =
                           WS-VAR-TERM / WS-N
                       COMPUTE WS-VAR-TERM ROUNDED =
                           WS-VAR-TERM * WS-W
                       COMPUTE WS-VAR-TERM ROUNDED =
                           WS-VAR-TERM * WS-W
                       ADD WS-VAR-TERM TO WS-VAR-SUM
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-STD-SUM TO WS-STD-RATE.
           COMPUTE WS-STD-SE ROUNDED = FUNCTION SQRT(WS-VAR-SUM).

           EXIT.


       PICK-STRATUM.

           MOVE WS-GR-EXAM(WS-GR-IDX, WS-SEX-IDX, WS-BAND-IDX)
               TO WS-N.
           EVALUATE WS-MEASURE
               WHEN 1
                   MOVE WS-GR-LV1(WS-GR-IDX, WS-SEX-IDX, WS-BAND-IDX)
                       TO WS-X
               WHEN 2
                   MOVE WS-GR-LV2(WS-GR-IDX, WS-SEX-IDX, WS-BAND-IDX)
                       TO WS-X
               WHEN OTHER
                   MOVE WS-GR-METS(WS-GR-IDX, WS-SEX-IDX, WS-BAND-IDX)
                       TO WS-X
           END-EVALUATE.

           EXIT.


       WRITE-RATE-LINE.

           EVALUATE WS-MEASURE
               WHEN 1
                   MOVE "SUPPORT LV1" TO WS-MEASURE-NAME
               WHEN 2
                   MOVE "SUPPORT LV2" TO WS-MEASURE-NAME
               WHEN OTHER
                   MOVE "METSYN" TO WS-MEASURE-NAME
           END-EVALUATE.
           MOVE WS-SUM-N TO WS-ED-N.

      *    区間は 0-100% に丸める。
           COMPUTE WS-PCT ROUNDED = WS-CRUDE * 100.
           MOVE WS-PCT TO WS-ED-CRUDE.
           COMPUTE WS-LO = WS-CRUDE - 1.96 * WS-CRUDE-SE.
           COMPUTE WS-HI = WS-CRUDE + 1.96 * WS-CRUDE-SE.
           PERFORM CLAMP-INTERVAL.
           COMPUTE WS-PCT ROUNDED = WS-LO * 100.
           MOVE WS-PCT TO WS-ED-CRUDE-LO.
           COMPUTE WS-PCT ROUNDED = WS-HI * 100.
           MOVE WS-PCT TO WS-ED-CRUDE-HI.

           COMPUTE WS-PCT ROUNDED = WS-STD-RATE * 100.
           MOVE WS-PCT TO WS-ED-STD.
           COMPUTE WS-LO = WS-STD-RATE - 1.96 * WS-STD-SE.
           COMPUTE WS-HI = WS-STD-RATE + 1.96 * WS-STD-SE.
           PERFORM CLAMP-INTERVAL.
           COMPUTE WS-PCT ROUNDED = WS-LO * 100.
           MOVE WS-PCT TO WS-ED-LO.
           COMPUTE WS-PCT ROUNDED = WS-HI * 100.
           MOVE WS-PCT TO WS-ED-HI.

           COMPUTE WS-PCT ROUNDED = WS-COVER * 100.
           MOVE WS-PCT TO WS-ED-COVER.

           MOVE SPACES TO STD-RPT-LINE.
           STRING "  " WS-GR-KEY(WS-GR-IDX) "  " WS-MEASURE-NAME
               "  " WS-ED-N "  " WS-ED-CRUDE " ("
               WS-ED-CRUDE-LO "-" WS-ED-CRUDE-HI ")   "
               WS-ED-STD " (" WS-ED-LO "-" WS-ED-HI ")   "
               WS-ED-COVER "%"
               DELIMITED BY SIZE INTO STD-RPT-LINE.
           WRITE STD-RPT-LINE.

           EXIT.


       CLAMP-INTERVAL.

           IF WS-LO < 0 THEN
               MOVE 0 TO WS-LO
           END-IF.
           IF WS-HI > 1 THEN
               MOVE 1 TO WS-HI
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

       END PROGRAM TEST260961.
