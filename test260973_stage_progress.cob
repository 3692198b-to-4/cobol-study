      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260973.

      *
      * STAGE-PROGRESS: 行動変容ステージの進み方 (年度報告)。
      * セッション台帳の面談記録 (版 002) から、指定年度に初回面談
      * (I) を受けた患者を拾い、初回面談のステージと、その日以降の
      * 最後の最終評価 (F) のステージを比べて、担当者 (初回面談の
      * 実施者) x 施設 (経年履歴のその年度の健診施設。無ければ
      * 前年度) ごとに
      *   開始・最終評価まで到達・前進/変わらず/後退・未評価・
      *   平均の移動段数・生活習慣4項目の改善/悪化の件数
      * を数え、全体の「初回 x 最終」のステージ表を添える。
      * TEST260912 の効果測定 (数値が良くなったか) と並べて、
      * なぜ効いた・効かなかったかを説明するための材料。
      * 台帳は追記順なので、初回面談を拾う読みと最終評価を拾う
      * 読みの2回に分ける。output/stage_progress.txt に書く。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE ASSIGN TO 'output/sessions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SES-STATUS.

           SELECT RESULT-HIST-FILE ASSIGN TO
               'output/result_history.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

           SELECT SITE-MASTER-FILE ASSIGN TO 'input/sites.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIT-STATUS.

           SELECT STG-RPT-FILE ASSIGN TO
               'output/stage_progress.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SITE-MASTER-FILE.
       01  SITE-MASTER-REC.
           03 SIT-CODE        PIC 9(3).
           03 SIT-NAME        PIC X(20).
           03 FILLER          PIC X(135).

       FD  STG-RPT-FILE.
       01  STG-RPT-LINE       PIC X(120).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(20).
       01  WS-SES-STATUS      PIC XX.
       01  WS-RHF-STATUS      PIC XX.
       01  WS-SIT-STATUS      PIC XX.
       01  WS-RPT-STATUS      PIC XX.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-DATE-NUM    PIC 9(8) VALUE 0.
       01  WS-RUN-MM          PIC 9(2) VALUE 0.
       01  WS-RUN-YYYY        PIC 9(4) VALUE 0.
       01  WS-TARGET-FY       PIC 9(4) VALUE 0.
       01  WS-FY-START        PIC 9(8) VALUE 0.
       01  WS-FY-END          PIC 9(8) VALUE 0.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
      *    経年履歴が開けたか (READ のたびに状態が変わるので別に持つ)。
       01  WS-RHF-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-RHF-OPEN            VALUE 'Y'.

      *    対象年度に初回面談を受けた患者 (初回面談と最後の最終
      *    評価のステージ・4項目の評価)。
       01  WS-PT-TAB.
           03 WS-PT-ENTRY OCCURS 2000 TIMES.
              05 WS-PT-ID        PIC 9(9).
              05 WS-PT-I-DATE    PIC 9(8).
              05 WS-PT-STAFF     PIC X(10).
              05 WS-PT-I-STAGE   PIC X.
              05 WS-PT-I-ASMT    PIC X OCCURS 4 TIMES.
              05 WS-PT-F-DATE    PIC 9(8).
              05 WS-PT-F-STAGE   PIC X.
              05 WS-PT-F-ASMT    PIC X OCCURS 4 TIMES.
       01  WS-PT-CNT          PIC 9(4) VALUE 0.
       01  WS-PT-IDX          PIC 9(4) VALUE 0.
       01  WS-PT-HIT          PIC 9(4) VALUE 0.
       01  WS-PT-OVFL-FLAG    PIC X VALUE 'N'.
           88 WS-PT-OVFL             VALUE 'Y'.

      *    担当者 x 施設の集計表 (出現順に積み、出力前に担当者・
      *    施設順に並べ替える)。
       01  WS-SG-TAB.
           03 WS-SG-ENTRY OCCURS 300 TIMES.
              05 WS-SG-STAFF     PIC X(10).
              05 WS-SG-SITE      PIC 9(3).
              05 WS-SG-START     PIC 9(5).
              05 WS-SG-FINAL     PIC 9(5).
              05 WS-SG-ADV       PIC 9(5).
              05 WS-SG-SAME      PIC 9(5).
              05 WS-SG-REGR      PIC 9(5).
              05 WS-SG-NA        PIC 9(5).
              05 WS-SG-SHIFT     PIC S9(5).
              05 WS-SG-DOM-UP    PIC 9(5).
              05 WS-SG-DOM-DN    PIC 9(5).
       01  WS-SG-CNT          PIC 9(3) VALUE 0.
       01  WS-SG-IDX          PIC 9(3) VALUE 0.
       01  WS-SG-HIT          PIC 9(3) VALUE 0.
       01  WS-SG-OVFL-FLAG    PIC X VALUE 'N'.
           88 WS-SG-OVFL             VALUE 'Y'.
       01  WS-SORT-TMP        PIC X(58).
       01  WS-SORT-I          PIC 9(3) VALUE 0.
       01  WS-SORT-J          PIC 9(3) VALUE 0.

      *    全体の「初回ステージ x 最終ステージ」の表。
       01  WS-MX-TAB.
           03 WS-MX-ROW OCCURS 5 TIMES.
              05 WS-MX-CELL   PIC 9(5) OCCURS 5 TIMES.
       01  WS-MX-I            PIC 9 VALUE 0.
       01  WS-MX-J            PIC 9 VALUE 0.
       01  WS-STAGE-NAMES.
           03 FILLER          PIC X(16) VALUE "PRECONTEMPLATION".
           03 FILLER          PIC X(16) VALUE "CONTEMPLATION".
           03 FILLER          PIC X(16) VALUE "PREPARATION".
           03 FILLER          PIC X(16) VALUE "ACTION".
           03 FILLER          PIC X(16) VALUE "MAINTENANCE".
       01  WS-STAGE-NAME-TAB REDEFINES WS-STAGE-NAMES.
           03 WS-STAGE-NAME   PIC X(16) OCCURS 5 TIMES.

      *    1人ぶんの作業域。
       01  WS-CUR-SITE        PIC 9(3) VALUE 0.
       01  WS-I-STG           PIC 9 VALUE 0.
       01  WS-F-STG           PIC 9 VALUE 0.
       01  WS-ASMT-IDX        PIC 9 VALUE 0.

       01  WS-ST-TAB.
           03 WS-ST-ENTRY OCCURS 300 TIMES.
              05 WS-ST-CODE   PIC 9(3).
              05 WS-ST-NAME   PIC X(20).
       01  WS-ST-CNT          PIC 9(3) VALUE 0.
       01  WS-ST-IDX          PIC 9(3) VALUE 0.
       01  WS-SITE-NAME       PIC X(20) VALUE SPACES.

       01  WS-TOT-START       PIC 9(7) VALUE 0.
       01  WS-TOT-FINAL       PIC 9(7) VALUE 0.
       01  WS-TOT-ADV         PIC 9(7) VALUE 0.
       01  WS-TOT-SAME        PIC 9(7) VALUE 0.
       01  WS-TOT-REGR        PIC 9(7) VALUE 0.
       01  WS-TOT-NA          PIC 9(7) VALUE 0.
       01  WS-TOT-SHIFT       PIC S9(7) VALUE 0.
       01  WS-TOT-DOM-UP      PIC 9(7) VALUE 0.
       01  WS-TOT-DOM-DN      PIC 9(7) VALUE 0.
      *    経年履歴に施設の見つからなかった患者 (施設 000 に入る)。
       01  WS-CNT-NO-SITE     PIC 9(7) VALUE 0.

       01  WS-MEAN-SHIFT      PIC S9V99 VALUE 0.
       01  WS-ED-START        PIC ZZ,ZZ9.
       01  WS-ED-FINAL        PIC ZZ,ZZ9.
       01  WS-ED-ADV          PIC ZZ,ZZ9.
       01  WS-ED-SAME         PIC ZZ,ZZ9.
       01  WS-ED-REGR         PIC ZZ,ZZ9.
       01  WS-ED-NA           PIC ZZ,ZZ9.
       01  WS-ED-SHIFT        PIC +9.99.
       01  WS-ED-DOM-UP       PIC ZZ,ZZ9.
       01  WS-ED-DOM-DN       PIC ZZ,ZZ9.
       01  WS-ED-CELL         PIC ZZ,ZZ9.
       01  WS-ED-CNT          PIC ZZZ,ZZ9.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-SES      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-MM = FUNCTION MOD(
               FUNCTION INTEGER(WS-RUN-DATE-NUM / 100), 100).
           COMPUTE WS-RUN-YYYY = WS-RUN-DATE-NUM / 10000.
           IF WS-RUN-MM < 4 THEN
               COMPUTE WS-TARGET-FY = WS-RUN-YYYY - 1
           ELSE
               MOVE WS-RUN-YYYY TO WS-TARGET-FY
           END-IF.

           DISPLAY "--- STAGE OF CHANGE PROGRESSION ---".
           DISPLAY "FISCAL YEAR OF THE INITIAL INTERVIEW (BLANK = "
               WS-TARGET-FY ")?".
           ACCEPT AC-VAR.
           IF AC-VAR NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-TARGET-FY
           END-IF.
           COMPUTE WS-FY-START = WS-TARGET-FY * 10000 + 401.
           COMPUTE WS-FY-END = (WS-TARGET-FY + 1) * 10000 + 331.

           OPEN INPUT SESSION-FILE.
           IF WS-SES-STATUS NOT = "00" THEN
               DISPLAY "NO SESSION FILE - NOTHING TO REPORT"
               STOP RUN
           END-IF.
           PERFORM CHECK-SES-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ SESSION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SES-TYPE = "I"
                               AND SES-DATE >= WS-FY-START
                               AND SES-DATE <= WS-FY-END THEN
                           PERFORM FOLD-INITIAL-SESSION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SESSION-FILE.

           IF WS-PT-OVFL THEN
               DISPLAY "MORE THAN 2000 INITIAL INTERVIEWS IN FY "
                   WS-TARGET-FY " - REPORT NOT WRITTEN, RAISE THE "
                   "TABLE SIZE"
               STOP RUN
           END-IF.

           OPEN INPUT SESSION-FILE.
           PERFORM CHECK-SES-LAYOUT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ SESSION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SES-TYPE = "F" THEN
                           PERFORM FOLD-FINAL-SESSION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SESSION-FILE.

           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS = "00" THEN
               MOVE 'Y' TO WS-RHF-OPEN-FLAG
               PERFORM CHECK-RHF-LAYOUT
           END-IF.
           INITIALIZE WS-MX-TAB.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-CNT
               PERFORM TALLY-ONE-PATIENT
           END-PERFORM.
           IF WS-RHF-OPEN THEN
               CLOSE RESULT-HIST-FILE
           END-IF.

           IF WS-SG-OVFL THEN
               DISPLAY "MORE THAN 300 COUNSELOR/SITE ROWS - REPORT "
                   "NOT WRITTEN, RAISE THE TABLE SIZE"
               STOP RUN
           END-IF.

           PERFORM SORT-BY-STAFF-SITE.
           PERFORM LOAD-SITE-NAMES.
           PERFORM WRITE-STAGE-REPORT.

           DISPLAY "STAGE PROGRESSION: FY " WS-TARGET-FY " "
               WS-TOT-START " STARTED, " WS-TOT-FINAL
               " REACHED FINAL, " WS-TOT-ADV " ADVANCED ACROSS "
               WS-SG-CNT " COUNSELOR/SITE ROW(S) "
               "(output/stage_progress.txt)".

           STOP RUN.


       FOLD-INITIAL-SESSION.

      *    同じ患者に初回面談が2件あれば早い方を使う (やり直しの
      *    面談はステージの出発点にしない)。
           MOVE 0 TO WS-PT-HIT.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-CNT OR WS-PT-HIT > 0
               IF WS-PT-ID(WS-PT-IDX) = SES-PATIENT-ID THEN
                   MOVE WS-PT-IDX TO WS-PT-HIT
               END-IF
           END-PERFORM.
           IF WS-PT-HIT > 0 THEN
               IF SES-DATE >= WS-PT-I-DATE(WS-PT-HIT) THEN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-PT-CNT >= 2000 THEN
                   MOVE 'Y' TO WS-PT-OVFL-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PT-CNT
               MOVE WS-PT-CNT TO WS-PT-HIT
               MOVE SES-PATIENT-ID TO WS-PT-ID(WS-PT-HIT)
               MOVE 0 TO WS-PT-F-DATE(WS-PT-HIT)
               MOVE SPACE TO WS-PT-F-STAGE(WS-PT-HIT)
               MOVE SPACES TO WS-PT-F-ASMT(WS-PT-HIT, 1)
                   WS-PT-F-ASMT(WS-PT-HIT, 2)
                   WS-PT-F-ASMT(WS-PT-HIT, 3)
                   WS-PT-F-ASMT(WS-PT-HIT, 4)
           END-IF.

           MOVE SES-DATE     TO WS-PT-I-DATE(WS-PT-HIT).
           MOVE SES-STAFF    TO WS-PT-STAFF(WS-PT-HIT).
           MOVE SES-STAGE    TO WS-PT-I-STAGE(WS-PT-HIT).
           MOVE SES-DIET     TO WS-PT-I-ASMT(WS-PT-HIT, 1).
           MOVE SES-EXERCISE TO WS-PT-I-ASMT(WS-PT-HIT, 2).
           MOVE SES-ALCOHOL  TO WS-PT-I-ASMT(WS-PT-HIT, 3).
           MOVE SES-SLEEP    TO WS-PT-I-ASMT(WS-PT-HIT, 4).

           EXIT.


       FOLD-FINAL-SESSION.

      *    初回面談の日以降の最終評価のうち最も遅いものを使う。
           MOVE 0 TO WS-PT-HIT.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-CNT OR WS-PT-HIT > 0
               IF WS-PT-ID(WS-PT-IDX) = SES-PATIENT-ID THEN
                   MOVE WS-PT-IDX TO WS-PT-HIT
               END-IF
           END-PERFORM.
           IF WS-PT-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF SES-DATE < WS-PT-I-DATE(WS-PT-HIT)
                   OR SES-DATE < WS-PT-F-DATE(WS-PT-HIT) THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SES-DATE     TO WS-PT-F-DATE(WS-PT-HIT).
           MOVE SES-STAGE    TO WS-PT-F-STAGE(WS-PT-HIT).
           MOVE SES-DIET     TO WS-PT-F-ASMT(WS-PT-HIT, 1).
           MOVE SES-EXERCISE TO WS-PT-F-ASMT(WS-PT-HIT, 2).
           MOVE SES-ALCOHOL  TO WS-PT-F-ASMT(WS-PT-HIT, 3).
           MOVE SES-SLEEP    TO WS-PT-F-ASMT(WS-PT-HIT, 4).

           EXIT.


       TALLY-ONE-PATIENT.

      *    施設は経年履歴の初回面談の年度の健診、無ければ前年度
      *    (支援は前年度の健診の判定から始まることが多い)。
           MOVE 0 TO WS-CUR-SITE.
           IF WS-RHF-OPEN THEN
               MOVE WS-PT-ID(WS-PT-IDX) TO RHF-PATIENT-ID
               MOVE WS-TARGET-FY TO RHF-FYEAR
               READ RESULT-HIST-FILE
                   INVALID KEY
                       MOVE WS-PT-ID(WS-PT-IDX) TO RHF-PATIENT-ID
                       COMPUTE RHF-FYEAR = WS-TARGET-FY - 1
                       READ RESULT-HIST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE RHF-SITE-CODE TO WS-CUR-SITE
                       END-READ
                   NOT INVALID KEY
                       MOVE RHF-SITE-CODE TO WS-CUR-SITE
               END-READ
           END-IF.
           IF WS-CUR-SITE = 0 THEN
               ADD 1 TO WS-CNT-NO-SITE
           END-IF.

           PERFORM FIND-GROUP-ROW.
           IF WS-SG-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SG-START(WS-SG-HIT).
           IF WS-PT-F-DATE(WS-PT-IDX) = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SG-FINAL(WS-SG-HIT).

      *    どちらかのステージが空欄 (版 002 より前の面談・記録の
      *    無い委託先) なら比べられないので未評価に数える。
           IF WS-PT-I-STAGE(WS-PT-IDX) < "1"
                   OR WS-PT-I-STAGE(WS-PT-IDX) > "5"
                   OR WS-PT-F-STAGE(WS-PT-IDX) < "1"
                   OR WS-PT-F-STAGE(WS-PT-IDX) > "5" THEN
               ADD 1 TO WS-SG-NA(WS-SG-HIT)
           ELSE
               MOVE WS-PT-I-STAGE(WS-PT-IDX) TO WS-I-STG
               MOVE WS-PT-F-STAGE(WS-PT-IDX) TO WS-F-STG
               EVALUATE TRUE
                   WHEN WS-F-STG > WS-I-STG
                       ADD 1 TO WS-SG-ADV(WS-SG-HIT)
                   WHEN WS-F-STG = WS-I-STG
                       ADD 1 TO WS-SG-SAME(WS-SG-HIT)
                   WHEN OTHER
                       ADD 1 TO WS-SG-REGR(WS-SG-HIT)
               END-EVALUATE
               COMPUTE WS-SG-SHIFT(WS-SG-HIT) =
                   WS-SG-SHIFT(WS-SG-HIT) + WS-F-STG - WS-I-STG
               ADD 1 TO WS-MX-CELL(WS-I-STG, WS-F-STG)
           END-IF.

      *    生活習慣4項目: 初回・最終とも評価のある項目だけ比べる
      *    (1=問題なし 2=要改善 3=重点的に支援 なので小さい方が良い)。
           PERFORM VARYING WS-ASMT-IDX FROM 1 BY 1
                   UNTIL WS-ASMT-IDX > 4
               IF WS-PT-I-ASMT(WS-PT-IDX, WS-ASMT-IDX) NOT = SPACE
                       AND WS-PT-F-ASMT(WS-PT-IDX, WS-ASMT-IDX)
                           NOT = SPACE THEN
                   IF WS-PT-F-ASMT(WS-PT-IDX, WS-ASMT-IDX)
                           < WS-PT-I-ASMT(WS-PT-IDX, WS-ASMT-IDX) THEN
                       ADD 1 TO WS-SG-DOM-UP(WS-SG-HIT)
                   END-IF
                   IF WS-PT-F-ASMT(WS-PT-IDX, WS-ASMT-IDX)
                           > WS-PT-I-ASMT(WS-PT-IDX, WS-ASMT-IDX) THEN
                       ADD 1 TO WS-SG-DOM-DN(WS-SG-HIT)
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.


       FIND-GROUP-ROW.

           MOVE 0 TO WS-SG-HIT.
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-CNT OR WS-SG-HIT > 0
               IF WS-SG-STAFF(WS-SG-IDX) = WS-PT-STAFF(WS-PT-IDX)
                       AND WS-SG-SITE(WS-SG-IDX) = WS-CUR-SITE THEN
                   MOVE WS-SG-IDX TO WS-SG-HIT
               END-IF
           END-PERFORM.
           IF WS-SG-HIT = 0 THEN
               IF WS-SG-CNT >= 300 THEN
                   MOVE 'Y' TO WS-SG-OVFL-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SG-CNT
               MOVE WS-SG-CNT TO WS-SG-HIT
               MOVE WS-PT-STAFF(WS-PT-IDX) TO WS-SG-STAFF(WS-SG-HIT)
               MOVE WS-CUR-SITE TO WS-SG-SITE(WS-SG-HIT)
               MOVE 0 TO WS-SG-START(WS-SG-HIT) WS-SG-FINAL(WS-SG-HIT)
                   WS-SG-ADV(WS-SG-HIT) WS-SG-SAME(WS-SG-HIT)
                   WS-SG-REGR(WS-SG-HIT) WS-SG-NA(WS-SG-HIT)
                   WS-SG-SHIFT(WS-SG-HIT) WS-SG-DOM-UP(WS-SG-HIT)
                   WS-SG-DOM-DN(WS-SG-HIT)
           END-IF.

           EXIT.


       SORT-BY-STAFF-SITE.

           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-SG-CNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-SG-CNT - WS-SORT-I
                   IF WS-SG-STAFF(WS-SORT-J)
                           > WS-SG-STAFF(WS-SORT-J + 1)
                       OR (WS-SG-STAFF(WS-SORT-J)
                           = WS-SG-STAFF(WS-SORT-J + 1)
                       AND WS-SG-SITE(WS-SORT-J)
                           > WS-SG-SITE(WS-SORT-J + 1)) THEN
                       MOVE WS-SG-ENTRY(WS-SORT-J) TO WS-SORT-TMP
                       MOVE WS-SG-ENTRY(WS-SORT-J + 1)
                           TO WS-SG-ENTRY(WS-SORT-J)
                       MOVE WS-SORT-TMP
                           TO WS-SG-ENTRY(WS-SORT-J + 1)
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


       WRITE-STAGE-REPORT.

           OPEN OUTPUT STG-RPT-FILE.
           MOVE SPACES TO STG-RPT-LINE.
           STRING "STAGE OF CHANGE PROGRESSION BY COUNSELOR AND SITE"
               "  INITIAL INTERVIEWS IN FY " WS-TARGET-FY
               "  AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO STG-RPT-LINE.
           WRITE STG-RPT-LINE.
           MOVE SPACES TO STG-RPT-LINE.
           STRING "INITIAL = FIRST TYPE-I SESSION IN THE FY, "
               "FINAL = LAST TYPE-F SESSION ON OR AFTER IT"
               DELIMITED BY SIZE INTO STG-RPT-LINE.
           WRITE STG-RPT-LINE.
           MOVE SPACES TO STG-RPT-LINE.
           STRING "COUNSELOR = STAFF ON THE INITIAL SESSION, "
               "SITE = EXAM SITE FOR THE FY (OR THE YEAR BEFORE)"
               DELIMITED BY SIZE INTO STG-RPT-LINE.
           WRITE STG-RPT-LINE.
           MOVE SPACES TO STG-RPT-LINE.
           STRING "N/A = REACHED FINAL BUT A STAGE WAS NOT ASSESSED, "
               "SHIFT = MEAN STAGES MOVED"
               DELIMITED BY SIZE INTO STG-RPT-LINE.
           WRITE STG-RPT-LINE.
           MOVE SPACES TO STG-RPT-LINE.
           STRING "DOM+/DOM- = LIFESTYLE DOMAINS (DIET, EXERCISE, "
               "ALCOHOL, SLEEP) IMPROVED/WORSENED"
               DELIMITED BY SIZE INTO STG-RPT-LINE.
           WRITE STG-RPT-LINE.
           MOVE SPACES TO STG-RPT-LINE.
           WRITE STG-RPT-LINE.
           MOVE SPACES TO STG-RPT-LINE.
           MOVE "COUNSELOR" TO STG-RPT-LINE(1:9).
           MOVE "SITE/NAME" TO STG-RPT-LINE(12:9).
           MOVE "STARTED" TO STG-RPT-LINE(36:7).
           MOVE "FINAL" TO STG-RPT-LINE(45:5).
           MOVE "ADV" TO STG-RPT-LINE(55:3).
           MOVE "SAME" TO STG-RPT-LINE(61:4).
           MOVE "REGR" TO STG-RPT-LINE(68:4).
           MOVE "N/A" TO STG-RPT-LINE(76:3).
           MOVE "SHIFT" TO STG-RPT-LINE(81:5).
           MOVE "DOM+" TO STG-RPT-LINE(90:4).
           MOVE "DOM-" TO STG-RPT-LINE(97:4).
           WRITE STG-RPT-LINE.
           MOVE ALL "-" TO STG-RPT-LINE(1:100).
           WRITE STG-RPT-LINE.

           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-CNT
               PERFORM WRITE-GROUP-LINE
           END-PERFORM.

           MOVE ALL "-" TO STG-RPT-LINE(1:100).
           WRITE STG-RPT-LINE.
           MOVE WS-TOT-START  TO WS-ED-START.
           MOVE WS-TOT-FINAL  TO WS-ED-FINAL.
           MOVE WS-TOT-ADV    TO WS-ED-ADV.
           MOVE WS-TOT-SAME   TO WS-ED-SAME.
           MOVE WS-TOT-REGR   TO WS-ED-REGR.
           MOVE WS-TOT-NA     TO WS-ED-NA.
           MOVE WS-TOT-DOM-UP TO WS-ED-DOM-UP.
           MOVE WS-TOT-DOM-DN TO WS-ED-DOM-DN.
           IF WS-TOT-ADV + WS-TOT-SAME + WS-TOT-REGR > 0 THEN
               COMPUTE WS-MEAN-SHIFT ROUNDED = WS-TOT-SHIFT
                   / (WS-TOT-ADV + WS-TOT-SAME + WS-TOT-REGR)
           ELSE
               MOVE 0 TO WS-MEAN-SHIFT
           END-IF.
           MOVE WS-MEAN-SHIFT TO WS-ED-SHIFT.
           MOVE SPACES TO STG-RPT-LINE.
           STRING "ALL COUNSELORS AND SITES           "
               WS-ED-START "  "
               WS-ED-FINAL "  " WS-ED-ADV " " WS-ED-SAME " "
               WS-ED-REGR " " WS-ED-NA "  " WS-ED-SHIFT "  "
               WS-ED-DOM-UP " " WS-ED-DOM-DN
               DELIMITED BY SIZE INTO STG-RPT-LINE.
           WRITE STG-RPT-LINE.

           SUBTRACT WS-TOT-FINAL FROM WS-TOT-START GIVING WS-ED-CNT.
           MOVE SPACES TO STG-RPT-LINE.
           WRITE STG-RPT-LINE.
           MOVE SPACES TO STG-RPT-LINE.
           STRING "STARTED BUT NO FINAL EVALUATION YET       : "
               WS-ED-CNT
               DELIMITED BY SIZE INTO STG-RPT-LINE.
           WRITE STG-RPT-LINE.
           MOVE WS-CNT-NO-SITE TO WS-ED-CNT.
           MOVE SPACES TO STG-RPT-LINE.
           STRING "NO RESULT HISTORY FOR FY " WS-TARGET-FY
               " OR PRIOR (SITE 000): " WS-ED-CNT
               DELIMITED BY SIZE INTO STG-RPT-LINE.
           WRITE STG-RPT-LINE.

      *    全体のステージ表: 行 = 初回、列 = 最終。
           MOVE SPACES TO STG-RPT-LINE.
           WRITE STG-RPT-LINE.
           MOVE SPACES TO STG-RPT-LINE.
           STRING "INITIAL STAGE (ROWS) x FINAL STAGE (COLUMNS), "
               "ALL COUNSELORS"
               DELIMITED BY SIZE INTO STG-RPT-LINE.
           WRITE STG-RPT-LINE.
           MOVE SPACES TO STG-RPT-LINE.
           MOVE "PRECON" TO STG-RPT-LINE(20:6).
           MOVE "CONTEM" TO STG-RPT-LINE(28:6).
           MOVE "PREPAR" TO STG-RPT-LINE(36:6).
           MOVE "ACTION" TO STG-RPT-LINE(44:6).
           MOVE "MAINTN" TO STG-RPT-LINE(52:6).
           WRITE STG-RPT-LINE.
           PERFORM VARYING WS-MX-I FROM 1 BY 1 UNTIL WS-MX-I > 5
               MOVE SPACES TO STG-RPT-LINE
               STRING WS-MX-I " " WS-STAGE-NAME(WS-MX-I)
                   DELIMITED BY SIZE INTO STG-RPT-LINE
               PERFORM VARYING WS-MX-J FROM 1 BY 1 UNTIL WS-MX-J > 5
                   MOVE WS-MX-CELL(WS-MX-I, WS-MX-J) TO WS-ED-CELL
                   MOVE WS-ED-CELL
                       TO STG-RPT-LINE(20 + (WS-MX-J - 1) * 8:6)
               END-PERFORM
               WRITE STG-RPT-LINE
           END-PERFORM.
           CLOSE STG-RPT-FILE.

           EXIT.


       WRITE-GROUP-LINE.

           MOVE "(NOT ON SITE MASTER)" TO WS-SITE-NAME.
           IF WS-SG-SITE(WS-SG-IDX) = 0 THEN
               MOVE "(NO EXAM ON FILE)" TO WS-SITE-NAME
           END-IF.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT
               IF WS-ST-CODE(WS-ST-IDX) = WS-SG-SITE(WS-SG-IDX) THEN
                   MOVE WS-ST-NAME(WS-ST-IDX) TO WS-SITE-NAME
               END-IF
           END-PERFORM.

           ADD WS-SG-START(WS-SG-IDX)  TO WS-TOT-START.
           ADD WS-SG-FINAL(WS-SG-IDX)  TO WS-TOT-FINAL.
           ADD WS-SG-ADV(WS-SG-IDX)    TO WS-TOT-ADV.
           ADD WS-SG-SAME(WS-SG-IDX)   TO WS-TOT-SAME.
           ADD WS-SG-REGR(WS-SG-IDX)   TO WS-TOT-REGR.
           ADD WS-SG-NA(WS-SG-IDX)     TO WS-TOT-NA.
           ADD WS-SG-SHIFT(WS-SG-IDX)  TO WS-TOT-SHIFT.
           ADD WS-SG-DOM-UP(WS-SG-IDX) TO WS-TOT-DOM-UP.
           ADD WS-SG-DOM-DN(WS-SG-IDX) TO WS-TOT-DOM-DN.
           MOVE WS-SG-START(WS-SG-IDX)  TO WS-ED-START.
           MOVE WS-SG-FINAL(WS-SG-IDX)  TO WS-ED-FINAL.
           MOVE WS-SG-ADV(WS-SG-IDX)    TO WS-ED-ADV.
           MOVE WS-SG-SAME(WS-SG-IDX)   TO WS-ED-SAME.
           MOVE WS-SG-REGR(WS-SG-IDX)   TO WS-ED-REGR.
           MOVE WS-SG-NA(WS-SG-IDX)     TO WS-ED-NA.
           MOVE WS-SG-DOM-UP(WS-SG-IDX) TO WS-ED-DOM-UP.
           MOVE WS-SG-DOM-DN(WS-SG-IDX) TO WS-ED-DOM-DN.
           IF WS-SG-ADV(WS-SG-IDX) + WS-SG-SAME(WS-SG-IDX)
                   + WS-SG-REGR(WS-SG-IDX) > 0 THEN
               COMPUTE WS-MEAN-SHIFT ROUNDED = WS-SG-SHIFT(WS-SG-IDX)
                   / (WS-SG-ADV(WS-SG-IDX) + WS-SG-SAME(WS-SG-IDX)
                      + WS-SG-REGR(WS-SG-IDX))
           ELSE
               MOVE 0 TO WS-MEAN-SHIFT
           END-IF.
           MOVE WS-MEAN-SHIFT TO WS-ED-SHIFT.

           MOVE SPACES TO STG-RPT-LINE.
           STRING WS-SG-STAFF(WS-SG-IDX) " " WS-SG-SITE(WS-SG-IDX)
               " " WS-SITE-NAME WS-ED-START "  " WS-ED-FINAL "  "
               WS-ED-ADV " " WS-ED-SAME " " WS-ED-REGR " " WS-ED-NA
               "  " WS-ED-SHIFT "  " WS-ED-DOM-UP " " WS-ED-DOM-DN
               DELIMITED BY SIZE INTO STG-RPT-LINE.
           WRITE STG-RPT-LINE.

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


       CHECK-RHF-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。
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

       END PROGRAM TEST260973.
