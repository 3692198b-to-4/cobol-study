      *
      * HBA1C-BMI-CHECK ライブラリ: 10年間の冠動脈疾患発症リスクの
      * 推定。支援レベルは「どれだけ危ないか」を受診者に伝えない
      * ため、医師の依頼で絶対リスク (%) を並べて出す。推定式は
      * 日本人コホートの吹田スコア (動脈硬化性疾患予防ガイドライン
      * 2017年版が採用した点数表) を使い、
      *   年齢 (35-44=30 45-54=38 55-64=45 65-69=51 70以上=53)
      *   女性 -7 / 喫煙 +5 / 糖尿病 +6
      *   収縮期血圧 (<120=-7 120-139=0 140-159=+4 160以上=+6)
      *   HDL (<40=0 40-59=-5 60以上=-6)
      *   LDL (<100=0 100-139=+5 140-159=+7 160-179=+10
      *        180以上=+11)
      * の合計点を10年リスク (%) と区分 (L=低 <2% M=中 2-9%
      * H=高 9%以上) へ換算する。CKD の加点は健診の標準項目に
      * 無いため入れない。拡張期血圧も使わない (収縮期のみ)。
      * 糖尿病は HbA1c 6.5 以上・空腹時血糖 126 以上・糖尿病薬
      * 服用のいずれか。
      * 支援レベル判定 (judge_rules) と同じく、夜間バッチと窓口が
      * 同じこの1本を COPY する (点数表を散らばらせない)。
      *
       IDENTIFICATION DIVISION.
       FUNCTION-ID. JUDGE-CVD-RISK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  VW-AGE           PIC S9(3) VALUE 0.
       01  VW-DOB-YYYY      PIC 9(4) VALUE 0.
       01  VW-DOB-MMDD      PIC 9(4) VALUE 0.
       01  VW-RUN-YYYY      PIC 9(4) VALUE 0.
       01  VW-RUN-MMDD      PIC 9(4) VALUE 0.
       01  VW-POINTS        PIC S9(3) VALUE 0.

       LINKAGE SECTION.
      *    入力: 生年月日・性別・収縮期血圧・HbA1c・空腹時血糖・
      *    糖尿病薬・LDL・HDL・喫煙・基準日 (年齢の計算日)。
       01  LNK-CVD-IN.
           03 VM-DOB        PIC 9(8).
           03 VM-SEX        PIC 9.
           03 VM-SBP        PIC 9(3).
           03 VM-HBA1C      PIC 9V99.
           03 VM-FST        PIC 9(3).
           03 VM-MED-DM     PIC 9.
           03 VM-LDL        PIC 9(3).
           03 VM-HDL        PIC 9(3).
           03 VM-SMOKER     PIC 9.
           03 VM-RUN-DATE   PIC 9(8).

      *    出力: 合計点・10年リスク (%)・区分 (L/M/H、計算できない
      *    ときは空白)。
       01  LNK-CVD-OUT.
           03 VO-POINTS     PIC 9(3).
           03 VO-RISK       PIC 9(2)V9.
           03 VO-BAND       PIC X.

       PROCEDURE DIVISION USING LNK-CVD-IN
                 RETURNING LNK-CVD-OUT.

      *    満年齢 (judge_rules の JW-AGE と同じ求め方)。
           COMPUTE VW-DOB-YYYY = VM-DOB / 10000.
           COMPUTE VW-DOB-MMDD = VM-DOB - (VW-DOB-YYYY * 10000).
           COMPUTE VW-RUN-YYYY = VM-RUN-DATE / 10000.
           COMPUTE VW-RUN-MMDD = VM-RUN-DATE
               - (VW-RUN-YYYY * 10000).
           COMPUTE VW-AGE = VW-RUN-YYYY - VW-DOB-YYYY.
           IF VW-RUN-MMDD < VW-DOB-MMDD THEN
               SUBTRACT 1 FROM VW-AGE
           END-IF.

      *    血圧・脂質が未測定 (0) か、吹田スコアの対象年齢 (35歳
      *    以上) に満たない場合は推定しない。
           IF VM-SBP = 0 OR VM-LDL = 0 OR VM-HDL = 0
                   OR VW-AGE < 35 THEN
               MOVE 0 TO VO-POINTS
               MOVE 0 TO VO-RISK
               MOVE SPACE TO VO-BAND
               EXIT FUNCTION
           END-IF.

           EVALUATE TRUE
               WHEN VW-AGE < 45
                   MOVE 30 TO VW-POINTS
               WHEN VW-AGE < 55
                   MOVE 38 TO VW-POINTS
               WHEN VW-AGE < 65
                   MOVE 45 TO VW-POINTS
               WHEN VW-AGE < 70
                   MOVE 51 TO VW-POINTS
               WHEN OTHER
                   MOVE 53 TO VW-POINTS
           END-EVALUATE.

           IF VM-SEX = 2 THEN
               SUBTRACT 7 FROM VW-POINTS
           END-IF.
           IF VM-SMOKER = 1 THEN
               ADD 5 TO VW-POINTS
           END-IF.
           IF VM-HBA1C >= 6.5 OR VM-FST >= 126 OR VM-MED-DM = 1 THEN
               ADD 6 TO VW-POINTS
           END-IF.

           EVALUATE TRUE
               WHEN VM-SBP < 120
                   SUBTRACT 7 FROM VW-POINTS
               WHEN VM-SBP < 140
                   CONTINUE
               WHEN VM-SBP < 160
                   ADD 4 TO VW-POINTS
               WHEN OTHER
                   ADD 6 TO VW-POINTS
           END-EVALUATE.

           EVALUATE TRUE
               WHEN VM-HDL < 40
                   CONTINUE
               WHEN VM-HDL < 60
                   SUBTRACT 5 FROM VW-POINTS
               WHEN OTHER
                   SUBTRACT 6 FROM VW-POINTS
           END-EVALUATE.

           EVALUATE TRUE
               WHEN VM-LDL < 100
                   CONTINUE
               WHEN VM-LDL < 140
                   ADD 5 TO VW-POINTS
               WHEN VM-LDL < 160
                   ADD 7 TO VW-POINTS
               WHEN VM-LDL < 180
                   ADD 10 TO VW-POINTS
               WHEN OTHER
                   ADD 11 TO VW-POINTS
           END-EVALUATE.

           IF VW-POINTS < 0 THEN
               MOVE 0 TO VW-POINTS
           END-IF.
           MOVE VW-POINTS TO VO-POINTS.

      *    点数 -> 10年リスク。35点以下は「1%未満」を 0.5 で持つ。
      *    71点以上は表の上限 (28%超) を 28.0 で持つ。
           EVALUATE TRUE
               WHEN VW-POINTS <= 35
                   MOVE 0.5 TO VO-RISK
               WHEN VW-POINTS <= 40
                   MOVE 1.0 TO VO-RISK
               WHEN VW-POINTS <= 45
                   MOVE 2.0 TO VO-RISK
               WHEN VW-POINTS <= 50
                   MOVE 3.0 TO VO-RISK
               WHEN VW-POINTS <= 55
                   MOVE 5.0 TO VO-RISK
               WHEN VW-POINTS <= 60
                   MOVE 9.0 TO VO-RISK
               WHEN VW-POINTS <= 65
                   MOVE 14.0 TO VO-RISK
               WHEN VW-POINTS <= 70
                   MOVE 22.0 TO VO-RISK
               WHEN OTHER
                   MOVE 28.0 TO VO-RISK
           END-EVALUATE.

      *    区分はガイドラインの管理区分 (40点以下=低 41-55=中
      *    56以上=高)。
           EVALUATE TRUE
               WHEN VW-POINTS <= 40
                   MOVE "L" TO VO-BAND
               WHEN VW-POINTS <= 55
                   MOVE "M" TO VO-BAND
               WHEN OTHER
                   MOVE "H" TO VO-BAND
           END-EVALUATE.

           EXIT FUNCTION.

       END FUNCTION JUDGE-CVD-RISK.
