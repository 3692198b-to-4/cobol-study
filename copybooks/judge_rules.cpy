       01  JW-RISK-TOTAL    PIC 9 VALUE 0.
       01  JW-ADDON         PIC 9 VALUE 0.
       01  JW-LEVEL         PIC 9 VALUE 0.
      *    メタボリックシンドローム判定用 (服薬中を該当側に数える)。
       01  JW-MS-GLU        PIC 9 VALUE 0.
       01  JW-MS-BP         PIC 9 VALUE 0.
       01  JW-MS-LIP        PIC 9 VALUE 0.
       01  JW-MS-RISKS      PIC 9 VALUE 0.
       01  JW-METSYN        PIC 9 VALUE 0.

       LINKAGE SECTION.
      *    検査値・属性ひとそろい (表示形式で渡すこと。COMP-3 の
           03 JR-NFS-LIMIT  PIC 9(3).
           03 JR-ROUND-HBA1C PIC 9.
           03 JR-ROUND-BMI   PIC 9.
      *    メタボ判定の血糖基準 (空腹時血糖・HbA1c x10)。支援レベル
      *    の FST 基準とは別の値 (国の基準では 110 / 6.0)。
           03 JR-MS-FST     PIC 9(3).
           03 JR-MS-HBA1C   PIC 9(3).

      *    判定結果と、保存用の内訳・適用基準値。
       01  LNK-JUDGE-OUT.
           03 JO-AGE-BAND   PIC 9.
           03 JO-FST-EFF    PIC 9(3).
           03 JO-WAIST-EFF  PIC 9(3).
      *    メタボ判定区分 (0=非該当 1=予備群 2=基準該当) と、腹囲に
      *    加えて該当した項目数 (血糖・血圧・脂質、服薬中を含む)。
           03 JO-METSYN     PIC 9.
           03 JO-MS-RISKS   PIC 9.

       PROCEDURE DIVISION USING LNK-MEASURES LNK-RULES
                 RETURNING LNK-JUDGE-OUT.
               MOVE 1 TO JW-LEVEL
           END-IF.

      *    メタボリックシンドローム判定。支援レベルとは別の規則で、
      *    腹囲が必須 (BMI では代えない)、服薬中の項目は除外ではなく
      *    該当として数える、LDL は使わない、喫煙は数えない。
      *    腹囲基準以上で 2 項目以上が基準該当、1 項目が予備群。
           MOVE 0 TO JW-MS-GLU.
           IF JM-MED-DM = 1 THEN
               MOVE 1 TO JW-MS-GLU
           ELSE
               IF JM-FAST-HOURS >= JR-FAST-MIN THEN
                   IF JM-FST >= JR-MS-FST THEN
                       MOVE 1 TO JW-MS-GLU
                   END-IF
               ELSE
      *            空腹時の採血でなければ HbA1c で代える。
                   IF JW-HBA1C-R * 10 >= JR-MS-HBA1C THEN
                       MOVE 1 TO JW-MS-GLU
                   END-IF
               END-IF
           END-IF.

           MOVE 0 TO JW-MS-BP.
           IF JM-MED-HTN = 1
                   OR JM-SBP >= JR-BP-SYS OR JM-DBP >= JR-BP-DIA THEN
               MOVE 1 TO JW-MS-BP
           END-IF.

           MOVE 0 TO JW-MS-LIP.
           IF JM-MED-LIP = 1
                   OR JM-TG >= JR-TG-LIMIT OR JM-HDL < JW-HDL-EFF THEN
               MOVE 1 TO JW-MS-LIP
           END-IF.

           COMPUTE JW-MS-RISKS = JW-MS-GLU + JW-MS-BP + JW-MS-LIP.
           EVALUATE TRUE
               WHEN JM-WAIST < JW-WAIST-EFF
                   MOVE 0 TO JW-METSYN
               WHEN JW-MS-RISKS >= 2
                   MOVE 2 TO JW-METSYN
               WHEN JW-MS-RISKS = 1
                   MOVE 1 TO JW-METSYN
               WHEN OTHER
                   MOVE 0 TO JW-METSYN
           END-EVALUATE.

           MOVE JW-LEVEL    TO JO-LEVEL.
           MOVE JW-OBESITY  TO JO-OBESITY.
           MOVE JW-GLU      TO JO-GLUCOSE.
           MOVE JW-AGE-BAND TO JO-AGE-BAND.
           MOVE JW-FST-EFF  TO JO-FST-EFF.
           MOVE JW-WAIST-EFF TO JO-WAIST-EFF.
           MOVE JW-METSYN   TO JO-METSYN.
           MOVE JW-MS-RISKS TO JO-MS-RISKS.

           EXIT FUNCTION.

