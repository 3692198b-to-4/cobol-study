           03 T-NFS-LIMIT     PIC 9(3).
           03 T-ROUND-HBA1C   PIC 9.
           03 T-ROUND-BMI     PIC 9.
           03 T-MS-FST        PIC 9(3).
           03 T-MS-HBA1C      PIC 9(3).
       01  WS-THR-SET-A       PIC X(50).
       01  WS-THR-SET-B       PIC X(50).

      *    共有判定関数への検査値一式 (judge_rules の LNK-MEASURES と
      *    同じレイアウトの表示形式)。
           03 WJO-AGE-BAND   PIC 9.
           03 WJO-FST-EFF    PIC 9(3).
           03 WJO-WAIST-EFF  PIC 9(3).
           03 WJO-METSYN     PIC 9.
           03 WJO-MS-RISKS   PIC 9.

      *    2回の判定パスの結果。
       01  WS-LEVEL-A         PIC 9 VALUE 0.
           MOVE 200 TO T-NFS-LIMIT.
           MOVE 0   TO T-ROUND-HBA1C.
           MOVE 0   TO T-ROUND-BMI.
           MOVE 110 TO T-MS-FST.
           MOVE 60  TO T-MS-HBA1C.

           EXIT.

                   MOVE THR-VALUE TO T-ROUND-HBA1C
               WHEN "ROUND-BMI-MODE"
                   MOVE THR-VALUE TO T-ROUND-BMI
               WHEN "MS-FST"
                   MOVE THR-VALUE TO T-MS-FST
               WHEN "MS-HBA1C-X10"
                   MOVE THR-VALUE TO T-MS-HBA1C
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
