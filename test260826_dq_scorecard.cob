      * チェックディジットで落ちています」を数字で示すためのもの。
      * コード: 01=ID検査数字 02=FST範囲 03=HbA1c範囲 04=生年月日
      * 05=性別 06=NFS範囲 07=資格なし 08=単位取り違え疑い
      * 09=死亡後の健診 10=施設コード不明
      * 11/12=服薬の問診票と検査データの食い違い (11=問診のみあり
      * 12=検査データのみあり) 13/14=喫煙の同じ食い違い
      * 90=欠測 91=重複 93=手入力の受付。
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 SIT-PHONE       PIC X(12).
           03 SIT-ACTIVE      PIC X.
           03 SIT-INSURERS    PIC X(20).
      *    契約単価と振込先 (ここでは使わないが、行の長さは施設
      *    マスタに合わせる)。
           03 FILLER          PIC X(52).

       WORKING-STORAGE SECTION.
       01  WS-DQM-STATUS      PIC XX.
       01  WS-ED-CNT          PIC ZZZZ9.
       01  WS-ED-PRI          PIC ZZZZ9.
       01  WS-TREND           PIC X(6).
      *    コードの横に並べる短い説明 (服薬の食い違いがどの施設に
      *    多いかを、コード表なしで読めるように)。
       01  WS-DQ-LABEL        PIC X(22) VALUE SPACES.
       01  WS-SITE-TOTAL      PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
                   END-IF
               END-IF
               MOVE SPACES TO SCORECARD-LINE
               PERFORM SET-DQ-LABEL
               STRING "  CODE " WS-DQ-CODE(WS-DQ-IDX)
                   " " WS-DQ-LABEL
                   "  THIS MONTH " WS-ED-CNT
                   "  PRIOR " WS-ED-PRI
                   "  TREND " WS-TREND
           EXIT.


       SET-DQ-LABEL.

           EVALUATE WS-DQ-CODE(WS-DQ-IDX)
               WHEN 1  MOVE "ID CHECK DIGIT"  TO WS-DQ-LABEL
               WHEN 2  MOVE "FST RANGE"       TO WS-DQ-LABEL
               WHEN 3  MOVE "HBA1C RANGE"     TO WS-DQ-LABEL
               WHEN 4  MOVE "DATE OF BIRTH"   TO WS-DQ-LABEL
               WHEN 5  MOVE "SEX CODE"        TO WS-DQ-LABEL
               WHEN 6  MOVE "NFS RANGE"       TO WS-DQ-LABEL
               WHEN 7  MOVE "NOT ELIGIBLE"    TO WS-DQ-LABEL
               WHEN 8  MOVE "UNIT ERROR"      TO WS-DQ-LABEL
               WHEN 9  MOVE "DECEASED"        TO WS-DQ-LABEL
               WHEN 10 MOVE "UNKNOWN SITE"    TO WS-DQ-LABEL
               WHEN 11 MOVE "MED OMITTED BY LAB" TO WS-DQ-LABEL
               WHEN 12 MOVE "MED NOT IN QUEST"   TO WS-DQ-LABEL
               WHEN 13 MOVE "SMOKE OMITTED BY LAB" TO WS-DQ-LABEL
               WHEN 14 MOVE "SMOKE NOT IN QUEST"   TO WS-DQ-LABEL
      *        20-29 = 健診内の項目間整合性ルール (ルール表
      *        input/consistency_rules.dat の DQ コード)。
               WHEN 20 MOVE "A1C VS GLUCOSE"  TO WS-DQ-LABEL
               WHEN 21 MOVE "SBP NOT > DBP"   TO WS-DQ-LABEL
               WHEN 22 MOVE "WAIST VS BMI"    TO WS-DQ-LABEL
               WHEN 23 MOVE "FASTING VS NFS"  TO WS-DQ-LABEL
               WHEN 24 THRU 29
                       MOVE "INCONSISTENT"    TO WS-DQ-LABEL
               WHEN 90 MOVE "MISSING VALUES"  TO WS-DQ-LABEL
               WHEN 91 MOVE "DUPLICATE"       TO WS-DQ-LABEL
               WHEN 93 MOVE "KEYED-IN RECORD" TO WS-DQ-LABEL
               WHEN OTHER MOVE SPACES         TO WS-DQ-LABEL
           END-EVALUATE.

           EXIT.


       SORT-DQ-TABLE.

           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
