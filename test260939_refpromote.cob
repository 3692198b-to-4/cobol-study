      *   V = パッケージ検証: 有効な施設すべてにレイアウトと単位
      *       プロファイルがあるか・資格マスタの保険者がすべて
      *       insurers.dat に載っているか・基準名が
      *       APPLY-THRESHOLD-REC の知っている名前か・検査方法
      *       マスタ (lab_methods.dat、保守は TEST260963) の行が
      *       正しく、同じ施設・項目で適用期間が重ならないか
      *   P = 昇格: 検証済みのステージングを本番へ複写し、出て
      *       いく版は版番号つきでアーカイブする
      *   B = ロールバック: アーカイブ済みの任意の版を本番へ戻す
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-THR-STATUS.

           SELECT STG-METHOD-FILE ASSIGN TO
               'input/staging_lab_methods.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LMF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VER-FILE.
           03 SIT-PHONE       PIC X(12).
           03 SIT-ACTIVE      PIC X.
           03 SIT-INSURERS    PIC X(20).
      *    契約単価と振込先 (ここでは使わないが、行の長さは施設
      *    マスタに合わせる)。
           03 FILLER          PIC X(52).

       FD  ELIGIBILITY-FILE.
       01  ELIGIBILITY-REC.
           03 ELG-COVER-FROM  PIC 9(8).
           03 ELG-COVER-TO    PIC 9(8).
           03 ELG-PLAN-TYPE   PIC X(2).
      *    世帯番号と事業所記号 (ここでは使わないが、行の長さは
      *    加入者ファイルに合わせる)。
           03 FILLER          PIC X(18).

       FD  STG-LAYOUT-FILE.
       01  STG-LAYOUT-REC.
           03 STH-NAME        PIC X(20).
           03 STH-VALUE       PIC 9(3).

       FD  STG-METHOD-FILE.
       01  STG-METHOD-REC.
           03 SLM-SITE-CODE   PIC 9(3).
           03 SLM-ITEM        PIC X(6).
           03 SLM-EFF-FROM    PIC 9(8).
           03 SLM-EFF-TO      PIC 9(8).
           03 SLM-METHOD      PIC X(4).
           03 SLM-LAB-CODE    PIC X(17).
           03 SLM-ANALYZER    PIC X(20).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  FG-END             PIC 9 VALUE 0.
       01  WS-UNI-STATUS      PIC XX.
       01  WS-INS-STATUS      PIC XX.
       01  WS-THR-STATUS      PIC XX.
       01  WS-LMF-STATUS      PIC XX.
       01  WS-IN-PATH         PIC X(60) VALUE SPACES.
       01  WS-OUT-PATH        PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
           03 WS-I-CODE OCCURS 20 TIMES PIC X(4).
       01  WS-I-CNT           PIC 9(2) VALUE 0.
       01  WS-IDX             PIC 9(3) VALUE 0.
      *    ステージングの検査方法マスタ (適用期間の重なりの検査用)。
       01  WS-M-TAB.
           03 WS-M-ENTRY OCCURS 200 TIMES.
              05 WS-M-SITE    PIC 9(3).
              05 WS-M-ITEM    PIC X(6).
              05 WS-M-FROM    PIC 9(8).
              05 WS-M-TO      PIC 9(8).
       01  WS-M-CNT           PIC 9(3) VALUE 0.
       01  WS-M-IDX           PIC 9(3) VALUE 0.
       01  WS-M-BASE          PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM VERIFY-SITES-COVERED.
           PERFORM VERIFY-INSURERS-KNOWN.
           PERFORM VERIFY-THRESHOLD-NAMES.
           PERFORM VERIFY-LAB-METHODS.

           IF WS-PROBLEM-CNT = 0 THEN
               MOVE 'Y' TO WS-VERIFIED-FLAG
               WHEN "CRIT-SBP"
               WHEN "CRIT-DBP"
               WHEN "QA-SAMPLE-PCT"
               WHEN "BOOK-GRACE-DAYS"
               WHEN "MS-FST"
               WHEN "MS-HBA1C-X10"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-PROBLEM-CNT
           EXIT.


       VERIFY-LAB-METHODS.

      *    検査方法マスタの各行: 項目名が既知・方法と 17 桁の
      *    JLAC10 コードがあり、コードの分析物 (先頭5桁) が項目と
      *    合う・適用期間が正しい。さらに同じ施設・項目で期間が
      *    重なる行があると XML のコードが決まらないので問題とする。
           MOVE 0 TO WS-M-CNT.
           OPEN INPUT STG-METHOD-FILE.
           IF WS-LMF-STATUS NOT = "00" THEN
               ADD 1 TO WS-PROBLEM-CNT
               DISPLAY "PROBLEM: NO STAGING LAB METHOD MASTER "
                   "(input/staging_lab_methods.dat)"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF2-FLAG.
           PERFORM UNTIL WS-EOF2
               READ STG-METHOD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF2-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-LAB-METHOD
               END-READ
           END-PERFORM.
           CLOSE STG-METHOD-FILE.

           EXIT.


       CHECK-ONE-LAB-METHOD.

           EVALUATE SLM-ITEM
               WHEN "HBA1C"
                   MOVE "3D046" TO WS-M-BASE
               WHEN "FST"
                   MOVE "3D010" TO WS-M-BASE
               WHEN "NFS"
                   MOVE "3D045" TO WS-M-BASE
               WHEN "TG"
                   MOVE "3F015" TO WS-M-BASE
               WHEN "HDL"
                   MOVE "3F070" TO WS-M-BASE
               WHEN "LDL"
                   MOVE "3F077" TO WS-M-BASE
               WHEN OTHER
                   ADD 1 TO WS-PROBLEM-CNT
                   DISPLAY "PROBLEM: UNKNOWN LAB METHOD ITEM FOR SITE "
                       SLM-SITE-CODE ": " SLM-ITEM
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF SLM-METHOD = SPACES
              OR SLM-LAB-CODE(17:1) = SPACE
              OR SLM-LAB-CODE(1:5) NOT = WS-M-BASE THEN
               ADD 1 TO WS-PROBLEM-CNT
               DISPLAY "PROBLEM: SITE " SLM-SITE-CODE " "
                   SLM-ITEM " HAS A BAD METHOD/LAB CODE: "
                   SLM-METHOD " " SLM-LAB-CODE
           END-IF.
           IF SLM-EFF-FROM IS NOT NUMERIC
              OR SLM-EFF-TO IS NOT NUMERIC THEN
               ADD 1 TO WS-PROBLEM-CNT
               DISPLAY "PROBLEM: SITE " SLM-SITE-CODE " "
                   SLM-ITEM " HAS A NON-NUMERIC EFFECTIVE DATE"
               EXIT PARAGRAPH
           END-IF.
           IF SLM-EFF-TO < SLM-EFF-FROM THEN
               ADD 1 TO WS-PROBLEM-CNT
               DISPLAY "PROBLEM: SITE " SLM-SITE-CODE " "
                   SLM-ITEM " ENDS " SLM-EFF-TO " BEFORE IT STARTS "
                   SLM-EFF-FROM
           END-IF.

           PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-M-CNT
               IF WS-M-SITE(WS-M-IDX) = SLM-SITE-CODE
                  AND WS-M-ITEM(WS-M-IDX) = SLM-ITEM
                  AND WS-M-FROM(WS-M-IDX) <= SLM-EFF-TO
                  AND WS-M-TO(WS-M-IDX) >= SLM-EFF-FROM THEN
                   ADD 1 TO WS-PROBLEM-CNT
                   DISPLAY "PROBLEM: SITE " SLM-SITE-CODE " "
                       SLM-ITEM " ROWS FROM " WS-M-FROM(WS-M-IDX)
                       " AND " SLM-EFF-FROM " OVERLAP"
               END-IF
           END-PERFORM.

           IF WS-M-CNT < 200 THEN
               ADD 1 TO WS-M-CNT
               MOVE SLM-SITE-CODE TO WS-M-SITE(WS-M-CNT)
               MOVE SLM-ITEM      TO WS-M-ITEM(WS-M-CNT)
               MOVE SLM-EFF-FROM  TO WS-M-FROM(WS-M-CNT)
               MOVE SLM-EFF-TO    TO WS-M-TO(WS-M-CNT)
           ELSE
               ADD 1 TO WS-PROBLEM-CNT
               DISPLAY "PROBLEM: MORE THAN 200 LAB METHOD ROWS - "
                   "OVERLAP CHECK INCOMPLETE"
           END-IF.

           EXIT.


       COPY-ONE-FILE.

      *    WS-IN-PATH -> WS-OUT-PATH の行コピー。
           PERFORM ARCHIVE-AND-PROMOTE-ONE.
           MOVE "holidays.dat" TO WS-FILE-NAME.
           PERFORM ARCHIVE-AND-PROMOTE-ONE.
           MOVE "lab_methods.dat" TO WS-FILE-NAME.
           PERFORM ARCHIVE-AND-PROMOTE-ONE.

           MOVE 'N' TO WS-VERIFIED-FLAG.
           DISPLAY "PACKAGE PROMOTED AS VERSION " WS-VERSION.
           PERFORM ROLLBACK-ONE.
           MOVE "holidays.dat" TO WS-FILE-NAME.
           PERFORM ROLLBACK-ONE.
           MOVE "lab_methods.dat" TO WS-FILE-NAME.
           PERFORM ROLLBACK-ONE.

           DISPLAY "ROLLBACK TO VERSION " WS-VERSION " DONE".

