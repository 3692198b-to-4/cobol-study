       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260963.

      *
      * LAB-METHODS: 施設別の検査方法マスタの保守コンソール。施設の
      * 違いは単位 (site_units.dat) だけではなく、HbA1c を HPLC で
      * 測る施設と酵素法で測る施設があり、血糖も分析装置が違う。
      * 国の XML (TEST260919) には方法ごとの JLAC10 コード (17桁) を
      * 項目ごとに載せなければならないのに、これまでは項目ごとに
      * 固定のコードを1つ書いていた。ここで施設×項目ごとに
      * 適用期間・測定方法・標準コード・分析装置を保守する。
      *   L = 一覧  A = 追加  U = 更新  X = 適用終了  Q = 終了
      * 編集するのはステージング・コピー (input/staging_
      * lab_methods.dat) で、本番 (input/lab_methods.dat) への反映は
      * ほかの参照データと同じく TEST260939 の検証・昇格で行う。
      * ステージングがまだ無いときは本番の写しから始める。
      * 同じ施設・項目で適用期間が重なる行は受け付けない (どちらの
      * コードを使うか決まらなくなるため)。
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STG-METHOD-FILE ASSIGN TO
               'input/staging_lab_methods.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STG-STATUS.

           SELECT LAB-METHOD-FILE ASSIGN TO 'input/lab_methods.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LMF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    施設コード・項目名・適用開始日・適用終了日 (99999999 =
      *    期限なし)・測定方法の略号・JLAC10 コード・分析装置。
       FD  STG-METHOD-FILE.
       01  STG-METHOD-REC.
           03 SLM-SITE-CODE   PIC 9(3).
           03 SLM-ITEM        PIC X(6).
           03 SLM-EFF-FROM    PIC 9(8).
           03 SLM-EFF-TO      PIC 9(8).
           03 SLM-METHOD      PIC X(4).
           03 SLM-LAB-CODE    PIC X(17).
           03 SLM-ANALYZER    PIC X(20).

       FD  LAB-METHOD-FILE.
       01  LAB-METHOD-REC.
           03 LMF-SITE-CODE   PIC 9(3).
           03 LMF-ITEM        PIC X(6).
           03 LMF-EFF-FROM    PIC 9(8).
           03 LMF-EFF-TO      PIC 9(8).
           03 LMF-METHOD      PIC X(4).
           03 LMF-LAB-CODE    PIC X(17).
           03 LMF-ANALYZER    PIC X(20).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(40).
       01  FG-END             PIC 9 VALUE 0.
       01  WS-STG-STATUS      PIC XX.
       01  WS-LMF-STATUS      PIC XX.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-DIRTY-FLAG      PIC X VALUE 'N'.
           88 WS-DIRTY               VALUE 'Y'.
       01  WS-OK-FLAG         PIC X VALUE 'N'.
           88 WS-OK                  VALUE 'Y'.

       01  WS-LM-TAB.
           03 WS-LM-ENTRY OCCURS 200 TIMES.
              05 WS-LM-SITE   PIC 9(3).
              05 WS-LM-ITEM   PIC X(6).
              05 WS-LM-FROM   PIC 9(8).
              05 WS-LM-TO     PIC 9(8).
              05 WS-LM-METH   PIC X(4).
              05 WS-LM-CODE   PIC X(17).
              05 WS-LM-ANLZ   PIC X(20).
       01  WS-LM-CNT          PIC 9(3) VALUE 0.
       01  WS-LM-IDX          PIC 9(3) VALUE 0.
       01  WS-LM-HIT          PIC 9(3) VALUE 0.
       01  WS-LM-OVER         PIC 9(3) VALUE 0.

      *    入力中の1行。
       01  WS-SITE-CODE       PIC 9(3) VALUE 0.
       01  WS-ITEM            PIC X(6) VALUE SPACES.
       01  WS-EFF-FROM        PIC 9(8) VALUE 0.
       01  WS-EFF-TO          PIC 9(8) VALUE 0.
       01  WS-METHOD          PIC X(4) VALUE SPACES.
       01  WS-LAB-CODE        PIC X(17) VALUE SPACES.
       01  WS-ANALYZER        PIC X(20) VALUE SPACES.
      *    項目ごとの JLAC10 の分析物コード (先頭5桁)。
       01  WS-ITEM-BASE       PIC X(5) VALUE SPACES.
       01  WS-DAY-BEFORE      PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN SECTION.

           PERFORM LOAD-METHODS.
           DISPLAY "LAB METHOD MASTER MAINTENANCE (STAGING) - "
               WS-LM-CNT " ROW(S)".
           DISPLAY "CHANGES GO LIVE ONLY WHEN PROMOTED WITH "
               "TEST260939".

           MOVE 0 TO FG-END.
           PERFORM METHOD-MENU-LOOP UNTIL FG-END = 1.

           IF WS-DIRTY THEN
               PERFORM SAVE-METHODS
               DISPLAY "STAGING LAB METHODS SAVED (" WS-LM-CNT
                   " ROW(S)) - VERIFY AND PROMOTE WITH TEST260939"
           END-IF.

           GOBACK.


       LOAD-METHODS.

      *    ステージングがあればそれを、無ければ本番の写しを読む。
           MOVE 0 TO WS-LM-CNT.
           OPEN INPUT STG-METHOD-FILE.
           IF WS-STG-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ STG-METHOD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE STG-METHOD-REC TO LAB-METHOD-REC
                           PERFORM TAKE-METHOD-ROW
                   END-READ
               END-PERFORM
               CLOSE STG-METHOD-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT LAB-METHOD-FILE.
           IF WS-LMF-STATUS = "00" THEN
               DISPLAY "NO STAGING COPY YET - STARTING FROM "
                   "input/lab_methods.dat"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ LAB-METHOD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-METHOD-ROW
                   END-READ
               END-PERFORM
               CLOSE LAB-METHOD-FILE
           ELSE
               DISPLAY "NO LAB METHOD MASTER YET - STARTING EMPTY"
           END-IF.

           EXIT.


       TAKE-METHOD-ROW.

           IF WS-LM-CNT >= 200 THEN
               DISPLAY "LAB METHOD TABLE FULL - ROW FOR SITE "
                   LMF-SITE-CODE " " LMF-ITEM " NOT LOADED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LM-CNT.
           MOVE LMF-SITE-CODE TO WS-LM-SITE(WS-LM-CNT).
           MOVE LMF-ITEM      TO WS-LM-ITEM(WS-LM-CNT).
           MOVE LMF-EFF-FROM  TO WS-LM-FROM(WS-LM-CNT).
           IF LMF-EFF-TO IS NUMERIC AND LMF-EFF-TO > 0 THEN
               MOVE LMF-EFF-TO TO WS-LM-TO(WS-LM-CNT)
           ELSE
               MOVE 99999999 TO WS-LM-TO(WS-LM-CNT)
           END-IF.
           MOVE LMF-METHOD    TO WS-LM-METH(WS-LM-CNT).
           MOVE LMF-LAB-CODE  TO WS-LM-CODE(WS-LM-CNT).
           MOVE LMF-ANALYZER  TO WS-LM-ANLZ(WS-LM-CNT).

           EXIT.


       SAVE-METHODS.

           OPEN OUTPUT STG-METHOD-FILE.
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-CNT
               MOVE WS-LM-SITE(WS-LM-IDX) TO SLM-SITE-CODE
               MOVE WS-LM-ITEM(WS-LM-IDX) TO SLM-ITEM
               MOVE WS-LM-FROM(WS-LM-IDX) TO SLM-EFF-FROM
               MOVE WS-LM-TO(WS-LM-IDX)   TO SLM-EFF-TO
               MOVE WS-LM-METH(WS-LM-IDX) TO SLM-METHOD
               MOVE WS-LM-CODE(WS-LM-IDX) TO SLM-LAB-CODE
               MOVE WS-LM-ANLZ(WS-LM-IDX) TO SLM-ANALYZER
               WRITE STG-METHOD-REC
           END-PERFORM.
           CLOSE STG-METHOD-FILE.

           EXIT.


       METHOD-MENU-LOOP.

           DISPLAY "*".
           DISPLAY "L=LIST A=ADD U=UPDATE X=END-DATE Q=QUIT".
           ACCEPT AC-VAR.

           EVALUATE FUNCTION TRIM(AC-VAR)
               WHEN "L"
                   PERFORM LIST-METHODS
               WHEN "A"
                   PERFORM ADD-METHOD
               WHEN "U"
                   PERFORM UPDATE-METHOD
               WHEN "X"
                   PERFORM END-DATE-METHOD
               WHEN "Q"
               WHEN "E"
                   MOVE 1 TO FG-END
               WHEN OTHER
                   DISPLAY "UNKNOWN COMMAND"
           END-EVALUATE.

           EXIT.


       LIST-METHODS.

           DISPLAY "SITE CODE TO LIST (BLANK = ALL)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               MOVE 0 TO WS-SITE-CODE
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-SITE-CODE
           END-IF.

           DISPLAY "--- LAB METHOD MASTER (STAGING) ---".
           DISPLAY "  SITE ITEM   FROM     TO       METH "
               "LAB CODE          ANALYZER".
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-CNT
               IF WS-SITE-CODE = 0
                  OR WS-LM-SITE(WS-LM-IDX) = WS-SITE-CODE THEN
                   DISPLAY "  " WS-LM-SITE(WS-LM-IDX)
                       "  " WS-LM-ITEM(WS-LM-IDX)
                       " " WS-LM-FROM(WS-LM-IDX)
                       " " WS-LM-TO(WS-LM-IDX)
                       " " WS-LM-METH(WS-LM-IDX)
                       " " WS-LM-CODE(WS-LM-IDX)
                       " " WS-LM-ANLZ(WS-LM-IDX)
               END-IF
           END-PERFORM.

           EXIT.


       ASK-SITE-ITEM.

      *    施設コードと項目名を聞き、項目名を検証する。
           MOVE 'N' TO WS-OK-FLAG.
           DISPLAY "SITE CODE (3 DIGITS)?".
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-SITE-CODE.
           IF WS-SITE-CODE = 0 THEN
               DISPLAY "SITE CODE IS REQUIRED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ITEM (HBA1C FST NFS TG HDL LDL)?".
           ACCEPT AC-VAR.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AC-VAR))
               TO WS-ITEM.
           PERFORM SET-ITEM-BASE.
           IF WS-ITEM-BASE = SPACES THEN
               DISPLAY "UNKNOWN ITEM: " WS-ITEM
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-OK-FLAG.

           EXIT.


       SET-ITEM-BASE.

      *    項目名 -> JLAC10 の分析物コード。TEST260919 が項目ごとに
      *    書いてきた固定コードと同じもの。
           EVALUATE WS-ITEM
               WHEN "HBA1C"
                   MOVE "3D046" TO WS-ITEM-BASE
               WHEN "FST"
                   MOVE "3D010" TO WS-ITEM-BASE
               WHEN "NFS"
                   MOVE "3D045" TO WS-ITEM-BASE
               WHEN "TG"
                   MOVE "3F015" TO WS-ITEM-BASE
               WHEN "HDL"
                   MOVE "3F070" TO WS-ITEM-BASE
               WHEN "LDL"
                   MOVE "3F077" TO WS-ITEM-BASE
               WHEN OTHER
                   MOVE SPACES TO WS-ITEM-BASE
           END-EVALUATE.

           EXIT.


       ASK-METHOD-DETAIL.

      *    測定方法・JLAC10 コード・分析装置。空欄は今の値のまま
      *    (追加のときは今の値が空欄なので必須になる)。
           MOVE 'N' TO WS-OK-FLAG.
           DISPLAY "METHOD (E.G. HPLC ENZY LATX HK GOD DIRC, "
               "BLANK = KEEP)?".
           ACCEPT AC-VAR.
           IF AC-VAR NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AC-VAR))
                   TO WS-METHOD
           END-IF.
           IF WS-METHOD = SPACES THEN
               DISPLAY "METHOD IS REQUIRED"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "JLAC10 LAB CODE (17 CHARACTERS, BLANK = KEEP)?".
           ACCEPT AC-VAR.
           IF AC-VAR NOT = SPACES THEN
               MOVE FUNCTION TRIM(AC-VAR) TO WS-LAB-CODE
           END-IF.
           IF WS-LAB-CODE(17:1) = SPACE
              OR FUNCTION LENGTH(FUNCTION TRIM(AC-VAR)) > 17 THEN
               DISPLAY "LAB CODE MUST BE EXACTLY 17 CHARACTERS"
               EXIT PARAGRAPH
           END-IF.
      *    分析物コードが項目と食い違うコードは、別の項目のコードを
      *    貼り付けた打ち間違いなので受け付けない。
           IF WS-LAB-CODE(1:5) NOT = WS-ITEM-BASE THEN
               DISPLAY "LAB CODE " WS-LAB-CODE " IS NOT A "
                   FUNCTION TRIM(WS-ITEM) " CODE (MUST START "
                   WS-ITEM-BASE ")"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ANALYZER (BLANK = KEEP)?".
           ACCEPT AC-VAR.
           IF AC-VAR NOT = SPACES THEN
               MOVE AC-VAR TO WS-ANALYZER
           END-IF.
           MOVE 'Y' TO WS-OK-FLAG.

           EXIT.


       FIND-OVERLAP.

      *    同じ施設・項目で WS-EFF-FROM 〜 WS-EFF-TO と期間が重なる行
      *    (WS-LM-HIT の行自身は除く) を WS-LM-OVER に返す。
           MOVE 0 TO WS-LM-OVER.
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-CNT
               IF WS-LM-IDX NOT = WS-LM-HIT
                  AND WS-LM-SITE(WS-LM-IDX) = WS-SITE-CODE
                  AND WS-LM-ITEM(WS-LM-IDX) = WS-ITEM
                  AND WS-LM-FROM(WS-LM-IDX) <= WS-EFF-TO
                  AND WS-LM-TO(WS-LM-IDX) >= WS-EFF-FROM THEN
                   MOVE WS-LM-IDX TO WS-LM-OVER
               END-IF
           END-PERFORM.

           EXIT.


       ADD-METHOD.

           PERFORM ASK-SITE-ITEM.
           IF NOT WS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LM-CNT >= 200 THEN
               DISPLAY "LAB METHOD TABLE FULL"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "EFFECTIVE FROM (YYYYMMDD)?".
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-EFF-FROM.
           IF WS-EFF-FROM < 19000101 THEN
               DISPLAY "INVALID EFFECTIVE-FROM DATE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EFFECTIVE TO (YYYYMMDD, BLANK = OPEN)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               MOVE 99999999 TO WS-EFF-TO
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-EFF-TO
           END-IF.
           IF WS-EFF-TO < WS-EFF-FROM THEN
               DISPLAY "EFFECTIVE-TO IS BEFORE EFFECTIVE-FROM"
               EXIT PARAGRAPH
           END-IF.

      *    方法の切替でいちばん多いのは、期限なしの今の行を新しい
      *    開始日の前日で締めて新しい行を足す形なので、その場合は
      *    締めるかどうかをここで聞く。
           MOVE 0 TO WS-LM-HIT.
           PERFORM FIND-OVERLAP.
           IF WS-LM-OVER > 0
              AND WS-LM-TO(WS-LM-OVER) = 99999999
              AND WS-LM-FROM(WS-LM-OVER) < WS-EFF-FROM THEN
               COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-EFF-FROM) - 1)
               DISPLAY "CURRENT ROW " WS-LM-METH(WS-LM-OVER)
                   " " WS-LM-CODE(WS-LM-OVER) " IS OPEN-ENDED"
               DISPLAY "END IT ON " WS-DAY-BEFORE "? (Y/N)"
               ACCEPT AC-VAR
               IF FUNCTION TRIM(AC-VAR) = "Y" THEN
                   MOVE WS-DAY-BEFORE TO WS-LM-TO(WS-LM-OVER)
                   MOVE 'Y' TO WS-DIRTY-FLAG
                   PERFORM FIND-OVERLAP
               END-IF
           END-IF.
           IF WS-LM-OVER > 0 THEN
               DISPLAY "OVERLAPS THE ROW " WS-LM-FROM(WS-LM-OVER)
                   "-" WS-LM-TO(WS-LM-OVER) " "
                   WS-LM-METH(WS-LM-OVER) " - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-METHOD.
           MOVE SPACES TO WS-LAB-CODE.
           MOVE SPACES TO WS-ANALYZER.
           PERFORM ASK-METHOD-DETAIL.
           IF NOT WS-OK THEN
               DISPLAY "NOT ADDED"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LM-CNT.
           MOVE WS-SITE-CODE TO WS-LM-SITE(WS-LM-CNT).
           MOVE WS-ITEM      TO WS-LM-ITEM(WS-LM-CNT).
           MOVE WS-EFF-FROM  TO WS-LM-FROM(WS-LM-CNT).
           MOVE WS-EFF-TO    TO WS-LM-TO(WS-LM-CNT).
           MOVE WS-METHOD    TO WS-LM-METH(WS-LM-CNT).
           MOVE WS-LAB-CODE  TO WS-LM-CODE(WS-LM-CNT).
           MOVE WS-ANALYZER  TO WS-LM-ANLZ(WS-LM-CNT).
           MOVE 'Y' TO WS-DIRTY-FLAG.
           DISPLAY "SITE " WS-SITE-CODE " " FUNCTION TRIM(WS-ITEM)
               " " WS-METHOD " FROM " WS-EFF-FROM " ADDED".

           EXIT.


       FIND-METHOD-ROW.

      *    施設・項目・適用開始日で行を探す。開始日が空欄なら
      *    期限なしの行。
           MOVE 0 TO WS-LM-HIT.
           DISPLAY "EFFECTIVE FROM OF THE ROW (YYYYMMDD, "
               "BLANK = THE OPEN-ENDED ROW)?".
           ACCEPT AC-VAR.
           IF AC-VAR = SPACES THEN
               MOVE 0 TO WS-EFF-FROM
           ELSE
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-EFF-FROM
           END-IF.
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-CNT
               IF WS-LM-SITE(WS-LM-IDX) = WS-SITE-CODE
                  AND WS-LM-ITEM(WS-LM-IDX) = WS-ITEM THEN
                   IF (WS-EFF-FROM = 0
                       AND WS-LM-TO(WS-LM-IDX) = 99999999)
                      OR WS-LM-FROM(WS-LM-IDX) = WS-EFF-FROM THEN
                       MOVE WS-LM-IDX TO WS-LM-HIT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LM-HIT = 0 THEN
               DISPLAY "NO SUCH ROW ON THE STAGING MASTER"
           END-IF.

           EXIT.


       UPDATE-METHOD.

           PERFORM ASK-SITE-ITEM.
           IF NOT WS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-METHOD-ROW.
           IF WS-LM-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CURRENT: " WS-LM-METH(WS-LM-HIT)
               " " WS-LM-CODE(WS-LM-HIT)
               " " WS-LM-ANLZ(WS-LM-HIT).
           MOVE WS-LM-METH(WS-LM-HIT) TO WS-METHOD.
           MOVE WS-LM-CODE(WS-LM-HIT) TO WS-LAB-CODE.
           MOVE WS-LM-ANLZ(WS-LM-HIT) TO WS-ANALYZER.
           PERFORM ASK-METHOD-DETAIL.
           IF NOT WS-OK THEN
               DISPLAY "NOT UPDATED"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-METHOD   TO WS-LM-METH(WS-LM-HIT).
           MOVE WS-LAB-CODE TO WS-LM-CODE(WS-LM-HIT).
           MOVE WS-ANALYZER TO WS-LM-ANLZ(WS-LM-HIT).
           MOVE 'Y' TO WS-DIRTY-FLAG.
           DISPLAY "SITE " WS-SITE-CODE " " FUNCTION TRIM(WS-ITEM)
               " FROM " WS-LM-FROM(WS-LM-HIT) " UPDATED".

           EXIT.


       END-DATE-METHOD.

      *    行は消さずに適用終了日を入れる (過去の健診の XML を出し
      *    直すときに当時のコードが要るため)。
           PERFORM ASK-SITE-ITEM.
           IF NOT WS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-METHOD-ROW.
           IF WS-LM-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "LAST DAY THE ROW APPLIES (YYYYMMDD)?".
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-EFF-TO.
           IF WS-EFF-TO < WS-LM-FROM(WS-LM-HIT) THEN
               DISPLAY "END DATE IS BEFORE EFFECTIVE-FROM "
                   WS-LM-FROM(WS-LM-HIT) " - NOT CHANGED"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-EFF-TO TO WS-LM-TO(WS-LM-HIT).
           MOVE 'Y' TO WS-DIRTY-FLAG.
           DISPLAY "SITE " WS-SITE-CODE " " FUNCTION TRIM(WS-ITEM)
               " " WS-LM-METH(WS-LM-HIT) " ENDS " WS-EFF-TO.

           EXIT.

       END PROGRAM TEST260963.
