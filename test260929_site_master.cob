      * だけだった。ここでコード・名前・住所・担当者・電話・有効
      * フラグ・契約保険者を保守し、夜間バッチは取込時に施設の
      * 存在と有効を検証し、施設別のレポート類に名前を並記する。
      * 施設精算 (TEST260948) 用に、健診1件あたりの契約単価と
      * 振込先口座もここで持つ (項目追加前の行は単価 0・口座空欄と
      * して読む)。
      *   L = 一覧  A = 追加  U = 更新  X = 無効化  Q = 終了
      * A/U/X のたびに変更前・変更後の行の写し・オペレーターID・
      * 日時を変更ジャーナル (output/master_journal.dat、患者マスタ
      * 保守と共用) に追記し、レポートに出た旧施設名がその日の
      * マスタどおりだったことを示せるようにした。任意の日付時点の
      * 復元と変更履歴の照会は TEST260959 で行う。
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIT-STATUS.

      *    患者・施設マスタの変更ジャーナル (追記のみ)。
           SELECT MASTER-JOURNAL-FILE ASSIGN TO
               'output/master_journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-MASTER-FILE.
           03 SIT-ACTIVE      PIC X.
      *    契約保険者 (保険者コードを空白区切りで並べる)。
           03 SIT-INSURERS    PIC X(20).
      *    契約単価 (健診1件あたり、円)。
           03 SIT-UNIT-PRICE-X PIC X(7).
           03 SIT-UNIT-PRICE REDEFINES SIT-UNIT-PRICE-X PIC 9(7).
      *    振込先: 銀行コード・支店コード・預金種目 (1=普通 2=当座)・
      *    口座番号・口座名義 (カナ)。
           03 SIT-BANK-CODE   PIC X(4).
           03 SIT-BRANCH-CODE PIC X(3).
           03 SIT-ACCT-TYPE   PIC X.
           03 SIT-ACCT-NO     PIC X(7).
           03 SIT-ACCT-NAME   PIC X(30).

      *    マスタ区分: P=患者 S=施設。操作: A=追加 U=更新 X=無効化。
      *    変更前・変更後はマスタの1行をそのまま写す (追加の変更前は
      *    空白)。患者の行は128桁、施設の行は158桁。
       FD  MASTER-JOURNAL-FILE.
       01  MASTER-JOURNAL-REC.
           03 MJ-MASTER       PIC X.
           03 MJ-KEY          PIC 9(9).
           03 MJ-ACTION       PIC X.
           03 MJ-DATE         PIC 9(8).
           03 MJ-TIME         PIC 9(8).
           03 MJ-OPERATOR     PIC X(6).
           03 MJ-BEFORE       PIC X(160).
           03 MJ-AFTER        PIC X(160).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(40).
              05 WS-ST-PHONE  PIC X(12).
              05 WS-ST-ACT    PIC X.
              05 WS-ST-INS    PIC X(20).
              05 WS-ST-PRICE  PIC 9(7).
              05 WS-ST-BANK   PIC X(4).
              05 WS-ST-BRANCH PIC X(3).
              05 WS-ST-ATYPE  PIC X.
              05 WS-ST-ACCT   PIC X(7).
              05 WS-ST-ANAME  PIC X(30).
       01  WS-ST-CNT          PIC 9(3) VALUE 0.
       01  WS-ST-IDX          PIC 9(3) VALUE 0.
       01  WS-ST-HIT          PIC 9(3) VALUE 0.
       01  WS-SITE-CODE       PIC 9(3) VALUE 0.

      *    変更ジャーナル用。WS-JNL-BEFORE は変更前の行の写し
      *    (WS-ST-ENTRY と同じ並び)。
       01  WS-MJ-STATUS       PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID     PIC X(6) VALUE SPACES.
       01  WS-JNL-ACTION      PIC X VALUE SPACE.
       01  WS-JNL-BEFORE      PIC X(158) VALUE SPACES.

      *    メニュー・シェル (TEST260916) からのシングル・サインオン
      *    受け渡し域 (SGN-ACTIVE = 'Y' のときだけ有効)。
       01  SIGNON-OPERATOR EXTERNAL.
           03 SGN-OP-ID       PIC X(6).
           03 SGN-OP-NAME     PIC X(25).
           03 SGN-OP-ROLE     PIC X.
           03 SGN-ACTIVE      PIC X.
           03 SGN-TRAINING    PIC X.

       PROCEDURE DIVISION.
       MAIN SECTION.

           DISPLAY "SITE MASTER MAINTENANCE - " WS-ST-CNT
               " SITE(S) ON FILE".

      *    変更ジャーナルに残すオペレーター。メニュー経由なら検証
      *    済みの ID を引き継ぐ。
           IF SGN-ACTIVE = "Y" THEN
               MOVE SGN-OP-ID TO WS-OPERATOR-ID
           ELSE
               DISPLAY "YOUR OPERATOR ID?"
               ACCEPT AC-VAR
               MOVE AC-VAR TO WS-OPERATOR-ID
           END-IF.

           MOVE 0 TO FG-END.
           PERFORM SITE-MENU-LOOP UNTIL FG-END = 1.

                               END-IF
                               MOVE SIT-INSURERS
                                   TO WS-ST-INS(WS-ST-CNT)
                               IF SIT-UNIT-PRICE-X IS NUMERIC THEN
                                   MOVE SIT-UNIT-PRICE
                                       TO WS-ST-PRICE(WS-ST-CNT)
                               ELSE
                                   MOVE 0 TO WS-ST-PRICE(WS-ST-CNT)
                               END-IF
                               MOVE SIT-BANK-CODE
                                   TO WS-ST-BANK(WS-ST-CNT)
                               MOVE SIT-BRANCH-CODE
                                   TO WS-ST-BRANCH(WS-ST-CNT)
                               MOVE SIT-ACCT-TYPE
                                   TO WS-ST-ATYPE(WS-ST-CNT)
                               MOVE SIT-ACCT-NO
                                   TO WS-ST-ACCT(WS-ST-CNT)
                               MOVE SIT-ACCT-NAME
                                   TO WS-ST-ANAME(WS-ST-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-ST-PHONE(WS-ST-IDX) TO SIT-PHONE
               MOVE WS-ST-ACT(WS-ST-IDX)   TO SIT-ACTIVE
               MOVE WS-ST-INS(WS-ST-IDX)   TO SIT-INSURERS
               MOVE WS-ST-PRICE(WS-ST-IDX) TO SIT-UNIT-PRICE
               MOVE WS-ST-BANK(WS-ST-IDX)  TO SIT-BANK-CODE
               MOVE WS-ST-BRANCH(WS-ST-IDX) TO SIT-BRANCH-CODE
               MOVE WS-ST-ATYPE(WS-ST-IDX) TO SIT-ACCT-TYPE
               MOVE WS-ST-ACCT(WS-ST-IDX)  TO SIT-ACCT-NO
               MOVE WS-ST-ANAME(WS-ST-IDX) TO SIT-ACCT-NAME
               WRITE SITE-MASTER-REC
           END-PERFORM.
           CLOSE SITE-MASTER-FILE.
                   " TEL " WS-ST-PHONE(WS-ST-IDX)
                   " [" WS-ST-ACT(WS-ST-IDX) "]"
                   " INSURERS " WS-ST-INS(WS-ST-IDX)
               DISPLAY "      UNIT PRICE " WS-ST-PRICE(WS-ST-IDX)
                   " BANK " WS-ST-BANK(WS-ST-IDX)
                   "-" WS-ST-BRANCH(WS-ST-IDX)
                   " " WS-ST-ATYPE(WS-ST-IDX)
                   " " WS-ST-ACCT(WS-ST-IDX)
                   " " WS-ST-ANAME(WS-ST-IDX)
           END-PERFORM.

           EXIT.
                       "SPACE-SEPARATED)?"
                   ACCEPT AC-VAR
                   MOVE AC-VAR TO WS-ST-INS(WS-ST-HIT)
                   DISPLAY "CONTRACTED UNIT PRICE PER EXAM (YEN)?"
                   ACCEPT AC-VAR
                   MOVE FUNCTION NUMVAL(AC-VAR)
                       TO WS-ST-PRICE(WS-ST-HIT)
                   MOVE SPACES TO WS-ST-BANK(WS-ST-HIT)
                   MOVE SPACES TO WS-ST-BRANCH(WS-ST-HIT)
                   MOVE SPACES TO WS-ST-ATYPE(WS-ST-HIT)
                   MOVE SPACES TO WS-ST-ACCT(WS-ST-HIT)
                   MOVE SPACES TO WS-ST-ANAME(WS-ST-HIT)
                   PERFORM ASK-BANK-ACCOUNT
                   MOVE "A" TO WS-ST-ACT(WS-ST-HIT)
                   MOVE 'Y' TO WS-DIRTY-FLAG
                   MOVE SPACES TO WS-JNL-BEFORE
                   MOVE "A" TO WS-JNL-ACTION
                   PERFORM WRITE-SITE-JOURNAL
                   DISPLAY "SITE " WS-SITE-CODE " ADDED"
           END-EVALUATE.

           IF WS-ST-HIT = 0 THEN
               DISPLAY "SITE NOT ON THE MASTER"
           ELSE
               MOVE WS-ST-ENTRY(WS-ST-HIT) TO WS-JNL-BEFORE
               DISPLAY "CURRENT NAME: " WS-ST-NAME(WS-ST-HIT)
               DISPLAY "NEW NAME (BLANK = KEEP)?"
               ACCEPT AC-VAR
               IF AC-VAR NOT = SPACES THEN
                   MOVE AC-VAR TO WS-ST-INS(WS-ST-HIT)
               END-IF
               DISPLAY "CURRENT UNIT PRICE: " WS-ST-PRICE(WS-ST-HIT)
               DISPLAY "NEW UNIT PRICE (BLANK = KEEP)?"
               ACCEPT AC-VAR
               IF AC-VAR NOT = SPACES THEN
                   MOVE FUNCTION NUMVAL(AC-VAR)
                       TO WS-ST-PRICE(WS-ST-HIT)
               END-IF
               PERFORM ASK-BANK-ACCOUNT
               MOVE "A" TO WS-ST-ACT(WS-ST-HIT)
               MOVE 'Y' TO WS-DIRTY-FLAG
               MOVE "U" TO WS-JNL-ACTION
               PERFORM WRITE-SITE-JOURNAL
               DISPLAY "SITE " WS-SITE-CODE " UPDATED"
           END-IF.

           EXIT.


       ASK-BANK-ACCOUNT.

      *    振込先口座 (空欄 = 今の値のまま)。
           DISPLAY "BANK CODE (4 DIGITS, BLANK = KEEP)?".
           ACCEPT AC-VAR.
           IF AC-VAR NOT = SPACES THEN
               MOVE AC-VAR TO WS-ST-BANK(WS-ST-HIT)
           END-IF.
           DISPLAY "BRANCH CODE (3 DIGITS, BLANK = KEEP)?".
           ACCEPT AC-VAR.
           IF AC-VAR NOT = SPACES THEN
               MOVE AC-VAR TO WS-ST-BRANCH(WS-ST-HIT)
           END-IF.
           DISPLAY "ACCOUNT TYPE (1=ORDINARY 2=CURRENT, BLANK = "
               "KEEP)?".
           ACCEPT AC-VAR.
           IF AC-VAR NOT = SPACES THEN
               MOVE AC-VAR TO WS-ST-ATYPE(WS-ST-HIT)
           END-IF.
           DISPLAY "ACCOUNT NUMBER (7 DIGITS, BLANK = KEEP)?".
           ACCEPT AC-VAR.
           IF AC-VAR NOT = SPACES THEN
               MOVE AC-VAR TO WS-ST-ACCT(WS-ST-HIT)
           END-IF.
           DISPLAY "ACCOUNT HOLDER NAME (KANA, BLANK = KEEP)?".
           ACCEPT AC-VAR.
           IF AC-VAR NOT = SPACES THEN
               MOVE AC-VAR TO WS-ST-ANAME(WS-ST-HIT)
           END-IF.

           EXIT.


       DEACTIVATE-SITE.

           DISPLAY "SITE CODE TO DEACTIVATE?".
           IF WS-ST-HIT = 0 THEN
               DISPLAY "SITE NOT ON THE MASTER"
           ELSE
               MOVE WS-ST-ENTRY(WS-ST-HIT) TO WS-JNL-BEFORE
               MOVE "I" TO WS-ST-ACT(WS-ST-HIT)
               MOVE 'Y' TO WS-DIRTY-FLAG
               MOVE "X" TO WS-JNL-ACTION
               PERFORM WRITE-SITE-JOURNAL
               DISPLAY "SITE " WS-SITE-CODE " DEACTIVATED - "
                   "ITS UPLOADS WILL BE REFUSED AT INTAKE"
           END-IF.

           EXIT.


       WRITE-SITE-JOURNAL.

      *    WS-ST-HIT の行の変更をジャーナルへ追記する。変更前
      *    (WS-JNL-BEFORE) と同じなら何も変わっていないので書かない。
           IF WS-ST-ENTRY(WS-ST-HIT) = WS-JNL-BEFORE THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO MASTER-JOURNAL-REC.
           MOVE "S" TO MJ-MASTER.
           MOVE WS-ST-CODE(WS-ST-HIT) TO MJ-KEY.
           MOVE WS-JNL-ACTION TO MJ-ACTION.
           ACCEPT MJ-DATE FROM DATE YYYYMMDD.
           ACCEPT MJ-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO MJ-OPERATOR.
           MOVE WS-JNL-BEFORE TO MJ-BEFORE.
           MOVE WS-ST-ENTRY(WS-ST-HIT) TO MJ-AFTER.

           OPEN INPUT MASTER-JOURNAL-FILE.
           IF WS-MJ-STATUS = "00" THEN
               CLOSE MASTER-JOURNAL-FILE
               OPEN EXTEND MASTER-JOURNAL-FILE
           ELSE
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF.
           WRITE MASTER-JOURNAL-REC.
           CLOSE MASTER-JOURNAL-FILE.

           EXIT.

       END PROGRAM TEST260929.
