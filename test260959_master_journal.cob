      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260959.

      *
      * MASTER-JOURNAL: 患者マスタ・施設マスタの変更ジャーナルの
      * 照会と、任意の日付時点のマスタの復元。患者マスタ保守
      * (TEST-210509-2) と施設マスタ保守 (TEST260929) は行を上書き
      * 保存するため、古い住所にレターが出た日・古い施設名が
      * レポートに出た日に、マスタが何と言っていたかを示せなかった。
      * 両コンソールは A/U/X のたびに変更前・変更後の行の写しを
      * output/master_journal.dat に追記する。ここでは
      *   R = 復元: 指定日の終わり時点のマスタを作り直して
      *       output/patient_master_asof_<日付>.dat または
      *       output/site_master_asof_<日付>.dat に書く
      *   H = 履歴: 患者1人・施設1か所の変更履歴を日時順に、
      *       変わった項目ごとに「前 -> 後」で表示する
      * を提供する。
      * 復元は今のマスタから逆にたどる: 指定日より後に変更のあった
      * 行は、その後の最初の変更の「変更前」に戻し、指定日より後に
      * 追加された行は外す。ジャーナルを始める前から変わっていない
      * 行は今のマスタのまま出る。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO
               'output/master_journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MJ-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO
               'output/patient_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PMF-STATUS.

           SELECT SITE-MASTER-FILE ASSIGN TO 'input/sites.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIT-STATUS.

           SELECT ASOF-FILE ASSIGN USING WS-ASOF-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    マスタ区分: P=患者 S=施設。操作: A=追加 U=更新 X=無効化。
      *    変更前・変更後はマスタの1行をそのまま写す (追加の変更前は
      *    空白)。患者の行は140桁、施設の行は158桁。患者の行の
      *    氏名・住所・連絡先はマスタと同じく暗号のまま (ここでは
      *    復号しない)。
       FD  MASTER-JOURNAL-FILE.
       01  MASTER-JOURNAL-REC.
           03 MJ-MASTER       PIC X.
           03 MJ-KEY          PIC 9(9).
           03 MJ-ACTION       PIC X.
           03 MJ-STAMP.
              05 MJ-DATE      PIC 9(8).
              05 MJ-TIME      PIC 9(8).
           03 MJ-OPERATOR     PIC X(6).
           03 MJ-BEFORE       PIC X(160).
           03 MJ-AFTER        PIC X(160).

      *    今のマスタは行のまま読む (項目の切り分けは下の項目表)。
       FD  PATIENT-MASTER-FILE.
       01  PATIENT-MASTER-LINE.
           03 PML-ID          PIC 9(9).
           03 FILLER          PIC X(131).

       FD  SITE-MASTER-FILE.
       01  SITE-MASTER-LINE.
           03 SML-CODE        PIC 9(3).
           03 FILLER          PIC X(155).

       FD  ASOF-FILE.
       01  ASOF-LINE          PIC X(160).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(40).
       01  FG-END             PIC 9 VALUE 0.
       01  WS-MJ-STATUS       PIC XX.
       01  WS-PMF-STATUS      PIC XX.
       01  WS-SIT-STATUS      PIC XX.
       01  WS-ASF-STATUS      PIC XX.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-ASOF-PATH       PIC X(60) VALUE SPACES.

      *    選んだマスタ (P/S) と、その行の長さ。
       01  WS-MASTER-SEL      PIC X VALUE SPACE.
       01  WS-REC-LEN         PIC 9(3) VALUE 0.
       01  WS-ASOF-DATE       PIC 9(8) VALUE 0.
       01  WS-LOOK-KEY        PIC 9(9) VALUE 0.

      *    復元用の作業表: 今のマスタの行と、指定日より後の最初の
      *    変更 (日時と変更前) を持つ。WS-AS-GONE = 'Y' の行は指定日
      *    の時点では無かったもの。
       01  WS-AS-TAB.
           03 WS-AS-ENTRY OCCURS 1000 TIMES.
              05 WS-AS-KEY    PIC 9(9).
              05 WS-AS-REC    PIC X(160).
              05 WS-AS-STAMP  PIC 9(16).
              05 WS-AS-GONE   PIC X.
       01  WS-AS-CNT          PIC 9(4) VALUE 0.
       01  WS-AS-IDX          PIC 9(4) VALUE 0.
       01  WS-AS-HIT          PIC 9(4) VALUE 0.
       01  WS-AS-OVFL-FLAG    PIC X VALUE 'N'.
           88 WS-AS-OVFL             VALUE 'Y'.
       01  WS-CNT-ROLLED      PIC 9(5) VALUE 0.
       01  WS-CNT-DROPPED     PIC 9(5) VALUE 0.
       01  WS-CNT-ORPHAN      PIC 9(5) VALUE 0.
       01  WS-CNT-WRITTEN     PIC 9(5) VALUE 0.
       01  WS-CNT-HIST        PIC 9(5) VALUE 0.

      *    項目表: 行のどこに何があるか (名前・開始桁・桁数)。
      *    患者マスタ保守・施設マスタ保守のレコード定義と同じ並び。
      *    患者の項目の末尾の E は暗号化した項目 (値は出さず、変わった
      *    ことだけを出す)。
       01  WS-PFLD-VALUES.
           03 FILLER PIC X(17) VALUE "PATIENT ID001009 ".
           03 FILLER PIC X(17) VALUE "NAME      010030E".
           03 FILLER PIC X(17) VALUE "HOUSE NO  040003E".
           03 FILLER PIC X(17) VALUE "CITY      043015E".
           03 FILLER PIC X(17) VALUE "PINCODE   058006E".
           03 FILLER PIC X(17) VALUE "ACTIVE    064001 ".
           03 FILLER PIC X(17) VALUE "CHANNEL   065001 ".
           03 FILLER PIC X(17) VALUE "MOBILE    066013E".
           03 FILLER PIC X(17) VALUE "EMAIL     079040E".
           03 FILLER PIC X(17) VALUE "HOUSEHOLD 119010 ".
           03 FILLER PIC X(17) VALUE "NAME MASK 129012 ".
       01  WS-PFLD-TAB REDEFINES WS-PFLD-VALUES.
           03 WS-PFLD OCCURS 11 TIMES.
              05 WS-PFLD-NAME PIC X(10).
              05 WS-PFLD-POS  PIC 9(3).
              05 WS-PFLD-LEN  PIC 9(3).
              05 WS-PFLD-SEAL PIC X.

       01  WS-SFLD-VALUES.
           03 FILLER PIC X(16) VALUE "SITE CODE 001003".
           03 FILLER PIC X(16) VALUE "NAME      004020".
           03 FILLER PIC X(16) VALUE "ADDRESS   024030".
           03 FILLER PIC X(16) VALUE "CONTACT   054020".
           03 FILLER PIC X(16) VALUE "PHONE     074012".
           03 FILLER PIC X(16) VALUE "ACTIVE    086001".
           03 FILLER PIC X(16) VALUE "INSURERS  087020".
           03 FILLER PIC X(16) VALUE "UNIT PRICE107007".
           03 FILLER PIC X(16) VALUE "BANK      114004".
           03 FILLER PIC X(16) VALUE "BRANCH    118003".
           03 FILLER PIC X(16) VALUE "ACCT TYPE 121001".
           03 FILLER PIC X(16) VALUE "ACCT NO   122007".
           03 FILLER PIC X(16) VALUE "ACCT NAME 129030".
       01  WS-SFLD-TAB REDEFINES WS-SFLD-VALUES.
           03 WS-SFLD OCCURS 13 TIMES.
              05 WS-SFLD-NAME PIC X(10).
              05 WS-SFLD-POS  PIC 9(3).
              05 WS-SFLD-LEN  PIC 9(3).

       01  WS-FLD-CNT         PIC 9(2) VALUE 0.
       01  WS-FLD-IDX         PIC 9(2) VALUE 0.
       01  WS-FLD-NAME        PIC X(10) VALUE SPACES.
       01  WS-FLD-POS         PIC 9(3) VALUE 0.
       01  WS-FLD-LEN         PIC 9(3) VALUE 0.
       01  WS-FLD-SEAL        PIC X VALUE SPACE.
       01  WS-ACTION-TEXT     PIC X(11) VALUE SPACES.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-PMS      PIC 9(3) VALUE 2.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           DISPLAY "MASTER CHANGE JOURNAL - HISTORY AND AS-OF "
               "RECONSTRUCTION".

           MOVE 0 TO FG-END.
           PERFORM JOURNAL-MENU-LOOP UNTIL FG-END = 1.

           GOBACK.


       JOURNAL-MENU-LOOP.

           DISPLAY "*".
           DISPLAY "H=CHANGE HISTORY R=REBUILD AS OF A DATE Q=QUIT".
           ACCEPT AC-VAR.

           EVALUATE FUNCTION TRIM(AC-VAR)
               WHEN "H"
                   PERFORM SHOW-HISTORY
               WHEN "R"
                   PERFORM REBUILD-AS-OF
               WHEN "Q"
               WHEN "E"
                   MOVE 1 TO FG-END
               WHEN OTHER
                   DISPLAY "UNKNOWN COMMAND"
           END-EVALUATE.

           EXIT.


       ASK-MASTER.

      *    対象のマスタを聞き、行の長さと項目表の件数をそろえる。
      *    P/S 以外なら WS-MASTER-SEL を空白で返す。
           DISPLAY "MASTER? (P=PATIENT S=SITE)".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-MASTER-SEL.
           EVALUATE WS-MASTER-SEL
               WHEN "P"
                   MOVE 140 TO WS-REC-LEN
                   MOVE 11 TO WS-FLD-CNT
               WHEN "S"
                   MOVE 158 TO WS-REC-LEN
                   MOVE 13 TO WS-FLD-CNT
               WHEN OTHER
                   MOVE SPACE TO WS-MASTER-SEL
                   DISPLAY "ENTER P OR S"
           END-EVALUATE.

           EXIT.


       SHOW-HISTORY.

      *    1件の変更履歴をジャーナルの順 (追記順 = 日時順) に出す。
           PERFORM ASK-MASTER.
           IF WS-MASTER-SEL = SPACE THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-MASTER-SEL = "P" THEN
               DISPLAY "PATIENT ID?"
           ELSE
               DISPLAY "SITE CODE?"
           END-IF.
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-LOOK-KEY.

           OPEN INPUT MASTER-JOURNAL-FILE.
           IF WS-MJ-STATUS NOT = "00" THEN
               DISPLAY "NO CHANGE JOURNAL ON FILE "
                   "(output/master_journal.dat)"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "--- CHANGE HISTORY " WS-MASTER-SEL " "
               WS-LOOK-KEY " ---".
           MOVE 0 TO WS-CNT-HIST.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ MASTER-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF MJ-MASTER = WS-MASTER-SEL
                               AND MJ-KEY = WS-LOOK-KEY THEN
                           ADD 1 TO WS-CNT-HIST
                           PERFORM SHOW-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MASTER-JOURNAL-FILE.

           IF WS-CNT-HIST = 0 THEN
               DISPLAY "NO CHANGES JOURNALED - THE RECORD IS AS IT "
                   "WAS WHEN JOURNALING STARTED"
           ELSE
               DISPLAY WS-CNT-HIST " CHANGE(S)"
           END-IF.

           EXIT.


       SHOW-ONE-CHANGE.

           EVALUATE MJ-ACTION
               WHEN "A"
                   MOVE "ADDED" TO WS-ACTION-TEXT
               WHEN "U"
                   MOVE "UPDATED" TO WS-ACTION-TEXT
               WHEN "X"
                   MOVE "DEACTIVATED" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE MJ-ACTION TO WS-ACTION-TEXT
           END-EVALUATE.
           DISPLAY MJ-DATE " " MJ-TIME(1:6) " "
               WS-ACTION-TEXT " BY " MJ-OPERATOR.

      *    変わった項目だけを「前 -> 後」で出す (追加は前が空白)。
      *    暗号化した項目は変わったことだけを出す。
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-CNT
               PERFORM PICK-FIELD
               IF MJ-BEFORE(WS-FLD-POS:WS-FLD-LEN)
                       NOT = MJ-AFTER(WS-FLD-POS:WS-FLD-LEN)
                       AND WS-FLD-SEAL = "E" THEN
                   DISPLAY "    " FUNCTION TRIM(WS-FLD-NAME) ": "
                       "CHANGED (ENCRYPTED)"
               END-IF
               IF MJ-BEFORE(WS-FLD-POS:WS-FLD-LEN)
                       NOT = MJ-AFTER(WS-FLD-POS:WS-FLD-LEN)
                       AND WS-FLD-SEAL NOT = "E" THEN
                   DISPLAY "    " FUNCTION TRIM(WS-FLD-NAME) ": "
                       FUNCTION TRIM(
                           MJ-BEFORE(WS-FLD-POS:WS-FLD-LEN))
                       " -> "
                       FUNCTION TRIM(
                           MJ-AFTER(WS-FLD-POS:WS-FLD-LEN))
               END-IF
           END-PERFORM.

           EXIT.


       PICK-FIELD.

           IF WS-MASTER-SEL = "P" THEN
               MOVE WS-PFLD-NAME(WS-FLD-IDX) TO WS-FLD-NAME
               MOVE WS-PFLD-POS(WS-FLD-IDX)  TO WS-FLD-POS
               MOVE WS-PFLD-LEN(WS-FLD-IDX)  TO WS-FLD-LEN
               MOVE WS-PFLD-SEAL(WS-FLD-IDX) TO WS-FLD-SEAL
           ELSE
               MOVE WS-SFLD-NAME(WS-FLD-IDX) TO WS-FLD-NAME
               MOVE WS-SFLD-POS(WS-FLD-IDX)  TO WS-FLD-POS
               MOVE WS-SFLD-LEN(WS-FLD-IDX)  TO WS-FLD-LEN
               MOVE SPACE TO WS-FLD-SEAL
           END-IF.

           EXIT.


       REBUILD-AS-OF.

           PERFORM ASK-MASTER.
           IF WS-MASTER-SEL = SPACE THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AS OF WHICH DATE? (YYYYMMDD - STATE AT THE END "
               "OF THAT DAY)".
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-ASOF-DATE.
           IF WS-ASOF-DATE < 19000101 THEN
               DISPLAY "INVALID DATE - NOTHING DONE"
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-CURRENT-MASTER.
           IF WS-AS-OVFL THEN
               DISPLAY "MASTER EXCEEDS THE WORK TABLE (1000) - "
                   "REBUILD REFUSED (IT WOULD BE INCOMPLETE)"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CNT-ROLLED.
           MOVE 0 TO WS-CNT-DROPPED.
           MOVE 0 TO WS-CNT-ORPHAN.
           OPEN INPUT MASTER-JOURNAL-FILE.
           IF WS-MJ-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ MASTER-JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF MJ-MASTER = WS-MASTER-SEL
                                   AND MJ-DATE > WS-ASOF-DATE THEN
                               PERFORM ROLL-BACK-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-JOURNAL-FILE
           ELSE
               DISPLAY "NO CHANGE JOURNAL ON FILE - THE CURRENT "
                   "MASTER IS WRITTEN AS IS"
           END-IF.
           IF WS-AS-OVFL THEN
               DISPLAY "JOURNAL KEYS EXCEED THE WORK TABLE (1000) - "
                   "REBUILD REFUSED (IT WOULD BE INCOMPLETE)"
               EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-AS-OF-MASTER.

           DISPLAY "REBUILT " FUNCTION TRIM(WS-ASOF-PATH) ": "
               WS-CNT-WRITTEN " RECORD(S), " WS-CNT-ROLLED
               " ROLLED BACK, " WS-CNT-DROPPED
               " ADDED AFTER THE DATE (LEFT OUT)".
           IF WS-CNT-ORPHAN > 0 THEN
               DISPLAY "WARNING: " WS-CNT-ORPHAN " JOURNALED "
                   "RECORD(S) NOT ON THE CURRENT MASTER"
           END-IF.

           EXIT.


       LOAD-CURRENT-MASTER.

           MOVE 0 TO WS-AS-CNT.
           MOVE 'N' TO WS-AS-OVFL-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           IF WS-MASTER-SEL = "P" THEN
               OPEN INPUT PATIENT-MASTER-FILE
               IF WS-PMF-STATUS NOT = "00" THEN
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-PMS-LAYOUT
               PERFORM UNTIL WS-EOF
                   READ PATIENT-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE PML-ID TO WS-LOOK-KEY
                           PERFORM ADD-WORK-ROW
                           IF WS-AS-HIT > 0 THEN
                               MOVE PATIENT-MASTER-LINE
                                   TO WS-AS-REC(WS-AS-HIT)
                               MOVE 'N' TO WS-AS-GONE(WS-AS-HIT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATIENT-MASTER-FILE
           ELSE
               OPEN INPUT SITE-MASTER-FILE
               IF WS-SIT-STATUS NOT = "00" THEN
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF
                   READ SITE-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SML-CODE TO WS-LOOK-KEY
                           PERFORM ADD-WORK-ROW
                           IF WS-AS-HIT > 0 THEN
                               MOVE SITE-MASTER-LINE
                                   TO WS-AS-REC(WS-AS-HIT)
                               MOVE 'N' TO WS-AS-GONE(WS-AS-HIT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITE-MASTER-FILE
           END-IF.

           EXIT.


       ADD-WORK-ROW.

      *    WS-LOOK-KEY の行を作業表の末尾に足す (WS-AS-HIT に位置、
      *    表があふれたら 0)。まだ「指定日より後の変更なし」。
           IF WS-AS-CNT >= 1000 THEN
               MOVE 'Y' TO WS-AS-OVFL-FLAG
               MOVE 0 TO WS-AS-HIT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AS-CNT.
           MOVE WS-AS-CNT TO WS-AS-HIT.
           MOVE WS-LOOK-KEY TO WS-AS-KEY(WS-AS-HIT).
           MOVE SPACES TO WS-AS-REC(WS-AS-HIT).
           MOVE 9999999999999999 TO WS-AS-STAMP(WS-AS-HIT).
           MOVE 'Y' TO WS-AS-GONE(WS-AS-HIT).

           EXIT.


       ROLL-BACK-ONE.

      *    指定日より後の変更1件。その行で今までに見た変更より早い
      *    ものなら、行を変更前へ戻す (追加なら指定日には無かった)。
      *    追記順に関係なく、行ごとに最も早い変更の変更前が残る。
           MOVE 0 TO WS-AS-HIT.
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-CNT
               IF WS-AS-KEY(WS-AS-IDX) = MJ-KEY THEN
                   MOVE WS-AS-IDX TO WS-AS-HIT
               END-IF
           END-PERFORM.
           IF WS-AS-HIT = 0 THEN
               MOVE MJ-KEY TO WS-LOOK-KEY
               PERFORM ADD-WORK-ROW
               IF WS-AS-HIT = 0 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CNT-ORPHAN
           END-IF.

           IF MJ-STAMP NOT < WS-AS-STAMP(WS-AS-HIT) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE MJ-STAMP TO WS-AS-STAMP(WS-AS-HIT).
           IF MJ-ACTION = "A" OR MJ-BEFORE = SPACES THEN
               MOVE SPACES TO WS-AS-REC(WS-AS-HIT)
               MOVE 'Y' TO WS-AS-GONE(WS-AS-HIT)
           ELSE
               MOVE MJ-BEFORE TO WS-AS-REC(WS-AS-HIT)
               MOVE 'N' TO WS-AS-GONE(WS-AS-HIT)
           END-IF.

           EXIT.


       WRITE-AS-OF-MASTER.

           MOVE SPACES TO WS-ASOF-PATH.
           IF WS-MASTER-SEL = "P" THEN
               STRING "output/patient_master_asof_" WS-ASOF-DATE
                   ".dat" DELIMITED BY SIZE INTO WS-ASOF-PATH
           ELSE
               STRING "output/site_master_asof_" WS-ASOF-DATE
                   ".dat" DELIMITED BY SIZE INTO WS-ASOF-PATH
           END-IF.

           MOVE 0 TO WS-CNT-WRITTEN.
           OPEN OUTPUT ASOF-FILE.
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-CNT
               IF WS-AS-STAMP(WS-AS-IDX) NOT = 9999999999999999 THEN
                   IF WS-AS-GONE(WS-AS-IDX) = 'Y' THEN
                       ADD 1 TO WS-CNT-DROPPED
                   ELSE
                       ADD 1 TO WS-CNT-ROLLED
                   END-IF
               END-IF
               IF WS-AS-GONE(WS-AS-IDX) NOT = 'Y' THEN
                   MOVE SPACES TO ASOF-LINE
                   MOVE WS-AS-REC(WS-AS-IDX)(1:WS-REC-LEN)
                       TO ASOF-LINE
                   WRITE ASOF-LINE
                   ADD 1 TO WS-CNT-WRITTEN
               END-IF
           END-PERFORM.
           CLOSE ASOF-FILE.

           EXIT.


       CHECK-PMS-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ PATIENT-MASTER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PATIENT-MASTER-LINE(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/patient_master.dat" TO WLI-PATH.
           MOVE "PATIENT-MSTR" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-PMS TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.

       END PROGRAM TEST260959.
