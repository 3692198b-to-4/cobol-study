      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    オペレーターの担当範囲 (保険者・施設) の確認 (窓口・監査
      *    照会・メニューと共通の1本)。
       COPY scope_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260918.

      * オプトアウト登録簿の患者は抽出に載せない。CSV の先頭行に
      * 使ったフィルターを書き、抽出の実行は抽出ログに残す
      * (他の出力と同じく、後から「誰が何を出したか」を言える)。
      * オペレーターの担当範囲 (input/operator_scope.dat) の外の
      * 保険者・施設の行は載せず、差し止めた件数を保安ログに残す。
      * 範囲を1行も持たないオペレーターの抽出は断る。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION CHECK-OPERATOR-SCOPE
           FUNCTION RESOLVE-PATIENT-SCOPE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-HIST-FILE ASSIGN TO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

           SELECT OPTOUT-FILE ASSIGN TO 'input/optout.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELG-STATUS.

      *    保安ログ (窓口 TEST230317 と同じファイル・同じ行の形)。
           SELECT SECURITY-LOG-FILE ASSIGN TO
               'output/security_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-HIST-FILE.
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

       FD  OPTOUT-FILE.
       01  OPTOUT-REC.
       FD  EXTRACT-LOG-FILE.
       01  EXTRACT-LOG-LINE   PIC X(140).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE  PIC X(100).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-RHF-STATUS      PIC XX.
       01  WS-F-EXAM-FROM     PIC 9(8) VALUE 0.
       01  WS-F-EXAM-TO       PIC 9(8) VALUE 99999999.
       01  WS-FILTER-TEXT     PIC X(110) VALUE SPACES.
      *    履歴の読み方 (E=健診日の代替キー S=施設+年度の代替キー
      *    A=全件)。
       01  WS-SCAN-KEY        PIC X VALUE "A".

      *    オプトアウト登録簿 (INDEXED 側が無いときのフォール
      *    バック・テーブル。あふれたら抽出を断る)。
           88 WS-MATCH               VALUE 'Y'.
       01  WS-CNT-HITS        PIC 9(6) VALUE 0.
       01  WS-CNT-SUPPRESSED  PIC 9(6) VALUE 0.
       01  WS-CNT-OUT-SCOPE   PIC 9(6) VALUE 0.
       01  WS-WRITE-MODE-FLAG PIC X VALUE 'N'.
           88 WS-WRITE-MODE          VALUE 'Y'.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       COPY layout_header.

      *    担当範囲の確認 (copybooks/scope_rules.cpy)。担当範囲表の
      *    無い環境では行ごとの確認はしない (WS-SCOPE-ON が 'N')。
       COPY scope_ctl.
       01  WS-SCOPE-ON-FLAG   PIC X VALUE 'N'.
           88 WS-SCOPE-ON            VALUE 'Y'.
       01  WS-ROW-IN-SCOPE-FLAG PIC X VALUE 'Y'.
           88 WS-ROW-IN-SCOPE        VALUE 'Y'.
       01  WS-SEC-STATUS      PIC XX.
       01  WS-SEC-EVENT       PIC X(40) VALUE SPACES.
       01  WS-SEC-TIME        PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN SECTION.

           DISPLAY "Your operator ID?".
           ACCEPT WS-OP-ID.

      *    担当範囲を1行も持たないオペレーターには何も出さない。
           MOVE "A" TO WSC-MODE.
           MOVE WS-OP-ID TO WSC-OP-ID.
           MOVE SPACES TO WSC-INSURER.
           MOVE 0 TO WSC-SITE.
           MOVE CHECK-OPERATOR-SCOPE(WS-SCOPE-IN) TO WS-SCOPE-OUT.
           EVALUATE WSC-RC
               WHEN 0
                   MOVE 'Y' TO WS-SCOPE-ON-FLAG
               WHEN 2
                   DISPLAY "EXTRACT REFUSED - " FUNCTION TRIM(WSC-MSG)
                   MOVE "EXTRACT REFUSED (SCOPE)" TO WS-SEC-EVENT
                   PERFORM WRITE-SECURITY-LOG
                   STOP RUN
           END-EVALUATE.

           PERFORM ASK-FILTERS.
           PERFORM LOAD-OPTOUT.


           DISPLAY "PREVIEW: " WS-CNT-HITS " ROW(S) MATCH ("
               WS-CNT-SUPPRESSED " OPT-OUT ROW(S) SUPPRESSED)".
      *    範囲外の行は件数だけ知らせ、差し止めたことを1行残す。
           IF WS-CNT-OUT-SCOPE > 0 THEN
               DISPLAY "         " WS-CNT-OUT-SCOPE " ROW(S) OUTSIDE "
                   "YOUR INSURER/SITE SCOPE WITHHELD"
               MOVE SPACES TO WS-SEC-EVENT
               STRING "EXTRACT ROWS REFUSED (SCOPE) "
                   WS-CNT-OUT-SCOPE
                   DELIMITED BY SIZE INTO WS-SEC-EVENT
               PERFORM WRITE-SECURITY-LOG
           END-IF.
           DISPLAY "WRITE THE CSV? (Y/N)".
           ACCEPT AC-VAR.
           IF FUNCTION TRIM(AC-VAR) NOT = "Y" THEN

           MOVE 0 TO WS-CNT-HITS.
           MOVE 0 TO WS-CNT-SUPPRESSED.
           MOVE 0 TO WS-CNT-OUT-SCOPE.
           MOVE 'Y' TO WS-WRITE-MODE-FLAG.
           PERFORM SCAN-HISTORY.

               DISPLAY "NO RESULT HISTORY ON FILE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RHF-LAYOUT.

           MOVE 'N' TO WS-RHF-EOF-FLAG.
           PERFORM POSITION-HISTORY.
           PERFORM UNTIL WS-RHF-EOF
               READ RESULT-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RHF-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-SCAN-END
               END-READ
               IF NOT WS-RHF-EOF THEN
                   PERFORM APPLY-FILTERS
                   IF WS-MATCH THEN
                       PERFORM CHECK-OPTOUT
                       PERFORM CHECK-ROW-SCOPE
                       EVALUATE TRUE
                           WHEN WS-OPTED-OUT
                               ADD 1 TO WS-CNT-SUPPRESSED
                           WHEN NOT WS-ROW-IN-SCOPE
                               ADD 1 TO WS-CNT-OUT-SCOPE
                           WHEN OTHER
                               ADD 1 TO WS-CNT-HITS
                               IF WS-WRITE-MODE THEN
                                   PERFORM WRITE-EXTRACT-ROW
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RESULT-HIST-FILE.

           EXIT.


       POSITION-HISTORY.

      *    健診日か施設の範囲が指定されていれば、代替キーで範囲の
      *    先頭へ START し、範囲を過ぎたところで読むのをやめる
      *    (全件を読まない。ほかの絞り込みは従来どおり
      *    APPLY-FILTERS でかける)。健診日の範囲を優先する。版見出し
      *    は代替キーが空欄なので範囲の前に並び、読まれない。
           EVALUATE TRUE
               WHEN WS-F-EXAM-FROM > 0 OR WS-F-EXAM-TO < 99999999
                   MOVE "E" TO WS-SCAN-KEY
                   MOVE WS-F-EXAM-FROM TO RHF-EXAM-DATE
                   START RESULT-HIST-FILE
                       KEY IS >= RHF-EXAM-DATE
                       INVALID KEY
                           MOVE 'Y' TO WS-RHF-EOF-FLAG
                   END-START
               WHEN WS-F-SITE-FROM > 0 OR WS-F-SITE-TO < 999
                   MOVE "S" TO WS-SCAN-KEY
                   MOVE WS-F-SITE-FROM TO RHF-SF-SITE
                   MOVE WS-F-FYEAR TO RHF-SF-FYEAR
                   START RESULT-HIST-FILE
                       KEY IS >= RHF-SITE-FY-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-RHF-EOF-FLAG
                   END-START
               WHEN OTHER
                   MOVE "A" TO WS-SCAN-KEY
           END-EVALUATE.

           EXIT.


       CHECK-SCAN-END.

           IF WS-SCAN-KEY = "E"
                   AND RHF-EXAM-DATE > WS-F-EXAM-TO THEN
               MOVE 'Y' TO WS-RHF-EOF-FLAG
           END-IF.
           IF WS-SCAN-KEY = "S"
                   AND RHF-SF-SITE > WS-F-SITE-TO THEN
               MOVE 'Y' TO WS-RHF-EOF-FLAG
           END-IF.

           EXIT.


       APPLY-FILTERS.

           MOVE 'Y' TO WS-MATCH-FLAG.
           EXIT.


       CHECK-ROW-SCOPE.

      *    行の保険者・施設がオペレーターの担当範囲にあるか。窓口が
      *    書いた行は保険者が空欄なので、資格マスタから引く。
           MOVE 'Y' TO WS-ROW-IN-SCOPE-FLAG.
           IF NOT WS-SCOPE-ON OR WS-OPTED-OUT THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE RHF-INSURER TO WSC-INSURER.
           MOVE RHF-SITE-CODE TO WSC-SITE.
           IF RHF-INSURER = SPACES THEN
               MOVE RHF-PATIENT-ID TO WRP-PATIENT-ID
               MOVE RHF-EXAM-DATE TO WRP-AS-OF
               MOVE SPACES TO WRP-INSURER
               MOVE RHF-SITE-CODE TO WRP-SITE
               MOVE SPACES TO WRP-RHF-PATH
               MOVE RESOLVE-PATIENT-SCOPE(WS-RP-IN) TO WS-RP-OUT
               MOVE WRP-OUT-INSURER TO WSC-INSURER
           END-IF.
           MOVE "R" TO WSC-MODE.
           MOVE CHECK-OPERATOR-SCOPE(WS-SCOPE-IN) TO WS-SCOPE-OUT.
           IF WSC-RC NOT = 0 THEN
               MOVE 'N' TO WS-ROW-IN-SCOPE-FLAG
           END-IF.

           EXIT.


       WRITE-SECURITY-LOG.

           ACCEPT WS-SEC-TIME FROM TIME.
           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SEC-STATUS = "00" THEN
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           ELSE
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.

           MOVE SPACES TO SECURITY-LOG-LINE.
           STRING "DATE " WS-RUN-DATE
               " OPERATOR " FUNCTION TRIM(WS-OP-ID)
               " EVENT " FUNCTION TRIM(WS-SEC-EVENT)
               " TIME " WS-SEC-TIME(1:6)
               DELIMITED BY SIZE INTO SECURITY-LOG-LINE.
           WRITE SECURITY-LOG-LINE.

           CLOSE SECURITY-LOG-FILE.

           EXIT.


       WRITE-EXTRACT-ROW.

           MOVE SPACES TO EXTRACT-LINE.

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

       END PROGRAM TEST260918.
