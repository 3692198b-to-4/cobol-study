       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260967.

      *
      * ALTKEY-CONVERT: 結果ファイルと経年履歴への代替キー追加の
      * 移行 (一度きり)。施設別・年度別・月別・実行別のレポートが
      * 毎回全件を読んでいたのを、代替キーで範囲だけ読めるように
      * したため、既存のファイルを新しいキー定義で作り直す。
      *   - 経年履歴 (result_history.dat と練習モードの
      *     training_history.dat) は版 001 -> 002。末尾に施設+年度の
      *     代替キー (7桁) を足し、施設コード・年度から詰める。
      *     代替キーは施設+年度と健診実施日の2本。
      *   - 結果ファイル (test210520.txt と練習モードの
      *     training_results.dat) は判定日と論理実行IDの代替キーを
      *     付けて作り直すだけ (レコードの形は変わらず版 001 のまま)。
      * 1本ずつ、代替キーの無い旧い定義で全件を退避ファイル
      * (output/altkey_<名前>.unl) へ書き出して件数を照合し、新しい
      * 定義で作り直して積み直し、読み直して件数を照合する。
      * 見出しの無い旧ファイルは先に TEST260965 で版 001 を付けて
      * おくこと (見出しが無ければ変換しない)。既に版 002 の履歴は
      * 飛ばすので何度流してもよい。実行ロックを握ったまま行う。
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    実行ロック (TEST230314/TEST230317 と共用)。
           SELECT RUN-LOCK-FILE ASSIGN TO 'output/batch_run.lock'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

      *    旧い定義 (主キーのみ) と新しい定義 (代替キー付き) を
      *    同じパスに向けて使い分ける。
           SELECT OLD-RHF-FILE ASSIGN USING WS-CNV-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORH-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-RHF-FILE ASSIGN USING WS-CNV-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NRH-KEY
           ALTERNATE RECORD KEY IS NRH-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS NRH-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-RF-FILE ASSIGN USING WS-CNV-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORF-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-RF-FILE ASSIGN USING WS-CNV-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NRF-KEY
           ALTERNATE RECORD KEY IS NRF-RUN-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS NRF-RUN-ID WITH DUPLICATES
           FILE STATUS IS WS-NEW-STATUS.

           SELECT UNLOAD-OUT-FILE ASSIGN USING WS-UNL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNO-STATUS.

           SELECT UNLOAD-IN-FILE ASSIGN USING WS-UNL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-REC.
           03 LOCK-STATE      PIC X(4).
           03 LOCK-DATE       PIC X(8).
           03 LOCK-TIME       PIC X(8).
           03 LOCK-OWNER      PIC X(25).

      *    経年履歴 版 001 (55桁)。施設コードは 29-31 桁目。
       FD  OLD-RHF-FILE.
       01  OLD-RHF-REC.
           03 ORH-KEY.
              05 ORH-PATIENT-ID PIC X(9).
              05 ORH-FYEAR      PIC X(4).
           03 FILLER          PIC X(15).
           03 ORH-SITE-CODE   PIC X(3).
           03 FILLER          PIC X(24).

      *    経年履歴 版 002 (62桁)。健診実施日は 41-48 桁目、末尾7桁が
      *    施設+年度の代替キー。
       FD  NEW-RHF-FILE.
       01  NEW-RHF-REC.
           03 NRH-KEY         PIC X(13).
           03 FILLER          PIC X(27).
           03 NRH-EXAM-DATE   PIC X(8).
           03 FILLER          PIC X(7).
           03 NRH-SITE-FY-KEY PIC X(7).

      *    結果ファイル (50桁。形は新旧同じ)。
       FD  OLD-RF-FILE.
       01  OLD-RF-REC.
           03 ORF-KEY         PIC X(9).
           03 ORF-REST        PIC X(41).

       FD  NEW-RF-FILE.
       01  NEW-RF-REC.
           03 NRF-KEY         PIC X(9).
           03 FILLER          PIC X(1).
           03 NRF-RUN-DATE    PIC X(8).
           03 FILLER          PIC X(18).
           03 NRF-RUN-ID      PIC X(6).
           03 FILLER          PIC X(8).

       FD  UNLOAD-OUT-FILE.
       01  UNLOAD-OUT-LINE    PIC X(62).

       FD  UNLOAD-IN-FILE.
       01  UNLOAD-IN-LINE     PIC X(62).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-LOCK-STATUS     PIC XX VALUE SPACES.
       01  WS-OLD-STATUS      PIC XX VALUE SPACES.
       01  WS-NEW-STATUS      PIC XX VALUE SPACES.
       01  WS-UNO-STATUS      PIC XX VALUE SPACES.
       01  WS-UNI-STATUS      PIC XX VALUE SPACES.
       01  WS-CNV-PATH        PIC X(40) VALUE SPACES.
       01  WS-UNL-PATH        PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).
       01  WS-LOCK-ACQ-FLAG   PIC X VALUE 'N'.
           88 WS-LOCK-ACQUIRED       VALUE 'Y'.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    変換後の経年履歴の版 (各プログラムの WS-LAYOUT-RHF と同じ)。
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.

       COPY layout_header.

      *    対象ファイルの表: 種別 (RHF=経年履歴 RF=結果)・名前・パス。
       01  WS-FILE-TAB.
           03 WS-FILE-ENTRY OCCURS 4 TIMES.
              05 WS-F-CODE       PIC X(3).
              05 WS-F-NAME       PIC X(24).
              05 WS-F-PATH       PIC X(40).
       01  WS-FILE-CNT        PIC 9 VALUE 4.
       01  WS-FILE-IDX        PIC 9 VALUE 0.

      *    1本ぶんの作業域。
       01  WS-CUR-CODE        PIC X(3) VALUE SPACES.
       01  WS-IDX-STATUS      PIC XX VALUE SPACES.
       01  WS-REC-BUF         PIC X(62) VALUE SPACES.
       01  WS-HDR-VERSION     PIC X(3) VALUE SPACES.
       01  WS-CNT-UNLOAD      PIC 9(9) VALUE 0.
       01  WS-CNT-VERIFY      PIC 9(9) VALUE 0.
       01  WS-CNT-RELOAD      PIC 9(9) VALUE 0.
       01  WS-CNT-RECOUNT     PIC 9(9) VALUE 0.
       01  WS-CNT-DUPKEY      PIC 9(9) VALUE 0.
       01  WS-RESULT-TEXT     PIC X(60) VALUE SPACES.
       01  WS-GO-FLAG         PIC X VALUE 'N'.
           88 WS-GO                  VALUE 'Y'.

       01  WS-CNT-DONE        PIC 9 VALUE 0.
       01  WS-CNT-SKIP        PIC 9 VALUE 0.
       01  WS-CNT-BAD         PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY "--- ALTERNATE KEY CONVERSION ---".
           DISPLAY "REBUILDS THE RESULT AND HISTORY FILES WITH "
               "ALTERNATE KEYS (HISTORY LAYOUT 001 -> 002)".
           DISPLAY "RUN TEST260965 FIRST IF THE FILES HAVE NO LAYOUT "
               "HEADER. Y TO CONVERT?".
           ACCEPT AC-VAR.
           IF FUNCTION UPPER-CASE(AC-VAR(1:1)) NOT = "Y" THEN
               DISPLAY "NOTHING CONVERTED"
               STOP RUN
           END-IF.

           PERFORM ACQUIRE-RUN-LOCK.
           IF NOT WS-LOCK-ACQUIRED THEN
               STOP RUN
           END-IF.

           PERFORM BUILD-FILE-TABLE.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-CNT
               PERFORM CONVERT-ONE-FILE
           END-PERFORM.

           PERFORM RELEASE-RUN-LOCK.

           DISPLAY "CONVERSION DONE: " WS-CNT-DONE " CONVERTED, "
               WS-CNT-SKIP " SKIPPED, " WS-CNT-BAD " FAILED".
           IF WS-CNT-BAD > 0 THEN
               DISPLAY "A FAILED FILE MUST BE CONVERTED (OR RELOADED "
                   "FROM ITS UNLOAD COPY) BEFORE THE NEXT NIGHTLY RUN"
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.


       ACQUIRE-RUN-LOCK.

      *    HELD のロックは夜間バッチ (または古いロックの残骸) と
      *    して断る。古いロックは窓口 (TEST230317) の L コマンドで
      *    解除してから再実行する。
           MOVE 'N' TO WS-LOCK-ACQ-FLAG.
           MOVE "Y" TO AC-VAR.
           OPEN INPUT RUN-LOCK-FILE.
           IF WS-LOCK-STATUS = "00" THEN
               READ RUN-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOCK-STATE = "HELD" THEN
                           MOVE "N" TO AC-VAR
                           DISPLAY "RUN LOCK IS HELD BY "
                               FUNCTION TRIM(LOCK-OWNER)
                               " SINCE " LOCK-DATE " " LOCK-TIME
                               " - CONVERSION REFUSED"
                           DISPLAY "IF THE LOCK IS STALE, RELEASE "
                               "IT WITH THE CONSOLE L COMMAND FIRST"
                       END-IF
               END-READ
               CLOSE RUN-LOCK-FILE
           END-IF.

           IF AC-VAR(1:1) = "Y" THEN
               OPEN OUTPUT RUN-LOCK-FILE
               MOVE "HELD" TO LOCK-STATE
               MOVE WS-RUN-DATE TO LOCK-DATE
               MOVE WS-RUN-TIME TO LOCK-TIME
               MOVE "TEST260967 ALTKEY" TO LOCK-OWNER
               WRITE RUN-LOCK-REC
               CLOSE RUN-LOCK-FILE
               MOVE 'Y' TO WS-LOCK-ACQ-FLAG
           END-IF.

           EXIT.


       RELEASE-RUN-LOCK.

           IF WS-LOCK-ACQUIRED THEN
               OPEN OUTPUT RUN-LOCK-FILE
               MOVE "FREE" TO LOCK-STATE
               MOVE WS-RUN-DATE TO LOCK-DATE
               MOVE SPACES TO LOCK-TIME
               MOVE SPACES TO LOCK-OWNER
               WRITE RUN-LOCK-REC
               CLOSE RUN-LOCK-FILE
           END-IF.

           EXIT.


       BUILD-FILE-TABLE.

           INITIALIZE WS-FILE-TAB.
           MOVE "RHF" TO WS-F-CODE(1).
           MOVE "result_history.dat" TO WS-F-NAME(1).
           MOVE "output/result_history.dat" TO WS-F-PATH(1).
           MOVE "RHF" TO WS-F-CODE(2).
           MOVE "training_history.dat" TO WS-F-NAME(2).
           MOVE "output/training_history.dat" TO WS-F-PATH(2).
           MOVE "RF" TO WS-F-CODE(3).
           MOVE "test210520.txt" TO WS-F-NAME(3).
           MOVE "output/test210520.txt" TO WS-F-PATH(3).
           MOVE "RF" TO WS-F-CODE(4).
           MOVE "training_results.dat" TO WS-F-NAME(4).
           MOVE "output/training_results.dat" TO WS-F-PATH(4).

           EXIT.


       CONVERT-ONE-FILE.

           MOVE WS-F-CODE(WS-FILE-IDX) TO WS-CUR-CODE.
           MOVE WS-F-PATH(WS-FILE-IDX) TO WS-CNV-PATH.
           MOVE SPACES TO WS-UNL-PATH.
           STRING "output/altkey_" FUNCTION TRIM(WS-F-NAME(WS-FILE-IDX))
               ".unl"
               DELIMITED BY SIZE INTO WS-UNL-PATH.
           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE 0 TO WS-CNT-UNLOAD WS-CNT-VERIFY WS-CNT-RELOAD
               WS-CNT-RECOUNT WS-CNT-DUPKEY.

           PERFORM CHECK-CONVERT-NEEDED.
           IF WS-GO THEN
               PERFORM UNLOAD-OLD-FILE
           END-IF.
           IF WS-GO THEN
               PERFORM RELOAD-NEW-FILE
           END-IF.

           DISPLAY FUNCTION TRIM(WS-F-NAME(WS-FILE-IDX)) ": "
               FUNCTION TRIM(WS-RESULT-TEXT).

           EXIT.


       CHECK-CONVERT-NEEDED.

      *    旧い定義で開けて見出しが版 001 なら変換する。旧い定義で
      *    開けないのは既に代替キー付きで作り直したファイルなので、
      *    新しい定義で開けて (履歴は見出しが版 002 で) あれば飛ばす。
           MOVE 'N' TO WS-GO-FLAG.
           PERFORM OPEN-OLD-INPUT.
           IF WS-IDX-STATUS = "35" THEN
               ADD 1 TO WS-CNT-SKIP
               MOVE "NOT ON FILE" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-IDX-STATUS NOT = "00" THEN
               PERFORM CHECK-ALREADY-CONVERTED
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-OLD-HEADER.
           PERFORM CLOSE-OLD-FILE.
           EVALUATE TRUE
               WHEN WS-HDR-VERSION = SPACES
                   ADD 1 TO WS-CNT-BAD
                   MOVE "NO LAYOUT HEADER - RUN TEST260965 FIRST"
                       TO WS-RESULT-TEXT
               WHEN WS-CUR-CODE = "RHF" AND WS-HDR-VERSION = "002"
                   ADD 1 TO WS-CNT-SKIP
                   MOVE "ALREADY LAYOUT 002" TO WS-RESULT-TEXT
               WHEN WS-HDR-VERSION NOT = "001"
                   ADD 1 TO WS-CNT-BAD
                   STRING "UNEXPECTED LAYOUT " WS-HDR-VERSION
                       " - NOT CONVERTED"
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE 'Y' TO WS-GO-FLAG
           END-EVALUATE.

           EXIT.


       CHECK-ALREADY-CONVERTED.

           MOVE WS-IDX-STATUS TO WS-OLD-STATUS.
           PERFORM OPEN-NEW-INPUT.
           IF WS-IDX-STATUS NOT = "00" THEN
               ADD 1 TO WS-CNT-BAD
               STRING "CANNOT OPEN, STATUS " WS-OLD-STATUS
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-NEW-HEADER.
           PERFORM CLOSE-NEW-FILE.
           IF WS-CUR-CODE = "RHF" AND WS-HDR-VERSION NOT = "002" THEN
               ADD 1 TO WS-CNT-BAD
               STRING "HAS ALTERNATE KEYS BUT LAYOUT "
                   WS-HDR-VERSION " - CHECK BY HAND"
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               ADD 1 TO WS-CNT-SKIP
               MOVE "ALREADY HAS ALTERNATE KEYS" TO WS-RESULT-TEXT
           END-IF.

           EXIT.


       UNLOAD-OLD-FILE.

      *    キー順に全件を退避ファイルへ書き、読み直して件数を照合
      *    する。合わなければ元のファイルには触らない。履歴は
      *    ここで新しい形 (62桁) に直して書く。
           MOVE 'N' TO WS-GO-FLAG.
           PERFORM OPEN-OLD-INPUT.
           IF WS-IDX-STATUS NOT = "00" THEN
               ADD 1 TO WS-CNT-BAD
               STRING "CANNOT OPEN, STATUS " WS-IDX-STATUS
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT UNLOAD-OUT-FILE.
           IF WS-UNO-STATUS NOT = "00" THEN
               PERFORM CLOSE-OLD-FILE
               ADD 1 TO WS-CNT-BAD
               STRING "CANNOT WRITE UNLOAD, STATUS " WS-UNO-STATUS
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               PERFORM READ-OLD-NEXT
               IF NOT WS-EOF THEN
                   IF WS-CUR-CODE = "RHF" THEN
                       PERFORM RESHAPE-HIST-REC
                   END-IF
                   MOVE WS-REC-BUF TO UNLOAD-OUT-LINE
                   WRITE UNLOAD-OUT-LINE
                   ADD 1 TO WS-CNT-UNLOAD
               END-IF
           END-PERFORM.
           CLOSE UNLOAD-OUT-FILE.
           PERFORM CLOSE-OLD-FILE.

           PERFORM COUNT-UNLOAD-FILE.
           IF WS-CNT-VERIFY NOT = WS-CNT-UNLOAD THEN
               ADD 1 TO WS-CNT-BAD
               MOVE "UNLOAD COUNT MISMATCH - NOT CONVERTED"
                   TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-GO-FLAG.

           EXIT.


       RESHAPE-HIST-REC.

      *    見出しは版を 002 に書き換え、データ行は末尾に施設コード
      *    と年度を並べた代替キーを足す。
           IF WS-REC-BUF(1:8) = "*LAYOUT*" THEN
               MOVE WS-REC-BUF(1:28) TO WS-LAYOUT-HDR
               MOVE WS-LAYOUT-RHF TO WLH-VERSION
               MOVE WS-LAYOUT-HDR TO WS-REC-BUF(1:28)
           ELSE
               MOVE ORH-SITE-CODE TO WS-REC-BUF(56:3)
               MOVE ORH-FYEAR TO WS-REC-BUF(59:4)
      *        施設コード拡張前の行 (空欄) はキー上は施設 000 に置く
      *        (空欄のままだと版見出しと並んで年度別の集計から落ちる)。
               IF ORH-SITE-CODE = SPACES THEN
                   MOVE "000" TO WS-REC-BUF(56:3)
               END-IF
           END-IF.

           EXIT.


       RELOAD-NEW-FILE.

      *    新しい定義でファイルを作り直し、退避ファイルをキー順の
      *    まま積む。積んだあと全件を数え直し、合わなければ退避
      *    ファイルを残したまま失敗として報告する。
           PERFORM OPEN-NEW-OUTPUT.
           IF WS-IDX-STATUS NOT = "00" THEN
               ADD 1 TO WS-CNT-BAD
               STRING "CANNOT RECREATE, STATUS " WS-IDX-STATUS
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT UNLOAD-IN-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ UNLOAD-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE UNLOAD-IN-LINE TO WS-REC-BUF
                       PERFORM WRITE-NEW-REC
               END-READ
           END-PERFORM.
           CLOSE UNLOAD-IN-FILE.
           PERFORM CLOSE-NEW-FILE.

           PERFORM COUNT-NEW-FILE.
           IF WS-CNT-RECOUNT = WS-CNT-UNLOAD
                   AND WS-CNT-DUPKEY = 0 THEN
               ADD 1 TO WS-CNT-DONE
               STRING "CONVERTED, " WS-CNT-RECOUNT " RECORD(S)"
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               ADD 1 TO WS-CNT-BAD
               STRING "RELOAD COUNT " WS-CNT-RECOUNT " OF "
                   WS-CNT-UNLOAD " - SEE " FUNCTION TRIM(WS-UNL-PATH)
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-IF.

           EXIT.


       COUNT-UNLOAD-FILE.

           MOVE 0 TO WS-CNT-VERIFY.
           OPEN INPUT UNLOAD-IN-FILE.
           IF WS-UNI-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ UNLOAD-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CNT-VERIFY
               END-READ
           END-PERFORM.
           CLOSE UNLOAD-IN-FILE.

           EXIT.


       COUNT-NEW-FILE.

           MOVE 0 TO WS-CNT-RECOUNT.
           PERFORM OPEN-NEW-INPUT.
           IF WS-IDX-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               PERFORM READ-NEW-NEXT
               IF NOT WS-EOF THEN
                   ADD 1 TO WS-CNT-RECOUNT
               END-IF
           END-PERFORM.
           PERFORM CLOSE-NEW-FILE.

           EXIT.


       OPEN-OLD-INPUT.

           IF WS-CUR-CODE = "RHF" THEN
               OPEN INPUT OLD-RHF-FILE
           ELSE
               OPEN INPUT OLD-RF-FILE
           END-IF.
           MOVE WS-OLD-STATUS TO WS-IDX-STATUS.

           EXIT.


       OPEN-NEW-INPUT.

           IF WS-CUR-CODE = "RHF" THEN
               OPEN INPUT NEW-RHF-FILE
           ELSE
               OPEN INPUT NEW-RF-FILE
           END-IF.
           MOVE WS-NEW-STATUS TO WS-IDX-STATUS.

           EXIT.


       OPEN-NEW-OUTPUT.

           IF WS-CUR-CODE = "RHF" THEN
               OPEN OUTPUT NEW-RHF-FILE
           ELSE
               OPEN OUTPUT NEW-RF-FILE
           END-IF.
           MOVE WS-NEW-STATUS TO WS-IDX-STATUS.

           EXIT.


       READ-OLD-HEADER.

      *    見出しの版 (14-16 桁目)。見出しが無ければ空欄。
           MOVE SPACES TO WS-HDR-VERSION.
           IF WS-CUR-CODE = "RHF" THEN
               MOVE SPACES TO OLD-RHF-REC
               MOVE WLH-TAG TO ORH-KEY
               READ OLD-RHF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OLD-RHF-REC(14:3) TO WS-HDR-VERSION
               END-READ
           ELSE
               MOVE SPACES TO OLD-RF-REC
               MOVE WLH-TAG TO ORF-KEY
               READ OLD-RF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OLD-RF-REC(14:3) TO WS-HDR-VERSION
               END-READ
           END-IF.

           EXIT.


       READ-NEW-HEADER.

           MOVE SPACES TO WS-HDR-VERSION.
           IF WS-CUR-CODE = "RHF" THEN
               MOVE SPACES TO NEW-RHF-REC
               MOVE WLH-TAG TO NRH-KEY
               READ NEW-RHF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NEW-RHF-REC(14:3) TO WS-HDR-VERSION
               END-READ
           ELSE
               MOVE SPACES TO NEW-RF-REC
               MOVE WLH-TAG TO NRF-KEY
               READ NEW-RF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NEW-RF-REC(14:3) TO WS-HDR-VERSION
               END-READ
           END-IF.

           EXIT.


       READ-OLD-NEXT.

           MOVE SPACES TO WS-REC-BUF.
           IF WS-CUR-CODE = "RHF" THEN
               READ OLD-RHF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE OLD-RHF-REC TO WS-REC-BUF
               END-READ
           ELSE
               READ OLD-RF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE OLD-RF-REC TO WS-REC-BUF
               END-READ
           END-IF.

           EXIT.


       READ-NEW-NEXT.

           IF WS-CUR-CODE = "RHF" THEN
               READ NEW-RHF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           ELSE
               READ NEW-RF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-IF.

           EXIT.


       WRITE-NEW-REC.

           IF WS-CUR-CODE = "RHF" THEN
               MOVE WS-REC-BUF TO NEW-RHF-REC
               WRITE NEW-RHF-REC
                   INVALID KEY
                       ADD 1 TO WS-CNT-DUPKEY
                   NOT INVALID KEY
                       ADD 1 TO WS-CNT-RELOAD
               END-WRITE
           ELSE
               MOVE WS-REC-BUF TO NEW-RF-REC
               WRITE NEW-RF-REC
                   INVALID KEY
                       ADD 1 TO WS-CNT-DUPKEY
                   NOT INVALID KEY
                       ADD 1 TO WS-CNT-RELOAD
               END-WRITE
           END-IF.

           EXIT.


       CLOSE-OLD-FILE.

           IF WS-CUR-CODE = "RHF" THEN
               CLOSE OLD-RHF-FILE
           ELSE
               CLOSE OLD-RF-FILE
           END-IF.

           EXIT.


       CLOSE-NEW-FILE.

           IF WS-CUR-CODE = "RHF" THEN
               CLOSE NEW-RHF-FILE
           ELSE
               CLOSE NEW-RF-FILE
           END-IF.

           EXIT.

       END PROGRAM TEST260967.
