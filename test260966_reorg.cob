       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260966.

      *
      * REORG: INDEXED ファイルの再編成と容量レポート。RESULT-FILE・
      * result_history.dat・exam_store.dat・患者インデックス・監査
      * ストアは毎晩その場で書き換え・削除しているが、一度も作り
      * 直したことが無く、年度末の削除 (TEST260902) の後もファイルは
      * 大きいままだった。ここでは1本ずつ
      *   1. キー順に全件を退避ファイル (output/reorg_<名前>.unl) へ
      *      書き出し (アンロード)、読み直して件数を照合する
      *   2. 件数が合えば元の INDEXED を作り直してキー順に積み直し
      *      (リロード)、読み直して件数を照合する
      * を実行ロックを握ったまま行い、ファイルごとの容量レポート
      * (件数・物理サイズ・前回からの増分・上限到達までの推定月数) を
      * output/reorg_space_<日付>.txt へ出す。上限は
      * input/reorg_limits.dat (無ければ組み込みの既定)。前回の値は
      * output/reorg_space_hist.dat に追記して持つ。
      *   F = 再編成 + 容量レポート
      *   S = 容量レポートのみ (ファイルには触らない)
      *   R = 1本を退避ファイルから積み直す (リロードの件数が合わ
      *       なかったときの復旧用)
      * レコードの中身は解釈せずキーと残りの塊として運ぶので、版見出し
      * (*LAYOUT*) も1件として退避・積み直しされ、先頭に残る。
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    実行ロック (TEST230314/TEST230317 と共用): 夜間バッチと
      *    同じ INDEXED を作り直すので、ここでもロックを取得して
      *    から触り、終わったら解放する。
           SELECT RUN-LOCK-FILE ASSIGN TO 'output/batch_run.lock'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT LIMIT-FILE ASSIGN TO 'input/reorg_limits.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIM-STATUS.

      *    対象の INDEXED は、キーの位置・長さとレコード長だけを
      *    合わせた専用の SELECT で読み書きする (バックアップ
      *    TEST260936 と同じ考え方)。
           SELECT REORG-RSF-FILE ASSIGN TO 'output/test210520.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSF-KEY
      *    代替キーも本体と同じ定義にしておかないと、作り直した
      *    ファイルから索引が落ちる。
           ALTERNATE RECORD KEY IS RSF-RUN-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS RSF-RUN-ID WITH DUPLICATES
           FILE STATUS IS WS-RSF-STATUS.

           SELECT REORG-RHF-FILE ASSIGN TO
               'output/result_history.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

           SELECT REORG-XST-FILE ASSIGN TO 'output/exam_store.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XST-KEY
           FILE STATUS IS WS-XST-STATUS.

           SELECT REORG-PXF-FILE ASSIGN TO
               'output/patient_index.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PXF-KEY
           FILE STATUS IS WS-PXF-STATUS.

           SELECT REORG-AUS-FILE ASSIGN TO 'output/audit_store.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUS-KEY
           FILE STATUS IS WS-AUS-STATUS.

           SELECT UNLOAD-OUT-FILE ASSIGN USING WS-UNL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNO-STATUS.

           SELECT UNLOAD-IN-FILE ASSIGN USING WS-UNL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNI-STATUS.

           SELECT SPACE-HIST-FILE ASSIGN TO
               'output/reorg_space_hist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPH-STATUS.

           SELECT SPACE-RPT-FILE ASSIGN USING WS-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-REC.
           03 LOCK-STATE      PIC X(4).
           03 LOCK-DATE       PIC X(8).
           03 LOCK-TIME       PIC X(8).
           03 LOCK-OWNER      PIC X(25).

      *    上限ファイル: パス X(40) + 上限 (MB) 9(6)。
       FD  LIMIT-FILE.
       01  LIMIT-REC.
           03 LIM-PATH        PIC X(40).
           03 LIM-MAX-MB      PIC 9(6).

       FD  REORG-RSF-FILE.
       01  REORG-RSF-REC.
           03 RSF-KEY         PIC X(9).
           03 FILLER          PIC X(1).
           03 RSF-RUN-DATE    PIC X(8).
           03 FILLER          PIC X(18).
           03 RSF-RUN-ID      PIC X(6).
           03 FILLER          PIC X(8).

       FD  REORG-RHF-FILE.
       01  REORG-RHF-REC.
           03 RHF-KEY         PIC X(13).
           03 FILLER          PIC X(27).
           03 RHF-EXAM-DATE   PIC X(8).
           03 FILLER          PIC X(7).
           03 RHF-SITE-FY-KEY PIC X(7).

       FD  REORG-XST-FILE.
       01  REORG-XST-REC.
           03 XST-KEY         PIC X(13).
           03 XST-REST        PIC X(72).

       FD  REORG-PXF-FILE.
       01  REORG-PXF-REC.
           03 PXF-KEY         PIC X(9).
           03 PXF-REST        PIC X(11).

       FD  REORG-AUS-FILE.
       01  REORG-AUS-REC.
           03 AUS-KEY         PIC X(21).
           03 AUS-REST        PIC X(210).

       FD  UNLOAD-OUT-FILE.
       01  UNLOAD-OUT-LINE    PIC X(231).

       FD  UNLOAD-IN-FILE.
       01  UNLOAD-IN-LINE     PIC X(231).

      *    容量の履歴: ファイル名・実行日・件数・物理バイト数。
       FD  SPACE-HIST-FILE.
       01  SPACE-HIST-REC.
           03 SPH-NAME        PIC X(20).
           03 SPH-DATE        PIC 9(8).
           03 SPH-RECORDS     PIC 9(9).
           03 SPH-BYTES       PIC 9(12).

       FD  SPACE-RPT-FILE.
       01  SPACE-RPT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-LOCK-STATUS     PIC XX VALUE SPACES.
       01  WS-LIM-STATUS      PIC XX VALUE SPACES.
       01  WS-RSF-STATUS      PIC XX VALUE SPACES.
       01  WS-RHF-STATUS      PIC XX VALUE SPACES.
       01  WS-XST-STATUS      PIC XX VALUE SPACES.
       01  WS-PXF-STATUS      PIC XX VALUE SPACES.
       01  WS-AUS-STATUS      PIC XX VALUE SPACES.
       01  WS-UNO-STATUS      PIC XX VALUE SPACES.
       01  WS-UNI-STATUS      PIC XX VALUE SPACES.
       01  WS-SPH-STATUS      PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-UNL-PATH        PIC X(60) VALUE SPACES.
       01  WS-RPT-PATH        PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-RUN-TIME        PIC X(8).
       01  WS-MODE            PIC X VALUE SPACE.
           88 WS-MODE-FULL           VALUE "F".
           88 WS-MODE-SPACE          VALUE "S".
           88 WS-MODE-RELOAD         VALUE "R".
       01  WS-LOCK-ACQ-FLAG   PIC X VALUE 'N'.
           88 WS-LOCK-ACQUIRED       VALUE 'Y'.
       01  WS-LIM-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-LIM-EOF             VALUE 'Y'.
       01  WS-SPH-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-SPH-EOF             VALUE 'Y'.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    対象ファイルの表: 識別 (RSF/RHF/XST/PXF/AUS)・パス・
      *    レコード長・上限 (MB)・前回の履歴・今回の結果。
       01  WS-FILE-TAB.
           03 WS-FILE-ENTRY OCCURS 5 TIMES.
              05 WS-F-CODE       PIC X(3).
              05 WS-F-NAME       PIC X(20).
              05 WS-F-PATH       PIC X(40).
              05 WS-F-RECLEN     PIC 9(3).
              05 WS-F-LIMIT-MB   PIC 9(6).
              05 WS-F-LAST-DATE  PIC 9(8).
              05 WS-F-LAST-RECS  PIC 9(9).
              05 WS-F-LAST-BYTES PIC 9(12).
       01  WS-FILE-CNT        PIC 9 VALUE 5.
       01  WS-FILE-IDX        PIC 9 VALUE 0.
       01  WS-I               PIC 9 VALUE 0.

      *    1本ぶんの作業域。
       01  WS-CUR-CODE        PIC X(3) VALUE SPACES.
       01  WS-IDX-STATUS      PIC XX VALUE SPACES.
       01  WS-REC-BUF         PIC X(231) VALUE SPACES.
       01  WS-CNT-UNLOAD      PIC 9(9) VALUE 0.
       01  WS-CNT-VERIFY      PIC 9(9) VALUE 0.
       01  WS-CNT-RELOAD      PIC 9(9) VALUE 0.
       01  WS-CNT-RECOUNT     PIC 9(9) VALUE 0.
       01  WS-CNT-DUPKEY      PIC 9(9) VALUE 0.
       01  WS-CNT-RECORDS     PIC 9(9) VALUE 0.
       01  WS-BYTES-BEFORE    PIC 9(12) VALUE 0.
       01  WS-BYTES-AFTER     PIC 9(12) VALUE 0.
       01  WS-BYTES-NOW       PIC 9(12) VALUE 0.
       01  WS-RESULT-TEXT     PIC X(40) VALUE SPACES.
       01  WS-REORG-OK-FLAG   PIC X VALUE 'N'.
           88 WS-REORG-OK            VALUE 'Y'.

      *    物理サイズ: CBL_CHECK_FILE_EXIST の戻り (サイズ・日時)。
      *    ISAM の実装によっては1本が <名前>.dat と <名前>.idx の
      *    2ファイルに分かれるので、本体が無ければその2本を足す。
       01  WS-SIZE-PATH       PIC X(60) VALUE SPACES.
       01  WS-SIZE-BASE       PIC X(60) VALUE SPACES.
       01  WS-SIZE-BYTES      PIC 9(12) VALUE 0.
       01  WS-SIZE-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-SIZE-FOUND          VALUE 'Y'.
       01  WS-FILE-INFO.
           03 WS-FI-SIZE      PIC X(8) COMP-X.
           03 WS-FI-DAY       PIC X COMP-X.
           03 WS-FI-MONTH     PIC X COMP-X.
           03 WS-FI-YEAR      PIC X(2) COMP-X.
           03 WS-FI-HOUR      PIC X COMP-X.
           03 WS-FI-MIN       PIC X COMP-X.
           03 WS-FI-SEC       PIC X COMP-X.
           03 WS-FI-HUNDREDTH PIC X COMP-X.
       01  WS-FI-RC           PIC S9(9) COMP-5 VALUE 0.

      *    増分と上限到達の推定。
       01  WS-GROWTH-BYTES    PIC S9(12) VALUE 0.
       01  WS-GROWTH-RECS     PIC S9(9) VALUE 0.
       01  WS-GROWTH-DAYS     PIC S9(6) VALUE 0.
       01  WS-LIMIT-BYTES     PIC 9(12) VALUE 0.
       01  WS-MONTHS          PIC 9(5)V9 VALUE 0.
       01  WS-MONTHS-TEXT     PIC X(14) VALUE SPACES.

       01  WS-DSP-RECS        PIC Z(8)9.
       01  WS-DSP-BYTES       PIC Z(11)9.
       01  WS-DSP-BYTES2      PIC Z(11)9.
       01  WS-DSP-GROWTH      PIC -(11)9.
       01  WS-DSP-GRECS       PIC -(8)9.
       01  WS-DSP-LIMIT       PIC Z(5)9.
       01  WS-DSP-MONTHS      PIC Z(4)9.9.

       01  WS-CNT-DONE        PIC 9 VALUE 0.
       01  WS-CNT-BAD         PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY "--- INDEXED FILE REORGANIZATION ---".
           DISPLAY "F = REORGANIZE ALL AND REPORT SPACE".
           DISPLAY "S = SPACE REPORT ONLY".
           DISPLAY "R = RELOAD ONE FILE FROM ITS UNLOAD COPY".
           DISPLAY "Mode?".
           ACCEPT AC-VAR.
           MOVE FUNCTION UPPER-CASE(AC-VAR(1:1)) TO WS-MODE.
           IF NOT WS-MODE-FULL AND NOT WS-MODE-SPACE
                   AND NOT WS-MODE-RELOAD THEN
               DISPLAY "UNKNOWN MODE - NOTHING DONE"
               STOP RUN
           END-IF.

      *    容量レポートだけならファイルを開くのは読み取りのみだが、
      *    夜間バッチの途中の件数を拾わないよう、どのモードでも
      *    ロックを取る。
           PERFORM ACQUIRE-RUN-LOCK.
           IF NOT WS-LOCK-ACQUIRED THEN
               STOP RUN
           END-IF.

           PERFORM BUILD-FILE-TABLE.
           PERFORM LOAD-LIMIT-FILE.
           PERFORM LOAD-SPACE-HISTORY.

           MOVE SPACES TO WS-RPT-PATH.
           STRING "output/reorg_space_" WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-PATH.
           OPEN OUTPUT SPACE-RPT-FILE.
           PERFORM WRITE-REPORT-HEADING.

           EVALUATE TRUE
               WHEN WS-MODE-RELOAD
                   PERFORM RELOAD-ONE-FILE
               WHEN OTHER
                   PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                           UNTIL WS-FILE-IDX > WS-FILE-CNT
                       PERFORM PROCESS-ONE-FILE
                   END-PERFORM
           END-EVALUATE.

           MOVE SPACES TO SPACE-RPT-LINE.
           WRITE SPACE-RPT-LINE.
           MOVE SPACES TO SPACE-RPT-LINE.
           STRING "FILES DONE " WS-CNT-DONE
               "  FILES WITH COUNT MISMATCH " WS-CNT-BAD
               DELIMITED BY SIZE INTO SPACE-RPT-LINE.
           WRITE SPACE-RPT-LINE.
           CLOSE SPACE-RPT-FILE.

           PERFORM RELEASE-RUN-LOCK.

           DISPLAY "REORGANIZATION DONE: " WS-CNT-DONE
               " FILE(S), " WS-CNT-BAD " COUNT MISMATCH(ES) - "
               "REPORT " FUNCTION TRIM(WS-RPT-PATH).
           IF WS-CNT-BAD > 0 THEN
               DISPLAY "A FILE WHOSE RELOAD COUNT DID NOT MATCH "
                   "MUST BE RELOADED WITH MODE R BEFORE THE NEXT "
                   "NIGHTLY RUN"
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
                               " - REORGANIZATION REFUSED"
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
               MOVE "TEST260966 REORG" TO LOCK-OWNER
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

      *    既定の上限 (MB): 結果ファイルは患者数ぶんで頭打ち、
      *    履歴・健診ストア・監査ストアは年々積み上がる。
           INITIALIZE WS-FILE-TAB.
           MOVE "RSF" TO WS-F-CODE(1).
           MOVE "test210520.txt" TO WS-F-NAME(1).
           MOVE "output/test210520.txt" TO WS-F-PATH(1).
           MOVE 50 TO WS-F-RECLEN(1).
           MOVE 100 TO WS-F-LIMIT-MB(1).
           MOVE "RHF" TO WS-F-CODE(2).
           MOVE "result_history.dat" TO WS-F-NAME(2).
           MOVE "output/result_history.dat" TO WS-F-PATH(2).
           MOVE 62 TO WS-F-RECLEN(2).
           MOVE 500 TO WS-F-LIMIT-MB(2).
           MOVE "XST" TO WS-F-CODE(3).
           MOVE "exam_store.dat" TO WS-F-NAME(3).
           MOVE "output/exam_store.dat" TO WS-F-PATH(3).
           MOVE 85 TO WS-F-RECLEN(3).
           MOVE 500 TO WS-F-LIMIT-MB(3).
           MOVE "PXF" TO WS-F-CODE(4).
           MOVE "patient_index.dat" TO WS-F-NAME(4).
           MOVE "output/patient_index.dat" TO WS-F-PATH(4).
           MOVE 20 TO WS-F-RECLEN(4).
           MOVE 50 TO WS-F-LIMIT-MB(4).
           MOVE "AUS" TO WS-F-CODE(5).
           MOVE "audit_store.dat" TO WS-F-NAME(5).
           MOVE "output/audit_store.dat" TO WS-F-PATH(5).
           MOVE 231 TO WS-F-RECLEN(5).
           MOVE 1000 TO WS-F-LIMIT-MB(5).

           EXIT.


       LOAD-LIMIT-FILE.

      *    上限ファイルの行は同じパスの既定を上書きする (0 = 上限
      *    なし)。表に無いパスは対象外なので読み捨てる。
           OPEN INPUT LIMIT-FILE.
           IF WS-LIM-STATUS NOT = "00" THEN
               DISPLAY "NO SIZE LIMIT FILE - USING BUILT-IN "
                   "DEFAULTS"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LIM-EOF-FLAG.
           PERFORM UNTIL WS-LIM-EOF
               READ LIMIT-FILE
                   AT END
                       MOVE 'Y' TO WS-LIM-EOF-FLAG
                   NOT AT END
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-FILE-CNT
                           IF WS-F-PATH(WS-I) = LIM-PATH
                                   AND LIM-MAX-MB IS NUMERIC THEN
                               MOVE LIM-MAX-MB TO WS-F-LIMIT-MB(WS-I)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE LIMIT-FILE.

           EXIT.


       LOAD-SPACE-HISTORY.

      *    ファイルごとに最後の (=いちばん新しい) 行を前回値とする。
           OPEN INPUT SPACE-HIST-FILE.
           IF WS-SPH-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SPH-EOF-FLAG.
           PERFORM UNTIL WS-SPH-EOF
               READ SPACE-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-SPH-EOF-FLAG
                   NOT AT END
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-FILE-CNT
                           IF WS-F-NAME(WS-I) = SPH-NAME THEN
                               MOVE SPH-DATE TO WS-F-LAST-DATE(WS-I)
                               MOVE SPH-RECORDS
                                   TO WS-F-LAST-RECS(WS-I)
                               MOVE SPH-BYTES
                                   TO WS-F-LAST-BYTES(WS-I)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE SPACE-HIST-FILE.

           EXIT.


       WRITE-REPORT-HEADING.

           MOVE SPACES TO SPACE-RPT-LINE.
           STRING "INDEXED FILE SPACE REPORT  RUN " WS-RUN-DATE
               "  MODE " WS-MODE
               DELIMITED BY SIZE INTO SPACE-RPT-LINE.
           WRITE SPACE-RPT-LINE.
           MOVE SPACES TO SPACE-RPT-LINE.
           WRITE SPACE-RPT-LINE.
           MOVE SPACES TO SPACE-RPT-LINE.
           STRING "FILE                  RECORDS   BYTES-BEFORE"
               "    BYTES-AFTER   GROWTH-BYTES GROWTH-RECS"
               " LIMIT-MB MONTHS-TO-LIMIT RESULT"
               DELIMITED BY SIZE INTO SPACE-RPT-LINE.
           WRITE SPACE-RPT-LINE.

           EXIT.


       PROCESS-ONE-FILE.

           MOVE WS-F-CODE(WS-FILE-IDX) TO WS-CUR-CODE.
           MOVE SPACES TO WS-UNL-PATH.
           STRING "output/reorg_" FUNCTION TRIM(WS-F-NAME(WS-FILE-IDX))
               ".unl"
               DELIMITED BY SIZE INTO WS-UNL-PATH.

           MOVE WS-F-PATH(WS-FILE-IDX) TO WS-SIZE-PATH.
           PERFORM GET-FILE-SIZE.
           IF NOT WS-SIZE-FOUND THEN
               MOVE "NOT ON FILE" TO WS-RESULT-TEXT
               MOVE 0 TO WS-CNT-RECORDS WS-BYTES-BEFORE
                   WS-BYTES-AFTER WS-GROWTH-BYTES WS-GROWTH-RECS
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SIZE-BYTES TO WS-BYTES-BEFORE.
           MOVE WS-SIZE-BYTES TO WS-BYTES-AFTER.

           IF WS-MODE-SPACE THEN
               PERFORM COUNT-INDEXED-FILE
               MOVE WS-CNT-RECOUNT TO WS-CNT-RECORDS
               MOVE "SPACE REPORT ONLY" TO WS-RESULT-TEXT
               PERFORM FINISH-ONE-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNLOAD-INDEXED-FILE.
           MOVE WS-CNT-UNLOAD TO WS-CNT-RECORDS.
           IF WS-RESULT-TEXT NOT = SPACES THEN
               PERFORM FINISH-ONE-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM RELOAD-INDEXED-FILE.

           MOVE WS-F-PATH(WS-FILE-IDX) TO WS-SIZE-PATH.
           PERFORM GET-FILE-SIZE.
           MOVE WS-SIZE-BYTES TO WS-BYTES-AFTER.
           PERFORM FINISH-ONE-FILE.

           EXIT.


       RELOAD-ONE-FILE.

      *    退避ファイルからの積み直しだけを行う (アンロードはしない)。
      *    前回の F でリロードの件数が合わなかった1本の復旧用。
           DISPLAY "File to reload (RSF/RHF/XST/PXF/AUS)?".
           ACCEPT AC-VAR.
           MOVE 0 TO WS-FILE-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-FILE-CNT
               IF WS-F-CODE(WS-I) = FUNCTION UPPER-CASE(AC-VAR(1:3))
                   MOVE WS-I TO WS-FILE-IDX
               END-IF
           END-PERFORM.
           IF WS-FILE-IDX = 0 THEN
               DISPLAY "UNKNOWN FILE - NOTHING RELOADED"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-F-CODE(WS-FILE-IDX) TO WS-CUR-CODE.
           MOVE SPACES TO WS-UNL-PATH.
           STRING "output/reorg_" FUNCTION TRIM(WS-F-NAME(WS-FILE-IDX))
               ".unl"
               DELIMITED BY SIZE INTO WS-UNL-PATH.

           PERFORM COUNT-UNLOAD-FILE.
           IF WS-UNI-STATUS NOT = "00" THEN
               DISPLAY "NO UNLOAD COPY " FUNCTION TRIM(WS-UNL-PATH)
                   " - NOTHING RELOADED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CNT-VERIFY TO WS-CNT-UNLOAD.
           DISPLAY "RELOAD " FUNCTION TRIM(WS-F-PATH(WS-FILE-IDX))
               " FROM " FUNCTION TRIM(WS-UNL-PATH) " ("
               WS-CNT-UNLOAD " RECORD(S)) - Y TO CONFIRM?".
           ACCEPT AC-VAR.
           IF FUNCTION UPPER-CASE(AC-VAR(1:1)) NOT = "Y" THEN
               DISPLAY "NOTHING RELOADED"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-F-PATH(WS-FILE-IDX) TO WS-SIZE-PATH.
           PERFORM GET-FILE-SIZE.
           MOVE WS-SIZE-BYTES TO WS-BYTES-BEFORE.
           MOVE WS-CNT-UNLOAD TO WS-CNT-RECORDS.
           MOVE SPACES TO WS-RESULT-TEXT.

           PERFORM RELOAD-INDEXED-FILE.

           MOVE WS-F-PATH(WS-FILE-IDX) TO WS-SIZE-PATH.
           PERFORM GET-FILE-SIZE.
           MOVE WS-SIZE-BYTES TO WS-BYTES-AFTER.
           PERFORM FINISH-ONE-FILE.

           EXIT.


       UNLOAD-INDEXED-FILE.

      *    キー順に全件を退避ファイルへ書き、読み直して件数を照合
      *    する。合わなければ元のファイルには触らない。
           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE 0 TO WS-CNT-UNLOAD.
           PERFORM OPEN-INDEXED-INPUT.
           IF WS-IDX-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-RESULT-TEXT
               STRING "CANNOT OPEN, STATUS " WS-IDX-STATUS
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT UNLOAD-OUT-FILE.
           IF WS-UNO-STATUS NOT = "00" THEN
               PERFORM CLOSE-INDEXED-FILE
               MOVE SPACES TO WS-RESULT-TEXT
               STRING "CANNOT WRITE UNLOAD, STATUS " WS-UNO-STATUS
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               PERFORM READ-INDEXED-NEXT
               IF NOT WS-EOF THEN
                   MOVE WS-REC-BUF TO UNLOAD-OUT-LINE
                   WRITE UNLOAD-OUT-LINE
                   ADD 1 TO WS-CNT-UNLOAD
               END-IF
           END-PERFORM.
           CLOSE UNLOAD-OUT-FILE.
           PERFORM CLOSE-INDEXED-FILE.

           PERFORM COUNT-UNLOAD-FILE.
           IF WS-CNT-VERIFY NOT = WS-CNT-UNLOAD THEN
               ADD 1 TO WS-CNT-BAD
               MOVE "UNLOAD COUNT MISMATCH - NOT RELOADED"
                   TO WS-RESULT-TEXT
           END-IF.

           EXIT.


       RELOAD-INDEXED-FILE.

      *    元のファイルを作り直し、退避ファイルをキー順のまま積む。
      *    積んだあと全件を数え直し、退避の件数と合わなければ
      *    退避ファイルを残したまま R での積み直しを促す。
           MOVE 0 TO WS-CNT-RELOAD.
           MOVE 0 TO WS-CNT-DUPKEY.
           PERFORM OPEN-INDEXED-OUTPUT.
           IF WS-IDX-STATUS NOT = "00" THEN
               ADD 1 TO WS-CNT-BAD
               MOVE SPACES TO WS-RESULT-TEXT
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
                       PERFORM WRITE-INDEXED-REC
               END-READ
           END-PERFORM.
           CLOSE UNLOAD-IN-FILE.
           PERFORM CLOSE-INDEXED-FILE.

           PERFORM COUNT-INDEXED-FILE.
           IF WS-CNT-RECOUNT = WS-CNT-UNLOAD
                   AND WS-CNT-DUPKEY = 0 THEN
               MOVE 'Y' TO WS-REORG-OK-FLAG
               MOVE "REORGANIZED" TO WS-RESULT-TEXT
           ELSE
               MOVE 'N' TO WS-REORG-OK-FLAG
               ADD 1 TO WS-CNT-BAD
               MOVE SPACES TO WS-RESULT-TEXT
               STRING "RELOAD COUNT " WS-CNT-RECOUNT
                   " - RELOAD WITH MODE R"
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


       COUNT-INDEXED-FILE.

           MOVE 0 TO WS-CNT-RECOUNT.
           PERFORM OPEN-INDEXED-INPUT.
           IF WS-IDX-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               PERFORM READ-INDEXED-NEXT
               IF NOT WS-EOF THEN
                   ADD 1 TO WS-CNT-RECOUNT
               END-IF
           END-PERFORM.
           PERFORM CLOSE-INDEXED-FILE.

           EXIT.


       OPEN-INDEXED-INPUT.

           EVALUATE WS-CUR-CODE
               WHEN "RSF"
                   OPEN INPUT REORG-RSF-FILE
                   MOVE WS-RSF-STATUS TO WS-IDX-STATUS
               WHEN "RHF"
                   OPEN INPUT REORG-RHF-FILE
                   MOVE WS-RHF-STATUS TO WS-IDX-STATUS
               WHEN "XST"
                   OPEN INPUT REORG-XST-FILE
                   MOVE WS-XST-STATUS TO WS-IDX-STATUS
               WHEN "PXF"
                   OPEN INPUT REORG-PXF-FILE
                   MOVE WS-PXF-STATUS TO WS-IDX-STATUS
               WHEN "AUS"
                   OPEN INPUT REORG-AUS-FILE
                   MOVE WS-AUS-STATUS TO WS-IDX-STATUS
           END-EVALUATE.

           EXIT.


       OPEN-INDEXED-OUTPUT.

           EVALUATE WS-CUR-CODE
               WHEN "RSF"
                   OPEN OUTPUT REORG-RSF-FILE
                   MOVE WS-RSF-STATUS TO WS-IDX-STATUS
               WHEN "RHF"
                   OPEN OUTPUT REORG-RHF-FILE
                   MOVE WS-RHF-STATUS TO WS-IDX-STATUS
               WHEN "XST"
                   OPEN OUTPUT REORG-XST-FILE
                   MOVE WS-XST-STATUS TO WS-IDX-STATUS
               WHEN "PXF"
                   OPEN OUTPUT REORG-PXF-FILE
                   MOVE WS-PXF-STATUS TO WS-IDX-STATUS
               WHEN "AUS"
                   OPEN OUTPUT REORG-AUS-FILE
                   MOVE WS-AUS-STATUS TO WS-IDX-STATUS
           END-EVALUATE.

           EXIT.


       READ-INDEXED-NEXT.

           MOVE SPACES TO WS-REC-BUF.
           EVALUATE WS-CUR-CODE
               WHEN "RSF"
                   READ REORG-RSF-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE REORG-RSF-REC TO WS-REC-BUF
                   END-READ
               WHEN "RHF"
                   READ REORG-RHF-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE REORG-RHF-REC TO WS-REC-BUF
                   END-READ
               WHEN "XST"
                   READ REORG-XST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE REORG-XST-REC TO WS-REC-BUF
                   END-READ
               WHEN "PXF"
                   READ REORG-PXF-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE REORG-PXF-REC TO WS-REC-BUF
                   END-READ
               WHEN "AUS"
                   READ REORG-AUS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE REORG-AUS-REC TO WS-REC-BUF
                   END-READ
           END-EVALUATE.

           EXIT.


       WRITE-INDEXED-REC.

      *    退避ファイルはキー順なので重複キーは本来起きない。
      *    起きたら数えて、件数照合で不一致として扱う。
           EVALUATE WS-CUR-CODE
               WHEN "RSF"
                   MOVE WS-REC-BUF TO REORG-RSF-REC
                   WRITE REORG-RSF-REC
                       INVALID KEY
                           ADD 1 TO WS-CNT-DUPKEY
                       NOT INVALID KEY
                           ADD 1 TO WS-CNT-RELOAD
                   END-WRITE
               WHEN "RHF"
                   MOVE WS-REC-BUF TO REORG-RHF-REC
                   WRITE REORG-RHF-REC
                       INVALID KEY
                           ADD 1 TO WS-CNT-DUPKEY
                       NOT INVALID KEY
                           ADD 1 TO WS-CNT-RELOAD
                   END-WRITE
               WHEN "XST"
                   MOVE WS-REC-BUF TO REORG-XST-REC
                   WRITE REORG-XST-REC
                       INVALID KEY
                           ADD 1 TO WS-CNT-DUPKEY
                       NOT INVALID KEY
                           ADD 1 TO WS-CNT-RELOAD
                   END-WRITE
               WHEN "PXF"
                   MOVE WS-REC-BUF TO REORG-PXF-REC
                   WRITE REORG-PXF-REC
                       INVALID KEY
                           ADD 1 TO WS-CNT-DUPKEY
                       NOT INVALID KEY
                           ADD 1 TO WS-CNT-RELOAD
                   END-WRITE
               WHEN "AUS"
                   MOVE WS-REC-BUF TO REORG-AUS-REC
                   WRITE REORG-AUS-REC
                       INVALID KEY
                           ADD 1 TO WS-CNT-DUPKEY
                       NOT INVALID KEY
                           ADD 1 TO WS-CNT-RELOAD
                   END-WRITE
           END-EVALUATE.

           EXIT.


       CLOSE-INDEXED-FILE.

           EVALUATE WS-CUR-CODE
               WHEN "RSF"
                   CLOSE REORG-RSF-FILE
               WHEN "RHF"
                   CLOSE REORG-RHF-FILE
               WHEN "XST"
                   CLOSE REORG-XST-FILE
               WHEN "PXF"
                   CLOSE REORG-PXF-FILE
               WHEN "AUS"
                   CLOSE REORG-AUS-FILE
           END-EVALUATE.

           EXIT.


       GET-FILE-SIZE.

           MOVE 0 TO WS-SIZE-BYTES.
           MOVE 'N' TO WS-SIZE-FOUND-FLAG.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SIZE-PATH
               WS-FILE-INFO
               RETURNING WS-FI-RC.
           IF WS-FI-RC = 0 THEN
               MOVE 'Y' TO WS-SIZE-FOUND-FLAG
               MOVE WS-FI-SIZE TO WS-SIZE-BYTES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SIZE-PATH TO WS-SIZE-BASE.
           MOVE SPACES TO WS-SIZE-PATH.
           STRING FUNCTION TRIM(WS-SIZE-BASE) ".dat"
               DELIMITED BY SIZE INTO WS-SIZE-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SIZE-PATH
               WS-FILE-INFO
               RETURNING WS-FI-RC.
           IF WS-FI-RC = 0 THEN
               MOVE 'Y' TO WS-SIZE-FOUND-FLAG
               ADD WS-FI-SIZE TO WS-SIZE-BYTES
           END-IF.
           MOVE SPACES TO WS-SIZE-PATH.
           STRING FUNCTION TRIM(WS-SIZE-BASE) ".idx"
               DELIMITED BY SIZE INTO WS-SIZE-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SIZE-PATH
               WS-FILE-INFO
               RETURNING WS-FI-RC.
           IF WS-FI-RC = 0 THEN
               MOVE 'Y' TO WS-SIZE-FOUND-FLAG
               ADD WS-FI-SIZE TO WS-SIZE-BYTES
           END-IF.

           EXIT.


       FINISH-ONE-FILE.

      *    増分は前回の記録 (再編成後の値) との差。上限到達の推定は
      *    前回からの1日あたりの増分を30日ぶんに直して割る。
           IF WS-REORG-OK THEN
               MOVE WS-BYTES-AFTER TO WS-BYTES-NOW
           ELSE
               MOVE WS-BYTES-BEFORE TO WS-BYTES-NOW
           END-IF.
           COMPUTE WS-LIMIT-BYTES =
               WS-F-LIMIT-MB(WS-FILE-IDX) * 1048576.

           MOVE 0 TO WS-GROWTH-BYTES WS-GROWTH-RECS WS-GROWTH-DAYS.
           IF WS-F-LAST-DATE(WS-FILE-IDX) > 0 THEN
               COMPUTE WS-GROWTH-BYTES =
                   WS-BYTES-NOW - WS-F-LAST-BYTES(WS-FILE-IDX)
               COMPUTE WS-GROWTH-RECS =
                   WS-CNT-RECORDS - WS-F-LAST-RECS(WS-FILE-IDX)
               COMPUTE WS-GROWTH-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                   - FUNCTION INTEGER-OF-DATE(
                       WS-F-LAST-DATE(WS-FILE-IDX))
           END-IF.

           EVALUATE TRUE
               WHEN WS-F-LIMIT-MB(WS-FILE-IDX) = 0
                   MOVE "NO LIMIT" TO WS-MONTHS-TEXT
               WHEN WS-BYTES-NOW >= WS-LIMIT-BYTES
                   MOVE "OVER LIMIT" TO WS-MONTHS-TEXT
               WHEN WS-F-LAST-DATE(WS-FILE-IDX) = 0
                       OR WS-GROWTH-DAYS <= 0
                   MOVE "NO HISTORY" TO WS-MONTHS-TEXT
               WHEN WS-GROWTH-BYTES <= 0
                   MOVE "NOT GROWING" TO WS-MONTHS-TEXT
               WHEN OTHER
                   COMPUTE WS-MONTHS ROUNDED =
                       (WS-LIMIT-BYTES - WS-BYTES-NOW)
                       * WS-GROWTH-DAYS / (WS-GROWTH-BYTES * 30)
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-MONTHS
                   END-COMPUTE
                   MOVE WS-MONTHS TO WS-DSP-MONTHS
                   MOVE WS-DSP-MONTHS TO WS-MONTHS-TEXT
           END-EVALUATE.

           PERFORM WRITE-REPORT-LINE.
           PERFORM APPEND-SPACE-HISTORY.
           ADD 1 TO WS-CNT-DONE.
           MOVE 'N' TO WS-REORG-OK-FLAG.

           EXIT.


       WRITE-REPORT-LINE.

           MOVE WS-CNT-RECORDS TO WS-DSP-RECS.
           MOVE WS-BYTES-BEFORE TO WS-DSP-BYTES.
           MOVE WS-BYTES-AFTER TO WS-DSP-BYTES2.
           MOVE WS-GROWTH-BYTES TO WS-DSP-GROWTH.
           MOVE WS-GROWTH-RECS TO WS-DSP-GRECS.
           MOVE WS-F-LIMIT-MB(WS-FILE-IDX) TO WS-DSP-LIMIT.
           IF WS-RESULT-TEXT = "NOT ON FILE" THEN
               MOVE SPACES TO WS-MONTHS-TEXT
           END-IF.

           MOVE SPACES TO SPACE-RPT-LINE.
           STRING WS-F-NAME(WS-FILE-IDX) WS-DSP-RECS
               "   " WS-DSP-BYTES "   " WS-DSP-BYTES2
               "   " WS-DSP-GROWTH "   " WS-DSP-GRECS
               "   " WS-DSP-LIMIT " " WS-MONTHS-TEXT
               "  " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO SPACE-RPT-LINE.
           WRITE SPACE-RPT-LINE.

           DISPLAY FUNCTION TRIM(WS-F-NAME(WS-FILE-IDX)) ": "
               FUNCTION TRIM(WS-RESULT-TEXT).

           EXIT.


       APPEND-SPACE-HISTORY.

           OPEN INPUT SPACE-HIST-FILE.
           IF WS-SPH-STATUS = "00" THEN
               CLOSE SPACE-HIST-FILE
               OPEN EXTEND SPACE-HIST-FILE
           ELSE
               OPEN OUTPUT SPACE-HIST-FILE
           END-IF.
           MOVE WS-F-NAME(WS-FILE-IDX) TO SPH-NAME.
           MOVE WS-RUN-DATE-N TO SPH-DATE.
           MOVE WS-CNT-RECORDS TO SPH-RECORDS.
           MOVE WS-BYTES-NOW TO SPH-BYTES.
           WRITE SPACE-HIST-REC.
           CLOSE SPACE-HIST-FILE.

           EXIT.

       END PROGRAM TEST260966.
