       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260972.

      *
      * SESSION-CONVERT: セッション台帳の版 001 -> 002 の移行 (一度
      * きり)。版 002 は各セッションの末尾に面談記録 (行動変容
      * ステージ・生活習慣の評価4項目・合意した次の行動) を足した
      * もの (TEST230317 の SESSION-REC を参照)。
      *   - 対象は sessions.dat と練習モードの training_sessions.dat
      *   - 順ファイルなので、作業ファイル (output/session_convert.tmp)
      *     へ版 002 の見出し + 全行をそのまま写し、件数を照合して
      *     から元へ書き戻し、読み直してもう一度件数を照合する
      *   - 既存の行は書き換えない (足した項目は空欄 = 未評価として
      *     読まれる)
      * 見出しの無い旧ファイルは先に TEST260965 で版 001 を付けて
      * おくこと (見出しが無ければ変換しない)。既に版 002 の台帳は
      * 飛ばすので何度流してもよい。実行ロックを握ったまま行う。
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    実行ロック (TEST230314/TEST230317 と共用)。
           SELECT RUN-LOCK-FILE ASSIGN TO 'output/batch_run.lock'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

      *    台帳は1行ずつ中身を解釈せずに写す (TEST260965 と同じ)。
           SELECT CNV-SEQ-FILE ASSIGN USING WS-CNV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEQ-STATUS.

           SELECT CNV-WORK-FILE ASSIGN TO
               'output/session_convert.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-REC.
           03 LOCK-STATE      PIC X(4).
           03 LOCK-DATE       PIC X(8).
           03 LOCK-TIME       PIC X(8).
           03 LOCK-OWNER      PIC X(25).

       FD  CNV-SEQ-FILE.
       01  CNV-SEQ-LINE       PIC X(200).

       FD  CNV-WORK-FILE.
       01  CNV-WORK-LINE      PIC X(200).

       WORKING-STORAGE SECTION.
       01  AC-VAR             PIC X(30).
       01  WS-LOCK-STATUS     PIC XX VALUE SPACES.
       01  WS-SEQ-STATUS      PIC XX VALUE SPACES.
       01  WS-WRK-STATUS      PIC XX VALUE SPACES.
       01  WS-CNV-PATH        PIC X(40) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).
       01  WS-LOCK-ACQ-FLAG   PIC X VALUE 'N'.
           88 WS-LOCK-ACQUIRED       VALUE 'Y'.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      *    変換後のセッション台帳の版 (各プログラムの WS-LAYOUT-SES と
      *    同じ)。
       01  WS-LAYOUT-SES      PIC 9(3) VALUE 2.

       COPY layout_header.

      *    対象ファイルの表: 名前・パス。
       01  WS-FILE-TAB.
           03 WS-FILE-ENTRY OCCURS 2 TIMES.
              05 WS-F-NAME       PIC X(24).
              05 WS-F-PATH       PIC X(40).
       01  WS-FILE-CNT        PIC 9 VALUE 2.
       01  WS-FILE-IDX        PIC 9 VALUE 0.

      *    1本ぶんの作業域。
       01  WS-FOUND-HDR       PIC X(28) VALUE SPACES.
       01  WS-HDR-VERSION     PIC X(3) VALUE SPACES.
       01  WS-CNT-COPY        PIC 9(9) VALUE 0.
       01  WS-CNT-VERIFY      PIC 9(9) VALUE 0.
       01  WS-CNT-BACK        PIC 9(9) VALUE 0.
       01  WS-CNT-RECOUNT     PIC 9(9) VALUE 0.
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

           DISPLAY "--- SESSION LEDGER CONVERSION ---".
           DISPLAY "ADDS THE INTERVIEW RECORD TO THE SESSION LEDGER "
               "(LAYOUT 001 -> 002)".
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
               DISPLAY "A FAILED FILE MUST BE CONVERTED (OR RESTORED "
                   "FROM output/session_convert.tmp) BEFORE THE NEXT "
                   "RUN"
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
               MOVE "TEST260972 SESCNV" TO LOCK-OWNER
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
           MOVE "sessions.dat" TO WS-F-NAME(1).
           MOVE "output/sessions.dat" TO WS-F-PATH(1).
           MOVE "training_sessions.dat" TO WS-F-NAME(2).
           MOVE "output/training_sessions.dat" TO WS-F-PATH(2).

           EXIT.


       CONVERT-ONE-FILE.

           MOVE WS-F-PATH(WS-FILE-IDX) TO WS-CNV-PATH.
           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE 0 TO WS-CNT-COPY WS-CNT-VERIFY WS-CNT-BACK
               WS-CNT-RECOUNT.

           PERFORM CHECK-CONVERT-NEEDED.
           IF WS-GO THEN
               PERFORM COPY-TO-WORK
           END-IF.
           IF WS-GO THEN
               PERFORM COPY-BACK
           END-IF.

           DISPLAY FUNCTION TRIM(WS-F-NAME(WS-FILE-IDX)) ": "
               FUNCTION TRIM(WS-RESULT-TEXT).

           EXIT.


       CHECK-CONVERT-NEEDED.

      *    先頭行の見出しが版 001 なら変換する。版 002 は飛ばす。
           MOVE 'N' TO WS-GO-FLAG.
           OPEN INPUT CNV-SEQ-FILE.
           IF WS-SEQ-STATUS NOT = "00" THEN
               ADD 1 TO WS-CNT-SKIP
               MOVE "NOT ON FILE" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-FOUND-HDR.
           READ CNV-SEQ-FILE
               AT END
                   MOVE SPACES TO CNV-SEQ-LINE
           END-READ.
           MOVE CNV-SEQ-LINE(1:28) TO WS-FOUND-HDR.
           CLOSE CNV-SEQ-FILE.

           MOVE SPACES TO WS-HDR-VERSION.
           IF WS-FOUND-HDR(1:8) = "*LAYOUT*" THEN
               MOVE WS-FOUND-HDR(14:3) TO WS-HDR-VERSION
           END-IF.
           EVALUATE TRUE
               WHEN WS-HDR-VERSION = SPACES
                   ADD 1 TO WS-CNT-BAD
                   MOVE "NO LAYOUT HEADER - RUN TEST260965 FIRST"
                       TO WS-RESULT-TEXT
               WHEN WS-HDR-VERSION = "002"
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


       COPY-TO-WORK.

      *    版 002 の見出しに続けて、元の見出しの次の行から全行を
      *    作業ファイルへ写し、作業ファイルを読み直して件数を照合
      *    する。合わなければ元のファイルには触らない。
           MOVE 'N' TO WS-GO-FLAG.
           OPEN INPUT CNV-SEQ-FILE.
           OPEN OUTPUT CNV-WORK-FILE.
           IF WS-WRK-STATUS NOT = "00" THEN
               CLOSE CNV-SEQ-FILE
               ADD 1 TO WS-CNT-BAD
               STRING "CANNOT WRITE WORK FILE, STATUS " WS-WRK-STATUS
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.

           READ CNV-SEQ-FILE
               AT END
                   CONTINUE
           END-READ.
           MOVE SPACES TO CNV-WORK-LINE.
           MOVE WS-LAYOUT-SES TO WLH-VERSION.
           MOVE "SESSIONS" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO CNV-WORK-LINE(1:28).
           WRITE CNV-WORK-LINE.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CNV-SEQ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE CNV-SEQ-LINE TO CNV-WORK-LINE
                       WRITE CNV-WORK-LINE
                       ADD 1 TO WS-CNT-COPY
               END-READ
           END-PERFORM.
           CLOSE CNV-SEQ-FILE.
           CLOSE CNV-WORK-FILE.

           OPEN INPUT CNV-WORK-FILE.
           READ CNV-WORK-FILE
               AT END
                   CONTINUE
           END-READ.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CNV-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CNT-VERIFY
               END-READ
           END-PERFORM.
           CLOSE CNV-WORK-FILE.

           IF WS-CNT-VERIFY NOT = WS-CNT-COPY THEN
               ADD 1 TO WS-CNT-BAD
               STRING "WORK FILE COUNT " WS-CNT-VERIFY " NOT "
                   WS-CNT-COPY " - LEFT AT 001"
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-GO-FLAG.

           EXIT.


       COPY-BACK.

      *    作業ファイルを元へ書き戻し、読み直して件数を照合する。
      *    合わなければ作業ファイルを残したまま失敗として報告する
      *    (作業ファイルは次回の実行で上書きされる)。
           OPEN INPUT CNV-WORK-FILE.
           OPEN OUTPUT CNV-SEQ-FILE.
           IF WS-SEQ-STATUS NOT = "00" THEN
               CLOSE CNV-WORK-FILE
               ADD 1 TO WS-CNT-BAD
               MOVE "COULD NOT REWRITE - LEFT AT 001"
                   TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CNV-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE CNV-WORK-LINE TO CNV-SEQ-LINE
                       WRITE CNV-SEQ-LINE
                       ADD 1 TO WS-CNT-BACK
               END-READ
           END-PERFORM.
           CLOSE CNV-WORK-FILE.
           CLOSE CNV-SEQ-FILE.

      *    書き戻した件数は見出しの1行を含む。
           OPEN INPUT CNV-SEQ-FILE.
           READ CNV-SEQ-FILE
               AT END
                   MOVE SPACES TO CNV-SEQ-LINE
           END-READ.
           MOVE CNV-SEQ-LINE(1:28) TO WS-FOUND-HDR.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CNV-SEQ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CNT-RECOUNT
               END-READ
           END-PERFORM.
           CLOSE CNV-SEQ-FILE.

           IF WS-CNT-RECOUNT NOT = WS-CNT-COPY
                   OR WS-CNT-BACK NOT = WS-CNT-COPY + 1
                   OR WS-FOUND-HDR(14:3) NOT = "002" THEN
               ADD 1 TO WS-CNT-BAD
               STRING "RECOUNT " WS-CNT-RECOUNT " NOT " WS-CNT-COPY
                   " - RESTORE FROM WORK FILE"
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CNT-DONE.
           STRING "CONVERTED TO LAYOUT 002, " WS-CNT-COPY
               " SESSION(S)"
               DELIMITED BY SIZE INTO WS-RESULT-TEXT.

           EXIT.
