       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260965.

      *
      * LAYOUT-STAMP: 恒久ファイルへの版見出しレコードの付与 (一度
      * きりの移行用)。見出しの形と照合は copybooks/layout_rules.cpy
      * を参照。対象は
      *   結果ファイル・経年履歴・判定区分の年次履歴・健診ストア・
      *   セッション台帳・各キュー (フォローアップ・QA・年度重複・
      *   資格確認・入金) ・患者マスタ・加入者番号対照表・
      *   送信登録簿・特定保健指導の支援計画・受診勧奨キュー
      *   (結果ファイル・経年履歴・フォローアップ・キュー・
      *   セッション台帳は練習モードの砂場コピーも)
      * で、どれも現行のレコード形式 (版 001) として見出しを付ける。
      *   - 順ファイルは作業ファイルへ見出し + 全行を写し、元へ戻す
      *   - INDEXED は見出しレコード (キー "*LAYOUT*") を1件書き足す
      *   - 見出しが既にあれば版を表示するだけ (何度流してもよい)
      *   - ファイルが無ければ飛ばす (作るプログラムが見出しを書く)
      * 版が上がるレイアウト変更のときは、このプログラムではなく
      * 変換プログラムを別に作り、見出しの版もそこで書き換える。
      *   - 経年履歴の版 002 (施設+年度の代替キー) と結果ファイルの
      *     代替キーは TEST260967 が変換する。ここでは代替キーの無い
      *     旧い形のまま開き、見出しの無い旧ファイルに 001 を付ける
      *     だけなので、先にこちらを流してから TEST260967 を流す。
      *   - セッション台帳の版 002 (面談記録の追加) は TEST260972 が
      *     変換する。見出しの無い台帳はここで 001 を付けてから流す。
      *   - 患者マスタの版 002 (氏名・住所・連絡先の暗号化) は
      *     TEST260977 が変換する。見出しの無いマスタはここで 001 を
      *     付けてから流す。
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    順ファイルは1行ずつ中身を解釈せずに写す。
           SELECT STAMP-SEQ-FILE ASSIGN USING WS-STP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEQ-STATUS.

           SELECT STAMP-WORK-FILE ASSIGN TO
               'output/layout_stamp.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRK-STATUS.

      *    INDEXED はキーの長さ・レコード長が違うので1本ずつ
      *    (練習モードの砂場コピーも同じ形なので、名前は差し替え)。
           SELECT RESULT-FILE ASSIGN USING WS-STP-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RF-KEY
           FILE STATUS IS WS-IDX-STATUS.

           SELECT RESULT-HIST-FILE ASSIGN USING WS-STP-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           FILE STATUS IS WS-IDX-STATUS.

           SELECT EXAM-STORE-FILE ASSIGN USING WS-STP-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XST-KEY
           FILE STATUS IS WS-IDX-STATUS.

           SELECT FOLLOWUP-QUEUE-FILE ASSIGN USING WS-STP-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUQ-KEY
           FILE STATUS IS WS-IDX-STATUS.

           SELECT QA-QUEUE-FILE ASSIGN USING WS-STP-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QAQ-KEY
           FILE STATUS IS WS-IDX-STATUS.

           SELECT SUPPORT-PLAN-FILE ASSIGN USING WS-STP-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPL-KEY
           FILE STATUS IS WS-IDX-STATUS.

           SELECT REFERRAL-FILE ASSIGN USING WS-STP-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-KEY
           FILE STATUS IS WS-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    行長は最も長い送信登録簿 (219 バイト) が収まる長さ。
       FD  STAMP-SEQ-FILE.
       01  STAMP-SEQ-LINE     PIC X(256).

       FD  STAMP-WORK-FILE.
       01  STAMP-WORK-LINE    PIC X(256).

      *    レコード長は書き手 (TEST230314) の FD に合わせる。
       FD  RESULT-FILE.
       01  RESULT-REC.
           03 RF-KEY          PIC X(9).
           03 RF-REST         PIC X(41).

       FD  RESULT-HIST-FILE.
       01  RESULT-HIST-REC.
           03 RHF-KEY         PIC X(13).
           03 RHF-REST        PIC X(42).

       FD  EXAM-STORE-FILE.
       01  EXAM-STORE-REC.
           03 XST-KEY         PIC X(13).
           03 XST-REST        PIC X(72).

       FD  FOLLOWUP-QUEUE-FILE.
       01  FOLLOWUP-QUEUE-REC.
           03 FUQ-KEY         PIC X(9).
           03 FUQ-REST        PIC X(19).

       FD  QA-QUEUE-FILE.
       01  QA-QUEUE-REC.
           03 QAQ-KEY         PIC X(9).
           03 QAQ-REST        PIC X(47).

      *    支援計画は TEST230317、受診勧奨は TEST230314 の FD。
       FD  SUPPORT-PLAN-FILE.
       01  SUPPORT-PLAN-REC.
           03 SPL-KEY         PIC X(9).
           03 SPL-REST        PIC X(118).

       FD  REFERRAL-FILE.
       01  REFERRAL-REC.
           03 REF-KEY         PIC X(9).
           03 REF-REST        PIC X(112).

       WORKING-STORAGE SECTION.
       01  WS-SEQ-STATUS      PIC XX.
       01  WS-WRK-STATUS      PIC XX.
       01  WS-IDX-STATUS      PIC XX.
       01  WS-STP-PATH        PIC X(40) VALUE SPACES.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01  WS-REC-CNT         PIC 9(7) VALUE 0.
       01  WS-FOUND-HDR       PIC X(28) VALUE SPACES.
       01  WS-RESULT-TEXT     PIC X(40) VALUE SPACES.

      *    現行のレコード形式の版 (各プログラムの WS-LAYOUT-xxx と
      *    同じ値。どれも見出しを入れた時点の形が 001)。
       01  WS-STAMP-VERSION   PIC 9(3) VALUE 1.

       COPY layout_header.

       01  WS-CNT-STAMPED     PIC 9(2) VALUE 0.
       01  WS-CNT-ALREADY     PIC 9(2) VALUE 0.
       01  WS-CNT-ABSENT      PIC 9(2) VALUE 0.
       01  WS-CNT-FAILED      PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN SECTION.

           DISPLAY "--- LAYOUT HEADER STAMP ---".

           MOVE WS-STAMP-VERSION TO WLH-VERSION.

      *    順ファイル。
           MOVE "output/sessions.dat" TO WS-STP-PATH.
           MOVE "SESSIONS" TO WLH-FILE-ID.
           PERFORM STAMP-SEQ.

           MOVE "output/category_history.dat" TO WS-STP-PATH.
           MOVE "CATEGORY-HST" TO WLH-FILE-ID.
           PERFORM STAMP-SEQ.

           MOVE "output/fy_dup_queue.dat" TO WS-STP-PATH.
           MOVE "FY-DUP-QUEUE" TO WLH-FILE-ID.
           PERFORM STAMP-SEQ.

           MOVE "output/elig_confirm_queue.dat" TO WS-STP-PATH.
           MOVE "ELIG-CONF-Q" TO WLH-FILE-ID.
           PERFORM STAMP-SEQ.

           MOVE "output/remit_queue.dat" TO WS-STP-PATH.
           MOVE "REMIT-QUEUE" TO WLH-FILE-ID.
           PERFORM STAMP-SEQ.

           MOVE "output/patient_master.dat" TO WS-STP-PATH.
           MOVE "PATIENT-MSTR" TO WLH-FILE-ID.
           PERFORM STAMP-SEQ.

           MOVE "output/member_xref.dat" TO WS-STP-PATH.
           MOVE "MEMBER-XREF" TO WLH-FILE-ID.
           PERFORM STAMP-SEQ.

           MOVE "output/transmit_register.dat" TO WS-STP-PATH.
           MOVE "TRANSMIT-REG" TO WLH-FILE-ID.
           PERFORM STAMP-SEQ.

      *    INDEXED。
           MOVE "output/test210520.txt" TO WS-STP-PATH.
           PERFORM STAMP-RESULT.
           MOVE "output/result_history.dat" TO WS-STP-PATH.
           PERFORM STAMP-RESULT-HIST.
           MOVE "output/exam_store.dat" TO WS-STP-PATH.
           PERFORM STAMP-EXAM-STORE.
           MOVE "output/followup_queue.dat" TO WS-STP-PATH.
           PERFORM STAMP-FOLLOWUP-QUEUE.
           MOVE "output/qa_queue.dat" TO WS-STP-PATH.
           PERFORM STAMP-QA-QUEUE.
           MOVE "output/support_plans.dat" TO WS-STP-PATH.
           PERFORM STAMP-SUPPORT-PLAN.
           MOVE "output/referrals.dat" TO WS-STP-PATH.
           PERFORM STAMP-REFERRAL.

      *    練習モードの砂場コピー (TEST230317 が training_* を開く。
      *    無ければ飛ばす)。
           MOVE "output/training_results.dat" TO WS-STP-PATH.
           PERFORM STAMP-RESULT.
           MOVE "output/training_history.dat" TO WS-STP-PATH.
           PERFORM STAMP-RESULT-HIST.
           MOVE "output/training_followup.dat" TO WS-STP-PATH.
           PERFORM STAMP-FOLLOWUP-QUEUE.
           MOVE "output/training_sessions.dat" TO WS-STP-PATH.
           MOVE "SESSIONS" TO WLH-FILE-ID.
           PERFORM STAMP-SEQ.

           DISPLAY "LAYOUT STAMP DONE: " WS-CNT-STAMPED " STAMPED, "
               WS-CNT-ALREADY " ALREADY STAMPED, " WS-CNT-ABSENT
               " NOT ON FILE, " WS-CNT-FAILED " FAILED".

           STOP RUN.


       STAMP-SEQ.

      *    先頭行が見出しならそのまま。無ければ作業ファイルへ
      *    見出し + 全行を写してから元のファイルへ書き戻す。
           OPEN INPUT STAMP-SEQ-FILE.
           IF WS-SEQ-STATUS NOT = "00" THEN
               MOVE "NOT ON FILE - SKIPPED" TO WS-RESULT-TEXT
               ADD 1 TO WS-CNT-ABSENT
               PERFORM SHOW-STAMP-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-FOUND-HDR.
           READ STAMP-SEQ-FILE
               AT END
                   MOVE SPACES TO STAMP-SEQ-LINE
           END-READ.
           MOVE STAMP-SEQ-LINE(1:28) TO WS-FOUND-HDR.
           IF WS-FOUND-HDR(1:8) = "*LAYOUT*" THEN
               CLOSE STAMP-SEQ-FILE
               PERFORM SHOW-ALREADY-STAMPED
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT STAMP-WORK-FILE.
           MOVE SPACES TO STAMP-WORK-LINE.
           MOVE WS-LAYOUT-HDR TO STAMP-WORK-LINE(1:28).
           WRITE STAMP-WORK-LINE.
           MOVE 0 TO WS-REC-CNT.
           IF WS-SEQ-STATUS = "00" THEN
               MOVE STAMP-SEQ-LINE TO STAMP-WORK-LINE
               WRITE STAMP-WORK-LINE
               ADD 1 TO WS-REC-CNT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ STAMP-SEQ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE STAMP-SEQ-LINE TO STAMP-WORK-LINE
                       WRITE STAMP-WORK-LINE
                       ADD 1 TO WS-REC-CNT
               END-READ
           END-PERFORM.
           CLOSE STAMP-SEQ-FILE.
           CLOSE STAMP-WORK-FILE.

      *    書き戻し (作業ファイルは次回の実行で上書きされる)。
           OPEN INPUT STAMP-WORK-FILE.
           OPEN OUTPUT STAMP-SEQ-FILE.
           IF WS-SEQ-STATUS NOT = "00" THEN
               CLOSE STAMP-WORK-FILE
               MOVE "COULD NOT REWRITE - LEFT UNSTAMPED"
                   TO WS-RESULT-TEXT
               ADD 1 TO WS-CNT-FAILED
               PERFORM SHOW-STAMP-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ STAMP-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE STAMP-WORK-LINE TO STAMP-SEQ-LINE
                       WRITE STAMP-SEQ-LINE
               END-READ
           END-PERFORM.
           CLOSE STAMP-WORK-FILE.
           CLOSE STAMP-SEQ-FILE.

           MOVE SPACES TO WS-RESULT-TEXT.
           STRING "STAMPED V" WLH-VERSION " AHEAD OF "
               WS-REC-CNT " RECORD(S)"
               DELIMITED BY SIZE INTO WS-RESULT-TEXT.
           ADD 1 TO WS-CNT-STAMPED.
           PERFORM SHOW-STAMP-RESULT.

           EXIT.


       STAMP-RESULT.

           MOVE "RESULT" TO WLH-FILE-ID.
           OPEN I-O RESULT-FILE.
           IF WS-IDX-STATUS NOT = "00" THEN
               PERFORM SHOW-INDEXED-ABSENT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RESULT-REC.
           MOVE WLH-TAG TO RF-KEY.
           MOVE SPACES TO WS-FOUND-HDR.
           READ RESULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RESULT-REC(1:28) TO WS-FOUND-HDR
           END-READ.
           IF WS-FOUND-HDR(1:8) = "*LAYOUT*" THEN
               PERFORM SHOW-ALREADY-STAMPED
           ELSE
               MOVE SPACES TO RESULT-REC
               MOVE WS-LAYOUT-HDR TO RESULT-REC(1:28)
               WRITE RESULT-REC
               PERFORM SHOW-INDEXED-WRITTEN
           END-IF.
           CLOSE RESULT-FILE.

           EXIT.


       STAMP-RESULT-HIST.

           MOVE "RESULT-HIST" TO WLH-FILE-ID.
           OPEN I-O RESULT-HIST-FILE.
           IF WS-IDX-STATUS NOT = "00" THEN
               PERFORM SHOW-INDEXED-ABSENT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RESULT-HIST-REC.
           MOVE WLH-TAG TO RHF-KEY.
           MOVE SPACES TO WS-FOUND-HDR.
           READ RESULT-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RESULT-HIST-REC(1:28) TO WS-FOUND-HDR
           END-READ.
           IF WS-FOUND-HDR(1:8) = "*LAYOUT*" THEN
               PERFORM SHOW-ALREADY-STAMPED
           ELSE
               MOVE SPACES TO RESULT-HIST-REC
               MOVE WS-LAYOUT-HDR TO RESULT-HIST-REC(1:28)
               WRITE RESULT-HIST-REC
               PERFORM SHOW-INDEXED-WRITTEN
           END-IF.
           CLOSE RESULT-HIST-FILE.

           EXIT.


       STAMP-EXAM-STORE.

           MOVE "EXAM-STORE" TO WLH-FILE-ID.
           OPEN I-O EXAM-STORE-FILE.
           IF WS-IDX-STATUS NOT = "00" THEN
               PERFORM SHOW-INDEXED-ABSENT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EXAM-STORE-REC.
           MOVE WLH-TAG TO XST-KEY.
           MOVE SPACES TO WS-FOUND-HDR.
           READ EXAM-STORE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EXAM-STORE-REC(1:28) TO WS-FOUND-HDR
           END-READ.
           IF WS-FOUND-HDR(1:8) = "*LAYOUT*" THEN
               PERFORM SHOW-ALREADY-STAMPED
           ELSE
               MOVE SPACES TO EXAM-STORE-REC
               MOVE WS-LAYOUT-HDR TO EXAM-STORE-REC(1:28)
               WRITE EXAM-STORE-REC
               PERFORM SHOW-INDEXED-WRITTEN
           END-IF.
           CLOSE EXAM-STORE-FILE.

           EXIT.


       STAMP-FOLLOWUP-QUEUE.

           MOVE "FOLLOWUP-Q" TO WLH-FILE-ID.
           OPEN I-O FOLLOWUP-QUEUE-FILE.
           IF WS-IDX-STATUS NOT = "00" THEN
               PERFORM SHOW-INDEXED-ABSENT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FOLLOWUP-QUEUE-REC.
           MOVE WLH-TAG TO FUQ-KEY.
           MOVE SPACES TO WS-FOUND-HDR.
           READ FOLLOWUP-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FOLLOWUP-QUEUE-REC(1:28) TO WS-FOUND-HDR
           END-READ.
           IF WS-FOUND-HDR(1:8) = "*LAYOUT*" THEN
               PERFORM SHOW-ALREADY-STAMPED
           ELSE
               MOVE SPACES TO FOLLOWUP-QUEUE-REC
               MOVE WS-LAYOUT-HDR TO FOLLOWUP-QUEUE-REC(1:28)
               WRITE FOLLOWUP-QUEUE-REC
               PERFORM SHOW-INDEXED-WRITTEN
           END-IF.
           CLOSE FOLLOWUP-QUEUE-FILE.

           EXIT.


       STAMP-QA-QUEUE.

           MOVE "QA-QUEUE" TO WLH-FILE-ID.
           OPEN I-O QA-QUEUE-FILE.
           IF WS-IDX-STATUS NOT = "00" THEN
               PERFORM SHOW-INDEXED-ABSENT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO QA-QUEUE-REC.
           MOVE WLH-TAG TO QAQ-KEY.
           MOVE SPACES TO WS-FOUND-HDR.
           READ QA-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QA-QUEUE-REC(1:28) TO WS-FOUND-HDR
           END-READ.
           IF WS-FOUND-HDR(1:8) = "*LAYOUT*" THEN
               PERFORM SHOW-ALREADY-STAMPED
           ELSE
               MOVE SPACES TO QA-QUEUE-REC
               MOVE WS-LAYOUT-HDR TO QA-QUEUE-REC(1:28)
               WRITE QA-QUEUE-REC
               PERFORM SHOW-INDEXED-WRITTEN
           END-IF.
           CLOSE QA-QUEUE-FILE.

           EXIT.


       STAMP-SUPPORT-PLAN.

           MOVE "SUPPORT-PLAN" TO WLH-FILE-ID.
           OPEN I-O SUPPORT-PLAN-FILE.
           IF WS-IDX-STATUS NOT = "00" THEN
               PERFORM SHOW-INDEXED-ABSENT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SUPPORT-PLAN-REC.
           MOVE WLH-TAG TO SPL-KEY.
           MOVE SPACES TO WS-FOUND-HDR.
           READ SUPPORT-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SUPPORT-PLAN-REC(1:28) TO WS-FOUND-HDR
           END-READ.
           IF WS-FOUND-HDR(1:8) = "*LAYOUT*" THEN
               PERFORM SHOW-ALREADY-STAMPED
           ELSE
               MOVE SPACES TO SUPPORT-PLAN-REC
               MOVE WS-LAYOUT-HDR TO SUPPORT-PLAN-REC(1:28)
               WRITE SUPPORT-PLAN-REC
               PERFORM SHOW-INDEXED-WRITTEN
           END-IF.
           CLOSE SUPPORT-PLAN-FILE.

           EXIT.


       STAMP-REFERRAL.

           MOVE "REFERRALS" TO WLH-FILE-ID.
           OPEN I-O REFERRAL-FILE.
           IF WS-IDX-STATUS NOT = "00" THEN
               PERFORM SHOW-INDEXED-ABSENT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REFERRAL-REC.
           MOVE WLH-TAG TO REF-KEY.
           MOVE SPACES TO WS-FOUND-HDR.
           READ REFERRAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REFERRAL-REC(1:28) TO WS-FOUND-HDR
           END-READ.
           IF WS-FOUND-HDR(1:8) = "*LAYOUT*" THEN
               PERFORM SHOW-ALREADY-STAMPED
           ELSE
               MOVE SPACES TO REFERRAL-REC
               MOVE WS-LAYOUT-HDR TO REFERRAL-REC(1:28)
               WRITE REFERRAL-REC
               PERFORM SHOW-INDEXED-WRITTEN
           END-IF.
           CLOSE REFERRAL-FILE.

           EXIT.


       SHOW-INDEXED-ABSENT.

           MOVE "NOT ON FILE - SKIPPED" TO WS-RESULT-TEXT.
           ADD 1 TO WS-CNT-ABSENT.
           PERFORM SHOW-STAMP-RESULT.

           EXIT.


       SHOW-INDEXED-WRITTEN.

           MOVE SPACES TO WS-RESULT-TEXT.
           IF WS-IDX-STATUS = "00" THEN
               STRING "STAMPED V" WLH-VERSION
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               ADD 1 TO WS-CNT-STAMPED
           ELSE
               STRING "HEADER WRITE FAILED, STATUS "
                   WS-IDX-STATUS
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               ADD 1 TO WS-CNT-FAILED
           END-IF.
           PERFORM SHOW-STAMP-RESULT.

           EXIT.


       SHOW-ALREADY-STAMPED.

           MOVE SPACES TO WS-RESULT-TEXT.
           STRING "ALREADY STAMPED V" WS-FOUND-HDR(14:3) " ("
               FUNCTION TRIM(WS-FOUND-HDR(17:12)) ")"
               DELIMITED BY SIZE INTO WS-RESULT-TEXT.
           ADD 1 TO WS-CNT-ALREADY.
           PERFORM SHOW-STAMP-RESULT.

           EXIT.


       SHOW-STAMP-RESULT.

           DISPLAY FUNCTION TRIM(WS-STP-PATH) " - "
               FUNCTION TRIM(WS-RESULT-TEXT).

           EXIT.

       END PROGRAM TEST260965.
