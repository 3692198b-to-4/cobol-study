      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260914.

      * 出さないことの証明にもなる)。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ポイント設定: 保険者コード + 受診ポイント + 完了ポイント。
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

           SELECT SESSION-FILE ASSIGN TO 'output/sessions.dat'
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

       FD  SESSION-FILE.
       01  SESSION-REC.
           05 SES-TYPE        PIC X.
           05 SES-STAFF       PIC X(10).
           05 SES-OUTCOME     PIC X(20).
      *    支援形態・所要時間・委託先 (TEST230317 参照)。
           05 SES-MODALITY    PIC X.
           05 SES-MINUTES     PIC 9(3).
           05 SES-SOURCE      PIC X(4).
      *    面談記録: ステージ・生活習慣の評価・合意した次の行動
      *    (TEST230317 参照。版 002 で追加)。
           05 SES-STAGE       PIC X.
           05 SES-DIET        PIC X.
           05 SES-EXERCISE    PIC X.
           05 SES-ALCOHOL     PIC X.
           05 SES-SLEEP       PIC X.
           05 SES-NEXT-CODE   PIC X.
           05 SES-NEXT-ACTION PIC X(30).

       FD  GRANT-LOG-FILE.
       01  GRANT-LOG-REC.
       01  WS-CNT-GRANTED     PIC 9(5) VALUE 0.
       01  WS-CNT-SKIPPED     PIC 9(5) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-SES      PIC 9(3) VALUE 2.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

      *    受診ポイント: 当年度の判定があり、この保険者の患者。
           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS = "00" THEN
               PERFORM CHECK-RHF-LAYOUT
               MOVE 'N' TO WS-RHF-EOF-FLAG
               PERFORM UNTIL WS-RHF-EOF
                   READ RESULT-HIST-FILE NEXT RECORD
      *    この保険者の患者と確かめられたもの。
           OPEN INPUT SESSION-FILE.
           IF WS-SES-STATUS = "00" THEN
               PERFORM CHECK-SES-LAYOUT
               MOVE 'N' TO WS-SES-EOF-FLAG
               PERFORM UNTIL WS-SES-EOF
                   READ SESSION-FILE
           IF WS-RHF-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RHF-LAYOUT.
           MOVE SES-PATIENT-ID TO RHF-PATIENT-ID.
           MOVE WS-FISCAL-YEAR TO RHF-FYEAR.
           READ RESULT-HIST-FILE

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


       CHECK-SES-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/sessions.dat" TO WLI-PATH.
           MOVE "SESSIONS" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-SES TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.

       END PROGRAM TEST260914.
