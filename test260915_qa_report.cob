      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260915.

      * 記録として毎月とじるためのもの。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QA-QUEUE-FILE ASSIGN TO 'output/qa_queue.dat'
       01  WS-CONF-PCT        PIC 9(3)V9 VALUE 0.
       01  WS-CONF-PCT-ED     PIC ZZ9.9.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-QAQ      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

               DISPLAY "NO QA QUEUE ON FILE - NOTHING TO REPORT"
               STOP RUN
           END-IF.
           PERFORM CHECK-QAQ-LAYOUT.

           MOVE 'N' TO WS-QAQ-EOF-FLAG.
           PERFORM UNTIL WS-QAQ-EOF

           EXIT.


       CHECK-QAQ-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO QA-QUEUE-REC.
           MOVE WLH-TAG TO QA-QUEUE-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ QA-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QA-QUEUE-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/qa_queue.dat" TO WLI-PATH.
           MOVE "QA-QUEUE" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-QAQ TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.

       END PROGRAM TEST260915.
