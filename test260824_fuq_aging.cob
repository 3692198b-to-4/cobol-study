      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260824.

      * 1ファイルで確認できるようにするためのもの。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLLOWUP-QUEUE-FILE ASSIGN TO
       01  WS-CNT-OVER-14     PIC 9(5) VALUE 0.
       01  WS-CNT-OVER-30     PIC 9(5) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-FUQ      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

               MOVE "NO FOLLOW-UP QUEUE ON FILE" TO AGING-RPT-LINE
               WRITE AGING-RPT-LINE
           ELSE
               PERFORM CHECK-FUQ-LAYOUT
               MOVE 'N' TO WS-FUQ-EOF-FLAG
               PERFORM UNTIL WS-FUQ-EOF
                   READ FOLLOWUP-QUEUE-FILE NEXT RECORD

           EXIT.


       CHECK-FUQ-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO FOLLOWUP-QUEUE-REC.
           MOVE WLH-TAG TO FOLLOWUP-QUEUE-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ FOLLOWUP-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FOLLOWUP-QUEUE-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/followup_queue.dat" TO WLI-PATH.
           MOVE "FOLLOWUP-Q" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-FUQ TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.

       END PROGRAM TEST260824.
