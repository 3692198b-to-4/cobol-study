      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260905.

      * 何をいつ誰が出したかを生成ログに追記する。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEAN-IN-FILE ASSIGN TO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RF-PATIENT-ID
           ALTERNATE RECORD KEY IS RF-RUN-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS RF-RUN-ID WITH DUPLICATES
           FILE STATUS IS WS-RF-STATUS.

           SELECT OPTOUT-FILE ASSIGN TO 'input/optout.dat'
           05 RF-PATIENT-ID   PIC 9(9).
           05 RF-LSK-BG       PIC 9(1).
           05 RF-RUN-DATE     PIC X(8).
      *    判定根拠の内訳から冠動脈疾患リスクまで (TEST230314 参照)。
           05 RF-BREAKDOWN.
              07 FILLER       PIC X(18).
              07 RF-RUN-ID    PIC 9(6).
              07 FILLER       PIC X(1).
      *       冠動脈疾患リスク・合計点・区分。
              07 FILLER       PIC X(7).

       FD  OPTOUT-FILE.
       01  OPTOUT-REC.
       01  WS-CNT-NO-RESULT   PIC 9(5) VALUE 0.
       01  WS-CNT-SUPPRESSED  PIC 9(3) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RF       PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

                   "- RUN THE NIGHTLY BATCH FIRST"
           ELSE
               OPEN INPUT RESULT-FILE
               IF WS-RF-STATUS = "00" THEN
                   PERFORM CHECK-RF-LAYOUT
               END-IF
               MOVE 'N' TO WS-CLN-EOF-FLAG
               PERFORM UNTIL WS-CLN-EOF
                   READ CLEAN-IN-FILE

           EXIT.


       CHECK-RF-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO RESULT-REC.
           MOVE WLH-TAG TO RESULT-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ RESULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RESULT-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/test210520.txt" TO WLI-PATH.
           MOVE "RESULT" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-RF TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.

       END PROGRAM TEST260905.
