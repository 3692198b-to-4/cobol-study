      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260901.

      *      復元の記録を1行残す
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    実行ロック (TEST230314/TEST230317 と共用): 夜間バッチが
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RF-PATIENT-ID
           ALTERNATE RECORD KEY IS RF-RUN-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS RF-RUN-ID WITH DUPLICATES
           FILE STATUS IS WS-RF-STATUS.

           SELECT BACKUP-FILE ASSIGN USING WS-BKP-PATH
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

       FD  BACKUP-FILE.
       01  BACKUP-LINE        PIC X(60).
              05 WS-SNP-ID   PIC 9(9).
              05 WS-SNP-LSK  PIC 9.
              05 WS-SNP-DATE PIC X(8).
              05 WS-SNP-BRK  PIC X(32).
       01  WS-SNP-CNT         PIC 9(4) VALUE 0.
       01  WS-SNP-IDX         PIC 9(4) VALUE 0.

       01  WS-FLD-ID          PIC X(9).
       01  WS-FLD-LSK         PIC X(1).
       01  WS-FLD-DATE        PIC X(8).
       01  WS-FLD-BRK         PIC X(32).

      *    プレビューの件数。
       01  WS-CNT-SAME        PIC 9(5) VALUE 0.
       01  WS-G-EOF-FLAG      PIC X VALUE 'N'.
           88 WS-G-EOF               VALUE 'Y'.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RF       PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

                   TO WS-SNP-LSK(WS-SNP-CNT)
               MOVE WS-FLD-DATE TO WS-SNP-DATE(WS-SNP-CNT)
      *        旧世代のバックアップ (3列) は内訳ゼロで復元する。
      *        冠動脈疾患リスクは「推定なし」の空欄で戻す (内訳が
      *        メタボ判定区分までの世代も同じく空欄になる)。
               IF WS-FLD-BRK = SPACES THEN
                   MOVE SPACES TO WS-SNP-BRK(WS-SNP-CNT)
                   MOVE ALL "0" TO WS-SNP-BRK(WS-SNP-CNT)(1:25)
               ELSE
                   MOVE WS-FLD-BRK TO WS-SNP-BRK(WS-SNP-CNT)
               END-IF
           IF WS-RF-STATUS NOT = "00" THEN
               MOVE WS-SNP-CNT TO WS-CNT-ADDED
           ELSE
               PERFORM CHECK-RF-LAYOUT
               PERFORM VARYING WS-SNP-IDX FROM 1 BY 1
                       UNTIL WS-SNP-IDX > WS-SNP-CNT
                   MOVE WS-SNP-ID(WS-SNP-IDX) TO RF-PATIENT-ID
      *    作り直し: OUTPUT で空にしてからスナップショット全件を
      *    書き込む。
           OPEN OUTPUT RESULT-FILE.
           PERFORM WRITE-RF-LAYOUT.
           PERFORM VARYING WS-SNP-IDX FROM 1 BY 1
                   UNTIL WS-SNP-IDX > WS-SNP-CNT
               MOVE WS-SNP-ID(WS-SNP-IDX)   TO RF-PATIENT-ID

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


       WRITE-RF-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO RESULT-REC.
           MOVE WS-LAYOUT-RF TO WLH-VERSION.
           MOVE "RESULT" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO RESULT-REC(1:28).
           WRITE RESULT-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

           EXIT.

       END PROGRAM TEST260901.
