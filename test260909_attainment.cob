      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260909.

      * 集計する。保険者の最終評価様式への転記元になる。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPORT-PLAN-FILE ASSIGN TO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

           SELECT ATTAIN-RPT-FILE ASSIGN TO
           03 SPL-EVAL-DATE   PIC X(8).
           03 SPL-FIN-WEIGHT  PIC 9(3)V9.
           03 SPL-FIN-WAIST   PIC 9(3)V9.
      *    委託先コード (TEST230317 参照)。
           03 SPL-SOURCE      PIC X(4).

       FD  RESULT-HIST-FILE.
       01  RESULT-HIST-REC.
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

       FD  ATTAIN-RPT-FILE.
       01  ATTAIN-RPT-LINE    PIC X(100).
       01  WS-AT-IDX          PIC 9(2) VALUE 0.
       01  WS-AT-HIT          PIC 9(2) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-SPL      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

               DISPLAY "NO SUPPORT PLAN LEDGER - NOTHING TO REPORT"
               STOP RUN
           END-IF.
           PERFORM CHECK-SPL-LAYOUT.

           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS = "00" THEN
               PERFORM CHECK-RHF-LAYOUT
           END-IF.

           MOVE 'N' TO WS-SPL-EOF-FLAG.
           PERFORM UNTIL WS-SPL-EOF

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


       CHECK-SPL-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO SUPPORT-PLAN-REC.
           MOVE WLH-TAG TO SUPPORT-PLAN-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ SUPPORT-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SUPPORT-PLAN-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/support_plans.dat" TO WLI-PATH.
           MOVE "SUPPORT-PLAN" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-SPL TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.

       END PROGRAM TEST260909.
