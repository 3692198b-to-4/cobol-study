      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST-210520-File-Write.
      *
      * で、まずはファイル情報の記述をしなければならない
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.
       
      * 1. ENVIRON DIVISION での設定
      *
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OUT-PATIENT-ID
           ALTERNATE RECORD KEY IS OUT-RUN-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS OUT-RUN-ID WITH DUPLICATES
           FILE STATUS IS WS-TESTFILE-STATUS.

      *    監査担当がスプレッドシートで開けるよう、同じ判定結果を
           05 OUT-PLAN-TYPE    PIC X(2).
      *    実行ID (TEST230314 が書く。デモではゼロ)。
           05 OUT-RUN-ID       PIC 9(6).
      *    メタボ判定区分 (TEST230314 が書く。デモでは空欄)。
           05 OUT-METSYN       PIC X(1).
      *    10年冠動脈疾患リスク・合計点・区分 (TEST230314 が書く。
      *    デモでは空欄 = 推定できなかった行と同じ扱い)。
           05 OUT-CVD-RISK-X   PIC X(3).
           05 OUT-CVD-POINTS-X PIC X(3).
           05 OUT-CVD-BAND     PIC X(1).

       FD  CSV-FILE.
       01  CSV-LINE            PIC X(40).
      *    既存ファイルの有無の判定に使う
       01  WS-TESTFILE-STATUS PIC XX.
       01  WS-CSV-STATUS      PIC XX.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RF       PIC 9(3) VALUE 1.
       COPY layout_header.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE SPACES      TO OUT-RULE-PROF.
           MOVE SPACES      TO OUT-PLAN-TYPE.
           MOVE ZEROS       TO OUT-RUN-ID.
           MOVE SPACES      TO OUT-METSYN.
           MOVE SPACES      TO OUT-CVD-RISK-X
                               OUT-CVD-POINTS-X
                               OUT-CVD-BAND.

      *    同じ患者IDが既にあれば REWRITE で上書き、無ければ新規 WRITE。
           WRITE TESTFILE-R
       OPEN-TESTFILE-FOR-RUN.

      *    まず I-O で開いてみて (既存ファイルへの読み書き用)、
      *    ファイルがまだ無い (35) ときだけ OUTPUT で新規作成してから
      *    あらためて I-O で開き直す。それ以外の状態で作り直すと、
      *    TEST230314・TEST230317 が使っている結果ファイルを消して
      *    しまうので、状態を出して止まる。
           OPEN I-O TESTFILE.
           IF WS-TESTFILE-STATUS = "35" THEN
               OPEN OUTPUT TESTFILE
               PERFORM WRITE-RF-LAYOUT
               CLOSE TESTFILE
               OPEN I-O TESTFILE
           END-IF.
           IF WS-TESTFILE-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN output/test210520.txt, STATUS "
                   WS-TESTFILE-STATUS
               STOP RUN
           END-IF.
           PERFORM CHECK-RF-LAYOUT.

           EXIT.

           END-IF.

           EXIT.


       CHECK-RF-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO TESTFILE-R.
           MOVE WLH-TAG TO TESTFILE-R(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ TESTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TESTFILE-R(1:28) TO WLI-HEADER
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
           MOVE SPACES TO TESTFILE-R.
           MOVE WS-LAYOUT-RF TO WLH-VERSION.
           MOVE "RESULT" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO TESTFILE-R(1:28).
           WRITE TESTFILE-R
               INVALID KEY
                   CONTINUE
           END-WRITE.

           EXIT.
