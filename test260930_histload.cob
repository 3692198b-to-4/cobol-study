      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


      *
      * HBA1C-BMI-CHECK ライブラリ: 患者IDのチェックディジット検証
      * (TEST230314/TEST230317 と同じ実体。GnuCOBOL では関数は
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION CHECK-PATIENT-ID.

       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

           SELECT LOAD-RPT-FILE ASSIGN TO
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

       FD  LOAD-RPT-FILE.
       01  LOAD-RPT-LINE      PIC X(100).
       01  WS-TOT-REJ         PIC 9(6) VALUE 0.
       01  WS-TOT-SKIP        PIC 9(6) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           OPEN I-O RESULT-HIST-FILE.
           IF WS-RHF-STATUS NOT = "00" THEN
               OPEN OUTPUT RESULT-HIST-FILE
               PERFORM WRITE-RHF-LAYOUT
               CLOSE RESULT-HIST-FILE
               OPEN I-O RESULT-HIST-FILE
           END-IF.
           PERFORM CHECK-RHF-LAYOUT.

           OPEN OUTPUT LOAD-RPT-FILE.
           MOVE SPACES TO LOAD-RPT-LINE.
           MOVE LGC-EXAM-DATE TO RHF-EXAM-DATE.
           MOVE SPACES     TO RHF-INSURER.
           MOVE SPACES     TO RHF-PLAN-TYPE.
      *    旧システムの履歴にはメタボ判定が無いので空欄 (未判定)。
           MOVE SPACES     TO RHF-METSYN.
           MOVE RHF-SITE-CODE   TO RHF-SF-SITE.
           MOVE RHF-FYEAR       TO RHF-SF-FYEAR.
           WRITE RESULT-HIST-REC
               INVALID KEY
                   ADD 1 TO WS-TOT-SKIP

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


       WRITE-RHF-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO RESULT-HIST-REC.
           MOVE WS-LAYOUT-RHF TO WLH-VERSION.
           MOVE "RESULT-HIST" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO RESULT-HIST-REC(1:28).
           WRITE RESULT-HIST-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

           EXIT.

       END PROGRAM TEST260930.
