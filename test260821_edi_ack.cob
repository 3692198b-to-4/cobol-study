      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260821.

      * ケースも漏れなく報告する。
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    前夜の保険者提出ファイル (HDR/DET/TRL)。
           03 WS-DET-PID      PIC 9(9).
           03 WS-DET-LSK      PIC X.
           03 WS-DET-DATE     PIC X(8).
           03 WS-DET-METSYN   PIC X.
           03 FILLER          PIC X(28).

       01  WS-CNT-ACCEPTED    PIC 9(5) VALUE 0.
       01  WS-CNT-REJECTED    PIC 9(5) VALUE 0.
       01  WS-CNT-ORPHAN-ACK  PIC 9(5) VALUE 0.
       01  WS-CNT-RESUBMIT    PIC 9(5) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-MXR      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

      *    ACM 行は読み替え不能として数えるだけ。
           OPEN INPUT MEMBER-XREF-FILE.
           IF WS-MXR-STATUS = "00" THEN
               PERFORM CHECK-MXR-LAYOUT
               MOVE 'N' TO WS-MXR-EOF-FLAG
               PERFORM UNTIL WS-MXR-EOF
                   READ MEMBER-XREF-FILE
      *            このキューを提出ファイルへ取り込む。
                   ADD 1 TO WS-CNT-RESUBMIT
                   MOVE SPACES TO RESUBMIT-LINE
                   STRING WS-DET-LINE(1:22) " " WS-ACK-RSN(WS-ACK-HIT)
                       DELIMITED BY SIZE INTO RESUBMIT-LINE
                   WRITE RESUBMIT-LINE
                   PERFORM WRITE-ACK-AUDIT

           EXIT.


       CHECK-MXR-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ MEMBER-XREF-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE MEMBER-XREF-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/member_xref.dat" TO WLI-PATH.
           MOVE "MEMBER-XREF" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-MXR TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.

       END PROGRAM TEST260821.
