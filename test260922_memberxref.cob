      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST260922.

      *           E/Q=終了
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-XREF-FILE ASSIGN TO
       01  WS-MX-IDX          PIC 9(3) VALUE 0.
       01  WS-MX-PICK         PIC 9(3) VALUE 0.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-MXR      PIC 9(3) VALUE 1.
       COPY layout_header.

       PROCEDURE DIVISION.
       MAIN SECTION.

           MOVE 0 TO WS-MX-CNT.
           OPEN INPUT MEMBER-XREF-FILE.
           IF WS-MXR-STATUS = "00" THEN
               PERFORM CHECK-MXR-LAYOUT
               MOVE 'N' TO WS-MXR-EOF-FLAG
               PERFORM UNTIL WS-MXR-EOF
                   READ MEMBER-XREF-FILE
       SAVE-XREF.

           OPEN OUTPUT MEMBER-XREF-FILE.
           PERFORM WRITE-MXR-LAYOUT.
           PERFORM VARYING WS-MX-IDX FROM 1 BY 1
                   UNTIL WS-MX-IDX > WS-MX-CNT
               MOVE WS-MX-ENTRY(WS-MX-IDX) TO MEMBER-XREF-REC

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


       WRITE-MXR-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO MEMBER-XREF-REC.
           MOVE WS-LAYOUT-MXR TO WLH-VERSION.
           MOVE "MEMBER-XREF" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO MEMBER-XREF-REC(1:28).
           WRITE MEMBER-XREF-REC.

           EXIT.

       END PROGRAM TEST260922.
