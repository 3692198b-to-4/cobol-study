      *
      * HBA1C-BMI-CHECK ライブラリ: 恒久ファイルのレコード形式の版の
      * 照合。結果ファイル・経年履歴・健診ストア・セッション台帳・
      * 各キュー・マスタは、レイアウトを後ろへ継ぎ足して広げてきた
      * (「拡張前の行は空欄」) が、衛星プログラムはそれぞれ自前の
      * FD を持っているため、古い FD のまま組まれた1本が新しい
      * ファイルを黙ってずれて読む・書くことがあった。
      * そこで各恒久ファイルの先頭に版見出しレコード
      *   1-8   "*LAYOUT*"
      *   9-13  空白 (索引ファイルではここまでがキー。数字のキーより
      *         前に並ぶので、キー順の読み進めには出てこない)
      *   14-16 版 (999)
      *   17-28 ファイル識別名
      * を置き (既存ファイルへは TEST260965 が一度だけ付ける)、
      * ファイルを開くプログラムはどれも、開いた直後に見出しを
      * 読んで自分の FD の版と突き合わせ、食い違えばはっきりした
      * 文言を出して止まる。この関数はその突き合わせと文言の1本
      * (呼び出し元は見出しを読んで渡し、'N' が返れば止まる)。
      * GnuCOBOL では関数は呼出元より上に定義することが必須のため、
      * このコピー句を各プログラムの先頭で COPY する (実体は1本)。
      *
       IDENTIFICATION DIVISION.
       FUNCTION-ID. CHECK-FILE-LAYOUT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  LW-FOUND         PIC 9(3) VALUE 0.

       LINKAGE SECTION.
      *    入力: ファイル名 (文言用)・識別名・呼び出し元の FD の版・
      *    ファイルの先頭から読んだ28バイト (読めなければ空白)。
       01  LNK-LAYOUT-IN.
           03 LI-PATH       PIC X(40).
           03 LI-FILE-ID    PIC X(12).
           03 LI-EXPECT     PIC 9(3).
           03 LI-HEADER.
              05 LI-TAG     PIC X(8).
              05 LI-PAD     PIC X(5).
              05 LI-VERSION PIC X(3).
              05 LI-HDR-ID  PIC X(12).

      *    出力: Y=一致 N=見出しなし・別ファイル・版違い。
       01  LNK-LAYOUT-OK    PIC X.

       PROCEDURE DIVISION USING LNK-LAYOUT-IN
                 RETURNING LNK-LAYOUT-OK.

           MOVE "N" TO LNK-LAYOUT-OK.

           IF LI-TAG NOT = "*LAYOUT*" THEN
               DISPLAY "LAYOUT CHECK FAILED: "
                   FUNCTION TRIM(LI-PATH)
                   " HAS NO LAYOUT HEADER RECORD"
               DISPLAY "  STAMP THE FILE WITH TEST260965 BEFORE "
                   "RUNNING THIS PROGRAM - STOPPING"
               EXIT FUNCTION
           END-IF.

           IF LI-HDR-ID NOT = LI-FILE-ID THEN
               DISPLAY "LAYOUT CHECK FAILED: "
                   FUNCTION TRIM(LI-PATH) " HOLDS A "
                   FUNCTION TRIM(LI-HDR-ID) " FILE, NOT "
                   FUNCTION TRIM(LI-FILE-ID) " - STOPPING"
               EXIT FUNCTION
           END-IF.

           IF LI-VERSION IS NUMERIC THEN
               MOVE LI-VERSION TO LW-FOUND
           ELSE
               MOVE 0 TO LW-FOUND
           END-IF.
           IF LW-FOUND NOT = LI-EXPECT THEN
               DISPLAY "LAYOUT CHECK FAILED: "
                   FUNCTION TRIM(LI-PATH) " IS RECORD LAYOUT V"
                   LI-VERSION " BUT THIS PROGRAM WAS BUILT FOR V"
                   LI-EXPECT
               DISPLAY "  REBUILD THE PROGRAM AGAINST THE CURRENT "
                   "RECORD LAYOUT - STOPPING"
               EXIT FUNCTION
           END-IF.

           MOVE "Y" TO LNK-LAYOUT-OK.

           EXIT FUNCTION.

       END FUNCTION CHECK-FILE-LAYOUT.
