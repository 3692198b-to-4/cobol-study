      *    恒久ファイルの版見出し (layout_rules の CHECK-FILE-LAYOUT と
      *    対で使う)。WS-LAYOUT-IN は照合の引数、WS-LAYOUT-HDR は
      *    ファイルを作るときに先頭へ書く見出しレコードの形。
      *    各プログラムの FD の版そのものは、FD と一緒に直すよう
      *    各プログラムの WORKING-STORAGE に WS-LAYOUT-xxx として
      *    持つ (このコピー句には置かない)。
       01  WS-LAYOUT-IN.
           03 WLI-PATH        PIC X(40).
           03 WLI-FILE-ID     PIC X(12).
           03 WLI-EXPECT      PIC 9(3).
           03 WLI-HEADER      PIC X(28).
       01  WS-LAYOUT-HDR.
           03 WLH-TAG         PIC X(13) VALUE "*LAYOUT*".
           03 WLH-VERSION     PIC 9(3) VALUE 0.
           03 WLH-FILE-ID     PIC X(12) VALUE SPACES.
