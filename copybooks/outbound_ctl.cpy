      *    外部向けファイルのコントロール合計 (outbound_rules の
      *    OUTBOUND-CONTROL-TOTALS と対で使う)。WS-OUTCTL-IN は
      *    ファイル名と明細行の見分け方・項目の桁位置、WS-OUTCTL-OUT
      *    はファイルを読み直して数えた合計。OCI-SPEC と OCO-TOTALS
      *    は送信登録簿の TXR-CTL-SPEC / TXR-CTL-TOTALS と同じ形で、
      *    そのまま MOVE して登録・照合する。
      *    明細行の見分け方は2通りまで (OCI-RULE)。桁位置 OCI-TAG-COL
      *    から OCI-TAG-LEN 桁が OCI-TAG と一致する行が明細 (TAG-LEN
      *    0 は「HDR/TRL 以外の空でない行すべて」、TAG-COL 0 はその
      *    ルールを使わない)。先に一致したルールだけを当てる。
      *    ID-POS/LVL-POS/AMT-POS が 0 の項目は数えない。支援レベルは
      *    OCI-LVL-CODES の1・2・3文字目 (レベル 0・1・2 をそのファイル
      *    で書く文字) と突き合わせて件数を数える。
       01  WS-OUTCTL-IN.
           03 OCI-PATH        PIC X(50).
           03 OCI-SPEC.
              05 OCI-LVL-CODES   PIC X(3).
              05 OCI-RULE OCCURS 2 TIMES.
                 07 OCI-TAG      PIC X(3).
                 07 OCI-TAG-LEN  PIC 9(1).
                 07 OCI-TAG-COL  PIC 9(3).
                 07 OCI-ID-POS   PIC 9(3).
                 07 OCI-ID-LEN   PIC 9(2).
                 07 OCI-LVL-POS  PIC 9(3).
                 07 OCI-AMT-POS  PIC 9(3).
                 07 OCI-AMT-LEN  PIC 9(2).
       01  WS-OUTCTL-OUT.
      *    Y=読めた N=ファイルが開けない。
           03 OCO-READ-OK     PIC X.
           03 OCO-TOTALS.
              05 OCO-LINES       PIC 9(7).
              05 OCO-DETAILS     PIC 9(7).
              05 OCO-HASH-ID     PIC 9(15).
              05 OCO-LVL-CNT OCCURS 3 TIMES PIC 9(7).
              05 OCO-HASH-AMT    PIC 9(15).
