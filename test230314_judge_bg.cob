      *    支援レベル判定の本体 (窓口 TEST230317 と共通の1本)。
       COPY judge_rules.

      *    10年冠動脈疾患リスク (吹田スコア) の本体 (窓口と共通)。
       COPY cvd_risk_rules.

      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    外部向けファイルのコントロール合計 (全プログラム共通の1本)。
       COPY outbound_rules.

      *    患者マスタの氏名・住所・連絡先の項目暗号 (全プログラム
      *    共通の1本)。
       COPY pii_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST230314.
      *    VALIDATE-INPUT で使う。判定そのもの (HbA1c/BMI の丸めを
      *    含む) は共通の JUDGE-SUPPORT-LEVEL が行う。
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION CHECK-PATIENT-ID
           FUNCTION JUDGE-SUPPORT-LEVEL
           FUNCTION JUDGE-CVD-RISK
           FUNCTION OUTBOUND-CONTROL-TOTALS
           FUNCTION PII-LOAD-KEY
           FUNCTION PII-FIELD-CRYPT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SYNREJ-STATUS.

      *    施設アップロードの受領票 (アップロード1本につき1本): 受け
      *    取った行数・受け付けた行数・はじいた行の行番号と理由コード
      *    を、その夜のうちに施設の返却ファイルと同じ場所へ返す
      *    (施設は翌日に直して再提出できる)。材料は2本の作業ファイル:
      *    取込時に書くアップロードの行台帳 (行番号・患者ID・取込
      *    段階の理由コード) と、判定ループの検証でははじいた明細の
      *    控え (施設・患者ID・理由コード)。
           SELECT INTAKE-LINE-FILE ASSIGN TO
               'output/intake_lines.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ILN-STATUS.

           SELECT INTAKE-VALREJ-FILE ASSIGN TO
               'output/intake_val_rejects.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IVR-STATUS.

           SELECT INTAKE-RECEIPT-FILE ASSIGN USING WS-RCP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCP-STATUS.

      *    チェックポイント・ファイル: 最後に判定を終えた患者IDを
      *    保持する。再起動時はここまでをスキップして再判定しない。
           SELECT CHECKPOINT-FILE ASSIGN USING WS-PATH-CKPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FYD-STATUS.

      *    受診券台帳: 案内名簿から TEST260946 が発行した受診券
      *    (券番号・対象者・有効期間・発行保険者)。クリニックが
      *    健診レコードの末尾に券番号を付けてくれば、ここで引き当て
      *    て使用済みにする。台帳が無い環境 (受診券未運用) では
      *    照合しない。
           SELECT VOUCHER-FILE ASSIGN TO
               'output/voucher_register.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VCH-NO
           FILE STATUS IS WS-VCH-STATUS.

      *    受診券の照合保留キュー: 台帳に無い・期限切れ・別人の券・
      *    使用済みの券を付けてきた健診は判定せず、生レコードごと
      *    ここへ滞留させる (年度内重複キューと同じ方式)。TEST260946
      *    の H コマンドが裁き、券番号を直したもの (R) と券なしで
      *    受け付けたもの (A) を翌晩の結合ファイル組み立てが拾う。
           SELECT VOUCHER-HOLD-FILE ASSIGN TO
               'output/voucher_hold.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VHQ-STATUS.

      *    健診の受診予約 (TEST260974 が施設の健診枠に取る): 判定した
      *    健診の患者・年度に B の予約があれば A (受診済) にする。
      *    予約日から猶予日数 (BOOK-GRACE-DAYS) を過ぎても健診が
      *    届かない予約は実行の最後に N (無断キャンセル) に落とし、
      *    再予約の案内リストに出す。予約ファイルはコンソール側が
      *    作る (無ければ照合しない。受診券台帳と同じ扱い)。
           SELECT BOOKING-FILE ASSIGN TO
               'output/exam_bookings.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BKG-KEY
           FILE STATUS IS WS-BKG-STATUS.

           SELECT EXAM-REBOOK-FILE ASSIGN USING WS-PATH-RBK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RBK-STATUS.

      *    施設精算フィード: 取込に届いた健診1件ごとの処理結果
      *    (判定済み・構文エラー・年度内重複・資格なし など) を
      *    積み増す。月次の施設精算 (TEST260948) が施設ごとに支払
      *    対象を数え、支払わない健診を理由つきで明細に出す。
           SELECT SETTLE-FEED-FILE ASSIGN TO
               'output/settlement_feed.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SFD-STATUS.

      *    治療中ファイル: 保険者のレセプト抽出から TEST260950 が
      *    作る、患者ID+薬効分類キーの INDEXED ファイル。検査データ
      *    の服薬フラグが 0 でもレセプトで服薬が分かる患者を、支援
      *    の対象にしないために引く。
           SELECT UNDER-TREAT-FILE ASSIGN TO
               'output/under_treatment.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UTR-KEY
           FILE STATUS IS WS-UTR-STATUS.

      *    レセプトと服薬フラグの食い違い (突合レポート用に追記)。
           SELECT CLAIMS-RECON-FILE ASSIGN TO
               'output/claims_med_recon.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMR-STATUS.

      *    support level の区分が前回の判定 (RESULT-FILE に残っている
      *    値) から変わった患者を、地域連携担当が手作業で2年分の
      *    レポートを見比べなくても分かるよう、ワークリストに出す。
      *    関係なく、血糖・血圧が受診勧奨判定値以上の患者を、引き金に
      *    なった値ごと積む。受診したかどうかのステータスは窓口
      *    (TEST230317 の D コマンド) が更新する (フォローアップ・
      *    キューと同じ方式)。医療機関の返信票 (TEST260951 が
      *    取り込む) が照合できた紹介は受診結果つきで自動的に完了
      *    する。
           SELECT REFERRAL-FILE ASSIGN TO
               'output/referrals.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS REF-PATIENT-ID
           FILE STATUS IS WS-REF-STATUS.

      *    禁煙支援トラック: 喫煙は支援レベルに1点足すだけ
      *    (WS-LSK-ADDITION) なので、検査値が正常な喫煙者はレベル0で
      *    何の案内も届かなかった。支援レベルとは別建てで、判定した
      *    喫煙者を全員ここへ積み、簡易助言の案内状を出す。ステータス
      *    は翌年度の健診の喫煙の回答 (問診突合後) で自動的に禁煙・
      *    再喫煙へ進み、受諾・治療中は窓口 (TEST230317 の G
      *    コマンド) が更新する。施設別の禁煙率は TEST260971。
           SELECT CESSATION-FILE ASSIGN TO
               'output/cessation_track.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CES-PATIENT-ID
           FILE STATUS IS WS-CES-STATUS.

      *    健診計測値ストア: 判定に使った計測値一式を患者ID+年度で
      *    保存する。国の標準様式 XML 提出 (TEST260919) は結果区分
      *    だけでなく項目値そのものを要求するため、監査ログの
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSF-PATIENT-ID
      *    判定日と論理実行IDの代替キー。ある日・ある実行の結果だけを
      *    START で読めるようにする (全プログラムで同じ定義)。
           ALTERNATE RECORD KEY IS RSF-RUN-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS RSF-RUN-ID WITH DUPLICATES
           FILE STATUS IS WS-RSF-STATUS.

      *    患者別の経年結果履歴: RESULT-FILE は患者ごとに最新1件へ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
      *    施設+年度と健診実施日の代替キー。施設別・年度別・月別の
      *    集計が全件を読まずに START で範囲だけ読めるようにする
      *    (代替キーの定義はこのファイルを開く全プログラムでそろえる)。
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

      *    年度ごとの判定区分件数を積み上げる履歴ファイル。前年との
           FILE STATUS IS WS-PMI-STATUS.

      *    患者マスタの INDEXED 側 (500件の OCCURS の黙った切り
      *    捨てをやめ、レター・氏名並記はキーで引く)。氏名・住所は
      *    マスタと同じく暗号化したまま写し、復号はレターを組む
      *    ときだけ行う。レポート類・電話連絡リストへの並記は
      *    伏せ字の氏名 (pii_rules 参照)。
           SELECT PMASTER-INDEX-FILE ASSIGN TO
               'output/pmaster_index.dat'
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LTR-STATUS.

      *    レターの封入待ち (世帯番号+患者ID+連番がキー)。判定中は
      *    ここに溜め、ジョブの最後に世帯ごとにまとめて送付状を付け
      *    LETTER-FILE へ書き出す (被保険者と被扶養者のレターを1つ
      *    の封筒に入れるため)。
           SELECT LETTER-STAGE-FILE ASSIGN TO
               'output/letter_stage.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LSG-KEY
           FILE STATUS IS WS-LSG-STATUS.

      *    封筒1通ごとの制御 (LETTER-FILE の並びと同じ順)。郵便の
      *    区分差し立て (TEST260958) が封筒の切れ目と郵便番号を知る
      *    ためのもの。
           SELECT LETTER-PIECE-FILE ASSIGN TO
               'output/letter_pieces.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LPC-STATUS.

           SELECT LETTER-EXC-FILE ASSIGN USING WS-PATH-LTX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LTX-STATUS.

      *    受診勧奨の紹介状 (切り取り式の返信票つき)。返信票には
      *    照合用の参照番号をバーコード様式で刷る。
           SELECT REFERRAL-LETTER-FILE ASSIGN USING WS-PATH-RLT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RLT-STATUS.

      *    禁煙支援の案内状 (簡易助言と、禁煙外来への紹介を希望する
      *    人が切り取って返送する申込票つき)。
           SELECT CESSATION-LETTER-FILE ASSIGN USING WS-PATH-CSL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSL-STATUS.

      *    クリニック別の結果返却ファイル: 判定結果を施設コードごとに
      *    分割し、施設ごとの希望レイアウト (クリニック・レイアウト
      *    参照ファイル) で書き出す。受け取った施設側が件数を照合
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNIT-FILE-STATUS.

      *    施設別の検査方法マスタ (保守は TEST260963、本番反映は
      *    TEST260939): 施設×項目ごとの適用期間・測定方法・JLAC10
      *    コード・分析装置。ここでは HbA1c と FST の測定方法だけを
      *    使い、施設の検査値を同じ方法の施設どうしで比べる
      *    (CHECK-SITE-OUTLIERS)。ファイルが無ければ従来どおり
      *    全施設平均と比べる。
           SELECT LAB-METHOD-FILE ASSIGN TO 'input/lab_methods.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LMF-STATUS.

      *    発効日つき基準表: 「その晩どの基準値が効いていたか」を
      *    後から証明できるよう、値ごとに発効日と承認者を持つ
      *    追記専用の履歴ファイル。実行日に発効済みの中で最新の
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLR-FILE-STATUS.

      *    健診内の項目間整合性ルール: VALIDATE-INPUT は項目ごとの
      *    範囲しか見ず、CHECK-PRIOR-PLAUSIBILITY は前年との比較
      *    なので、同じ健診の値どうしの食い違い (HbA1c 9.5 なのに
      *    空腹時血糖 85、収縮期<=拡張期、腹囲 60 で BMI 34 など。
      *    多くは項目の入れ違いか他人の検体) はどこも見ていなかった。
      *    1行1ルールで、ルールID・有効・種別・項目と比較・DQ コード・
      *    理由を持つ (基準値をプログラムに埋め込まない)。
           SELECT CONSIST-RULE-FILE ASSIGN TO
               'input/consistency_rules.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRL-FILE-STATUS.

      *    オペレーター・マスタ: ID・氏名・ロール (O=一般 S=責任者)。
      *    起動時に ID を検証し、実行ログ・監査ログには自由入力の
      *    名前ではなく検証済みの ID を刻む。マスタが無い環境では
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PHN-STATUS.

      *    資格のオンライン確認キュー: 手元の資格インデックスで
      *    健診日の資格が確かめられない健診 (4月前後の転職で資格
      *    マスタの全件更新が追いつかない等) は判定せず、生レコード
      *    ごとここへ滞留させる (受診券の照合保留と同じ方式)。
      *    TEST260955 が保険者へ照会を送り、回答で資格が確認できた
      *    もの (C) を翌晩の結合ファイル組み立てが拾う。資格なしと
      *    回答されたものは TEST260955 が最終の資格空白リスト
      *    (output/coverage_gaps.txt) へ移す。
           SELECT ELIG-CONFIRM-QUEUE-FILE ASSIGN TO
               'output/elig_confirm_queue.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ECQ-STATUS.

      *    オンライン確認で保険者が回答した資格 (資格マスタと同じ
      *    並び + 確認日)。資格インデックスは毎晩マスタから作り
      *    直すので、作り直しの後にここを重ねて確認結果を残す。
           SELECT ELIG-CONFIRMED-FILE ASSIGN TO
               'output/elig_confirmed.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ECF-STATUS.

      *    施設別の最終受領日マーカー: 取込 (施設別アップロード・
      *    結合ファイルの明細) で施設のレコードを見かけるたびに
           03 IP-FAST-HOURS   PIC 9(2).
           03 IP-HBA1C        PIC 9V99.
      *    服薬区分: 薬剤クラスごとに除外判定できるよう分けている
      *    (糖尿病治療薬/降圧薬/脂質治療薬)。1=服薬あり 0=なし
      *    9=不明 (事業者健診の取込分など問診の無いもの。判定では
      *    「あり」と見ず、問診票・レセプトの突合で「あり」に補正
      *    されうる)。
           03 IP-MED-DM       PIC 9.
           03 IP-MED-HTN      PIC 9.
           03 IP-MED-LIP      PIC 9.
      *    施設コード: 突合レポートの施設別小計 (コントロールブレイク)
      *    に使う。入力ファイルは施設コード順に並んでいる前提。
           03 IP-SITE-CODE    PIC 9(3).
      *    受診券番号 (72-80桁目): 案内と一緒に送った受診券の番号。
      *    付けてこないクリニック・分割形式のマージ・独自レイアウト
      *    取込の行は空欄のまま (照合しない)。
           03 IP-VOUCHER-NO   PIC X(9).

      *    検査値抽出ファイル: 患者ID順に並んでいる前提
      *    (MERGE-PATIENT-SOURCES がマッチ・マージする側)。
           03 FYD-RESOLVER    PIC X(6).
           03 FYD-RES-DATE    PIC X(8).

       FD  VOUCHER-FILE.
       01  VOUCHER-REC.
           03 VCH-NO          PIC X(9).
           03 VCH-PATIENT-ID  PIC 9(9).
           03 VCH-FYEAR       PIC 9(4).
           03 VCH-INSURER     PIC X(4).
           03 VCH-VALID-FROM  PIC 9(8).
           03 VCH-VALID-TO    PIC 9(8).
      *    状態: I=発行済 R=使用済 V=無効 (紛失の再発行など)。
           03 VCH-STATUS      PIC X.
           03 VCH-ISSUE-DATE  PIC X(8).
      *    使用済みにした実行日・施設・健診日。
           03 VCH-REDEEM-DATE PIC X(8).
           03 VCH-REDEEM-SITE PIC 9(3).
           03 VCH-EXAM-DATE   PIC 9(8).

       FD  VOUCHER-HOLD-FILE.
       01  VOUCHER-HOLD-REC.
      *    ステータス: P=未裁定 R=券番号訂正済 (今夜拾う) A=券なしで
      *    受付 (今夜拾う) X=受け付けない D=再投入済み。
           03 VHQ-STATUS      PIC X.
      *    理由: UNKNOWN / EXPIRED / WRONGPAT / REDEEMED / VOIDED。
           03 VHQ-REASON      PIC X(10).
           03 VHQ-RAW         PIC X(80).
           03 VHQ-DETECT-DATE PIC X(8).
           03 VHQ-RESOLVER    PIC X(6).
           03 VHQ-RES-DATE    PIC X(8).

       FD  BOOKING-FILE.
       01  BOOKING-REC.
           03 BKG-KEY.
              05 BKG-PATIENT-ID PIC 9(9).
              05 BKG-FYEAR      PIC 9(4).
              05 BKG-SEQ        PIC 9(2).
           03 BKG-SITE-CODE   PIC 9(3).
           03 BKG-DATE        PIC 9(8).
      *    健診の回: A=午前 P=午後。
           03 BKG-SESSION     PIC X.
      *    ステータス: B=予約済 A=受診済 N=無断キャンセル C=取消。
           03 BKG-STATUS      PIC X.
           03 BKG-STATUS-DATE PIC X(8).
           03 BKG-INSURER     PIC X(4).
           03 BKG-BOOKED-BY   PIC X(6).
           03 BKG-BOOKED-ON   PIC X(8).
      *    届いた健診の実施日と施設 (予約先と違う施設でも受診済)。
           03 BKG-EXAM-DATE   PIC 9(8).
           03 BKG-EXAM-SITE   PIC 9(3).
      *    N の予約を取り直した先の予約連番 (0 = 再予約待ち)。
           03 BKG-REBOOK-SEQ  PIC 9(2).

       FD  EXAM-REBOOK-FILE.
       01  EXAM-REBOOK-LINE   PIC X(100).

       FD  SETTLE-FEED-FILE.
       01  SETTLE-FEED-REC.
           03 SFD-SITE-CODE   PIC 9(3).
           03 SFD-PATIENT-ID  PIC X(9).
           03 SFD-EXAM-DATE   PIC 9(8).
      *    結果: 監査ログの RESULT と同じ語 (JUDGED が支払対象)。
      *    プレエディットではじいた行は SYNTAX。
           03 SFD-RESULT      PIC X(10).
      *    保険者 (判定済みの行だけ。窓口負担の控除額を引く)。
           03 SFD-INSURER     PIC X(4).
           03 SFD-RUN-DATE    PIC X(8).
           03 SFD-RUN-ID      PIC 9(6).

       FD  UNDER-TREAT-FILE.
       01  UNDER-TREAT-REC.
           03 UTR-KEY.
              05 UTR-PATIENT-ID PIC 9(9).
      *       薬効分類: DM=糖尿病 HTN=高血圧 LIP=脂質異常症。
              05 UTR-DRUG-CLASS PIC X(3).
           03 UTR-FIRST-DATE  PIC 9(8).
           03 UTR-LAST-DATE   PIC 9(8).
           03 UTR-DIAG-GROUP  PIC X(4).
           03 UTR-CLAIM-CNT   PIC 9(5).
           03 UTR-INSURER     PIC X(4).
           03 UTR-LOADED      PIC X(8).

       FD  CLAIMS-RECON-FILE.
       01  CLAIMS-RECON-REC.
           03 CMR-RUN-DATE    PIC X(8).
           03 CMR-PATIENT-ID  PIC 9(9).
           03 CMR-SITE-CODE   PIC 9(3).
           03 CMR-EXAM-DATE   PIC 9(8).
           03 CMR-DRUG-CLASS  PIC X(3).
      *    C=レセプトに服薬あり・フラグは服薬なし
      *    F=フラグは服薬あり・レセプトに該当期間の服薬なし。
           03 CMR-DIRECTION   PIC X.
           03 CMR-LAST-DATE   PIC 9(8).
           03 CMR-RUN-ID      PIC 9(6).

       FD  CATEGORY-CHANGE-FILE.
       01  CATEGORY-CHANGE-LINE PIC X(80).

      *    ステータス: N=新規 C=連絡済 V=受診確認済 X=完了。
           03 REF-STATUS      PIC X.
           03 REF-STATUS-DATE PIC X(8).
      *    紹介状の宛先施設と返信票の参照番号 ("R" + 患者ID +
      *    紹介日 + チェックディジット)。
           03 REF-SITE-CODE   PIC 9(3).
           03 REF-REF-NO      PIC X(19).
      *    返信票で返ってきた受診結果 (照合できたら X で完了)。
           03 REF-VISIT-DATE  PIC 9(8).
           03 REF-DIAGNOSIS   PIC X(20).
      *    治療開始: Y=あり N=なし。
           03 REF-TREATED     PIC X.
           03 REF-PHYSICIAN   PIC X(20).
           03 REF-REPLY-DATE  PIC X(8).

       FD  CESSATION-FILE.
       01  CESSATION-REC.
           03 CES-PATIENT-ID  PIC 9(9).
      *    初めて案内した日と年度。
           03 CES-FLAG-DATE   PIC X(8).
           03 CES-START-FY    PIC 9(4).
      *    喫煙の回答を最後に見た健診 (年度・健診日・施設・その時の
      *    支援レベル)。自動更新は年度が進んだときだけ行う。
           03 CES-LAST-FY     PIC 9(4).
           03 CES-LAST-EXAM   PIC 9(8).
           03 CES-SITE-CODE   PIC 9(3).
           03 CES-LSK-BG      PIC 9.
      *    ステータス: O=案内済 A=受諾 T=治療中 Q=禁煙 R=再喫煙。
           03 CES-STATUS      PIC X.
           03 CES-STATUS-DATE PIC X(8).
      *    禁煙外来への紹介: Y=希望 N=希望しない 空白=未回答。
           03 CES-CLINIC      PIC X.
      *    案内状を出した回数 (未禁煙のまま年度が進むたびに再案内)。
           03 CES-OFFER-CNT   PIC 9(2).
      *    最後の自動更新の喫煙の出どころ: Q=問診票あり L=検査データ
      *    のみ。
           03 CES-ANS-SOURCE  PIC X.

       FD  EXAM-STORE-FILE.
       01  EXAM-STORE-REC.
           03 XST-SITE-CODE   PIC 9(3).
           03 XST-LSK-BG      PIC 9.
           03 XST-INSURER     PIC X(4).
      *    メタボ判定区分 (0=非該当 1=予備群 2=基準該当。XML 提出の
      *    判定項目の出どころ。レイアウト拡張前の行は空欄)。
           03 XST-METSYN      PIC X.
      *    10年冠動脈疾患リスク (%、吹田スコア) と区分 (L/M/H)。
      *    施設別の高リスク分布の出どころ。レイアウト拡張前の行と
      *    推定できなかった行は空欄。
           03 XST-CVD-RISK-X  PIC X(3).
           03 XST-CVD-RISK REDEFINES XST-CVD-RISK-X PIC 9(2)V9.
           03 XST-CVD-BAND    PIC X.

       FD  QA-QUEUE-FILE.
       01  QA-QUEUE-REC.
           03 RSF-PLAN-TYPE   PIC X(2).
      *    この結果を書いた論理実行の実行ID (窓口の本判定は 0)。
           03 RSF-RUN-ID      PIC 9(6).
      *    メタボリックシンドローム判定区分 (0=非該当 1=予備群
      *    2=基準該当)。支援レベルとは別の規則で判定した値で、
      *    保険者の年次報告に使う。レイアウト拡張前の行は空欄。
           03 RSF-METSYN      PIC X.
      *    10年冠動脈疾患リスク (%、吹田スコア)・合計点・区分
      *    (L=低 M=中 H=高)。判定のたびに1回だけ計算して結果と
      *    一緒に持ち、通知レターと窓口の X (判定説明) が同じ値を
      *    出す。レイアウト拡張前の行と推定できなかった行は空欄。
           03 RSF-CVD-RISK-X  PIC X(3).
           03 RSF-CVD-RISK REDEFINES RSF-CVD-RISK-X PIC 9(2)V9.
           03 RSF-CVD-POINTS-X PIC X(3).
           03 RSF-CVD-BAND    PIC X.

      *    SORT の GIVING 先。PATIENT-REC と総バイト数が同じ単純な
      *    バッファとして持ち、READ-PATIENT-REC で丸ごと PATIENT-REC
      *    へ MOVE する (SORT 後も既存の IP-* 項目名を使い続けられる)。
       FD  SORTED-PATIENT-FILE.
       01  SORTED-PATIENT-REC PIC X(80).

      *    患者IDで直接引けるようにした患者マスタ (INDEXED)。
       FD  PATIENT-INDEX-FILE.
           03 RHF-EXAM-DATE   PIC 9(8).
           03 RHF-INSURER     PIC X(4).
           03 RHF-PLAN-TYPE   PIC X(2).
      *    メタボ判定区分 (0=非該当 1=予備群 2=基準該当。年度の
      *    最終判定の値。レイアウト拡張前の行は空欄)。
           03 RHF-METSYN      PIC X.
      *    施設+年度の代替キー (施設コードと年度を並べ直した写し。
      *    書き手が WRITE の直前に詰める。版 002 で追加)。
           03 RHF-SITE-FY-KEY.
              05 RHF-SF-SITE  PIC 9(3).
              05 RHF-SF-FYEAR PIC 9(4).

       FD  HISTORY-FILE.
       01  HISTORY-REC.
           03 PMI-PINCODE     PIC 9(6).
      *    有効フラグ (A=有効 I=無効。TEST-210509-2 の保守画面が書く)。
           03 PMI-ACTIVE      PIC X.
      *    連絡手段の希望・携帯番号・メール (TEST-210509-2 参照)。
           03 PMI-CHANNEL     PIC X.
           03 PMI-MOBILE      PIC X(13).
           03 PMI-EMAIL       PIC X(40).
      *    世帯番号 (空白 = 世帯なし。TEST-210509-2 参照)。
           03 PMI-HOUSEHOLD-ID PIC X(10).
      *    伏せ字の氏名 (版 002。氏名から番号までは暗号化済み)。
           03 PMI-NAME-MASK   PIC X(12).

       FD  PMASTER-INDEX-FILE.
       01  PMASTER-INDEX-REC.
           03 PMX-COUNTRY     PIC X(15).
           03 PMX-PIN         PIC 9(6).
           03 PMX-ACT         PIC X.
           03 PMX-HOUSEHOLD   PIC X(10).
           03 PMX-NAME-MASK   PIC X(12).

       FD  LETTER-FILE.
       01  LETTER-LINE        PIC X(100).

      *    封入待ちのレター。種別 C の行は送付状に載せる1通ぶんの
      *    宛名・住所、L の行はレター本文の1行。世帯番号の無い患者
      *    は区分 P + 患者IDを世帯番号の代わりにして1人で封入する。
       FD  LETTER-STAGE-FILE.
       01  LETTER-STAGE-REC.
           03 LSG-KEY.
              05 LSG-HH-KIND  PIC X.
              05 LSG-HOUSEHOLD PIC X(10).
              05 LSG-PATIENT-ID PIC 9(9).
              05 LSG-SEQ      PIC 9(6).
           03 LSG-KIND        PIC X.
           03 LSG-TEXT        PIC X(100).
           03 LSG-COVER REDEFINES LSG-TEXT.
              05 LSG-CV-NAME  PIC X(30).
              05 LSG-CV-PIN   PIC 9(6).
              05 LSG-CV-COUNTRY PIC X(15).
              05 LSG-CV-HOUSE PIC 9(3).
              05 LSG-CV-LEVEL PIC 9.
              05 FILLER       PIC X(45).

      *    封筒1通 = 1行: 通番・郵便番号・LETTER-FILE 上の行数・
      *    同封のレター数・世帯キー。
       FD  LETTER-PIECE-FILE.
       01  LETTER-PIECE-REC.
           03 LPC-SEQ         PIC 9(6).
           03 LPC-PINCODE     PIC 9(6).
           03 LPC-LINES       PIC 9(5).
           03 LPC-LETTERS     PIC 9(3).
           03 LPC-HH-KIND     PIC X.
           03 LPC-HOUSEHOLD   PIC X(10).

       FD  LETTER-EXC-FILE.
       01  LETTER-EXC-LINE    PIC X(80).

       FD  REFERRAL-LETTER-FILE.
       01  REFERRAL-LETTER-LINE PIC X(100).

       FD  CESSATION-LETTER-FILE.
       01  CESSATION-LETTER-LINE PIC X(100).

       FD  RETURN-OUT-FILE.
       01  RETURN-OUT-LINE    PIC X(80).

       01  KEYED-IN-REC       PIC X(71).

       FD  REPLACE-IN-FILE.
       01  REPLACE-IN-REC     PIC X(80).

       FD  RESUBMIT-IN-FILE.
       01  RESUBMIT-IN-LINE   PIC X(60).
           03 ELG-COVER-FROM  PIC 9(8).
           03 ELG-COVER-TO    PIC 9(8).
           03 ELG-PLAN-TYPE   PIC X(2).
      *    世帯番号 (被保険者と被扶養者で同じ番号。旧レイアウトの
      *    行は空白)。
           03 ELG-HOUSEHOLD-ID PIC X(10).
      *    事業所記号 (被保険者の勤務先。被扶養者は被保険者と同じ
      *    記号)。保険者との協働事業の事業所別集計 (TEST260969) に
      *    使い、判定では使わない。旧レイアウトの行と事業所の無い
      *    加入者 (任意継続など) は空白。
           03 ELG-EMPLOYER-CODE PIC X(8).

       FD  ELIG-INDEX-FILE.
       01  ELIG-INDEX-REC.
           03 ELX-INSURER     PIC X(4).
           03 ELX-TO          PIC 9(8).
           03 ELX-PLAN        PIC X(2).
           03 ELX-HOUSEHOLD   PIC X(10).

       FD  UNIT-PROFILE-FILE.
       01  UNIT-PROFILE-REC.
           03 UP-GLU-UNIT     PIC 9.
           03 UP-LIP-UNIT     PIC 9.

       FD  LAB-METHOD-FILE.
       01  LAB-METHOD-REC.
           03 LMF-SITE-CODE   PIC 9(3).
           03 LMF-ITEM        PIC X(6).
           03 LMF-EFF-FROM    PIC 9(8).
           03 LMF-EFF-TO      PIC 9(8).
           03 LMF-METHOD      PIC X(4).
           03 LMF-LAB-CODE    PIC X(17).
           03 LMF-ANALYZER    PIC X(20).

       FD  THRESHOLD-FILE.
       01  THRESHOLD-REC.
           03 THR-NAME        PIC X(20).
           03 PLR-PLAN        PIC X(2).
           03 PLR-ACTION      PIC X.

      *    整合性ルール1行 (桁位置固定、1桁目が * の行は注記)。
      *    種別 BO = 項目A が条件A かつ 項目B が条件B なら不整合
      *         DF = 項目A - 項目B が条件A なら不整合 (B側は不使用)
      *    項目: FST NFS HBA1C SBP DBP LDL HDL TG HT WT WAIST BMI
      *          FASTH (食後経過時間)。比較: GE LE GT LT。
       FD  CONSIST-RULE-FILE.
       01  CONSIST-RULE-REC.
           03 CRL-RULE-ID     PIC X(7).
           03 FILLER          PIC X.
           03 CRL-ACTIVE      PIC X.
           03 FILLER          PIC X.
           03 CRL-KIND        PIC X(2).
           03 FILLER          PIC X.
           03 CRL-FIELD-A     PIC X(5).
           03 FILLER          PIC X.
           03 CRL-OP-A        PIC X(2).
           03 FILLER          PIC X.
           03 CRL-VALUE-A     PIC X(8).
           03 FILLER          PIC X.
           03 CRL-FIELD-B     PIC X(5).
           03 FILLER          PIC X.
           03 CRL-OP-B        PIC X(2).
           03 FILLER          PIC X.
           03 CRL-VALUE-B     PIC X(8).
           03 FILLER          PIC X.
           03 CRL-DQ-CODE     PIC X(2).
           03 FILLER          PIC X.
           03 CRL-REASON      PIC X(40).

       FD  THRESHOLD-DATED-FILE.
       01  THRESHOLD-DATED-REC.
           03 THD-NAME        PIC X(20).
       01  DQ-MONTHLY-REC.
           03 DQM-YYYYMM      PIC 9(6).
           03 DQM-SITE        PIC 9(3).
      *    コード: 01-10 = WS-EXC-CODE の例外、11-14 = 問診票と
      *    検査データの服薬・喫煙の食い違い、90 = 欠測、91 = 重複。
           03 DQM-CODE        PIC 9(2).
           03 DQM-COUNT       PIC 9(5).

       FD  SITE-ALERT-FILE.
       01  SITE-ALERT-LINE    PIC X(132).

       FD  COMBINED-IN-FILE.
       01  COMBINED-IN-LINE   PIC X(80).
       01  INTAKE-UPLOAD-REC  PIC X(80).

       FD  PRE-EDIT-OUT-FILE.
       01  PRE-EDIT-OUT-REC   PIC X(80).

       FD  SYNTAX-REJECT-FILE.
       01  SYNTAX-REJECT-LINE PIC X(120).

      *    アップロードの行台帳: アップロード連番・物理行番号
      *    (HDR 行も1行と数える)・施設・患者ID・理由コード (空欄 =
      *    取込段階では合格)。
       FD  INTAKE-LINE-FILE.
       01  INTAKE-LINE-REC.
           03 ILN-UPLOAD      PIC 9(2).
           03 ILN-LINE-NO     PIC 9(6).
           03 ILN-SITE        PIC 9(3).
           03 ILN-PATIENT-ID  PIC X(9).
           03 ILN-CODE        PIC X(4).

       FD  INTAKE-VALREJ-FILE.
       01  INTAKE-VALREJ-REC.
           03 IVR-SITE        PIC 9(3).
           03 IVR-PATIENT-ID  PIC X(9).
           03 IVR-CODE        PIC X(4).

       FD  INTAKE-RECEIPT-FILE.
       01  INTAKE-RECEIPT-LINE PIC X(80).

       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           03 OPM-ID          PIC X(6).
           03 SIT-PHONE       PIC X(12).
           03 SIT-ACTIVE      PIC X.
           03 SIT-INSURERS    PIC X(20).
      *    契約単価と振込先 (ここでは使わないが、行の長さは施設
      *    マスタに合わせる)。
           03 FILLER          PIC X(52).

       FD  PATIENT-STATUS-FILE.
       01  PATIENT-STATUS-REC.
       FD  PHONE-LIST-FILE.
       01  PHONE-LIST-LINE    PIC X(100).

       FD  ELIG-CONFIRM-QUEUE-FILE.
       01  ELIG-CONFIRM-QUEUE-REC.
      *    ステータス: P=照会待ち S=照会送信済み C=資格確認済み
      *    (今夜拾う) G=資格なしと回答 (最終の空白リストへ移動済み)
      *    D=再投入済み。
           03 ECQ-STATUS      PIC X.
           03 ECQ-PATIENT-ID  PIC 9(9).
           03 ECQ-EXAM-DATE   PIC 9(8).
      *    資格インデックスに残っている直近の保険者 (無ければ空欄)。
           03 ECQ-INSURER     PIC X(4).
      *    理由: NORECORD = 資格レコードなし、GAP = 空白期間。
           03 ECQ-REASON      PIC X(8).
           03 ECQ-RAW         PIC X(80).
           03 ECQ-DETECT-DATE PIC X(8).
           03 ECQ-SENT-DATE   PIC X(8).
           03 ECQ-RES-DATE    PIC X(8).

       FD  ELIG-CONFIRMED-FILE.
       01  ELIG-CONFIRMED-REC.
           03 ECF-PATIENT-ID  PIC 9(9).
           03 ECF-INSURER     PIC X(4).
           03 ECF-COVER-FROM  PIC 9(8).
           03 ECF-COVER-TO    PIC 9(8).
           03 ECF-PLAN-TYPE   PIC X(2).
           03 ECF-CONFIRM-DATE PIC X(8).

       FD  SITE-RECV-FILE.
       01  SITE-RECV-REC.
      *    発送日・確認日は送信管理コンソールが書く (未発送は空欄)。
           03 TXR-SENT        PIC X(8).
           03 TXR-CONFIRMED   PIC X(8).
      *    コントロール合計 (outbound_rules 参照。Y=登録あり、空欄は
      *    合計を持つ前に登録された行)。明細の見分け方と桁位置、
      *    作成時に数えた合計をそのまま持ち、発送前の照合に使う。
           03 TXR-CTL-FLAG    PIC X.
           03 TXR-CTL-SPEC    PIC X(43).
           03 TXR-CTL-TOTALS  PIC X(65).

      *    SORT 用の並べ替え作業ファイル。キー項目以外は PATIENT-REC
      *    の並びそのままの FILLER にして、USING/GIVING で物理的な
           03 SRT-PATIENT-ID  PIC 9(9).
           03 FILLER          PIC X(59).
           03 SRT-SITE-CODE   PIC 9(3).
           03 FILLER          PIC X(9).

       WORKING-STORAGE SECTION.
       01  WS-PATIENT-ID   PIC 9(9) VALUE 0.
           88 WS-REFER-HIT           VALUE 'Y'.
       01  WS-CNT-REFERRAL    PIC 9(7) VALUE 0.

      *    禁煙支援トラック用: 新規案内・翌年度の回答で禁煙/再喫煙へ
      *    進んだ件数と、案内状の枚数。
       01  WS-CES-STATUS      PIC XX VALUE SPACES.
       01  WS-CSL-STATUS      PIC XX VALUE SPACES.
       01  WS-CES-FOUND-FLAG  PIC X VALUE 'N'.
           88 WS-CES-FOUND           VALUE 'Y'.
       01  WS-CES-LETTER-FLAG PIC X VALUE 'N'.
           88 WS-CES-LETTER          VALUE 'Y'.
       01  WS-CNT-CES-OFFER   PIC 9(7) VALUE 0.
       01  WS-CNT-CES-QUIT    PIC 9(7) VALUE 0.
       01  WS-CNT-CES-RELAPSE PIC 9(7) VALUE 0.
       01  WS-CNT-CES-LETTERS PIC 9(5) VALUE 0.

      *    緊急アラート (パニック値) 判定用: 妥当性チェックの棄却
      *    レンジ (FST 30-500 など) の内側にある危険域バンド。
      *    基準表ファイルの CRIT-* で上書きできる。
           88 WS-FYDUP               VALUE 'Y'.
       01  WS-CNT-FY-DUP      PIC 9(7) VALUE 0.

      *    受診券の照合用: 台帳があれば照合し、不備の健診は保留
      *    キューへ。WS-VCH-REASON が空欄のままなら照合を通った。
       01  WS-VCH-STATUS      PIC XX VALUE SPACES.
       01  WS-VHQ-STATUS      PIC XX VALUE SPACES.
       01  WS-VCH-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-VCH-LOADED          VALUE 'Y'.
       01  WS-VCH-HOLD-FLAG   PIC X VALUE 'N'.
           88 WS-VCH-HOLD            VALUE 'Y'.
       01  WS-VCH-REASON      PIC X(10) VALUE SPACES.
       01  WS-CNT-VCH-HOLD    PIC 9(7) VALUE 0.
       01  WS-CNT-VCH-REDEEM  PIC 9(7) VALUE 0.
       01  WS-CNT-VCH-NONE    PIC 9(7) VALUE 0.

      *    健診予約の照合用: 受診済にした予約・予約の無かった健診の
      *    件数と、無断キャンセルに落とすまでの猶予日数 (基準表の
      *    BOOK-GRACE-DAYS で上書きできる)。
       01  WS-BKG-STATUS      PIC XX VALUE SPACES.
       01  WS-RBK-STATUS      PIC XX VALUE SPACES.
       01  WS-BKG-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-BKG-LOADED          VALUE 'Y'.
       01  WS-BKG-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-BKG-EOF             VALUE 'Y'.
       01  WS-BKG-GRACE-DAYS  PIC 9(3) VALUE 14.
       01  WS-BKG-HIT-SEQ     PIC 9(2) VALUE 0.
       01  WS-BKG-HIT-STS     PIC X VALUE SPACE.
       01  WS-BKG-DONE-FLAG   PIC X VALUE 'N'.
           88 WS-BKG-DONE            VALUE 'Y'.
       01  WS-BKG-DUE-INT     PIC 9(8) VALUE 0.
       01  WS-CNT-BKG-ATTEND  PIC 9(7) VALUE 0.
       01  WS-CNT-BKG-NONE    PIC 9(7) VALUE 0.
       01  WS-CNT-BKG-NOSHOW  PIC 9(7) VALUE 0.
      *    保留キューの読み戻し (翌晩の再投入) 用。
       01  WS-VHQ-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-VHQ-EOF             VALUE 'Y'.
       01  WS-VHQ-TAB.
           03 WS-VHQ-ENTRY OCCURS 200 TIMES PIC X(113).
       01  WS-VHQ-CNT         PIC 9(3) VALUE 0.
       01  WS-VHQ-IDX         PIC 9(3) VALUE 0.
       01  WS-VHQ-OVFL-FLAG   PIC X VALUE 'N'.
           88 WS-VHQ-OVFL            VALUE 'Y'.
       01  WS-CNT-VCH-REFED   PIC 9(5) VALUE 0.

      *    施設精算フィード (最初に書くときに開き、終了時に閉じる)。
       01  WS-SFD-STATUS      PIC XX VALUE SPACES.
       01  WS-SFD-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-SFD-OPEN            VALUE 'Y'.
       01  WS-UTR-STATUS      PIC XX VALUE SPACES.
       01  WS-CMR-STATUS      PIC XX VALUE SPACES.
       01  WS-CMR-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-CMR-OPEN            VALUE 'Y'.
      *    レセプトの服薬を「健診時点で治療中」とみなす期間 (最後の
      *    調剤日が健診日の何日前までか)。
       01  WS-RCP-WINDOW-DAYS PIC 9(3) VALUE 180.
       01  WS-RCP-TREAT-FLAG  PIC X VALUE 'N'.
           88 WS-RCP-TREATED         VALUE 'Y'.
       01  WS-RCP-ANY-FLAG    PIC X VALUE 'N'.
           88 WS-RCP-ANY             VALUE 'Y'.
       01  WS-RCP-CLASS       PIC X(3) VALUE SPACES.
       01  WS-RCP-LAB-FLAG    PIC 9 VALUE 0.
       01  WS-RCP-HIT-FLAG    PIC X VALUE 'N'.
           88 WS-RCP-HIT             VALUE 'Y'.
       01  WS-RCP-LAST-DATE   PIC 9(8) VALUE 0.
       01  WS-RCP-EXAM-NUM    PIC 9(8) VALUE 0.
       01  WS-RCP-GAP-DAYS    PIC S9(7) VALUE 0.
       01  WS-RCP-HITS.
           03 WS-RCP-HIT-DM   PIC X VALUE 'N'.
           03 WS-RCP-HIT-HTN  PIC X VALUE 'N'.
           03 WS-RCP-HIT-LIP  PIC X VALUE 'N'.
       01  WS-RCP-DATES.
           03 WS-RCP-DATE-DM  PIC 9(8) VALUE 0.
           03 WS-RCP-DATE-HTN PIC 9(8) VALUE 0.
           03 WS-RCP-DATE-LIP PIC 9(8) VALUE 0.
       01  WS-CNT-RCP-TREAT   PIC 9(7) VALUE 0.
       01  WS-CNT-RCP-DIFF    PIC 9(7) VALUE 0.

      *    保険者別ルール・プロファイルの読み込み先テーブルと、
      *    判定中の1患者に適用したプロファイルコード。
       01  WS-RPF-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-CNT-QUEST-IN    PIC 9(5) VALUE 0.
       01  WS-QST-FOUND-FLAG  PIC X VALUE 'N'.
           88 WS-QST-FOUND           VALUE 'Y'.
      *    判定時の問診突合 (服薬・喫煙) の作業域と件数。検査データ
      *    側のフラグと食い違った項目ごとに1件と数える。
       01  WS-QRC-ANS         PIC X VALUE SPACE.
       01  WS-QRC-LAB         PIC 9 VALUE 0.
       01  WS-QRC-DQ-CODE     PIC 9(2) VALUE 0.
      *    同じ健診の問診票に喫煙の回答があったか (禁煙支援トラックの
      *    更新の出どころとして残す)。
       01  WS-QRC-SMK-FLAG    PIC X VALUE 'N'.
           88 WS-QRC-SMK-ANSWERED    VALUE 'Y'.
       01  WS-CNT-QST-MED-DIFF PIC 9(7) VALUE 0.
       01  WS-CNT-QST-SMK-DIFF PIC 9(7) VALUE 0.
       01  WS-RHF-STATUS      PIC XX VALUE SPACES.
      *    特定健診の年度 (4月始まり): 1〜3月の実行は前年の年度に
      *    属する。経年履歴のキーに使う。
       01  WS-CNT-MOTIV    PIC 9(7) VALUE 0.
       01  WS-CNT-ACTIVE   PIC 9(7) VALUE 0.
       01  WS-CNT-TOTAL    PIC 9(7) VALUE 0.
      *    メタボ判定区分ごとの件数 (突合レポート用)。
       01  WS-CNT-MS-KIJUN PIC 9(7) VALUE 0.
       01  WS-CNT-MS-YOBI  PIC 9(7) VALUE 0.
       01  WS-CNT-MS-NONE  PIC 9(7) VALUE 0.
       01  WS-RPT-CNT-ED   PIC ZZZ,ZZ9.
       01  WS-CNT-REJECTED PIC 9(7) VALUE 0.
       01  WS-CNT-INCOMPLETE PIC 9(7) VALUE 0.
      *    偶然数字を眺めるのではなく機械的に拾えるよう、施設ごとの
      *    平均を全施設平均と比べ、許容乖離 (SITE-DEV-PCT、%) を
      *    超えた施設をアラートファイルへ書く。
      *    HbA1c・FST の測定方法 (検査方法マスタの実行日時点の行、
      *    無ければ空欄) が同じ施設どうしを比べ、方法の違いだけで
      *    アラートが出ないようにする。
       01  WS-SST-TAB.
           03 WS-SST-ENTRY OCCURS 50 TIMES.
              05 WS-SST-SITE      PIC 9(3).
              05 WS-SST-N         COMP-2.
              05 WS-SST-HBA1C-SUM COMP-2.
              05 WS-SST-FST-SUM   COMP-2.
              05 WS-SST-HBA1C-METH PIC X(4).
              05 WS-SST-FST-METH  PIC X(4).
       01  WS-SST-CNT        PIC 9(2) VALUE 0.
       01  WS-SST-IDX        PIC 9(2) VALUE 0.
       01  WS-SST-HIT        PIC 9(2) VALUE 0.
       01  WS-SST-MEAN       COMP-2 VALUE 0.
       01  WS-SST-DEV        COMP-2 VALUE 0.
      *    比較相手 (同じ方法の施設群、方法不明なら全施設) の平均。
       01  WS-SST-PEER-MEAN  COMP-2 VALUE 0.
       01  WS-SST-PEER-SUM   COMP-2 VALUE 0.
       01  WS-SST-PEER-N     COMP-2 VALUE 0.
       01  WS-SST-PEER-SITES PIC 9(2) VALUE 0.
       01  WS-SST-PEER-IDX   PIC 9(2) VALUE 0.
       01  WS-SST-CMP-METH   PIC X(4) VALUE SPACES.
       01  WS-CNT-SITE-NOPEER PIC 9(3) VALUE 0.
       01  WS-SST-ALERT-HEAD PIC X(100) VALUE SPACES.
       01  WS-SITE-DEV-PCT   PIC 9(3) VALUE 20.
       01  WS-SITE-ALERT-STATUS PIC XX VALUE SPACES.
       01  WS-CNT-SITE-ALERT PIC 9(3) VALUE 0.
       01  WS-SITE-CNT-MOTIV   PIC 9(7) VALUE 0.
       01  WS-SITE-CNT-ACTIVE  PIC 9(7) VALUE 0.
       01  WS-SITE-CNT-TOTAL   PIC 9(7) VALUE 0.
       01  WS-SITE-CNT-MS-KIJUN PIC 9(7) VALUE 0.
       01  WS-SITE-CNT-MS-YOBI PIC 9(7) VALUE 0.
       01  WS-ED-SITE-CODE     PIC ZZ9.

      *    監査ログ1行ぶんの結果区分と判定コード
       01  WS-A1C-DIFF        PIC S9V99 VALUE 0.
       01  WS-CNT-UNIT-ERR    PIC 9(7) VALUE 0.

      *    健診内の項目間整合性ルール (input/consistency_rules.dat)。
       01  WS-CRL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-CRL-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-CRL-EOF             VALUE 'Y'.
       01  WS-CRL-TAB.
           03 WS-CRL-ENTRY OCCURS 50 TIMES.
              05 WS-CRL-ID      PIC X(7).
              05 WS-CRL-KIND    PIC X(2).
              05 WS-CRL-FLD-A   PIC X(5).
              05 WS-CRL-OP-A    PIC X(2).
              05 WS-CRL-VAL-A   PIC 9(4)V99.
              05 WS-CRL-FLD-B   PIC X(5).
              05 WS-CRL-OP-B    PIC X(2).
              05 WS-CRL-VAL-B   PIC 9(4)V99.
              05 WS-CRL-DQ      PIC 9(2).
              05 WS-CRL-REASON  PIC X(40).
       01  WS-CRL-CNT         PIC 9(2) VALUE 0.
       01  WS-CRL-IDX         PIC 9(2) VALUE 0.
       01  WS-CRL-SKIPPED     PIC 9(2) VALUE 0.
       01  WS-INCONS-FLAG     PIC X VALUE 'N'.
           88 WS-INCONSISTENT        VALUE 'Y'.
       01  WS-CNT-INCONSIST   PIC 9(7) VALUE 0.
      *    補修サスペンスへ残す具体的な理由 (XC- + ルールID)。
       01  WS-INCONS-REASON   PIC X(10) VALUE SPACES.
      *    ルール評価の作業域: 項目名から取り出した値と条件の成否。
       01  WS-XC-FLD          PIC X(5).
       01  WS-XC-OP           PIC X(2).
       01  WS-XC-LIMIT        PIC 9(4)V99.
       01  WS-XC-VALUE        PIC S9(4)V99.
       01  WS-XC-VALUE-B      PIC S9(4)V99.
       01  WS-XC-BMI          PIC 9(3)V99.
       01  WS-XC-HIT          PIC X VALUE 'N'.
           88 WS-XC-TRUE             VALUE 'Y'.

      *    一覧表示用の編集項目 (TEST230313 の ZZ9.99 方式)
       01  WS-ED-PID       PIC Z(8)9.
       01  WS-ED-FST       PIC ZZ9.
       01  WS-ED-HBA1C     PIC Z9.99.
       01  WS-ED-LSK       PIC Z9.
       01  WS-ED-METSYN    PIC X(5).

      *    EDI 連携ファイル (保険者の固定長レイアウト) 用の編集項目。
       01  WS-EDI-PID      PIC 9(9).
       01  WS-EDI-LSK-CODE PIC X(1).
      *    DET 行のメタボ判定コード (標準様式の区分: 1=基準該当
      *    2=予備群該当 3=非該当)。
       01  WS-EDI-MS-CODE  PIC X(1).
       01  WS-CNT-EDI      PIC 9(7) VALUE 0.

      *    日次バッチは全患者分を保持するため、COMP-3 (パック10進) で
       01  WS-BP-FLAG      PIC 9(1) VALUE 0.
       01  WS-LIPID-FLAG   PIC 9(1) VALUE 0.

      *    メタボリックシンドローム判定区分 (0=非該当 1=予備群
      *    2=基準該当) と、腹囲に加えて該当した項目数。
       01  WS-METSYN-FLAG  PIC 9(1) VALUE 0.
       01  WS-MS-RISKS     PIC 9(1) VALUE 0.

      *    階層化判定の第1段階 (肥満リスク): 0=非該当 (支援レベル
      *    判定の対象外) 1=腹囲が基準以上 2=腹囲は基準未満だが
      *    BMI が基準以上。
       01  WS-TG-LIMIT       PIC 9(3) VALUE 150.
       01  WS-LDL-LIMIT      PIC 9(3) VALUE 120.
       01  WS-NFS-LIMIT      PIC 9(3) VALUE 200.
      *    メタボ判定の血糖基準 (支援レベルの FST 基準とは別の値。
      *    HbA1c は x10 の整数で持つ)。
       01  WS-MS-FST-LIMIT   PIC 9(3) VALUE 110.
       01  WS-MS-HBA1C-X10   PIC 9(3) VALUE 60.

      *    共有判定関数への受け渡し域 (表示形式。レイアウトは
      *    judge_rules の LNK-MEASURES/LNK-RULES/LNK-JUDGE-OUT と
           03 WJR-NFS-LIMIT  PIC 9(3).
           03 WJR-ROUND-HBA1C PIC 9.
           03 WJR-ROUND-BMI   PIC 9.
           03 WJR-MS-FST      PIC 9(3).
           03 WJR-MS-HBA1C    PIC 9(3).
       01  WS-JO-OUT.
           03 WJO-LEVEL      PIC 9.
           03 WJO-OBESITY    PIC 9.
           03 WJO-AGE-BAND   PIC 9.
           03 WJO-FST-EFF    PIC 9(3).
           03 WJO-WAIST-EFF  PIC 9(3).
           03 WJO-METSYN     PIC 9.
           03 WJO-MS-RISKS   PIC 9.

      *    10年冠動脈疾患リスクの受け渡し域 (cvd_risk_rules の
      *    LNK-CVD-IN/LNK-CVD-OUT と一致していること)。
       01  WS-CVD-IN.
           03 WCV-DOB        PIC 9(8).
           03 WCV-SEX        PIC 9.
           03 WCV-SBP        PIC 9(3).
           03 WCV-HBA1C      PIC 9V99.
           03 WCV-FST        PIC 9(3).
           03 WCV-MED-DM     PIC 9.
           03 WCV-LDL        PIC 9(3).
           03 WCV-HDL        PIC 9(3).
           03 WCV-SMOKER     PIC 9.
           03 WCV-RUN-DATE   PIC 9(8).
       01  WS-CVD-OUT.
           03 WCV-POINTS     PIC 9(3).
           03 WCV-RISK       PIC 9(2)V9.
           03 WCV-BAND       PIC X.
       01  WS-ED-CVD-RISK    PIC Z9.9.

       01  WS-LSK-BG       PIC 9(1) VALUE 0.

       01  WS-PATH-LTR     PIC X(50) VALUE "output/letters.txt".
       01  WS-PATH-LTX     PIC X(50) VALUE
           "output/letters_missing_master.txt".
       01  WS-PATH-RLT     PIC X(50) VALUE
           "output/referral_letters.txt".
       01  WS-PATH-CSL     PIC X(50) VALUE
           "output/cessation_letters.txt".
       01  WS-PATH-RBK     PIC X(50) VALUE
           "output/exam_rebook_offers.txt".
       01  WS-PATH-PCNT    PIC X(50) VALUE
           "output/partition_counts.dat".
       01  WS-PCNT-STATUS  PIC XX VALUE SPACES.
       01  WS-PMI-STATUS      PIC XX VALUE SPACES.
       01  WS-LTR-STATUS      PIC XX VALUE SPACES.
       01  WS-LTX-STATUS      PIC XX VALUE SPACES.
       01  WS-RLT-STATUS      PIC XX VALUE SPACES.
       01  WS-CNT-REF-LETTERS PIC 9(5) VALUE 0.
      *    紹介状の参照番号の組み立て (チェックディジットは患者IDと
      *    同じく各桁の合計を10で割った余り)。
       01  WS-REF-NO-WORK.
           03 WS-RNO-TAG      PIC X VALUE "R".
           03 WS-RNO-PID      PIC 9(9).
           03 WS-RNO-DATE     PIC 9(8).
           03 WS-RNO-CHECK    PIC 9.
       01  WS-RNO-DIGITS REDEFINES WS-REF-NO-WORK.
           03 FILLER          PIC X.
           03 WS-RNO-DIGIT    PIC 9 OCCURS 17 TIMES.
           03 FILLER          PIC 9.
       01  WS-RNO-IDX         PIC 9(2) VALUE 0.
       01  WS-RNO-SUM         PIC 9(3) VALUE 0.
       01  WS-PMI-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-PMI-EOF             VALUE 'Y'.
       01  WS-PMX-STATUS      PIC XX VALUE SPACES.
      *    リスト・ワークリストに並記する氏名 (マスタ未登録は空欄)。
       01  WS-PM-NAME-OUT     PIC X(20) VALUE SPACES.

      *    世帯番号の解決 (患者マスタが優先、空白なら資格データ)。
       01  WS-HH-LOOK-ID      PIC 9(9) VALUE 0.
       01  WS-HH-LOOK-OUT     PIC X(10) VALUE SPACES.
       01  WS-PAT-HOUSEHOLD   PIC X(10) VALUE SPACES.

      *    レターの封入待ちファイルと、世帯ごとの書き出し。
       01  WS-LSG-STATUS      PIC XX VALUE SPACES.
       01  WS-LSG-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-LSG-EOF             VALUE 'Y'.
       01  WS-LSG-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-LSG-OPEN            VALUE 'Y'.
       01  WS-LSG-SEQ         PIC 9(6) VALUE 0.
       01  WS-LSG-CUR.
           03 WS-LSG-CUR-KIND PIC X.
           03 WS-LSG-CUR-HHLD PIC X(10).
       01  WS-LSG-START-KEY   PIC X(26) VALUE SPACES.
       01  WS-LSG-LETTERS     PIC 9(3) VALUE 0.
       01  WS-LSG-LIST-CNT    PIC 9(2) VALUE 0.
       01  WS-LSG-LIST-IDX    PIC 9(2) VALUE 0.
       01  WS-LSG-LIST.
           03 WS-LSG-MEMBER OCCURS 20 TIMES.
              05 WS-LSG-M-ID   PIC 9(9).
              05 WS-LSG-M-NAME PIC X(30).
       01  WS-LSG-ADDR.
           03 WS-LSG-A-PIN     PIC 9(6).
           03 WS-LSG-A-COUNTRY PIC X(15).
           03 WS-LSG-A-HOUSE   PIC 9(3).
       01  WS-LSG-MORE        PIC 9(3) VALUE 0.
       01  WS-ED-LSG-CNT      PIC ZZ9.
       01  WS-LPC-STATUS      PIC XX VALUE SPACES.
       01  WS-LPC-SEQ         PIC 9(6) VALUE 0.
       01  WS-LSG-LINES       PIC 9(5) VALUE 0.
       01  WS-CNT-HH-COVERS   PIC 9(5) VALUE 0.
       01  WS-CNT-HH-GROUPED  PIC 9(5) VALUE 0.

      *    施設マスタの読み込み先テーブルと名前の解決結果。
       01  WS-SIT-STATUS      PIC XX VALUE SPACES.
       01  WS-SIT-EOF-FLAG    PIC X VALUE 'N'.
       01  WS-SITE-NAME-OUT   PIC X(20) VALUE SPACES.
       01  WS-SIT-OK-FLAG     PIC X VALUE 'Y'.
           88 WS-SIT-OK              VALUE 'Y'.
      *    事業者健診 (職場の定期健診の結果を保険者が受け取ったもの)
      *    の取込に当てる予約の施設コード。TEST260970 が組み替えた
      *    行はこの施設コードで流れてくる。実在のクリニックではない
      *    ので施設マスタに無くても通し、精算フィードには載せず
      *    (払う相手がいない)、最終受領日の督促にも載せない。
       01  WS-EMPLOYER-SITE   PIC 9(3) VALUE 900.

      *    発効日つき患者ステータスの読み込み先テーブルと、判定中の
      *    1患者の解決結果。
       01  WS-PHN-STATUS      PIC XX VALUE SPACES.
       01  WS-UND-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-UND-EOF             VALUE 'Y'.
      *    登録簿の各行に、その患者の世帯番号を並べて持つ (世帯の
      *    誰か1人の返送で世帯全員のレターを止める)。
       01  WS-UND-TAB.
           03 WS-UND-ENTRY OCCURS 200 TIMES.
              05 WS-UND-ID    PIC 9(9).
              05 WS-UND-HHLD  PIC X(10).
       01  WS-UND-VIA-ID      PIC 9(9) VALUE 0.
       01  WS-UND-CNT         PIC 9(3) VALUE 0.
       01  WS-UND-IDX         PIC 9(3) VALUE 0.
       01  WS-UND-HIT-FLAG    PIC X VALUE 'N'.
       01  WS-ELG-CNT         PIC 9(7) VALUE 0.
       01  WS-ELX-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-ELX-EOF             VALUE 'Y'.
      *    証番号キー・オンライン確認の窓を重ねるときに、全件マスタ
      *    がくれた世帯番号を引き継ぐための退避域。
       01  WS-ELX-SAVE.
           03 FILLER          PIC X(31).
           03 WS-ELX-SAVE-HHLD PIC X(10).
       01  WS-COVERED-FLAG    PIC X VALUE 'Y'.
           88 WS-COVERED             VALUE 'Y'.
       01  WS-PAT-INSURER     PIC X(4) VALUE SPACES.
           88 WS-ELG-HAS-ANY         VALUE 'Y'.
       01  WS-ELG-BEST-FROM   PIC 9(8) VALUE 0.
       01  WS-CNT-COVER-GAP   PIC 9(7) VALUE 0.
      *    オンライン確認キュー (積む側と翌晩の再投入) と、確認済み
      *    資格の重ね合わせ。
       01  WS-ELG-LAST-INSURER PIC X(4) VALUE SPACES.
       01  WS-ECQ-STATUS      PIC XX VALUE SPACES.
       01  WS-ECF-STATUS      PIC XX VALUE SPACES.
       01  WS-ECQ-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-ECQ-EOF             VALUE 'Y'.
       01  WS-ECF-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-ECF-EOF             VALUE 'Y'.
       01  WS-ECQ-TAB.
           03 WS-ECQ-ENTRY OCCURS 500 TIMES PIC X(134).
       01  WS-ECQ-CNT         PIC 9(3) VALUE 0.
       01  WS-ECQ-IDX         PIC 9(3) VALUE 0.
       01  WS-ECQ-OVFL-FLAG   PIC X VALUE 'N'.
           88 WS-ECQ-OVFL            VALUE 'Y'.
       01  WS-CNT-ECQ-REFED   PIC 9(5) VALUE 0.
       01  WS-CNT-ECF-IN      PIC 9(7) VALUE 0.

      *    被保険者証番号クロス・リファレンスの読み込み先テーブルと
      *    解決結果。
       01  WS-UNIT-COUNT      PIC 9(2) VALUE 0.
       01  WS-UT-IDX          PIC 9(2) VALUE 0.
       01  WS-SITE-GLU-MMOL   PIC 9 VALUE 0.
       01  WS-LMF-STATUS      PIC XX VALUE SPACES.
       01  WS-LMF-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-LMF-EOF             VALUE 'Y'.
       01  WS-LMF-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-LMF-LOADED          VALUE 'Y'.
       01  WS-LMT-TABLE.
           03 WS-LMT-ENTRY OCCURS 200 TIMES.
              05 WS-LMT-SITE    PIC 9(3).
              05 WS-LMT-ITEM    PIC X(6).
              05 WS-LMT-FROM    PIC 9(8).
              05 WS-LMT-TO      PIC 9(8).
              05 WS-LMT-METHOD  PIC X(4).
       01  WS-LMT-COUNT       PIC 9(3) VALUE 0.
       01  WS-LMT-IDX         PIC 9(3) VALUE 0.
       01  WS-LMT-SKIPPED     PIC 9(3) VALUE 0.
       01  WS-SITE-LIP-MMOL   PIC 9 VALUE 0.

      *    受領アーカイブ用: 書き出し先パスと複写件数。
      *    書き戻すための控え。
       01  WS-IK-USED-FLAG    PIC X VALUE 'N'.
           88 WS-IK-USED             VALUE 'Y'.
      *    事業者健診の取込分 (施設 WS-EMPLOYER-SITE) を取り込んだか
      *    と、そのアップロードのパス (ジョブの最後に空のバッチへ
      *    戻す)。
       01  WS-IK-EMP-FLAG     PIC X VALUE 'N'.
           88 WS-IK-EMP-TAKEN        VALUE 'Y'.
       01  WS-IK-EMP-PATH     PIC X(40) VALUE SPACES.
       01  WS-IKL-TAB.
           03 WS-IKL-ROW OCCURS 50 TIMES PIC X(103).
       01  WS-IKL-CNT         PIC 9(2) VALUE 0.
       01  WS-PRE-REASON      PIC X(40) VALUE SPACES.
       01  WS-CNT-SYNTAX-REJ  PIC 9(7) VALUE 0.
       01  WS-CNT-SYNTAX-OK   PIC 9(7) VALUE 0.
      *    施設に返す理由コード (SY01-SY03 = 構文、CT01 = コントロール
      *    合計、VAnn = 検証。nn は例外コード)。
       01  WS-PRE-CODE        PIC X(4) VALUE SPACES.

      *    受領票用: 今夜取り込んだアップロードの表 (連番 = 表の
      *    添字)、検証ではじいた明細の表、受領票1本ぶんの集計。
       01  WS-ILN-STATUS      PIC XX VALUE SPACES.
       01  WS-IVR-STATUS      PIC XX VALUE SPACES.
       01  WS-RCP-STATUS      PIC XX VALUE SPACES.
       01  WS-RCP-PATH        PIC X(50) VALUE SPACES.
       01  WS-RCP-TAB.
           03 WS-RCP-ENTRY OCCURS 99 TIMES.
              05 WS-RCP-SITE     PIC 9(3).
              05 WS-RCP-NAME     PIC X(40).
              05 WS-RCP-RECEIVED PIC 9(6).
              05 WS-RCP-CT-FLAG  PIC X.
       01  WS-RCP-CNT         PIC 9(2) VALUE 0.
       01  WS-RCP-IDX         PIC 9(2) VALUE 0.
       01  WS-RCP-CUR         PIC 9(2) VALUE 0.
       01  WS-IK-LINE-NO      PIC 9(6) VALUE 0.
       01  WS-IK-TRL-LINE     PIC 9(6) VALUE 0.
       01  WS-IK-CT-FLAG      PIC X VALUE 'N'.
           88 WS-IK-CT-BAD           VALUE 'Y'.
       01  WS-IVT-TAB.
           03 WS-IVT-ENTRY OCCURS 2000 TIMES.
              05 WS-IVT-SITE     PIC 9(3).
              05 WS-IVT-PID      PIC X(9).
              05 WS-IVT-CODE     PIC X(4).
              05 WS-IVT-USED     PIC X.
       01  WS-IVT-CNT         PIC 9(4) VALUE 0.
       01  WS-IVT-IDX         PIC 9(4) VALUE 0.
       01  WS-IVT-FULL-FLAG   PIC X VALUE 'N'.
           88 WS-IVT-FULL            VALUE 'Y'.
       01  WS-ILN-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-ILN-EOF             VALUE 'Y'.
       01  WS-IVR-EOF-FLAG    PIC X VALUE 'N'.
           88 WS-IVR-EOF             VALUE 'Y'.
       01  WS-RCP-REJECTED    PIC 9(6) VALUE 0.
       01  WS-RCP-ACCEPTED    PIC 9(6) VALUE 0.
       01  WS-RCP-LINES       PIC 9(7) VALUE 0.
       01  WS-RCP-CODE        PIC X(4) VALUE SPACES.
       01  WS-RCP-TEXT        PIC X(50) VALUE SPACES.

      *    マッチ・マージと判定読み込みで HDR/TRL 行を読み飛ばす
      *    ための「明細を1件取れた」フラグ。
       01  WS-TXR-LINELEN     PIC 9(3) VALUE 0.
       01  WS-TXR-DEST        PIC X(20) VALUE SPACES.

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-ECQ      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-FUQ      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-QAQ      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-XST      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-RF       PIC 9(3) VALUE 1.
       01  WS-LAYOUT-FYD      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-CHS      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-MXR      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-PMS      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-TXR      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-REF      PIC 9(3) VALUE 1.
       COPY layout_header.
       COPY outbound_ctl.
       COPY pii_ctl.

       PROCEDURE DIVISION.
       MAIN SECTION.

           PERFORM SET-FY-THRESHOLDS.
           PERFORM LOAD-RULE-PROFILES.
           PERFORM LOAD-PLAN-RULES.
           PERFORM LOAD-CONSISTENCY-RULES.
           PERFORM LOAD-UNIT-PROFILES.
           PERFORM LOAD-LAB-METHODS.
           PERFORM LOAD-MEMBER-XREF.
           PERFORM LOAD-ELIGIBILITY.
           PERFORM LOAD-MEMBER-ELIGIBILITY.
           PERFORM LOAD-CONFIRMED-ELIGIBILITY.
           PERFORM OPEN-ELIG-INDEX.
           PERFORM LOAD-OPTOUT-REGISTRY.
           PERFORM LOAD-INSURER-MAP.
                       OR NOT WS-JOB-OK
           END-IF.

      *    施設アップロードの受領票は、判定ループの検証まで終わって
      *    から書く (取込段階のはじきと検証のはじきを1枚に載せる)。
           IF WS-JOB-OK THEN
               PERFORM JOB-STEP-INTAKE-RECEIPTS
           END-IF.

      *    事業者健診の取込分はクリニックのアップロードと違って毎日
      *    送り直されないため、判定まで通ったら空のバッチに戻す
      *    (残すと翌晩も同じ明細が流れ、年度内重複に積まれる)。
      *    途中で落ちた実行では戻さない (再起動で取り込み直す)。
           IF WS-JOB-OK AND WS-IK-EMP-TAKEN AND DRYRUN-OFF THEN
               PERFORM CLEAR-EMPLOYER-UPLOAD
           END-IF.

      *    健診予約の無断キャンセル: 当夜の健診を全部突き合わせて
      *    から、猶予日数を過ぎた B の予約を N に落とす。予約ファイル
      *    は共有なので、ドライラン・日中差分サイクルでは落とさない。
           IF WS-JOB-OK AND WS-BKG-LOADED
                   AND DRYRUN-OFF AND INTRADAY-OFF THEN
               PERFORM SWEEP-EXAM-NO-SHOWS
           END-IF.

           IF NOT WS-JOB-OK THEN
               MOVE SPACES TO WS-MSG-TEXT
               STRING "JOB CONTROL: RECONCILIATION REPORT SKIPPED "
               " DUPLICATE=" WS-CNT-DUPLICATE
               " NOTCOVERED=" WS-CNT-NOT-COVERED
               " UNITERR=" WS-CNT-UNIT-ERR
               " INCONSIST=" WS-CNT-INCONSIST
               " EDI=" WS-CNT-EDI
               DELIMITED BY SIZE INTO ABEND-DIAG-LINE.
           WRITE ABEND-DIAG-LINE.
               WS-CNT-TOTAL WS-CNT-REJECTED WS-CNT-INCOMPLETE
               WS-CNT-DUPLICATE WS-CNT-CATEGORY-CHANGE
               WS-CNT-NOT-COVERED WS-CNT-OPTOUT WS-CNT-UNIT-ERR
               WS-CNT-INCONSIST
               WS-CNT-REFERRAL WS-CNT-CRITICAL WS-CNT-FY-DUP
               WS-CNT-CES-OFFER WS-CNT-CES-QUIT WS-CNT-CES-RELAPSE
               WS-CNT-PLAN-ADJ WS-CNT-INSURED WS-CNT-DEPENDENT
               WS-CNT-QA-SAMPLED WS-CNT-COVER-GAP
               WS-CNT-UNDELIVER WS-CNT-DECEASED
               WS-CNT-CLOSED-SKIP WS-CNT-VCH-HOLD WS-CNT-VCH-REDEEM
               WS-CNT-VCH-NONE WS-CNT-BKG-ATTEND WS-CNT-BKG-NONE
               WS-CNT-MS-KIJUN WS-CNT-MS-YOBI WS-CNT-MS-NONE
               WS-CNT-QST-MED-DIFF WS-CNT-QST-SMK-DIFF
               WS-CNT-RCP-TREAT WS-CNT-RCP-DIFF.
           MOVE 0 TO WS-SITE-CNT-NONE WS-SITE-CNT-MOTIV
               WS-SITE-CNT-ACTIVE WS-SITE-CNT-TOTAL
               WS-SITE-CNT-MS-KIJUN WS-SITE-CNT-MS-YOBI
               WS-PRIOR-SITE-CODE.
           MOVE 'N' TO WS-SITE-SEEN-FLAG.
           MOVE 0 TO WS-HBA1C-SUM WS-HBA1C-SUMSQ WS-FST-SUM
               PERFORM PICKUP-KEYED-BATCH
           END-IF.

      *    受診券の照合保留から裁定済み (R/A) の健診も合流させる。
           IF DRYRUN-OFF THEN
               PERFORM PICKUP-VOUCHER-RELEASES
           END-IF.

      *    資格のオンライン確認で資格が確認できた (C) 健診も合流
      *    させる。
           IF DRYRUN-OFF THEN
               PERFORM PICKUP-ELIG-CONFIRMED
           END-IF.

           CLOSE PATIENT-FILE.

           EXIT.
           STRING "output/letters_missing_master.txt.p"
               FUNCTION TRIM(WS-PARTITION-ID)
               DELIMITED BY SIZE INTO WS-PATH-LTX.
           MOVE SPACES TO WS-PATH-RLT.
           STRING "output/referral_letters.txt.p"
               FUNCTION TRIM(WS-PARTITION-ID)
               DELIMITED BY SIZE INTO WS-PATH-RLT.
           MOVE SPACES TO WS-PATH-CSL.
           STRING "output/cessation_letters.txt.p"
               FUNCTION TRIM(WS-PARTITION-ID)
               DELIMITED BY SIZE INTO WS-PATH-CSL.
           MOVE SPACES TO WS-PATH-RBK.
           STRING "output/exam_rebook_offers.txt.p"
               FUNCTION TRIM(WS-PARTITION-ID)
               DELIMITED BY SIZE INTO WS-PATH-RBK.
           MOVE SPACES TO WS-PATH-PCNT.
           STRING "output/partition_counts.p"
               FUNCTION TRIM(WS-PARTITION-ID)
                           MOVE ELG-INSURER    TO ELX-INSURER
                           MOVE ELG-COVER-TO   TO ELX-TO
                           MOVE ELG-PLAN-TYPE  TO ELX-PLAN
                           MOVE ELG-HOUSEHOLD-ID TO ELX-HOUSEHOLD
                           WRITE ELIG-INDEX-REC
                               INVALID KEY
                                   MOVE SPACES TO WS-MSG-TEXT
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
           ELSE
               PERFORM CHECK-MXR-LAYOUT
               MOVE 0 TO WS-MXR-CNT
               MOVE 'N' TO WS-MXR-EOF-FLAG
               PERFORM UNTIL WS-MXR-EOF
                   MOVE MEL-INSURER    TO ELX-INSURER
                   MOVE MEL-COVER-TO   TO ELX-TO
                   MOVE MEL-PLAN-TYPE  TO ELX-PLAN
                   PERFORM UPSERT-ELIG-INDEX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           EXIT.


       UPSERT-ELIG-INDEX.

      *    証番号キー・オンライン確認の資格には世帯番号が無い。同じ
      *    窓がすでに全件マスタから入っていればその世帯番号を引き
      *    継いで上書きし、無ければ空白のまま足す。
           MOVE SPACES TO ELX-HOUSEHOLD.
           MOVE ELIG-INDEX-REC TO WS-ELX-SAVE.
           READ ELIG-INDEX-FILE
               INVALID KEY
                   MOVE WS-ELX-SAVE TO ELIG-INDEX-REC
                   WRITE ELIG-INDEX-REC
                   END-WRITE
               NOT INVALID KEY
                   MOVE ELX-HOUSEHOLD TO WS-ELX-SAVE-HHLD
                   MOVE WS-ELX-SAVE TO ELIG-INDEX-REC
                   REWRITE ELIG-INDEX-REC
                   END-REWRITE
           END-READ.

           EXIT.


       LOAD-CONFIRMED-ELIGIBILITY.

      *    オンライン確認で保険者が回答した資格を、作り直した
      *    資格インデックスへ重ねる (upsert)。全件更新のマスタが
      *    追いついて同じ窓を持ってくれば同じキーに上書きされる
      *    だけ。ファイルが無ければ何もしない。
           OPEN INPUT ELIG-CONFIRMED-FILE.
           IF WS-ECF-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ELIG-INDEX-FILE.
           IF WS-ELX-STATUS NOT = "00" THEN
               OPEN OUTPUT ELIG-INDEX-FILE
               CLOSE ELIG-INDEX-FILE
               OPEN I-O ELIG-INDEX-FILE
           END-IF.

           MOVE 0 TO WS-CNT-ECF-IN.
           MOVE 'N' TO WS-ECF-EOF-FLAG.
           PERFORM UNTIL WS-ECF-EOF
               READ ELIG-CONFIRMED-FILE
                   AT END
                       MOVE 'Y' TO WS-ECF-EOF-FLAG
                   NOT AT END
                       MOVE ECF-PATIENT-ID TO ELX-ID
                       MOVE ECF-COVER-FROM TO ELX-FROM
                       MOVE ECF-INSURER    TO ELX-INSURER
                       MOVE ECF-COVER-TO   TO ELX-TO
                       MOVE ECF-PLAN-TYPE  TO ELX-PLAN
                       PERFORM UPSERT-ELIG-INDEX
                       ADD 1 TO WS-CNT-ECF-IN
               END-READ
           END-PERFORM.
           CLOSE ELIG-CONFIRMED-FILE.
           CLOSE ELIG-INDEX-FILE.

           MOVE 'Y' TO WS-ELG-LOADED-FLAG.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING "ONLINE-CONFIRMED ELIGIBILITY: " WS-CNT-ECF-IN
               " WINDOW(S) LAID OVER THE INDEX"
               DELIMITED BY SIZE INTO WS-MSG-TEXT.
           PERFORM LOG-MESSAGE.

           EXIT.


       LOAD-INSURER-MAP.

      *    保険者マップをテーブルへ読み込む。無ければ従来どおり
                   MOVE SPACES TO
                       WS-EDIM-DET(WS-EDIM-HIT,
                           WS-EDIM-CNT(WS-EDIM-HIT))
                   PERFORM SET-EDI-METSYN-CODE
                   STRING "DET" WS-EDI-PID WS-EDI-LSK-CODE
                       WS-RUN-DATE WS-EDI-MS-CODE WS-PAT-MEMBER
                       DELIMITED BY SIZE INTO
                       WS-EDIM-DET(WS-EDIM-HIT,
                           WS-EDIM-CNT(WS-EDIM-HIT))
                           TO EDI-MULTI-OUT-LINE
                       WRITE EDI-MULTI-OUT-LINE
                   END-PERFORM
      *            明細を書き終えたところで読み直し、患者IDのハッシュ
      *            合計と支援レベル別件数を件数の後ろに載せる (その
      *            保険者のレベル表記で数える)。
                   CLOSE EDI-MULTI-OUT-FILE
                   INITIALIZE OCI-SPEC
                   MOVE WS-EDIM-LVL-N(WS-EDIM-IDX)
                       TO OCI-LVL-CODES(1:1)
                   MOVE WS-EDIM-LVL-M(WS-EDIM-IDX)
                       TO OCI-LVL-CODES(2:1)
                   MOVE WS-EDIM-LVL-A(WS-EDIM-IDX)
                       TO OCI-LVL-CODES(3:1)
                   MOVE "DET" TO OCI-TAG(1)
                   MOVE 3 TO OCI-TAG-LEN(1)
                   MOVE 1 TO OCI-TAG-COL(1)
                   MOVE 4 TO OCI-ID-POS(1)
                   MOVE 9 TO OCI-ID-LEN(1)
                   MOVE 13 TO OCI-LVL-POS(1)
                   MOVE WS-EDIM-PATH(WS-EDIM-IDX) TO OCI-PATH
                   MOVE FUNCTION OUTBOUND-CONTROL-TOTALS(WS-OUTCTL-IN)
                       TO WS-OUTCTL-OUT
                   OPEN EXTEND EDI-MULTI-OUT-FILE
                   MOVE SPACES TO EDI-MULTI-OUT-LINE
                   STRING "TRL" WS-EDIM-CNT(WS-EDIM-IDX)
                       OCO-HASH-ID OCO-LVL-CNT(1) OCO-LVL-CNT(2)
                       OCO-LVL-CNT(3)
                       DELIMITED BY SIZE INTO EDI-MULTI-OUT-LINE
                   WRITE EDI-MULTI-OUT-LINE
                   CLOSE EDI-MULTI-OUT-FILE
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   PERFORM LOG-MESSAGE

      *            送信登録簿にも1行 (宛先 = 保険者コード)。明細の
      *            見分け方は上でトレーラー用に詰めたものをそのまま
      *            使う。
                   MOVE WS-EDIM-PATH(WS-EDIM-IDX) TO WS-TXR-NAME
                   MOVE WS-EDIM-CNT(WS-EDIM-IDX)  TO WS-TXR-COUNT
                   MOVE 50 TO WS-TXR-LINELEN
           EXIT.


       WRITE-ELIG-CONFIRM-HOLD.

      *    生の値を資格のオンライン確認キューへ丸ごと積む。追記
      *    方式は受診券の照合保留と同じ。ドライラン中は積まない。
           IF DRYRUN-ON THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ELIG-CONFIRM-QUEUE-FILE.
           IF WS-ECQ-STATUS = "00" THEN
               PERFORM CHECK-ECQ-LAYOUT
               CLOSE ELIG-CONFIRM-QUEUE-FILE
               OPEN EXTEND ELIG-CONFIRM-QUEUE-FILE
           ELSE
               OPEN OUTPUT ELIG-CONFIRM-QUEUE-FILE
               PERFORM WRITE-ECQ-LAYOUT
           END-IF.
           MOVE "P" TO ECQ-STATUS.
           MOVE WS-PATIENT-ID TO ECQ-PATIENT-ID.
           MOVE WS-IP-EXAM-DATE TO ECQ-EXAM-DATE.
           MOVE WS-ELG-LAST-INSURER TO ECQ-INSURER.
           IF WS-ELG-HAS-ANY THEN
               MOVE "GAP" TO ECQ-REASON
           ELSE
               MOVE "NORECORD" TO ECQ-REASON
           END-IF.
           MOVE SORTED-PATIENT-REC TO ECQ-RAW.
           MOVE WS-RUN-DATE TO ECQ-DETECT-DATE.
           MOVE SPACES TO ECQ-SENT-DATE.
           MOVE SPACES TO ECQ-RES-DATE.
           WRITE ELIG-CONFIRM-QUEUE-REC.
           CLOSE ELIG-CONFIRM-QUEUE-FILE.

           EXIT.

      *    最も新しい窓 (= 直近の加入先) を採用する。EDI 明細・
      *    請求はこの保険者へ流れる。
      *    資格レコードはあるのにどの窓にも入らない健診日は
      *    「資格の空白期間」として数え、資格なしと合わせて保険者
      *    へのオンライン確認キューに積む (JUDGE-02-BG 側)。
      *    マスタを読み込んでいない環境では全員を資格ありとみなす。
           MOVE SPACES TO WS-PAT-INSURER.
           MOVE SPACES TO WS-PAT-PLAN.
           MOVE 'N' TO WS-ELG-ANY-FLAG.
           MOVE 0 TO WS-ELG-BEST-FROM.
           MOVE SPACES TO WS-ELG-LAST-INSURER.

           IF NOT WS-ELG-LOADED THEN
               MOVE 'Y' TO WS-COVERED-FLAG
                               MOVE 'Y' TO WS-ELX-EOF-FLAG
                           ELSE
                               MOVE 'Y' TO WS-ELG-ANY-FLAG
                               MOVE ELX-INSURER TO WS-ELG-LAST-INSURER
                               IF WS-IP-EXAM-DATE >= ELX-FROM
                                       AND WS-IP-EXAM-DATE
                                           <= ELX-TO
           EXIT.


       LOAD-LAB-METHODS.

      *    施設別の検査方法マスタのうち HbA1c と FST の行を読み込む。
      *    ファイルが無ければ施設の測定方法はすべて不明 (空欄) と
      *    して続行し、施設平均は全施設平均と比べる。
           MOVE 0 TO WS-LMT-COUNT.
           MOVE 0 TO WS-LMT-SKIPPED.
           OPEN INPUT LAB-METHOD-FILE.
           IF WS-LMF-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-MSG-TEXT
               STRING "NO LAB METHOD MASTER - SITE MEANS ARE "
                   "COMPARED WITH THE ALL-SITES MEAN"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-LMF-LOADED-FLAG.
           MOVE 'N' TO WS-LMF-EOF-FLAG.
           PERFORM UNTIL WS-LMF-EOF
               READ LAB-METHOD-FILE
                   AT END
                       MOVE 'Y' TO WS-LMF-EOF-FLAG
                   NOT AT END
                       IF LMF-ITEM = "HBA1C" OR LMF-ITEM = "FST" THEN
                           IF WS-LMT-COUNT < 200 THEN
                               ADD 1 TO WS-LMT-COUNT
                               MOVE LMF-SITE-CODE
                                   TO WS-LMT-SITE(WS-LMT-COUNT)
                               MOVE LMF-ITEM
                                   TO WS-LMT-ITEM(WS-LMT-COUNT)
                               MOVE LMF-EFF-FROM
                                   TO WS-LMT-FROM(WS-LMT-COUNT)
                               MOVE LMF-EFF-TO
                                   TO WS-LMT-TO(WS-LMT-COUNT)
                               MOVE LMF-METHOD
                                   TO WS-LMT-METHOD(WS-LMT-COUNT)
                           ELSE
                               ADD 1 TO WS-LMT-SKIPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LAB-METHOD-FILE.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING "LOADED " WS-LMT-COUNT
               " LAB METHOD ROW(S) (HBA1C/FST)"
               DELIMITED BY SIZE INTO WS-MSG-TEXT.
           PERFORM LOG-MESSAGE.
           IF WS-LMT-SKIPPED > 0 THEN
               MOVE SPACES TO WS-MSG-TEXT
               STRING "LAB METHOD TABLE FULL (200) - "
                   WS-LMT-SKIPPED " ROW(S) NOT LOADED, THEIR SITES "
                   "ARE COMPARED WITH THE ALL-SITES MEAN"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
           END-IF.

           EXIT.


       RESOLVE-SITE-LAB-METHODS.

      *    施設統計の WS-SST-HIT 行に、実行日に有効な HbA1c・FST の
      *    測定方法を入れる (マスタに無ければ空欄 = 方法不明)。
           MOVE SPACES TO WS-SST-HBA1C-METH(WS-SST-HIT).
           MOVE SPACES TO WS-SST-FST-METH(WS-SST-HIT).
           PERFORM VARYING WS-LMT-IDX FROM 1 BY 1
                   UNTIL WS-LMT-IDX > WS-LMT-COUNT
               IF WS-LMT-SITE(WS-LMT-IDX) = WS-SST-SITE(WS-SST-HIT)
                  AND WS-LMT-FROM(WS-LMT-IDX) <= WS-RUN-DATE-NUM
                  AND WS-LMT-TO(WS-LMT-IDX) >= WS-RUN-DATE-NUM THEN
                   IF WS-LMT-ITEM(WS-LMT-IDX) = "HBA1C" THEN
                       MOVE WS-LMT-METHOD(WS-LMT-IDX)
                           TO WS-SST-HBA1C-METH(WS-SST-HIT)
                   ELSE
                       MOVE WS-LMT-METHOD(WS-LMT-IDX)
                           TO WS-SST-FST-METH(WS-SST-HIT)
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.


       RESOLVE-SITE-UNITS.

      *    マージ中の1患者について、その施設 (組み立て済みの
      *    コントロールファイルが無ければ何もしない (従来運用の
      *    まま)。組み替えた明細もこの後の構文プレエディットと検証を
      *    同じように通る。
      *    受領票の材料はここで今回ぶんから作り直す。ただし本当の
      *    再起動では、落ちる前に検証ではじいた明細の控えを残す
      *    (判定済みの患者は読み飛ばされ、もう一度は検証されない)。
           MOVE 0 TO WS-RCP-CNT.
           IF NOT WS-RESTARTING OR INTRADAY-ON THEN
               OPEN OUTPUT INTAKE-VALREJ-FILE
               CLOSE INTAKE-VALREJ-FILE
           END-IF.
           OPEN INPUT INTAKE-CONTROL-FILE.
           IF WS-IKC-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-MSG-TEXT
           ELSE
               MOVE 0 TO WS-IK-FILE-CNT
               MOVE 0 TO WS-IKL-CNT
               OPEN OUTPUT INTAKE-LINE-FILE
               MOVE 'N' TO WS-IKC-EOF-FLAG
               PERFORM UNTIL WS-IKC-EOF
                   READ INTAKE-CONTROL-FILE
                   END-READ
               END-PERFORM
               CLOSE INTAKE-CONTROL-FILE
               CLOSE INTAKE-LINE-FILE
               MOVE SPACES TO WS-MSG-TEXT
               STRING "SITE INTAKE: " WS-IK-FILE-CNT
                   " UPLOAD FILE(S) CONVERTED ONTO STANDARD LAYOUT"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
           ELSE
      *        受領票の1本ぶんを起こし、アップロードが TRL を持って
      *        いればコントロール合計を先に突き合わせる。合わない
      *        アップロード (途中で切れた等) は1行も取り込まない。
               PERFORM START-INTAKE-RECEIPT
               PERFORM CHECK-UPLOAD-CONTROL
               IF WS-IK-CT-BAD THEN
                   PERFORM REJECT-UPLOAD-CONTROL
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND PATIENT-FILE
               ADD 1 TO WS-IK-FILE-CNT
               MOVE 0 TO WS-IK-REC-CNT
               MOVE 0 TO WS-IK-LINE-NO
               MOVE 'N' TO WS-IKU-EOF-FLAG
               PERFORM UNTIL WS-IKU-EOF
                   READ INTAKE-UPLOAD-FILE
                       AT END
                           MOVE 'Y' TO WS-IKU-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-IK-LINE-NO
                           IF INTAKE-UPLOAD-REC(1:3) NOT = "HDR"
                                   AND INTAKE-UPLOAD-REC(1:3)
                                       NOT = "TRL" THEN
                               PERFORM INTAKE-MAP-ONE-REC
                               PERFORM REGISTER-INTAKE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTAKE-UPLOAD-FILE
               CLOSE PATIENT-FILE
               MOVE 'Y' TO WS-IK-USED-FLAG
               IF IC-SITE-CODE = WS-EMPLOYER-SITE
                       AND WS-IK-REC-CNT > 0 THEN
                   MOVE 'Y' TO WS-IK-EMP-FLAG
                   MOVE IC-FILE-PATH TO WS-IK-EMP-PATH
               END-IF
               MOVE SPACES TO WS-MSG-TEXT
               STRING "SITE INTAKE: SITE " IC-SITE-CODE " - "
                   WS-IK-REC-CNT " RECORD(S) FROM "
           EXIT.


       START-INTAKE-RECEIPT.

      *    アップロード1本を受領票の表に載せる。表があふれたら
      *    その旨をログに残し、この1本は受領票なしで取り込む
      *    (取込そのものは止めない)。
           IF WS-RCP-CNT >= 99 THEN
               MOVE 0 TO WS-RCP-CUR
               MOVE SPACES TO WS-MSG-TEXT
               STRING "SITE INTAKE: RECEIPT TABLE FULL (99) - NO "
                   "RECEIPT FOR SITE " IC-SITE-CODE " "
                   FUNCTION TRIM(IC-FILE-PATH)
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RCP-CNT.
           MOVE WS-RCP-CNT TO WS-RCP-CUR.
           MOVE IC-SITE-CODE TO WS-RCP-SITE(WS-RCP-CUR).
           MOVE IC-FILE-PATH TO WS-RCP-NAME(WS-RCP-CUR).
           MOVE 0 TO WS-RCP-RECEIVED(WS-RCP-CUR).
           MOVE 'N' TO WS-RCP-CT-FLAG(WS-RCP-CUR).

           EXIT.


       CHECK-UPLOAD-CONTROL.

      *    アップロードを一度読み通して明細件数と患者IDハッシュ合計を
      *    数え、TRL の宣言値と比べる (VERIFY-BATCH と同じ規則。患者
      *    ID はこの施設のレイアウトの開始桁から取る)。TRL の無い
      *    アップロードは従来どおり無検証で受け入れる。読み終えたら
      *    取込のために開き直す。
           PERFORM VERIFY-CONTROL-SETUP.
           MOVE 'N' TO WS-IK-CT-FLAG.
           MOVE 0 TO WS-IK-LINE-NO.
           MOVE 0 TO WS-IK-TRL-LINE.
           MOVE 'N' TO WS-IKU-EOF-FLAG.
           PERFORM UNTIL WS-IKU-EOF
               READ INTAKE-UPLOAD-FILE
                   AT END
                       MOVE 'Y' TO WS-IKU-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-IK-LINE-NO
                       EVALUATE INTAKE-UPLOAD-REC(1:3)
                           WHEN "HDR"
                               CONTINUE
                           WHEN "TRL"
                               MOVE 'Y' TO WS-CTL-HAVE-FLAG
                               MOVE WS-IK-LINE-NO TO WS-IK-TRL-LINE
                               MOVE INTAKE-UPLOAD-REC TO WS-CTL-LINE
                               MOVE WS-CTL-TRL-COUNT
                                   TO WS-CTL-DECL-COUNT
                               MOVE WS-CTL-TRL-HASH
                                   TO WS-CTL-DECL-HASH
                           WHEN OTHER
                               ADD 1 TO WS-CTL-CALC-COUNT
                               IF IC-POS(1) > 0 THEN
                                   COMPUTE WS-CTL-CALC-HASH =
                                       WS-CTL-CALC-HASH
                                       + FUNCTION NUMVAL(
                                       INTAKE-UPLOAD-REC(IC-POS(1):9))
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE INTAKE-UPLOAD-FILE.
           OPEN INPUT INTAKE-UPLOAD-FILE.

           IF WS-RCP-CUR > 0 THEN
               MOVE WS-CTL-CALC-COUNT TO WS-RCP-RECEIVED(WS-RCP-CUR)
           END-IF.
           IF WS-CTL-HAVE THEN
               IF WS-CTL-DECL-COUNT NOT = WS-CTL-CALC-COUNT
                       OR WS-CTL-DECL-HASH NOT = WS-CTL-CALC-HASH THEN
                   MOVE 'Y' TO WS-IK-CT-FLAG
               END-IF
           END-IF.

           EXIT.


       REJECT-UPLOAD-CONTROL.

      *    コントロール合計の合わないアップロードは丸ごと受け付け
      *    ない。ジョブは止めず (他の施設の取込は続ける)、受領票で
      *    施設に再提出を求める。受領票を返すので日中差分でも消費
      *    済みとする (夜に同じものをもう一度はじかない)。
           CLOSE INTAKE-UPLOAD-FILE.
           MOVE 'Y' TO WS-IK-USED-FLAG.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING "SITE INTAKE: SITE " IC-SITE-CODE " UPLOAD "
               FUNCTION TRIM(IC-FILE-PATH)
               " OUT OF BALANCE - DECLARED " WS-CTL-DECL-COUNT
               "/" WS-CTL-DECL-HASH
               " COUNTED " WS-CTL-CALC-COUNT "/" WS-CTL-CALC-HASH
               " - NOT ACCEPTED"
               DELIMITED BY SIZE INTO WS-MSG-TEXT.
           PERFORM LOG-MESSAGE.
           IF WS-RCP-CUR > 0 THEN
               MOVE 'Y' TO WS-RCP-CT-FLAG(WS-RCP-CUR)
               MOVE WS-RCP-CUR     TO ILN-UPLOAD
               MOVE WS-IK-TRL-LINE TO ILN-LINE-NO
               MOVE IC-SITE-CODE   TO ILN-SITE
               MOVE SPACES         TO ILN-PATIENT-ID
               MOVE "CT01"         TO ILN-CODE
               WRITE INTAKE-LINE-REC
           END-IF.

           EXIT.


       REGISTER-INTAKE-LINE.

      *    組み替えた1行を行台帳に載せる。構文プレエディットと同じ
      *    検査をここでも当て、はじかれる行には理由コードを付けて
      *    おく (行そのものは結合ファイルへ流し、プレエディットが
      *    従来どおり構文エラー一覧と精算フィードに残す)。
           IF WS-RCP-CUR = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INTAKE-STD TO WS-CTL-LINE.
           PERFORM CHECK-LINE-SYNTAX.
           MOVE WS-RCP-CUR          TO ILN-UPLOAD.
           MOVE WS-IK-LINE-NO       TO ILN-LINE-NO.
           MOVE IC-SITE-CODE        TO ILN-SITE.
           MOVE WS-INTAKE-STD(1:9)  TO ILN-PATIENT-ID.
           MOVE WS-PRE-CODE         TO ILN-CODE.
           WRITE INTAKE-LINE-REC.

           EXIT.


       INTAKE-MAP-ONE-REC.

      *    コントロールレコードの開始桁表に従って、アップロード1行の
           IF WS-CTL-LINE(1:3) = "HDR" OR WS-CTL-LINE(1:3) = "TRL" THEN
               CONTINUE
           ELSE
               PERFORM CHECK-LINE-SYNTAX

               IF WS-PRE-REASON = SPACES THEN
                   ADD 1 TO WS-CNT-SYNTAX-OK
                   MOVE WS-CTL-LINE(1:80) TO PRE-EDIT-OUT-REC
                   WRITE PRE-EDIT-OUT-REC
               ELSE
                   ADD 1 TO WS-CNT-SYNTAX-REJ
                       " DATA: " WS-CTL-LINE(1:71)
                       DELIMITED BY SIZE INTO SYNTAX-REJECT-LINE
                   WRITE SYNTAX-REJECT-LINE
      *            施設コード欄が読める行は精算フィードにも残す
      *            (読めない行は施設に帰属できないので差し戻しのみ)。
                   IF WS-CTL-LINE(69:3) IS NUMERIC THEN
                       MOVE WS-CTL-LINE(69:3) TO SFD-SITE-CODE
                       MOVE WS-CTL-LINE(1:9)  TO SFD-PATIENT-ID
                       IF WS-CTL-LINE(19:8) IS NUMERIC THEN
                           MOVE WS-CTL-LINE(19:8) TO SFD-EXAM-DATE
                       ELSE
                           MOVE 0 TO SFD-EXAM-DATE
                       END-IF
                       MOVE "SYNTAX" TO SFD-RESULT
                       MOVE SPACES TO SFD-INSURER
                       PERFORM WRITE-SETTLE-FEED
                   END-IF
               END-IF
           END-IF.

           EXIT.


       CHECK-LINE-SYNTAX.

      *    明細1行 (WS-CTL-LINE) の構文検査。理由の文と、施設へ返す
      *    理由コードを立てる (合格なら両方空欄)。施設アップロードの
      *    取込時にも同じ検査を当てる。
           MOVE SPACES TO WS-PRE-REASON.
           MOVE SPACES TO WS-PRE-CODE.
      *    72-80桁目は受診券番号 (空欄可)。発行番号は数字だけ
      *    なので、数字以外が入っていれば桁ずれとして止める。
           EVALUATE TRUE
               WHEN WS-CTL-LINE(72:9) NOT = SPACES
                       AND WS-CTL-LINE(72:9) IS NOT NUMERIC
                   MOVE "VOUCHER COLUMNS 72-80 NOT NUMERIC"
                       TO WS-PRE-REASON
                   MOVE "SY01" TO WS-PRE-CODE
               WHEN WS-CTL-LINE(1:71) IS NOT NUMERIC
                   IF WS-CTL-LINE(71:1) = SPACE THEN
                       MOVE "RECORD SHORTER THAN 71 COLUMNS"
                           TO WS-PRE-REASON
                       MOVE "SY02" TO WS-PRE-CODE
                   ELSE
                       MOVE "NON-NUMERIC DATA IN NUMERIC COLUMNS"
                           TO WS-PRE-REASON
                       MOVE "SY03" TO WS-PRE-CODE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT.


       SORT-MERGED-PATIENT-FILE.

      *    大量件数でも夜間バッチの時間枠に収まるよう、判定ループに
           ELSE
               OPEN OUTPUT LETTER-FILE
           END-IF.
           PERFORM OPEN-LETTER-STAGE.
           IF WS-RESTARTING THEN
               OPEN EXTEND LETTER-EXC-FILE
           ELSE
               OPEN OUTPUT LETTER-EXC-FILE
           END-IF.
           IF WS-RESTARTING THEN
               OPEN EXTEND REFERRAL-LETTER-FILE
           ELSE
               OPEN OUTPUT REFERRAL-LETTER-FILE
           END-IF.
           IF WS-RESTARTING THEN
               OPEN EXTEND CESSATION-LETTER-FILE
           ELSE
               OPEN OUTPUT CESSATION-LETTER-FILE
           END-IF.

           IF WS-RESTARTING THEN
               OPEN EXTEND EXCEPTION-FILE
           OPEN I-O FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS NOT = "00" THEN
               OPEN OUTPUT FOLLOWUP-QUEUE-FILE
               PERFORM WRITE-FUQ-LAYOUT
               CLOSE FOLLOWUP-QUEUE-FILE
               OPEN I-O FOLLOWUP-QUEUE-FILE
           END-IF.
           PERFORM CHECK-FUQ-LAYOUT.

      *    受診勧奨キュー: フォローアップ・キューと同じ、実行を
      *    またいで溜まる INDEXED のキュー。
           OPEN I-O REFERRAL-FILE.
           IF WS-REF-STATUS NOT = "00" THEN
               OPEN OUTPUT REFERRAL-FILE
               PERFORM WRITE-REF-LAYOUT
               CLOSE REFERRAL-FILE
               OPEN I-O REFERRAL-FILE
           END-IF.
           PERFORM CHECK-REF-LAYOUT.

      *    禁煙支援トラックも同じ方式 (年度をまたいで持ち越す)。
           OPEN I-O CESSATION-FILE.
           IF WS-CES-STATUS NOT = "00" THEN
               OPEN OUTPUT CESSATION-FILE
               CLOSE CESSATION-FILE
               OPEN I-O CESSATION-FILE
           END-IF.

      *    緊急アラート・キューも同じ方式。
           OPEN I-O CRITICAL-ALERT-FILE.
           OPEN I-O QA-QUEUE-FILE.
           IF WS-QAQ-STATUS NOT = "00" THEN
               OPEN OUTPUT QA-QUEUE-FILE
               PERFORM WRITE-QAQ-LAYOUT
               CLOSE QA-QUEUE-FILE
               OPEN I-O QA-QUEUE-FILE
           END-IF.
           PERFORM CHECK-QAQ-LAYOUT.

      *    健診計測値ストアも同じ方式。
           OPEN I-O EXAM-STORE-FILE.
           IF WS-XST-STATUS NOT = "00" THEN
               OPEN OUTPUT EXAM-STORE-FILE
               PERFORM WRITE-XST-LAYOUT
               CLOSE EXAM-STORE-FILE
               OPEN I-O EXAM-STORE-FILE
           END-IF.
           PERFORM CHECK-XST-LAYOUT.

      *    経年結果履歴: 実行をまたいで蓄積する INDEXED ファイル
      *    (無ければ新規作成してから I-O で開き直す)。
           OPEN I-O RESULT-HIST-FILE.
           IF WS-RHF-STATUS NOT = "00" THEN
               OPEN OUTPUT RESULT-HIST-FILE
               PERFORM WRITE-RHF-LAYOUT
               CLOSE RESULT-HIST-FILE
               OPEN I-O RESULT-HIST-FILE
           END-IF.
           PERFORM CHECK-RHF-LAYOUT.

      *    受診券台帳は発行側 (TEST260946) が作る。無ければ新規作成
      *    はせず、照合しないまま従来どおり流す。
           MOVE 'N' TO WS-VCH-LOADED-FLAG.
           OPEN I-O VOUCHER-FILE.
           IF WS-VCH-STATUS = "00" THEN
               MOVE 'Y' TO WS-VCH-LOADED-FLAG
           END-IF.

      *    健診予約も予約コンソール (TEST260974) が作る。無ければ
      *    照合しない。
           MOVE 'N' TO WS-BKG-LOADED-FLAG.
           OPEN I-O BOOKING-FILE.
           IF WS-BKG-STATUS = "00" THEN
               MOVE 'Y' TO WS-BKG-LOADED-FLAG
           END-IF.
           IF WS-FUQ-STATUS NOT = "00" THEN
               MOVE 1 TO WS-JOB-RC
               MOVE SPACES TO WS-MSG-TEXT
           OPEN I-O RESULT-FILE.
           IF WS-RSF-STATUS NOT = "00" THEN
               OPEN OUTPUT RESULT-FILE
               PERFORM WRITE-RF-LAYOUT
               CLOSE RESULT-FILE
               OPEN I-O RESULT-FILE
           END-IF.
           PERFORM CHECK-RF-LAYOUT.
           IF WS-RSF-STATUS NOT = "00" THEN
               MOVE 1 TO WS-JOB-RC
               MOVE SPACES TO WS-MSG-TEXT
           END-IF.

           IF WS-JOB-OK THEN
               MOVE "PATIENT-ID   FST  HBA1C  LEVEL  METS"
                   TO LISTING-LINE
               WRITE LISTING-LINE
               IF JPLANG-ON THEN
                   MOVE
                   "(患者ID 空腹時血糖 HbA1c 支援Lv メタボ)"
                       TO LISTING-LINE
                   WRITE LISTING-LINE
               END-IF
                       NOT AT END
                           IF RESUBMIT-IN-LINE(1:3) = "DET" THEN
                               MOVE SPACES TO EDI-EXPORT-LINE
                               MOVE RESUBMIT-IN-LINE(1:22)
                                   TO EDI-EXPORT-LINE(1:22)
                               WRITE EDI-EXPORT-LINE
                               ADD 1 TO WS-CNT-EDI
                               ADD 1 TO WS-CNT-RESUBMIT-IN
      *    名前空欄・WS-SIT-OK を落とす)。
           MOVE SPACES TO WS-SITE-NAME-OUT.
           MOVE 'N' TO WS-SIT-OK-FLAG.
           IF WS-SIT-LOOK = WS-EMPLOYER-SITE THEN
               MOVE "EMPLOYER CHECKUP" TO WS-SITE-NAME-OUT
               MOVE 'Y' TO WS-SIT-OK-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-SIT-LOADED THEN
               MOVE 'Y' TO WS-SIT-OK-FLAG
               EXIT PARAGRAPH
      *    患者マスタを INDEXED 側に作り直し、実行の間は読み取り用
      *    に開いておく (以前の 500 件テーブルは超過分を黙って
      *    落としていた)。マスタが無ければレターは作れないので、
      *    判定済み患者は全員が例外リスト行きになる。鍵が無くても
      *    宛名を復号できないので同じ扱い (インデックスを作らない)。
           MOVE FUNCTION PII-LOAD-KEY("TEST230314") TO WS-PII-KEY.
           IF WS-PII-KEY = 0 THEN
               MOVE SPACES TO WS-MSG-TEXT
               STRING "NO FIELD KEY - NOTIFICATION LETTERS "
                   "WILL ALL FALL TO THE EXCEPTION LIST"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PATIENT-MASTER-IN.
           IF WS-PMI-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-MSG-TEXT
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
           ELSE
               PERFORM CHECK-PMS-LAYOUT
               OPEN OUTPUT PMASTER-INDEX-FILE
               MOVE 0 TO WS-PM-CNT
               MOVE 'N' TO WS-PMI-EOF-FLAG
                           MOVE PMI-HOUSE-NO   TO PMX-HOUSE
                           MOVE PMI-COUNTRY    TO PMX-COUNTRY
                           MOVE PMI-PINCODE    TO PMX-PIN
                           MOVE PMI-HOUSEHOLD-ID TO PMX-HOUSEHOLD
                           MOVE PMI-NAME-MASK  TO PMX-NAME-MASK
                           IF PMI-ACTIVE = "I" THEN
                               MOVE "I" TO PMX-ACT
                           ELSE
                                   ADD 1 TO WS-UND-CNT
                                   MOVE UND-PATIENT-ID
                                       TO WS-UND-ID(WS-UND-CNT)
                                   MOVE UND-PATIENT-ID
                                       TO WS-HH-LOOK-ID
                                   PERFORM RESOLVE-HOUSEHOLD
                                   MOVE WS-HH-LOOK-OUT
                                       TO WS-UND-HHLD(WS-UND-CNT)
                               ELSE
      *                            あふれたまま走ると超過分の患者へ
      *                            レターが再開してしまう - ジョブを
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "LOADED " WS-UND-CNT
                       " UNDELIVERABLE-ADDRESS PATIENT(S) - "
                       "LETTERS SUPPRESSED FOR THEIR HOUSEHOLDS"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   PERFORM LOG-MESSAGE
               END-IF

       CHECK-UNDELIVERABLE.

      *    本人の返送だけでなく、同じ世帯の誰かの返送でも止める
      *    (1つの封筒で届けるので、住所が同じく不着になる)。
      *    本人の登録を優先して WS-UND-VIA-ID に返送の元の患者を残す。
           MOVE 'N' TO WS-UND-HIT-FLAG.
           MOVE 0 TO WS-UND-VIA-ID.
           PERFORM VARYING WS-UND-IDX FROM 1 BY 1
                   UNTIL WS-UND-IDX > WS-UND-CNT
               IF WS-UND-ID(WS-UND-IDX) = WS-PATIENT-ID THEN
                   MOVE 'Y' TO WS-UND-HIT-FLAG
                   MOVE WS-PATIENT-ID TO WS-UND-VIA-ID
               END-IF
               IF WS-PAT-HOUSEHOLD NOT = SPACES
                       AND WS-UND-HHLD(WS-UND-IDX) = WS-PAT-HOUSEHOLD
                       AND WS-UND-VIA-ID NOT = WS-PATIENT-ID THEN
                   MOVE 'Y' TO WS-UND-HIT-FLAG
                   MOVE WS-UND-ID(WS-UND-IDX) TO WS-UND-VIA-ID
               END-IF
           END-PERFORM.


      *    宛先不着の患者にはレターを出さず、電話連絡リストへ1行
      *    (住所が直るたびに TEST-210509-2 が登録簿を解除する)。
      *    世帯の別の人の返送で止めたときは、その患者IDを添える。
           ADD 1 TO WS-CNT-UNDELIVER.
           OPEN INPUT PHONE-LIST-FILE.
           IF WS-PHN-STATUS = "00" THEN
           END-IF.
           PERFORM FIND-MASTER-NAME.
           MOVE SPACES TO PHONE-LIST-LINE.
           IF WS-UND-VIA-ID = WS-PATIENT-ID THEN
               STRING "PATIENT " WS-PATIENT-ID
                   " (" FUNCTION TRIM(WS-PM-NAME-OUT) ")"
                   " LEVEL " WS-LSK-BG
                   " - ADDRESS UNDELIVERABLE, CONTACT BY PHONE"
                   " (RUN " WS-RUN-DATE ")"
                   DELIMITED BY SIZE INTO PHONE-LIST-LINE
           ELSE
               STRING "PATIENT " WS-PATIENT-ID
                   " (" FUNCTION TRIM(WS-PM-NAME-OUT) ")"
                   " LEVEL " WS-LSK-BG
                   " - HOUSEHOLD MAIL RETURNED (" WS-UND-VIA-ID
                   "), CONTACT BY PHONE"
                   DELIMITED BY SIZE INTO PHONE-LIST-LINE
           END-IF.
           WRITE PHONE-LIST-LINE.
           CLOSE PHONE-LIST-FILE.

           EXIT.


       WRITE-LETTER-CVD-RISK.

           MOVE "  今後10年間の心筋梗塞など"
               TO LETTER-LINE.
           PERFORM STAGE-LETTER-LINE.
           MOVE WCV-RISK TO WS-ED-CVD-RISK.
           MOVE SPACES TO LETTER-LINE.
           EVALUATE TRUE
               WHEN WCV-POINTS <= 35
                   STRING "  の発症リスク: " "1%未満"
                       DELIMITED BY SIZE INTO LETTER-LINE
               WHEN WCV-POINTS >= 71
                   STRING "  の発症リスク: " "28%超"
                       DELIMITED BY SIZE INTO LETTER-LINE
               WHEN OTHER
                   STRING "  の発症リスク: " "約"
                       FUNCTION TRIM(WS-ED-CVD-RISK) "%"
                       DELIMITED BY SIZE INTO LETTER-LINE
           END-EVALUATE.
           PERFORM STAGE-LETTER-LINE.
           EVALUATE WCV-BAND
               WHEN "H"
                   MOVE "  (高リスク: 医師・保健師に"
                       TO LETTER-LINE
                   PERFORM STAGE-LETTER-LINE
                   MOVE "  ご相談ください)" TO LETTER-LINE
               WHEN "M"
                   MOVE "  (中リスク)" TO LETTER-LINE
               WHEN OTHER
                   MOVE "  (低リスク)" TO LETTER-LINE
           END-EVALUATE.
           PERFORM STAGE-LETTER-LINE.
           MOVE "  (吹田スコアによる推定値)"
               TO LETTER-LINE.
           PERFORM STAGE-LETTER-LINE.

           EXIT.


       WRITE-NOTIFICATION-LETTER.

      *    動機付け支援・積極的支援になった患者あての通知レターを
      *    印字用に書き出す。文面は支援レベル別の日本語テンプレート
      *    (現場の文書がすべて日本語であるのに合わせる)。患者マスタに
      *    居ない患者はレターを起こせないので、住所整備の作業リスト
      *    (例外リスト) へ回す。宛先不着の登録簿に載っている患者は
      *    住所が直るまでレターを出さず、電話連絡リストへ回す。
      *    死亡 (D)・連絡拒否 (O) のステータスが効力を持つ患者には
      *    レターも電話リストも出さない (即時の送付停止)。
      *    レターはその場では印字せず、世帯番号をキーに封入待ち
      *    ファイルへ溜める (ジョブの最後に EMIT-HOUSEHOLD-LETTERS
      *    が世帯ごとに送付状を付けて書き出す)。宛先不着も世帯
      *    単位で判定する。
           PERFORM RESOLVE-PATIENT-STATUS.
           IF WS-PAT-STATUS = "D" OR WS-PAT-STATUS = "O" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PATIENT-ID TO WS-HH-LOOK-ID.
           PERFORM RESOLVE-HOUSEHOLD.
           MOVE WS-HH-LOOK-OUT TO WS-PAT-HOUSEHOLD.

           PERFORM CHECK-UNDELIVERABLE.
           IF WS-UND-HIT THEN
               PERFORM DIVERT-TO-PHONE-LIST
                   NOT INVALID KEY
                       IF PMX-ACT NOT = "I" THEN
                           MOVE 1 TO WS-PM-HIT
                           PERFORM UNSEAL-PMX-ROW
                       END-IF
               END-READ
           END-IF.
               WRITE LETTER-EXC-LINE
           ELSE
               ADD 1 TO WS-CNT-LETTERS
               PERFORM STAGE-LETTER-COVER
               MOVE ALL "=" TO LETTER-LINE
               PERFORM STAGE-LETTER-LINE

               MOVE SPACES TO LETTER-LINE
               STRING "〒" PMX-PIN "  "
                   FUNCTION TRIM(PMX-COUNTRY)
                   " " PMX-HOUSE
                   DELIMITED BY SIZE INTO LETTER-LINE
               PERFORM STAGE-LETTER-LINE

               MOVE SPACES TO LETTER-LINE
               STRING FUNCTION TRIM(PMX-NAME) " 様"
                   " (受診者番号 " WS-PATIENT-ID ")"
                   DELIMITED BY SIZE INTO LETTER-LINE
               PERFORM STAGE-LETTER-LINE

               MOVE SPACES TO LETTER-LINE
               STRING "特定健診の結果のお知らせ ("
                   WS-RUN-DATE(1:4) "年度)"
                   DELIMITED BY SIZE INTO LETTER-LINE
               PERFORM STAGE-LETTER-LINE

               IF WS-LSK-BG = 1 THEN
                   MOVE "  このたびの健診の結果、"
                       TO LETTER-LINE
                   PERFORM STAGE-LETTER-LINE
                   MOVE "  生活習慣の改善に取り組む"
                       TO LETTER-LINE
                   PERFORM STAGE-LETTER-LINE
                   MOVE "  「動機付け支援」の対象と"
                       TO LETTER-LINE
                   PERFORM STAGE-LETTER-LINE
                   MOVE "  なりました。面談のご案内を"
                       TO LETTER-LINE
                   PERFORM STAGE-LETTER-LINE
                   MOVE "  同封しています。"
                       TO LETTER-LINE
                   PERFORM STAGE-LETTER-LINE
               ELSE
                   MOVE "  このたびの健診の結果、"
                       TO LETTER-LINE
                   PERFORM STAGE-LETTER-LINE
                   MOVE "  継続的な支援を行う"
                       TO LETTER-LINE
                   PERFORM STAGE-LETTER-LINE
                   MOVE "  「積極的支援」の対象と"
                       TO LETTER-LINE
                   PERFORM STAGE-LETTER-LINE
                   MOVE "  なりました。保健師による"
                       TO LETTER-LINE
                   PERFORM STAGE-LETTER-LINE
                   MOVE "  初回面談のご案内を"
                       TO LETTER-LINE
                   PERFORM STAGE-LETTER-LINE
                   MOVE "  同封しています。"
                       TO LETTER-LINE
                   PERFORM STAGE-LETTER-LINE
               END-IF

               MOVE SPACES TO LETTER-LINE
               STRING "  判定日: " WS-RUN-DATE
                   DELIMITED BY SIZE INTO LETTER-LINE
               PERFORM STAGE-LETTER-LINE

      *        支援レベルの隣に10年冠動脈疾患リスクの推定値を添える
      *        (医師の依頼。推定できなかった患者には出さない)。
               IF WCV-BAND NOT = SPACE THEN
                   PERFORM WRITE-LETTER-CVD-RISK
               END-IF

      *        レター発行の事実も共有監査ログに1行残す (窓口の
      *        時系列照会が「いつ通知したか」を出せるように)。
               IF WS-QST-FOUND THEN
                   MOVE "  ご提出いただいた"
                       TO LETTER-LINE
                   PERFORM STAGE-LETTER-LINE
                   MOVE "  生活習慣アンケートを"
                       TO LETTER-LINE
                   PERFORM STAGE-LETTER-LINE
                   MOVE "  もとに面談を行います。"
                       TO LETTER-LINE
                   PERFORM STAGE-LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "  (回答票 " QST-EXAM-DATE
                       " 回答: " QST-ANSWERS ")"
                       DELIMITED BY SIZE INTO LETTER-LINE
                   PERFORM STAGE-LETTER-LINE
               END-IF
           END-IF.

           EXIT.


       STAGE-LETTER-COVER.

      *    この患者の封入キー (世帯番号が無ければ P + 患者ID) を
      *    決め、送付状に載せる1通ぶんの行 (種別 C) を溜める。
      *    PMX にはこの患者のマスタが読まれている。
           MOVE SPACES TO LETTER-STAGE-REC.
           IF WS-PAT-HOUSEHOLD = SPACES THEN
               MOVE "P" TO LSG-HH-KIND
               MOVE WS-PATIENT-ID TO LSG-HOUSEHOLD
           ELSE
               MOVE "H" TO LSG-HH-KIND
               MOVE WS-PAT-HOUSEHOLD TO LSG-HOUSEHOLD
           END-IF.
           MOVE LSG-HH-KIND   TO WS-LSG-CUR-KIND.
           MOVE LSG-HOUSEHOLD TO WS-LSG-CUR-HHLD.
           MOVE "C" TO LSG-KIND.
           MOVE PMX-NAME    TO LSG-CV-NAME.
           MOVE PMX-PIN     TO LSG-CV-PIN.
           MOVE PMX-COUNTRY TO LSG-CV-COUNTRY.
           MOVE PMX-HOUSE   TO LSG-CV-HOUSE.
           MOVE WS-LSK-BG   TO LSG-CV-LEVEL.
           PERFORM WRITE-LETTER-STAGE.

           EXIT.


       STAGE-LETTER-LINE.

      *    LETTER-LINE の1行をレター本文 (種別 L) として溜める。
           MOVE SPACES TO LETTER-STAGE-REC.
           MOVE WS-LSG-CUR-KIND TO LSG-HH-KIND.
           MOVE WS-LSG-CUR-HHLD TO LSG-HOUSEHOLD.
           MOVE "L" TO LSG-KIND.
           MOVE LETTER-LINE TO LSG-TEXT.
           PERFORM WRITE-LETTER-STAGE.

           EXIT.


       WRITE-LETTER-STAGE.

      *    連番はジョブ全体で通しにする (同じ患者に2通出ても行が
      *    混ざらない。再起動時は OPEN-LETTER-STAGE が続きから振る)。
           ADD 1 TO WS-LSG-SEQ.
           MOVE WS-PATIENT-ID TO LSG-PATIENT-ID.
           MOVE WS-LSG-SEQ TO LSG-SEQ.
           WRITE LETTER-STAGE-REC
               INVALID KEY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "LETTER STAGING: DUPLICATE KEY FOR "
                       "PATIENT " WS-PATIENT-ID
                       ", STATUS " WS-LSG-STATUS
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   PERFORM LOG-MESSAGE
           END-WRITE.

           EXIT.


       RESOLVE-HOUSEHOLD.

      *    WS-HH-LOOK-ID の世帯番号を WS-HH-LOOK-OUT へ。窓口で直せる
      *    患者マスタの番号を優先し、空白なら資格データの番号 (開始日
      *    の最も新しい窓のうち、番号の入っているもの) を使う。どちら
      *    にも無ければ空白 (世帯なし = 1人で封入)。
           MOVE SPACES TO WS-HH-LOOK-OUT.
           IF WS-PM-LOADED THEN
               MOVE WS-HH-LOOK-ID TO PMX-PATIENT-ID
               READ PMASTER-INDEX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PMX-HOUSEHOLD TO WS-HH-LOOK-OUT
               END-READ
           END-IF.
           IF WS-HH-LOOK-OUT NOT = SPACES OR NOT WS-ELG-LOADED THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-HH-LOOK-ID TO ELX-ID.
           MOVE 0 TO ELX-FROM.
           MOVE 'N' TO WS-ELX-EOF-FLAG.
           START ELIG-INDEX-FILE
               KEY IS GREATER THAN OR EQUAL TO ELX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ELX-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-ELX-EOF
               READ ELIG-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ELX-EOF-FLAG
                   NOT AT END
                       IF ELX-ID NOT = WS-HH-LOOK-ID THEN
                           MOVE 'Y' TO WS-ELX-EOF-FLAG
                       ELSE
                           IF ELX-HOUSEHOLD NOT = SPACES THEN
                               MOVE ELX-HOUSEHOLD TO WS-HH-LOOK-OUT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.


       OPEN-LETTER-STAGE.

      *    通常の実行は空から作る。再起動中は異常終了前に溜めたぶん
      *    を残し、連番をその続きから振る。
           MOVE 0 TO WS-LSG-SEQ.
           IF WS-RESTARTING THEN
               OPEN I-O LETTER-STAGE-FILE
               IF WS-LSG-STATUS NOT = "00" THEN
                   OPEN OUTPUT LETTER-STAGE-FILE
                   CLOSE LETTER-STAGE-FILE
                   OPEN I-O LETTER-STAGE-FILE
               ELSE
                   MOVE 'N' TO WS-LSG-EOF-FLAG
                   PERFORM UNTIL WS-LSG-EOF
                       READ LETTER-STAGE-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-LSG-EOF-FLAG
                           NOT AT END
                               IF LSG-SEQ > WS-LSG-SEQ THEN
                                   MOVE LSG-SEQ TO WS-LSG-SEQ
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           ELSE
               OPEN OUTPUT LETTER-STAGE-FILE
               CLOSE LETTER-STAGE-FILE
               OPEN I-O LETTER-STAGE-FILE
           END-IF.
           IF WS-LSG-STATUS NOT = "00" THEN
               MOVE 1 TO WS-JOB-RC
               MOVE SPACES TO WS-MSG-TEXT
               STRING "JOB CONTROL: STEP 1 FAILED - CANNOT OPEN "
                   "LETTER-STAGE-FILE, STATUS " WS-LSG-STATUS
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
           ELSE
               MOVE 'Y' TO WS-LSG-OPEN-FLAG
           END-IF.

           EXIT.


       EMIT-HOUSEHOLD-LETTERS.

      *    封入待ちのレターを世帯ごとに LETTER-FILE へ書き出す。
      *    同じ封筒に2通以上入る世帯には、先頭に送付状 (同封の
      *    お知らせの一覧) を付ける。各レターはこれまでどおり本人
      *    あての宛名で始まる。書き終えたら封入待ちは空にする
      *    (同じジョブの再実行で二重に印字しないように)。
           MOVE 0 TO WS-CNT-HH-COVERS.
           MOVE 0 TO WS-CNT-HH-GROUPED.
           IF NOT WS-LSG-OPEN THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LPC-SEQ.
           IF WS-RESTARTING THEN
               OPEN EXTEND LETTER-PIECE-FILE
           ELSE
               OPEN OUTPUT LETTER-PIECE-FILE
           END-IF.
           MOVE LOW-VALUES TO LSG-KEY.
           MOVE 'N' TO WS-LSG-EOF-FLAG.
           START LETTER-STAGE-FILE
               KEY IS GREATER THAN OR EQUAL TO LSG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LSG-EOF-FLAG
           END-START.
           IF NOT WS-LSG-EOF THEN
               READ LETTER-STAGE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LSG-EOF-FLAG
               END-READ
           END-IF.
           PERFORM EMIT-ONE-HOUSEHOLD UNTIL WS-LSG-EOF.

           CLOSE LETTER-PIECE-FILE.
           CLOSE LETTER-STAGE-FILE.
           OPEN OUTPUT LETTER-STAGE-FILE.
           CLOSE LETTER-STAGE-FILE.
           MOVE 'N' TO WS-LSG-OPEN-FLAG.

           IF WS-CNT-HH-COVERS > 0 THEN
               MOVE SPACES TO WS-MSG-TEXT
               STRING "HOUSEHOLD ENVELOPES: " WS-CNT-HH-COVERS
                   " COVER SHEET(S) FOR " WS-CNT-HH-GROUPED
                   " GROUPED LETTER(S)"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
           END-IF.

           EXIT.


       EMIT-ONE-HOUSEHOLD.

      *    読み込み済みの行がこの世帯の先頭。1回目の読み進めで
      *    同封するレター (種別 C) を数えて一覧を作り、送付状を
      *    書いてから先頭に戻って本文 (種別 L) を書き写す。抜ける
      *    ときは次の世帯の先頭行が読み込まれている (または終わり)。
           MOVE LSG-HH-KIND   TO WS-LSG-CUR-KIND.
           MOVE LSG-HOUSEHOLD TO WS-LSG-CUR-HHLD.
           MOVE LSG-KEY TO WS-LSG-START-KEY.
           MOVE 0 TO WS-LSG-LETTERS.
           MOVE 0 TO WS-LSG-LIST-CNT.
           MOVE 0 TO WS-LSG-LINES.
           PERFORM UNTIL WS-LSG-EOF
                   OR LSG-HH-KIND NOT = WS-LSG-CUR-KIND
                   OR LSG-HOUSEHOLD NOT = WS-LSG-CUR-HHLD
               IF LSG-KIND = "C" THEN
                   ADD 1 TO WS-LSG-LETTERS
                   IF WS-LSG-LETTERS = 1 THEN
                       MOVE LSG-CV-PIN     TO WS-LSG-A-PIN
                       MOVE LSG-CV-COUNTRY TO WS-LSG-A-COUNTRY
                       MOVE LSG-CV-HOUSE   TO WS-LSG-A-HOUSE
                   END-IF
                   IF WS-LSG-LIST-CNT < 20 THEN
                       ADD 1 TO WS-LSG-LIST-CNT
                       MOVE LSG-PATIENT-ID
                           TO WS-LSG-M-ID(WS-LSG-LIST-CNT)
                       MOVE LSG-CV-NAME
                           TO WS-LSG-M-NAME(WS-LSG-LIST-CNT)
                   END-IF
               END-IF
               READ LETTER-STAGE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LSG-EOF-FLAG
               END-READ
           END-PERFORM.

           IF WS-LSG-LETTERS > 1 THEN
               PERFORM WRITE-HOUSEHOLD-COVER
           END-IF.

           MOVE WS-LSG-START-KEY TO LSG-KEY.
           MOVE 'N' TO WS-LSG-EOF-FLAG.
           START LETTER-STAGE-FILE
               KEY IS GREATER THAN OR EQUAL TO LSG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LSG-EOF-FLAG
           END-START.
           IF NOT WS-LSG-EOF THEN
               READ LETTER-STAGE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LSG-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-LSG-EOF
                   OR LSG-HH-KIND NOT = WS-LSG-CUR-KIND
                   OR LSG-HOUSEHOLD NOT = WS-LSG-CUR-HHLD
               IF LSG-KIND = "L" THEN
                   MOVE LSG-TEXT TO LETTER-LINE
                   PERFORM PUT-LETTER-LINE
               END-IF
               READ LETTER-STAGE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LSG-EOF-FLAG
               END-READ
           END-PERFORM.

      *    この封筒の制御行 (郵便番号は先頭の1通の宛先)。
           ADD 1 TO WS-LPC-SEQ.
           MOVE WS-LPC-SEQ      TO LPC-SEQ.
           MOVE WS-LSG-A-PIN    TO LPC-PINCODE.
           MOVE WS-LSG-LINES    TO LPC-LINES.
           MOVE WS-LSG-LETTERS  TO LPC-LETTERS.
           MOVE WS-LSG-CUR-KIND TO LPC-HH-KIND.
           MOVE WS-LSG-CUR-HHLD TO LPC-HOUSEHOLD.
           WRITE LETTER-PIECE-REC.

           EXIT.


       WRITE-HOUSEHOLD-COVER.

      *    送付状: 先頭の1通の住所あてに、同封したお知らせの受診者
      *    を一覧にする (20人を超えるぶんは件数だけ)。
           ADD 1 TO WS-CNT-HH-COVERS.
           ADD WS-LSG-LETTERS TO WS-CNT-HH-GROUPED.
           MOVE ALL "*" TO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "〒" WS-LSG-A-PIN "  "
               FUNCTION TRIM(WS-LSG-A-COUNTRY)
               " " WS-LSG-A-HOUSE
               DELIMITED BY SIZE INTO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE "ご家族の皆様へ" TO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "  特定健診の結果のお知らせを"
               DELIMITED BY SIZE INTO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           MOVE WS-LSG-LETTERS TO WS-ED-LSG-CNT.
           STRING "  " FUNCTION TRIM(WS-ED-LSG-CNT)
               " 通同封しています。"
               DELIMITED BY SIZE INTO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           PERFORM VARYING WS-LSG-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LSG-LIST-IDX > WS-LSG-LIST-CNT
               MOVE SPACES TO LETTER-LINE
               STRING "  ・" FUNCTION TRIM(
                   WS-LSG-M-NAME(WS-LSG-LIST-IDX)) " 様"
                   " (受診者番号 " WS-LSG-M-ID(WS-LSG-LIST-IDX) ")"
                   DELIMITED BY SIZE INTO LETTER-LINE
               PERFORM PUT-LETTER-LINE
           END-PERFORM.
           IF WS-LSG-LETTERS > WS-LSG-LIST-CNT THEN
               COMPUTE WS-LSG-MORE = WS-LSG-LETTERS - WS-LSG-LIST-CNT
               MOVE SPACES TO LETTER-LINE
               MOVE WS-LSG-MORE TO WS-ED-LSG-CNT
               STRING "  ・ほか " FUNCTION TRIM(WS-ED-LSG-CNT) " 通"
                   DELIMITED BY SIZE INTO LETTER-LINE
               PERFORM PUT-LETTER-LINE
           END-IF.
           MOVE "  それぞれのお知らせを" TO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE "  ご本人にお渡しください。" TO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.

           EXIT.


       PUT-LETTER-LINE.

      *    LETTER-FILE へ1行。封筒の行数を封筒制御のために数える。
           WRITE LETTER-LINE.
           ADD 1 TO WS-LSG-LINES.

           EXIT.


       FIND-MASTER-NAME.

      *    患者マスタ・インデックスから伏せ字の氏名をキーで引く
      *    (レポート類への並記用。平文の氏名はレターにしか出さない)。
      *    未登録・無効化済みは空欄のまま (IDだけの従来表示)。
           MOVE SPACES TO WS-PM-NAME-OUT.
           IF WS-PM-LOADED THEN
               MOVE WS-PATIENT-ID TO PMX-PATIENT-ID
                       CONTINUE
                   NOT INVALID KEY
                       IF PMX-ACT NOT = "I" THEN
                           MOVE PMX-NAME-MASK TO WS-PM-NAME-OUT
                       END-IF
               END-READ
           END-IF.
           EXIT.


       UNSEAL-PMX-ROW.

      *    レターの宛名に使う患者マスタ・インデックスの行の氏名・
      *    住所をその場で復号する (ファイルには書き戻さない)。
           MOVE "D" TO WPI-MODE.
           MOVE WS-PII-KEY TO WPI-KEY.
           MOVE PMX-PATIENT-ID TO WPI-TWEAK.
           MOVE "X" TO WPI-CLASS.
           MOVE 1 TO WPI-FIELD.
           MOVE 30 TO WPI-LEN.
           MOVE PMX-NAME TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT TO PMX-NAME.
           MOVE "9" TO WPI-CLASS.
           MOVE 2 TO WPI-FIELD.
           MOVE 3 TO WPI-LEN.
           MOVE PMX-HOUSE TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT(1:3) TO PMX-HOUSE.
           MOVE "X" TO WPI-CLASS.
           MOVE 3 TO WPI-FIELD.
           MOVE 15 TO WPI-LEN.
           MOVE PMX-COUNTRY TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT TO PMX-COUNTRY.
           MOVE "9" TO WPI-CLASS.
           MOVE 4 TO WPI-FIELD.
           MOVE 6 TO WPI-LEN.
           MOVE PMX-PIN TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT(1:6) TO PMX-PIN.

           EXIT.


       LOAD-CLINIC-LAYOUTS.

      *    クリニック・レイアウト参照ファイルをテーブルへ読み込む。

      *    施設小計のトレーラーを書いて閉じる。施設の事務方が
      *    受領時に件数を照合できるようにするためのもの。
      *    明細を読み直した患者IDのハッシュ合計も同じ行に載せる
      *    (明細は HDR/TRL 以外の全行、レベルは形式ごとの桁)。
           CLOSE RETURN-OUT-FILE.
           INITIALIZE OCI-SPEC.
           MOVE "012" TO OCI-LVL-CODES.
           MOVE 0 TO OCI-TAG-LEN(1).
           MOVE 1 TO OCI-TAG-COL(1).
           MOVE 1 TO OCI-ID-POS(1).
           MOVE 9 TO OCI-ID-LEN(1).
           IF WS-RET-FMT = "C" THEN
               MOVE 11 TO OCI-LVL-POS(1)
           ELSE
               MOVE 18 TO OCI-LVL-POS(1)
           END-IF.
           MOVE WS-RET-PATH TO OCI-PATH.
           MOVE FUNCTION OUTBOUND-CONTROL-TOTALS(WS-OUTCTL-IN)
               TO WS-OUTCTL-OUT.
           OPEN EXTEND RETURN-OUT-FILE.
           MOVE SPACES TO RETURN-OUT-LINE.
           STRING "TRL TOTAL " WS-RET-CNT-TOTAL
               " LV0 " WS-RET-CNT-NONE
               " LV1 " WS-RET-CNT-MOTIV
               " LV2 " WS-RET-CNT-ACTIVE
               " HASH " OCO-HASH-ID
               DELIMITED BY SIZE INTO RETURN-OUT-LINE.
           WRITE RETURN-OUT-LINE.
           CLOSE RETURN-OUT-FILE.
      *    このファイルに書いた詳細行の件数を最後にもう一度持たせる。
      *    ヘッダーと同じく、ドライラン中はレコード種別を変えておく。
      *    日中差分サイクルは提出ファイルに書かない。
      *    件数の後ろには明細 (DET/AMD) を読み直した患者IDのハッシュ
      *    合計と、支援レベル M・A の件数を載せる (N は件数から引けば
      *    出る。50桁に収めるため)。書きかけのファイルにトレーラー
      *    だけ手で付けても、中身と合わなければ先方で弾ける。
           IF WS-JOB-OK AND INTRADAY-OFF THEN
               CLOSE EDI-EXPORT-FILE
               PERFORM SET-DEFAULT-EDI-SPEC
               MOVE WS-PATH-EDI TO OCI-PATH
               MOVE FUNCTION OUTBOUND-CONTROL-TOTALS(WS-OUTCTL-IN)
                   TO WS-OUTCTL-OUT
               OPEN EXTEND EDI-EXPORT-FILE
               MOVE SPACES TO EDI-EXPORT-LINE
               IF DRYRUN-ON THEN
                   STRING "DRT" WS-CNT-EDI WS-RUN-ID
                       OCO-HASH-ID OCO-LVL-CNT(2) OCO-LVL-CNT(3)
                       DELIMITED BY SIZE INTO EDI-EXPORT-LINE
               ELSE
                   STRING "TRL" WS-CNT-EDI WS-RUN-ID
                       OCO-HASH-ID OCO-LVL-CNT(2) OCO-LVL-CNT(3)
                       DELIMITED BY SIZE INTO EDI-EXPORT-LINE
               END-IF
               WRITE EDI-EXPORT-LINE
               PERFORM WRITE-MULTI-EDI-FILES
           END-IF.

      *    封入待ちのレターを世帯ごとにまとめて印字ファイルへ。
           PERFORM EMIT-HOUSEHOLD-LETTERS.

      *    既定の単一 EDI ファイルとレターも送信登録簿へ (発送単位は
      *    夜間の完成品なので、日中差分サイクルでは登録しない)。
      *    登録時に読み直して合計を取るので、先に閉じておく。
           IF WS-JOB-OK AND INTRADAY-OFF THEN
               CLOSE EDI-EXPORT-FILE
               CLOSE LETTER-FILE
               PERFORM SET-DEFAULT-EDI-SPEC
               MOVE WS-PATH-EDI TO WS-TXR-NAME
               MOVE WS-CNT-EDI  TO WS-TXR-COUNT
               MOVE 50 TO WS-TXR-LINELEN
               MOVE "DEFAULT EDI" TO WS-TXR-DEST
               PERFORM REGISTER-OUTBOUND-FILE
               IF WS-CNT-LETTERS > 0 THEN
                   INITIALIZE OCI-SPEC
                   MOVE WS-PATH-LTR TO WS-TXR-NAME
                   MOVE WS-CNT-LETTERS TO WS-TXR-COUNT
                   MOVE 100 TO WS-TXR-LINELEN
               PERFORM LOG-MESSAGE
           END-IF.

           IF WS-CNT-REF-LETTERS > 0 THEN
               MOVE SPACES TO WS-MSG-TEXT
               STRING "REFERRAL LETTERS: " WS-CNT-REF-LETTERS
                   " PRODUCED WITH REPLY SLIPS"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
           END-IF.

           IF WS-CNT-CES-LETTERS > 0 THEN
               MOVE SPACES TO WS-MSG-TEXT
               STRING "CESSATION LETTERS: " WS-CNT-CES-LETTERS
                   " PRODUCED WITH CLINIC REFERRAL SLIPS"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
           END-IF.

           CLOSE LETTER-FILE.
           CLOSE LETTER-EXC-FILE.
           CLOSE REFERRAL-LETTER-FILE.
           CLOSE CESSATION-LETTER-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE LISTING-FILE.
           CLOSE EDI-EXPORT-FILE.
               PERFORM SPOOL-A-REPORT
           END-IF.
           CLOSE AUDIT-FILE.
           IF WS-SFD-OPEN THEN
               CLOSE SETTLE-FEED-FILE
           END-IF.
           IF WS-CMR-OPEN THEN
               CLOSE CLAIMS-RECON-FILE
           END-IF.
           CLOSE DUPLICATE-FILE.
           CLOSE CATEGORY-CHANGE-FILE.
           CLOSE FOLLOWUP-QUEUE-FILE.
           CLOSE REFERRAL-FILE.
           CLOSE CESSATION-FILE.
           CLOSE CRITICAL-ALERT-FILE.
           CLOSE QA-QUEUE-FILE.
           CLOSE EXAM-STORE-FILE.
           END-IF.
           CLOSE RESULT-HIST-FILE.
           CLOSE RESULT-FILE.
           IF WS-VCH-LOADED THEN
               CLOSE VOUCHER-FILE
           END-IF.
           IF WS-BKG-LOADED THEN
               CLOSE BOOKING-FILE
           END-IF.

           EXIT.

           EXIT.


       LOG-INTAKE-VAL-REJECT.

      *    検証ではじいた患者を控えに1行残す (施設・患者ID・理由
      *    コード)。受領票は判定ループの後でこの控えを行台帳に
      *    突き合わせ、施設アップロードのどの行だったかを引く。
      *    今回施設アップロードが1本も無ければ控えは要らない。
           IF WS-RCP-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT INTAKE-VALREJ-FILE.
           IF WS-IVR-STATUS = "00" THEN
               CLOSE INTAKE-VALREJ-FILE
               OPEN EXTEND INTAKE-VALREJ-FILE
           ELSE
               OPEN OUTPUT INTAKE-VALREJ-FILE
           END-IF.
           MOVE WS-IP-SITE-CODE TO IVR-SITE.
           MOVE WS-PATIENT-ID   TO IVR-PATIENT-ID.
           MOVE SPACES TO IVR-CODE.
           STRING "VA" WS-EXC-CODE
               DELIMITED BY SIZE INTO IVR-CODE.
           WRITE INTAKE-VALREJ-REC.
           CLOSE INTAKE-VALREJ-FILE.

           EXIT.


       CLEAR-EMPLOYER-UPLOAD.

      *    取り込み済みの事業者健診アップロードを、明細の無い
      *    バッチ (HDR と件数 0 の TRL だけ) に書き換える。次の分は
      *    TEST260970 がこの空のバッチに積む。
           MOVE WS-IK-EMP-PATH TO WS-INTAKE-PATH.
           OPEN OUTPUT INTAKE-UPLOAD-FILE.
           IF WS-IKU-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-MSG-TEXT
               STRING "EMPLOYER CHECKUP UPLOAD "
                   FUNCTION TRIM(WS-IK-EMP-PATH)
                   " COULD NOT BE CLEARED, STATUS " WS-IKU-STATUS
                   " - CLEAR IT BEFORE TONIGHT'S RUN"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INTAKE-UPLOAD-REC.
           STRING "HDR" WS-RUN-DATE
               DELIMITED BY SIZE INTO INTAKE-UPLOAD-REC.
           WRITE INTAKE-UPLOAD-REC.
           MOVE SPACES TO INTAKE-UPLOAD-REC.
           STRING "TRL" "0000000" "000000000000"
               DELIMITED BY SIZE INTO INTAKE-UPLOAD-REC.
           WRITE INTAKE-UPLOAD-REC.
           CLOSE INTAKE-UPLOAD-FILE.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING "EMPLOYER CHECKUP UPLOAD "
               FUNCTION TRIM(WS-IK-EMP-PATH)
               " TAKEN IN - RESET TO AN EMPTY BATCH"
               DELIMITED BY SIZE INTO WS-MSG-TEXT.
           PERFORM LOG-MESSAGE.

           EXIT.


       JOB-STEP-INTAKE-RECEIPTS.

      *    今夜取り込んだ施設アップロード1本ごとに受領票を1本返す:
      *    受け取った行数、受け付けた行数、はじいた行の行番号と
      *    理由コード。施設は翌朝の結果を待たずに直して再提出
      *    できる。取込段階 (コントロール合計・構文) のはじきは
      *    行台帳に、検証のはじきは控えにあるので、控えを表に
      *    読み込んでから行台帳を頭から流す。
           IF WS-RCP-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-IVT-CNT.
           MOVE 'N' TO WS-IVT-FULL-FLAG.
           OPEN INPUT INTAKE-VALREJ-FILE.
           IF WS-IVR-STATUS = "00" THEN
               MOVE 'N' TO WS-IVR-EOF-FLAG
               PERFORM UNTIL WS-IVR-EOF
                   READ INTAKE-VALREJ-FILE
                       AT END
                           MOVE 'Y' TO WS-IVR-EOF-FLAG
                       NOT AT END
                           IF WS-IVT-CNT >= 2000 THEN
                               MOVE 'Y' TO WS-IVT-FULL-FLAG
                           ELSE
                               ADD 1 TO WS-IVT-CNT
                               MOVE IVR-SITE
                                   TO WS-IVT-SITE(WS-IVT-CNT)
                               MOVE IVR-PATIENT-ID
                                   TO WS-IVT-PID(WS-IVT-CNT)
                               MOVE IVR-CODE
                                   TO WS-IVT-CODE(WS-IVT-CNT)
                               MOVE 'N' TO WS-IVT-USED(WS-IVT-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTAKE-VALREJ-FILE
           END-IF.
           IF WS-IVT-FULL THEN
               MOVE SPACES TO WS-MSG-TEXT
               STRING "INTAKE RECEIPT: MORE THAN 2000 VALIDATION "
                   "REJECTS - RECEIPTS MAY UNDERSTATE THEM"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
           END-IF.

           OPEN INPUT INTAKE-LINE-FILE.
           IF WS-ILN-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-MSG-TEXT
               STRING "INTAKE RECEIPT: CANNOT OPEN "
                   "output/intake_lines.dat, STATUS " WS-ILN-STATUS
                   " - NO RECEIPTS WRITTEN"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ILN-EOF-FLAG.
           PERFORM READ-INTAKE-LINE.
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RCP-CNT
               PERFORM WRITE-ONE-RECEIPT
           END-PERFORM.
           CLOSE INTAKE-LINE-FILE.

           EXIT.


       READ-INTAKE-LINE.

           READ INTAKE-LINE-FILE
               AT END
                   MOVE 'Y' TO WS-ILN-EOF-FLAG
           END-READ.

           EXIT.


       WRITE-ONE-RECEIPT.

      *    アップロード1本ぶんの受領票。行台帳はアップロード順に
      *    並んでいるので、この番号の行を読み進めながら書く。
      *    ファイル名には実行開始時刻と番号を入れ、同じ施設から
      *    一晩に複数本届いても、日中差分で何度回っても上書き
      *    しない。
           MOVE SPACES TO WS-RCP-PATH.
           STRING "output/return_" WS-RUN-DATE "_site_"
               WS-RCP-SITE(WS-RCP-IDX) "_rc"
               WS-RUN-START-TIME(1:4) WS-RCP-IDX ".txt"
               DELIMITED BY SIZE INTO WS-RCP-PATH.
           OPEN OUTPUT INTAKE-RECEIPT-FILE.
           IF WS-RCP-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-MSG-TEXT
               STRING "INTAKE RECEIPT: CANNOT OPEN "
                   FUNCTION TRIM(WS-RCP-PATH) ", STATUS "
                   WS-RCP-STATUS
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
               PERFORM UNTIL WS-ILN-EOF
                       OR ILN-UPLOAD NOT = WS-RCP-IDX
                   PERFORM READ-INTAKE-LINE
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-RCP-REJECTED.
           MOVE 0 TO WS-RCP-LINES.
           MOVE SPACES TO INTAKE-RECEIPT-LINE.
           STRING "HDR SITE " WS-RCP-SITE(WS-RCP-IDX)
               " INTAKE RECEIPT FOR RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO INTAKE-RECEIPT-LINE.
           WRITE INTAKE-RECEIPT-LINE.
           MOVE SPACES TO INTAKE-RECEIPT-LINE.
           STRING "UPLOAD " WS-RCP-NAME(WS-RCP-IDX)
               DELIMITED BY SIZE INTO INTAKE-RECEIPT-LINE.
           WRITE INTAKE-RECEIPT-LINE.
           ADD 2 TO WS-RCP-LINES.

           PERFORM UNTIL WS-ILN-EOF
                   OR ILN-UPLOAD NOT = WS-RCP-IDX
      *        取込段階で合格した行は、検証ではじかれていないかを
      *        控えの表で引く (同じ施設・患者IDの未使用の1件)。
               MOVE ILN-CODE TO WS-RCP-CODE
               IF WS-RCP-CODE = SPACES THEN
                   PERFORM VARYING WS-IVT-IDX FROM 1 BY 1
                           UNTIL WS-IVT-IDX > WS-IVT-CNT
                               OR WS-RCP-CODE NOT = SPACES
                       IF WS-IVT-SITE(WS-IVT-IDX) = ILN-SITE
                               AND WS-IVT-PID(WS-IVT-IDX)
                                   = ILN-PATIENT-ID
                               AND WS-IVT-USED(WS-IVT-IDX) = 'N' THEN
                           MOVE WS-IVT-CODE(WS-IVT-IDX) TO WS-RCP-CODE
                           MOVE 'Y' TO WS-IVT-USED(WS-IVT-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-RCP-CODE NOT = SPACES THEN
                   PERFORM INTAKE-REJECT-TEXT
                   MOVE SPACES TO INTAKE-RECEIPT-LINE
                   STRING "REJ LINE " ILN-LINE-NO
                       " CODE " WS-RCP-CODE " " WS-RCP-TEXT
                       DELIMITED BY SIZE INTO INTAKE-RECEIPT-LINE
                   WRITE INTAKE-RECEIPT-LINE
                   ADD 1 TO WS-RCP-LINES
                   IF WS-RCP-CODE(1:2) NOT = "CT" THEN
                       ADD 1 TO WS-RCP-REJECTED
                   END-IF
               END-IF
               PERFORM READ-INTAKE-LINE
           END-PERFORM.

      *    コントロール合計が合わなかった1本は、1行も受け付けて
      *    いない。
           IF WS-RCP-CT-FLAG(WS-RCP-IDX) = 'Y' THEN
               MOVE WS-RCP-RECEIVED(WS-RCP-IDX) TO WS-RCP-REJECTED
               MOVE 0 TO WS-RCP-ACCEPTED
           ELSE
               IF WS-RCP-REJECTED > WS-RCP-RECEIVED(WS-RCP-IDX) THEN
                   MOVE WS-RCP-RECEIVED(WS-RCP-IDX) TO WS-RCP-REJECTED
               END-IF
               COMPUTE WS-RCP-ACCEPTED =
                   WS-RCP-RECEIVED(WS-RCP-IDX) - WS-RCP-REJECTED
           END-IF.
           IF WS-IVT-FULL THEN
               MOVE SPACES TO INTAKE-RECEIPT-LINE
               STRING "NOTE VALIDATION REJECTS INCOMPLETE - "
                   "CONTACT THE SCREENING CENTER"
                   DELIMITED BY SIZE INTO INTAKE-RECEIPT-LINE
               WRITE INTAKE-RECEIPT-LINE
               ADD 1 TO WS-RCP-LINES
           END-IF.
           MOVE SPACES TO INTAKE-RECEIPT-LINE.
           STRING "TRL RECEIVED " WS-RCP-RECEIVED(WS-RCP-IDX)
               " ACCEPTED " WS-RCP-ACCEPTED
               " REJECTED " WS-RCP-REJECTED
               DELIMITED BY SIZE INTO INTAKE-RECEIPT-LINE.
           WRITE INTAKE-RECEIPT-LINE.
           ADD 1 TO WS-RCP-LINES.
           CLOSE INTAKE-RECEIPT-FILE.

           MOVE SPACES TO WS-MSG-TEXT.
           STRING "INTAKE RECEIPT FOR SITE " WS-RCP-SITE(WS-RCP-IDX)
               ": " WS-RCP-ACCEPTED " ACCEPTED, " WS-RCP-REJECTED
               " REJECTED TO " FUNCTION TRIM(WS-RCP-PATH)
               DELIMITED BY SIZE INTO WS-MSG-TEXT.
           PERFORM LOG-MESSAGE.

      *    受領票はその場で返すものなので、日中差分サイクルでも
      *    送信登録簿に積む (宛先 = 施設コード)。合計は行数だけ。
           INITIALIZE OCI-SPEC.
           MOVE WS-RCP-PATH  TO WS-TXR-NAME.
           MOVE WS-RCP-LINES TO WS-TXR-COUNT.
           MOVE 80 TO WS-TXR-LINELEN.
           MOVE SPACES TO WS-TXR-DEST.
           STRING "SITE " WS-RCP-SITE(WS-RCP-IDX)
               DELIMITED BY SIZE INTO WS-TXR-DEST.
           PERFORM REGISTER-OUTBOUND-FILE.

           EXIT.


       INTAKE-REJECT-TEXT.

      *    受領票に載せる理由コードの説明。VA は検証の例外コード
      *    (下2桁) をそのまま返す。
           EVALUATE WS-RCP-CODE
               WHEN "SY01"
                   MOVE "VOUCHER COLUMNS NOT NUMERIC" TO WS-RCP-TEXT
               WHEN "SY02"
                   MOVE "RECORD TOO SHORT" TO WS-RCP-TEXT
               WHEN "SY03"
                   MOVE "NON-NUMERIC DATA IN NUMERIC FIELD"
                       TO WS-RCP-TEXT
               WHEN "CT01"
                   MOVE "CONTROL TOTALS OUT OF BALANCE - RESUBMIT ALL"
                       TO WS-RCP-TEXT
               WHEN OTHER
                   IF WS-RCP-CODE(1:2) = "VA" THEN
                       MOVE "FAILED VALIDATION (SEE CODE)"
                           TO WS-RCP-TEXT
                   ELSE
                       MOVE SPACES TO WS-RCP-TEXT
                   END-IF
           END-EVALUATE.

           EXIT.


       SET-DEFAULT-EDI-SPEC.

      *    既定の単一 EDI ファイルの明細の見分け方: DET と窓口訂正の
      *    AMD (AMD は訂正前・訂正後のレベルが並ぶので、数えるのは
      *    14桁目の訂正後のレベル)。
           INITIALIZE OCI-SPEC.
           MOVE "NMA" TO OCI-LVL-CODES.
           MOVE "DET" TO OCI-TAG(1).
           MOVE 3 TO OCI-TAG-LEN(1).
           MOVE 1 TO OCI-TAG-COL(1).
           MOVE 4 TO OCI-ID-POS(1).
           MOVE 9 TO OCI-ID-LEN(1).
           MOVE 13 TO OCI-LVL-POS(1).
           MOVE "AMD" TO OCI-TAG(2).
           MOVE 3 TO OCI-TAG-LEN(2).
           MOVE 1 TO OCI-TAG-COL(2).
           MOVE 4 TO OCI-ID-POS(2).
           MOVE 9 TO OCI-ID-LEN(2).
           MOVE 14 TO OCI-LVL-POS(2).

           EXIT.


       REGISTER-OUTBOUND-FILE.

      *    外部向けファイル1本を送信登録簿に積む (ドライラン中の
      *    成果物は登録しない)。
           IF DRYRUN-ON THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT TRANSMIT-REG-FILE.
           IF WS-TXR-STATUS = "00" THEN
               PERFORM CHECK-TXR-LAYOUT
               CLOSE TRANSMIT-REG-FILE
               OPEN EXTEND TRANSMIT-REG-FILE
           ELSE
               OPEN OUTPUT TRANSMIT-REG-FILE
               PERFORM WRITE-TXR-LAYOUT
           END-IF.

           MOVE WS-TXR-NAME  TO TXR-FILE-NAME.
           MOVE WS-TXR-COUNT TO TXR-REC-COUNT.
           COMPUTE TXR-BYTES = WS-TXR-COUNT * WS-TXR-LINELEN.
           MOVE WS-TXR-DEST  TO TXR-DEST.
           MOVE WS-RUN-DATE  TO TXR-PRODUCED.
           MOVE SPACES       TO TXR-SENT.
           MOVE SPACES       TO TXR-CONFIRMED.

      *    作ったファイルを読み直してコントロール合計を一緒に積む
      *    (明細の見分け方 OCI-SPEC は呼び出し元が詰めておく)。
      *    TEST260921 が発送前に同じ数え方で照合する。
           MOVE WS-TXR-NAME TO OCI-PATH.
           MOVE FUNCTION OUTBOUND-CONTROL-TOTALS(WS-OUTCTL-IN)
               TO WS-OUTCTL-OUT.
           IF OCO-READ-OK = "Y" THEN
               MOVE "Y"        TO TXR-CTL-FLAG
               MOVE OCI-SPEC   TO TXR-CTL-SPEC
               MOVE OCO-TOTALS TO TXR-CTL-TOTALS
           ELSE
               MOVE SPACES TO TXR-CTL-FLAG
               MOVE SPACES TO TXR-CTL-SPEC
               MOVE SPACES TO TXR-CTL-TOTALS
           END-IF.
           WRITE TRANSMIT-REG-REC.

           CLOSE TRANSMIT-REG-FILE.

           EXIT.


       LOG-MESSAGE.

      *    呼び出し元が WS-MSG-TEXT に1行分のメッセージを詰めてから
      *    PERFORM する。画面表示 (TEST-190801 の DISPLAY UPON CONSOLE
      *    相当) と、翌朝の障害調査用に output/console_log.txt への
      *    追記を同時に行う。
           DISPLAY FUNCTION TRIM(WS-MSG-TEXT).
           PERFORM OPEN-CONSOLE-LOG-FOR-RUN.
           MOVE WS-MSG-TEXT TO CONSOLE-LOG-LINE.
           WRITE CONSOLE-LOG-LINE.
           CLOSE CONSOLE-LOG-FILE.

           EXIT.


       OPEN-CONSOLE-LOG-FOR-RUN.

      *    TEST210520 の OPEN-CSV-FOR-RUN と同じ判定方式 - 無ければ
      *    新規作成、あれば追記。
           OPEN INPUT CONSOLE-LOG-FILE.
           IF WS-CONSOLE-LOG-STATUS = "00" THEN
               CLOSE CONSOLE-LOG-FILE
               OPEN EXTEND CONSOLE-LOG-FILE
           ELSE
               OPEN OUTPUT CONSOLE-LOG-FILE
           END-IF.

           EXIT.


       LOAD-FY-THRESHOLDS.

      *    まず発効日つき基準表を試す。あれば実行日に発効済みの
      *    最新の値だけを採用し (承認者をログに残す)、フラットな
      *    基準表は読まない。無ければ従来どおりフラット版へ。
           OPEN INPUT THRESHOLD-DATED-FILE.
           IF WS-THD-FILE-STATUS = "00" THEN
               MOVE 0 TO WS-THD-CNT
               MOVE 'N' TO WS-THD-EOF-FLAG
               PERFORM UNTIL WS-THD-EOF
                   READ THRESHOLD-DATED-FILE
                       AT END
                           MOVE 'Y' TO WS-THD-EOF-FLAG
                       NOT AT END
                           PERFORM APPLY-DATED-THRESHOLD
                   END-READ
               END-PERFORM
               CLOSE THRESHOLD-DATED-FILE
               MOVE SPACES TO WS-MSG-TEXT
               STRING "EFFECTIVE-DATED THRESHOLD SET APPLIED "
                   "FOR RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF.

      *    外部の基準表ファイルから、FST 基準値一式を読み込んで
      *    WORKING-STORAGE の VALUE 句のデフォルトを上書きする。
      *    ファイルが無ければ (運用開始前の環境など) デフォルトの
      *    まま続行する。
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THR-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-MSG-TEXT
               STRING "NO THRESHOLD FILE - USING BUILT-IN DEFAULTS"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
                   MOVE THR-VALUE TO WS-CRIT-DBP
               WHEN "QA-SAMPLE-PCT"
                   MOVE THR-VALUE TO WS-QA-PCT
               WHEN "BOOK-GRACE-DAYS"
                   MOVE THR-VALUE TO WS-BKG-GRACE-DAYS
               WHEN "SITE-DEV-PCT"
                   MOVE THR-VALUE TO WS-SITE-DEV-PCT
               WHEN "PROGRESS-EVERY"
                   MOVE THR-VALUE TO WS-ROUND-MODE-HBA1C
               WHEN "ROUND-BMI-MODE"
                   MOVE THR-VALUE TO WS-ROUND-MODE-BMI
               WHEN "MS-FST"
                   MOVE THR-VALUE TO WS-MS-FST-LIMIT
               WHEN "MS-HBA1C-X10"
                   MOVE THR-VALUE TO WS-MS-HBA1C-X10
               WHEN OTHER
                   DISPLAY "UNKNOWN THRESHOLD NAME IGNORED: "
                       THR-NAME
           EXIT.


       LOAD-CONSISTENCY-RULES.

      *    健診内の項目間整合性ルールをテーブルへ読み込む。無ければ
      *    整合性チェックは行わない (他の参照ファイルと同じ後方互換)。
      *    無効 (N) の行と注記行は飛ばす。項目名・比較・種別が読めない
      *    行は適用せずに件数だけ知らせる (黙って誤判定させない)。
           MOVE 0 TO WS-CRL-CNT WS-CRL-SKIPPED.
           OPEN INPUT CONSIST-RULE-FILE.
           IF WS-CRL-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-MSG-TEXT
               STRING "NO CONSISTENCY RULE FILE - CROSS-MEASUREMENT "
                   "CHECK NOT APPLIED"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-CRL-EOF-FLAG.
           PERFORM UNTIL WS-CRL-EOF
               READ CONSIST-RULE-FILE
                   AT END
                       MOVE 'Y' TO WS-CRL-EOF-FLAG
                   NOT AT END
                       IF CRL-RULE-ID(1:1) NOT = "*"
                               AND CRL-RULE-ID NOT = SPACES
                               AND CRL-ACTIVE = "Y" THEN
                           PERFORM ADD-CONSISTENCY-RULE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONSIST-RULE-FILE.

           MOVE SPACES TO WS-MSG-TEXT.
           STRING "LOADED " WS-CRL-CNT
               " CONSISTENCY RULE(S), " WS-CRL-SKIPPED
               " UNREADABLE RULE(S) SKIPPED"
               DELIMITED BY SIZE INTO WS-MSG-TEXT.
           PERFORM LOG-MESSAGE.

           EXIT.


       ADD-CONSISTENCY-RULE.

           IF (CRL-KIND NOT = "BO" AND CRL-KIND NOT = "DF")
                   OR (CRL-OP-A NOT = "GE" AND CRL-OP-A NOT = "LE"
                       AND CRL-OP-A NOT = "GT" AND CRL-OP-A NOT = "LT")
                   OR (CRL-KIND = "BO" AND CRL-OP-B NOT = "GE"
                       AND CRL-OP-B NOT = "LE" AND CRL-OP-B NOT = "GT"
                       AND CRL-OP-B NOT = "LT")
                   OR CRL-DQ-CODE IS NOT NUMERIC THEN
               ADD 1 TO WS-CRL-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           MOVE CRL-FIELD-A TO WS-XC-FLD.
           PERFORM CHECK-CONSISTENCY-FIELD-NAME.
           IF NOT WS-XC-TRUE THEN
               ADD 1 TO WS-CRL-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           MOVE CRL-FIELD-B TO WS-XC-FLD.
           PERFORM CHECK-CONSISTENCY-FIELD-NAME.
           IF NOT WS-XC-TRUE THEN
               ADD 1 TO WS-CRL-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           IF WS-CRL-CNT >= 50 THEN
               MOVE 1 TO WS-JOB-RC
               MOVE SPACES TO WS-MSG-TEXT
               STRING "JOB CONTROL: CONSISTENCY RULE FILE OVERFLOWS "
                   "THE TABLE (50) - RULE " CRL-RULE-ID " NOT APPLIED"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CRL-CNT.
           MOVE CRL-RULE-ID TO WS-CRL-ID(WS-CRL-CNT).
           MOVE CRL-KIND    TO WS-CRL-KIND(WS-CRL-CNT).
           MOVE CRL-FIELD-A TO WS-CRL-FLD-A(WS-CRL-CNT).
           MOVE CRL-OP-A    TO WS-CRL-OP-A(WS-CRL-CNT).
           MOVE FUNCTION NUMVAL(CRL-VALUE-A)
               TO WS-CRL-VAL-A(WS-CRL-CNT).
           MOVE CRL-FIELD-B TO WS-CRL-FLD-B(WS-CRL-CNT).
           MOVE CRL-OP-B    TO WS-CRL-OP-B(WS-CRL-CNT).
           IF CRL-VALUE-B = SPACES THEN
               MOVE 0 TO WS-CRL-VAL-B(WS-CRL-CNT)
           ELSE
               MOVE FUNCTION NUMVAL(CRL-VALUE-B)
                   TO WS-CRL-VAL-B(WS-CRL-CNT)
           END-IF.
           MOVE CRL-DQ-CODE TO WS-CRL-DQ(WS-CRL-CNT).
           MOVE CRL-REASON  TO WS-CRL-REASON(WS-CRL-CNT).

           EXIT.


       CHECK-CONSISTENCY-FIELD-NAME.

           EVALUATE WS-XC-FLD
               WHEN "FST"
               WHEN "NFS"
               WHEN "HBA1C"
               WHEN "SBP"
               WHEN "DBP"
               WHEN "LDL"
               WHEN "HDL"
               WHEN "TG"
               WHEN "HT"
               WHEN "WT"
               WHEN "WAIST"
               WHEN "BMI"
               WHEN "FASTH"
                   MOVE 'Y' TO WS-XC-HIT
               WHEN OTHER
                   MOVE 'N' TO WS-XC-HIT
           END-EVALUATE.

           EXIT.


       CHECK-INTRA-EXAM-CONSISTENCY.

      *    同じ健診の値どうしの食い違いを、ルール表の順に全部見る。
      *    該当したルールはそれぞれ例外 (ルールの DQ コード・理由) に
      *    出し、補修サスペンスには最初に該当したルールのIDを理由と
      *    して残す。値 0 は未測定なので、その項目の条件は成り立た
      *    ないものとして扱う (ルールの基準値自体が 0 の「未記入」
      *    検査だけは例外)。
           MOVE 'N' TO WS-INCONS-FLAG.
           MOVE SPACES TO WS-INCONS-REASON.
           IF WS-CRL-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

      *    BMI は判定関数と同じく身長・体重から出す (丸めは不要)。
           MOVE 0 TO WS-XC-BMI.
           IF WS-IP-HEIGHT > 0 THEN
               COMPUTE WS-XC-BMI = WS-IP-WEIGHT
                   / ((WS-IP-HEIGHT / 100) * (WS-IP-HEIGHT / 100))
           END-IF.

           PERFORM VARYING WS-CRL-IDX FROM 1 BY 1
                   UNTIL WS-CRL-IDX > WS-CRL-CNT
               PERFORM EVALUATE-CONSISTENCY-RULE
           END-PERFORM.

           EXIT.


       EVALUATE-CONSISTENCY-RULE.

           MOVE WS-CRL-FLD-A(WS-CRL-IDX) TO WS-XC-FLD.
           PERFORM GET-CONSISTENCY-VALUE.
           IF WS-CRL-KIND(WS-CRL-IDX) = "DF" THEN
      *        差の比較: どちらかが未測定なら見ない。
               IF WS-XC-VALUE = 0 THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-XC-VALUE TO WS-XC-VALUE-B
               MOVE WS-CRL-FLD-B(WS-CRL-IDX) TO WS-XC-FLD
               PERFORM GET-CONSISTENCY-VALUE
               IF WS-XC-VALUE = 0 THEN
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-XC-VALUE = WS-XC-VALUE-B - WS-XC-VALUE
               MOVE WS-CRL-OP-A(WS-CRL-IDX)  TO WS-XC-OP
               MOVE WS-CRL-VAL-A(WS-CRL-IDX) TO WS-XC-LIMIT
               PERFORM COMPARE-CONSISTENCY-VALUE
           ELSE
               MOVE WS-CRL-OP-A(WS-CRL-IDX)  TO WS-XC-OP
               MOVE WS-CRL-VAL-A(WS-CRL-IDX) TO WS-XC-LIMIT
               PERFORM COMPARE-CONSISTENCY-VALUE
               IF WS-XC-TRUE AND (WS-XC-VALUE NOT = 0
                       OR WS-XC-LIMIT = 0) THEN
                   MOVE WS-CRL-FLD-B(WS-CRL-IDX) TO WS-XC-FLD
                   PERFORM GET-CONSISTENCY-VALUE
                   MOVE WS-CRL-OP-B(WS-CRL-IDX)  TO WS-XC-OP
                   MOVE WS-CRL-VAL-B(WS-CRL-IDX) TO WS-XC-LIMIT
                   PERFORM COMPARE-CONSISTENCY-VALUE
                   IF WS-XC-VALUE = 0 AND WS-XC-LIMIT NOT = 0 THEN
                       MOVE 'N' TO WS-XC-HIT
                   END-IF
               ELSE
                   MOVE 'N' TO WS-XC-HIT
               END-IF
           END-IF.

           IF NOT WS-XC-TRUE THEN
               EXIT PARAGRAPH
           END-IF.

           IF NOT WS-INCONSISTENT THEN
               MOVE 'Y' TO WS-INCONS-FLAG
               MOVE SPACES TO WS-INCONS-REASON
               STRING "XC-" WS-CRL-ID(WS-CRL-IDX)
                   DELIMITED BY SIZE INTO WS-INCONS-REASON
           END-IF.
           MOVE WS-CRL-DQ(WS-CRL-IDX) TO WS-EXC-CODE.
           MOVE SPACES TO WS-EXC-REASON.
           STRING "XC " WS-CRL-ID(WS-CRL-IDX) " "
               WS-CRL-REASON(WS-CRL-IDX)
               DELIMITED BY SIZE INTO WS-EXC-REASON.
           PERFORM WRITE-EXCEPTION.

           EXIT.


       GET-CONSISTENCY-VALUE.

           EVALUATE WS-XC-FLD
               WHEN "FST"
                   MOVE WS-IP-FST        TO WS-XC-VALUE
               WHEN "NFS"
                   MOVE WS-IP-NFS        TO WS-XC-VALUE
               WHEN "HBA1C"
                   MOVE WS-IP-HBA1C      TO WS-XC-VALUE
               WHEN "SBP"
                   MOVE WS-IP-SBP        TO WS-XC-VALUE
               WHEN "DBP"
                   MOVE WS-IP-DBP        TO WS-XC-VALUE
               WHEN "LDL"
                   MOVE WS-IP-LDL        TO WS-XC-VALUE
               WHEN "HDL"
                   MOVE WS-IP-HDL        TO WS-XC-VALUE
               WHEN "TG"
                   MOVE WS-IP-TG         TO WS-XC-VALUE
               WHEN "HT"
                   MOVE WS-IP-HEIGHT     TO WS-XC-VALUE
               WHEN "WT"
                   MOVE WS-IP-WEIGHT     TO WS-XC-VALUE
               WHEN "WAIST"
                   MOVE WS-IP-WAIST      TO WS-XC-VALUE
               WHEN "BMI"
                   MOVE WS-XC-BMI        TO WS-XC-VALUE
               WHEN "FASTH"
                   MOVE WS-IP-FAST-HOURS TO WS-XC-VALUE
               WHEN OTHER
                   MOVE 0                TO WS-XC-VALUE
           END-EVALUATE.

           EXIT.


       COMPARE-CONSISTENCY-VALUE.

           MOVE 'N' TO WS-XC-HIT.
           EVALUATE WS-XC-OP
               WHEN "GE"
                   IF WS-XC-VALUE >= WS-XC-LIMIT THEN
                       MOVE 'Y' TO WS-XC-HIT
                   END-IF
               WHEN "LE"
                   IF WS-XC-VALUE <= WS-XC-LIMIT THEN
                       MOVE 'Y' TO WS-XC-HIT
                   END-IF
               WHEN "GT"
                   IF WS-XC-VALUE > WS-XC-LIMIT THEN
                       MOVE 'Y' TO WS-XC-HIT
                   END-IF
               WHEN "LT"
                   IF WS-XC-VALUE < WS-XC-LIMIT THEN
                       MOVE 'Y' TO WS-XC-HIT
                   END-IF
           END-EVALUATE.

           EXIT.


       APPLY-PLAN-POLICY.

      *    判定区分が出たあと、患者の保険者+プラン区分にポリシーが
      *    重複解決キューと同じ。
           OPEN INPUT FY-DUP-FILE.
           IF WS-FYD-STATUS = "00" THEN
               PERFORM CHECK-FYD-LAYOUT
               CLOSE FY-DUP-FILE
               OPEN EXTEND FY-DUP-FILE
           ELSE
               OPEN OUTPUT FY-DUP-FILE
               PERFORM WRITE-FYD-LAYOUT
           END-IF.
           MOVE "P" TO FYD-STATUS.
           MOVE WS-FISCAL-YEAR TO FYD-FYEAR.
           EXIT.


       CHECK-VOUCHER.

      *    健診レコードの受診券番号を台帳に引き当てる。台帳に無い・
      *    無効 (V)・別の患者の券・健診日が有効期間外・既に別の健診
      *    で使用済み、のいずれかなら保留 (案内していない人を健診
      *    した、同じ券を2回請求した、をここで止める)。通った券は
      *    その場で使用済みにする (補修サスペンスへ回った健診でも
      *    券は使われている)。同じ実行日・同じ患者の使用済みは
      *    再起動・同日リラン、差し替え取込は意図した再判定なので
      *    通す。券番号の無い健診は照合せず数えるだけ。
           MOVE 'N' TO WS-VCH-HOLD-FLAG.
           MOVE SPACES TO WS-VCH-REASON.
           IF NOT WS-VCH-LOADED THEN
               EXIT PARAGRAPH
           END-IF.
           IF IP-VOUCHER-NO = SPACES THEN
               ADD 1 TO WS-CNT-VCH-NONE
               EXIT PARAGRAPH
           END-IF.

           MOVE IP-VOUCHER-NO TO VCH-NO.
           READ VOUCHER-FILE
               INVALID KEY
                   MOVE "UNKNOWN" TO WS-VCH-REASON
           END-READ.
           IF WS-VCH-REASON = SPACES THEN
               PERFORM CHECK-REPLACEMENT-FED
               EVALUATE TRUE
                   WHEN VCH-STATUS = "V"
                       MOVE "VOIDED" TO WS-VCH-REASON
                   WHEN VCH-PATIENT-ID NOT = WS-PATIENT-ID
                       MOVE "WRONGPAT" TO WS-VCH-REASON
                   WHEN WS-IP-EXAM-DATE < VCH-VALID-FROM
                       OR WS-IP-EXAM-DATE > VCH-VALID-TO
                       MOVE "EXPIRED" TO WS-VCH-REASON
                   WHEN VCH-STATUS = "R"
                       AND VCH-REDEEM-DATE NOT = WS-RUN-DATE
                       AND NOT WS-RPL-FED
                       MOVE "REDEEMED" TO WS-VCH-REASON
               END-EVALUATE
           END-IF.

           IF WS-VCH-REASON NOT = SPACES THEN
               MOVE 'Y' TO WS-VCH-HOLD-FLAG
               EXIT PARAGRAPH
           END-IF.

      *    ドライラン中は台帳を使用済みにしない。
           IF DRYRUN-OFF THEN
               MOVE "R" TO VCH-STATUS
               MOVE WS-RUN-DATE     TO VCH-REDEEM-DATE
               MOVE WS-IP-SITE-CODE TO VCH-REDEEM-SITE
               MOVE WS-IP-EXAM-DATE TO VCH-EXAM-DATE
               REWRITE VOUCHER-REC
               ADD 1 TO WS-CNT-VCH-REDEEM
           END-IF.

           EXIT.


       WRITE-SETTLE-FEED.

      *    SFD-SITE-CODE〜SFD-INSURER を詰めて呼ぶ。フィードは実行を
      *    またいで積み増すので、最初の1行で開いて追記する。ドライ
      *    ラン中は書かない (支払の根拠にならないため)。
      *    事業者健診の取込分はクリニックの健診ではないので書かない。
           IF DRYRUN-ON THEN
               EXIT PARAGRAPH
           END-IF.
           IF SFD-SITE-CODE = WS-EMPLOYER-SITE THEN
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-SFD-OPEN THEN
               OPEN INPUT SETTLE-FEED-FILE
               IF WS-SFD-STATUS = "00" THEN
                   CLOSE SETTLE-FEED-FILE
                   OPEN EXTEND SETTLE-FEED-FILE
               ELSE
                   OPEN OUTPUT SETTLE-FEED-FILE
               END-IF
               MOVE 'Y' TO WS-SFD-OPEN-FLAG
           END-IF.
           MOVE WS-RUN-DATE TO SFD-RUN-DATE.
           MOVE WS-RUN-ID   TO SFD-RUN-ID.
           WRITE SETTLE-FEED-REC.

           EXIT.


       WRITE-VOUCHER-HOLD.

      *    生の値 (券番号つき) を照合保留キューへ丸ごと積む。追記
      *    方式は年度内重複キューと同じ。ドライラン中は積まない。
           IF DRYRUN-ON THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT VOUCHER-HOLD-FILE.
           IF WS-VHQ-STATUS = "00" THEN
               CLOSE VOUCHER-HOLD-FILE
               OPEN EXTEND VOUCHER-HOLD-FILE
           ELSE
               OPEN OUTPUT VOUCHER-HOLD-FILE
           END-IF.
           MOVE "P" TO VHQ-STATUS.
           MOVE WS-VCH-REASON TO VHQ-REASON.
           MOVE SORTED-PATIENT-REC TO VHQ-RAW.
           MOVE WS-RUN-DATE TO VHQ-DETECT-DATE.
           MOVE SPACES TO VHQ-RESOLVER.
           MOVE SPACES TO VHQ-RES-DATE.
           WRITE VOUCHER-HOLD-REC.
           CLOSE VOUCHER-HOLD-FILE.

           EXIT.


       CHECK-DUPLICATE-ID.

      *    重複IDの判定そのものは、読み込み時に PATIENT-INDEX-FILE へ
      *    書き込む WRITE-PATIENT-INDEX (READ-PATIENT-REC から呼ばれ、
      *    このレコードについてはもう実行済み) の INVALID KEY 結果を
      *    もとに WS-DUP-FOUND-FLAG へ反映してある。直前レコードとの
      *    ID比較は、施設コード順の SORT 後は隣接保証が無く
      *    同一施設をまたいだ重複を見逃すため廃止した - 実行全体での
      *    既出IDは PATIENT-INDEX-FILE のキー制約そのものが保証する。
           CONTINUE.

           EXIT.


       WRITE-DUPLICATE.
           MOVE WS-IP-WAIST     TO XST-WAIST.
           MOVE WS-IP-SITE-CODE TO XST-SITE-CODE.
           MOVE WS-LSK-BG       TO XST-LSK-BG.
           MOVE WS-METSYN-FLAG  TO XST-METSYN.
           IF WCV-BAND = SPACE THEN
               MOVE SPACES TO XST-CVD-RISK-X XST-CVD-BAND
           ELSE
               MOVE WCV-RISK    TO XST-CVD-RISK
               MOVE WCV-BAND    TO XST-CVD-BAND
           END-IF.
           MOVE WS-PAT-INSURER  TO XST-INSURER.
           WRITE EXAM-STORE-REC
               INVALID KEY
           ELSE
               OPEN OUTPUT RESUBMIT-IN-FILE
           END-IF.
           PERFORM SET-EDI-METSYN-CODE.
           MOVE SPACES TO RESUBMIT-IN-LINE.
           STRING "DET" WS-EDI-PID WS-EDI-LSK-CODE WS-RUN-DATE
               WS-EDI-MS-CODE
               DELIMITED BY SIZE INTO RESUBMIT-IN-LINE.
           WRITE RESUBMIT-IN-LINE.
           CLOSE RESUBMIT-IN-FILE.
                   MOVE WS-LSK-BG     TO REF-LSK-BG
                   MOVE "N"           TO REF-STATUS
                   MOVE WS-RUN-DATE   TO REF-STATUS-DATE
                   MOVE WS-IP-SITE-CODE TO REF-SITE-CODE
                   PERFORM BUILD-REFERRAL-REF-NO
                   MOVE WS-REF-NO-WORK TO REF-REF-NO
                   MOVE 0             TO REF-VISIT-DATE
                   MOVE SPACES        TO REF-DIAGNOSIS
                   MOVE SPACE         TO REF-TREATED
                   MOVE SPACES        TO REF-PHYSICIAN
                   MOVE SPACES        TO REF-REPLY-DATE
                   WRITE REFERRAL-REC
                       INVALID KEY
                           REWRITE REFERRAL-REC
                   END-WRITE
                   PERFORM WRITE-REFERRAL-LETTER
               END-IF
           END-IF.

           EXIT.


       BUILD-REFERRAL-REF-NO.

      *    返信票の参照番号: "R" + 患者ID 9桁 + 紹介日 8桁 +
      *    チェックディジット (17桁の合計を10で割った余り)。打鍵
      *    ミスは取込み側 (TEST260951) がこの桁で弾く。
           MOVE WS-PATIENT-ID TO WS-RNO-PID.
           MOVE WS-RUN-DATE-NUM TO WS-RNO-DATE.
           MOVE 0 TO WS-RNO-SUM.
           PERFORM VARYING WS-RNO-IDX FROM 1 BY 1
                   UNTIL WS-RNO-IDX > 17
               ADD WS-RNO-DIGIT(WS-RNO-IDX) TO WS-RNO-SUM
           END-PERFORM.
           COMPUTE WS-RNO-CHECK = FUNCTION MOD(WS-RNO-SUM, 10).

           EXIT.


       WRITE-REFERRAL-LETTER.

      *    紹介状 (医療機関あて、患者が持参) と切り取り式の返信票。
      *    通知レターと同じく、死亡・連絡拒否の患者には出さず、
      *    マスタに居ない・宛先不着の患者は例外リストへ回す
      *    (紹介自体はキューに残り、窓口が電話で案内する)。
           PERFORM RESOLVE-PATIENT-STATUS.
           IF WS-PAT-STATUS = "D" OR WS-PAT-STATUS = "O" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-PM-HIT.
           PERFORM CHECK-UNDELIVERABLE.
           IF WS-PM-LOADED AND NOT WS-UND-HIT THEN
               MOVE WS-PATIENT-ID TO PMX-PATIENT-ID
               READ PMASTER-INDEX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PMX-ACT NOT = "I" THEN
                           MOVE 1 TO WS-PM-HIT
                           PERFORM UNSEAL-PMX-ROW
                       END-IF
               END-READ
           END-IF.
           IF WS-PM-HIT = 0 THEN
               ADD 1 TO WS-CNT-LETTER-EXC
               MOVE SPACES TO LETTER-EXC-LINE
               STRING "PATIENT " WS-PATIENT-ID " REFERRAL "
                   REF-REF-NO " - NO LETTER, CONTACT BY PHONE"
                   DELIMITED BY SIZE INTO LETTER-EXC-LINE
               WRITE LETTER-EXC-LINE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CNT-REF-LETTERS.
           MOVE ALL "=" TO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.
           MOVE SPACES TO REFERRAL-LETTER-LINE.
           STRING "〒" PMX-PIN "  "
               FUNCTION TRIM(PMX-COUNTRY)
               " " PMX-HOUSE
               DELIMITED BY SIZE INTO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.
           MOVE SPACES TO REFERRAL-LETTER-LINE.
           STRING FUNCTION TRIM(PMX-NAME) " 様"
               " (受診者番号 " WS-PATIENT-ID ")"
               DELIMITED BY SIZE INTO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.
           MOVE "医療機関受診のお願い (紹介状)"
               TO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.
           MOVE "  健診の結果、治療が必要となる"
               TO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.
           MOVE "  可能性のある値が出ています。"
               TO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.
           MOVE "  この紹介状を持って早めに"
               TO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.
           MOVE "  医療機関を受診してください。"
               TO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.
           MOVE SPACES TO REFERRAL-LETTER-LINE.
           STRING "  空腹時血糖 " REF-FST "  随時血糖 " REF-NFS
               "  HbA1c " REF-HBA1C
               "  血圧 " REF-SBP "/" REF-DBP
               DELIMITED BY SIZE INTO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.
           MOVE SPACES TO REFERRAL-LETTER-LINE.
           STRING "  紹介日: " WS-RUN-DATE "  健診機関コード "
               REF-SITE-CODE
               DELIMITED BY SIZE INTO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.

      *    ここから下が切り取り式の返信票 (医療機関が
      *    記入して返送)。
           MOVE "- - - - - - - - キリトリ - - - - - - - -"
               TO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.
           MOVE "受診結果のご返信 (医療機関ご記入欄)"
               TO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.
           MOVE SPACES TO REFERRAL-LETTER-LINE.
           STRING "  参照番号 *" REF-REF-NO "*"
               DELIMITED BY SIZE INTO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.
           MOVE SPACES TO REFERRAL-LETTER-LINE.
           STRING "  受診者 " FUNCTION TRIM(PMX-NAME)
               " 様 (受診者番号 " WS-PATIENT-ID ")"
               DELIMITED BY SIZE INTO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.
           MOVE "  受診日 ____年__月__日"
               TO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.
           MOVE "  診断名 ____________________"
               TO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.
           MOVE "  治療開始 あり・なし"
               TO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.
           MOVE "  医師名 ____________________"
               TO REFERRAL-LETTER-LINE.
           WRITE REFERRAL-LETTER-LINE.

           EXIT.


       CHECK-CESSATION-TRACK.

      *    禁煙支援トラック: 判定した喫煙者 (問診突合後の喫煙フラグ
      *    1) がトラックに居なければ O (案内済) で積んで簡易助言の
      *    案内状を出す。既に居る患者は、前回見た年度より後の健診の
      *    回答でだけ自動更新する (同じ年度の再判定・2回目の健診では
      *    動かさない):
      *      非喫煙 - O/A/T/R なら Q (禁煙) へ。Q はそのまま。
      *      喫煙   - Q なら R (再喫煙) へ進めて再案内。O/R のまま
      *               なら年度ごとに再案内。A/T は窓口と禁煙外来が
      *               見ているので案内状は出さない。
      *    ドライラン中は本番のトラックに触らない (受診勧奨キューと
      *    同じ扱い)。
           IF DRYRUN-ON THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-CES-LETTER-FLAG.
           MOVE WS-PATIENT-ID TO CES-PATIENT-ID.
           READ CESSATION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CES-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CES-FOUND-FLAG
           END-READ.

           IF NOT WS-CES-FOUND THEN
               IF WS-IP-SMOKER NOT = 1 THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PATIENT-ID   TO CES-PATIENT-ID
               MOVE WS-RUN-DATE     TO CES-FLAG-DATE
               MOVE WS-FISCAL-YEAR  TO CES-START-FY
               MOVE "O"             TO CES-STATUS
               MOVE WS-RUN-DATE     TO CES-STATUS-DATE
               MOVE SPACE           TO CES-CLINIC
               MOVE 0               TO CES-OFFER-CNT
               PERFORM SET-CESSATION-EXAM
               ADD 1 TO CES-OFFER-CNT
               ADD 1 TO WS-CNT-CES-OFFER
               WRITE CESSATION-REC
                   INVALID KEY
                       REWRITE CESSATION-REC
               END-WRITE
               PERFORM WRITE-CESSATION-LETTER
               EXIT PARAGRAPH
           END-IF.

           IF WS-FISCAL-YEAR <= CES-LAST-FY THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM SET-CESSATION-EXAM.
           EVALUATE TRUE
               WHEN WS-IP-SMOKER NOT = 1
                   IF CES-STATUS NOT = "Q" THEN
                       MOVE "Q" TO CES-STATUS
                       MOVE WS-RUN-DATE TO CES-STATUS-DATE
                       ADD 1 TO WS-CNT-CES-QUIT
                   END-IF
               WHEN CES-STATUS = "Q"
                   MOVE "R" TO CES-STATUS
                   MOVE WS-RUN-DATE TO CES-STATUS-DATE
                   ADD 1 TO WS-CNT-CES-RELAPSE
                   MOVE 'Y' TO WS-CES-LETTER-FLAG
               WHEN CES-STATUS = "O" OR CES-STATUS = "R"
                   MOVE 'Y' TO WS-CES-LETTER-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-CES-LETTER THEN
               IF CES-OFFER-CNT < 99 THEN
                   ADD 1 TO CES-OFFER-CNT
               END-IF
           END-IF.
           REWRITE CESSATION-REC.
           IF WS-CES-LETTER THEN
               PERFORM WRITE-CESSATION-LETTER
           END-IF.

           EXIT.


       SET-CESSATION-EXAM.

      *    今回の健診を「最後に喫煙の回答を見た健診」として刻む。
           MOVE WS-FISCAL-YEAR  TO CES-LAST-FY.
           MOVE WS-IP-EXAM-DATE TO CES-LAST-EXAM.
           MOVE WS-IP-SITE-CODE TO CES-SITE-CODE.
           MOVE WS-LSK-BG       TO CES-LSK-BG.
           IF WS-QRC-SMK-ANSWERED THEN
               MOVE "Q" TO CES-ANS-SOURCE
           ELSE
               MOVE "L" TO CES-ANS-SOURCE
           END-IF.

           EXIT.


       WRITE-CESSATION-LETTER.

      *    禁煙の簡易助言の案内状と、禁煙外来への紹介を希望する人が
      *    切り取って返送する申込票。紹介状と同じく、死亡・連絡拒否
      *    の患者には出さず、マスタに居ない・宛先不着の患者は例外
      *    リストへ回す (トラックには残り、窓口が電話で案内する)。
           PERFORM RESOLVE-PATIENT-STATUS.
           IF WS-PAT-STATUS = "D" OR WS-PAT-STATUS = "O" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-PM-HIT.
           PERFORM CHECK-UNDELIVERABLE.
           IF WS-PM-LOADED AND NOT WS-UND-HIT THEN
               MOVE WS-PATIENT-ID TO PMX-PATIENT-ID
               READ PMASTER-INDEX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PMX-ACT NOT = "I" THEN
                           MOVE 1 TO WS-PM-HIT
                           PERFORM UNSEAL-PMX-ROW
                       END-IF
               END-READ
           END-IF.
           IF WS-PM-HIT = 0 THEN
               ADD 1 TO WS-CNT-LETTER-EXC
               MOVE SPACES TO LETTER-EXC-LINE
               STRING "PATIENT " WS-PATIENT-ID " SMOKING CESSATION"
                   " - NO LETTER, CONTACT BY PHONE"
                   DELIMITED BY SIZE INTO LETTER-EXC-LINE
               WRITE LETTER-EXC-LINE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CNT-CES-LETTERS.
           MOVE ALL "=" TO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           MOVE SPACES TO CESSATION-LETTER-LINE.
           STRING "〒" PMX-PIN "  "
               FUNCTION TRIM(PMX-COUNTRY)
               " " PMX-HOUSE
               DELIMITED BY SIZE INTO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           MOVE SPACES TO CESSATION-LETTER-LINE.
           STRING FUNCTION TRIM(PMX-NAME) " 様"
               " (受診者番号 " WS-PATIENT-ID ")"
               DELIMITED BY SIZE INTO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           MOVE "禁煙のおすすめ" TO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           IF CES-STATUS = "R" THEN
               MOVE "  一度禁煙されたあと、"
                   TO CESSATION-LETTER-LINE
               WRITE CESSATION-LETTER-LINE
               MOVE "  再び喫煙されているとの"
                   TO CESSATION-LETTER-LINE
               WRITE CESSATION-LETTER-LINE
               MOVE "  回答をいただきました。"
                   TO CESSATION-LETTER-LINE
               WRITE CESSATION-LETTER-LINE
           ELSE
               MOVE "  今回の健診で、喫煙して"
                   TO CESSATION-LETTER-LINE
               WRITE CESSATION-LETTER-LINE
               MOVE "  いるとの回答をいただき"
                   TO CESSATION-LETTER-LINE
               WRITE CESSATION-LETTER-LINE
               MOVE "  ました。"
                   TO CESSATION-LETTER-LINE
               WRITE CESSATION-LETTER-LINE
           END-IF.
           MOVE "  喫煙は検査値が正常でも"
               TO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           MOVE "  心臓病・脳卒中・がんの"
               TO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           MOVE "  危険を高めます。禁煙は"
               TO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           MOVE "  いつ始めても効果があり"
               TO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           MOVE "  ます。禁煙外来では条件"
               TO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           MOVE "  を満たせば保険で治療を"
               TO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           MOVE "  受けられます。ご希望の"
               TO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           MOVE "  方は下の申込票をご返送"
               TO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           MOVE "  ください。"
               TO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           MOVE SPACES TO CESSATION-LETTER-LINE.
           STRING "  案内日: " WS-RUN-DATE "  健診機関コード "
               CES-SITE-CODE
               DELIMITED BY SIZE INTO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.

      *    ここから下が切り取り式の申込票 (希望する人だけ返送。
      *    窓口が G コマンドで受諾・紹介希望を記録する)。
           MOVE "- - - - - - - - キリトリ - - - - - - - -"
               TO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           MOVE "禁煙外来の紹介申込票"
               TO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           MOVE SPACES TO CESSATION-LETTER-LINE.
           STRING "  受診者 " FUNCTION TRIM(PMX-NAME)
               " 様 (受診者番号 " WS-PATIENT-ID ")"
               DELIMITED BY SIZE INTO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           MOVE "  紹介を 希望する・しない"
               TO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           MOVE "  希望医療機関 ________________"
               TO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.
           MOVE "  電話番号 ____________________"
               TO CESSATION-LETTER-LINE.
           WRITE CESSATION-LETTER-LINE.

           EXIT.


       CHECK-EXAM-BOOKING.

      *    健診予約: この患者のこの年度の予約を連番順に読み、B の
      *    予約 (無ければ取り直していない N = 猶予を過ぎてから届いた
      *    健診) を A (受診済) にする。予約先と違う施設・違う日の
      *    健診でも、その年度の健診は受けたので受診済とする。
      *    保留キューから再投入された健診は取込の晩に A にしてある
      *    ので、A の予約があれば「予約なし」には数えない。
      *    ドライラン中は本番の予約に触らない。
           IF DRYRUN-ON OR NOT WS-BKG-LOADED THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-BKG-HIT-SEQ.
           MOVE SPACE TO WS-BKG-HIT-STS.
           MOVE 'N' TO WS-BKG-DONE-FLAG.
           MOVE WS-PATIENT-ID  TO BKG-PATIENT-ID.
           MOVE WS-FISCAL-YEAR TO BKG-FYEAR.
           MOVE 0 TO BKG-SEQ.
           MOVE 'N' TO WS-BKG-EOF-FLAG.
           START BOOKING-FILE KEY IS GREATER THAN OR EQUAL TO BKG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BKG-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-BKG-EOF
               READ BOOKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BKG-EOF-FLAG
                   NOT AT END
                       IF BKG-PATIENT-ID NOT = WS-PATIENT-ID
                               OR BKG-FYEAR NOT = WS-FISCAL-YEAR THEN
                           MOVE 'Y' TO WS-BKG-EOF-FLAG
                       ELSE
                           EVALUATE TRUE
                               WHEN BKG-STATUS = "B"
                                   MOVE BKG-SEQ TO WS-BKG-HIT-SEQ
                                   MOVE "B" TO WS-BKG-HIT-STS
                               WHEN BKG-STATUS = "N"
                                       AND BKG-REBOOK-SEQ = 0
                                       AND WS-BKG-HIT-STS NOT = "B"
                                   MOVE BKG-SEQ TO WS-BKG-HIT-SEQ
                                   MOVE "N" TO WS-BKG-HIT-STS
                               WHEN BKG-STATUS = "A"
                                   MOVE 'Y' TO WS-BKG-DONE-FLAG
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-BKG-HIT-SEQ = 0 THEN
               IF NOT WS-BKG-DONE THEN
                   ADD 1 TO WS-CNT-BKG-NONE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PATIENT-ID  TO BKG-PATIENT-ID.
           MOVE WS-FISCAL-YEAR TO BKG-FYEAR.
           MOVE WS-BKG-HIT-SEQ TO BKG-SEQ.
           READ BOOKING-FILE
               INVALID KEY
                   ADD 1 TO WS-CNT-BKG-NONE
               NOT INVALID KEY
                   MOVE "A"             TO BKG-STATUS
                   MOVE WS-RUN-DATE     TO BKG-STATUS-DATE
                   MOVE WS-IP-EXAM-DATE TO BKG-EXAM-DATE
                   MOVE WS-IP-SITE-CODE TO BKG-EXAM-SITE
                   REWRITE BOOKING-REC
                   ADD 1 TO WS-CNT-BKG-ATTEND
           END-READ.

           EXIT.


       SWEEP-EXAM-NO-SHOWS.

      *    予約日 + 猶予日数が当日より前で B のままの予約を N に落と
      *    し、再予約の案内リストに1行ずつ出す。パーティション実行
      *    では対象施設の範囲の予約だけを見る (別パーティションで
      *    受診した人は、その健診が届いた晩に N から A へ戻る)。
           MOVE 0 TO WS-CNT-BKG-NOSHOW.
           OPEN OUTPUT EXAM-REBOOK-FILE.
           MOVE SPACES TO EXAM-REBOOK-LINE.
           STRING "CHECKUP EXAM NO-SHOWS TO OFFER REBOOKING - RUN "
               WS-RUN-DATE "  (GRACE " WS-BKG-GRACE-DAYS " DAYS)"
               DELIMITED BY SIZE INTO EXAM-REBOOK-LINE.
           WRITE EXAM-REBOOK-LINE.

           MOVE LOW-VALUES TO BKG-KEY.
           MOVE 'N' TO WS-BKG-EOF-FLAG.
           START BOOKING-FILE KEY IS GREATER THAN OR EQUAL TO BKG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BKG-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-BKG-EOF
               READ BOOKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BKG-EOF-FLAG
                   NOT AT END
                       IF BKG-STATUS = "B" THEN
                           PERFORM CHECK-ONE-NO-SHOW
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO EXAM-REBOOK-LINE.
           STRING "NO-SHOWS: " WS-CNT-BKG-NOSHOW
               "  (REBOOK WITH TEST260974 - B COMMAND)"
               DELIMITED BY SIZE INTO EXAM-REBOOK-LINE.
           WRITE EXAM-REBOOK-LINE.
           CLOSE EXAM-REBOOK-FILE.

           MOVE SPACES TO WS-MSG-TEXT.
           STRING "EXAM BOOKINGS: " WS-CNT-BKG-NOSHOW
               " NO-SHOW(S) PAST THE " WS-BKG-GRACE-DAYS
               "-DAY GRACE - REBOOKING LIST "
               FUNCTION TRIM(WS-PATH-RBK)
               DELIMITED BY SIZE INTO WS-MSG-TEXT.
           PERFORM LOG-MESSAGE.

           EXIT.


       CHECK-ONE-NO-SHOW.

           IF WS-SITE-FROM NOT = 0
                   AND (BKG-SITE-CODE < WS-SITE-FROM
                   OR BKG-SITE-CODE > WS-SITE-TO) THEN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(BKG-DATE) NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BKG-DUE-INT =
               FUNCTION INTEGER-OF-DATE(BKG-DATE) + WS-BKG-GRACE-DAYS.
           IF WS-BKG-DUE-INT >= WS-TODAY-INT THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "N"         TO BKG-STATUS.
           MOVE WS-RUN-DATE TO BKG-STATUS-DATE.
           REWRITE BOOKING-REC.
           ADD 1 TO WS-CNT-BKG-NOSHOW.
           MOVE SPACES TO EXAM-REBOOK-LINE.
           STRING "PATIENT " BKG-PATIENT-ID
               " FY " BKG-FYEAR
               " INSURER " BKG-INSURER
               " SITE " BKG-SITE-CODE
               " BOOKED " BKG-DATE " " BKG-SESSION
               " NO EXAM RECEIVED"
               DELIMITED BY SIZE INTO EXAM-REBOOK-LINE.
           WRITE EXAM-REBOOK-LINE.

           EXIT.


       MARK-SITE-ARRIVAL.

      *    WS-SRV-MARK-SITE の施設の最終受領日を実行日へ進める
      *    (ドライラン中は本番のマーカーを動かさない)。事業者健診の
      *    取込分は届く時期が決まっていないので督促の対象にしない。
           IF DRYRUN-ON THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-SRV-MARK-SITE = WS-EMPLOYER-SITE THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SRV-HIT.
           PERFORM VARYING WS-SRV-IDX FROM 1 BY 1
           IF WS-RSP-STATUS = "00" THEN
               MOVE WS-PATIENT-ID TO RSP-PATIENT-ID
               MOVE "P" TO RSP-STATUS
      *        整合性チェックで止めたものは、どのルールに掛かったかを
      *        理由に残す (窓口の補修で何を見直すかが分かるように)。
               IF WS-AUD-RESULT = "INCONSIST" THEN
                   MOVE WS-INCONS-REASON TO RSP-REASON
               ELSE
                   MOVE WS-AUD-RESULT TO RSP-REASON
               END-IF
               MOVE SORTED-PATIENT-REC TO RSP-RAW
               MOVE WS-RUN-DATE TO RSP-DATE
               WRITE REPAIR-SUSPENSE-REC
           EXIT.


       PICKUP-VOUCHER-RELEASES.

      *    受診券の照合保留キューのうち、券番号を訂正したもの (R) と
      *    券なしで受け付けたもの (A、券番号欄は裁定時に空欄にして
      *    ある) を結合ファイルの末尾へ足し、D (再投入済み) に進めて
      *    キューを書き戻す。以後は当夜の通常レコードと同じ経路
      *    (R は券の照合もやり直す) を通る。
           MOVE 0 TO WS-CNT-VCH-REFED.
           MOVE 0 TO WS-VHQ-CNT.
           MOVE 'N' TO WS-VHQ-OVFL-FLAG.
           OPEN INPUT VOUCHER-HOLD-FILE.
           IF WS-VHQ-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-VHQ-EOF-FLAG.
           PERFORM UNTIL WS-VHQ-EOF
               READ VOUCHER-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-VHQ-EOF-FLAG
                   NOT AT END
                       IF WS-VHQ-CNT < 200 THEN
                           IF VHQ-STATUS = "R" OR VHQ-STATUS = "A"
                                   THEN
                               MOVE VHQ-RAW TO PATIENT-REC
                               WRITE PATIENT-REC
                               ADD 1 TO WS-CNT-VCH-REFED
                               MOVE "D" TO VHQ-STATUS
                           END-IF
                           ADD 1 TO WS-VHQ-CNT
                           MOVE VOUCHER-HOLD-REC
                               TO WS-VHQ-ENTRY(WS-VHQ-CNT)
                       ELSE
                           MOVE 'Y' TO WS-VHQ-OVFL-FLAG
                           MOVE 'Y' TO WS-VHQ-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VOUCHER-HOLD-FILE.

      *    あふれたら書き戻さない: キューはそのまま残し (先頭ぶんは
      *    R/A のまま翌晩も流れるが、判定は同じ内容で上書きされる
      *    だけ)、表の拡張を促す。
           IF WS-VHQ-OVFL THEN
               MOVE SPACES TO WS-MSG-TEXT
               STRING "VOUCHER HOLD QUEUE EXCEEDS THE TABLE (200) - "
                   "QUEUE LEFT AS IS, RAISE THE TABLE SIZE"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF WS-CNT-VCH-REFED > 0 THEN
               OPEN OUTPUT VOUCHER-HOLD-FILE
               PERFORM VARYING WS-VHQ-IDX FROM 1 BY 1
                       UNTIL WS-VHQ-IDX > WS-VHQ-CNT
                   MOVE WS-VHQ-ENTRY(WS-VHQ-IDX) TO VOUCHER-HOLD-REC
                   WRITE VOUCHER-HOLD-REC
               END-PERFORM
               CLOSE VOUCHER-HOLD-FILE
               MOVE SPACES TO WS-MSG-TEXT
               STRING "VOUCHER HOLD: " WS-CNT-VCH-REFED
                   " RESOLVED RECORD(S) FED INTO TONIGHT'S RUN"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
           END-IF.

           EXIT.


       PICKUP-ELIG-CONFIRMED.

      *    資格のオンライン確認キューのうち資格が確認できたもの (C)
      *    を結合ファイルの末尾へ足し、D (再投入済み) に進めて
      *    キューを書き戻す (PICKUP-VOUCHER-RELEASES と同じ組み方)。
      *    確認された窓は LOAD-CONFIRMED-ELIGIBILITY で資格
      *    インデックスに載っているので、今夜の資格確認を通る。
           MOVE 0 TO WS-CNT-ECQ-REFED.
           MOVE 0 TO WS-ECQ-CNT.
           MOVE 'N' TO WS-ECQ-OVFL-FLAG.
           OPEN INPUT ELIG-CONFIRM-QUEUE-FILE.
           IF WS-ECQ-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ECQ-LAYOUT.
           MOVE 'N' TO WS-ECQ-EOF-FLAG.
           PERFORM UNTIL WS-ECQ-EOF
               READ ELIG-CONFIRM-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-ECQ-EOF-FLAG
                   NOT AT END
                       IF WS-ECQ-CNT < 500 THEN
                           IF ECQ-STATUS = "C" THEN
                               MOVE ECQ-RAW TO PATIENT-REC
                               WRITE PATIENT-REC
                               ADD 1 TO WS-CNT-ECQ-REFED
                               MOVE "D" TO ECQ-STATUS
                           END-IF
                           ADD 1 TO WS-ECQ-CNT
                           MOVE ELIG-CONFIRM-QUEUE-REC
                               TO WS-ECQ-ENTRY(WS-ECQ-CNT)
                       ELSE
                           MOVE 'Y' TO WS-ECQ-OVFL-FLAG
                           MOVE 'Y' TO WS-ECQ-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ELIG-CONFIRM-QUEUE-FILE.

      *    あふれたら書き戻さない (受診券の保留と同じ扱い)。
           IF WS-ECQ-OVFL THEN
               MOVE SPACES TO WS-MSG-TEXT
               STRING "ELIGIBILITY CONFIRMATION QUEUE EXCEEDS THE "
                   "TABLE (500) - QUEUE LEFT AS IS, RAISE THE TABLE "
                   "SIZE"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF WS-CNT-ECQ-REFED > 0 THEN
               OPEN OUTPUT ELIG-CONFIRM-QUEUE-FILE
               PERFORM WRITE-ECQ-LAYOUT
               PERFORM VARYING WS-ECQ-IDX FROM 1 BY 1
                       UNTIL WS-ECQ-IDX > WS-ECQ-CNT
                   MOVE WS-ECQ-ENTRY(WS-ECQ-IDX)
                       TO ELIG-CONFIRM-QUEUE-REC
                   WRITE ELIG-CONFIRM-QUEUE-REC
               END-PERFORM
               CLOSE ELIG-CONFIRM-QUEUE-FILE
               MOVE SPACES TO WS-MSG-TEXT
               STRING "ELIGIBILITY CONFIRMED ONLINE: "
                   WS-CNT-ECQ-REFED
                   " HELD RECORD(S) FED INTO TONIGHT'S RUN"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
           END-IF.

           EXIT.


       CHECK-REPLACEMENT-FED.

      *    判定中の患者が今夜の差し替え取込から来たかどうか。
           MOVE WS-IP-NFS        TO WJM-NFS.
           MOVE WS-IP-FAST-HOURS TO WJM-FAST-HOURS.
           MOVE WS-IP-HBA1C      TO WJM-HBA1C.
           MOVE WS-IP-SBP        TO WJM-SBP.
           MOVE WS-IP-DBP        TO WJM-DBP.
           MOVE WS-IP-LDL        TO WJM-LDL.
           MOVE WS-IP-HDL        TO WJM-HDL.
           MOVE WS-IP-TG         TO WJM-TG.
           MOVE WS-IP-HEIGHT     TO WJM-HEIGHT.
           MOVE WS-IP-WEIGHT     TO WJM-WEIGHT.
           MOVE WS-IP-WAIST      TO WJM-WAIST.
           MOVE WS-RUN-DATE-NUM  TO WJM-RUN-DATE.

      *    検査データの服薬・喫煙フラグは問診票の回答で補正して
      *    から渡す (どちらかが「あり」なら「あり」)。
           PERFORM RECONCILE-QUESTIONNAIRE.
      *    さらにレセプト (治療中ファイル) と突き合わせ、健診時点で
      *    服薬中と分かる項目はフラグを「あり」にする。
           PERFORM RECONCILE-CLAIMS-TREATMENT.
           MOVE WS-IP-MED-DM     TO WJM-MED-DM.
           MOVE WS-IP-MED-HTN    TO WJM-MED-HTN.
           MOVE WS-IP-MED-LIP    TO WJM-MED-LIP.
           MOVE WS-IP-SMOKER     TO WJM-SMOKER.

           MOVE WS-FST-THRESHOLD         TO WJR-FST-CUR.
           MOVE WS-FST-THRESHOLD-UNDER40 TO WJR-FST-U40.
           MOVE WS-FST-THRESHOLD-SENIOR  TO WJR-FST-SEN.
           MOVE WS-NFS-LIMIT     TO WJR-NFS-LIMIT.
           MOVE WS-ROUND-MODE-HBA1C TO WJR-ROUND-HBA1C.
           MOVE WS-ROUND-MODE-BMI   TO WJR-ROUND-BMI.
           MOVE WS-MS-FST-LIMIT  TO WJR-MS-FST.
           MOVE WS-MS-HBA1C-X10  TO WJR-MS-HBA1C.

      *    この患者の保険者にルール・プロファイルがあれば、該当の
      *    基準値だけ国の基準の上から差し替える (適用プロファイル
           MOVE WJO-AGE-BAND  TO WS-AGE-BAND.
           MOVE WJO-FST-EFF   TO WS-FST-THRESH-EFF.
           MOVE WJO-WAIST-EFF TO WS-WAIST-LIMIT-EFF.
           MOVE WJO-METSYN    TO WS-METSYN-FLAG.
           MOVE WJO-MS-RISKS  TO WS-MS-RISKS.

      *    10年冠動脈疾患リスク: 判定と同じ補正済みの服薬・喫煙
      *    フラグで1回だけ計算する。年齢は健診日時点 (健診日の
      *    無い旧様式の行は判定日)。
           MOVE WJM-DOB          TO WCV-DOB.
           MOVE WJM-SEX          TO WCV-SEX.
           MOVE WJM-SBP          TO WCV-SBP.
           MOVE WJM-HBA1C        TO WCV-HBA1C.
           MOVE WJM-FST          TO WCV-FST.
           MOVE WJM-MED-DM       TO WCV-MED-DM.
           MOVE WJM-LDL          TO WCV-LDL.
           MOVE WJM-HDL          TO WCV-HDL.
           MOVE WJM-SMOKER       TO WCV-SMOKER.
           IF WS-IP-EXAM-DATE > 0 THEN
               MOVE WS-IP-EXAM-DATE TO WCV-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WCV-RUN-DATE
           END-IF.
           MOVE FUNCTION JUDGE-CVD-RISK(WS-CVD-IN) TO WS-CVD-OUT.

      *    レセプトで治療中と分かった患者は保健指導の対象外 (区分0
      *    扱い。健診結果とメタボ判定は残る)。保険者はこの請求を
      *    却下するため、区分1・2を割り当てない。
           IF WS-RCP-TREATED AND WS-LSK-BG > 0 THEN
               MOVE 0 TO WS-LSK-BG
               ADD 1 TO WS-CNT-RCP-TREAT
               DISPLAY "UNDER TREATMENT PER MEDICAL CLAIMS: PATIENT "
                   WS-PATIENT-ID " NOT ASSIGNED TO COUNSELING"
           END-IF.

           EXIT.


       RECONCILE-CLAIMS-TREATMENT.

      *    治療中ファイルを薬効分類ごとに引く。初回調剤日が健診日
      *    以前で、最後の調剤日が健診日の WS-RCP-WINDOW-DAYS 日前
      *    以降なら健診時点で治療中とみなす。食い違いは向きごとに
      *    突合ファイルへ積む:
      *      C = レセプトに服薬あり、フラグ (検査データ+問診) は
      *          服薬なし -> フラグを「あり」に補正
      *      F = フラグは服薬あり、レセプトにその分類の服薬なし
      *          (レセプトがある患者だけ。届いていない保険者の患者を
      *          食い違いにしない)
           MOVE 'N' TO WS-RCP-TREAT-FLAG.
           MOVE 'N' TO WS-RCP-ANY-FLAG.
           MOVE 'N' TO WS-RCP-HIT-DM WS-RCP-HIT-HTN WS-RCP-HIT-LIP.
           MOVE 0 TO WS-RCP-DATE-DM WS-RCP-DATE-HTN WS-RCP-DATE-LIP.
           MOVE WS-IP-EXAM-DATE TO WS-RCP-EXAM-NUM.

           OPEN INPUT UNDER-TREAT-FILE.
           IF WS-UTR-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "DM " TO WS-RCP-CLASS.
           PERFORM FIND-CLAIMS-TREATMENT.
           IF WS-RCP-HIT THEN
               MOVE 'Y' TO WS-RCP-HIT-DM
           END-IF.
           MOVE WS-RCP-LAST-DATE TO WS-RCP-DATE-DM.
           MOVE "HTN" TO WS-RCP-CLASS.
           PERFORM FIND-CLAIMS-TREATMENT.
           IF WS-RCP-HIT THEN
               MOVE 'Y' TO WS-RCP-HIT-HTN
           END-IF.
           MOVE WS-RCP-LAST-DATE TO WS-RCP-DATE-HTN.
           MOVE "LIP" TO WS-RCP-CLASS.
           PERFORM FIND-CLAIMS-TREATMENT.
           IF WS-RCP-HIT THEN
               MOVE 'Y' TO WS-RCP-HIT-LIP
           END-IF.
           MOVE WS-RCP-LAST-DATE TO WS-RCP-DATE-LIP.
           CLOSE UNDER-TREAT-FILE.

           IF NOT WS-RCP-ANY THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "DM " TO WS-RCP-CLASS.
           MOVE WS-IP-MED-DM TO WS-RCP-LAB-FLAG.
           MOVE WS-RCP-HIT-DM TO WS-RCP-HIT-FLAG.
           MOVE WS-RCP-DATE-DM TO WS-RCP-LAST-DATE.
           PERFORM COMPARE-CLAIMS-ITEM.
           MOVE WS-RCP-LAB-FLAG TO WS-IP-MED-DM.

           MOVE "HTN" TO WS-RCP-CLASS.
           MOVE WS-IP-MED-HTN TO WS-RCP-LAB-FLAG.
           MOVE WS-RCP-HIT-HTN TO WS-RCP-HIT-FLAG.
           MOVE WS-RCP-DATE-HTN TO WS-RCP-LAST-DATE.
           PERFORM COMPARE-CLAIMS-ITEM.
           MOVE WS-RCP-LAB-FLAG TO WS-IP-MED-HTN.

           MOVE "LIP" TO WS-RCP-CLASS.
           MOVE WS-IP-MED-LIP TO WS-RCP-LAB-FLAG.
           MOVE WS-RCP-HIT-LIP TO WS-RCP-HIT-FLAG.
           MOVE WS-RCP-DATE-LIP TO WS-RCP-LAST-DATE.
           PERFORM COMPARE-CLAIMS-ITEM.
           MOVE WS-RCP-LAB-FLAG TO WS-IP-MED-LIP.

           EXIT.


       FIND-CLAIMS-TREATMENT.

      *    WS-RCP-CLASS の行を引き、健診時点で治療中なら WS-RCP-HIT
      *    を立てる (行があるだけで WS-RCP-ANY は立てる)。
           MOVE 'N' TO WS-RCP-HIT-FLAG.
           MOVE 0 TO WS-RCP-LAST-DATE.
           MOVE WS-PATIENT-ID TO UTR-PATIENT-ID.
           MOVE WS-RCP-CLASS TO UTR-DRUG-CLASS.
           READ UNDER-TREAT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO WS-RCP-ANY-FLAG.
           MOVE UTR-LAST-DATE TO WS-RCP-LAST-DATE.
           IF UTR-FIRST-DATE > WS-RCP-EXAM-NUM THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RCP-GAP-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RCP-EXAM-NUM)
               - FUNCTION INTEGER-OF-DATE(UTR-LAST-DATE).
           IF WS-RCP-GAP-DAYS <= WS-RCP-WINDOW-DAYS THEN
               MOVE 'Y' TO WS-RCP-HIT-FLAG
               MOVE 'Y' TO WS-RCP-TREAT-FLAG
           END-IF.

           EXIT.


       COMPARE-CLAIMS-ITEM.

      *    1分類ぶんの突き合わせ。補正後のフラグを WS-RCP-LAB-FLAG
      *    に返す。
           EVALUATE TRUE
               WHEN WS-RCP-HIT AND WS-RCP-LAB-FLAG NOT = 1
                   MOVE 1 TO WS-RCP-LAB-FLAG
                   MOVE "C" TO CMR-DIRECTION
               WHEN NOT WS-RCP-HIT AND WS-RCP-LAB-FLAG = 1
                   MOVE "F" TO CMR-DIRECTION
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           ADD 1 TO WS-CNT-RCP-DIFF.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING "MEDICAL CLAIMS DISAGREE WITH MEDICATION FLAG ("
               WS-RCP-CLASS " " CMR-DIRECTION "): PATIENT "
               WS-PATIENT-ID
               DELIMITED BY SIZE INTO WS-MSG-TEXT.
           PERFORM LOG-MESSAGE.

           IF DRYRUN-ON THEN
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-CMR-OPEN THEN
               OPEN INPUT CLAIMS-RECON-FILE
               IF WS-CMR-STATUS = "00" THEN
                   CLOSE CLAIMS-RECON-FILE
                   OPEN EXTEND CLAIMS-RECON-FILE
               ELSE
                   OPEN OUTPUT CLAIMS-RECON-FILE
               END-IF
               MOVE 'Y' TO WS-CMR-OPEN-FLAG
           END-IF.
           MOVE WS-RUN-DATE      TO CMR-RUN-DATE.
           MOVE WS-PATIENT-ID    TO CMR-PATIENT-ID.
           MOVE WS-IP-SITE-CODE  TO CMR-SITE-CODE.
           MOVE WS-RCP-EXAM-NUM  TO CMR-EXAM-DATE.
           MOVE WS-RCP-CLASS     TO CMR-DRUG-CLASS.
           MOVE WS-RCP-LAST-DATE TO CMR-LAST-DATE.
           MOVE WS-RUN-ID        TO CMR-RUN-ID.
           WRITE CLAIMS-RECON-REC.

           EXIT.


       RECONCILE-QUESTIONNAIRE.

      *    同じ健診の問診票 (回答票の健診日が一致するもの) があれば、
      *    服薬 (項目1=血圧 2=血糖 3=脂質) と喫煙 (項目8) の回答を
      *    検査データのフラグと突き合わせる。回答 "1" が「はい」。
      *    どちらか一方でも「あり」なら「あり」を採る - 検査データが
      *    服薬を落としていると、保健指導の対象外の人に支援を案内
      *    してしまうため。食い違いは向きごとに DQ コードで施設別に
      *    数え (11=問診のみ服薬あり 12=検査データのみ服薬あり
      *    13=問診のみ喫煙 14=検査データのみ喫煙)、どのクリニックの
      *    抽出が服薬を落としているかをスコアカードで示す。
      *    未回答 (空欄) の項目は突き合わせない。
           MOVE 'N' TO WS-QRC-SMK-FLAG.
           PERFORM FIND-QUESTIONNAIRE.
           IF NOT WS-QST-FOUND THEN
               EXIT PARAGRAPH
           END-IF.
           IF QST-EXAM-DATE NOT = WS-IP-EXAM-DATE THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE QST-ANSWERS(1:1) TO WS-QRC-ANS.
           MOVE WS-IP-MED-HTN    TO WS-QRC-LAB.
           MOVE 11 TO WS-QRC-DQ-CODE.
           PERFORM COMPARE-QUESTIONNAIRE-ITEM.
           MOVE WS-QRC-LAB       TO WS-IP-MED-HTN.

           MOVE QST-ANSWERS(2:1) TO WS-QRC-ANS.
           MOVE WS-IP-MED-DM     TO WS-QRC-LAB.
           MOVE 11 TO WS-QRC-DQ-CODE.
           PERFORM COMPARE-QUESTIONNAIRE-ITEM.
           MOVE WS-QRC-LAB       TO WS-IP-MED-DM.

           MOVE QST-ANSWERS(3:1) TO WS-QRC-ANS.
           MOVE WS-IP-MED-LIP    TO WS-QRC-LAB.
           MOVE 11 TO WS-QRC-DQ-CODE.
           PERFORM COMPARE-QUESTIONNAIRE-ITEM.
           MOVE WS-QRC-LAB       TO WS-IP-MED-LIP.

           MOVE QST-ANSWERS(8:1) TO WS-QRC-ANS.
           IF WS-QRC-ANS NOT = SPACE THEN
               MOVE 'Y' TO WS-QRC-SMK-FLAG
           END-IF.
           MOVE WS-IP-SMOKER     TO WS-QRC-LAB.
           MOVE 13 TO WS-QRC-DQ-CODE.
           PERFORM COMPARE-QUESTIONNAIRE-ITEM.
           MOVE WS-QRC-LAB       TO WS-IP-SMOKER.

           EXIT.


       COMPARE-QUESTIONNAIRE-ITEM.

      *    1項目ぶんの突き合わせ。WS-QRC-DQ-CODE には「問診のみ
      *    あり」側のコードを入れて呼ぶ (逆向きはその次の番号)。
      *    補正後のフラグを WS-QRC-LAB に返す。
           IF WS-QRC-ANS = SPACE THEN
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN WS-QRC-ANS = "1" AND WS-QRC-LAB NOT = 1
                   MOVE 1 TO WS-QRC-LAB
               WHEN WS-QRC-ANS NOT = "1" AND WS-QRC-LAB = 1
                   ADD 1 TO WS-QRC-DQ-CODE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF WS-QRC-DQ-CODE < 13 THEN
               ADD 1 TO WS-CNT-QST-MED-DIFF
           ELSE
               ADD 1 TO WS-CNT-QST-SMK-DIFF
           END-IF.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING "QUESTIONNAIRE DISAGREES WITH LAB FLAG (DQ "
               WS-QRC-DQ-CODE "): PATIENT " WS-PATIENT-ID
               DELIMITED BY SIZE INTO WS-MSG-TEXT.
           PERFORM LOG-MESSAGE.
           MOVE WS-QRC-DQ-CODE TO WS-DQ-ADD-CODE.
           PERFORM ADD-DQ-COUNT.

           EXIT.


       SET-EDI-METSYN-CODE.

      *    内部の判定区分 (0/1/2) を提出用の標準様式コードへ。
           EVALUATE WS-METSYN-FLAG
               WHEN 2
                   MOVE "1" TO WS-EDI-MS-CODE
               WHEN 1
                   MOVE "2" TO WS-EDI-MS-CODE
               WHEN OTHER
                   MOVE "3" TO WS-EDI-MS-CODE
           END-EVALUATE.

           EXIT.

               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

      *    メタボ判定区分の内訳 (支援レベルとは別の区分なので、
      *    合計は支援レベルの内訳と同じく判定件数に一致する)。
           MOVE WS-CNT-MS-KIJUN TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "  METSYN - MEETS CRITERIA        : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

           MOVE WS-CNT-MS-YOBI TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "  METSYN - PRE-SYNDROME          : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

           MOVE WS-CNT-MS-NONE TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "  METSYN - NOT APPLICABLE        : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

           MOVE WS-CNT-INSURED TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "    OF WHICH INSURED (HONNIN)    : " WS-RPT-CNT-ED

           MOVE WS-CNT-NOT-COVERED TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "  NOT COVERED LOCALLY (HELD)     : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

      *    受診券: 照合保留・使用済みにした券・券番号なしの件数。
           IF WS-VCH-LOADED THEN
               MOVE WS-CNT-VCH-HOLD TO WS-RPT-CNT-ED
               MOVE SPACES TO RECON-RPT-LINE
               STRING "  VOUCHER HELD FOR REVIEW        : "
                   WS-RPT-CNT-ED
                   DELIMITED BY SIZE INTO RECON-RPT-LINE
               WRITE RECON-RPT-LINE
               MOVE WS-CNT-VCH-REDEEM TO WS-RPT-CNT-ED
               MOVE SPACES TO RECON-RPT-LINE
               STRING "  VOUCHERS REDEEMED              : "
                   WS-RPT-CNT-ED
                   DELIMITED BY SIZE INTO RECON-RPT-LINE
               WRITE RECON-RPT-LINE
               MOVE WS-CNT-VCH-NONE TO WS-RPT-CNT-ED
               MOVE SPACES TO RECON-RPT-LINE
               STRING "  EXAMS WITH NO VOUCHER QUOTED   : "
                   WS-RPT-CNT-ED
                   DELIMITED BY SIZE INTO RECON-RPT-LINE
               WRITE RECON-RPT-LINE
           END-IF.

           MOVE WS-CNT-COVER-GAP TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "    OF WHICH COVERAGE GAPS       : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

      *    健診予約: 受診済にした予約・予約の無かった健診の件数。
           IF WS-BKG-LOADED THEN
               MOVE WS-CNT-BKG-ATTEND TO WS-RPT-CNT-ED
               MOVE SPACES TO RECON-RPT-LINE
               STRING "  EXAM BOOKINGS ATTENDED         : "
                   WS-RPT-CNT-ED
                   DELIMITED BY SIZE INTO RECON-RPT-LINE
               WRITE RECON-RPT-LINE
               MOVE WS-CNT-BKG-NONE TO WS-RPT-CNT-ED
               MOVE SPACES TO RECON-RPT-LINE
               STRING "  EXAMS WITH NO BOOKING          : "
                   WS-RPT-CNT-ED
                   DELIMITED BY SIZE INTO RECON-RPT-LINE
               WRITE RECON-RPT-LINE
           END-IF.

           MOVE WS-CNT-OPTOUT TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "  OPT-OUT (EXPORT SUPPRESSED)    : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

           MOVE WS-CNT-INCONSIST TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "  INCONSISTENT VALUES (HELD)     : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

           MOVE WS-CNT-REFERRAL TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "  MEDICAL REFERRAL FLAGGED       : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

           MOVE WS-CNT-CES-OFFER TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "  SMOKING CESSATION OFFERED      : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

           MOVE WS-CNT-CES-QUIT TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "  CESSATION TRACK - QUIT         : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

           MOVE WS-CNT-CES-RELAPSE TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "  CESSATION TRACK - RELAPSED     : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

           MOVE WS-CNT-CRITICAL TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "  CRITICAL VALUE ALERTS          : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

           MOVE WS-CNT-QST-MED-DIFF TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "  MEDICATION VS QUESTIONNAIRE    : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

           MOVE WS-CNT-QST-SMK-DIFF TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "  SMOKING VS QUESTIONNAIRE       : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

           MOVE WS-CNT-RCP-DIFF TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "  MEDICATION VS MEDICAL CLAIMS   : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

           MOVE WS-CNT-RCP-TREAT TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "  UNDER TREATMENT PER CLAIMS     : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

      *    日中差分サイクルは前年対比・年度件数の追記を行わない
      *    (重いレポートは夜間の仕事)。代わりに当サイクルの判定
      *    件数を受け渡しファイルへ積む。夜間実行は逆に、日中に
               MOVE 0 TO WS-SST-N(WS-SST-HIT)
               MOVE 0 TO WS-SST-HBA1C-SUM(WS-SST-HIT)
               MOVE 0 TO WS-SST-FST-SUM(WS-SST-HIT)
               PERFORM RESOLVE-SITE-LAB-METHODS
           END-IF.

           IF WS-SST-HIT > 0 THEN

       CHECK-SITE-OUTLIERS.

      *    施設平均を比較相手の平均と比べ、乖離が WS-SITE-DEV-PCT (%)
      *    を超えた施設をアラートファイルへ追記する (HbA1c と FST を
      *    別々に見る)。全施設平均が出ていない (判定0件の) 実行では
      *    何もしない。
      *    比較相手は同じ測定方法の施設群 (HPLC の施設は HPLC の施設
      *    どうし)。方法の違う施設と比べると方法差だけでアラートが
      *    出るため。方法が不明の施設は従来どおり全施設平均と比べ、
      *    同じ方法の施設がほかに無い施設は比べる相手がないので
      *    見送って件数を残す。
           MOVE 0 TO WS-CNT-SITE-NOPEER.
           IF WS-STAT-N > 0 THEN
               PERFORM VARYING WS-SST-IDX FROM 1 BY 1
                       UNTIL WS-SST-IDX > WS-SST-CNT
                   IF WS-SST-N(WS-SST-IDX) > 0 THEN
                       PERFORM CHECK-SITE-OUTLIER-HBA1C
                       PERFORM CHECK-SITE-OUTLIER-FST
                   END-IF
               END-PERFORM
           END-IF.
               MOVE SPACES TO WS-MSG-TEXT
               STRING "SITE LAB ALERTS: " WS-CNT-SITE-ALERT
                   " SITE MEAN(S) BEYOND " WS-SITE-DEV-PCT
                   "% OF THE SAME-METHOD PEER MEAN - CHECK "
                   "output/site_lab_alerts.txt BEFORE RELEASE"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
           END-IF.
           IF WS-CNT-SITE-NOPEER > 0 THEN
               MOVE SPACES TO WS-MSG-TEXT
               STRING "SITE LAB CHECK: " WS-CNT-SITE-NOPEER
                   " SITE/ITEM(S) NOT CHECKED - NO OTHER SITE USES "
                   "THE SAME METHOD"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM LOG-MESSAGE
           END-IF.

           EXIT.


       CHECK-SITE-OUTLIER-HBA1C.

           MOVE WS-SST-HBA1C-METH(WS-SST-IDX) TO WS-SST-CMP-METH.
           IF WS-SST-CMP-METH = SPACES THEN
               MOVE WS-HBA1C-MEAN TO WS-SST-PEER-MEAN
           ELSE
               MOVE 0 TO WS-SST-PEER-SUM
               MOVE 0 TO WS-SST-PEER-N
               MOVE 0 TO WS-SST-PEER-SITES
               PERFORM VARYING WS-SST-PEER-IDX FROM 1 BY 1
                       UNTIL WS-SST-PEER-IDX > WS-SST-CNT
                   IF WS-SST-HBA1C-METH(WS-SST-PEER-IDX)
                          = WS-SST-CMP-METH
                      AND WS-SST-N(WS-SST-PEER-IDX) > 0 THEN
                       ADD 1 TO WS-SST-PEER-SITES
                       ADD WS-SST-HBA1C-SUM(WS-SST-PEER-IDX)
                           TO WS-SST-PEER-SUM
                       ADD WS-SST-N(WS-SST-PEER-IDX)
                           TO WS-SST-PEER-N
                   END-IF
               END-PERFORM
               IF WS-SST-PEER-SITES < 2 THEN
                   ADD 1 TO WS-CNT-SITE-NOPEER
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-SST-PEER-MEAN =
                   WS-SST-PEER-SUM / WS-SST-PEER-N
           END-IF.

           COMPUTE WS-SST-MEAN =
               WS-SST-HBA1C-SUM(WS-SST-IDX) / WS-SST-N(WS-SST-IDX).
           COMPUTE WS-SST-DEV =
               WS-SST-PEER-MEAN * WS-SITE-DEV-PCT / 100.
           IF WS-SST-MEAN > WS-SST-PEER-MEAN + WS-SST-DEV
                   OR WS-SST-MEAN < WS-SST-PEER-MEAN - WS-SST-DEV THEN
               PERFORM WRITE-SITE-ALERT-HBA1C
           END-IF.

           EXIT.


       CHECK-SITE-OUTLIER-FST.

           MOVE WS-SST-FST-METH(WS-SST-IDX) TO WS-SST-CMP-METH.
           IF WS-SST-CMP-METH = SPACES THEN
               MOVE WS-FST-MEAN TO WS-SST-PEER-MEAN
           ELSE
               MOVE 0 TO WS-SST-PEER-SUM
               MOVE 0 TO WS-SST-PEER-N
               MOVE 0 TO WS-SST-PEER-SITES
               PERFORM VARYING WS-SST-PEER-IDX FROM 1 BY 1
                       UNTIL WS-SST-PEER-IDX > WS-SST-CNT
                   IF WS-SST-FST-METH(WS-SST-PEER-IDX)
                          = WS-SST-CMP-METH
                      AND WS-SST-N(WS-SST-PEER-IDX) > 0 THEN
                       ADD 1 TO WS-SST-PEER-SITES
                       ADD WS-SST-FST-SUM(WS-SST-PEER-IDX)
                           TO WS-SST-PEER-SUM
                       ADD WS-SST-N(WS-SST-PEER-IDX)
                           TO WS-SST-PEER-N
                   END-IF
               END-PERFORM
               IF WS-SST-PEER-SITES < 2 THEN
                   ADD 1 TO WS-CNT-SITE-NOPEER
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-SST-PEER-MEAN =
                   WS-SST-PEER-SUM / WS-SST-PEER-N
           END-IF.

           COMPUTE WS-SST-MEAN =
               WS-SST-FST-SUM(WS-SST-IDX) / WS-SST-N(WS-SST-IDX).
           COMPUTE WS-SST-DEV =
               WS-SST-PEER-MEAN * WS-SITE-DEV-PCT / 100.
           IF WS-SST-MEAN > WS-SST-PEER-MEAN + WS-SST-DEV
                   OR WS-SST-MEAN < WS-SST-PEER-MEAN - WS-SST-DEV THEN
               PERFORM WRITE-SITE-ALERT-FST
           END-IF.

           EXIT.

           MOVE WS-SST-MEAN TO WS-RPT-STAT.
           MOVE WS-SST-SITE(WS-SST-IDX) TO WS-SIT-LOOK.
           PERFORM FIND-SITE-NAME.
           MOVE SPACES TO WS-SST-ALERT-HEAD.
           STRING "RUN " WS-RUN-DATE " SITE "
               WS-SST-SITE(WS-SST-IDX) " "
               FUNCTION TRIM(WS-SITE-NAME-OUT)
               " HBA1C MEAN " WS-RPT-STAT
               DELIMITED BY SIZE INTO WS-SST-ALERT-HEAD.
           PERFORM BUILD-SITE-ALERT-LINE.
           WRITE SITE-ALERT-LINE.
           CLOSE SITE-ALERT-FILE.

           MOVE WS-SST-MEAN TO WS-RPT-STAT.
           MOVE WS-SST-SITE(WS-SST-IDX) TO WS-SIT-LOOK.
           PERFORM FIND-SITE-NAME.
           MOVE SPACES TO WS-SST-ALERT-HEAD.
           STRING "RUN " WS-RUN-DATE " SITE "
               WS-SST-SITE(WS-SST-IDX) " "
               FUNCTION TRIM(WS-SITE-NAME-OUT)
               " FST MEAN " WS-RPT-STAT
               DELIMITED BY SIZE INTO WS-SST-ALERT-HEAD.
           PERFORM BUILD-SITE-ALERT-LINE.
           WRITE SITE-ALERT-LINE.
           CLOSE SITE-ALERT-FILE.

           EXIT.


       BUILD-SITE-ALERT-LINE.

      *    施設平均 (WS-SST-ALERT-HEAD) に比較相手の平均を並べて
      *    アラート行にする (方法不明の施設は全施設平均、それ以外は
      *    同じ方法の施設群の平均)。
           MOVE WS-SST-PEER-MEAN TO WS-RPT-STAT.
           MOVE SPACES TO SITE-ALERT-LINE.
           IF WS-SST-CMP-METH = SPACES THEN
               STRING FUNCTION TRIM(WS-SST-ALERT-HEAD)
                   " VS ALL-SITES MEAN " WS-RPT-STAT
                   " - ANALYZER DRIFT?"
                   DELIMITED BY SIZE INTO SITE-ALERT-LINE
           ELSE
               STRING FUNCTION TRIM(WS-SST-ALERT-HEAD)
                   " VS " FUNCTION TRIM(WS-SST-CMP-METH)
                   " PEER MEAN " WS-RPT-STAT
                   " - ANALYZER DRIFT?"
                   DELIMITED BY SIZE INTO SITE-ALERT-LINE
           END-IF.

           EXIT.


       OPEN-SITE-ALERT-FOR-RUN.

      *    追記方式 (TEST210520 の CSV と同じ判定方式)。

           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-FILE-STATUS = "00" THEN
               PERFORM CHECK-CHS-LAYOUT
               MOVE 'N' TO WS-HIST-EOF-FLAG
               PERFORM UNTIL WS-HIST-EOF
                   READ HISTORY-FILE
      *    無ければ新規作成する (TEST210520 の CSV 方式と同じ)。
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-FILE-STATUS = "00" THEN
               PERFORM CHECK-CHS-LAYOUT
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           ELSE
               OPEN OUTPUT HISTORY-FILE
               PERFORM WRITE-CHS-LAYOUT
           END-IF.

           MOVE WS-RUN-YYYY    TO HIST-YEAR.
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

           MOVE WS-SITE-CNT-MS-KIJUN TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "  METSYN - MEETS CRITERIA        : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

           MOVE WS-SITE-CNT-MS-YOBI TO WS-RPT-CNT-ED.
           MOVE SPACES TO RECON-RPT-LINE.
           STRING "  METSYN - PRE-SYNDROME          : " WS-RPT-CNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

      *    パーティション実行では、統合レポート (TEST260828) が
      *    読めるよう機械可読の施設集計も1行残す。
           IF WS-PARTITIONED THEN
           END-IF.

           MOVE 0 TO WS-SITE-CNT-NONE WS-SITE-CNT-MOTIV
               WS-SITE-CNT-ACTIVE WS-SITE-CNT-TOTAL
               WS-SITE-CNT-MS-KIJUN WS-SITE-CNT-MS-YOBI.

           EXIT.

                   MOVE "DECEASED" TO WS-AUD-RESULT
                   PERFORM CLOSE-FOLLOWUP-FOR-STATUS
               ELSE
      *        健診予約は判定に至るかどうかに関係なく、健診が届いた
      *        時点で受診済にする - 資格確認・受診券・補修の保留中に
      *        予約が猶予切れで N に落ち、受診済の人へ再予約の案内が
      *        出てしまわないように。
               PERFORM CHECK-EXAM-BOOKING

      *        保険者の資格確認は欠測・妥当性チェックより先に行う -
      *        資格の無い患者は中身がどうであれ保険者へ提出できない
      *        ため、専用の例外区分に振り分けて判定・EDI には流さない。
               PERFORM CHECK-ELIGIBILITY

      *        手元の資格で確かめられない健診は落とさず、保険者への
      *        オンライン確認キューに滞留させる (資格マスタの全件
      *        更新は4月前後に数週間遅れる)。確認できれば翌晩以降
      *        自動で再投入され、資格なしと回答されたものだけが
      *        TEST260955 で最終の資格空白リストへ移る。
               IF NOT WS-COVERED THEN
                   DISPLAY "NOT COVERED LOCALLY - HELD FOR ONLINE "
                       "ELIGIBILITY CONFIRMATION: PATIENT "
                       WS-PATIENT-ID
                   MOVE 7 TO WS-EXC-CODE
                   MOVE "NO LOCAL COVERAGE - ONLINE CHECK QUEUED"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO WS-CNT-NOT-COVERED
                   MOVE "NOTCOVERED" TO WS-AUD-RESULT
                   IF WS-ELG-HAS-ANY THEN
                       ADD 1 TO WS-CNT-COVER-GAP
                   END-IF
                   PERFORM WRITE-ELIG-CONFIRM-HOLD
               ELSE
      *        受診券の照合も資格確認と同じく中身の検査より先に行う -
      *        案内していない人・使用済みの券の健診は、値がどうであれ
      *        請求できるか分からないので判定せず保留キューへ。
               PERFORM CHECK-VOUCHER
               IF WS-VCH-HOLD THEN
                   DISPLAY "VOUCHER " IP-VOUCHER-NO " "
                       FUNCTION TRIM(WS-VCH-REASON)
                       " - HELD FOR REVIEW: PATIENT " WS-PATIENT-ID
                   PERFORM WRITE-VOUCHER-HOLD
                   ADD 1 TO WS-CNT-VCH-HOLD
                   MOVE "VOUCHER" TO WS-AUD-RESULT
               ELSE
      *        欠測チェックは、値が入っているかどうかだけを見る
      *        (値の妥当性は見ない) ため、VALIDATE-INPUT より先に行う。
                   DISPLAY "REJECTED (VALIDATION): PATIENT "
                       WS-PATIENT-ID
                   ADD 1 TO WS-CNT-REJECTED
                   PERFORM LOG-INTAKE-VAL-REJECT
                   MOVE "REJECTED" TO WS-AUD-RESULT
                   PERFORM HOLD-FOR-REPAIR
               ELSE
      *        項目ごとの範囲は通っても、同じ健診の値どうしが食い
      *        違うもの (項目の入れ違い・他人の検体の疑い) は判定に
      *        回さず、ルールIDを理由に補修サスペンスへ滞留させる。
               PERFORM CHECK-INTRA-EXAM-CONSISTENCY
               IF WS-INCONSISTENT THEN
                   DISPLAY "INCONSISTENT MEASUREMENTS ("
                       FUNCTION TRIM(WS-INCONS-REASON) "): PATIENT "
                       WS-PATIENT-ID
                   ADD 1 TO WS-CNT-INCONSIST
                   MOVE "INCONSIST" TO WS-AUD-RESULT
                   PERFORM HOLD-FOR-REPAIR
               ELSE
      *        固定レンジは通っても、前年の自分の値からあり得ない
      *        跳び方をしている値は単位取り違え疑いとして判定に
      *        回さない (オペレーター確認へ)。
                   MOVE WS-IP-FST     TO WS-ED-FST
                   MOVE WS-IP-HBA1C   TO WS-ED-HBA1C
                   MOVE WS-LSK-BG     TO WS-ED-LSK
      *            メタボ判定区分は支援レベルの隣に並べる (保険者の
      *            年次報告を手で拾い直さなくて済むように)。
                   EVALUATE WS-METSYN-FLAG
                       WHEN 2
                           MOVE "KIJUN" TO WS-ED-METSYN
                       WHEN 1
                           MOVE "YOBI " TO WS-ED-METSYN
                       WHEN OTHER
                           MOVE "-    " TO WS-ED-METSYN
                   END-EVALUATE
                   PERFORM FIND-MASTER-NAME
                   MOVE SPACES TO LISTING-LINE
                   STRING WS-ED-PID "  " WS-ED-FST "  " WS-ED-HBA1C
                       "   " WS-ED-LSK "  " WS-ED-METSYN
                       "  " WS-PM-NAME-OUT
                       DELIMITED BY SIZE INTO LISTING-LINE
                   WRITE LISTING-LINE

                   END-EVALUATE
                   ADD 1 TO WS-CNT-TOTAL
                   ADD 1 TO WS-SITE-CNT-TOTAL
                   EVALUATE WS-METSYN-FLAG
                       WHEN 2
                           ADD 1 TO WS-CNT-MS-KIJUN
                           ADD 1 TO WS-SITE-CNT-MS-KIJUN
                       WHEN 1
                           ADD 1 TO WS-CNT-MS-YOBI
                           ADD 1 TO WS-SITE-CNT-MS-YOBI
                       WHEN OTHER
                           ADD 1 TO WS-CNT-MS-NONE
                   END-EVALUATE
      *            法定集計の分割報告用に本人/被扶養者も数える
      *            (プラン区分の1桁目 2=被扶養者)。
                   IF WS-PAT-PLAN(1:1) = "2" THEN
      *            受診勧奨キューに積む)。
                   PERFORM CHECK-MEDICAL-REFERRAL

      *            禁煙支援トラックも支援レベルとは別建てで、判定
      *            した全患者の喫煙の回答 (問診突合後) を見る。
                   PERFORM CHECK-CESSATION-TRACK

      *            日中の電話照会 (TEST230317) がバッチを待たずに
      *            最新結果を引けるよう、患者IDで upsert する。
                   MOVE WS-PATIENT-ID TO RSF-PATIENT-ID
                   MOVE WS-APPLIED-PROF   TO RSF-RULE-PROF
                   MOVE WS-PAT-PLAN       TO RSF-PLAN-TYPE
                   MOVE WS-RUN-ID         TO RSF-RUN-ID
                   MOVE WS-METSYN-FLAG    TO RSF-METSYN
                   IF WCV-BAND = SPACE THEN
                       MOVE SPACES TO RSF-CVD-RISK-X
                           RSF-CVD-POINTS-X RSF-CVD-BAND
                   ELSE
                       MOVE WCV-RISK      TO RSF-CVD-RISK
                       MOVE WCV-POINTS    TO RSF-CVD-POINTS-X
                       MOVE WCV-BAND      TO RSF-CVD-BAND
                   END-IF

      *            ドライラン中は RESULT-FILE を書き換えず、upsert
      *            される「つもり」の内容をコンソールに出すだけに
                       MOVE WS-IP-EXAM-DATE TO RHF-EXAM-DATE
                       MOVE WS-PAT-INSURER  TO RHF-INSURER
                       MOVE WS-PAT-PLAN     TO RHF-PLAN-TYPE
                       MOVE WS-METSYN-FLAG  TO RHF-METSYN
                       MOVE RHF-SITE-CODE   TO RHF-SF-SITE
                       MOVE RHF-FYEAR       TO RHF-SF-FYEAR
                       WRITE RESULT-HIST-REC
                           INVALID KEY
                               REWRITE RESULT-HIST-REC
                                   WHEN 2
                                       MOVE "A" TO WS-EDI-LSK-CODE
                               END-EVALUATE
                               PERFORM SET-EDI-METSYN-CODE
                               MOVE SPACES TO EDI-EXPORT-LINE
                               STRING "DET" WS-EDI-PID
                                   WS-EDI-LSK-CODE WS-RUN-DATE
                                   WS-EDI-MS-CODE
                                   DELIMITED BY SIZE
                                   INTO EDI-EXPORT-LINE
                               WRITE EDI-EXPORT-LINE
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF

               PERFORM WRITE-AUDIT-LOG

      *        施設精算フィードにも同じ結果を1行。
               MOVE WS-IP-SITE-CODE TO SFD-SITE-CODE
               MOVE WS-PATIENT-ID   TO SFD-PATIENT-ID
               MOVE WS-IP-EXAM-DATE TO SFD-EXAM-DATE
               MOVE WS-AUD-RESULT   TO SFD-RESULT
               IF WS-AUD-RESULT = "JUDGED" THEN
                   MOVE WS-PAT-INSURER TO SFD-INSURER
               ELSE
                   MOVE SPACES TO SFD-INSURER
               END-IF
               PERFORM WRITE-SETTLE-FEED

               ADD 1 TO WS-REC-COUNT
               IF FUNCTION MOD(WS-REC-COUNT, WS-CHECKPOINT-EVERY)
                       = 0 THEN

           EXIT.


       CHECK-ECQ-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ ELIG-CONFIRM-QUEUE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ELIG-CONFIRM-QUEUE-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/elig_confirm_queue.dat" TO WLI-PATH.
           MOVE "ELIG-CONF-Q" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-ECQ TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       WRITE-ECQ-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO ELIG-CONFIRM-QUEUE-REC.
           MOVE WS-LAYOUT-ECQ TO WLH-VERSION.
           MOVE "ELIG-CONF-Q" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO ELIG-CONFIRM-QUEUE-REC(1:28).
           WRITE ELIG-CONFIRM-QUEUE-REC.

           EXIT.


       CHECK-FUQ-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO FOLLOWUP-QUEUE-REC.
           MOVE WLH-TAG TO FOLLOWUP-QUEUE-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ FOLLOWUP-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FOLLOWUP-QUEUE-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/followup_queue.dat" TO WLI-PATH.
           MOVE "FOLLOWUP-Q" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-FUQ TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       WRITE-FUQ-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO FOLLOWUP-QUEUE-REC.
           MOVE WS-LAYOUT-FUQ TO WLH-VERSION.
           MOVE "FOLLOWUP-Q" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO FOLLOWUP-QUEUE-REC(1:28).
           WRITE FOLLOWUP-QUEUE-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

           EXIT.


       CHECK-QAQ-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO QA-QUEUE-REC.
           MOVE WLH-TAG TO QA-QUEUE-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ QA-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QA-QUEUE-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/qa_queue.dat" TO WLI-PATH.
           MOVE "QA-QUEUE" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-QAQ TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       WRITE-QAQ-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO QA-QUEUE-REC.
           MOVE WS-LAYOUT-QAQ TO WLH-VERSION.
           MOVE "QA-QUEUE" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO QA-QUEUE-REC(1:28).
           WRITE QA-QUEUE-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

           EXIT.


       CHECK-XST-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO EXAM-STORE-REC.
           MOVE WLH-TAG TO EXAM-STORE-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ EXAM-STORE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EXAM-STORE-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/exam_store.dat" TO WLI-PATH.
           MOVE "EXAM-STORE" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-XST TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       WRITE-XST-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO EXAM-STORE-REC.
           MOVE WS-LAYOUT-XST TO WLH-VERSION.
           MOVE "EXAM-STORE" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO EXAM-STORE-REC(1:28).
           WRITE EXAM-STORE-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

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


       CHECK-RF-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO RESULT-REC-BG.
           MOVE WLH-TAG TO RESULT-REC-BG(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ RESULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RESULT-REC-BG(1:28) TO WLI-HEADER
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
           MOVE SPACES TO RESULT-REC-BG.
           MOVE WS-LAYOUT-RF TO WLH-VERSION.
           MOVE "RESULT" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO RESULT-REC-BG(1:28).
           WRITE RESULT-REC-BG
               INVALID KEY
                   CONTINUE
           END-WRITE.

           EXIT.


       CHECK-FYD-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ FY-DUP-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FY-DUP-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/fy_dup_queue.dat" TO WLI-PATH.
           MOVE "FY-DUP-QUEUE" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-FYD TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       WRITE-FYD-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO FY-DUP-REC.
           MOVE WS-LAYOUT-FYD TO WLH-VERSION.
           MOVE "FY-DUP-QUEUE" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO FY-DUP-REC(1:28).
           WRITE FY-DUP-REC.

           EXIT.


       CHECK-CHS-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ HISTORY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE HISTORY-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/category_history.dat" TO WLI-PATH.
           MOVE "CATEGORY-HST" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-CHS TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       WRITE-CHS-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO HISTORY-REC.
           MOVE WS-LAYOUT-CHS TO WLH-VERSION.
           MOVE "CATEGORY-HST" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO HISTORY-REC(1:28).
           WRITE HISTORY-REC.

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


       CHECK-PMS-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ PATIENT-MASTER-IN
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PATIENT-MASTER-IN-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/patient_master.dat" TO WLI-PATH.
           MOVE "PATIENT-MSTR" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-PMS TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       CHECK-TXR-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ TRANSMIT-REG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TRANSMIT-REG-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/transmit_register.dat" TO WLI-PATH.
           MOVE "TRANSMIT-REG" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-TXR TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       WRITE-TXR-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO TRANSMIT-REG-REC.
           MOVE WS-LAYOUT-TXR TO WLH-VERSION.
           MOVE "TRANSMIT-REG" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO TRANSMIT-REG-REC(1:28).
           WRITE TRANSMIT-REG-REC.

           EXIT.


       CHECK-REF-LAYOUT.

      *    版見出し (キー "*LAYOUT*") を読み、この FD の版と
      *    突き合わせる (食い違えば止まる)。キー順の読み進めは
      *    見出しの次から始まる。
           MOVE SPACES TO REFERRAL-REC.
           MOVE WLH-TAG TO REFERRAL-REC(1:13).
           MOVE SPACES TO WLI-HEADER.
           READ REFERRAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REFERRAL-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE "output/referrals.dat" TO WLI-PATH.
           MOVE "REFERRALS" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-REF TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       WRITE-REF-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO REFERRAL-REC.
           MOVE WS-LAYOUT-REF TO WLH-VERSION.
           MOVE "REFERRALS" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO REFERRAL-REC(1:28).
           WRITE REFERRAL-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

           EXIT.

       END PROGRAM TEST230314.
