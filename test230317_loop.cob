      *    支援レベル判定の本体 (夜間バッチ TEST230314 と共通の1本)。
       COPY judge_rules.

      *    10年冠動脈疾患リスク (吹田スコア) の本体 (夜間バッチと
      *    共通の1本)。
       COPY cvd_risk_rules.

      *    初回面談・最終評価の実施者資格の確認 (予約・委託取込と
      *    共通の1本)。
       COPY staff_rules.

      *    恒久ファイルの版見出しの照合 (全プログラム共通の1本)。
       COPY layout_rules.

      *    患者マスタの氏名の項目暗号 (判定バッチ・保守コンソールと
      *    共通の1本)。
       COPY pii_rules.

      *    オペレーターの担当範囲 (保険者・施設) の確認 (抽出・監査
      *    照会・メニューと共通の1本)。
       COPY scope_rules.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST230317.

      *    HBA1C-BMI-CHECK ライブラリの関数群 (TEST230314 と同じ方式)。
       REPOSITORY.
           FUNCTION CHECK-FILE-LAYOUT
           FUNCTION CHECK-PATIENT-ID
           FUNCTION JUDGE-SUPPORT-LEVEL
           FUNCTION JUDGE-CVD-RISK
           FUNCTION CHECK-STAFF-QUAL
           FUNCTION PII-LOAD-KEY
           FUNCTION PII-FIELD-CRYPT
           FUNCTION CHECK-OPERATOR-SCOPE
           FUNCTION RESOLVE-PATIENT-SCOPE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RF-PATIENT-ID
           ALTERNATE RECORD KEY IS RF-RUN-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS RF-RUN-ID WITH DUPLICATES
           FILE STATUS IS WS-RF-STATUS.

      *    夜間バッチをやり直さずに1件だけ直した記録を残す訂正ログ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FYD-STATUS.

      *    スタッフ別の作業票の明細 (朝のバッチ TEST260978 が作る)。
      *    M コマンドで済んだ作業に印 (誰が・いつ) を付ける。
           SELECT WORK-PACKET-FILE ASSIGN TO
               'output/work_packets.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WPK-STATUS.

      *    年度別アーカイブ (年度末締め TEST260902 が作る)。本体の
      *    RESULT-FILE に無い患者を照会されたとき、直近5年度ぶんを
      *    透過的にさかのぼって探す。
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RHF-KEY
           ALTERNATE RECORD KEY IS RHF-SITE-FY-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS RHF-EXAM-DATE WITH DUPLICATES
           FILE STATUS IS WS-RHF-STATUS.

      *    区分変化のフォローアップ・キュー (TEST230314 が区分変化の
           RECORD KEY IS REF-PATIENT-ID
           FILE STATUS IS WS-REF-STATUS.

      *    禁煙支援トラック (TEST230314 が判定した喫煙者を積み、翌年度
      *    の喫煙の回答で禁煙・再喫煙へ自動で進める)。G コマンドで
      *    申込票の返送 (受諾・禁煙外来の紹介希望) と治療開始を記録
      *    する。
           SELECT CESSATION-FILE ASSIGN TO
               'output/cessation_track.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CES-PATIENT-ID
           FILE STATUS IS WS-CES-STATUS.

      *    緊急アラート (パニック値) キュー (TEST230314 が読み込み
      *    時点で積む)。K コマンドで「クリニックへ電話した」確認
      *    記録を付け、当日中に連絡した証跡を残す。
           RECORD KEY IS APT-PATIENT-ID
           FILE STATUS IS WS-APT-STATUS.

      *    支援の辞退・脱落の登録簿 (患者 + 年度がキー)。登録した
      *    患者は滞留レポート (TEST260822)・再連絡 (TEST260911)・
      *    予約 (TEST260910) から外し、法定集計 (TEST260920) では
      *    「未開始」と別の欄に数える。
           SELECT WITHDRAWAL-FILE ASSIGN TO
               'output/support_withdrawals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WDR-KEY
           FILE STATUS IS WS-WDR-STATUS.

      *    支援計画の記録簿: 初回面談 (I) で合意した数値目標
      *    (目標体重・目標腹囲) と行動目標を持ち、継続支援 (C) で
      *    更新、最終評価 (F) で達成度を自動判定する。保険者の最終
           05 RF-PLAN-TYPE    PIC X(2).
      *    書いた論理実行の実行ID (窓口の本判定は 0)。
           05 RF-RUN-ID       PIC 9(6).
      *    メタボ判定区分 (0=非該当 1=予備群 2=基準該当。窓口の
      *    本判定も同じ共有関数の値を書く。拡張前の行は空欄)。
           05 RF-METSYN       PIC X.
      *    10年冠動脈疾患リスク (%、吹田スコア)・合計点・区分
      *    (L/M/H)。判定のたびに1回だけ計算した値 (X コマンドは
      *    これを読み上げる)。拡張前の行・推定できなかった行は空欄。
           05 RF-CVD-RISK-X   PIC X(3).
           05 RF-CVD-RISK REDEFINES RF-CVD-RISK-X PIC 9(2)V9.
           05 RF-CVD-POINTS-X PIC X(3).
           05 RF-CVD-BAND     PIC X.

       FD  CORRECTION-LOG-FILE.
       01  CORR-LOG-LINE      PIC X(100).
           03 FYD-RESOLVER    PIC X(6).
           03 FYD-RES-DATE    PIC X(8).

      *    種類: APPT=予約 CALL=再連絡の電話 CRIT=緊急アラートの確認
      *    REF=受診勧奨 QA=QA サンプル。状態: O=未了 D=済み。
       FD  WORK-PACKET-FILE.
       01  WORK-PACKET-REC.
           03 WPK-RUN-DATE    PIC 9(8).
           03 WPK-STAFF       PIC X(10).
           03 WPK-SEQ         PIC 9(4).
           03 WPK-KIND        PIC X(4).
           03 WPK-PATIENT-ID  PIC 9(9).
           03 WPK-SITE-CODE   PIC 9(3).
           03 WPK-DUE-DATE    PIC 9(8).
           03 WPK-OVERDUE     PIC X.
           03 WPK-DETAIL      PIC X(30).
           03 WPK-STATUS      PIC X.
           03 WPK-DONE-BY     PIC X(6).
           03 WPK-DONE-DATE   PIC X(8).

       FD  ARCHIVE-IN-FILE.
       01  ARCHIVE-IN-REC.
           03 ARC-PATIENT-ID  PIC 9(9).
           03 PMI-COUNTRY     PIC X(15).
           03 PMI-PINCODE     PIC 9(6).
           03 PMI-ACTIVE      PIC X.
      *    連絡手段の希望・携帯番号・メール (TEST-210509-2 参照)。
           03 PMI-CHANNEL     PIC X.
           03 PMI-MOBILE      PIC X(13).
           03 PMI-EMAIL       PIC X(40).
      *    世帯番号と伏せ字の氏名 (版 002 の 140 バイト行。ここでは
      *    使わないが、行の長さは主ファイルに合わせる)。
           03 FILLER          PIC X(22).

       FD  PMN-INDEX-FILE.
       01  PMN-INDEX-REC.
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

       FD  FOLLOWUP-QUEUE-FILE.
       01  FOLLOWUP-QUEUE-REC.
      *    ステータス: N=新規 C=連絡済 V=受診確認済 X=完了。
           03 REF-STATUS      PIC X.
           03 REF-STATUS-DATE PIC X(8).
      *    紹介状の宛先施設と返信票の参照番号、返信票で返ってきた
      *    受診結果 (TEST230314 の REFERRAL-REC と同じ並び)。
           03 REF-SITE-CODE   PIC 9(3).
           03 REF-REF-NO      PIC X(19).
           03 REF-VISIT-DATE  PIC 9(8).
           03 REF-DIAGNOSIS   PIC X(20).
           03 REF-TREATED     PIC X.
           03 REF-PHYSICIAN   PIC X(20).
           03 REF-REPLY-DATE  PIC X(8).

       FD  CESSATION-FILE.
       01  CESSATION-REC.
           03 CES-PATIENT-ID  PIC 9(9).
           03 CES-FLAG-DATE   PIC X(8).
           03 CES-START-FY    PIC 9(4).
           03 CES-LAST-FY     PIC 9(4).
           03 CES-LAST-EXAM   PIC 9(8).
           03 CES-SITE-CODE   PIC 9(3).
           03 CES-LSK-BG      PIC 9.
      *    ステータス: O=案内済 A=受諾 T=治療中 Q=禁煙 R=再喫煙
      *    (TEST230314 の CESSATION-REC と同じ並び)。
           03 CES-STATUS      PIC X.
           03 CES-STATUS-DATE PIC X(8).
      *    禁煙外来への紹介: Y=希望 N=希望しない 空白=未回答。
           03 CES-CLINIC      PIC X.
           03 CES-OFFER-CNT   PIC 9(2).
           03 CES-ANS-SOURCE  PIC X.

       FD  CRITICAL-ALERT-FILE.
       01  CRITICAL-ALERT-REC.
           03 APT-BOOKED-BY   PIC X(6).
           03 APT-BOOKED-ON   PIC X(8).

       FD  WITHDRAWAL-FILE.
       01  WITHDRAWAL-REC.
           03 WDR-KEY.
              05 WDR-PATIENT-ID PIC 9(9).
      *       判定日 (RF-RUN-DATE) の年度。
              05 WDR-FYEAR      PIC 9(4).
      *    区分: R=辞退 (支援を受けない) D=脱落 (開始後に中断)
      *    T=75歳到達で移行 (TEST260952 が登録)。
           03 WDR-TYPE        PIC X.
           03 WDR-DATE        PIC 9(8).
      *    理由コード: 01=本人希望 02=多忙 03=治療開始 04=連絡不通
      *    05=転居・資格喪失 06=体調不良 07=75歳到達 (T のみ)
      *    99=その他。
           03 WDR-REASON      PIC X(2).
           03 WDR-LEVEL       PIC 9.
           03 WDR-OPERATOR    PIC X(6).
           03 WDR-REC-DATE    PIC X(8).

       FD  SUPPORT-PLAN-FILE.
       01  SUPPORT-PLAN-REC.
           03 SPL-PATIENT-ID  PIC 9(9).
           03 SPL-GOAL1       PIC X(30).
           03 SPL-GOAL2       PIC X(30).
           03 SPL-UPD-DATE    PIC X(8).
      *    ステータス: O=進行中 F=最終評価済み T=75歳到達で移行
      *    (TEST260952 が閉じる)。
           03 SPL-STATUS      PIC X.
      *    達成度: A=達成 P=一部達成 N=未達成 (最終評価で記録)。
           03 SPL-ATTAIN      PIC X.
      *    最終評価時の実測値。
           03 SPL-FIN-WEIGHT  PIC 9(3)V9.
           03 SPL-FIN-WAIST   PIC 9(3)V9.
      *    委託先コード (委託事業者の結果取込 TEST260943 が書いた
      *    計画は事業者コード、窓口で起こした計画は空欄)。
           03 SPL-SOURCE      PIC X(4).

       FD  OVERRIDE-LOG-FILE.
       01  OVERRIDE-LOG-REC.
       01  QUEST-STORE-REC.
           03 QST-PATIENT-ID  PIC 9(9).
           03 QST-EXAM-DATE   PIC 9(8).
      *    回答の並びは標準様式どおり (1-3=服薬、4-7=既往、8=喫煙、
      *    9-17=体重歴・運動・食習慣、18-20=飲酒・睡眠、21-22=
      *    生活習慣改善の意思と保健指導の利用希望)。
           03 QST-ANSWERS     PIC X(22).
           03 QST-RECV-DATE   PIC X(8).

           05 SES-TYPE        PIC X.
           05 SES-STAFF       PIC X(10).
           05 SES-OUTCOME     PIC X(20).
      *    支援形態 (V=個別面談 G=グループ P=電話 E=電子メール・
      *    ICT) と所要時間 (分。E はやり取りの往復回数)。積極的支援
      *    の 180 ポイント計算 (TEST260941) が使う。レイアウト拡張前
      *    の行は空欄。
           05 SES-MODALITY    PIC X.
           05 SES-MINUTES     PIC 9(3).
      *    委託先コード: 外部の委託事業者が実施して取込 (TEST260943)
      *    で載ったセッションは事業者コード、自前の記録は空欄。
           05 SES-SOURCE      PIC X(4).
      *    面談記録 (版 002 で追加。拡張前の行・グループ支援は空欄
      *    = 未評価)。行動変容ステージ: 1=無関心期 2=関心期
      *    3=準備期 4=実行期 5=維持期。初回面談から最終評価までの
      *    ステージの進み方を TEST260973 が担当者・施設別に出す。
           05 SES-STAGE       PIC X.
      *    生活習慣の評価 (食事・運動・飲酒・睡眠): 1=問題なし
      *    2=要改善 3=重点的に支援。
           05 SES-DIET        PIC X.
           05 SES-EXERCISE    PIC X.
           05 SES-ALCOHOL     PIC X.
           05 SES-SLEEP       PIC X.
      *    次回までに合意した行動: 区分 (D=食事 E=運動 A=節酒
      *    S=睡眠 K=禁煙 W=体重・腹囲の記録 M=医療機関受診 O=その他)
      *    と内容。
           05 SES-NEXT-CODE   PIC X.
           05 SES-NEXT-ACTION PIC X(30).

       FD  AMEND-FILE.
       01  AMEND-LINE         PIC X(30).
       01  WS-FYQ-IDX       PIC 9(3) VALUE 0.
       01  WS-FYQ-PICK      PIC 9(3) VALUE 0.

      *    作業票の明細用 (重複解決キューと同じテーブル方式。書き戻す
      *    直前に読み直し、この画面で付けた印だけを重ねる)。
       01  WS-WPK-STATUS    PIC XX VALUE SPACES.
       01  WS-WPK-EOF-FLAG  PIC X VALUE 'N'.
           88 WS-WPK-EOF           VALUE 'Y'.
       01  WS-WPK-TAB.
           03 WS-WPK-ENTRY OCCURS 3000 TIMES PIC X(92).
       01  WS-WPK-CNT       PIC 9(4) VALUE 0.
       01  WS-WPK-IDX       PIC 9(4) VALUE 0.
       01  WS-WPK-HIT       PIC 9(4) VALUE 0.
       01  WS-WPK-PICK      PIC 9(4) VALUE 0.
       01  WS-WPK-STAFF-IN  PIC X(10) VALUE SPACES.
       01  WS-WPK-OPEN-CNT  PIC 9(4) VALUE 0.
       01  WS-WPK-HIDDEN    PIC 9(4) VALUE 0.
       01  WS-WPM-TAB.
           03 WS-WPM-ENTRY OCCURS 200 TIMES.
              05 WS-WPM-SEQ     PIC 9(4).
              05 WS-WPM-KIND    PIC X(4).
              05 WS-WPM-PATIENT PIC 9(9).
       01  WS-WPM-CNT       PIC 9(3) VALUE 0.
       01  WS-WPM-IDX       PIC 9(3) VALUE 0.

      *    年度別アーカイブ検索用。
       01  WS-ARC-STATUS    PIC XX VALUE SPACES.
       01  WS-ARC-PATH      PIC X(50) VALUE SPACES.
       01  WS-OPM-CNT       PIC 9(2) VALUE 0.
       01  WS-OPM-IDX       PIC 9(2) VALUE 0.
       01  WS-SEC-EVENT     PIC X(40) VALUE SPACES.
      *    保安ログの時刻 (職務分掌レポート TEST260960 が就業時間外
      *    の操作を拾う)。
       01  WS-SEC-TIME      PIC 9(8) VALUE 0.

      *    実行ロック確認用。
       01  WS-LOCK-STATUS      PIC XX VALUE SPACES.
       01  WS-REF-STATUS       PIC XX.
       01  WS-REF-NEW-STATUS   PIC X.

      *    禁煙支援トラック更新用。
       01  WS-CES-STATUS       PIC XX.
       01  WS-CES-NEW-STATUS   PIC X.
       01  WS-CES-NEW-CLINIC   PIC X.

      *    緊急アラート確認用。
       01  WS-CRA-STATUS       PIC XX.
       01  WS-CRA-EOF-FLAG     PIC X VALUE 'N'.
       01  WS-SES-TYPE         PIC X.
       01  WS-SES-STAFF        PIC X(10).
       01  WS-SES-OUTCOME      PIC X(20).
       01  WS-SES-MODALITY     PIC X.
       01  WS-SES-MINUTES      PIC 9(3).
      *    面談記録 (ステージ・生活習慣の評価・次の行動)。初回面談と
      *    最終評価では必須、継続支援では空欄でよい。
       01  WS-SES-STAGE        PIC X.
           88 WS-SES-STAGE-OK         VALUE "1" THRU "5".
       01  WS-SES-ASSESS.
           03 WS-SES-ASMT      PIC X OCCURS 4 TIMES.
       01  WS-SES-ASMT-IDX     PIC 9.
       01  WS-SES-ASMT-BAD     PIC X.
           88 WS-SES-ASMT-INVALID     VALUE "Y".
       01  WS-SES-NEXT-CODE    PIC X.
           88 WS-SES-NEXT-OK          VALUE "D" "E" "A" "S" "K"
                                            "W" "M" "O".
       01  WS-SES-NEXT-ACTION  PIC X(30).
      *    実施者資格の確認 (copybooks/staff_rules.cpy) の受け渡し。
       01  WS-SQ-IN.
           03 WS-SQ-STAFF      PIC X(10).
           03 WS-SQ-TYPE       PIC X.
           03 WS-SQ-DATE       PIC 9(8).
       01  WS-SQ-OUT.
           03 WS-SQ-RC         PIC 9.
           03 WS-SQ-MSG        PIC X(40).

      *    辞退・脱落の登録用。
       01  WS-WDR-STATUS       PIC XX.
       01  WS-WDR-TYPE         PIC X.
       01  WS-WDR-REASON       PIC X(2).
       01  WS-WDR-DATE-IN      PIC X(8).

      *    EDI 訂正キュー用: 支援レベルの保険者向け外部コード
      *    (N/M/A、TEST230314 の既定マップと同じ)。
      *    2=BMI のみ該当) と、喫煙を追加リスクとして実際に数えたか。
       01  WI-OBESITY-FLAG   PIC 9 VALUE 0.
       01  WI-ADDON-FLAG     PIC 9 VALUE 0.
      *    メタボ判定区分 (0=非該当 1=予備群 2=基準該当)。
       01  WI-METSYN-FLAG    PIC 9 VALUE 0.
       01  WS-BMI-LIMIT      PIC 9(3) VALUE 25.
       01  WS-ROUND-MODE-BMI PIC 9 VALUE 0.

       01  WS-TG-LIMIT       PIC 9(3) VALUE 150.
       01  WS-LDL-LIMIT      PIC 9(3) VALUE 120.
       01  WS-NFS-LIMIT      PIC 9(3) VALUE 200.
      *    メタボ判定の血糖基準 (TEST230314 と同じ既定値)。
       01  WS-MS-FST-LIMIT   PIC 9(3) VALUE 110.
       01  WS-MS-HBA1C-X10   PIC 9(3) VALUE 60.

      *    共有判定関数への受け渡し域 (judge_rules の LNK-* と同じ
      *    レイアウトの表示形式)。
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

      *    メニュー・シェル (TEST260916) からのシングル・サインオン
      *    受け渡し域。SGN-ACTIVE が 'Y' ならメニューで検証済みの
      *    フォローアップ・監査ログ・経年履歴・セッション台帳) を
      *    砂場コピーへ切り替え、画面に TRAINING を刻み、EDI 訂正の
      *    生成と砂場の無い本番台帳 (紹介・危険値・サスペンス・重複
      *    キュー・QA・医師上書き・予約・支援計画・訂正ログ・辞退登録) へ
      *    書き込みを全面的に止める。
       01  WS-TRAINING-FLAG   PIC X VALUE 'N'.
           88 WS-TRAINING            VALUE 'Y'.
       01  WS-AUD-PATH        PIC X(50) VALUE
           "output/audit_log.txt".

      *    恒久ファイルのレコード形式の版 (上の FD と対。FD を変えたら
      *    ここも上げる。開いた直後に見出しと突き合わせる)。
       01  WS-LAYOUT-RF       PIC 9(3) VALUE 1.
       01  WS-LAYOUT-RHF      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-FUQ      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-SES      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-FYD      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-PMS      PIC 9(3) VALUE 2.
       01  WS-LAYOUT-QAQ      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-SPL      PIC 9(3) VALUE 1.
       01  WS-LAYOUT-REF      PIC 9(3) VALUE 1.
       COPY layout_header.
       COPY pii_ctl.
      *    担当範囲の確認 (copybooks/scope_rules.cpy)。確認する患者・
      *    保安ログに出すコマンド名・結果。範囲外の候補は検索一覧に
      *    出さず、件数だけ知らせる。
       COPY scope_ctl.
       01  WS-SCOPE-PATIENT   PIC 9(9) VALUE 0.
       01  WS-SCOPE-WHAT      PIC X(10) VALUE SPACES.
       01  WS-SCOPE-OK-FLAG   PIC X VALUE 'Y'.
           88 WS-SCOPE-OK            VALUE 'Y'.
       01  WS-SRCH-HIDDEN     PIC 9(5) VALUE 0.

      *
       PROCEDURE DIVISION.
       MAIN SECTION.
                   ELSE
                       PERFORM UPDATE-REFERRAL-ENTRY
                   END-IF
               WHEN "G"
      *            禁煙支援トラックも夜間バッチが I-O で開いて書く
      *            ため、D コマンドと同じくロックが空いているときだけ。
                   PERFORM CHECK-RUN-LOCK
                   IF WS-LOCK-HELD THEN
                       CONTINUE
                   ELSE
                       PERFORM UPDATE-CESSATION-ENTRY
                   END-IF
               WHEN "K"
                   PERFORM CHECK-RUN-LOCK
                   IF WS-LOCK-HELD THEN
                   ELSE
                       PERFORM ACK-CRITICAL-ALERT
                   END-IF
      *        N (辞退・脱落の登録) はフォローアップ・キューと予約も
      *        閉じるので、F と同じくロックが空いているときだけ。
               WHEN "N"
                   PERFORM CHECK-RUN-LOCK
                   IF WS-LOCK-HELD THEN
                       CONTINUE
                   ELSE
                       PERFORM RECORD-WITHDRAWAL
                   END-IF
      *        M (作業票の済み) は作業票の明細だけを書き、キューは
      *        各コマンドで更新するので、ロックは要らない。
               WHEN "M"
                   PERFORM CHECK-OFF-WORK-PACKET
               WHEN "H"
               WHEN "HELP"
               WHEN "?"
                   PERFORM SHOW-HELP
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(AC-VAR) TO WS-LOOKUP-ID
      *            担当範囲外の患者は結果の有無も見せない。
                   MOVE WS-LOOKUP-ID TO WS-SCOPE-PATIENT
                   MOVE "LOOKUP" TO WS-SCOPE-WHAT
                   PERFORM CHECK-PATIENT-SCOPE
                   IF NOT WS-SCOPE-OK THEN
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM FIND-PATIENT-RESULT
                   IF WS-FOUND THEN
                       PERFORM FIND-MASTER-NAME
               "against a judged patient".
           DISPLAY "  F              update a category-change "
               "follow-up queue entry".
           DISPLAY "  N              register a refusal or dropout "
               "from the support program (closes follow-up)".
           DISPLAY "  D              update a medical-referral queue "
               "entry (did the patient see a doctor?)".
           DISPLAY "  G              update a smoking-cessation "
               "track entry (slip returned, in treatment)".
           DISPLAY "  K              acknowledge a critical-value "
               "alert (record the phone call to the clinic)".
           DISPLAY "  M              check off items on a staff "
               "member's daily work packet".
           DISPLAY "  L              force-release a stale batch "
               "run lock".
           DISPLAY "  X              explain which criteria put a "
               DISPLAY "  A         訂正申請の決裁 (責任者)"
               DISPLAY "  S         支援セッションを記録"
               DISPLAY "  F         区分変化フォローを更新"
               DISPLAY "  N         支援の辞退・脱落を登録"
               DISPLAY "  D         受診勧奨フォローを更新"
               DISPLAY "  G         禁煙支援トラックを更新"
               DISPLAY "  K         緊急アラートの確認記録"
               DISPLAY "  M         作業票の済みを付ける"
               DISPLAY "  L         実行ロックを強制解除"
               DISPLAY "  X         判定根拠の説明を表示"
               DISPLAY "  R         重複の裁定 (責任者)"
               " GLUCOSE: " WI-GLUCOSE-FLAG " (" WI-GLU-BASIS ")"
               " BP: " WI-BP-FLAG
               " LIPID: " WI-LIPID-FLAG
               " SUPPORT LEVEL: " WI-LSK-BG
               " METSYN: " WI-METSYN-FLAG.

           EXIT.

           MOVE WS-NFS-LIMIT     TO WJR-NFS-LIMIT.
           MOVE WS-ROUND-MODE-HBA1C TO WJR-ROUND-HBA1C.
           MOVE WS-ROUND-MODE-BMI   TO WJR-ROUND-BMI.
           MOVE WS-MS-FST-LIMIT  TO WJR-MS-FST.
           MOVE WS-MS-HBA1C-X10  TO WJR-MS-HBA1C.

           MOVE FUNCTION JUDGE-SUPPORT-LEVEL(WS-JM-IN WS-JR-IN)
               TO WS-JO-OUT.
           MOVE WJO-AGE-BAND TO WS-AGE-BAND.
           MOVE WJO-FST-EFF  TO WS-FST-THRESH-EFF.
           MOVE WJO-WAIST-EFF TO WS-WAIST-LIMIT-EFF.
           MOVE WJO-METSYN   TO WI-METSYN-FLAG.

      *    10年冠動脈疾患リスクも同じ入力で1回だけ計算する (保存
      *    するのは J コマンドの SAVE-JUDGED-RESULT)。
           MOVE WJM-DOB      TO WCV-DOB.
           MOVE WJM-SEX      TO WCV-SEX.
           MOVE WJM-SBP      TO WCV-SBP.
           MOVE WJM-HBA1C    TO WCV-HBA1C.
           MOVE WJM-FST      TO WCV-FST.
           MOVE WJM-MED-DM   TO WCV-MED-DM.
           MOVE WJM-LDL      TO WCV-LDL.
           MOVE WJM-HDL      TO WCV-HDL.
           MOVE WJM-SMOKER   TO WCV-SMOKER.
           MOVE WJM-RUN-DATE TO WCV-RUN-DATE.
           MOVE FUNCTION JUDGE-CVD-RISK(WS-CVD-IN) TO WS-CVD-OUT.

           EXIT.

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

           DISPLAY "Patient ID?" ACCEPT AC-VAR
           MOVE FUNCTION NUMVAL(AC-VAR) TO WI-PATIENT-ID.
           MOVE WI-PATIENT-ID TO WS-SCOPE-PATIENT.
           MOVE "JUDGE" TO WS-SCOPE-WHAT.
           PERFORM CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               EXIT PARAGRAPH
           END-IF.

      *    患者単位のロック: 別の窓口が同じ患者を扱っている間は
      *    待ってもらう (保持者はロック側が表示する)。
                       DISPLAY "ENTRY ALREADY RESOLVED ("
                           DR-STATUS ")"
                   ELSE
                       MOVE DR-PATIENT-ID TO WS-SCOPE-PATIENT
                       MOVE "DUPLICATE" TO WS-SCOPE-WHAT
                       PERFORM CHECK-PATIENT-SCOPE
                   END-IF
                   IF DR-STATUS = "P" AND WS-SCOPE-OK THEN
                       PERFORM SHOW-DUP-SIDE-BY-SIDE
                       DISPLAY "(K)EEP THE EXISTING RESULT OR "
                           "(U)SE THIS HELD RECORD?"
           DISPLAY "--- PATIENT TIMELINE ---".
           DISPLAY "Patient ID?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO WS-SCOPE-PATIENT.
           MOVE "TIMELINE" TO WS-SCOPE-WHAT.
           PERFORM CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-ID TO WS-TL-ID-X.

           MOVE 0 TO WS-TL-CNT.
           IF WS-RHF-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RHF-LAYOUT.

           MOVE WS-LOOKUP-ID TO RHF-PATIENT-ID.
           MOVE 0 TO RHF-FYEAR.
           IF WS-SES-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SES-LAYOUT.

           MOVE 'N' TO WS-HIST-EOF-FLAG.
           PERFORM UNTIL WS-HIST-EOF
           IF WS-FUQ-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-FUQ-LAYOUT.
           MOVE WS-LOOKUP-ID TO FUQ-PATIENT-ID.
           READ FOLLOWUP-QUEUE-FILE
               INVALID KEY
           IF WS-REF-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-REF-LAYOUT.
           MOVE WS-LOOKUP-ID TO REF-PATIENT-ID.
           READ REFERRAL-FILE
               INVALID KEY
      *    氏名参照インデックスを順に読み、前方一致を当てる
      *    (テーブルではないので件数上限なしに全マスタを探せる)。
           MOVE 0 TO WS-SRCH-HITS.
           MOVE 0 TO WS-SRCH-HIDDEN.
           OPEN INPUT PMN-INDEX-FILE.
           IF WS-PNX-STATUS = "00" THEN
               MOVE 'N' TO WS-PNX-EOF-FLAG
                       AT END
                           MOVE 'Y' TO WS-PNX-EOF-FLAG
                       NOT AT END
                           PERFORM UNSEAL-PNX-NAME
                           IF PNX-ACT NOT = "I" THEN
                               IF WS-SRCH-NUMERIC THEN
                                   MOVE PNX-PATIENT-ID
               END-PERFORM
           END-IF.

           IF WS-SRCH-HIDDEN > 0 THEN
               DISPLAY "  (" WS-SRCH-HIDDEN " MATCH(ES) OUTSIDE YOUR "
                   "SCOPE NOT SHOWN)"
           END-IF.
           IF WS-SRCH-HITS = 0 THEN
               DISPLAY "NO MATCHES"
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO WS-SCOPE-PATIENT.
           MOVE "SEARCH" TO WS-SCOPE-WHAT.
           PERFORM CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PATIENT-RESULT.
           IF WS-FOUND THEN
               PERFORM FIND-MASTER-NAME
       SHOW-SEARCH-HIT.

      *    候補1行: ID・氏名・有効フラグに、経年履歴 (当年度) が
      *    あれば生年月日と施設も並記する。担当範囲外の患者は出さず
      *    数だけ数える。
           MOVE PNX-PATIENT-ID TO WS-SCOPE-PATIENT.
           PERFORM TEST-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               ADD 1 TO WS-SRCH-HIDDEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SRCH-HITS.

           OPEN INPUT RESULT-HIST-FILE.
           IF WS-RHF-STATUS = "00" THEN
               PERFORM CHECK-RHF-LAYOUT
               MOVE PNX-PATIENT-ID TO RHF-PATIENT-ID
               MOVE WS-FY-NOW TO RHF-FYEAR
               READ RESULT-HIST-FILE
               DISPLAY "NO QA QUEUE ON FILE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-QAQ-LAYOUT.

           MOVE 0 TO WS-QAQ-OPEN-CNT.
           MOVE 'N' TO WS-QAQ-EOF-FLAG.

           DISPLAY "Patient ID to review?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO WS-SCOPE-PATIENT.
           MOVE "QA-REVIEW" TO WS-SCOPE-WHAT.
           PERFORM CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               CLOSE QA-QUEUE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LOOKUP-ID TO QAQ-PATIENT-ID.
           READ QA-QUEUE-FILE
                   MOVE WS-RUN-DATE TO QAQ-REV-DATE
                   MOVE "CONFIRMED" TO QAQ-NOTE
                   REWRITE QA-QUEUE-REC
                   MOVE SPACES TO WS-SEC-EVENT
                   STRING "QA SAMPLE CONFIRMED " WS-LOOKUP-ID
                       DELIMITED BY SIZE INTO WS-SEC-EVENT
                   PERFORM WRITE-SECURITY-LOG
                   DISPLAY "SAMPLE CONFIRMED"
               WHEN "Q"
                   DISPLAY "Short note for the query?"
                   MOVE WS-RUN-DATE TO QAQ-REV-DATE
                   MOVE AC-VAR TO QAQ-NOTE
                   REWRITE QA-QUEUE-REC
                   MOVE SPACES TO WS-SEC-EVENT
                   STRING "QA SAMPLE QUERIED " WS-LOOKUP-ID
                       DELIMITED BY SIZE INTO WS-SEC-EVENT
                   PERFORM WRITE-SECURITY-LOG
                   PERFORM ROUTE-QA-QUERY-TO-REPAIR
                   DISPLAY "SAMPLE QUERIED - ROUTED TO THE REPAIR "
                       "WORKFLOW (V COMMAND)"
           DISPLAY "--- PHYSICIAN OVERRIDE OF A STORED LEVEL ---".
           DISPLAY "Patient ID?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO WS-SCOPE-PATIENT.
           MOVE "OVERRIDE" TO WS-SCOPE-WHAT.
           PERFORM CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-PATIENT-RESULT.
           IF NOT WS-FOUND THEN
           PERFORM BACKUP-RESULT-FILE.

           OPEN I-O RESULT-FILE.
           IF WS-RF-STATUS = "00" THEN
               PERFORM CHECK-RF-LAYOUT
           END-IF.
           MOVE WS-LOOKUP-ID TO RF-PATIENT-ID.
           READ RESULT-FILE
               KEY IS RF-PATIENT-ID
                   REWRITE OVERRIDE-LOG-REC
           END-WRITE.
           CLOSE OVERRIDE-LOG-FILE.
           MOVE SPACES TO WS-SEC-EVENT.
           STRING "OVERRIDE RECORDED " WS-LOOKUP-ID
               DELIMITED BY SIZE INTO WS-SEC-EVENT.
           PERFORM WRITE-SECURITY-LOG.

      *    提出済みの保険者側と食い違わないよう、訂正と同じ
      *    EDI 訂正レコードを積む。
           MOVE 0 TO WS-OVR-SITE.
           OPEN I-O RESULT-HIST-FILE.
           IF WS-RHF-STATUS = "00" THEN
               PERFORM CHECK-RHF-LAYOUT
               MOVE WS-LOOKUP-ID   TO RHF-PATIENT-ID
               MOVE WS-FISCAL-YEAR TO RHF-FYEAR
               READ RESULT-HIST-FILE
           MOVE 0 TO WS-FYQ-CNT.
           OPEN INPUT FY-DUP-FILE.
           IF WS-FYD-STATUS = "00" THEN
               PERFORM CHECK-FYD-LAYOUT
               MOVE 'N' TO WS-FYQ-EOF-FLAG
               PERFORM UNTIL WS-FYQ-EOF
                   READ FY-DUP-FILE
       SAVE-FYQ-QUEUE.

           OPEN OUTPUT FY-DUP-FILE.
           PERFORM WRITE-FYD-LAYOUT.
           PERFORM VARYING WS-FYQ-IDX FROM 1 BY 1
                   UNTIL WS-FYQ-IDX > WS-FYQ-CNT
               MOVE WS-FYQ-ENTRY(WS-FYQ-IDX) TO FY-DUP-REC
                       DISPLAY "ENTRY ALREADY RESOLVED ("
                           FYD-STATUS ")"
                   ELSE
                       MOVE FYR-PATIENT-ID TO WS-SCOPE-PATIENT
                       MOVE "FY-DUP" TO WS-SCOPE-WHAT
                       PERFORM CHECK-PATIENT-SCOPE
                   END-IF
                   IF FYD-STATUS = "P" AND WS-SCOPE-OK THEN
                       DISPLAY "SECOND EXAM : " FYR-EXAM-DATE
                           " SITE " FYR-SITE-CODE
                           " FST " FYR-FST " HBA1C " FYR-HBA1C
           DISPLAY "--- REPAIR A SUSPENDED RECORD ---".
           DISPLAY "Patient ID?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO WS-SCOPE-PATIENT.
           MOVE "REPAIR" TO WS-SCOPE-WHAT.
           PERFORM CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O REPAIR-SUSPENSE-FILE.
           IF WS-RSP-STATUS NOT = "00" THEN
           OPEN I-O RESULT-FILE.
           IF WS-RF-STATUS NOT = "00" THEN
               OPEN OUTPUT RESULT-FILE
               PERFORM WRITE-RF-LAYOUT
               CLOSE RESULT-FILE
               OPEN I-O RESULT-FILE
           END-IF.
           PERFORM CHECK-RF-LAYOUT.

           MOVE WI-PATIENT-ID TO RF-PATIENT-ID.
           MOVE WI-LSK-BG     TO RF-LSK-BG.
           MOVE "NATL"            TO RF-RULE-PROF.
           MOVE SPACES            TO RF-PLAN-TYPE.
           MOVE 0                 TO RF-RUN-ID.
           MOVE WI-METSYN-FLAG    TO RF-METSYN.
           IF WCV-BAND = SPACE THEN
               MOVE SPACES TO RF-CVD-RISK-X RF-CVD-POINTS-X
                   RF-CVD-BAND
           ELSE
               MOVE WCV-RISK          TO RF-CVD-RISK
               MOVE WCV-POINTS        TO RF-CVD-POINTS-X
               MOVE WCV-BAND          TO RF-CVD-BAND
           END-IF.

           WRITE RESULT-REC
               INVALID KEY
               " GLUCOSE: " WI-GLUCOSE-FLAG
               " BP: " WI-BP-FLAG
               " LIPID: " WI-LIPID-FLAG
               " SUPPORT LEVEL: " WI-LSK-BG
               " METSYN: " WI-METSYN-FLAG.

           EXIT.

           DISPLAY "--- EXPLAIN A STORED RESULT ---".
           DISPLAY "Patient ID?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO WS-SCOPE-PATIENT.
           MOVE "EXPLAIN" TO WS-SCOPE-WHAT.
           PERFORM CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-PATIENT-RESULT.
           IF NOT WS-FOUND THEN
                       DISPLAY "  AGE BAND: 75 AND OVER"
               END-EVALUATE

      *        メタボ判定区分は支援レベルとは別の規則 (服薬中も
      *        該当に数える) なので、区分の食い違いを問われたら
      *        その旨を言えるよう並べて出す。
               EVALUATE RF-METSYN
                   WHEN "2"
                       DISPLAY "  METABOLIC SYNDROME: MEETS "
                           "CRITERIA (KIJUN-GAITOU)"
                   WHEN "1"
                       DISPLAY "  METABOLIC SYNDROME: PRE-SYNDROME "
                           "(YOBIGUN)"
                   WHEN "0"
                       DISPLAY "  METABOLIC SYNDROME: NOT "
                           "APPLICABLE"
                   WHEN OTHER
                       DISPLAY "  METABOLIC SYNDROME: NOT ON FILE "
                           "- RE-JUDGE TO FILL IT"
               END-EVALUATE

      *        10年冠動脈疾患リスク: 支援レベルだけでは伝わらない
      *        「どれだけ危ないか」を並べて出す (通知レターと同じ値)。
               PERFORM SHOW-CVD-RISK

               IF RF-FST-THRESH = 0 THEN
                   DISPLAY "  (NOTE: THIS RESULT PREDATES THE "
                       "STORED BREAKDOWN - RE-JUDGE TO FILL IT)"
           EXIT.


       SHOW-CVD-RISK.

           EVALUATE RF-CVD-BAND
               WHEN "H"
                   DISPLAY "  10-YEAR CORONARY RISK BAND: HIGH "
                       "(9% OR MORE)"
               WHEN "M"
                   DISPLAY "  10-YEAR CORONARY RISK BAND: MODERATE "
                       "(2% TO UNDER 9%)"
               WHEN "L"
                   DISPLAY "  10-YEAR CORONARY RISK BAND: LOW "
                       "(UNDER 2%)"
               WHEN OTHER
                   DISPLAY "  10-YEAR CORONARY RISK: NOT ON FILE "
                       "(BP/LIPIDS MISSING, UNDER 35, OR JUDGED "
                       "BEFORE THE SCORE WAS STORED)"
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE RF-CVD-RISK TO WS-ED-CVD-RISK.
           EVALUATE TRUE
               WHEN RF-CVD-POINTS-X <= "035"
                   DISPLAY "  10-YEAR CORONARY RISK: UNDER 1% "
                       "(SUITA SCORE " RF-CVD-POINTS-X " POINTS)"
               WHEN RF-CVD-POINTS-X >= "071"
                   DISPLAY "  10-YEAR CORONARY RISK: OVER 28% "
                       "(SUITA SCORE " RF-CVD-POINTS-X " POINTS)"
               WHEN OTHER
                   DISPLAY "  10-YEAR CORONARY RISK: ABOUT "
                       FUNCTION TRIM(WS-ED-CVD-RISK) "% "
                       "(SUITA SCORE " RF-CVD-POINTS-X " POINTS)"
           END-EVALUATE.

           EXIT.


       SHOW-OVERRIDE-NOTE.

           OPEN INPUT OVERRIDE-LOG-FILE.
               NOT INVALID KEY
                   DISPLAY "  QUESTIONNAIRE (EXAM " QST-EXAM-DATE
                       "): " QST-ANSWERS
                   DISPLAY "    SMOKING(Q8)=" QST-ANSWERS(8:1)
                       " EXERCISE(Q10)=" QST-ANSWERS(10:1)
                       " EATING SPEED(Q14)=" QST-ANSWERS(14:1)
                       " ALCOHOL(Q18)=" QST-ANSWERS(18:1)
                       " READINESS(Q21)=" QST-ANSWERS(21:1)
           END-READ.

           CLOSE QUEST-STORE-FILE.
           DISPLAY "--- REQUEST A CORRECTION (NEEDS APPROVAL) ---".
           DISPLAY "Patient ID to correct?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO WS-SCOPE-PATIENT.
           MOVE "CORRECTION" TO WS-SCOPE-WHAT.
           PERFORM CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-PATIENT-RESULT.
           IF NOT WS-FOUND THEN
                   DISPLAY "NO SUCH REQUEST"
               ELSE
                   MOVE WS-PCR-ENTRY(WS-PCR-PICK) TO WS-PCR-WORK
                   MOVE 'Y' TO WS-SCOPE-OK-FLAG
                   IF PW-STATUS = "P" AND PW-REQ-BY NOT = WS-OP-ID-IN
                           THEN
                       MOVE PW-PATIENT-ID TO WS-SCOPE-PATIENT
                       MOVE "APPROVE" TO WS-SCOPE-WHAT
                       PERFORM CHECK-PATIENT-SCOPE
                   END-IF
                   EVALUATE TRUE
                       WHEN PW-STATUS NOT = "P"
                           DISPLAY "REQUEST ALREADY DECIDED ("
                       WHEN PW-REQ-BY = WS-OP-ID-IN
                           DISPLAY "YOU CANNOT APPROVE YOUR OWN "
                               "REQUEST (FOUR-EYES RULE)"
                       WHEN NOT WS-SCOPE-OK
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "(A)PPROVE OR (R)EJECT?"
                           ACCEPT AC-VAR
           OPEN I-O RESULT-FILE.
           IF WS-RF-STATUS NOT = "00" THEN
               OPEN OUTPUT RESULT-FILE
               PERFORM WRITE-RF-LAYOUT
               CLOSE RESULT-FILE
               OPEN I-O RESULT-FILE
           END-IF.
           PERFORM CHECK-RF-LAYOUT.
           MOVE WS-LOOKUP-ID TO RF-PATIENT-ID.

           READ RESULT-FILE
                   MOVE "A" TO PW-STATUS
                   MOVE WS-OP-ID-IN TO PW-DEC-BY
                   MOVE WS-RUN-DATE TO PW-DEC-DATE
      *            承認の時刻は訂正ログに無いため、保安ログに残す。
                   IF NOT WS-TRAINING THEN
                       MOVE SPACES TO WS-SEC-EVENT
                       STRING "CORRECTION APPROVED " WS-LOOKUP-ID
                           DELIMITED BY SIZE INTO WS-SEC-EVENT
                       PERFORM WRITE-SECURITY-LOG
                   END-IF
                   MOVE WS-PCR-WORK TO WS-PCR-ENTRY(WS-PCR-PICK)

                   DISPLAY "PATIENT " WS-LOOKUP-ID

      *    訂正で上書きする前の RESULT-FILE 全件を、日付+時刻つきの
      *    世代別スナップショットへ複写する (本番の INDEXED ファイル
      *    はいじらない)。判定根拠の内訳から冠動脈疾患リスクまで
      *    (19桁目から32桁) も4列目に生のまま残し、復元でレコードを
      *    完全に戻せるようにする。
           ACCEPT WS-BKP-TIME FROM TIME.
           MOVE SPACES TO WS-BKP-PATH.
           STRING "output/result_backup_" WS-RUN-DATE "_"
               IF WS-RF-STATUS NOT = "00" THEN
                   DISPLAY "NO EXISTING RESULT-FILE TO BACK UP"
               ELSE
                   PERFORM CHECK-RF-LAYOUT
                   MOVE 'N' TO WS-BKP-EOF-FLAG
                   PERFORM UNTIL WS-BKP-EOF
                       READ RESULT-FILE NEXT RECORD
                                   "," DELIMITED BY SIZE
                                   RF-RUN-DATE DELIMITED BY SIZE
                                   "," DELIMITED BY SIZE
                                   RESULT-REC(19:32)
                                   DELIMITED BY SIZE
                                   INTO BACKUP-LINE
                               WRITE BACKUP-LINE

      *    マスタから氏名参照の INDEXED 側を作り直す (件数上限
      *    なし。氏名引きはキー、氏名検索は順読みで行う)。
      *    氏名はマスタの暗号のまま写し、表示の直前に復号する
      *    (インデックスのファイルにも平文を置かない)。
           MOVE FUNCTION PII-LOAD-KEY("TEST230317") TO WS-PII-KEY.
           OPEN INPUT PATIENT-MASTER-IN.
           IF WS-PMI-STATUS = "00" THEN
               PERFORM CHECK-PMS-LAYOUT
               OPEN OUTPUT PMN-INDEX-FILE
               MOVE 0 TO WS-PMN-CNT
               MOVE 'N' TO WS-PMI-EOF-FLAG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNSEAL-PNX-NAME
                       IF PNX-ACT NOT = "I" THEN
                           MOVE PNX-NAME TO WS-PMN-NAME-OUT
                       END-IF
           EXIT.


       UNSEAL-PNX-NAME.

      *    氏名参照インデックスの行の氏名をその場で復号する。鍵が
      *    無ければ氏名は出さない (ID での検索・照会はそのまま使える)。
           IF WS-PII-KEY = 0 THEN
               MOVE SPACES TO PNX-NAME
               EXIT PARAGRAPH
           END-IF.
           MOVE "D" TO WPI-MODE.
           MOVE WS-PII-KEY TO WPI-KEY.
           MOVE PNX-PATIENT-ID TO WPI-TWEAK.
           MOVE "X" TO WPI-CLASS.
           MOVE 1 TO WPI-FIELD.
           MOVE 30 TO WPI-LEN.
           MOVE PNX-NAME TO WPI-TEXT.
           MOVE FUNCTION PII-FIELD-CRYPT(WS-PII-IN) TO WPI-TEXT.
           MOVE WPI-TEXT TO PNX-NAME.

           EXIT.


       CHECK-WRITE-ALLOWED.

      *    書き込み系コマンド (J/C) の前提: 実行ロックが空いている
           EXIT.


       CHECK-PATIENT-SCOPE.

      *    WS-SCOPE-PATIENT の患者がオペレーターの担当範囲にあるか
      *    確かめ、範囲外なら断ったことを表示して保安ログに残す
      *    (WS-SCOPE-WHAT はコマンド名)。
           PERFORM TEST-PATIENT-SCOPE.

           IF NOT WS-SCOPE-OK THEN
               DISPLAY "PATIENT " WS-SCOPE-PATIENT
                   " IS OUTSIDE YOUR SCOPE - "
                   FUNCTION TRIM(WSC-MSG)
               MOVE SPACES TO WS-SEC-EVENT
               STRING "SCOPE REFUSED "
                   FUNCTION TRIM(WS-SCOPE-WHAT) " "
                   WS-SCOPE-PATIENT
                   DELIMITED BY SIZE INTO WS-SEC-EVENT
               PERFORM WRITE-SECURITY-LOG
           END-IF.

           EXIT.


       TEST-PATIENT-SCOPE.

      *    WS-SCOPE-PATIENT の患者の保険者・施設 (資格・経年履歴から
      *    引く) がオペレーターの担当範囲 (保険者・施設) にあるか。
      *    範囲外なら WS-SCOPE-OK を落とす (表示・記録はしない)。
      *    担当範囲表の無い環境では確かめない (従来どおり)。
           MOVE 'Y' TO WS-SCOPE-OK-FLAG.
           MOVE "A" TO WSC-MODE.
           MOVE WS-OP-ID-IN TO WSC-OP-ID.
           MOVE SPACES TO WSC-INSURER.
           MOVE 0 TO WSC-SITE.
           MOVE CHECK-OPERATOR-SCOPE(WS-SCOPE-IN) TO WS-SCOPE-OUT.
           IF WSC-RC = 1 THEN
               EXIT PARAGRAPH
           END-IF.

           IF WSC-RC = 0 THEN
               MOVE WS-SCOPE-PATIENT TO WRP-PATIENT-ID
               MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WRP-AS-OF
               MOVE SPACES TO WRP-INSURER
               MOVE 0 TO WRP-SITE
               MOVE WS-RHF-PATH TO WRP-RHF-PATH
               MOVE RESOLVE-PATIENT-SCOPE(WS-RP-IN) TO WS-RP-OUT
               MOVE "R" TO WSC-MODE
               MOVE WRP-OUT-INSURER TO WSC-INSURER
               MOVE WRP-OUT-SITE TO WSC-SITE
               MOVE CHECK-OPERATOR-SCOPE(WS-SCOPE-IN) TO WS-SCOPE-OUT
           END-IF.

           IF WSC-RC = 2 OR WSC-RC = 3 THEN
               MOVE 'N' TO WS-SCOPE-OK-FLAG
           END-IF.

           EXIT.


       WRITE-SECURITY-LOG.

      *    行末に時刻 (HHMMSS) を付ける。訂正承認・医師差し替え・
      *    QA サンプルの確認/照会もここに1行ずつ残し、職務分掌
      *    レポート (TEST260960) が操作の時刻を引けるようにする。
           ACCEPT WS-SEC-TIME FROM TIME.
           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SEC-STATUS = "00" THEN
               CLOSE SECURITY-LOG-FILE
           STRING "DATE " WS-RUN-DATE
               " OPERATOR " FUNCTION TRIM(WS-OP-ID-IN)
               " EVENT " FUNCTION TRIM(WS-SEC-EVENT)
               " TIME " WS-SEC-TIME(1:6)
               DELIMITED BY SIZE INTO SECURITY-LOG-LINE.
           WRITE SECURITY-LOG-LINE.

           DISPLAY "--- UPDATE A FOLLOW-UP QUEUE ENTRY ---".
           DISPLAY "Patient ID?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO WS-SCOPE-PATIENT.
           MOVE "FOLLOW-UP" TO WS-SCOPE-WHAT.
           PERFORM CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS NOT = "00" THEN
               DISPLAY "NO FOLLOW-UP QUEUE ON FILE"
           ELSE
               PERFORM CHECK-FUQ-LAYOUT
               MOVE WS-LOOKUP-ID TO FUQ-PATIENT-ID
               READ FOLLOWUP-QUEUE-FILE
                   KEY IS FUQ-PATIENT-ID
           DISPLAY "--- UPDATE A MEDICAL-REFERRAL ENTRY ---".
           DISPLAY "Patient ID?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO WS-SCOPE-PATIENT.
           MOVE "REFERRAL" TO WS-SCOPE-WHAT.
           PERFORM CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O REFERRAL-FILE.
           IF WS-REF-STATUS NOT = "00" THEN
               DISPLAY "NO REFERRAL QUEUE ON FILE"
           ELSE
               PERFORM CHECK-REF-LAYOUT
               MOVE WS-LOOKUP-ID TO REF-PATIENT-ID
               READ REFERRAL-FILE
                   KEY IS REF-PATIENT-ID
                           " NFS " REF-NFS
                           " HBA1C " REF-HBA1C
                           " BP " REF-SBP "/" REF-DBP
      *                返信票で閉じた紹介は医療機関の回答も見せる。
                       IF REF-VISIT-DATE > 0 THEN
                           DISPLAY "  REPLY SLIP " REF-REF-NO
                               " RECEIVED " REF-REPLY-DATE
                           DISPLAY "  VISITED " REF-VISIT-DATE
                               " DIAG " REF-DIAGNOSIS
                               " TREATED " REF-TREATED
                               " DR " REF-PHYSICIAN
                       END-IF
                       DISPLAY "New status? (N=NEW C=CONTACTED "
                           "V=VISIT CONFIRMED X=CLOSED)"
                       ACCEPT AC-VAR
           EXIT.


       UPDATE-CESSATION-ENTRY.

      *    練習モードでは動かさない: この台帳には砂場コピーが
      *    無く、書けば本番の記録を汚してしまう。
           IF WS-TRAINING THEN
               DISPLAY "TRAINING - THIS COMMAND UPDATES A "
                   "LIVE LEDGER WITH NO SANDBOX COPY - "
                   "DISABLED"
               EXIT PARAGRAPH
           END-IF.
      *    禁煙支援トラックの1件を表示し、ステータス (O=案内済
      *    A=受諾 T=治療中 Q=禁煙 R=再喫煙) と禁煙外来の紹介希望を
      *    記録する。申込票が返ってきたら A と紹介希望、禁煙外来で
      *    治療が始まったら T。Q/R は翌年度の健診の回答で夜間バッチ
      *    が自動で進めるが、禁煙外来からの連絡で先に付けてもよい。
           DISPLAY "--- UPDATE A SMOKING-CESSATION ENTRY ---".
           DISPLAY "Patient ID?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO WS-SCOPE-PATIENT.
           MOVE "CESSATION" TO WS-SCOPE-WHAT.
           PERFORM CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CESSATION-FILE.
           IF WS-CES-STATUS NOT = "00" THEN
               DISPLAY "NO CESSATION TRACK ON FILE"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LOOKUP-ID TO CES-PATIENT-ID.
           READ CESSATION-FILE
               KEY IS CES-PATIENT-ID
               INVALID KEY
                   DISPLAY "NO CESSATION ENTRY FOR PATIENT "
                       WS-LOOKUP-ID
                   CLOSE CESSATION-FILE
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "PATIENT " CES-PATIENT-ID
               " OFFERED " CES-FLAG-DATE
               " (FY " CES-START-FY ", " CES-OFFER-CNT " LETTER(S))"
               " STATUS " CES-STATUS
               " (AS OF " CES-STATUS-DATE ")".
           DISPLAY "  LAST EXAM " CES-LAST-EXAM
               " FY " CES-LAST-FY
               " SITE " CES-SITE-CODE
               " LEVEL " CES-LSK-BG
               " ANSWER FROM " CES-ANS-SOURCE
               " CLINIC REFERRAL " CES-CLINIC.

           DISPLAY "New status? (O=OFFERED A=ACCEPTED "
               "T=IN TREATMENT Q=QUIT R=RELAPSED, BLANK=KEEP)".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-CES-NEW-STATUS.
           IF WS-CES-NEW-STATUS NOT = SPACE
                   AND WS-CES-NEW-STATUS NOT = "O"
                   AND WS-CES-NEW-STATUS NOT = "A"
                   AND WS-CES-NEW-STATUS NOT = "T"
                   AND WS-CES-NEW-STATUS NOT = "Q"
                   AND WS-CES-NEW-STATUS NOT = "R" THEN
               DISPLAY "INVALID STATUS - NOT UPDATED"
               CLOSE CESSATION-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Wants a cessation clinic referral? "
               "(Y/N, BLANK=KEEP)".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-CES-NEW-CLINIC.
           IF WS-CES-NEW-CLINIC NOT = SPACE
                   AND WS-CES-NEW-CLINIC NOT = "Y"
                   AND WS-CES-NEW-CLINIC NOT = "N" THEN
               DISPLAY "INVALID ANSWER - NOT UPDATED"
               CLOSE CESSATION-FILE
               EXIT PARAGRAPH
           END-IF.

           IF WS-CES-NEW-STATUS = SPACE
                   AND WS-CES-NEW-CLINIC = SPACE THEN
               DISPLAY "NOTHING CHANGED"
               CLOSE CESSATION-FILE
               EXIT PARAGRAPH
           END-IF.

           IF WS-CES-NEW-STATUS NOT = SPACE THEN
               MOVE WS-CES-NEW-STATUS TO CES-STATUS
               MOVE WS-RUN-DATE TO CES-STATUS-DATE
           END-IF.
           IF WS-CES-NEW-CLINIC NOT = SPACE THEN
               MOVE WS-CES-NEW-CLINIC TO CES-CLINIC
           END-IF.
           REWRITE CESSATION-REC.
           DISPLAY "CESSATION ENTRY UPDATED - STATUS " CES-STATUS
               " CLINIC REFERRAL " CES-CLINIC.
           CLOSE CESSATION-FILE.

           EXIT.


       ACK-CRITICAL-ALERT.

      *    練習モードでは動かさない: この台帳には砂場コピーが

           DISPLAY "Patient ID to acknowledge?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO WS-SCOPE-PATIENT.
           MOVE "ALERT-ACK" TO WS-SCOPE-WHAT.
           PERFORM CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               CLOSE CRITICAL-ALERT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LOOKUP-ID TO CRA-PATIENT-ID.
           READ CRITICAL-ALERT-FILE
           EXIT.


       CHECK-OFF-WORK-PACKET.

      *    練習モードでは動かさない: この台帳には砂場コピーが
      *    無く、書けば本番の記録を汚してしまう。
           IF WS-TRAINING THEN
               DISPLAY "TRAINING - THIS COMMAND UPDATES A "
                   "LIVE LEDGER WITH NO SANDBOX COPY - "
                   "DISABLED"
               EXIT PARAGRAPH
           END-IF.
      *    朝のバッチ (TEST260978) が作ったスタッフの作業票の未了の
      *    作業を一覧し、済んだものに番号で印を付ける。キューその
      *    ものの更新 (面談の記録・アラートの確認・勧奨の状態など)
      *    は従来どおり各コマンドで行い、ここは作業票の消し込み。
      *    担当範囲外の患者の行は見せない。
           DISPLAY "--- CHECK OFF A DAILY WORK PACKET ---".
           DISPLAY "Staff name (as printed on the packet)?".
           ACCEPT AC-VAR.
           MOVE AC-VAR TO WS-WPK-STAFF-IN.

           PERFORM LOAD-WORK-PACKET.
           PERFORM LIST-WORK-PACKET.
           IF WS-WPK-OPEN-CNT = 0 THEN
               DISPLAY "NO OPEN ITEMS ON TODAY'S PACKET FOR "
                   FUNCTION TRIM(WS-WPK-STAFF-IN)
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-WPM-CNT.
           MOVE 0 TO WS-WPK-PICK.
           PERFORM CHECK-OFF-ONE-ITEM
               UNTIL WS-WPK-PICK = 9999.
           IF WS-WPM-CNT > 0 THEN
               PERFORM SAVE-WORK-PACKET
               DISPLAY WS-WPM-CNT " ITEM(S) CHECKED OFF"
           END-IF.

           EXIT.


       LOAD-WORK-PACKET.

           MOVE 0 TO WS-WPK-CNT.
           OPEN INPUT WORK-PACKET-FILE.
           IF WS-WPK-STATUS = "00" THEN
               MOVE 'N' TO WS-WPK-EOF-FLAG
               PERFORM UNTIL WS-WPK-EOF
                   READ WORK-PACKET-FILE
                       AT END
                           MOVE 'Y' TO WS-WPK-EOF-FLAG
                       NOT AT END
                           IF WS-WPK-CNT < 3000 THEN
                               ADD 1 TO WS-WPK-CNT
                               MOVE WORK-PACKET-REC
                                   TO WS-WPK-ENTRY(WS-WPK-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-PACKET-FILE
           END-IF.

           EXIT.


       LIST-WORK-PACKET.

      *    そのスタッフの未了 (O) の行。氏名は窓口照会と同じく
      *    患者マスタから引く。
           MOVE 0 TO WS-WPK-OPEN-CNT.
           MOVE 0 TO WS-WPK-HIDDEN.
           PERFORM VARYING WS-WPK-IDX FROM 1 BY 1
                   UNTIL WS-WPK-IDX > WS-WPK-CNT
               MOVE WS-WPK-ENTRY(WS-WPK-IDX) TO WORK-PACKET-REC
               IF WPK-STAFF = WS-WPK-STAFF-IN AND WPK-STATUS = "O"
                   THEN
                   MOVE WPK-PATIENT-ID TO WS-SCOPE-PATIENT
                   PERFORM TEST-PATIENT-SCOPE
                   IF WS-SCOPE-OK THEN
                       ADD 1 TO WS-WPK-OPEN-CNT
                       MOVE WPK-PATIENT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-MASTER-NAME
                       DISPLAY "  #" WPK-SEQ " " WPK-KIND
                           " PATIENT " WPK-PATIENT-ID
                           " " FUNCTION TRIM(WS-PMN-NAME-OUT)
                           " SITE " WPK-SITE-CODE
                           " DUE " WPK-DUE-DATE
                           " " FUNCTION TRIM(WPK-DETAIL)
                       IF WPK-OVERDUE = "Y" THEN
                           DISPLAY "        ** OVERDUE **"
                       END-IF
                   ELSE
                       ADD 1 TO WS-WPK-HIDDEN
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-WPK-HIDDEN > 0 THEN
               DISPLAY "  (" WS-WPK-HIDDEN " ITEM(S) OUTSIDE YOUR "
                   "SCOPE NOT SHOWN)"
           END-IF.

           EXIT.


       CHECK-OFF-ONE-ITEM.

           DISPLAY "Item number to check off (9999 = done)?".
           ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-WPK-PICK.
           IF WS-WPK-PICK = 9999 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-WPK-HIT.
           PERFORM VARYING WS-WPK-IDX FROM 1 BY 1
                   UNTIL WS-WPK-IDX > WS-WPK-CNT OR WS-WPK-HIT > 0
               MOVE WS-WPK-ENTRY(WS-WPK-IDX) TO WORK-PACKET-REC
               IF WPK-STAFF = WS-WPK-STAFF-IN
                       AND WPK-SEQ = WS-WPK-PICK THEN
                   MOVE WS-WPK-IDX TO WS-WPK-HIT
               END-IF
           END-PERFORM.
           IF WS-WPK-HIT = 0 THEN
               DISPLAY "NO SUCH ITEM"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WPK-ENTRY(WS-WPK-HIT) TO WORK-PACKET-REC.
           IF WPK-STATUS NOT = "O" THEN
               DISPLAY "ITEM ALREADY CHECKED OFF BY " WPK-DONE-BY
                   " ON " WPK-DONE-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE WPK-PATIENT-ID TO WS-SCOPE-PATIENT.
           MOVE "PACKET" TO WS-SCOPE-WHAT.
           PERFORM CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-WPM-CNT >= 200 THEN
               DISPLAY "TOO MANY CHECK-OFFS IN ONE GO - ENTER 9999 "
                   "TO SAVE, THEN RUN M AGAIN"
               EXIT PARAGRAPH
           END-IF.

           MOVE "D" TO WPK-STATUS.
           MOVE WS-OP-ID-IN TO WPK-DONE-BY.
           MOVE WS-RUN-DATE TO WPK-DONE-DATE.
           MOVE WORK-PACKET-REC TO WS-WPK-ENTRY(WS-WPK-HIT).
           ADD 1 TO WS-WPM-CNT.
           MOVE WPK-SEQ TO WS-WPM-SEQ(WS-WPM-CNT).
           MOVE WPK-KIND TO WS-WPM-KIND(WS-WPM-CNT).
           MOVE WPK-PATIENT-ID TO WS-WPM-PATIENT(WS-WPM-CNT).
           DISPLAY "ITEM #" WPK-SEQ " CHECKED OFF".

      *    キューの側が閉じていなければ翌朝の作業票にまた載るので、
      *    どのコマンドで閉じるかを添える。
           EVALUATE WPK-KIND
               WHEN "APPT"
                   DISPLAY "  (RECORD THE SESSION WITH S - IT CLOSES "
                       "THE APPOINTMENT)"
               WHEN "CALL"
                   DISPLAY "  (RECORD THE CALL IN THE RECALL CONSOLE "
                       "TEST260911)"
               WHEN "CRIT"
                   DISPLAY "  (RECORD THE ACKNOWLEDGEMENT WITH K)"
               WHEN "REF"
                   DISPLAY "  (UPDATE THE REFERRAL WITH D)"
               WHEN "QA"
                   DISPLAY "  (THE SUPERVISOR RECORDS THE REVIEW "
                       "WITH U)"
           END-EVALUATE.

           EXIT.


       SAVE-WORK-PACKET.

      *    書き戻す直前に読み直す (朝のバッチの作り直しや、ほかの
      *    窓口の消し込みを上書きしないため)。この画面で付けた印は、
      *    同じスタッフ・番号・種類・患者の未了の行にだけ重ねる。
           PERFORM LOAD-WORK-PACKET.
           PERFORM VARYING WS-WPK-IDX FROM 1 BY 1
                   UNTIL WS-WPK-IDX > WS-WPK-CNT
               MOVE WS-WPK-ENTRY(WS-WPK-IDX) TO WORK-PACKET-REC
               IF WPK-STAFF = WS-WPK-STAFF-IN AND WPK-STATUS = "O"
                   THEN
                   PERFORM VARYING WS-WPM-IDX FROM 1 BY 1
                           UNTIL WS-WPM-IDX > WS-WPM-CNT
                       IF WS-WPM-SEQ(WS-WPM-IDX) = WPK-SEQ
                               AND WS-WPM-KIND(WS-WPM-IDX) = WPK-KIND
                               AND WS-WPM-PATIENT(WS-WPM-IDX)
                                   = WPK-PATIENT-ID THEN
                           MOVE "D" TO WPK-STATUS
                           MOVE WS-OP-ID-IN TO WPK-DONE-BY
                           MOVE WS-RUN-DATE TO WPK-DONE-DATE
                       END-IF
                   END-PERFORM
                   MOVE WORK-PACKET-REC TO WS-WPK-ENTRY(WS-WPK-IDX)
               END-IF
           END-PERFORM.

           OPEN OUTPUT WORK-PACKET-FILE.
           PERFORM VARYING WS-WPK-IDX FROM 1 BY 1
                   UNTIL WS-WPK-IDX > WS-WPK-CNT
               MOVE WS-WPK-ENTRY(WS-WPK-IDX) TO WORK-PACKET-REC
               WRITE WORK-PACKET-REC
           END-PERFORM.
           CLOSE WORK-PACKET-FILE.

           EXIT.


       RECORD-SESSION.

      *    判定済みの患者に対する支援セッション (面談・継続支援・
           DISPLAY "--- RECORD A COUNSELING SESSION ---".
           DISPLAY "Patient ID?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO WS-SCOPE-PATIENT.
           MOVE "SESSION" TO WS-SCOPE-WHAT.
           PERFORM CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-PATIENT-RESULT.
           IF NOT WS-FOUND THEN
               MOVE FUNCTION TRIM(AC-VAR) TO WS-SES-TYPE
               DISPLAY "Staff name?" ACCEPT AC-VAR
               MOVE AC-VAR TO WS-SES-STAFF
      *        初回面談と最終評価は有資格者 (医師・保健師・管理
      *        栄養士、免許が有効) でなければ保険者に返戻される
      *        ので、記録の段階で断る。
               MOVE WS-SES-STAFF TO WS-SQ-STAFF
               MOVE WS-SES-TYPE  TO WS-SQ-TYPE
               IF WS-SES-DATE-IN = SPACES THEN
                   MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-SQ-DATE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-SES-DATE-IN) TO WS-SQ-DATE
               END-IF
               MOVE FUNCTION CHECK-STAFF-QUAL(WS-SQ-IN) TO WS-SQ-OUT
               IF WS-SQ-RC NOT = 0 THEN
                   DISPLAY "REFUSED - " FUNCTION TRIM(WS-SES-STAFF)
                       " MAY NOT CONDUCT AN INITIAL/FINAL SESSION: "
                       WS-SQ-MSG
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Outcome?" ACCEPT AC-VAR
               MOVE AC-VAR TO WS-SES-OUTCOME
      *        形態と時間は積極的支援のポイント計算に要る (空欄の
      *        形態は個別面談として扱う)。
               DISPLAY "Modality? (V=IN-PERSON G=GROUP P=PHONE "
                   "E=E-MAIL/ICT, blank = V)"
               ACCEPT AC-VAR
               MOVE FUNCTION TRIM(AC-VAR) TO WS-SES-MODALITY
               IF WS-SES-MODALITY = SPACE THEN
                   MOVE "V" TO WS-SES-MODALITY
               END-IF
               IF WS-SES-MODALITY = "E" THEN
                   DISPLAY "Number of exchanges?"
               ELSE
                   DISPLAY "Duration in minutes?"
               END-IF
               ACCEPT AC-VAR
               MOVE FUNCTION NUMVAL(AC-VAR) TO WS-SES-MINUTES
      *        面談記録。20 桁の所見だけではプログラムが効いたか
      *        どうかの理由が追えないので、ステージと生活習慣の評価を
      *        コードで残す (ステージの進み方は TEST260973)。
               PERFORM ACCEPT-SESSION-INTERVIEW
               IF WS-SES-ASMT-INVALID THEN
                   EXIT PARAGRAPH
               END-IF

               OPEN INPUT SESSION-FILE
               IF WS-SES-STATUS = "00" THEN
                   PERFORM CHECK-SES-LAYOUT
                   CLOSE SESSION-FILE
                   OPEN EXTEND SESSION-FILE
               ELSE
                   OPEN OUTPUT SESSION-FILE
                   PERFORM WRITE-SES-LAYOUT
               END-IF

               MOVE WS-LOOKUP-ID TO SES-PATIENT-ID
               MOVE WS-SES-TYPE    TO SES-TYPE
               MOVE WS-SES-STAFF   TO SES-STAFF
               MOVE WS-SES-OUTCOME TO SES-OUTCOME
               MOVE WS-SES-MODALITY TO SES-MODALITY
               MOVE WS-SES-MINUTES  TO SES-MINUTES
               MOVE SPACES          TO SES-SOURCE
               MOVE WS-SES-STAGE    TO SES-STAGE
               MOVE WS-SES-ASMT(1)  TO SES-DIET
               MOVE WS-SES-ASMT(2)  TO SES-EXERCISE
               MOVE WS-SES-ASMT(3)  TO SES-ALCOHOL
               MOVE WS-SES-ASMT(4)  TO SES-SLEEP
               MOVE WS-SES-NEXT-CODE   TO SES-NEXT-CODE
               MOVE WS-SES-NEXT-ACTION TO SES-NEXT-ACTION
               WRITE SESSION-REC
               CLOSE SESSION-FILE

               DISPLAY "SESSION RECORDED - PATIENT " SES-PATIENT-ID
                   " DATE " SES-DATE " TYPE " SES-TYPE
                   " MODALITY " SES-MODALITY " MINUTES " SES-MINUTES

      *        セッションが実施されたので、該当の面談予約があれば
      *        実施済み (D) に閉じる (閉じ忘れが無断キャンセルと
           EXIT.


       ACCEPT-SESSION-INTERVIEW.

      *    面談記録を聞き取る。初回面談 (I) と最終評価 (F) は
      *    ステージと4項目の評価が揃わなければ記録しない (初回と
      *    最終の比較ができなくなる)。継続支援 (C) は空欄でよい。
      *    誤りは WS-SES-ASMT-BAD に立てて呼出元で打ち切る。
           MOVE "N" TO WS-SES-ASMT-BAD.
           DISPLAY "Stage of change? (1=PRECONTEMPLATION "
               "2=CONTEMPLATION 3=PREPARATION".
           DISPLAY "                  4=ACTION 5=MAINTENANCE)".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-SES-STAGE.
           IF WS-SES-STAGE NOT = SPACE AND NOT WS-SES-STAGE-OK THEN
               DISPLAY "INVALID STAGE - SESSION NOT RECORDED"
               MOVE "Y" TO WS-SES-ASMT-BAD
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Assessments: 1=NO ISSUE 2=NEEDS IMPROVEMENT "
               "3=INTENSIVE SUPPORT".
           DISPLAY "Diet?" ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-SES-ASMT(1).
           DISPLAY "Exercise?" ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-SES-ASMT(2).
           DISPLAY "Alcohol?" ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-SES-ASMT(3).
           DISPLAY "Sleep?" ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-SES-ASMT(4).
           PERFORM VARYING WS-SES-ASMT-IDX FROM 1 BY 1
                   UNTIL WS-SES-ASMT-IDX > 4
               IF WS-SES-ASMT(WS-SES-ASMT-IDX) NOT = SPACE
                       AND WS-SES-ASMT(WS-SES-ASMT-IDX) NOT = "1"
                       AND WS-SES-ASMT(WS-SES-ASMT-IDX) NOT = "2"
                       AND WS-SES-ASMT(WS-SES-ASMT-IDX) NOT = "3" THEN
                   MOVE "Y" TO WS-SES-ASMT-BAD
               END-IF
           END-PERFORM.
           IF WS-SES-ASMT-INVALID THEN
               DISPLAY "INVALID ASSESSMENT CODE - SESSION NOT "
                   "RECORDED"
               EXIT PARAGRAPH
           END-IF.

           IF WS-SES-TYPE = "I" OR WS-SES-TYPE = "F" THEN
               IF WS-SES-STAGE = SPACE
                       OR WS-SES-ASMT(1) = SPACE
                       OR WS-SES-ASMT(2) = SPACE
                       OR WS-SES-ASMT(3) = SPACE
                       OR WS-SES-ASMT(4) = SPACE THEN
                   DISPLAY "STAGE AND ALL FOUR ASSESSMENTS ARE "
                       "REQUIRED FOR AN INITIAL/FINAL SESSION - "
                       "NOT RECORDED"
                   MOVE "Y" TO WS-SES-ASMT-BAD
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Agreed next action? (D=DIET E=EXERCISE "
               "A=ALCOHOL S=SLEEP K=SMOKING".
           DISPLAY "    W=RECORD WEIGHT/WAIST M=SEE A DOCTOR "
               "O=OTHER, blank = NONE)".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-SES-NEXT-CODE.
           IF WS-SES-NEXT-CODE NOT = SPACE
                   AND NOT WS-SES-NEXT-OK THEN
               DISPLAY "INVALID NEXT-ACTION CODE - SESSION NOT "
                   "RECORDED"
               MOVE "Y" TO WS-SES-ASMT-BAD
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SES-NEXT-ACTION.
           IF WS-SES-NEXT-CODE NOT = SPACE THEN
               DISPLAY "Next action in words?"
               ACCEPT AC-VAR
               MOVE AC-VAR TO WS-SES-NEXT-ACTION
           END-IF.

           EXIT.


       CLOSE-MATCHING-APPOINTMENT.

      *    練習モードでは予約台帳に触らない (砂場が無い)。
           EXIT.


       RECORD-WITHDRAWAL.

      *    支援の辞退・脱落を理由コードつきで登録し、フォローアップ・
      *    キューを X (完了) で閉じ、残っている予約 (B) を取消 (C)
      *    にする。これが無いと断った患者が滞留・再連絡の一覧に
      *    いつまでも残る。練習モードでは登録簿・予約台帳に触らない
      *    (砂場が無い)。
           IF WS-TRAINING THEN
               DISPLAY "TRAINING - WITHDRAWAL REGISTRY NOT "
                   "UPDATED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "--- REGISTER A REFUSAL OR DROPOUT ---".
           DISPLAY "Patient ID?" ACCEPT AC-VAR.
           MOVE FUNCTION NUMVAL(AC-VAR) TO WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO WS-SCOPE-PATIENT.
           MOVE "WITHDRAWAL" TO WS-SCOPE-WHAT.
           PERFORM CHECK-PATIENT-SCOPE.
           IF NOT WS-SCOPE-OK THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-PATIENT-RESULT.
           IF NOT WS-FOUND THEN
               DISPLAY "NO JUDGED RESULT ON FILE FOR PATIENT "
                   WS-LOOKUP-ID " - NOT REGISTERED"
               EXIT PARAGRAPH
           END-IF.
           IF RF-LSK-BG = 0 THEN
               DISPLAY "PATIENT IS LEVEL 0 (NO SUPPORT PROGRAM) - "
                   "NOTHING TO WITHDRAW FROM"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Type? (R=REFUSAL D=DROPOUT)".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-WDR-TYPE.
           IF WS-WDR-TYPE NOT = "R" AND WS-WDR-TYPE NOT = "D" THEN
               DISPLAY "INVALID TYPE - NOT REGISTERED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Reason code? (01=OWN WISH 02=TOO BUSY "
               "03=UNDER TREATMENT 04=UNREACHABLE".
           DISPLAY "              05=MOVED/LOST COVER "
               "06=ILL HEALTH 99=OTHER)".
           ACCEPT AC-VAR.
           MOVE FUNCTION TRIM(AC-VAR) TO WS-WDR-REASON.
           IF WS-WDR-REASON NOT = "01" AND WS-WDR-REASON NOT = "02"
                   AND WS-WDR-REASON NOT = "03"
                   AND WS-WDR-REASON NOT = "04"
                   AND WS-WDR-REASON NOT = "05"
                   AND WS-WDR-REASON NOT = "06"
                   AND WS-WDR-REASON NOT = "99" THEN
               DISPLAY "INVALID REASON CODE - NOT REGISTERED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date of refusal/dropout (YYYYMMDD, blank = "
               "today)?".
           ACCEPT WS-WDR-DATE-IN.

           OPEN I-O WITHDRAWAL-FILE.
           IF WS-WDR-STATUS NOT = "00" THEN
               OPEN OUTPUT WITHDRAWAL-FILE
               CLOSE WITHDRAWAL-FILE
               OPEN I-O WITHDRAWAL-FILE
           END-IF.

      *    年度は判定日で決める (翌年度の再判定は別の登録になる)。
           MOVE WS-LOOKUP-ID TO WDR-PATIENT-ID.
           MOVE FUNCTION NUMVAL(RF-RUN-DATE) TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-MM = FUNCTION MOD(
               FUNCTION INTEGER(WS-RUN-DATE-NUM / 100), 100).
           COMPUTE WS-RUN-YYYY = WS-RUN-DATE-NUM / 10000.
           IF WS-RUN-MM < 4 THEN
               COMPUTE WDR-FYEAR = WS-RUN-YYYY - 1
           ELSE
               MOVE WS-RUN-YYYY TO WDR-FYEAR
           END-IF.
           MOVE WS-WDR-TYPE   TO WDR-TYPE.
           IF WS-WDR-DATE-IN = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WDR-DATE
           ELSE
               MOVE FUNCTION NUMVAL(WS-WDR-DATE-IN) TO WDR-DATE
           END-IF.
           MOVE WS-WDR-REASON TO WDR-REASON.
           MOVE RF-LSK-BG     TO WDR-LEVEL.
           MOVE WS-OP-ID-IN   TO WDR-OPERATOR.
           MOVE WS-RUN-DATE   TO WDR-REC-DATE.
           WRITE WITHDRAWAL-REC
               INVALID KEY
                   REWRITE WITHDRAWAL-REC
           END-WRITE.
           CLOSE WITHDRAWAL-FILE.

           DISPLAY "REGISTERED - PATIENT " WDR-PATIENT-ID
               " FY " WDR-FYEAR " TYPE " WDR-TYPE
               " REASON " WDR-REASON " DATE " WDR-DATE.

      *    フォローアップ・キューを閉じる。
           OPEN I-O FOLLOWUP-QUEUE-FILE.
           IF WS-FUQ-STATUS = "00" THEN
               PERFORM CHECK-FUQ-LAYOUT
               MOVE WS-LOOKUP-ID TO FUQ-PATIENT-ID
               READ FOLLOWUP-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUQ-STATUS NOT = "X" THEN
                           MOVE "X" TO FUQ-STATUS
                           MOVE WS-RUN-DATE TO FUQ-STATUS-DATE
                           REWRITE FOLLOWUP-QUEUE-REC
                           DISPLAY "FOLLOW-UP ENTRY CLOSED (X)"
                       END-IF
               END-READ
               CLOSE FOLLOWUP-QUEUE-FILE
           END-IF.

      *    未実施の予約を取り消す。
           OPEN I-O APPOINTMENT-FILE.
           IF WS-APT-STATUS = "00" THEN
               MOVE WS-LOOKUP-ID TO APT-PATIENT-ID
               READ APPOINTMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF APT-STATUS = "B" THEN
                           MOVE "C" TO APT-STATUS
                           REWRITE APPOINTMENT-REC
                           DISPLAY "APPOINTMENT OF " APT-DATE
                               " WITH " FUNCTION TRIM(APT-STAFF)
                               " CANCELLED"
                       END-IF
               END-READ
               CLOSE APPOINTMENT-FILE
           END-IF.

           EXIT.


       CREATE-SUPPORT-PLAN.

      *    練習モードでは支援計画台帳に触らない (砂場が無い)。
           OPEN I-O SUPPORT-PLAN-FILE.
           IF WS-SPL-STATUS NOT = "00" THEN
               OPEN OUTPUT SUPPORT-PLAN-FILE
               PERFORM WRITE-SPL-LAYOUT
               CLOSE SUPPORT-PLAN-FILE
               OPEN I-O SUPPORT-PLAN-FILE
           END-IF.
           PERFORM CHECK-SPL-LAYOUT.

           MOVE WS-LOOKUP-ID TO SPL-PATIENT-ID.
           MOVE WS-RUN-DATE  TO SPL-CREATED.
           MOVE SPACES TO SPL-EVAL-DATE.
           MOVE 0 TO SPL-FIN-WEIGHT.
           MOVE 0 TO SPL-FIN-WAIST.
           MOVE SPACES TO SPL-SOURCE.

           WRITE SUPPORT-PLAN-REC
               INVALID KEY
               DISPLAY "NO SUPPORT PLAN LEDGER ON FILE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SPL-LAYOUT.

           MOVE WS-LOOKUP-ID TO SPL-PATIENT-ID.
           READ SUPPORT-PLAN-FILE
               DISPLAY "NO SUPPORT PLAN LEDGER ON FILE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SPL-LAYOUT.

           MOVE WS-LOOKUP-ID TO SPL-PATIENT-ID.
           READ SUPPORT-PLAN-FILE
           IF WS-RHF-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RHF-LAYOUT.

           MOVE WS-LOOKUP-ID TO RHF-PATIENT-ID.
           MOVE SPL-FYEAR    TO RHF-FYEAR.
           OPEN I-O RESULT-HIST-FILE.
           IF WS-RHF-STATUS NOT = "00" THEN
               OPEN OUTPUT RESULT-HIST-FILE
               PERFORM WRITE-RHF-LAYOUT
               CLOSE RESULT-HIST-FILE
               OPEN I-O RESULT-HIST-FILE
           END-IF.
           PERFORM CHECK-RHF-LAYOUT.

           MOVE WI-PATIENT-ID  TO RHF-PATIENT-ID.
           MOVE WS-FISCAL-YEAR TO RHF-FYEAR.
           MOVE WI-EXAM-DATE   TO RHF-EXAM-DATE.
           MOVE SPACES         TO RHF-INSURER.
           MOVE SPACES         TO RHF-PLAN-TYPE.
           MOVE WI-METSYN-FLAG TO RHF-METSYN.
           MOVE RHF-SITE-CODE   TO RHF-SF-SITE.
           MOVE RHF-FYEAR       TO RHF-SF-FYEAR.
           WRITE RESULT-HIST-REC
               INVALID KEY
                   REWRITE RESULT-HIST-REC
           IF WS-RHF-STATUS NOT = "00" THEN
               DISPLAY "  (NO YEAR-BY-YEAR HISTORY ON FILE)"
           ELSE
               PERFORM CHECK-RHF-LAYOUT
               MOVE WS-LOOKUP-ID TO RHF-PATIENT-ID
               MOVE 0 TO RHF-FYEAR
               MOVE 0 TO WS-HIST-SHOWN
           IF WS-RF-STATUS NOT = "00" THEN
               MOVE 'N' TO WS-FOUND-FLAG
           ELSE
               PERFORM CHECK-RF-LAYOUT
               MOVE WS-LOOKUP-ID TO RF-PATIENT-ID
               READ RESULT-FILE
                   KEY IS RF-PATIENT-ID
                   INVALID KEY

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
           MOVE WS-RF-PATH TO WLI-PATH.
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
           MOVE WS-RHF-PATH TO WLI-PATH.
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
           MOVE WS-FUQ-PATH TO WLI-PATH.
           MOVE "FOLLOWUP-Q" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-FUQ TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       CHECK-SES-LAYOUT.

      *    先頭の版見出しを読み、この FD の版と突き合わせる
      *    (食い違えば止まる)。読み進めは見出しの次の行から。
           MOVE SPACES TO WLI-HEADER.
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-REC(1:28) TO WLI-HEADER
           END-READ.
           MOVE WS-SES-PATH TO WLI-PATH.
           MOVE "SESSIONS" TO WLI-FILE-ID.
           MOVE WS-LAYOUT-SES TO WLI-EXPECT.
           IF FUNCTION CHECK-FILE-LAYOUT(WS-LAYOUT-IN) NOT = "Y"
               STOP RUN
           END-IF.

           EXIT.


       WRITE-SES-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO SESSION-REC.
           MOVE WS-LAYOUT-SES TO WLH-VERSION.
           MOVE "SESSIONS" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO SESSION-REC(1:28).
           WRITE SESSION-REC.

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


       WRITE-SPL-LAYOUT.

      *    新しく作ったファイルの先頭に版見出しを書く。
           MOVE SPACES TO SUPPORT-PLAN-REC.
           MOVE WS-LAYOUT-SPL TO WLH-VERSION.
           MOVE "SUPPORT-PLAN" TO WLH-FILE-ID.
           MOVE WS-LAYOUT-HDR TO SUPPORT-PLAN-REC(1:28).
           WRITE SUPPORT-PLAN-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

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

       END PROGRAM TEST230317.
