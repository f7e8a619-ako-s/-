      ********************************************************
      *    コピー句名      ：PNDREC
      *    内容            ：保守承認待ちレコード(PND-FILE)
      *    作成日／作成者  ：２０２６年０９月１０日  保守担当
      *       人物マスタ(OT1X-FILE)の変更を二名体制で行うため、
      *       保守プログラム(SAMPLEMT)の登録モードで起票者が
      *       保守指示を承認待ちとして積み、承認モードで起票者
      *       以外のオペレータが承認／却下を判定する。承認分
      *       だけが OT1X-FILE と監査ファイル(AUD-FILE)へ反映
      *       される。判定済みのレコードも承認待ちファイルに
      *       残し、却下・期限切れの一覧の元とする。
      ********************************************************
       01  PND-REC.
      *      承認待ち番号(登録順の通番。承認指示で指定する)
         05  PND-SEQ          PIC  9(06).
         05  PND-CM1          PIC  X(01).
      *      状態(P:承認待ち A:承認・反映済み R:却下
      *      X:期限切れ F:承認したが反映不能)
         05  PND-STATUS       PIC  X(01).
           88 PND-PENDING     VALUE  'P'.
         05  PND-CM2          PIC  X(01).
      *      起票日時と起票者(環境変数 SAMPLE_OPERATOR_ID)
         05  PND-ENT-DATE     PIC  9(08).
         05  PND-CM3          PIC  X(01).
         05  PND-ENT-TIME     PIC  9(08).
         05  PND-CM4          PIC  X(01).
         05  PND-ENT-OPER     PIC  X(10).
         05  PND-CM5          PIC  X(01).
      *      判定日時と判定者(承認待ちの間はゼロ／スペース。
      *      期限切れは判定者を 'EXPIRED' とする)
         05  PND-DEC-DATE     PIC  9(08).
         05  PND-CM6          PIC  X(01).
         05  PND-DEC-TIME     PIC  9(08).
         05  PND-CM7          PIC  X(01).
         05  PND-DEC-OPER     PIC  X(10).
         05  PND-CM8          PIC  X(01).
      *      判定理由(却下理由・期限切れ・反映不能の理由)
         05  PND-REASON       PIC  X(20).
         05  PND-CM9          PIC  X(01).
      *      起票された保守指示(SAMPLEMT の MNT-REC イメージ)
         05  PND-MNT-DATA     PIC  X(98).
