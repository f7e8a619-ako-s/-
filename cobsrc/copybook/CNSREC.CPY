      ********************************************************
      *    コピー句名      ：CNSREC
      *    内容            ：連絡同意登録レコード(索引編成)
      *    作成日／作成者  ：２０２６年０９月１７日  保守担当
      *       会員が郵送物の送付、または提携保険会社への情報
      *       提供について同意を撤回(拒否)したことを記録する
      *       登録簿。キーは会員番号。郵送と提携先提供は別々の
      *       フラグと適用日を持つ。拒否は適用日以降に有効と
      *       なり、適用日より前、または登録簿に無い会員は同意
      *       ありとして扱う。保守プログラム(SAMPLECN)が更新
      *       し、世帯まとめ(SAMPLEHH)は郵送フラグを、提携先
      *       編集(SAMPLEEX)は提携先提供フラグを参照して拒否
      *       会員を抽出から除く。
      ********************************************************
       01  CNS-REC.
      *      会員番号(検索キー)
         05  CNS-MEMBER-ID    PIC  X(10).
      *      郵送の同意フラグ(0:同意 1:拒否)と適用日 YYYYMMDD
         05  CNS-MAIL-FLAG    PIC  X(01).
           88 CNS-MAIL-OPTOUT VALUE  '1'.
         05  CNS-MAIL-DATE    PIC  9(08).
      *      提携先提供の同意フラグ(0:同意 1:拒否)と適用日
         05  CNS-SHARE-FLAG   PIC  X(01).
           88 CNS-SHARE-OPTOUT
                              VALUE  '1'.
         05  CNS-SHARE-DATE   PIC  9(08).
      *      最終更新日と更新者(環境変数 SAMPLE_OPERATOR_ID)
         05  CNS-UPD-DATE     PIC  9(08).
         05  CNS-UPD-OPER     PIC  X(10).
