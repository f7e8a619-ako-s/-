      ********************************************************
      *    コピー句名      ：XRFREC
      *    内容            ：会員番号の統合対照レコード(XRF-FILE)
      *    作成日／作成者  ：２０２６年１０月０５日  保守担当
      *       同一人物が別々の会員番号で登録されていた場合に、
      *       保守プログラム(SAMPLEMT)の統合(G)で消える側の
      *       レコードを論理削除し、旧会員番号から存続する会員
      *       番号への対照をこのファイルへ累積記録する。統合が
      *       重なった場合は旧→新を順にたどって最終の存続会員
      *       番号を求める。照会(SAMPLEIQ)と履歴照会(SAMPLEHQ)
      *       は旧会員番号を存続会員番号に読み替えて照会する。
      ********************************************************
       01  XRF-REC.
      *      旧会員番号(統合で消えた側)
         05  XRF-OLD-MEMBER   PIC  X(10).
         05  XRF-CM1          PIC  X(01).
      *      存続会員番号(統合先)
         05  XRF-NEW-MEMBER   PIC  X(10).
         05  XRF-CM2          PIC  X(01).
      *      統合の反映日時 YYYYMMDD / HHMMSSss
         05  XRF-DATE         PIC  9(08).
         05  XRF-CM3          PIC  X(01).
         05  XRF-TIME         PIC  9(08).
         05  XRF-CM4          PIC  X(01).
      *      論理削除した旧レコードの通番
         05  XRF-OLD-GEN-ID   PIC  9(09).
         05  XRF-CM5          PIC  X(01).
      *      起票者と承認者(SAMPLEMT の二名体制承認)
         05  XRF-OPERATOR     PIC  X(10).
         05  XRF-CM6          PIC  X(01).
         05  XRF-APPROVER     PIC  X(10).
