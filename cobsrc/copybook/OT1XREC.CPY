260822*                    削除フラグを追加
260822*                    郵便番号マスタから求めた都道府県コード
260822*                    を末尾に追加
260924*    変更日／変更者  ：２０２６年０９月２４日  保守担当
260924*       変更内容  ：返戻郵便の取込み(SAMPLEUD)用に宛所不明
260924*                    フラグと返戻日を末尾に追加。監査・
260924*                    退避のレコードイメージ(100桁)は都道府県
260924*                    コードまでを持ち、本項目は含まない
      ********************************************************
       01  OT1X-REC.
      *      通番(OT1-FILE への書き込み件数をそのまま採番)
260822     88 OT1X-DELETED    VALUE  '1'.
260822*      都道府県コード(OT1-FILE と同じ採番基準)
260822   05  OT1X-PREF        PIC  X(02).
260924*      宛所不明フラグ('0':通常 '1':宛所不明)。返戻郵便の
260924*      取込み(SAMPLEUD)が世帯全員に立て、保守プログラム
260924*      (SAMPLEMT)で住所・郵便番号を変更すると解除される
260924   05  OT1X-UND-FLAG    PIC  X(01).
260924     88 OT1X-UNDELIVERABLE
260924                        VALUE  '1'.
260924*      宛所不明となった返戻日 YYYYMMDD (解除時はゼロ)
260924   05  OT1X-UND-DATE    PIC  9(08).
