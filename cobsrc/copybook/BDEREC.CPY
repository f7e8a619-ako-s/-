260903*    変更日／変更者  ：２０２６年０９月０３日  保守担当
260903*       変更内容  ：入力レイアウトコードを追加(発生源の
260903*                    書式を再投入まで引き継ぐ)
261001*    変更日／変更者  ：２０２６年１０月０１日  保守担当
261001*       変更内容  ：初回検出日を追加(例外の滞留日数を
261001*                    再投入をまたいで追跡する)
      ********************************************************
       01  BDE-REC.
      *      不正レコードの IN1-REC をそのまま保持
260903*      入力レイアウトコード(01:標準 02:支店システム抽出。
260903*      保持している IN1 イメージは標準書式へ変換済み)
260903   05  BDE-LAYOUT       PIC  X(02).
261001   05  BDE-CM4          PIC  X(01).
261001*      初回検出日 YYYYMMDD(この例外が最初に退避された日。
261001*      SAMPLE は前回の退避分に同じ会員番号があればその日付
261001*      を、無ければ実行日を設定し、再投入(SAMPLERC)は値を
261001*      そのまま引き継ぐ)
261001   05  BDE-FIRST-DATE   PIC  9(08).
