      ********************************************************
      *    コピー句名      ：GDGREC
      *    内容            ：世代カタログレコード(CAT-FILE)
      *    作成日／作成者  ：２０２６年１０月１４日  保守担当
      *       人物マスタを書き換えるプログラム(SAMPLE／SAMPLERC
      *       ／SAMPLEAR／SAMPLERB)の実行前に、世代管理
      *       (SAMPLEGN)が人物マスタ一式を世代ファイルへ複写し、
      *       1世代につき1件をこのファイルへ記録する。世代
      *       ファイルは保存世代数ぶんの置き場所(スロット)を
      *       順に使い回し、ファイル名は接頭辞+スロット番号+
      *       ファイル別の名前(例 SAMPLE_G03_OUT.txt)とする。
      *       一式の並び(GDG-FILE-ENT の添字)は次のとおり。
      *         1:OT1-FILE  2:OT1X-FILE  3:GEN-FILE(送付世代
      *         番号)  4:REJ-FILE  5:BDE-FILE  6:DUP-FILE
      *         7:PER-FILE  8:RJM-FILE  9:RPT-FILE
      *       保存世代数を超えた古い世代はカタログから外し、
      *       そのスロットを次の世代に使う。差分(SAMPLEDF)は
      *       当日 SAMPLE 実行前の世代の OT1-FILE を前回分と
      *       して読む。
      ********************************************************
       01  GDG-REC.
      *      世代番号(通し番号)
         05  GDG-NO           PIC  9(06).
         05  GDG-CM1          PIC  X(01).
      *      世代の作成日時 YYYYMMDD / HHMMSSss
         05  GDG-DATE         PIC  9(08).
         05  GDG-CM2          PIC  X(01).
         05  GDG-TIME         PIC  9(08).
         05  GDG-CM3          PIC  X(01).
      *      この世代の直後に実行するプログラム(復元前の退避は
      *      SAMPLEGN)
         05  GDG-PGM          PIC  X(08).
         05  GDG-CM4          PIC  X(01).
      *      世代ファイルの置き場所(スロット番号)
         05  GDG-SLOT         PIC  9(02).
      *      ファイル別の保存有無(作成時に元ファイルが無ければ
      *      'N'。復元時は空ファイルに戻す)とレコード件数
         05  GDG-FILE-ENT     OCCURS  9  TIMES.
           10  GDG-F-CM       PIC  X(01).
           10  GDG-F-HELD     PIC  X(01).
             88 GDG-F-PRESENT VALUE  'Y'.
           10  GDG-F-CNT      PIC  9(09).
