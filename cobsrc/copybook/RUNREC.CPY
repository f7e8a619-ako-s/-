      *       (2) 朝のオペレーション報告(SAMPLEOP)
      *       に使う。開始レコードだけで終了レコードの無い
      *       プログラムは異常終了(打ち切り)とみなす。
261014*    変更日／変更者  ：２０２６年１０月１４日  保守担当
261014*       変更内容  ：世代管理(SAMPLEGN)を記録元に追加。
261014*                    人物マスタ一式を世代へ戻した場合は
261014*                    記録区分 R の復元レコードを追記し、
261014*                    入力件数欄に戻した世代番号を持つ
      ********************************************************
       01  RUN-REC.
      *      実行日 YYYYMMDD(業務日付として突合せに使う)
      *      プログラム名
         05  RUN-PGM          PIC  X(08).
         05  RUN-CM3          PIC  X(01).
261014*      記録区分(S:開始 E:終了 R:世代の復元)
         05  RUN-TYPE         PIC  X(01).
         05  RUN-CM4          PIC  X(01).
      *      主入力の読込件数(開始時は0)
261014*      (復元レコードは戻した世代番号)
         05  RUN-IN-CNT       PIC  9(09).
         05  RUN-CM5          PIC  X(01).
      *      終了コード(開始時は0)
