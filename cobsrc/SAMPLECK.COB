260903*                    対象とするよう変更(論理削除済みは
260903*                    再構築・退避整理で順編成側から除かれる
260903*                    ため、件数・通番対応の対象外とする)
261001*    変更日／変更者  ：２０２６年１０月０１日  保守担当
261001*       変更内容  ：重複レコード(DUP)への初回検出日追加に
261001*                    伴い、レコード長を 121 桁に変更
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
      *
260822*    件数のみ使用するためレイアウトは展開しない
260822 FD  DUP-FILE.
261001 01  DUP-REC              PIC  X(121).
      *
260822 FD  RPT-FILE.
260822 01  RPT-REC              PIC  X(80).
