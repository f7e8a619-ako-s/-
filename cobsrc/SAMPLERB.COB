      *                    旧 OT1-FILE と突合せ、除外(削除)・
      *                    変更・追加の件数を報告する。
      * 作成日／作成者  ：２０２６年０９月０３日  保守担当
261001*    変更日／変更者  ：２０２６年１０月０１日  保守担当
261001*       変更内容  ：重複レコード(DUP)への初回検出日追加に
261001*                    伴い、レコード長を 121 桁に変更
261014*    変更日／変更者  ：２０２６年１０月１４日  保守担当
261014*       変更内容  ：当日の実行前に人物マスタ一式の世代
261014*                    (SAMPLEGN)が作成されていなければ起動
261014*                    しない世代ガードを追加
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
260903             WK-RPT-FNAME
260903             ORGANIZATION  LINE  SEQUENTIAL
260903             FILE STATUS   WK-RPT-STATUS.
261014*    世代カタログ(世代ガードの参照に使う)
261014     SELECT  CAT-FILE  ASSIGN TO  DYNAMIC
261014             WK-CAT-FNAME
261014             ORGANIZATION  LINE  SEQUENTIAL
261014             FILE STATUS   WK-CAT-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
      *
260903*    件数のみ使用するためレイアウトは展開しない
260903 FD  DUP-FILE.
261001 01  DUP-REC              PIC  X(121).
      *
260903 FD  RPT-FILE.
260903 01  RPT-REC              PIC  X(80).
      *
261014*    世代カタログレコードの定義は COPY 句 GDGREC を参照
261014 FD  CAT-FILE.
261014 COPY  GDGREC.
      *
       WORKING-STORAGE        SECTION.
260903 01  FLG-AREA.
260903   05  FLG-OT1-END      PIC  X(01).
260903*    旧明細テーブルで対象通番が見つかったかどうか
260903   05  FLG-OLD-FOUND   PIC  X(01).
260903     88 OLD-FOUND      VALUE  'Y'.
261014*    世代ガード用(当日の世代作成を確認済みか)
261014   05  FLG-GDG-GUARD    PIC  X(01).
261014     88 GDG-GUARD-OK    VALUE  'Y'.
261014   05  FLG-CAT-END      PIC  X(01).
260903 01  CNT-AREA.
260903*      旧 OT1-FILE の明細件数
260903   05   CNT-OLD         PIC  9(09).
260903                  VALUE  "C:\GnuCobol\file\SAMPLE_DUP.txt".
260903   05   WK-RPT-FNAME    PIC  X(40)
260903                  VALUE  "C:\GnuCobol\file\SAMPLE_RPT.txt".
261014   05   WK-CAT-FNAME    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_GDGCAT.txt".
260903   05   WK-ENV-FNAME    PIC  X(40).
261014*      世代ガードの省略指定(SAMPLE_GDG_GUARD=OFF)
261014   05   WK-ENV-GDG-GUARD PIC  X(03).
260903 01  WK-STATUS-AREA.
260903   05   WK-OT1-STATUS   PIC  X(02).
260903   05   WK-OT1N-STATUS  PIC  X(02).
260903   05   WK-BDE-STATUS   PIC  X(02).
260903   05   WK-DUP-STATUS   PIC  X(02).
260903   05   WK-RPT-STATUS   PIC  X(02).
261014   05   WK-CAT-STATUS   PIC  X(02).
260903 01  WK-DATE-AREA.
260903   05   WK-RUN-DATE     PIC  9(08).
260903   05   WK-RUN-TIME     PIC  9(08).
260903      IF  WK-ENV-FNAME  NOT  =  SPACE
260903          MOVE  WK-ENV-FNAME  TO  WK-RPT-FNAME
260903      END-IF.
261014      DISPLAY  "SAMPLE_GDG_FILE"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-ENV-FNAME.
261014      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261014      IF  WK-ENV-FNAME  NOT  =  SPACE
261014          MOVE  WK-ENV-FNAME  TO  WK-CAT-FNAME
261014      END-IF.
261014*    当日の世代が作成されていなければ、戻し先の無いまま
261014*    人物マスタを書き換えないよう起動を打ち切る
261014      PERFORM  GDG-GUARD-RTN.
261014      IF  NOT  GDG-GUARD-OK
261014          DISPLAY  "*** NO GENERATION CATALOGUED BEFORE "
261014                   "SAMPLERB FOR " WK-RUN-DATE
261014                   " - RUN ABORTED ***"
261014          MOVE  8     TO  RETURN-CODE
261014          STOP  RUN
261014      END-IF.
260903*    再構築元の索引編成マスタは必須。開けない場合は処理
260903*    不能として打ち切る
260903      OPEN  INPUT  OT1X-FILE.
260903      END-IF.
260903 EXT.
260903      EXIT.
261014********************************************************
261014*    世代ガード：人物マスタ(OT1-FILE)を再構築する
261014*    前に、当日分の世代(SAMPLEGN の実行前世代)が世代
261014*    カタログに記録されているか確認する。環境変数
261014*    SAMPLE_GDG_GUARD=OFF で確認を省略できる(臨時実行用)
261014********************************************************
261014 GDG-GUARD-RTN          SECTION.
261014      MOVE  SPACE  TO  FLG-GDG-GUARD  FLG-CAT-END.
261014      DISPLAY  "SAMPLE_GDG_GUARD"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE  TO  WK-ENV-GDG-GUARD.
261014      ACCEPT  WK-ENV-GDG-GUARD  FROM  ENVIRONMENT-VALUE.
261014      IF  WK-ENV-GDG-GUARD  =  'OFF'
261014          DISPLAY  "*** GENERATION GUARD SKIPPED ***"
261014          MOVE  'Y'  TO  FLG-GDG-GUARD
261014      ELSE
261014          OPEN  INPUT  CAT-FILE
261014          IF  WK-CAT-STATUS  =  "00"
261014              PERFORM  GDG-GUARD-READ-RTN
261014                UNTIL  FLG-CAT-END  =  "1"
261014              CLOSE  CAT-FILE
261014          END-IF
261014      END-IF.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    世代ガードの1件読込み
261014********************************************************
261014 GDG-GUARD-READ-RTN     SECTION.
261014      READ  CAT-FILE
261014        AT  END
261014           MOVE  "1"  TO  FLG-CAT-END
261014        NOT  AT  END
261014           IF  GDG-PGM  =  'SAMPLERB'
261014               AND  GDG-DATE  =  WK-RUN-DATE
261014               MOVE  'Y'  TO  FLG-GDG-GUARD
261014           END-IF
261014      END-READ.
261014 EXT.
261014      EXIT.
