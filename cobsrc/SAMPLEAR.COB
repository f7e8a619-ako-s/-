      *                    レコードは退避照会(SAMPLEAI)で会員番号
      *                    から引き当てられる。
      * 作成日／作成者  ：２０２６年０９月０３日  保守担当
260910*    変更日／変更者  ：２０２６年０９月１０日  保守担当
260910*       変更内容  ：監査レコードへの承認者追加(SAMPLEMT の
260910*                    二名体制承認)に伴い、監査レコード長を
260910*                    246 桁に変更
260924*    変更日／変更者  ：２０２６年０９月２４日  保守担当
260924*       変更内容  ：人物マスタ(OT1X-FILE)への宛所不明フラグ
260924*                    追加に伴い、新人物マスタのレコード長を
260924*                    109 桁に変更
261001*    変更日／変更者  ：２０２６年１０月０１日  保守担当
261001*       変更内容  ：例外レコード(REJ/BDE/DUP)への初回検出日
261001*                    追加に伴い、整理後の例外ファイルと退避
261001*                    レコードのイメージ長を変更
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
260903 FD  OT1XN-FILE.
260903 01  OT1XN-REC.
260903   05  OT1XN-GEN-ID     PIC  9(09).
260924   05  OT1XN-DATA       PIC  X(100).
      *
260903*    新順編成マスタ(明細 109 桁／トレーラ 31 桁)
260903 FD  OT1N-FILE.
260903 FD  AUD-FILE.
260903 01  AUD-REC.
260903   05  AUD-DATE         PIC  X(08).
260910   05  AUD-DATA         PIC  X(238).
      *
260903 FD  AUDN-FILE.
260910 01  AUDN-REC             PIC  X(246).
      *
260903 FD  ARA-FILE.
260910 01  ARA-REC              PIC  X(246).
      *
260903 FD  REJ-FILE.
260903*    レコード定義は COPY 句 REJREC を参照
260903 COPY  REJREC.
      *
260903 FD  REJN-FILE.
261001 01  REJN-REC             PIC  X(109).
      *
260903 FD  BDE-FILE.
260903*    レコード定義は COPY 句 BDEREC を参照
260903 COPY  BDEREC.
      *
260903 FD  BDEN-FILE.
261001 01  BDEN-REC             PIC  X(109).
      *
260903 FD  DUP-FILE.
260903 01  DUP-REC.
260903*      重複レコードの IN1-REC をそのまま保持(会員番号は
260903*      イメージ内の 25 桁目から 10 桁)。全長は SAMPLE の
261001*      DUP-REC と同じ 121 桁
260903   05  DUP-IN1-DATA     PIC  X(83).
261001   05  DUP-DATA         PIC  X(38).
      *
260903 FD  DUPN-FILE.
261001 01  DUPN-REC             PIC  X(121).
      *
260903*    解決済み例外の退避レコード(退避日+発生元+イメージ)
260903 FD  ARE-FILE.
260903*      発生元(REJ/BDE/DUP)
260903   05  ARE-SOURCE       PIC  X(03).
260903   05  ARE-CM2          PIC  X(01).
261001   05  ARE-IMAGE        PIC  X(121).
      *
260903 FD  RPT-FILE.
260903 01  RPT-REC              PIC  X(80).
      *
261014*    世代カタログレコードの定義は COPY 句 GDGREC を参照
261014 FD  CAT-FILE.
261014 COPY  GDGREC.
      *
       WORKING-STORAGE        SECTION.
260903*    新順編成マスタの編集用領域(レコード定義は COPY 句
260903*    OT1REC／OT1TRLR を参照)
260903*    いるか(='Y' なら解決済み)
260903   05  FLG-RESOLVED    PIC  X(01).
260903     88 RESOLVED       VALUE  'Y'.
261014*    世代ガード用(当日の世代作成を確認済みか)
261014   05  FLG-GDG-GUARD    PIC  X(01).
261014     88 GDG-GUARD-OK    VALUE  'Y'.
261014   05  FLG-CAT-END      PIC  X(01).
260903 01  CNT-AREA.
260903   05   CNT-OT1X        PIC  9(09).
260903*      有効として残した件数と退避した件数
260903   05   WK-ARE-FNAME    PIC  X(40)  VALUE  SPACE.
260903   05   WK-RPT-FNAME    PIC  X(40)
260903                  VALUE  "C:\GnuCobol\file\SAMPLE_RPT.txt".
261014   05   WK-CAT-FNAME    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_GDGCAT.txt".
260903   05   WK-ENV-FNAME    PIC  X(40).
261014*      世代ガードの省略指定(SAMPLE_GDG_GUARD=OFF)
261014   05   WK-ENV-GDG-GUARD PIC  X(03).
260903 01  WK-STATUS-AREA.
260903   05   WK-OT1X-STATUS  PIC  X(02).
260903   05   WK-OT1XN-STATUS PIC  X(02).
260903   05   WK-DUPN-STATUS  PIC  X(02).
260903   05   WK-ARE-STATUS   PIC  X(02).
260903   05   WK-RPT-STATUS   PIC  X(02).
261014   05   WK-CAT-STATUS   PIC  X(02).
260903 01  WK-DATE-AREA.
260903   05   WK-RUN-DATE     PIC  9(08).
260903   05   WK-RUN-TIME     PIC  9(08).
260903              STOP  RUN
260903          END-IF
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
261014                   "SAMPLEAR FOR " WK-RUN-DATE
261014                   " - RUN ABORTED ***"
261014          MOVE  8     TO  RETURN-CODE
261014          STOP  RUN
261014      END-IF.
260903*    整理対象の索引編成マスタは必須
260903      OPEN  INPUT  OT1X-FILE.
260903      IF  WK-OT1X-STATUS  NOT  =  "00"
260903      ADD  1  TO  CNT-ARC-X.
260903      MOVE  SPACE        TO  ARX-REC.
260903      MOVE  WK-RUN-DATE  TO  ARX-DATE.
260924*     退避イメージは都道府県コードまで(宛所不明フラグは
260924*     論理削除済みの会員には不要のため含めない)
260903      MOVE  OT1X-REC     TO  ARX-IMAGE.
260903      MOVE  ','          TO  ARX-CM1.
260903      WRITE  ARX-REC.
260903      END-IF.
260903 EXT.
260903      EXIT.
261014********************************************************
261014*    世代ガード：人物マスタの整理版を作成する
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
261014           IF  GDG-PGM  =  'SAMPLEAR'
261014               AND  GDG-DATE  =  WK-RUN-DATE
261014               MOVE  'Y'  TO  FLG-GDG-GUARD
261014           END-IF
261014      END-READ.
261014 EXT.
261014      EXIT.
