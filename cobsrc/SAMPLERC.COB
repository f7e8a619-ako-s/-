260903*                    コードを戻し先(REJO/BDEO)まで引き継ぐ
260903*                    ようにした(保持イメージは標準書式へ
260903*                    変換済みのため検証・採用処理は不変)
260924*    変更日／変更者  ：２０２６年０９月２４日  保守担当
260924*       変更内容  ：人物マスタ(OT1X-FILE)に追加された宛所
260924*                    不明フラグを採用分の出力時に通常('0')
260924*                    で初期化
261001*    変更日／変更者  ：２０２６年１０月０１日  保守担当
261001*       変更内容  ：例外レコードに追加された初回検出日を
261001*                    戻し先(REJO/BDEO)まで引き継ぐようにした
261001*                    (未設定の旧レコードは実行日を初回検出日
261001*                    とする)
261014*    変更日／変更者  ：２０２６年１０月１４日  保守担当
261014*       変更内容  ：当日の実行前に人物マスタ一式の世代
261014*                    (SAMPLEGN)が作成されていなければ起動
261014*                    しない世代ガードを追加
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
260903             WK-RUN-FNAME
260903             ORGANIZATION  LINE  SEQUENTIAL
260903             FILE STATUS   WK-RUN-STATUS.
261014*    世代カタログ(世代ガードの参照に使う)
261014     SELECT  CAT-FILE  ASSIGN TO  DYNAMIC
261014             WK-CAT-FNAME
261014             ORGANIZATION  LINE  SEQUENTIAL
261014             FILE STATUS   WK-CAT-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
260903   05  REJO-CM3         PIC  X(01).
260903*      入力レイアウトコード(発生源の書式を引き継ぐ)
260903   05  REJO-LAYOUT      PIC  X(02).
261001   05  REJO-CM4         PIC  X(01).
261001*      初回検出日(発生元の値を引き継ぐ)
261001   05  REJO-FIRST-DATE  PIC  9(08).
      *
260822 FD  BDEO-FILE.
260822 01  BDEO-REC.
260903   05  BDEO-CM3         PIC  X(01).
260903*      入力レイアウトコード(発生源の書式を引き継ぐ)
260903   05  BDEO-LAYOUT      PIC  X(02).
261001   05  BDEO-CM4         PIC  X(01).
261001*      初回検出日(発生元の値を引き継ぐ)
261001   05  BDEO-FIRST-DATE  PIC  9(08).
      *
260822*    郵便番号マスタのレコード定義は COPY 句 PSTREC を参照
260822 FD  PST-FILE.
260903 FD  RUN-FILE.
260903 COPY  RUNREC.
      *
261014*    世代カタログレコードの定義は COPY 句 GDGREC を参照
261014 FD  CAT-FILE.
261014 COPY  GDGREC.
      *
       WORKING-STORAGE        SECTION.
260822*    例外レコードから復元した入力イメージの参照用
260822*    (レコード定義は COPY 句 IN1REC を参照)
260822*    郵便番号マスタが使用可能かどうか
260822   05  FLG-PST         PIC  X(01).
260822     88 PST-MASTER-OK  VALUE  'Y'.
261014*    世代ガード用(当日の世代作成を確認済みか)
261014   05  FLG-GDG-GUARD    PIC  X(01).
261014     88 GDG-GUARD-OK    VALUE  'Y'.
261014   05  FLG-CAT-END      PIC  X(01).
260822 01  CNT-AREA.
260822*      旧 OT1-FILE から複写した明細件数
260822   05   CNT-BASE        PIC  9(09).
260822                  VALUE  "C:\GnuCobol\file\SAMPLE_POSTAL.dat".
260903   05   WK-RUN-FNAME    PIC  X(40)
260903                  VALUE  "C:\GnuCobol\file\SAMPLE_RUNCTL.txt".
261014   05   WK-CAT-FNAME    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_GDGCAT.txt".
260822   05   WK-ENV-FNAME    PIC  X(40).
261014*      世代ガードの省略指定(SAMPLE_GDG_GUARD=OFF)
261014   05   WK-ENV-GDG-GUARD PIC  X(03).
260822 01  WK-STATUS-AREA.
260822   05   WK-OT1-STATUS   PIC  X(02).
260822   05   WK-OT1N-STATUS  PIC  X(02).
260822   05   WK-BDEO-STATUS  PIC  X(02).
260822   05   WK-PST-STATUS   PIC  X(02).
260903   05   WK-RUN-STATUS   PIC  X(02).
261014   05   WK-CAT-STATUS   PIC  X(02).
260822 01  WK-DATE-AREA.
260822   05   WK-RUN-DATE     PIC  9(08).
260822   05   WK-RUN-TIME     PIC  9(08).
260903*      処理中レコードの入力レイアウトコード(旧レコードで
260903*      未設定のものは標準(01)として扱う)
260903   05   WK-SRC-LAYOUT   PIC  X(02).
261001*      処理中レコードの初回検出日(旧レコードで未設定の
261001*      ものは実行日とする)
261001   05   WK-FIRST-DATE   PIC  9(08).
260822*      郵便番号マスタから求めた都道府県コード
260822   05   WK-PREF         PIC  X(02).
260822*      会員番号中のスペース数(構造チェック用)
260903      MOVE  'S'   TO  WK-LOG-TYPE.
260903      MOVE  ZERO  TO  WK-LOG-CNT.
260903      PERFORM  RUN-LOG-RTN.
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
261014                   "SAMPLERC FOR " WK-RUN-DATE
261014                   " - RUN ABORTED ***"
261014          MOVE  8     TO  RETURN-CODE
261014          MOVE  'E'   TO  WK-LOG-TYPE
261014          MOVE  ZERO  TO  WK-LOG-CNT
261014          PERFORM  RUN-LOG-RTN
261014          STOP  RUN
261014      END-IF.
260822*    再投入元の人物マスタは必須。開けない場合は処理不能
260822*    として全処理を打ち切る
260822      OPEN  INPUT  OT1-FILE.
260903           ELSE
260903               MOVE  REJ-LAYOUT  TO  WK-SRC-LAYOUT
260903           END-IF
261001           IF  REJ-FIRST-DATE  IS  NUMERIC
261001           AND REJ-FIRST-DATE  >  ZERO
261001               MOVE  REJ-FIRST-DATE  TO  WK-FIRST-DATE
261001           ELSE
261001               MOVE  WK-RUN-DATE     TO  WK-FIRST-DATE
261001           END-IF
260822           PERFORM  RCY-RTN
260822           IF  WK-VAL-OK  NOT  =  'Y'
260822*              依然不正なものはリトライ回数を+1して戻す
260903                                        REJO-CM3
260903*              発生源のレイアウトコードを引き継ぐ
260903               MOVE  WK-SRC-LAYOUT  TO  REJO-LAYOUT
261001*              初回検出日も引き継ぐ(経過日数の起点)
261001               MOVE  ','            TO  REJO-CM4
261001               MOVE  WK-FIRST-DATE  TO  REJO-FIRST-DATE
260822               WRITE  REJO-REC
260822               ADD  1  TO  CNT-REJOUT
260822           END-IF
260903           ELSE
260903               MOVE  BDE-LAYOUT  TO  WK-SRC-LAYOUT
260903           END-IF
261001           IF  BDE-FIRST-DATE  IS  NUMERIC
261001           AND BDE-FIRST-DATE  >  ZERO
261001               MOVE  BDE-FIRST-DATE  TO  WK-FIRST-DATE
261001           ELSE
261001               MOVE  WK-RUN-DATE     TO  WK-FIRST-DATE
261001           END-IF
260822           PERFORM  RCY-RTN
260822           IF  WK-VAL-OK  NOT  =  'Y'
260822*              依然不正なものはリトライ回数を+1して戻す
260903                                        BDEO-CM3
260903*              発生源のレイアウトコードを引き継ぐ
260903               MOVE  WK-SRC-LAYOUT  TO  BDEO-LAYOUT
261001*              初回検出日も引き継ぐ(経過日数の起点)
261001               MOVE  ','            TO  BDEO-CM4
261001               MOVE  WK-FIRST-DATE  TO  BDEO-FIRST-DATE
260822               WRITE  BDEO-REC
260822               ADD  1  TO  CNT-BDEOUT
260822           END-IF
260822      MOVE  OT1-SRC-SEQ      TO  OT1X-SRC-SEQ.
260822      MOVE  '0'              TO  OT1X-DEL-FLAG.
260822      MOVE  OT1-PREF         TO  OT1X-PREF.
260924      MOVE  '0'              TO  OT1X-UND-FLAG.
260924      MOVE  ZERO             TO  OT1X-UND-DATE.
260822      WRITE  OT1X-REC
260822        INVALID KEY
260822          DISPLAY  "*** OT1X WRITE ERROR : "
260903      END-IF.
260903 EXT.
260903      EXIT.
261014********************************************************
261014*    世代ガード：人物マスタ(OT1X-FILE)を直接更新する
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
261014           IF  GDG-PGM  =  'SAMPLERC'
261014               AND  GDG-DATE  =  WK-RUN-DATE
261014               MOVE  'Y'  TO  FLG-GDG-GUARD
261014           END-IF
261014      END-READ.
261014 EXT.
261014      EXIT.
