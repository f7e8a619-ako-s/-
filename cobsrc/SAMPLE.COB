260903*                    例外退避(REJ/BDE)にはレイアウトコードを
260903*                    引き継ぎ、再投入(SAMPLERC)が発生源を
260903*                    判別できるようにした
260924*       変更日／変更者  ：２０２６年０９月２４日  保守担当
260924*       変更内容  ：人物マスタ(OT1X-FILE)に追加された宛所
260924*                    不明フラグを新規出力時に通常('0')で
260924*                    初期化
261001*       変更日／変更者  ：２０２６年１０月０１日  保守担当
261001*       変更内容  ：例外退避(REJ/BDE/DUP/PER)に初回検出日を
261001*                    付加。前回実行の退避分に同じ会員番号が
261001*                    あればその日付を引き継ぎ、無ければ実行
261001*                    日とする(例外の滞留日数の起点)
261014*       変更日／変更者  ：２０２６年１０月１４日  保守担当
261014*       変更内容  ：当日の実行前に人物マスタ一式の世代
261014*                    (SAMPLEGN)が作成されていなければ起動
261014*                    しない世代ガードを追加
261015*       変更日／変更者  ：２０２６年１０月１５日  保守担当
261015*       変更内容  ：人物マスタ(OT1X-FILE)を作り直す前に前回分
261015*                    の宛所不明フラグを控え、同じ会員番号で
261015*                    郵便番号・住所が変わっていなければフラグ
261015*                    と日付を引き継ぐ(変わっていれば解除)
261015*                    会員番号の統合対照(XRF-FILE)を読み、統合
261015*                    で消えた旧会員番号の入力レコードは人物
261015*                    マスタへ出力せず、理由 MERGED で重複
261015*                    ファイル(DUP-FILE)へ退避する
261015*                    リスタート時は初回検出日・宛所不明フラグ
261015*                    を、途中まで作り直された出力ではなく当日
261015*                    SAMPLE 実行前の世代(SAMPLEGN)から控える
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
260903             WK-RUN-FNAME
260903             ORGANIZATION  LINE  SEQUENTIAL
260903             FILE STATUS   WK-RUN-STATUS.
261015*    会員番号の統合対照(統合で消えた旧会員番号の判定に使う)
261015     SELECT  XRF-FILE  ASSIGN TO  DYNAMIC
261015             WK-XRF-FNAME
261015             ORGANIZATION  LINE  SEQUENTIAL
261015             FILE STATUS   WK-XRF-STATUS.
261014*    世代カタログ(世代ガードの参照に使う)
261014     SELECT  CAT-FILE  ASSIGN TO  DYNAMIC
261014             WK-CAT-FNAME
261014             ORGANIZATION  LINE  SEQUENTIAL
261014             FILE STATUS   WK-CAT-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
260822   05  DUP-CM4          PIC  X(01).
260822*      残したレコードの採番通番(OT1-GEN-ID)
260822   05  DUP-KEEP-GEN-ID  PIC  9(09).
261001   05  DUP-CM5          PIC  X(01).
261001*      初回検出日 YYYYMMDD(前回の退避分から引き継ぐ)
261001   05  DUP-FIRST-DATE   PIC  9(08).
      *
260822*    郵便番号マスタのレコード定義は COPY 句 PSTREC を参照
260822 FD  PST-FILE.
260822*      例外理由コード(BAD-POSTAL:数字以外／UNK-POSTAL:
260822*      マスタ未登録)
260822   05  PER-REASON       PIC  X(10).
261001   05  PER-CM4          PIC  X(01).
261001*      初回検出日 YYYYMMDD(前回の退避分から引き継ぐ)
261001   05  PER-FIRST-DATE   PIC  9(08).
      *
260903*    実行管理レコードの定義は COPY 句 RUNREC を参照
260903 FD  RUN-FILE.
260903 COPY  RUNREC.
      *
261014*    世代カタログレコードの定義は COPY 句 GDGREC を参照
261014 FD  CAT-FILE.
261014 COPY  GDGREC.
      *
261015*    統合対照レコードの定義は COPY 句 XRFREC を参照
261015 FD  XRF-FILE.
261015 COPY  XRFREC.
      *
       WORKING-STORAGE        SECTION.
       01  WK-AREA.
           05  WK-YMD.
260822*    (終了コード 8 で終わる)
260822   05  FLG-ERROR       PIC  X(01).
260822     88 RUN-ERROR      VALUE  'Y'.
261014*    世代ガード用(当日の世代作成を確認済みか)
261014   05  FLG-GDG-GUARD    PIC  X(01).
261014     88 GDG-GUARD-OK    VALUE  'Y'.
261014   05  FLG-CAT-END      PIC  X(01).
261015   05  FLG-XRF-END      PIC  X(01).
261015   05  FLG-UND-END      PIC  X(01).
261015*    リスタート時に当日 SAMPLE 実行前の世代が見つかったか
261015   05  FLG-GDG-HIT      PIC  X(01).
261015     88 GDG-HIT         VALUE  'Y'.
261015*    その世代の作成時に元ファイルが無かったか('N':無し)
261015   05  FLG-RST-OT1X     PIC  X(01).
261015     88 RST-OT1X-NONE   VALUE  'N'.
261015   05  FLG-RST-REJ      PIC  X(01).
261015     88 RST-REJ-NONE    VALUE  'N'.
261015   05  FLG-RST-BDE      PIC  X(01).
261015     88 RST-BDE-NONE    VALUE  'N'.
261015   05  FLG-RST-DUP      PIC  X(01).
261015     88 RST-DUP-NONE    VALUE  'N'.
261015   05  FLG-RST-PER      PIC  X(01).
261015     88 RST-PER-NONE    VALUE  'N'.
       01  CNT-AREA.
         05   CNT-IN1         PIC  9(09).
         05   CNT-OT1         PIC  9(09).
260822   05   CNT-RSN-CM5     PIC  9(09).
260822   05   CNT-RSN-NAME    PIC  9(09).
260822   05   CNT-RSN-MID     PIC  9(09).
261015*      DUP のうち統合済みの旧会員番号(理由 MERGED)の件数
261015   05   CNT-DUP-MRG     PIC  9(09).
261015*      宛所不明フラグを引き継いだ件数と住所変更で解除した件数
261015   05   CNT-UND-KEEP    PIC  9(09).
261015   05   CNT-UND-CLR     PIC  9(09).
260809 01  CHK-AREA.
260809*      生年月日チェック用ワーク
260809   05   CHK-YYYY        PIC  9(04).
260903                  VALUE  "C:\GnuCobol\file\SAMPLE_RUNCTL.txt".
260809*      入力ファイル名リスト(指定時のみ複数ファイル処理)
260809   05   WK-DRV-FNAME    PIC  X(40)  VALUE  SPACE.
261014   05   WK-CAT-FNAME    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_GDGCAT.txt".
261015   05   WK-XRF-FNAME    PIC  X(40)
261015                  VALUE  "C:\GnuCobol\file\SAMPLE_MBRXREF.txt".
261015*      世代ファイル名の接頭辞(SAMPLEGN と同じ指定)
261015   05   WK-GDG-PREFIX   PIC  X(40)
261015                  VALUE  "C:\GnuCobol\file\SAMPLE_G".
261015*      リスタート時に世代ファイルへ切り替える間の現行ファイル名
261015   05   WK-LIVE-OT1X    PIC  X(40).
261015   05   WK-LIVE-REJ     PIC  X(40).
261015   05   WK-LIVE-BDE     PIC  X(40).
261015   05   WK-LIVE-DUP     PIC  X(40).
261015   05   WK-LIVE-PER     PIC  X(40).
261015*      世代ファイル名の編集用(末尾を受け取り名前を返す)
261015   05   WK-GDG-SUFFIX   PIC  X(11).
261015   05   WK-GDG-FNAME    PIC  X(40).
260809   05   WK-ENV-FNAME    PIC  X(40).
261014*      世代ガードの省略指定(SAMPLE_GDG_GUARD=OFF)
261014   05   WK-ENV-GDG-GUARD PIC  X(03).
260809*      リスタート環境変数の数値チェック用ワーク
260809   05   WK-ENV-RESTART-CNT PIC  X(09).
260809   05   WK-ENV-RESTART-SRC PIC  X(03).
260822   05   WK-PST-STATUS   PIC  X(02).
260822   05   WK-PER-STATUS   PIC  X(02).
260903   05   WK-RUN-STATUS   PIC  X(02).
261014   05   WK-CAT-STATUS   PIC  X(02).
261015   05   WK-XRF-STATUS   PIC  X(02).
261015*    リスタート時に控えの元とする世代
261015 01  WK-RST-GDG-AREA.
261015   05   WK-RST-GDG-NO   PIC  9(06).
261015   05   WK-RST-SLOT     PIC  9(02).
260809 01  WK-DATE-AREA.
260809   05   WK-RUN-DATE     PIC  9(08).
260809   05   WK-RUN-TIME     PIC  9(08).
260822*      重複検出時に控える、残したレコードの通番情報
260822   05   WK-KEEP-SRC-SEQ PIC  9(03).
260822   05   WK-KEEP-GEN-ID  PIC  9(09).
261015*      重複として退避する理由コード(DUP-ID／MERGED)
261015   05   WK-DUP-REASON   PIC  X(10).
260822*      郵便番号マスタから求めた都道府県コード(不正・
260822*      未登録時はスペース)
260822   05   WK-PREF         PIC  X(02).
260903 01  WK-RUNCTL-AREA.
260903   05   WK-LOG-TYPE     PIC  X(01).
260903   05   WK-LOG-CNT      PIC  9(09).
261001*    例外の初回検出日の引継ぎ用テーブル。前回実行の
261001*    REJ/BDE/DUP/PER を出力前に読み、発生元+会員番号ごとの
261001*    初回検出日を登録しておき、今回の退避時に同じ発生元・
261001*    会員番号があればその日付を引き継ぐ
261001 01  TBL-FSN-AREA.
261001*      検索・登録用の受渡しワーク(発生元・会員番号・日付)
261001   05   WK-FSN-SRC      PIC  X(03).
261001   05   WK-FSN-MID      PIC  X(10).
261001   05   WK-FSN-DATE     PIC  9(08).
261001*      あふれた場合、以降の分は実行日扱いとする(1度だけ
261001*      表示する)
261001   05   FLG-FSN-FULL    PIC  X(01).
261001     88 FSN-TABLE-FULL  VALUE  'Y'.
261001   05   TBL-FSN-MAX     PIC  9(05)  VALUE  20000.
261001   05   TBL-FSN-CNT     PIC  9(05)  VALUE  0.
261001   05   TBL-FSN-ENT     OCCURS  20000  TIMES
261001                        INDEXED  BY  FSN-IDX.
261001     10  FSN-SRC        PIC  X(03).
261001     10  FSN-MID        PIC  X(10).
261001     10  FSN-DATE       PIC  9(08).
261015*    宛所不明フラグの引継ぎ用テーブル。前回の OT1X-FILE を
261015*    出力前に読み、フラグの立っている会員の会員番号・郵便
261015*    番号・住所・宛所不明日を登録しておく
261015 01  TBL-UND-AREA.
261015*      あふれた場合、以降の分は引き継がない(1度だけ表示する)
261015   05   FLG-UND-FULL    PIC  X(01).
261015     88 UND-TABLE-FULL  VALUE  'Y'.
261015   05   TBL-UND-MAX     PIC  9(05)  VALUE  20000.
261015   05   TBL-UND-CNT     PIC  9(05)  VALUE  0.
261015   05   TBL-UND-ENT     OCCURS  20000  TIMES
261015                        INDEXED  BY  UND-IDX.
261015     10  UND-MID        PIC  X(10).
261015     10  UND-POSTAL     PIC  X(07).
261015     10  UND-ADDRESS    PIC  X(40).
261015     10  UND-DATE       PIC  9(08).
261015*    統合で消えた旧会員番号のテーブル(XRF-FILE の旧会員番号)
261015 01  TBL-XRF-AREA.
261015   05   TBL-XRF-MAX     PIC  9(05)  VALUE  10000.
261015   05   TBL-XRF-CNT     PIC  9(05)  VALUE  0.
261015   05   TBL-XRF-ENT     OCCURS  10000  TIMES
261015                        INDEXED  BY  XRF-IDX.
261015     10  XRF-T-OLD      PIC  X(10).
      *
      ********************************************************
      *    さんぷる  コントロール
260903     MOVE  'S'   TO  WK-LOG-TYPE.
260903     MOVE  ZERO  TO  WK-LOG-CNT.
260903     PERFORM  RUN-LOG-RTN.
261014     DISPLAY  "SAMPLE_GDG_FILE"  UPON  ENVIRONMENT-NAME.
261014     MOVE  SPACE        TO  WK-ENV-FNAME.
261014     ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261014     IF  WK-ENV-FNAME  NOT  =  SPACE
261014         MOVE  WK-ENV-FNAME  TO  WK-CAT-FNAME
261014     END-IF.
261015     DISPLAY  "SAMPLE_GDG_PREFIX"  UPON  ENVIRONMENT-NAME.
261015     MOVE  SPACE        TO  WK-ENV-FNAME.
261015     ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261015     IF  WK-ENV-FNAME  NOT  =  SPACE
261015         MOVE  WK-ENV-FNAME  TO  WK-GDG-PREFIX
261015     END-IF.
261014*    当日の世代が作成されていなければ、戻し先の無いまま
261014*    人物マスタを書き換えないよう起動を打ち切る
261014     PERFORM  GDG-GUARD-RTN.
261014     IF  NOT  GDG-GUARD-OK
261014         DISPLAY  "*** NO GENERATION CATALOGUED BEFORE "
261014                  "SAMPLE FOR " WK-RUN-DATE
261014                  " - RUN ABORTED ***"
261014         MOVE  8     TO  RETURN-CODE
261014         MOVE  'E'   TO  WK-LOG-TYPE
261014         MOVE  ZERO  TO  WK-LOG-CNT
261014         PERFORM  RUN-LOG-RTN
261014         STOP  RUN
261014     END-IF.
261015     DISPLAY  "SAMPLE_XRF_FILE"  UPON  ENVIRONMENT-NAME.
261015     MOVE  SPACE        TO  WK-ENV-FNAME.
261015     ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261015     IF  WK-ENV-FNAME  NOT  =  SPACE
261015         MOVE  WK-ENV-FNAME  TO  WK-XRF-FNAME
261015     END-IF.
261015*    統合で消えた旧会員番号を控える
261015     PERFORM  XRF-LOAD-RTN.
260809     PERFORM  OPEN-IN1-RTN.
260809     PERFORM  RESTORE-CNT-RTN.
261015*    リスタート時は失敗した実行が例外ファイル・人物マスタを
261015*    途中まで作り直しているため、当日 SAMPLE 実行前の世代
261015*    ファイルから控える
261015     IF  RESTART-MODE
261015         PERFORM  RST-GDG-RTN
261015     END-IF.
261001*    前回の退避分から初回検出日を控える(出力で上書きする前)
261001     PERFORM  FSN-LOAD-RTN.
261015*    前回の人物マスタから宛所不明フラグを控える(同上)
261015     PERFORM  UND-LOAD-RTN.
261015     IF  GDG-HIT
261015         PERFORM  RST-LIVE-RTN
261015     END-IF.
260809     PERFORM  OPEN-OUT-RTN.
260822*    郵便番号マスタは参照のみ。開けない場合はチェック・
260822*    付加を行わない旨を表示して処理は続行する
260809          MOVE  0      TO  CNT-OT1  CNT-REJ  CNT-BDERR
260809                           CNT-SEX1  CNT-SEX2  CNT-SEX3
260822                           CNT-DUP  CNT-PSTERR
261015                           CNT-DUP-MRG
260822                           CNT-RSN-CM1  CNT-RSN-CM2
260822                           CNT-RSN-CM3  CNT-RSN-CM4
260822                           CNT-RSN-CM5  CNT-RSN-NAME
260822           MOVE  "1"  TO  FLG-DUP-EOF
260822        NOT  AT  END
260822           ADD  1  TO  CNT-DUP
261015           IF  DUP-REASON  =  'MERGED'
261015               ADD  1  TO  CNT-DUP-MRG
261015           END-IF
260822           IF  DUP-IN1-DATA(23:1)  =  '1'
260822               ADD  1  TO  CNT-SEX1
260822           ELSE
260822      END-READ.
260822 EXT.
260822      EXIT.
261001********************************************************
261001*    前回実行の例外ファイル(REJ/BDE/DUP/PER)を読み、発生元+
261001*    会員番号ごとの初回検出日をテーブルへ控える。ファイルが
261001*    無い(初回)場合は何もしない。初回検出日を持たない旧形式
261001*    のレコードは実行日を初回検出日とみなす
261015*    (リスタート時は世代ファイルを読む。世代の作成時に無かった
261015*    ファイルは読まない)
261001********************************************************
261001 FSN-LOAD-RTN            SECTION.
261001      MOVE  0      TO  TBL-FSN-CNT.
261001      MOVE  SPACE  TO  FLG-FSN-FULL
261001                       FLG-REJ-EOF  FLG-BDE-EOF
261001                       FLG-DUP-EOF  FLG-PER-EOF.
261015      IF  NOT  RST-REJ-NONE
261015          OPEN  INPUT  REJ-FILE
261015          IF  WK-REJ-STATUS  =  "00"
261015              PERFORM  FSN-REJ-RTN  UNTIL  FLG-REJ-EOF  =  "1"
261015              CLOSE  REJ-FILE
261015          END-IF
261015      END-IF.
261015      IF  NOT  RST-BDE-NONE
261015          OPEN  INPUT  BDE-FILE
261015          IF  WK-BDE-STATUS  =  "00"
261015              PERFORM  FSN-BDE-RTN  UNTIL  FLG-BDE-EOF  =  "1"
261015              CLOSE  BDE-FILE
261015          END-IF
261015      END-IF.
261015      IF  NOT  RST-DUP-NONE
261015          OPEN  INPUT  DUP-FILE
261015          IF  WK-DUP-STATUS  =  "00"
261015              PERFORM  FSN-DUP-RTN  UNTIL  FLG-DUP-EOF  =  "1"
261015              CLOSE  DUP-FILE
261015          END-IF
261015      END-IF.
261015      IF  NOT  RST-PER-NONE
261015          OPEN  INPUT  PER-FILE
261015          IF  WK-PER-STATUS  =  "00"
261015              PERFORM  FSN-PER-RTN  UNTIL  FLG-PER-EOF  =  "1"
261015              CLOSE  PER-FILE
261015          END-IF
261015      END-IF.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    前回 REJ-FILE の初回検出日を控える(会員番号は IN1
261001*    イメージの 25 桁目から 10 桁)
261001********************************************************
261001 FSN-REJ-RTN             SECTION.
261001      READ  REJ-FILE
261001        AT  END
261001           MOVE  "1"  TO  FLG-REJ-EOF
261001        NOT  AT  END
261001           MOVE  'REJ'                TO  WK-FSN-SRC
261001           MOVE  REJ-IN1-DATA(25:10)  TO  WK-FSN-MID
261001           IF  REJ-FIRST-DATE  IS  NUMERIC
261001           AND REJ-FIRST-DATE  >  ZERO
261001               MOVE  REJ-FIRST-DATE  TO  WK-FSN-DATE
261001           ELSE
261001               MOVE  WK-RUN-DATE     TO  WK-FSN-DATE
261001           END-IF
261001           PERFORM  FSN-ADD-RTN
261001      END-READ.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    前回 BDE-FILE の初回検出日を控える
261001********************************************************
261001 FSN-BDE-RTN             SECTION.
261001      READ  BDE-FILE
261001        AT  END
261001           MOVE  "1"  TO  FLG-BDE-EOF
261001        NOT  AT  END
261001           MOVE  'BDE'                TO  WK-FSN-SRC
261001           MOVE  BDE-IN1-DATA(25:10)  TO  WK-FSN-MID
261001           IF  BDE-FIRST-DATE  IS  NUMERIC
261001           AND BDE-FIRST-DATE  >  ZERO
261001               MOVE  BDE-FIRST-DATE  TO  WK-FSN-DATE
261001           ELSE
261001               MOVE  WK-RUN-DATE     TO  WK-FSN-DATE
261001           END-IF
261001           PERFORM  FSN-ADD-RTN
261001      END-READ.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    前回 DUP-FILE の初回検出日を控える
261001********************************************************
261001 FSN-DUP-RTN             SECTION.
261001      READ  DUP-FILE
261001        AT  END
261001           MOVE  "1"  TO  FLG-DUP-EOF
261001        NOT  AT  END
261001           MOVE  'DUP'                TO  WK-FSN-SRC
261001           MOVE  DUP-IN1-DATA(25:10)  TO  WK-FSN-MID
261001           IF  DUP-FIRST-DATE  IS  NUMERIC
261001           AND DUP-FIRST-DATE  >  ZERO
261001               MOVE  DUP-FIRST-DATE  TO  WK-FSN-DATE
261001           ELSE
261001               MOVE  WK-RUN-DATE     TO  WK-FSN-DATE
261001           END-IF
261001           PERFORM  FSN-ADD-RTN
261001      END-READ.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    前回 PER-FILE の初回検出日を控える
261001********************************************************
261001 FSN-PER-RTN             SECTION.
261001      READ  PER-FILE
261001        AT  END
261001           MOVE  "1"  TO  FLG-PER-EOF
261001        NOT  AT  END
261001           MOVE  'PER'                TO  WK-FSN-SRC
261001           MOVE  PER-MEMBER-ID        TO  WK-FSN-MID
261001           IF  PER-FIRST-DATE  IS  NUMERIC
261001           AND PER-FIRST-DATE  >  ZERO
261001               MOVE  PER-FIRST-DATE  TO  WK-FSN-DATE
261001           ELSE
261001               MOVE  WK-RUN-DATE     TO  WK-FSN-DATE
261001           END-IF
261001           PERFORM  FSN-ADD-RTN
261001      END-READ.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    初回検出日テーブルへの登録(あふれた分は引き継がず
261001*    実行日扱いとなる旨を1度だけ表示して処理は続行する)
261001********************************************************
261001 FSN-ADD-RTN             SECTION.
261001      IF  TBL-FSN-CNT  >=  TBL-FSN-MAX
261001          IF  NOT  FSN-TABLE-FULL
261001              DISPLAY  "*** FIRST-SEEN TABLE FULL - LATER "
261001                       "ITEMS DATED AS NEW ***"
261001              MOVE  'Y'  TO  FLG-FSN-FULL
261001          END-IF
261001      ELSE
261001          ADD  1  TO  TBL-FSN-CNT
261001          MOVE  WK-FSN-SRC   TO  FSN-SRC (TBL-FSN-CNT)
261001          MOVE  WK-FSN-MID   TO  FSN-MID (TBL-FSN-CNT)
261001          MOVE  WK-FSN-DATE  TO  FSN-DATE (TBL-FSN-CNT)
261001      END-IF.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    退避する例外の初回検出日を求める(WK-FSN-SRC と
261001*    WK-FSN-MID を設定して呼ぶ。前回分に無ければ実行日)
261001********************************************************
261001 FSN-GET-RTN             SECTION.
261001      MOVE  WK-RUN-DATE  TO  WK-FSN-DATE.
261001      IF  TBL-FSN-CNT  >  0
261001          SET  FSN-IDX  TO  1
261001          SEARCH  TBL-FSN-ENT
261001            AT  END
261001              CONTINUE
261001            WHEN  FSN-IDX  >  TBL-FSN-CNT
261001              CONTINUE
261001            WHEN  FSN-SRC (FSN-IDX)  =  WK-FSN-SRC
261001             AND  FSN-MID (FSN-IDX)  =  WK-FSN-MID
261001              MOVE  FSN-DATE (FSN-IDX)  TO  WK-FSN-DATE
261001          END-SEARCH
261001      END-IF.
261001 EXT.
261001      EXIT.
260809********************************************************
260809*    出力系ファイルを開く：リスタート時は前回までの出力を残す
260809*    ため OPEN EXTEND を試み、ファイルが未作成(status 35)の
260822*             新規出力分は論理削除フラグを有効('0')で初期化
260822              MOVE  '0'              TO  OT1X-DEL-FLAG
260822              MOVE  OT1-PREF         TO  OT1X-PREF
261015*             宛所不明フラグは前回分から引き継ぐ(前回フラグが
261015*             無いか、郵便番号・住所が変わった場合は通常'0')
261015              PERFORM  UND-GET-RTN
260809              WRITE  OT1X-REC
260809                INVALID KEY
260809                  DISPLAY  "*** OT1X WRITE ERROR : "
260822              MOVE  ZERO     TO  BDE-RETRY
260903*             発生源のレイアウトコードを引き継ぐ
260903              MOVE  WK-IN1-LAYOUT  TO  BDE-LAYOUT
261001*             前回の退避分から初回検出日を引き継ぐ
261001              MOVE  'BDE'          TO  WK-FSN-SRC
261001              MOVE  IN1-MEMBER-ID  TO  WK-FSN-MID
261001              PERFORM  FSN-GET-RTN
261001              MOVE  ','            TO  BDE-CM4
261001              MOVE  WK-FSN-DATE    TO  BDE-FIRST-DATE
260809              WRITE  BDE-REC
260809              ADD  1          TO  CNT-BDERR
260809          END-IF
260822         MOVE  ZERO     TO  REJ-RETRY
260903*        発生源のレイアウトコードを引き継ぐ
260903         MOVE  WK-IN1-LAYOUT  TO  REJ-LAYOUT
261001*        前回の退避分から初回検出日を引き継ぐ
261001         MOVE  'REJ'          TO  WK-FSN-SRC
261001         MOVE  IN1-MEMBER-ID  TO  WK-FSN-MID
261001         PERFORM  FSN-GET-RTN
261001         MOVE  ','            TO  REJ-CM4
261001         MOVE  WK-FSN-DATE    TO  REJ-FIRST-DATE
260809         WRITE  REJ-REC
260809         ADD  1         TO  CNT-REJ
            END-IF
260822      MOVE  ZERO           TO  REJ-RETRY.
260903*     発生源のレイアウトコードを引き継ぐ
260903      MOVE  WK-IN1-LAYOUT  TO  REJ-LAYOUT.
261001*     前回の退避分から初回検出日を引き継ぐ
261001      MOVE  'REJ'          TO  WK-FSN-SRC.
261001      MOVE  IN1-MEMBER-ID  TO  WK-FSN-MID.
261001      PERFORM  FSN-GET-RTN.
261001      MOVE  ','            TO  REJ-CM4.
261001      MOVE  WK-FSN-DATE    TO  REJ-FIRST-DATE.
260822      WRITE  REJ-REC.
260822      ADD  1               TO  CNT-REJ.
260822 EXT.
260822      MOVE  IN1-MEMBER-ID  TO  PER-MEMBER-ID.
260822      MOVE  IN1-POSTAL     TO  PER-POSTAL.
260822      MOVE  ','            TO  PER-CM1  PER-CM2  PER-CM3.
261001*     前回の退避分から初回検出日を引き継ぐ
261001      MOVE  'PER'          TO  WK-FSN-SRC.
261001      MOVE  IN1-MEMBER-ID  TO  WK-FSN-MID.
261001      PERFORM  FSN-GET-RTN.
261001      MOVE  ','            TO  PER-CM4.
261001      MOVE  WK-FSN-DATE    TO  PER-FIRST-DATE.
260822      WRITE  PER-REC.
260822      ADD  1               TO  CNT-PSTERR.
260822 EXT.
260822********************************************************
260822 DUP-CHK-RTN            SECTION.
260822      MOVE  SPACE  TO  FLG-DUP-FOUND.
261015      MOVE  'DUP-ID'  TO  WK-DUP-REASON.
260822      IF  TBL-MEMBER-CNT  >  0
260822          SET  TBL-IDX  TO  1
260822          SEARCH  TBL-MEMBER-ENT
260822              MOVE  TBL-GEN-ID (TBL-IDX)   TO  WK-KEEP-GEN-ID
260822          END-SEARCH
260822      END-IF.
261015*     統合で消えた旧会員番号は、残すレコードが無くても
261015*     人物マスタへ戻さないよう重複として退避する
261015      IF  NOT  DUP-FOUND
261015          PERFORM  XRF-CHK-RTN
261015      END-IF.
260822 EXT.
260822      EXIT.
260822********************************************************
260822 DUP-OUT-RTN            SECTION.
260822      MOVE  SPACE            TO  DUP-REC.
260822      MOVE  IN1-REC          TO  DUP-IN1-DATA.
261015      MOVE  WK-DUP-REASON    TO  DUP-REASON.
260822      MOVE  WK-SRC-SEQ       TO  DUP-SRC-SEQ.
260822      MOVE  WK-KEEP-SRC-SEQ  TO  DUP-KEEP-SRC-SEQ.
260822      MOVE  WK-KEEP-GEN-ID   TO  DUP-KEEP-GEN-ID.
260822      MOVE  ','              TO  DUP-CM1  DUP-CM2
260822                                 DUP-CM3  DUP-CM4.
261001*     前回の退避分から初回検出日を引き継ぐ
261001      MOVE  'DUP'          TO  WK-FSN-SRC.
261001      MOVE  IN1-MEMBER-ID  TO  WK-FSN-MID.
261001      PERFORM  FSN-GET-RTN.
261001      MOVE  ','            TO  DUP-CM5.
261001      MOVE  WK-FSN-DATE    TO  DUP-FIRST-DATE.
260822      WRITE  DUP-REC.
260822      ADD  1                 TO  CNT-DUP.
261015      IF  WK-DUP-REASON  =  'MERGED'
261015          ADD  1             TO  CNT-DUP-MRG
261015      END-IF.
260822 EXT.
260822      EXIT.
260822********************************************************
260809      DISPLAY  "*** REJ = " CNT-REJ " ***".
260809      DISPLAY  "*** BDE = " CNT-BDERR " ***".
260822      DISPLAY  "*** DUP = " CNT-DUP " ***".
261015      DISPLAY  "*** MRG = " CNT-DUP-MRG " ***".
261015      DISPLAY  "*** UND KEPT = " CNT-UND-KEEP
261015               " CLEARED = " CNT-UND-CLR " ***".
260822      DISPLAY  "*** PER = " CNT-PSTERR " ***".
260822*    終了コードの段階判定：ファイルエラーがあれば 8、
260822*    例外退避(REJ/BDE)があれば警告の 4、それ以外は 0
260822              CNT-DUP                      DELIMITED BY SIZE
260822              INTO  RPT-REC.
260822      WRITE  RPT-REC.
261015      MOVE  SPACE  TO  RPT-REC.
261015      STRING  "  DUP MERGED           : "  DELIMITED BY SIZE
261015              CNT-DUP-MRG                  DELIMITED BY SIZE
261015              INTO  RPT-REC.
261015      WRITE  RPT-REC.
260822      MOVE  SPACE  TO  RPT-REC.
260822      STRING  "POSTAL ERRORS LISTED   : "  DELIMITED BY SIZE
260822              CNT-PSTERR                   DELIMITED BY SIZE
260822      WRITE  RPT-REC.
260809 EXT.
260809      EXIT.
261014********************************************************
261014*    世代ガード：人物マスタ一式(OT1/OT1X/例外ファイル)を作り直す
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
261014           IF  GDG-PGM  =  'SAMPLE'
261014               AND  GDG-DATE  =  WK-RUN-DATE
261014               MOVE  'Y'  TO  FLG-GDG-GUARD
261014           END-IF
261014      END-READ.
261014 EXT.
261014      EXIT.
261015********************************************************
261015*    前回の OT1X-FILE を読み、宛所不明フラグの立っている会員
261015*    を引継ぎテーブルへ控える。ファイルが無い(初回)場合は
261015*    何もしない(リスタート時は世代ファイルを読む)
261015********************************************************
261015 UND-LOAD-RTN           SECTION.
261015      MOVE  0      TO  TBL-UND-CNT.
261015      MOVE  SPACE  TO  FLG-UND-FULL  FLG-UND-END.
261015      IF  NOT  RST-OT1X-NONE
261015          OPEN  INPUT  OT1X-FILE
261015          IF  WK-OT1X-STATUS  =  "00"
261015              PERFORM  UND-READ-RTN  UNTIL  FLG-UND-END  =  "1"
261015              CLOSE  OT1X-FILE
261015          END-IF
261015      END-IF.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    前回 OT1X-FILE の1件読込み(あふれた分は引き継がない旨を
261015*    1度だけ表示して処理は続行する)
261015********************************************************
261015 UND-READ-RTN           SECTION.
261015      READ  OT1X-FILE
261015        AT  END
261015           MOVE  "1"  TO  FLG-UND-END
261015        NOT  AT  END
261015           IF  OT1X-UNDELIVERABLE
261015               IF  TBL-UND-CNT  >=  TBL-UND-MAX
261015                   IF  NOT  UND-TABLE-FULL
261015                       DISPLAY  "*** UNDELIVERABLE TABLE FULL - "
261015                                "LATER FLAGS NOT CARRIED ***"
261015                       MOVE  'Y'  TO  FLG-UND-FULL
261015                   END-IF
261015               ELSE
261015                   ADD  1  TO  TBL-UND-CNT
261015                   MOVE  OT1X-MEMBER-ID
261015                             TO  UND-MID (TBL-UND-CNT)
261015                   MOVE  OT1X-POSTAL
261015                             TO  UND-POSTAL (TBL-UND-CNT)
261015                   MOVE  OT1X-ADDRESS
261015                             TO  UND-ADDRESS (TBL-UND-CNT)
261015                   MOVE  OT1X-UND-DATE
261015                             TO  UND-DATE (TBL-UND-CNT)
261015               END-IF
261015           END-IF
261015      END-READ.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    リスタート時の控えの元：世代カタログから当日 SAMPLE
261015*    実行前に作成した世代のうち最初のもの(SAMPLEDF の前回
261015*    保管分と同じ)を求め、例外ファイル・人物マスタのファイル
261015*    名を一時的にその世代ファイルへ切り替える。該当の世代が
261015*    無ければ(世代ガード省略時)途中までの出力から控える
261015*    旨を表示して続行する
261015********************************************************
261015 RST-GDG-RTN            SECTION.
261015      MOVE  SPACE  TO  FLG-CAT-END  FLG-GDG-HIT.
261015      OPEN  INPUT  CAT-FILE.
261015      IF  WK-CAT-STATUS  =  "00"
261015          PERFORM  RST-GDG-READ-RTN  UNTIL  FLG-CAT-END  =  "1"
261015          CLOSE  CAT-FILE
261015      END-IF.
261015      IF  GDG-HIT
261015          MOVE  WK-OT1X-FNAME  TO  WK-LIVE-OT1X
261015          MOVE  WK-REJ-FNAME   TO  WK-LIVE-REJ
261015          MOVE  WK-BDE-FNAME   TO  WK-LIVE-BDE
261015          MOVE  WK-DUP-FNAME   TO  WK-LIVE-DUP
261015          MOVE  WK-PER-FNAME   TO  WK-LIVE-PER
261015          MOVE  'OUT_IDX.dat'  TO  WK-GDG-SUFFIX
261015          PERFORM  RST-NAME-RTN
261015          MOVE  WK-GDG-FNAME   TO  WK-OT1X-FNAME
261015          MOVE  'REJECT.txt'   TO  WK-GDG-SUFFIX
261015          PERFORM  RST-NAME-RTN
261015          MOVE  WK-GDG-FNAME   TO  WK-REJ-FNAME
261015          MOVE  'BDERR.txt'    TO  WK-GDG-SUFFIX
261015          PERFORM  RST-NAME-RTN
261015          MOVE  WK-GDG-FNAME   TO  WK-BDE-FNAME
261015          MOVE  'DUP.txt'      TO  WK-GDG-SUFFIX
261015          PERFORM  RST-NAME-RTN
261015          MOVE  WK-GDG-FNAME   TO  WK-DUP-FNAME
261015          MOVE  'POSTERR.txt'  TO  WK-GDG-SUFFIX
261015          PERFORM  RST-NAME-RTN
261015          MOVE  WK-GDG-FNAME   TO  WK-PER-FNAME
261015          DISPLAY  "*** RESTART : FIRST-SEEN DATES AND "
261015                   "UNDELIVERABLE FLAGS FROM GENERATION "
261015                   WK-RST-GDG-NO  " ***"
261015      ELSE
261015          DISPLAY  "*** RESTART : NO GENERATION BEFORE SAMPLE "
261015                   "FOR " WK-RUN-DATE " - FIRST-SEEN DATES AND "
261015                   "UNDELIVERABLE FLAGS FROM PARTIAL OUTPUT ***"
261015      END-IF.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    世代カタログの1件読込み(最初に該当した世代を採る)
261015********************************************************
261015 RST-GDG-READ-RTN       SECTION.
261015      READ  CAT-FILE
261015        AT  END
261015           MOVE  "1"  TO  FLG-CAT-END
261015        NOT  AT  END
261015           IF  GDG-PGM  =  'SAMPLE'
261015               AND  GDG-DATE  =  WK-RUN-DATE
261015               AND  NOT  GDG-HIT
261015               MOVE  'Y'              TO  FLG-GDG-HIT
261015               MOVE  GDG-NO           TO  WK-RST-GDG-NO
261015               MOVE  GDG-SLOT         TO  WK-RST-SLOT
261015               MOVE  GDG-F-HELD (2)   TO  FLG-RST-OT1X
261015               MOVE  GDG-F-HELD (4)   TO  FLG-RST-REJ
261015               MOVE  GDG-F-HELD (5)   TO  FLG-RST-BDE
261015               MOVE  GDG-F-HELD (6)   TO  FLG-RST-DUP
261015               MOVE  GDG-F-HELD (7)   TO  FLG-RST-PER
261015           END-IF
261015      END-READ.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    世代ファイル名の編集(接頭辞+スロット+"_"+末尾)
261015********************************************************
261015 RST-NAME-RTN           SECTION.
261015      MOVE  SPACE  TO  WK-GDG-FNAME.
261015      STRING  WK-GDG-PREFIX   DELIMITED BY SPACE
261015              WK-RST-SLOT     DELIMITED BY SIZE
261015              "_"             DELIMITED BY SIZE
261015              WK-GDG-SUFFIX   DELIMITED BY SPACE
261015              INTO  WK-GDG-FNAME
261015      END-STRING.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    控え終わったら現行ファイル名へ戻し、世代の作成時に
261015*    無かったファイルの印も消す(出力は現行ファイルへ行う)
261015********************************************************
261015 RST-LIVE-RTN           SECTION.
261015      MOVE  WK-LIVE-OT1X  TO  WK-OT1X-FNAME.
261015      MOVE  WK-LIVE-REJ   TO  WK-REJ-FNAME.
261015      MOVE  WK-LIVE-BDE   TO  WK-BDE-FNAME.
261015      MOVE  WK-LIVE-DUP   TO  WK-DUP-FNAME.
261015      MOVE  WK-LIVE-PER   TO  WK-PER-FNAME.
261015      MOVE  SPACE  TO  FLG-RST-OT1X  FLG-RST-REJ  FLG-RST-BDE
261015                       FLG-RST-DUP   FLG-RST-PER.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    出力する OT1X-REC の宛所不明フラグを決める。前回フラグ
261015*    の立っていた会員番号で、郵便番号・住所とも前回と同じ
261015*    なら宛所不明日ごと引き継ぎ、どちらかが変わっていれば
261015*    解除する(SAMPLEMT の住所変更と同じ扱い)
261015********************************************************
261015 UND-GET-RTN            SECTION.
261015      MOVE  '0'   TO  OT1X-UND-FLAG.
261015      MOVE  ZERO  TO  OT1X-UND-DATE.
261015      IF  TBL-UND-CNT  >  0
261015          SET  UND-IDX  TO  1
261015          SEARCH  TBL-UND-ENT
261015            AT  END
261015              CONTINUE
261015            WHEN  UND-IDX  >  TBL-UND-CNT
261015              CONTINUE
261015            WHEN  UND-MID (UND-IDX)  =  OT1X-MEMBER-ID
261015              IF  UND-POSTAL (UND-IDX)   =  OT1X-POSTAL
261015                  AND  UND-ADDRESS (UND-IDX)  =  OT1X-ADDRESS
261015                  MOVE  '1'                  TO  OT1X-UND-FLAG
261015                  MOVE  UND-DATE (UND-IDX)   TO  OT1X-UND-DATE
261015                  ADD  1  TO  CNT-UND-KEEP
261015              ELSE
261015                  ADD  1  TO  CNT-UND-CLR
261015              END-IF
261015          END-SEARCH
261015      END-IF.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    統合対照(XRF-FILE)の旧会員番号をテーブルへ控える。
261015*    ファイルが無い(統合実績なし)場合は何もしない。それ以外
261015*    で開けない場合は、統合済みの会員番号を人物マスタへ戻して
261015*    しまうため起動を打ち切る
261015********************************************************
261015 XRF-LOAD-RTN           SECTION.
261015      MOVE  0      TO  TBL-XRF-CNT.
261015      MOVE  SPACE  TO  FLG-XRF-END.
261015      OPEN  INPUT  XRF-FILE.
261015      EVALUATE  WK-XRF-STATUS
261015        WHEN  "00"
261015            PERFORM  XRF-READ-RTN  UNTIL  FLG-XRF-END  =  "1"
261015            CLOSE  XRF-FILE
261015        WHEN  "35"
261015            CONTINUE
261015        WHEN  OTHER
261015            DISPLAY  "*** XRF-FILE OPEN ERROR : "
261015                     WK-XRF-STATUS  " - RUN ABORTED ***"
261015            MOVE  8     TO  RETURN-CODE
261015            MOVE  'E'   TO  WK-LOG-TYPE
261015            MOVE  ZERO  TO  WK-LOG-CNT
261015            PERFORM  RUN-LOG-RTN
261015            STOP  RUN
261015      END-EVALUATE.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    統合対照の1件読込み(あふれた場合は統合済みの判定が
261015*    保証できなくなるため実行を打ち切る)
261015********************************************************
261015 XRF-READ-RTN           SECTION.
261015      READ  XRF-FILE
261015        AT  END
261015           MOVE  "1"  TO  FLG-XRF-END
261015        NOT  AT  END
261015           IF  TBL-XRF-CNT  >=  TBL-XRF-MAX
261015               DISPLAY  "*** XRF TABLE OVERFLOW - RUN "
261015                        "ABORTED ***"
261015               MOVE  16  TO  RETURN-CODE
261015               STOP  RUN
261015           END-IF
261015           ADD  1  TO  TBL-XRF-CNT
261015           MOVE  XRF-OLD-MEMBER  TO  XRF-T-OLD (TBL-XRF-CNT)
261015      END-READ.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    入力レコードの会員番号が統合で消えた旧会員番号なら、
261015*    理由 MERGED の重複として退避させる(残したレコードの
261015*    通番は無いため 0 とする)
261015********************************************************
261015 XRF-CHK-RTN            SECTION.
261015      IF  TBL-XRF-CNT  >  0
261015          SET  XRF-IDX  TO  1
261015          SEARCH  TBL-XRF-ENT
261015            AT  END
261015              CONTINUE
261015            WHEN  XRF-IDX  >  TBL-XRF-CNT
261015              CONTINUE
261015            WHEN  XRF-T-OLD (XRF-IDX)  =  IN1-MEMBER-ID
261015              MOVE  'Y'       TO  FLG-DUP-FOUND
261015              MOVE  'MERGED'  TO  WK-DUP-REASON
261015              MOVE  ZERO      TO  WK-KEEP-SRC-SEQ
261015                                  WK-KEEP-GEN-ID
261015          END-SEARCH
261015      END-IF.
261015 EXT.
261015      EXIT.
