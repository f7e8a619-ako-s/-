       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SAMPLEMV.
      ********************************************************
      * プログラム名    ：さんぷる  げつじいどう
      * 内容            ：会員変更履歴ファイル(HST-FILE)の累積
      *                    から月次の会員異動報告(MVL-FILE)を作成
      *                    する。対象月(環境変数 SAMPLE_MVT_MONTH、
261007*                    YYYYMM。未指定時は OT1-FILE トレーラの
261007*                    実行日の前月)の追加(A)・削除(D)・変更(C)
      *                    と純増(追加－削除)を都道府県別と年代
      *                    区分別に集計し、続けて対象月までの
      *                    12 か月の推移を出力する。月末会員数は
      *                    履歴の先頭からの追加－削除の累計とし、
261007*                    その月の OT1-FILE トレーラ件数とは、
261007*                    トレーラ実行日までの適用日の履歴の累計
261007*                    (AT-TRL)で突合せる。トレーラ件数は実行
261007*                    のたびに月次トレーラ記録ファイル
261007*                    (MTR-FILE)へ月ごと
      *                    に控え(同じ月は新しい実行日で置換え)、
      *                    過去の月の突合せに使う。
      *                    都道府県は履歴の郵便番号から郵便番号
      *                    マスタ(PST-FILE)で求める。突合せ差異
      *                    があれば警告の終了コード(4)で終わる。
      * 作成日／作成者  ：２０２６年１０月０７日  保守担当
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
261007*    ファイル名は WK-xxx-FNAME (環境変数で実行時指定可)
261007*    会員変更履歴ファイル(SAMPLEHU が累積追記したもの)
261007     SELECT  HST-FILE  ASSIGN TO  DYNAMIC
261007             WK-HST-FNAME
261007             ORGANIZATION  LINE  SEQUENTIAL
261007             FILE STATUS   WK-HST-STATUS.
261007*    人物マスタ変換ファイル(トレーラ件数だけを参照する)
261007     SELECT  OT1-FILE  ASSIGN TO  DYNAMIC
261007             WK-OT1-FNAME
261007             ORGANIZATION  LINE  SEQUENTIAL
261007             FILE STATUS   WK-OT1-STATUS.
261007*    郵便番号マスタ(SAMPLEPL が作成する参照マスタ)
261007     SELECT  PST-FILE  ASSIGN TO  DYNAMIC
261007             WK-PST-FNAME
261007             ORGANIZATION  INDEXED
261007             ACCESS MODE  RANDOM
261007             RECORD KEY   PST-CODE
261007             FILE STATUS  WK-PST-STATUS.
261007*    月次トレーラ記録ファイル(読込み後に全件書き直す)
261007     SELECT  MTR-FILE  ASSIGN TO  DYNAMIC
261007             WK-MTR-FNAME
261007             ORGANIZATION  LINE  SEQUENTIAL
261007             FILE STATUS   WK-MTR-STATUS.
261007*    月次会員異動報告
261007     SELECT  MVL-FILE  ASSIGN TO  DYNAMIC
261007             WK-MVL-FNAME
261007             ORGANIZATION  LINE  SEQUENTIAL
261007             FILE STATUS   WK-MVL-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
261007*    履歴レコードの定義は COPY 句 HSTREC を参照
261007 FD  HST-FILE.
261007 COPY  HSTREC.
      *
261007 FD  OT1-FILE.
261007*    レコード定義は COPY 句 OT1REC を参照
261007 COPY  OT1REC.
261007*    末尾の件数チェック用トレーラも同じ領域で参照する
261007 COPY  OT1TRLR.
      *
261007*    郵便番号マスタのレコード定義は COPY 句 PSTREC を参照
261007 FD  PST-FILE.
261007 COPY  PSTREC.
      *
261007*    月次トレーラ記録(1か月1件)
261007 FD  MTR-FILE.
261007 01  MTR-REC.
261007*      対象月 YYYYMM
261007   05  MTR-MONTH        PIC  9(06).
261007   05  MTR-CM1          PIC  X(01).
261007*      その月の最後に控えた OT1-FILE トレーラの件数と実行日
261007   05  MTR-TRL-CNT      PIC  9(09).
261007   05  MTR-CM2          PIC  X(01).
261007   05  MTR-TRL-DATE     PIC  9(08).
261007   05  MTR-CM3          PIC  X(01).
261007*      控えた日(本プログラムの実行日)
261007   05  MTR-CAP-DATE     PIC  9(08).
      *
261007*    月次会員異動報告(印字イメージ)
261007 FD  MVL-FILE.
261007 01  MVL-REC              PIC  X(132).
      *
       WORKING-STORAGE        SECTION.
261007 01  FLG-AREA.
261007   05  FLG-HST-END      PIC  X(01).
261007   05  FLG-OT1-END      PIC  X(01).
261007   05  FLG-MTR-END      PIC  X(01).
261007*    OT1-FILE にトレーラがあったかどうか
261007   05  FLG-TRL          PIC  X(01).
261007     88 TRL-FOUND       VALUE  'Y'.
261007*    郵便番号マスタが使えるかどうか
261007   05  FLG-PST          PIC  X(01).
261007     88 PST-MASTER-OK   VALUE  'Y'.
261007*    月次トレーラ記録が読めなかった(未作成以外の理由)。
261007*    この場合は記録を書き直さない
261007   05  FLG-MTR-ERR      PIC  X(01).
261007     88 MTR-ERROR       VALUE  'Y'.
261007*    履歴ファイルが開けなかった
261007   05  FLG-ERROR        PIC  X(01).
261007     88 RUN-ERROR       VALUE  'Y'.
261007*    警告(トレーラ無し・郵便番号マスタ無し・突合せ差異)
261007   05  FLG-WARN         PIC  X(01).
261007     88 RUN-WARN        VALUE  'Y'.
261007*    テーブル検索で該当要素が見つかったか
261007   05  FLG-FOUND        PIC  X(01).
261007     88 ENT-FOUND       VALUE  'Y'.
261007 01  CNT-AREA.
261007   05   CNT-HST         PIC  9(09).
261007*      対象月より後の履歴と、区分が A/C/D 以外の履歴
261007   05   CNT-LATER       PIC  9(09).
261007   05   CNT-BADACT      PIC  9(09).
261007*      推移の突合せで差異のあった月数
261007   05   CNT-DIFF        PIC  9(09).
261007 01  WK-FNAME-AREA.
261007*      実行時に使用するファイル名(未指定時は既定値を使用)
261007   05   WK-HST-FNAME    PIC  X(40)
261007                  VALUE  "C:\GnuCobol\file\SAMPLE_HISTORY.txt".
261007   05   WK-OT1-FNAME    PIC  X(40)
261007                  VALUE  "C:\GnuCobol\file\SAMPLE_OUT.txt".
261007   05   WK-PST-FNAME    PIC  X(40)
261007                  VALUE  "C:\GnuCobol\file\SAMPLE_POSTAL.dat".
261007   05   WK-MTR-FNAME    PIC  X(40)
261007                  VALUE  "C:\GnuCobol\file\SAMPLE_MONTHTRL.txt".
261007   05   WK-MVL-FNAME    PIC  X(40)
261007                  VALUE  "C:\GnuCobol\file\SAMPLE_MOVEMENT.txt".
261007   05   WK-ENV-FNAME    PIC  X(40).
261007*      対象月の指定(環境変数 SAMPLE_MVT_MONTH)
261007   05   WK-ENV-MONTH    PIC  X(06).
261007 01  WK-STATUS-AREA.
261007   05   WK-HST-STATUS   PIC  X(02).
261007   05   WK-OT1-STATUS   PIC  X(02).
261007   05   WK-PST-STATUS   PIC  X(02).
261007   05   WK-MTR-STATUS   PIC  X(02).
261007   05   WK-MVL-STATUS   PIC  X(02).
261007 01  WK-DATE-AREA.
261007   05   WK-RUN-DATE     PIC  9(08).
261007 01  WK-MV-AREA.
261007*      対象月と推移の先頭月 YYYYMM
261007   05   WK-RPT-MONTH    PIC  9(06).
261007   05   WK-RPT-MONTH-R  REDEFINES  WK-RPT-MONTH.
261007     10  WK-RPT-YYYY    PIC  9(04).
261007     10  WK-RPT-MM      PIC  9(02).
261007   05   WK-TOP-MONTH    PIC  9(06).
261007   05   WK-TOP-MONTH-R  REDEFINES  WK-TOP-MONTH.
261007     10  WK-TOP-YYYY    PIC  9(04).
261007     10  WK-TOP-MM      PIC  9(02).
261007*      推移の月を求める作業月
261007   05   WK-WRK-MONTH    PIC  9(06).
261007   05   WK-WRK-MONTH-R  REDEFINES  WK-WRK-MONTH.
261007     10  WK-WRK-YYYY    PIC  9(04).
261007     10  WK-WRK-MM      PIC  9(02).
261007*      履歴の適用日(年月で推移の何か月目かを求める)
261007   05   WK-EFF-DATE     PIC  9(08).
261007   05   WK-EFF-DATE-R  REDEFINES  WK-EFF-DATE.
261007     10  WK-EFF-MONTH   PIC  9(06).
261007     10  WK-EFF-MONTH-R  REDEFINES  WK-EFF-MONTH.
261007       15  WK-EFF-YYYY  PIC  9(04).
261007       15  WK-EFF-MM    PIC  9(02).
261007     10  WK-EFF-DD      PIC  9(02).
261007*      推移テーブルの位置(1:先頭月 … 12:対象月)
261007   05   WK-TRD-IX       PIC  9(02).
261007*      推移の先頭月より前の累計(追加－削除)
261007   05   WK-OPEN-CNT     PIC  S9(09).
261007*      OT1-FILE トレーラの件数と実行日
261007   05   WK-TRL-CNT      PIC  9(09).
261007   05   WK-TRL-DATE     PIC  9(08).
261007   05   WK-TRL-DATE-R  REDEFINES  WK-TRL-DATE.
261007     10  WK-TRL-MONTH   PIC  9(06).
261007     10  WK-TRL-DD      PIC  9(02).
261007*      集計用の受渡しワーク(都道府県コード・名)
261007   05   WK-PREF-CD      PIC  X(02).
261007*      集計表の先頭欄の見出し
261007   05   WK-HDR-CD       PIC  X(04).
261007   05   WK-PREF-NAME    PIC  X(20).
261007*      掃き出し用添字
261007   05   WK-SWEEP-IX     PIC  9(04).
261007*      純増・差異の計算ワーク
261007   05   WK-NET          PIC  S9(09).
261007   05   WK-DIFF         PIC  S9(09).
261007*      トレーラ実行日時点の会員数(突合せ用)
261007   05   WK-AT-TRL       PIC  S9(09).
261007*      推移の突合せ結果の表示
261007   05   WK-STATUS-TXT   PIC  X(10).
261007*      印字用の編集項目
261007   05   WK-ED-CNT1      PIC  Z(07)9.
261007   05   WK-ED-CNT2      PIC  Z(07)9.
261007   05   WK-ED-CNT3      PIC  Z(07)9.
261007   05   WK-ED-NET       PIC  -(08)9.
261007   05   WK-ED-END       PIC  -(09)9.
261007   05   WK-ED-TRL       PIC  Z(08)9.
261007   05   WK-ED-DIFF      PIC  -(09)9.
261007*    都道府県別の集計表(対象月。コードの無いものは '??')
261007 01  TBL-PRF-AREA.
261007   05   TBL-PRF-MAX     PIC  9(02)  VALUE  50.
261007   05   TBL-PRF-CNT     PIC  9(02)  VALUE  0.
261007   05   TBL-PRF-ENT     OCCURS  50  TIMES
261007                        INDEXED  BY  PRF-IDX.
261007     10  PRF-T-CD       PIC  X(02).
261007     10  PRF-T-NAME     PIC  X(20).
261007     10  PRF-T-ADD      PIC  9(07).
261007     10  PRF-T-DEL      PIC  9(07).
261007     10  PRF-T-CHG      PIC  9(07).
261007*    年代区分別の集計表(対象月。1-7 以外は 8 行目)
261007 01  TBL-BRK-AREA.
261007   05   TBL-BRK-ENT     OCCURS  8  TIMES.
261007     10  BRK-T-CD       PIC  X(01).
261007     10  BRK-T-NAME     PIC  X(12).
261007     10  BRK-T-ADD      PIC  9(07).
261007     10  BRK-T-DEL      PIC  9(07).
261007     10  BRK-T-CHG      PIC  9(07).
261007*    合計行(都道府県別・年代区分別で共用)
261007 01  WK-TOTAL-AREA.
261007   05   TOT-ADD         PIC  9(07).
261007   05   TOT-DEL         PIC  9(07).
261007   05   TOT-CHG         PIC  9(07).
261007*    12 か月の推移テーブル
261007 01  TBL-TRD-AREA.
261007   05   TBL-TRD-ENT     OCCURS  12  TIMES.
261007     10  TRD-T-MONTH    PIC  9(06).
261007     10  TRD-T-ADD      PIC  9(07).
261007     10  TRD-T-DEL      PIC  9(07).
261007     10  TRD-T-CHG      PIC  9(07).
261007*      履歴から求めた月末会員数
261007     10  TRD-T-END      PIC  S9(09).
261007*      その月のトレーラ実行日より後の履歴の純増(突合せは
261007*      月末会員数からこれを除いた AT-TRL で行う)
261007     10  TRD-T-AFT      PIC  S9(07).
261007*      その月の OT1-FILE トレーラ(無ければ日付ゼロ)
261007     10  TRD-T-TRL-CNT  PIC  9(09).
261007     10  TRD-T-TRL-DATE PIC  9(08).
261007*    月次トレーラ記録のテーブル
261007 01  TBL-MTR-AREA.
261007   05   TBL-MTR-MAX     PIC  9(04)  VALUE  600.
261007   05   TBL-MTR-CNT     PIC  9(04)  VALUE  0.
261007   05   TBL-MTR-ENT     OCCURS  600  TIMES
261007                        INDEXED  BY  MTR-IDX.
261007     10  MTR-T-MONTH    PIC  9(06).
261007     10  MTR-T-TRL-CNT  PIC  9(09).
261007     10  MTR-T-TRL-DATE PIC  9(08).
261007     10  MTR-T-CAP-DATE PIC  9(08).
261007*    並べ替え用ワーク(都道府県コード順の選択ソート)
261007 01  WK-SORT-AREA.
261007   05   WK-SORT-I       PIC  9(02).
261007   05   WK-SORT-J       PIC  9(02).
261007   05   WK-SORT-TOP     PIC  9(02).
261007   05   WK-SWAP-ENT     PIC  X(43).
      *
      ********************************************************
      *    さんぷる げつじいどう コントロール
      ********************************************************
       PROCEDURE              DIVISION.
261007     PERFORM  INIT-RTN.
261007     PERFORM  HST-RTN  UNTIL  FLG-HST-END  =  "1".
261007     PERFORM  END-RTN.
261007     STOP  RUN.
261007********************************************************
261007*    初期処理
261007********************************************************
261007 INIT-RTN               SECTION.
261007      DISPLAY  "*** SAMPLEMV START ***".
261007      INITIALIZE         FLG-AREA
261007                         CNT-AREA
261007                         TBL-BRK-AREA
261007                         TBL-TRD-AREA.
261007      ACCEPT  WK-RUN-DATE  FROM  DATE  YYYYMMDD.
261007      MOVE  ZERO  TO  WK-OPEN-CNT  WK-TRL-CNT  WK-TRL-DATE.
261007*    未設定時は WK-FNAME-AREA の既定値のまま変更しない
261007      DISPLAY  "SAMPLE_HST_FILE"  UPON  ENVIRONMENT-NAME.
261007      MOVE  SPACE        TO  WK-ENV-FNAME.
261007      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261007      IF  WK-ENV-FNAME  NOT  =  SPACE
261007          MOVE  WK-ENV-FNAME  TO  WK-HST-FNAME
261007      END-IF.
261007      DISPLAY  "SAMPLE_OT1_FILE"  UPON  ENVIRONMENT-NAME.
261007      MOVE  SPACE        TO  WK-ENV-FNAME.
261007      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261007      IF  WK-ENV-FNAME  NOT  =  SPACE
261007          MOVE  WK-ENV-FNAME  TO  WK-OT1-FNAME
261007      END-IF.
261007      DISPLAY  "SAMPLE_PST_FILE"  UPON  ENVIRONMENT-NAME.
261007      MOVE  SPACE        TO  WK-ENV-FNAME.
261007      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261007      IF  WK-ENV-FNAME  NOT  =  SPACE
261007          MOVE  WK-ENV-FNAME  TO  WK-PST-FNAME
261007      END-IF.
261007      DISPLAY  "SAMPLE_MTR_FILE"  UPON  ENVIRONMENT-NAME.
261007      MOVE  SPACE        TO  WK-ENV-FNAME.
261007      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261007      IF  WK-ENV-FNAME  NOT  =  SPACE
261007          MOVE  WK-ENV-FNAME  TO  WK-MTR-FNAME
261007      END-IF.
261007      DISPLAY  "SAMPLE_MVL_FILE"  UPON  ENVIRONMENT-NAME.
261007      MOVE  SPACE        TO  WK-ENV-FNAME.
261007      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261007      IF  WK-ENV-FNAME  NOT  =  SPACE
261007          MOVE  WK-ENV-FNAME  TO  WK-MVL-FNAME
261007      END-IF.
261007*    OT1-FILE のトレーラを控え、月次トレーラ記録を更新する
261007      PERFORM  TRL-RTN.
261007      PERFORM  MTR-RTN.
261007*    対象月(指定が無ければトレーラの前月、トレーラも無け
261007*    れば実行日の前月。月初に前月分を締める運用のため)
261007      DISPLAY  "SAMPLE_MVT_MONTH"  UPON  ENVIRONMENT-NAME.
261007      MOVE  SPACE        TO  WK-ENV-MONTH.
261007      ACCEPT  WK-ENV-MONTH  FROM  ENVIRONMENT-VALUE.
261007      EVALUATE  TRUE
261007        WHEN  WK-ENV-MONTH  IS  NUMERIC
261007            MOVE  WK-ENV-MONTH  TO  WK-RPT-MONTH
261007            IF  WK-RPT-MM  <  1  OR  WK-RPT-MM  >  12
261007                DISPLAY  "*** INVALID SAMPLE_MVT_MONTH = "
261007                         WK-ENV-MONTH  " ***"
261007                MOVE  8  TO  RETURN-CODE
261007                STOP  RUN
261007            END-IF
261007        WHEN  WK-ENV-MONTH  NOT  =  SPACE
261007            DISPLAY  "*** INVALID SAMPLE_MVT_MONTH = "
261007                     WK-ENV-MONTH  " ***"
261007            MOVE  8  TO  RETURN-CODE
261007            STOP  RUN
261007        WHEN  TRL-FOUND
261007            MOVE  WK-TRL-MONTH      TO  WK-RPT-MONTH
261007            PERFORM  RPT-PREV-RTN
261007        WHEN  OTHER
261007            MOVE  WK-RUN-DATE(1:6)  TO  WK-RPT-MONTH
261007            PERFORM  RPT-PREV-RTN
261007      END-EVALUATE.
261007      DISPLAY  "*** SAMPLEMV MONTH = " WK-RPT-MONTH " ***".
261007*    推移の 12 か月(対象月から11か月遡った月が先頭)と、
261007*    各月の OT1-FILE トレーラ
261007      MOVE  WK-RPT-MONTH  TO  WK-WRK-MONTH.
261007      PERFORM  TRD-SET-RTN
261007        VARYING  WK-TRD-IX  FROM  12  BY  -1
261007        UNTIL    WK-TRD-IX  <  1.
261007      MOVE  TRD-T-MONTH (1)  TO  WK-TOP-MONTH.
261007*    年代区分の見出し
261007      MOVE  '1'  TO  BRK-T-CD (1).
261007      MOVE  'UNDER 20'     TO  BRK-T-NAME (1).
261007      MOVE  '2'  TO  BRK-T-CD (2).
261007      MOVE  '20-29'        TO  BRK-T-NAME (2).
261007      MOVE  '3'  TO  BRK-T-CD (3).
261007      MOVE  '30-39'        TO  BRK-T-NAME (3).
261007      MOVE  '4'  TO  BRK-T-CD (4).
261007      MOVE  '40-49'        TO  BRK-T-NAME (4).
261007      MOVE  '5'  TO  BRK-T-CD (5).
261007      MOVE  '50-59'        TO  BRK-T-NAME (5).
261007      MOVE  '6'  TO  BRK-T-CD (6).
261007      MOVE  '60-69'        TO  BRK-T-NAME (6).
261007      MOVE  '7'  TO  BRK-T-CD (7).
261007      MOVE  '70 AND OVER'  TO  BRK-T-NAME (7).
261007      MOVE  '?'  TO  BRK-T-CD (8).
261007      MOVE  'UNKNOWN'      TO  BRK-T-NAME (8).
261007*    郵便番号マスタは参照のみ。開けない場合は都道府県を
261007*    '??' に集約して処理は続行する
261007      OPEN  INPUT  PST-FILE.
261007      IF  WK-PST-STATUS  =  "00"
261007          MOVE  'Y'  TO  FLG-PST
261007      ELSE
261007          DISPLAY  "*** POSTAL MASTER NOT AVAILABLE : "
261007                   WK-PST-STATUS  " - PREFECTURE UNKNOWN ***"
261007          MOVE  'Y'  TO  FLG-WARN
261007      END-IF.
261007*    履歴ファイルは必須
261007      OPEN  INPUT  HST-FILE.
261007      IF  WK-HST-STATUS  NOT  =  "00"
261007          DISPLAY  "*** HST-FILE OPEN ERROR : "
261007                   WK-HST-STATUS  " ***"
261007          MOVE  'Y'  TO  FLG-ERROR
261007          MOVE  "1"  TO  FLG-HST-END
261007      END-IF.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    対象月を1か月前に戻す(既定の対象月を求める)
261007********************************************************
261007 RPT-PREV-RTN           SECTION.
261007      IF  WK-RPT-MM  =  1
261007          SUBTRACT  1  FROM  WK-RPT-YYYY
261007          MOVE  12  TO  WK-RPT-MM
261007      ELSE
261007          SUBTRACT  1  FROM  WK-RPT-MM
261007      END-IF.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    OT1-FILE を読み通して末尾のトレーラを控える
261007*    (開けない・トレーラが無い場合は警告として続行する)
261007********************************************************
261007 TRL-RTN                SECTION.
261007      OPEN  INPUT  OT1-FILE.
261007      IF  WK-OT1-STATUS  NOT  =  "00"
261007          DISPLAY  "*** OT1-FILE OPEN ERROR : "
261007                   WK-OT1-STATUS  " - NO TRAILER CAPTURED ***"
261007          MOVE  'Y'  TO  FLG-WARN
261007      ELSE
261007          PERFORM  TRL-READ-RTN  UNTIL  FLG-OT1-END  =  "1"
261007          CLOSE  OT1-FILE
261007          IF  TRL-FOUND
261007              DISPLAY  "*** OT1 TRAILER COUNT = "  WK-TRL-CNT
261007                       " DATE = "  WK-TRL-DATE  " ***"
261007          ELSE
261007              DISPLAY  "*** OT1-FILE HAS NO TRAILER ***"
261007              MOVE  'Y'  TO  FLG-WARN
261007          END-IF
261007      END-IF.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    OT1-FILE の1件読込み(トレーラだけを控える)
261007********************************************************
261007 TRL-READ-RTN           SECTION.
261007      READ  OT1-FILE
261007        AT  END
261007           MOVE  "1"  TO  FLG-OT1-END
261007        NOT  AT  END
261007           IF  OT1-TRL-MARK(1:7)  =  'TRAILER'
261007               MOVE  'Y'              TO  FLG-TRL
261007               MOVE  OT1-TRL-CNT      TO  WK-TRL-CNT
261007               MOVE  OT1-TRL-RUNDATE  TO  WK-TRL-DATE
261007           END-IF
261007      END-READ.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    月次トレーラ記録の読込みと更新(今回のトレーラを
261007*    その月の記録として登録し、全件を書き直す。未作成
261007*    (status 35)なら新規作成する)
261007********************************************************
261007 MTR-RTN                SECTION.
261007      OPEN  INPUT  MTR-FILE.
261007      EVALUATE  WK-MTR-STATUS
261007        WHEN  "00"
261007            PERFORM  MTR-READ-RTN  UNTIL  FLG-MTR-END  =  "1"
261007            CLOSE  MTR-FILE
261007        WHEN  "35"
261007            CONTINUE
261007        WHEN  OTHER
261007            DISPLAY  "*** MTR-FILE OPEN ERROR : "
261007                     WK-MTR-STATUS  " - TREND NOT UPDATED ***"
261007            MOVE  'Y'  TO  FLG-MTR-ERR  FLG-WARN
261007      END-EVALUATE.
261007      IF  TRL-FOUND  AND  NOT  MTR-ERROR
261007          PERFORM  MTR-PUT-RTN
261007          OPEN  OUTPUT  MTR-FILE
261007          IF  WK-MTR-STATUS  NOT  =  "00"
261007              DISPLAY  "*** MTR-FILE OPEN ERROR : "
261007                       WK-MTR-STATUS  " - TREND NOT SAVED ***"
261007              MOVE  'Y'  TO  FLG-WARN
261007          ELSE
261007              MOVE  1  TO  WK-SWEEP-IX
261007              PERFORM  MTR-SAVE-RTN  TBL-MTR-CNT  TIMES
261007              CLOSE  MTR-FILE
261007          END-IF
261007      END-IF.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    月次トレーラ記録1件の読込み
261007********************************************************
261007 MTR-READ-RTN           SECTION.
261007      READ  MTR-FILE
261007        AT  END
261007           MOVE  "1"  TO  FLG-MTR-END
261007        NOT  AT  END
261007           IF  TBL-MTR-CNT  >=  TBL-MTR-MAX
261007               DISPLAY  "*** MTR TABLE OVERFLOW - RUN "
261007                        "ABORTED ***"
261007               MOVE  16  TO  RETURN-CODE
261007               STOP  RUN
261007           END-IF
261007           ADD  1  TO  TBL-MTR-CNT
261007           MOVE  MTR-MONTH     TO  MTR-T-MONTH (TBL-MTR-CNT)
261007           MOVE  MTR-TRL-CNT   TO  MTR-T-TRL-CNT (TBL-MTR-CNT)
261007           MOVE  MTR-TRL-DATE  TO  MTR-T-TRL-DATE (TBL-MTR-CNT)
261007           MOVE  MTR-CAP-DATE  TO  MTR-T-CAP-DATE (TBL-MTR-CNT)
261007      END-READ.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    今回のトレーラの登録(同じ月の記録があれば、実行日が
261007*    同じか新しい場合だけ置き換える)
261007********************************************************
261007 MTR-PUT-RTN            SECTION.
261007      MOVE  SPACE  TO  FLG-FOUND.
261007      IF  TBL-MTR-CNT  >  0
261007          SET  MTR-IDX  TO  1
261007          SEARCH  TBL-MTR-ENT
261007            AT  END
261007              CONTINUE
261007            WHEN  MTR-IDX  >  TBL-MTR-CNT
261007              CONTINUE
261007            WHEN  MTR-T-MONTH (MTR-IDX)  =  WK-TRL-MONTH
261007              MOVE  'Y'  TO  FLG-FOUND
261007              IF  WK-TRL-DATE  >=  MTR-T-TRL-DATE (MTR-IDX)
261007                  MOVE  WK-TRL-CNT
261007                        TO  MTR-T-TRL-CNT (MTR-IDX)
261007                  MOVE  WK-TRL-DATE
261007                        TO  MTR-T-TRL-DATE (MTR-IDX)
261007                  MOVE  WK-RUN-DATE
261007                        TO  MTR-T-CAP-DATE (MTR-IDX)
261007              END-IF
261007          END-SEARCH
261007      END-IF.
261007      IF  NOT  ENT-FOUND
261007          IF  TBL-MTR-CNT  >=  TBL-MTR-MAX
261007              DISPLAY  "*** MTR TABLE OVERFLOW - RUN "
261007                       "ABORTED ***"
261007              MOVE  16  TO  RETURN-CODE
261007              STOP  RUN
261007          END-IF
261007          ADD  1  TO  TBL-MTR-CNT
261007          MOVE  WK-TRL-MONTH  TO  MTR-T-MONTH (TBL-MTR-CNT)
261007          MOVE  WK-TRL-CNT    TO  MTR-T-TRL-CNT (TBL-MTR-CNT)
261007          MOVE  WK-TRL-DATE   TO  MTR-T-TRL-DATE (TBL-MTR-CNT)
261007          MOVE  WK-RUN-DATE   TO  MTR-T-CAP-DATE (TBL-MTR-CNT)
261007      END-IF.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    月次トレーラ記録1件の書き出し
261007********************************************************
261007 MTR-SAVE-RTN           SECTION.
261007      MOVE  SPACE  TO  MTR-REC.
261007      MOVE  MTR-T-MONTH (WK-SWEEP-IX)     TO  MTR-MONTH.
261007      MOVE  MTR-T-TRL-CNT (WK-SWEEP-IX)   TO  MTR-TRL-CNT.
261007      MOVE  MTR-T-TRL-DATE (WK-SWEEP-IX)  TO  MTR-TRL-DATE.
261007      MOVE  MTR-T-CAP-DATE (WK-SWEEP-IX)  TO  MTR-CAP-DATE.
261007      MOVE  ','  TO  MTR-CM1  MTR-CM2  MTR-CM3.
261007      WRITE  MTR-REC.
261007      ADD  1  TO  WK-SWEEP-IX.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    推移テーブル1か月分の設定(作業月を1か月ずつ遡る)
261007*    と、月次トレーラ記録からその月のトレーラの引当て
261007********************************************************
261007 TRD-SET-RTN            SECTION.
261007      MOVE  WK-WRK-MONTH  TO  TRD-T-MONTH (WK-TRD-IX).
261007      IF  TBL-MTR-CNT  >  0
261007          SET  MTR-IDX  TO  1
261007          SEARCH  TBL-MTR-ENT
261007            AT  END
261007              CONTINUE
261007            WHEN  MTR-IDX  >  TBL-MTR-CNT
261007              CONTINUE
261007            WHEN  MTR-T-MONTH (MTR-IDX)  =  WK-WRK-MONTH
261007              MOVE  MTR-T-TRL-CNT (MTR-IDX)
261007                    TO  TRD-T-TRL-CNT (WK-TRD-IX)
261007              MOVE  MTR-T-TRL-DATE (MTR-IDX)
261007                    TO  TRD-T-TRL-DATE (WK-TRD-IX)
261007          END-SEARCH
261007      END-IF.
261007      IF  WK-WRK-MM  =  1
261007          SUBTRACT  1  FROM  WK-WRK-YYYY
261007          MOVE  12  TO  WK-WRK-MM
261007      ELSE
261007          SUBTRACT  1  FROM  WK-WRK-MM
261007      END-IF.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    履歴1件の集計(推移の先頭月より前は累計だけに、
261007*    推移の期間は月別に、対象月は都道府県・年代区分別
261007*    にも加える。対象月より後の履歴は数えない)
261007********************************************************
261007 HST-RTN                SECTION.
261007      READ  HST-FILE
261007        AT  END
261007           MOVE  "1"  TO  FLG-HST-END
261007           CLOSE  HST-FILE
261007        NOT  AT  END
261007           ADD  1  TO  CNT-HST
261007           MOVE  HST-EFF-DATE  TO  WK-EFF-DATE
261007           EVALUATE  TRUE
261007             WHEN  HST-ACTION  NOT  =  'A'  AND  'C'  AND  'D'
261007                 ADD  1  TO  CNT-BADACT
261007             WHEN  WK-EFF-MONTH  >  WK-RPT-MONTH
261007                 ADD  1  TO  CNT-LATER
261007             WHEN  WK-EFF-MONTH  <  WK-TOP-MONTH
261007                 IF  HST-ACTION  =  'A'
261007                     ADD  1  TO  WK-OPEN-CNT
261007                 END-IF
261007                 IF  HST-ACTION  =  'D'
261007                     SUBTRACT  1  FROM  WK-OPEN-CNT
261007                 END-IF
261007             WHEN  OTHER
261007                 PERFORM  TRD-ADD-RTN
261007           END-EVALUATE
261007      END-READ.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    推移の期間内の履歴1件の月別集計
261007********************************************************
261007 TRD-ADD-RTN            SECTION.
261007      COMPUTE  WK-TRD-IX  =  ( WK-EFF-YYYY  -  WK-TOP-YYYY )
261007                             *  12
261007                          +  WK-EFF-MM  -  WK-TOP-MM  +  1.
261007      EVALUATE  HST-ACTION
261007        WHEN  'A'
261007            ADD  1  TO  TRD-T-ADD (WK-TRD-IX)
261007        WHEN  'D'
261007            ADD  1  TO  TRD-T-DEL (WK-TRD-IX)
261007        WHEN  OTHER
261007            ADD  1  TO  TRD-T-CHG (WK-TRD-IX)
261007      END-EVALUATE.
261007*    その月のトレーラ実行日より後の追加・削除は別に控える
261007      IF  TRD-T-TRL-DATE (WK-TRD-IX)  >  0
261007          AND  WK-EFF-DATE  >  TRD-T-TRL-DATE (WK-TRD-IX)
261007          IF  HST-ACTION  =  'A'
261007              ADD  1  TO  TRD-T-AFT (WK-TRD-IX)
261007          END-IF
261007          IF  HST-ACTION  =  'D'
261007              SUBTRACT  1  FROM  TRD-T-AFT (WK-TRD-IX)
261007          END-IF
261007      END-IF.
261007      IF  WK-TRD-IX  =  12
261007          PERFORM  PRF-ADD-RTN
261007          PERFORM  BRK-ADD-RTN
261007      END-IF.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    都道府県別の集計(郵便番号マスタで都道府県を求める。
261007*    求められないものは '??' に集約する)
261007********************************************************
261007 PRF-ADD-RTN            SECTION.
261007      MOVE  '??'       TO  WK-PREF-CD.
261007      MOVE  'UNKNOWN'  TO  WK-PREF-NAME.
261007      IF  PST-MASTER-OK  AND  HST-POSTAL  IS  NUMERIC
261007          MOVE  HST-POSTAL  TO  PST-CODE
261007          READ  PST-FILE
261007            INVALID  KEY
261007              CONTINUE
261007            NOT  INVALID  KEY
261007              MOVE  PST-PREF-CD    TO  WK-PREF-CD
261007              MOVE  PST-PREF-NAME  TO  WK-PREF-NAME
261007          END-READ
261007      END-IF.
261007      MOVE  SPACE  TO  FLG-FOUND.
261007      IF  TBL-PRF-CNT  >  0
261007          SET  PRF-IDX  TO  1
261007          SEARCH  TBL-PRF-ENT
261007            AT  END
261007              CONTINUE
261007            WHEN  PRF-IDX  >  TBL-PRF-CNT
261007              CONTINUE
261007            WHEN  PRF-T-CD (PRF-IDX)  =  WK-PREF-CD
261007              MOVE  'Y'  TO  FLG-FOUND
261007          END-SEARCH
261007      END-IF.
261007      IF  NOT  ENT-FOUND
261007          IF  TBL-PRF-CNT  >=  TBL-PRF-MAX
261007              DISPLAY  "*** PREF TABLE OVERFLOW - RUN "
261007                       "ABORTED ***"
261007              MOVE  16  TO  RETURN-CODE
261007              STOP  RUN
261007          END-IF
261007          ADD  1  TO  TBL-PRF-CNT
261007          SET  PRF-IDX  TO  TBL-PRF-CNT
261007          MOVE  WK-PREF-CD    TO  PRF-T-CD (PRF-IDX)
261007          MOVE  WK-PREF-NAME  TO  PRF-T-NAME (PRF-IDX)
261007          MOVE  ZERO          TO  PRF-T-ADD (PRF-IDX)
261007                                  PRF-T-DEL (PRF-IDX)
261007                                  PRF-T-CHG (PRF-IDX)
261007      END-IF.
261007      EVALUATE  HST-ACTION
261007        WHEN  'A'
261007            ADD  1  TO  PRF-T-ADD (PRF-IDX)
261007        WHEN  'D'
261007            ADD  1  TO  PRF-T-DEL (PRF-IDX)
261007        WHEN  OTHER
261007            ADD  1  TO  PRF-T-CHG (PRF-IDX)
261007      END-EVALUATE.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    年代区分別の集計(1-7 以外は不明の行へ)
261007********************************************************
261007 BRK-ADD-RTN            SECTION.
261007      IF  HST-AGE-BRK  >=  '1'  AND  HST-AGE-BRK  <=  '7'
261007          MOVE  HST-AGE-BRK  TO  WK-SWEEP-IX
261007      ELSE
261007          MOVE  8  TO  WK-SWEEP-IX
261007      END-IF.
261007      EVALUATE  HST-ACTION
261007        WHEN  'A'
261007            ADD  1  TO  BRK-T-ADD (WK-SWEEP-IX)
261007        WHEN  'D'
261007            ADD  1  TO  BRK-T-DEL (WK-SWEEP-IX)
261007        WHEN  OTHER
261007            ADD  1  TO  BRK-T-CHG (WK-SWEEP-IX)
261007      END-EVALUATE.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    月末会員数の累計と、OT1-FILE トレーラとの突合せ
261007*    (突合せはトレーラ実行日時点の累計で行う)
261007********************************************************
261007 TRD-CALC-RTN           SECTION.
261007      IF  WK-TRD-IX  =  1
261007          COMPUTE  TRD-T-END (1)  =  WK-OPEN-CNT
261007                                  +  TRD-T-ADD (1)
261007                                  -  TRD-T-DEL (1)
261007      ELSE
261007          COMPUTE  TRD-T-END (WK-TRD-IX)
261007                       =  TRD-T-END (WK-TRD-IX - 1)
261007                       +  TRD-T-ADD (WK-TRD-IX)
261007                       -  TRD-T-DEL (WK-TRD-IX)
261007      END-IF.
261007      IF  TRD-T-TRL-DATE (WK-TRD-IX)  >  0
261007          COMPUTE  WK-AT-TRL  =  TRD-T-END (WK-TRD-IX)
261007                              -  TRD-T-AFT (WK-TRD-IX)
261007          IF  WK-AT-TRL  NOT  =  TRD-T-TRL-CNT (WK-TRD-IX)
261007              ADD  1  TO  CNT-DIFF
261007          END-IF
261007      END-IF.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    都道府県別の集計表をコード順に並べ替える(選択ソート)
261007********************************************************
261007 SORT-RTN               SECTION.
261007      IF  TBL-PRF-CNT  >  1
261007          PERFORM  SORT-PASS-RTN
261007            VARYING  WK-SORT-I  FROM  1  BY  1
261007            UNTIL    WK-SORT-I  >=  TBL-PRF-CNT
261007      END-IF.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    ソート1パス：I 番目以降でキー最小の要素を I 番目へ
261007********************************************************
261007 SORT-PASS-RTN          SECTION.
261007      MOVE  WK-SORT-I  TO  WK-SORT-TOP.
261007      ADD  WK-SORT-I  1  GIVING  WK-SORT-J.
261007      PERFORM  SORT-CMP-RTN
261007        VARYING  WK-SORT-J  FROM  WK-SORT-J  BY  1
261007        UNTIL    WK-SORT-J  >  TBL-PRF-CNT.
261007      IF  WK-SORT-TOP  NOT  =  WK-SORT-I
261007          PERFORM  SORT-SWAP-RTN
261007      END-IF.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    ソート比較：J 番目が現在の最小より小さければ控える
261007********************************************************
261007 SORT-CMP-RTN           SECTION.
261007      IF  PRF-T-CD (WK-SORT-J)  <  PRF-T-CD (WK-SORT-TOP)
261007          MOVE  WK-SORT-J  TO  WK-SORT-TOP
261007      END-IF.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    ソート交換：I 番目と最小要素を入れ替える
261007********************************************************
261007 SORT-SWAP-RTN          SECTION.
261007      MOVE  TBL-PRF-ENT (WK-SORT-I)    TO  WK-SWAP-ENT.
261007      MOVE  TBL-PRF-ENT (WK-SORT-TOP)
261007                  TO  TBL-PRF-ENT (WK-SORT-I).
261007      MOVE  WK-SWAP-ENT
261007                  TO  TBL-PRF-ENT (WK-SORT-TOP).
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    月次会員異動報告の出力(都道府県別→年代区分別→
261007*    12 か月の推移)
261007********************************************************
261007 MVL-RTN                SECTION.
261007      OPEN  OUTPUT  MVL-FILE.
261007      IF  WK-MVL-STATUS  NOT  =  "00"
261007          DISPLAY  "*** MVL-FILE OPEN ERROR : "
261007                   WK-MVL-STATUS  " ***"
261007          MOVE  'Y'  TO  FLG-ERROR
261007      ELSE
261007          MOVE  SPACE  TO  MVL-REC
261007          STRING  "SAMPLEMV MONTHLY MEMBERSHIP MOVEMENT  "
261007                                      DELIMITED BY SIZE
261007                  "MONTH : "          DELIMITED BY SIZE
261007                  WK-RPT-MONTH        DELIMITED BY SIZE
261007                  "  RUN DATE : "     DELIMITED BY SIZE
261007                  WK-RUN-DATE         DELIMITED BY SIZE
261007                  INTO  MVL-REC
261007          WRITE  MVL-REC
261007          MOVE  SPACE  TO  MVL-REC
261007          WRITE  MVL-REC
261007          MOVE  "MOVEMENT BY PREFECTURE"  TO  MVL-REC
261007          WRITE  MVL-REC
261007          MOVE  "PREF"  TO  WK-HDR-CD
261007          PERFORM  SUB-HDR-RTN
261007          MOVE  ZERO  TO  TOT-ADD  TOT-DEL  TOT-CHG
261007          MOVE  1  TO  WK-SWEEP-IX
261007          PERFORM  PRF-LINE-RTN  TBL-PRF-CNT  TIMES
261007          PERFORM  TOT-LINE-RTN
261007          MOVE  SPACE  TO  MVL-REC
261007          WRITE  MVL-REC
261007          MOVE  "MOVEMENT BY AGE BRACKET"  TO  MVL-REC
261007          WRITE  MVL-REC
261007          MOVE  "BRK"   TO  WK-HDR-CD
261007          PERFORM  SUB-HDR-RTN
261007          MOVE  ZERO  TO  TOT-ADD  TOT-DEL  TOT-CHG
261007          MOVE  1  TO  WK-SWEEP-IX
261007          PERFORM  BRK-LINE-RTN  8  TIMES
261007          PERFORM  TOT-LINE-RTN
261007          MOVE  SPACE  TO  MVL-REC
261007          WRITE  MVL-REC
261007          MOVE  "12-MONTH TREND"  TO  MVL-REC
261007          WRITE  MVL-REC
261007          MOVE  SPACE  TO  MVL-REC
261007          MOVE  "MONTH       ADDS  DELETES  CHANGES"
261007                                      TO  MVL-REC
261007          MOVE  "       NET  MONTH-END   TRAILER  TRL-DATE"
261007                                      TO  MVL-REC(35:41)
261007          MOVE  "      DIFF  STATUS"  TO  MVL-REC(76:18)
261007          MOVE  "    AT-TRL"          TO  MVL-REC(98:10)
261007          WRITE  MVL-REC
261007          MOVE  1  TO  WK-SWEEP-IX
261007          PERFORM  TRD-LINE-RTN  12  TIMES
261007          MOVE  SPACE  TO  MVL-REC
261007          WRITE  MVL-REC
261007          MOVE  SPACE  TO  MVL-REC
261007          STRING  "TOTAL  HISTORY READ = "  DELIMITED BY SIZE
261007                  CNT-HST                   DELIMITED BY SIZE
261007                  "  AFTER MONTH = "        DELIMITED BY SIZE
261007                  CNT-LATER                 DELIMITED BY SIZE
261007                  "  BAD ACTION = "         DELIMITED BY SIZE
261007                  CNT-BADACT                DELIMITED BY SIZE
261007                  "  TREND DIFF = "         DELIMITED BY SIZE
261007                  CNT-DIFF                  DELIMITED BY SIZE
261007                  INTO  MVL-REC
261007          WRITE  MVL-REC
261007          CLOSE  MVL-FILE
261007      END-IF.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    集計表の項目見出し(先頭の見出しは WK-HDR-CD 経由で
261007*    受け取る)
261007********************************************************
261007 SUB-HDR-RTN            SECTION.
261007      MOVE  SPACE  TO  MVL-REC.
261007      MOVE  WK-HDR-CD                       TO  MVL-REC(1:4).
261007      MOVE  "NAME"                          TO  MVL-REC(6:4).
261007      MOVE  "    ADDS  DELETES  CHANGES"    TO  MVL-REC(27:26).
261007      MOVE  "      NET"                     TO  MVL-REC(53:9).
261007      WRITE  MVL-REC.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    都道府県別の1行
261007********************************************************
261007 PRF-LINE-RTN           SECTION.
261007      MOVE  SPACE  TO  MVL-REC.
261007      MOVE  PRF-T-CD (WK-SWEEP-IX)    TO  MVL-REC(1:2).
261007      MOVE  PRF-T-NAME (WK-SWEEP-IX)  TO  MVL-REC(6:20).
261007      MOVE  PRF-T-ADD (WK-SWEEP-IX)   TO  WK-ED-CNT1.
261007      MOVE  PRF-T-DEL (WK-SWEEP-IX)   TO  WK-ED-CNT2.
261007      MOVE  PRF-T-CHG (WK-SWEEP-IX)   TO  WK-ED-CNT3.
261007      COMPUTE  WK-NET  =  PRF-T-ADD (WK-SWEEP-IX)
261007                       -  PRF-T-DEL (WK-SWEEP-IX).
261007      ADD  PRF-T-ADD (WK-SWEEP-IX)    TO  TOT-ADD.
261007      ADD  PRF-T-DEL (WK-SWEEP-IX)    TO  TOT-DEL.
261007      ADD  PRF-T-CHG (WK-SWEEP-IX)    TO  TOT-CHG.
261007      PERFORM  CNT-LINE-RTN.
261007      ADD  1  TO  WK-SWEEP-IX.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    年代区分別の1行
261007********************************************************
261007 BRK-LINE-RTN           SECTION.
261007      MOVE  SPACE  TO  MVL-REC.
261007      MOVE  BRK-T-CD (WK-SWEEP-IX)    TO  MVL-REC(1:1).
261007      MOVE  BRK-T-NAME (WK-SWEEP-IX)  TO  MVL-REC(6:12).
261007      MOVE  BRK-T-ADD (WK-SWEEP-IX)   TO  WK-ED-CNT1.
261007      MOVE  BRK-T-DEL (WK-SWEEP-IX)   TO  WK-ED-CNT2.
261007      MOVE  BRK-T-CHG (WK-SWEEP-IX)   TO  WK-ED-CNT3.
261007      COMPUTE  WK-NET  =  BRK-T-ADD (WK-SWEEP-IX)
261007                       -  BRK-T-DEL (WK-SWEEP-IX).
261007      ADD  BRK-T-ADD (WK-SWEEP-IX)    TO  TOT-ADD.
261007      ADD  BRK-T-DEL (WK-SWEEP-IX)    TO  TOT-DEL.
261007      ADD  BRK-T-CHG (WK-SWEEP-IX)    TO  TOT-CHG.
261007      PERFORM  CNT-LINE-RTN.
261007      ADD  1  TO  WK-SWEEP-IX.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    集計表の合計行
261007********************************************************
261007 TOT-LINE-RTN           SECTION.
261007      MOVE  SPACE  TO  MVL-REC.
261007      MOVE  "TOTAL"  TO  MVL-REC(6:5).
261007      MOVE  TOT-ADD  TO  WK-ED-CNT1.
261007      MOVE  TOT-DEL  TO  WK-ED-CNT2.
261007      MOVE  TOT-CHG  TO  WK-ED-CNT3.
261007      COMPUTE  WK-NET  =  TOT-ADD  -  TOT-DEL.
261007      PERFORM  CNT-LINE-RTN.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    集計表の件数欄の編集と出力(見出し欄は設定済み)
261007********************************************************
261007 CNT-LINE-RTN           SECTION.
261007      MOVE  WK-NET      TO  WK-ED-NET.
261007      MOVE  WK-ED-CNT1  TO  MVL-REC(27:8).
261007      MOVE  WK-ED-CNT2  TO  MVL-REC(36:8).
261007      MOVE  WK-ED-CNT3  TO  MVL-REC(45:8).
261007      MOVE  WK-ED-NET   TO  MVL-REC(53:9).
261007      WRITE  MVL-REC.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    推移の1行(トレーラの無い月は突合せ欄を空ける)
261007********************************************************
261007 TRD-LINE-RTN           SECTION.
261007      MOVE  SPACE  TO  MVL-REC.
261007      MOVE  TRD-T-MONTH (WK-SWEEP-IX)  TO  MVL-REC(1:6).
261007      MOVE  TRD-T-ADD (WK-SWEEP-IX)    TO  WK-ED-CNT1.
261007      MOVE  TRD-T-DEL (WK-SWEEP-IX)    TO  WK-ED-CNT2.
261007      MOVE  TRD-T-CHG (WK-SWEEP-IX)    TO  WK-ED-CNT3.
261007      COMPUTE  WK-NET  =  TRD-T-ADD (WK-SWEEP-IX)
261007                       -  TRD-T-DEL (WK-SWEEP-IX).
261007      MOVE  WK-NET                     TO  WK-ED-NET.
261007      MOVE  TRD-T-END (WK-SWEEP-IX)    TO  WK-ED-END.
261007      MOVE  WK-ED-CNT1  TO  MVL-REC(9:8).
261007      MOVE  WK-ED-CNT2  TO  MVL-REC(18:8).
261007      MOVE  WK-ED-CNT3  TO  MVL-REC(27:8).
261007      MOVE  WK-ED-NET   TO  MVL-REC(36:9).
261007      MOVE  WK-ED-END   TO  MVL-REC(46:10).
261007      IF  TRD-T-TRL-DATE (WK-SWEEP-IX)  >  0
261007          MOVE  TRD-T-TRL-CNT (WK-SWEEP-IX)   TO  WK-ED-TRL
261007          MOVE  WK-ED-TRL                     TO  MVL-REC(57:9)
261007          MOVE  TRD-T-TRL-DATE (WK-SWEEP-IX)  TO  MVL-REC(67:8)
261007          COMPUTE  WK-AT-TRL  =  TRD-T-END (WK-SWEEP-IX)
261007                              -  TRD-T-AFT (WK-SWEEP-IX)
261007          COMPUTE  WK-DIFF  =  WK-AT-TRL
261007                            -  TRD-T-TRL-CNT (WK-SWEEP-IX)
261007          MOVE  WK-DIFF     TO  WK-ED-DIFF
261007          MOVE  WK-ED-DIFF  TO  MVL-REC(76:10)
261007          MOVE  WK-AT-TRL   TO  WK-ED-END
261007          MOVE  WK-ED-END   TO  MVL-REC(98:10)
261007          IF  WK-DIFF  =  0
261007              MOVE  'OK'         TO  WK-STATUS-TXT
261007          ELSE
261007              MOVE  'DIFF ***'   TO  WK-STATUS-TXT
261007          END-IF
261007      ELSE
261007          MOVE  'NO TRAILER'  TO  WK-STATUS-TXT
261007      END-IF.
261007      MOVE  WK-STATUS-TXT  TO  MVL-REC(88:10).
261007      WRITE  MVL-REC.
261007      ADD  1  TO  WK-SWEEP-IX.
261007 EXT.
261007      EXIT.
261007********************************************************
261007*    終了処理
261007********************************************************
261007 END-RTN                SECTION.
261007      IF  PST-MASTER-OK
261007          CLOSE  PST-FILE
261007      END-IF.
261007      IF  NOT  RUN-ERROR
261007          PERFORM  TRD-CALC-RTN
261007            VARYING  WK-TRD-IX  FROM  1  BY  1
261007            UNTIL    WK-TRD-IX  >  12
261007          PERFORM  SORT-RTN
261007          PERFORM  MVL-RTN
261007      END-IF.
261007      DISPLAY  "*** HST        = " CNT-HST     " ***".
261007      DISPLAY  "*** LATER      = " CNT-LATER   " ***".
261007      DISPLAY  "*** BAD ACTION = " CNT-BADACT  " ***".
261007      DISPLAY  "*** TREND DIFF = " CNT-DIFF    " ***".
261007*    ファイルエラーはエラー、突合せ差異・参照ファイルの
261007*    不足は警告終了とする
261007      EVALUATE  TRUE
261007        WHEN  RUN-ERROR
261007            MOVE  8  TO  RETURN-CODE
261007        WHEN  CNT-DIFF  >  0
261007            DISPLAY  "*** SAMPLEMV TRAILER DIFFERENCE FOUND - "
261007                     "CONDITION CODE 4 ***"
261007            MOVE  4  TO  RETURN-CODE
261007        WHEN  RUN-WARN
261007            MOVE  4  TO  RETURN-CODE
261007        WHEN  OTHER
261007            CONTINUE
261007      END-EVALUATE.
261007      DISPLAY  "*** SAMPLEMV END ***".
261007 EXT.
261007      EXIT.
