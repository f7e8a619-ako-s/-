       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SAMPLETD.
      ********************************************************
      * プログラム名    ：さんぷる  てすとでーたちゅうしゅつ
      * 内容            ：本番の出力一式(OT1-FILE・OT1X-FILE・
      *                    HST-FILE・REJ/BDE/DUP の例外ファイル)
      *                    から個人を特定できない試験用データ一式
      *                    を作成する。
      *                    (1) 会員番号は全ファイル共通の代替番号
      *                        ('T'+通番9桁)へ置き換える
      *                    (2) 氏名・住所は元の値と鍵から求めた
      *                        架空の値へ置き換える(同じ値は同じ
      *                        架空値になり、世帯・同一人物の関係
      *                        は保たれる)
      *                    (3) 生年月日は会員ごとに一定の月数だけ
      *                        ずらし、年代区分は変えない
261009*                        (ずらし方は会員の初出時に判定日で
261009*                        決め、全ファイルで同じにする。その
261009*                        ずらし方で年代区分が変わるレコード
261009*                        はずらさない。判定日は履歴では
261009*                        各レコードの適用日、それ以外は
261009*                        基準日)
      *                    (4) 郵便番号・性別・通番・件数・トレーラ
      *                        はそのまま引き継ぐ
      *                    件数とトレーラを変えないため、作成した
      *                    一式は SAMPLECK の突合せと SAMPLEEX の
      *                    件数・ハッシュ合計の規則をそのまま満た
      *                    す(コントロールレポートは写しを出力)。
      *                    鍵は環境変数 SAMPLE_MSK_KEY(数字9桁
      *                    以内)。未指定時は実行日時から求め、
      *                    実行のたびに異なる値になる。
      * 作成日／作成者  ：２０２６年１０月０９日  保守担当
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
261009*    ファイル名は WK-xxx-FNAME (環境変数で実行時指定可)
261009*    ---- 入力(本番の出力一式) ----
261009     SELECT  OT1-FILE  ASSIGN TO  DYNAMIC
261009             WK-OT1-FNAME
261009             ORGANIZATION  LINE  SEQUENTIAL
261009             FILE STATUS   WK-OT1-STATUS.
261009     SELECT  OT1X-FILE  ASSIGN TO  DYNAMIC
261009             WK-OT1X-FNAME
261009             ORGANIZATION  INDEXED
261009             ACCESS MODE  SEQUENTIAL
261009             RECORD KEY   OT1X-GEN-ID
261009             FILE STATUS  WK-OT1X-STATUS.
261009     SELECT  HST-FILE  ASSIGN TO  DYNAMIC
261009             WK-HST-FNAME
261009             ORGANIZATION  LINE  SEQUENTIAL
261009             FILE STATUS   WK-HST-STATUS.
261009     SELECT  REJ-FILE  ASSIGN TO  DYNAMIC
261009             WK-REJ-FNAME
261009             ORGANIZATION  LINE  SEQUENTIAL
261009             FILE STATUS   WK-REJ-STATUS.
261009     SELECT  BDE-FILE  ASSIGN TO  DYNAMIC
261009             WK-BDE-FNAME
261009             ORGANIZATION  LINE  SEQUENTIAL
261009             FILE STATUS   WK-BDE-STATUS.
261009     SELECT  DUP-FILE  ASSIGN TO  DYNAMIC
261009             WK-DUP-FNAME
261009             ORGANIZATION  LINE  SEQUENTIAL
261009             FILE STATUS   WK-DUP-STATUS.
261009     SELECT  RPT-FILE  ASSIGN TO  DYNAMIC
261009             WK-RPT-FNAME
261009             ORGANIZATION  LINE  SEQUENTIAL
261009             FILE STATUS   WK-RPT-STATUS.
261009*    ---- 出力(試験用データ一式) ----
261009     SELECT  MOT1-FILE  ASSIGN TO  DYNAMIC
261009             WK-MOT1-FNAME
261009             ORGANIZATION  LINE  SEQUENTIAL
261009             FILE STATUS   WK-MOT1-STATUS.
261009*    通番キー昇順に読んだ順で書くため順アクセスで作成する
261009     SELECT  MOT1X-FILE  ASSIGN TO  DYNAMIC
261009             WK-MOT1X-FNAME
261009             ORGANIZATION  INDEXED
261009             ACCESS MODE  SEQUENTIAL
261009             RECORD KEY   MOT1X-GEN-ID
261009             FILE STATUS  WK-MOT1X-STATUS.
261009     SELECT  MHST-FILE  ASSIGN TO  DYNAMIC
261009             WK-MHST-FNAME
261009             ORGANIZATION  LINE  SEQUENTIAL
261009             FILE STATUS   WK-MHST-STATUS.
261009     SELECT  MREJ-FILE  ASSIGN TO  DYNAMIC
261009             WK-MREJ-FNAME
261009             ORGANIZATION  LINE  SEQUENTIAL
261009             FILE STATUS   WK-MREJ-STATUS.
261009     SELECT  MBDE-FILE  ASSIGN TO  DYNAMIC
261009             WK-MBDE-FNAME
261009             ORGANIZATION  LINE  SEQUENTIAL
261009             FILE STATUS   WK-MBDE-STATUS.
261009     SELECT  MDUP-FILE  ASSIGN TO  DYNAMIC
261009             WK-MDUP-FNAME
261009             ORGANIZATION  LINE  SEQUENTIAL
261009             FILE STATUS   WK-MDUP-STATUS.
261009     SELECT  MRPT-FILE  ASSIGN TO  DYNAMIC
261009             WK-MRPT-FNAME
261009             ORGANIZATION  LINE  SEQUENTIAL
261009             FILE STATUS   WK-MRPT-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
261009 FD  OT1-FILE.
261009*    レコード定義は COPY 句 OT1REC を参照
261009 COPY  OT1REC.
261009*    末尾の件数チェック用トレーラも同じ領域で参照する
261009 COPY  OT1TRLR.
      *
261009*    索引編成版のレコード定義は COPY 句 OT1XREC を参照
261009 FD  OT1X-FILE.
261009 COPY  OT1XREC.
      *
261009*    履歴レコードの定義は COPY 句 HSTREC を参照
261009 FD  HST-FILE.
261009 COPY  HSTREC.
      *
261009 FD  REJ-FILE.
261009*    レコード定義は COPY 句 REJREC を参照
261009 COPY  REJREC.
      *
261009 FD  BDE-FILE.
261009*    レコード定義は COPY 句 BDEREC を参照
261009 COPY  BDEREC.
      *
261009*    重複レコード(IN1 イメージ以降は加工せず引き継ぐ)
261009 FD  DUP-FILE.
261009 01  DUP-REC.
261009   05  DUP-IN1-DATA     PIC  X(83).
261009   05  DUP-REST         PIC  X(38).
      *
261009*    コントロールレポート(件数のみのため写しを出力する)
261009 FD  RPT-FILE.
261009 01  RPT-REC              PIC  X(80).
      *
261009*    試験用 OT1-FILE(明細・トレーラとも OT1-FILE と同じ長さ)
261009 FD  MOT1-FILE.
261009 01  MOT1-REC             PIC  X(109).
      *
261009*    試験用 OT1X-FILE(キー以外は OT1X-REC と同じ並び)
261009 FD  MOT1X-FILE.
261009 01  MOT1X-REC.
261009   05  MOT1X-GEN-ID     PIC  9(09).
261009   05  MOT1X-DATA       PIC  X(100).
      *
261009 FD  MHST-FILE.
261009 01  MHST-REC             PIC  X(108).
      *
261009 FD  MREJ-FILE.
261009 01  MREJ-REC             PIC  X(109).
      *
261009 FD  MBDE-FILE.
261009 01  MBDE-REC             PIC  X(109).
      *
261009 FD  MDUP-FILE.
261009 01  MDUP-REC             PIC  X(121).
      *
261009 FD  MRPT-FILE.
261009 01  MRPT-REC             PIC  X(80).
      *
       WORKING-STORAGE        SECTION.
261009 01  FLG-AREA.
261009   05  FLG-OT1-EOF      PIC  X(01).
261009   05  FLG-OT1X-EOF     PIC  X(01).
261009   05  FLG-HST-EOF      PIC  X(01).
261009   05  FLG-REJ-EOF      PIC  X(01).
261009   05  FLG-BDE-EOF      PIC  X(01).
261009   05  FLG-DUP-EOF      PIC  X(01).
261009   05  FLG-RPT-EOF      PIC  X(01).
261009*    生年月日をずらしたかどうか(不正な日付はずらさない)
261009   05  FLG-BRT          PIC  X(01).
261009     88 BRT-SHIFTED     VALUE  'Y'.
261009*    ずらした候補日が妥当(実行日以前・年代区分同一)か
261009   05  FLG-CND          PIC  X(01).
261009     88 CND-OK          VALUE  'Y'.
261009 01  CNT-AREA.
261009   05   CNT-OT1         PIC  9(09).
261009   05   CNT-OT1X        PIC  9(09).
261009   05   CNT-HST         PIC  9(09).
261009   05   CNT-REJ         PIC  9(09).
261009   05   CNT-BDE         PIC  9(09).
261009   05   CNT-DUP         PIC  9(09).
261009   05   CNT-RPT         PIC  9(09).
261009*      生年月日をずらした件数と、不正等でそのままとした件数
261009   05   CNT-SHIFT       PIC  9(09).
261009   05   CNT-KEEP        PIC  9(09).
261009*      構造不正のため IN1 イメージ全体を伏せた件数
261009   05   CNT-SCRUB       PIC  9(09).
261009 01  WK-FNAME-AREA.
261009*      実行時に使用するファイル名(未指定時は既定値を使用)
261009   05   WK-OT1-FNAME    PIC  X(40)
261009                  VALUE  "C:\GnuCobol\file\SAMPLE_OUT.txt".
261009   05   WK-OT1X-FNAME   PIC  X(40)
261009                  VALUE  "C:\GnuCobol\file\SAMPLE_OUT_IDX.dat".
261009   05   WK-HST-FNAME    PIC  X(40)
261009                  VALUE  "C:\GnuCobol\file\SAMPLE_HISTORY.txt".
261009   05   WK-REJ-FNAME    PIC  X(40)
261009                  VALUE  "C:\GnuCobol\file\SAMPLE_REJECT.txt".
261009   05   WK-BDE-FNAME    PIC  X(40)
261009                  VALUE  "C:\GnuCobol\file\SAMPLE_BDERR.txt".
261009   05   WK-DUP-FNAME    PIC  X(40)
261009                  VALUE  "C:\GnuCobol\file\SAMPLE_DUP.txt".
261009   05   WK-RPT-FNAME    PIC  X(40)
261009                  VALUE  "C:\GnuCobol\file\SAMPLE_RPT.txt".
261009   05   WK-MOT1-FNAME   PIC  X(40)
261009                  VALUE  "C:\GnuCobol\file\SAMPLE_MSK_OUT.txt".
261009   05   WK-MOT1X-FNAME  PIC  X(40)
261009                  VALUE  "C:\GnuCobol\file\SAMPLE_MSK_OUTIDX.dat".
261009   05   WK-MHST-FNAME   PIC  X(40)
261009                  VALUE  "C:\GnuCobol\file\SAMPLE_MSK_HIST.txt".
261009   05   WK-MREJ-FNAME   PIC  X(40)
261009                  VALUE  "C:\GnuCobol\file\SAMPLE_MSK_REJECT.txt".
261009   05   WK-MBDE-FNAME   PIC  X(40)
261009                  VALUE  "C:\GnuCobol\file\SAMPLE_MSK_BDERR.txt".
261009   05   WK-MDUP-FNAME   PIC  X(40)
261009                  VALUE  "C:\GnuCobol\file\SAMPLE_MSK_DUP.txt".
261009   05   WK-MRPT-FNAME   PIC  X(40)
261009                  VALUE  "C:\GnuCobol\file\SAMPLE_MSK_RPT.txt".
261009   05   WK-ENV-FNAME    PIC  X(40).
261009*      鍵の指定(環境変数 SAMPLE_MSK_KEY)
261009   05   WK-ENV-KEY      PIC  X(09).
261009 01  WK-STATUS-AREA.
261009   05   WK-OT1-STATUS   PIC  X(02).
261009   05   WK-OT1X-STATUS  PIC  X(02).
261009   05   WK-HST-STATUS   PIC  X(02).
261009   05   WK-REJ-STATUS   PIC  X(02).
261009   05   WK-BDE-STATUS   PIC  X(02).
261009   05   WK-DUP-STATUS   PIC  X(02).
261009   05   WK-RPT-STATUS   PIC  X(02).
261009   05   WK-MOT1-STATUS  PIC  X(02).
261009   05   WK-MOT1X-STATUS PIC  X(02).
261009   05   WK-MHST-STATUS  PIC  X(02).
261009   05   WK-MREJ-STATUS  PIC  X(02).
261009   05   WK-MBDE-STATUS  PIC  X(02).
261009   05   WK-MDUP-STATUS  PIC  X(02).
261009   05   WK-MRPT-STATUS  PIC  X(02).
261009*      開けなかったファイルの表示用
261009   05   WK-ERR-FILE     PIC  X(10).
261009   05   WK-ERR-STATUS   PIC  X(02).
261009 01  WK-DATE-AREA.
261009   05   WK-RUN-DATE     PIC  9(08).
261009   05   WK-RUN-TIME     PIC  9(08).
261009*      年代区分の基準日(OT1-FILE トレーラの実行日。トレーラ
261009*      が無ければ実行日)。履歴は各レコードの適用日を使う
261009   05   WK-REF-DATE     PIC  9(08).
261009*    例外ファイルの IN1 イメージを項目単位で扱うための領域
261009 COPY  IN1REC.
261009 01  WK-MSK-AREA.
261009*      鍵(架空値・生年月日のずらし幅を求める種)
261009   05   WK-MSK-KEY      PIC  9(09).
261009*      代替番号の受渡し(元の会員番号→代替番号)
261009   05   WK-MID-IN       PIC  X(10).
261009   05   WK-MID-OUT      PIC  X(10).
261009   05   WK-TKN-AREA.
261009     10  WK-TKN-PFX     PIC  X(01)  VALUE  'T'.
261009     10  WK-TKN-NO      PIC  9(09).
261009*      氏名・住所の受渡し(元の値→架空値)
261009   05   WK-NAME-IN      PIC  X(12).
261009   05   WK-NAME-OUT     PIC  X(12).
261009   05   WK-ADDR-IN      PIC  X(40).
261009   05   WK-ADDR-OUT     PIC  X(40).
261009*      架空住所の丁目・番地・号
261009   05   WK-ADDR-NO.
261009     10  WK-ADDR-CHOME  PIC  9(01).
261009     10  FILLER         PIC  X(01)  VALUE  '-'.
261009     10  WK-ADDR-BAN    PIC  9(02).
261009     10  FILLER         PIC  X(01)  VALUE  '-'.
261009     10  WK-ADDR-GO     PIC  9(02).
261009*      散らし値の計算(1バイトずつ 31 倍して加える)
261009   05   WK-HASH-TEXT    PIC  X(40).
261009   05   WK-HASH-LEN     PIC  9(02).
261009   05   WK-HASH-VAL     PIC  9(09).
261009   05   WK-HASH-WRK     PIC  9(12).
261009   05   WK-HASH-QUO     PIC  9(09).
261009   05   WK-HASH-REM     PIC  9(09).
261009   05   WK-HASH-MOD     PIC  9(09)  VALUE  999999937.
261009*      1バイトの値を数値として取り出す(上位バイトを
261009*      LOW-VALUE とした2バイト2進数)
261009   05   WK-ORD-N        PIC  9(04)  BINARY.
261009   05   WK-ORD-X  REDEFINES  WK-ORD-N.
261009     10  WK-ORD-HI      PIC  X(01).
261009     10  WK-ORD-LO      PIC  X(01).
261009   05   WK-CI           PIC  9(03).
261009*      生年月日(元の値)と、ずらした候補
261009   05   WK-BRT-DATE     PIC  9(08).
261009   05   WK-BRT-DATE-R  REDEFINES  WK-BRT-DATE.
261009     10  WK-BRT-Y       PIC  9(04).
261009     10  WK-BRT-M       PIC  9(02).
261009     10  WK-BRT-D       PIC  9(02).
261009   05   WK-CND-DATE     PIC  9(08).
261009   05   WK-CND-DATE-R  REDEFINES  WK-CND-DATE.
261009     10  WK-CND-Y       PIC  9(04).
261009     10  WK-CND-M       PIC  9(02).
261009     10  WK-CND-D       PIC  9(02).
261009*      年代区分の基準日(受渡し)
261009   05   WK-BRF-DATE     PIC  9(08).
261009   05   WK-BRF-DATE-R  REDEFINES  WK-BRF-DATE.
261009     10  WK-BRF-Y       PIC  9(04).
261009     10  WK-BRF-M       PIC  9(02).
261009     10  WK-BRF-D       PIC  9(02).
261009*      ずらす月数と向き(1:前へ 2:後へ)
261009   05   WK-SHIFT-M      PIC  9(02).
261009   05   WK-SHIFT-DIR    PIC  9(01).
261009   05   WK-SHIFT-TRY    PIC  9(01).
261009   05   WK-MON-TOTAL    PIC  9(06).
261009*      満年齢と年代区分(元の値と候補)
261009   05   WK-AGE-YYYY     PIC  9(04).
261009   05   WK-AGE-MM       PIC  9(02).
261009   05   WK-AGE-DD       PIC  9(02).
261009   05   WK-AGE-VAL      PIC  9(03).
261009   05   WK-AGE-BRK      PIC  X(01).
261009   05   WK-ORG-BRK      PIC  X(01).
261009   05   WK-NEW-AGE      PIC  9(03).
261009*      月末日の計算
261009   05   WK-MAXDD        PIC  9(02).
261009   05   WK-QUO          PIC  9(04).
261009   05   WK-REM4         PIC  9(04).
261009   05   WK-REM100       PIC  9(04).
261009   05   WK-REM400       PIC  9(04).
261009*    代替番号テーブル(会員番号の初出順。位置が代替番号)
261009 01  TBL-TKN-AREA.
261009   05   TBL-TKN-MAX     PIC  9(06)  VALUE  100000.
261009   05   TBL-TKN-CNT     PIC  9(06)  VALUE  0.
261009   05   TBL-TKN-ENT     OCCURS  100000  TIMES
261009                        INDEXED  BY  TKN-IDX.
261009     10  TKN-T-MID      PIC  X(10).
261009*      生年月日のずらし方(初出時に決めたもの。向き 0 は
261009*      ずらさない)
261009     10  TKN-T-SFT-SET  PIC  X(01).
261009       88 TKN-SFT-DECIDED
261009                        VALUE  'Y'.
261009     10  TKN-T-SFT-M    PIC  9(02).
261009     10  TKN-T-SFT-DIR  PIC  9(01).
261009*    架空氏名の姓・名(各16通り。全角2文字ずつで12桁)
261009 01  TBL-SEI-AREA.
261009   05   FILLER          PIC  X(06)  VALUE  '佐藤'.
261009   05   FILLER          PIC  X(06)  VALUE  '鈴木'.
261009   05   FILLER          PIC  X(06)  VALUE  '高橋'.
261009   05   FILLER          PIC  X(06)  VALUE  '田中'.
261009   05   FILLER          PIC  X(06)  VALUE  '伊藤'.
261009   05   FILLER          PIC  X(06)  VALUE  '渡辺'.
261009   05   FILLER          PIC  X(06)  VALUE  '山本'.
261009   05   FILLER          PIC  X(06)  VALUE  '中村'.
261009   05   FILLER          PIC  X(06)  VALUE  '小林'.
261009   05   FILLER          PIC  X(06)  VALUE  '加藤'.
261009   05   FILLER          PIC  X(06)  VALUE  '吉田'.
261009   05   FILLER          PIC  X(06)  VALUE  '山田'.
261009   05   FILLER          PIC  X(06)  VALUE  '松本'.
261009   05   FILLER          PIC  X(06)  VALUE  '井上'.
261009   05   FILLER          PIC  X(06)  VALUE  '木村'.
261009   05   FILLER          PIC  X(06)  VALUE  '清水'.
261009 01  TBL-SEI-R  REDEFINES  TBL-SEI-AREA.
261009   05   SEI-T-NAME      PIC  X(06)  OCCURS  16  TIMES.
261009 01  TBL-MEI-AREA.
261009   05   FILLER          PIC  X(06)  VALUE  '太郎'.
261009   05   FILLER          PIC  X(06)  VALUE  '花子'.
261009   05   FILLER          PIC  X(06)  VALUE  '一郎'.
261009   05   FILLER          PIC  X(06)  VALUE  '次郎'.
261009   05   FILLER          PIC  X(06)  VALUE  '恵子'.
261009   05   FILLER          PIC  X(06)  VALUE  '陽子'.
261009   05   FILLER          PIC  X(06)  VALUE  '健一'.
261009   05   FILLER          PIC  X(06)  VALUE  '直樹'.
261009   05   FILLER          PIC  X(06)  VALUE  '美紀'.
261009   05   FILLER          PIC  X(06)  VALUE  '裕子'.
261009   05   FILLER          PIC  X(06)  VALUE  '大輔'.
261009   05   FILLER          PIC  X(06)  VALUE  '明美'.
261009   05   FILLER          PIC  X(06)  VALUE  '浩二'.
261009   05   FILLER          PIC  X(06)  VALUE  '由美'.
261009   05   FILLER          PIC  X(06)  VALUE  '誠一'.
261009   05   FILLER          PIC  X(06)  VALUE  '和子'.
261009 01  TBL-MEI-R  REDEFINES  TBL-MEI-AREA.
261009   05   MEI-T-NAME      PIC  X(06)  OCCURS  16  TIMES.
261009*    架空住所の町名(全角3文字)
261009 01  WK-ADDR-TOWN       PIC  X(09)  VALUE  '試験町'.
      *
      ********************************************************
      *    さんぷる てすとでーたちゅうしゅつ コントロール
      ********************************************************
       PROCEDURE              DIVISION.
261009     PERFORM  INIT-RTN.
261009     PERFORM  OT1-RTN   UNTIL  FLG-OT1-EOF   =  "1".
261009     PERFORM  OT1X-RTN  UNTIL  FLG-OT1X-EOF  =  "1".
261009     PERFORM  HST-RTN   UNTIL  FLG-HST-EOF   =  "1".
261009     PERFORM  REJ-RTN   UNTIL  FLG-REJ-EOF   =  "1".
261009     PERFORM  BDE-RTN   UNTIL  FLG-BDE-EOF   =  "1".
261009     PERFORM  DUP-RTN   UNTIL  FLG-DUP-EOF   =  "1".
261009     PERFORM  RPT-RTN   UNTIL  FLG-RPT-EOF   =  "1".
261009     PERFORM  END-RTN.
261009     STOP  RUN.
261009********************************************************
261009*    初期処理
261009********************************************************
261009 INIT-RTN               SECTION.
261009      DISPLAY  "*** SAMPLETD START ***".
261009      INITIALIZE         FLG-AREA
261009                         CNT-AREA.
261009      ACCEPT  WK-RUN-DATE  FROM  DATE  YYYYMMDD.
261009      ACCEPT  WK-RUN-TIME  FROM  TIME.
261009*    未設定時は WK-FNAME-AREA の既定値のまま変更しない
261009      DISPLAY  "SAMPLE_OT1_FILE"  UPON  ENVIRONMENT-NAME.
261009      MOVE  SPACE        TO  WK-ENV-FNAME.
261009      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261009      IF  WK-ENV-FNAME  NOT  =  SPACE
261009          MOVE  WK-ENV-FNAME  TO  WK-OT1-FNAME
261009      END-IF.
261009      DISPLAY  "SAMPLE_OT1_IDX_FILE"  UPON  ENVIRONMENT-NAME.
261009      MOVE  SPACE        TO  WK-ENV-FNAME.
261009      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261009      IF  WK-ENV-FNAME  NOT  =  SPACE
261009          MOVE  WK-ENV-FNAME  TO  WK-OT1X-FNAME
261009      END-IF.
261009      DISPLAY  "SAMPLE_HST_FILE"  UPON  ENVIRONMENT-NAME.
261009      MOVE  SPACE        TO  WK-ENV-FNAME.
261009      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261009      IF  WK-ENV-FNAME  NOT  =  SPACE
261009          MOVE  WK-ENV-FNAME  TO  WK-HST-FNAME
261009      END-IF.
261009      DISPLAY  "SAMPLE_REJ_FILE"  UPON  ENVIRONMENT-NAME.
261009      MOVE  SPACE        TO  WK-ENV-FNAME.
261009      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261009      IF  WK-ENV-FNAME  NOT  =  SPACE
261009          MOVE  WK-ENV-FNAME  TO  WK-REJ-FNAME
261009      END-IF.
261009      DISPLAY  "SAMPLE_BDE_FILE"  UPON  ENVIRONMENT-NAME.
261009      MOVE  SPACE        TO  WK-ENV-FNAME.
261009      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261009      IF  WK-ENV-FNAME  NOT  =  SPACE
261009          MOVE  WK-ENV-FNAME  TO  WK-BDE-FNAME
261009      END-IF.
261009      DISPLAY  "SAMPLE_DUP_FILE"  UPON  ENVIRONMENT-NAME.
261009      MOVE  SPACE        TO  WK-ENV-FNAME.
261009      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261009      IF  WK-ENV-FNAME  NOT  =  SPACE
261009          MOVE  WK-ENV-FNAME  TO  WK-DUP-FNAME
261009      END-IF.
261009      DISPLAY  "SAMPLE_RPT_FILE"  UPON  ENVIRONMENT-NAME.
261009      MOVE  SPACE        TO  WK-ENV-FNAME.
261009      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261009      IF  WK-ENV-FNAME  NOT  =  SPACE
261009          MOVE  WK-ENV-FNAME  TO  WK-RPT-FNAME
261009      END-IF.
261009      DISPLAY  "SAMPLE_MSK_OT1_FILE"  UPON  ENVIRONMENT-NAME.
261009      MOVE  SPACE        TO  WK-ENV-FNAME.
261009      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261009      IF  WK-ENV-FNAME  NOT  =  SPACE
261009          MOVE  WK-ENV-FNAME  TO  WK-MOT1-FNAME
261009      END-IF.
261009      DISPLAY  "SAMPLE_MSK_OT1_IDX_FILE"
261009               UPON  ENVIRONMENT-NAME.
261009      MOVE  SPACE        TO  WK-ENV-FNAME.
261009      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261009      IF  WK-ENV-FNAME  NOT  =  SPACE
261009          MOVE  WK-ENV-FNAME  TO  WK-MOT1X-FNAME
261009      END-IF.
261009      DISPLAY  "SAMPLE_MSK_HST_FILE"  UPON  ENVIRONMENT-NAME.
261009      MOVE  SPACE        TO  WK-ENV-FNAME.
261009      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261009      IF  WK-ENV-FNAME  NOT  =  SPACE
261009          MOVE  WK-ENV-FNAME  TO  WK-MHST-FNAME
261009      END-IF.
261009      DISPLAY  "SAMPLE_MSK_REJ_FILE"  UPON  ENVIRONMENT-NAME.
261009      MOVE  SPACE        TO  WK-ENV-FNAME.
261009      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261009      IF  WK-ENV-FNAME  NOT  =  SPACE
261009          MOVE  WK-ENV-FNAME  TO  WK-MREJ-FNAME
261009      END-IF.
261009      DISPLAY  "SAMPLE_MSK_BDE_FILE"  UPON  ENVIRONMENT-NAME.
261009      MOVE  SPACE        TO  WK-ENV-FNAME.
261009      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261009      IF  WK-ENV-FNAME  NOT  =  SPACE
261009          MOVE  WK-ENV-FNAME  TO  WK-MBDE-FNAME
261009      END-IF.
261009      DISPLAY  "SAMPLE_MSK_DUP_FILE"  UPON  ENVIRONMENT-NAME.
261009      MOVE  SPACE        TO  WK-ENV-FNAME.
261009      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261009      IF  WK-ENV-FNAME  NOT  =  SPACE
261009          MOVE  WK-ENV-FNAME  TO  WK-MDUP-FNAME
261009      END-IF.
261009      DISPLAY  "SAMPLE_MSK_RPT_FILE"  UPON  ENVIRONMENT-NAME.
261009      MOVE  SPACE        TO  WK-ENV-FNAME.
261009      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261009      IF  WK-ENV-FNAME  NOT  =  SPACE
261009          MOVE  WK-ENV-FNAME  TO  WK-MRPT-FNAME
261009      END-IF.
261009*    鍵(未指定・数字以外は実行日時から求める)
261009      DISPLAY  "SAMPLE_MSK_KEY"  UPON  ENVIRONMENT-NAME.
261009      MOVE  SPACE        TO  WK-ENV-KEY.
261009      ACCEPT  WK-ENV-KEY  FROM  ENVIRONMENT-VALUE.
261009      IF  WK-ENV-KEY  IS  NUMERIC
261009          MOVE  WK-ENV-KEY  TO  WK-MSK-KEY
261009      ELSE
261009          IF  WK-ENV-KEY  NOT  =  SPACE
261009              DISPLAY  "*** SAMPLE_MSK_KEY IGNORED (NOT 9 "
261009                       "DIGITS) ***"
261009          END-IF
261009          COMPUTE  WK-MSK-KEY  =  WK-RUN-TIME  *  7
261009                               +  WK-RUN-DATE
261009          DISPLAY  "*** MASK KEY GENERATED FOR THIS RUN ***"
261009      END-IF.
261009*    年代区分の基準日は OT1-FILE トレーラの実行日
261009      PERFORM  REF-RTN.
261009      DISPLAY  "*** REFERENCE DATE = " WK-REF-DATE " ***".
261009*    本番側の主ファイルは必須。開けなければ打ち切る
261009      OPEN  INPUT  OT1-FILE.
261009      IF  WK-OT1-STATUS  NOT  =  "00"
261009          MOVE  'OT1-FILE'      TO  WK-ERR-FILE
261009          MOVE  WK-OT1-STATUS   TO  WK-ERR-STATUS
261009          PERFORM  OPEN-ERR-RTN
261009      END-IF.
261009      OPEN  INPUT  OT1X-FILE.
261009      IF  WK-OT1X-STATUS  NOT  =  "00"
261009          MOVE  'OT1X-FILE'     TO  WK-ERR-FILE
261009          MOVE  WK-OT1X-STATUS  TO  WK-ERR-STATUS
261009          PERFORM  OPEN-ERR-RTN
261009      END-IF.
261009*    履歴・例外系・レポートは未作成なら0件として扱い、
261009*    試験用側は空のファイルを作る
261009      OPEN  INPUT  HST-FILE.
261009      EVALUATE  WK-HST-STATUS
261009        WHEN  "00"
261009            CONTINUE
261009        WHEN  "35"
261009            MOVE  "1"  TO  FLG-HST-EOF
261009        WHEN  OTHER
261009            MOVE  'HST-FILE'      TO  WK-ERR-FILE
261009            MOVE  WK-HST-STATUS   TO  WK-ERR-STATUS
261009            PERFORM  OPEN-ERR-RTN
261009      END-EVALUATE.
261009      OPEN  INPUT  REJ-FILE.
261009      EVALUATE  WK-REJ-STATUS
261009        WHEN  "00"
261009            CONTINUE
261009        WHEN  "35"
261009            MOVE  "1"  TO  FLG-REJ-EOF
261009        WHEN  OTHER
261009            MOVE  'REJ-FILE'      TO  WK-ERR-FILE
261009            MOVE  WK-REJ-STATUS   TO  WK-ERR-STATUS
261009            PERFORM  OPEN-ERR-RTN
261009      END-EVALUATE.
261009      OPEN  INPUT  BDE-FILE.
261009      EVALUATE  WK-BDE-STATUS
261009        WHEN  "00"
261009            CONTINUE
261009        WHEN  "35"
261009            MOVE  "1"  TO  FLG-BDE-EOF
261009        WHEN  OTHER
261009            MOVE  'BDE-FILE'      TO  WK-ERR-FILE
261009            MOVE  WK-BDE-STATUS   TO  WK-ERR-STATUS
261009            PERFORM  OPEN-ERR-RTN
261009      END-EVALUATE.
261009      OPEN  INPUT  DUP-FILE.
261009      EVALUATE  WK-DUP-STATUS
261009        WHEN  "00"
261009            CONTINUE
261009        WHEN  "35"
261009            MOVE  "1"  TO  FLG-DUP-EOF
261009        WHEN  OTHER
261009            MOVE  'DUP-FILE'      TO  WK-ERR-FILE
261009            MOVE  WK-DUP-STATUS   TO  WK-ERR-STATUS
261009            PERFORM  OPEN-ERR-RTN
261009      END-EVALUATE.
261009      OPEN  INPUT  RPT-FILE.
261009      EVALUATE  WK-RPT-STATUS
261009        WHEN  "00"
261009            CONTINUE
261009        WHEN  "35"
261009            MOVE  "1"  TO  FLG-RPT-EOF
261009        WHEN  OTHER
261009            MOVE  'RPT-FILE'      TO  WK-ERR-FILE
261009            MOVE  WK-RPT-STATUS   TO  WK-ERR-STATUS
261009            PERFORM  OPEN-ERR-RTN
261009      END-EVALUATE.
261009*    試験用データ一式
261009      OPEN  OUTPUT  MOT1-FILE.
261009      IF  WK-MOT1-STATUS  NOT  =  "00"
261009          MOVE  'MOT1-FILE'     TO  WK-ERR-FILE
261009          MOVE  WK-MOT1-STATUS  TO  WK-ERR-STATUS
261009          PERFORM  OPEN-ERR-RTN
261009      END-IF.
261009      OPEN  OUTPUT  MOT1X-FILE.
261009      IF  WK-MOT1X-STATUS  NOT  =  "00"
261009          MOVE  'MOT1X-FILE'    TO  WK-ERR-FILE
261009          MOVE  WK-MOT1X-STATUS TO  WK-ERR-STATUS
261009          PERFORM  OPEN-ERR-RTN
261009      END-IF.
261009      OPEN  OUTPUT  MHST-FILE.
261009      IF  WK-MHST-STATUS  NOT  =  "00"
261009          MOVE  'MHST-FILE'     TO  WK-ERR-FILE
261009          MOVE  WK-MHST-STATUS  TO  WK-ERR-STATUS
261009          PERFORM  OPEN-ERR-RTN
261009      END-IF.
261009      OPEN  OUTPUT  MREJ-FILE.
261009      IF  WK-MREJ-STATUS  NOT  =  "00"
261009          MOVE  'MREJ-FILE'     TO  WK-ERR-FILE
261009          MOVE  WK-MREJ-STATUS  TO  WK-ERR-STATUS
261009          PERFORM  OPEN-ERR-RTN
261009      END-IF.
261009      OPEN  OUTPUT  MBDE-FILE.
261009      IF  WK-MBDE-STATUS  NOT  =  "00"
261009          MOVE  'MBDE-FILE'     TO  WK-ERR-FILE
261009          MOVE  WK-MBDE-STATUS  TO  WK-ERR-STATUS
261009          PERFORM  OPEN-ERR-RTN
261009      END-IF.
261009      OPEN  OUTPUT  MDUP-FILE.
261009      IF  WK-MDUP-STATUS  NOT  =  "00"
261009          MOVE  'MDUP-FILE'     TO  WK-ERR-FILE
261009          MOVE  WK-MDUP-STATUS  TO  WK-ERR-STATUS
261009          PERFORM  OPEN-ERR-RTN
261009      END-IF.
261009      OPEN  OUTPUT  MRPT-FILE.
261009      IF  WK-MRPT-STATUS  NOT  =  "00"
261009          MOVE  'MRPT-FILE'     TO  WK-ERR-FILE
261009          MOVE  WK-MRPT-STATUS  TO  WK-ERR-STATUS
261009          PERFORM  OPEN-ERR-RTN
261009      END-IF.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    ファイルが開けない場合の打ち切り(一式がそろわない
261009*    試験データは使えないため、途中まで作らずに止める)
261009********************************************************
261009 OPEN-ERR-RTN           SECTION.
261009      DISPLAY  "*** " WK-ERR-FILE " OPEN ERROR : "
261009               WK-ERR-STATUS  " - RUN ABORTED ***".
261009      MOVE  8  TO  RETURN-CODE.
261009      STOP  RUN.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    年代区分の基準日を求める(OT1-FILE を読み通して
261009*    トレーラの実行日を控える。無ければ実行日)
261009********************************************************
261009 REF-RTN                SECTION.
261009      MOVE  WK-RUN-DATE  TO  WK-REF-DATE.
261009      OPEN  INPUT  OT1-FILE.
261009      IF  WK-OT1-STATUS  =  "00"
261009          PERFORM  REF-READ-RTN  UNTIL  FLG-OT1-EOF  =  "1"
261009          CLOSE  OT1-FILE
261009          MOVE  SPACE  TO  FLG-OT1-EOF
261009      END-IF.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    基準日を求めるための OT1-FILE 1件読込み
261009********************************************************
261009 REF-READ-RTN           SECTION.
261009      READ  OT1-FILE
261009        AT  END
261009           MOVE  "1"  TO  FLG-OT1-EOF
261009        NOT  AT  END
261009           IF  OT1-TRL-MARK(1:7)  =  "TRAILER"
261009               AND  OT1-TRL-RUNDATE  IS  NUMERIC
261009               MOVE  OT1-TRL-RUNDATE  TO  WK-REF-DATE
261009           END-IF
261009      END-READ.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    OT1-FILE の加工(トレーラはそのまま引き継ぐ)
261009********************************************************
261009 OT1-RTN                SECTION.
261009      READ  OT1-FILE
261009        AT  END
261009           MOVE  "1"  TO  FLG-OT1-EOF
261009           CLOSE  OT1-FILE
261009        NOT  AT  END
261009           IF  OT1-TRL-MARK(1:7)  =  "TRAILER"
261009               MOVE  SPACE        TO  MOT1-REC
261009               MOVE  OT1-TRL-REC  TO  MOT1-REC
261009               WRITE  MOT1-REC
261009           ELSE
261009               ADD  1  TO  CNT-OT1
261009               MOVE  OT1-MEMBER-ID  TO  WK-MID-IN
261009               PERFORM  MID-RTN
261009*              生年月日 YYYY/MM/DD。ずらした場合は年齢も
261009*              基準日時点で求め直す
261009               IF  OT1-BIRTH(1:4)  IS  NUMERIC
261009                   AND  OT1-BIRTH(6:2)  IS  NUMERIC
261009                   AND  OT1-BIRTH(9:2)  IS  NUMERIC
261009                   MOVE  OT1-BIRTH(1:4)  TO  WK-BRT-Y
261009                   MOVE  OT1-BIRTH(6:2)  TO  WK-BRT-M
261009                   MOVE  OT1-BIRTH(9:2)  TO  WK-BRT-D
261009                   MOVE  WK-REF-DATE     TO  WK-BRF-DATE
261009                   PERFORM  BRT-RTN
261009                   IF  BRT-SHIFTED
261009                       MOVE  WK-CND-Y    TO  OT1-BIRTH(1:4)
261009                       MOVE  WK-CND-M    TO  OT1-BIRTH(6:2)
261009                       MOVE  WK-CND-D    TO  OT1-BIRTH(9:2)
261009                       MOVE  WK-NEW-AGE  TO  OT1-AGE
261009                   END-IF
261009               ELSE
261009                   ADD  1  TO  CNT-KEEP
261009               END-IF
261009               MOVE  WK-MID-OUT   TO  OT1-MEMBER-ID
261009               MOVE  OT1-NAME     TO  WK-NAME-IN
261009               PERFORM  NAME-RTN
261009               MOVE  WK-NAME-OUT  TO  OT1-NAME
261009               MOVE  OT1-ADDRESS  TO  WK-ADDR-IN
261009               PERFORM  ADDR-RTN
261009               MOVE  WK-ADDR-OUT  TO  OT1-ADDRESS
261009               MOVE  OT1-REC      TO  MOT1-REC
261009               WRITE  MOT1-REC
261009           END-IF
261009      END-READ.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    OT1X-FILE の加工(論理削除済みも件数を変えずに加工)
261009********************************************************
261009 OT1X-RTN               SECTION.
261009      READ  OT1X-FILE
261009        AT  END
261009           MOVE  "1"  TO  FLG-OT1X-EOF
261009           CLOSE  OT1X-FILE
261009        NOT  AT  END
261009           ADD  1  TO  CNT-OT1X
261009           MOVE  OT1X-MEMBER-ID  TO  WK-MID-IN
261009           PERFORM  MID-RTN
261009           IF  OT1X-BIRTH(1:4)  IS  NUMERIC
261009               AND  OT1X-BIRTH(6:2)  IS  NUMERIC
261009               AND  OT1X-BIRTH(9:2)  IS  NUMERIC
261009               MOVE  OT1X-BIRTH(1:4)  TO  WK-BRT-Y
261009               MOVE  OT1X-BIRTH(6:2)  TO  WK-BRT-M
261009               MOVE  OT1X-BIRTH(9:2)  TO  WK-BRT-D
261009               MOVE  WK-REF-DATE      TO  WK-BRF-DATE
261009               PERFORM  BRT-RTN
261009               IF  BRT-SHIFTED
261009                   MOVE  WK-CND-Y    TO  OT1X-BIRTH(1:4)
261009                   MOVE  WK-CND-M    TO  OT1X-BIRTH(6:2)
261009                   MOVE  WK-CND-D    TO  OT1X-BIRTH(9:2)
261009                   MOVE  WK-NEW-AGE  TO  OT1X-AGE
261009               END-IF
261009           ELSE
261009               ADD  1  TO  CNT-KEEP
261009           END-IF
261009           MOVE  WK-MID-OUT    TO  OT1X-MEMBER-ID
261009           MOVE  OT1X-NAME     TO  WK-NAME-IN
261009           PERFORM  NAME-RTN
261009           MOVE  WK-NAME-OUT   TO  OT1X-NAME
261009           MOVE  OT1X-ADDRESS  TO  WK-ADDR-IN
261009           PERFORM  ADDR-RTN
261009           MOVE  WK-ADDR-OUT   TO  OT1X-ADDRESS
261009           MOVE  OT1X-REC      TO  MOT1X-REC
261009           WRITE  MOT1X-REC
261009             INVALID  KEY
261009               DISPLAY  "*** MOT1X-FILE WRITE ERROR : "
261009                        WK-MOT1X-STATUS  " GEN-ID = "
261009                        OT1X-GEN-ID  " ***"
261009               MOVE  8  TO  RETURN-CODE
261009           END-WRITE
261009      END-READ.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    HST-FILE の加工(生年月日は他のファイルと同じずらし方)
261009********************************************************
261009 HST-RTN                SECTION.
261009      READ  HST-FILE
261009        AT  END
261009           MOVE  "1"  TO  FLG-HST-EOF
261009           CLOSE  HST-FILE
261009        NOT  AT  END
261009           ADD  1  TO  CNT-HST
261009           MOVE  HST-MEMBER-ID  TO  WK-MID-IN
261009           PERFORM  MID-RTN
261009           IF  HST-BIRTH(1:4)  IS  NUMERIC
261009               AND  HST-BIRTH(6:2)  IS  NUMERIC
261009               AND  HST-BIRTH(9:2)  IS  NUMERIC
261009               MOVE  HST-BIRTH(1:4)  TO  WK-BRT-Y
261009               MOVE  HST-BIRTH(6:2)  TO  WK-BRT-M
261009               MOVE  HST-BIRTH(9:2)  TO  WK-BRT-D
261009*            年代区分はレコードの適用日時点のものが格納されて
261009*            いるため、適用日で判定する(無ければ基準日)
261009               IF  HST-EFF-DATE  IS  NUMERIC
261009                   AND  HST-EFF-DATE  >  ZERO
261009                   MOVE  HST-EFF-DATE  TO  WK-BRF-DATE
261009               ELSE
261009                   MOVE  WK-REF-DATE   TO  WK-BRF-DATE
261009               END-IF
261009               PERFORM  BRT-RTN
261009               IF  BRT-SHIFTED
261009                   MOVE  WK-CND-Y  TO  HST-BIRTH(1:4)
261009                   MOVE  WK-CND-M  TO  HST-BIRTH(6:2)
261009                   MOVE  WK-CND-D  TO  HST-BIRTH(9:2)
261009               END-IF
261009           ELSE
261009               ADD  1  TO  CNT-KEEP
261009           END-IF
261009           MOVE  WK-MID-OUT   TO  HST-MEMBER-ID
261009           MOVE  HST-NAME     TO  WK-NAME-IN
261009           PERFORM  NAME-RTN
261009           MOVE  WK-NAME-OUT  TO  HST-NAME
261009           MOVE  HST-ADDRESS  TO  WK-ADDR-IN
261009           PERFORM  ADDR-RTN
261009           MOVE  WK-ADDR-OUT  TO  HST-ADDRESS
261009           MOVE  HST-REC      TO  MHST-REC
261009           WRITE  MHST-REC
261009      END-READ.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    REJ-FILE の加工(IN1 イメージを加工し、理由・回数・
261009*    初回検出日はそのまま引き継ぐ)
261009********************************************************
261009 REJ-RTN                SECTION.
261009      READ  REJ-FILE
261009        AT  END
261009           MOVE  "1"  TO  FLG-REJ-EOF
261009           CLOSE  REJ-FILE
261009        NOT  AT  END
261009           ADD  1  TO  CNT-REJ
261009           MOVE  REJ-IN1-DATA  TO  IN1-REC
261009*          区切り位置不正のレコードは項目位置が当てにならない
261009*          ため、区切りと空白以外を伏せる(同じ理由で再び
261009*          不正となる)
261009           IF  REJ-REASON(1:6)  =  'BAD-CM'
261009               PERFORM  SCRUB-RTN
261009           ELSE
261009               PERFORM  IN1-MSK-RTN
261009           END-IF
261009           MOVE  IN1-REC       TO  REJ-IN1-DATA
261009           MOVE  REJ-REC       TO  MREJ-REC
261009           WRITE  MREJ-REC
261009      END-READ.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    BDE-FILE の加工(不正な生年月日はそのまま残り、再投入
261009*    しても同じく生年月日エラーとなる)
261009********************************************************
261009 BDE-RTN                SECTION.
261009      READ  BDE-FILE
261009        AT  END
261009           MOVE  "1"  TO  FLG-BDE-EOF
261009           CLOSE  BDE-FILE
261009        NOT  AT  END
261009           ADD  1  TO  CNT-BDE
261009           MOVE  BDE-IN1-DATA  TO  IN1-REC
261009           PERFORM  IN1-MSK-RTN
261009           MOVE  IN1-REC       TO  BDE-IN1-DATA
261009           MOVE  BDE-REC       TO  MBDE-REC
261009           WRITE  MBDE-REC
261009      END-READ.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    DUP-FILE の加工(残した側の通番などはそのまま)
261009********************************************************
261009 DUP-RTN                SECTION.
261009      READ  DUP-FILE
261009        AT  END
261009           MOVE  "1"  TO  FLG-DUP-EOF
261009           CLOSE  DUP-FILE
261009        NOT  AT  END
261009           ADD  1  TO  CNT-DUP
261009           MOVE  DUP-IN1-DATA  TO  IN1-REC
261009           PERFORM  IN1-MSK-RTN
261009           MOVE  IN1-REC       TO  DUP-IN1-DATA
261009           MOVE  DUP-REC       TO  MDUP-REC
261009           WRITE  MDUP-REC
261009      END-READ.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    コントロールレポートの写し(件数だけで個人情報を含ま
261009*    ないため、そのまま引き継ぐ)
261009********************************************************
261009 RPT-RTN                SECTION.
261009      READ  RPT-FILE
261009        AT  END
261009           MOVE  "1"  TO  FLG-RPT-EOF
261009           CLOSE  RPT-FILE
261009        NOT  AT  END
261009           ADD  1  TO  CNT-RPT
261009           MOVE  RPT-REC  TO  MRPT-REC
261009           WRITE  MRPT-REC
261009      END-READ.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    IN1 イメージの加工(生年月日 YYYYMMDD の年代区分は
261009*    OT1-FILE と同じ基準日で保つ)
261009********************************************************
261009 IN1-MSK-RTN            SECTION.
261009      MOVE  IN1-MEMBER-ID  TO  WK-MID-IN.
261009      PERFORM  MID-RTN.
261009      IF  IN1-BIRTH  IS  NUMERIC
261009          MOVE  IN1-BIRTH    TO  WK-BRT-DATE
261009          MOVE  WK-REF-DATE  TO  WK-BRF-DATE
261009          PERFORM  BRT-RTN
261009          IF  BRT-SHIFTED
261009              MOVE  WK-CND-DATE  TO  IN1-BIRTH
261009          END-IF
261009      ELSE
261009          ADD  1  TO  CNT-KEEP
261009      END-IF.
261009      MOVE  WK-MID-OUT   TO  IN1-MEMBER-ID.
261009      MOVE  IN1-NAME     TO  WK-NAME-IN.
261009      PERFORM  NAME-RTN.
261009      MOVE  WK-NAME-OUT  TO  IN1-NAME.
261009      MOVE  IN1-ADDRESS  TO  WK-ADDR-IN.
261009      PERFORM  ADDR-RTN.
261009      MOVE  WK-ADDR-OUT  TO  IN1-ADDRESS.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    構造不正の IN1 イメージを伏せる
261009********************************************************
261009 SCRUB-RTN              SECTION.
261009      ADD  1  TO  CNT-SCRUB.
261009      PERFORM  SCRUB-BYTE-RTN
261009        VARYING  WK-CI  FROM  1  BY  1
261009        UNTIL    WK-CI  >  83.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    構造不正イメージの1バイト分(区切りと空白は残す)
261009********************************************************
261009 SCRUB-BYTE-RTN         SECTION.
261009      IF  IN1-REC(WK-CI:1)  NOT  =  ','
261009          AND  IN1-REC(WK-CI:1)  NOT  =  SPACE
261009          MOVE  'X'  TO  IN1-REC(WK-CI:1)
261009      END-IF.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    会員番号の代替番号への置換え(初出順に 'T'+通番9桁を
261009*    割り当て、同じ会員番号には全ファイルで同じ代替番号を
261009*    使う。元の番号の空白桁は代替番号でも空白とし、会員
261009*    番号不正の例外は再投入しても同じく不正となる)
261009********************************************************
261009 MID-RTN                SECTION.
261009      IF  WK-MID-IN  =  SPACE
261009          MOVE  SPACE  TO  WK-MID-OUT
261009      ELSE
261009          SET  TKN-IDX  TO  1
261009          SEARCH  TBL-TKN-ENT
261009            AT  END
261009              PERFORM  TKN-ADD-RTN
261009            WHEN  TKN-IDX  >  TBL-TKN-CNT
261009              PERFORM  TKN-ADD-RTN
261009            WHEN  TKN-T-MID (TKN-IDX)  =  WK-MID-IN
261009              CONTINUE
261009          END-SEARCH
261009          SET  WK-TKN-NO  TO  TKN-IDX
261009          MOVE  WK-TKN-AREA  TO  WK-MID-OUT
261009          PERFORM  MID-SP-RTN
261009            VARYING  WK-CI  FROM  1  BY  1
261009            UNTIL    WK-CI  >  10
261009      END-IF.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    代替番号テーブルへの追加
261009********************************************************
261009 TKN-ADD-RTN            SECTION.
261009      IF  TBL-TKN-CNT  >=  TBL-TKN-MAX
261009          DISPLAY  "*** TOKEN TABLE OVERFLOW - RUN "
261009                   "ABORTED ***"
261009          MOVE  16  TO  RETURN-CODE
261009          STOP  RUN
261009      END-IF.
261009      ADD  1  TO  TBL-TKN-CNT.
261009      SET  TKN-IDX  TO  TBL-TKN-CNT.
261009      MOVE  WK-MID-IN  TO  TKN-T-MID (TKN-IDX).
261009      MOVE  SPACE      TO  TKN-T-SFT-SET (TKN-IDX).
261009      MOVE  ZERO       TO  TKN-T-SFT-M (TKN-IDX)
261009                           TKN-T-SFT-DIR (TKN-IDX).
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    元の会員番号の空白桁を代替番号へ写す
261009********************************************************
261009 MID-SP-RTN             SECTION.
261009      IF  WK-MID-IN(WK-CI:1)  =  SPACE
261009          MOVE  SPACE  TO  WK-MID-OUT(WK-CI:1)
261009      END-IF.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    氏名の架空値への置換え(空白の氏名は空白のまま)
261009********************************************************
261009 NAME-RTN               SECTION.
261009      IF  WK-NAME-IN  =  SPACE
261009          MOVE  SPACE  TO  WK-NAME-OUT
261009      ELSE
261009          MOVE  WK-NAME-IN  TO  WK-HASH-TEXT
261009          MOVE  12          TO  WK-HASH-LEN
261009          PERFORM  HASH-RTN
261009          DIVIDE  WK-HASH-VAL  BY  16
261009              GIVING  WK-HASH-QUO  REMAINDER  WK-HASH-REM
261009          MOVE  SEI-T-NAME (WK-HASH-REM + 1)
261009                            TO  WK-NAME-OUT(1:6)
261009          DIVIDE  WK-HASH-QUO  BY  16
261009              GIVING  WK-HASH-QUO  REMAINDER  WK-HASH-REM
261009          MOVE  MEI-T-NAME (WK-HASH-REM + 1)
261009                            TO  WK-NAME-OUT(7:6)
261009      END-IF.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    住所の架空値への置換え(試験町 丁目-番地-号。郵便
261009*    番号は実在のまま残すため郵便番号マスタは引ける)
261009********************************************************
261009 ADDR-RTN               SECTION.
261009      IF  WK-ADDR-IN  =  SPACE
261009          MOVE  SPACE  TO  WK-ADDR-OUT
261009      ELSE
261009          MOVE  WK-ADDR-IN  TO  WK-HASH-TEXT
261009          MOVE  40          TO  WK-HASH-LEN
261009          PERFORM  HASH-RTN
261009          DIVIDE  WK-HASH-VAL  BY  9
261009              GIVING  WK-HASH-QUO  REMAINDER  WK-HASH-REM
261009          ADD  WK-HASH-REM  1  GIVING  WK-ADDR-CHOME
261009          DIVIDE  WK-HASH-QUO  BY  99
261009              GIVING  WK-HASH-QUO  REMAINDER  WK-HASH-REM
261009          ADD  WK-HASH-REM  1  GIVING  WK-ADDR-BAN
261009          DIVIDE  WK-HASH-QUO  BY  99
261009              GIVING  WK-HASH-QUO  REMAINDER  WK-HASH-REM
261009          ADD  WK-HASH-REM  1  GIVING  WK-ADDR-GO
261009          MOVE  SPACE  TO  WK-ADDR-OUT
261009          STRING  WK-ADDR-TOWN  DELIMITED BY SIZE
261009                  WK-ADDR-NO    DELIMITED BY SIZE
261009                  INTO  WK-ADDR-OUT
261009      END-IF.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    生年月日のずらし(会員番号と鍵から 1-6 か月と向きを
261009*    決め、基準日時点の年代区分が変わらず基準日より後に
261009*    ならない向きを採る。どちらの向きも不可、または元の
261009*    日付が不正な場合はずらさない)
261009*    ずらし方は会員の初出時に決めて代替番号テーブルへ控え、
261009*    2回目以降はその月数・向きをそのまま使う(年齢は受け
261009*    取った基準日で求め直す)。会員番号が空白のものは
261009*    その都度決める
261009*    入力 WK-BRT-DATE・WK-BRF-DATE・WK-MID-IN
261009*         TKN-IDX(MID-RTN で求めたもの)
261009*    出力 FLG-BRT・WK-CND-DATE・WK-NEW-AGE
261009********************************************************
261009 BRT-RTN                SECTION.
261009      MOVE  SPACE  TO  FLG-BRT.
261009      EVALUATE  TRUE
261009        WHEN  WK-MID-IN  =  SPACE
261009            PERFORM  BRT-DECIDE-RTN
261009        WHEN  TKN-SFT-DECIDED (TKN-IDX)
261009            PERFORM  BRT-APPLY-RTN
261009        WHEN  OTHER
261009            PERFORM  BRT-DECIDE-RTN
261009            MOVE  'Y'  TO  TKN-T-SFT-SET (TKN-IDX)
261009            IF  BRT-SHIFTED
261009                MOVE  WK-SHIFT-M    TO  TKN-T-SFT-M (TKN-IDX)
261009                MOVE  WK-SHIFT-DIR  TO  TKN-T-SFT-DIR (TKN-IDX)
261009            ELSE
261009                MOVE  ZERO  TO  TKN-T-SFT-M (TKN-IDX)
261009                                TKN-T-SFT-DIR (TKN-IDX)
261009            END-IF
261009      END-EVALUATE.
261009      IF  BRT-SHIFTED
261009          ADD  1  TO  CNT-SHIFT
261009      ELSE
261009          ADD  1  TO  CNT-KEEP
261009      END-IF.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    ずらし方を決める(会員番号と鍵から月数と向きを求め、
261009*    不可なら逆の向きを試す)
261009********************************************************
261009 BRT-DECIDE-RTN         SECTION.
261009      MOVE  WK-BRT-DATE  TO  WK-CND-DATE.
261009      PERFORM  CND-CHK-RTN.
261009      IF  CND-OK
261009          MOVE  WK-AGE-BRK  TO  WK-ORG-BRK
261009          MOVE  WK-MID-IN   TO  WK-HASH-TEXT
261009          MOVE  10          TO  WK-HASH-LEN
261009          PERFORM  HASH-RTN
261009          DIVIDE  WK-HASH-VAL  BY  6
261009              GIVING  WK-HASH-QUO  REMAINDER  WK-HASH-REM
261009          ADD  WK-HASH-REM  1  GIVING  WK-SHIFT-M
261009          DIVIDE  WK-HASH-QUO  BY  2
261009              GIVING  WK-HASH-QUO  REMAINDER  WK-HASH-REM
261009          ADD  WK-HASH-REM  1  GIVING  WK-SHIFT-DIR
261009          MOVE  1  TO  WK-SHIFT-TRY
261009          PERFORM  SHIFT-RTN
261009              UNTIL  BRT-SHIFTED  OR  WK-SHIFT-TRY  >  2
261009      END-IF.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    控えたずらし方をそのまま使う(元の日付が不正、または
261009*    ずらした日付が基準日より後になる・このレコードの元の
261009*    日付と年代区分が変わる場合はずらさない)
261009********************************************************
261009 BRT-APPLY-RTN          SECTION.
261009      MOVE  TKN-T-SFT-M (TKN-IDX)    TO  WK-SHIFT-M.
261009      MOVE  TKN-T-SFT-DIR (TKN-IDX)  TO  WK-SHIFT-DIR.
261009      IF  WK-SHIFT-DIR  NOT  =  0
261009          MOVE  WK-BRT-DATE  TO  WK-CND-DATE
261009          PERFORM  CND-CHK-RTN
261009          IF  CND-OK
261009              MOVE  WK-AGE-BRK  TO  WK-ORG-BRK
261009              PERFORM  SHIFT-CND-RTN
261009              PERFORM  CND-CHK-RTN
261009              IF  CND-OK  AND  WK-AGE-BRK  =  WK-ORG-BRK
261009                  MOVE  'Y'  TO  FLG-BRT
261009                  MOVE  WK-AGE-VAL  TO  WK-NEW-AGE
261009              END-IF
261009          END-IF
261009      END-IF.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    1つの向きでずらした候補を作り、妥当なら採用する。
261009*    不可なら次は逆の向きを試す
261009********************************************************
261009 SHIFT-RTN              SECTION.
261009      PERFORM  SHIFT-CND-RTN.
261009      PERFORM  CND-CHK-RTN.
261009      IF  CND-OK  AND  WK-AGE-BRK  =  WK-ORG-BRK
261009          MOVE  'Y'  TO  FLG-BRT
261009          MOVE  WK-AGE-VAL  TO  WK-NEW-AGE
261009      ELSE
261009          IF  WK-SHIFT-DIR  =  1
261009              MOVE  2  TO  WK-SHIFT-DIR
261009          ELSE
261009              MOVE  1  TO  WK-SHIFT-DIR
261009          END-IF
261009      END-IF.
261009      ADD  1  TO  WK-SHIFT-TRY.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    元の生年月日を WK-SHIFT-M か月、WK-SHIFT-DIR の向き
261009*    にずらした候補 WK-CND-DATE を作る
261009********************************************************
261009 SHIFT-CND-RTN          SECTION.
261009      COMPUTE  WK-MON-TOTAL  =  WK-BRT-Y  *  12  +  WK-BRT-M
261009                             -  1.
261009      IF  WK-SHIFT-DIR  =  1
261009          SUBTRACT  WK-SHIFT-M  FROM  WK-MON-TOTAL
261009      ELSE
261009          ADD  WK-SHIFT-M  TO  WK-MON-TOTAL
261009      END-IF.
261009      DIVIDE  WK-MON-TOTAL  BY  12
261009          GIVING  WK-CND-Y  REMAINDER  WK-CND-M.
261009      ADD  1  TO  WK-CND-M.
261009*    月末を越える日は月末日に丸める
261009      MOVE  WK-BRT-D  TO  WK-CND-D.
261009      PERFORM  MAXDD-RTN.
261009      IF  WK-CND-D  >  WK-MAXDD
261009          MOVE  WK-MAXDD  TO  WK-CND-D
261009      END-IF.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    候補日 WK-CND-DATE の妥当性(実在する日付で基準日以前)
261009*    と、基準日時点の満年齢・年代区分
261009********************************************************
261009 CND-CHK-RTN            SECTION.
261009      MOVE  SPACE  TO  FLG-CND.
261009      IF  WK-CND-M  >=  1  AND  WK-CND-M  <=  12
261009          PERFORM  MAXDD-RTN
261009          IF  WK-CND-D  >=  1  AND  WK-CND-D  <=  WK-MAXDD
261009              AND  WK-CND-DATE  NOT  >  WK-BRF-DATE
261009              MOVE  'Y'  TO  FLG-CND
261009              PERFORM  AGE-RTN
261009          END-IF
261009      END-IF.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    WK-CND-Y/M の月末日
261009********************************************************
261009 MAXDD-RTN              SECTION.
261009      EVALUATE  WK-CND-M
261009        WHEN  4  WHEN  6  WHEN  9  WHEN  11
261009            MOVE  30  TO  WK-MAXDD
261009        WHEN  2
261009            DIVIDE  WK-CND-Y  BY  4
261009                GIVING  WK-QUO  REMAINDER  WK-REM4
261009            DIVIDE  WK-CND-Y  BY  100
261009                GIVING  WK-QUO  REMAINDER  WK-REM100
261009            DIVIDE  WK-CND-Y  BY  400
261009                GIVING  WK-QUO  REMAINDER  WK-REM400
261009            IF  WK-REM4 = 0  AND
261009               (WK-REM100 NOT = 0  OR  WK-REM400 = 0)
261009                MOVE  29  TO  WK-MAXDD
261009            ELSE
261009                MOVE  28  TO  WK-MAXDD
261009            END-IF
261009        WHEN  OTHER
261009            MOVE  31  TO  WK-MAXDD
261009      END-EVALUATE.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    基準日時点の満年齢と年代区分(SAMPLE と同じ区分)
261009********************************************************
261009 AGE-RTN                SECTION.
261009      SUBTRACT  WK-CND-Y  FROM  WK-BRF-Y  GIVING  WK-AGE-VAL.
261009      IF  WK-BRF-M  <  WK-CND-M
261009          SUBTRACT  1  FROM  WK-AGE-VAL
261009      ELSE
261009          IF  WK-BRF-M  =  WK-CND-M  AND  WK-BRF-D  <  WK-CND-D
261009              SUBTRACT  1  FROM  WK-AGE-VAL
261009          END-IF
261009      END-IF.
261009      EVALUATE  TRUE
261009        WHEN  WK-AGE-VAL  <  20
261009            MOVE  '1'  TO  WK-AGE-BRK
261009        WHEN  WK-AGE-VAL  <  30
261009            MOVE  '2'  TO  WK-AGE-BRK
261009        WHEN  WK-AGE-VAL  <  40
261009            MOVE  '3'  TO  WK-AGE-BRK
261009        WHEN  WK-AGE-VAL  <  50
261009            MOVE  '4'  TO  WK-AGE-BRK
261009        WHEN  WK-AGE-VAL  <  60
261009            MOVE  '5'  TO  WK-AGE-BRK
261009        WHEN  WK-AGE-VAL  <  70
261009            MOVE  '6'  TO  WK-AGE-BRK
261009        WHEN  OTHER
261009            MOVE  '7'  TO  WK-AGE-BRK
261009      END-EVALUATE.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    散らし値(鍵を種に WK-HASH-TEXT の先頭 WK-HASH-LEN
261009*    バイトから求める。同じ値・同じ鍵なら同じ結果になる)
261009********************************************************
261009 HASH-RTN               SECTION.
261009      MOVE  WK-MSK-KEY  TO  WK-HASH-VAL.
261009      PERFORM  HASH-BYTE-RTN
261009        VARYING  WK-CI  FROM  1  BY  1
261009        UNTIL    WK-CI  >  WK-HASH-LEN.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    散らし値の1バイト分
261009********************************************************
261009 HASH-BYTE-RTN          SECTION.
261009      MOVE  LOW-VALUE  TO  WK-ORD-HI.
261009      MOVE  WK-HASH-TEXT(WK-CI:1)  TO  WK-ORD-LO.
261009      COMPUTE  WK-HASH-WRK  =  WK-HASH-VAL  *  31
261009                            +  WK-ORD-N  +  1.
261009      DIVIDE  WK-HASH-WRK  BY  WK-HASH-MOD
261009          GIVING  WK-HASH-QUO  REMAINDER  WK-HASH-VAL.
261009 EXT.
261009      EXIT.
261009********************************************************
261009*    終了処理
261009********************************************************
261009 END-RTN                SECTION.
261009*    入力側は各ファイルの終端で閉じている
261009      CLOSE  MOT1-FILE  MOT1X-FILE  MHST-FILE  MREJ-FILE
261009             MBDE-FILE  MDUP-FILE  MRPT-FILE.
261009      DISPLAY  "*** OT1    = " CNT-OT1      " ***".
261009      DISPLAY  "*** OT1X   = " CNT-OT1X     " ***".
261009      DISPLAY  "*** HST    = " CNT-HST      " ***".
261009      DISPLAY  "*** REJ    = " CNT-REJ      " ***".
261009      DISPLAY  "*** BDE    = " CNT-BDE      " ***".
261009      DISPLAY  "*** DUP    = " CNT-DUP      " ***".
261009      DISPLAY  "*** RPT    = " CNT-RPT      " ***".
261009      DISPLAY  "*** TOKEN  = " TBL-TKN-CNT  " ***".
261009      DISPLAY  "*** SHIFT  = " CNT-SHIFT    " ***".
261009      DISPLAY  "*** KEEP   = " CNT-KEEP     " ***".
261009      DISPLAY  "*** SCRUB  = " CNT-SCRUB    " ***".
261009      DISPLAY  "*** SAMPLETD END ***".
261009 EXT.
261009      EXIT.
