       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SAMPLEWQ.
      ********************************************************
      * プログラム名    ：さんぷる  れいがいたいりゅう
      * 内容            ：日次の例外作業一覧。SAMPLE が退避した
      *                    例外ファイル(REJ/BDE/DUP/PER)と、
      *                    受領確認(SAMPLEAK)の却下リスト(RJM)を
      *                    読み、未解決の例外を会員番号ごとに
      *                    まとめた作業一覧(WQL-FILE)を出力する。
      *                    各例外は初回検出日からの経過日数、理由
      *                    コード、再投入回数、発生源のレイアウト
      *                    コード(REJ/BDE のみ)を示し、経過日数で
      *                    0-7 日／8-30 日／31 日以上に区分する。
      *                    初回検出日を持たない旧形式のレコードは
      *                    「日付なし」として別に数える。
      *                    経過日数が期限(環境変数 SAMPLE_WQ_SLA
      *                    の日数。未指定時は 14 日)を超えたものは
      *                    期限超過として末尾に再掲し、1件でも
      *                    あれば警告の終了コード(4)で終わる。
      *                    例外ファイルが無い場合は 0 件として扱う。
261001*                    統合で消えた旧会員番号の入力(DUP の理由
261001*                    MERGED)は提携先側で番号を直すまで毎日
261001*                    退避されるため、作業一覧・件数表・期限
261001*                    超過には含めず、末尾に別の一覧として
261001*                    出力する(経過日数は参考として示す)。
      * 作成日／作成者  ：２０２６年１０月０１日  保守担当
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
261001*    ファイル名は WK-xxx-FNAME (環境変数で実行時指定可)
261001*    性別不正・構造不正の例外ファイル(SAMPLE の出力)
261001     SELECT  REJ-FILE  ASSIGN TO  DYNAMIC
261001             WK-REJ-FNAME
261001             ORGANIZATION  LINE  SEQUENTIAL
261001             FILE STATUS   WK-REJ-STATUS.
261001*    生年月日エラーの例外ファイル(SAMPLE の出力)
261001     SELECT  BDE-FILE  ASSIGN TO  DYNAMIC
261001             WK-BDE-FNAME
261001             ORGANIZATION  LINE  SEQUENTIAL
261001             FILE STATUS   WK-BDE-STATUS.
261001*    会員番号重複の退避ファイル(SAMPLE の出力)
261001     SELECT  DUP-FILE  ASSIGN TO  DYNAMIC
261001             WK-DUP-FNAME
261001             ORGANIZATION  LINE  SEQUENTIAL
261001             FILE STATUS   WK-DUP-STATUS.
261001*    郵便番号の例外リスト(SAMPLE の出力)
261001     SELECT  PER-FILE  ASSIGN TO  DYNAMIC
261001             WK-PER-FNAME
261001             ORGANIZATION  LINE  SEQUENTIAL
261001             FILE STATUS   WK-PER-STATUS.
261001*    提携先の却下リスト(SAMPLEAK の出力)
261001     SELECT  RJM-FILE  ASSIGN TO  DYNAMIC
261001             WK-RJM-FNAME
261001             ORGANIZATION  LINE  SEQUENTIAL
261001             FILE STATUS   WK-RJM-STATUS.
261001*    例外作業一覧
261001     SELECT  WQL-FILE  ASSIGN TO  DYNAMIC
261001             WK-WQL-FNAME
261001             ORGANIZATION  LINE  SEQUENTIAL
261001             FILE STATUS   WK-WQL-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
261001 FD  REJ-FILE.
261001*    レコード定義は COPY 句 REJREC を参照
261001 COPY  REJREC.
      *
261001 FD  BDE-FILE.
261001*    レコード定義は COPY 句 BDEREC を参照
261001 COPY  BDEREC.
      *
261001*    重複レコード(SAMPLE の DUP-REC と同一レイアウト。
261001*    会員番号は IN1 イメージの 25 桁目から 10 桁)
261001 FD  DUP-FILE.
261001 01  DUP-REC.
261001   05  DUP-IN1-DATA     PIC  X(83).
261001   05  DUP-CM1          PIC  X(01).
261001   05  DUP-REASON       PIC  X(10).
261001   05  DUP-CM2          PIC  X(01).
261001   05  DUP-SRC-SEQ      PIC  9(03).
261001   05  DUP-CM3          PIC  X(01).
261001   05  DUP-KEEP-SRC-SEQ PIC  9(03).
261001   05  DUP-CM4          PIC  X(01).
261001   05  DUP-KEEP-GEN-ID  PIC  9(09).
261001   05  DUP-CM5          PIC  X(01).
261001   05  DUP-FIRST-DATE   PIC  9(08).
      *
261001*    郵便番号例外レコード(SAMPLE の PER-REC と同一レイアウト)
261001 FD  PER-FILE.
261001 01  PER-REC.
261001   05  PER-NAME         PIC  X(12).
261001   05  PER-CM1          PIC  X(01).
261001   05  PER-MEMBER-ID    PIC  X(10).
261001   05  PER-CM2          PIC  X(01).
261001   05  PER-POSTAL       PIC  X(07).
261001   05  PER-CM3          PIC  X(01).
261001   05  PER-REASON       PIC  X(10).
261001   05  PER-CM4          PIC  X(01).
261001   05  PER-FIRST-DATE   PIC  9(08).
      *
261001*    提携先の却下リスト(SAMPLEAK の RJM-REC と同一レイアウト)
261001 FD  RJM-FILE.
261001 01  RJM-REC.
261001   05  RJM-MEMBER-ID    PIC  X(10).
261001   05  RJM-CM1          PIC  X(01).
261001   05  RJM-REASON       PIC  X(10).
261001   05  RJM-CM2          PIC  X(01).
261001   05  RJM-GEN          PIC  X(04).
261001   05  RJM-CM3          PIC  X(01).
261001   05  RJM-FIRST-DATE   PIC  9(08).
      *
261001*    例外作業一覧(印字イメージ)
261001 FD  WQL-FILE.
261001 01  WQL-REC              PIC  X(132).
      *
       WORKING-STORAGE        SECTION.
261001 01  FLG-AREA.
261001   05  FLG-REJ-END      PIC  X(01).
261001   05  FLG-BDE-END      PIC  X(01).
261001   05  FLG-DUP-END      PIC  X(01).
261001   05  FLG-PER-END      PIC  X(01).
261001   05  FLG-RJM-END      PIC  X(01).
261001*    例外ファイルが開けなかった(未作成以外の理由)
261001   05  FLG-ERROR       PIC  X(01).
261001     88 RUN-ERROR      VALUE  'Y'.
261001*    期限超過の再掲を出力中かどうか
261001*    (統合番号の一覧を出力中の場合は 'M')
261001   05  FLG-SLA-PART    PIC  X(01).
261001     88 SLA-PART       VALUE  'Y'.
261001     88 MRG-PART       VALUE  'M'.
261001 01  CNT-AREA.
261001*      発生元別の読込件数
261001   05   CNT-REJ         PIC  9(09).
261001   05   CNT-BDE         PIC  9(09).
261001   05   CNT-DUP         PIC  9(09).
261001   05   CNT-PER         PIC  9(09).
261001   05   CNT-RJM         PIC  9(09).
261001*      一覧に載せた会員数と期限超過件数
261001   05   CNT-MEMBER      PIC  9(09).
261001   05   CNT-SLA         PIC  9(09).
261001*      統合で消えた旧会員番号の入力件数(DUP の MERGED)と
261001*      それを除いた作業一覧の件数
261001   05   CNT-MRG         PIC  9(09).
261001   05   CNT-ITEM        PIC  9(09).
261001 01  WK-FNAME-AREA.
261001*      実行時に使用するファイル名(未指定時は既定値を使用)
261001   05   WK-REJ-FNAME    PIC  X(40)
261001                  VALUE  "C:\GnuCobol\file\SAMPLE_REJECT.txt".
261001   05   WK-BDE-FNAME    PIC  X(40)
261001                  VALUE  "C:\GnuCobol\file\SAMPLE_BDERR.txt".
261001   05   WK-DUP-FNAME    PIC  X(40)
261001                  VALUE  "C:\GnuCobol\file\SAMPLE_DUP.txt".
261001   05   WK-PER-FNAME    PIC  X(40)
261001                  VALUE  "C:\GnuCobol\file\SAMPLE_POSTERR.txt".
261001   05   WK-RJM-FNAME    PIC  X(40)
261001                  VALUE  "C:\GnuCobol\file\SAMPLE_PARTREJ.txt".
261001   05   WK-WQL-FNAME    PIC  X(40)
261001                  VALUE  "C:\GnuCobol\file\SAMPLE_WORKQ.txt".
261001   05   WK-ENV-FNAME    PIC  X(40).
261001*      期限日数の指定(環境変数 SAMPLE_WQ_SLA)
261001   05   WK-ENV-SLA      PIC  X(03).
261001 01  WK-STATUS-AREA.
261001   05   WK-REJ-STATUS   PIC  X(02).
261001   05   WK-BDE-STATUS   PIC  X(02).
261001   05   WK-DUP-STATUS   PIC  X(02).
261001   05   WK-PER-STATUS   PIC  X(02).
261001   05   WK-RJM-STATUS   PIC  X(02).
261001   05   WK-WQL-STATUS   PIC  X(02).
261001*    ファイルオープン判定の受渡しワーク
261001   05   WK-OPN-STATUS   PIC  X(02).
261001   05   WK-OPN-NAME     PIC  X(03).
261001 01  WK-DATE-AREA.
261001   05   WK-RUN-DATE     PIC  9(08).
261001*      実行日の通日
261001   05   WK-RUN-DAYS     PIC  9(07).
261001 01  WK-WQ-AREA.
261001*      期限日数(これを超えた経過日数を期限超過とする)
261001   05   WK-SLA-DAYS     PIC  9(03)  VALUE  14.
261001*      テーブル登録用の受渡しワーク
261001   05   WK-ADD-MEMBER   PIC  X(10).
261001   05   WK-ADD-SRC      PIC  X(03).
261001   05   WK-ADD-REASON   PIC  X(10).
261001   05   WK-ADD-RETRY    PIC  X(02).
261001   05   WK-ADD-LAYOUT   PIC  X(02).
261001   05   WK-ADD-FIRST    PIC  X(08).
261001*      掃き出し用添字
261001   05   WK-SWEEP-IX     PIC  9(06).
261001*      一覧の発生元行の添字(1:REJ ... 5:RJM 6:合計)
261001   05   WK-SRC-IX       PIC  9(01).
261001*      一覧で処理中の会員番号(会員ごとの見出し判定)
261001   05   WK-CUR-MEMBER   PIC  X(10).
261001*      区分・期限超過の表示
261001   05   WK-BKT-NAME     PIC  X(07).
261001   05   WK-SLA-MARK     PIC  X(03).
261001*      印字用の編集項目
261001   05   WK-ED-AGE       PIC  ZZZZ9.
261001   05   WK-ED-CNT1      PIC  ZZZZZZ9.
261001   05   WK-ED-CNT2      PIC  ZZZZZZ9.
261001   05   WK-ED-CNT3      PIC  ZZZZZZ9.
261001   05   WK-ED-CNT4      PIC  ZZZZZZ9.
261001   05   WK-ED-CNT5      PIC  ZZZZZZ9.
261001*    発生元×経過区分の件数表(6 行目は合計。列は 0-7 日、
261001*    8-30 日、31 日以上、日付なし)
261001 01  TBL-SUM-AREA.
261001   05   TBL-SUM-ENT     OCCURS  6  TIMES.
261001     10  SUM-T-NAME     PIC  X(05).
261001     10  SUM-T-CNT      PIC  9(07)  OCCURS  4  TIMES.
261001     10  SUM-T-TOTAL    PIC  9(07).
261001*    通日計算ワーク(西暦日付から 0 年 3 月 1 日起算の
261001*    通日を求める。経過日数の算出に使う)
261001 01  WK-DAYS-AREA.
261001   05   WK-DAYS-DATE    PIC  9(08).
261001   05   WK-DAYS-DATE-R  REDEFINES  WK-DAYS-DATE.
261001     10  WK-DAYS-YYYY   PIC  9(04).
261001     10  WK-DAYS-MM     PIC  9(02).
261001     10  WK-DAYS-DD     PIC  9(02).
261001   05   WK-DAYS-Y       PIC  9(04).
261001   05   WK-DAYS-M       PIC  9(02).
261001   05   WK-DAYS-Q4      PIC  9(04).
261001   05   WK-DAYS-Q100    PIC  9(04).
261001   05   WK-DAYS-Q400    PIC  9(04).
261001   05   WK-DAYS-W       PIC  9(05).
261001   05   WK-DAYS-QM      PIC  9(04).
261001   05   WK-DAYS-NUM     PIC  9(07).
261001*    作業一覧テーブル(全発生元の例外を1件1行で持ち、
261001*    会員番号+発生元の順に並べ替えて出力する)
261001 01  TBL-WQ-AREA.
261001   05   TBL-WQ-MAX      PIC  9(05)  VALUE  20000.
261001   05   TBL-WQ-CNT      PIC  9(05)  VALUE  0.
261001   05   TBL-WQ-ENT      OCCURS  20000  TIMES.
261001*      並べ替えキー(会員番号+発生元)
261001     10  WQ-T-KEY.
261001       15  WQ-T-MEMBER  PIC  X(10).
261001       15  WQ-T-SRC     PIC  X(03).
261001     10  WQ-T-REASON    PIC  X(10).
261001*      再投入回数・レイアウトコード(持たない発生元は '--')
261001     10  WQ-T-RETRY     PIC  X(02).
261001     10  WQ-T-LAYOUT    PIC  X(02).
261001*      初回検出日(日付なしはスペース)と経過日数
261001     10  WQ-T-FIRST     PIC  X(08).
261001     10  WQ-T-AGE       PIC  9(05).
261001*      経過区分(1:0-7 日 2:8-30 日 3:31 日以上 4:日付なし
261001*      5:統合で消えた旧会員番号。期限の対象外)
261001     10  WQ-T-BKT       PIC  9(01).
261001*    並べ替え用ワーク(選択ソート)
261001 01  WK-SORT-AREA.
261001   05   WK-SORT-I       PIC  9(05).
261001   05   WK-SORT-J       PIC  9(05).
261001   05   WK-SORT-TOP     PIC  9(05).
261001   05   WK-SWAP-ENT     PIC  X(41).
      *
      ********************************************************
      *    さんぷる れいがいたいりゅう コントロール
      ********************************************************
       PROCEDURE              DIVISION.
261001     PERFORM  INIT-RTN.
261001     PERFORM  REJ-RTN  UNTIL  FLG-REJ-END  =  "1".
261001     PERFORM  BDE-RTN  UNTIL  FLG-BDE-END  =  "1".
261001     PERFORM  DUP-RTN  UNTIL  FLG-DUP-END  =  "1".
261001     PERFORM  PER-RTN  UNTIL  FLG-PER-END  =  "1".
261001     PERFORM  RJM-RTN  UNTIL  FLG-RJM-END  =  "1".
261001     PERFORM  SORT-RTN.
261001     PERFORM  END-RTN.
261001     STOP  RUN.
261001********************************************************
261001*    初期処理
261001********************************************************
261001 INIT-RTN               SECTION.
261001      DISPLAY  "*** SAMPLEWQ START ***".
261001      INITIALIZE         FLG-AREA
261001                         CNT-AREA
261001                         TBL-SUM-AREA.
261001      ACCEPT  WK-RUN-DATE  FROM  DATE  YYYYMMDD.
261001      MOVE  WK-RUN-DATE  TO  WK-DAYS-DATE.
261001      PERFORM  DAYS-RTN.
261001      MOVE  WK-DAYS-NUM  TO  WK-RUN-DAYS.
261001      MOVE  'REJ'    TO  SUM-T-NAME (1).
261001      MOVE  'BDE'    TO  SUM-T-NAME (2).
261001      MOVE  'DUP'    TO  SUM-T-NAME (3).
261001      MOVE  'PER'    TO  SUM-T-NAME (4).
261001      MOVE  'RJM'    TO  SUM-T-NAME (5).
261001      MOVE  'TOTAL'  TO  SUM-T-NAME (6).
261001*    未設定時は WK-FNAME-AREA の既定値のまま変更しない
261001      DISPLAY  "SAMPLE_REJ_FILE"  UPON  ENVIRONMENT-NAME.
261001      MOVE  SPACE        TO  WK-ENV-FNAME.
261001      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261001      IF  WK-ENV-FNAME  NOT  =  SPACE
261001          MOVE  WK-ENV-FNAME  TO  WK-REJ-FNAME
261001      END-IF.
261001      DISPLAY  "SAMPLE_BDE_FILE"  UPON  ENVIRONMENT-NAME.
261001      MOVE  SPACE        TO  WK-ENV-FNAME.
261001      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261001      IF  WK-ENV-FNAME  NOT  =  SPACE
261001          MOVE  WK-ENV-FNAME  TO  WK-BDE-FNAME
261001      END-IF.
261001      DISPLAY  "SAMPLE_DUP_FILE"  UPON  ENVIRONMENT-NAME.
261001      MOVE  SPACE        TO  WK-ENV-FNAME.
261001      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261001      IF  WK-ENV-FNAME  NOT  =  SPACE
261001          MOVE  WK-ENV-FNAME  TO  WK-DUP-FNAME
261001      END-IF.
261001      DISPLAY  "SAMPLE_PER_FILE"  UPON  ENVIRONMENT-NAME.
261001      MOVE  SPACE        TO  WK-ENV-FNAME.
261001      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261001      IF  WK-ENV-FNAME  NOT  =  SPACE
261001          MOVE  WK-ENV-FNAME  TO  WK-PER-FNAME
261001      END-IF.
261001      DISPLAY  "SAMPLE_PARTREJ_FILE"  UPON  ENVIRONMENT-NAME.
261001      MOVE  SPACE        TO  WK-ENV-FNAME.
261001      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261001      IF  WK-ENV-FNAME  NOT  =  SPACE
261001          MOVE  WK-ENV-FNAME  TO  WK-RJM-FNAME
261001      END-IF.
261001      DISPLAY  "SAMPLE_WQL_FILE"  UPON  ENVIRONMENT-NAME.
261001      MOVE  SPACE        TO  WK-ENV-FNAME.
261001      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261001      IF  WK-ENV-FNAME  NOT  =  SPACE
261001          MOVE  WK-ENV-FNAME  TO  WK-WQL-FNAME
261001      END-IF.
261001*    期限日数(未指定・不正時は既定の 14 日)
261001      DISPLAY  "SAMPLE_WQ_SLA"  UPON  ENVIRONMENT-NAME.
261001      MOVE  SPACE        TO  WK-ENV-SLA.
261001      ACCEPT  WK-ENV-SLA  FROM  ENVIRONMENT-VALUE.
261001      IF  WK-ENV-SLA  IS  NUMERIC
261001          MOVE  WK-ENV-SLA  TO  WK-SLA-DAYS
261001      END-IF.
261001*    例外ファイルは未作成(status 35)なら 0 件として扱う
261001      OPEN  INPUT  REJ-FILE.
261001      MOVE  WK-REJ-STATUS  TO  WK-OPN-STATUS.
261001      MOVE  'REJ'          TO  WK-OPN-NAME.
261001      PERFORM  OPN-CHK-RTN.
261001      IF  WK-REJ-STATUS  NOT  =  "00"
261001          MOVE  "1"  TO  FLG-REJ-END
261001      END-IF.
261001      OPEN  INPUT  BDE-FILE.
261001      MOVE  WK-BDE-STATUS  TO  WK-OPN-STATUS.
261001      MOVE  'BDE'          TO  WK-OPN-NAME.
261001      PERFORM  OPN-CHK-RTN.
261001      IF  WK-BDE-STATUS  NOT  =  "00"
261001          MOVE  "1"  TO  FLG-BDE-END
261001      END-IF.
261001      OPEN  INPUT  DUP-FILE.
261001      MOVE  WK-DUP-STATUS  TO  WK-OPN-STATUS.
261001      MOVE  'DUP'          TO  WK-OPN-NAME.
261001      PERFORM  OPN-CHK-RTN.
261001      IF  WK-DUP-STATUS  NOT  =  "00"
261001          MOVE  "1"  TO  FLG-DUP-END
261001      END-IF.
261001      OPEN  INPUT  PER-FILE.
261001      MOVE  WK-PER-STATUS  TO  WK-OPN-STATUS.
261001      MOVE  'PER'          TO  WK-OPN-NAME.
261001      PERFORM  OPN-CHK-RTN.
261001      IF  WK-PER-STATUS  NOT  =  "00"
261001          MOVE  "1"  TO  FLG-PER-END
261001      END-IF.
261001      OPEN  INPUT  RJM-FILE.
261001      MOVE  WK-RJM-STATUS  TO  WK-OPN-STATUS.
261001      MOVE  'RJM'          TO  WK-OPN-NAME.
261001      PERFORM  OPN-CHK-RTN.
261001      IF  WK-RJM-STATUS  NOT  =  "00"
261001          MOVE  "1"  TO  FLG-RJM-END
261001      END-IF.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    例外ファイルのオープン結果の判定(未作成は 0 件、
261001*    それ以外の失敗はエラーとして一覧は出力する)
261001********************************************************
261001 OPN-CHK-RTN            SECTION.
261001      EVALUATE  WK-OPN-STATUS
261001        WHEN  "00"
261001            CONTINUE
261001        WHEN  "35"
261001            DISPLAY  "*** " WK-OPN-NAME
261001                     "-FILE NOT FOUND - NO ITEMS ***"
261001        WHEN  OTHER
261001            DISPLAY  "*** " WK-OPN-NAME "-FILE OPEN ERROR : "
261001                     WK-OPN-STATUS  " ***"
261001            MOVE  'Y'  TO  FLG-ERROR
261001      END-EVALUATE.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    REJ-FILE の読込み(会員番号は IN1 イメージの 25 桁目
261001*    から 10 桁)
261001********************************************************
261001 REJ-RTN                SECTION.
261001      READ  REJ-FILE
261001        AT  END
261001           MOVE  "1"  TO  FLG-REJ-END
261001           CLOSE  REJ-FILE
261001        NOT  AT  END
261001           ADD  1  TO  CNT-REJ
261001           MOVE  REJ-IN1-DATA(25:10)  TO  WK-ADD-MEMBER
261001           MOVE  'REJ'                TO  WK-ADD-SRC
261001           MOVE  REJ-REASON           TO  WK-ADD-REASON
261001           MOVE  REJ-RETRY            TO  WK-ADD-RETRY
261001           MOVE  REJ-LAYOUT           TO  WK-ADD-LAYOUT
261001           MOVE  REJ-FIRST-DATE       TO  WK-ADD-FIRST
261001           PERFORM  WQ-ADD-RTN
261001      END-READ.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    BDE-FILE の読込み
261001********************************************************
261001 BDE-RTN                SECTION.
261001      READ  BDE-FILE
261001        AT  END
261001           MOVE  "1"  TO  FLG-BDE-END
261001           CLOSE  BDE-FILE
261001        NOT  AT  END
261001           ADD  1  TO  CNT-BDE
261001           MOVE  BDE-IN1-DATA(25:10)  TO  WK-ADD-MEMBER
261001           MOVE  'BDE'                TO  WK-ADD-SRC
261001           MOVE  BDE-REASON           TO  WK-ADD-REASON
261001           MOVE  BDE-RETRY            TO  WK-ADD-RETRY
261001           MOVE  BDE-LAYOUT           TO  WK-ADD-LAYOUT
261001           MOVE  BDE-FIRST-DATE       TO  WK-ADD-FIRST
261001           PERFORM  WQ-ADD-RTN
261001      END-READ.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    DUP-FILE の読込み(再投入・レイアウトは持たない。
261001*    理由 MERGED は統合番号の一覧へ回す)
261001********************************************************
261001 DUP-RTN                SECTION.
261001      READ  DUP-FILE
261001        AT  END
261001           MOVE  "1"  TO  FLG-DUP-END
261001           CLOSE  DUP-FILE
261001        NOT  AT  END
261001           ADD  1  TO  CNT-DUP
261001           MOVE  DUP-IN1-DATA(25:10)  TO  WK-ADD-MEMBER
261001           MOVE  'DUP'                TO  WK-ADD-SRC
261001           MOVE  DUP-REASON           TO  WK-ADD-REASON
261001           MOVE  '--'                 TO  WK-ADD-RETRY
261001                                          WK-ADD-LAYOUT
261001           MOVE  DUP-FIRST-DATE       TO  WK-ADD-FIRST
261001           IF  DUP-REASON  =  'MERGED'
261001               PERFORM  MRG-ADD-RTN
261001           ELSE
261001               PERFORM  WQ-ADD-RTN
261001           END-IF
261001      END-READ.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    PER-FILE の読込み(再投入・レイアウトは持たない)
261001********************************************************
261001 PER-RTN                SECTION.
261001      READ  PER-FILE
261001        AT  END
261001           MOVE  "1"  TO  FLG-PER-END
261001           CLOSE  PER-FILE
261001        NOT  AT  END
261001           ADD  1  TO  CNT-PER
261001           MOVE  PER-MEMBER-ID        TO  WK-ADD-MEMBER
261001           MOVE  'PER'                TO  WK-ADD-SRC
261001           MOVE  PER-REASON           TO  WK-ADD-REASON
261001           MOVE  '--'                 TO  WK-ADD-RETRY
261001                                          WK-ADD-LAYOUT
261001           MOVE  PER-FIRST-DATE       TO  WK-ADD-FIRST
261001           PERFORM  WQ-ADD-RTN
261001      END-READ.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    RJM-FILE の読込み(再投入・レイアウトは持たない)
261001********************************************************
261001 RJM-RTN                SECTION.
261001      READ  RJM-FILE
261001        AT  END
261001           MOVE  "1"  TO  FLG-RJM-END
261001           CLOSE  RJM-FILE
261001        NOT  AT  END
261001           ADD  1  TO  CNT-RJM
261001           MOVE  RJM-MEMBER-ID        TO  WK-ADD-MEMBER
261001           MOVE  'RJM'                TO  WK-ADD-SRC
261001           MOVE  RJM-REASON           TO  WK-ADD-REASON
261001           MOVE  '--'                 TO  WK-ADD-RETRY
261001                                          WK-ADD-LAYOUT
261001           MOVE  RJM-FIRST-DATE       TO  WK-ADD-FIRST
261001           PERFORM  WQ-ADD-RTN
261001      END-READ.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    作業一覧テーブルへ1件登録し、経過日数・区分を求めて
261001*    件数表へ加算する(あふれた場合は一覧が欠けるため
261001*    実行を打ち切る)
261001********************************************************
261001 WQ-ADD-RTN             SECTION.
261001      IF  TBL-WQ-CNT  >=  TBL-WQ-MAX
261001          DISPLAY  "*** WORK QUEUE TABLE OVERFLOW - RUN "
261001                   "ABORTED ***"
261001          MOVE  16  TO  RETURN-CODE
261001          STOP  RUN
261001      END-IF.
261001      ADD  1  TO  TBL-WQ-CNT.
261001      MOVE  WK-ADD-MEMBER  TO  WQ-T-MEMBER (TBL-WQ-CNT).
261001      MOVE  WK-ADD-SRC     TO  WQ-T-SRC (TBL-WQ-CNT).
261001      MOVE  WK-ADD-REASON  TO  WQ-T-REASON (TBL-WQ-CNT).
261001      MOVE  WK-ADD-RETRY   TO  WQ-T-RETRY (TBL-WQ-CNT).
261001      IF  WK-ADD-LAYOUT  =  SPACE
261001          MOVE  '01'           TO  WQ-T-LAYOUT (TBL-WQ-CNT)
261001      ELSE
261001          MOVE  WK-ADD-LAYOUT  TO  WQ-T-LAYOUT (TBL-WQ-CNT)
261001      END-IF.
261001      MOVE  ZERO  TO  WQ-T-AGE (TBL-WQ-CNT).
261001*    初回検出日を持たない旧形式のレコードは日付なし
261001      IF  WK-ADD-FIRST  IS  NUMERIC
261001      AND WK-ADD-FIRST  >  ZERO
261001          MOVE  WK-ADD-FIRST  TO  WQ-T-FIRST (TBL-WQ-CNT)
261001          MOVE  WK-ADD-FIRST  TO  WK-DAYS-DATE
261001          PERFORM  DAYS-RTN
261001          IF  WK-RUN-DAYS  >  WK-DAYS-NUM
261001              SUBTRACT  WK-DAYS-NUM  FROM  WK-RUN-DAYS
261001                            GIVING  WQ-T-AGE (TBL-WQ-CNT)
261001          END-IF
261001          EVALUATE  TRUE
261001            WHEN  WQ-T-AGE (TBL-WQ-CNT)  <=  7
261001                MOVE  1  TO  WQ-T-BKT (TBL-WQ-CNT)
261001            WHEN  WQ-T-AGE (TBL-WQ-CNT)  <=  30
261001                MOVE  2  TO  WQ-T-BKT (TBL-WQ-CNT)
261001            WHEN  OTHER
261001                MOVE  3  TO  WQ-T-BKT (TBL-WQ-CNT)
261001          END-EVALUATE
261001          IF  WQ-T-AGE (TBL-WQ-CNT)  >  WK-SLA-DAYS
261001              ADD  1  TO  CNT-SLA
261001          END-IF
261001      ELSE
261001          MOVE  SPACE  TO  WQ-T-FIRST (TBL-WQ-CNT)
261001          MOVE  4      TO  WQ-T-BKT (TBL-WQ-CNT)
261001      END-IF.
261001      EVALUATE  WK-ADD-SRC
261001        WHEN  'REJ'
261001            MOVE  1  TO  WK-SRC-IX
261001        WHEN  'BDE'
261001            MOVE  2  TO  WK-SRC-IX
261001        WHEN  'DUP'
261001            MOVE  3  TO  WK-SRC-IX
261001        WHEN  'PER'
261001            MOVE  4  TO  WK-SRC-IX
261001        WHEN  OTHER
261001            MOVE  5  TO  WK-SRC-IX
261001      END-EVALUATE.
261001      ADD  1  TO  SUM-T-CNT (WK-SRC-IX  WQ-T-BKT (TBL-WQ-CNT))
261001                  SUM-T-TOTAL (WK-SRC-IX)
261001                  SUM-T-CNT (6  WQ-T-BKT (TBL-WQ-CNT))
261001                  SUM-T-TOTAL (6).
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    統合で消えた旧会員番号の入力を作業一覧テーブルへ
261001*    区分 5 で登録する(件数表・期限超過には加えない)
261001********************************************************
261001 MRG-ADD-RTN            SECTION.
261001      IF  TBL-WQ-CNT  >=  TBL-WQ-MAX
261001          DISPLAY  "*** WORK QUEUE TABLE OVERFLOW - RUN "
261001                   "ABORTED ***"
261001          MOVE  16  TO  RETURN-CODE
261001          STOP  RUN
261001      END-IF.
261001      ADD  1  TO  TBL-WQ-CNT.
261001      ADD  1  TO  CNT-MRG.
261001      MOVE  WK-ADD-MEMBER  TO  WQ-T-MEMBER (TBL-WQ-CNT).
261001      MOVE  WK-ADD-SRC     TO  WQ-T-SRC (TBL-WQ-CNT).
261001      MOVE  WK-ADD-REASON  TO  WQ-T-REASON (TBL-WQ-CNT).
261001      MOVE  WK-ADD-RETRY   TO  WQ-T-RETRY (TBL-WQ-CNT).
261001      MOVE  WK-ADD-LAYOUT  TO  WQ-T-LAYOUT (TBL-WQ-CNT).
261001      MOVE  ZERO   TO  WQ-T-AGE (TBL-WQ-CNT).
261001      MOVE  SPACE  TO  WQ-T-FIRST (TBL-WQ-CNT).
261001      MOVE  5      TO  WQ-T-BKT (TBL-WQ-CNT).
261001      IF  WK-ADD-FIRST  IS  NUMERIC
261001      AND WK-ADD-FIRST  >  ZERO
261001          MOVE  WK-ADD-FIRST  TO  WQ-T-FIRST (TBL-WQ-CNT)
261001          MOVE  WK-ADD-FIRST  TO  WK-DAYS-DATE
261001          PERFORM  DAYS-RTN
261001          IF  WK-RUN-DAYS  >  WK-DAYS-NUM
261001              SUBTRACT  WK-DAYS-NUM  FROM  WK-RUN-DAYS
261001                            GIVING  WQ-T-AGE (TBL-WQ-CNT)
261001          END-IF
261001      END-IF.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    作業一覧テーブルを会員番号+発生元の昇順に並べ替える
261001*    (選択ソート)
261001********************************************************
261001 SORT-RTN               SECTION.
261001      IF  TBL-WQ-CNT  >  1
261001          PERFORM  SORT-PASS-RTN
261001            VARYING  WK-SORT-I  FROM  1  BY  1
261001            UNTIL    WK-SORT-I  >=  TBL-WQ-CNT
261001      END-IF.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    ソート1パス：I 番目以降でキー最小の要素を I 番目へ
261001********************************************************
261001 SORT-PASS-RTN          SECTION.
261001      MOVE  WK-SORT-I  TO  WK-SORT-TOP.
261001      ADD  WK-SORT-I  1  GIVING  WK-SORT-J.
261001      PERFORM  SORT-CMP-RTN
261001        VARYING  WK-SORT-J  FROM  WK-SORT-J  BY  1
261001        UNTIL    WK-SORT-J  >  TBL-WQ-CNT.
261001      IF  WK-SORT-TOP  NOT  =  WK-SORT-I
261001          PERFORM  SORT-SWAP-RTN
261001      END-IF.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    ソート比較：J 番目が現在の最小より小さければ控える
261001********************************************************
261001 SORT-CMP-RTN           SECTION.
261001      IF  WQ-T-KEY (WK-SORT-J)  <  WQ-T-KEY (WK-SORT-TOP)
261001          MOVE  WK-SORT-J  TO  WK-SORT-TOP
261001      END-IF.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    ソート交換：I 番目と最小要素を入れ替える
261001********************************************************
261001 SORT-SWAP-RTN          SECTION.
261001      MOVE  TBL-WQ-ENT (WK-SORT-I)    TO  WK-SWAP-ENT.
261001      MOVE  TBL-WQ-ENT (WK-SORT-TOP)
261001                  TO  TBL-WQ-ENT (WK-SORT-I).
261001      MOVE  WK-SWAP-ENT
261001                  TO  TBL-WQ-ENT (WK-SORT-TOP).
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    通日計算(WK-DAYS-DATE の西暦日付を 0 年 3 月 1 日
261001*    起算の通日 WK-DAYS-NUM に変換する。1・2 月は前年の
261001*    13・14 月として扱い、閏日を年末に寄せて計算する)
261001********************************************************
261001 DAYS-RTN               SECTION.
261001      IF  WK-DAYS-MM  <=  2
261001          SUBTRACT  1  FROM  WK-DAYS-YYYY  GIVING  WK-DAYS-Y
261001          ADD  12  WK-DAYS-MM  GIVING  WK-DAYS-M
261001      ELSE
261001          MOVE  WK-DAYS-YYYY  TO  WK-DAYS-Y
261001          MOVE  WK-DAYS-MM    TO  WK-DAYS-M
261001      END-IF.
261001      DIVIDE  WK-DAYS-Y  BY  4    GIVING  WK-DAYS-Q4.
261001      DIVIDE  WK-DAYS-Y  BY  100  GIVING  WK-DAYS-Q100.
261001      DIVIDE  WK-DAYS-Y  BY  400  GIVING  WK-DAYS-Q400.
261001      COMPUTE  WK-DAYS-W  =  153  *  ( WK-DAYS-M  -  3 )  +  2.
261001      DIVIDE  WK-DAYS-W  BY  5    GIVING  WK-DAYS-QM.
261001      COMPUTE  WK-DAYS-NUM  =  WK-DAYS-Y  *  365
261001                            +  WK-DAYS-Q4  -  WK-DAYS-Q100
261001                            +  WK-DAYS-Q400  +  WK-DAYS-QM
261001                            +  WK-DAYS-DD.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    作業一覧の出力(見出し→発生元×経過区分の件数表→
261001*    会員番号順の明細→期限超過の再掲→統合番号の一覧)
261001********************************************************
261001 WQL-RTN                SECTION.
261001      OPEN  OUTPUT  WQL-FILE.
261001      IF  WK-WQL-STATUS  NOT  =  "00"
261001          DISPLAY  "*** WQL-FILE OPEN ERROR : "
261001                   WK-WQL-STATUS  " ***"
261001          MOVE  'Y'  TO  FLG-ERROR
261001      ELSE
261001          MOVE  WK-SLA-DAYS  TO  WK-ED-AGE
261001          MOVE  SPACE  TO  WQL-REC
261001          STRING  "SAMPLEWQ EXCEPTION WORK QUEUE  "
261001                                      DELIMITED BY SIZE
261001                  "RUN DATE : "       DELIMITED BY SIZE
261001                  WK-RUN-DATE         DELIMITED BY SIZE
261001                  "  SLA : "          DELIMITED BY SIZE
261001                  WK-ED-AGE           DELIMITED BY SIZE
261001                  " DAYS"             DELIMITED BY SIZE
261001                  INTO  WQL-REC
261001          WRITE  WQL-REC
261001          MOVE  SPACE  TO  WQL-REC
261001          WRITE  WQL-REC
261001          MOVE  "SRC      0-7   8-30    31+ UNDATED   TOTAL"
261001                                      TO  WQL-REC
261001          WRITE  WQL-REC
261001          PERFORM  SUM-LINE-RTN
261001            VARYING  WK-SRC-IX  FROM  1  BY  1
261001            UNTIL    WK-SRC-IX  >  6
261001          MOVE  SPACE  TO  WQL-REC
261001          WRITE  WQL-REC
261001          MOVE  "WORK QUEUE BY MEMBER"  TO  WQL-REC
261001          WRITE  WQL-REC
261001          PERFORM  DTL-HDR-RTN
261001          MOVE  SPACE  TO  FLG-SLA-PART
261001          MOVE  HIGH-VALUE  TO  WK-CUR-MEMBER
261001          MOVE  1  TO  WK-SWEEP-IX
261001          PERFORM  DTL-ONE-RTN  TBL-WQ-CNT  TIMES
261001          MOVE  SPACE  TO  WQL-REC
261001          WRITE  WQL-REC
261001*         編集項目は明細で使ったため期限日数を再設定する
261001          MOVE  WK-SLA-DAYS  TO  WK-ED-AGE
261001          MOVE  SPACE  TO  WQL-REC
261001          STRING  "SLA BREACH (AGE OVER "  DELIMITED BY SIZE
261001                  WK-ED-AGE                DELIMITED BY SIZE
261001                  " DAYS)"                 DELIMITED BY SIZE
261001                  INTO  WQL-REC
261001          WRITE  WQL-REC
261001          PERFORM  DTL-HDR-RTN
261001          MOVE  'Y'  TO  FLG-SLA-PART
261001          MOVE  HIGH-VALUE  TO  WK-CUR-MEMBER
261001          MOVE  1  TO  WK-SWEEP-IX
261001          PERFORM  DTL-ONE-RTN  TBL-WQ-CNT  TIMES
261001          MOVE  SPACE  TO  WQL-REC
261001          WRITE  WQL-REC
261001          MOVE  "MERGED MEMBER NUMBERS IN INPUT (NOT AGED)"
261001                                       TO  WQL-REC
261001          WRITE  WQL-REC
261001          PERFORM  DTL-HDR-RTN
261001          MOVE  'M'  TO  FLG-SLA-PART
261001          MOVE  HIGH-VALUE  TO  WK-CUR-MEMBER
261001          MOVE  1  TO  WK-SWEEP-IX
261001          PERFORM  DTL-ONE-RTN  TBL-WQ-CNT  TIMES
261001          MOVE  SPACE  TO  WQL-REC
261001          WRITE  WQL-REC
261001          SUBTRACT  CNT-MRG  FROM  TBL-WQ-CNT  GIVING  CNT-ITEM
261001          MOVE  SPACE  TO  WQL-REC
261001          STRING  "TOTAL  ITEMS = "   DELIMITED BY SIZE
261001                  CNT-ITEM            DELIMITED BY SIZE
261001                  "  MEMBERS = "      DELIMITED BY SIZE
261001                  CNT-MEMBER          DELIMITED BY SIZE
261001                  "  SLA BREACH = "   DELIMITED BY SIZE
261001                  CNT-SLA             DELIMITED BY SIZE
261001                  "  MERGED = "       DELIMITED BY SIZE
261001                  CNT-MRG             DELIMITED BY SIZE
261001                  INTO  WQL-REC
261001          WRITE  WQL-REC
261001          CLOSE  WQL-FILE
261001      END-IF.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    件数表の1行(発生元 WK-SRC-IX)
261001********************************************************
261001 SUM-LINE-RTN           SECTION.
261001      MOVE  SUM-T-CNT (WK-SRC-IX  1)  TO  WK-ED-CNT1.
261001      MOVE  SUM-T-CNT (WK-SRC-IX  2)  TO  WK-ED-CNT2.
261001      MOVE  SUM-T-CNT (WK-SRC-IX  3)  TO  WK-ED-CNT3.
261001      MOVE  SUM-T-CNT (WK-SRC-IX  4)  TO  WK-ED-CNT4.
261001      MOVE  SUM-T-TOTAL (WK-SRC-IX)   TO  WK-ED-CNT5.
261001      MOVE  SPACE  TO  WQL-REC.
261001      STRING  SUM-T-NAME (WK-SRC-IX)  DELIMITED BY SIZE
261001              WK-ED-CNT1              DELIMITED BY SIZE
261001              WK-ED-CNT2              DELIMITED BY SIZE
261001              WK-ED-CNT3              DELIMITED BY SIZE
261001              " "                     DELIMITED BY SIZE
261001              WK-ED-CNT4              DELIMITED BY SIZE
261001              " "                     DELIMITED BY SIZE
261001              WK-ED-CNT5              DELIMITED BY SIZE
261001              INTO  WQL-REC.
261001      WRITE  WQL-REC.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    明細の項目見出し
261001********************************************************
261001 DTL-HDR-RTN            SECTION.
261001      MOVE  SPACE  TO  WQL-REC.
261001      MOVE  "MEMBER     SRC REASON     RETRY LAYOUT FIRST-SEEN"
261001                                  TO  WQL-REC.
261001      MOVE  "  AGE BUCKET  SLA"   TO  WQL-REC(51:17).
261001      WRITE  WQL-REC.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    明細の1件(期限超過の再掲では超過分だけ、統合番号の
261001*    一覧では区分 5 だけを出力する。会員番号は会員ごとの
261001*    先頭行だけに印字する)
261001********************************************************
261001 DTL-ONE-RTN            SECTION.
261001      IF  ( FLG-SLA-PART  =  SPACE
261001        AND WQ-T-BKT (WK-SWEEP-IX)  NOT  =  5 )
261001      OR  ( SLA-PART
261001        AND WQ-T-BKT (WK-SWEEP-IX)  <  4
261001        AND WQ-T-AGE (WK-SWEEP-IX)  >  WK-SLA-DAYS )
261001      OR  ( MRG-PART
261001        AND WQ-T-BKT (WK-SWEEP-IX)  =  5 )
261001          EVALUATE  WQ-T-BKT (WK-SWEEP-IX)
261001            WHEN  1
261001                MOVE  '0-7'      TO  WK-BKT-NAME
261001            WHEN  2
261001                MOVE  '8-30'     TO  WK-BKT-NAME
261001            WHEN  3
261001                MOVE  '31+'      TO  WK-BKT-NAME
261001            WHEN  5
261001                MOVE  'MERGED'   TO  WK-BKT-NAME
261001            WHEN  OTHER
261001                MOVE  'UNDATED'  TO  WK-BKT-NAME
261001          END-EVALUATE
261001          IF  WQ-T-BKT (WK-SWEEP-IX)  <  4
261001          AND WQ-T-AGE (WK-SWEEP-IX)  >  WK-SLA-DAYS
261001              MOVE  '***'  TO  WK-SLA-MARK
261001          ELSE
261001              MOVE  SPACE  TO  WK-SLA-MARK
261001          END-IF
261001          MOVE  WQ-T-AGE (WK-SWEEP-IX)  TO  WK-ED-AGE
261001          MOVE  SPACE  TO  WQL-REC
261001          IF  WQ-T-MEMBER (WK-SWEEP-IX)  NOT  =  WK-CUR-MEMBER
261001              MOVE  WQ-T-MEMBER (WK-SWEEP-IX)  TO  WK-CUR-MEMBER
261001              MOVE  WK-CUR-MEMBER  TO  WQL-REC(1:10)
261001              IF  FLG-SLA-PART  =  SPACE
261001                  ADD  1  TO  CNT-MEMBER
261001              END-IF
261001          END-IF
261001          MOVE  WQ-T-SRC (WK-SWEEP-IX)     TO  WQL-REC(12:3)
261001          MOVE  WQ-T-REASON (WK-SWEEP-IX)  TO  WQL-REC(16:10)
261001          MOVE  WQ-T-RETRY (WK-SWEEP-IX)   TO  WQL-REC(27:2)
261001          MOVE  WQ-T-LAYOUT (WK-SWEEP-IX)  TO  WQL-REC(33:2)
261001          MOVE  WQ-T-FIRST (WK-SWEEP-IX)   TO  WQL-REC(40:8)
261001          IF  WQ-T-BKT (WK-SWEEP-IX)  NOT  =  4
261001          AND WQ-T-FIRST (WK-SWEEP-IX)  NOT  =  SPACE
261001              MOVE  WK-ED-AGE              TO  WQL-REC(51:5)
261001          END-IF
261001          MOVE  WK-BKT-NAME                TO  WQL-REC(57:7)
261001          MOVE  WK-SLA-MARK                TO  WQL-REC(65:3)
261001          WRITE  WQL-REC
261001      END-IF.
261001      ADD  1  TO  WK-SWEEP-IX.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    終了処理
261001********************************************************
261001 END-RTN                SECTION.
261001      PERFORM  WQL-RTN.
261001      DISPLAY  "*** REJ        = " CNT-REJ     " ***".
261001      DISPLAY  "*** BDE        = " CNT-BDE     " ***".
261001      DISPLAY  "*** DUP        = " CNT-DUP     " ***".
261001      DISPLAY  "*** PER        = " CNT-PER     " ***".
261001      DISPLAY  "*** RJM        = " CNT-RJM     " ***".
261001      DISPLAY  "*** MEMBERS    = " CNT-MEMBER  " ***".
261001      DISPLAY  "*** SLA BREACH = " CNT-SLA     " ***".
261001      DISPLAY  "*** MERGED     = " CNT-MRG     " ***".
261001*    ファイルエラーはエラー、期限超過があれば警告終了とする
261001      IF  RUN-ERROR
261001          MOVE  8  TO  RETURN-CODE
261001      ELSE
261001          IF  CNT-SLA  >  0
261001              DISPLAY  "*** SAMPLEWQ SLA BREACH FOUND - "
261001                       "CONDITION CODE 4 ***"
261001              MOVE  4  TO  RETURN-CODE
261001          END-IF
261001      END-IF.
261001      DISPLAY  "*** SAMPLEWQ END ***".
261001 EXT.
261001      EXIT.
