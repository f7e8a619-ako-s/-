       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SAMPLEGN.
      ********************************************************
      * プログラム名    ：さんぷる  せだいかんり
      * 内容            ：人物マスタ一式(OT1-FILE・OT1X-FILE・
      *                    送付世代番号 GEN-FILE・例外ファイル
      *                    REJ/BDE/DUP/PER/RJM・コントロール
      *                    レポート RPT-FILE)の世代管理を行う。
      *                    処理モードは環境変数 SAMPLE_GDG_MODE
      *                    で指定する。
      *                    (1) BACKUP(既定)
      *                        人物マスタを書き換えるプログラム
      *                        (SAMPLE／SAMPLERC／SAMPLEAR／
      *                        SAMPLERB)の直前に実行し、一式を
      *                        日付付きの世代として世代ファイルへ
      *                        複写して世代カタログ(CAT-FILE)へ
      *                        記録する。直後に実行するプログラム
      *                        名を SAMPLE_GDG_PGM で渡す。保存
      *                        世代数(SAMPLE_GDG_KEEP、既定 7)を
      *                        超える古い世代はカタログから外し、
      *                        その置き場所を使い回す
      *                    (2) RESTORE
      *                        SAMPLE_GDG_RESTORE で指定した世代
      *                        へ一式をまとめて戻す。戻す前に世代
      *                        ファイルの件数をカタログと照合し、
      *                        現在の一式も世代として退避してから
      *                        復元する(復元の取消しに使える)。
      *                        復元の結果は実行管理ファイル
      *                        (RUN-FILE)へ記録区分 R で記録し、
      *                        朝の運用報告(SAMPLEOP)に載せる。
261014*                        開示・消去(SAMPLESA)で個人情報を
261014*                        消去した後は、消去より前に作成した
261014*                        世代への復元を受け付けない(変更監査
261014*                        AUD-FILE の区分 E の最新日時と照合)
      *                    (3) LIST
      *                        カタログの世代一覧(GDL-FILE)を
      *                        出力する(復元する世代の確認用)
      * 作成日／作成者  ：２０２６年１０月１４日  保守担当
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
261014*    ファイル名は WK-xxx-FNAME (環境変数で実行時指定可)
261014*    世代カタログ
261014     SELECT  CAT-FILE  ASSIGN TO  DYNAMIC
261014             WK-CAT-FNAME
261014             ORGANIZATION  LINE  SEQUENTIAL
261014             FILE STATUS   WK-CAT-STATUS.
261014*    順編成ファイルの複写元・複写先(一式のファイルごとに
261014*    ファイル名を切り替えて使う)
261014     SELECT  CPI-FILE  ASSIGN TO  DYNAMIC
261014             WK-CPI-FNAME
261014             ORGANIZATION  LINE  SEQUENTIAL
261014             FILE STATUS   WK-CPI-STATUS.
261014     SELECT  CPO-FILE  ASSIGN TO  DYNAMIC
261014             WK-CPO-FNAME
261014             ORGANIZATION  LINE  SEQUENTIAL
261014             FILE STATUS   WK-CPO-STATUS.
261014*    索引編成人物マスタとその世代ファイル
261014     SELECT  OT1X-FILE  ASSIGN TO  DYNAMIC
261014             WK-OT1X-FNAME
261014             ORGANIZATION  INDEXED
261014             ACCESS MODE  SEQUENTIAL
261014             RECORD KEY   OT1X-GEN-ID
261014             FILE STATUS  WK-OT1X-STATUS.
261014     SELECT  GDX-FILE  ASSIGN TO  DYNAMIC
261014             WK-GDX-FNAME
261014             ORGANIZATION  INDEXED
261014             ACCESS MODE  SEQUENTIAL
261014             RECORD KEY   GDX-GEN-ID
261014             FILE STATUS  WK-GDX-STATUS.
261014*    実行管理ファイル(チェーン共通。開始・終了・復元を追記)
261014     SELECT  RUN-FILE  ASSIGN TO  DYNAMIC
261014             WK-RUN-FNAME
261014             ORGANIZATION  LINE  SEQUENTIAL
261014             FILE STATUS   WK-RUN-STATUS.
261014*    世代一覧
261014     SELECT  GDL-FILE  ASSIGN TO  DYNAMIC
261014             WK-GDL-FNAME
261014             ORGANIZATION  LINE  SEQUENTIAL
261014             FILE STATUS   WK-GDL-STATUS.
261014*    変更監査(個人情報の消去日時の確認用)
261014     SELECT  AUD-FILE  ASSIGN TO  DYNAMIC
261014             WK-AUD-FNAME
261014             ORGANIZATION  LINE  SEQUENTIAL
261014             FILE STATUS   WK-AUD-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
261014*    世代カタログ(作業場所節の GDG-REC へ読込む)
261014 FD  CAT-FILE.
261014 01  CAT-REC              PIC  X(135).
      *
261014*    複写用の順編成レコード(一式の最長レコードより長く
261014*    取る)
261014 FD  CPI-FILE.
261014 01  CPI-REC              PIC  X(256).
      *
261014 FD  CPO-FILE.
261014 01  CPO-REC              PIC  X(256).
      *
261014*    索引編成版のレコード定義は COPY 句 OT1XREC を参照
261014 FD  OT1X-FILE.
261014 COPY  OT1XREC.
      *
261014*    索引編成人物マスタの世代ファイル(OT1X-REC と同一
261014*    レイアウト)
261014 FD  GDX-FILE.
261014 01  GDX-REC.
261014   05  GDX-GEN-ID       PIC  9(09).
261014   05  GDX-DATA         PIC  X(100).
      *
261014*    実行管理レコードの定義は COPY 句 RUNREC を参照
261014 FD  RUN-FILE.
261014 COPY  RUNREC.
      *
261014*    世代一覧(印字行)
261014 FD  GDL-FILE.
261014 01  GDL-REC              PIC  X(132).
      *
261014*    変更監査レコード(SAMPLEMT の AUD-REC と同一レイアウト。
261014*    区分までを参照する)
261014 FD  AUD-FILE.
261014 01  AUD-REC.
261014   05  AUD-DATE         PIC  9(08).
261014   05  AUD-CM1          PIC  X(01).
261014   05  AUD-TIME         PIC  9(08).
261014   05  AUD-CM2          PIC  X(01).
261014   05  AUD-OPERATOR     PIC  X(10).
261014   05  AUD-CM3          PIC  X(01).
261014   05  AUD-ACTION       PIC  X(01).
261014   05  FILLER           PIC  X(216).
      *
       WORKING-STORAGE        SECTION.
261014 01  FLG-AREA.
261014   05  FLG-CAT-END      PIC  X(01).
261014   05  FLG-CPI-END      PIC  X(01).
261014   05  FLG-OT1X-END     PIC  X(01).
261014   05  FLG-GDX-END      PIC  X(01).
261014   05  FLG-AUD-END      PIC  X(01).
261014*    処理モード(B:退避 R:復元 L:一覧)
261014   05  FLG-MODE         PIC  X(01).
261014     88 MODE-BACKUP     VALUE  'B'.
261014     88 MODE-RESTORE    VALUE  'R'.
261014     88 MODE-LIST       VALUE  'L'.
261014*    複写元が存在したか(N:無し)
261014   05  FLG-HELD         PIC  X(01).
261014     88 SRC-HELD        VALUE  'Y'.
261014*    カタログ検索・空きスロット検索の結果
261014   05  FLG-FOUND        PIC  X(01).
261014     88 ENT-FOUND       VALUE  'Y'.
261014   05  FLG-SLOT-FREE    PIC  X(01).
261014     88 SLOT-FREE       VALUE  'Y'.
261014*    世代ファイルの件数照合で不一致があったか
261014   05  FLG-BAD          PIC  X(01).
261014     88 GDG-BAD         VALUE  'Y'.
261014*    復元の複写中か(中断時の案内に使う)
261014   05  FLG-RST-COPY     PIC  X(01).
261014     88 RST-COPYING     VALUE  'Y'.
261014 01  CNT-AREA.
261014*      ファイル1本分の複写件数と全体の複写件数
261014   05   CNT-COPY        PIC  9(09).
261014   05   CNT-TOTAL       PIC  9(09).
261014*      保存世代数を超えてカタログから外した世代数
261014   05   CNT-EXPIRE      PIC  9(04).
261014 01  WK-FNAME-AREA.
261014*      実行時に使用するファイル名(未指定時は既定値を使用)
261014   05   WK-CAT-FNAME    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_GDGCAT.txt".
261014   05   WK-RUN-FNAME    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_RUNCTL.txt".
261014   05   WK-GDL-FNAME    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_GDGLIST.txt".
261014   05   WK-AUD-FNAME    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_AUDIT.txt".
261014*      世代ファイル名の接頭辞(スペースを含まないこと。
261014*      この後にスロット番号と "_" + ファイル別の名前が付く)
261014   05   WK-GDG-PREFIX   PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_G".
261014*      一式の各ファイル(現行)
261014   05   WK-OT1-FNAME    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_OUT.txt".
261014   05   WK-OT1X-LIVE    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_OUT_IDX.dat".
261014   05   WK-GEN-FNAME    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_EXPGEN.txt".
261014   05   WK-REJ-FNAME    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_REJECT.txt".
261014   05   WK-BDE-FNAME    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_BDERR.txt".
261014   05   WK-DUP-FNAME    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_DUP.txt".
261014   05   WK-PER-FNAME    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_POSTERR.txt".
261014   05   WK-RJM-FNAME    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_PARTREJ.txt".
261014   05   WK-RPT-FNAME    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_RPT.txt".
261014*      複写のたびに設定するファイル名
261014   05   WK-CPI-FNAME    PIC  X(40).
261014   05   WK-CPO-FNAME    PIC  X(40).
261014   05   WK-OT1X-FNAME   PIC  X(40).
261014   05   WK-GDX-FNAME    PIC  X(40).
261014   05   WK-SLOT-FNAME   PIC  X(40).
261014   05   WK-ENV-FNAME    PIC  X(40).
261014 01  WK-STATUS-AREA.
261014   05   WK-CAT-STATUS   PIC  X(02).
261014   05   WK-CPI-STATUS   PIC  X(02).
261014   05   WK-CPO-STATUS   PIC  X(02).
261014   05   WK-OT1X-STATUS  PIC  X(02).
261014   05   WK-GDX-STATUS   PIC  X(02).
261014   05   WK-RUN-STATUS   PIC  X(02).
261014   05   WK-GDL-STATUS   PIC  X(02).
261014   05   WK-AUD-STATUS   PIC  X(02).
261014*      開けなかったファイルの表示用
261014   05   WK-ERR-FILE     PIC  X(40).
261014   05   WK-ERR-STATUS   PIC  X(02).
261014 01  WK-DATE-AREA.
261014   05   WK-RUN-DATE     PIC  9(08).
261014   05   WK-RUN-TIME     PIC  9(08).
261014*    実行管理の記録用ワーク
261014 01  WK-RUNCTL-AREA.
261014   05   WK-LOG-TYPE     PIC  X(01).
261014   05   WK-LOG-CNT      PIC  9(09).
261014 01  WK-GDG-AREA.
261014*      処理モード(環境変数 SAMPLE_GDG_MODE)
261014   05   WK-MODE         PIC  X(10).
261014*      保存世代数(環境変数 SAMPLE_GDG_KEEP。2 から 99)
261014   05   WK-ENV-KEEP     PIC  X(02).
261014   05   WK-KEEP         PIC  9(02)  VALUE  7.
261014*      直後に実行するプログラム(環境変数 SAMPLE_GDG_PGM)
261014   05   WK-GDG-PGM      PIC  X(08).
261014*      復元する世代番号(環境変数 SAMPLE_GDG_RESTORE)
261014   05   WK-ENV-GEN      PIC  X(06).
261014   05   WK-RST-NO       PIC  9(06).
261014*      環境変数の有効桁数(後続スペースを除いた長さ)
261014   05   WK-ENV-LEN      PIC  9(02).
261014*      カタログから外さない世代(復元対象)
261014   05   WK-PROTECT-NO   PIC  9(06).
261014*      次に採番する世代番号と今回作成した世代番号
261014   05   WK-NEXT-NO      PIC  9(06).
261014   05   WK-NEW-NO       PIC  9(06).
261014*      世代ファイルの置き場所
261014   05   WK-SLOT         PIC  9(02).
261014   05   WK-SLOT-TRY     PIC  9(02).
261014*      添字
261014   05   WK-SET-IX       PIC  9(02).
261014   05   WK-GDG-IX       PIC  9(03).
261014   05   WK-VICTIM-IX    PIC  9(03).
261014   05   WK-EDIT-CNT     PIC  ZZZZZZZZ9.
261014*      最新の個人情報消去の日時と復元する世代の作成日時
261014*      (日付8桁+時刻8桁)
261014   05   WK-ERS-STAMP    PIC  9(16).
261014   05   WK-ERS-STAMP-R  REDEFINES  WK-ERS-STAMP.
261014     10  WK-ERS-DATE    PIC  9(08).
261014     10  WK-ERS-TIME    PIC  9(08).
261014   05   WK-AUD-STAMP    PIC  9(16).
261014   05   WK-AUD-STAMP-R  REDEFINES  WK-AUD-STAMP.
261014     10  WK-AUD-S-DATE  PIC  9(08).
261014     10  WK-AUD-S-TIME  PIC  9(08).
261014   05   WK-GDG-STAMP    PIC  9(16).
261014   05   WK-GDG-STAMP-R  REDEFINES  WK-GDG-STAMP.
261014     10  WK-GDG-S-DATE  PIC  9(08).
261014     10  WK-GDG-S-TIME  PIC  9(08).
261014*    一式の構成(GDGREC の GDG-FILE-ENT と同じ並び)
261014 01  TBL-SET-AREA.
261014   05   TBL-SET-CNT     PIC  9(02)  VALUE  9.
261014   05   TBL-SET-ENT     OCCURS  9  TIMES.
261014*      表示名・現行ファイル名・世代ファイル名の末尾
261014     10  SET-T-LABEL    PIC  X(04).
261014     10  SET-T-LIVE     PIC  X(40).
261014     10  SET-T-SUFFIX   PIC  X(11).
261014*    世代カタログレコード(CAT-FILE の読み書きに使う)
261014 COPY  GDGREC.
261014*    世代カタログテーブル(世代番号の昇順=作成順)
261014 01  TBL-GDG-AREA.
261014   05   TBL-GDG-MAX     PIC  9(03)  VALUE  100.
261014   05   TBL-GDG-CNT     PIC  9(03)  VALUE  0.
261014   05   TBL-GDG-ENT     OCCURS  100  TIMES
261014                        INDEXED  BY  GDG-IDX.
261014     10  GDG-T-NO       PIC  9(06).
261014     10  GDG-T-SLOT     PIC  9(02).
261014     10  GDG-T-IMAGE    PIC  X(135).
      *
      ********************************************************
      *    さんぷる せだいかんり コントロール
      ********************************************************
       PROCEDURE              DIVISION.
261014     PERFORM  INIT-RTN.
261014     PERFORM  MAIN-RTN.
261014     PERFORM  END-RTN.
261014     STOP  RUN.
261014********************************************************
261014*    初期処理
261014********************************************************
261014 INIT-RTN               SECTION.
261014      DISPLAY  "*** SAMPLEGN START ***".
261014      INITIALIZE         FLG-AREA
261014                         CNT-AREA.
261014      ACCEPT  WK-RUN-DATE  FROM  DATE  YYYYMMDD.
261014      ACCEPT  WK-RUN-TIME  FROM  TIME.
261014*    処理モード(未指定は退避)
261014      DISPLAY  "SAMPLE_GDG_MODE"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-MODE.
261014      ACCEPT  WK-MODE  FROM  ENVIRONMENT-VALUE.
261014      EVALUATE  WK-MODE
261014        WHEN  SPACE
261014        WHEN  "BACKUP"
261014            MOVE  'B'  TO  FLG-MODE
261014        WHEN  "RESTORE"
261014            MOVE  'R'  TO  FLG-MODE
261014        WHEN  "LIST"
261014            MOVE  'L'  TO  FLG-MODE
261014        WHEN  OTHER
261014            DISPLAY  "*** SAMPLE_GDG_MODE INVALID : "
261014                     WK-MODE  " ***"
261014            MOVE  8  TO  RETURN-CODE
261014            STOP  RUN
261014      END-EVALUATE.
261014*    保存世代数(数値以外・範囲外は誤指定として異常終了)
261014      DISPLAY  "SAMPLE_GDG_KEEP"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-ENV-KEEP.
261014      ACCEPT  WK-ENV-KEEP  FROM  ENVIRONMENT-VALUE.
261014      IF  WK-ENV-KEEP  NOT  =  SPACE
261014          MOVE  0  TO  WK-ENV-LEN
261014          INSPECT  WK-ENV-KEEP  TALLYING  WK-ENV-LEN
261014              FOR  CHARACTERS  BEFORE  INITIAL  SPACE
261014          IF  WK-ENV-LEN  >  0
261014              AND  WK-ENV-KEEP(1:WK-ENV-LEN)  IS  NUMERIC
261014              MOVE  WK-ENV-KEEP(1:WK-ENV-LEN)  TO  WK-KEEP
261014          ELSE
261014              MOVE  0  TO  WK-KEEP
261014          END-IF
261014          IF  WK-KEEP  <  2
261014              DISPLAY  "*** INVALID SAMPLE_GDG_KEEP = "
261014                       WK-ENV-KEEP  " (2-99) ***"
261014              MOVE  8  TO  RETURN-CODE
261014              STOP  RUN
261014          END-IF
261014      END-IF.
261014*    退避は直後に実行するプログラム名を必須とする
261014      DISPLAY  "SAMPLE_GDG_PGM"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-GDG-PGM.
261014      ACCEPT  WK-GDG-PGM  FROM  ENVIRONMENT-VALUE.
261014      IF  MODE-BACKUP  AND  WK-GDG-PGM  =  SPACE
261014          DISPLAY  "*** SAMPLE_GDG_PGM NOT SET - RUN "
261014                   "ABORTED ***"
261014          MOVE  8  TO  RETURN-CODE
261014          STOP  RUN
261014      END-IF.
261014*    復元は世代番号を必須とする
261014      MOVE  ZERO  TO  WK-RST-NO  WK-PROTECT-NO.
261014      IF  MODE-RESTORE
261014          DISPLAY  "SAMPLE_GDG_RESTORE"  UPON  ENVIRONMENT-NAME
261014          MOVE  SPACE        TO  WK-ENV-GEN
261014          ACCEPT  WK-ENV-GEN  FROM  ENVIRONMENT-VALUE
261014          MOVE  0  TO  WK-ENV-LEN
261014          INSPECT  WK-ENV-GEN  TALLYING  WK-ENV-LEN
261014              FOR  CHARACTERS  BEFORE  INITIAL  SPACE
261014          IF  WK-ENV-LEN  >  0
261014              AND  WK-ENV-GEN(1:WK-ENV-LEN)  IS  NUMERIC
261014              MOVE  WK-ENV-GEN(1:WK-ENV-LEN)  TO  WK-RST-NO
261014          END-IF
261014          IF  WK-RST-NO  =  ZERO
261014              DISPLAY  "*** INVALID SAMPLE_GDG_RESTORE = "
261014                       WK-ENV-GEN  " ***"
261014              MOVE  8  TO  RETURN-CODE
261014              STOP  RUN
261014          END-IF
261014      END-IF.
261014*    未設定時は WK-FNAME-AREA の既定値のまま変更しない
261014      DISPLAY  "SAMPLE_GDG_FILE"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-ENV-FNAME.
261014      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261014      IF  WK-ENV-FNAME  NOT  =  SPACE
261014          MOVE  WK-ENV-FNAME  TO  WK-CAT-FNAME
261014      END-IF.
261014      DISPLAY  "SAMPLE_GDG_PREFIX"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-ENV-FNAME.
261014      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261014      IF  WK-ENV-FNAME  NOT  =  SPACE
261014          MOVE  WK-ENV-FNAME  TO  WK-GDG-PREFIX
261014      END-IF.
261014      DISPLAY  "SAMPLE_GDG_LIST_FILE"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-ENV-FNAME.
261014      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261014      IF  WK-ENV-FNAME  NOT  =  SPACE
261014          MOVE  WK-ENV-FNAME  TO  WK-GDL-FNAME
261014      END-IF.
261014      DISPLAY  "SAMPLE_RUN_FILE"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-ENV-FNAME.
261014      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261014      IF  WK-ENV-FNAME  NOT  =  SPACE
261014          MOVE  WK-ENV-FNAME  TO  WK-RUN-FNAME
261014      END-IF.
261014      DISPLAY  "SAMPLE_AUD_FILE"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-ENV-FNAME.
261014      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261014      IF  WK-ENV-FNAME  NOT  =  SPACE
261014          MOVE  WK-ENV-FNAME  TO  WK-AUD-FNAME
261014      END-IF.
261014      DISPLAY  "SAMPLE_OT1_FILE"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-ENV-FNAME.
261014      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261014      IF  WK-ENV-FNAME  NOT  =  SPACE
261014          MOVE  WK-ENV-FNAME  TO  WK-OT1-FNAME
261014      END-IF.
261014      DISPLAY  "SAMPLE_OT1_IDX_FILE"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-ENV-FNAME.
261014      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261014      IF  WK-ENV-FNAME  NOT  =  SPACE
261014          MOVE  WK-ENV-FNAME  TO  WK-OT1X-LIVE
261014      END-IF.
261014      DISPLAY  "SAMPLE_EXPGEN_FILE"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-ENV-FNAME.
261014      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261014      IF  WK-ENV-FNAME  NOT  =  SPACE
261014          MOVE  WK-ENV-FNAME  TO  WK-GEN-FNAME
261014      END-IF.
261014      DISPLAY  "SAMPLE_REJ_FILE"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-ENV-FNAME.
261014      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261014      IF  WK-ENV-FNAME  NOT  =  SPACE
261014          MOVE  WK-ENV-FNAME  TO  WK-REJ-FNAME
261014      END-IF.
261014      DISPLAY  "SAMPLE_BDE_FILE"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-ENV-FNAME.
261014      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261014      IF  WK-ENV-FNAME  NOT  =  SPACE
261014          MOVE  WK-ENV-FNAME  TO  WK-BDE-FNAME
261014      END-IF.
261014      DISPLAY  "SAMPLE_DUP_FILE"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-ENV-FNAME.
261014      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261014      IF  WK-ENV-FNAME  NOT  =  SPACE
261014          MOVE  WK-ENV-FNAME  TO  WK-DUP-FNAME
261014      END-IF.
261014      DISPLAY  "SAMPLE_PER_FILE"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-ENV-FNAME.
261014      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261014      IF  WK-ENV-FNAME  NOT  =  SPACE
261014          MOVE  WK-ENV-FNAME  TO  WK-PER-FNAME
261014      END-IF.
261014      DISPLAY  "SAMPLE_PARTREJ_FILE"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-ENV-FNAME.
261014      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261014      IF  WK-ENV-FNAME  NOT  =  SPACE
261014          MOVE  WK-ENV-FNAME  TO  WK-RJM-FNAME
261014      END-IF.
261014      DISPLAY  "SAMPLE_RPT_FILE"  UPON  ENVIRONMENT-NAME.
261014      MOVE  SPACE        TO  WK-ENV-FNAME.
261014      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261014      IF  WK-ENV-FNAME  NOT  =  SPACE
261014          MOVE  WK-ENV-FNAME  TO  WK-RPT-FNAME
261014      END-IF.
261014      PERFORM  SET-INIT-RTN.
261014      PERFORM  CAT-LOAD-RTN.
261014*    一覧以外は実行管理ファイルへ開始レコードを追記
261014      IF  NOT  MODE-LIST
261014          MOVE  'S'   TO  WK-LOG-TYPE
261014          MOVE  ZERO  TO  WK-LOG-CNT
261014          PERFORM  RUN-LOG-RTN
261014      END-IF.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    一式の構成を設定する(並びは GDGREC の説明のとおり)
261014********************************************************
261014 SET-INIT-RTN           SECTION.
261014      MOVE  'OT1 '          TO  SET-T-LABEL (1).
261014      MOVE  WK-OT1-FNAME    TO  SET-T-LIVE (1).
261014      MOVE  'OUT.txt'       TO  SET-T-SUFFIX (1).
261014      MOVE  'OT1X'          TO  SET-T-LABEL (2).
261014      MOVE  WK-OT1X-LIVE    TO  SET-T-LIVE (2).
261014      MOVE  'OUT_IDX.dat'   TO  SET-T-SUFFIX (2).
261014      MOVE  'GEN '          TO  SET-T-LABEL (3).
261014      MOVE  WK-GEN-FNAME    TO  SET-T-LIVE (3).
261014      MOVE  'EXPGEN.txt'    TO  SET-T-SUFFIX (3).
261014      MOVE  'REJ '          TO  SET-T-LABEL (4).
261014      MOVE  WK-REJ-FNAME    TO  SET-T-LIVE (4).
261014      MOVE  'REJECT.txt'    TO  SET-T-SUFFIX (4).
261014      MOVE  'BDE '          TO  SET-T-LABEL (5).
261014      MOVE  WK-BDE-FNAME    TO  SET-T-LIVE (5).
261014      MOVE  'BDERR.txt'     TO  SET-T-SUFFIX (5).
261014      MOVE  'DUP '          TO  SET-T-LABEL (6).
261014      MOVE  WK-DUP-FNAME    TO  SET-T-LIVE (6).
261014      MOVE  'DUP.txt'       TO  SET-T-SUFFIX (6).
261014      MOVE  'PER '          TO  SET-T-LABEL (7).
261014      MOVE  WK-PER-FNAME    TO  SET-T-LIVE (7).
261014      MOVE  'POSTERR.txt'   TO  SET-T-SUFFIX (7).
261014      MOVE  'RJM '          TO  SET-T-LABEL (8).
261014      MOVE  WK-RJM-FNAME    TO  SET-T-LIVE (8).
261014      MOVE  'PARTREJ.txt'   TO  SET-T-SUFFIX (8).
261014      MOVE  'RPT '          TO  SET-T-LABEL (9).
261014      MOVE  WK-RPT-FNAME    TO  SET-T-LIVE (9).
261014      MOVE  'RPT.txt'       TO  SET-T-SUFFIX (9).
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    世代カタログをテーブルへ読込む(未作成なら世代無し)
261014********************************************************
261014 CAT-LOAD-RTN           SECTION.
261014      MOVE  1  TO  WK-NEXT-NO.
261014      OPEN  INPUT  CAT-FILE.
261014      EVALUATE  WK-CAT-STATUS
261014        WHEN  "00"
261014            PERFORM  CAT-READ-RTN  UNTIL  FLG-CAT-END  =  "1"
261014        WHEN  "35"
261014            DISPLAY  "*** GENERATION CATALOGUE NOT FOUND - "
261014                     "NO GENERATIONS HELD ***"
261014        WHEN  OTHER
261014            MOVE  WK-CAT-FNAME   TO  WK-ERR-FILE
261014            MOVE  WK-CAT-STATUS  TO  WK-ERR-STATUS
261014            PERFORM  OPEN-ERR-RTN
261014      END-EVALUATE.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    世代カタログ1件の読込み
261014********************************************************
261014 CAT-READ-RTN           SECTION.
261014      READ  CAT-FILE  INTO  GDG-REC
261014        AT  END
261014           MOVE  "1"  TO  FLG-CAT-END
261014           CLOSE  CAT-FILE
261014        NOT  AT  END
261014           IF  TBL-GDG-CNT  >=  TBL-GDG-MAX
261014               DISPLAY  "*** GDG TABLE OVERFLOW - RUN "
261014                        "ABORTED ***"
261014               MOVE  16  TO  RETURN-CODE
261014               STOP  RUN
261014           END-IF
261014           ADD  1  TO  TBL-GDG-CNT
261014           MOVE  GDG-NO    TO  GDG-T-NO (TBL-GDG-CNT)
261014           MOVE  GDG-SLOT  TO  GDG-T-SLOT (TBL-GDG-CNT)
261014           MOVE  GDG-REC   TO  GDG-T-IMAGE (TBL-GDG-CNT)
261014           IF  GDG-NO  >=  WK-NEXT-NO
261014               COMPUTE  WK-NEXT-NO  =  GDG-NO  +  1
261014           END-IF
261014      END-READ.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    世代カタログの書き直し(テーブルの内容で置き換える)
261014********************************************************
261014 CAT-WRITE-RTN          SECTION.
261014      OPEN  OUTPUT  CAT-FILE.
261014      IF  WK-CAT-STATUS  NOT  =  "00"
261014          MOVE  WK-CAT-FNAME   TO  WK-ERR-FILE
261014          MOVE  WK-CAT-STATUS  TO  WK-ERR-STATUS
261014          PERFORM  OPEN-ERR-RTN
261014      END-IF.
261014      PERFORM  CAT-PUT-RTN
261014        VARYING  WK-GDG-IX  FROM  1  BY  1
261014        UNTIL    WK-GDG-IX  >  TBL-GDG-CNT.
261014      CLOSE  CAT-FILE.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    世代カタログ1件の書き出し
261014********************************************************
261014 CAT-PUT-RTN            SECTION.
261014      MOVE  GDG-T-IMAGE (WK-GDG-IX)  TO  CAT-REC.
261014      WRITE  CAT-REC.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    ファイルが開けない・書けない場合の打ち切り。復元の
261014*    複写中であれば一式が揃っていないため、同じ世代で
261014*    復元をやり直すよう案内する
261014********************************************************
261014 OPEN-ERR-RTN           SECTION.
261014      DISPLAY  "*** FILE ERROR : " WK-ERR-FILE " STATUS "
261014               WK-ERR-STATUS  " - RUN ABORTED ***".
261014      IF  RST-COPYING
261014          DISPLAY  "*** RESTORE INCOMPLETE - RERUN RESTORE OF "
261014                   "GENERATION " WK-RST-NO  " ***"
261014          MOVE  16  TO  RETURN-CODE
261014      ELSE
261014          MOVE  8   TO  RETURN-CODE
261014      END-IF.
261014      IF  NOT  MODE-LIST
261014          MOVE  'E'        TO  WK-LOG-TYPE
261014          MOVE  CNT-TOTAL  TO  WK-LOG-CNT
261014          PERFORM  RUN-LOG-RTN
261014      END-IF.
261014      STOP  RUN.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    モード別の処理
261014********************************************************
261014 MAIN-RTN               SECTION.
261014      EVALUATE  TRUE
261014        WHEN  MODE-BACKUP
261014            PERFORM  BKP-RTN
261014        WHEN  MODE-RESTORE
261014            PERFORM  RST-RTN
261014        WHEN  OTHER
261014            PERFORM  LST-RTN
261014      END-EVALUATE.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    世代の作成(保存世代数を超える古い世代をカタログから
261014*    外してから、空いた置き場所へ一式を複写し、最後に
261014*    カタログへ登録する。途中で打ち切ってもカタログは
261014*    複写済みの世代だけを指す)
261014********************************************************
261014 BKP-RTN                SECTION.
261014      MOVE  ZERO  TO  CNT-EXPIRE.
261014      PERFORM  TRIM-RTN  UNTIL  TBL-GDG-CNT  <  WK-KEEP.
261014      IF  CNT-EXPIRE  >  0
261014          PERFORM  CAT-WRITE-RTN
261014      END-IF.
261014      PERFORM  SLOT-RTN.
261014      MOVE  WK-NEXT-NO  TO  WK-NEW-NO.
261014      ADD   1           TO  WK-NEXT-NO.
261014      MOVE  SPACE        TO  GDG-REC.
261014      MOVE  WK-NEW-NO    TO  GDG-NO.
261014      MOVE  WK-RUN-DATE  TO  GDG-DATE.
261014      ACCEPT  GDG-TIME  FROM  TIME.
261014      MOVE  WK-GDG-PGM   TO  GDG-PGM.
261014      MOVE  WK-SLOT      TO  GDG-SLOT.
261014      MOVE  ','          TO  GDG-CM1  GDG-CM2  GDG-CM3
261014                             GDG-CM4.
261014      PERFORM  BKP-SET-RTN
261014        VARYING  WK-SET-IX  FROM  1  BY  1
261014        UNTIL    WK-SET-IX  >  TBL-SET-CNT.
261014      ADD  1  TO  TBL-GDG-CNT.
261014      MOVE  GDG-NO    TO  GDG-T-NO (TBL-GDG-CNT).
261014      MOVE  GDG-SLOT  TO  GDG-T-SLOT (TBL-GDG-CNT).
261014      MOVE  GDG-REC   TO  GDG-T-IMAGE (TBL-GDG-CNT).
261014      PERFORM  CAT-WRITE-RTN.
261014      DISPLAY  "*** GENERATION " WK-NEW-NO " CATALOGUED : SLOT "
261014               WK-SLOT  " BEFORE " WK-GDG-PGM " ***".
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    最も古い世代を1件カタログから外す(復元対象は除く)
261014********************************************************
261014 TRIM-RTN               SECTION.
261014      MOVE  1  TO  WK-VICTIM-IX.
261014      IF  GDG-T-NO (1)  =  WK-PROTECT-NO
261014          MOVE  2  TO  WK-VICTIM-IX
261014      END-IF.
261014      DISPLAY  "*** GENERATION " GDG-T-NO (WK-VICTIM-IX)
261014               " EXPIRED : SLOT " GDG-T-SLOT (WK-VICTIM-IX)
261014               " REUSED ***".
261014      PERFORM  TRIM-SHIFT-RTN
261014        VARYING  WK-GDG-IX  FROM  WK-VICTIM-IX  BY  1
261014        UNTIL    WK-GDG-IX  >=  TBL-GDG-CNT.
261014      SUBTRACT  1  FROM  TBL-GDG-CNT.
261014      ADD  1  TO  CNT-EXPIRE.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    カタログテーブルを1件前へ詰める
261014********************************************************
261014 TRIM-SHIFT-RTN         SECTION.
261014      MOVE  TBL-GDG-ENT (WK-GDG-IX + 1)
261014                            TO  TBL-GDG-ENT (WK-GDG-IX).
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    空いている置き場所(1 から保存世代数まで)を求める
261014********************************************************
261014 SLOT-RTN               SECTION.
261014      MOVE  SPACE  TO  FLG-SLOT-FREE.
261014      MOVE  ZERO   TO  WK-SLOT.
261014      PERFORM  SLOT-CHK-RTN
261014        VARYING  WK-SLOT-TRY  FROM  1  BY  1
261014        UNTIL    WK-SLOT-TRY  >  WK-KEEP  OR  SLOT-FREE.
261014      IF  NOT  SLOT-FREE
261014          DISPLAY  "*** NO FREE GENERATION SLOT - RUN "
261014                   "ABORTED ***"
261014          MOVE  16  TO  RETURN-CODE
261014          STOP  RUN
261014      END-IF.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    置き場所1つがカタログの世代に使われていないか
261014********************************************************
261014 SLOT-CHK-RTN           SECTION.
261014      MOVE  SPACE  TO  FLG-FOUND.
261014      IF  TBL-GDG-CNT  >  0
261014          SET  GDG-IDX  TO  1
261014          SEARCH  TBL-GDG-ENT
261014            AT  END
261014              CONTINUE
261014            WHEN  GDG-IDX  >  TBL-GDG-CNT
261014              CONTINUE
261014            WHEN  GDG-T-SLOT (GDG-IDX)  =  WK-SLOT-TRY
261014              MOVE  'Y'  TO  FLG-FOUND
261014          END-SEARCH
261014      END-IF.
261014      IF  NOT  ENT-FOUND
261014          MOVE  'Y'          TO  FLG-SLOT-FREE
261014          MOVE  WK-SLOT-TRY  TO  WK-SLOT
261014      END-IF.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    世代ファイル名の編集(接頭辞+スロット+"_"+末尾)
261014********************************************************
261014 SLOT-NAME-RTN          SECTION.
261014      MOVE  SPACE  TO  WK-SLOT-FNAME.
261014      STRING  WK-GDG-PREFIX               DELIMITED BY SPACE
261014              WK-SLOT                     DELIMITED BY SIZE
261014              "_"                         DELIMITED BY SIZE
261014              SET-T-SUFFIX (WK-SET-IX)    DELIMITED BY SPACE
261014              INTO  WK-SLOT-FNAME
261014        ON  OVERFLOW
261014          DISPLAY  "*** SAMPLE_GDG_PREFIX TOO LONG - RUN "
261014                   "ABORTED ***"
261014          MOVE  8  TO  RETURN-CODE
261014          STOP  RUN
261014      END-STRING.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    一式のファイル1本を世代ファイルへ複写する
261014********************************************************
261014 BKP-SET-RTN            SECTION.
261014      PERFORM  SLOT-NAME-RTN.
261014      IF  WK-SET-IX  =  2
261014          MOVE  SET-T-LIVE (WK-SET-IX)  TO  WK-OT1X-FNAME
261014          MOVE  WK-SLOT-FNAME           TO  WK-GDX-FNAME
261014          PERFORM  BKP-IDX-RTN
261014      ELSE
261014          MOVE  SET-T-LIVE (WK-SET-IX)  TO  WK-CPI-FNAME
261014          MOVE  WK-SLOT-FNAME           TO  WK-CPO-FNAME
261014          PERFORM  CPY-SEQ-RTN
261014      END-IF.
261014      MOVE  ','       TO  GDG-F-CM (WK-SET-IX).
261014      MOVE  FLG-HELD  TO  GDG-F-HELD (WK-SET-IX).
261014      MOVE  CNT-COPY  TO  GDG-F-CNT (WK-SET-IX).
261014      ADD   CNT-COPY  TO  CNT-TOTAL.
261014      IF  SRC-HELD
261014          DISPLAY  "    " SET-T-LABEL (WK-SET-IX) " "
261014                   CNT-COPY  " -> " WK-SLOT-FNAME
261014      ELSE
261014          DISPLAY  "    " SET-T-LABEL (WK-SET-IX)
261014                   " NOT FOUND - HELD AS EMPTY"
261014      END-IF.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    順編成ファイルの複写(WK-CPI-FNAME → WK-CPO-FNAME。
261014*    複写元が無ければ FLG-HELD='N' で複写先は作らない)
261014********************************************************
261014 CPY-SEQ-RTN            SECTION.
261014      MOVE  ZERO   TO  CNT-COPY.
261014      MOVE  SPACE  TO  FLG-CPI-END.
261014      OPEN  INPUT  CPI-FILE.
261014      EVALUATE  WK-CPI-STATUS
261014        WHEN  "00"
261014            MOVE  'Y'  TO  FLG-HELD
261014            OPEN  OUTPUT  CPO-FILE
261014            IF  WK-CPO-STATUS  NOT  =  "00"
261014                MOVE  WK-CPO-FNAME   TO  WK-ERR-FILE
261014                MOVE  WK-CPO-STATUS  TO  WK-ERR-STATUS
261014                PERFORM  OPEN-ERR-RTN
261014            END-IF
261014            PERFORM  CPY-SEQ-READ-RTN  UNTIL  FLG-CPI-END  =  "1"
261014        WHEN  "35"
261014            MOVE  'N'  TO  FLG-HELD
261014        WHEN  OTHER
261014            MOVE  WK-CPI-FNAME   TO  WK-ERR-FILE
261014            MOVE  WK-CPI-STATUS  TO  WK-ERR-STATUS
261014            PERFORM  OPEN-ERR-RTN
261014      END-EVALUATE.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    順編成ファイルの複写1件
261014********************************************************
261014 CPY-SEQ-READ-RTN       SECTION.
261014      READ  CPI-FILE
261014        AT  END
261014           MOVE  "1"  TO  FLG-CPI-END
261014           CLOSE  CPI-FILE
261014           CLOSE  CPO-FILE
261014        NOT  AT  END
261014           MOVE  CPI-REC  TO  CPO-REC
261014           WRITE  CPO-REC
261014           IF  WK-CPO-STATUS  NOT  =  "00"
261014               MOVE  WK-CPO-FNAME   TO  WK-ERR-FILE
261014               MOVE  WK-CPO-STATUS  TO  WK-ERR-STATUS
261014               PERFORM  OPEN-ERR-RTN
261014           END-IF
261014           ADD  1  TO  CNT-COPY
261014      END-READ.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    空の順編成ファイルを作る(世代作成時に無かったファイル
261014*    の復元)
261014********************************************************
261014 CPY-EMPTY-RTN          SECTION.
261014      MOVE  ZERO  TO  CNT-COPY.
261014      OPEN  OUTPUT  CPO-FILE.
261014      IF  WK-CPO-STATUS  NOT  =  "00"
261014          MOVE  WK-CPO-FNAME   TO  WK-ERR-FILE
261014          MOVE  WK-CPO-STATUS  TO  WK-ERR-STATUS
261014          PERFORM  OPEN-ERR-RTN
261014      END-IF.
261014      CLOSE  CPO-FILE.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    順編成ファイルの件数を数える(世代ファイルの照合用。
261014*    ファイルが無ければ FLG-HELD='N')
261014********************************************************
261014 CNT-SEQ-RTN            SECTION.
261014      MOVE  ZERO   TO  CNT-COPY.
261014      MOVE  SPACE  TO  FLG-CPI-END.
261014      OPEN  INPUT  CPI-FILE.
261014      IF  WK-CPI-STATUS  =  "00"
261014          MOVE  'Y'  TO  FLG-HELD
261014          PERFORM  CNT-SEQ-READ-RTN  UNTIL  FLG-CPI-END  =  "1"
261014      ELSE
261014          MOVE  'N'  TO  FLG-HELD
261014      END-IF.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    順編成ファイルの件数1件
261014********************************************************
261014 CNT-SEQ-READ-RTN       SECTION.
261014      READ  CPI-FILE
261014        AT  END
261014           MOVE  "1"  TO  FLG-CPI-END
261014           CLOSE  CPI-FILE
261014        NOT  AT  END
261014           ADD  1  TO  CNT-COPY
261014      END-READ.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    索引編成人物マスタを世代ファイルへ複写する
261014********************************************************
261014 BKP-IDX-RTN            SECTION.
261014      MOVE  ZERO   TO  CNT-COPY.
261014      MOVE  SPACE  TO  FLG-OT1X-END.
261014      OPEN  INPUT  OT1X-FILE.
261014      EVALUATE  WK-OT1X-STATUS
261014        WHEN  "00"
261014            MOVE  'Y'  TO  FLG-HELD
261014            OPEN  OUTPUT  GDX-FILE
261014            IF  WK-GDX-STATUS  NOT  =  "00"
261014                MOVE  WK-GDX-FNAME   TO  WK-ERR-FILE
261014                MOVE  WK-GDX-STATUS  TO  WK-ERR-STATUS
261014                PERFORM  OPEN-ERR-RTN
261014            END-IF
261014            PERFORM  BKP-IDX-READ-RTN
261014              UNTIL  FLG-OT1X-END  =  "1"
261014        WHEN  "35"
261014            MOVE  'N'  TO  FLG-HELD
261014        WHEN  OTHER
261014            MOVE  WK-OT1X-FNAME   TO  WK-ERR-FILE
261014            MOVE  WK-OT1X-STATUS  TO  WK-ERR-STATUS
261014            PERFORM  OPEN-ERR-RTN
261014      END-EVALUATE.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    索引編成人物マスタの退避1件
261014********************************************************
261014 BKP-IDX-READ-RTN       SECTION.
261014      READ  OT1X-FILE
261014        AT  END
261014           MOVE  "1"  TO  FLG-OT1X-END
261014           CLOSE  OT1X-FILE
261014           CLOSE  GDX-FILE
261014        NOT  AT  END
261014           MOVE  OT1X-REC  TO  GDX-REC
261014           WRITE  GDX-REC
261014             INVALID  KEY
261014               MOVE  WK-GDX-FNAME   TO  WK-ERR-FILE
261014               MOVE  WK-GDX-STATUS  TO  WK-ERR-STATUS
261014               PERFORM  OPEN-ERR-RTN
261014           END-WRITE
261014           ADD  1  TO  CNT-COPY
261014      END-READ.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    世代ファイルから索引編成人物マスタを復元する
261014********************************************************
261014 RST-IDX-RTN            SECTION.
261014      MOVE  ZERO   TO  CNT-COPY.
261014      MOVE  SPACE  TO  FLG-GDX-END.
261014      OPEN  INPUT  GDX-FILE.
261014      IF  WK-GDX-STATUS  NOT  =  "00"
261014          MOVE  WK-GDX-FNAME   TO  WK-ERR-FILE
261014          MOVE  WK-GDX-STATUS  TO  WK-ERR-STATUS
261014          PERFORM  OPEN-ERR-RTN
261014      END-IF.
261014      OPEN  OUTPUT  OT1X-FILE.
261014      IF  WK-OT1X-STATUS  NOT  =  "00"
261014          MOVE  WK-OT1X-FNAME   TO  WK-ERR-FILE
261014          MOVE  WK-OT1X-STATUS  TO  WK-ERR-STATUS
261014          PERFORM  OPEN-ERR-RTN
261014      END-IF.
261014      PERFORM  RST-IDX-READ-RTN  UNTIL  FLG-GDX-END  =  "1".
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    索引編成人物マスタの復元1件
261014********************************************************
261014 RST-IDX-READ-RTN       SECTION.
261014      READ  GDX-FILE
261014        AT  END
261014           MOVE  "1"  TO  FLG-GDX-END
261014           CLOSE  GDX-FILE
261014           CLOSE  OT1X-FILE
261014        NOT  AT  END
261014           MOVE  GDX-REC  TO  OT1X-REC
261014           WRITE  OT1X-REC
261014             INVALID  KEY
261014               MOVE  WK-OT1X-FNAME   TO  WK-ERR-FILE
261014               MOVE  WK-OT1X-STATUS  TO  WK-ERR-STATUS
261014               PERFORM  OPEN-ERR-RTN
261014           END-WRITE
261014           ADD  1  TO  CNT-COPY
261014      END-READ.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    空の索引編成人物マスタを作る
261014********************************************************
261014 IDX-EMPTY-RTN          SECTION.
261014      MOVE  ZERO  TO  CNT-COPY.
261014      OPEN  OUTPUT  OT1X-FILE.
261014      IF  WK-OT1X-STATUS  NOT  =  "00"
261014          MOVE  WK-OT1X-FNAME   TO  WK-ERR-FILE
261014          MOVE  WK-OT1X-STATUS  TO  WK-ERR-STATUS
261014          PERFORM  OPEN-ERR-RTN
261014      END-IF.
261014      CLOSE  OT1X-FILE.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    索引編成の世代ファイルの件数を数える
261014********************************************************
261014 CNT-IDX-RTN            SECTION.
261014      MOVE  ZERO   TO  CNT-COPY.
261014      MOVE  SPACE  TO  FLG-GDX-END.
261014      OPEN  INPUT  GDX-FILE.
261014      IF  WK-GDX-STATUS  =  "00"
261014          MOVE  'Y'  TO  FLG-HELD
261014          PERFORM  CNT-IDX-READ-RTN  UNTIL  FLG-GDX-END  =  "1"
261014      ELSE
261014          MOVE  'N'  TO  FLG-HELD
261014      END-IF.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    索引編成の世代ファイルの件数1件
261014********************************************************
261014 CNT-IDX-READ-RTN       SECTION.
261014      READ  GDX-FILE
261014        AT  END
261014           MOVE  "1"  TO  FLG-GDX-END
261014           CLOSE  GDX-FILE
261014        NOT  AT  END
261014           ADD  1  TO  CNT-COPY
261014      END-READ.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    カタログから世代を探す(WK-RST-NO の世代を GDG-REC
261014*    へ取り出す)
261014********************************************************
261014 GDG-FIND-RTN           SECTION.
261014      MOVE  SPACE  TO  FLG-FOUND.
261014      IF  TBL-GDG-CNT  >  0
261014          SET  GDG-IDX  TO  1
261014          SEARCH  TBL-GDG-ENT
261014            AT  END
261014              CONTINUE
261014            WHEN  GDG-IDX  >  TBL-GDG-CNT
261014              CONTINUE
261014            WHEN  GDG-T-NO (GDG-IDX)  =  WK-RST-NO
261014              MOVE  'Y'  TO  FLG-FOUND
261014              MOVE  GDG-T-IMAGE (GDG-IDX)  TO  GDG-REC
261014          END-SEARCH
261014      END-IF.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    世代の復元(世代ファイルを照合し、現在の一式を世代と
261014*    して退避してから、一式をまとめて戻す)
261014********************************************************
261014 RST-RTN                SECTION.
261014      PERFORM  GDG-FIND-RTN.
261014      IF  NOT  ENT-FOUND
261014          DISPLAY  "*** GENERATION " WK-RST-NO " NOT IN "
261014                   "CATALOGUE - RUN ABORTED ***"
261014          MOVE  8  TO  RETURN-CODE
261014          MOVE  'E'   TO  WK-LOG-TYPE
261014          MOVE  ZERO  TO  WK-LOG-CNT
261014          PERFORM  RUN-LOG-RTN
261014          STOP  RUN
261014      END-IF.
261014*    個人情報の消去より前の世代は復元しない(消去した値を
261014*    人物マスタへ戻さないため)
261014      PERFORM  ERS-CHK-RTN.
261014      MOVE  GDG-SLOT  TO  WK-SLOT.
261014      DISPLAY  "*** RESTORE GENERATION " WK-RST-NO " OF "
261014               GDG-DATE " " GDG-TIME " (BEFORE " GDG-PGM
261014               ") ***".
261014*    世代ファイルの件数をカタログと照合する(何も書き換える
261014*    前に、欠けた世代への復元を防ぐ)
261014      MOVE  SPACE  TO  FLG-BAD.
261014      PERFORM  VFY-SET-RTN
261014        VARYING  WK-SET-IX  FROM  1  BY  1
261014        UNTIL    WK-SET-IX  >  TBL-SET-CNT.
261014      IF  GDG-BAD
261014          DISPLAY  "*** GENERATION " WK-RST-NO " DAMAGED - "
261014                   "RUN ABORTED ***"
261014          MOVE  8  TO  RETURN-CODE
261014          MOVE  'E'   TO  WK-LOG-TYPE
261014          MOVE  ZERO  TO  WK-LOG-CNT
261014          PERFORM  RUN-LOG-RTN
261014          STOP  RUN
261014      END-IF.
261014*    現在の一式を世代として退避する(復元対象は外さない)
261014      MOVE  WK-RST-NO    TO  WK-PROTECT-NO.
261014      MOVE  'SAMPLEGN'   TO  WK-GDG-PGM.
261014      DISPLAY  "*** CURRENT SET SAVED BEFORE RESTORE ***".
261014      PERFORM  BKP-RTN.
261014*    退避で GDG-REC を使ったため、復元する世代を取り直す
261014      PERFORM  GDG-FIND-RTN.
261014      MOVE  GDG-SLOT  TO  WK-SLOT.
261014      MOVE  ZERO      TO  CNT-TOTAL.
261014      MOVE  'Y'       TO  FLG-RST-COPY.
261014      PERFORM  RST-SET-RTN
261014        VARYING  WK-SET-IX  FROM  1  BY  1
261014        UNTIL    WK-SET-IX  >  TBL-SET-CNT.
261014      MOVE  SPACE     TO  FLG-RST-COPY.
261014*    復元を実行管理ファイルへ記録する(件数欄は世代番号)
261014      MOVE  'R'        TO  WK-LOG-TYPE.
261014      MOVE  WK-RST-NO  TO  WK-LOG-CNT.
261014      PERFORM  RUN-LOG-RTN.
261014      DISPLAY  "*** SET RESTORED TO GENERATION " WK-RST-NO
261014               " - UNDO BY RESTORING GENERATION " WK-NEW-NO
261014               " ***".
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    変更監査から最新の個人情報消去(区分 E)の日時を求め、
261014*    復元する世代がそれより前に作成されていれば打ち切る
261014*    (変更監査が無ければ消去の実績無し)
261014********************************************************
261014 ERS-CHK-RTN            SECTION.
261014      MOVE  ZERO   TO  WK-ERS-STAMP.
261014      MOVE  SPACE  TO  FLG-AUD-END.
261014      OPEN  INPUT  AUD-FILE.
261014      EVALUATE  WK-AUD-STATUS
261014        WHEN  "00"
261014            PERFORM  ERS-READ-RTN  UNTIL  FLG-AUD-END  =  "1"
261014        WHEN  "35"
261014            CONTINUE
261014        WHEN  OTHER
261014            MOVE  WK-AUD-FNAME   TO  WK-ERR-FILE
261014            MOVE  WK-AUD-STATUS  TO  WK-ERR-STATUS
261014            PERFORM  OPEN-ERR-RTN
261014      END-EVALUATE.
261014      MOVE  GDG-DATE  TO  WK-GDG-S-DATE.
261014      MOVE  GDG-TIME  TO  WK-GDG-S-TIME.
261014      IF  WK-GDG-STAMP  <  WK-ERS-STAMP
261014          DISPLAY  "*** GENERATION " WK-RST-NO " PRECEDES "
261014                   "SUBJECT ERASURE OF " WK-ERS-DATE " "
261014                   WK-ERS-TIME " - RUN ABORTED ***"
261014          MOVE  8  TO  RETURN-CODE
261014          MOVE  'E'   TO  WK-LOG-TYPE
261014          MOVE  ZERO  TO  WK-LOG-CNT
261014          PERFORM  RUN-LOG-RTN
261014          STOP  RUN
261014      END-IF.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    変更監査1件の読込み
261014********************************************************
261014 ERS-READ-RTN           SECTION.
261014      READ  AUD-FILE
261014        AT  END
261014           MOVE  "1"  TO  FLG-AUD-END
261014           CLOSE  AUD-FILE
261014        NOT  AT  END
261014           IF  AUD-ACTION  =  'E'
261014               MOVE  AUD-DATE  TO  WK-AUD-S-DATE
261014               MOVE  AUD-TIME  TO  WK-AUD-S-TIME
261014               IF  WK-AUD-STAMP  >  WK-ERS-STAMP
261014                   MOVE  WK-AUD-STAMP  TO  WK-ERS-STAMP
261014               END-IF
261014           END-IF
261014      END-READ.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    世代ファイル1本の件数照合
261014********************************************************
261014 VFY-SET-RTN            SECTION.
261014      IF  GDG-F-PRESENT (WK-SET-IX)
261014          PERFORM  SLOT-NAME-RTN
261014          IF  WK-SET-IX  =  2
261014              MOVE  WK-SLOT-FNAME  TO  WK-GDX-FNAME
261014              PERFORM  CNT-IDX-RTN
261014          ELSE
261014              MOVE  WK-SLOT-FNAME  TO  WK-CPI-FNAME
261014              PERFORM  CNT-SEQ-RTN
261014          END-IF
261014          IF  NOT  SRC-HELD
261014              OR  CNT-COPY  NOT  =  GDG-F-CNT (WK-SET-IX)
261014              MOVE  'Y'  TO  FLG-BAD
261014              DISPLAY  "    " SET-T-LABEL (WK-SET-IX)
261014                       " CATALOGUE " GDG-F-CNT (WK-SET-IX)
261014                       " FILE " CNT-COPY " : " WK-SLOT-FNAME
261014          END-IF
261014      END-IF.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    一式のファイル1本の復元(世代作成時に無かったファイル
261014*    は空にする)
261014********************************************************
261014 RST-SET-RTN            SECTION.
261014      PERFORM  SLOT-NAME-RTN.
261014      IF  WK-SET-IX  =  2
261014          MOVE  SET-T-LIVE (WK-SET-IX)  TO  WK-OT1X-FNAME
261014          MOVE  WK-SLOT-FNAME           TO  WK-GDX-FNAME
261014          IF  GDG-F-PRESENT (WK-SET-IX)
261014              PERFORM  RST-IDX-RTN
261014          ELSE
261014              PERFORM  IDX-EMPTY-RTN
261014          END-IF
261014      ELSE
261014          MOVE  WK-SLOT-FNAME           TO  WK-CPI-FNAME
261014          MOVE  SET-T-LIVE (WK-SET-IX)  TO  WK-CPO-FNAME
261014          IF  GDG-F-PRESENT (WK-SET-IX)
261014              PERFORM  CPY-SEQ-RTN
261014          ELSE
261014              PERFORM  CPY-EMPTY-RTN
261014          END-IF
261014      END-IF.
261014      ADD  CNT-COPY  TO  CNT-TOTAL.
261014      IF  CNT-COPY  NOT  =  GDG-F-CNT (WK-SET-IX)
261014          MOVE  SET-T-LIVE (WK-SET-IX)  TO  WK-ERR-FILE
261014          MOVE  '--'                    TO  WK-ERR-STATUS
261014          DISPLAY  "*** " SET-T-LABEL (WK-SET-IX)
261014                   " RESTORED COUNT " CNT-COPY " NOT EQUAL "
261014                   GDG-F-CNT (WK-SET-IX)  " ***"
261014          PERFORM  OPEN-ERR-RTN
261014      END-IF.
261014      DISPLAY  "    " SET-T-LABEL (WK-SET-IX) " " CNT-COPY
261014               " -> " SET-T-LIVE (WK-SET-IX).
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    世代一覧の出力
261014********************************************************
261014 LST-RTN                SECTION.
261014      OPEN  OUTPUT  GDL-FILE.
261014      IF  WK-GDL-STATUS  NOT  =  "00"
261014          MOVE  WK-GDL-FNAME   TO  WK-ERR-FILE
261014          MOVE  WK-GDL-STATUS  TO  WK-ERR-STATUS
261014          PERFORM  OPEN-ERR-RTN
261014      END-IF.
261014      MOVE  SPACE  TO  GDL-REC.
261014      STRING  "SAMPLE GENERATION CATALOGUE  RUN : "
261014                               DELIMITED BY SIZE
261014              WK-RUN-DATE      DELIMITED BY SIZE
261014              "  KEEP : "      DELIMITED BY SIZE
261014              WK-KEEP          DELIMITED BY SIZE
261014              INTO  GDL-REC.
261014      WRITE  GDL-REC.
261014      IF  TBL-GDG-CNT  =  0
261014          MOVE  "NO GENERATIONS HELD"  TO  GDL-REC
261014          WRITE  GDL-REC
261014      END-IF.
261014      PERFORM  LST-GDG-RTN
261014        VARYING  WK-GDG-IX  FROM  1  BY  1
261014        UNTIL    WK-GDG-IX  >  TBL-GDG-CNT.
261014      CLOSE  GDL-FILE.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    世代1件分の一覧(見出し行とファイル別の行)
261014********************************************************
261014 LST-GDG-RTN            SECTION.
261014      MOVE  GDG-T-IMAGE (WK-GDG-IX)  TO  GDG-REC.
261014      MOVE  GDG-SLOT  TO  WK-SLOT.
261014      MOVE  SPACE  TO  GDL-REC.
261014      WRITE  GDL-REC.
261014      STRING  "GENERATION "    DELIMITED BY SIZE
261014              GDG-NO           DELIMITED BY SIZE
261014              "  "             DELIMITED BY SIZE
261014              GDG-DATE         DELIMITED BY SIZE
261014              " "              DELIMITED BY SIZE
261014              GDG-TIME         DELIMITED BY SIZE
261014              "  BEFORE "      DELIMITED BY SIZE
261014              GDG-PGM          DELIMITED BY SIZE
261014              "  SLOT "        DELIMITED BY SIZE
261014              GDG-SLOT         DELIMITED BY SIZE
261014              INTO  GDL-REC.
261014      WRITE  GDL-REC.
261014      PERFORM  LST-SET-RTN
261014        VARYING  WK-SET-IX  FROM  1  BY  1
261014        UNTIL    WK-SET-IX  >  TBL-SET-CNT.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    世代のファイル1本分の一覧行
261014********************************************************
261014 LST-SET-RTN            SECTION.
261014      PERFORM  SLOT-NAME-RTN.
261014      MOVE  GDG-F-CNT (WK-SET-IX)  TO  WK-EDIT-CNT.
261014      MOVE  SPACE  TO  GDL-REC.
261014      IF  GDG-F-PRESENT (WK-SET-IX)
261014          STRING  "    "                   DELIMITED BY SIZE
261014                  SET-T-LABEL (WK-SET-IX)  DELIMITED BY SIZE
261014                  WK-EDIT-CNT              DELIMITED BY SIZE
261014                  "  "                     DELIMITED BY SIZE
261014                  WK-SLOT-FNAME            DELIMITED BY SIZE
261014                  INTO  GDL-REC
261014      ELSE
261014          STRING  "    "                   DELIMITED BY SIZE
261014                  SET-T-LABEL (WK-SET-IX)  DELIMITED BY SIZE
261014                  "  NOT FOUND WHEN CATALOGUED - RESTORED "
261014                                           DELIMITED BY SIZE
261014                  "AS EMPTY"               DELIMITED BY SIZE
261014                  INTO  GDL-REC
261014      END-IF.
261014      WRITE  GDL-REC.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    終了処理
261014********************************************************
261014 END-RTN                SECTION.
261014      DISPLAY  "*** GENERATIONS = " TBL-GDG-CNT  " ***".
261014      DISPLAY  "*** RECORDS     = " CNT-TOTAL    " ***".
261014*    一覧以外は実行管理ファイルへ終了レコードを追記
261014      IF  NOT  MODE-LIST
261014          MOVE  'E'        TO  WK-LOG-TYPE
261014          MOVE  CNT-TOTAL  TO  WK-LOG-CNT
261014          PERFORM  RUN-LOG-RTN
261014      END-IF.
261014      DISPLAY  "*** SAMPLEGN END ***".
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    実行管理レコードの追記(記録区分・件数は設定済み。
261014*    累積ファイルのため追記で開き、未作成(status 35)の場合
261014*    だけ新規作成する)
261014********************************************************
261014 RUN-LOG-RTN            SECTION.
261014      OPEN  EXTEND  RUN-FILE.
261014      IF  WK-RUN-STATUS  =  "35"
261014          OPEN  OUTPUT  RUN-FILE
261014      END-IF.
261014      IF  WK-RUN-STATUS  NOT  =  "00"
261014*         実行記録が残らないと朝の報告が成り立たないため、
261014*         エラー終了コードへ反映する
261014          DISPLAY  "*** RUN-FILE OPEN ERROR : "
261014                   WK-RUN-STATUS  " ***"
261014          IF  RETURN-CODE  =  0
261014              MOVE  8  TO  RETURN-CODE
261014          END-IF
261014      ELSE
261014*         記録時刻は記録のたびに取り直す
261014          ACCEPT  WK-RUN-TIME  FROM  TIME
261014          MOVE  SPACE        TO  RUN-REC
261014          MOVE  WK-RUN-DATE  TO  RUN-DATE
261014          MOVE  WK-RUN-TIME  TO  RUN-TIME
261014          MOVE  'SAMPLEGN'   TO  RUN-PGM
261014          MOVE  WK-LOG-TYPE  TO  RUN-TYPE
261014          MOVE  WK-LOG-CNT   TO  RUN-IN-CNT
261014          MOVE  RETURN-CODE  TO  RUN-CC
261014          MOVE  ','          TO  RUN-CM1  RUN-CM2  RUN-CM3
261014                                 RUN-CM4  RUN-CM5
261014          WRITE  RUN-REC
261014          CLOSE  RUN-FILE
261014      END-IF.
261014 EXT.
261014      EXIT.
