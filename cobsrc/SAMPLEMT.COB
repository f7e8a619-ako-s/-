260903*                    会員番号(MNT-MEMBER-ID)から有効
260903*                    レコードの通番を解決して処理する
260903*                    (追加(A)は従来どおり通番の指定が必須)
260910*    変更日／変更者  ：２０２６年０９月１０日  保守担当
260910*       変更内容  ：二名体制の承認を追加。修正・追加・論理
260910*                    削除の保守指示は登録モード(既定)で
260910*                    承認待ちファイル(PND-FILE)へ積むだけと
260910*                    し、承認モード(環境変数 SAMPLE_MNT_MODE
260910*                    =APPROVE)で起票者以外のオペレータが
260910*                    承認指示ファイル(APV-FILE)により承認／
260910*                    却下する。承認分だけを OT1X-FILE と監査
260910*                    ファイルへ反映し、監査レコードに承認者を
260910*                    追加した。期限(SAMPLE_PND_EXPIRE 日)を
260910*                    過ぎた承認待ちは期限切れとし、承認待ち
260910*                    と却下・期限切れ・反映不能の明細を起票
260910*                    者・判定者・理由付きで一覧(PNL-FILE)へ
260910*                    出力する(SAMPLE_MNT_MODE=LIST で一覧
260910*                    だけ出力可)。照会(D)は従来どおり即時
260910*                    に行う
260924*    変更日／変更者  ：２０２６年０９月２４日  保守担当
260924*       変更内容  ：修正(M)で郵便番号または住所を変更した
260924*                    場合は宛所不明フラグを解除する。追加
260924*                    (A)は宛所不明フラグを通常で初期化する
261005*    変更日／変更者  ：２０２６年１０月０５日  保守担当
261005*       変更内容  ：同一人物の統合(G)を追加。通番で指定した
261005*                    消える側のレコードを論理削除し、会員
261005*                    番号欄で指定した存続会員へ統合する。旧
261005*                    会員番号から存続会員番号への対照を統合
261005*                    対照ファイル(XRF-FILE)へ累積記録する。
261005*                    修正・追加・論理削除と同じく承認を経て
261005*                    反映する
261015*    変更日／変更者  ：２０２６年１０月１５日  保守担当
261015*       変更内容  ：統合(G)の際、消える側の会員番号の連絡
261015*                    同意登録(CNS-FILE)を存続会員へ引き継ぐ。
261015*                    郵送・提携先提供ごとに拒否を優先し、
261015*                    双方拒否なら早い適用日を採る
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
260822             WK-AUD-FNAME
260822             ORGANIZATION  LINE  SEQUENTIAL
260822             FILE STATUS   WK-AUD-STATUS.
260910*    承認待ちファイル(登録モードで追記、承認モードで判定
260910*    結果を反映して全件書き直す)
260910     SELECT  PND-FILE  ASSIGN TO  DYNAMIC
260910             WK-PND-FNAME
260910             ORGANIZATION  LINE  SEQUENTIAL
260910             FILE STATUS   WK-PND-STATUS.
260910*    承認指示ファイル(承認モードの入力。1行1判定)
260910     SELECT  APV-FILE  ASSIGN TO  DYNAMIC
260910             WK-APV-FNAME
260910             ORGANIZATION  LINE  SEQUENTIAL
260910             FILE STATUS   WK-APV-STATUS.
260910*    承認待ち・却下・期限切れ一覧
260910     SELECT  PNL-FILE  ASSIGN TO  DYNAMIC
260910             WK-PNL-FNAME
260910             ORGANIZATION  LINE  SEQUENTIAL
260910             FILE STATUS   WK-PNL-STATUS.
261005*    会員番号の統合対照ファイル(累積。統合のたびに追記する)
261005     SELECT  XRF-FILE  ASSIGN TO  DYNAMIC
261005             WK-XRF-FNAME
261005             ORGANIZATION  LINE  SEQUENTIAL
261005             FILE STATUS   WK-XRF-STATUS.
261015*    連絡同意登録簿(統合時に拒否を存続会員へ引き継ぐ)
261015     SELECT  CNS-FILE  ASSIGN TO  DYNAMIC
261015             WK-CNS-FNAME
261015             ORGANIZATION  INDEXED
261015             ACCESS MODE  RANDOM
261015             RECORD KEY   CNS-MEMBER-ID
261015             FILE STATUS  WK-CNS-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
260822 FD  OT1X-FILE.
260822 COPY  OT1XREC.
      *
260910*    保守指示レコード(承認モードでは承認待ちファイルに
260910*    積んだイメージから展開するため、レイアウトは作業場所
260910*    節の MNT-REC に定義し、INTO で読込む)
260910 FD  MNT-FILE.
260910 01  MNT-IN-REC           PIC  X(98).
      *
260822*    変更監査レコード(変更前後のレコードイメージ付き)
260822 FD  AUD-FILE.
260822   05  AUD-TIME         PIC  9(08).
260822   05  AUD-CM2          PIC  X(01).
260822*      オペレータ識別(環境変数 SAMPLE_OPERATOR_ID)
260910*      承認を経た変更では起票者を記録する
260822   05  AUD-OPERATOR     PIC  X(10).
260822   05  AUD-CM3          PIC  X(01).
260822   05  AUD-ACTION       PIC  X(01).
260822   05  AUD-CM6          PIC  X(01).
260822*      変更後レコードイメージ(照会時はスペース)
260822   05  AUD-AFTER        PIC  X(100).
260910   05  AUD-CM7          PIC  X(01).
260910*      承認者(承認モードを実行したオペレータ)
260910   05  AUD-APPROVER     PIC  X(10).
      *
260910*    承認待ちレコード(ファイルを閉じた後もテーブルとの間で
260910*    編集するため、レイアウトは作業場所節に置く)
260910 FD  PND-FILE.
260910 01  PND-IO-REC           PIC  X(186).
      *
260910*    承認指示レコード(判定 A:承認 R:却下)
260910 FD  APV-FILE.
260910 01  APV-REC.
260910*      対象の承認待ち番号(PND-SEQ)
260910   05  APV-SEQ          PIC  X(06).
260910   05  APV-CM1          PIC  X(01).
260910   05  APV-DECISION     PIC  X(01).
260910   05  APV-CM2          PIC  X(01).
260910*      判定理由(却下時は必須)
260910   05  APV-REASON       PIC  X(20).
      *
260910*    承認待ち・却下・期限切れ一覧(可変長の印字行)
260910 FD  PNL-FILE.
260910 01  PNL-REC              PIC  X(160).
      *
261005*    統合対照レコードの定義は COPY 句 XRFREC を参照
261005 FD  XRF-FILE.
261005 COPY  XRFREC.
      *
261015*    連絡同意登録レコードの定義は COPY 句 CNSREC を参照
261015 FD  CNS-FILE.
261015 COPY  CNSREC.
      *
       WORKING-STORAGE        SECTION.
260910*    承認待ちレコードの定義は COPY 句 PNDREC を参照
260910 COPY  PNDREC.
260822*    保守指示レコード
261005*    区分 D:照会 M:修正 A:追加 L:論理削除 G:統合
260822*    修正時、スペースの項目は現在値を変更しない
261005*    統合時は通番に消える側、会員番号に存続する会員を指定
260822 01  MNT-REC.
260822   05  MNT-ACTION       PIC  X(01).
260822   05  MNT-CM1          PIC  X(01).
260822*      対象レコードの通番キー
260822   05  MNT-GEN-ID       PIC  X(09).
260822   05  MNT-CM2          PIC  X(01).
260822   05  MNT-NAME         PIC  X(12).
260822   05  MNT-CM3          PIC  X(01).
260822   05  MNT-BIRTH        PIC  X(10).
260822   05  MNT-CM4          PIC  X(01).
260822   05  MNT-SEX          PIC  X(02).
260822   05  MNT-CM5          PIC  X(01).
260822   05  MNT-MEMBER-ID    PIC  X(10).
260822   05  MNT-CM6          PIC  X(01).
260822   05  MNT-POSTAL       PIC  X(07).
260822   05  MNT-CM7          PIC  X(01).
260822   05  MNT-ADDRESS      PIC  X(40).
260822 01  FLG-AREA.
260822   05  FLG-MNT-END      PIC  X(01).
260903*    会員番号による通番解決用(順読みの終端と発見フラグ)
260903   05  FLG-OT1X-EOF     PIC  X(01).
260903   05  FLG-MBR-FOUND    PIC  X(01).
260903     88 MBR-FOUND       VALUE  'Y'.
260910*    実行モード(E:登録 A:承認 L:一覧のみ)
260910   05  FLG-MODE        PIC  X(01).
260910     88 ENTRY-MODE     VALUE  'E'.
260910     88 APPROVE-MODE   VALUE  'A'.
260910     88 LIST-MODE      VALUE  'L'.
260910   05  FLG-PND-END      PIC  X(01).
260910   05  FLG-APV-END      PIC  X(01).
260910*    承認待ち番号に対応する承認指示があったかどうか
260910   05  FLG-APV-FOUND   PIC  X(01).
260910     88 APV-FOUND      VALUE  'Y'.
260910*    承認待ちが期限を過ぎているかどうか
260910   05  FLG-EXPIRED     PIC  X(01).
260910     88 PND-EXPIRED    VALUE  'Y'.
260822 01  CNT-AREA.
260822   05   CNT-MNT         PIC  9(09).
260822   05   CNT-DSP         PIC  9(09).
260822   05   CNT-ADD         PIC  9(09).
260822   05   CNT-DEL         PIC  9(09).
260822   05   CNT-ERR         PIC  9(09).
260910*      読込んだ承認待ちファイルの件数と、うち承認待ちの件数
260910   05   CNT-PND         PIC  9(09).
260910   05   CNT-PND-OPEN    PIC  9(09).
260910*      登録モードで承認待ちへ積んだ件数
260910   05   CNT-STG         PIC  9(09).
260910*      承認指示の件数と判定結果別の件数
260910   05   CNT-APV         PIC  9(09).
260910   05   CNT-APPROVED    PIC  9(09).
260910   05   CNT-REJECTED    PIC  9(09).
260910   05   CNT-EXPIRED     PIC  9(09).
260910   05   CNT-FAILED      PIC  9(09).
261005*      統合の反映件数
261005   05   CNT-MRG         PIC  9(09).
261015*      統合で連絡同意登録を引き継いだ件数
261015   05   CNT-CNS-MRG     PIC  9(09).
260822 01  WK-FNAME-AREA.
260822*      実行時に使用するファイル名(未指定時は既定値を使用)
260822   05   WK-OT1X-FNAME   PIC  X(40)
260822                  VALUE  "C:\GnuCobol\file\SAMPLE_MNT.txt".
260822   05   WK-AUD-FNAME    PIC  X(40)
260822                  VALUE  "C:\GnuCobol\file\SAMPLE_AUDIT.txt".
260910   05   WK-PND-FNAME    PIC  X(40)
260910                  VALUE  "C:\GnuCobol\file\SAMPLE_PENDING.txt".
260910   05   WK-APV-FNAME    PIC  X(40)
260910                  VALUE  "C:\GnuCobol\file\SAMPLE_APPROVE.txt".
260910   05   WK-PNL-FNAME    PIC  X(40)
260910                  VALUE  "C:\GnuCobol\file\SAMPLE_PENDLIST.txt".
261005   05   WK-XRF-FNAME    PIC  X(40)
261005                  VALUE  "C:\GnuCobol\file\SAMPLE_MBRXREF.txt".
261015   05   WK-CNS-FNAME    PIC  X(40)
261015                  VALUE  "C:\GnuCobol\file\SAMPLE_CONSENT.dat".
260822   05   WK-ENV-FNAME    PIC  X(40).
260822 01  WK-STATUS-AREA.
260822   05   WK-OT1X-STATUS  PIC  X(02).
260822   05   WK-MNT-STATUS   PIC  X(02).
260822   05   WK-AUD-STATUS   PIC  X(02).
260910   05   WK-PND-STATUS   PIC  X(02).
260910   05   WK-APV-STATUS   PIC  X(02).
260910   05   WK-PNL-STATUS   PIC  X(02).
261005   05   WK-XRF-STATUS   PIC  X(02).
261015   05   WK-CNS-STATUS   PIC  X(02).
260822 01  WK-DATE-AREA.
260822   05   WK-RUN-DATE     PIC  9(08).
260822   05   WK-RUN-TIME     PIC  9(08).
261015*    統合時に控える、消える側の連絡同意登録
261015 01  WK-CNS-AREA.
261015   05   WK-CNS-OLD-MAIL PIC  X(01).
261015     88 OLD-MAIL-OPTOUT VALUE  '1'.
261015   05   WK-CNS-OLD-MDATE
261015                        PIC  9(08).
261015   05   WK-CNS-OLD-SHARE
261015                        PIC  X(01).
261015     88 OLD-SHARE-OPTOUT
261015                        VALUE  '1'.
261015   05   WK-CNS-OLD-SDATE
261015                        PIC  9(08).
261015   05   WK-CNS-HIT      PIC  X(01).
261015     88 CNS-OLD-FOUND   VALUE  'Y'.
260822 01  WK-MNT-AREA.
260822*      オペレータ識別(未設定時は 'UNKNOWN')
260822   05   WK-OPERATOR     PIC  X(10).
260822   05   WK-CNT-EFFECT   PIC  X(02).
260822   05   WK-BEFORE-IMG   PIC  X(100).
260822   05   WK-AFTER-IMG    PIC  X(100).
260910*      監査レコードの起票者(承認モードでは承認待ちの起票者)
260910   05   WK-MAKER        PIC  X(10).
261005*      統合で消える側の通番と旧会員番号
261005   05   WK-MRG-GEN-ID   PIC  9(09).
261005   05   WK-MRG-OLD-MBR  PIC  X(10).
260910*    承認待ちの管理ワーク
260910 01  WK-PND-AREA.
260910*      実行モード指定(環境変数 SAMPLE_MNT_MODE)
260910   05   WK-ENV-MODE     PIC  X(07).
260910*      承認待ちの有効日数(環境変数 SAMPLE_PND_EXPIRE。数字
260910*      3桁。起票日からこの日数を超えて判定の無いものは
260910*      期限切れとする。未指定時は 7 日)
260910   05   WK-ENV-EXPIRE   PIC  X(03).
260910   05   WK-EXPIRE-DAYS  PIC  9(03)  VALUE  7.
260910*      採番済みの最大の承認待ち番号
260910   05   WK-PND-SEQ      PIC  9(06)  VALUE  0.
260910*      実行日と起票日の通日、経過日数
260910   05   WK-RUN-DAYS     PIC  9(07).
260910   05   WK-ELAPSED      PIC  9(07).
260910*      テーブル掃き出し用添字と一覧の出力区分(P:承認待ち
260910*      D:却下・期限切れ・反映不能)
260910   05   WK-SWEEP-IX     PIC  9(06).
260910   05   WK-PNL-PART     PIC  X(01).
260910*    通日計算ワーク(西暦日付から 0 年 3 月 1 日起算の
260910*    通日を求める。期限切れ判定の経過日数に使う)
260910 01  WK-DAYS-AREA.
260910   05   WK-DAYS-DATE    PIC  9(08).
260910   05   WK-DAYS-DATE-R  REDEFINES  WK-DAYS-DATE.
260910     10  WK-DAYS-YYYY   PIC  9(04).
260910     10  WK-DAYS-MM     PIC  9(02).
260910     10  WK-DAYS-DD     PIC  9(02).
260910   05   WK-DAYS-Y       PIC  9(04).
260910   05   WK-DAYS-M       PIC  9(02).
260910   05   WK-DAYS-Q4      PIC  9(04).
260910   05   WK-DAYS-Q100    PIC  9(04).
260910   05   WK-DAYS-Q400    PIC  9(04).
260910   05   WK-DAYS-W       PIC  9(05).
260910   05   WK-DAYS-QM      PIC  9(04).
260910   05   WK-DAYS-NUM     PIC  9(07).
260910*    承認待ちファイルを読込むテーブル(承認モードで判定
260910*    結果を反映し、全件を書き直す)
260910 01  TBL-PND-AREA.
260910   05   TBL-PND-MAX     PIC  9(06)  VALUE  20000.
260910   05   TBL-PND-CNT     PIC  9(06)  VALUE  0.
260910   05   TBL-PND-ENT     OCCURS  20000  TIMES.
260910     10  PND-T-IMAGE    PIC  X(186).
260910*    承認指示を読込むテーブル(承認待ち番号で引き当てる)
260910 01  TBL-APV-AREA.
260910   05   TBL-APV-MAX     PIC  9(06)  VALUE  10000.
260910   05   TBL-APV-CNT     PIC  9(06)  VALUE  0.
260910   05   TBL-APV-ENT     OCCURS  10000  TIMES
260910                        INDEXED  BY  APV-IDX.
260910     10  APV-T-SEQ      PIC  9(06).
260910     10  APV-T-DECISION PIC  X(01).
260910     10  APV-T-REASON   PIC  X(20).
260910*      承認待ちと対応付いたら 'Y' を立てる
260910     10  APV-T-USED     PIC  X(01).
      *
      ********************************************************
      *    さんぷる ほしゅ コントロール
       PROCEDURE              DIVISION.
260822     PERFORM  INIT-RTN.
260822     PERFORM  MAIN-RTN  UNTIL  FLG-MNT-END = "1".
260910     PERFORM  DEC-RTN.
260822     PERFORM  END-RTN.
260822     STOP  RUN.
260822********************************************************
260822      IF  WK-ENV-FNAME  NOT  =  SPACE
260822          MOVE  WK-ENV-FNAME  TO  WK-AUD-FNAME
260822      END-IF.
260910      DISPLAY  "SAMPLE_PND_FILE"  UPON  ENVIRONMENT-NAME.
260910      MOVE  SPACE        TO  WK-ENV-FNAME.
260910      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
260910      IF  WK-ENV-FNAME  NOT  =  SPACE
260910          MOVE  WK-ENV-FNAME  TO  WK-PND-FNAME
260910      END-IF.
260910      DISPLAY  "SAMPLE_APV_FILE"  UPON  ENVIRONMENT-NAME.
260910      MOVE  SPACE        TO  WK-ENV-FNAME.
260910      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
260910      IF  WK-ENV-FNAME  NOT  =  SPACE
260910          MOVE  WK-ENV-FNAME  TO  WK-APV-FNAME
260910      END-IF.
260910      DISPLAY  "SAMPLE_PNL_FILE"  UPON  ENVIRONMENT-NAME.
260910      MOVE  SPACE        TO  WK-ENV-FNAME.
260910      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
260910      IF  WK-ENV-FNAME  NOT  =  SPACE
260910          MOVE  WK-ENV-FNAME  TO  WK-PNL-FNAME
260910      END-IF.
261005      DISPLAY  "SAMPLE_XRF_FILE"  UPON  ENVIRONMENT-NAME.
261005      MOVE  SPACE        TO  WK-ENV-FNAME.
261005      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261005      IF  WK-ENV-FNAME  NOT  =  SPACE
261005          MOVE  WK-ENV-FNAME  TO  WK-XRF-FNAME
261005      END-IF.
261015      DISPLAY  "SAMPLE_CNS_FILE"  UPON  ENVIRONMENT-NAME.
261015      MOVE  SPACE        TO  WK-ENV-FNAME.
261015      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261015      IF  WK-ENV-FNAME  NOT  =  SPACE
261015          MOVE  WK-ENV-FNAME  TO  WK-CNS-FNAME
261015      END-IF.
260822*    監査レコードに残すオペレータ識別
260822      DISPLAY  "SAMPLE_OPERATOR_ID"  UPON  ENVIRONMENT-NAME.
260822      MOVE  SPACE        TO  WK-OPERATOR.
260822      IF  WK-OPERATOR  =  SPACE
260822          MOVE  'UNKNOWN'  TO  WK-OPERATOR
260822      END-IF.
260910*    実行モード(未指定時は登録モード)
260910      DISPLAY  "SAMPLE_MNT_MODE"  UPON  ENVIRONMENT-NAME.
260910      MOVE  SPACE        TO  WK-ENV-MODE.
260910      ACCEPT  WK-ENV-MODE  FROM  ENVIRONMENT-VALUE.
260910      EVALUATE  WK-ENV-MODE
260910        WHEN  'APPROVE'
260910            MOVE  'A'  TO  FLG-MODE
260910            DISPLAY  "*** SAMPLEMT APPROVE MODE ***"
260910        WHEN  'LIST'
260910            MOVE  'L'  TO  FLG-MODE
260910            DISPLAY  "*** SAMPLEMT LIST MODE ***"
260910        WHEN  OTHER
260910            MOVE  'E'  TO  FLG-MODE
260910            DISPLAY  "*** SAMPLEMT ENTRY MODE ***"
260910      END-EVALUATE.
260910      DISPLAY  "SAMPLE_PND_EXPIRE"  UPON  ENVIRONMENT-NAME.
260910      MOVE  SPACE        TO  WK-ENV-EXPIRE.
260910      ACCEPT  WK-ENV-EXPIRE  FROM  ENVIRONMENT-VALUE.
260910      IF  WK-ENV-EXPIRE  IS  NUMERIC
260910          MOVE  WK-ENV-EXPIRE  TO  WK-EXPIRE-DAYS
260910      END-IF.
260910*    保守指示を読むのは登録モードだけ
260910      IF  NOT  ENTRY-MODE
260910          MOVE  "1"  TO  FLG-MNT-END
260910      END-IF.
260910*    起票者と判定者の区別はオペレータ識別で行うため、一覧
260910*    だけの場合を除き識別の指定を必須とする
260910      IF  WK-OPERATOR  =  'UNKNOWN'  AND  NOT  LIST-MODE
260910          DISPLAY  "*** SAMPLE_OPERATOR_ID NOT SET - RUN "
260910                   "ABORTED ***"
260910          MOVE  8    TO  RETURN-CODE
260910          MOVE  "1"  TO  FLG-MNT-END
260910      ELSE
260910          PERFORM  PND-OPEN-RTN
260910      END-IF.
260822 EXT.
260822      EXIT.
260910********************************************************
260910*    承認待ちファイルの読込みとモード別のファイルオープン
260910*    (承認待ちファイルが未作成(status 35)なら0件とする)
260910********************************************************
260910 PND-OPEN-RTN           SECTION.
260910      MOVE  "1"  TO  FLG-PND-END.
260910      OPEN  INPUT  PND-FILE.
260910      EVALUATE  WK-PND-STATUS
260910        WHEN  "00"
260910            MOVE  SPACE  TO  FLG-PND-END
260910            PERFORM  PND-RTN  UNTIL  FLG-PND-END  =  "1"
260910            CLOSE  PND-FILE
260910        WHEN  "35"
260910            CONTINUE
260910        WHEN  OTHER
260910            DISPLAY  "*** PND-FILE OPEN ERROR : "
260910                     WK-PND-STATUS  " ***"
260910            MOVE  8    TO  RETURN-CODE
260910            MOVE  "1"  TO  FLG-MNT-END
260910      END-EVALUATE.
260910      IF  RETURN-CODE  NOT  =  8
260910          EVALUATE  TRUE
260910            WHEN  ENTRY-MODE
260910                PERFORM  ENT-OPEN-RTN
260910            WHEN  APPROVE-MODE
260910                PERFORM  APV-OPEN-RTN
260910            WHEN  OTHER
260910                CONTINUE
260910          END-EVALUATE
260910      END-IF.
260910 EXT.
260910      EXIT.
260910********************************************************
260910*    登録モードのファイルオープン(人物マスタは照会にだけ
260910*    使うため入力で開き、承認待ちファイルへ追記する)
260910********************************************************
260910 ENT-OPEN-RTN           SECTION.
260822*    保守対象は既存ファイルであることが前提。未作成なら
260822*    保守不能として異常終了させる
260910      OPEN  INPUT  OT1X-FILE.
260822      IF  WK-OT1X-STATUS  NOT  =  "00"
260822          DISPLAY  "*** OT1X-FILE OPEN ERROR : "
260822                   WK-OT1X-STATUS  " ***"
260822              MOVE  "1"  TO  FLG-MNT-END
260822              CLOSE  OT1X-FILE
260822          ELSE
260910*             承認待ちファイルは累積のため追記で開き、未作成
260910*             (status 35)の場合だけ新規作成する
260910              OPEN  EXTEND  PND-FILE
260910              IF  WK-PND-STATUS  =  "35"
260910                  OPEN  OUTPUT  PND-FILE
260910              END-IF
260910              IF  WK-PND-STATUS  NOT  =  "00"
260910                  DISPLAY  "*** PND-FILE OPEN ERROR : "
260910                           WK-PND-STATUS  " ***"
260910                  MOVE  8    TO  RETURN-CODE
260910                  MOVE  "1"  TO  FLG-MNT-END
260910                  CLOSE  OT1X-FILE
260910                  CLOSE  MNT-FILE
260910              ELSE
260822*                 1件目READ
260822                  PERFORM  READ-RTN
260822              END-IF
260822          END-IF
260822      END-IF.
260910 EXT.
260910      EXIT.
260910********************************************************
260910*    承認モードのファイルオープン(承認指示を読込んでから
260910*    人物マスタを更新で、監査ファイルを追記で開く)
260910********************************************************
260910 APV-OPEN-RTN           SECTION.
260910      MOVE  SPACE  TO  FLG-APV-END.
260910      OPEN  INPUT  APV-FILE.
260910      IF  WK-APV-STATUS  NOT  =  "00"
260910          DISPLAY  "*** APV-FILE OPEN ERROR : "
260910                   WK-APV-STATUS  " ***"
260910          MOVE  8    TO  RETURN-CODE
260910      ELSE
260910          PERFORM  APV-RTN  UNTIL  FLG-APV-END  =  "1"
260910          CLOSE  APV-FILE
260910          OPEN  I-O  OT1X-FILE
260910          IF  WK-OT1X-STATUS  NOT  =  "00"
260910              DISPLAY  "*** OT1X-FILE OPEN ERROR : "
260910                       WK-OT1X-STATUS  " ***"
260910              MOVE  8    TO  RETURN-CODE
260910          ELSE
260822*             監査ファイルは累積のため追記で開き、未作成
260822*             (status 35)の場合だけ新規作成する
260910              OPEN  EXTEND  AUD-FILE
260910              IF  WK-AUD-STATUS  =  "35"
260910                  OPEN  OUTPUT  AUD-FILE
260910              END-IF
260822*             監査ファイルを開けないまま保守を続けると変更
260822*             記録が残らないため、開けない場合は中止する
260910              IF  WK-AUD-STATUS  NOT  =  "00"
260910                  DISPLAY  "*** AUD-FILE OPEN ERROR : "
260910                           WK-AUD-STATUS  " ***"
260910                  MOVE  8    TO  RETURN-CODE
260910                  CLOSE  OT1X-FILE
261005              ELSE
261005*                 統合対照ファイルも累積のため追記で開く。
261005*                 開けないまま統合すると旧番号の読替えが
261005*                 できなくなるため、開けない場合は中止する
261005                  OPEN  EXTEND  XRF-FILE
261005                  IF  WK-XRF-STATUS  =  "35"
261005                      OPEN  OUTPUT  XRF-FILE
261005                  END-IF
261005                  IF  WK-XRF-STATUS  NOT  =  "00"
261005                      DISPLAY  "*** XRF-FILE OPEN ERROR : "
261005                               WK-XRF-STATUS  " ***"
261005                      MOVE  8    TO  RETURN-CODE
261005                      CLOSE  OT1X-FILE
261005                      CLOSE  AUD-FILE
261015                  ELSE
261015                      PERFORM  CNS-OPEN-RTN
261005                  END-IF
260910              END-IF
260910          END-IF
260910      END-IF.
260910 EXT.
260910      EXIT.
260822********************************************************
260822*    入力処理
260822********************************************************
260822 READ-RTN               SECTION.
260910      READ  MNT-FILE  INTO  MNT-REC
260822        AT  END
260822           MOVE  "1"    TO  FLG-MNT-END
260822        NOT  AT  END
260822********************************************************
260822 MAIN-RTN               SECTION.
260822      MOVE  'Y'    TO  WK-TXN-OK.
260910*     照会(D)は人物マスタを変えないためその場で行い、修正・
260910*     追加・論理削除は承認待ちへ積む(反映は承認モードで
260910*     承認されたときに KEY-RTN から行う)
260910      EVALUATE  MNT-ACTION
260910        WHEN  'D'
260910            PERFORM  KEY-RTN
260910        WHEN  'M'
260910        WHEN  'A'
260910        WHEN  'L'
261005        WHEN  'G'
260910            PERFORM  STG-RTN
260910        WHEN  OTHER
260910            DISPLAY  "*** SAMPLEMT BAD ACTION : "
260910                     MNT-ACTION  " GEN-ID = "
260910                     MNT-GEN-ID  " ***"
260910            MOVE  'N'  TO  WK-TXN-OK
260910      END-EVALUATE.
260822      IF  WK-TXN-OK  NOT  =  'Y'
260822          ADD  1  TO  CNT-ERR
260822      END-IF.
      *
260822      PERFORM  READ-RTN.
260822 EXT.
260822      EXIT.
260910********************************************************
260910*    対象キーの解決と区分別処理(照会時と承認後の反映時)
260910********************************************************
260910 KEY-RTN                SECTION.
260903*     対象キーは通番または会員番号のどちらかで指定する。
260903*     通番がスペースの場合は会員番号から有効レコードの
260903*     通番を解決する(追加(A)は採番キーの指定が必須)
260822              MOVE  'N'  TO  WK-TXN-OK
260903          END-IF
260822      END-IF.
260910 EXT.
260910      EXIT.
260910********************************************************
260910*    承認待ちへの登録(対象キーの指定形式だけ確認する。
260910*    対象レコードの有無は承認後の反映時に確認する)
260910********************************************************
260910 STG-RTN                SECTION.
260910      EVALUATE  TRUE
260910        WHEN  MNT-ACTION  =  'A'
260910          AND  MNT-GEN-ID  IS  NOT  NUMERIC
260910            DISPLAY  "*** SAMPLEMT BAD GEN-ID : "
260910                     MNT-GEN-ID  " ***"
260910            MOVE  'N'  TO  WK-TXN-OK
260910        WHEN  MNT-ACTION  =  'A'
260910          AND  ( MNT-NAME  =  SPACE
260910              OR MNT-MEMBER-ID  =  SPACE )
260910            DISPLAY  "*** SAMPLEMT ADD NEEDS NAME/MEMBER-ID : "
260910                     MNT-GEN-ID  " ***"
260910            MOVE  'N'  TO  WK-TXN-OK
261005*       統合は消える側を通番で、存続側を会員番号で指定する
261005        WHEN  MNT-ACTION  =  'G'
261005          AND  ( MNT-GEN-ID  IS  NOT  NUMERIC
261005              OR MNT-MEMBER-ID  =  SPACE )
261005            DISPLAY  "*** SAMPLEMT MERGE NEEDS GEN-ID/MEMBER-ID"
261005                     " : "  MNT-GEN-ID  " ***"
261005            MOVE  'N'  TO  WK-TXN-OK
260910        WHEN  MNT-GEN-ID  IS  NUMERIC
260910            PERFORM  STG-OUT-RTN
260910        WHEN  MNT-GEN-ID  =  SPACE
260910          AND  MNT-MEMBER-ID  NOT  =  SPACE
260910            PERFORM  STG-OUT-RTN
260910        WHEN  OTHER
260910            DISPLAY  "*** SAMPLEMT BAD GEN-ID : "
260910                     MNT-GEN-ID  " ***"
260910            MOVE  'N'  TO  WK-TXN-OK
260910      END-EVALUATE.
260910 EXT.
260910      EXIT.
260910********************************************************
260910*    承認待ちレコードの出力(番号は既存の最大値の次を採番)
260910********************************************************
260910 STG-OUT-RTN            SECTION.
260910      ADD  1  TO  WK-PND-SEQ.
260910      ACCEPT  WK-RUN-TIME  FROM  TIME.
260910      MOVE  SPACE          TO  PND-REC.
260910      MOVE  WK-PND-SEQ     TO  PND-SEQ.
260910      MOVE  'P'            TO  PND-STATUS.
260910      MOVE  WK-RUN-DATE    TO  PND-ENT-DATE.
260910      MOVE  WK-RUN-TIME    TO  PND-ENT-TIME.
260910      MOVE  WK-OPERATOR    TO  PND-ENT-OPER.
260910      MOVE  ZERO           TO  PND-DEC-DATE  PND-DEC-TIME.
260910      MOVE  MNT-REC        TO  PND-MNT-DATA.
260910      MOVE  ','            TO  PND-CM1  PND-CM2  PND-CM3
260910                               PND-CM4  PND-CM5  PND-CM6
260910                               PND-CM7  PND-CM8  PND-CM9.
260910      WRITE  PND-IO-REC  FROM  PND-REC.
260910      ADD  1  TO  CNT-STG.
260910      DISPLAY  "*** SAMPLEMT STAGED : "  PND-SEQ  " "
260910               MNT-ACTION  " "  MNT-GEN-ID  " "
260910               MNT-MEMBER-ID  " ***".
260910 EXT.
260910      EXIT.
260910********************************************************
260910*    承認待ちファイルをテーブルへ読込む(最大番号を控える)
260910********************************************************
260910 PND-RTN                SECTION.
260910      READ  PND-FILE  INTO  PND-REC
260910        AT  END
260910           MOVE  "1"  TO  FLG-PND-END
260910        NOT  AT  END
260910           IF  TBL-PND-CNT  >=  TBL-PND-MAX
260910               DISPLAY  "*** PND TABLE OVERFLOW - RUN "
260910                        "ABORTED ***"
260910               MOVE  16  TO  RETURN-CODE
260910               STOP  RUN
260910           END-IF
260910           ADD  1  TO  TBL-PND-CNT
260910           ADD  1  TO  CNT-PND
260910           MOVE  PND-REC  TO  PND-T-IMAGE (TBL-PND-CNT)
260910           IF  PND-SEQ  >  WK-PND-SEQ
260910               MOVE  PND-SEQ  TO  WK-PND-SEQ
260910           END-IF
260910           IF  PND-PENDING
260910               ADD  1  TO  CNT-PND-OPEN
260910           END-IF
260910      END-READ.
260910 EXT.
260910      EXIT.
260910********************************************************
260910*    承認指示をテーブルへ読込む(番号が数字でない行は
260910*    エラーとして読み飛ばす)
260910********************************************************
260910 APV-RTN                SECTION.
260910      READ  APV-FILE
260910        AT  END
260910           MOVE  "1"  TO  FLG-APV-END
260910        NOT  AT  END
260910           ADD  1  TO  CNT-APV
260910           IF  APV-SEQ  IS  NOT  NUMERIC
260910               DISPLAY  "*** SAMPLEMT BAD APPROVAL SEQ : "
260910                        APV-SEQ  " ***"
260910               ADD  1  TO  CNT-ERR
260910           ELSE
260910               IF  TBL-APV-CNT  >=  TBL-APV-MAX
260910                   DISPLAY  "*** APV TABLE OVERFLOW - RUN "
260910                            "ABORTED ***"
260910                   MOVE  16  TO  RETURN-CODE
260910                   STOP  RUN
260910               END-IF
260910               ADD  1  TO  TBL-APV-CNT
260910               MOVE  APV-SEQ
260910                     TO  APV-T-SEQ (TBL-APV-CNT)
260910               MOVE  APV-DECISION
260910                     TO  APV-T-DECISION (TBL-APV-CNT)
260910               MOVE  APV-REASON
260910                     TO  APV-T-REASON (TBL-APV-CNT)
260910               MOVE  SPACE
260910                     TO  APV-T-USED (TBL-APV-CNT)
260910           END-IF
260910      END-READ.
260910 EXT.
260910      EXIT.
260903********************************************************
260903*    1トランザクションの区分別振分け(対象キーは設定済み)
260903********************************************************
260822            PERFORM  ADD-RTN
260822        WHEN  'L'
260822            PERFORM  DEL-RTN
261005        WHEN  'G'
261005            PERFORM  MRG-RTN
260822        WHEN  OTHER
260822            DISPLAY  "*** SAMPLEMT BAD ACTION : "
260822                     MNT-ACTION  " GEN-ID = "
260822              IF  MNT-ADDRESS  NOT  =  SPACE
260822                  MOVE  MNT-ADDRESS    TO  OT1X-ADDRESS
260822              END-IF
260924*             住所が変わった場合は返戻による宛所不明を
260924*             解除し、世帯まとめの郵送対象へ戻す
260924              IF  MNT-POSTAL  NOT  =  SPACE
260924               OR MNT-ADDRESS NOT  =  SPACE
260924                  MOVE  '0'            TO  OT1X-UND-FLAG
260924                  MOVE  ZERO           TO  OT1X-UND-DATE
260924              END-IF
260822              REWRITE  OT1X-REC
260822                INVALID  KEY
260822                  DISPLAY  "*** SAMPLEMT REWRITE ERROR : "
260822          MOVE  '0'            TO  OT1X-DEL-FLAG
260822*         都道府県コードは変換時の付加項目のため未設定
260822          MOVE  SPACE          TO  OT1X-PREF
260924          MOVE  '0'            TO  OT1X-UND-FLAG
260924          MOVE  ZERO           TO  OT1X-UND-DATE
260822          WRITE  OT1X-REC
260822            INVALID  KEY
260822              DISPLAY  "*** SAMPLEMT DUPLICATE KEY : "
260822      END-READ.
260822 EXT.
260822      EXIT.
261005********************************************************
261005*    統合処理(存続会員の有効レコードを確認してから、消える
261005*    側のレコードに削除フラグを立て、旧会員番号から存続
261005*    会員番号への対照を統合対照ファイルへ記録する)
261005********************************************************
261005 MRG-RTN                SECTION.
261005      MOVE  OT1X-GEN-ID  TO  WK-MRG-GEN-ID.
261005      PERFORM  MBR-FIND-RTN.
261005      IF  NOT  MBR-FOUND
261005          DISPLAY  "*** SAMPLEMT MERGE TARGET NOT FOUND : "
261005                   MNT-MEMBER-ID  " ***"
261005          MOVE  'N'  TO  WK-TXN-OK
261005      ELSE
261005*         存続側の確認で順読みしたため、消える側を読み直す
261005          MOVE  WK-MRG-GEN-ID  TO  OT1X-GEN-ID
261005          READ  OT1X-FILE
261005            INVALID  KEY
261005              DISPLAY  "*** SAMPLEMT NOT FOUND : "
261005                       OT1X-GEN-ID  " ***"
261005              MOVE  'N'  TO  WK-TXN-OK
261005            NOT  INVALID  KEY
261005              EVALUATE  TRUE
261005                WHEN  OT1X-DELETED
261005                    DISPLAY  "*** SAMPLEMT ALREADY DELETED : "
261005                             OT1X-GEN-ID  " ***"
261005                    MOVE  'N'  TO  WK-TXN-OK
261005                WHEN  OT1X-MEMBER-ID  =  MNT-MEMBER-ID
261005                    DISPLAY  "*** SAMPLEMT MERGE SAME MEMBER : "
261005                             OT1X-GEN-ID  " ***"
261005                    MOVE  'N'  TO  WK-TXN-OK
261005                WHEN  OTHER
261005                    MOVE  OT1X-MEMBER-ID  TO  WK-MRG-OLD-MBR
261005                    MOVE  OT1X-REC        TO  WK-BEFORE-IMG
261005                    MOVE  '1'             TO  OT1X-DEL-FLAG
261005                    REWRITE  OT1X-REC
261005                      INVALID  KEY
261005                        DISPLAY  "*** SAMPLEMT REWRITE ERROR : "
261005                                 OT1X-GEN-ID  " ***"
261005                        MOVE  'N'  TO  WK-TXN-OK
261005                      NOT  INVALID  KEY
261005                        MOVE  OT1X-REC  TO  WK-AFTER-IMG
261005                        MOVE  'G'       TO  WK-AUD-ACTION
261005                        MOVE  '-1'      TO  WK-CNT-EFFECT
261005                        PERFORM  AUD-RTN
261005                        PERFORM  XRF-OUT-RTN
261015                        PERFORM  CNS-MRG-RTN
261005                        ADD  1  TO  CNT-MRG
261005                    END-REWRITE
261005              END-EVALUATE
261005          END-READ
261005      END-IF.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    統合対照レコード出力(日時は監査レコードと同じ)
261005********************************************************
261005 XRF-OUT-RTN            SECTION.
261005      MOVE  SPACE           TO  XRF-REC.
261005      MOVE  WK-MRG-OLD-MBR  TO  XRF-OLD-MEMBER.
261005      MOVE  MNT-MEMBER-ID   TO  XRF-NEW-MEMBER.
261005      MOVE  WK-RUN-DATE     TO  XRF-DATE.
261005      MOVE  WK-RUN-TIME     TO  XRF-TIME.
261005      MOVE  WK-MRG-GEN-ID   TO  XRF-OLD-GEN-ID.
261005      MOVE  WK-MAKER        TO  XRF-OPERATOR.
261005      MOVE  WK-OPERATOR     TO  XRF-APPROVER.
261005      MOVE  ','             TO  XRF-CM1  XRF-CM2  XRF-CM3
261005                                XRF-CM4  XRF-CM5  XRF-CM6.
261005      WRITE  XRF-REC.
261005 EXT.
261005      EXIT.
261015********************************************************
261015*    連絡同意登録簿を開く(承認モード)。未作成(status 35)
261015*    なら空の登録簿を作成してから開き直す。開けないまま
261015*    統合すると拒否が引き継がれないため、開けない場合は
261015*    中止する
261015********************************************************
261015 CNS-OPEN-RTN           SECTION.
261015      OPEN  I-O  CNS-FILE.
261015      IF  WK-CNS-STATUS  =  "35"
261015          OPEN  OUTPUT  CNS-FILE
261015          CLOSE  CNS-FILE
261015          OPEN  I-O  CNS-FILE
261015      END-IF.
261015      IF  WK-CNS-STATUS  NOT  =  "00"
261015          DISPLAY  "*** CNS-FILE OPEN ERROR : "
261015                   WK-CNS-STATUS  " ***"
261015          MOVE  8    TO  RETURN-CODE
261015          CLOSE  OT1X-FILE
261015          CLOSE  AUD-FILE
261015          CLOSE  XRF-FILE
261015      END-IF.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    統合時の連絡同意の引継ぎ。消える側に登録があれば、
261015*    存続会員の登録へ郵送・提携先提供ごとに反映する(拒否を
261015*    優先し、双方拒否なら早い適用日を採る)。存続会員に登録
261015*    が無ければ消える側の内容で新規登録する
261015********************************************************
261015 CNS-MRG-RTN            SECTION.
261015      MOVE  SPACE           TO  WK-CNS-HIT.
261015      MOVE  WK-MRG-OLD-MBR  TO  CNS-MEMBER-ID.
261015      READ  CNS-FILE
261015        INVALID  KEY
261015          CONTINUE
261015        NOT  INVALID  KEY
261015          MOVE  'Y'             TO  WK-CNS-HIT
261015          MOVE  CNS-MAIL-FLAG   TO  WK-CNS-OLD-MAIL
261015          MOVE  CNS-MAIL-DATE   TO  WK-CNS-OLD-MDATE
261015          MOVE  CNS-SHARE-FLAG  TO  WK-CNS-OLD-SHARE
261015          MOVE  CNS-SHARE-DATE  TO  WK-CNS-OLD-SDATE
261015      END-READ.
261015      IF  CNS-OLD-FOUND
261015          AND  (OLD-MAIL-OPTOUT  OR  OLD-SHARE-OPTOUT)
261015          MOVE  MNT-MEMBER-ID  TO  CNS-MEMBER-ID
261015          READ  CNS-FILE
261015            INVALID  KEY
261015              MOVE  SPACE             TO  CNS-REC
261015              MOVE  MNT-MEMBER-ID     TO  CNS-MEMBER-ID
261015              MOVE  WK-CNS-OLD-MAIL   TO  CNS-MAIL-FLAG
261015              MOVE  WK-CNS-OLD-MDATE  TO  CNS-MAIL-DATE
261015              MOVE  WK-CNS-OLD-SHARE  TO  CNS-SHARE-FLAG
261015              MOVE  WK-CNS-OLD-SDATE  TO  CNS-SHARE-DATE
261015              MOVE  WK-RUN-DATE       TO  CNS-UPD-DATE
261015              MOVE  WK-OPERATOR       TO  CNS-UPD-OPER
261015              WRITE  CNS-REC
261015                INVALID  KEY
261015                  DISPLAY  "*** CNS WRITE ERROR : "
261015                           WK-CNS-STATUS  " MEMBER = "
261015                           CNS-MEMBER-ID  " ***"
261015                  ADD  1  TO  CNT-ERR
261015                NOT  INVALID  KEY
261015                  ADD  1  TO  CNT-CNS-MRG
261015              END-WRITE
261015            NOT  INVALID  KEY
261015              PERFORM  CNS-MRG-SET-RTN
261015              REWRITE  CNS-REC
261015                INVALID  KEY
261015                  DISPLAY  "*** CNS REWRITE ERROR : "
261015                           WK-CNS-STATUS  " MEMBER = "
261015                           CNS-MEMBER-ID  " ***"
261015                  ADD  1  TO  CNT-ERR
261015                NOT  INVALID  KEY
261015                  ADD  1  TO  CNT-CNS-MRG
261015              END-REWRITE
261015          END-READ
261015      END-IF.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    存続会員の登録へ消える側の拒否を重ねる
261015********************************************************
261015 CNS-MRG-SET-RTN        SECTION.
261015      IF  OLD-MAIL-OPTOUT
261015          IF  CNS-MAIL-OPTOUT
261015              IF  WK-CNS-OLD-MDATE  <  CNS-MAIL-DATE
261015                  MOVE  WK-CNS-OLD-MDATE  TO  CNS-MAIL-DATE
261015              END-IF
261015          ELSE
261015              MOVE  '1'               TO  CNS-MAIL-FLAG
261015              MOVE  WK-CNS-OLD-MDATE  TO  CNS-MAIL-DATE
261015          END-IF
261015      END-IF.
261015      IF  OLD-SHARE-OPTOUT
261015          IF  CNS-SHARE-OPTOUT
261015              IF  WK-CNS-OLD-SDATE  <  CNS-SHARE-DATE
261015                  MOVE  WK-CNS-OLD-SDATE  TO  CNS-SHARE-DATE
261015              END-IF
261015          ELSE
261015              MOVE  '1'               TO  CNS-SHARE-FLAG
261015              MOVE  WK-CNS-OLD-SDATE  TO  CNS-SHARE-DATE
261015          END-IF
261015      END-IF.
261015      MOVE  WK-RUN-DATE  TO  CNS-UPD-DATE.
261015      MOVE  WK-OPERATOR  TO  CNS-UPD-OPER.
261015 EXT.
261015      EXIT.
260822********************************************************
260822*    監査レコード出力
260822********************************************************
260822      MOVE  SPACE          TO  AUD-REC.
260822      MOVE  WK-RUN-DATE    TO  AUD-DATE.
260822      MOVE  WK-RUN-TIME    TO  AUD-TIME.
260910*     オペレータ欄は起票者、承認者欄は承認モードの実行者
260910      MOVE  WK-MAKER       TO  AUD-OPERATOR.
260822      MOVE  WK-AUD-ACTION  TO  AUD-ACTION.
260822      MOVE  WK-CNT-EFFECT  TO  AUD-CNT-EFFECT.
260822      MOVE  WK-BEFORE-IMG  TO  AUD-BEFORE.
260822      MOVE  WK-AFTER-IMG   TO  AUD-AFTER.
260910      MOVE  WK-OPERATOR    TO  AUD-APPROVER.
260822      MOVE  ','            TO  AUD-CM1  AUD-CM2  AUD-CM3
260910                               AUD-CM4  AUD-CM5  AUD-CM6
260910                               AUD-CM7.
260822      WRITE  AUD-REC.
260822 EXT.
260822      EXIT.
260910********************************************************
260910*    承認モードの判定処理：承認待ちを番号順に歩き、承認
260910*    指示のあるものを判定、指示の無いまま期限を過ぎた
260910*    ものを期限切れとする。承認待ちと対応付かなかった
260910*    承認指示はエラーとして報告する
260910********************************************************
260910 DEC-RTN                SECTION.
260910      IF  APPROVE-MODE  AND  RETURN-CODE  NOT  =  8
260910          MOVE  WK-RUN-DATE  TO  WK-DAYS-DATE
260910          PERFORM  DAYS-RTN
260910          MOVE  WK-DAYS-NUM  TO  WK-RUN-DAYS
260910          MOVE  1  TO  WK-SWEEP-IX
260910          PERFORM  DEC-ONE-RTN  TBL-PND-CNT  TIMES
260910          MOVE  1  TO  WK-SWEEP-IX
260910          PERFORM  APV-LEFT-RTN  TBL-APV-CNT  TIMES
260910      END-IF.
260910 EXT.
260910      EXIT.
260910********************************************************
260910*    承認待ち1件の判定(判定結果はテーブルへ書き戻す)
260910********************************************************
260910 DEC-ONE-RTN            SECTION.
260910      MOVE  PND-T-IMAGE (WK-SWEEP-IX)  TO  PND-REC.
260910      IF  PND-PENDING
260910          PERFORM  APV-FIND-RTN
260910          PERFORM  EXP-CHK-RTN
260910*         期限を過ぎたものは承認指示があっても反映しない
260910*         (起票時点の前提が崩れている恐れがあるため)
260910          EVALUATE  TRUE
260910            WHEN  PND-EXPIRED
260910                IF  APV-FOUND
260910                    DISPLAY  "*** SAMPLEMT PENDING EXPIRED : "
260910                             PND-SEQ  " ***"
260910                    ADD  1  TO  CNT-ERR
260910                END-IF
260910                ACCEPT  WK-RUN-TIME  FROM  TIME
260910                MOVE  'X'          TO  PND-STATUS
260910                MOVE  WK-RUN-DATE  TO  PND-DEC-DATE
260910                MOVE  WK-RUN-TIME  TO  PND-DEC-TIME
260910                MOVE  'EXPIRED'    TO  PND-DEC-OPER
260910                MOVE  'EXPIRED'    TO  PND-REASON
260910                ADD  1  TO  CNT-EXPIRED
260910            WHEN  APV-FOUND
260910                PERFORM  JDG-RTN
260910            WHEN  OTHER
260910                CONTINUE
260910          END-EVALUATE
260910          MOVE  PND-REC  TO  PND-T-IMAGE (WK-SWEEP-IX)
260910      END-IF.
260910      ADD  1  TO  WK-SWEEP-IX.
260910 EXT.
260910      EXIT.
260910********************************************************
260910*    承認待ち番号に対応する承認指示の引き当て
260910********************************************************
260910 APV-FIND-RTN           SECTION.
260910      MOVE  SPACE  TO  FLG-APV-FOUND.
260910      IF  TBL-APV-CNT  >  0
260910          SET  APV-IDX  TO  1
260910          SEARCH  TBL-APV-ENT
260910            AT  END
260910              CONTINUE
260910            WHEN  APV-IDX  >  TBL-APV-CNT
260910              CONTINUE
260910            WHEN  APV-T-SEQ (APV-IDX)  =  PND-SEQ
260910              MOVE  'Y'  TO  FLG-APV-FOUND
260910                            APV-T-USED (APV-IDX)
260910          END-SEARCH
260910      END-IF.
260910 EXT.
260910      EXIT.
260910********************************************************
260910*    期限切れ判定(起票日からの経過日数が有効日数を超えた
260910*    ものを期限切れとする)
260910********************************************************
260910 EXP-CHK-RTN            SECTION.
260910      MOVE  SPACE  TO  FLG-EXPIRED.
260910      MOVE  PND-ENT-DATE  TO  WK-DAYS-DATE.
260910      PERFORM  DAYS-RTN.
260910      IF  WK-RUN-DAYS  >  WK-DAYS-NUM
260910          SUBTRACT  WK-DAYS-NUM  FROM  WK-RUN-DAYS
260910                                 GIVING  WK-ELAPSED
260910          IF  WK-ELAPSED  >  WK-EXPIRE-DAYS
260910              MOVE  'Y'  TO  FLG-EXPIRED
260910          END-IF
260910      END-IF.
260910 EXT.
260910      EXIT.
260910********************************************************
260910*    承認／却下の判定(起票者本人による判定は受け付けず、
260910*    承認待ちのまま残す)
260910********************************************************
260910 JDG-RTN                SECTION.
260910      EVALUATE  TRUE
260910        WHEN  PND-ENT-OPER  =  WK-OPERATOR
260910            DISPLAY  "*** SAMPLEMT SAME OPERATOR CANNOT "
260910                     "DECIDE : "  PND-SEQ  " ***"
260910            ADD  1  TO  CNT-ERR
260910        WHEN  APV-T-DECISION (APV-IDX)  =  'R'
260910          AND  APV-T-REASON (APV-IDX)  =  SPACE
260910            DISPLAY  "*** SAMPLEMT REJECT NEEDS REASON : "
260910                     PND-SEQ  " ***"
260910            ADD  1  TO  CNT-ERR
260910        WHEN  APV-T-DECISION (APV-IDX)  =  'A'
260910            PERFORM  APL-RTN
260910        WHEN  APV-T-DECISION (APV-IDX)  =  'R'
260910            ACCEPT  WK-RUN-TIME  FROM  TIME
260910            MOVE  'R'          TO  PND-STATUS
260910            MOVE  WK-RUN-DATE  TO  PND-DEC-DATE
260910            MOVE  WK-RUN-TIME  TO  PND-DEC-TIME
260910            MOVE  WK-OPERATOR  TO  PND-DEC-OPER
260910            MOVE  APV-T-REASON (APV-IDX)  TO  PND-REASON
260910            ADD  1  TO  CNT-REJECTED
260910        WHEN  OTHER
260910            DISPLAY  "*** SAMPLEMT BAD DECISION : "
260910                     APV-T-DECISION (APV-IDX)  " SEQ = "
260910                     PND-SEQ  " ***"
260910            ADD  1  TO  CNT-ERR
260910      END-EVALUATE.
260910 EXT.
260910      EXIT.
260910********************************************************
260910*    承認分の反映(積んだ保守指示を展開し、従来の保守処理
260910*    で OT1X-FILE と監査ファイルへ反映する。反映できな
260910*    かったものは反映不能として一覧に載せる)
260910********************************************************
260910 APL-RTN                SECTION.
260910      MOVE  PND-MNT-DATA  TO  MNT-REC.
260910      MOVE  PND-ENT-OPER  TO  WK-MAKER.
260910      MOVE  'Y'           TO  WK-TXN-OK.
260910      PERFORM  KEY-RTN.
260910      ACCEPT  WK-RUN-TIME  FROM  TIME.
260910      MOVE  WK-RUN-DATE  TO  PND-DEC-DATE.
260910      MOVE  WK-RUN-TIME  TO  PND-DEC-TIME.
260910      MOVE  WK-OPERATOR  TO  PND-DEC-OPER.
260910      IF  WK-TXN-OK  =  'Y'
260910          MOVE  'A'  TO  PND-STATUS
260910          MOVE  APV-T-REASON (APV-IDX)  TO  PND-REASON
260910          ADD  1  TO  CNT-APPROVED
260910      ELSE
260910          MOVE  'F'  TO  PND-STATUS
260910          MOVE  'APPLY ERROR'  TO  PND-REASON
260910          ADD  1  TO  CNT-FAILED
260910          ADD  1  TO  CNT-ERR
260910      END-IF.
260910 EXT.
260910      EXIT.
260910********************************************************
260910*    承認待ちと対応付かなかった承認指示の報告
260910********************************************************
260910 APV-LEFT-RTN           SECTION.
260910      IF  APV-T-USED (WK-SWEEP-IX)  NOT  =  'Y'
260910          DISPLAY  "*** SAMPLEMT NO PENDING ITEM : "
260910                   APV-T-SEQ (WK-SWEEP-IX)  " ***"
260910          ADD  1  TO  CNT-ERR
260910      END-IF.
260910      ADD  1  TO  WK-SWEEP-IX.
260910 EXT.
260910      EXIT.
260910********************************************************
260910*    通日計算(WK-DAYS-DATE の西暦日付を 0 年 3 月 1 日
260910*    起算の通日 WK-DAYS-NUM に変換する。1・2 月は前年の
260910*    13・14 月として扱い、閏日を年末に寄せて計算する)
260910********************************************************
260910 DAYS-RTN               SECTION.
260910      IF  WK-DAYS-MM  <=  2
260910          SUBTRACT  1  FROM  WK-DAYS-YYYY  GIVING  WK-DAYS-Y
260910          ADD  12  WK-DAYS-MM  GIVING  WK-DAYS-M
260910      ELSE
260910          MOVE  WK-DAYS-YYYY  TO  WK-DAYS-Y
260910          MOVE  WK-DAYS-MM    TO  WK-DAYS-M
260910      END-IF.
260910      DIVIDE  WK-DAYS-Y  BY  4    GIVING  WK-DAYS-Q4.
260910      DIVIDE  WK-DAYS-Y  BY  100  GIVING  WK-DAYS-Q100.
260910      DIVIDE  WK-DAYS-Y  BY  400  GIVING  WK-DAYS-Q400.
260910      COMPUTE  WK-DAYS-W  =  153  *  ( WK-DAYS-M  -  3 )  +  2.
260910      DIVIDE  WK-DAYS-W  BY  5    GIVING  WK-DAYS-QM.
260910      COMPUTE  WK-DAYS-NUM  =  WK-DAYS-Y  *  365
260910                            +  WK-DAYS-Q4  -  WK-DAYS-Q100
260910                            +  WK-DAYS-Q400  +  WK-DAYS-QM
260910                            +  WK-DAYS-DD.
260910 EXT.
260910      EXIT.
260910********************************************************
260910*    承認待ちファイルの書き直し(判定結果を反映した全件。
260910*    判定済みのものも却下・期限切れ一覧の元として残す)
260910********************************************************
260910 PND-SAVE-RTN           SECTION.
260910      OPEN  OUTPUT  PND-FILE.
260910      IF  WK-PND-STATUS  NOT  =  "00"
260910*         反映済みの承認分が承認待ちのまま残り、次回に二重
260910*         反映される恐れがあるため、エラー終了コードとする
260910          DISPLAY  "*** PND-FILE OPEN ERROR : "
260910                   WK-PND-STATUS  " - DECISIONS NOT SAVED ***"
260910          MOVE  8  TO  RETURN-CODE
260910      ELSE
260910          MOVE  1  TO  WK-SWEEP-IX
260910          PERFORM  PND-SAVE-ONE-RTN  TBL-PND-CNT  TIMES
260910          CLOSE  PND-FILE
260910      END-IF.
260910 EXT.
260910      EXIT.
260910********************************************************
260910*    承認待ち1件の書き出し
260910********************************************************
260910 PND-SAVE-ONE-RTN       SECTION.
260910      MOVE  PND-T-IMAGE (WK-SWEEP-IX)  TO  PND-REC.
260910      WRITE  PND-IO-REC  FROM  PND-REC.
260910      ADD  1  TO  WK-SWEEP-IX.
260910 EXT.
260910      EXIT.
260910********************************************************
260910*    承認待ち・却下・期限切れ一覧の出力(前半に判定待ちの
260910*    承認待ち、後半に却下・期限切れ・反映不能を載せる)
260910********************************************************
260910 PNL-RTN                SECTION.
260910      OPEN  OUTPUT  PNL-FILE.
260910      IF  WK-PNL-STATUS  NOT  =  "00"
260910          DISPLAY  "*** PNL-FILE OPEN ERROR : "
260910                   WK-PNL-STATUS  " ***"
260910          IF  RETURN-CODE  =  0
260910              MOVE  4  TO  RETURN-CODE
260910          END-IF
260910      ELSE
260910          MOVE  SPACE  TO  PNL-REC
260910          STRING  "SAMPLEMT PENDING CHANGE LIST  RUN DATE : "
260910                                      DELIMITED BY SIZE
260910                  WK-RUN-DATE         DELIMITED BY SIZE
260910                  INTO  PNL-REC
260910          WRITE  PNL-REC
260910          MOVE  SPACE  TO  PNL-REC
260910          WRITE  PNL-REC
260910          MOVE  "*** AWAITING DECISION ***"  TO  PNL-REC
260910          WRITE  PNL-REC
260910          MOVE  'P'  TO  WK-PNL-PART
260910          MOVE  1    TO  WK-SWEEP-IX
260910          PERFORM  PNL-ONE-RTN  TBL-PND-CNT  TIMES
260910          MOVE  SPACE  TO  PNL-REC
260910          WRITE  PNL-REC
260910          MOVE  "*** REJECTED / EXPIRED / APPLY FAILED ***"
260910                                      TO  PNL-REC
260910          WRITE  PNL-REC
260910          MOVE  'D'  TO  WK-PNL-PART
260910          MOVE  1    TO  WK-SWEEP-IX
260910          PERFORM  PNL-ONE-RTN  TBL-PND-CNT  TIMES
260910          CLOSE  PNL-FILE
260910      END-IF.
260910 EXT.
260910      EXIT.
260910********************************************************
260910*    一覧の1明細(対象の区分に該当するものだけ出力する)
260910********************************************************
260910 PNL-ONE-RTN            SECTION.
260910      MOVE  PND-T-IMAGE (WK-SWEEP-IX)  TO  PND-REC.
260910      IF  ( WK-PNL-PART  =  'P'  AND  PND-PENDING )
260910       OR ( WK-PNL-PART  =  'D'
260910        AND ( PND-STATUS  =  'R'  OR  'X'  OR  'F' ) )
260910          MOVE  PND-MNT-DATA  TO  MNT-REC
260910          MOVE  SPACE  TO  PNL-REC
260910          STRING  PND-SEQ        DELIMITED BY SIZE
260910                  " "            DELIMITED BY SIZE
260910                  PND-STATUS     DELIMITED BY SIZE
260910                  " "            DELIMITED BY SIZE
260910                  MNT-ACTION     DELIMITED BY SIZE
260910                  " GEN-ID="     DELIMITED BY SIZE
260910                  MNT-GEN-ID     DELIMITED BY SIZE
260910                  " MEMBER="     DELIMITED BY SIZE
260910                  MNT-MEMBER-ID  DELIMITED BY SIZE
260910                  " ENTERED "    DELIMITED BY SIZE
260910                  PND-ENT-DATE   DELIMITED BY SIZE
260910                  " "            DELIMITED BY SIZE
260910                  PND-ENT-TIME   DELIMITED BY SIZE
260910                  " "            DELIMITED BY SIZE
260910                  PND-ENT-OPER   DELIMITED BY SIZE
260910                  " DECIDED "    DELIMITED BY SIZE
260910                  PND-DEC-DATE   DELIMITED BY SIZE
260910                  " "            DELIMITED BY SIZE
260910                  PND-DEC-TIME   DELIMITED BY SIZE
260910                  " "            DELIMITED BY SIZE
260910                  PND-DEC-OPER   DELIMITED BY SIZE
260910                  " "            DELIMITED BY SIZE
260910                  PND-REASON     DELIMITED BY SIZE
260910                  INTO  PNL-REC
260910          WRITE  PNL-REC
260910      END-IF.
260910      ADD  1  TO  WK-SWEEP-IX.
260910 EXT.
260910      EXIT.
260822********************************************************
260822*    終了処理
260822********************************************************
260822 END-RTN                SECTION.
260822      IF  RETURN-CODE  NOT  =  8
260910          EVALUATE  TRUE
260910            WHEN  ENTRY-MODE
260910                CLOSE  OT1X-FILE
260910                CLOSE  MNT-FILE
260910                CLOSE  PND-FILE
260910            WHEN  APPROVE-MODE
260910                CLOSE  OT1X-FILE
260910                CLOSE  AUD-FILE
261005                CLOSE  XRF-FILE
261015                CLOSE  CNS-FILE
260910*               判定結果を承認待ちファイルへ書き戻す
260910                PERFORM  PND-SAVE-RTN
260910            WHEN  OTHER
260910                CONTINUE
260910          END-EVALUATE
260910*         承認・一覧モードでは判定後の状態で一覧を出力する
260910          IF  NOT  ENTRY-MODE
260910              PERFORM  PNL-RTN
260910          END-IF
260822      END-IF.
260822      DISPLAY  "*** MNT = " CNT-MNT " ***".
260822      DISPLAY  "*** DSP = " CNT-DSP " ***".
260822      DISPLAY  "*** MOD = " CNT-MOD " ***".
260822      DISPLAY  "*** ADD = " CNT-ADD " ***".
260822      DISPLAY  "*** DEL = " CNT-DEL " ***".
261005      DISPLAY  "*** MRG = " CNT-MRG " ***".
261015      DISPLAY  "*** MRG CONSENT = " CNT-CNS-MRG " ***".
260910      DISPLAY  "*** PND = " CNT-PND " ***".
260910      DISPLAY  "*** PND OPEN = " CNT-PND-OPEN " ***".
260910      DISPLAY  "*** STAGED   = " CNT-STG " ***".
260910      DISPLAY  "*** APV      = " CNT-APV " ***".
260910      DISPLAY  "*** APPROVED = " CNT-APPROVED " ***".
260910      DISPLAY  "*** REJECTED = " CNT-REJECTED " ***".
260910      DISPLAY  "*** EXPIRED  = " CNT-EXPIRED " ***".
260910      DISPLAY  "*** FAILED   = " CNT-FAILED " ***".
260822      DISPLAY  "*** ERR = " CNT-ERR " ***".
260822*    1件でもエラーがあれば警告終了(ファイルエラーの
260822*    場合は INIT-RTN で設定済みの 8 を優先する)
