       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SAMPLESA.
      ********************************************************
      * プログラム名    ：さんぷる  ほゆうじょうほうかいじ
      * 内容            ：会員本人からの保有情報の開示請求と
      *                    消去請求に対応する。指定した会員番号
      *                    (環境変数 SAMPLE_SAR_MEMBER)について、
      *                    人物マスタ(OT1X/OT1)・変更履歴(HST)・
261013*                    変更監査(AUD)・保守承認待ち(PND)・
261013*                    例外(REJ/BDE/DUP/PER)・
      *                    先方却下(RJM)・郵送抽出(MLG)・退避
      *                    ファイル(ARX/ARA/ARE)を読み、
      *                    (1) 開示(SAMPLE_SAR_MODE=REPORT 既定)
      *                        保有している全レコードをファイル
      *                        ごとに日付付きで開示リスト
      *                        (SAR-FILE)へ出力する
      *                    (2) 消去(SAMPLE_SAR_MODE=ERASE)
261013*                        各ファイルを別名(既定は
261013*                        SAMPLE_OUT_ERS.txt のように拡張子の
261013*                        前に _ERS を付けた名前。環境変数
261013*                        SAMPLE_ERS_xxx_FILE で指定可。退避
261013*                        ファイルは退避一覧で指定)で作り直し、
      *                        対象会員のレコードの氏名・生年月日
      *                        ・郵便番号・住所・年齢を消去値に
      *                        置き換える。レコード件数・会員番号
      *                        ・通番・トレーラは変えないため、
      *                        差し替え後も SAMPLECK の突合せは
      *                        そのまま通る。新監査ファイルの末尾
      *                        に消去の監査レコード(区分 E。起票者
      *                        は請求の受付者 SAMPLE_SAR_REQUESTER、
      *                        承認者は実行したオペレータ)を追加
      *                        し、開示リストには消去した件数だけ
      *                        を出力する(消去した値は残さない)
      *                    統合(SAMPLEMT の G)で消えた旧会員番号も
      *                    統合対照(XRF-FILE)から求めて対象に含め
      *                    る。郵送抽出は世帯単位のため、会員本人
      *                    が世帯主の行だけを対象とし、世帯に他の
      *                    会員がいる場合は住所を残す。退避ファイル
      *                    は日付スタンプ付きのため、対象の退避
      *                    ファイル名(消去時は出力先も)を退避一覧
      *                    (ARL-FILE)で指定する。差し替えは運用の
      *                    確認後に行う。
261013*                    保守承認待ちは起票された保守指示の会員
261013*                    番号で照合する(会員番号を空けて通番だけ
261013*                    で起票したものは照合できない)。世代管理
261013*                    (SAMPLEGN)の世代ファイルは対象外とし、
261013*                    消去より前の世代は SAMPLEGN が復元しない
      * 作成日／作成者  ：２０２６年１０月１３日  保守担当
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
261013*    ファイル名は WK-xxx-FNAME (環境変数で実行時指定可)
261013*    統合対照ファイル(旧会員番号→存続会員番号)
261013     SELECT  XRF-FILE  ASSIGN TO  DYNAMIC
261013             WK-XRF-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-XRF-STATUS.
261013*    索引編成人物マスタと消去後の新マスタ
261013     SELECT  OT1X-FILE  ASSIGN TO  DYNAMIC
261013             WK-OT1X-FNAME
261013             ORGANIZATION  INDEXED
261013             ACCESS MODE  SEQUENTIAL
261013             RECORD KEY   OT1X-GEN-ID
261013             FILE STATUS  WK-OT1X-STATUS.
261013     SELECT  OT1XN-FILE  ASSIGN TO  DYNAMIC
261013             WK-OT1XN-FNAME
261013             ORGANIZATION  INDEXED
261013             ACCESS MODE  SEQUENTIAL
261013             RECORD KEY   OT1XN-GEN-ID
261013             FILE STATUS  WK-OT1XN-STATUS.
261013*    順編成人物マスタと消去後の新マスタ
261013     SELECT  OT1-FILE  ASSIGN TO  DYNAMIC
261013             WK-OT1-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-OT1-STATUS.
261013     SELECT  OT1N-FILE  ASSIGN TO  DYNAMIC
261013             WK-OT1N-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-OT1N-STATUS.
261013*    会員変更履歴
261013     SELECT  HST-FILE  ASSIGN TO  DYNAMIC
261013             WK-HST-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-HST-STATUS.
261013     SELECT  HSTN-FILE  ASSIGN TO  DYNAMIC
261013             WK-HSTN-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-HSTN-STATUS.
261013*    変更監査ファイル
261013     SELECT  AUD-FILE  ASSIGN TO  DYNAMIC
261013             WK-AUD-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-AUD-STATUS.
261013     SELECT  AUDN-FILE  ASSIGN TO  DYNAMIC
261013             WK-AUDN-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-AUDN-STATUS.
261013*    保守承認待ちファイル
261013     SELECT  PND-FILE  ASSIGN TO  DYNAMIC
261013             WK-PND-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-PND-STATUS.
261013     SELECT  PNDN-FILE  ASSIGN TO  DYNAMIC
261013             WK-PNDN-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-PNDN-STATUS.
261013*    例外ファイル群
261013     SELECT  REJ-FILE  ASSIGN TO  DYNAMIC
261013             WK-REJ-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-REJ-STATUS.
261013     SELECT  REJN-FILE  ASSIGN TO  DYNAMIC
261013             WK-REJN-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-REJN-STATUS.
261013     SELECT  BDE-FILE  ASSIGN TO  DYNAMIC
261013             WK-BDE-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-BDE-STATUS.
261013     SELECT  BDEN-FILE  ASSIGN TO  DYNAMIC
261013             WK-BDEN-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-BDEN-STATUS.
261013     SELECT  DUP-FILE  ASSIGN TO  DYNAMIC
261013             WK-DUP-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-DUP-STATUS.
261013     SELECT  DUPN-FILE  ASSIGN TO  DYNAMIC
261013             WK-DUPN-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-DUPN-STATUS.
261013     SELECT  PER-FILE  ASSIGN TO  DYNAMIC
261013             WK-PER-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-PER-STATUS.
261013     SELECT  PERN-FILE  ASSIGN TO  DYNAMIC
261013             WK-PERN-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-PERN-STATUS.
261013*    先方却下の会員番号リスト
261013     SELECT  RJM-FILE  ASSIGN TO  DYNAMIC
261013             WK-RJM-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-RJM-STATUS.
261013     SELECT  RJMN-FILE  ASSIGN TO  DYNAMIC
261013             WK-RJMN-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-RJMN-STATUS.
261013*    世帯ごとの郵送抽出
261013     SELECT  MLG-FILE  ASSIGN TO  DYNAMIC
261013             WK-MLG-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-MLG-STATUS.
261013     SELECT  MLGN-FILE  ASSIGN TO  DYNAMIC
261013             WK-MLGN-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-MLGN-STATUS.
261013*    退避一覧(対象とする退避ファイルの種別と名前)
261013     SELECT  ARL-FILE  ASSIGN TO  DYNAMIC
261013             WK-ARL-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-ARL-STATUS.
261013*    退避ファイル(SAMPLEAR の出力。名前は退避一覧から設定)
261013     SELECT  ARX-FILE  ASSIGN TO  DYNAMIC
261013             WK-ARX-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-ARX-STATUS.
261013     SELECT  ARXN-FILE  ASSIGN TO  DYNAMIC
261013             WK-ARXN-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-ARXN-STATUS.
261013     SELECT  ARA-FILE  ASSIGN TO  DYNAMIC
261013             WK-ARA-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-ARA-STATUS.
261013     SELECT  ARAN-FILE  ASSIGN TO  DYNAMIC
261013             WK-ARAN-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-ARAN-STATUS.
261013     SELECT  ARE-FILE  ASSIGN TO  DYNAMIC
261013             WK-ARE-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-ARE-STATUS.
261013     SELECT  AREN-FILE  ASSIGN TO  DYNAMIC
261013             WK-AREN-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-AREN-STATUS.
261013*    開示リスト(消去時は消去結果リスト)
261013     SELECT  SAR-FILE  ASSIGN TO  DYNAMIC
261013             WK-SAR-FNAME
261013             ORGANIZATION  LINE  SEQUENTIAL
261013             FILE STATUS   WK-SAR-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
261013*    統合対照レコードの定義は COPY 句 XRFREC を参照
261013 FD  XRF-FILE.
261013 COPY  XRFREC.
      *
261013*    索引編成版のレコード定義は COPY 句 OT1XREC を参照
261013 FD  OT1X-FILE.
261013 COPY  OT1XREC.
      *
261013*    新索引編成マスタ(OT1X-REC と同一レイアウト)
261013 FD  OT1XN-FILE.
261013 01  OT1XN-REC.
261013   05  OT1XN-GEN-ID     PIC  9(09).
261013   05  OT1XN-DATA       PIC  X(100).
      *
261013 FD  OT1-FILE.
261013*    レコード定義は COPY 句 OT1REC／OT1TRLR を参照
261013 COPY  OT1REC.
261013 COPY  OT1TRLR.
      *
261013*    新順編成マスタ(明細 109 桁／トレーラ 31 桁)
261013 FD  OT1N-FILE.
261013 01  OT1N-REC             PIC  X(109).
      *
261013*    履歴レコードの定義は COPY 句 HSTREC を参照
261013 FD  HST-FILE.
261013 COPY  HSTREC.
      *
261013 FD  HSTN-FILE.
261013 01  HSTN-REC             PIC  X(108).
      *
261013*    変更監査レコード(作業場所節の AUDW-REC へ読込む)
261013 FD  AUD-FILE.
261013 01  AUD-REC              PIC  X(246).
      *
261013 FD  AUDN-FILE.
261013 01  AUDN-REC             PIC  X(246).
      *
261013 FD  PND-FILE.
261013*    レコード定義は COPY 句 PNDREC を参照
261013 COPY  PNDREC.
      *
261013 FD  PNDN-FILE.
261013 01  PNDN-REC             PIC  X(186).
      *
261013 FD  REJ-FILE.
261013*    レコード定義は COPY 句 REJREC を参照
261013 COPY  REJREC.
      *
261013 FD  REJN-FILE.
261013 01  REJN-REC             PIC  X(109).
      *
261013 FD  BDE-FILE.
261013*    レコード定義は COPY 句 BDEREC を参照
261013 COPY  BDEREC.
      *
261013 FD  BDEN-FILE.
261013 01  BDEN-REC             PIC  X(109).
      *
261013*    重複レコード(SAMPLE の DUP-REC と同一レイアウト)
261013 FD  DUP-FILE.
261013 01  DUP-REC.
261013   05  DUP-IN1-DATA     PIC  X(83).
261013   05  DUP-CM1          PIC  X(01).
261013   05  DUP-REASON       PIC  X(10).
261013   05  DUP-CM2          PIC  X(01).
261013   05  DUP-SRC-SEQ      PIC  9(03).
261013   05  DUP-CM3          PIC  X(01).
261013   05  DUP-KEEP-SRC-SEQ PIC  9(03).
261013   05  DUP-CM4          PIC  X(01).
261013   05  DUP-KEEP-GEN-ID  PIC  9(09).
261013   05  DUP-CM5          PIC  X(01).
261013   05  DUP-FIRST-DATE   PIC  9(08).
      *
261013 FD  DUPN-FILE.
261013 01  DUPN-REC             PIC  X(121).
      *
261013*    郵便番号例外レコード(SAMPLE の PER-REC と同一レイアウト)
261013 FD  PER-FILE.
261013 01  PER-REC.
261013   05  PER-NAME         PIC  X(12).
261013   05  PER-CM1          PIC  X(01).
261013   05  PER-MEMBER-ID    PIC  X(10).
261013   05  PER-CM2          PIC  X(01).
261013   05  PER-POSTAL       PIC  X(07).
261013   05  PER-CM3          PIC  X(01).
261013   05  PER-REASON       PIC  X(10).
261013   05  PER-CM4          PIC  X(01).
261013   05  PER-FIRST-DATE   PIC  9(08).
      *
261013 FD  PERN-FILE.
261013 01  PERN-REC             PIC  X(51).
      *
261013*    先方却下の会員番号リスト(SAMPLEAK の RJM-REC と同一)
261013 FD  RJM-FILE.
261013 01  RJM-REC.
261013   05  RJM-MEMBER-ID    PIC  X(10).
261013   05  RJM-CM1          PIC  X(01).
261013   05  RJM-REASON       PIC  X(10).
261013   05  RJM-CM2          PIC  X(01).
261013   05  RJM-GEN          PIC  X(04).
261013   05  RJM-CM3          PIC  X(01).
261013   05  RJM-FIRST-DATE   PIC  9(08).
      *
261013 FD  RJMN-FILE.
261013 01  RJMN-REC             PIC  X(35).
      *
261013*    郵送抽出レコード(SAMPLEHH の MLG-REC と同一レイアウト)
261013 FD  MLG-FILE.
261013 01  MLG-REC.
261013   05  MLG-HH-ID        PIC  9(06).
261013   05  MLG-CM1          PIC  X(01).
261013   05  MLG-NAME         PIC  X(12).
261013   05  MLG-CM2          PIC  X(01).
261013   05  MLG-POSTAL       PIC  X(07).
261013   05  MLG-CM3          PIC  X(01).
261013   05  MLG-ADDRESS      PIC  X(40).
261013   05  MLG-CM4          PIC  X(01).
261013   05  MLG-CNT          PIC  9(03).
      *
261013 FD  MLGN-FILE.
261013 01  MLGN-REC             PIC  X(72).
      *
261013*    退避一覧レコード(種別 ARX/ARA/ARE + 入力ファイル名 +
261013*    消去時の出力ファイル名)
261013 FD  ARL-FILE.
261013 01  ARL-REC.
261013   05  ARL-TYPE         PIC  X(03).
261013   05  ARL-CM1          PIC  X(01).
261013   05  ARL-IN-FNAME     PIC  X(40).
261013   05  ARL-CM2          PIC  X(01).
261013   05  ARL-OUT-FNAME    PIC  X(40).
      *
261013*    退避レコードの定義は COPY 句 ARXREC を参照
261013 FD  ARX-FILE.
261013 COPY  ARXREC.
      *
261013 FD  ARXN-FILE.
261013 01  ARXN-REC             PIC  X(109).
      *
261013*    監査の退避レコード(AUD-REC の写し。AUDW-REC へ読込む)
261013 FD  ARA-FILE.
261013 01  ARA-REC              PIC  X(246).
      *
261013 FD  ARAN-FILE.
261013 01  ARAN-REC             PIC  X(246).
      *
261013*    解決済み例外の退避レコード(SAMPLEAR の ARE-REC と同一)
261013 FD  ARE-FILE.
261013 01  ARE-REC.
261013   05  ARE-DATE         PIC  9(08).
261013   05  ARE-CM1          PIC  X(01).
261013   05  ARE-SOURCE       PIC  X(03).
261013   05  ARE-CM2          PIC  X(01).
261013   05  ARE-IMAGE        PIC  X(121).
      *
261013 FD  AREN-FILE.
261013 01  AREN-REC             PIC  X(134).
      *
261013*    開示リスト(印字行)
261013 FD  SAR-FILE.
261013 01  SAR-REC              PIC  X(132).
      *
       WORKING-STORAGE        SECTION.
261013 01  FLG-AREA.
261013   05  FLG-XRF-END      PIC  X(01).
261013   05  FLG-OT1-END      PIC  X(01).
261013   05  FLG-OT1X-END     PIC  X(01).
261013   05  FLG-HST-END      PIC  X(01).
261013   05  FLG-AUD-END      PIC  X(01).
261013   05  FLG-PND-END      PIC  X(01).
261013   05  FLG-REJ-END      PIC  X(01).
261013   05  FLG-BDE-END      PIC  X(01).
261013   05  FLG-DUP-END      PIC  X(01).
261013   05  FLG-PER-END      PIC  X(01).
261013   05  FLG-RJM-END      PIC  X(01).
261013   05  FLG-MLG-END      PIC  X(01).
261013   05  FLG-ARL-END      PIC  X(01).
261013   05  FLG-ARX-END      PIC  X(01).
261013   05  FLG-ARA-END      PIC  X(01).
261013   05  FLG-ARE-END      PIC  X(01).
261013   05  FLG-RSV-END      PIC  X(01).
261013*    処理モード(R:開示 E:消去)
261013   05  FLG-MODE         PIC  X(01).
261013     88 MODE-ERASE      VALUE  'E'.
261013*    会員番号が対象会員(統合で消えた旧番号を含む)か
261013   05  FLG-HIT          PIC  X(01).
261013     88 MID-HIT         VALUE  'Y'.
261013*    住所テーブルの検索結果(住所一致と世帯主一致)
261013   05  FLG-FOUND        PIC  X(01).
261013     88 ENT-FOUND       VALUE  'Y'.
261013   05  FLG-HEAD         PIC  X(01).
261013     88 ADR-HEAD        VALUE  'Y'.
261013*    退避一覧が無い(退避ファイルを検索していない)
261013   05  FLG-NO-ARL       PIC  X(01).
261013     88 ARL-MISSING     VALUE  'Y'.
261013 01  CNT-AREA.
261013*      ファイルごとの読込み件数と該当件数
261013   05   CNT-READ        PIC  9(09).
261013   05   CNT-HELD        PIC  9(09).
261013*      全ファイル通算の該当件数と検索したファイル数
261013   05   CNT-TOTAL       PIC  9(09).
261013   05   CNT-FILES       PIC  9(04).
261013   05   CNT-MISSING     PIC  9(04).
261013 01  WK-FNAME-AREA.
261013*      実行時に使用するファイル名(未指定時は既定値を使用。
261013*      退避ファイルは退避一覧で指定する)
261013   05   WK-XRF-FNAME    PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_MBRXREF.txt".
261013   05   WK-OT1X-FNAME   PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_OUT_IDX.dat".
261013   05   WK-OT1XN-FNAME  PIC  X(40)
261013                VALUE  "C:\GnuCobol\file\SAMPLE_OUT_IDX_ERS.dat".
261013   05   WK-OT1-FNAME    PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_OUT.txt".
261013   05   WK-OT1N-FNAME   PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_OUT_ERS.txt".
261013   05   WK-HST-FNAME    PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_HISTORY.txt".
261013   05   WK-HSTN-FNAME   PIC  X(40)
261013                VALUE  "C:\GnuCobol\file\SAMPLE_HISTORY_ERS.txt".
261013   05   WK-AUD-FNAME    PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_AUDIT.txt".
261013   05   WK-AUDN-FNAME   PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_AUDIT_ERS.txt".
261013   05   WK-PND-FNAME    PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_PENDING.txt".
261013   05   WK-PNDN-FNAME   PIC  X(40)
261013                VALUE  "C:\GnuCobol\file\SAMPLE_PENDING_ERS.txt".
261013   05   WK-REJ-FNAME    PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_REJECT.txt".
261013   05   WK-REJN-FNAME   PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_REJECT_ERS.txt".
261013   05   WK-BDE-FNAME    PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_BDERR.txt".
261013   05   WK-BDEN-FNAME   PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_BDERR_ERS.txt".
261013   05   WK-DUP-FNAME    PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_DUP.txt".
261013   05   WK-DUPN-FNAME   PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_DUP_ERS.txt".
261013   05   WK-PER-FNAME    PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_POSTERR.txt".
261013   05   WK-PERN-FNAME   PIC  X(40)
261013                VALUE  "C:\GnuCobol\file\SAMPLE_POSTERR_ERS.txt".
261013   05   WK-RJM-FNAME    PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_PARTREJ.txt".
261013   05   WK-RJMN-FNAME   PIC  X(40)
261013                VALUE  "C:\GnuCobol\file\SAMPLE_PARTREJ_ERS.txt".
261013   05   WK-MLG-FNAME    PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_MAILING.txt".
261013   05   WK-MLGN-FNAME   PIC  X(40)
261013                VALUE  "C:\GnuCobol\file\SAMPLE_MAILING_ERS.txt".
261013   05   WK-ARL-FNAME    PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_SARARC.txt".
261013   05   WK-ARX-FNAME    PIC  X(40)  VALUE  SPACE.
261013   05   WK-ARXN-FNAME   PIC  X(40)  VALUE  SPACE.
261013   05   WK-ARA-FNAME    PIC  X(40)  VALUE  SPACE.
261013   05   WK-ARAN-FNAME   PIC  X(40)  VALUE  SPACE.
261013   05   WK-ARE-FNAME    PIC  X(40)  VALUE  SPACE.
261013   05   WK-AREN-FNAME   PIC  X(40)  VALUE  SPACE.
261013   05   WK-SAR-FNAME    PIC  X(40)
261013                  VALUE  "C:\GnuCobol\file\SAMPLE_SUBJACC.txt".
261013   05   WK-ENV-FNAME    PIC  X(40).
261013 01  WK-STATUS-AREA.
261013   05   WK-XRF-STATUS   PIC  X(02).
261013   05   WK-OT1X-STATUS  PIC  X(02).
261013   05   WK-OT1XN-STATUS PIC  X(02).
261013   05   WK-OT1-STATUS   PIC  X(02).
261013   05   WK-OT1N-STATUS  PIC  X(02).
261013   05   WK-HST-STATUS   PIC  X(02).
261013   05   WK-HSTN-STATUS  PIC  X(02).
261013   05   WK-AUD-STATUS   PIC  X(02).
261013   05   WK-AUDN-STATUS  PIC  X(02).
261013   05   WK-PND-STATUS   PIC  X(02).
261013   05   WK-PNDN-STATUS  PIC  X(02).
261013   05   WK-REJ-STATUS   PIC  X(02).
261013   05   WK-REJN-STATUS  PIC  X(02).
261013   05   WK-BDE-STATUS   PIC  X(02).
261013   05   WK-BDEN-STATUS  PIC  X(02).
261013   05   WK-DUP-STATUS   PIC  X(02).
261013   05   WK-DUPN-STATUS  PIC  X(02).
261013   05   WK-PER-STATUS   PIC  X(02).
261013   05   WK-PERN-STATUS  PIC  X(02).
261013   05   WK-RJM-STATUS   PIC  X(02).
261013   05   WK-RJMN-STATUS  PIC  X(02).
261013   05   WK-MLG-STATUS   PIC  X(02).
261013   05   WK-MLGN-STATUS  PIC  X(02).
261013   05   WK-ARL-STATUS   PIC  X(02).
261013   05   WK-ARX-STATUS   PIC  X(02).
261013   05   WK-ARXN-STATUS  PIC  X(02).
261013   05   WK-ARA-STATUS   PIC  X(02).
261013   05   WK-ARAN-STATUS  PIC  X(02).
261013   05   WK-ARE-STATUS   PIC  X(02).
261013   05   WK-AREN-STATUS  PIC  X(02).
261013   05   WK-SAR-STATUS   PIC  X(02).
261013*      開けなかったファイルの表示用
261013   05   WK-ERR-FILE     PIC  X(10).
261013   05   WK-ERR-STATUS   PIC  X(02).
261013 01  WK-DATE-AREA.
261013   05   WK-RUN-DATE     PIC  9(08).
261013   05   WK-RUN-TIME     PIC  9(08).
261013*      人物マスタの基準日(OT1-FILE トレーラの実行日。
261013*      トレーラが無ければ実行日)
261013   05   WK-ASOF-DATE    PIC  9(08).
261013 01  WK-SAR-AREA.
261013*      請求のあった会員番号(環境変数 SAMPLE_SAR_MEMBER)
261013   05   WK-MEMBER       PIC  X(10).
261013*      統合をたどった存続会員番号
261013   05   WK-SURV         PIC  X(10).
261013*      処理モード(環境変数 SAMPLE_SAR_MODE)
261013   05   WK-MODE         PIC  X(10).
261013*      消去請求の受付者(環境変数 SAMPLE_SAR_REQUESTER)と
261013*      実行したオペレータ(環境変数 SAMPLE_OPERATOR_ID)
261013   05   WK-REQUESTER    PIC  X(10).
261013   05   WK-OPERATOR     PIC  X(10).
261013*      照合する会員番号(受渡し)
261013   05   WK-CHK-MID      PIC  X(10).
261013*      消去後の氏名(生年月日・郵便番号・住所はスペース、
261013*      年齢はゼロ)
261013   05   WK-ERS-NAME     PIC  X(12)  VALUE  '***ERASED***'.
261013*      ファイル見出しの編集
261013   05   WK-GRP-NAME     PIC  X(30).
261013   05   WK-GRP-FNAME    PIC  X(40).
261013*      日付欄の編集(数字8桁以外は UNDATED)
261013   05   WK-DATE-IN      PIC  X(08).
261013   05   WK-EDIT-CNT     PIC  ZZZZZZZZ9.
261013   05   WK-EDIT-CNT2    PIC  ZZZZZZZZ9.
261013   05   WK-EDIT-HH      PIC  ZZ9.
261013   05   WK-PTR          PIC  9(03).
261013   05   WK-MID-IX       PIC  9(03).
261013   05   WK-XRF-IX       PIC  9(05).
261013   05   WK-ARL-IX       PIC  9(03).
261013*    開示リストの明細行
261013 01  SAR-LINE.
261013   05   FILLER          PIC  X(02)  VALUE  SPACE.
261013   05   SAR-L-DATE      PIC  X(08).
261013   05   FILLER          PIC  X(02)  VALUE  SPACE.
261013   05   SAR-L-KEY       PIC  X(24).
261013   05   FILLER          PIC  X(01)  VALUE  SPACE.
261013   05   SAR-L-TEXT      PIC  X(95).
261013*    会員情報の編集領域(各ファイルの項目を移して編集する)
261013 01  WK-PSN-AREA.
261013   05   WK-PSN-NAME     PIC  X(12).
261013   05   WK-PSN-BIRTH    PIC  X(10).
261013   05   WK-PSN-SEX      PIC  X(02).
261013   05   WK-PSN-POSTAL   PIC  X(07).
261013   05   WK-PSN-ADDRESS  PIC  X(40).
261013   05   WK-PSN-AGE      PIC  X(03).
261013   05   WK-PSN-BRK      PIC  X(01).
261013*    監査・退避の人物マスタイメージ(OT1X-REC の都道府県
261013*    コードまで。会員番号は 34 桁目から 10 桁)
261013 01  WK-IMG-AREA.
261013   05   WK-IMG          PIC  X(100).
261013   05   WK-IMG-R  REDEFINES  WK-IMG.
261013     10  WK-IMG-GEN-ID  PIC  X(09).
261013     10  WK-IMG-NAME    PIC  X(12).
261013     10  WK-IMG-BIRTH   PIC  X(10).
261013     10  WK-IMG-SEX     PIC  X(02).
261013     10  WK-IMG-MEMBER  PIC  X(10).
261013     10  WK-IMG-POSTAL  PIC  X(07).
261013     10  WK-IMG-ADDRESS PIC  X(40).
261013     10  WK-IMG-AGE     PIC  X(03).
261013     10  WK-IMG-BRK     PIC  X(01).
261013     10  WK-IMG-SRC-SEQ PIC  X(03).
261013     10  WK-IMG-DEL     PIC  X(01).
261013     10  WK-IMG-PREF    PIC  X(02).
261013*    監査レコード(AUD-FILE・ARA-FILE 共通。SAMPLEMT の
261013*    AUD-REC と同一レイアウト)
261013 01  AUDW-REC.
261013   05   AUDW-DATE       PIC  X(08).
261013   05   AUDW-CM1        PIC  X(01).
261013   05   AUDW-TIME       PIC  X(08).
261013   05   AUDW-CM2        PIC  X(01).
261013   05   AUDW-OPERATOR   PIC  X(10).
261013   05   AUDW-CM3        PIC  X(01).
261013   05   AUDW-ACTION     PIC  X(01).
261013   05   AUDW-CM4        PIC  X(01).
261013   05   AUDW-CNT-EFFECT PIC  X(02).
261013   05   AUDW-CM5        PIC  X(01).
261013   05   AUDW-BEFORE     PIC  X(100).
261013   05   AUDW-CM6        PIC  X(01).
261013   05   AUDW-AFTER      PIC  X(100).
261013   05   AUDW-CM7        PIC  X(01).
261013   05   AUDW-APPROVER   PIC  X(10).
261013*    保守承認待ちの保守指示イメージ(SAMPLEMT の MNT-REC と
261013*    同一レイアウト。会員番号は 40 桁目から 10 桁)
261013 01  WK-PMT-AREA.
261013   05   WK-PMT          PIC  X(98).
261013   05   WK-PMT-R  REDEFINES  WK-PMT.
261013     10  WK-PMT-ACTION  PIC  X(01).
261013     10  FILLER         PIC  X(01).
261013     10  WK-PMT-GEN-ID  PIC  X(09).
261013     10  FILLER         PIC  X(01).
261013     10  WK-PMT-NAME    PIC  X(12).
261013     10  FILLER         PIC  X(01).
261013     10  WK-PMT-BIRTH   PIC  X(10).
261013     10  FILLER         PIC  X(01).
261013     10  WK-PMT-SEX     PIC  X(02).
261013     10  FILLER         PIC  X(01).
261013     10  WK-PMT-MEMBER  PIC  X(10).
261013     10  FILLER         PIC  X(01).
261013     10  WK-PMT-POSTAL  PIC  X(07).
261013     10  FILLER         PIC  X(01).
261013     10  WK-PMT-ADDRESS PIC  X(40).
261013*    例外ファイルの IN1 イメージを項目単位で扱うための領域
261013 COPY  IN1REC.
261013*    統合対照テーブル
261013 01  TBL-XRF-AREA.
261013   05   TBL-XRF-MAX     PIC  9(05)  VALUE  10000.
261013   05   TBL-XRF-CNT     PIC  9(05)  VALUE  0.
261013   05   TBL-XRF-ENT     OCCURS  10000  TIMES
261013                        INDEXED  BY  XRF-IDX.
261013     10  XRF-T-OLD      PIC  X(10).
261013     10  XRF-T-NEW      PIC  X(10).
261013*    統合の読替えワーク(統合が重なった場合は旧→新を順に
261013*    たどる。対照の循環に備えてたどる回数に上限を置く)
261013 01  WK-RSV-AREA.
261013   05   WK-RSV-MEMBER   PIC  X(10).
261013   05   WK-RSV-HOPS     PIC  9(02).
261013   05   WK-RSV-MAX      PIC  9(02)  VALUE  20.
261013*    対象会員番号テーブル(存続会員番号と統合で消えた旧番号)
261013 01  TBL-MID-AREA.
261013   05   TBL-MID-MAX     PIC  9(03)  VALUE  100.
261013   05   TBL-MID-CNT     PIC  9(03)  VALUE  0.
261013   05   TBL-MID-ENT     OCCURS  100  TIMES
261013                        INDEXED  BY  MID-IDX.
261013     10  MID-T-MEMBER   PIC  X(10).
261013*    対象会員の住所テーブル(人物マスタから控え、世帯単位の
261013*    郵送抽出の照合に使う)
261013 01  TBL-ADR-AREA.
261013   05   TBL-ADR-MAX     PIC  9(03)  VALUE  100.
261013   05   TBL-ADR-CNT     PIC  9(03)  VALUE  0.
261013   05   TBL-ADR-ENT     OCCURS  100  TIMES
261013                        INDEXED  BY  ADR-IDX.
261013     10  ADR-T-POSTAL   PIC  X(07).
261013     10  ADR-T-ADDRESS  PIC  X(40).
261013     10  ADR-T-NAME     PIC  X(12).
261013*    退避一覧テーブル
261013 01  TBL-ARL-AREA.
261013   05   TBL-ARL-MAX     PIC  9(03)  VALUE  100.
261013   05   TBL-ARL-CNT     PIC  9(03)  VALUE  0.
261013   05   TBL-ARL-ENT     OCCURS  100  TIMES.
261013     10  ARL-T-TYPE     PIC  X(03).
261013     10  ARL-T-IN       PIC  X(40).
261013     10  ARL-T-OUT      PIC  X(40).
      *
      ********************************************************
      *    さんぷる ほゆうじょうほうかいじ コントロール
      ********************************************************
       PROCEDURE              DIVISION.
261013     PERFORM  INIT-RTN.
261013     PERFORM  OT1X-RTN.
261013     PERFORM  OT1-RTN.
261013     PERFORM  HST-RTN.
261013     PERFORM  AUD-RTN.
261013     PERFORM  PND-RTN.
261013     PERFORM  REJ-RTN.
261013     PERFORM  BDE-RTN.
261013     PERFORM  DUP-RTN.
261013     PERFORM  PER-RTN.
261013     PERFORM  RJM-RTN.
261013     PERFORM  MLG-RTN.
261013     PERFORM  ARC-RTN
261013       VARYING  WK-ARL-IX  FROM  1  BY  1
261013       UNTIL    WK-ARL-IX  >  TBL-ARL-CNT.
261013     PERFORM  END-RTN.
261013     STOP  RUN.
261013********************************************************
261013*    初期処理
261013********************************************************
261013 INIT-RTN               SECTION.
261013      DISPLAY  "*** SAMPLESA START ***".
261013      INITIALIZE         FLG-AREA
261013                         CNT-AREA.
261013      ACCEPT  WK-RUN-DATE  FROM  DATE  YYYYMMDD.
261013      ACCEPT  WK-RUN-TIME  FROM  TIME.
261013*    請求のあった会員番号は必須
261013      DISPLAY  "SAMPLE_SAR_MEMBER"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-MEMBER.
261013      ACCEPT  WK-MEMBER  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-MEMBER  =  SPACE
261013          DISPLAY  "*** SAMPLE_SAR_MEMBER NOT SET ***"
261013          MOVE  8  TO  RETURN-CODE
261013          STOP  RUN
261013      END-IF.
261013*    処理モード(未指定は開示)
261013      DISPLAY  "SAMPLE_SAR_MODE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-MODE.
261013      ACCEPT  WK-MODE  FROM  ENVIRONMENT-VALUE.
261013      EVALUATE  WK-MODE
261013        WHEN  SPACE
261013        WHEN  "REPORT"
261013            MOVE  'R'  TO  FLG-MODE
261013        WHEN  "ERASE"
261013            MOVE  'E'  TO  FLG-MODE
261013        WHEN  OTHER
261013            DISPLAY  "*** SAMPLE_SAR_MODE INVALID : "
261013                     WK-MODE  " ***"
261013            MOVE  8  TO  RETURN-CODE
261013            STOP  RUN
261013      END-EVALUATE.
261013*    消去は請求の受付者と実行オペレータの記録を必須とする
261013      DISPLAY  "SAMPLE_SAR_REQUESTER"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-REQUESTER.
261013      ACCEPT  WK-REQUESTER  FROM  ENVIRONMENT-VALUE.
261013      DISPLAY  "SAMPLE_OPERATOR_ID"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-OPERATOR.
261013      ACCEPT  WK-OPERATOR  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-OPERATOR  =  SPACE
261013          MOVE  'UNKNOWN'  TO  WK-OPERATOR
261013      END-IF.
261013      IF  MODE-ERASE
261013          IF  WK-REQUESTER  =  SPACE
261013              DISPLAY  "*** SAMPLE_SAR_REQUESTER NOT SET - "
261013                       "RUN ABORTED ***"
261013              MOVE  8  TO  RETURN-CODE
261013              STOP  RUN
261013          END-IF
261013          IF  WK-OPERATOR  =  'UNKNOWN'
261013              DISPLAY  "*** SAMPLE_OPERATOR_ID NOT SET - "
261013                       "RUN ABORTED ***"
261013              MOVE  8  TO  RETURN-CODE
261013              STOP  RUN
261013          END-IF
261013      END-IF.
261013*    未設定時は WK-FNAME-AREA の既定値のまま変更しない
261013      DISPLAY  "SAMPLE_XRF_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-XRF-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_OT1_IDX_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-OT1X-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_OT1_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-OT1-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_HST_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-HST-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_AUD_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-AUD-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_PND_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-PND-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_REJ_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-REJ-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_BDE_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-BDE-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_DUP_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-DUP-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_PER_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-PER-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_PARTREJ_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-RJM-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_MLG_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-MLG-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_SAR_ARC_LIST"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-ARL-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_SAR_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-SAR-FNAME
261013      END-IF.
261013*    消去後の新ファイル
261013      DISPLAY  "SAMPLE_ERS_OT1_IDX_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-OT1XN-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_ERS_OT1_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-OT1N-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_ERS_HST_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-HSTN-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_ERS_AUD_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-AUDN-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_ERS_PND_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-PNDN-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_ERS_REJ_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-REJN-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_ERS_BDE_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-BDEN-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_ERS_DUP_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-DUPN-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_ERS_PER_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-PERN-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_ERS_PARTREJ_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-RJMN-FNAME
261013      END-IF.
261013      DISPLAY  "SAMPLE_ERS_MLG_FILE"  UPON  ENVIRONMENT-NAME.
261013      MOVE  SPACE        TO  WK-ENV-FNAME.
261013      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261013      IF  WK-ENV-FNAME  NOT  =  SPACE
261013          MOVE  WK-ENV-FNAME  TO  WK-MLGN-FNAME
261013      END-IF.
261013*    人物マスタの基準日は OT1-FILE トレーラの実行日
261013      PERFORM  REF-RTN.
261013*    統合対照を読込み、対象会員番号を求める
261013      PERFORM  XRF-LOAD-RTN.
261013      PERFORM  MID-SET-RTN.
261013*    退避一覧を読込み、消去前に指定の誤りを確かめる
261013      PERFORM  ARL-LOAD-RTN.
261013      OPEN  OUTPUT  SAR-FILE.
261013      IF  WK-SAR-STATUS  NOT  =  "00"
261013          MOVE  'SAR-FILE'      TO  WK-ERR-FILE
261013          MOVE  WK-SAR-STATUS   TO  WK-ERR-STATUS
261013          PERFORM  OPEN-ERR-RTN
261013      END-IF.
261013      PERFORM  SAR-HDR-RTN.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    ファイルが開けない場合の打ち切り
261013********************************************************
261013 OPEN-ERR-RTN           SECTION.
261013      DISPLAY  "*** " WK-ERR-FILE " OPEN ERROR : "
261013               WK-ERR-STATUS  " - RUN ABORTED ***".
261013      MOVE  8  TO  RETURN-CODE.
261013      STOP  RUN.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    人物マスタの基準日を求める(OT1-FILE を読み通して
261013*    トレーラの実行日を控える。無ければ実行日)
261013********************************************************
261013 REF-RTN                SECTION.
261013      MOVE  WK-RUN-DATE  TO  WK-ASOF-DATE.
261013      OPEN  INPUT  OT1-FILE.
261013      IF  WK-OT1-STATUS  =  "00"
261013          PERFORM  REF-READ-RTN  UNTIL  FLG-OT1-END  =  "1"
261013          CLOSE  OT1-FILE
261013          MOVE  SPACE  TO  FLG-OT1-END
261013      END-IF.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    基準日を求めるための OT1-FILE 1件読込み
261013********************************************************
261013 REF-READ-RTN           SECTION.
261013      READ  OT1-FILE
261013        AT  END
261013           MOVE  "1"  TO  FLG-OT1-END
261013        NOT  AT  END
261013           IF  OT1-TRL-MARK(1:7)  =  "TRAILER"
261013               AND  OT1-TRL-RUNDATE  IS  NUMERIC
261013               MOVE  OT1-TRL-RUNDATE  TO  WK-ASOF-DATE
261013           END-IF
261013      END-READ.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    統合対照をテーブルへ読込む(未作成なら統合無し。
261013*    読めない場合は旧番号の記録を見落とすため打ち切る)
261013********************************************************
261013 XRF-LOAD-RTN           SECTION.
261013      OPEN  INPUT  XRF-FILE.
261013      EVALUATE  WK-XRF-STATUS
261013        WHEN  "00"
261013            PERFORM  XRF-RTN  UNTIL  FLG-XRF-END  =  "1"
261013        WHEN  "35"
261013            MOVE  "1"  TO  FLG-XRF-END
261013        WHEN  OTHER
261013            MOVE  'XRF-FILE'      TO  WK-ERR-FILE
261013            MOVE  WK-XRF-STATUS   TO  WK-ERR-STATUS
261013            PERFORM  OPEN-ERR-RTN
261013      END-EVALUATE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    統合対照1件の読込み
261013********************************************************
261013 XRF-RTN                SECTION.
261013      READ  XRF-FILE
261013        AT  END
261013           MOVE  "1"  TO  FLG-XRF-END
261013           CLOSE  XRF-FILE
261013        NOT  AT  END
261013           IF  TBL-XRF-CNT  >=  TBL-XRF-MAX
261013               DISPLAY  "*** XRF TABLE OVERFLOW - "
261013                        "RUN ABORTED ***"
261013               MOVE  16  TO  RETURN-CODE
261013               STOP  RUN
261013           END-IF
261013           ADD  1  TO  TBL-XRF-CNT
261013           MOVE  XRF-OLD-MEMBER  TO  XRF-T-OLD (TBL-XRF-CNT)
261013           MOVE  XRF-NEW-MEMBER  TO  XRF-T-NEW (TBL-XRF-CNT)
261013      END-READ.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    対象会員番号の設定(請求の番号を存続会員番号へ読み
261013*    替え、その存続会員番号へ統合された旧番号を加える)
261013********************************************************
261013 MID-SET-RTN            SECTION.
261013      MOVE  WK-MEMBER  TO  WK-RSV-MEMBER.
261013      PERFORM  XRF-RSV-RTN.
261013      MOVE  WK-RSV-MEMBER  TO  WK-SURV.
261013      IF  WK-RSV-HOPS  >  0
261013          DISPLAY  "*** MERGED : " WK-MEMBER " -> "
261013                   WK-SURV " ***"
261013      END-IF.
261013      MOVE  WK-SURV  TO  WK-CHK-MID.
261013      PERFORM  MID-ADD-RTN.
261013      PERFORM  MID-OLD-RTN
261013        VARYING  WK-XRF-IX  FROM  1  BY  1
261013        UNTIL    WK-XRF-IX  >  TBL-XRF-CNT.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    統合対照1件の旧番号が存続会員番号へ行き着くか
261013********************************************************
261013 MID-OLD-RTN            SECTION.
261013      MOVE  XRF-T-OLD (WK-XRF-IX)  TO  WK-RSV-MEMBER.
261013      PERFORM  XRF-RSV-RTN.
261013      IF  WK-RSV-MEMBER  =  WK-SURV
261013          MOVE  XRF-T-OLD (WK-XRF-IX)  TO  WK-CHK-MID
261013          PERFORM  MID-CHK-RTN
261013          IF  NOT  MID-HIT
261013              PERFORM  MID-ADD-RTN
261013          END-IF
261013      END-IF.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    対象会員番号テーブルへの登録(会員番号は設定済み)
261013********************************************************
261013 MID-ADD-RTN            SECTION.
261013      IF  TBL-MID-CNT  >=  TBL-MID-MAX
261013          DISPLAY  "*** MEMBER TABLE OVERFLOW - RUN "
261013                   "ABORTED ***"
261013          MOVE  16  TO  RETURN-CODE
261013          STOP  RUN
261013      END-IF.
261013      ADD  1  TO  TBL-MID-CNT.
261013      MOVE  WK-CHK-MID  TO  MID-T-MEMBER (TBL-MID-CNT).
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    統合の読替え(WK-RSV-MEMBER を最終の存続会員番号へ
261013*    置き換え、たどった回数を WK-RSV-HOPS に返す)
261013********************************************************
261013 XRF-RSV-RTN            SECTION.
261013      MOVE  ZERO   TO  WK-RSV-HOPS.
261013      MOVE  SPACE  TO  FLG-RSV-END.
261013      PERFORM  XRF-HOP-RTN  UNTIL  FLG-RSV-END  =  "1".
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    統合対照を1段たどる
261013********************************************************
261013 XRF-HOP-RTN            SECTION.
261013      MOVE  "1"  TO  FLG-RSV-END.
261013      IF  TBL-XRF-CNT  >  0
261013          SET  XRF-IDX  TO  1
261013          SEARCH  TBL-XRF-ENT
261013            AT  END
261013              CONTINUE
261013            WHEN  XRF-IDX  >  TBL-XRF-CNT
261013              CONTINUE
261013            WHEN  XRF-T-OLD (XRF-IDX)  =  WK-RSV-MEMBER
261013              MOVE  XRF-T-NEW (XRF-IDX)  TO  WK-RSV-MEMBER
261013              ADD  1  TO  WK-RSV-HOPS
261013              IF  WK-RSV-HOPS  <  WK-RSV-MAX
261013                  MOVE  SPACE  TO  FLG-RSV-END
261013              ELSE
261013                  DISPLAY  "*** XRF CHAIN TOO LONG : "
261013                           WK-RSV-MEMBER  " ***"
261013              END-IF
261013          END-SEARCH
261013      END-IF.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    会員番号の照合(WK-CHK-MID が対象会員なら MID-HIT)
261013********************************************************
261013 MID-CHK-RTN            SECTION.
261013      MOVE  SPACE  TO  FLG-HIT.
261013      IF  WK-CHK-MID  NOT  =  SPACE  AND  TBL-MID-CNT  >  0
261013          SET  MID-IDX  TO  1
261013          SEARCH  TBL-MID-ENT
261013            AT  END
261013              CONTINUE
261013            WHEN  MID-IDX  >  TBL-MID-CNT
261013              CONTINUE
261013            WHEN  MID-T-MEMBER (MID-IDX)  =  WK-CHK-MID
261013              MOVE  'Y'  TO  FLG-HIT
261013          END-SEARCH
261013      END-IF.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    退避一覧をテーブルへ読込む(未作成なら退避ファイルは
261013*    検索せず警告とする)
261013********************************************************
261013 ARL-LOAD-RTN           SECTION.
261013      OPEN  INPUT  ARL-FILE.
261013      EVALUATE  WK-ARL-STATUS
261013        WHEN  "00"
261013            PERFORM  ARL-RTN  UNTIL  FLG-ARL-END  =  "1"
261013        WHEN  "35"
261013            MOVE  'Y'  TO  FLG-NO-ARL
261013            DISPLAY  "*** ARL-FILE NOT FOUND - ARCHIVES NOT "
261013                     "SEARCHED ***"
261013            IF  RETURN-CODE  <  4
261013                MOVE  4  TO  RETURN-CODE
261013            END-IF
261013        WHEN  OTHER
261013            MOVE  'ARL-FILE'      TO  WK-ERR-FILE
261013            MOVE  WK-ARL-STATUS   TO  WK-ERR-STATUS
261013            PERFORM  OPEN-ERR-RTN
261013      END-EVALUATE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    退避一覧1件の読込み(種別・ファイル名の誤りは消去前に
261013*    打ち切る)
261013********************************************************
261013 ARL-RTN                SECTION.
261013      READ  ARL-FILE
261013        AT  END
261013           MOVE  "1"  TO  FLG-ARL-END
261013           CLOSE  ARL-FILE
261013        NOT  AT  END
261013           IF  ARL-REC  =  SPACE
261013               CONTINUE
261013           ELSE
261013               IF  ARL-TYPE  NOT  =  'ARX'
261013                   AND  ARL-TYPE  NOT  =  'ARA'
261013                   AND  ARL-TYPE  NOT  =  'ARE'
261013                   OR   ARL-IN-FNAME  =  SPACE
261013                   DISPLAY  "*** ARL-FILE INVALID ENTRY : "
261013                            ARL-TYPE  " " ARL-IN-FNAME
261013                            " - RUN ABORTED ***"
261013                   MOVE  8  TO  RETURN-CODE
261013                   STOP  RUN
261013               END-IF
261013               IF  MODE-ERASE
261013                   AND  ( ARL-OUT-FNAME  =  SPACE
261013                   OR     ARL-OUT-FNAME  =  ARL-IN-FNAME )
261013                   DISPLAY  "*** ARL-FILE OUTPUT NAME INVALID : "
261013                            ARL-IN-FNAME  " - RUN ABORTED ***"
261013                   MOVE  8  TO  RETURN-CODE
261013                   STOP  RUN
261013               END-IF
261013               IF  TBL-ARL-CNT  >=  TBL-ARL-MAX
261013                   DISPLAY  "*** ARL TABLE OVERFLOW - "
261013                            "RUN ABORTED ***"
261013                   MOVE  16  TO  RETURN-CODE
261013                   STOP  RUN
261013               END-IF
261013               ADD  1  TO  TBL-ARL-CNT
261013               MOVE  ARL-TYPE       TO  ARL-T-TYPE (TBL-ARL-CNT)
261013               MOVE  ARL-IN-FNAME   TO  ARL-T-IN (TBL-ARL-CNT)
261013               MOVE  ARL-OUT-FNAME  TO  ARL-T-OUT (TBL-ARL-CNT)
261013           END-IF
261013      END-READ.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    リスト見出し
261013********************************************************
261013 SAR-HDR-RTN            SECTION.
261013      MOVE  SPACE  TO  SAR-REC.
261013      IF  MODE-ERASE
261013          MOVE  "SAMPLE SUBJECT ERASURE REPORT"  TO  SAR-REC
261013      ELSE
261013          MOVE  "SAMPLE SUBJECT ACCESS REPORT"   TO  SAR-REC
261013      END-IF.
261013      WRITE  SAR-REC.
261013      MOVE  SPACE  TO  SAR-REC.
261013      STRING  "MEMBER : "      DELIMITED BY SIZE
261013              WK-MEMBER        DELIMITED BY SIZE
261013              "  RUN : "       DELIMITED BY SIZE
261013              WK-RUN-DATE      DELIMITED BY SIZE
261013              " "              DELIMITED BY SIZE
261013              WK-RUN-TIME      DELIMITED BY SIZE
261013              "  MASTER AS OF : "
261013                               DELIMITED BY SIZE
261013              WK-ASOF-DATE     DELIMITED BY SIZE
261013              INTO  SAR-REC.
261013      WRITE  SAR-REC.
261013      IF  MODE-ERASE
261013          MOVE  SPACE  TO  SAR-REC
261013          STRING  "ERASURE REQUESTED VIA : "
261013                                   DELIMITED BY SIZE
261013                  WK-REQUESTER     DELIMITED BY SIZE
261013                  "  OPERATOR : "  DELIMITED BY SIZE
261013                  WK-OPERATOR      DELIMITED BY SIZE
261013                  INTO  SAR-REC
261013          WRITE  SAR-REC
261013      END-IF.
261013      PERFORM  SAR-MID-RTN
261013        VARYING  WK-MID-IX  FROM  1  BY  1
261013        UNTIL    WK-MID-IX  >  TBL-MID-CNT.
261013      IF  ARL-MISSING
261013          MOVE  SPACE  TO  SAR-REC
261013          STRING  "*** ARCHIVE LIST NOT FOUND - ARCHIVES NOT "
261013                                   DELIMITED BY SIZE
261013                  "SEARCHED : "    DELIMITED BY SIZE
261013                  WK-ARL-FNAME     DELIMITED BY SIZE
261013                  INTO  SAR-REC
261013          WRITE  SAR-REC
261013      END-IF.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    対象会員番号1件の見出し行
261013********************************************************
261013 SAR-MID-RTN            SECTION.
261013      MOVE  SPACE  TO  SAR-REC.
261013      IF  MID-T-MEMBER (WK-MID-IX)  =  WK-SURV
261013          STRING  "MEMBER NUMBER SEARCHED : "
261013                                   DELIMITED BY SIZE
261013                  MID-T-MEMBER (WK-MID-IX)
261013                                   DELIMITED BY SIZE
261013                  INTO  SAR-REC
261013      ELSE
261013          STRING  "MEMBER NUMBER SEARCHED : "
261013                                   DELIMITED BY SIZE
261013                  MID-T-MEMBER (WK-MID-IX)
261013                                   DELIMITED BY SIZE
261013                  " (MERGED INTO "  DELIMITED BY SIZE
261013                  WK-SURV          DELIMITED BY SIZE
261013                  ")"              DELIMITED BY SIZE
261013                  INTO  SAR-REC
261013      END-IF.
261013      WRITE  SAR-REC.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    ファイルごとの見出し(件数を初期化する)
261013********************************************************
261013 GRP-HDR-RTN            SECTION.
261013      MOVE  ZERO   TO  CNT-READ  CNT-HELD.
261013      MOVE  SPACE  TO  SAR-REC.
261013      WRITE  SAR-REC.
261013      STRING  "== "            DELIMITED BY SIZE
261013              WK-GRP-NAME      DELIMITED BY SIZE
261013              " : "            DELIMITED BY SIZE
261013              WK-GRP-FNAME     DELIMITED BY SIZE
261013              INTO  SAR-REC.
261013      WRITE  SAR-REC.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    ファイルごとの件数行
261013********************************************************
261013 GRP-END-RTN            SECTION.
261013      ADD  1         TO  CNT-FILES.
261013      ADD  CNT-HELD  TO  CNT-TOTAL.
261013      MOVE  CNT-READ  TO  WK-EDIT-CNT.
261013      MOVE  CNT-HELD  TO  WK-EDIT-CNT2.
261013      MOVE  SPACE  TO  SAR-REC.
261013      IF  MODE-ERASE
261013          STRING  "   RECORDS READ : "  DELIMITED BY SIZE
261013                  WK-EDIT-CNT           DELIMITED BY SIZE
261013                  "   ERASED : "        DELIMITED BY SIZE
261013                  WK-EDIT-CNT2          DELIMITED BY SIZE
261013                  INTO  SAR-REC
261013      ELSE
261013          STRING  "   RECORDS READ : "  DELIMITED BY SIZE
261013                  WK-EDIT-CNT           DELIMITED BY SIZE
261013                  "   HELD FOR MEMBER : "
261013                                        DELIMITED BY SIZE
261013                  WK-EDIT-CNT2          DELIMITED BY SIZE
261013                  INTO  SAR-REC
261013      END-IF.
261013      WRITE  SAR-REC.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    ファイルが無い場合の件数行
261013********************************************************
261013 GRP-NONE-RTN           SECTION.
261013      ADD  1  TO  CNT-MISSING.
261013      MOVE  SPACE  TO  SAR-REC.
261013      MOVE  "   FILE NOT FOUND - NOTHING HELD"  TO  SAR-REC.
261013      WRITE  SAR-REC.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    日付欄の編集(WK-DATE-IN が数字8桁でなければ UNDATED)
261013********************************************************
261013 DATE-DSP-RTN           SECTION.
261013      IF  WK-DATE-IN  IS  NUMERIC
261013          AND  WK-DATE-IN  NOT  =  ZERO
261013          MOVE  WK-DATE-IN  TO  SAR-L-DATE
261013      ELSE
261013          MOVE  "UNDATED"   TO  SAR-L-DATE
261013      END-IF.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    会員情報の編集(WK-PSN-AREA を明細の本文へ)
261013********************************************************
261013 PSN-TEXT-RTN           SECTION.
261013      MOVE  SPACE  TO  SAR-L-TEXT.
261013      MOVE  1      TO  WK-PTR.
261013      STRING  WK-PSN-NAME      DELIMITED BY SIZE
261013              " "              DELIMITED BY SIZE
261013              WK-PSN-BIRTH     DELIMITED BY SIZE
261013              " "              DELIMITED BY SIZE
261013              WK-PSN-SEX       DELIMITED BY SIZE
261013              " "              DELIMITED BY SIZE
261013              WK-PSN-POSTAL    DELIMITED BY SIZE
261013              " "              DELIMITED BY SIZE
261013              WK-PSN-ADDRESS   DELIMITED BY SIZE
261013              INTO  SAR-L-TEXT
261013              WITH  POINTER  WK-PTR.
261013      IF  WK-PSN-AGE  NOT  =  SPACE
261013          STRING  " AGE="        DELIMITED BY SIZE
261013                  WK-PSN-AGE     DELIMITED BY SIZE
261013                  INTO  SAR-L-TEXT
261013                  WITH  POINTER  WK-PTR
261013      END-IF.
261013      IF  WK-PSN-BRK  NOT  =  SPACE
261013          STRING  " BRK="        DELIMITED BY SIZE
261013                  WK-PSN-BRK     DELIMITED BY SIZE
261013                  INTO  SAR-L-TEXT
261013                  WITH  POINTER  WK-PTR
261013      END-IF.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    明細1行の出力(消去時は値を出さずに消去した旨だけ)
261013********************************************************
261013 SAR-DTL-RTN            SECTION.
261013      IF  MODE-ERASE
261013          MOVE  "PERSONAL FIELDS ERASED"  TO  SAR-L-TEXT
261013      END-IF.
261013      WRITE  SAR-REC  FROM  SAR-LINE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    人物マスタイメージ(WK-IMG)から会員情報を編集する
261013********************************************************
261013 IMG-PSN-RTN            SECTION.
261013      MOVE  WK-IMG-NAME     TO  WK-PSN-NAME.
261013      MOVE  WK-IMG-BIRTH    TO  WK-PSN-BIRTH.
261013      MOVE  WK-IMG-SEX      TO  WK-PSN-SEX.
261013      MOVE  WK-IMG-POSTAL   TO  WK-PSN-POSTAL.
261013      MOVE  WK-IMG-ADDRESS  TO  WK-PSN-ADDRESS.
261013      MOVE  WK-IMG-AGE      TO  WK-PSN-AGE.
261013      MOVE  WK-IMG-BRK      TO  WK-PSN-BRK.
261013      PERFORM  PSN-TEXT-RTN.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    人物マスタイメージ(WK-IMG)の個人項目の消去
261013********************************************************
261013 IMG-ERS-RTN            SECTION.
261013      MOVE  WK-ERS-NAME  TO  WK-IMG-NAME.
261013      MOVE  SPACE        TO  WK-IMG-BIRTH
261013                             WK-IMG-POSTAL
261013                             WK-IMG-ADDRESS.
261013      MOVE  '000'        TO  WK-IMG-AGE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    IN1 イメージ(IN1-REC)から会員情報を編集する
261013********************************************************
261013 IN1-PSN-RTN            SECTION.
261013      MOVE  SPACE        TO  WK-PSN-AREA.
261013      MOVE  IN1-NAME     TO  WK-PSN-NAME.
261013      MOVE  IN1-BIRTH    TO  WK-PSN-BIRTH.
261013      MOVE  IN1-SEX      TO  WK-PSN-SEX.
261013      MOVE  IN1-POSTAL   TO  WK-PSN-POSTAL.
261013      MOVE  IN1-ADDRESS  TO  WK-PSN-ADDRESS.
261013      PERFORM  PSN-TEXT-RTN.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    IN1 イメージ(IN1-REC)の個人項目の消去
261013********************************************************
261013 IN1-ERS-RTN            SECTION.
261013      MOVE  WK-ERS-NAME  TO  IN1-NAME.
261013      MOVE  SPACE        TO  IN1-BIRTH
261013                             IN1-POSTAL
261013                             IN1-ADDRESS.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    対象会員の住所を住所テーブルへ控える(郵送抽出の照合
261013*    用。同じ住所・氏名は1件にまとめる)
261013********************************************************
261013 ADR-ADD-RTN            SECTION.
261013      IF  WK-PSN-POSTAL  =  SPACE  AND  WK-PSN-ADDRESS  =  SPACE
261013          CONTINUE
261013      ELSE
261013          MOVE  SPACE  TO  FLG-FOUND
261013          IF  TBL-ADR-CNT  >  0
261013              SET  ADR-IDX  TO  1
261013              SEARCH  TBL-ADR-ENT
261013                AT  END
261013                  CONTINUE
261013                WHEN  ADR-IDX  >  TBL-ADR-CNT
261013                  CONTINUE
261013                WHEN  ADR-T-POSTAL (ADR-IDX)   =  WK-PSN-POSTAL
261013                 AND  ADR-T-ADDRESS (ADR-IDX)  =  WK-PSN-ADDRESS
261013                 AND  ADR-T-NAME (ADR-IDX)     =  WK-PSN-NAME
261013                  MOVE  'Y'  TO  FLG-FOUND
261013              END-SEARCH
261013          END-IF
261013          IF  NOT  ENT-FOUND
261013              IF  TBL-ADR-CNT  >=  TBL-ADR-MAX
261013                  DISPLAY  "*** ADDRESS TABLE OVERFLOW - RUN "
261013                           "ABORTED ***"
261013                  MOVE  16  TO  RETURN-CODE
261013                  STOP  RUN
261013              END-IF
261013              ADD  1  TO  TBL-ADR-CNT
261013              MOVE  WK-PSN-POSTAL   TO  ADR-T-POSTAL (TBL-ADR-CNT)
261013              MOVE  WK-PSN-ADDRESS
261013                            TO  ADR-T-ADDRESS (TBL-ADR-CNT)
261013              MOVE  WK-PSN-NAME     TO  ADR-T-NAME (TBL-ADR-CNT)
261013          END-IF
261013      END-IF.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    郵送抽出1件の住所照合(住所一致で ENT-FOUND、さらに
261013*    宛名が対象会員の氏名なら ADR-HEAD)
261013********************************************************
261013 ADR-FIND-RTN           SECTION.
261013      MOVE  SPACE  TO  FLG-FOUND  FLG-HEAD.
261013      IF  TBL-ADR-CNT  >  0
261013          SET  ADR-IDX  TO  1
261013          SEARCH  TBL-ADR-ENT
261013            AT  END
261013              CONTINUE
261013            WHEN  ADR-IDX  >  TBL-ADR-CNT
261013              CONTINUE
261013            WHEN  ADR-T-POSTAL (ADR-IDX)   =  MLG-POSTAL
261013             AND  ADR-T-ADDRESS (ADR-IDX)  =  MLG-ADDRESS
261013             AND  ADR-T-NAME (ADR-IDX)     =  MLG-NAME
261013              MOVE  'Y'  TO  FLG-FOUND  FLG-HEAD
261013          END-SEARCH
261013          IF  NOT  ENT-FOUND
261013              SET  ADR-IDX  TO  1
261013              SEARCH  TBL-ADR-ENT
261013                AT  END
261013                  CONTINUE
261013                WHEN  ADR-IDX  >  TBL-ADR-CNT
261013                  CONTINUE
261013                WHEN  ADR-T-POSTAL (ADR-IDX)   =  MLG-POSTAL
261013                 AND  ADR-T-ADDRESS (ADR-IDX)  =  MLG-ADDRESS
261013                  MOVE  'Y'  TO  FLG-FOUND
261013              END-SEARCH
261013          END-IF
261013      END-IF.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    OT1X-FILE(索引編成人物マスタ)
261013********************************************************
261013 OT1X-RTN               SECTION.
261013      MOVE  "OT1X-FILE (MEMBER MASTER)"  TO  WK-GRP-NAME.
261013      MOVE  WK-OT1X-FNAME  TO  WK-GRP-FNAME.
261013      PERFORM  GRP-HDR-RTN.
261013      OPEN  INPUT  OT1X-FILE.
261013      EVALUATE  WK-OT1X-STATUS
261013        WHEN  "00"
261013            IF  MODE-ERASE
261013                OPEN  OUTPUT  OT1XN-FILE
261013                IF  WK-OT1XN-STATUS  NOT  =  "00"
261013                    MOVE  'OT1XN-FILE'     TO  WK-ERR-FILE
261013                    MOVE  WK-OT1XN-STATUS  TO  WK-ERR-STATUS
261013                    PERFORM  OPEN-ERR-RTN
261013                END-IF
261013            END-IF
261013            PERFORM  OT1X-READ-RTN  UNTIL  FLG-OT1X-END  =  "1"
261013            PERFORM  GRP-END-RTN
261013        WHEN  "35"
261013            PERFORM  GRP-NONE-RTN
261013        WHEN  OTHER
261013            MOVE  'OT1X-FILE'     TO  WK-ERR-FILE
261013            MOVE  WK-OT1X-STATUS  TO  WK-ERR-STATUS
261013            PERFORM  OPEN-ERR-RTN
261013      END-EVALUATE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    OT1X-FILE 1件の照合(論理削除済みも対象。日付欄は
261013*    マスタの基準日、宛所不明は返戻日の行を加える)
261013********************************************************
261013 OT1X-READ-RTN          SECTION.
261013      READ  OT1X-FILE
261013        AT  END
261013           MOVE  "1"  TO  FLG-OT1X-END
261013           CLOSE  OT1X-FILE
261013           IF  MODE-ERASE
261013               CLOSE  OT1XN-FILE
261013           END-IF
261013        NOT  AT  END
261013           ADD  1  TO  CNT-READ
261013           MOVE  OT1X-MEMBER-ID  TO  WK-CHK-MID
261013           PERFORM  MID-CHK-RTN
261013           IF  MID-HIT
261013               ADD  1  TO  CNT-HELD
261013               MOVE  OT1X-NAME     TO  WK-PSN-NAME
261013               MOVE  OT1X-BIRTH    TO  WK-PSN-BIRTH
261013               MOVE  OT1X-SEX      TO  WK-PSN-SEX
261013               MOVE  OT1X-POSTAL   TO  WK-PSN-POSTAL
261013               MOVE  OT1X-ADDRESS  TO  WK-PSN-ADDRESS
261013               MOVE  OT1X-AGE      TO  WK-PSN-AGE
261013               MOVE  OT1X-AGE-BRK  TO  WK-PSN-BRK
261013               PERFORM  ADR-ADD-RTN
261013               PERFORM  PSN-TEXT-RTN
261013               MOVE  WK-ASOF-DATE  TO  WK-DATE-IN
261013               PERFORM  DATE-DSP-RTN
261013               MOVE  SPACE  TO  SAR-L-KEY
261013               IF  OT1X-DELETED
261013                   STRING  "GEN-ID "     DELIMITED BY SIZE
261013                           OT1X-GEN-ID   DELIMITED BY SIZE
261013                           " DELETED"    DELIMITED BY SIZE
261013                           INTO  SAR-L-KEY
261013               ELSE
261013                   STRING  "GEN-ID "     DELIMITED BY SIZE
261013                           OT1X-GEN-ID   DELIMITED BY SIZE
261013                           " LIVE"       DELIMITED BY SIZE
261013                           INTO  SAR-L-KEY
261013               END-IF
261013               PERFORM  SAR-DTL-RTN
261013               IF  OT1X-UNDELIVERABLE  AND  NOT  MODE-ERASE
261013                   MOVE  OT1X-UND-DATE  TO  WK-DATE-IN
261013                   PERFORM  DATE-DSP-RTN
261013                   MOVE  "  UNDELIVERABLE"  TO  SAR-L-KEY
261013                   MOVE  "RETURNED MAIL RECORDED AT THIS ADDRESS"
261013                                           TO  SAR-L-TEXT
261013                   WRITE  SAR-REC  FROM  SAR-LINE
261013               END-IF
261013               IF  MODE-ERASE
261013                   MOVE  WK-ERS-NAME  TO  OT1X-NAME
261013                   MOVE  SPACE        TO  OT1X-BIRTH
261013                                          OT1X-POSTAL
261013                                          OT1X-ADDRESS
261013                   MOVE  ZERO         TO  OT1X-AGE
261013               END-IF
261013           END-IF
261013           IF  MODE-ERASE
261013               MOVE  OT1X-REC  TO  OT1XN-REC
261013               WRITE  OT1XN-REC
261013                 INVALID  KEY
261013                   DISPLAY  "*** OT1XN-FILE WRITE ERROR : "
261013                            WK-OT1XN-STATUS  " GEN-ID = "
261013                            OT1X-GEN-ID  " ***"
261013                   MOVE  8  TO  RETURN-CODE
261013               END-WRITE
261013           END-IF
261013      END-READ.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    OT1-FILE(順編成人物マスタ。トレーラはそのまま)
261013********************************************************
261013 OT1-RTN                SECTION.
261013      MOVE  "OT1-FILE (MEMBER MASTER)"  TO  WK-GRP-NAME.
261013      MOVE  WK-OT1-FNAME  TO  WK-GRP-FNAME.
261013      PERFORM  GRP-HDR-RTN.
261013      OPEN  INPUT  OT1-FILE.
261013      EVALUATE  WK-OT1-STATUS
261013        WHEN  "00"
261013            IF  MODE-ERASE
261013                OPEN  OUTPUT  OT1N-FILE
261013                IF  WK-OT1N-STATUS  NOT  =  "00"
261013                    MOVE  'OT1N-FILE'      TO  WK-ERR-FILE
261013                    MOVE  WK-OT1N-STATUS   TO  WK-ERR-STATUS
261013                    PERFORM  OPEN-ERR-RTN
261013                END-IF
261013            END-IF
261013            PERFORM  OT1-READ-RTN  UNTIL  FLG-OT1-END  =  "1"
261013            PERFORM  GRP-END-RTN
261013        WHEN  "35"
261013            PERFORM  GRP-NONE-RTN
261013        WHEN  OTHER
261013            MOVE  'OT1-FILE'      TO  WK-ERR-FILE
261013            MOVE  WK-OT1-STATUS   TO  WK-ERR-STATUS
261013            PERFORM  OPEN-ERR-RTN
261013      END-EVALUATE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    OT1-FILE 1件の照合
261013********************************************************
261013 OT1-READ-RTN           SECTION.
261013      READ  OT1-FILE
261013        AT  END
261013           MOVE  "1"  TO  FLG-OT1-END
261013           CLOSE  OT1-FILE
261013           IF  MODE-ERASE
261013               CLOSE  OT1N-FILE
261013           END-IF
261013        NOT  AT  END
261013           IF  OT1-TRL-MARK(1:7)  =  "TRAILER"
261013               IF  MODE-ERASE
261013                   MOVE  SPACE        TO  OT1N-REC
261013                   MOVE  OT1-TRL-REC  TO  OT1N-REC
261013                   WRITE  OT1N-REC
261013               END-IF
261013           ELSE
261013               ADD  1  TO  CNT-READ
261013               MOVE  OT1-MEMBER-ID  TO  WK-CHK-MID
261013               PERFORM  MID-CHK-RTN
261013               IF  MID-HIT
261013                   ADD  1  TO  CNT-HELD
261013                   MOVE  OT1-NAME     TO  WK-PSN-NAME
261013                   MOVE  OT1-BIRTH    TO  WK-PSN-BIRTH
261013                   MOVE  OT1-SEX      TO  WK-PSN-SEX
261013                   MOVE  OT1-POSTAL   TO  WK-PSN-POSTAL
261013                   MOVE  OT1-ADDRESS  TO  WK-PSN-ADDRESS
261013                   MOVE  OT1-AGE      TO  WK-PSN-AGE
261013                   MOVE  OT1-AGE-BRK  TO  WK-PSN-BRK
261013                   PERFORM  ADR-ADD-RTN
261013                   PERFORM  PSN-TEXT-RTN
261013                   MOVE  WK-ASOF-DATE  TO  WK-DATE-IN
261013                   PERFORM  DATE-DSP-RTN
261013                   MOVE  SPACE  TO  SAR-L-KEY
261013                   STRING  "GEN-ID "     DELIMITED BY SIZE
261013                           OT1-GEN-ID    DELIMITED BY SIZE
261013                           INTO  SAR-L-KEY
261013                   PERFORM  SAR-DTL-RTN
261013                   IF  MODE-ERASE
261013                       MOVE  WK-ERS-NAME  TO  OT1-NAME
261013                       MOVE  SPACE        TO  OT1-BIRTH
261013                                              OT1-POSTAL
261013                                              OT1-ADDRESS
261013                       MOVE  ZERO         TO  OT1-AGE
261013                   END-IF
261013               END-IF
261013               IF  MODE-ERASE
261013                   MOVE  OT1-REC  TO  OT1N-REC
261013                   WRITE  OT1N-REC
261013               END-IF
261013           END-IF
261013      END-READ.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    HST-FILE(会員変更履歴。日付欄は適用日)
261013********************************************************
261013 HST-RTN                SECTION.
261013      MOVE  "HST-FILE (CHANGE HISTORY)"  TO  WK-GRP-NAME.
261013      MOVE  WK-HST-FNAME  TO  WK-GRP-FNAME.
261013      PERFORM  GRP-HDR-RTN.
261013      OPEN  INPUT  HST-FILE.
261013      EVALUATE  WK-HST-STATUS
261013        WHEN  "00"
261013            IF  MODE-ERASE
261013                OPEN  OUTPUT  HSTN-FILE
261013                IF  WK-HSTN-STATUS  NOT  =  "00"
261013                    MOVE  'HSTN-FILE'      TO  WK-ERR-FILE
261013                    MOVE  WK-HSTN-STATUS   TO  WK-ERR-STATUS
261013                    PERFORM  OPEN-ERR-RTN
261013                END-IF
261013            END-IF
261013            PERFORM  HST-READ-RTN  UNTIL  FLG-HST-END  =  "1"
261013            PERFORM  GRP-END-RTN
261013        WHEN  "35"
261013            PERFORM  GRP-NONE-RTN
261013        WHEN  OTHER
261013            MOVE  'HST-FILE'      TO  WK-ERR-FILE
261013            MOVE  WK-HST-STATUS   TO  WK-ERR-STATUS
261013            PERFORM  OPEN-ERR-RTN
261013      END-EVALUATE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    HST-FILE 1件の照合
261013********************************************************
261013 HST-READ-RTN           SECTION.
261013      READ  HST-FILE
261013        AT  END
261013           MOVE  "1"  TO  FLG-HST-END
261013           CLOSE  HST-FILE
261013           IF  MODE-ERASE
261013               CLOSE  HSTN-FILE
261013           END-IF
261013        NOT  AT  END
261013           ADD  1  TO  CNT-READ
261013           MOVE  HST-MEMBER-ID  TO  WK-CHK-MID
261013           PERFORM  MID-CHK-RTN
261013           IF  MID-HIT
261013               ADD  1  TO  CNT-HELD
261013               MOVE  SPACE         TO  WK-PSN-AREA
261013               MOVE  HST-NAME      TO  WK-PSN-NAME
261013               MOVE  HST-BIRTH     TO  WK-PSN-BIRTH
261013               MOVE  HST-SEX       TO  WK-PSN-SEX
261013               MOVE  HST-POSTAL    TO  WK-PSN-POSTAL
261013               MOVE  HST-ADDRESS   TO  WK-PSN-ADDRESS
261013               MOVE  HST-AGE-BRK   TO  WK-PSN-BRK
261013               PERFORM  PSN-TEXT-RTN
261013               MOVE  HST-EFF-DATE  TO  WK-DATE-IN
261013               PERFORM  DATE-DSP-RTN
261013               MOVE  SPACE  TO  SAR-L-KEY
261013               STRING  "ACTION "     DELIMITED BY SIZE
261013                       HST-ACTION    DELIMITED BY SIZE
261013                       " TIME "      DELIMITED BY SIZE
261013                       HST-EFF-TIME  DELIMITED BY SIZE
261013                       INTO  SAR-L-KEY
261013               PERFORM  SAR-DTL-RTN
261013               IF  MODE-ERASE
261013                   MOVE  WK-ERS-NAME  TO  HST-NAME
261013                   MOVE  SPACE        TO  HST-BIRTH
261013                                          HST-POSTAL
261013                                          HST-ADDRESS
261013               END-IF
261013           END-IF
261013           IF  MODE-ERASE
261013               MOVE  HST-REC  TO  HSTN-REC
261013               WRITE  HSTN-REC
261013           END-IF
261013      END-READ.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    AUD-FILE(変更監査。消去時は新監査ファイルの末尾に
261013*    消去の監査レコードを加える)
261013********************************************************
261013 AUD-RTN                SECTION.
261013      MOVE  "AUD-FILE (MAINTENANCE AUDIT)"  TO  WK-GRP-NAME.
261013      MOVE  WK-AUD-FNAME  TO  WK-GRP-FNAME.
261013      PERFORM  GRP-HDR-RTN.
261013      OPEN  INPUT  AUD-FILE.
261013      EVALUATE  WK-AUD-STATUS
261013        WHEN  "00"
261013            IF  MODE-ERASE
261013                PERFORM  AUDN-OPEN-RTN
261013            END-IF
261013            PERFORM  AUD-READ-RTN  UNTIL  FLG-AUD-END  =  "1"
261013            PERFORM  GRP-END-RTN
261013        WHEN  "35"
261013            PERFORM  GRP-NONE-RTN
261013            IF  MODE-ERASE
261013                PERFORM  AUDN-OPEN-RTN
261013                PERFORM  AUD-ERS-RTN
261013                CLOSE  AUDN-FILE
261013            END-IF
261013        WHEN  OTHER
261013            MOVE  'AUD-FILE'      TO  WK-ERR-FILE
261013            MOVE  WK-AUD-STATUS   TO  WK-ERR-STATUS
261013            PERFORM  OPEN-ERR-RTN
261013      END-EVALUATE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    新監査ファイルを開く
261013********************************************************
261013 AUDN-OPEN-RTN          SECTION.
261013      OPEN  OUTPUT  AUDN-FILE.
261013      IF  WK-AUDN-STATUS  NOT  =  "00"
261013          MOVE  'AUDN-FILE'      TO  WK-ERR-FILE
261013          MOVE  WK-AUDN-STATUS   TO  WK-ERR-STATUS
261013          PERFORM  OPEN-ERR-RTN
261013      END-IF.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    AUD-FILE 1件の照合
261013********************************************************
261013 AUD-READ-RTN           SECTION.
261013      READ  AUD-FILE  INTO  AUDW-REC
261013        AT  END
261013           MOVE  "1"  TO  FLG-AUD-END
261013           CLOSE  AUD-FILE
261013           IF  MODE-ERASE
261013               PERFORM  AUD-ERS-RTN
261013               CLOSE  AUDN-FILE
261013           END-IF
261013        NOT  AT  END
261013           ADD  1  TO  CNT-READ
261013           PERFORM  AUDW-RTN
261013           IF  MODE-ERASE
261013               WRITE  AUDN-REC  FROM  AUDW-REC
261013           END-IF
261013      END-READ.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    監査レコード(AUDW-REC)の照合・出力・消去。変更前後
261013*    のイメージごとに会員番号(34 桁目から 10 桁)を照合する
261013*    (AUD-FILE と監査の退避ファイルで共用)
261013********************************************************
261013 AUDW-RTN               SECTION.
261013      MOVE  AUDW-BEFORE(34:10)  TO  WK-CHK-MID.
261013      PERFORM  MID-CHK-RTN.
261013      IF  NOT  MID-HIT
261013          MOVE  AUDW-AFTER(34:10)  TO  WK-CHK-MID
261013          PERFORM  MID-CHK-RTN
261013      END-IF.
261013      IF  MID-HIT
261013          ADD  1  TO  CNT-HELD
261013          MOVE  AUDW-DATE  TO  WK-DATE-IN
261013          PERFORM  DATE-DSP-RTN
261013          MOVE  SPACE  TO  SAR-L-KEY  SAR-L-TEXT
261013          STRING  "ACTION "        DELIMITED BY SIZE
261013                  AUDW-ACTION      DELIMITED BY SIZE
261013                  " TIME "         DELIMITED BY SIZE
261013                  AUDW-TIME        DELIMITED BY SIZE
261013                  INTO  SAR-L-KEY
261013          STRING  "BY "            DELIMITED BY SIZE
261013                  AUDW-OPERATOR    DELIMITED BY SIZE
261013                  " / "            DELIMITED BY SIZE
261013                  AUDW-APPROVER    DELIMITED BY SIZE
261013                  INTO  SAR-L-TEXT
261013          PERFORM  SAR-DTL-RTN
261013          MOVE  AUDW-BEFORE  TO  WK-IMG
261013          MOVE  WK-IMG-MEMBER  TO  WK-CHK-MID
261013          PERFORM  MID-CHK-RTN
261013          IF  MID-HIT
261013              IF  NOT  MODE-ERASE
261013                  PERFORM  IMG-PSN-RTN
261013                  MOVE  SPACE  TO  SAR-L-DATE
261013                  MOVE  "  BEFORE"  TO  SAR-L-KEY
261013                  WRITE  SAR-REC  FROM  SAR-LINE
261013              END-IF
261013              PERFORM  IMG-ERS-RTN
261013              IF  MODE-ERASE
261013                  MOVE  WK-IMG  TO  AUDW-BEFORE
261013              END-IF
261013          END-IF
261013          MOVE  AUDW-AFTER  TO  WK-IMG
261013          MOVE  WK-IMG-MEMBER  TO  WK-CHK-MID
261013          PERFORM  MID-CHK-RTN
261013          IF  MID-HIT
261013              IF  NOT  MODE-ERASE
261013                  PERFORM  IMG-PSN-RTN
261013                  MOVE  SPACE  TO  SAR-L-DATE
261013                  MOVE  "  AFTER"  TO  SAR-L-KEY
261013                  WRITE  SAR-REC  FROM  SAR-LINE
261013              END-IF
261013              PERFORM  IMG-ERS-RTN
261013              IF  MODE-ERASE
261013                  MOVE  WK-IMG  TO  AUDW-AFTER
261013              END-IF
261013          END-IF
261013      END-IF.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    消去の監査レコード(区分 E、件数増減 00)。起票者は
261013*    請求の受付者、承認者は実行したオペレータとし、変更後
261013*    イメージには会員番号と消去後の氏名だけを持たせる
261013********************************************************
261013 AUD-ERS-RTN            SECTION.
261013      MOVE  SPACE          TO  AUDW-REC.
261013      MOVE  WK-RUN-DATE    TO  AUDW-DATE.
261013      MOVE  WK-RUN-TIME    TO  AUDW-TIME.
261013      MOVE  WK-REQUESTER   TO  AUDW-OPERATOR.
261013      MOVE  'E'            TO  AUDW-ACTION.
261013      MOVE  '00'           TO  AUDW-CNT-EFFECT.
261013      MOVE  SPACE          TO  WK-IMG.
261013      MOVE  WK-ERS-NAME    TO  WK-IMG-NAME.
261013      MOVE  WK-SURV        TO  WK-IMG-MEMBER.
261013      MOVE  WK-IMG         TO  AUDW-AFTER.
261013      MOVE  WK-OPERATOR    TO  AUDW-APPROVER.
261013      MOVE  ','            TO  AUDW-CM1  AUDW-CM2  AUDW-CM3
261013                               AUDW-CM4  AUDW-CM5  AUDW-CM6
261013                               AUDW-CM7.
261013      WRITE  AUDN-REC  FROM  AUDW-REC.
261013      MOVE  SPACE  TO  SAR-REC.
261013      STRING  "   ERASURE AUDIT RECORD ADDED : "
261013                               DELIMITED BY SIZE
261013              WK-RUN-DATE      DELIMITED BY SIZE
261013              " "              DELIMITED BY SIZE
261013              WK-RUN-TIME      DELIMITED BY SIZE
261013              " REQUESTED VIA " DELIMITED BY SIZE
261013              WK-REQUESTER     DELIMITED BY SIZE
261013              " BY "           DELIMITED BY SIZE
261013              WK-OPERATOR      DELIMITED BY SIZE
261013              INTO  SAR-REC.
261013      WRITE  SAR-REC.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    PND-FILE(保守承認待ち。日付欄は起票日。判定済みの
261013*    レコードも残っているため状態とともに出力する)
261013********************************************************
261013 PND-RTN                SECTION.
261013      MOVE  "PND-FILE (PENDING MAINTENANCE)"  TO  WK-GRP-NAME.
261013      MOVE  WK-PND-FNAME  TO  WK-GRP-FNAME.
261013      PERFORM  GRP-HDR-RTN.
261013      OPEN  INPUT  PND-FILE.
261013      EVALUATE  WK-PND-STATUS
261013        WHEN  "00"
261013            IF  MODE-ERASE
261013                OPEN  OUTPUT  PNDN-FILE
261013                IF  WK-PNDN-STATUS  NOT  =  "00"
261013                    MOVE  'PNDN-FILE'      TO  WK-ERR-FILE
261013                    MOVE  WK-PNDN-STATUS   TO  WK-ERR-STATUS
261013                    PERFORM  OPEN-ERR-RTN
261013                END-IF
261013            END-IF
261013            PERFORM  PND-READ-RTN  UNTIL  FLG-PND-END  =  "1"
261013            PERFORM  GRP-END-RTN
261013        WHEN  "35"
261013            PERFORM  GRP-NONE-RTN
261013        WHEN  OTHER
261013            MOVE  'PND-FILE'      TO  WK-ERR-FILE
261013            MOVE  WK-PND-STATUS   TO  WK-ERR-STATUS
261013            PERFORM  OPEN-ERR-RTN
261013      END-EVALUATE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    PND-FILE 1件の照合(会員番号は保守指示イメージの
261013*    40 桁目から 10 桁。消去時は生年月日・郵便番号・住所を
261013*    スペースとする。保守指示のスペースの項目は変更しない
261013*    扱いのため、消去後に承認されても消した値は戻らない)
261013********************************************************
261013 PND-READ-RTN           SECTION.
261013      READ  PND-FILE
261013        AT  END
261013           MOVE  "1"  TO  FLG-PND-END
261013           CLOSE  PND-FILE
261013           IF  MODE-ERASE
261013               CLOSE  PNDN-FILE
261013           END-IF
261013        NOT  AT  END
261013           ADD  1  TO  CNT-READ
261013           MOVE  PND-MNT-DATA   TO  WK-PMT
261013           MOVE  WK-PMT-MEMBER  TO  WK-CHK-MID
261013           PERFORM  MID-CHK-RTN
261013           IF  MID-HIT
261013               ADD  1  TO  CNT-HELD
261013               MOVE  SPACE           TO  WK-PSN-AREA
261013               MOVE  WK-PMT-NAME     TO  WK-PSN-NAME
261013               MOVE  WK-PMT-BIRTH    TO  WK-PSN-BIRTH
261013               MOVE  WK-PMT-SEX      TO  WK-PSN-SEX
261013               MOVE  WK-PMT-POSTAL   TO  WK-PSN-POSTAL
261013               MOVE  WK-PMT-ADDRESS  TO  WK-PSN-ADDRESS
261013               PERFORM  PSN-TEXT-RTN
261013               MOVE  PND-ENT-DATE  TO  WK-DATE-IN
261013               PERFORM  DATE-DSP-RTN
261013               MOVE  SPACE  TO  SAR-L-KEY
261013               STRING  "STATUS "      DELIMITED BY SIZE
261013                       PND-STATUS     DELIMITED BY SIZE
261013                       " ACTION "     DELIMITED BY SIZE
261013                       WK-PMT-ACTION  DELIMITED BY SIZE
261013                       " "            DELIMITED BY SIZE
261013                       PND-SEQ        DELIMITED BY SIZE
261013                       INTO  SAR-L-KEY
261013               PERFORM  SAR-DTL-RTN
261013               IF  MODE-ERASE
261013                   MOVE  WK-ERS-NAME  TO  WK-PMT-NAME
261013                   MOVE  SPACE        TO  WK-PMT-BIRTH
261013                                          WK-PMT-POSTAL
261013                                          WK-PMT-ADDRESS
261013                   MOVE  WK-PMT       TO  PND-MNT-DATA
261013               END-IF
261013           END-IF
261013           IF  MODE-ERASE
261013               MOVE  PND-REC  TO  PNDN-REC
261013               WRITE  PNDN-REC
261013           END-IF
261013      END-READ.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    REJ-FILE(入力エラー。日付欄は初回検出日)
261013********************************************************
261013 REJ-RTN                SECTION.
261013      MOVE  "REJ-FILE (INPUT REJECTS)"  TO  WK-GRP-NAME.
261013      MOVE  WK-REJ-FNAME  TO  WK-GRP-FNAME.
261013      PERFORM  GRP-HDR-RTN.
261013      OPEN  INPUT  REJ-FILE.
261013      EVALUATE  WK-REJ-STATUS
261013        WHEN  "00"
261013            IF  MODE-ERASE
261013                OPEN  OUTPUT  REJN-FILE
261013                IF  WK-REJN-STATUS  NOT  =  "00"
261013                    MOVE  'REJN-FILE'      TO  WK-ERR-FILE
261013                    MOVE  WK-REJN-STATUS   TO  WK-ERR-STATUS
261013                    PERFORM  OPEN-ERR-RTN
261013                END-IF
261013            END-IF
261013            PERFORM  REJ-READ-RTN  UNTIL  FLG-REJ-END  =  "1"
261013            PERFORM  GRP-END-RTN
261013        WHEN  "35"
261013            PERFORM  GRP-NONE-RTN
261013        WHEN  OTHER
261013            MOVE  'REJ-FILE'      TO  WK-ERR-FILE
261013            MOVE  WK-REJ-STATUS   TO  WK-ERR-STATUS
261013            PERFORM  OPEN-ERR-RTN
261013      END-EVALUATE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    REJ-FILE 1件の照合(会員番号は IN1 イメージの
261013*    25 桁目から 10 桁)
261013********************************************************
261013 REJ-READ-RTN           SECTION.
261013      READ  REJ-FILE
261013        AT  END
261013           MOVE  "1"  TO  FLG-REJ-END
261013           CLOSE  REJ-FILE
261013           IF  MODE-ERASE
261013               CLOSE  REJN-FILE
261013           END-IF
261013        NOT  AT  END
261013           ADD  1  TO  CNT-READ
261013           MOVE  REJ-IN1-DATA  TO  IN1-REC
261013           MOVE  IN1-MEMBER-ID  TO  WK-CHK-MID
261013           PERFORM  MID-CHK-RTN
261013           IF  MID-HIT
261013               ADD  1  TO  CNT-HELD
261013               PERFORM  IN1-PSN-RTN
261013               MOVE  REJ-FIRST-DATE  TO  WK-DATE-IN
261013               PERFORM  DATE-DSP-RTN
261013               MOVE  REJ-REASON  TO  SAR-L-KEY
261013               PERFORM  SAR-DTL-RTN
261013               IF  MODE-ERASE
261013                   PERFORM  IN1-ERS-RTN
261013                   MOVE  IN1-REC  TO  REJ-IN1-DATA
261013               END-IF
261013           END-IF
261013           IF  MODE-ERASE
261013               MOVE  REJ-REC  TO  REJN-REC
261013               WRITE  REJN-REC
261013           END-IF
261013      END-READ.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    BDE-FILE(生年月日エラー。日付欄は初回検出日)
261013********************************************************
261013 BDE-RTN                SECTION.
261013      MOVE  "BDE-FILE (BIRTH DATE ERRORS)"  TO  WK-GRP-NAME.
261013      MOVE  WK-BDE-FNAME  TO  WK-GRP-FNAME.
261013      PERFORM  GRP-HDR-RTN.
261013      OPEN  INPUT  BDE-FILE.
261013      EVALUATE  WK-BDE-STATUS
261013        WHEN  "00"
261013            IF  MODE-ERASE
261013                OPEN  OUTPUT  BDEN-FILE
261013                IF  WK-BDEN-STATUS  NOT  =  "00"
261013                    MOVE  'BDEN-FILE'      TO  WK-ERR-FILE
261013                    MOVE  WK-BDEN-STATUS   TO  WK-ERR-STATUS
261013                    PERFORM  OPEN-ERR-RTN
261013                END-IF
261013            END-IF
261013            PERFORM  BDE-READ-RTN  UNTIL  FLG-BDE-END  =  "1"
261013            PERFORM  GRP-END-RTN
261013        WHEN  "35"
261013            PERFORM  GRP-NONE-RTN
261013        WHEN  OTHER
261013            MOVE  'BDE-FILE'      TO  WK-ERR-FILE
261013            MOVE  WK-BDE-STATUS   TO  WK-ERR-STATUS
261013            PERFORM  OPEN-ERR-RTN
261013      END-EVALUATE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    BDE-FILE 1件の照合
261013********************************************************
261013 BDE-READ-RTN           SECTION.
261013      READ  BDE-FILE
261013        AT  END
261013           MOVE  "1"  TO  FLG-BDE-END
261013           CLOSE  BDE-FILE
261013           IF  MODE-ERASE
261013               CLOSE  BDEN-FILE
261013           END-IF
261013        NOT  AT  END
261013           ADD  1  TO  CNT-READ
261013           MOVE  BDE-IN1-DATA  TO  IN1-REC
261013           MOVE  IN1-MEMBER-ID  TO  WK-CHK-MID
261013           PERFORM  MID-CHK-RTN
261013           IF  MID-HIT
261013               ADD  1  TO  CNT-HELD
261013               PERFORM  IN1-PSN-RTN
261013               MOVE  BDE-FIRST-DATE  TO  WK-DATE-IN
261013               PERFORM  DATE-DSP-RTN
261013               MOVE  BDE-REASON  TO  SAR-L-KEY
261013               PERFORM  SAR-DTL-RTN
261013               IF  MODE-ERASE
261013                   PERFORM  IN1-ERS-RTN
261013                   MOVE  IN1-REC  TO  BDE-IN1-DATA
261013               END-IF
261013           END-IF
261013           IF  MODE-ERASE
261013               MOVE  BDE-REC  TO  BDEN-REC
261013               WRITE  BDEN-REC
261013           END-IF
261013      END-READ.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    DUP-FILE(重複レコード。日付欄は初回検出日)
261013********************************************************
261013 DUP-RTN                SECTION.
261013      MOVE  "DUP-FILE (DUPLICATES)"  TO  WK-GRP-NAME.
261013      MOVE  WK-DUP-FNAME  TO  WK-GRP-FNAME.
261013      PERFORM  GRP-HDR-RTN.
261013      OPEN  INPUT  DUP-FILE.
261013      EVALUATE  WK-DUP-STATUS
261013        WHEN  "00"
261013            IF  MODE-ERASE
261013                OPEN  OUTPUT  DUPN-FILE
261013                IF  WK-DUPN-STATUS  NOT  =  "00"
261013                    MOVE  'DUPN-FILE'      TO  WK-ERR-FILE
261013                    MOVE  WK-DUPN-STATUS   TO  WK-ERR-STATUS
261013                    PERFORM  OPEN-ERR-RTN
261013                END-IF
261013            END-IF
261013            PERFORM  DUP-READ-RTN  UNTIL  FLG-DUP-END  =  "1"
261013            PERFORM  GRP-END-RTN
261013        WHEN  "35"
261013            PERFORM  GRP-NONE-RTN
261013        WHEN  OTHER
261013            MOVE  'DUP-FILE'      TO  WK-ERR-FILE
261013            MOVE  WK-DUP-STATUS   TO  WK-ERR-STATUS
261013            PERFORM  OPEN-ERR-RTN
261013      END-EVALUATE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    DUP-FILE 1件の照合
261013********************************************************
261013 DUP-READ-RTN           SECTION.
261013      READ  DUP-FILE
261013        AT  END
261013           MOVE  "1"  TO  FLG-DUP-END
261013           CLOSE  DUP-FILE
261013           IF  MODE-ERASE
261013               CLOSE  DUPN-FILE
261013           END-IF
261013        NOT  AT  END
261013           ADD  1  TO  CNT-READ
261013           MOVE  DUP-IN1-DATA  TO  IN1-REC
261013           MOVE  IN1-MEMBER-ID  TO  WK-CHK-MID
261013           PERFORM  MID-CHK-RTN
261013           IF  MID-HIT
261013               ADD  1  TO  CNT-HELD
261013               PERFORM  IN1-PSN-RTN
261013               MOVE  DUP-FIRST-DATE  TO  WK-DATE-IN
261013               PERFORM  DATE-DSP-RTN
261013               MOVE  DUP-REASON  TO  SAR-L-KEY
261013               PERFORM  SAR-DTL-RTN
261013               IF  MODE-ERASE
261013                   PERFORM  IN1-ERS-RTN
261013                   MOVE  IN1-REC  TO  DUP-IN1-DATA
261013               END-IF
261013           END-IF
261013           IF  MODE-ERASE
261013               MOVE  DUP-REC  TO  DUPN-REC
261013               WRITE  DUPN-REC
261013           END-IF
261013      END-READ.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    PER-FILE(郵便番号例外。日付欄は初回検出日)
261013********************************************************
261013 PER-RTN                SECTION.
261013      MOVE  "PER-FILE (POSTAL EXCEPTIONS)"
261013                                      TO  WK-GRP-NAME.
261013      MOVE  WK-PER-FNAME  TO  WK-GRP-FNAME.
261013      PERFORM  GRP-HDR-RTN.
261013      OPEN  INPUT  PER-FILE.
261013      EVALUATE  WK-PER-STATUS
261013        WHEN  "00"
261013            IF  MODE-ERASE
261013                OPEN  OUTPUT  PERN-FILE
261013                IF  WK-PERN-STATUS  NOT  =  "00"
261013                    MOVE  'PERN-FILE'      TO  WK-ERR-FILE
261013                    MOVE  WK-PERN-STATUS   TO  WK-ERR-STATUS
261013                    PERFORM  OPEN-ERR-RTN
261013                END-IF
261013            END-IF
261013            PERFORM  PER-READ-RTN  UNTIL  FLG-PER-END  =  "1"
261013            PERFORM  GRP-END-RTN
261013        WHEN  "35"
261013            PERFORM  GRP-NONE-RTN
261013        WHEN  OTHER
261013            MOVE  'PER-FILE'      TO  WK-ERR-FILE
261013            MOVE  WK-PER-STATUS   TO  WK-ERR-STATUS
261013            PERFORM  OPEN-ERR-RTN
261013      END-EVALUATE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    PER-FILE 1件の照合
261013********************************************************
261013 PER-READ-RTN           SECTION.
261013      READ  PER-FILE
261013        AT  END
261013           MOVE  "1"  TO  FLG-PER-END
261013           CLOSE  PER-FILE
261013           IF  MODE-ERASE
261013               CLOSE  PERN-FILE
261013           END-IF
261013        NOT  AT  END
261013           ADD  1  TO  CNT-READ
261013           MOVE  PER-MEMBER-ID  TO  WK-CHK-MID
261013           PERFORM  MID-CHK-RTN
261013           IF  MID-HIT
261013               ADD  1  TO  CNT-HELD
261013               MOVE  SPACE       TO  WK-PSN-AREA
261013               MOVE  PER-NAME    TO  WK-PSN-NAME
261013               MOVE  PER-POSTAL  TO  WK-PSN-POSTAL
261013               PERFORM  PSN-TEXT-RTN
261013               MOVE  PER-FIRST-DATE  TO  WK-DATE-IN
261013               PERFORM  DATE-DSP-RTN
261013               MOVE  PER-REASON  TO  SAR-L-KEY
261013               PERFORM  SAR-DTL-RTN
261013               IF  MODE-ERASE
261013                   MOVE  WK-ERS-NAME  TO  PER-NAME
261013                   MOVE  SPACE        TO  PER-POSTAL
261013               END-IF
261013           END-IF
261013           IF  MODE-ERASE
261013               MOVE  PER-REC  TO  PERN-REC
261013               WRITE  PERN-REC
261013           END-IF
261013      END-READ.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    RJM-FILE(先方却下。会員番号のほかに個人項目は無い
261013*    ため、消去時も内容は変えずに写す)
261013********************************************************
261013 RJM-RTN                SECTION.
261013      MOVE  "RJM-FILE (PARTNER REJECTIONS)"  TO  WK-GRP-NAME.
261013      MOVE  WK-RJM-FNAME  TO  WK-GRP-FNAME.
261013      PERFORM  GRP-HDR-RTN.
261013      OPEN  INPUT  RJM-FILE.
261013      EVALUATE  WK-RJM-STATUS
261013        WHEN  "00"
261013            IF  MODE-ERASE
261013                OPEN  OUTPUT  RJMN-FILE
261013                IF  WK-RJMN-STATUS  NOT  =  "00"
261013                    MOVE  'RJMN-FILE'      TO  WK-ERR-FILE
261013                    MOVE  WK-RJMN-STATUS   TO  WK-ERR-STATUS
261013                    PERFORM  OPEN-ERR-RTN
261013                END-IF
261013            END-IF
261013            PERFORM  RJM-READ-RTN  UNTIL  FLG-RJM-END  =  "1"
261013            PERFORM  GRP-END-RTN
261013        WHEN  "35"
261013            PERFORM  GRP-NONE-RTN
261013        WHEN  OTHER
261013            MOVE  'RJM-FILE'      TO  WK-ERR-FILE
261013            MOVE  WK-RJM-STATUS   TO  WK-ERR-STATUS
261013            PERFORM  OPEN-ERR-RTN
261013      END-EVALUATE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    RJM-FILE 1件の照合
261013********************************************************
261013 RJM-READ-RTN           SECTION.
261013      READ  RJM-FILE
261013        AT  END
261013           MOVE  "1"  TO  FLG-RJM-END
261013           CLOSE  RJM-FILE
261013           IF  MODE-ERASE
261013               CLOSE  RJMN-FILE
261013           END-IF
261013        NOT  AT  END
261013           ADD  1  TO  CNT-READ
261013           MOVE  RJM-MEMBER-ID  TO  WK-CHK-MID
261013           PERFORM  MID-CHK-RTN
261013           IF  MID-HIT
261013               ADD  1  TO  CNT-HELD
261013               MOVE  RJM-FIRST-DATE  TO  WK-DATE-IN
261013               PERFORM  DATE-DSP-RTN
261013               MOVE  SPACE  TO  SAR-L-KEY  SAR-L-TEXT
261013               STRING  RJM-REASON    DELIMITED BY SIZE
261013                       " GEN "       DELIMITED BY SIZE
261013                       RJM-GEN       DELIMITED BY SIZE
261013                       INTO  SAR-L-KEY
261013               MOVE  "REJECTED BY PARTNER ON RECEIPT"
261013                                     TO  SAR-L-TEXT
261013               IF  MODE-ERASE
261013                   MOVE  "NO PERSONAL FIELDS - COPIED AS HELD"
261013                                     TO  SAR-L-TEXT
261013               END-IF
261013               WRITE  SAR-REC  FROM  SAR-LINE
261013           END-IF
261013           IF  MODE-ERASE
261013               MOVE  RJM-REC  TO  RJMN-REC
261013               WRITE  RJMN-REC
261013           END-IF
261013      END-READ.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    MLG-FILE(世帯ごとの郵送抽出。会員番号を持たないため
261013*    人物マスタから控えた住所で照合する)
261013********************************************************
261013 MLG-RTN                SECTION.
261013      MOVE  "MLG-FILE (HOUSEHOLD MAILING)"  TO  WK-GRP-NAME.
261013      MOVE  WK-MLG-FNAME  TO  WK-GRP-FNAME.
261013      PERFORM  GRP-HDR-RTN.
261013      OPEN  INPUT  MLG-FILE.
261013      EVALUATE  WK-MLG-STATUS
261013        WHEN  "00"
261013            IF  MODE-ERASE
261013                OPEN  OUTPUT  MLGN-FILE
261013                IF  WK-MLGN-STATUS  NOT  =  "00"
261013                    MOVE  'MLGN-FILE'      TO  WK-ERR-FILE
261013                    MOVE  WK-MLGN-STATUS   TO  WK-ERR-STATUS
261013                    PERFORM  OPEN-ERR-RTN
261013                END-IF
261013            END-IF
261013            PERFORM  MLG-READ-RTN  UNTIL  FLG-MLG-END  =  "1"
261013            PERFORM  GRP-END-RTN
261013        WHEN  "35"
261013            PERFORM  GRP-NONE-RTN
261013        WHEN  OTHER
261013            MOVE  'MLG-FILE'      TO  WK-ERR-FILE
261013            MOVE  WK-MLG-STATUS   TO  WK-ERR-STATUS
261013            PERFORM  OPEN-ERR-RTN
261013      END-EVALUATE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    MLG-FILE 1件の照合。宛名が対象会員なら世帯主の行、
261013*    住所だけが一致する行は他の会員が世帯主の世帯として
261013*    宛名を伏せて開示する。消去は世帯主の行に限り、世帯
261013*    人数が1人なら住所も消去、2人以上なら宛名だけ消去する
261013********************************************************
261013 MLG-READ-RTN           SECTION.
261013      READ  MLG-FILE
261013        AT  END
261013           MOVE  "1"  TO  FLG-MLG-END
261013           CLOSE  MLG-FILE
261013           IF  MODE-ERASE
261013               CLOSE  MLGN-FILE
261013           END-IF
261013        NOT  AT  END
261013           ADD  1  TO  CNT-READ
261013           PERFORM  ADR-FIND-RTN
261013           IF  ENT-FOUND
261013               MOVE  SPACE  TO  SAR-L-DATE  SAR-L-KEY  SAR-L-TEXT
261013               MOVE  "CURRENT"  TO  SAR-L-DATE
261013               MOVE  MLG-CNT    TO  WK-EDIT-HH
261013               IF  ADR-HEAD
261013                   ADD  1  TO  CNT-HELD
261013                   STRING  "HH-ID "      DELIMITED BY SIZE
261013                           MLG-HH-ID     DELIMITED BY SIZE
261013                           " HEAD"       DELIMITED BY SIZE
261013                           INTO  SAR-L-KEY
261013                   STRING  MLG-NAME      DELIMITED BY SIZE
261013                           " "           DELIMITED BY SIZE
261013                           MLG-POSTAL    DELIMITED BY SIZE
261013                           " "           DELIMITED BY SIZE
261013                           MLG-ADDRESS   DELIMITED BY SIZE
261013                           " MEMBERS="   DELIMITED BY SIZE
261013                           WK-EDIT-HH    DELIMITED BY SIZE
261013                           INTO  SAR-L-TEXT
261013                   IF  MODE-ERASE
261013                       MOVE  WK-ERS-NAME  TO  MLG-NAME
261013                       IF  MLG-CNT  >  1
261013                           MOVE  SPACE    TO  SAR-L-TEXT
261013                           STRING  "HEAD NAME ERASED - ADDRESS "
261013                                          DELIMITED BY SIZE
261013                                   "KEPT FOR OTHER MEMBERS"
261013                                          DELIMITED BY SIZE
261013                                   INTO  SAR-L-TEXT
261013                       ELSE
261013                           MOVE  SPACE    TO  MLG-POSTAL
261013                                              MLG-ADDRESS
261013                           MOVE  "PERSONAL FIELDS ERASED"
261013                                          TO  SAR-L-TEXT
261013                       END-IF
261013                   END-IF
261013               ELSE
261013                   STRING  "HH-ID "      DELIMITED BY SIZE
261013                           MLG-HH-ID     DELIMITED BY SIZE
261013                           " ADDRESS"    DELIMITED BY SIZE
261013                           INTO  SAR-L-KEY
261013                   STRING  "(HEAD IS ANOTHER MEMBER) "
261013                                         DELIMITED BY SIZE
261013                           MLG-POSTAL    DELIMITED BY SIZE
261013                           " "           DELIMITED BY SIZE
261013                           MLG-ADDRESS   DELIMITED BY SIZE
261013                           " MEMBERS="   DELIMITED BY SIZE
261013                           WK-EDIT-HH    DELIMITED BY SIZE
261013                           INTO  SAR-L-TEXT
261013                   IF  MODE-ERASE
261013                       MOVE  SPACE    TO  SAR-L-TEXT
261013                       STRING  "NOT ERASED - HOUSEHOLD HEADED BY "
261013                                          DELIMITED BY SIZE
261013                               "ANOTHER MEMBER"
261013                                          DELIMITED BY SIZE
261013                               INTO  SAR-L-TEXT
261013                   END-IF
261013               END-IF
261013               WRITE  SAR-REC  FROM  SAR-LINE
261013           END-IF
261013           IF  MODE-ERASE
261013               MOVE  MLG-REC  TO  MLGN-REC
261013               WRITE  MLGN-REC
261013           END-IF
261013      END-READ.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    退避一覧1件分の退避ファイルの照合
261013********************************************************
261013 ARC-RTN                SECTION.
261013      EVALUATE  ARL-T-TYPE (WK-ARL-IX)
261013        WHEN  'ARX'
261013            MOVE  ARL-T-IN (WK-ARL-IX)   TO  WK-ARX-FNAME
261013            MOVE  ARL-T-OUT (WK-ARL-IX)  TO  WK-ARXN-FNAME
261013            PERFORM  ARX-RTN
261013        WHEN  'ARA'
261013            MOVE  ARL-T-IN (WK-ARL-IX)   TO  WK-ARA-FNAME
261013            MOVE  ARL-T-OUT (WK-ARL-IX)  TO  WK-ARAN-FNAME
261013            PERFORM  ARA-RTN
261013        WHEN  OTHER
261013            MOVE  ARL-T-IN (WK-ARL-IX)   TO  WK-ARE-FNAME
261013            MOVE  ARL-T-OUT (WK-ARL-IX)  TO  WK-AREN-FNAME
261013            PERFORM  ARE-RTN
261013      END-EVALUATE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    退避一覧で指定した退避ファイルが無い場合(警告)
261013********************************************************
261013 ARC-NONE-RTN           SECTION.
261013      PERFORM  GRP-NONE-RTN.
261013      DISPLAY  "*** ARCHIVE NOT FOUND : " WK-GRP-FNAME " ***".
261013      IF  RETURN-CODE  <  4
261013          MOVE  4  TO  RETURN-CODE
261013      END-IF.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    ARX-FILE(人物マスタ退避。日付欄は退避日)
261013********************************************************
261013 ARX-RTN                SECTION.
261013      MOVE  "ARX-FILE (ARCHIVED MASTER)"  TO  WK-GRP-NAME.
261013      MOVE  WK-ARX-FNAME  TO  WK-GRP-FNAME.
261013      PERFORM  GRP-HDR-RTN.
261013      MOVE  SPACE  TO  FLG-ARX-END.
261013      OPEN  INPUT  ARX-FILE.
261013      EVALUATE  WK-ARX-STATUS
261013        WHEN  "00"
261013            IF  MODE-ERASE
261013                OPEN  OUTPUT  ARXN-FILE
261013                IF  WK-ARXN-STATUS  NOT  =  "00"
261013                    MOVE  'ARXN-FILE'      TO  WK-ERR-FILE
261013                    MOVE  WK-ARXN-STATUS   TO  WK-ERR-STATUS
261013                    PERFORM  OPEN-ERR-RTN
261013                END-IF
261013            END-IF
261013            PERFORM  ARX-READ-RTN  UNTIL  FLG-ARX-END  =  "1"
261013            PERFORM  GRP-END-RTN
261013        WHEN  "35"
261013            PERFORM  ARC-NONE-RTN
261013        WHEN  OTHER
261013            MOVE  'ARX-FILE'      TO  WK-ERR-FILE
261013            MOVE  WK-ARX-STATUS   TO  WK-ERR-STATUS
261013            PERFORM  OPEN-ERR-RTN
261013      END-EVALUATE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    ARX-FILE 1件の照合(会員番号はイメージ内の 34 桁目
261013*    から 10 桁)
261013********************************************************
261013 ARX-READ-RTN           SECTION.
261013      READ  ARX-FILE
261013        AT  END
261013           MOVE  "1"  TO  FLG-ARX-END
261013           CLOSE  ARX-FILE
261013           IF  MODE-ERASE
261013               CLOSE  ARXN-FILE
261013           END-IF
261013        NOT  AT  END
261013           ADD  1  TO  CNT-READ
261013           MOVE  ARX-IMAGE  TO  WK-IMG
261013           MOVE  WK-IMG-MEMBER  TO  WK-CHK-MID
261013           PERFORM  MID-CHK-RTN
261013           IF  MID-HIT
261013               ADD  1  TO  CNT-HELD
261013               PERFORM  IMG-PSN-RTN
261013               MOVE  ARX-DATE  TO  WK-DATE-IN
261013               PERFORM  DATE-DSP-RTN
261013               MOVE  SPACE  TO  SAR-L-KEY
261013               STRING  "GEN-ID "      DELIMITED BY SIZE
261013                       WK-IMG-GEN-ID  DELIMITED BY SIZE
261013                       " ARCHIVE"     DELIMITED BY SIZE
261013                       INTO  SAR-L-KEY
261013               PERFORM  SAR-DTL-RTN
261013               IF  MODE-ERASE
261013                   PERFORM  IMG-ERS-RTN
261013                   MOVE  WK-IMG  TO  ARX-IMAGE
261013               END-IF
261013           END-IF
261013           IF  MODE-ERASE
261013               MOVE  ARX-REC  TO  ARXN-REC
261013               WRITE  ARXN-REC
261013           END-IF
261013      END-READ.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    ARA-FILE(監査の退避。日付欄は監査日)
261013********************************************************
261013 ARA-RTN                SECTION.
261013      MOVE  "ARA-FILE (ARCHIVED AUDIT)"  TO  WK-GRP-NAME.
261013      MOVE  WK-ARA-FNAME  TO  WK-GRP-FNAME.
261013      PERFORM  GRP-HDR-RTN.
261013      MOVE  SPACE  TO  FLG-ARA-END.
261013      OPEN  INPUT  ARA-FILE.
261013      EVALUATE  WK-ARA-STATUS
261013        WHEN  "00"
261013            IF  MODE-ERASE
261013                OPEN  OUTPUT  ARAN-FILE
261013                IF  WK-ARAN-STATUS  NOT  =  "00"
261013                    MOVE  'ARAN-FILE'      TO  WK-ERR-FILE
261013                    MOVE  WK-ARAN-STATUS   TO  WK-ERR-STATUS
261013                    PERFORM  OPEN-ERR-RTN
261013                END-IF
261013            END-IF
261013            PERFORM  ARA-READ-RTN  UNTIL  FLG-ARA-END  =  "1"
261013            PERFORM  GRP-END-RTN
261013        WHEN  "35"
261013            PERFORM  ARC-NONE-RTN
261013        WHEN  OTHER
261013            MOVE  'ARA-FILE'      TO  WK-ERR-FILE
261013            MOVE  WK-ARA-STATUS   TO  WK-ERR-STATUS
261013            PERFORM  OPEN-ERR-RTN
261013      END-EVALUATE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    ARA-FILE 1件の照合
261013********************************************************
261013 ARA-READ-RTN           SECTION.
261013      READ  ARA-FILE  INTO  AUDW-REC
261013        AT  END
261013           MOVE  "1"  TO  FLG-ARA-END
261013           CLOSE  ARA-FILE
261013           IF  MODE-ERASE
261013               CLOSE  ARAN-FILE
261013           END-IF
261013        NOT  AT  END
261013           ADD  1  TO  CNT-READ
261013           PERFORM  AUDW-RTN
261013           IF  MODE-ERASE
261013               WRITE  ARAN-REC  FROM  AUDW-REC
261013           END-IF
261013      END-READ.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    ARE-FILE(解決済み例外の退避。日付欄は退避日)
261013********************************************************
261013 ARE-RTN                SECTION.
261013      MOVE  "ARE-FILE (ARCHIVED EXCEPTIONS)"  TO  WK-GRP-NAME.
261013      MOVE  WK-ARE-FNAME  TO  WK-GRP-FNAME.
261013      PERFORM  GRP-HDR-RTN.
261013      MOVE  SPACE  TO  FLG-ARE-END.
261013      OPEN  INPUT  ARE-FILE.
261013      EVALUATE  WK-ARE-STATUS
261013        WHEN  "00"
261013            IF  MODE-ERASE
261013                OPEN  OUTPUT  AREN-FILE
261013                IF  WK-AREN-STATUS  NOT  =  "00"
261013                    MOVE  'AREN-FILE'      TO  WK-ERR-FILE
261013                    MOVE  WK-AREN-STATUS   TO  WK-ERR-STATUS
261013                    PERFORM  OPEN-ERR-RTN
261013                END-IF
261013            END-IF
261013            PERFORM  ARE-READ-RTN  UNTIL  FLG-ARE-END  =  "1"
261013            PERFORM  GRP-END-RTN
261013        WHEN  "35"
261013            PERFORM  ARC-NONE-RTN
261013        WHEN  OTHER
261013            MOVE  'ARE-FILE'      TO  WK-ERR-FILE
261013            MOVE  WK-ARE-STATUS   TO  WK-ERR-STATUS
261013            PERFORM  OPEN-ERR-RTN
261013      END-EVALUATE.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    ARE-FILE 1件の照合(イメージは例外レコード全体。
261013*    理由コードはイメージの 85 桁目から 10 桁)
261013********************************************************
261013 ARE-READ-RTN           SECTION.
261013      READ  ARE-FILE
261013        AT  END
261013           MOVE  "1"  TO  FLG-ARE-END
261013           CLOSE  ARE-FILE
261013           IF  MODE-ERASE
261013               CLOSE  AREN-FILE
261013           END-IF
261013        NOT  AT  END
261013           ADD  1  TO  CNT-READ
261013           MOVE  ARE-IMAGE(1:83)  TO  IN1-REC
261013           MOVE  IN1-MEMBER-ID  TO  WK-CHK-MID
261013           PERFORM  MID-CHK-RTN
261013           IF  MID-HIT
261013               ADD  1  TO  CNT-HELD
261013               PERFORM  IN1-PSN-RTN
261013               MOVE  ARE-DATE  TO  WK-DATE-IN
261013               PERFORM  DATE-DSP-RTN
261013               MOVE  SPACE  TO  SAR-L-KEY
261013               STRING  ARE-SOURCE         DELIMITED BY SIZE
261013                       " "                DELIMITED BY SIZE
261013                       ARE-IMAGE(85:10)   DELIMITED BY SIZE
261013                       INTO  SAR-L-KEY
261013               PERFORM  SAR-DTL-RTN
261013               IF  MODE-ERASE
261013                   PERFORM  IN1-ERS-RTN
261013                   MOVE  IN1-REC  TO  ARE-IMAGE(1:83)
261013               END-IF
261013           END-IF
261013           IF  MODE-ERASE
261013               MOVE  ARE-REC  TO  AREN-REC
261013               WRITE  AREN-REC
261013           END-IF
261013      END-READ.
261013 EXT.
261013      EXIT.
261013********************************************************
261013*    終了処理
261013********************************************************
261013 END-RTN                SECTION.
261013      MOVE  CNT-TOTAL  TO  WK-EDIT-CNT.
261013      MOVE  SPACE  TO  SAR-REC.
261013      WRITE  SAR-REC.
261013      IF  MODE-ERASE
261013          STRING  "TOTAL RECORDS ERASED : "  DELIMITED BY SIZE
261013                  WK-EDIT-CNT                DELIMITED BY SIZE
261013                  INTO  SAR-REC
261013          WRITE  SAR-REC
261013          MOVE  SPACE  TO  SAR-REC
261013          STRING  "ERASED FILES ARE WRITTEN UNDER NEW NAMES AND "
261013                                             DELIMITED BY SIZE
261013                  "REPLACE THE ORIGINALS AFTER CHECKING"
261013                                             DELIMITED BY SIZE
261013                  INTO  SAR-REC
261013          WRITE  SAR-REC
261013      ELSE
261013          STRING  "TOTAL RECORDS HELD : "    DELIMITED BY SIZE
261013                  WK-EDIT-CNT                DELIMITED BY SIZE
261013                  INTO  SAR-REC
261013          WRITE  SAR-REC
261013      END-IF.
261013      CLOSE  SAR-FILE.
261013      DISPLAY  "*** MEMBER  = " WK-MEMBER    " ***".
261013      DISPLAY  "*** NUMBERS = " TBL-MID-CNT  " ***".
261013      DISPLAY  "*** FILES   = " CNT-FILES    " ***".
261013      DISPLAY  "*** MISSING = " CNT-MISSING  " ***".
261013      DISPLAY  "*** HELD    = " CNT-TOTAL    " ***".
261013      DISPLAY  "*** SAMPLESA END ***".
261013 EXT.
261013      EXIT.
