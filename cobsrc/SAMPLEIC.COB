       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SAMPLEIC.
      ********************************************************
      * プログラム名    ：さんぷる  せいごうせいかんさ
      * 内容            ：人物マスタ(OT1X-FILE)・会員変更履歴
      *                    (HST-FILE)・保守の変更監査(AUD-FILE)
      *                    の三者が食い違っていないかを週次で
      *                    監査する。
      *                    (1) 監査と履歴
      *                        AUD-FILE と HST-FILE を日時順に
      *                        突き合わせ、SAMPLEMT の変更
      *                        (修正・追加・論理削除・統合)ごと
      *                        に、その後に最初に現れた同じ会員
      *                        の履歴が変更後の内容と一致するか
      *                        を確認する。同じ会員の次の変更で
      *                        上書きされた変更、履歴上の現在の
      *                        状態へ戻しただけの変更は対象外と
      *                        する。最後の履歴連携より後の変更
      *                        は反映待ちとして別に一覧する
      *                    (2) マスタと履歴
      *                        HST-FILE を当日まで再生した会員
      *                        ごとの状態を OT1X-FILE と項目単位
      *                        で比較する(氏名・生年月日・性別・
      *                        郵便番号・住所・年代区分、および
      *                        有効／削除の状態)
      *                    不一致のあった会員を項目付きで不一致
      *                    リスト(ICK-FILE)へ出力し、1件でも
      *                    あれば SAMPLECK と同じく終了コード 8
      *                    で終わる(反映待ちだけの場合は 4)。
      *                    夜間チェーン(SAMPLEHU まで)の完了後に
      *                    実行すること。
      * 作成日／作成者  ：２０２６年１０月１５日  保守担当
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
261015*    ファイル名は WK-xxx-FNAME (環境変数で実行時指定可)
261015*    索引編成の人物マスタ(通番キー昇順に順読みする)
261015     SELECT  OT1X-FILE  ASSIGN TO  DYNAMIC
261015             WK-OT1X-FNAME
261015             ORGANIZATION  INDEXED
261015             ACCESS MODE  SEQUENTIAL
261015             RECORD KEY   OT1X-GEN-ID
261015             FILE STATUS  WK-OT1X-STATUS.
261015*    会員変更履歴ファイル(SAMPLEHU が累積追記したもの)
261015     SELECT  HST-FILE  ASSIGN TO  DYNAMIC
261015             WK-HST-FNAME
261015             ORGANIZATION  LINE  SEQUENTIAL
261015             FILE STATUS   WK-HST-STATUS.
261015*    保守の変更監査ファイル(SAMPLEMT が累積追記したもの)
261015     SELECT  AUD-FILE  ASSIGN TO  DYNAMIC
261015             WK-AUD-FNAME
261015             ORGANIZATION  LINE  SEQUENTIAL
261015             FILE STATUS   WK-AUD-STATUS.
261015*    不一致リスト
261015     SELECT  ICK-FILE  ASSIGN TO  DYNAMIC
261015             WK-ICK-FNAME
261015             ORGANIZATION  LINE  SEQUENTIAL
261015             FILE STATUS   WK-ICK-STATUS.
261015*    実行管理ファイル(チェーン共通。開始・終了を追記)
261015     SELECT  RUN-FILE  ASSIGN TO  DYNAMIC
261015             WK-RUN-FNAME
261015             ORGANIZATION  LINE  SEQUENTIAL
261015             FILE STATUS   WK-RUN-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
261015*    索引編成版のレコード定義は COPY 句 OT1XREC を参照
261015 FD  OT1X-FILE.
261015 COPY  OT1XREC.
      *
261015*    履歴レコードの定義は COPY 句 HSTREC を参照
261015 FD  HST-FILE.
261015 COPY  HSTREC.
      *
261015*    変更監査レコード(SAMPLEMT の AUD-REC と同一レイアウト)
261015 FD  AUD-FILE.
261015 01  AUD-REC.
261015   05  AUD-DATE         PIC  9(08).
261015   05  AUD-CM1          PIC  X(01).
261015   05  AUD-TIME         PIC  9(08).
261015   05  AUD-CM2          PIC  X(01).
261015   05  AUD-OPERATOR     PIC  X(10).
261015   05  AUD-CM3          PIC  X(01).
261015   05  AUD-ACTION       PIC  X(01).
261015   05  AUD-CM4          PIC  X(01).
261015   05  AUD-CNT-EFFECT   PIC  X(02).
261015   05  AUD-CM5          PIC  X(01).
261015*      変更前後のレコードイメージ(OT1X-REC の都道府県
261015*      コードまで)
261015   05  AUD-BEFORE       PIC  X(100).
261015   05  AUD-CM6          PIC  X(01).
261015   05  AUD-AFTER        PIC  X(100).
261015   05  AUD-CM7          PIC  X(01).
261015   05  AUD-APPROVER     PIC  X(10).
      *
261015*    不一致リスト(可変長の印字行)
261015 FD  ICK-FILE.
261015 01  ICK-REC              PIC  X(160).
      *
261015*    実行管理レコードの定義は COPY 句 RUNREC を参照
261015 FD  RUN-FILE.
261015 COPY  RUNREC.
      *
       WORKING-STORAGE        SECTION.
261015 01  FLG-AREA.
261015   05  FLG-OT1X-END     PIC  X(01).
261015   05  FLG-HST-END      PIC  X(01).
261015   05  FLG-AUD-END      PIC  X(01).
261015*    監査ファイルを開けたか(未作成なら0件として扱う)
261015   05  FLG-AUD-OPEN     PIC  X(01).
261015     88 AUD-OPENED      VALUE  'Y'.
261015*    会員テーブルで対象会員が見つかったかどうか
261015   05  FLG-MBR-FOUND    PIC  X(01).
261015     88 MBR-FOUND       VALUE  'Y'.
261015*    項目比較で不一致があったか(見出し行の出力済み)
261015   05  FLG-CMP-NG       PIC  X(01).
261015     88 CMP-NG          VALUE  'Y'.
261015*    項目比較に年代区分を含めるか
261015   05  FLG-CMP-BRK      PIC  X(01).
261015     88 CMP-WITH-BRK    VALUE  'Y'.
261015 01  CNT-AREA.
261015*      読込件数
261015   05   CNT-OT1X        PIC  9(09).
261015   05   CNT-HST         PIC  9(09).
261015   05   CNT-AUD         PIC  9(09).
261015*      履歴と突き合わせた監査の変更件数
261015   05   CNT-AUD-CHK     PIC  9(09).
261015*      不一致(監査と履歴・マスタと履歴)と反映待ちの件数
261015   05   CNT-DSC-AUD     PIC  9(09).
261015   05   CNT-DSC-MST     PIC  9(09).
261015   05   CNT-PND         PIC  9(09).
261015*      不一致のあった会員数
261015   05   CNT-DSC-MBR     PIC  9(09).
261015 01  WK-FNAME-AREA.
261015*      実行時に使用するファイル名(未指定時は既定値を使用)
261015   05   WK-OT1X-FNAME   PIC  X(40)
261015                  VALUE  "C:\GnuCobol\file\SAMPLE_OUT_IDX.dat".
261015   05   WK-HST-FNAME    PIC  X(40)
261015                  VALUE  "C:\GnuCobol\file\SAMPLE_HISTORY.txt".
261015   05   WK-AUD-FNAME    PIC  X(40)
261015                  VALUE  "C:\GnuCobol\file\SAMPLE_AUDIT.txt".
261015   05   WK-ICK-FNAME    PIC  X(40)
261015                  VALUE  "C:\GnuCobol\file\SAMPLE_INTEGRITY.txt".
261015   05   WK-RUN-FNAME    PIC  X(40)
261015                  VALUE  "C:\GnuCobol\file\SAMPLE_RUNCTL.txt".
261015   05   WK-ENV-FNAME    PIC  X(40).
261015 01  WK-STATUS-AREA.
261015   05   WK-OT1X-STATUS  PIC  X(02).
261015   05   WK-HST-STATUS   PIC  X(02).
261015   05   WK-AUD-STATUS   PIC  X(02).
261015   05   WK-ICK-STATUS   PIC  X(02).
261015   05   WK-RUN-STATUS   PIC  X(02).
261015 01  WK-DATE-AREA.
261015   05   WK-RUN-DATE     PIC  9(08).
261015   05   WK-RUN-TIME     PIC  9(08).
261015*    実行管理の記録用ワーク
261015 01  WK-RUNCTL-AREA.
261015   05   WK-LOG-TYPE     PIC  X(01).
261015   05   WK-LOG-CNT      PIC  9(09).
261015*    日時順の突合せキー(日付+時刻。ファイル終了時は
261015*    HIGH-VALUE)
261015 01  WK-KEY-AREA.
261015   05   WK-HST-KEY.
261015     10  WK-HST-KEY-D   PIC  9(08).
261015     10  WK-HST-KEY-T   PIC  9(08).
261015   05   WK-AUD-KEY.
261015     10  WK-AUD-KEY-D   PIC  9(08).
261015     10  WK-AUD-KEY-T   PIC  9(08).
261015*      最後の履歴連携の日時(これより後の変更は反映待ち)
261015   05   WK-HST-LAST.
261015     10  WK-HST-LAST-D  PIC  9(08).
261015     10  WK-HST-LAST-T  PIC  9(08).
261015*    監査レコードの変更前後イメージの参照用
261015 01  WK-IMG-BEFORE.
261015   05   IMB-GEN-ID      PIC  X(09).
261015   05   IMB-NAME        PIC  X(12).
261015   05   IMB-BIRTH       PIC  X(10).
261015   05   IMB-SEX         PIC  X(02).
261015   05   IMB-MEMBER-ID   PIC  X(10).
261015   05   IMB-POSTAL      PIC  X(07).
261015   05   IMB-ADDRESS     PIC  X(40).
261015   05   FILLER          PIC  X(10).
261015 01  WK-IMG-AFTER.
261015   05   IMA-GEN-ID      PIC  X(09).
261015   05   IMA-NAME        PIC  X(12).
261015   05   IMA-BIRTH       PIC  X(10).
261015   05   IMA-SEX         PIC  X(02).
261015   05   IMA-MEMBER-ID   PIC  X(10).
261015   05   IMA-POSTAL      PIC  X(07).
261015   05   IMA-ADDRESS     PIC  X(40).
261015   05   FILLER          PIC  X(10).
261015*    会員テーブルの検索・登録用ワーク
261015 01  WK-MBR-AREA.
261015   05   WK-FIND-MBR     PIC  X(10).
261015   05   WK-IX           PIC  9(06).
261015   05   WK-SWEEP-IX     PIC  9(06).
261015*      監査の変更から見込む履歴(P:存在 X:削除)
261015   05   WK-PEND-KIND    PIC  X(01).
261015*    項目比較ワーク(A側:マスタまたは監査、B側:履歴)
261015 01  WK-CMP-AREA.
261015   05   WK-CMP-A.
261015     10  CA-NAME        PIC  X(12).
261015     10  CA-BIRTH       PIC  X(10).
261015     10  CA-SEX         PIC  X(02).
261015     10  CA-POSTAL      PIC  X(07).
261015     10  CA-ADDRESS     PIC  X(40).
261015     10  CA-AGE-BRK     PIC  X(01).
261015   05   WK-CMP-B.
261015     10  CB-NAME        PIC  X(12).
261015     10  CB-BIRTH       PIC  X(10).
261015     10  CB-SEX         PIC  X(02).
261015     10  CB-POSTAL      PIC  X(07).
261015     10  CB-ADDRESS     PIC  X(40).
261015     10  CB-AGE-BRK     PIC  X(01).
261015*      A側の表示名(MASTER／AUDIT)
261015   05   WK-CMP-LBL      PIC  X(07).
261015*      不一致項目1行分
261015   05   WK-FLD-LBL      PIC  X(08).
261015   05   WK-FLD-A        PIC  X(40).
261015   05   WK-FLD-B        PIC  X(40).
261015*    不一致見出し行の編集ワーク
261015 01  WK-DSC-AREA.
261015   05   WK-DSC-MBR      PIC  X(10).
261015   05   WK-DSC-TEXT     PIC  X(100).
261015*      監査の変更の表示(区分・日時・起票者)
261015   05   WK-AUD-DESC     PIC  X(40).
261015*    会員テーブル(マスタ・履歴再生・反映待ちの監査変更を
261015*    会員番号ごとに保持する。初出順に登録する)
261015 01  TBL-MBR-AREA.
261015   05   TBL-MBR-MAX     PIC  9(06)  VALUE  100000.
261015   05   TBL-MBR-CNT     PIC  9(06)  VALUE  0.
261015   05   TBL-MBR-ENT     OCCURS  100000  TIMES
261015                        INDEXED  BY  MBR-IDX.
261015     10  MBR-T-ID       PIC  X(10).
261015*      マスタ上の状態(L:有効あり D:削除済みのみ 空白:無し)
261015*      と有効レコード数・有効レコードの通番
261015     10  MBR-T-MST      PIC  X(01).
261015     10  MBR-T-LIVE-CNT PIC  9(02).
261015     10  MBR-T-GEN-ID   PIC  9(09).
261015     10  MBR-T-M-FLDS   PIC  X(72).
261015*      履歴を再生した状態(E:存在 D:削除 空白:履歴無し)
261015     10  MBR-T-HST      PIC  X(01).
261015     10  MBR-T-H-FLDS   PIC  X(72).
261015*      履歴への反映を待つ監査の変更(P:存在 X:削除
261015*      空白:無し)とその日時・区分・起票者・変更後の値
261015     10  MBR-T-PEND     PIC  X(01).
261015     10  MBR-T-P-KEY    PIC  X(16).
261015     10  MBR-T-P-ACT    PIC  X(01).
261015     10  MBR-T-P-OPR    PIC  X(10).
261015     10  MBR-T-P-FLDS   PIC  X(72).
261015*      不一致リストに載せたか
261015     10  MBR-T-DSC      PIC  X(01).
      *
      ********************************************************
      *    さんぷる せいごうせいかんさ コントロール
      ********************************************************
       PROCEDURE              DIVISION.
261015     PERFORM  INIT-RTN.
261015     PERFORM  OT1X-RTN  UNTIL  FLG-OT1X-END  =  "1".
261015     PERFORM  MRG-RTN
261015       UNTIL  WK-HST-KEY  =  HIGH-VALUE
261015         AND  WK-AUD-KEY  =  HIGH-VALUE.
261015     PERFORM  SWEEP-RTN.
261015     PERFORM  END-RTN.
261015     STOP  RUN.
261015********************************************************
261015*    初期処理
261015********************************************************
261015 INIT-RTN               SECTION.
261015      DISPLAY  "*** SAMPLEIC START ***".
261015      INITIALIZE         FLG-AREA
261015                         CNT-AREA.
261015      ACCEPT  WK-RUN-DATE  FROM  DATE  YYYYMMDD.
261015      ACCEPT  WK-RUN-TIME  FROM  TIME.
261015      MOVE  ZERO  TO  WK-HST-LAST.
261015*    未設定時は WK-FNAME-AREA の既定値のまま変更しない
261015      DISPLAY  "SAMPLE_OT1_IDX_FILE"  UPON  ENVIRONMENT-NAME.
261015      MOVE  SPACE        TO  WK-ENV-FNAME.
261015      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261015      IF  WK-ENV-FNAME  NOT  =  SPACE
261015          MOVE  WK-ENV-FNAME  TO  WK-OT1X-FNAME
261015      END-IF.
261015      DISPLAY  "SAMPLE_HST_FILE"  UPON  ENVIRONMENT-NAME.
261015      MOVE  SPACE        TO  WK-ENV-FNAME.
261015      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261015      IF  WK-ENV-FNAME  NOT  =  SPACE
261015          MOVE  WK-ENV-FNAME  TO  WK-HST-FNAME
261015      END-IF.
261015      DISPLAY  "SAMPLE_AUD_FILE"  UPON  ENVIRONMENT-NAME.
261015      MOVE  SPACE        TO  WK-ENV-FNAME.
261015      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261015      IF  WK-ENV-FNAME  NOT  =  SPACE
261015          MOVE  WK-ENV-FNAME  TO  WK-AUD-FNAME
261015      END-IF.
261015      DISPLAY  "SAMPLE_ICK_FILE"  UPON  ENVIRONMENT-NAME.
261015      MOVE  SPACE        TO  WK-ENV-FNAME.
261015      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261015      IF  WK-ENV-FNAME  NOT  =  SPACE
261015          MOVE  WK-ENV-FNAME  TO  WK-ICK-FNAME
261015      END-IF.
261015      DISPLAY  "SAMPLE_RUN_FILE"  UPON  ENVIRONMENT-NAME.
261015      MOVE  SPACE        TO  WK-ENV-FNAME.
261015      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261015      IF  WK-ENV-FNAME  NOT  =  SPACE
261015          MOVE  WK-ENV-FNAME  TO  WK-RUN-FNAME
261015      END-IF.
261015*    実行管理ファイルへ開始レコードを追記
261015      MOVE  'S'   TO  WK-LOG-TYPE.
261015      MOVE  ZERO  TO  WK-LOG-CNT.
261015      PERFORM  RUN-LOG-RTN.
261015*    マスタと履歴は必須。監査は未作成(status 35)なら0件
261015*    として扱い、それ以外で開けない場合は打ち切る
261015      OPEN  INPUT  OT1X-FILE.
261015      IF  WK-OT1X-STATUS  NOT  =  "00"
261015          DISPLAY  "*** OT1X-FILE OPEN ERROR : "
261015                   WK-OT1X-STATUS  " - RUN ABORTED ***"
261015          PERFORM  ABORT-RTN
261015      END-IF.
261015      OPEN  INPUT  HST-FILE.
261015      IF  WK-HST-STATUS  NOT  =  "00"
261015          DISPLAY  "*** HST-FILE OPEN ERROR : "
261015                   WK-HST-STATUS  " - RUN ABORTED ***"
261015          PERFORM  ABORT-RTN
261015      END-IF.
261015      OPEN  INPUT  AUD-FILE.
261015      EVALUATE  WK-AUD-STATUS
261015        WHEN  "00"
261015            MOVE  'Y'         TO  FLG-AUD-OPEN
261015        WHEN  "35"
261015            DISPLAY  "*** AUD-FILE NOT FOUND - NO AUDIT "
261015                     "RECORDS ***"
261015            MOVE  "1"         TO  FLG-AUD-END
261015        WHEN  OTHER
261015            DISPLAY  "*** AUD-FILE OPEN ERROR : "
261015                   WK-AUD-STATUS  " - RUN ABORTED ***"
261015            PERFORM  ABORT-RTN
261015      END-EVALUATE.
261015      OPEN  OUTPUT  ICK-FILE.
261015      IF  WK-ICK-STATUS  NOT  =  "00"
261015          DISPLAY  "*** ICK-FILE OPEN ERROR : "
261015                   WK-ICK-STATUS  " - RUN ABORTED ***"
261015          PERFORM  ABORT-RTN
261015      END-IF.
261015      MOVE  SPACE  TO  ICK-REC.
261015      STRING  "SAMPLE MASTER / HISTORY / AUDIT INTEGRITY "
261015                               DELIMITED BY SIZE
261015              "AUDIT  RUN : "  DELIMITED BY SIZE
261015              WK-RUN-DATE      DELIMITED BY SIZE
261015              " "              DELIMITED BY SIZE
261015              WK-RUN-TIME      DELIMITED BY SIZE
261015              INTO  ICK-REC.
261015      WRITE  ICK-REC.
261015      MOVE  SPACE  TO  ICK-REC.
261015      WRITE  ICK-REC.
261015      MOVE  SPACE  TO  ICK-REC.
261015      STRING  "1. MAINTENANCE AUDIT (AUD-FILE) VS FOLLOWING "
261015                               DELIMITED BY SIZE
261015              "HISTORY (HST-FILE)"
261015                               DELIMITED BY SIZE
261015              INTO  ICK-REC.
261015      WRITE  ICK-REC.
261015*    日時順突合せの先読み
261015      PERFORM  HST-READ-RTN.
261015      PERFORM  AUD-READ-RTN.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    監査を続けられない場合の打ち切り(終了レコードを
261015*    残してから終了する)
261015********************************************************
261015 ABORT-RTN              SECTION.
261015      MOVE  8          TO  RETURN-CODE.
261015      MOVE  'E'        TO  WK-LOG-TYPE.
261015      MOVE  CNT-OT1X   TO  WK-LOG-CNT.
261015      PERFORM  RUN-LOG-RTN.
261015      STOP  RUN.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    人物マスタを会員テーブルへ読込む(有効レコードを優先
261015*    し、削除済みだけの会員は削除状態とする)
261015********************************************************
261015 OT1X-RTN               SECTION.
261015      READ  OT1X-FILE
261015        AT  END
261015           MOVE  "1"  TO  FLG-OT1X-END
261015           CLOSE  OT1X-FILE
261015        NOT  AT  END
261015           ADD  1  TO  CNT-OT1X
261015           MOVE  OT1X-MEMBER-ID  TO  WK-FIND-MBR
261015           PERFORM  MBR-GET-RTN
261015           IF  OT1X-DELETED
261015               IF  MBR-T-MST (WK-IX)  =  SPACE
261015                   MOVE  'D'  TO  MBR-T-MST (WK-IX)
261015               END-IF
261015           ELSE
261015               ADD  1  TO  MBR-T-LIVE-CNT (WK-IX)
261015               IF  MBR-T-MST (WK-IX)  NOT  =  'L'
261015                   MOVE  'L'          TO  MBR-T-MST (WK-IX)
261015                   MOVE  OT1X-GEN-ID  TO  MBR-T-GEN-ID (WK-IX)
261015                   MOVE  OT1X-NAME     TO  CA-NAME
261015                   MOVE  OT1X-BIRTH    TO  CA-BIRTH
261015                   MOVE  OT1X-SEX      TO  CA-SEX
261015                   MOVE  OT1X-POSTAL   TO  CA-POSTAL
261015                   MOVE  OT1X-ADDRESS  TO  CA-ADDRESS
261015                   MOVE  OT1X-AGE-BRK  TO  CA-AGE-BRK
261015                   MOVE  WK-CMP-A  TO  MBR-T-M-FLDS (WK-IX)
261015               END-IF
261015           END-IF
261015      END-READ.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    会員テーブルの検索(無ければ登録する)。結果の位置を
261015*    WK-IX に返す
261015********************************************************
261015 MBR-GET-RTN            SECTION.
261015      MOVE  SPACE  TO  FLG-MBR-FOUND.
261015      IF  TBL-MBR-CNT  >  0
261015          SET  MBR-IDX  TO  1
261015          SEARCH  TBL-MBR-ENT
261015            AT  END
261015              CONTINUE
261015            WHEN  MBR-IDX  >  TBL-MBR-CNT
261015              CONTINUE
261015            WHEN  MBR-T-ID (MBR-IDX)  =  WK-FIND-MBR
261015              MOVE  'Y'  TO  FLG-MBR-FOUND
261015              SET  WK-IX  TO  MBR-IDX
261015          END-SEARCH
261015      END-IF.
261015      IF  NOT  MBR-FOUND
261015          IF  TBL-MBR-CNT  >=  TBL-MBR-MAX
261015              DISPLAY  "*** MEMBER TABLE OVERFLOW - RUN "
261015                       "ABORTED ***"
261015              MOVE  16  TO  RETURN-CODE
261015              STOP  RUN
261015          END-IF
261015          ADD  1  TO  TBL-MBR-CNT
261015          MOVE  TBL-MBR-CNT  TO  WK-IX
261015          MOVE  WK-FIND-MBR  TO  MBR-T-ID (WK-IX)
261015          MOVE  SPACE        TO  MBR-T-MST (WK-IX)
261015                                 MBR-T-M-FLDS (WK-IX)
261015                                 MBR-T-HST (WK-IX)
261015                                 MBR-T-H-FLDS (WK-IX)
261015                                 MBR-T-PEND (WK-IX)
261015                                 MBR-T-P-KEY (WK-IX)
261015                                 MBR-T-P-ACT (WK-IX)
261015                                 MBR-T-P-OPR (WK-IX)
261015                                 MBR-T-P-FLDS (WK-IX)
261015                                 MBR-T-DSC (WK-IX)
261015          MOVE  ZERO         TO  MBR-T-LIVE-CNT (WK-IX)
261015                                 MBR-T-GEN-ID (WK-IX)
261015      END-IF.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    履歴1件の先読み(当日より後の日付は再生しない)
261015********************************************************
261015 HST-READ-RTN           SECTION.
261015      PERFORM  HST-READ-ONE-RTN.
261015      PERFORM  HST-READ-ONE-RTN
261015        UNTIL  FLG-HST-END  =  "1"
261015          OR   WK-HST-KEY-D  NOT  >  WK-RUN-DATE.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    履歴ファイルの1件読込み
261015********************************************************
261015 HST-READ-ONE-RTN       SECTION.
261015      READ  HST-FILE
261015        AT  END
261015           MOVE  "1"         TO  FLG-HST-END
261015           MOVE  HIGH-VALUE  TO  WK-HST-KEY
261015        NOT  AT  END
261015           MOVE  HST-EFF-DATE  TO  WK-HST-KEY-D
261015           MOVE  HST-EFF-TIME  TO  WK-HST-KEY-T
261015      END-READ.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    監査1件の先読み
261015********************************************************
261015 AUD-READ-RTN           SECTION.
261015      IF  FLG-AUD-END  =  "1"
261015          MOVE  HIGH-VALUE  TO  WK-AUD-KEY
261015      ELSE
261015          READ  AUD-FILE
261015            AT  END
261015               MOVE  "1"         TO  FLG-AUD-END
261015               MOVE  HIGH-VALUE  TO  WK-AUD-KEY
261015            NOT  AT  END
261015               MOVE  AUD-DATE  TO  WK-AUD-KEY-D
261015               MOVE  AUD-TIME  TO  WK-AUD-KEY-T
261015          END-READ
261015      END-IF.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    監査と履歴を日時順に1件ずつ処理する(同じ日時なら
261015*    監査を先に処理する)
261015********************************************************
261015 MRG-RTN                SECTION.
261015      IF  WK-AUD-KEY  NOT  >  WK-HST-KEY
261015          PERFORM  AUD-EVT-RTN
261015          PERFORM  AUD-READ-RTN
261015      ELSE
261015          PERFORM  HST-EVT-RTN
261015          PERFORM  HST-READ-RTN
261015      END-IF.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    監査1件：SAMPLEMT の変更から、その後の履歴に現れる
261015*    べき内容を会員ごとに控える(照会・消去など履歴を
261015*    伴わない区分は対象外)
261015********************************************************
261015 AUD-EVT-RTN            SECTION.
261015      ADD  1  TO  CNT-AUD.
261015      MOVE  AUD-BEFORE  TO  WK-IMG-BEFORE.
261015      MOVE  AUD-AFTER   TO  WK-IMG-AFTER.
261015      EVALUATE  AUD-ACTION
261015        WHEN  'A'
261015            MOVE  IMA-MEMBER-ID  TO  WK-FIND-MBR
261015            MOVE  'P'            TO  WK-PEND-KIND
261015            PERFORM  PEND-SET-RTN
261015        WHEN  'M'
261015*           会員番号を変えた修正は旧番号の削除と新番号の
261015*           追加として履歴に現れる
261015            IF  IMB-MEMBER-ID  NOT  =  IMA-MEMBER-ID
261015                MOVE  IMB-MEMBER-ID  TO  WK-FIND-MBR
261015                MOVE  'X'            TO  WK-PEND-KIND
261015                PERFORM  PEND-SET-RTN
261015            END-IF
261015            MOVE  IMA-MEMBER-ID  TO  WK-FIND-MBR
261015            MOVE  'P'            TO  WK-PEND-KIND
261015            PERFORM  PEND-SET-RTN
261015        WHEN  'L'
261015        WHEN  'G'
261015            MOVE  IMB-MEMBER-ID  TO  WK-FIND-MBR
261015            MOVE  'X'            TO  WK-PEND-KIND
261015            PERFORM  PEND-SET-RTN
261015        WHEN  OTHER
261015            CONTINUE
261015      END-EVALUATE.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    監査の変更を反映待ちとして控える。同じ会員の前の
261015*    反映待ちは上書きする(履歴には最後の変更だけが現れる
261015*    ため)。履歴上の現在の状態と変わらない変更は、履歴に
261015*    現れないのが正しいため控えない
261015********************************************************
261015 PEND-SET-RTN           SECTION.
261015      ADD  1  TO  CNT-AUD-CHK.
261015      PERFORM  MBR-GET-RTN.
261015      MOVE  SPACE          TO  WK-CMP-A.
261015      MOVE  IMA-NAME       TO  CA-NAME.
261015      MOVE  IMA-BIRTH      TO  CA-BIRTH.
261015      MOVE  IMA-SEX        TO  CA-SEX.
261015      MOVE  IMA-POSTAL     TO  CA-POSTAL.
261015      MOVE  IMA-ADDRESS    TO  CA-ADDRESS.
261015      MOVE  MBR-T-H-FLDS (WK-IX)  TO  WK-CMP-B.
261015      MOVE  SPACE          TO  CB-AGE-BRK.
261015      IF  WK-PEND-KIND  =  'P'
261015          AND  MBR-T-HST (WK-IX)  =  'E'
261015          AND  WK-CMP-A  =  WK-CMP-B
261015          MOVE  SPACE  TO  MBR-T-PEND (WK-IX)
261015      ELSE
261015          IF  WK-PEND-KIND  =  'X'
261015              AND  MBR-T-HST (WK-IX)  NOT  =  'E'
261015              MOVE  SPACE  TO  MBR-T-PEND (WK-IX)
261015          ELSE
261015              MOVE  WK-PEND-KIND  TO  MBR-T-PEND (WK-IX)
261015              MOVE  WK-AUD-KEY    TO  MBR-T-P-KEY (WK-IX)
261015              MOVE  AUD-ACTION    TO  MBR-T-P-ACT (WK-IX)
261015              MOVE  AUD-OPERATOR  TO  MBR-T-P-OPR (WK-IX)
261015              MOVE  WK-CMP-A      TO  MBR-T-P-FLDS (WK-IX)
261015          END-IF
261015      END-IF.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    履歴1件：反映待ちの監査の変更があれば内容を照合し、
261015*    再生状態を更新する
261015********************************************************
261015 HST-EVT-RTN            SECTION.
261015      ADD  1  TO  CNT-HST.
261015      MOVE  WK-HST-KEY     TO  WK-HST-LAST.
261015      MOVE  HST-MEMBER-ID  TO  WK-FIND-MBR.
261015      PERFORM  MBR-GET-RTN.
261015      IF  MBR-T-PEND (WK-IX)  NOT  =  SPACE
261015          PERFORM  PEND-CHK-RTN
261015      END-IF.
261015      IF  HST-ACTION  =  'D'
261015          MOVE  'D'  TO  MBR-T-HST (WK-IX)
261015      ELSE
261015          MOVE  'E'            TO  MBR-T-HST (WK-IX)
261015          MOVE  HST-NAME       TO  CB-NAME
261015          MOVE  HST-BIRTH      TO  CB-BIRTH
261015          MOVE  HST-SEX        TO  CB-SEX
261015          MOVE  HST-POSTAL     TO  CB-POSTAL
261015          MOVE  HST-ADDRESS    TO  CB-ADDRESS
261015          MOVE  HST-AGE-BRK    TO  CB-AGE-BRK
261015          MOVE  WK-CMP-B  TO  MBR-T-H-FLDS (WK-IX)
261015      END-IF.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    反映待ちの監査の変更と、その後最初の履歴との照合
261015********************************************************
261015 PEND-CHK-RTN           SECTION.
261015      PERFORM  AUD-DESC-RTN.
261015      MOVE  MBR-T-ID (WK-IX)  TO  WK-DSC-MBR.
261015      IF  MBR-T-PEND (WK-IX)  =  'X'
261015*         論理削除・統合の後は削除(D)が現れるはず
261015          IF  HST-ACTION  NOT  =  'D'
261015              MOVE  SPACE  TO  WK-DSC-TEXT
261015              STRING  WK-AUD-DESC   DELIMITED BY SIZE
261015                      " : HISTORY " DELIMITED BY SIZE
261015                      HST-EFF-DATE  DELIMITED BY SIZE
261015                      " SHOWS "     DELIMITED BY SIZE
261015                      HST-ACTION    DELIMITED BY SIZE
261015                      " NOT D"      DELIMITED BY SIZE
261015                      INTO  WK-DSC-TEXT
261015              PERFORM  DSC-AUD-RTN
261015          END-IF
261015      ELSE
261015*         追加・修正の後は変更後の内容の追加・変更が
261015*         現れるはず
261015          IF  HST-ACTION  =  'D'
261015              MOVE  SPACE  TO  WK-DSC-TEXT
261015              STRING  WK-AUD-DESC   DELIMITED BY SIZE
261015                      " : HISTORY " DELIMITED BY SIZE
261015                      HST-EFF-DATE  DELIMITED BY SIZE
261015                      " SHOWS D"    DELIMITED BY SIZE
261015                      INTO  WK-DSC-TEXT
261015              PERFORM  DSC-AUD-RTN
261015          ELSE
261015              MOVE  MBR-T-P-FLDS (WK-IX)  TO  WK-CMP-A
261015              MOVE  HST-NAME       TO  CB-NAME
261015              MOVE  HST-BIRTH      TO  CB-BIRTH
261015              MOVE  HST-SEX        TO  CB-SEX
261015              MOVE  HST-POSTAL     TO  CB-POSTAL
261015              MOVE  HST-ADDRESS    TO  CB-ADDRESS
261015              MOVE  SPACE          TO  CB-AGE-BRK
261015              MOVE  SPACE  TO  WK-DSC-TEXT
261015              STRING  WK-AUD-DESC   DELIMITED BY SIZE
261015                      " : HISTORY " DELIMITED BY SIZE
261015                      HST-EFF-DATE  DELIMITED BY SIZE
261015                      " "           DELIMITED BY SIZE
261015                      HST-ACTION    DELIMITED BY SIZE
261015                      " DIFFERS"    DELIMITED BY SIZE
261015                      INTO  WK-DSC-TEXT
261015              MOVE  'AUDIT  '  TO  WK-CMP-LBL
261015              MOVE  SPACE      TO  FLG-CMP-BRK
261015              PERFORM  FLD-CHK-RTN
261015              IF  CMP-NG
261015                  ADD  1  TO  CNT-DSC-AUD
261015              END-IF
261015          END-IF
261015      END-IF.
261015      MOVE  SPACE  TO  MBR-T-PEND (WK-IX).
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    監査の変更の表示編集(区分・日時・起票者)
261015********************************************************
261015 AUD-DESC-RTN           SECTION.
261015      MOVE  SPACE  TO  WK-AUD-DESC.
261015      STRING  "AUDIT "                  DELIMITED BY SIZE
261015              MBR-T-P-ACT (WK-IX)       DELIMITED BY SIZE
261015              " "                       DELIMITED BY SIZE
261015              MBR-T-P-KEY (WK-IX)(1:8)  DELIMITED BY SIZE
261015              " "                       DELIMITED BY SIZE
261015              MBR-T-P-KEY (WK-IX)(9:8)  DELIMITED BY SIZE
261015              " BY "                    DELIMITED BY SIZE
261015              MBR-T-P-OPR (WK-IX)       DELIMITED BY SIZE
261015              INTO  WK-AUD-DESC.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    監査と履歴の不一致1件(見出し行のみ)
261015********************************************************
261015 DSC-AUD-RTN            SECTION.
261015      PERFORM  DSC-HDR-RTN.
261015      ADD  1  TO  CNT-DSC-AUD.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    不一致の見出し行(会員番号と内容)。会員ごとに初回だけ
261015*    不一致会員数に数える
261015********************************************************
261015 DSC-HDR-RTN            SECTION.
261015      MOVE  SPACE  TO  ICK-REC.
261015      STRING  "  "          DELIMITED BY SIZE
261015              WK-DSC-MBR    DELIMITED BY SIZE
261015              "  "          DELIMITED BY SIZE
261015              WK-DSC-TEXT   DELIMITED BY SIZE
261015              INTO  ICK-REC.
261015      WRITE  ICK-REC.
261015      IF  MBR-T-DSC (WK-IX)  NOT  =  'Y'
261015          MOVE  'Y'  TO  MBR-T-DSC (WK-IX)
261015          ADD  1  TO  CNT-DSC-MBR
261015      END-IF.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    項目単位の比較(WK-CMP-A と WK-CMP-B)。最初の不一致で
261015*    見出し行(WK-DSC-TEXT)を出し、項目ごとに1行出力する
261015********************************************************
261015 FLD-CHK-RTN            SECTION.
261015      MOVE  SPACE  TO  FLG-CMP-NG.
261015      IF  CA-NAME  NOT  =  CB-NAME
261015          MOVE  'NAME'      TO  WK-FLD-LBL
261015          MOVE  CA-NAME     TO  WK-FLD-A
261015          MOVE  CB-NAME     TO  WK-FLD-B
261015          PERFORM  FLD-OUT-RTN
261015      END-IF.
261015      IF  CA-BIRTH  NOT  =  CB-BIRTH
261015          MOVE  'BIRTH'     TO  WK-FLD-LBL
261015          MOVE  CA-BIRTH    TO  WK-FLD-A
261015          MOVE  CB-BIRTH    TO  WK-FLD-B
261015          PERFORM  FLD-OUT-RTN
261015      END-IF.
261015      IF  CA-SEX  NOT  =  CB-SEX
261015          MOVE  'SEX'       TO  WK-FLD-LBL
261015          MOVE  CA-SEX      TO  WK-FLD-A
261015          MOVE  CB-SEX      TO  WK-FLD-B
261015          PERFORM  FLD-OUT-RTN
261015      END-IF.
261015      IF  CA-POSTAL  NOT  =  CB-POSTAL
261015          MOVE  'POSTAL'    TO  WK-FLD-LBL
261015          MOVE  CA-POSTAL   TO  WK-FLD-A
261015          MOVE  CB-POSTAL   TO  WK-FLD-B
261015          PERFORM  FLD-OUT-RTN
261015      END-IF.
261015      IF  CA-ADDRESS  NOT  =  CB-ADDRESS
261015          MOVE  'ADDRESS'   TO  WK-FLD-LBL
261015          MOVE  CA-ADDRESS  TO  WK-FLD-A
261015          MOVE  CB-ADDRESS  TO  WK-FLD-B
261015          PERFORM  FLD-OUT-RTN
261015      END-IF.
261015      IF  CMP-WITH-BRK
261015          AND  CA-AGE-BRK  NOT  =  CB-AGE-BRK
261015          MOVE  'AGE-BRK'   TO  WK-FLD-LBL
261015          MOVE  CA-AGE-BRK  TO  WK-FLD-A
261015          MOVE  CB-AGE-BRK  TO  WK-FLD-B
261015          PERFORM  FLD-OUT-RTN
261015      END-IF.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    不一致項目1行の出力(初回は見出し行を先に出す)
261015********************************************************
261015 FLD-OUT-RTN            SECTION.
261015      IF  NOT  CMP-NG
261015          MOVE  'Y'  TO  FLG-CMP-NG
261015          PERFORM  DSC-HDR-RTN
261015      END-IF.
261015      MOVE  SPACE  TO  ICK-REC.
261015      STRING  "      "      DELIMITED BY SIZE
261015              WK-FLD-LBL    DELIMITED BY SIZE
261015              " "           DELIMITED BY SIZE
261015              WK-CMP-LBL    DELIMITED BY SIZE
261015              "="           DELIMITED BY SIZE
261015              WK-FLD-A      DELIMITED BY SIZE
261015              " HISTORY="   DELIMITED BY SIZE
261015              WK-FLD-B      DELIMITED BY SIZE
261015              INTO  ICK-REC.
261015      WRITE  ICK-REC.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    会員テーブルの掃き出し：(1) 履歴が続かなかった監査の
261015*    変更 (2) マスタと履歴の比較 (3) 反映待ち の順に出力
261015********************************************************
261015 SWEEP-RTN              SECTION.
261015      CLOSE  HST-FILE.
261015      IF  AUD-OPENED
261015          CLOSE  AUD-FILE
261015      END-IF.
261015      PERFORM  SWEEP-AUD-RTN
261015        VARYING  WK-SWEEP-IX  FROM  1  BY  1
261015        UNTIL    WK-SWEEP-IX  >  TBL-MBR-CNT.
261015      MOVE  SPACE  TO  ICK-REC.
261015      WRITE  ICK-REC.
261015      MOVE  SPACE  TO  ICK-REC.
261015      STRING  "2. MASTER (OT1X-FILE) VS HISTORY (HST-FILE) "
261015                               DELIMITED BY SIZE
261015              "REPLAYED TO "   DELIMITED BY SIZE
261015              WK-RUN-DATE      DELIMITED BY SIZE
261015              INTO  ICK-REC.
261015      WRITE  ICK-REC.
261015      PERFORM  SWEEP-MST-RTN
261015        VARYING  WK-SWEEP-IX  FROM  1  BY  1
261015        UNTIL    WK-SWEEP-IX  >  TBL-MBR-CNT.
261015      MOVE  SPACE  TO  ICK-REC.
261015      WRITE  ICK-REC.
261015      MOVE  SPACE  TO  ICK-REC.
261015      STRING  "3. CHANGES AFTER LAST HISTORY RUN "
261015                               DELIMITED BY SIZE
261015              WK-HST-LAST-D    DELIMITED BY SIZE
261015              " "              DELIMITED BY SIZE
261015              WK-HST-LAST-T    DELIMITED BY SIZE
261015              " (PENDING - NOT COMPARED)"
261015                               DELIMITED BY SIZE
261015              INTO  ICK-REC.
261015      WRITE  ICK-REC.
261015      PERFORM  SWEEP-PND-RTN
261015        VARYING  WK-SWEEP-IX  FROM  1  BY  1
261015        UNTIL    WK-SWEEP-IX  >  TBL-MBR-CNT.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    最後の履歴連携より前の監査の変更で、履歴が続かな
261015*    かったもの(反映されずに失われた変更)
261015********************************************************
261015 SWEEP-AUD-RTN          SECTION.
261015      MOVE  WK-SWEEP-IX  TO  WK-IX.
261015      IF  MBR-T-PEND (WK-IX)  NOT  =  SPACE
261015          AND  MBR-T-P-KEY (WK-IX)  <  WK-HST-LAST
261015          PERFORM  AUD-DESC-RTN
261015          MOVE  MBR-T-ID (WK-IX)  TO  WK-DSC-MBR
261015          MOVE  SPACE  TO  WK-DSC-TEXT
261015          STRING  WK-AUD-DESC   DELIMITED BY SIZE
261015                  " : NO HISTORY ENTRY FOLLOWED"
261015                                DELIMITED BY SIZE
261015                  INTO  WK-DSC-TEXT
261015          PERFORM  DSC-AUD-RTN
261015          MOVE  SPACE  TO  MBR-T-PEND (WK-IX)
261015      END-IF.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    会員1件のマスタと履歴の比較(反映待ちの会員は比較
261015*    しない)
261015********************************************************
261015 SWEEP-MST-RTN          SECTION.
261015      MOVE  WK-SWEEP-IX  TO  WK-IX.
261015      MOVE  MBR-T-ID (WK-IX)  TO  WK-DSC-MBR.
261015      MOVE  SPACE  TO  WK-DSC-TEXT.
261015      IF  MBR-T-PEND (WK-IX)  =  SPACE
261015          EVALUATE  TRUE
261015            WHEN  MBR-T-MST (WK-IX)  =  'L'
261015              AND MBR-T-LIVE-CNT (WK-IX)  >  1
261015                STRING  MBR-T-LIVE-CNT (WK-IX)
261015                                    DELIMITED BY SIZE
261015                        " LIVE RECORDS ON MASTER"
261015                                    DELIMITED BY SIZE
261015                        INTO  WK-DSC-TEXT
261015                PERFORM  DSC-MST-RTN
261015            WHEN  MBR-T-MST (WK-IX)  =  'L'
261015              AND MBR-T-HST (WK-IX)  =  SPACE
261015                MOVE  "LIVE ON MASTER, NO HISTORY"
261015                                    TO  WK-DSC-TEXT
261015                PERFORM  DSC-MST-RTN
261015            WHEN  MBR-T-MST (WK-IX)  =  'L'
261015              AND MBR-T-HST (WK-IX)  =  'D'
261015                MOVE  "LIVE ON MASTER, DELETED IN HISTORY"
261015                                    TO  WK-DSC-TEXT
261015                PERFORM  DSC-MST-RTN
261015            WHEN  MBR-T-MST (WK-IX)  =  'L'
261015                MOVE  MBR-T-M-FLDS (WK-IX)  TO  WK-CMP-A
261015                MOVE  MBR-T-H-FLDS (WK-IX)  TO  WK-CMP-B
261015                STRING  "FIELDS DIFFER (MASTER GEN-ID "
261015                                    DELIMITED BY SIZE
261015                        MBR-T-GEN-ID (WK-IX)
261015                                    DELIMITED BY SIZE
261015                        ")"         DELIMITED BY SIZE
261015                        INTO  WK-DSC-TEXT
261015                MOVE  'MASTER '  TO  WK-CMP-LBL
261015                MOVE  'Y'        TO  FLG-CMP-BRK
261015                PERFORM  FLD-CHK-RTN
261015                IF  CMP-NG
261015                    ADD  1  TO  CNT-DSC-MST
261015                END-IF
261015            WHEN  MBR-T-HST (WK-IX)  =  'E'
261015              AND MBR-T-MST (WK-IX)  =  'D'
261015                MOVE  "DELETED ON MASTER, LIVE IN HISTORY"
261015                                    TO  WK-DSC-TEXT
261015                PERFORM  DSC-MST-RTN
261015            WHEN  MBR-T-HST (WK-IX)  =  'E'
261015                MOVE  "NOT ON MASTER, LIVE IN HISTORY"
261015                                    TO  WK-DSC-TEXT
261015                PERFORM  DSC-MST-RTN
261015            WHEN  OTHER
261015                CONTINUE
261015          END-EVALUATE
261015      END-IF.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    マスタと履歴の不一致1件(見出し行のみ)
261015********************************************************
261015 DSC-MST-RTN            SECTION.
261015      PERFORM  DSC-HDR-RTN.
261015      ADD  1  TO  CNT-DSC-MST.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    反映待ちの監査の変更1件(不一致には数えない)
261015********************************************************
261015 SWEEP-PND-RTN          SECTION.
261015      MOVE  WK-SWEEP-IX  TO  WK-IX.
261015      IF  MBR-T-PEND (WK-IX)  NOT  =  SPACE
261015          ADD  1  TO  CNT-PND
261015          PERFORM  AUD-DESC-RTN
261015          MOVE  SPACE  TO  ICK-REC
261015          STRING  "  "                DELIMITED BY SIZE
261015                  MBR-T-ID (WK-IX)    DELIMITED BY SIZE
261015                  "  "                DELIMITED BY SIZE
261015                  WK-AUD-DESC         DELIMITED BY SIZE
261015                  " : NOT YET IN HISTORY"
261015                                      DELIMITED BY SIZE
261015                  INTO  ICK-REC
261015          WRITE  ICK-REC
261015      END-IF.
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    終了処理(不一致があれば SAMPLECK と同じく終了コード
261015*    8、反映待ちだけなら 4 とする)
261015********************************************************
261015 END-RTN                SECTION.
261015      MOVE  SPACE  TO  ICK-REC.
261015      WRITE  ICK-REC.
261015      MOVE  SPACE  TO  ICK-REC.
261015      STRING  "MASTER RECORDS    : "  DELIMITED BY SIZE
261015              CNT-OT1X                DELIMITED BY SIZE
261015              "  MEMBERS : "          DELIMITED BY SIZE
261015              TBL-MBR-CNT             DELIMITED BY SIZE
261015              INTO  ICK-REC.
261015      WRITE  ICK-REC.
261015      MOVE  SPACE  TO  ICK-REC.
261015      STRING  "HISTORY RECORDS   : "  DELIMITED BY SIZE
261015              CNT-HST                 DELIMITED BY SIZE
261015              "  AUDIT RECORDS : "    DELIMITED BY SIZE
261015              CNT-AUD                 DELIMITED BY SIZE
261015              "  CHANGES CHECKED : "  DELIMITED BY SIZE
261015              CNT-AUD-CHK             DELIMITED BY SIZE
261015              INTO  ICK-REC.
261015      WRITE  ICK-REC.
261015      MOVE  SPACE  TO  ICK-REC.
261015      STRING  "AUDIT/HISTORY DISCREPANCIES  : "
261015                                      DELIMITED BY SIZE
261015              CNT-DSC-AUD             DELIMITED BY SIZE
261015              INTO  ICK-REC.
261015      WRITE  ICK-REC.
261015      MOVE  SPACE  TO  ICK-REC.
261015      STRING  "MASTER/HISTORY DISCREPANCIES : "
261015                                      DELIMITED BY SIZE
261015              CNT-DSC-MST             DELIMITED BY SIZE
261015              INTO  ICK-REC.
261015      WRITE  ICK-REC.
261015      MOVE  SPACE  TO  ICK-REC.
261015      STRING  "MEMBERS WITH DISCREPANCIES   : "
261015                                      DELIMITED BY SIZE
261015              CNT-DSC-MBR             DELIMITED BY SIZE
261015              "  PENDING : "          DELIMITED BY SIZE
261015              CNT-PND                 DELIMITED BY SIZE
261015              INTO  ICK-REC.
261015      WRITE  ICK-REC.
261015      MOVE  SPACE  TO  ICK-REC.
261015      EVALUATE  TRUE
261015        WHEN  CNT-DSC-MBR  >  0
261015            MOVE  "RESULT : DISCREPANCIES FOUND"  TO  ICK-REC
261015            MOVE  8  TO  RETURN-CODE
261015        WHEN  CNT-PND  >  0
261015            MOVE  "RESULT : OK EXCEPT PENDING CHANGES"
261015                                                 TO  ICK-REC
261015            IF  RETURN-CODE  =  0
261015                MOVE  4  TO  RETURN-CODE
261015            END-IF
261015        WHEN  OTHER
261015            MOVE  "RESULT : OK"  TO  ICK-REC
261015      END-EVALUATE.
261015      WRITE  ICK-REC.
261015      CLOSE  ICK-FILE.
261015      DISPLAY  "*** OT1X    = " CNT-OT1X    " ***".
261015      DISPLAY  "*** HST     = " CNT-HST     " ***".
261015      DISPLAY  "*** AUD     = " CNT-AUD     " ***".
261015      DISPLAY  "*** DSC-AUD = " CNT-DSC-AUD " ***".
261015      DISPLAY  "*** DSC-MST = " CNT-DSC-MST " ***".
261015      DISPLAY  "*** DSC-MBR = " CNT-DSC-MBR " ***".
261015      DISPLAY  "*** PENDING = " CNT-PND     " ***".
261015*    実行管理ファイルへ終了レコードを追記
261015      MOVE  'E'       TO  WK-LOG-TYPE.
261015      MOVE  CNT-OT1X  TO  WK-LOG-CNT.
261015      PERFORM  RUN-LOG-RTN.
261015      DISPLAY  "*** SAMPLEIC END ***".
261015 EXT.
261015      EXIT.
261015********************************************************
261015*    実行管理レコードの追記(記録区分・件数は設定済み。
261015*    累積ファイルのため追記で開き、未作成(status 35)の場合
261015*    だけ新規作成する)
261015********************************************************
261015 RUN-LOG-RTN            SECTION.
261015      OPEN  EXTEND  RUN-FILE.
261015      IF  WK-RUN-STATUS  =  "35"
261015          OPEN  OUTPUT  RUN-FILE
261015      END-IF.
261015      IF  WK-RUN-STATUS  NOT  =  "00"
261015*         実行記録が残らないと朝の報告が成り立たないため、
261015*         エラー終了コードへ反映する
261015          DISPLAY  "*** RUN-FILE OPEN ERROR : "
261015                   WK-RUN-STATUS  " ***"
261015          IF  RETURN-CODE  =  0
261015              MOVE  8  TO  RETURN-CODE
261015          END-IF
261015      ELSE
261015*         記録時刻は記録のたびに取り直す
261015          ACCEPT  WK-RUN-TIME  FROM  TIME
261015          MOVE  SPACE        TO  RUN-REC
261015          MOVE  WK-RUN-DATE  TO  RUN-DATE
261015          MOVE  WK-RUN-TIME  TO  RUN-TIME
261015          MOVE  'SAMPLEIC'   TO  RUN-PGM
261015          MOVE  WK-LOG-TYPE  TO  RUN-TYPE
261015          MOVE  WK-LOG-CNT   TO  RUN-IN-CNT
261015          MOVE  RETURN-CODE  TO  RUN-CC
261015          MOVE  ','          TO  RUN-CM1  RUN-CM2  RUN-CM3
261015                                 RUN-CM4  RUN-CM5
261015          WRITE  RUN-REC
261015          CLOSE  RUN-FILE
261015      END-IF.
261015 EXT.
261015      EXIT.
