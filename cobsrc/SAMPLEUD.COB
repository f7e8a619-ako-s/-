       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SAMPLEUD.
      ********************************************************
      * プログラム名    ：さんぷる  へんれいとりこみ
      * 内容            ：郵送委託先から戻ってくる返戻郵便ファイル
      *                    (RTM-FILE。世帯番号 MLG-HH-ID 単位)を
      *                    取り込み、宛所不明として返戻された世帯
      *                    の会員全員に人物マスタ(OT1X-FILE)の宛所
      *                    不明フラグを立てる。世帯番号は世帯まとめ
      *                    (SAMPLEHH)の実行ごとに採番し直されるため、
      *                    返戻の元になった回の郵送抽出ファイル
      *                    (MLG-FILE)で世帯番号を郵便番号+住所へ
      *                    戻してから、同じ住所の有効会員を引き
      *                    当てる(次回の SAMPLEHH 実行で MLG-FILE
      *                    が作り直される前に実行すること)。
      *                    フラグの立った世帯は SAMPLEHH の郵送
      *                    対象から除かれ、保守プログラム(SAMPLEMT)
      *                    で住所が変更されると解除される。
      *                    夜間の人物マスタ作り直し(SAMPLE)では、
      *                    郵便番号・住所が前回と同じ会員のフラグ
      *                    は引き継がれ、変わった会員のフラグは解除
      *                    される。
      *                    環境変数 SAMPLE_UND_MODE=LIST の場合は
      *                    取込みを行わず、宛所不明の世帯を都道府県
      *                    (OT1X-PREF)別にまとめた月次一覧
      *                    (UDL-FILE)を出力する。対象月は環境変数
      *                    SAMPLE_UDL_MONTH(YYYYMM。未指定時は実行
      *                    月)で、対象月に宛所不明となった世帯に
      *                    印を付ける。
      * 作成日／作成者  ：２０２６年０９月２４日  保守担当
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
260924*    ファイル名は WK-xxx-FNAME (環境変数で実行時指定可)
260924*    返戻郵便ファイル(郵送委託先から受領する)
260924     SELECT  RTM-FILE  ASSIGN TO  DYNAMIC
260924             WK-RTM-FNAME
260924             ORGANIZATION  LINE  SEQUENTIAL
260924             FILE STATUS   WK-RTM-STATUS.
260924*    返戻の元になった回の郵送抽出ファイル(SAMPLEHH の出力)
260924     SELECT  MLG-FILE  ASSIGN TO  DYNAMIC
260924             WK-MLG-FNAME
260924             ORGANIZATION  LINE  SEQUENTIAL
260924             FILE STATUS   WK-MLG-STATUS.
260924*    索引編成の人物マスタ(順読みしながら書き戻す)
260924     SELECT  OT1X-FILE  ASSIGN TO  DYNAMIC
260924             WK-OT1X-FNAME
260924             ORGANIZATION  INDEXED
260924             ACCESS MODE  SEQUENTIAL
260924             RECORD KEY   OT1X-GEN-ID
260924             FILE STATUS  WK-OT1X-STATUS.
260924*    宛所不明世帯の月次一覧(都道府県別)
260924     SELECT  UDL-FILE  ASSIGN TO  DYNAMIC
260924             WK-UDL-FNAME
260924             ORGANIZATION  LINE  SEQUENTIAL
260924             FILE STATUS   WK-UDL-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
260924*    返戻郵便レコード(世帯番号は返戻の元になった回の
260924*    MLG-HH-ID)
260924 FD  RTM-FILE.
260924 01  RTM-REC.
260924   05  RTM-HH-ID        PIC  X(06).
260924   05  RTM-CM1          PIC  X(01).
260924*      返戻日 YYYYMMDD
260924   05  RTM-RET-DATE     PIC  X(08).
260924   05  RTM-CM2          PIC  X(01).
260924*      返戻理由(郵送委託先の理由コード・表記のまま)
260924   05  RTM-REASON       PIC  X(10).
      *
260924*    世帯ごとの郵送抽出レコード(SAMPLEHH の MLG-REC と同一
260924*    レイアウト)
260924 FD  MLG-FILE.
260924 01  MLG-REC.
260924   05  MLG-HH-ID        PIC  9(06).
260924   05  MLG-CM1          PIC  X(01).
260924   05  MLG-NAME         PIC  X(12).
260924   05  MLG-CM2          PIC  X(01).
260924   05  MLG-POSTAL       PIC  X(07).
260924   05  MLG-CM3          PIC  X(01).
260924   05  MLG-ADDRESS      PIC  X(40).
260924   05  MLG-CM4          PIC  X(01).
260924   05  MLG-CNT          PIC  9(03).
      *
260924*    索引編成版のレコード定義は COPY 句 OT1XREC を参照
260924 FD  OT1X-FILE.
260924 COPY  OT1XREC.
      *
260924*    宛所不明世帯の月次一覧(印字イメージ)
260924 FD  UDL-FILE.
260924 01  UDL-REC              PIC  X(132).
      *
       WORKING-STORAGE        SECTION.
260924 01  FLG-AREA.
260924   05  FLG-RTM-END      PIC  X(01).
260924   05  FLG-MLG-END      PIC  X(01).
260924   05  FLG-OT1X-END     PIC  X(01).
260924*    実行モード('L':月次一覧。既定は返戻取込み)
260924   05  FLG-MODE        PIC  X(01).
260924     88 LIST-MODE      VALUE  'L'.
260924*    一覧で処理中の都道府県に該当世帯があったか
260924   05  FLG-PREF-HIT    PIC  X(01).
260924     88 PREF-HIT       VALUE  'Y'.
260924 01  CNT-AREA.
260924   05   CNT-RTM         PIC  9(09).
260924   05   CNT-MLG         PIC  9(09).
260924   05   CNT-OT1X        PIC  9(09).
260924*      返戻として受け付けた世帯数
260924   05   CNT-HH-RET      PIC  9(09).
260924*      同じ世帯の重複返戻
260924   05   CNT-HH-DUP      PIC  9(09).
260924*      世帯番号が不正・郵送抽出に無いため読み飛ばした件数
260924   05   CNT-SKIP        PIC  9(09).
260924*      今回宛所不明とした会員数／既に宛所不明だった会員数
260924   05   CNT-FLAG        PIC  9(09).
260924   05   CNT-ALREADY     PIC  9(09).
260924*      該当する有効会員がいなかった返戻世帯数
260924   05   CNT-NO-MBR      PIC  9(09).
260924*      一覧の世帯数・会員数・対象月の新規世帯数
260924   05   CNT-UDL-HH      PIC  9(09).
260924   05   CNT-UDL-MBR     PIC  9(09).
260924   05   CNT-UDL-NEW     PIC  9(09).
260924*      一覧の都道府県ごとの小計
260924   05   CNT-PREF-HH     PIC  9(09).
260924   05   CNT-PREF-MBR    PIC  9(09).
260924   05   CNT-PREF-NEW    PIC  9(09).
260924 01  WK-FNAME-AREA.
260924*      実行時に使用するファイル名(未指定時は既定値を使用)
260924   05   WK-RTM-FNAME    PIC  X(40)
260924                  VALUE  "C:\GnuCobol\file\SAMPLE_MAILRTN.txt".
260924   05   WK-MLG-FNAME    PIC  X(40)
260924                  VALUE  "C:\GnuCobol\file\SAMPLE_MAILING.txt".
260924   05   WK-OT1X-FNAME   PIC  X(40)
260924                  VALUE  "C:\GnuCobol\file\SAMPLE_OUT_IDX.dat".
260924   05   WK-UDL-FNAME    PIC  X(40)
260924                  VALUE  "C:\GnuCobol\file\SAMPLE_UNDLIST.txt".
260924   05   WK-ENV-FNAME    PIC  X(40).
260924*      実行モード指定(環境変数 SAMPLE_UND_MODE)
260924   05   WK-ENV-MODE     PIC  X(04).
260924*      一覧の対象月指定(環境変数 SAMPLE_UDL_MONTH)
260924   05   WK-ENV-MONTH    PIC  X(06).
260924 01  WK-STATUS-AREA.
260924   05   WK-RTM-STATUS   PIC  X(02).
260924   05   WK-MLG-STATUS   PIC  X(02).
260924   05   WK-OT1X-STATUS  PIC  X(02).
260924   05   WK-UDL-STATUS   PIC  X(02).
260924 01  WK-DATE-AREA.
260924   05   WK-RUN-DATE     PIC  9(08).
260924*      一覧の対象月 YYYYMM
260924   05   WK-TGT-MONTH    PIC  X(06).
260924 01  WK-UND-AREA.
260924*      返戻日(返戻ファイルの返戻日。不正時は実行日)
260924   05   WK-RET-DATE     PIC  9(08).
260924*      掃き出し用添字
260924   05   WK-SWEEP-IX     PIC  9(06).
260924*      一覧で処理中の都道府県コード
260924   05   WK-PREF-NO      PIC  9(02).
260924   05   WK-PREF-CD      PIC  X(02).
260924*      対象月の新規世帯の印
260924   05   WK-NEW-MARK     PIC  X(03).
260924*    返戻の元になった回の郵送抽出テーブル(世帯番号を郵便
260924*    番号+住所へ戻すため)
260924 01  TBL-MLG-AREA.
260924   05   TBL-MLG-MAX     PIC  9(06)  VALUE  100000.
260924   05   TBL-MLG-CNT     PIC  9(06)  VALUE  0.
260924   05   TBL-MLG-ENT     OCCURS  100000  TIMES
260924                        INDEXED  BY  MLG-IDX.
260924     10  MLG-T-HH-ID    PIC  9(06).
260924     10  MLG-T-POSTAL   PIC  X(07).
260924     10  MLG-T-ADDRESS  PIC  X(40).
260924*      返戻を受け付けたか('Y':受付済み)
260924     10  MLG-T-RET      PIC  X(01).
260924*    返戻を受け付けた世帯のテーブル(人物マスタの突合せ用)
260924 01  TBL-RET-AREA.
260924   05   TBL-RET-MAX     PIC  9(06)  VALUE  100000.
260924   05   TBL-RET-CNT     PIC  9(06)  VALUE  0.
260924   05   TBL-RET-ENT     OCCURS  100000  TIMES
260924                        INDEXED  BY  RET-IDX.
260924     10  RET-T-HH-ID    PIC  9(06).
260924     10  RET-T-POSTAL   PIC  X(07).
260924     10  RET-T-ADDRESS  PIC  X(40).
260924     10  RET-T-DATE     PIC  9(08).
260924*      引き当てた有効会員数
260924     10  RET-T-MBR      PIC  9(05).
260924*    月次一覧用の宛所不明世帯テーブル(郵便番号+住所で
260924*    まとめる)
260924 01  TBL-UDH-AREA.
260924   05   TBL-UDH-MAX     PIC  9(06)  VALUE  100000.
260924   05   TBL-UDH-CNT     PIC  9(06)  VALUE  0.
260924   05   TBL-UDH-ENT     OCCURS  100000  TIMES
260924                        INDEXED  BY  UDH-IDX.
260924     10  UDH-T-PREF     PIC  X(02).
260924     10  UDH-T-POSTAL   PIC  X(07).
260924     10  UDH-T-ADDRESS  PIC  X(40).
260924*      最初に現れた会員の氏名・会員番号
260924     10  UDH-T-NAME     PIC  X(12).
260924     10  UDH-T-MEMBER   PIC  X(10).
260924*      世帯内の宛所不明会員数
260924     10  UDH-T-MBR      PIC  9(05).
260924*      世帯内で最も早い宛所不明の登録日
260924     10  UDH-T-DATE     PIC  9(08).
260924*      一覧へ出力済みか('Y':出力済み)
260924     10  UDH-T-DONE     PIC  X(01).
      *
      ********************************************************
      *    さんぷる へんれいとりこみ コントロール
      ********************************************************
       PROCEDURE              DIVISION.
260924     PERFORM  INIT-RTN.
260924     PERFORM  MLG-RTN   UNTIL  FLG-MLG-END   =  "1".
260924     PERFORM  RTM-RTN   UNTIL  FLG-RTM-END   =  "1".
260924     PERFORM  MAIN-RTN  UNTIL  FLG-OT1X-END  =  "1".
260924     PERFORM  END-RTN.
260924     STOP  RUN.
260924********************************************************
260924*    初期処理
260924********************************************************
260924 INIT-RTN               SECTION.
260924      DISPLAY  "*** SAMPLEUD START ***".
260924      INITIALIZE         FLG-AREA
260924                         CNT-AREA.
260924      ACCEPT  WK-RUN-DATE  FROM  DATE  YYYYMMDD.
260924*    未設定時は WK-FNAME-AREA の既定値のまま変更しない
260924      DISPLAY  "SAMPLE_RTM_FILE"  UPON  ENVIRONMENT-NAME.
260924      MOVE  SPACE        TO  WK-ENV-FNAME.
260924      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
260924      IF  WK-ENV-FNAME  NOT  =  SPACE
260924          MOVE  WK-ENV-FNAME  TO  WK-RTM-FNAME
260924      END-IF.
260924      DISPLAY  "SAMPLE_MLG_FILE"  UPON  ENVIRONMENT-NAME.
260924      MOVE  SPACE        TO  WK-ENV-FNAME.
260924      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
260924      IF  WK-ENV-FNAME  NOT  =  SPACE
260924          MOVE  WK-ENV-FNAME  TO  WK-MLG-FNAME
260924      END-IF.
260924      DISPLAY  "SAMPLE_OT1_IDX_FILE"  UPON  ENVIRONMENT-NAME.
260924      MOVE  SPACE        TO  WK-ENV-FNAME.
260924      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
260924      IF  WK-ENV-FNAME  NOT  =  SPACE
260924          MOVE  WK-ENV-FNAME  TO  WK-OT1X-FNAME
260924      END-IF.
260924      DISPLAY  "SAMPLE_UDL_FILE"  UPON  ENVIRONMENT-NAME.
260924      MOVE  SPACE        TO  WK-ENV-FNAME.
260924      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
260924      IF  WK-ENV-FNAME  NOT  =  SPACE
260924          MOVE  WK-ENV-FNAME  TO  WK-UDL-FNAME
260924      END-IF.
260924*    実行モード(LIST:月次一覧。未指定・その他は返戻取込み)
260924      DISPLAY  "SAMPLE_UND_MODE"  UPON  ENVIRONMENT-NAME.
260924      MOVE  SPACE        TO  WK-ENV-MODE.
260924      ACCEPT  WK-ENV-MODE  FROM  ENVIRONMENT-VALUE.
260924      IF  WK-ENV-MODE  =  'LIST'
260924          MOVE  'L'  TO  FLG-MODE
260924          DISPLAY  "*** SAMPLEUD LIST MODE ***"
260924      END-IF.
260924      IF  LIST-MODE
260924          PERFORM  LST-OPEN-RTN
260924      ELSE
260924          PERFORM  RTM-OPEN-RTN
260924      END-IF.
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    返戻取込みのファイルオープン(返戻郵便・郵送抽出・
260924*    人物マスタのどれが欠けても取り込めないため異常終了)
260924********************************************************
260924 RTM-OPEN-RTN           SECTION.
260924      OPEN  INPUT  RTM-FILE.
260924      IF  WK-RTM-STATUS  NOT  =  "00"
260924          DISPLAY  "*** RTM-FILE OPEN ERROR : "
260924                   WK-RTM-STATUS  " ***"
260924          MOVE  8    TO  RETURN-CODE
260924          MOVE  "1"  TO  FLG-RTM-END  FLG-MLG-END
260924                         FLG-OT1X-END
260924      ELSE
260924          OPEN  INPUT  MLG-FILE
260924          IF  WK-MLG-STATUS  NOT  =  "00"
260924              DISPLAY  "*** MLG-FILE OPEN ERROR : "
260924                       WK-MLG-STATUS  " ***"
260924              MOVE  8    TO  RETURN-CODE
260924              MOVE  "1"  TO  FLG-RTM-END  FLG-MLG-END
260924                             FLG-OT1X-END
260924              CLOSE  RTM-FILE
260924          ELSE
260924              OPEN  I-O  OT1X-FILE
260924              IF  WK-OT1X-STATUS  NOT  =  "00"
260924                  DISPLAY  "*** OT1X-FILE OPEN ERROR : "
260924                           WK-OT1X-STATUS  " ***"
260924                  MOVE  8    TO  RETURN-CODE
260924                  MOVE  "1"  TO  FLG-RTM-END  FLG-MLG-END
260924                                 FLG-OT1X-END
260924                  CLOSE  RTM-FILE
260924                  CLOSE  MLG-FILE
260924              END-IF
260924          END-IF
260924      END-IF.
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    月次一覧のファイルオープン(返戻郵便・郵送抽出は
260924*    読まない)
260924********************************************************
260924 LST-OPEN-RTN           SECTION.
260924      MOVE  "1"  TO  FLG-RTM-END  FLG-MLG-END.
260924*    対象月(未指定・不正時は実行月)
260924      DISPLAY  "SAMPLE_UDL_MONTH"  UPON  ENVIRONMENT-NAME.
260924      MOVE  SPACE        TO  WK-ENV-MONTH.
260924      ACCEPT  WK-ENV-MONTH  FROM  ENVIRONMENT-VALUE.
260924      IF  WK-ENV-MONTH  IS  NUMERIC
260924          MOVE  WK-ENV-MONTH  TO  WK-TGT-MONTH
260924      ELSE
260924          MOVE  WK-RUN-DATE(1:6)  TO  WK-TGT-MONTH
260924      END-IF.
260924      OPEN  INPUT  OT1X-FILE.
260924      IF  WK-OT1X-STATUS  NOT  =  "00"
260924          DISPLAY  "*** OT1X-FILE OPEN ERROR : "
260924                   WK-OT1X-STATUS  " ***"
260924          MOVE  8    TO  RETURN-CODE
260924          MOVE  "1"  TO  FLG-OT1X-END
260924      END-IF.
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    郵送抽出の読込み(世帯番号・郵便番号・住所を控える)
260924********************************************************
260924 MLG-RTN                SECTION.
260924      READ  MLG-FILE
260924        AT  END
260924           MOVE  "1"  TO  FLG-MLG-END
260924        NOT  AT  END
260924           ADD  1  TO  CNT-MLG
260924           IF  TBL-MLG-CNT  >=  TBL-MLG-MAX
260924               DISPLAY  "*** MAILING TABLE OVERFLOW - RUN "
260924                        "ABORTED ***"
260924               MOVE  16  TO  RETURN-CODE
260924               STOP  RUN
260924           END-IF
260924           ADD  1  TO  TBL-MLG-CNT
260924           SET  MLG-IDX  TO  TBL-MLG-CNT
260924           MOVE  MLG-HH-ID    TO  MLG-T-HH-ID (MLG-IDX)
260924           MOVE  MLG-POSTAL   TO  MLG-T-POSTAL (MLG-IDX)
260924           MOVE  MLG-ADDRESS  TO  MLG-T-ADDRESS (MLG-IDX)
260924           MOVE  SPACE        TO  MLG-T-RET (MLG-IDX)
260924      END-READ.
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    返戻郵便1件の受付(世帯番号を郵送抽出で引き当て、
260924*    返戻世帯テーブルへ登録する)
260924********************************************************
260924 RTM-RTN                SECTION.
260924      READ  RTM-FILE
260924        AT  END
260924           MOVE  "1"  TO  FLG-RTM-END
260924        NOT  AT  END
260924           ADD  1  TO  CNT-RTM
260924           IF  RTM-HH-ID  IS  NOT  NUMERIC
260924               DISPLAY  "*** SAMPLEUD BAD HH-ID SKIPPED : "
260924                        RTM-HH-ID  " ***"
260924               ADD  1  TO  CNT-SKIP
260924           ELSE
260924               PERFORM  RTM-FIND-RTN
260924           END-IF
260924      END-READ.
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    返戻世帯番号の引当て
260924********************************************************
260924 RTM-FIND-RTN           SECTION.
260924      SET  MLG-IDX  TO  1.
260924      SEARCH  TBL-MLG-ENT
260924        AT  END
260924          PERFORM  RTM-UNK-RTN
260924        WHEN  MLG-IDX  >  TBL-MLG-CNT
260924          PERFORM  RTM-UNK-RTN
260924        WHEN  MLG-T-HH-ID (MLG-IDX)  =  RTM-HH-ID
260924          IF  MLG-T-RET (MLG-IDX)  =  'Y'
260924              ADD  1  TO  CNT-HH-DUP
260924          ELSE
260924              MOVE  'Y'  TO  MLG-T-RET (MLG-IDX)
260924              PERFORM  RET-ADD-RTN
260924          END-IF
260924      END-SEARCH.
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    郵送抽出に無い世帯番号(別の回の返戻など)
260924********************************************************
260924 RTM-UNK-RTN            SECTION.
260924      DISPLAY  "*** SAMPLEUD UNKNOWN HH-ID SKIPPED : "
260924               RTM-HH-ID  " ***".
260924      ADD  1  TO  CNT-SKIP.
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    返戻世帯テーブルへの登録(添字 MLG-IDX は設定済み)
260924********************************************************
260924 RET-ADD-RTN            SECTION.
260924      IF  TBL-RET-CNT  >=  TBL-RET-MAX
260924          DISPLAY  "*** RETURN TABLE OVERFLOW - RUN "
260924                   "ABORTED ***"
260924          MOVE  16  TO  RETURN-CODE
260924          STOP  RUN
260924      END-IF.
260924      IF  RTM-RET-DATE  IS  NUMERIC
260924          MOVE  RTM-RET-DATE  TO  WK-RET-DATE
260924      ELSE
260924          MOVE  WK-RUN-DATE   TO  WK-RET-DATE
260924      END-IF.
260924      ADD  1  TO  TBL-RET-CNT.
260924      ADD  1  TO  CNT-HH-RET.
260924      SET  RET-IDX  TO  TBL-RET-CNT.
260924      MOVE  MLG-T-HH-ID (MLG-IDX)    TO  RET-T-HH-ID (RET-IDX).
260924      MOVE  MLG-T-POSTAL (MLG-IDX)   TO  RET-T-POSTAL (RET-IDX).
260924      MOVE  MLG-T-ADDRESS (MLG-IDX)
260924                              TO  RET-T-ADDRESS (RET-IDX).
260924      MOVE  WK-RET-DATE              TO  RET-T-DATE (RET-IDX).
260924      MOVE  ZERO                     TO  RET-T-MBR (RET-IDX).
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    人物マスタの順読み(実行モードで振り分ける)
260924********************************************************
260924 MAIN-RTN               SECTION.
260924      READ  OT1X-FILE
260924        AT  END
260924           MOVE  "1"  TO  FLG-OT1X-END
260924        NOT  AT  END
260924           ADD  1  TO  CNT-OT1X
260924           IF  OT1X-DELETED
260924               CONTINUE
260924           ELSE
260924               IF  LIST-MODE
260924                   IF  OT1X-UNDELIVERABLE
260924                       PERFORM  UDH-ADD-RTN
260924                   END-IF
260924               ELSE
260924                   PERFORM  FLAG-RTN
260924               END-IF
260924           END-IF
260924      END-READ.
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    返戻世帯と郵便番号+住所が同じ会員に宛所不明フラグ
260924*    を立てて書き戻す
260924********************************************************
260924 FLAG-RTN               SECTION.
260924      IF  TBL-RET-CNT  >  0
260924          SET  RET-IDX  TO  1
260924          SEARCH  TBL-RET-ENT
260924            AT  END
260924              CONTINUE
260924            WHEN  RET-IDX  >  TBL-RET-CNT
260924              CONTINUE
260924            WHEN  RET-T-POSTAL (RET-IDX)  =  OT1X-POSTAL
260924              AND  RET-T-ADDRESS (RET-IDX)  =  OT1X-ADDRESS
260924              ADD  1  TO  RET-T-MBR (RET-IDX)
260924              PERFORM  FLAG-SET-RTN
260924          END-SEARCH
260924      END-IF.
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    宛所不明フラグの書き戻し(既に宛所不明の会員は登録日
260924*    を変えずに件数だけ数える)
260924********************************************************
260924 FLAG-SET-RTN           SECTION.
260924      IF  OT1X-UNDELIVERABLE
260924          ADD  1  TO  CNT-ALREADY
260924      ELSE
260924          MOVE  '1'                   TO  OT1X-UND-FLAG
260924          MOVE  RET-T-DATE (RET-IDX)  TO  OT1X-UND-DATE
260924          REWRITE  OT1X-REC
260924            INVALID  KEY
260924              DISPLAY  "*** OT1X REWRITE ERROR : "
260924                       OT1X-GEN-ID  " ***"
260924              MOVE  8  TO  RETURN-CODE
260924            NOT  INVALID  KEY
260924              ADD  1  TO  CNT-FLAG
260924          END-REWRITE
260924      END-IF.
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    月次一覧用の宛所不明世帯テーブルへの加算
260924********************************************************
260924 UDH-ADD-RTN            SECTION.
260924      SET  UDH-IDX  TO  1.
260924      SEARCH  TBL-UDH-ENT
260924        AT  END
260924          PERFORM  UDH-NEW-RTN
260924        WHEN  UDH-IDX  >  TBL-UDH-CNT
260924          PERFORM  UDH-NEW-RTN
260924        WHEN  UDH-T-POSTAL (UDH-IDX)  =  OT1X-POSTAL
260924          AND  UDH-T-ADDRESS (UDH-IDX)  =  OT1X-ADDRESS
260924          ADD  1  TO  UDH-T-MBR (UDH-IDX)
260924          IF  OT1X-UND-DATE  <  UDH-T-DATE (UDH-IDX)
260924              MOVE  OT1X-UND-DATE  TO  UDH-T-DATE (UDH-IDX)
260924          END-IF
260924      END-SEARCH.
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    宛所不明世帯の新規登録
260924********************************************************
260924 UDH-NEW-RTN            SECTION.
260924      IF  TBL-UDH-CNT  >=  TBL-UDH-MAX
260924          DISPLAY  "*** UNDELIVERABLE TABLE OVERFLOW - RUN "
260924                   "ABORTED ***"
260924          MOVE  16  TO  RETURN-CODE
260924          STOP  RUN
260924      END-IF.
260924      ADD  1  TO  TBL-UDH-CNT.
260924      SET  UDH-IDX  TO  TBL-UDH-CNT.
260924      MOVE  OT1X-PREF       TO  UDH-T-PREF (UDH-IDX).
260924      MOVE  OT1X-POSTAL     TO  UDH-T-POSTAL (UDH-IDX).
260924      MOVE  OT1X-ADDRESS    TO  UDH-T-ADDRESS (UDH-IDX).
260924      MOVE  OT1X-NAME       TO  UDH-T-NAME (UDH-IDX).
260924      MOVE  OT1X-MEMBER-ID  TO  UDH-T-MEMBER (UDH-IDX).
260924      MOVE  1               TO  UDH-T-MBR (UDH-IDX).
260924      MOVE  OT1X-UND-DATE   TO  UDH-T-DATE (UDH-IDX).
260924      MOVE  SPACE           TO  UDH-T-DONE (UDH-IDX).
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    返戻世帯のうち有効会員を引き当てられなかったものの
260924*    報告(返戻までに住所変更・削除された世帯)
260924********************************************************
260924 NOMBR-RTN              SECTION.
260924      IF  RET-T-MBR (WK-SWEEP-IX)  =  0
260924          DISPLAY  "*** SAMPLEUD NO MEMBER AT ADDRESS : "
260924                   "HH-ID = "  RET-T-HH-ID (WK-SWEEP-IX)
260924                   " ***"
260924          ADD  1  TO  CNT-NO-MBR
260924      END-IF.
260924      ADD  1  TO  WK-SWEEP-IX.
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    月次一覧の出力(都道府県コード 01-47 の順に世帯を
260924*    まとめ、都道府県コードが未設定・不正な世帯は最後に
260924*    '??' としてまとめる)
260924********************************************************
260924 UDL-RTN                SECTION.
260924      OPEN  OUTPUT  UDL-FILE.
260924      IF  WK-UDL-STATUS  NOT  =  "00"
260924          DISPLAY  "*** UDL-FILE OPEN ERROR : "
260924                   WK-UDL-STATUS  " ***"
260924          MOVE  8  TO  RETURN-CODE
260924      ELSE
260924          MOVE  SPACE  TO  UDL-REC
260924          STRING  "SAMPLEUD UNDELIVERABLE HOUSEHOLD LIST  "
260924                                      DELIMITED BY SIZE
260924                  "MONTH : "          DELIMITED BY SIZE
260924                  WK-TGT-MONTH        DELIMITED BY SIZE
260924                  "  RUN DATE : "     DELIMITED BY SIZE
260924                  WK-RUN-DATE         DELIMITED BY SIZE
260924                  INTO  UDL-REC
260924          WRITE  UDL-REC
260924          MOVE  SPACE  TO  UDL-REC
260924          MOVE  "(NEW = BECAME UNDELIVERABLE IN THE MONTH)"
260924                                      TO  UDL-REC
260924          WRITE  UDL-REC
260924          PERFORM  UDL-PREF-RTN
260924            VARYING  WK-PREF-NO  FROM  1  BY  1
260924            UNTIL    WK-PREF-NO  >  47
260924*         都道府県コードが未設定・不正な世帯
260924          MOVE  '??'  TO  WK-PREF-CD
260924          PERFORM  UDL-SUB-RTN
260924          MOVE  SPACE  TO  UDL-REC
260924          WRITE  UDL-REC
260924          MOVE  SPACE  TO  UDL-REC
260924          STRING  "TOTAL  HOUSEHOLDS = "  DELIMITED BY SIZE
260924                  CNT-UDL-HH              DELIMITED BY SIZE
260924                  "  MEMBERS = "          DELIMITED BY SIZE
260924                  CNT-UDL-MBR             DELIMITED BY SIZE
260924                  "  NEW = "              DELIMITED BY SIZE
260924                  CNT-UDL-NEW             DELIMITED BY SIZE
260924                  INTO  UDL-REC
260924          WRITE  UDL-REC
260924          CLOSE  UDL-FILE
260924      END-IF.
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    都道府県1つ分の一覧
260924********************************************************
260924 UDL-PREF-RTN           SECTION.
260924      MOVE  WK-PREF-NO  TO  WK-PREF-CD.
260924      PERFORM  UDL-SUB-RTN.
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    都道府県1つ分(WK-PREF-CD)の明細と小計。該当世帯が
260924*    無い都道府県は出力しない
260924********************************************************
260924 UDL-SUB-RTN            SECTION.
260924      MOVE  SPACE  TO  FLG-PREF-HIT.
260924      MOVE  ZERO   TO  CNT-PREF-HH  CNT-PREF-MBR  CNT-PREF-NEW.
260924      MOVE  1      TO  WK-SWEEP-IX.
260924      PERFORM  UDL-ONE-RTN  TBL-UDH-CNT  TIMES.
260924      IF  PREF-HIT
260924          MOVE  SPACE  TO  UDL-REC
260924          STRING  "  PREF "           DELIMITED BY SIZE
260924                  WK-PREF-CD          DELIMITED BY SIZE
260924                  " SUBTOTAL  HOUSEHOLDS = "
260924                                      DELIMITED BY SIZE
260924                  CNT-PREF-HH         DELIMITED BY SIZE
260924                  "  MEMBERS = "      DELIMITED BY SIZE
260924                  CNT-PREF-MBR        DELIMITED BY SIZE
260924                  "  NEW = "          DELIMITED BY SIZE
260924                  CNT-PREF-NEW        DELIMITED BY SIZE
260924                  INTO  UDL-REC
260924          WRITE  UDL-REC
260924      END-IF.
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    一覧の1世帯(処理中の都道府県に該当し未出力のもの。
260924*    '??' は出力済みでない残り全部を対象とする)
260924********************************************************
260924 UDL-ONE-RTN            SECTION.
260924      IF  UDH-T-DONE (WK-SWEEP-IX)  NOT  =  'Y'
260924          AND ( UDH-T-PREF (WK-SWEEP-IX)  =  WK-PREF-CD
260924             OR WK-PREF-CD  =  '??' )
260924          IF  NOT  PREF-HIT
260924              MOVE  'Y'  TO  FLG-PREF-HIT
260924              MOVE  SPACE  TO  UDL-REC
260924              WRITE  UDL-REC
260924              MOVE  SPACE  TO  UDL-REC
260924              STRING  "PREF "     DELIMITED BY SIZE
260924                      WK-PREF-CD  DELIMITED BY SIZE
260924                      INTO  UDL-REC
260924              WRITE  UDL-REC
260924          END-IF
260924          MOVE  'Y'  TO  UDH-T-DONE (WK-SWEEP-IX)
260924          IF  UDH-T-DATE (WK-SWEEP-IX)(1:6)  =  WK-TGT-MONTH
260924              MOVE  'NEW'  TO  WK-NEW-MARK
260924              ADD  1  TO  CNT-PREF-NEW  CNT-UDL-NEW
260924          ELSE
260924              MOVE  SPACE  TO  WK-NEW-MARK
260924          END-IF
260924          ADD  1  TO  CNT-PREF-HH  CNT-UDL-HH
260924          ADD  UDH-T-MBR (WK-SWEEP-IX)
260924                              TO  CNT-PREF-MBR  CNT-UDL-MBR
260924          MOVE  SPACE  TO  UDL-REC
260924          STRING  "  "                     DELIMITED BY SIZE
260924                  UDH-T-POSTAL (WK-SWEEP-IX)
260924                                           DELIMITED BY SIZE
260924                  " "                      DELIMITED BY SIZE
260924                  UDH-T-ADDRESS (WK-SWEEP-IX)
260924                                           DELIMITED BY SIZE
260924                  " "                      DELIMITED BY SIZE
260924                  UDH-T-MEMBER (WK-SWEEP-IX)
260924                                           DELIMITED BY SIZE
260924                  " "                      DELIMITED BY SIZE
260924                  UDH-T-NAME (WK-SWEEP-IX) DELIMITED BY SIZE
260924                  " MEMBERS="              DELIMITED BY SIZE
260924                  UDH-T-MBR (WK-SWEEP-IX)  DELIMITED BY SIZE
260924                  " SINCE "                DELIMITED BY SIZE
260924                  UDH-T-DATE (WK-SWEEP-IX) DELIMITED BY SIZE
260924                  " "                      DELIMITED BY SIZE
260924                  WK-NEW-MARK              DELIMITED BY SIZE
260924                  INTO  UDL-REC
260924          WRITE  UDL-REC
260924      END-IF.
260924      ADD  1  TO  WK-SWEEP-IX.
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    終了処理
260924********************************************************
260924 END-RTN                SECTION.
260924      IF  RETURN-CODE  NOT  =  8
260924          CLOSE  OT1X-FILE
260924          IF  LIST-MODE
260924              PERFORM  UDL-RTN
260924          ELSE
260924              CLOSE  RTM-FILE
260924              CLOSE  MLG-FILE
260924              MOVE  1  TO  WK-SWEEP-IX
260924              PERFORM  NOMBR-RTN  TBL-RET-CNT  TIMES
260924          END-IF
260924      END-IF.
260924      IF  LIST-MODE
260924          DISPLAY  "*** OT1X      = " CNT-OT1X    " ***"
260924          DISPLAY  "*** HOUSEHOLD = " CNT-UDL-HH  " ***"
260924          DISPLAY  "*** MEMBERS   = " CNT-UDL-MBR " ***"
260924          DISPLAY  "*** NEW       = " CNT-UDL-NEW " ***"
260924      ELSE
260924          DISPLAY  "*** RTM       = " CNT-RTM     " ***"
260924          DISPLAY  "*** MLG       = " CNT-MLG     " ***"
260924          DISPLAY  "*** RETURNED  = " CNT-HH-RET  " ***"
260924          DISPLAY  "*** DUP RTN   = " CNT-HH-DUP  " ***"
260924          DISPLAY  "*** SKIP      = " CNT-SKIP    " ***"
260924          DISPLAY  "*** OT1X      = " CNT-OT1X    " ***"
260924          DISPLAY  "*** FLAGGED   = " CNT-FLAG    " ***"
260924          DISPLAY  "*** ALREADY   = " CNT-ALREADY " ***"
260924          DISPLAY  "*** NO MEMBER = " CNT-NO-MBR  " ***"
260924*         読み飛ばした返戻、または会員を引き当てられな
260924*         かった返戻世帯があれば警告終了とする
260924          IF  (CNT-SKIP  >  0  OR  CNT-NO-MBR  >  0)
260924              AND  RETURN-CODE  =  0
260924              MOVE  4  TO  RETURN-CODE
260924          END-IF
260924      END-IF.
260924      DISPLAY  "*** SAMPLEUD END ***".
260924 EXT.
260924      EXIT.
