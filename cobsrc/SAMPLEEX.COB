260903*                    レコードを追記。あわせて当日分の
260903*                    SAMPLECK 正常終了が記録されていない
260903*                    場合は起動しない順序ガードを追加
260917*    変更日／変更者  ：２０２６年０９月１７日  保守担当
260917*       変更内容  ：連絡同意登録簿(CNS-FILE)で提携先への
260917*                    情報提供を拒否している会員(適用日が
260917*                    実行日以前)を送付対象から除き、除いた
260917*                    件数を報告する。トレーラの件数・ハッシュ
260917*                    合計は実際に送付した明細だけで計上する
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
260822             WK-GEN-FNAME
260822             ORGANIZATION  LINE  SEQUENTIAL
260822             FILE STATUS   WK-GEN-STATUS.
260917*    連絡同意登録簿(提供拒否会員の除外用。キーは会員番号)
260917     SELECT  CNS-FILE  ASSIGN TO  DYNAMIC
260917             WK-CNS-FNAME
260917             ORGANIZATION  INDEXED
260917             ACCESS MODE  RANDOM
260917             RECORD KEY   CNS-MEMBER-ID
260917             FILE STATUS  WK-CNS-STATUS.
260903*    実行管理ファイル(チェーン共通。順序ガードの参照と
260903*    開始・終了の追記に使う)
260903     SELECT  RUN-FILE  ASSIGN TO  DYNAMIC
260822 01  GEN-REC.
260822   05  GEN-NUMBER       PIC  X(04).
      *
260917*    連絡同意登録簿のレコード定義は COPY 句 CNSREC を参照
260917 FD  CNS-FILE.
260917 COPY  CNSREC.
      *
260903*    実行管理レコードの定義は COPY 句 RUNREC を参照
260903 FD  RUN-FILE.
260903 COPY  RUNREC.
260903   05  FLG-GUARD        PIC  X(01).
260903     88 GUARD-OK        VALUE  'Y'.
260903   05  FLG-RUN-EOF      PIC  X(01).
260917*    連絡同意登録簿を参照できるか
260917   05  FLG-CNS-OPEN    PIC  X(01).
260917     88 CNS-OPENED     VALUE  'Y'.
260917*    処理中会員が提携先への提供を拒否しているかどうか
260917   05  FLG-OPT         PIC  X(01).
260917     88 OPTED-OUT      VALUE  'Y'.
260822 01  WK-SEX-AREA.
260822*      OT1-SEX は漢字1文字がX(02)へ切り詰められるため、
260822*      比較用に同じ切り詰め方をした参照値を用意する
260822 01  CNT-AREA.
260822   05   CNT-OT1         PIC  9(09).
260822   05   CNT-EXP         PIC  9(09).
260917*      提供拒否として送付から除いた件数
260917   05   CNT-OPT         PIC  9(09).
260822 01  WK-FNAME-AREA.
260822*      実行時に使用するファイル名(未指定時は既定値を使用)
260822   05   WK-OT1-FNAME    PIC  X(40)
260822                  VALUE  "C:\GnuCobol\file\SAMPLE_EXPGEN.txt".
260903   05   WK-RUN-FNAME    PIC  X(40)
260903                  VALUE  "C:\GnuCobol\file\SAMPLE_RUNCTL.txt".
260917   05   WK-CNS-FNAME    PIC  X(40)
260917                  VALUE  "C:\GnuCobol\file\SAMPLE_CONSENT.dat".
260822   05   WK-ENV-FNAME    PIC  X(40).
260822 01  WK-STATUS-AREA.
260822   05   WK-OT1-STATUS   PIC  X(02).
260822   05   WK-EXP-STATUS   PIC  X(02).
260822   05   WK-GEN-STATUS   PIC  X(02).
260903   05   WK-RUN-STATUS   PIC  X(02).
260917   05   WK-CNS-STATUS   PIC  X(02).
260822 01  WK-DATE-AREA.
260822   05   WK-RUN-DATE     PIC  9(08).
260903   05   WK-RUN-TIME     PIC  9(08).
260903      IF  WK-ENV-FNAME  NOT  =  SPACE
260903          MOVE  WK-ENV-FNAME  TO  WK-RUN-FNAME
260903      END-IF.
260917      DISPLAY  "SAMPLE_CNS_FILE"  UPON  ENVIRONMENT-NAME.
260917      MOVE  SPACE        TO  WK-ENV-FNAME.
260917      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
260917      IF  WK-ENV-FNAME  NOT  =  SPACE
260917          MOVE  WK-ENV-FNAME  TO  WK-CNS-FNAME
260917      END-IF.
260903*    実行管理ファイルへ開始レコードを追記
260903      MOVE  'S'   TO  WK-LOG-TYPE.
260903      MOVE  ZERO  TO  WK-LOG-CNT.
260822          MOVE  8    TO  RETURN-CODE
260822          MOVE  "1"  TO  FLG-OT1-END
260822      ELSE
260917*         連絡同意登録簿は未作成(status 35)なら拒否会員
260917*         なしとして扱う。それ以外で開けない場合は提供
260917*         拒否の会員を送ってしまうため送付を打ち切る
260917          OPEN  INPUT  CNS-FILE
260917          EVALUATE  WK-CNS-STATUS
260917            WHEN  "00"
260917                MOVE  'Y'  TO  FLG-CNS-OPEN
260917            WHEN  "35"
260917                CONTINUE
260917            WHEN  OTHER
260917                DISPLAY  "*** CNS-FILE OPEN ERROR : "
260917                         WK-CNS-STATUS  " - RUN ABORTED ***"
260917                CLOSE  OT1-FILE
260917                MOVE  8    TO  RETURN-CODE
260917                MOVE  "1"  TO  FLG-OT1-END
260917          END-EVALUATE
260917      END-IF.
260917      IF  FLG-OT1-END  NOT  =  "1"
260822          PERFORM  GEN-RTN
260822          OPEN  OUTPUT  EXP-FILE
260822*         ヘッダレコードの出力
260822               PERFORM  TRAILER-RTN
260822           ELSE
260822               ADD  1  TO  CNT-OT1
260917               PERFORM  CNS-CHK-RTN
260917               IF  OPTED-OUT
260917                   ADD  1  TO  CNT-OPT
260917               ELSE
260822                   PERFORM  EXP-OUT-RTN
260917               END-IF
260822           END-IF
260822      END-READ.
260822 EXT.
260822      END-IF.
260822 EXT.
260822      EXIT.
260917********************************************************
260917*    処理中会員の提供拒否チェック(拒否フラグが立ち、適用日
260917*    が実行日以前であれば送付から除く)
260917********************************************************
260917 CNS-CHK-RTN            SECTION.
260917      MOVE  SPACE  TO  FLG-OPT.
260917      IF  CNS-OPENED
260917          MOVE  OT1-MEMBER-ID  TO  CNS-MEMBER-ID
260917          READ  CNS-FILE
260917            INVALID  KEY
260917              CONTINUE
260917            NOT  INVALID  KEY
260917              IF  CNS-SHARE-OPTOUT
260917                  AND  CNS-SHARE-DATE  <=  WK-RUN-DATE
260917                  MOVE  'Y'  TO  FLG-OPT
260917              END-IF
260917          END-READ
260917      END-IF.
260917 EXT.
260917      EXIT.
260822********************************************************
260822*    明細1件の編集・出力とハッシュ合計の加算
260822********************************************************
260822          WRITE  EXP-T-REC
260822          CLOSE  OT1-FILE
260822          CLOSE  EXP-FILE
260917          IF  CNS-OPENED
260917              CLOSE  CNS-FILE
260917          END-IF
260822*         世代番号を管理ファイルへ書き戻す
260822          OPEN  OUTPUT  GEN-FILE
260822          MOVE  WK-GEN-NO  TO  GEN-NUMBER
260822      END-IF.
260822      DISPLAY  "*** OT1 = " CNT-OT1  " ***".
260822      DISPLAY  "*** EXP = " CNT-EXP  " ***".
260917      DISPLAY  "*** SUP = " CNT-OPT  " ***".
260822      DISPLAY  "*** GEN = " WK-GEN-NO  " ***".
260822      DISPLAY  "*** HASH= " WK-HASH  " ***".
260903*    実行管理ファイルへ終了レコードを追記
