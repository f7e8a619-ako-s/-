260903*                    レコードを追記。あわせて当日分の
260903*                    SAMPLECK 正常終了が記録されていない
260903*                    場合は起動しない順序ガードを追加
261014*    変更日／変更者  ：２０２６年１０月１４日  保守担当
261014*       変更内容  ：前回保管分(PRV-FILE)を手作業の複写に
261014*                    頼らず、世代カタログ(CAT-FILE)の当日
261014*                    SAMPLE 実行前の世代の OT1-FILE から
261014*                    取るよう変更(SAMPLE_PRV_FILE 指定時は
261014*                    従来どおりそのファイルを使う)
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
260903             WK-RUN-FNAME
260903             ORGANIZATION  LINE  SEQUENTIAL
260903             FILE STATUS   WK-RUN-STATUS.
261014*    世代カタログ(前回保管分の世代を探す)
261014     SELECT  CAT-FILE  ASSIGN TO  DYNAMIC
261014             WK-CAT-FNAME
261014             ORGANIZATION  LINE  SEQUENTIAL
261014             FILE STATUS   WK-CAT-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
260903 FD  RUN-FILE.
260903 COPY  RUNREC.
      *
261014*    世代カタログ(作業場所節の GDG-REC へ読込む)
261014 FD  CAT-FILE.
261014 01  CAT-REC              PIC  X(135).
      *
       WORKING-STORAGE        SECTION.
260822 01  FLG-AREA.
260822   05  FLG-PRV-END      PIC  X(01).
260903   05  FLG-GUARD        PIC  X(01).
260903     88 GUARD-OK        VALUE  'Y'.
260903   05  FLG-RUN-EOF      PIC  X(01).
261014*    前回保管分のファイル名が環境変数で指定されたか
261014   05  FLG-PRV-ENV      PIC  X(01).
261014     88 PRV-ENV-SET     VALUE  'Y'.
261014*    当日 SAMPLE 実行前の世代が見つかったか・その世代に
261014*    OT1-FILE が無かったか
261014   05  FLG-CAT-END      PIC  X(01).
261014   05  FLG-GDG-HIT      PIC  X(01).
261014     88 GDG-HIT         VALUE  'Y'.
261014   05  FLG-PRV-NONE     PIC  X(01).
261014     88 PRV-NONE        VALUE  'Y'.
260822 01  CNT-AREA.
260822   05   CNT-OT1         PIC  9(09).
260822   05   CNT-PRV         PIC  9(09).
260822                  VALUE  "C:\GnuCobol\file\SAMPLE_DELTA.txt".
260903   05   WK-RUN-FNAME    PIC  X(40)
260903                  VALUE  "C:\GnuCobol\file\SAMPLE_RUNCTL.txt".
261014   05   WK-CAT-FNAME    PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_GDGCAT.txt".
261014*      世代ファイル名の接頭辞(SAMPLEGN と同じ指定)
261014   05   WK-GDG-PREFIX   PIC  X(40)
261014                  VALUE  "C:\GnuCobol\file\SAMPLE_G".
260822   05   WK-ENV-FNAME    PIC  X(40).
260822 01  WK-STATUS-AREA.
260822   05   WK-OT1-STATUS   PIC  X(02).
260822   05   WK-PRV-STATUS   PIC  X(02).
260822   05   WK-DLT-STATUS   PIC  X(02).
260903   05   WK-RUN-STATUS   PIC  X(02).
261014   05   WK-CAT-STATUS   PIC  X(02).
260822 01  WK-DATE-AREA.
260822   05   WK-RUN-DATE     PIC  9(08).
260903   05   WK-RUN-TIME     PIC  9(08).
260903   05   WK-LOG-TYPE     PIC  X(01).
260903   05   WK-LOG-CNT      PIC  9(09).
260903   05   WK-ENV-GUARD    PIC  X(03).
261014*    前回保管分に使う世代(世代番号・置き場所)
261014 01  WK-GDG-AREA.
261014   05   WK-GDG-NO       PIC  9(06).
261014   05   WK-GDG-SLOT     PIC  9(02).
261014*    世代カタログレコード
261014 COPY  GDGREC.
260822*    前回分を読込むテーブル(当日分との突合せ後、未対応の
260822*    エントリが削除(D)となる)
260822 01  TBL-PRV-AREA.
260822      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
260822      IF  WK-ENV-FNAME  NOT  =  SPACE
260822          MOVE  WK-ENV-FNAME  TO  WK-PRV-FNAME
261014          MOVE  'Y'           TO  FLG-PRV-ENV
260822      END-IF.
260822      DISPLAY  "SAMPLE_DLT_FILE"  UPON  ENVIRONMENT-NAME.
260822      MOVE  SPACE        TO  WK-ENV-FNAME.
260903      IF  WK-ENV-FNAME  NOT  =  SPACE
260903          MOVE  WK-ENV-FNAME  TO  WK-RUN-FNAME
260903      END-IF.
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
260903*    実行管理ファイルへ開始レコードを追記
260903      MOVE  'S'   TO  WK-LOG-TYPE.
260903      MOVE  ZERO  TO  WK-LOG-CNT.
260903          PERFORM  RUN-LOG-RTN
260903          STOP  RUN
260903      END-IF.
261014*    前回保管分は世代カタログから求める(手作業で指定された
261014*    場合を除く)
261014      IF  NOT  PRV-ENV-SET
261014          PERFORM  PRV-GDG-RTN
261014      END-IF.
260822      OPEN  INPUT  OT1-FILE.
260822      IF  WK-OT1-STATUS  NOT  =  "00"
260822          DISPLAY  "*** OT1-FILE OPEN ERROR : "
260822      ELSE
260822*         前回保管分が未作成の場合は全件追加(A)として扱う
260822*         (初回実行時の状態)
261014*         世代作成時に OT1-FILE が無かった場合も同じ
261014          IF  PRV-NONE
261014              DISPLAY  "*** OT1-FILE NOT HELD IN GENERATION "
261014                       WK-GDG-NO  " - ALL RECORDS TREATED "
261014                       "AS ADDS ***"
261014              MOVE  "1"  TO  FLG-PRV-END
261014          ELSE
261014              OPEN  INPUT  PRV-FILE
261014              IF  WK-PRV-STATUS  =  "35"
261014                  DISPLAY  "*** PRV-FILE NOT FOUND - ALL "
261014                           "RECORDS TREATED AS ADDS ***"
261014                  MOVE  "1"  TO  FLG-PRV-END
261014              END-IF
261014          END-IF
260822          OPEN  OUTPUT  DLT-FILE
260822      END-IF.
260822 EXT.
260822      DISPLAY  "*** SAMPLEDF END ***".
260822 EXT.
260822      EXIT.
261014********************************************************
261014*    前回保管分の世代を求める：当日 SAMPLE 実行前に作成した
261014*    世代のうち最初のもの(SAMPLE を再実行しても前日分の
261014*    人物マスタを指す)の OT1-FILE を前回保管分とする。
261014*    カタログが未作成なら従来の PRV-FILE を使い、カタログは
261014*    あるのに該当の世代が無ければ起動を打ち切る
261014********************************************************
261014 PRV-GDG-RTN            SECTION.
261014      MOVE  SPACE  TO  FLG-CAT-END  FLG-GDG-HIT  FLG-PRV-NONE.
261014      OPEN  INPUT  CAT-FILE.
261014      EVALUATE  WK-CAT-STATUS
261014        WHEN  "00"
261014            PERFORM  PRV-GDG-READ-RTN  UNTIL  FLG-CAT-END  =  "1"
261014            CLOSE  CAT-FILE
261014        WHEN  "35"
261014            DISPLAY  "*** GENERATION CATALOGUE NOT FOUND - "
261014                     "PRV-FILE USED ***"
261014        WHEN  OTHER
261014            DISPLAY  "*** CAT-FILE OPEN ERROR : "
261014                     WK-CAT-STATUS  " - RUN ABORTED ***"
261014            MOVE  8     TO  RETURN-CODE
261014            MOVE  'E'   TO  WK-LOG-TYPE
261014            MOVE  ZERO  TO  WK-LOG-CNT
261014            PERFORM  RUN-LOG-RTN
261014            STOP  RUN
261014      END-EVALUATE.
261014      IF  WK-CAT-STATUS  =  "00"
261014          IF  NOT  GDG-HIT
261014              DISPLAY  "*** NO GENERATION CATALOGUED BEFORE "
261014                       "SAMPLE FOR " WK-RUN-DATE
261014                       " - RUN ABORTED ***"
261014              MOVE  8     TO  RETURN-CODE
261014              MOVE  'E'   TO  WK-LOG-TYPE
261014              MOVE  ZERO  TO  WK-LOG-CNT
261014              PERFORM  RUN-LOG-RTN
261014              STOP  RUN
261014          END-IF
261014          MOVE  SPACE  TO  WK-PRV-FNAME
261014          STRING  WK-GDG-PREFIX  DELIMITED BY SPACE
261014                  WK-GDG-SLOT    DELIMITED BY SIZE
261014                  "_OUT.txt"     DELIMITED BY SIZE
261014                  INTO  WK-PRV-FNAME
261014          END-STRING
261014          DISPLAY  "*** PRV-FILE FROM GENERATION " WK-GDG-NO
261014                   " : " WK-PRV-FNAME  " ***"
261014      END-IF.
261014 EXT.
261014      EXIT.
261014********************************************************
261014*    世代カタログの1件読込み
261014********************************************************
261014 PRV-GDG-READ-RTN       SECTION.
261014      READ  CAT-FILE  INTO  GDG-REC
261014        AT  END
261014           MOVE  "1"  TO  FLG-CAT-END
261014        NOT  AT  END
261014           IF  GDG-PGM  =  'SAMPLE'
261014               AND  GDG-DATE  =  WK-RUN-DATE
261014               AND  NOT  GDG-HIT
261014               MOVE  'Y'       TO  FLG-GDG-HIT
261014               MOVE  GDG-NO    TO  WK-GDG-NO
261014               MOVE  GDG-SLOT  TO  WK-GDG-SLOT
261014               IF  NOT  GDG-F-PRESENT (1)
261014                   MOVE  'Y'  TO  FLG-PRV-NONE
261014               END-IF
261014           END-IF
261014      END-READ.
261014 EXT.
261014      EXIT.
260903********************************************************
260903*    順序ガード：当日分の SAMPLECK 正常終了(終了コード0)
260903*    が実行管理ファイルに記録されているか確認する。
