      *                    あれば SAMPLECK と同じ要領で非ゼロの
      *                    終了コードで終わり、後続ジョブを止める。
      * 作成日／作成者  ：２０２６年０９月０３日  保守担当
261001*    変更日／変更者  ：２０２６年１０月０１日  保守担当
261001*       変更内容  ：却下リストに初回検出日を追加。前回の
261001*                    却下リストに同じ会員番号があればその
261001*                    日付を引き継ぎ、無ければ実行日とする
261001*                    (却下が解消されず残っている日数の起点)
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
260903   05  RJM-CM2          PIC  X(01).
260903*      却下された送付の世代番号
260903   05  RJM-GEN          PIC  X(04).
261001   05  RJM-CM3          PIC  X(01).
261001*      初回検出日 YYYYMMDD(前回の却下リストから引き継ぐ)
261001   05  RJM-FIRST-DATE   PIC  9(08).
      *
       WORKING-STORAGE        SECTION.
260903 01  FLG-AREA.
260903*    突合せ全体の結果
260903   05  FLG-NG          PIC  X(01).
260903     88 CHECK-NG       VALUE  'Y'.
261001   05  FLG-RJM-END     PIC  X(01).
260903 01  CNT-AREA.
260903   05   CNT-ACK         PIC  9(09).
260903*      却下明細(R)の実件数
260903   05   WK-EXP-STATUS   PIC  X(02).
260903   05   WK-GEN-STATUS   PIC  X(02).
260903   05   WK-RJM-STATUS   PIC  X(02).
261001 01  WK-DATE-AREA.
261001   05   WK-RUN-DATE     PIC  9(08).
261001*    前回の却下リストの初回検出日の引継ぎ用テーブル
261001*    (会員番号ごと。あふれた場合は初回検出日が失われるため
261001*    実行を打ち切る)
261001 01  TBL-RJF-AREA.
261001   05   WK-RJF-DATE     PIC  9(08).
261001   05   TBL-RJF-MAX     PIC  9(05)  VALUE  5000.
261001   05   TBL-RJF-CNT     PIC  9(05)  VALUE  0.
261001   05   TBL-RJF-ENT     OCCURS  5000  TIMES
261001                        INDEXED  BY  RJF-IDX.
261001     10  RJF-MEMBER-ID  PIC  X(10).
261001     10  RJF-DATE       PIC  9(08).
      *
      ********************************************************
      *    さんぷる うけとりかくにん コントロール
260903      DISPLAY  "*** SAMPLEAK START ***".
260903      INITIALIZE         FLG-AREA
260903                         CNT-AREA.
261001      ACCEPT  WK-RUN-DATE  FROM  DATE  YYYYMMDD.
260903*    未設定時は WK-FNAME-AREA の既定値のまま変更しない
260903      DISPLAY  "SAMPLE_ACK_FILE"  UPON  ENVIRONMENT-NAME.
260903      MOVE  SPACE        TO  WK-ENV-FNAME.
260903                       WK-EXP-STATUS  " ***"
260903              MOVE  "1"  TO  FLG-EXP-END
260903          END-IF
261001*         前回の却下リストから初回検出日を控えてから
261001*         今回分で作り直す
261001          PERFORM  RJF-LOAD-RTN
260903          OPEN  OUTPUT  RJM-FILE
260903      END-IF.
260903 EXT.
260903      EXIT.
261001********************************************************
261001*    前回の却下リストの会員番号と初回検出日を控える(無い
261001*    場合は何もしない。初回検出日を持たない旧形式の行は
261001*    実行日とみなす)
261001********************************************************
261001 RJF-LOAD-RTN           SECTION.
261001      MOVE  0      TO  TBL-RJF-CNT.
261001      MOVE  SPACE  TO  FLG-RJM-END.
261001      OPEN  INPUT  RJM-FILE.
261001      IF  WK-RJM-STATUS  =  "00"
261001          PERFORM  RJF-READ-RTN  UNTIL  FLG-RJM-END  =  "1"
261001          CLOSE  RJM-FILE
261001      ELSE
261001*         35(ファイル無し)は初回実行として扱う。それ以外は
261001*         初回検出日が引き継げないため異常終了扱いとする
261001*         (終了判定で警告の 4 に戻さないよう NG も立てる)
261001          IF  WK-RJM-STATUS  NOT  =  "35"
261001              DISPLAY  "*** RJM-FILE OPEN ERROR : "
261001                       WK-RJM-FNAME  " : "
261001                       WK-RJM-STATUS  " ***"
261001              MOVE  8    TO  RETURN-CODE
261001              MOVE  "Y"  TO  FLG-NG
261001          END-IF
261001      END-IF.
261001 EXT.
261001      EXIT.
261001********************************************************
261001*    前回の却下リスト1件の登録
261001********************************************************
261001 RJF-READ-RTN           SECTION.
261001      READ  RJM-FILE
261001        AT  END
261001           MOVE  "1"  TO  FLG-RJM-END
261001        NOT  AT  END
261001           IF  TBL-RJF-CNT  >=  TBL-RJF-MAX
261001               DISPLAY  "*** RJF TABLE OVERFLOW - RUN "
261001                        "ABORTED ***"
261001               MOVE  16  TO  RETURN-CODE
261001               STOP  RUN
261001           END-IF
261001           ADD  1  TO  TBL-RJF-CNT
261001           MOVE  RJM-MEMBER-ID
261001                     TO  RJF-MEMBER-ID (TBL-RJF-CNT)
261001           IF  RJM-FIRST-DATE  IS  NUMERIC
261001           AND RJM-FIRST-DATE  >  ZERO
261001               MOVE  RJM-FIRST-DATE
261001                     TO  RJF-DATE (TBL-RJF-CNT)
261001           ELSE
261001               MOVE  WK-RUN-DATE
261001                     TO  RJF-DATE (TBL-RJF-CNT)
261001           END-IF
261001      END-READ.
261001 EXT.
261001      EXIT.
260903********************************************************
260903*    世代番号管理ファイルの現在値を読む
260903********************************************************
260903*     いま却下明細(R)を保持しているため)
260903      MOVE  WK-ACK-GEN       TO  RJM-GEN.
260903      MOVE  ','              TO  RJM-CM1  RJM-CM2.
261001*     前回も却下されていた会員は初回検出日を引き継ぐ
261001      MOVE  WK-RUN-DATE      TO  WK-RJF-DATE.
261001      IF  TBL-RJF-CNT  >  0
261001          SET  RJF-IDX  TO  1
261001          SEARCH  TBL-RJF-ENT
261001            AT  END
261001              CONTINUE
261001            WHEN  RJF-IDX  >  TBL-RJF-CNT
261001              CONTINUE
261001            WHEN  RJF-MEMBER-ID (RJF-IDX)  =  ACK-R-MEMBER-ID
261001              MOVE  RJF-DATE (RJF-IDX)  TO  WK-RJF-DATE
261001          END-SEARCH
261001      END-IF.
261001      MOVE  ','              TO  RJM-CM3.
261001      MOVE  WK-RJF-DATE      TO  RJM-FIRST-DATE.
260903      WRITE  RJM-REC.
260903 EXT.
260903      EXIT.
