      *                    リスト末尾へ再現する(基準日未指定時は
      *                    最新時点を再現する)。
      * 作成日／作成者  ：２０２６年０９月０３日  保守担当
260910*    変更日／変更者  ：２０２６年０９月１０日  保守担当
260910*       変更内容  ：監査レコードに追加された承認者(SAMPLEMT
260910*                    の二名体制承認)を保守経緯に出力
261005*    変更日／変更者  ：２０２６年１０月０５日  保守担当
261005*       変更内容  ：統合対照ファイル(XRF-FILE)を読み、指定
261005*                    した会員番号が統合で消えた旧番号の場合
261005*                    は存続会員番号に読み替える。経緯には
261005*                    旧番号と存続会員番号の両方を出力し、
261005*                    基準日時点の再現は存続会員番号で行う
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
260903             WK-HSQ-FNAME
260903             ORGANIZATION  LINE  SEQUENTIAL
260903             FILE STATUS   WK-HSQ-STATUS.
261005*    会員番号の統合対照ファイル(SAMPLEMT が累積追記したもの)
261005     SELECT  XRF-FILE  ASSIGN TO  DYNAMIC
261005             WK-XRF-FNAME
261005             ORGANIZATION  LINE  SEQUENTIAL
261005             FILE STATUS   WK-XRF-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
260903   05  AUD-BEFORE       PIC  X(100).
260903   05  AUD-CM6          PIC  X(01).
260903   05  AUD-AFTER        PIC  X(100).
260910   05  AUD-CM7          PIC  X(01).
260910   05  AUD-APPROVER     PIC  X(10).
      *
260903*    照会結果リスト(可変長の印字行)
260903 FD  HSQ-FILE.
260903 01  HSQ-REC              PIC  X(160).
      *
261005*    統合対照レコードの定義は COPY 句 XRFREC を参照
261005 FD  XRF-FILE.
261005 COPY  XRFREC.
      *
       WORKING-STORAGE        SECTION.
260903 01  FLG-AREA.
260903   05  FLG-HST-END      PIC  X(01).
260903*    基準日までに履歴が1件でもあったか
260903   05  FLG-ASOF-ANY    PIC  X(01).
260903     88 ASOF-ANY       VALUE  'Y'.
261005   05  FLG-XRF-END      PIC  X(01).
261005*    統合対照ファイルが読めなかった(未作成以外の理由)
261005   05  FLG-XRF-ERR     PIC  X(01).
261005     88 XRF-ERROR      VALUE  'Y'.
261005*    統合の読替えの終了判定
261005   05  FLG-RSV-END      PIC  X(01).
260903 01  CNT-AREA.
260903   05   CNT-HST         PIC  9(09).
260903   05   CNT-HIT         PIC  9(09).
260903   05   CNT-AUD         PIC  9(09).
260903   05   CNT-AUDHIT      PIC  9(09).
261005   05   CNT-XRF         PIC  9(09).
260903 01  WK-FNAME-AREA.
260903*      実行時に使用するファイル名(未指定時は既定値を使用)
260903   05   WK-HST-FNAME    PIC  X(40)
260903                  VALUE  "C:\GnuCobol\file\SAMPLE_AUDIT.txt".
260903   05   WK-HSQ-FNAME    PIC  X(40)
260903                  VALUE  "C:\GnuCobol\file\SAMPLE_HSTINQ.txt".
261005   05   WK-XRF-FNAME    PIC  X(40)
261005                  VALUE  "C:\GnuCobol\file\SAMPLE_MBRXREF.txt".
260903   05   WK-ENV-FNAME    PIC  X(40).
260903 01  WK-STATUS-AREA.
260903   05   WK-HST-STATUS   PIC  X(02).
260903   05   WK-AUD-STATUS   PIC  X(02).
260903   05   WK-HSQ-STATUS   PIC  X(02).
261005   05   WK-XRF-STATUS   PIC  X(02).
260903 01  WK-HSQ-AREA.
260903*      照会対象の会員番号(環境変数 SAMPLE_HSQ_MEMBER。必須)
260903   05   WK-MEMBER       PIC  X(10).
261005*      統合で読み替えた存続会員番号(統合が無ければ照会対象
261005*      の会員番号と同じ)
261005   05   WK-SURV         PIC  X(10).
260903*      基準日(環境変数 SAMPLE_HSQ_ASOF。未指定時は最新)
260903   05   WK-ENV-ASOF     PIC  X(08).
260903   05   WK-ASOF         PIC  9(08)  VALUE  99999999.
260903   05   WK-ASOF-POSTAL  PIC  X(07).
260903   05   WK-ASOF-ADDR    PIC  X(40).
260903   05   WK-ASOF-BRK     PIC  X(01).
261005*    統合対照テーブル(旧会員番号→存続会員番号)
261005 01  TBL-XRF-AREA.
261005   05   TBL-XRF-MAX     PIC  9(05)  VALUE  10000.
261005   05   TBL-XRF-CNT     PIC  9(05)  VALUE  0.
261005   05   TBL-XRF-ENT     OCCURS  10000  TIMES
261005                        INDEXED  BY  XRF-IDX.
261005     10  XRF-T-OLD      PIC  X(10).
261005     10  XRF-T-NEW      PIC  X(10).
261005*    統合の読替えワーク(統合が重なった場合は旧→新を順に
261005*    たどる。対照の循環に備えてたどる回数に上限を置く)
261005 01  WK-RSV-AREA.
261005   05   WK-RSV-MEMBER   PIC  X(10).
261005   05   WK-RSV-HOPS     PIC  9(02).
261005   05   WK-RSV-MAX      PIC  9(02)  VALUE  20.
      *
      ********************************************************
      *    さんぷる りれきしょうかい コントロール
260903      IF  WK-ENV-FNAME  NOT  =  SPACE
260903          MOVE  WK-ENV-FNAME  TO  WK-HSQ-FNAME
260903      END-IF.
261005      DISPLAY  "SAMPLE_XRF_FILE"  UPON  ENVIRONMENT-NAME.
261005      MOVE  SPACE        TO  WK-ENV-FNAME.
261005      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261005      IF  WK-ENV-FNAME  NOT  =  SPACE
261005          MOVE  WK-ENV-FNAME  TO  WK-XRF-FNAME
261005      END-IF.
260903*    照会対象の会員番号は必須
260903      DISPLAY  "SAMPLE_HSQ_MEMBER"  UPON  ENVIRONMENT-NAME.
260903      MOVE  SPACE        TO  WK-MEMBER.
260903              STOP  RUN
260903          END-IF
260903      END-IF.
261005*    旧会員番号の読替え(統合が無ければ指定番号のまま)
261005      MOVE  WK-MEMBER  TO  WK-SURV.
261005      IF  RETURN-CODE  NOT  =  8
261005          PERFORM  XRF-LOAD-RTN
261005          MOVE  WK-MEMBER      TO  WK-RSV-MEMBER
261005          PERFORM  XRF-RSV-RTN
261005          MOVE  WK-RSV-MEMBER  TO  WK-SURV
261005      END-IF.
260903      IF  RETURN-CODE  NOT  =  8
260903          OPEN  INPUT  HST-FILE
260903          IF  WK-HST-STATUS  NOT  =  "00"
260903                      WK-ASOF      DELIMITED BY SIZE
260903                      INTO  HSQ-REC
260903              WRITE  HSQ-REC
261005              IF  WK-SURV  NOT  =  WK-MEMBER
261005                  MOVE  SPACE  TO  HSQ-REC
261005                  STRING  "MERGED : "  DELIMITED BY SIZE
261005                          WK-MEMBER    DELIMITED BY SIZE
261005                          " -> "       DELIMITED BY SIZE
261005                          WK-SURV      DELIMITED BY SIZE
261005                          INTO  HSQ-REC
261005                  WRITE  HSQ-REC
261005              END-IF
260903          END-IF
260903      END-IF.
260903 EXT.
260903********************************************************
260903*    履歴1件の照合：対象会員なら経緯を出力し、基準日以前
260903*    なら再現用の値を更新する
261005*    (統合前の旧番号の履歴は経緯にだけ出力する)
260903********************************************************
260903 HST-RTN                SECTION.
260903      READ  HST-FILE
260903        NOT  AT  END
260903           ADD  1  TO  CNT-HST
260903           IF  HST-MEMBER-ID  =  WK-MEMBER
261005            OR HST-MEMBER-ID  =  WK-SURV
260903               ADD  1  TO  CNT-HIT
260903               PERFORM  HST-OUT-RTN
260903               IF  HST-EFF-DATE  NOT  >  WK-ASOF
261005               AND HST-MEMBER-ID  =  WK-SURV
260903                   PERFORM  ASOF-APPLY-RTN
260903               END-IF
260903           END-IF
260903      END-READ.
260903 EXT.
260903      EXIT.
261005********************************************************
261005*    統合対照をテーブルへ読込む(未作成なら統合無しとし、
261005*    その他の理由で開けない場合は読替えをせずに照会して
261005*    警告終了とする)
261005********************************************************
261005 XRF-LOAD-RTN           SECTION.
261005      MOVE  SPACE  TO  FLG-XRF-END.
261005      OPEN  INPUT  XRF-FILE.
261005      EVALUATE  WK-XRF-STATUS
261005        WHEN  "00"
261005            PERFORM  XRF-RTN  UNTIL  FLG-XRF-END  =  "1"
261005            CLOSE  XRF-FILE
261005        WHEN  "35"
261005            CONTINUE
261005        WHEN  OTHER
261005            DISPLAY  "*** XRF-FILE OPEN ERROR : "
261005                     WK-XRF-STATUS  " ***"
261005            MOVE  'Y'  TO  FLG-XRF-ERR
261005      END-EVALUATE.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    統合対照1件の読込み
261005********************************************************
261005 XRF-RTN                SECTION.
261005      READ  XRF-FILE
261005        AT  END
261005           MOVE  "1"  TO  FLG-XRF-END
261005        NOT  AT  END
261005           IF  TBL-XRF-CNT  >=  TBL-XRF-MAX
261005               DISPLAY  "*** XRF TABLE OVERFLOW - "
261005                        "RUN ABORTED ***"
261005               MOVE  16  TO  RETURN-CODE
261005               STOP  RUN
261005           END-IF
261005           ADD  1  TO  TBL-XRF-CNT
261005           ADD  1  TO  CNT-XRF
261005           MOVE  XRF-OLD-MEMBER  TO  XRF-T-OLD (TBL-XRF-CNT)
261005           MOVE  XRF-NEW-MEMBER  TO  XRF-T-NEW (TBL-XRF-CNT)
261005      END-READ.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    統合の読替え(WK-RSV-MEMBER を最終の存続会員番号へ
261005*    置き換え、たどった回数を WK-RSV-HOPS に返す)
261005********************************************************
261005 XRF-RSV-RTN            SECTION.
261005      MOVE  ZERO   TO  WK-RSV-HOPS.
261005      MOVE  SPACE  TO  FLG-RSV-END.
261005      PERFORM  XRF-HOP-RTN  UNTIL  FLG-RSV-END  =  "1".
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    統合対照を1段たどる
261005********************************************************
261005 XRF-HOP-RTN            SECTION.
261005      MOVE  "1"  TO  FLG-RSV-END.
261005      IF  TBL-XRF-CNT  >  0
261005          SET  XRF-IDX  TO  1
261005          SEARCH  TBL-XRF-ENT
261005            AT  END
261005              CONTINUE
261005            WHEN  XRF-IDX  >  TBL-XRF-CNT
261005              CONTINUE
261005            WHEN  XRF-T-OLD (XRF-IDX)  =  WK-RSV-MEMBER
261005              MOVE  XRF-T-NEW (XRF-IDX)  TO  WK-RSV-MEMBER
261005              ADD  1  TO  WK-RSV-HOPS
261005              IF  WK-RSV-HOPS  <  WK-RSV-MAX
261005                  MOVE  SPACE  TO  FLG-RSV-END
261005              ELSE
261005                  DISPLAY  "*** XRF CHAIN TOO LONG : "
261005                           WK-RSV-MEMBER  " ***"
261005              END-IF
261005          END-SEARCH
261005      END-IF.
261005 EXT.
261005      EXIT.
260903********************************************************
260903*    変更経緯1行の出力
260903********************************************************
260903              HST-EFF-TIME   DELIMITED BY SIZE
260903              " DELTA  "     DELIMITED BY SIZE
260903              HST-ACTION     DELIMITED BY SIZE
261005              " "            DELIMITED BY SIZE
261005              HST-MEMBER-ID  DELIMITED BY SIZE
260903              " "            DELIMITED BY SIZE
260903              HST-NAME       DELIMITED BY SIZE
260903              " "            DELIMITED BY SIZE
260903           ADD  1  TO  CNT-AUD
260903           IF  AUD-BEFORE(34:10)  =  WK-MEMBER
260903               OR  AUD-AFTER(34:10)  =  WK-MEMBER
261005               OR  AUD-BEFORE(34:10)  =  WK-SURV
261005               OR  AUD-AFTER(34:10)  =  WK-SURV
260903               ADD  1  TO  CNT-AUDHIT
260903               PERFORM  AUD-OUT-RTN
260903           END-IF
260903              AUD-ACTION     DELIMITED BY SIZE
260903              " BY "         DELIMITED BY SIZE
260903              AUD-OPERATOR   DELIMITED BY SIZE
260910              "/"            DELIMITED BY SIZE
260910              AUD-APPROVER   DELIMITED BY SIZE
260903              " AFTER="      DELIMITED BY SIZE
260903              AUD-AFTER      DELIMITED BY SIZE
260903              INTO  HSQ-REC.
260903      DISPLAY  "*** HIT    = " CNT-HIT    " ***".
260903      DISPLAY  "*** AUD    = " CNT-AUD    " ***".
260903      DISPLAY  "*** AUDHIT = " CNT-AUDHIT " ***".
261005      DISPLAY  "*** XRF    = " CNT-XRF    " ***".
260903*    履歴も監査も1件も無い会員は警告終了とする
260903      IF  CNT-HIT  =  0  AND  CNT-AUDHIT  =  0
260903          AND  RETURN-CODE  =  0
260903          MOVE  4  TO  RETURN-CODE
260903      END-IF.
261005*    統合対照ファイルが読めなかった場合も警告終了とする
261005      IF  XRF-ERROR  AND  RETURN-CODE  =  0
261005          MOVE  4  TO  RETURN-CODE
261005      END-IF.
260903      DISPLAY  "*** SAMPLEHQ END ***".
260903 EXT.
260903      EXIT.
