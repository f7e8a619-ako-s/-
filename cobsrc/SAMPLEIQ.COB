      *                    へ NOT FOUND として報告し、警告終了
      *                    とする。
      * 作成日／作成者  ：２０２６年０９月０３日  保守担当
261005*    変更日／変更者  ：２０２６年１０月０５日  保守担当
261005*       変更内容  ：統合対照ファイル(XRF-FILE)を読み、照会
261005*                    キーの会員番号が統合で消えた旧番号の
261005*                    場合は存続会員番号に読み替えて照会する
261005*                    (旧番号のレコードも削除済みとして出力
261005*                    し、読替えの対応をリスト先頭へ出力する)
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
260903             WK-INQ-FNAME
260903             ORGANIZATION  LINE  SEQUENTIAL
260903             FILE STATUS   WK-INQ-STATUS.
261005*    会員番号の統合対照ファイル(SAMPLEMT が累積追記したもの)
261005     SELECT  XRF-FILE  ASSIGN TO  DYNAMIC
261005             WK-XRF-FNAME
261005             ORGANIZATION  LINE  SEQUENTIAL
261005             FILE STATUS   WK-XRF-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
260903 FD  INQ-FILE.
260903 01  INQ-REC              PIC  X(120).
      *
261005*    統合対照レコードの定義は COPY 句 XRFREC を参照
261005 FD  XRF-FILE.
261005 COPY  XRFREC.
      *
       WORKING-STORAGE        SECTION.
260903 01  FLG-AREA.
260903   05  FLG-QRY-END      PIC  X(01).
260903*    処理中レコードがいずれかの照会キーに該当したか
260903   05  FLG-HIT         PIC  X(01).
260903     88 QRY-HIT        VALUE  'Y'.
261005   05  FLG-XRF-END      PIC  X(01).
261005*    統合対照ファイルが読めなかった(未作成以外の理由)
261005   05  FLG-XRF-ERR     PIC  X(01).
261005     88 XRF-ERROR      VALUE  'Y'.
261005*    統合の読替えの終了判定
261005   05  FLG-RSV-END      PIC  X(01).
260903 01  CNT-AREA.
260903   05   CNT-QRY         PIC  9(09).
260903   05   CNT-OT1X        PIC  9(09).
260903   05   CNT-HIT         PIC  9(09).
260903   05   CNT-NOTFND      PIC  9(09).
261005   05   CNT-XRF         PIC  9(09).
261005   05   CNT-MERGED      PIC  9(09).
260903 01  WK-FNAME-AREA.
260903*      実行時に使用するファイル名(未指定時は既定値を使用)
260903   05   WK-QRY-FNAME    PIC  X(40)
260903                  VALUE  "C:\GnuCobol\file\SAMPLE_OUT_IDX.dat".
260903   05   WK-INQ-FNAME    PIC  X(40)
260903                  VALUE  "C:\GnuCobol\file\SAMPLE_INQUIRY.txt".
261005   05   WK-XRF-FNAME    PIC  X(40)
261005                  VALUE  "C:\GnuCobol\file\SAMPLE_MBRXREF.txt".
260903   05   WK-ENV-FNAME    PIC  X(40).
260903 01  WK-STATUS-AREA.
260903   05   WK-QRY-STATUS   PIC  X(02).
260903   05   WK-OT1X-STATUS  PIC  X(02).
260903   05   WK-INQ-STATUS   PIC  X(02).
261005   05   WK-XRF-STATUS   PIC  X(02).
260903*    照会キーを読込むテーブル(マスタ1件のつど全件照合)
260903 01  TBL-QRY-AREA.
260903   05   TBL-QRY-MAX     PIC  9(04)  VALUE  1000.
260903     10  QRY-T-KEY      PIC  X(12).
260903*      1件でも該当したら 'Y' を立てる
260903     10  QRY-T-MATCHED  PIC  X(01).
261005*      統合で読み替えた存続会員番号(読替え無しはスペース)
261005     10  QRY-T-SURV     PIC  X(10).
260903*    テーブル照合・掃き出し用添字
260903 01  WK-QRY-AREA.
260903   05   WK-QRY-IX       PIC  9(04).
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
      *    さんぷる しょうかい コントロール
      ********************************************************
       PROCEDURE              DIVISION.
260903     PERFORM  INIT-RTN.
261005     PERFORM  XRF-RTN   UNTIL  FLG-XRF-END   =  "1".
260903     PERFORM  QRY-RTN   UNTIL  FLG-QRY-END   =  "1".
261005     PERFORM  RSV-RTN.
260903     PERFORM  MAIN-RTN  UNTIL  FLG-OT1X-END  =  "1".
260903     PERFORM  NOTFND-RTN.
260903     PERFORM  END-RTN.
260903      IF  WK-ENV-FNAME  NOT  =  SPACE
260903          MOVE  WK-ENV-FNAME  TO  WK-INQ-FNAME
260903      END-IF.
261005      DISPLAY  "SAMPLE_XRF_FILE"  UPON  ENVIRONMENT-NAME.
261005      MOVE  SPACE        TO  WK-ENV-FNAME.
261005      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261005      IF  WK-ENV-FNAME  NOT  =  SPACE
261005          MOVE  WK-ENV-FNAME  TO  WK-XRF-FNAME
261005      END-IF.
260903*    照会キーと人物マスタの両方が開けなければ照会不能
260903      OPEN  INPUT  QRY-FILE.
260903      IF  WK-QRY-STATUS  NOT  =  "00"
260903                   WK-QRY-STATUS  " ***"
260903          MOVE  8    TO  RETURN-CODE
260903          MOVE  "1"  TO  FLG-QRY-END  FLG-OT1X-END
261005                         FLG-XRF-END
260903      ELSE
260903          OPEN  INPUT  OT1X-FILE
260903          IF  WK-OT1X-STATUS  NOT  =  "00"
260903                       WK-OT1X-STATUS  " ***"
260903              MOVE  8    TO  RETURN-CODE
260903              MOVE  "1"  TO  FLG-QRY-END  FLG-OT1X-END
261005                             FLG-XRF-END
260903              CLOSE  QRY-FILE
260903          ELSE
260903              OPEN  OUTPUT  INQ-FILE
260903                                   DELIMITED BY SIZE
260903                      INTO  INQ-REC
260903              WRITE  INQ-REC
261005*             統合対照ファイルは未作成なら統合無しとして
261005*             扱い、その他の理由で開けない場合は読替えを
261005*             せずに照会して警告終了とする
261005              OPEN  INPUT  XRF-FILE
261005              EVALUATE  WK-XRF-STATUS
261005                WHEN  "00"
261005                    CONTINUE
261005                WHEN  "35"
261005                    MOVE  "1"  TO  FLG-XRF-END
261005                WHEN  OTHER
261005                    DISPLAY  "*** XRF-FILE OPEN ERROR : "
261005                             WK-XRF-STATUS  " ***"
261005                    MOVE  'Y'  TO  FLG-XRF-ERR
261005                    MOVE  "1"  TO  FLG-XRF-END
261005              END-EVALUATE
260903          END-IF
260903      END-IF.
260903 EXT.
260903      END-READ.
260903 EXT.
260903      EXIT.
261005********************************************************
261005*    統合対照をテーブルへ読込む
261005********************************************************
261005 XRF-RTN                SECTION.
261005      READ  XRF-FILE
261005        AT  END
261005           MOVE  "1"  TO  FLG-XRF-END
261005           CLOSE  XRF-FILE
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
261005*    会員番号形式(先頭10桁、残り2桁スペース)の照会キーを
261005*    存続会員番号へ読み替え、対応をリストへ出力する
261005********************************************************
261005 RSV-RTN                SECTION.
261005      PERFORM  RSV-ONE-RTN
261005        VARYING  WK-QRY-IX  FROM  1  BY  1
261005        UNTIL    WK-QRY-IX  >  TBL-QRY-CNT.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    照会キー1件分の読替え
261005********************************************************
261005 RSV-ONE-RTN            SECTION.
261005      MOVE  SPACE  TO  QRY-T-SURV (WK-QRY-IX).
261005      IF  QRY-T-KEY (WK-QRY-IX) (11:2)  =  SPACE
261005          MOVE  QRY-T-KEY (WK-QRY-IX) (1:10)  TO  WK-RSV-MEMBER
261005          PERFORM  XRF-RSV-RTN
261005          IF  WK-RSV-HOPS  >  0
261005              MOVE  WK-RSV-MEMBER  TO  QRY-T-SURV (WK-QRY-IX)
261005              ADD  1  TO  CNT-MERGED
261005              MOVE  SPACE  TO  INQ-REC
261005              STRING  "MERGED : "  DELIMITED BY SIZE
261005                      QRY-T-KEY (WK-QRY-IX) (1:10)
261005                                   DELIMITED BY SIZE
261005                      " -> "       DELIMITED BY SIZE
261005                      WK-RSV-MEMBER
261005                                   DELIMITED BY SIZE
261005                      INTO  INQ-REC
261005              WRITE  INQ-REC
261005          END-IF
261005      END-IF.
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
260903*    人物マスタを順読みし、照会キーと突合せる
260903********************************************************
260903*    マスタ1件と照会キー全件の突合せ。先頭10桁が会員番号
260903*    に一致(残り2桁スペース)するか、12桁が氏名に一致すれば
260903*    該当とし、該当した照会キーに印を付ける
261005*    (統合で読み替えた存続会員番号に一致した場合も該当)
260903********************************************************
260903 MATCH-RTN              SECTION.
260903      MOVE  SPACE  TO  FLG-HIT.
260903      IF  (QRY-T-KEY (WK-QRY-IX) (1:10)  =  OT1X-MEMBER-ID
260903           AND  QRY-T-KEY (WK-QRY-IX) (11:2)  =  SPACE)
260903        OR  QRY-T-KEY (WK-QRY-IX)  =  OT1X-NAME
261005        OR  (QRY-T-SURV (WK-QRY-IX)  NOT  =  SPACE
261005           AND  QRY-T-SURV (WK-QRY-IX)  =  OT1X-MEMBER-ID)
260903          MOVE  'Y'  TO  FLG-HIT
260903                         QRY-T-MATCHED (WK-QRY-IX)
260903      END-IF.
260903      DISPLAY  "*** OT1X   = " CNT-OT1X   " ***".
260903      DISPLAY  "*** HIT    = " CNT-HIT    " ***".
260903      DISPLAY  "*** NOTFND = " CNT-NOTFND " ***".
261005      DISPLAY  "*** XRF    = " CNT-XRF    " ***".
261005      DISPLAY  "*** MERGED = " CNT-MERGED " ***".
260903*    未該当の照会キーがあれば警告終了とする
261005*    (統合対照ファイルが読めなかった場合も同様)
261005      IF  ( CNT-NOTFND  >  0  OR  XRF-ERROR )
261005          AND  RETURN-CODE  =  0
260903          MOVE  4  TO  RETURN-CODE
260903      END-IF.
260903      DISPLAY  "*** SAMPLEIQ END ***".
