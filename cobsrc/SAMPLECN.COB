       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SAMPLECN.
      ********************************************************
      * プログラム名    ：さんぷる  どういかんり
      * 内容            ：連絡同意登録簿(CNS-FILE。索引編成、
      *                    キーは会員番号)を保守するプログラム。
      *                    オペレータが用意した同意更新ファイル
      *                    (CNU-FILE)を読み、区分 S:設定 は郵送／
      *                    提携先提供の同意フラグ(0:同意 1:拒否)
      *                    と適用日を登録・変更し、区分 D:取消 は
      *                    登録を削除して同意ありの状態へ戻す。
      *                    フラグが空白の項目は変更しない。適用日
      *                    が空白の場合は実行日を適用日とする。
      *                    人物マスタ(OT1X-FILE)に無い会員番号の
      *                    設定は誤入力として読み飛ばす。登録簿が
      *                    未作成の場合は初回実行時に作成する。
      *                    世帯まとめ(SAMPLEHH)と提携先編集
      *                    (SAMPLEEX)が本登録簿を参照して拒否会員
      *                    を抽出から除く。
      * 作成日／作成者  ：２０２６年０９月１７日  保守担当
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
260917*    ファイル名は WK-xxx-FNAME (環境変数で実行時指定可)
260917*    同意更新ファイル(オペレータが用意する)
260917     SELECT  CNU-FILE  ASSIGN TO  DYNAMIC
260917             WK-CNU-FNAME
260917             ORGANIZATION  LINE  SEQUENTIAL
260917             FILE STATUS   WK-CNU-STATUS.
260917*    連絡同意登録簿(キーは会員番号)
260917     SELECT  CNS-FILE  ASSIGN TO  DYNAMIC
260917             WK-CNS-FNAME
260917             ORGANIZATION  INDEXED
260917             ACCESS MODE  RANDOM
260917             RECORD KEY   CNS-MEMBER-ID
260917             FILE STATUS  WK-CNS-STATUS.
260917*    索引編成の人物マスタ(会員番号の実在確認用)
260917     SELECT  OT1X-FILE  ASSIGN TO  DYNAMIC
260917             WK-OT1X-FNAME
260917             ORGANIZATION  INDEXED
260917             ACCESS MODE  SEQUENTIAL
260917             RECORD KEY   OT1X-GEN-ID
260917             FILE STATUS  WK-OT1X-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
260917*    同意更新レコード(区分 S:設定 D:取消)
260917 FD  CNU-FILE.
260917 01  CNU-REC.
260917   05  CNU-ACTION       PIC  X(01).
260917   05  CNU-CM1          PIC  X(01).
260917   05  CNU-MEMBER-ID    PIC  X(10).
260917   05  CNU-CM2          PIC  X(01).
260917*      郵送の同意フラグ(0:同意 1:拒否 空白:変更なし)
260917   05  CNU-MAIL-FLAG    PIC  X(01).
260917   05  CNU-CM3          PIC  X(01).
260917*      郵送の適用日 YYYYMMDD (空白時は実行日)
260917   05  CNU-MAIL-DATE    PIC  X(08).
260917   05  CNU-CM4          PIC  X(01).
260917*      提携先提供の同意フラグ(0:同意 1:拒否 空白:変更なし)
260917   05  CNU-SHARE-FLAG   PIC  X(01).
260917   05  CNU-CM5          PIC  X(01).
260917*      提携先提供の適用日 YYYYMMDD (空白時は実行日)
260917   05  CNU-SHARE-DATE   PIC  X(08).
      *
260917*    連絡同意登録簿のレコード定義は COPY 句 CNSREC を参照
260917 FD  CNS-FILE.
260917 COPY  CNSREC.
      *
260917*    人物マスタのレコード定義は COPY 句 OT1XREC を参照
260917 FD  OT1X-FILE.
260917 COPY  OT1XREC.
      *
       WORKING-STORAGE        SECTION.
260917 01  FLG-AREA.
260917   05  FLG-CNU-END      PIC  X(01).
260917   05  FLG-OT1X-END     PIC  X(01).
260917*    人物マスタの会員番号を控えたか('Y':実在確認を行う)
260917   05  FLG-MBR-LOAD    PIC  X(01).
260917     88 MBR-LOADED     VALUE  'Y'.
260917*    処理中トランザクションの会員番号が人物マスタにあるか
260917   05  FLG-MBR-FOUND   PIC  X(01).
260917     88 MBR-FOUND      VALUE  'Y'.
260917*    処理中トランザクションの内容が正しいか
260917   05  FLG-TXN-OK      PIC  X(01).
260917     88 TXN-OK         VALUE  'Y'.
260917*    登録簿に未登録(新規登録)か
260917   05  FLG-CNS-NEW     PIC  X(01).
260917     88 CNS-NEW        VALUE  'Y'.
260917 01  CNT-AREA.
260917   05   CNT-CNU         PIC  9(09).
260917*      区分別の適用件数
260917   05   CNT-ADD         PIC  9(09).
260917   05   CNT-CHG         PIC  9(09).
260917   05   CNT-DEL         PIC  9(09).
260917   05   CNT-SKIP        PIC  9(09).
260917 01  WK-FNAME-AREA.
260917*      実行時に使用するファイル名(未指定時は既定値を使用)
260917   05   WK-CNU-FNAME    PIC  X(40)
260917                  VALUE  "C:\GnuCobol\file\SAMPLE_CNSUPD.txt".
260917   05   WK-CNS-FNAME    PIC  X(40)
260917                  VALUE  "C:\GnuCobol\file\SAMPLE_CONSENT.dat".
260917   05   WK-OT1X-FNAME   PIC  X(40)
260917                  VALUE  "C:\GnuCobol\file\SAMPLE_OUT_IDX.dat".
260917   05   WK-ENV-FNAME    PIC  X(40).
260917 01  WK-STATUS-AREA.
260917   05   WK-CNU-STATUS   PIC  X(02).
260917   05   WK-CNS-STATUS   PIC  X(02).
260917   05   WK-OT1X-STATUS  PIC  X(02).
260917 01  WK-DATE-AREA.
260917   05   WK-RUN-DATE     PIC  9(08).
260917 01  WK-CNS-AREA.
260917*      オペレータ識別(未設定時は 'UNKNOWN')
260917   05   WK-OPERATOR     PIC  X(10).
260917*    有効会員の会員番号テーブル(実在確認用)
260917 01  TBL-MBR-AREA.
260917   05   TBL-MBR-MAX     PIC  9(06)  VALUE  100000.
260917   05   TBL-MBR-CNT     PIC  9(06)  VALUE  0.
260917   05   TBL-MBR-ID      PIC  X(10)  OCCURS  100000  TIMES
260917                        INDEXED  BY  MBR-IDX.
      *
      ********************************************************
      *    さんぷる どういかんり コントロール
      ********************************************************
       PROCEDURE              DIVISION.
260917     PERFORM  INIT-RTN.
260917     PERFORM  MBR-RTN   UNTIL  FLG-OT1X-END  =  "1".
260917     PERFORM  MAIN-RTN  UNTIL  FLG-CNU-END   =  "1".
260917     PERFORM  END-RTN.
260917     STOP  RUN.
260917********************************************************
260917*    初期処理
260917********************************************************
260917 INIT-RTN               SECTION.
260917      DISPLAY  "*** SAMPLECN START ***".
260917      INITIALIZE         FLG-AREA
260917                         CNT-AREA.
260917      ACCEPT  WK-RUN-DATE  FROM  DATE  YYYYMMDD.
260917*    未設定時は WK-FNAME-AREA の既定値のまま変更しない
260917      DISPLAY  "SAMPLE_CNU_FILE"  UPON  ENVIRONMENT-NAME.
260917      MOVE  SPACE        TO  WK-ENV-FNAME.
260917      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
260917      IF  WK-ENV-FNAME  NOT  =  SPACE
260917          MOVE  WK-ENV-FNAME  TO  WK-CNU-FNAME
260917      END-IF.
260917      DISPLAY  "SAMPLE_CNS_FILE"  UPON  ENVIRONMENT-NAME.
260917      MOVE  SPACE        TO  WK-ENV-FNAME.
260917      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
260917      IF  WK-ENV-FNAME  NOT  =  SPACE
260917          MOVE  WK-ENV-FNAME  TO  WK-CNS-FNAME
260917      END-IF.
260917      DISPLAY  "SAMPLE_OT1_IDX_FILE"  UPON  ENVIRONMENT-NAME.
260917      MOVE  SPACE        TO  WK-ENV-FNAME.
260917      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
260917      IF  WK-ENV-FNAME  NOT  =  SPACE
260917          MOVE  WK-ENV-FNAME  TO  WK-OT1X-FNAME
260917      END-IF.
260917*    更新者として登録簿へ記録するオペレータ識別
260917      DISPLAY  "SAMPLE_OPERATOR_ID"  UPON  ENVIRONMENT-NAME.
260917      MOVE  SPACE        TO  WK-OPERATOR.
260917      ACCEPT  WK-OPERATOR  FROM  ENVIRONMENT-VALUE.
260917      IF  WK-OPERATOR  =  SPACE
260917          MOVE  'UNKNOWN'  TO  WK-OPERATOR
260917      END-IF.
260917      OPEN  INPUT  CNU-FILE.
260917      IF  WK-CNU-STATUS  NOT  =  "00"
260917          DISPLAY  "*** CNU-FILE OPEN ERROR : "
260917                   WK-CNU-STATUS  " ***"
260917          MOVE  8    TO  RETURN-CODE
260917          MOVE  "1"  TO  FLG-CNU-END  FLG-OT1X-END
260917      ELSE
260917          PERFORM  CNS-OPEN-RTN
260917      END-IF.
260917      IF  RETURN-CODE  NOT  =  8
260917*         人物マスタが無い場合は会員番号の実在確認を
260917*         行わずに適用し、警告終了コードで確認を促す
260917          OPEN  INPUT  OT1X-FILE
260917          IF  WK-OT1X-STATUS  NOT  =  "00"
260917              DISPLAY  "*** OT1X-FILE NOT AVAILABLE : "
260917                       WK-OT1X-STATUS  " - MEMBER ID "
260917                       "NOT CHECKED ***"
260917              MOVE  "1"  TO  FLG-OT1X-END
260917              IF  RETURN-CODE  =  0
260917                  MOVE  4  TO  RETURN-CODE
260917              END-IF
260917          ELSE
260917              MOVE  'Y'  TO  FLG-MBR-LOAD
260917          END-IF
260917      END-IF.
260917 EXT.
260917      EXIT.
260917********************************************************
260917*    連絡同意登録簿のオープン(未作成(status 35)の場合は
260917*    空の登録簿を作成してから I-O で開き直す)
260917********************************************************
260917 CNS-OPEN-RTN           SECTION.
260917      OPEN  I-O  CNS-FILE.
260917      IF  WK-CNS-STATUS  =  "35"
260917          OPEN  OUTPUT  CNS-FILE
260917          CLOSE  CNS-FILE
260917          DISPLAY  "*** CNS-FILE CREATED ***"
260917          OPEN  I-O  CNS-FILE
260917      END-IF.
260917      IF  WK-CNS-STATUS  NOT  =  "00"
260917          DISPLAY  "*** CNS-FILE OPEN ERROR : "
260917                   WK-CNS-STATUS  " ***"
260917          MOVE  8    TO  RETURN-CODE
260917          MOVE  "1"  TO  FLG-CNU-END  FLG-OT1X-END
260917          CLOSE  CNU-FILE
260917      END-IF.
260917 EXT.
260917      EXIT.
260917********************************************************
260917*    有効会員(論理削除済みを除く)の会員番号を控える
260917********************************************************
260917 MBR-RTN                SECTION.
260917      READ  OT1X-FILE
260917        AT  END
260917           MOVE  "1"  TO  FLG-OT1X-END
260917        NOT  AT  END
260917           IF  OT1X-DELETED
260917               CONTINUE
260917           ELSE
260917               IF  TBL-MBR-CNT  >=  TBL-MBR-MAX
260917                   DISPLAY  "*** MEMBER TABLE OVERFLOW - RUN "
260917                            "ABORTED ***"
260917                   MOVE  16  TO  RETURN-CODE
260917                   STOP  RUN
260917               END-IF
260917               ADD  1  TO  TBL-MBR-CNT
260917               MOVE  OT1X-MEMBER-ID
260917                       TO  TBL-MBR-ID (TBL-MBR-CNT)
260917           END-IF
260917      END-READ.
260917 EXT.
260917      EXIT.
260917********************************************************
260917*    同意更新トランザクション1件の区分別振分け
260917********************************************************
260917 MAIN-RTN               SECTION.
260917      READ  CNU-FILE
260917        AT  END
260917           MOVE  "1"  TO  FLG-CNU-END
260917        NOT  AT  END
260917           ADD  1  TO  CNT-CNU
260917           EVALUATE  CNU-ACTION
260917             WHEN  'S'
260917                 PERFORM  SET-RTN
260917             WHEN  'D'
260917                 PERFORM  DEL-RTN
260917             WHEN  OTHER
260917                 DISPLAY  "*** SAMPLECN BAD ACTION : "
260917                          CNU-ACTION  " MEMBER = "
260917                          CNU-MEMBER-ID  " ***"
260917                 ADD  1  TO  CNT-SKIP
260917           END-EVALUATE
260917      END-READ.
260917 EXT.
260917      EXIT.
260917********************************************************
260917*    設定(S)：内容を確認し、未登録なら同意ありを初期値と
260917*    して登録、登録済みなら指定された項目だけを変更する
260917********************************************************
260917 SET-RTN                SECTION.
260917      PERFORM  CHK-RTN.
260917      IF  TXN-OK
260917          MOVE  SPACE          TO  FLG-CNS-NEW
260917          MOVE  CNU-MEMBER-ID  TO  CNS-MEMBER-ID
260917          READ  CNS-FILE
260917            INVALID  KEY
260917              MOVE  'Y'            TO  FLG-CNS-NEW
260917              MOVE  SPACE          TO  CNS-REC
260917              MOVE  CNU-MEMBER-ID  TO  CNS-MEMBER-ID
260917              MOVE  '0'            TO  CNS-MAIL-FLAG
260917                                       CNS-SHARE-FLAG
260917              MOVE  ZERO           TO  CNS-MAIL-DATE
260917                                       CNS-SHARE-DATE
260917          END-READ
260917          IF  CNU-MAIL-FLAG  NOT  =  SPACE
260917              MOVE  CNU-MAIL-FLAG  TO  CNS-MAIL-FLAG
260917              IF  CNU-MAIL-DATE  =  SPACE
260917                  MOVE  WK-RUN-DATE    TO  CNS-MAIL-DATE
260917              ELSE
260917                  MOVE  CNU-MAIL-DATE  TO  CNS-MAIL-DATE
260917              END-IF
260917          END-IF
260917          IF  CNU-SHARE-FLAG  NOT  =  SPACE
260917              MOVE  CNU-SHARE-FLAG  TO  CNS-SHARE-FLAG
260917              IF  CNU-SHARE-DATE  =  SPACE
260917                  MOVE  WK-RUN-DATE     TO  CNS-SHARE-DATE
260917              ELSE
260917                  MOVE  CNU-SHARE-DATE  TO  CNS-SHARE-DATE
260917              END-IF
260917          END-IF
260917          MOVE  WK-RUN-DATE  TO  CNS-UPD-DATE
260917          MOVE  WK-OPERATOR  TO  CNS-UPD-OPER
260917          IF  CNS-NEW
260917              WRITE  CNS-REC
260917                INVALID  KEY
260917                  DISPLAY  "*** CNS-FILE WRITE ERROR : "
260917                           WK-CNS-STATUS  " MEMBER = "
260917                           CNS-MEMBER-ID  " ***"
260917                  ADD  1  TO  CNT-SKIP
260917                NOT  INVALID  KEY
260917                  ADD  1  TO  CNT-ADD
260917              END-WRITE
260917          ELSE
260917              REWRITE  CNS-REC
260917                INVALID  KEY
260917                  DISPLAY  "*** CNS-FILE REWRITE ERROR : "
260917                           WK-CNS-STATUS  " MEMBER = "
260917                           CNS-MEMBER-ID  " ***"
260917                  ADD  1  TO  CNT-SKIP
260917                NOT  INVALID  KEY
260917                  ADD  1  TO  CNT-CHG
260917              END-REWRITE
260917          END-IF
260917      ELSE
260917          ADD  1  TO  CNT-SKIP
260917      END-IF.
260917 EXT.
260917      EXIT.
260917********************************************************
260917*    設定(S)の内容確認(フラグは 0/1/空白、適用日は数字
260917*    8桁か空白、少なくとも一方のフラグを指定、会員番号は
260917*    人物マスタに実在すること)
260917********************************************************
260917 CHK-RTN                SECTION.
260917      MOVE  'Y'  TO  FLG-TXN-OK.
260917      EVALUATE  TRUE
260917        WHEN  CNU-MAIL-FLAG  NOT  =  SPACE  AND  '0'  AND  '1'
260917        WHEN  CNU-SHARE-FLAG NOT  =  SPACE  AND  '0'  AND  '1'
260917            DISPLAY  "*** SAMPLECN BAD FLAG : "
260917                     CNU-MEMBER-ID  " ***"
260917            MOVE  SPACE  TO  FLG-TXN-OK
260917        WHEN  CNU-MAIL-FLAG  =  SPACE
260917          AND CNU-SHARE-FLAG =  SPACE
260917            DISPLAY  "*** SAMPLECN NO FLAG SPECIFIED : "
260917                     CNU-MEMBER-ID  " ***"
260917            MOVE  SPACE  TO  FLG-TXN-OK
260917        WHEN  CNU-MAIL-DATE  NOT  =  SPACE
260917          AND CNU-MAIL-DATE  IS  NOT  NUMERIC
260917        WHEN  CNU-SHARE-DATE NOT  =  SPACE
260917          AND CNU-SHARE-DATE IS  NOT  NUMERIC
260917            DISPLAY  "*** SAMPLECN BAD DATE : "
260917                     CNU-MEMBER-ID  " ***"
260917            MOVE  SPACE  TO  FLG-TXN-OK
260917        WHEN  OTHER
260917            CONTINUE
260917      END-EVALUATE.
260917      IF  TXN-OK  AND  MBR-LOADED
260917          MOVE  SPACE  TO  FLG-MBR-FOUND
260917          SET  MBR-IDX  TO  1
260917          SEARCH  TBL-MBR-ID
260917            AT  END
260917              CONTINUE
260917            WHEN  MBR-IDX  >  TBL-MBR-CNT
260917              CONTINUE
260917            WHEN  TBL-MBR-ID (MBR-IDX)  =  CNU-MEMBER-ID
260917              MOVE  'Y'  TO  FLG-MBR-FOUND
260917          END-SEARCH
260917          IF  NOT  MBR-FOUND
260917              DISPLAY  "*** SAMPLECN UNKNOWN MEMBER : "
260917                       CNU-MEMBER-ID  " ***"
260917              MOVE  SPACE  TO  FLG-TXN-OK
260917          END-IF
260917      END-IF.
260917 EXT.
260917      EXIT.
260917********************************************************
260917*    取消(D)：登録を削除し同意ありの状態へ戻す(論理削除
260917*    済みの会員でも取り消せるよう実在確認は行わない)
260917********************************************************
260917 DEL-RTN                SECTION.
260917      MOVE  CNU-MEMBER-ID  TO  CNS-MEMBER-ID.
260917      DELETE  CNS-FILE  RECORD
260917        INVALID  KEY
260917          DISPLAY  "*** SAMPLECN NOT REGISTERED : "
260917                   CNS-MEMBER-ID  " ***"
260917          ADD  1  TO  CNT-SKIP
260917        NOT  INVALID  KEY
260917          ADD  1  TO  CNT-DEL
260917      END-DELETE.
260917 EXT.
260917      EXIT.
260917********************************************************
260917*    終了処理
260917********************************************************
260917 END-RTN                SECTION.
260917      IF  RETURN-CODE  NOT  =  8
260917          CLOSE  CNU-FILE
260917          CLOSE  CNS-FILE
260917          IF  MBR-LOADED
260917              CLOSE  OT1X-FILE
260917          END-IF
260917      END-IF.
260917      DISPLAY  "*** CNU = " CNT-CNU  " ***".
260917      DISPLAY  "*** ADD = " CNT-ADD  " ***".
260917      DISPLAY  "*** CHG = " CNT-CHG  " ***".
260917      DISPLAY  "*** DEL = " CNT-DEL  " ***".
260917      DISPLAY  "*** SKIP= " CNT-SKIP " ***".
260917*    読み飛ばしたトランザクションがあれば警告終了とする
260917      IF  CNT-SKIP  >  0  AND  RETURN-CODE  =  0
260917          MOVE  4  TO  RETURN-CODE
260917      END-IF.
260917      DISPLAY  "*** SAMPLECN END ***".
260917 EXT.
260917      EXIT.
