       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SAMPLEPM.
      ********************************************************
      * プログラム名    ：さんぷる  どういつじんぶつ
      * 内容            ：索引編成の人物マスタ(OT1X-FILE)の有効
      *                    レコードを総当たりで突合せ、別々の会員
      *                    番号で登録された同一人物の疑いがある組を
      *                    強さの順に並べた候補一覧(PML-FILE)を
      *                    出力する。判定の手掛かりと点数は次の
      *                    とおりとし、該当した点数の合計で強さを
      *                    決める。
      *                      N：氏名と生年月日が一致        60 点
      *                      A：生年月日・郵便番号・住所が一致
      *                                                     30 点
      *                      H：同一世帯(郵便番号・住所が一致)
      *                         で氏名の違いが1文字以内     10 点
      *                    合計 60 点以上を HIGH、30 点以上を
      *                    MEDIUM、それ未満を LOW とする。候補の
      *                    統合は保守プログラム(SAMPLEMT)の統合
      *                    (G)で行う。論理削除済みのレコードと、
      *                    会員番号が同じ組は対象外とする。
      * 作成日／作成者  ：２０２６年１０月０５日  保守担当
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
261005*    ファイル名は WK-xxx-FNAME (環境変数で実行時指定可)
261005*    索引編成の人物マスタ(通番キー昇順に順読みする)
261005     SELECT  OT1X-FILE  ASSIGN TO  DYNAMIC
261005             WK-OT1X-FNAME
261005             ORGANIZATION  INDEXED
261005             ACCESS MODE  SEQUENTIAL
261005             RECORD KEY   OT1X-GEN-ID
261005             FILE STATUS  WK-OT1X-STATUS.
261005*    同一人物の候補一覧
261005     SELECT  PML-FILE  ASSIGN TO  DYNAMIC
261005             WK-PML-FNAME
261005             ORGANIZATION  LINE  SEQUENTIAL
261005             FILE STATUS   WK-PML-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
261005*    索引編成版のレコード定義は COPY 句 OT1XREC を参照
261005 FD  OT1X-FILE.
261005 COPY  OT1XREC.
      *
261005*    同一人物の候補一覧(印字イメージ)
261005 FD  PML-FILE.
261005 01  PML-REC              PIC  X(132).
      *
       WORKING-STORAGE        SECTION.
261005 01  FLG-AREA.
261005   05  FLG-OT1X-END     PIC  X(01).
261005 01  CNT-AREA.
261005*      読込件数と突合せ対象(有効レコード)の件数
261005   05   CNT-OT1X        PIC  9(09).
261005   05   CNT-LIVE        PIC  9(09).
261005*      強さ別の候補件数
261005   05   CNT-HIGH        PIC  9(09).
261005   05   CNT-MEDIUM      PIC  9(09).
261005   05   CNT-LOW         PIC  9(09).
261005 01  WK-FNAME-AREA.
261005*      実行時に使用するファイル名(未指定時は既定値を使用)
261005   05   WK-OT1X-FNAME   PIC  X(40)
261005                  VALUE  "C:\GnuCobol\file\SAMPLE_OUT_IDX.dat".
261005   05   WK-PML-FNAME    PIC  X(40)
261005                  VALUE  "C:\GnuCobol\file\SAMPLE_PMATCH.txt".
261005   05   WK-ENV-FNAME    PIC  X(40).
261005 01  WK-STATUS-AREA.
261005   05   WK-OT1X-STATUS  PIC  X(02).
261005   05   WK-PML-STATUS   PIC  X(02).
261005 01  WK-DATE-AREA.
261005   05   WK-RUN-DATE     PIC  9(08).
261005 01  WK-PM-AREA.
261005*      突合せの添字(I 番目と J 番目の組。J は I より後)
261005   05   WK-PM-I         PIC  9(06).
261005   05   WK-PM-J         PIC  9(06).
261005*      組の点数と該当した手掛かり(N/A/H の3桁)
261005   05   WK-PM-SCORE     PIC  9(03).
261005   05   WK-PM-SIGNALS   PIC  X(03).
261005*      氏名の比較位置と違っていた文字数(1文字3バイト単位)
261005   05   WK-NM-POS       PIC  9(02).
261005   05   WK-NM-DIFF      PIC  9(02).
261005*      掃き出し用添字と一覧の順位
261005   05   WK-SWEEP-IX     PIC  9(05).
261005   05   WK-RANK         PIC  9(05).
261005*      強さの表示
261005   05   WK-STRENGTH     PIC  X(06).
261005*      印字用の編集項目
261005   05   WK-ED-RANK      PIC  ZZZZ9.
261005   05   WK-ED-SCORE     PIC  ZZ9.
261005*    突合せ対象の有効レコードのテーブル
261005 01  TBL-PM-AREA.
261005   05   TBL-PM-MAX      PIC  9(06)  VALUE  100000.
261005   05   TBL-PM-CNT      PIC  9(06)  VALUE  0.
261005   05   TBL-PM-ENT      OCCURS  100000  TIMES.
261005     10  PM-T-GEN-ID    PIC  9(09).
261005     10  PM-T-NAME      PIC  X(12).
261005     10  PM-T-BIRTH     PIC  X(10).
261005     10  PM-T-MEMBER    PIC  X(10).
261005     10  PM-T-POSTAL    PIC  X(07).
261005     10  PM-T-ADDRESS   PIC  X(40).
261005*    候補テーブル(点数の高い順、同点は通番の若い順に並べ
261005*    替えて出力する)
261005 01  TBL-CAN-AREA.
261005   05   TBL-CAN-MAX     PIC  9(05)  VALUE  5000.
261005   05   TBL-CAN-CNT     PIC  9(05)  VALUE  0.
261005   05   TBL-CAN-ENT     OCCURS  5000  TIMES.
261005*      並べ替えキー(999 - 点数 + 2件の通番)
261005     10  CAN-T-KEY.
261005       15  CAN-T-RKEY   PIC  9(03).
261005       15  CAN-T-GEN-A  PIC  9(09).
261005       15  CAN-T-GEN-B  PIC  9(09).
261005     10  CAN-T-SCORE    PIC  9(03).
261005     10  CAN-T-SIGNALS  PIC  X(03).
261005*      組の2件の有効レコードテーブル上の位置
261005     10  CAN-T-IX-A     PIC  9(06).
261005     10  CAN-T-IX-B     PIC  9(06).
261005*    並べ替え用ワーク(選択ソート)
261005 01  WK-SORT-AREA.
261005   05   WK-SORT-I       PIC  9(05).
261005   05   WK-SORT-J       PIC  9(05).
261005   05   WK-SORT-TOP     PIC  9(05).
261005   05   WK-SWAP-ENT     PIC  X(39).
      *
      ********************************************************
      *    さんぷる どういつじんぶつ コントロール
      ********************************************************
       PROCEDURE              DIVISION.
261005     PERFORM  INIT-RTN.
261005     PERFORM  LOAD-RTN  UNTIL  FLG-OT1X-END  =  "1".
261005     PERFORM  MATCH-RTN.
261005     PERFORM  SORT-RTN.
261005     PERFORM  END-RTN.
261005     STOP  RUN.
261005********************************************************
261005*    初期処理
261005********************************************************
261005 INIT-RTN               SECTION.
261005      DISPLAY  "*** SAMPLEPM START ***".
261005      INITIALIZE         FLG-AREA
261005                         CNT-AREA.
261005      ACCEPT  WK-RUN-DATE  FROM  DATE  YYYYMMDD.
261005*    未設定時は WK-FNAME-AREA の既定値のまま変更しない
261005      DISPLAY  "SAMPLE_OT1_IDX_FILE"  UPON  ENVIRONMENT-NAME.
261005      MOVE  SPACE        TO  WK-ENV-FNAME.
261005      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261005      IF  WK-ENV-FNAME  NOT  =  SPACE
261005          MOVE  WK-ENV-FNAME  TO  WK-OT1X-FNAME
261005      END-IF.
261005      DISPLAY  "SAMPLE_PML_FILE"  UPON  ENVIRONMENT-NAME.
261005      MOVE  SPACE        TO  WK-ENV-FNAME.
261005      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
261005      IF  WK-ENV-FNAME  NOT  =  SPACE
261005          MOVE  WK-ENV-FNAME  TO  WK-PML-FNAME
261005      END-IF.
261005      OPEN  INPUT  OT1X-FILE.
261005      IF  WK-OT1X-STATUS  NOT  =  "00"
261005          DISPLAY  "*** OT1X-FILE OPEN ERROR : "
261005                   WK-OT1X-STATUS  " ***"
261005          MOVE  8    TO  RETURN-CODE
261005          MOVE  "1"  TO  FLG-OT1X-END
261005      END-IF.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    人物マスタを順読みし、有効レコードをテーブルへ積む
261005********************************************************
261005 LOAD-RTN               SECTION.
261005      READ  OT1X-FILE
261005        AT  END
261005           MOVE  "1"  TO  FLG-OT1X-END
261005           CLOSE  OT1X-FILE
261005        NOT  AT  END
261005           ADD  1  TO  CNT-OT1X
261005           IF  NOT  OT1X-DELETED
261005               IF  TBL-PM-CNT  >=  TBL-PM-MAX
261005                   DISPLAY  "*** PM TABLE OVERFLOW - RUN "
261005                            "ABORTED ***"
261005                   MOVE  16  TO  RETURN-CODE
261005                   STOP  RUN
261005               END-IF
261005               ADD  1  TO  TBL-PM-CNT
261005               ADD  1  TO  CNT-LIVE
261005               MOVE  OT1X-GEN-ID
261005                     TO  PM-T-GEN-ID (TBL-PM-CNT)
261005               MOVE  OT1X-NAME
261005                     TO  PM-T-NAME (TBL-PM-CNT)
261005               MOVE  OT1X-BIRTH
261005                     TO  PM-T-BIRTH (TBL-PM-CNT)
261005               MOVE  OT1X-MEMBER-ID
261005                     TO  PM-T-MEMBER (TBL-PM-CNT)
261005               MOVE  OT1X-POSTAL
261005                     TO  PM-T-POSTAL (TBL-PM-CNT)
261005               MOVE  OT1X-ADDRESS
261005                     TO  PM-T-ADDRESS (TBL-PM-CNT)
261005           END-IF
261005      END-READ.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    総当たりの突合せ(I 番目と、それより後の全件を比べる)
261005********************************************************
261005 MATCH-RTN              SECTION.
261005      IF  TBL-PM-CNT  >  1
261005          PERFORM  MATCH-OUTER-RTN
261005            VARYING  WK-PM-I  FROM  1  BY  1
261005            UNTIL    WK-PM-I  >=  TBL-PM-CNT
261005      END-IF.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    I 番目のレコードと後続レコードの突合せ
261005********************************************************
261005 MATCH-OUTER-RTN        SECTION.
261005      ADD  WK-PM-I  1  GIVING  WK-PM-J.
261005      PERFORM  MATCH-PAIR-RTN
261005        VARYING  WK-PM-J  FROM  WK-PM-J  BY  1
261005        UNTIL    WK-PM-J  >  TBL-PM-CNT.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    1組の判定(会員番号が同じ組は重複登録として別に扱う
261005*    ため対象外とする)
261005********************************************************
261005 MATCH-PAIR-RTN         SECTION.
261005      IF  PM-T-MEMBER (WK-PM-I)  NOT  =  PM-T-MEMBER (WK-PM-J)
261005          PERFORM  MATCH-SIG-RTN
261005      END-IF.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    手掛かりごとに点数を加え、1つでも該当すれば候補と
261005*    して積む
261005********************************************************
261005 MATCH-SIG-RTN          SECTION.
261005      MOVE  ZERO   TO  WK-PM-SCORE.
261005      MOVE  SPACE  TO  WK-PM-SIGNALS.
261005*     N：氏名と生年月日が一致
261005      IF  PM-T-NAME (WK-PM-I)  NOT  =  SPACE
261005      AND PM-T-BIRTH (WK-PM-I)  NOT  =  SPACE
261005      AND PM-T-NAME (WK-PM-I)  =  PM-T-NAME (WK-PM-J)
261005      AND PM-T-BIRTH (WK-PM-I)  =  PM-T-BIRTH (WK-PM-J)
261005          ADD  60   TO  WK-PM-SCORE
261005          MOVE  'N'  TO  WK-PM-SIGNALS(1:1)
261005      END-IF.
261005*     A：生年月日・郵便番号・住所が一致
261005      IF  PM-T-BIRTH (WK-PM-I)  NOT  =  SPACE
261005      AND PM-T-ADDRESS (WK-PM-I)  NOT  =  SPACE
261005      AND PM-T-BIRTH (WK-PM-I)  =  PM-T-BIRTH (WK-PM-J)
261005      AND PM-T-POSTAL (WK-PM-I)  =  PM-T-POSTAL (WK-PM-J)
261005      AND PM-T-ADDRESS (WK-PM-I)  =  PM-T-ADDRESS (WK-PM-J)
261005          ADD  30   TO  WK-PM-SCORE
261005          MOVE  'A'  TO  WK-PM-SIGNALS(2:1)
261005      END-IF.
261005*     H：同一世帯で氏名の違いが1文字以内
261005      IF  PM-T-ADDRESS (WK-PM-I)  NOT  =  SPACE
261005      AND PM-T-POSTAL (WK-PM-I)  =  PM-T-POSTAL (WK-PM-J)
261005      AND PM-T-ADDRESS (WK-PM-I)  =  PM-T-ADDRESS (WK-PM-J)
261005          MOVE  ZERO  TO  WK-NM-DIFF
261005          PERFORM  NM-CMP-RTN
261005            VARYING  WK-NM-POS  FROM  1  BY  3
261005            UNTIL    WK-NM-POS  >  10
261005          IF  WK-NM-DIFF  <=  1
261005              ADD  10   TO  WK-PM-SCORE
261005              MOVE  'H'  TO  WK-PM-SIGNALS(3:1)
261005          END-IF
261005      END-IF.
261005      IF  WK-PM-SCORE  >  0
261005          PERFORM  CAN-ADD-RTN
261005      END-IF.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    氏名の1文字(3バイト)の比較
261005********************************************************
261005 NM-CMP-RTN             SECTION.
261005      IF  PM-T-NAME (WK-PM-I) (WK-NM-POS:3)
261005          NOT  =  PM-T-NAME (WK-PM-J) (WK-NM-POS:3)
261005          ADD  1  TO  WK-NM-DIFF
261005      END-IF.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    候補テーブルへの登録
261005********************************************************
261005 CAN-ADD-RTN            SECTION.
261005      IF  TBL-CAN-CNT  >=  TBL-CAN-MAX
261005          DISPLAY  "*** CANDIDATE TABLE OVERFLOW - RUN "
261005                   "ABORTED ***"
261005          MOVE  16  TO  RETURN-CODE
261005          STOP  RUN
261005      END-IF.
261005      ADD  1  TO  TBL-CAN-CNT.
261005      SUBTRACT  WK-PM-SCORE  FROM  999
261005                             GIVING  CAN-T-RKEY (TBL-CAN-CNT).
261005      MOVE  PM-T-GEN-ID (WK-PM-I)
261005                             TO  CAN-T-GEN-A (TBL-CAN-CNT).
261005      MOVE  PM-T-GEN-ID (WK-PM-J)
261005                             TO  CAN-T-GEN-B (TBL-CAN-CNT).
261005      MOVE  WK-PM-SCORE      TO  CAN-T-SCORE (TBL-CAN-CNT).
261005      MOVE  WK-PM-SIGNALS    TO  CAN-T-SIGNALS (TBL-CAN-CNT).
261005      MOVE  WK-PM-I          TO  CAN-T-IX-A (TBL-CAN-CNT).
261005      MOVE  WK-PM-J          TO  CAN-T-IX-B (TBL-CAN-CNT).
261005      EVALUATE  TRUE
261005        WHEN  WK-PM-SCORE  >=  60
261005            ADD  1  TO  CNT-HIGH
261005        WHEN  WK-PM-SCORE  >=  30
261005            ADD  1  TO  CNT-MEDIUM
261005        WHEN  OTHER
261005            ADD  1  TO  CNT-LOW
261005      END-EVALUATE.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    候補テーブルを点数の高い順に並べ替える(選択ソート)
261005********************************************************
261005 SORT-RTN               SECTION.
261005      IF  TBL-CAN-CNT  >  1
261005          PERFORM  SORT-PASS-RTN
261005            VARYING  WK-SORT-I  FROM  1  BY  1
261005            UNTIL    WK-SORT-I  >=  TBL-CAN-CNT
261005      END-IF.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    ソート1パス：I 番目以降でキー最小の要素を I 番目へ
261005********************************************************
261005 SORT-PASS-RTN          SECTION.
261005      MOVE  WK-SORT-I  TO  WK-SORT-TOP.
261005      ADD  WK-SORT-I  1  GIVING  WK-SORT-J.
261005      PERFORM  SORT-CMP-RTN
261005        VARYING  WK-SORT-J  FROM  WK-SORT-J  BY  1
261005        UNTIL    WK-SORT-J  >  TBL-CAN-CNT.
261005      IF  WK-SORT-TOP  NOT  =  WK-SORT-I
261005          PERFORM  SORT-SWAP-RTN
261005      END-IF.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    ソート比較：J 番目が現在の最小より小さければ控える
261005********************************************************
261005 SORT-CMP-RTN           SECTION.
261005      IF  CAN-T-KEY (WK-SORT-J)  <  CAN-T-KEY (WK-SORT-TOP)
261005          MOVE  WK-SORT-J  TO  WK-SORT-TOP
261005      END-IF.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    ソート交換：I 番目と最小要素を入れ替える
261005********************************************************
261005 SORT-SWAP-RTN          SECTION.
261005      MOVE  TBL-CAN-ENT (WK-SORT-I)    TO  WK-SWAP-ENT.
261005      MOVE  TBL-CAN-ENT (WK-SORT-TOP)
261005                  TO  TBL-CAN-ENT (WK-SORT-I).
261005      MOVE  WK-SWAP-ENT
261005                  TO  TBL-CAN-ENT (WK-SORT-TOP).
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    候補一覧の出力(見出し→候補ごとに2行→凡例と件数)
261005********************************************************
261005 PML-RTN                SECTION.
261005      OPEN  OUTPUT  PML-FILE.
261005      IF  WK-PML-STATUS  NOT  =  "00"
261005          DISPLAY  "*** PML-FILE OPEN ERROR : "
261005                   WK-PML-STATUS  " ***"
261005          MOVE  8  TO  RETURN-CODE
261005      ELSE
261005          MOVE  SPACE  TO  PML-REC
261005          STRING  "SAMPLEPM SUSPECTED SAME-PERSON LIST  "
261005                                      DELIMITED BY SIZE
261005                  "RUN DATE : "       DELIMITED BY SIZE
261005                  WK-RUN-DATE         DELIMITED BY SIZE
261005                  INTO  PML-REC
261005          WRITE  PML-REC
261005          MOVE  SPACE  TO  PML-REC
261005          WRITE  PML-REC
261005          MOVE  " RANK SCORE STRENGTH SIG"  TO  PML-REC
261005          MOVE  "GEN-ID    MEMBER     NAME         BIRTH"
261005                                      TO  PML-REC(27:40)
261005          MOVE  "      POSTAL  ADDRESS"
261005                                      TO  PML-REC(67:21)
261005          WRITE  PML-REC
261005          MOVE  ZERO  TO  WK-RANK
261005          MOVE  1     TO  WK-SWEEP-IX
261005          PERFORM  PML-ONE-RTN  TBL-CAN-CNT  TIMES
261005          MOVE  SPACE  TO  PML-REC
261005          WRITE  PML-REC
261005          MOVE  "SIGNALS  N:NAME+BIRTH(60)  A:BIRTH+POSTAL+"
261005                                      TO  PML-REC
261005          MOVE  "ADDRESS(30)  H:SAME HOUSEHOLD+NAME WITHIN 1"
261005                                      TO  PML-REC(43:43)
261005          MOVE  " CHAR(10)"           TO  PML-REC(86:9)
261005          WRITE  PML-REC
261005          MOVE  "MERGE WITH SAMPLEMT ACTION G  (GEN-ID OF THE"
261005                                      TO  PML-REC
261005          MOVE  " RECORD TO RETIRE, MEMBER-ID TO KEEP)"
261005                                      TO  PML-REC(45:37)
261005          WRITE  PML-REC
261005          MOVE  SPACE  TO  PML-REC
261005          STRING  "TOTAL  CANDIDATES = "  DELIMITED BY SIZE
261005                  TBL-CAN-CNT             DELIMITED BY SIZE
261005                  "  HIGH = "             DELIMITED BY SIZE
261005                  CNT-HIGH                DELIMITED BY SIZE
261005                  "  MEDIUM = "           DELIMITED BY SIZE
261005                  CNT-MEDIUM              DELIMITED BY SIZE
261005                  "  LOW = "              DELIMITED BY SIZE
261005                  CNT-LOW                 DELIMITED BY SIZE
261005                  INTO  PML-REC
261005          WRITE  PML-REC
261005          CLOSE  PML-FILE
261005      END-IF.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    候補1組の出力(1行目に順位・点数・強さと1件目、
261005*    2行目に2件目を印字する)
261005********************************************************
261005 PML-ONE-RTN            SECTION.
261005      ADD  1  TO  WK-RANK.
261005      EVALUATE  TRUE
261005        WHEN  CAN-T-SCORE (WK-SWEEP-IX)  >=  60
261005            MOVE  'HIGH'    TO  WK-STRENGTH
261005        WHEN  CAN-T-SCORE (WK-SWEEP-IX)  >=  30
261005            MOVE  'MEDIUM'  TO  WK-STRENGTH
261005        WHEN  OTHER
261005            MOVE  'LOW'     TO  WK-STRENGTH
261005      END-EVALUATE.
261005      MOVE  WK-RANK                     TO  WK-ED-RANK.
261005      MOVE  CAN-T-SCORE (WK-SWEEP-IX)   TO  WK-ED-SCORE.
261005      MOVE  SPACE  TO  PML-REC.
261005      MOVE  WK-ED-RANK                  TO  PML-REC(1:5).
261005      MOVE  WK-ED-SCORE                 TO  PML-REC(9:3).
261005      MOVE  WK-STRENGTH                 TO  PML-REC(13:6).
261005      MOVE  CAN-T-SIGNALS (WK-SWEEP-IX) TO  PML-REC(22:3).
261005      MOVE  CAN-T-IX-A (WK-SWEEP-IX)    TO  WK-PM-I.
261005      PERFORM  PML-REC-RTN.
261005      MOVE  SPACE  TO  PML-REC.
261005      MOVE  CAN-T-IX-B (WK-SWEEP-IX)    TO  WK-PM-I.
261005      PERFORM  PML-REC-RTN.
261005      ADD  1  TO  WK-SWEEP-IX.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    候補のレコード1件分の印字(有効レコードテーブルの
261005*    WK-PM-I 番目)
261005********************************************************
261005 PML-REC-RTN            SECTION.
261005      MOVE  PM-T-GEN-ID (WK-PM-I)   TO  PML-REC(27:9).
261005      MOVE  PM-T-MEMBER (WK-PM-I)   TO  PML-REC(37:10).
261005      MOVE  PM-T-NAME (WK-PM-I)     TO  PML-REC(48:12).
261005      MOVE  PM-T-BIRTH (WK-PM-I)    TO  PML-REC(61:10).
261005      MOVE  PM-T-POSTAL (WK-PM-I)   TO  PML-REC(73:7).
261005      MOVE  PM-T-ADDRESS (WK-PM-I)  TO  PML-REC(81:40).
261005      WRITE  PML-REC.
261005 EXT.
261005      EXIT.
261005********************************************************
261005*    終了処理
261005********************************************************
261005 END-RTN                SECTION.
261005      IF  RETURN-CODE  NOT  =  8
261005          PERFORM  PML-RTN
261005      END-IF.
261005      DISPLAY  "*** OT1X       = " CNT-OT1X    " ***".
261005      DISPLAY  "*** LIVE       = " CNT-LIVE    " ***".
261005      DISPLAY  "*** CANDIDATES = " TBL-CAN-CNT " ***".
261005      DISPLAY  "*** HIGH       = " CNT-HIGH    " ***".
261005      DISPLAY  "*** MEDIUM     = " CNT-MEDIUM  " ***".
261005      DISPLAY  "*** LOW        = " CNT-LOW     " ***".
261005      DISPLAY  "*** SAMPLEPM END ***".
261005 EXT.
261005      EXIT.
