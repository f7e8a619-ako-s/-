      *                    終了コード8以上または終了レコード無し
      *                    が1件でもあれば警告終了とする。
      * 作成日／作成者  ：２０２６年０９月０３日  保守担当
261014*    変更日／変更者  ：２０２６年１０月１４日  保守担当
261014*       変更内容  ：世代管理(SAMPLEGN)の復元レコード(記録
261014*                    区分 R)を明細とまとめに表示し、人物
261014*                    マスタ一式を世代へ戻した日は警告終了
261014*                    とする
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
260903 01  CNT-AREA.
260903   05   CNT-RUN         PIC  9(09).
260903   05   CNT-HIT         PIC  9(09).
261014*      人物マスタ一式を世代へ戻した回数
261014   05   CNT-RBK         PIC  9(04).
260903 01  WK-FNAME-AREA.
260903*      実行時に使用するファイル名(未指定時は既定値を使用)
260903   05   WK-RUN-FNAME    PIC  X(40)
260903*      対象日(環境変数 SAMPLE_OP_DATE。未指定時は当日)
260903   05   WK-ENV-DATE     PIC  X(08).
260903   05   WK-OP-DATE      PIC  9(08).
261014*      最後に戻した世代番号
261014   05   WK-RBK-GEN      PIC  9(06).
260903*    プログラム別のまとめテーブル(初出順に登録する)
260903 01  TBL-PGM-AREA.
260903   05   TBL-PGM-MAX     PIC  9(02)  VALUE  20.
260903********************************************************
260903 DTL-OUT-RTN            SECTION.
260903      MOVE  SPACE  TO  OPR-REC.
261014*    復元レコードの件数欄は戻した世代番号
261014      IF  RUN-TYPE  =  'R'
261014          MOVE  RUN-IN-CNT  TO  WK-RBK-GEN
261014          STRING  RUN-TIME     DELIMITED BY SIZE
261014                  " "          DELIMITED BY SIZE
261014                  RUN-PGM      DELIMITED BY SIZE
261014                  " R ROLLBACK TO GENERATION "
261014                               DELIMITED BY SIZE
261014                  WK-RBK-GEN   DELIMITED BY SIZE
261014                  " CC="       DELIMITED BY SIZE
261014                  RUN-CC       DELIMITED BY SIZE
261014                  INTO  OPR-REC
261014      ELSE
261014          STRING  RUN-TIME     DELIMITED BY SIZE
261014                  " "          DELIMITED BY SIZE
261014                  RUN-PGM      DELIMITED BY SIZE
261014                  " "          DELIMITED BY SIZE
261014                  RUN-TYPE     DELIMITED BY SIZE
261014                  " IN="       DELIMITED BY SIZE
261014                  RUN-IN-CNT   DELIMITED BY SIZE
261014                  " CC="       DELIMITED BY SIZE
261014                  RUN-CC       DELIMITED BY SIZE
261014                  INTO  OPR-REC
261014      END-IF.
260903      WRITE  OPR-REC.
260903 EXT.
260903      EXIT.
260903*    記録区分ごとの反映(終了は最後の値を採用する)
260903********************************************************
260903 PGM-SET-RTN            SECTION.
261014      EVALUATE  RUN-TYPE
261014        WHEN  'S'
260903          MOVE  'Y'  TO  PGM-T-START (PGM-IDX)
260903*         再実行に備え、終了の控えはいったんリセットする
260903*         (開始より後の終了レコードだけを有効とする)
260903          MOVE  SPACE  TO  PGM-T-END (PGM-IDX)
261014*       世代の復元は終了レコードとしては扱わず、まとめの
261014*       末尾に別行で報告する(復元後の再実行の確認を促す)
261014        WHEN  'R'
261014          ADD   1           TO  CNT-RBK
261014          MOVE  RUN-IN-CNT  TO  WK-RBK-GEN
261014          MOVE  'Y'         TO  FLG-NG
261014        WHEN  OTHER
260903          MOVE  'Y'         TO  PGM-T-END (PGM-IDX)
260903          MOVE  RUN-CC      TO  PGM-T-CC (PGM-IDX)
260903          MOVE  RUN-IN-CNT  TO  PGM-T-CNT (PGM-IDX)
261014      END-EVALUATE.
260903 EXT.
260903      EXIT.
260903********************************************************
260903          PERFORM  SUM-ONE-RTN
260903            VARYING  WK-SUM-IX  FROM  1  BY  1
260903            UNTIL    WK-SUM-IX  >  TBL-PGM-CNT
261014          IF  CNT-RBK  >  0
261014              MOVE  SPACE  TO  OPR-REC
261014              STRING  "MASTER SET ROLLED BACK TO GENERATION "
261014                                       DELIMITED BY SIZE
261014                      WK-RBK-GEN       DELIMITED BY SIZE
261014                      " (ROLLBACKS="   DELIMITED BY SIZE
261014                      CNT-RBK          DELIMITED BY SIZE
261014                      ")"              DELIMITED BY SIZE
261014                      INTO  OPR-REC
261014              WRITE  OPR-REC
261014          END-IF
260903      END-IF.
260903 EXT.
260903      EXIT.
