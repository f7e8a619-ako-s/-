      *                    する。まとめによって削減できた郵送
      *                    件数を報告する。
      * 作成日／作成者  ：２０２６年０９月０３日  保守担当
260917*    変更日／変更者  ：２０２６年０９月１７日  保守担当
260917*       変更内容  ：連絡同意登録簿(CNS-FILE)で郵送を拒否
260917*                    している会員(適用日が実行日以前)を
260917*                    世帯まとめの対象から除き、除いた件数を
260917*                    報告する
260924*    変更日／変更者  ：２０２６年０９月２４日  保守担当
260924*       変更内容  ：返戻郵便の取込み(SAMPLEUD)で宛所不明
260924*                    となった会員の住所(郵便番号+住所)を
260924*                    宛所不明世帯として控え、同じ住所の会員
260924*                    を世帯まとめの対象から除き、除いた件数
260924*                    を報告する(SAMPLEMT で住所が変更され
260924*                    フラグが解除されるまで除外が続く)
261001*    変更日／変更者  ：２０２６年１０月０１日  保守担当
261001*       変更内容  ：郵便番号例外レコード(PER)への初回検出日
261001*                    追加に伴い、レコード定義を変更
261015*    変更日／変更者  ：２０２６年１０月１５日  保守担当
261015*       変更内容  ：連絡同意登録簿が未作成以外の理由で開け
261015*                    ない場合は、拒否会員へ郵送しないよう
261015*                    終了コード 8 で打ち切る
261015*                    宛所不明の除外は、SAMPLEMT で住所が変更
261015*                    されるか、夜間の SAMPLE で入力の郵便番号
261015*                    ・住所が変わるまで続く(住所が同じ間は
261015*                    SAMPLE がフラグを引き継ぐ)
      ********************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
260903             WK-PER-FNAME
260903             ORGANIZATION  LINE  SEQUENTIAL
260903             FILE STATUS   WK-PER-STATUS.
260917*    連絡同意登録簿(郵送拒否会員の除外用。キーは会員番号)
260917     SELECT  CNS-FILE  ASSIGN TO  DYNAMIC
260917             WK-CNS-FNAME
260917             ORGANIZATION  INDEXED
260917             ACCESS MODE  RANDOM
260917             RECORD KEY   CNS-MEMBER-ID
260917             FILE STATUS  WK-CNS-STATUS.
260903*    世帯ごとの郵送抽出ファイル
260903     SELECT  MLG-FILE  ASSIGN TO  DYNAMIC
260903             WK-MLG-FNAME
260903   05  PER-POSTAL       PIC  X(07).
260903   05  PER-CM3          PIC  X(01).
260903   05  PER-REASON       PIC  X(10).
261001   05  PER-CM4          PIC  X(01).
261001   05  PER-FIRST-DATE   PIC  9(08).
      *
260917*    連絡同意登録簿のレコード定義は COPY 句 CNSREC を参照
260917 FD  CNS-FILE.
260917 COPY  CNSREC.
      *
260903*    世帯ごとの郵送抽出レコード(宛名は世帯主)
260903 FD  MLG-FILE.
260903*    処理中会員が対象外かどうか
260903   05  FLG-EXC         PIC  X(01).
260903     88 EXCLUDED       VALUE  'Y'.
260917*    連絡同意登録簿を参照できるか
260917   05  FLG-CNS-OPEN    PIC  X(01).
260917     88 CNS-OPENED     VALUE  'Y'.
260924*    処理中会員が宛所不明世帯の住所かどうか
260924   05  FLG-UND         PIC  X(01).
260924     88 UND-HOLD       VALUE  'Y'.
260917*    処理中会員が郵送を拒否しているかどうか
260917   05  FLG-OPT         PIC  X(01).
260917     88 OPTED-OUT      VALUE  'Y'.
260903 01  CNT-AREA.
260903   05   CNT-OT1         PIC  9(09).
260903*      対象外として除いた件数
260903   05   CNT-EXC         PIC  9(09).
260924*      宛所不明世帯として除いた件数
260924   05   CNT-UND         PIC  9(09).
260917*      郵送拒否として除いた件数
260917   05   CNT-OPT         PIC  9(09).
260903*      世帯まとめの対象とした件数
260903   05   CNT-ELIG        PIC  9(09).
260903*      削減できた郵送件数(対象件数-世帯数)
260903                  VALUE  "C:\GnuCobol\file\SAMPLE_POSTERR.txt".
260903   05   WK-MLG-FNAME    PIC  X(40)
260903                  VALUE  "C:\GnuCobol\file\SAMPLE_MAILING.txt".
260917   05   WK-CNS-FNAME    PIC  X(40)
260917                  VALUE  "C:\GnuCobol\file\SAMPLE_CONSENT.dat".
260903   05   WK-ENV-FNAME    PIC  X(40).
260903 01  WK-STATUS-AREA.
260903   05   WK-OT1-STATUS   PIC  X(02).
260903   05   WK-OT1X-STATUS  PIC  X(02).
260903   05   WK-PER-STATUS   PIC  X(02).
260903   05   WK-MLG-STATUS   PIC  X(02).
260917   05   WK-CNS-STATUS   PIC  X(02).
260917*    郵送拒否の適用日判定用の実行日
260917 01  WK-DATE-AREA.
260917   05   WK-RUN-DATE     PIC  9(08).
260903 01  WK-EXC-AREA.
260903*      対象外テーブルへの登録用の受渡しワーク
260903   05   WK-EXC-MEMBER   PIC  X(10).
260903   05   TBL-EXC-CNT     PIC  9(06)  VALUE  0.
260903   05   TBL-EXC-ID      PIC  X(10)  OCCURS  100000  TIMES
260903                        INDEXED  BY  EXC-IDX.
260924*    宛所不明世帯の住所テーブル(郵便番号+住所)
260924 01  TBL-UND-AREA.
260924   05   TBL-UND-MAX     PIC  9(06)  VALUE  100000.
260924   05   TBL-UND-CNT     PIC  9(06)  VALUE  0.
260924   05   TBL-UND-ENT     OCCURS  100000  TIMES
260924                        INDEXED  BY  UND-IDX.
260924     10  UND-T-POSTAL   PIC  X(07).
260924     10  UND-T-ADDRESS  PIC  X(40).
260903*    世帯テーブル(郵便番号+住所でまとめる)
260903 01  TBL-HH-AREA.
260903   05   TBL-HH-MAX      PIC  9(06)  VALUE  100000.
260903      DISPLAY  "*** SAMPLEHH START ***".
260903      INITIALIZE         FLG-AREA
260903                         CNT-AREA.
260917      ACCEPT  WK-RUN-DATE  FROM  DATE  YYYYMMDD.
260903*    未設定時は WK-FNAME-AREA の既定値のまま変更しない
260903      DISPLAY  "SAMPLE_OT1_FILE"  UPON  ENVIRONMENT-NAME.
260903      MOVE  SPACE        TO  WK-ENV-FNAME.
260903      IF  WK-ENV-FNAME  NOT  =  SPACE
260903          MOVE  WK-ENV-FNAME  TO  WK-MLG-FNAME
260903      END-IF.
260917      DISPLAY  "SAMPLE_CNS_FILE"  UPON  ENVIRONMENT-NAME.
260917      MOVE  SPACE        TO  WK-ENV-FNAME.
260917      ACCEPT  WK-ENV-FNAME  FROM  ENVIRONMENT-VALUE.
260917      IF  WK-ENV-FNAME  NOT  =  SPACE
260917          MOVE  WK-ENV-FNAME  TO  WK-CNS-FNAME
260917      END-IF.
260903      OPEN  INPUT  OT1-FILE.
260903      IF  WK-OT1-STATUS  NOT  =  "00"
260903          DISPLAY  "*** OT1-FILE OPEN ERROR : "
260903          IF  WK-PER-STATUS  NOT  =  "00"
260903              MOVE  "1"  TO  FLG-PER-END
260903          END-IF
260917*         連絡同意登録簿は未作成(status 35)なら拒否会員
261015*         なしとして扱う。それ以外で開けない場合は拒否
261015*         会員へ郵送してしまうため、郵送抽出を作らずに
261015*         打ち切る
260917          OPEN  INPUT  CNS-FILE
260917          EVALUATE  WK-CNS-STATUS
260917            WHEN  "00"
260917                MOVE  'Y'  TO  FLG-CNS-OPEN
260917            WHEN  "35"
260917                CONTINUE
260917            WHEN  OTHER
261015                DISPLAY  "*** CNS-FILE OPEN ERROR : "
261015                         WK-CNS-STATUS  " - RUN ABORTED ***"
261015                MOVE  8  TO  RETURN-CODE
261015                STOP  RUN
260917          END-EVALUATE
260903          OPEN  OUTPUT  MLG-FILE
260903      END-IF.
260903 EXT.
260903           IF  OT1X-DELETED
260903               MOVE  OT1X-MEMBER-ID  TO  WK-EXC-MEMBER
260903               PERFORM  EXC-ADD-RTN
260924           ELSE
260924               IF  OT1X-UNDELIVERABLE
260924                   PERFORM  UND-ADD-RTN
260924               END-IF
260903           END-IF
260903      END-READ.
260903 EXT.
260903      EXIT.
260924********************************************************
260924*    宛所不明会員の住所を宛所不明世帯テーブルへ控える
260924*    (同じ世帯の2人目以降は登録済みのため追加しない)
260924********************************************************
260924 UND-ADD-RTN            SECTION.
260924      SET  UND-IDX  TO  1.
260924      SEARCH  TBL-UND-ENT
260924        AT  END
260924          PERFORM  UND-NEW-RTN
260924        WHEN  UND-IDX  >  TBL-UND-CNT
260924          PERFORM  UND-NEW-RTN
260924        WHEN  UND-T-POSTAL (UND-IDX)  =  OT1X-POSTAL
260924          AND  UND-T-ADDRESS (UND-IDX)  =  OT1X-ADDRESS
260924          CONTINUE
260924      END-SEARCH.
260924 EXT.
260924      EXIT.
260924********************************************************
260924*    宛所不明世帯の新規登録
260924********************************************************
260924 UND-NEW-RTN            SECTION.
260924      IF  TBL-UND-CNT  >=  TBL-UND-MAX
260924          DISPLAY  "*** UNDELIVERABLE TABLE OVERFLOW - RUN "
260924                   "ABORTED ***"
260924          MOVE  16  TO  RETURN-CODE
260924          STOP  RUN
260924      END-IF.
260924      ADD  1  TO  TBL-UND-CNT.
260924      MOVE  OT1X-POSTAL   TO  UND-T-POSTAL (TBL-UND-CNT).
260924      MOVE  OT1X-ADDRESS  TO  UND-T-ADDRESS (TBL-UND-CNT).
260924 EXT.
260924      EXIT.
260903********************************************************
260903*    郵便番号例外の会員を対象外テーブルへ控える
260903********************************************************
260903           ELSE
260903               ADD  1  TO  CNT-OT1
260903               PERFORM  EXC-CHK-RTN
260924               MOVE  SPACE  TO  FLG-UND  FLG-OPT
260903               IF  EXCLUDED
260903                   ADD  1  TO  CNT-EXC
260903               ELSE
260924                   PERFORM  UND-CHK-RTN
260924               END-IF
260924               IF  NOT  EXCLUDED  AND  NOT  UND-HOLD
260917                   PERFORM  CNS-CHK-RTN
260917               END-IF
260924               IF  EXCLUDED  OR  UND-HOLD  OR  OPTED-OUT
260917                   CONTINUE
260917               ELSE
260903                   ADD  1  TO  CNT-ELIG
260903                   PERFORM  HH-ADD-RTN
260903               END-IF
260903      END-IF.
260903 EXT.
260903      EXIT.
260924********************************************************
260924*    処理中会員の宛所不明チェック(宛所不明世帯と郵便番号+
260924*    住所が同じであれば郵送できないため除く)
260924********************************************************
260924 UND-CHK-RTN            SECTION.
260924      MOVE  SPACE  TO  FLG-UND.
260924      IF  TBL-UND-CNT  >  0
260924          SET  UND-IDX  TO  1
260924          SEARCH  TBL-UND-ENT
260924            AT  END
260924              CONTINUE
260924            WHEN  UND-IDX  >  TBL-UND-CNT
260924              CONTINUE
260924            WHEN  UND-T-POSTAL (UND-IDX)  =  OT1-POSTAL
260924              AND  UND-T-ADDRESS (UND-IDX)  =  OT1-ADDRESS
260924              MOVE  'Y'  TO  FLG-UND
260924              ADD  1  TO  CNT-UND
260924          END-SEARCH
260924      END-IF.
260924 EXT.
260924      EXIT.
260917********************************************************
260917*    処理中会員の郵送拒否チェック(拒否フラグが立ち、適用日
260917*    が実行日以前であれば郵送拒否として除く)
260917********************************************************
260917 CNS-CHK-RTN            SECTION.
260917      MOVE  SPACE  TO  FLG-OPT.
260917      IF  CNS-OPENED
260917          MOVE  OT1-MEMBER-ID  TO  CNS-MEMBER-ID
260917          READ  CNS-FILE
260917            INVALID  KEY
260917              CONTINUE
260917            NOT  INVALID  KEY
260917              IF  CNS-MAIL-OPTOUT
260917                  AND  CNS-MAIL-DATE  <=  WK-RUN-DATE
260917                  MOVE  'Y'  TO  FLG-OPT
260917                  ADD  1  TO  CNT-OPT
260917              END-IF
260917          END-READ
260917      END-IF.
260917 EXT.
260917      EXIT.
260903********************************************************
260903*    世帯テーブルへの加算(未登録の世帯は世帯主として追加)
260903********************************************************
260903          IF  WK-PER-STATUS  =  "00"
260903              CLOSE  PER-FILE
260903          END-IF
260917          IF  CNS-OPENED
260917              CLOSE  CNS-FILE
260917          END-IF
260903      END-IF.
260903*    削減できた郵送件数(対象件数-世帯数)
260903      IF  CNT-ELIG  >  TBL-HH-CNT
260903      END-IF.
260903      DISPLAY  "*** OT1       = " CNT-OT1    " ***".
260903      DISPLAY  "*** EXCLUDED  = " CNT-EXC    " ***".
260924      DISPLAY  "*** UNDELIVER = " CNT-UND    " ***".
260917      DISPLAY  "*** SUPPRESSED= " CNT-OPT    " ***".
260903      DISPLAY  "*** ELIGIBLE  = " CNT-ELIG   " ***".
260903      DISPLAY  "*** HOUSEHOLD = " TBL-HH-CNT " ***".
260903      DISPLAY  "*** SAVED     = " CNT-SAVE   " ***".
