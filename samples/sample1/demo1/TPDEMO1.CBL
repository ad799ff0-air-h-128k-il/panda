      *   26.09.03  ....    カレンダーの営業日検査(休日マスタ)追加
      *   26.09.03  ....    ピック値の数値検査追加
      *   26.09.03  ....    退避レコードに書込み日付を追加
      *   26.10.15  ....    確定ピックの取消(VoidPick)と取消監査レコード追加
      *   26.10.15  ....    承認限度額を超えるピックの承認待ち(PENDPICK)追加
      *   26.10.15  ....    監査レコードにピックのカテゴリを記録
      *   26.10.15  ....    保安記録(SECEVENT)と連続失敗の締出し追加
      *   26.10.15  ....    確定ピックに選択中の連絡先(CONTACT-ID)を記録
      *   26.10.15  ....    承認待ち登録失敗と連絡先ファイル障害の表示修正
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
                   ACCESS MODE     IS  DYNAMIC
                   RECORD KEY      IS  HOL-DATE
                   FILE STATUS     IS  HOLIDAY-STATUS.
           SELECT  OPTIONAL  PENDING-FILE
                               ASSIGN  TO  'PENDPICK'
                   ORGANIZATION    IS  INDEXED
                   ACCESS MODE     IS  DYNAMIC
                   RECORD KEY      IS  PEND-KEY
                   FILE STATUS     IS  PENDING-STATUS.
           SELECT  OPTIONAL  SECEVENT-FILE
                               ASSIGN  TO  'SECEVENT'
                   ORGANIZATION    IS  LINE SEQUENTIAL
                   FILE STATUS     IS  SECEVENT-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  CONTACT-FILE
           02  USER-NAME           PIC X(20).
           02  USER-AUTH           PIC X(01).
           02  USER-ACTIVE         PIC X(01).
           02  USER-FAIL-COUNT     PIC 9(02).
           02  USER-LOCKED         PIC X(01).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           02  AUDIT-SEQ           PIC 9(09).
           02  AUDIT-PICK-NAME     PIC X(40).
           02  AUDIT-PICK-VALUE    PIC X(09).
           02  AUDIT-TYPE          PIC X(01).
           02  AUDIT-ORIGINAL.
               03  AUDIT-ORIG-TERMID   PIC X(08).
               03  AUDIT-ORIG-DATE     PIC X(08).
               03  AUDIT-ORIG-TIME     PIC X(08).
               03  AUDIT-ORIG-SEQ      PIC 9(09).
           02  AUDIT-VOID-REASON   PIC X(20).
           02  AUDIT-CATEGORY      PIC X(10).
           02  AUDIT-CONTACT-ID    PIC X(06).
       FD  TRACE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRACE-RECORD.
       01  HOLIDAY-RECORD.
           02  HOL-DATE            PIC X(08).
           02  HOL-NAME            PIC X(20).
       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-RECORD.
           02  PEND-KEY.
               03  PEND-TERMID     PIC X(08).
               03  PEND-DATE       PIC X(08).
               03  PEND-TIME       PIC X(08).
           02  PEND-USERID         PIC X(08).
           02  PEND-CATEGORY       PIC X(10).
           02  PEND-PICK-NAME      PIC X(40).
           02  PEND-PICK-VALUE     PIC X(09).
           02  PEND-LIMIT          PIC 9(09).
           02  PEND-STATUS         PIC X(01).
           02  PEND-APPROVER       PIC X(08).
           02  PEND-ACT-DATE       PIC X(08).
           02  PEND-ACT-TIME       PIC X(08).
           02  PEND-REASON         PIC X(20).
           02  PEND-CONTACT-ID     PIC X(06).
       FD  SECEVENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SECEVENT-RECORD.
           02  SEC-DATE            PIC X(08).
           02  SEC-TIME            PIC X(08).
           02  SEC-TERMID          PIC X(08).
           02  SEC-USERID          PIC X(08).
           02  SEC-PROGRAM         PIC X(08).
           02  SEC-REASON          PIC X(04).
           02  SEC-FAIL-COUNT      PIC 9(02).
           02  SEC-LOCKED          PIC X(01).
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC 9.
       01  CAL-ZT3                PIC S9(04)  BINARY.
       01  CAL-ZSUM               PIC S9(09)  BINARY.
       01  CAL-ZQUOT              PIC S9(09)  BINARY.
       01  VOID-ROW               PIC S9(04)  BINARY.
       01  VOID-FOUND             PIC X(01).
       01  VOID-ORIG-DATE         PIC X(08).
       01  VOID-ORIG-TIME         PIC X(08).
       01  VOID-ORIG-NAME         PIC X(40).
       01  VOID-ORIG-VALUE        PIC X(09).
       01  VOID-ORIG-CATEGORY     PIC X(10).
       01  VOID-ORIG-CONTACT      PIC X(06).
       01  PENDING-STATUS         PIC X(02).
       01  PEND-WRITTEN           PIC X(01).
       01  PICK-HELD              PIC X(01).
       01  PICK-CATEGORY          PIC X(10).
       01  PICK-LIMIT             PIC S9(09)  BINARY.
       01  LIMIT-FOUND            PIC X(01).
       01  LIMIT-DIGIT-X          PIC X(01).
       01  LIMIT-DIGIT    REDEFINES  LIMIT-DIGIT-X
                                  PIC 9(01).
       01  SECEVENT-STATUS        PIC X(02).
       01  EVT-REASON             PIC X(04).
       01  EVT-FAILS              PIC 9(02).
       01  EVT-LOCKED             PIC X(01).
       01  PICK-DENIED            PIC X(01).
       01  LOCK-LIMIT             PIC S9(04)  BINARY.
       01  PICK-CONTACT-ID        PIC X(06).
       01  CONTACT-OK             PIC X(01).
       01  CONTACT-ERROR          PIC X(01).
       COPY    ENUM-VALUE.
       COPY    DB-META.
       LINKAGE                 SECTION.
               PERFORM 220-CLOSE-CALC
             WHEN     'PUTG'           ALSO   'PutData'
               PERFORM 230-PUT-DATA
             WHEN     'PUTG'           ALSO   'VoidPick'
               PERFORM 232-VOID-PICK
             WHEN     'PUTG'           ALSO   'Left'
               PERFORM 240-CLICK-LEFT
             WHEN     'PUTG'           ALSO   'Right'
           MOVE    SPACE       TO  WN1-SEARCH-VALUE.
           MOVE   'blue'       TO  WN1-SEARCH-STYLE.
           MOVE   'blue'       TO  WN1-PAGEINFO-STYLE.
           MOVE    SPACE       TO  WN1-VOIDREASON-VALUE.
           MOVE   'blue'       TO  WN1-VOIDREASON-STYLE.
           MOVE    1           TO  SPA-CONTACT-PAGE.
           PERFORM 020-LOAD-CONTACTS.
      *
       012-CHECK-USER          SECTION.
           MOVE   'F'          TO  SIGNON-OK.
           MOVE    SPACE       TO  SPA-AUTH.
           MOVE    SPACE       TO  EVT-REASON.
           MOVE    ZERO        TO  EVT-FAILS.
           MOVE   'F'          TO  EVT-LOCKED.
           OPEN    I-O     USER-FILE.
           IF      USER-STATUS  =  '00'
               MOVE    SPA-USERID      TO  USER-ID
               READ    USER-FILE
                   INVALID KEY
                       MOVE   'UNRG'       TO  EVT-REASON
                   NOT INVALID KEY
                       PERFORM 013-CHECK-USER-STATE
               END-READ
               CLOSE   USER-FILE
             ELSE
               DISPLAY 'USER-FILE OPEN ERROR ' USER-STATUS
                   UPON    CONSOLE
           END-IF.
      *
           IF      EVT-REASON  NOT =  SPACE
               PERFORM 330-WRITE-SECEVENT
           END-IF.
      *
           IF      SIGNON-OK  =  'T'
               IF      SPA-AUTH-INQUIRY
                   MOVE    WIDGET-SENSITIVE    TO  WN1-ENTRY2-STATE
               END-IF
             ELSE
               DISPLAY 'SIGNON REJECTED [' SPA-USERID '] ' EVT-REASON
                   UPON    CONSOLE
               MOVE    WIDGET-INSENSITIVE
                   TO  WN1-TOGGLEBUTTON1-STATE
               MOVE    WIDGET-INSENSITIVE  TO  WN1-ENTRY2-STATE
               EVALUATE    EVT-REASON
                 WHEN     'LOCK'
                   MOVE   '利用者IDはロック中です'
                                       TO  WN1-ENTRY3-VALUE
                 WHEN     'INAC'
                   MOVE   '利用者IDは無効です'
                                       TO  WN1-ENTRY3-VALUE
                 WHEN      OTHER
                   MOVE   '利用者IDが未登録です'
                                       TO  WN1-ENTRY3-VALUE
               END-EVALUATE
               MOVE   'red'        TO  WN1-ENTRY3-STYLE
           END-IF.
      **************************************************************************
      *    利用者マスタのロック区分と有効区分を見る。ロック中と無効
      *    はサインオン拒否とし、無効の利用者は連続失敗回数を数える。
      *    サインオンできたら連続失敗回数を 0 に戻す。USER-FILE は
      *    呼出し側で I-O で開いて読込み済みであること。
      **************************************************************************
       013-CHECK-USER-STATE    SECTION.
           IF      USER-FAIL-COUNT  IS  NOT  NUMERIC
               MOVE    ZERO        TO  USER-FAIL-COUNT
           END-IF.
           EVALUATE    TRUE
             WHEN      USER-LOCKED  =  'T'
               MOVE   'LOCK'           TO  EVT-REASON
               MOVE    USER-FAIL-COUNT TO  EVT-FAILS
               MOVE   'T'              TO  EVT-LOCKED
             WHEN      USER-ACTIVE  =  'T'
               MOVE   'T'          TO  SIGNON-OK
               MOVE    USER-AUTH   TO  SPA-AUTH
               IF      USER-FAIL-COUNT  NOT =  ZERO
                   MOVE    ZERO        TO  USER-FAIL-COUNT
                   REWRITE USER-RECORD
                       INVALID KEY
                           DISPLAY 'USER-FILE REWRITE ERROR '
                                   USER-STATUS
                               UPON    CONSOLE
                   END-REWRITE
               END-IF
             WHEN      OTHER
               MOVE   'INAC'       TO  EVT-REASON
               PERFORM 335-COUNT-FAILURE
           END-EVALUATE.
      **************************************************************************
      *    端末が異常終了した未完了セションの退避レコードが残って
      *    いれば、ピック一覧と件数を復元する。正常終了(Quit)時は
      *    239-CLEAR-RECOVERY が退避レコードを消しているので、復元
                                     *  CONTACT-MAX-ROWS.
           MOVE    ZERO        TO  PAGE-TOTAL.
           MOVE    ZERO        TO  WN1-CLIST2-COUNT.
           MOVE    SPACE       TO  SPA-CONTACT-ROWS.
           OPEN    INPUT   CONTACT-FILE.
           IF      CONTACT-STATUS  =  '00'
               MOVE    LOW-VALUE   TO  CONTACT-NAME
                                   MOVE    CONTACT-PHONE
                                       TO  WN1-CLIST2-VALUE2
                                           (WN1-CLIST2-COUNT)
                                   MOVE    CONTACT-ID
                                       TO  SPA-CONTACT-ROWID
                                           (WN1-CLIST2-COUNT)
                                   MOVE   'F'
                                       TO  WN1-CLIST2-SELECT
                                           (WN1-CLIST2-COUNT)
                               END-IF
                           END-IF
                   END-READ
               DISPLAY 'WN1-ENTRY4-VALUE = ' "[" 
                       WN1-ENTRY4-VALUE "]"
      *    END-IF.
      *    照会権限・サインオン拒否の利用者がピックを確定しようと
      *    したら保安記録を残し、連続失敗として数える。
           MOVE   'F'          TO  PICK-DENIED.
           IF          WN1-TOGGLEBUTTON1  =  'T'
                   AND NOT SPA-AUTH-UPDATE
               MOVE   'T'          TO  PICK-DENIED
               PERFORM 350-SECURITY-VIOLATION
           END-IF.
      *    数値でないピック値は監査証跡に書く前にはじく。そのまま
      *    通すと BTRPRT1・BTINTF1 が 0 として集計し、請求が過少に
      *    なるため。
                   AND (  WN1-ENTRY2-VALUE  IS  NOT  NUMERIC  )
               MOVE   'F'          TO  PICK-VALUE-OK
           END-IF.
      *    連絡先一覧で選んだ連絡先をピックに付ける。選んでいなければ
      *    連絡先なしで確定し、選んだ連絡先が削除済みなら確定しない。
           MOVE    SPACE       TO  PICK-CONTACT-ID.
           MOVE   'T'          TO  CONTACT-OK.
           MOVE   'F'          TO  CONTACT-ERROR.
           IF          WN1-TOGGLEBUTTON1  =  'T'
                   AND SPA-AUTH-UPDATE
                   AND (  PICK-VALUE-OK  =  'T'  )
               PERFORM 360-GET-CONTACT
           END-IF.
      *    カテゴリの承認限度額を超えるピックは AUDITLOG に書かず、
      *    承認待ちファイルへ回す。通番は承認されるまで使わない。
           MOVE   'F'          TO  PICK-HELD.
           IF          WN1-TOGGLEBUTTON1  =  'T'
                   AND SPA-AUTH-UPDATE
                   AND (  PICK-VALUE-OK  =  'T'  )
                   AND (  CONTACT-OK  =  'T'  )
               PERFORM 300-CHECK-LIMIT
           END-IF.
           IF          WN1-TOGGLEBUTTON1  =  'T'
                   AND SPA-AUTH-UPDATE
                   AND (  SPA-COUNT  <  CLIST1-MAX-ROWS  )
                   AND (  PICK-VALUE-OK  =  'T'  )
                   AND (  CONTACT-OK  =  'T'  )
                   AND (  PICK-HELD  =  'F'  )
               COMPUTE SPA-COUNT = SPA-COUNT + 1
               MOVE    WN1-ENTRY1-VALUE
                   TO  WN1-CLIST1-VALUE1(SPA-COUNT)
             ELSE
               MOVE   '選んでない' TO  WN1-TOGGLEBUTTON1L
           END-IF.
           IF      PICK-HELD  =  'T'
               PERFORM 320-WRITE-PENDING
               MOVE   '承認待ち'   TO  WN1-TOGGLEBUTTON1L
           END-IF.
      *
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   I  >  WN1-CLIST1-COUNT
               MOVE   'red'        TO  WN1-ENTRY3-STYLE
               MOVE   'red'        TO  WN1-ENTRY2-STYLE
           END-IF.
           IF      PICK-HELD  =  'T'
               IF      PEND-WRITTEN  =  'T'
                   MOVE   '承認待ちに登録しました'
                                       TO  WN1-ENTRY3-VALUE
                   MOVE   'orange'     TO  WN1-ENTRY3-STYLE
                 ELSE
                   MOVE   '承認待ちに登録できません'
                                       TO  WN1-ENTRY3-VALUE
                   MOVE   'red'        TO  WN1-ENTRY3-STYLE
               END-IF
           END-IF.
           IF      CONTACT-OK  =  'F'
               IF      CONTACT-ERROR  =  'T'
                   PERFORM 810-FILE-ERROR
                 ELSE
                   MOVE   '連絡先が登録されていません'
                                       TO  WN1-ENTRY3-VALUE
                   MOVE   'red'        TO  WN1-ENTRY3-STYLE
               END-IF
           END-IF.
           IF      PICK-DENIED  =  'T'
               MOVE   'ピックの権限がありません'
                                   TO  WN1-ENTRY3-VALUE
               MOVE   'red'        TO  WN1-ENTRY3-STYLE
           END-IF.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I  >  WN1-LIST1-COUNT  )
               IF      WN1-LIST1-SELECT(I)  =  'T'
           MOVE   'project1'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    選択中のピック行を取り消す。元の確定ピックを AUDITLOG で
      *    確かめ、元の端末ID・日付・時刻・通番を指す取消レコード
      *    (種別 V)を取消者・取消理由付きで書く。取消レコードの通番
      *    は元の通番のままとし、新しい通番は使わない。行は空にして
      *    退避レコードも空行で書き直すので、行の位置と監査通番の
      *    対応は崩れず、障害復旧でも取り消した行は戻らない。
      **************************************************************************
       232-VOID-PICK           SECTION.
           IF      NOT SPA-AUTH-UPDATE
               PERFORM 350-SECURITY-VIOLATION
               MOVE   '取消の権限がありません'
                                   TO  WN1-ENTRY3-VALUE
               MOVE   'red'        TO  WN1-ENTRY3-STYLE
               GO  TO  232-VOID-PICK-PUT
           END-IF.
           MOVE    ZERO        TO  VOID-ROW.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I  >  WN1-CLIST1-COUNT  )
                       OR  (  VOID-ROW  >  ZERO  )
               IF      WN1-CLIST1-SELECT(I)  =  'T'
                   MOVE    I           TO  VOID-ROW
               END-IF
           END-PERFORM.
           IF      VOID-ROW  =  ZERO
               MOVE   '取り消す行を選んでください'
                                   TO  WN1-ENTRY3-VALUE
               MOVE   'red'        TO  WN1-ENTRY3-STYLE
               GO  TO  232-VOID-PICK-PUT
           END-IF.
           IF      WN1-CLIST1-VALUE2(VOID-ROW)  =  SPACE
               MOVE   'その行は取消済みです'
                                   TO  WN1-ENTRY3-VALUE
               MOVE   'red'        TO  WN1-ENTRY3-STYLE
               GO  TO  232-VOID-PICK-PUT
           END-IF.
           IF      WN1-VOIDREASON-VALUE  =  SPACE
               MOVE   '取消理由を入力してください'
                                   TO  WN1-ENTRY3-VALUE
               MOVE   'red'        TO  WN1-ENTRY3-STYLE
               MOVE   'red'        TO  WN1-VOIDREASON-STYLE
               GO  TO  232-VOID-PICK-PUT
           END-IF.
      *
           PERFORM 233-FIND-ORIGINAL.
           IF      VOID-FOUND  =  'F'
               MOVE   '元のピックが見つかりません'
                                   TO  WN1-ENTRY3-VALUE
               MOVE   'red'        TO  WN1-ENTRY3-STYLE
               GO  TO  232-VOID-PICK-PUT
           END-IF.
           PERFORM 236-WRITE-REVERSAL.
      *
           MOVE    SPACE       TO  WN1-CLIST1-VALUE1(VOID-ROW).
           MOVE    SPACE       TO  WN1-CLIST1-VALUE2(VOID-ROW).
           MOVE    SPACE       TO  WN1-CLIST1-VALUE3(VOID-ROW).
           MOVE   'F'          TO  WN1-CLIST1-SELECT(VOID-ROW).
           PERFORM 238-VOID-RECOVERY.
      *
           MOVE    SPACE       TO  WN1-VOIDREASON-VALUE.
           MOVE   'blue'       TO  WN1-VOIDREASON-STYLE.
           MOVE   'ピックを取り消しました'
                               TO  WN1-ENTRY3-VALUE.
           MOVE   'green'      TO  WN1-ENTRY3-STYLE.
       232-VOID-PICK-PUT.
           MOVE    SPACE       TO  MCP-PUTTYPE.
           MOVE   'project1'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    VOID-ROW 行の元の確定ピックを AUDITLOG から探す。通番は
      *    セションごとに 1 から振り直すので、自端末・同通番・同値の
      *    ピックのうち最後のものを今回のセションの分とみなす。その
      *    後ろにそれを指す取消レコードがあれば取消済みとする。
      **************************************************************************
       233-FIND-ORIGINAL       SECTION.
           MOVE   'F'          TO  VOID-FOUND.
           OPEN    INPUT   AUDIT-FILE.
           IF          (  AUDIT-STATUS  NOT =  '00'  )
                   AND (  AUDIT-STATUS  NOT =  '05'  )
               DISPLAY 'AUDIT-FILE OPEN ERROR ' AUDIT-STATUS
                   UPON    CONSOLE
               GO  TO  233-FIND-ORIGINAL-EXIT
           END-IF.
           MOVE    ZERO        TO  FLG-EOF.
           PERFORM UNTIL   FLG-EOF  =  1
               READ    AUDIT-FILE
                   AT  END
                       MOVE    1           TO  FLG-EOF
                   NOT AT END
                       PERFORM 234-MATCH-ORIGINAL
               END-READ
           END-PERFORM.
           CLOSE   AUDIT-FILE.
       233-FIND-ORIGINAL-EXIT.
           EXIT.
      **************************************************************************
       234-MATCH-ORIGINAL      SECTION.
           IF          (  AUDIT-TYPE  =  SPACE  )
                   AND (  AUDIT-TERMID  =  SPA-TERMID  )
                   AND (  AUDIT-SEQ  =  VOID-ROW  )
                   AND (  AUDIT-PICK-VALUE
                              =  WN1-CLIST1-VALUE2(VOID-ROW)  )
               MOVE   'T'          TO  VOID-FOUND
               MOVE    AUDIT-DATE          TO  VOID-ORIG-DATE
               MOVE    AUDIT-TIME          TO  VOID-ORIG-TIME
               MOVE    AUDIT-PICK-NAME     TO  VOID-ORIG-NAME
               MOVE    AUDIT-PICK-VALUE    TO  VOID-ORIG-VALUE
               MOVE    AUDIT-CATEGORY      TO  VOID-ORIG-CATEGORY
               MOVE    AUDIT-CONTACT-ID    TO  VOID-ORIG-CONTACT
           END-IF.
           IF          (  AUDIT-TYPE  =  'V'  )
                   AND (  VOID-FOUND  =  'T'  )
               IF          (  AUDIT-ORIG-TERMID  =  SPA-TERMID  )
                       AND (  AUDIT-ORIG-SEQ  =  VOID-ROW  )
                       AND (  AUDIT-ORIG-DATE  =  VOID-ORIG-DATE  )
                       AND (  AUDIT-ORIG-TIME  =  VOID-ORIG-TIME  )
                   MOVE   'F'          TO  VOID-FOUND
               END-IF
           END-IF.
      **************************************************************************
       235-WRITE-AUDIT          SECTION.
           MOVE    SPA-TERMID          TO  AUDIT-TERMID.
           MOVE    SPA-COUNT           TO  AUDIT-SEQ.
           MOVE    WN1-ENTRY1-VALUE    TO  AUDIT-PICK-NAME.
           MOVE    WN1-ENTRY2-VALUE-X  TO  AUDIT-PICK-VALUE.
           MOVE    SPACE               TO  AUDIT-TYPE.
           MOVE    SPACE               TO  AUDIT-ORIGINAL.
           MOVE    SPACE               TO  AUDIT-VOID-REASON.
           MOVE    PICK-CATEGORY       TO  AUDIT-CATEGORY.
           MOVE    PICK-CONTACT-ID     TO  AUDIT-CONTACT-ID.
      *
           OPEN    EXTEND  AUDIT-FILE.
           IF      AUDIT-STATUS  =  '05'
               OPEN    OUTPUT  AUDIT-FILE
           END-IF.
           WRITE   AUDIT-RECORD.
           CLOSE   AUDIT-FILE.
      **************************************************************************
      *    取消レコードを AUDITLOG へ書く。通番・ピック名・ピック値・
      *    カテゴリは元のピックと同じにし、取消者はサインオン中の
      *    利用者とする。
      **************************************************************************
       236-WRITE-REVERSAL      SECTION.
           MOVE    SPA-TERMID          TO  AUDIT-TERMID.
           MOVE    SPA-USERID          TO  AUDIT-USERID.
           ACCEPT  AUDIT-DATE          FROM    DATE    YYYYMMDD.
           ACCEPT  AUDIT-TIME          FROM    TIME.
           MOVE    VOID-ROW            TO  AUDIT-SEQ.
           MOVE    VOID-ORIG-NAME      TO  AUDIT-PICK-NAME.
           MOVE    VOID-ORIG-VALUE     TO  AUDIT-PICK-VALUE.
           MOVE   'V'                  TO  AUDIT-TYPE.
           MOVE    SPA-TERMID          TO  AUDIT-ORIG-TERMID.
           MOVE    VOID-ORIG-DATE      TO  AUDIT-ORIG-DATE.
           MOVE    VOID-ORIG-TIME      TO  AUDIT-ORIG-TIME.
           MOVE    VOID-ROW            TO  AUDIT-ORIG-SEQ.
           MOVE    WN1-VOIDREASON-VALUE    TO  AUDIT-VOID-REASON.
           MOVE    VOID-ORIG-CATEGORY  TO  AUDIT-CATEGORY.
           MOVE    VOID-ORIG-CONTACT   TO  AUDIT-CONTACT-ID.
      *
           OPEN    EXTEND  AUDIT-FILE.
           IF      AUDIT-STATUS  =  '05'
       237-WRITE-RECOVERY-EXIT.
           EXIT.
      **************************************************************************
      *    取り消した行の退避レコードを空行で書き直す。消してしまう
      *    と、最終行を取り消したとき復元で件数が戻り、次のピックが
      *    同じ通番を使ってしまうため。
      **************************************************************************
       238-VOID-RECOVERY       SECTION.
           OPEN    I-O     RECOVER-FILE.
           IF          (  RECOVER-STATUS  NOT =  '00'  )
                   AND (  RECOVER-STATUS  NOT =  '05'  )
               DISPLAY 'RECOVER-FILE OPEN ERROR ' RECOVER-STATUS
                   UPON    CONSOLE
               GO  TO  238-VOID-RECOVERY-EXIT
           END-IF.
           MOVE    SPA-TERMID          TO  RCV-TERMID.
           MOVE    VOID-ROW            TO  RCV-SEQ.
           MOVE    SPACE               TO  RCV-VALUE1.
           MOVE    SPACE               TO  RCV-VALUE2.
           MOVE    SPACE               TO  RCV-VALUE3.
           ACCEPT  RCV-DATE            FROM    DATE    YYYYMMDD.
           WRITE   RECOVER-RECORD
               INVALID KEY
                   REWRITE RECOVER-RECORD
           END-WRITE.
           CLOSE   RECOVER-FILE.
       238-VOID-RECOVERY-EXIT.
           EXIT.
      **************************************************************************
      *    正常終了時に自端末の退避レコードを消す。
      **************************************************************************
       239-CLEAR-RECOVERY      SECTION.
           MOVE   'project1'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    選択中のカテゴリ(OPTION1 のコード)の承認限度額を PICKLIM
      *    テーブルから求め、ピック値が限度額を超えれば PICK-HELD を
      *    'T' にする。PICKLIM の名称欄は限度額の数字(左詰め)で、
      *    テーブルにないカテゴリは限度額なしとする。求めたカテゴリは
      *    PICK-CATEGORY に残し、235-WRITE-AUDIT が監査レコードに書く。
      **************************************************************************
       300-CHECK-LIMIT         SECTION.
           MOVE    SPACE       TO  PICK-CATEGORY.
           MOVE   'OPTION1'    TO  METADB-TABLE.
           MOVE    SPACE       TO  METADB-KEY.
           MOVE   'READ'       TO  METADB-FUNC.
           CALL   'DBMETASUB'  USING   METADB.
           IF          METADB-OK
                   AND (  WN1-OPTION1-SELECT  >=  1  )
                   AND (  WN1-OPTION1-SELECT  <=  METADB-COUNT  )
               MOVE    METADB-ITEM-CODE(WN1-OPTION1-SELECT)
                   TO  PICK-CATEGORY
           END-IF.
           IF      PICK-CATEGORY  =  SPACE
               GO  TO  300-CHECK-LIMIT-EXIT
           END-IF.
      *
           MOVE   'F'          TO  LIMIT-FOUND.
           MOVE    ZERO        TO  PICK-LIMIT.
           MOVE   'PICKLIM'    TO  METADB-TABLE.
           MOVE    SPACE       TO  METADB-KEY.
           MOVE   'READ'       TO  METADB-FUNC.
           CALL   'DBMETASUB'  USING   METADB.
           IF      NOT METADB-OK
               GO  TO  300-CHECK-LIMIT-EXIT
           END-IF.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I  >  METADB-COUNT  )
                       OR  (  LIMIT-FOUND  =  'T'  )
               IF      METADB-ITEM-CODE(I)  =  PICK-CATEGORY
                   MOVE   'T'          TO  LIMIT-FOUND
                   PERFORM 310-PARSE-LIMIT
               END-IF
           END-PERFORM.
           IF          (  LIMIT-FOUND  =  'T'  )
                   AND (  WN1-ENTRY2-VALUE  >  PICK-LIMIT  )
               MOVE   'T'          TO  PICK-HELD
           END-IF.
       300-CHECK-LIMIT-EXIT.
           EXIT.
      **************************************************************************
      *    METADB-ITEM-TEXT(I) 先頭の数字列を PICK-LIMIT に変換する。
      *    数字がなければ限度額なしとする。
      **************************************************************************
       310-PARSE-LIMIT         SECTION.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   (  J  >  9  )
                       OR  METADB-ITEM-TEXT(I)(J:1)  NOT  NUMERIC
               MOVE    METADB-ITEM-TEXT(I)(J:1)    TO  LIMIT-DIGIT-X
               COMPUTE PICK-LIMIT  =  PICK-LIMIT  *  10  +  LIMIT-DIGIT
           END-PERFORM.
           IF      J  =  1
               MOVE   'F'          TO  LIMIT-FOUND
           END-IF.
      **************************************************************************
      *    限度額を超えたピックを承認待ちファイルへ書く。キーは端末ID
      *    と登録日時。承認・却下は TPAPR1 が行う。
      **************************************************************************
       320-WRITE-PENDING       SECTION.
           MOVE   'F'          TO  PEND-WRITTEN.
           OPEN    I-O     PENDING-FILE.
           IF          (  PENDING-STATUS  NOT =  '00'  )
                   AND (  PENDING-STATUS  NOT =  '05'  )
               DISPLAY 'PENDING-FILE OPEN ERROR ' PENDING-STATUS
                   UPON    CONSOLE
               GO  TO  320-WRITE-PENDING-EXIT
           END-IF.
           MOVE    SPA-TERMID          TO  PEND-TERMID.
           ACCEPT  PEND-DATE           FROM    DATE    YYYYMMDD.
           ACCEPT  PEND-TIME           FROM    TIME.
           MOVE    SPA-USERID          TO  PEND-USERID.
           MOVE    PICK-CATEGORY       TO  PEND-CATEGORY.
           MOVE    WN1-ENTRY1-VALUE    TO  PEND-PICK-NAME.
           MOVE    WN1-ENTRY2-VALUE-X  TO  PEND-PICK-VALUE.
           MOVE    PICK-LIMIT          TO  PEND-LIMIT.
           MOVE   'P'                  TO  PEND-STATUS.
           MOVE    SPACE               TO  PEND-APPROVER.
           MOVE    SPACE               TO  PEND-ACT-DATE.
           MOVE    SPACE               TO  PEND-ACT-TIME.
           MOVE    SPACE               TO  PEND-REASON.
           MOVE    PICK-CONTACT-ID     TO  PEND-CONTACT-ID.
           WRITE   PENDING-RECORD
               INVALID KEY
                   DISPLAY 'PENDING-FILE DUPLICATE KEY ' PEND-KEY
                       UPON    CONSOLE
                   MOVE   'F'          TO  PEND-WRITTEN
               NOT INVALID KEY
                   MOVE   'T'          TO  PEND-WRITTEN
           END-WRITE.
           CLOSE   PENDING-FILE.
       320-WRITE-PENDING-EXIT.
           EXIT.
      **************************************************************************
      *    保安記録(SECEVENT)を１件書く。EVT-REASON・EVT-FAILS・
      *    EVT-LOCKED は呼出し側で設定済みであること。理由コードは
      *    UNRG 未登録、INAC 無効、LOCK ロック中のサインオン、AUTH
      *    権限外のピック操作。
      **************************************************************************
       330-WRITE-SECEVENT      SECTION.
           ACCEPT  SEC-DATE            FROM    DATE    YYYYMMDD.
           ACCEPT  SEC-TIME            FROM    TIME.
           MOVE    SPA-TERMID          TO  SEC-TERMID.
           MOVE    SPA-USERID          TO  SEC-USERID.
           MOVE   'TPDEMO1'            TO  SEC-PROGRAM.
           MOVE    EVT-REASON          TO  SEC-REASON.
           MOVE    EVT-FAILS           TO  SEC-FAIL-COUNT.
           MOVE    EVT-LOCKED          TO  SEC-LOCKED.
      *
           OPEN    EXTEND  SECEVENT-FILE.
           IF      SECEVENT-STATUS  =  '05'
               OPEN    OUTPUT  SECEVENT-FILE
           END-IF.
           WRITE   SECEVENT-RECORD.
           CLOSE   SECEVENT-FILE.
      **************************************************************************
      *    読込み済みの利用者レコードの連続失敗回数を１つ進め、
      *    SECPARM の上限に達したらロック区分を 'T' にして書き直す。
      **************************************************************************
       335-COUNT-FAILURE       SECTION.
           IF      USER-FAIL-COUNT  IS  NOT  NUMERIC
               MOVE    ZERO        TO  USER-FAIL-COUNT
           END-IF.
           IF      USER-FAIL-COUNT  <  99
               ADD     1           TO  USER-FAIL-COUNT
           END-IF.
           PERFORM 340-GET-LOCK-LIMIT.
           IF          (  LOCK-LIMIT  >  ZERO  )
                   AND (  USER-FAIL-COUNT  >=  LOCK-LIMIT  )
               MOVE   'T'          TO  USER-LOCKED
           END-IF.
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY 'USER-FILE REWRITE ERROR ' USER-STATUS
                       UPON    CONSOLE
           END-REWRITE.
           MOVE    USER-FAIL-COUNT     TO  EVT-FAILS.
           IF      USER-LOCKED  =  'T'
               MOVE   'T'          TO  EVT-LOCKED
               DISPLAY 'USER LOCKED OUT [' USER-ID ']'
                   UPON    CONSOLE
           END-IF.
      **************************************************************************
      *    締出しまでの連続失敗回数を SECPARM テーブルのコード
      *    LOCKOUT の名称欄(数字左詰め)から求める。テーブルになけ
      *    れば 3 回、0 なら締出しをしない。
      **************************************************************************
       340-GET-LOCK-LIMIT      SECTION.
           MOVE    3           TO  LOCK-LIMIT.
           MOVE   'SECPARM'    TO  METADB-TABLE.
           MOVE    SPACE       TO  METADB-KEY.
           MOVE   'READ'       TO  METADB-FUNC.
           CALL   'DBMETASUB'  USING   METADB.
           IF      NOT METADB-OK
               GO  TO  340-GET-LOCK-LIMIT-EXIT
           END-IF.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I  >  METADB-COUNT  )
                       OR  (  METADB-ITEM-CODE(I)  =  'LOCKOUT'  )
               CONTINUE
           END-PERFORM.
           IF      I  >  METADB-COUNT
               GO  TO  340-GET-LOCK-LIMIT-EXIT
           END-IF.
           IF      METADB-ITEM-TEXT(I)(1:1)  NOT  NUMERIC
               GO  TO  340-GET-LOCK-LIMIT-EXIT
           END-IF.
           MOVE    ZERO        TO  LOCK-LIMIT.
           PERFORM VARYING J   FROM    1   BY  1
                   UNTIL   (  J  >  2  )
                       OR  METADB-ITEM-TEXT(I)(J:1)  NOT  NUMERIC
               MOVE    METADB-ITEM-TEXT(I)(J:1)    TO  LIMIT-DIGIT-X
               COMPUTE LOCK-LIMIT  =  LOCK-LIMIT  *  10  +  LIMIT-DIGIT
           END-PERFORM.
       340-GET-LOCK-LIMIT-EXIT.
           EXIT.
      **************************************************************************
      *    権限外のピック操作を保安記録に書き、利用者マスタに登録
      *    された利用者なら連続失敗として数える。
      **************************************************************************
       350-SECURITY-VIOLATION  SECTION.
           MOVE   'AUTH'       TO  EVT-REASON.
           MOVE    ZERO        TO  EVT-FAILS.
           MOVE   'F'          TO  EVT-LOCKED.
           OPEN    I-O     USER-FILE.
           IF      USER-STATUS  =  '00'
               MOVE    SPA-USERID      TO  USER-ID
               READ    USER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 335-COUNT-FAILURE
               END-READ
               CLOSE   USER-FILE
             ELSE
               DISPLAY 'USER-FILE OPEN ERROR ' USER-STATUS
                   UPON    CONSOLE
           END-IF.
           PERFORM 330-WRITE-SECEVENT.
      **************************************************************************
      *    連絡先一覧(WN1-CLIST2)で選ばれた行の連絡先IDを求め、連絡先
      *    マスタにあることを確かめる。行の連絡先IDは一覧を作るときに
      *    SPA-CONTACT-ROWID に控えてある。選択がなければ連絡先なし
      *    とし、マスタから削除されていれば CONTACT-OK を 'F' にする。
      *    連絡先マスタを開けなければ CONTACT-ERROR も 'T' にする。
      **************************************************************************
       360-GET-CONTACT         SECTION.
           MOVE    ZERO        TO  J.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I  >  WN1-CLIST2-COUNT  )
                       OR  (  J  >  ZERO  )
               IF      WN1-CLIST2-SELECT(I)  =  'T'
                   MOVE    I           TO  J
               END-IF
           END-PERFORM.
           IF      J  =  ZERO
               GO  TO  360-GET-CONTACT-EXIT
           END-IF.
           MOVE    SPA-CONTACT-ROWID(J)    TO  PICK-CONTACT-ID.
           MOVE   'F'          TO  CONTACT-OK.
           OPEN    INPUT   CONTACT-FILE.
           IF      CONTACT-STATUS  NOT =  '00'
               DISPLAY 'CONTACT-FILE OPEN ERROR ' CONTACT-STATUS
                   UPON    CONSOLE
               MOVE   'T'          TO  CONTACT-ERROR
               GO  TO  360-GET-CONTACT-EXIT
           END-IF.
           MOVE    PICK-CONTACT-ID     TO  CONTACT-ID.
           READ    CONTACT-FILE
               INVALID KEY
                   DISPLAY 'CONTACT NOT FOUND [' PICK-CONTACT-ID ']'
                       UPON    CONSOLE
               NOT INVALID KEY
                   MOVE   'T'          TO  CONTACT-OK
           END-READ.
           CLOSE   CONTACT-FILE.
       360-GET-CONTACT-EXIT.
           EXIT.
      **************************************************************************
       810-FILE-ERROR          SECTION.
           MOVE   '連絡先ファイルの障害です'
                               TO  WN1-ENTRY3-VALUE.
           MOVE   'red'        TO  WN1-ENTRY3-STYLE.
      **************************************************************************
       900-PUT-WINDOW          SECTION.
           MOVE   'PUTWINDOW'  TO  MCP-FUNC.
