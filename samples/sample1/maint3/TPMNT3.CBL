      *   012-CHECK-USER が参照する利用者ID・権限・有効区分を、
      *   管理者権限(SPA-AUTH-ADMIN)の利用者だけが照会・追加・
      *   権限変更・無効化できる。サインオン中の自分自身の無効化
      *   と権限引下げは拒否し、締め出しを防ぐ。TPDEMO1 が連続
      *   失敗でロックした利用者は、Unlock でロックを解除し連続失敗
      *   回数を 0 に戻す。すべての変更は変更前後の値付きで USRAUDIT
      *   へ記録する。
      *
      *   日付日付  作業者  記述
      *   26.09.03  ....    新規作成
      *   26.10.15  ....    ロック解除(Unlock)とロック区分の表示追加
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
           02  USER-NAME           PIC X(20).
           02  USER-AUTH           PIC X(01).
           02  USER-ACTIVE         PIC X(01).
           02  USER-FAIL-COUNT     PIC 9(02).
           02  USER-LOCKED         PIC X(01).
       FD  USRAUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  USRAUDIT-RECORD.
           02  USRAUD-AFT-NAME     PIC X(20).
           02  USRAUD-AFT-AUTH     PIC X(01).
           02  USRAUD-AFT-ACTIVE   PIC X(01).
           02  USRAUD-BEF-LOCKED   PIC X(01).
           02  USRAUD-AFT-LOCKED   PIC X(01).
       FD  TRACE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRACE-RECORD.
           02  AUD-BEF-NAME        PIC X(20).
           02  AUD-BEF-AUTH        PIC X(01).
           02  AUD-BEF-ACTIVE      PIC X(01).
           02  AUD-BEF-LOCKED      PIC X(01).
       01  AUD-AFTER.
           02  AUD-AFT-NAME        PIC X(20).
           02  AUD-AFT-AUTH        PIC X(01).
           02  AUD-AFT-ACTIVE      PIC X(01).
           02  AUD-AFT-LOCKED      PIC X(01).
       COPY    ENUM-VALUE.
       COPY    DB-META.
       LINKAGE                 SECTION.
               PERFORM 230-CHANGE-AUTH
             WHEN     'PUTG'           ALSO   'Deactivate'
               PERFORM 240-DEACTIVATE
             WHEN     'PUTG'           ALSO   'Unlock'
               PERFORM 260-UNLOCK
             WHEN     'PUTG'           ALSO   'Clear'
               PERFORM 250-CLEAR
             WHEN     'PUTG'           ALSO   'Quit'
           MOVE    SPACE       TO  WN8-USER-NAME.
           MOVE    SPACE       TO  WN8-USER-AUTH.
           MOVE    SPACE       TO  WN8-USER-ACTIVE.
           MOVE    SPACE       TO  WN8-USER-LOCKED.
      *
           IF      SPA-AUTH-ADMIN
               MOVE   '利用者IDを入力してください'
                   MOVE    SPACE       TO  WN8-USER-NAME
                   MOVE    SPACE       TO  WN8-USER-AUTH
                   MOVE    SPACE       TO  WN8-USER-ACTIVE
                   MOVE    SPACE       TO  WN8-USER-LOCKED
                   MOVE   '該当する利用者がありません'
                                       TO  WN8-MESSAGE-VALUE
                   MOVE   'red'        TO  WN8-MESSAGE-STYLE
                   MOVE    USER-NAME       TO  WN8-USER-NAME
                   MOVE    USER-AUTH       TO  WN8-USER-AUTH
                   MOVE    USER-ACTIVE     TO  WN8-USER-ACTIVE
                   IF      USER-LOCKED  =  'T'
                       MOVE   'T'          TO  WN8-USER-LOCKED
                     ELSE
                       MOVE   'F'          TO  WN8-USER-LOCKED
                   END-IF
                   MOVE   '照会しました'
                                       TO  WN8-MESSAGE-VALUE
                   MOVE   'green'      TO  WN8-MESSAGE-STYLE
           MOVE    WN8-USER-NAME       TO  USER-NAME.
           MOVE    WN8-USER-AUTH       TO  USER-AUTH.
           MOVE   'T'                  TO  USER-ACTIVE.
           MOVE    ZERO                TO  USER-FAIL-COUNT.
           MOVE   'F'                  TO  USER-LOCKED.
           WRITE   USER-RECORD
               INVALID KEY
                   MOVE   '利用者IDは登録済みです'
                   MOVE   'red'        TO  WN8-MESSAGE-STYLE
               NOT INVALID KEY
                   MOVE   'T'          TO  WN8-USER-ACTIVE
                   MOVE   'F'          TO  WN8-USER-LOCKED
                   MOVE   'ADD '       TO  AUD-ACTION
                   MOVE    SPACE       TO  AUD-BEFORE
                   MOVE    USER-NAME       TO  AUD-AFT-NAME
                   MOVE    USER-AUTH       TO  AUD-AFT-AUTH
                   MOVE    USER-ACTIVE     TO  AUD-AFT-ACTIVE
                   MOVE    USER-LOCKED     TO  AUD-AFT-LOCKED
                   PERFORM 335-WRITE-AUDIT
                   MOVE   '追加しました'
                                       TO  WN8-MESSAGE-VALUE
                   MOVE    USER-NAME       TO  AUD-BEF-NAME
                   MOVE    USER-AUTH       TO  AUD-BEF-AUTH
                   MOVE    USER-ACTIVE     TO  AUD-BEF-ACTIVE
                   MOVE    USER-LOCKED     TO  AUD-BEF-LOCKED
      *            権限だけを変える。名前は照会せずに実行しても
      *            消えないよう、レコードの値をそのまま残す。
                   MOVE    WN8-USER-AUTH   TO  USER-AUTH
                           MOVE    USER-NAME   TO  AUD-AFT-NAME
                           MOVE    USER-AUTH   TO  AUD-AFT-AUTH
                           MOVE    USER-ACTIVE TO  AUD-AFT-ACTIVE
                           MOVE    USER-LOCKED TO  AUD-AFT-LOCKED
                           PERFORM 335-WRITE-AUDIT
                           MOVE   '権限を変更しました'
                                       TO  WN8-MESSAGE-VALUE
                   MOVE    USER-NAME       TO  AUD-BEF-NAME
                   MOVE    USER-AUTH       TO  AUD-BEF-AUTH
                   MOVE    USER-ACTIVE     TO  AUD-BEF-ACTIVE
                   MOVE    USER-LOCKED     TO  AUD-BEF-LOCKED
                   MOVE   'F'              TO  USER-ACTIVE
                   REWRITE USER-RECORD
                       INVALID KEY
                           MOVE    USER-NAME   TO  AUD-AFT-NAME
                           MOVE    USER-AUTH   TO  AUD-AFT-AUTH
                           MOVE    USER-ACTIVE TO  AUD-AFT-ACTIVE
                           MOVE    USER-LOCKED TO  AUD-AFT-LOCKED
                           PERFORM 335-WRITE-AUDIT
                           MOVE   '無効化しました'
                                       TO  WN8-MESSAGE-VALUE
           MOVE    SPACE       TO  WN8-USER-NAME.
           MOVE    SPACE       TO  WN8-USER-AUTH.
           MOVE    SPACE       TO  WN8-USER-ACTIVE.
           MOVE    SPACE       TO  WN8-USER-LOCKED.
           MOVE   '利用者IDを入力してください'
                               TO  WN8-MESSAGE-VALUE.
           MOVE   'blue'       TO  WN8-MESSAGE-STYLE.
           MOVE   'project8'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    ロック解除。TPDEMO1 が連続失敗でロックした利用者のロック
      *    区分を 'F'、連続失敗回数を 0 に戻す。権限・有効区分は変え
      *    ない。
      **************************************************************************
       260-UNLOCK              SECTION.
           IF      NOT SPA-AUTH-ADMIN
               PERFORM 800-NO-AUTH
               GO  TO  260-UNLOCK-PUT
           END-IF.
           OPEN    I-O     USER-FILE.
           IF          (  USER-STATUS  NOT =  '00'  )
                   AND (  USER-STATUS  NOT =  '05'  )
               PERFORM 810-FILE-ERROR
               GO  TO  260-UNLOCK-PUT
           END-IF.
           MOVE    WN8-USER-ID         TO  USER-ID.
           READ    USER-FILE
               INVALID KEY
                   MOVE   '該当する利用者がありません'
                                       TO  WN8-MESSAGE-VALUE
                   MOVE   'red'        TO  WN8-MESSAGE-STYLE
                   CLOSE   USER-FILE
                   GO  TO  260-UNLOCK-PUT
           END-READ.
           IF      USER-LOCKED  NOT =  'T'
               MOVE   'ロックされていません'
                                   TO  WN8-MESSAGE-VALUE
               MOVE   'red'        TO  WN8-MESSAGE-STYLE
               CLOSE   USER-FILE
               GO  TO  260-UNLOCK-PUT
           END-IF.
           MOVE    USER-NAME           TO  AUD-BEF-NAME.
           MOVE    USER-AUTH           TO  AUD-BEF-AUTH.
           MOVE    USER-ACTIVE         TO  AUD-BEF-ACTIVE.
           MOVE    USER-LOCKED         TO  AUD-BEF-LOCKED.
           MOVE   'F'                  TO  USER-LOCKED.
           MOVE    ZERO                TO  USER-FAIL-COUNT.
           REWRITE USER-RECORD
               INVALID KEY
                   MOVE   'ロック解除できませんでした'
                                       TO  WN8-MESSAGE-VALUE
                   MOVE   'red'        TO  WN8-MESSAGE-STYLE
               NOT INVALID KEY
                   MOVE    USER-NAME       TO  WN8-USER-NAME
                   MOVE    USER-AUTH       TO  WN8-USER-AUTH
                   MOVE    USER-ACTIVE     TO  WN8-USER-ACTIVE
                   MOVE    USER-LOCKED     TO  WN8-USER-LOCKED
                   MOVE   'UNLK'       TO  AUD-ACTION
                   MOVE    USER-NAME       TO  AUD-AFT-NAME
                   MOVE    USER-AUTH       TO  AUD-AFT-AUTH
                   MOVE    USER-ACTIVE     TO  AUD-AFT-ACTIVE
                   MOVE    USER-LOCKED     TO  AUD-AFT-LOCKED
                   PERFORM 335-WRITE-AUDIT
                   MOVE   'ロックを解除しました'
                                       TO  WN8-MESSAGE-VALUE
                   MOVE   'green'      TO  WN8-MESSAGE-STYLE
           END-REWRITE.
           CLOSE   USER-FILE.
       260-UNLOCK-PUT.
           MOVE    SPACE       TO  MCP-PUTTYPE.
           MOVE   'project8'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       270-QUIT                SECTION.
           MOVE   'CHANGE'     TO  MCP-PUTTYPE.
           MOVE    AUD-AFT-NAME        TO  USRAUD-AFT-NAME.
           MOVE    AUD-AFT-AUTH        TO  USRAUD-AFT-AUTH.
           MOVE    AUD-AFT-ACTIVE      TO  USRAUD-AFT-ACTIVE.
           MOVE    AUD-BEF-LOCKED      TO  USRAUD-BEF-LOCKED.
           MOVE    AUD-AFT-LOCKED      TO  USRAUD-AFT-LOCKED.
      *
           OPEN    EXTEND  USRAUDIT-FILE.
           IF      USRAUDIT-STATUS  =  '05'
