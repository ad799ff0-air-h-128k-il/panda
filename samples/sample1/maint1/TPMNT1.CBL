      *
      *   CONTACTF(連絡先マスタ)のオンライン保守画面。キー指定の
      *   ランダムアクセスで照会・追加・変更・削除を行う。
      *   同じ人が複数のIDで登録されたときは、統合(Merge)で画面の
      *   IDを残し、統合元IDの連絡先を削除する。履歴には統合元を
      *   変更前、残したIDを変更後とする統合レコード(MRG)を書く。
      *
      *   日付日付  作業者  記述
      *   26.08.22  ....    新規作成
      *   26.09.03  ....    変更前後の値付き履歴(CONTHIST)出力追加
      *   26.10.15  ....    重複連絡先の統合(Merge)と統合履歴(MRG)追加
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
               PERFORM 240-DELETE
             WHEN     'PUTG'           ALSO   'Clear'
               PERFORM 250-CLEAR
             WHEN     'PUTG'           ALSO   'Merge'
               PERFORM 260-MERGE
             WHEN     'PUTG'           ALSO   'Quit'
               PERFORM 270-QUIT
             WHEN      OTHER
           MOVE    SPACE       TO  WN6-CONTACT-ID.
           MOVE    SPACE       TO  WN6-CONTACT-NAME.
           MOVE    SPACE       TO  WN6-CONTACT-PHONE.
           MOVE    SPACE       TO  WN6-MERGE-ID.
           MOVE   '連絡先を入力してください'
                               TO  WN6-MESSAGE-VALUE.
           MOVE   'blue'       TO  WN6-MESSAGE-STYLE.
           MOVE    SPACE       TO  WN6-CONTACT-ID.
           MOVE    SPACE       TO  WN6-CONTACT-NAME.
           MOVE    SPACE       TO  WN6-CONTACT-PHONE.
           MOVE    SPACE       TO  WN6-MERGE-ID.
           MOVE   '連絡先を入力してください'
                               TO  WN6-MESSAGE-VALUE.
           MOVE   'blue'       TO  WN6-MESSAGE-STYLE.
           MOVE   'project6'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    画面の連絡先ID(残すID)へ統合元ID(WN6-MERGE-ID)を統合する。
      *    統合元の連絡先を削除し、統合元を変更前・残したIDを変更後と
      *    する統合レコード(MRG)を履歴へ書く。統合元のピックや履歴は
      *    この統合レコードから残したIDへたどれる。
      **************************************************************************
       260-MERGE               SECTION.
           IF      NOT SPA-AUTH-UPDATE
               PERFORM 800-NO-AUTH
               GO  TO  260-MERGE-PUT
           END-IF.
           IF          (  WN6-CONTACT-ID  =  SPACE  )
                   OR  (  WN6-MERGE-ID  =  SPACE  )
               MOVE   '統合元IDを入力してください'
                                   TO  WN6-MESSAGE-VALUE
               MOVE   'red'        TO  WN6-MESSAGE-STYLE
               GO  TO  260-MERGE-PUT
           END-IF.
           IF      WN6-MERGE-ID  =  WN6-CONTACT-ID
               MOVE   '同じIDは統合できません'
                                   TO  WN6-MESSAGE-VALUE
               MOVE   'red'        TO  WN6-MESSAGE-STYLE
               GO  TO  260-MERGE-PUT
           END-IF.
           OPEN    I-O     CONTACT-FILE.
           IF          (  CONTACT-STATUS  NOT =  '00'  )
                   AND (  CONTACT-STATUS  NOT =  '05'  )
               PERFORM 810-FILE-ERROR
               GO  TO  260-MERGE-PUT
           END-IF.
      *    残すIDを先に確かめ、その値を変更後として控える。
           MOVE    WN6-CONTACT-ID      TO  CONTACT-ID.
           READ    CONTACT-FILE
               INVALID KEY
                   MOVE   '統合先の連絡先がありません'
                                       TO  WN6-MESSAGE-VALUE
                   MOVE   'red'        TO  WN6-MESSAGE-STYLE
                   CLOSE   CONTACT-FILE
                   GO  TO  260-MERGE-PUT
           END-READ.
           MOVE    CONTACT-ID          TO  HIS-AFT-ID.
           MOVE    CONTACT-NAME        TO  HIS-AFT-NAME.
           MOVE    CONTACT-PHONE       TO  HIS-AFT-PHONE.
           MOVE    WN6-MERGE-ID        TO  CONTACT-ID.
           READ    CONTACT-FILE
               INVALID KEY
                   MOVE   '統合元の連絡先がありません'
                                       TO  WN6-MESSAGE-VALUE
                   MOVE   'red'        TO  WN6-MESSAGE-STYLE
                   CLOSE   CONTACT-FILE
                   GO  TO  260-MERGE-PUT
           END-READ.
           MOVE    CONTACT-ID          TO  HIS-BEF-ID.
           MOVE    CONTACT-NAME        TO  HIS-BEF-NAME.
           MOVE    CONTACT-PHONE       TO  HIS-BEF-PHONE.
           DELETE  CONTACT-FILE    RECORD
               INVALID KEY
                   MOVE   '統合元の連絡先がありません'
                                       TO  WN6-MESSAGE-VALUE
                   MOVE   'red'        TO  WN6-MESSAGE-STYLE
               NOT INVALID KEY
                   MOVE   'MRG '       TO  HIS-ACTION
                   PERFORM 330-WRITE-HISTORY
                   MOVE    HIS-AFT-NAME    TO  WN6-CONTACT-NAME
                   MOVE    HIS-AFT-PHONE   TO  WN6-CONTACT-PHONE
                   MOVE    SPACE       TO  WN6-MERGE-ID
                   MOVE   '統合しました'
                                       TO  WN6-MESSAGE-VALUE
                   MOVE   'green'      TO  WN6-MESSAGE-STYLE
           END-DELETE.
           CLOSE   CONTACT-FILE.
       260-MERGE-PUT.
           MOVE    SPACE       TO  MCP-PUTTYPE.
           MOVE   'project6'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       270-QUIT                SECTION.
           MOVE   'CHANGE'     TO  MCP-PUTTYPE.
