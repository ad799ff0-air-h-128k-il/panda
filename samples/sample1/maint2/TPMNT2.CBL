      *   保守する。テーブルを選んでコード・名称の対を一覧し、追加・
      *   変更・無効化・並べ替えを行う。変更は管理者権限(SPA-AUTH)の
      *   利用者にだけ許し、すべての変更を TBLAUDIT へ記録する。
      *   PICKLIM(カテゴリ別ピック承認限度額)の名称欄は限度額を
      *   数字 9 桁以内の左詰めで持つので、追加・変更時に検査する。
      *   SECPARM(保安パラメタ)の名称欄も数字 2 桁以内で検査する。
      *
      *   日付日付  作業者  記述
      *   26.08.22  ....    新規作成
      *   26.10.15  ....    PICKLIM 限度額の数字検査追加
      *   26.10.15  ....    SECPARM 締出し回数の数字検査追加
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       01  SWAP-CODE              PIC X(10).
       01  SWAP-TEXT              PIC X(20).
       01  SWAP-SELECT            PIC X(01).
       01  LIMIT-TEXT-OK          PIC X(01).
       01  LIMIT-TEXT-DIGITS      PIC S9(04)  BINARY.
       COPY    ENUM-VALUE.
       COPY    DB-META.
       LINKAGE                 SECTION.
               MOVE   'red'        TO  WN7-MESSAGE-STYLE
               GO  TO  220-ADD-PUT
           END-IF.
           PERFORM 340-CHECK-LIMIT-TEXT.
           IF      LIMIT-TEXT-OK  =  'F'
               GO  TO  220-ADD-PUT
           END-IF.
      *    一覧が空のまま追加すると既存テーブルを１行で置き換えて
      *    しまうので、先に現行の内容を読み込んでから追加する。
           IF      WN7-LIST-COUNT  =  ZERO
               PERFORM 810-NO-SELECT
               GO  TO  230-CHANGE-PUT
           END-IF.
           PERFORM 340-CHECK-LIMIT-TEXT.
           IF      LIMIT-TEXT-OK  =  'F'
               GO  TO  230-CHANGE-PUT
           END-IF.
      *
           MOVE    WN7-EDIT-TEXT   TO  WN7-LIST-TEXT(SEL-ROW).
           MOVE   'CHG '       TO  AUD-ACTION.
           END-IF.
           WRITE   TBLAUDIT-RECORD.
           CLOSE   TBLAUDIT-FILE.
      **************************************************************************
      *    PICKLIM の名称欄は 1 桁以上 9 桁以内、SECPARM の名称欄は
      *    1 桁以上 2 桁以内の数字で、その後ろは空白でなければならない。
      *    ほかのテーブルは検査しない。
      **************************************************************************
       340-CHECK-LIMIT-TEXT    SECTION.
           MOVE   'T'          TO  LIMIT-TEXT-OK.
           EVALUATE    WN7-TABLE-NAME
             WHEN     'PICKLIM'
               MOVE    9           TO  LIMIT-TEXT-DIGITS
             WHEN     'SECPARM'
               MOVE    2           TO  LIMIT-TEXT-DIGITS
             WHEN      OTHER
               GO  TO  340-CHECK-LIMIT-TEXT-EXIT
           END-EVALUATE.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   (  I  >  20  )
                       OR  WN7-EDIT-TEXT(I:1)  NOT  NUMERIC
               CONTINUE
           END-PERFORM.
           IF      (  I  =  1  )  OR  (  I  >  LIMIT-TEXT-DIGITS + 1  )
               MOVE   'F'          TO  LIMIT-TEXT-OK
             ELSE
               IF      WN7-EDIT-TEXT(I:)  NOT =  SPACE
                   MOVE   'F'          TO  LIMIT-TEXT-OK
               END-IF
           END-IF.
           IF      LIMIT-TEXT-OK  =  'F'
               IF      LIMIT-TEXT-DIGITS  =  2
                   MOVE   '回数は数字2桁以内です'
                                       TO  WN7-MESSAGE-VALUE
                 ELSE
                   MOVE   '限度額は数字9桁以内です'
                                       TO  WN7-MESSAGE-VALUE
               END-IF
               MOVE   'red'        TO  WN7-MESSAGE-STYLE
           END-IF.
       340-CHECK-LIMIT-TEXT-EXIT.
           EXIT.
      **************************************************************************
       800-NO-AUTH             SECTION.
           MOVE   '保守の権限がありません'
