       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     TPMNT5.
      ******************************************************************
      * PANDA -- a simple transaction monitor
      *
      * Copyright (C) 2000-2002 Ogochan & JMA (Japan Medical Association).
      *
      * This module is part of PANDA.
      *
      *     PANDA is distributed in the hope that it will be useful, but
      * WITHOUT ANY WARRANTY.  No author or distributor accepts
      * responsibility to anyone for the consequences of using it or for
      * whether it serves any particular purpose or works at all, unless
      * he says so in writing.
      * Refer to the GNU General Public License for full details.
      *
      *     Everyone is granted permission to copy, modify and
      * redistribute PANDA, but only under the conditions described in
      * the GNU General Public License.  A copy of this license is
      * supposed to have been given to you along with PANDA so you can
      * know your rights and responsibilities.  It should be in a file
      * named COPYING.  Among other things, the copyright notice and
      * this notice must be preserved on all copies.
      ******************************************************************
      *   システム名      ：PANDA TPモニタ
      *   サブシステム名  ：デモ
      *   コンポーネント名：請求単価マスタ保守
      *   管理者          ：ogochan@NetLab.jp
      *
      *   RATEMST(請求単価マスタ)のオンライン保守画面。ピックの
      *   カテゴリ(OPTION1 のコード)ごとに適用開始日・適用終了日・
      *   単価を持ち、カテゴリと適用開始日をキーに照会・追加・変更・
      *   削除する。適用終了日を空白で入力すると期限なし(99999999)
      *   とする。同じカテゴリで適用期間が重なる行は登録できない。
      *   BTINTF1 がピックの日付で適用中の単価を引いて請求明細に
      *   付ける。単価は請求額に直結するので管理者権限
      *   (SPA-AUTH-ADMIN)の利用者に限り、すべての変更を変更前後の
      *   値付きで RATEAUD へ記録する。
      *
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
      *    CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL  RATE-FILE
                               ASSIGN  TO  'RATEMST'
                   ORGANIZATION    IS  INDEXED
                   ACCESS MODE     IS  DYNAMIC
                   RECORD KEY      IS  RATE-KEY
                   FILE STATUS     IS  RATE-STATUS.
           SELECT  OPTIONAL  RATEAUD-FILE
                               ASSIGN  TO  'RATEAUD'
                   ORGANIZATION    IS  LINE SEQUENTIAL
                   FILE STATUS     IS  RATEAUD-STATUS.
           SELECT  OPTIONAL  TRACE-FILE
                               ASSIGN  TO  'TRACELOG'
                   ORGANIZATION    IS  LINE SEQUENTIAL
                   FILE STATUS     IS  TRACE-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-RECORD.
           02  RATE-KEY.
               03  RATE-CATEGORY   PIC X(10).
               03  RATE-EFF-FROM   PIC X(08).
           02  RATE-EFF-TO         PIC X(08).
           02  RATE-UNIT-PRICE     PIC 9(07)V99.
       FD  RATEAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATEAUD-RECORD.
           02  RAUD-TERMID         PIC X(08).
           02  RAUD-USERID         PIC X(08).
           02  RAUD-DATE           PIC X(08).
           02  RAUD-TIME           PIC X(08).
           02  RAUD-ACTION         PIC X(04).
           02  RAUD-BEFORE.
               03  RAUD-BEF-CATEGORY   PIC X(10).
               03  RAUD-BEF-FROM       PIC X(08).
               03  RAUD-BEF-TO         PIC X(08).
               03  RAUD-BEF-PRICE      PIC 9(07)V99.
           02  RAUD-AFTER.
               03  RAUD-AFT-CATEGORY   PIC X(10).
               03  RAUD-AFT-FROM       PIC X(08).
               03  RAUD-AFT-TO         PIC X(08).
               03  RAUD-AFT-PRICE      PIC 9(07)V99.
       FD  TRACE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRACE-RECORD.
           02  TRACE-DATE          PIC X(08).
           02  TRACE-TIME          PIC X(08).
           02  TRACE-PROGRAM       PIC X(08).
           02  TRACE-MCP-STATUS    PIC X(04).
           02  TRACE-MCP-EVENT     PIC X(12).
           02  TRACE-MCP-WINDOW    PIC X(08).
           02  TRACE-MCP-WIDGET    PIC X(08).
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC 9.
       01  RATE-STATUS            PIC X(02).
       01  RATEAUD-STATUS         PIC X(02).
       01  TRACE-STATUS           PIC X(02).
       01  INPUT-OK               PIC X(01).
       01  OVERLAP-FOUND          PIC X(01).
       01  NEW-EFF-TO             PIC X(08).
       01  HIS-ACTION             PIC X(04).
       01  HIS-BEFORE.
           02  HIS-BEF-CATEGORY    PIC X(10).
           02  HIS-BEF-FROM        PIC X(08).
           02  HIS-BEF-TO          PIC X(08).
           02  HIS-BEF-PRICE       PIC 9(07)V99.
       01  HIS-AFTER.
           02  HIS-AFT-CATEGORY    PIC X(10).
           02  HIS-AFT-FROM        PIC X(08).
           02  HIS-AFT-TO          PIC X(08).
           02  HIS-AFT-PRICE       PIC 9(07)V99.
       01  DATE-OK                PIC X(01).
       01  CHK-INPUT              PIC X(08).
       01  CHK-DATE               PIC 9(08).
       01  CHK-DATE-R      REDEFINES  CHK-DATE.
           02  CHK-YEAR            PIC 9(04).
           02  CHK-MONTH           PIC 9(02).
           02  CHK-DAY             PIC 9(02).
       01  CHK-MAXDAY             PIC 9(02).
       01  CHK-QUOT               PIC 9(04).
       01  CHK-REM4               PIC 9(04).
       01  CHK-REM100             PIC 9(04).
       01  CHK-REM400             PIC 9(04).
       01  CHK-DAYS-IN-MONTH.
           02  FILLER              PIC 9(02)   VALUE  31.
           02  FILLER              PIC 9(02)   VALUE  28.
           02  FILLER              PIC 9(02)   VALUE  31.
           02  FILLER              PIC 9(02)   VALUE  30.
           02  FILLER              PIC 9(02)   VALUE  31.
           02  FILLER              PIC 9(02)   VALUE  30.
           02  FILLER              PIC 9(02)   VALUE  31.
           02  FILLER              PIC 9(02)   VALUE  31.
           02  FILLER              PIC 9(02)   VALUE  30.
           02  FILLER              PIC 9(02)   VALUE  31.
           02  FILLER              PIC 9(02)   VALUE  30.
           02  FILLER              PIC 9(02)   VALUE  31.
       01  CHK-DAYS-TAB    REDEFINES  CHK-DAYS-IN-MONTH.
           02  CHK-DAYS-OF-MONTH  PIC 9(02)   OCCURS  12  TIMES.
       COPY    ENUM-VALUE.
       COPY    DB-META.
       LINKAGE                 SECTION.
       COPY    MCPAREA.
       COPY    SPAAREA.
       COPY    SCRAREA.
       COPY    LINKAREA.
      **************************************************************************
       PROCEDURE           DIVISION   USING
           MCPAREA
           SPAAREA
           LINKAREA
           SCRAREA.
       000-MAIN                SECTION.
           DISPLAY    '*** TPMNT5'
               UPON    CONSOLE.
      *
           DISPLAY    'STATUS [' MCP-STATUS ']'
               UPON    CONSOLE.
           EVALUATE    MCP-STATUS      ALSO    MCP-EVENT
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO   'Inquire'
               PERFORM 210-INQUIRE
             WHEN     'PUTG'           ALSO   'Add'
               PERFORM 220-ADD
             WHEN     'PUTG'           ALSO   'Change'
               PERFORM 230-CHANGE
             WHEN     'PUTG'           ALSO   'Delete'
               PERFORM 240-DELETE
             WHEN     'PUTG'           ALSO   'Clear'
               PERFORM 250-CLEAR
             WHEN     'PUTG'           ALSO   'Quit'
               PERFORM 270-QUIT
             WHEN      OTHER
               PERFORM 290-OTHER
           END-EVALUATE.
      *
           EXIT    PROGRAM.
      **************************************************************************
       010-INIT                SECTION.
           MOVE    SPACE       TO  WN12-CATEGORY.
           MOVE    SPACE       TO  WN12-EFF-FROM.
           MOVE    SPACE       TO  WN12-EFF-TO.
           MOVE    ZERO        TO  WN12-UNIT-PRICE.
           MOVE   'カテゴリと適用開始日を入力'
                               TO  WN12-MESSAGE-VALUE.
           MOVE   'blue'       TO  WN12-MESSAGE-STYLE.
      *
           MOVE    SPACE       TO  MCP-PUTTYPE.
           MOVE   'project10'  TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       210-INQUIRE             SECTION.
           OPEN    INPUT   RATE-FILE.
           IF          (  RATE-STATUS  NOT =  '00'  )
                   AND (  RATE-STATUS  NOT =  '05'  )
               PERFORM 810-FILE-ERROR
               GO  TO  210-INQUIRE-PUT
           END-IF.
           MOVE    WN12-CATEGORY       TO  RATE-CATEGORY.
           MOVE    WN12-EFF-FROM       TO  RATE-EFF-FROM.
           READ    RATE-FILE
               INVALID KEY
                   MOVE    SPACE       TO  WN12-EFF-TO
                   MOVE    ZERO        TO  WN12-UNIT-PRICE
                   MOVE   '該当する単価がありません'
                                       TO  WN12-MESSAGE-VALUE
                   MOVE   'red'        TO  WN12-MESSAGE-STYLE
               NOT INVALID KEY
                   MOVE    RATE-EFF-TO         TO  WN12-EFF-TO
                   MOVE    RATE-UNIT-PRICE     TO  WN12-UNIT-PRICE
                   MOVE   '照会しました'
                                       TO  WN12-MESSAGE-VALUE
                   MOVE   'green'      TO  WN12-MESSAGE-STYLE
           END-READ.
           CLOSE   RATE-FILE.
       210-INQUIRE-PUT.
           MOVE    SPACE       TO  MCP-PUTTYPE.
           MOVE   'project10'  TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       220-ADD                 SECTION.
           IF      NOT SPA-AUTH-ADMIN
               PERFORM 800-NO-AUTH
               GO  TO  220-ADD-PUT
           END-IF.
           PERFORM 300-CHECK-INPUT.
           IF      INPUT-OK  NOT =  'T'
               GO  TO  220-ADD-PUT
           END-IF.
           OPEN    I-O     RATE-FILE.
           IF          (  RATE-STATUS  NOT =  '00'  )
                   AND (  RATE-STATUS  NOT =  '05'  )
               PERFORM 810-FILE-ERROR
               GO  TO  220-ADD-PUT
           END-IF.
           PERFORM 320-CHECK-OVERLAP.
           IF      OVERLAP-FOUND  =  'T'
               CLOSE   RATE-FILE
               PERFORM 820-OVERLAP
               GO  TO  220-ADD-PUT
           END-IF.
           MOVE    WN12-CATEGORY       TO  RATE-CATEGORY.
           MOVE    WN12-EFF-FROM       TO  RATE-EFF-FROM.
           MOVE    NEW-EFF-TO          TO  RATE-EFF-TO.
           MOVE    WN12-UNIT-PRICE     TO  RATE-UNIT-PRICE.
           WRITE   RATE-RECORD
               INVALID KEY
                   MOVE   '既に登録されています'
                                       TO  WN12-MESSAGE-VALUE
                   MOVE   'red'        TO  WN12-MESSAGE-STYLE
               NOT INVALID KEY
                   MOVE   'ADD '       TO  HIS-ACTION
                   MOVE    SPACE       TO  HIS-BEFORE
                   MOVE    ZERO        TO  HIS-BEF-PRICE
                   MOVE    RATE-CATEGORY   TO  HIS-AFT-CATEGORY
                   MOVE    RATE-EFF-FROM   TO  HIS-AFT-FROM
                   MOVE    RATE-EFF-TO     TO  HIS-AFT-TO
                   MOVE    RATE-UNIT-PRICE TO  HIS-AFT-PRICE
                   PERFORM 330-WRITE-HISTORY
                   MOVE    RATE-EFF-TO     TO  WN12-EFF-TO
                   MOVE   '追加しました'
                                       TO  WN12-MESSAGE-VALUE
                   MOVE   'green'      TO  WN12-MESSAGE-STYLE
           END-WRITE.
           CLOSE   RATE-FILE.
       220-ADD-PUT.
           MOVE    SPACE       TO  MCP-PUTTYPE.
           MOVE   'project10'  TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    変更。キー(カテゴリ・適用開始日)は変えられないので、
      *    適用終了日と単価だけを書き換える。
      **************************************************************************
       230-CHANGE              SECTION.
           IF      NOT SPA-AUTH-ADMIN
               PERFORM 800-NO-AUTH
               GO  TO  230-CHANGE-PUT
           END-IF.
           PERFORM 300-CHECK-INPUT.
           IF      INPUT-OK  NOT =  'T'
               GO  TO  230-CHANGE-PUT
           END-IF.
           OPEN    I-O     RATE-FILE.
           IF          (  RATE-STATUS  NOT =  '00'  )
                   AND (  RATE-STATUS  NOT =  '05'  )
               PERFORM 810-FILE-ERROR
               GO  TO  230-CHANGE-PUT
           END-IF.
           PERFORM 320-CHECK-OVERLAP.
           IF      OVERLAP-FOUND  =  'T'
               CLOSE   RATE-FILE
               PERFORM 820-OVERLAP
               GO  TO  230-CHANGE-PUT
           END-IF.
           MOVE    WN12-CATEGORY       TO  RATE-CATEGORY.
           MOVE    WN12-EFF-FROM       TO  RATE-EFF-FROM.
           READ    RATE-FILE
               INVALID KEY
                   MOVE   '該当する単価がありません'
                                       TO  WN12-MESSAGE-VALUE
                   MOVE   'red'        TO  WN12-MESSAGE-STYLE
               NOT INVALID KEY
                   MOVE    RATE-CATEGORY   TO  HIS-BEF-CATEGORY
                   MOVE    RATE-EFF-FROM   TO  HIS-BEF-FROM
                   MOVE    RATE-EFF-TO     TO  HIS-BEF-TO
                   MOVE    RATE-UNIT-PRICE TO  HIS-BEF-PRICE
                   MOVE    NEW-EFF-TO          TO  RATE-EFF-TO
                   MOVE    WN12-UNIT-PRICE     TO  RATE-UNIT-PRICE
                   REWRITE RATE-RECORD
                       INVALID KEY
                           MOVE   '変更できませんでした'
                                       TO  WN12-MESSAGE-VALUE
                           MOVE   'red'    TO  WN12-MESSAGE-STYLE
                       NOT INVALID KEY
                           MOVE   'CHG '   TO  HIS-ACTION
                           MOVE    RATE-CATEGORY   TO  HIS-AFT-CATEGORY
                           MOVE    RATE-EFF-FROM   TO  HIS-AFT-FROM
                           MOVE    RATE-EFF-TO     TO  HIS-AFT-TO
                           MOVE    RATE-UNIT-PRICE TO  HIS-AFT-PRICE
                           PERFORM 330-WRITE-HISTORY
                           MOVE    RATE-EFF-TO     TO  WN12-EFF-TO
                           MOVE   '変更しました'
                                       TO  WN12-MESSAGE-VALUE
                           MOVE   'green'  TO  WN12-MESSAGE-STYLE
                   END-REWRITE
           END-READ.
           CLOSE   RATE-FILE.
       230-CHANGE-PUT.
           MOVE    SPACE       TO  MCP-PUTTYPE.
           MOVE   'project10'  TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       240-DELETE              SECTION.
           IF      NOT SPA-AUTH-ADMIN
               PERFORM 800-NO-AUTH
               GO  TO  240-DELETE-PUT
           END-IF.
           OPEN    I-O     RATE-FILE.
           IF          (  RATE-STATUS  NOT =  '00'  )
                   AND (  RATE-STATUS  NOT =  '05'  )
               PERFORM 810-FILE-ERROR
               GO  TO  240-DELETE-PUT
           END-IF.
      *    削除前のレコードを読んで変更前の値を履歴に残す。
           MOVE    WN12-CATEGORY       TO  RATE-CATEGORY.
           MOVE    WN12-EFF-FROM       TO  RATE-EFF-FROM.
           READ    RATE-FILE
               INVALID KEY
                   MOVE   '該当する単価がありません'
                                       TO  WN12-MESSAGE-VALUE
                   MOVE   'red'        TO  WN12-MESSAGE-STYLE
                   CLOSE   RATE-FILE
                   GO  TO  240-DELETE-PUT
           END-READ.
           MOVE    RATE-CATEGORY       TO  HIS-BEF-CATEGORY.
           MOVE    RATE-EFF-FROM       TO  HIS-BEF-FROM.
           MOVE    RATE-EFF-TO         TO  HIS-BEF-TO.
           MOVE    RATE-UNIT-PRICE     TO  HIS-BEF-PRICE.
           DELETE  RATE-FILE       RECORD
               INVALID KEY
                   MOVE   '該当する単価がありません'
                                       TO  WN12-MESSAGE-VALUE
                   MOVE   'red'        TO  WN12-MESSAGE-STYLE
               NOT INVALID KEY
                   MOVE   'DEL '       TO  HIS-ACTION
                   MOVE    SPACE       TO  HIS-AFTER
                   MOVE    ZERO        TO  HIS-AFT-PRICE
                   PERFORM 330-WRITE-HISTORY
                   MOVE    SPACE       TO  WN12-EFF-TO
                   MOVE    ZERO        TO  WN12-UNIT-PRICE
                   MOVE   '削除しました'
                                       TO  WN12-MESSAGE-VALUE
                   MOVE   'green'      TO  WN12-MESSAGE-STYLE
           END-DELETE.
           CLOSE   RATE-FILE.
       240-DELETE-PUT.
           MOVE    SPACE       TO  MCP-PUTTYPE.
           MOVE   'project10'  TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       250-CLEAR               SECTION.
           MOVE    SPACE       TO  WN12-CATEGORY.
           MOVE    SPACE       TO  WN12-EFF-FROM.
           MOVE    SPACE       TO  WN12-EFF-TO.
           MOVE    ZERO        TO  WN12-UNIT-PRICE.
           MOVE   'カテゴリと適用開始日を入力'
                               TO  WN12-MESSAGE-VALUE.
           MOVE   'blue'       TO  WN12-MESSAGE-STYLE.
      *
           MOVE    SPACE       TO  MCP-PUTTYPE.
           MOVE   'project10'  TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       270-QUIT                SECTION.
           MOVE   'CHANGE'     TO  MCP-PUTTYPE.
           MOVE   'project1'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       290-OTHER               SECTION.
           MOVE   'TPMNT5'     TO  TRACE-PROGRAM.
           MOVE    MCP-STATUS  TO  TRACE-MCP-STATUS.
           MOVE    MCP-EVENT   TO  TRACE-MCP-EVENT.
           MOVE    MCP-WINDOW  TO  TRACE-MCP-WINDOW.
           MOVE    MCP-WIDGET  TO  TRACE-MCP-WIDGET.
           ACCEPT  TRACE-DATE  FROM    DATE    YYYYMMDD.
           ACCEPT  TRACE-TIME  FROM    TIME.
      *
           OPEN    EXTEND  TRACE-FILE.
           IF      TRACE-STATUS  =  '05'
               OPEN    OUTPUT  TRACE-FILE
           END-IF.
           WRITE   TRACE-RECORD.
           CLOSE   TRACE-FILE.
      *
           MOVE    SPACE       TO  MCP-PUTTYPE.
           MOVE   'project10'  TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    入力項目を検査する。カテゴリは必須、適用開始日は実在する
      *    日付、適用終了日は空白(期限なし)か開始日以降の実在する
      *    日付、単価は数字であること。検査を通れば NEW-EFF-TO に
      *    登録する適用終了日を置く。
      **************************************************************************
       300-CHECK-INPUT         SECTION.
           MOVE   'F'          TO  INPUT-OK.
           IF      WN12-CATEGORY  =  SPACE
               MOVE   'カテゴリを入力してください'
                                   TO  WN12-MESSAGE-VALUE
               MOVE   'red'        TO  WN12-MESSAGE-STYLE
               GO  TO  300-CHECK-INPUT-EXIT
           END-IF.
           MOVE    WN12-EFF-FROM       TO  CHK-INPUT.
           PERFORM 310-CHECK-DATE.
           IF      DATE-OK  NOT =  'T'
               MOVE   '適用開始日が誤っています'
                                   TO  WN12-MESSAGE-VALUE
               MOVE   'red'        TO  WN12-MESSAGE-STYLE
               GO  TO  300-CHECK-INPUT-EXIT
           END-IF.
           IF      WN12-EFF-TO  =  SPACE
               MOVE   '99999999'   TO  NEW-EFF-TO
             ELSE
               MOVE    WN12-EFF-TO         TO  CHK-INPUT
               PERFORM 310-CHECK-DATE
               IF          (  DATE-OK  NOT =  'T'  )
                       AND (  WN12-EFF-TO  NOT =  '99999999'  )
                   MOVE   '適用終了日が誤っています'
                                       TO  WN12-MESSAGE-VALUE
                   MOVE   'red'        TO  WN12-MESSAGE-STYLE
                   GO  TO  300-CHECK-INPUT-EXIT
               END-IF
               MOVE    WN12-EFF-TO         TO  NEW-EFF-TO
           END-IF.
           IF      NEW-EFF-TO  <  WN12-EFF-FROM
               MOVE   '終了日が開始日より前です'
                                   TO  WN12-MESSAGE-VALUE
               MOVE   'red'        TO  WN12-MESSAGE-STYLE
               GO  TO  300-CHECK-INPUT-EXIT
           END-IF.
           IF      WN12-UNIT-PRICE  IS  NOT  NUMERIC
               MOVE   '単価が正しくありません'
                                   TO  WN12-MESSAGE-VALUE
               MOVE   'red'        TO  WN12-MESSAGE-STYLE
               GO  TO  300-CHECK-INPUT-EXIT
           END-IF.
           MOVE   'T'          TO  INPUT-OK.
       300-CHECK-INPUT-EXIT.
           EXIT.
      **************************************************************************
      *    CHK-INPUT の日付が実在するか(数字・月・閏年込みの日)を
      *    検査する。
      **************************************************************************
       310-CHECK-DATE          SECTION.
           MOVE   'F'          TO  DATE-OK.
           IF      CHK-INPUT  IS  NOT  NUMERIC
               GO  TO  310-CHECK-DATE-EXIT
           END-IF.
           MOVE    CHK-INPUT           TO  CHK-DATE.
           IF          (  CHK-MONTH  <  1  )
                   OR  (  CHK-MONTH  >  12  )
               GO  TO  310-CHECK-DATE-EXIT
           END-IF.
           MOVE    CHK-DAYS-OF-MONTH(CHK-MONTH)    TO  CHK-MAXDAY.
           DIVIDE  CHK-YEAR    BY    4
               GIVING  CHK-QUOT    REMAINDER   CHK-REM4.
           DIVIDE  CHK-YEAR    BY  100
               GIVING  CHK-QUOT    REMAINDER   CHK-REM100.
           DIVIDE  CHK-YEAR    BY  400
               GIVING  CHK-QUOT    REMAINDER   CHK-REM400.
           IF          (  CHK-MONTH  =  2  )
                   AND (  CHK-REM4  =  0  )
                   AND (  (  CHK-REM100  NOT =  0  )
                       OR (  CHK-REM400  =  0  )  )
               MOVE    29          TO  CHK-MAXDAY
           END-IF.
           IF          (  CHK-DAY  >=  1  )
                   AND (  CHK-DAY  <=  CHK-MAXDAY  )
               MOVE   'T'          TO  DATE-OK
           END-IF.
       310-CHECK-DATE-EXIT.
           EXIT.
      **************************************************************************
      *    同じカテゴリのほかの行(適用開始日が異なるもの)と適用期間
      *    が重なれば OVERLAP-FOUND を 'T' にする。ピックの日付に
      *    適用される単価が必ず１つに決まるようにするため。
      **************************************************************************
       320-CHECK-OVERLAP       SECTION.
           MOVE   'F'          TO  OVERLAP-FOUND.
           MOVE    WN12-CATEGORY       TO  RATE-CATEGORY.
           MOVE    LOW-VALUE           TO  RATE-EFF-FROM.
           START   RATE-FILE   KEY  IS  NOT  LESS  THAN  RATE-KEY
               INVALID KEY
                   GO  TO  320-CHECK-OVERLAP-EXIT
           END-START.
           MOVE    0           TO  FLG-EOF.
           PERFORM UNTIL   (  FLG-EOF  =  1  )
                       OR  (  OVERLAP-FOUND  =  'T'  )
               READ    RATE-FILE   NEXT
                 AT  END
                   MOVE    1       TO  FLG-EOF
                 NOT AT  END
                   IF      RATE-CATEGORY  NOT =  WN12-CATEGORY
                       MOVE    1       TO  FLG-EOF
                     ELSE
                       IF          (  RATE-EFF-FROM
                                          NOT =  WN12-EFF-FROM  )
                               AND (  RATE-EFF-FROM  <=  NEW-EFF-TO  )
                               AND (  RATE-EFF-TO  >=  WN12-EFF-FROM  )
                           MOVE   'T'      TO  OVERLAP-FOUND
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
       320-CHECK-OVERLAP-EXIT.
           EXIT.
      **************************************************************************
      *    変更前後の値付きの履歴を RATEAUD へ書く。HIS-ACTION・
      *    HIS-BEFORE・HIS-AFTER は呼出し側で設定済みであること。
      **************************************************************************
       330-WRITE-HISTORY       SECTION.
           MOVE    SPA-TERMID          TO  RAUD-TERMID.
           MOVE    SPA-USERID          TO  RAUD-USERID.
           ACCEPT  RAUD-DATE           FROM    DATE    YYYYMMDD.
           ACCEPT  RAUD-TIME           FROM    TIME.
           MOVE    HIS-ACTION          TO  RAUD-ACTION.
           MOVE    HIS-BEFORE          TO  RAUD-BEFORE.
           MOVE    HIS-AFTER           TO  RAUD-AFTER.
      *
           OPEN    EXTEND  RATEAUD-FILE.
           IF      RATEAUD-STATUS  =  '05'
               OPEN    OUTPUT  RATEAUD-FILE
           END-IF.
           WRITE   RATEAUD-RECORD.
           CLOSE   RATEAUD-FILE.
      **************************************************************************
       800-NO-AUTH             SECTION.
           MOVE   '保守の権限がありません'
                               TO  WN12-MESSAGE-VALUE.
           MOVE   'red'        TO  WN12-MESSAGE-STYLE.
      **************************************************************************
       810-FILE-ERROR          SECTION.
           DISPLAY 'RATE-FILE ERROR ' RATE-STATUS
               UPON    CONSOLE.
           MOVE   'マスタファイルを開けません'
                               TO  WN12-MESSAGE-VALUE.
           MOVE   'red'        TO  WN12-MESSAGE-STYLE.
      **************************************************************************
       820-OVERLAP             SECTION.
           MOVE   '適用期間が他と重なります'
                               TO  WN12-MESSAGE-VALUE.
           MOVE   'red'        TO  WN12-MESSAGE-STYLE.
      **************************************************************************
       900-PUT-WINDOW          SECTION.
           MOVE   'PUTWINDOW'  TO  MCP-FUNC.
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
