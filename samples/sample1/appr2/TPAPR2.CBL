       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     TPAPR2.
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
      *   コンポーネント名：保留ピック解除
      *   管理者          ：ogochan@NetLab.jp
      *
      *   BTANOM1 がピック値の異常として保留ファイル(PICKFLAG)に
      *   書いたピックを一覧し、選んだ行の保留を解除する。解除には
      *   理由を必須とし、PICKFLAG に解除区分 'R' と解除者・解除
      *   日時・理由を記録したうえで、解除履歴を FLAGAUD へ書く。
      *   BTINTF1 はこの画面で解除したピックだけを請求へ連携する。
      *   管理者権限(SPA-AUTH-ADMIN)の利用者だけが解除できる。
      *   自分のピックは解除できない。
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
           SELECT  OPTIONAL  FLAG-FILE
                               ASSIGN  TO  'PICKFLAG'
                   ORGANIZATION    IS  INDEXED
                   ACCESS MODE     IS  DYNAMIC
                   RECORD KEY      IS  FLAG-KEY
                   FILE STATUS     IS  FLAG-STATUS.
           SELECT  OPTIONAL  FLAGAUD-FILE
                               ASSIGN  TO  'FLAGAUD'
                   ORGANIZATION    IS  LINE SEQUENTIAL
                   FILE STATUS     IS  FLAGAUD-STATUS.
           SELECT  OPTIONAL  TRACE-FILE
                               ASSIGN  TO  'TRACELOG'
                   ORGANIZATION    IS  LINE SEQUENTIAL
                   FILE STATUS     IS  TRACE-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  FLAG-FILE
           LABEL RECORDS ARE STANDARD.
       01  FLAG-RECORD.
           02  FLAG-KEY.
               03  FLAG-TERMID     PIC X(08).
               03  FLAG-DATE       PIC X(08).
               03  FLAG-TIME       PIC X(08).
               03  FLAG-SEQ        PIC 9(09).
           02  FLAG-USERID         PIC X(08).
           02  FLAG-VALUE          PIC X(09).
           02  FLAG-SCORE          PIC 9(03)V99.
           02  FLAG-BASIS          PIC X(04).
           02  FLAG-RELEASE        PIC X(01).
               88  FLAG-RELEASED           VALUE 'R'.
           02  FLAG-RUN-DATE       PIC X(08).
           02  FLAG-CATEGORY       PIC X(10).
           02  FLAG-PICK-NAME      PIC X(40).
           02  FLAG-RELEASER       PIC X(08).
           02  FLAG-REL-DATE       PIC X(08).
           02  FLAG-REL-TIME       PIC X(08).
           02  FLAG-REL-REASON     PIC X(20).
       FD  FLAGAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  FLAGAUD-RECORD.
           02  FAUD-TERMID         PIC X(08).
           02  FAUD-USERID         PIC X(08).
           02  FAUD-DATE           PIC X(08).
           02  FAUD-TIME           PIC X(08).
           02  FAUD-ACTION         PIC X(04).
           02  FAUD-FLAG-KEY.
               03  FAUD-FLAG-TERMID    PIC X(08).
               03  FAUD-FLAG-DATE      PIC X(08).
               03  FAUD-FLAG-TIME      PIC X(08).
               03  FAUD-FLAG-SEQ       PIC 9(09).
           02  FAUD-PICK-USERID    PIC X(08).
           02  FAUD-PICK-VALUE     PIC X(09).
           02  FAUD-REASON         PIC X(20).
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
       01  I           PIC S9(9)   BINARY.
       01  FLAG-STATUS            PIC X(02).
       01  FLAGAUD-STATUS         PIC X(02).
       01  TRACE-STATUS           PIC X(02).
       01  REL-MAX-ROWS           PIC S9(04)  BINARY  VALUE  20.
       01  REL-SELECTED           PIC S9(04)  BINARY.
       01  REL-DONE               PIC S9(04)  BINARY.
       01  REL-SKIPPED            PIC S9(04)  BINARY.
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
           DISPLAY    '*** TPAPR2'
               UPON    CONSOLE.
      *
           DISPLAY    'STATUS [' MCP-STATUS ']'
               UPON    CONSOLE.
           EVALUATE    MCP-STATUS      ALSO    MCP-EVENT
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO   'Refresh'
               PERFORM 210-REFRESH
             WHEN     'PUTG'           ALSO   'Release'
               PERFORM 220-RELEASE
             WHEN     'PUTG'           ALSO   'Quit'
               PERFORM 270-QUIT
             WHEN      OTHER
               PERFORM 290-OTHER
           END-EVALUATE.
      *
           EXIT    PROGRAM.
      **************************************************************************
       010-INIT                SECTION.
           MOVE    SPACE       TO  WN13-REASON.
           PERFORM 300-LOAD-FLAGS.
      *
           MOVE    SPACE       TO  MCP-PUTTYPE.
           MOVE   'release1'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       210-REFRESH             SECTION.
           PERFORM 300-LOAD-FLAGS.
      *
           MOVE    SPACE       TO  MCP-PUTTYPE.
           MOVE   'release1'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       220-RELEASE             SECTION.
           PERFORM 200-PROCESS-SELECTED.
      *
           MOVE    SPACE       TO  MCP-PUTTYPE.
           MOVE   'release1'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    選ばれた行の保留を解除し、一覧を読み直す。画面の行は表示
      *    時点の写しなので、キーで読み直して保留中のままのものだけ
      *    を処理する。
      **************************************************************************
       200-PROCESS-SELECTED    SECTION.
           IF      NOT SPA-AUTH-ADMIN
               PERFORM 800-NO-AUTH
               GO  TO  200-PROCESS-SELECTED-EXIT
           END-IF.
           MOVE    ZERO        TO  REL-SELECTED.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   I  >  WN13-FLAG-COUNT
               IF      WN13-FLAG-SELECT(I)  =  'T'
                   ADD     1   TO  REL-SELECTED
               END-IF
           END-PERFORM.
           IF      REL-SELECTED  =  ZERO
               MOVE   '対象の行を選んでください'
                                   TO  WN13-MESSAGE-VALUE
               MOVE   'red'        TO  WN13-MESSAGE-STYLE
               GO  TO  200-PROCESS-SELECTED-EXIT
           END-IF.
           IF      WN13-REASON  =  SPACE
               MOVE   '理由を入力してください'
                                   TO  WN13-MESSAGE-VALUE
               MOVE   'red'        TO  WN13-MESSAGE-STYLE
               GO  TO  200-PROCESS-SELECTED-EXIT
           END-IF.
      *
           OPEN    I-O     FLAG-FILE.
           IF          (  FLAG-STATUS  NOT =  '00'  )
                   AND (  FLAG-STATUS  NOT =  '05'  )
               DISPLAY 'FLAG-FILE OPEN ERROR ' FLAG-STATUS
                   UPON    CONSOLE
               PERFORM 810-FILE-ERROR
               GO  TO  200-PROCESS-SELECTED-EXIT
           END-IF.
           MOVE    ZERO        TO  REL-DONE.
           MOVE    ZERO        TO  REL-SKIPPED.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   I  >  WN13-FLAG-COUNT
               IF      WN13-FLAG-SELECT(I)  =  'T'
                   PERFORM 320-UPDATE-FLAG
               END-IF
           END-PERFORM.
           CLOSE   FLAG-FILE.
      *
           PERFORM 300-LOAD-FLAGS.
           IF      REL-SKIPPED  >  ZERO
               MOVE   '処理できない行がありました'
                                   TO  WN13-MESSAGE-VALUE
               MOVE   'red'        TO  WN13-MESSAGE-STYLE
             ELSE
               MOVE   '保留を解除しました'
                                   TO  WN13-MESSAGE-VALUE
               MOVE   'green'      TO  WN13-MESSAGE-STYLE
               MOVE    SPACE       TO  WN13-REASON
           END-IF.
       200-PROCESS-SELECTED-EXIT.
           EXIT.
      **************************************************************************
      *    解除されていない保留を先頭から最大 REL-MAX-ROWS 行、画面の
      *    一覧に読み込む。
      **************************************************************************
       300-LOAD-FLAGS          SECTION.
           MOVE    ZERO        TO  WN13-FLAG-COUNT.
      *
           IF      NOT SPA-AUTH-ADMIN
               PERFORM 800-NO-AUTH
               GO  TO  300-LOAD-FLAGS-EXIT
           END-IF.
           OPEN    INPUT   FLAG-FILE.
           IF          (  FLAG-STATUS  NOT =  '00'  )
                   AND (  FLAG-STATUS  NOT =  '05'  )
               DISPLAY 'FLAG-FILE OPEN ERROR ' FLAG-STATUS
                   UPON    CONSOLE
               PERFORM 810-FILE-ERROR
               GO  TO  300-LOAD-FLAGS-EXIT
           END-IF.
           MOVE    0           TO  FLG-EOF.
           PERFORM UNTIL   (  FLG-EOF  =  1  )
                       OR  (  WN13-FLAG-COUNT  >=  REL-MAX-ROWS  )
               READ    FLAG-FILE       NEXT
                 AT  END
                   MOVE    1       TO  FLG-EOF
                 NOT AT  END
                   IF      NOT FLAG-RELEASED
                       PERFORM 310-ADD-ROW
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE   FLAG-FILE.
      *
           IF      WN13-FLAG-COUNT  =  ZERO
               MOVE   '保留中のピックはありません'
                                   TO  WN13-MESSAGE-VALUE
             ELSE
               MOVE   '保留中のピックの一覧です'
                                   TO  WN13-MESSAGE-VALUE
           END-IF.
           MOVE   'blue'       TO  WN13-MESSAGE-STYLE.
       300-LOAD-FLAGS-EXIT.
           EXIT.
      **************************************************************************
       310-ADD-ROW             SECTION.
           ADD     1           TO  WN13-FLAG-COUNT.
           MOVE    WN13-FLAG-COUNT     TO  I.
           MOVE    FLAG-TERMID         TO  WN13-FLAG-TERMID(I).
           MOVE    FLAG-USERID         TO  WN13-FLAG-USERID(I).
           MOVE    FLAG-DATE           TO  WN13-FLAG-DATE(I).
           MOVE    FLAG-TIME           TO  WN13-FLAG-TIME(I).
           MOVE    FLAG-SEQ            TO  WN13-FLAG-SEQ(I).
           MOVE    FLAG-PICK-NAME      TO  WN13-FLAG-NAME(I).
           MOVE    FLAG-VALUE          TO  WN13-FLAG-VALUE(I).
           MOVE    FLAG-SCORE          TO  WN13-FLAG-SCORE(I).
           MOVE    FLAG-BASIS          TO  WN13-FLAG-BASIS(I).
           MOVE   'F'                  TO  WN13-FLAG-SELECT(I).
      **************************************************************************
      *    画面 I 行目の保留を読み直して解除する。既に解除済みのもの、
      *    見つからないもの、自分のピックは飛ばす。
      **************************************************************************
       320-UPDATE-FLAG         SECTION.
           MOVE    WN13-FLAG-TERMID(I)     TO  FLAG-TERMID.
           MOVE    WN13-FLAG-DATE(I)       TO  FLAG-DATE.
           MOVE    WN13-FLAG-TIME(I)       TO  FLAG-TIME.
           MOVE    WN13-FLAG-SEQ(I)        TO  FLAG-SEQ.
           READ    FLAG-FILE
               INVALID KEY
                   ADD     1   TO  REL-SKIPPED
                   GO  TO  320-UPDATE-FLAG-EXIT
           END-READ.
           IF      FLAG-RELEASED
               ADD     1   TO  REL-SKIPPED
               GO  TO  320-UPDATE-FLAG-EXIT
           END-IF.
           IF      FLAG-USERID  =  SPA-USERID
               DISPLAY 'TPAPR2 SELF RELEASE REFUSED ' FLAG-KEY
                   UPON    CONSOLE
               ADD     1   TO  REL-SKIPPED
               GO  TO  320-UPDATE-FLAG-EXIT
           END-IF.
      *
           MOVE   'R'                  TO  FLAG-RELEASE.
           MOVE    SPA-USERID          TO  FLAG-RELEASER.
           ACCEPT  FLAG-REL-DATE       FROM    DATE    YYYYMMDD.
           ACCEPT  FLAG-REL-TIME       FROM    TIME.
           MOVE    WN13-REASON         TO  FLAG-REL-REASON.
           REWRITE FLAG-RECORD
               INVALID KEY
                   ADD     1   TO  REL-SKIPPED
                   GO  TO  320-UPDATE-FLAG-EXIT
           END-REWRITE.
           PERFORM 330-WRITE-AUDIT.
           ADD     1           TO  REL-DONE.
       320-UPDATE-FLAG-EXIT.
           EXIT.
      **************************************************************************
      *    解除の履歴を FLAGAUD へ書く。端末ID・利用者は解除した側の
      *    もの、日時は解除時点。ピックした利用者とピック値、理由を
      *    保留のキーとともに残す。
      **************************************************************************
       330-WRITE-AUDIT         SECTION.
           MOVE    SPA-TERMID          TO  FAUD-TERMID.
           MOVE    SPA-USERID          TO  FAUD-USERID.
           MOVE    FLAG-REL-DATE       TO  FAUD-DATE.
           MOVE    FLAG-REL-TIME       TO  FAUD-TIME.
           MOVE   'REL '               TO  FAUD-ACTION.
           MOVE    FLAG-KEY            TO  FAUD-FLAG-KEY.
           MOVE    FLAG-USERID         TO  FAUD-PICK-USERID.
           MOVE    FLAG-VALUE          TO  FAUD-PICK-VALUE.
           MOVE    FLAG-REL-REASON     TO  FAUD-REASON.
      *
           OPEN    EXTEND  FLAGAUD-FILE.
           IF      FLAGAUD-STATUS  =  '05'
               OPEN    OUTPUT  FLAGAUD-FILE
           END-IF.
           WRITE   FLAGAUD-RECORD.
           CLOSE   FLAGAUD-FILE.
      **************************************************************************
       270-QUIT                SECTION.
           MOVE   'CHANGE'     TO  MCP-PUTTYPE.
           MOVE   'project1'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       290-OTHER               SECTION.
           MOVE   'TPAPR2'     TO  TRACE-PROGRAM.
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
           MOVE   'release1'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       800-NO-AUTH             SECTION.
           MOVE   '解除の権限がありません'
                               TO  WN13-MESSAGE-VALUE.
           MOVE   'red'        TO  WN13-MESSAGE-STYLE.
      **************************************************************************
       810-FILE-ERROR          SECTION.
           MOVE   '保留ファイルの障害です'
                               TO  WN13-MESSAGE-VALUE.
           MOVE   'red'        TO  WN13-MESSAGE-STYLE.
      **************************************************************************
       900-PUT-WINDOW          SECTION.
           MOVE   'PUTWINDOW'  TO  MCP-FUNC.
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
