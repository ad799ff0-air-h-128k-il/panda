       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     TPAPR1.
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
      *   コンポーネント名：ピック承認
      *   管理者          ：ogochan@NetLab.jp
      *
      *   カテゴリ別の承認限度額(PICKLIM)を超えたために TPDEMO1 が
      *   承認待ちファイル(PENDPICK)へ回したピックを一覧し、選んだ
      *   行を承認または却下する。承認・却下とも理由を必須とし、
      *   PENDPICK に承認者・処理日時・理由を記録する。
      *   承認したピックだけを種別 'A' の監査レコードとして AUDITLOG
      *   へ書き、以後は通常のピックと同じく PICKEXTR・請求へ流れる。
      *   管理者権限(SPA-AUTH-ADMIN)の利用者だけが承認できる。
      *   自分のピックは承認できない。
      *
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成
      *   26.10.15  ....    承認したピックに連絡先IDを引き継ぐ
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
      *    CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL  PENDING-FILE
                               ASSIGN  TO  'PENDPICK'
                   ORGANIZATION    IS  INDEXED
                   ACCESS MODE     IS  DYNAMIC
                   RECORD KEY      IS  PEND-KEY
                   FILE STATUS     IS  PENDING-STATUS.
           SELECT  OPTIONAL  AUDIT-FILE
                               ASSIGN  TO  'AUDITLOG'
                   ORGANIZATION    IS  LINE SEQUENTIAL
                   FILE STATUS     IS  AUDIT-STATUS.
           SELECT  OPTIONAL  TRACE-FILE
                               ASSIGN  TO  'TRACELOG'
                   ORGANIZATION    IS  LINE SEQUENTIAL
                   FILE STATUS     IS  TRACE-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
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
               88  PEND-PENDING            VALUE 'P'.
               88  PEND-APPROVED           VALUE 'A'.
               88  PEND-REJECTED           VALUE 'R'.
           02  PEND-APPROVER       PIC X(08).
           02  PEND-ACT-DATE       PIC X(08).
           02  PEND-ACT-TIME       PIC X(08).
           02  PEND-REASON         PIC X(20).
           02  PEND-CONTACT-ID     PIC X(06).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           02  AUDIT-TERMID        PIC X(08).
           02  AUDIT-USERID        PIC X(08).
           02  AUDIT-DATE          PIC X(08).
           02  AUDIT-TIME          PIC X(08).
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
       01  PENDING-STATUS         PIC X(02).
       01  AUDIT-STATUS           PIC X(02).
       01  TRACE-STATUS           PIC X(02).
       01  APR-MAX-ROWS           PIC S9(04)  BINARY  VALUE  20.
       01  APR-ACTION             PIC X(01).
       01  APR-SELECTED           PIC S9(04)  BINARY.
       01  APR-DONE               PIC S9(04)  BINARY.
       01  APR-SKIPPED            PIC S9(04)  BINARY.
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
           DISPLAY    '*** TPAPR1'
               UPON    CONSOLE.
      *
           DISPLAY    'STATUS [' MCP-STATUS ']'
               UPON    CONSOLE.
           EVALUATE    MCP-STATUS      ALSO    MCP-EVENT
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO   'Refresh'
               PERFORM 210-REFRESH
             WHEN     'PUTG'           ALSO   'Approve'
               PERFORM 220-APPROVE
             WHEN     'PUTG'           ALSO   'Reject'
               PERFORM 230-REJECT
             WHEN     'PUTG'           ALSO   'Quit'
               PERFORM 270-QUIT
             WHEN      OTHER
               PERFORM 290-OTHER
           END-EVALUATE.
      *
           EXIT    PROGRAM.
      **************************************************************************
       010-INIT                SECTION.
           MOVE    SPACE       TO  WN11-REASON.
           PERFORM 300-LOAD-PENDING.
      *
           MOVE    SPACE       TO  MCP-PUTTYPE.
           MOVE   'approve1'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       210-REFRESH             SECTION.
           PERFORM 300-LOAD-PENDING.
      *
           MOVE    SPACE       TO  MCP-PUTTYPE.
           MOVE   'approve1'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       220-APPROVE             SECTION.
           MOVE   'A'          TO  APR-ACTION.
           PERFORM 200-PROCESS-SELECTED.
      *
           MOVE    SPACE       TO  MCP-PUTTYPE.
           MOVE   'approve1'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       230-REJECT              SECTION.
           MOVE   'R'          TO  APR-ACTION.
           PERFORM 200-PROCESS-SELECTED.
      *
           MOVE    SPACE       TO  MCP-PUTTYPE.
           MOVE   'approve1'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    選ばれた行を APR-ACTION ('A' 承認 / 'R' 却下)で処理し、
      *    一覧を読み直す。画面の行は表示時点の写しなので、キーで
      *    読み直して状態が 'P' のままのものだけを処理する。
      **************************************************************************
       200-PROCESS-SELECTED    SECTION.
           IF      NOT SPA-AUTH-ADMIN
               PERFORM 800-NO-AUTH
               GO  TO  200-PROCESS-SELECTED-EXIT
           END-IF.
           MOVE    ZERO        TO  APR-SELECTED.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   I  >  WN11-PEND-COUNT
               IF      WN11-PEND-SELECT(I)  =  'T'
                   ADD     1   TO  APR-SELECTED
               END-IF
           END-PERFORM.
           IF      APR-SELECTED  =  ZERO
               MOVE   '対象の行を選んでください'
                                   TO  WN11-MESSAGE-VALUE
               MOVE   'red'        TO  WN11-MESSAGE-STYLE
               GO  TO  200-PROCESS-SELECTED-EXIT
           END-IF.
           IF      WN11-REASON  =  SPACE
               MOVE   '理由を入力してください'
                                   TO  WN11-MESSAGE-VALUE
               MOVE   'red'        TO  WN11-MESSAGE-STYLE
               GO  TO  200-PROCESS-SELECTED-EXIT
           END-IF.
      *
           OPEN    I-O     PENDING-FILE.
           IF          (  PENDING-STATUS  NOT =  '00'  )
                   AND (  PENDING-STATUS  NOT =  '05'  )
               DISPLAY 'PENDING-FILE OPEN ERROR ' PENDING-STATUS
                   UPON    CONSOLE
               PERFORM 810-FILE-ERROR
               GO  TO  200-PROCESS-SELECTED-EXIT
           END-IF.
           MOVE    ZERO        TO  APR-DONE.
           MOVE    ZERO        TO  APR-SKIPPED.
           PERFORM VARYING I   FROM    1   BY  1
                   UNTIL   I  >  WN11-PEND-COUNT
               IF      WN11-PEND-SELECT(I)  =  'T'
                   PERFORM 320-UPDATE-PENDING
               END-IF
           END-PERFORM.
           CLOSE   PENDING-FILE.
      *
           PERFORM 300-LOAD-PENDING.
           IF      APR-SKIPPED  >  ZERO
               MOVE   '処理できない行がありました'
                                   TO  WN11-MESSAGE-VALUE
               MOVE   'red'        TO  WN11-MESSAGE-STYLE
             ELSE
               IF      APR-ACTION  =  'A'
                   MOVE   '承認しました'
                                       TO  WN11-MESSAGE-VALUE
                 ELSE
                   MOVE   '却下しました'
                                       TO  WN11-MESSAGE-VALUE
               END-IF
               MOVE   'green'      TO  WN11-MESSAGE-STYLE
               MOVE    SPACE       TO  WN11-REASON
           END-IF.
       200-PROCESS-SELECTED-EXIT.
           EXIT.
      **************************************************************************
      *    状態 'P' の承認待ちを先頭から最大 APR-MAX-ROWS 行、画面の
      *    一覧に読み込む。
      **************************************************************************
       300-LOAD-PENDING        SECTION.
           MOVE    ZERO        TO  WN11-PEND-COUNT.
      *
           IF      NOT SPA-AUTH-ADMIN
               PERFORM 800-NO-AUTH
               GO  TO  300-LOAD-PENDING-EXIT
           END-IF.
           OPEN    INPUT   PENDING-FILE.
           IF          (  PENDING-STATUS  NOT =  '00'  )
                   AND (  PENDING-STATUS  NOT =  '05'  )
               DISPLAY 'PENDING-FILE OPEN ERROR ' PENDING-STATUS
                   UPON    CONSOLE
               PERFORM 810-FILE-ERROR
               GO  TO  300-LOAD-PENDING-EXIT
           END-IF.
           MOVE    0           TO  FLG-EOF.
           PERFORM UNTIL   (  FLG-EOF  =  1  )
                       OR  (  WN11-PEND-COUNT  >=  APR-MAX-ROWS  )
               READ    PENDING-FILE    NEXT
                 AT  END
                   MOVE    1       TO  FLG-EOF
                 NOT AT  END
                   IF      PEND-PENDING
                       PERFORM 310-ADD-ROW
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE   PENDING-FILE.
      *
           IF      WN11-PEND-COUNT  =  ZERO
               MOVE   '承認待ちはありません'
                                   TO  WN11-MESSAGE-VALUE
             ELSE
               MOVE   '承認待ちの一覧です'
                                   TO  WN11-MESSAGE-VALUE
           END-IF.
           MOVE   'blue'       TO  WN11-MESSAGE-STYLE.
       300-LOAD-PENDING-EXIT.
           EXIT.
      **************************************************************************
       310-ADD-ROW             SECTION.
           ADD     1           TO  WN11-PEND-COUNT.
           MOVE    WN11-PEND-COUNT     TO  I.
           MOVE    PEND-TERMID         TO  WN11-PEND-TERMID(I).
           MOVE    PEND-USERID         TO  WN11-PEND-USERID(I).
           MOVE    PEND-DATE           TO  WN11-PEND-DATE(I).
           MOVE    PEND-TIME           TO  WN11-PEND-TIME(I).
           MOVE    PEND-CATEGORY       TO  WN11-PEND-CATEGORY(I).
           MOVE    PEND-PICK-NAME      TO  WN11-PEND-NAME(I).
           MOVE    PEND-PICK-VALUE     TO  WN11-PEND-VALUE(I).
           MOVE   'F'                  TO  WN11-PEND-SELECT(I).
      **************************************************************************
      *    画面 I 行目の承認待ちを読み直して承認・却下する。既に処理
      *    済みのもの、見つからないもの、自分のピックは飛ばす。
      **************************************************************************
       320-UPDATE-PENDING      SECTION.
           MOVE    WN11-PEND-TERMID(I)     TO  PEND-TERMID.
           MOVE    WN11-PEND-DATE(I)       TO  PEND-DATE.
           MOVE    WN11-PEND-TIME(I)       TO  PEND-TIME.
           READ    PENDING-FILE
               INVALID KEY
                   ADD     1   TO  APR-SKIPPED
                   GO  TO  320-UPDATE-PENDING-EXIT
           END-READ.
           IF      NOT PEND-PENDING
               ADD     1   TO  APR-SKIPPED
               GO  TO  320-UPDATE-PENDING-EXIT
           END-IF.
           IF      PEND-USERID  =  SPA-USERID
               DISPLAY 'TPAPR1 SELF APPROVAL REFUSED ' PEND-KEY
                   UPON    CONSOLE
               ADD     1   TO  APR-SKIPPED
               GO  TO  320-UPDATE-PENDING-EXIT
           END-IF.
      *
           MOVE    APR-ACTION          TO  PEND-STATUS.
           MOVE    SPA-USERID          TO  PEND-APPROVER.
           ACCEPT  PEND-ACT-DATE       FROM    DATE    YYYYMMDD.
           ACCEPT  PEND-ACT-TIME       FROM    TIME.
           MOVE    WN11-REASON         TO  PEND-REASON.
           REWRITE PENDING-RECORD
               INVALID KEY
                   ADD     1   TO  APR-SKIPPED
                   GO  TO  320-UPDATE-PENDING-EXIT
           END-REWRITE.
           IF      PEND-APPROVED
               PERFORM 330-WRITE-AUDIT
           END-IF.
           ADD     1           TO  APR-DONE.
       320-UPDATE-PENDING-EXIT.
           EXIT.
      **************************************************************************
      *    承認したピックを種別 'A' の監査レコードとして書く。端末ID・
      *    利用者はピックした側のもの、日時は承認時点。ORIG 項目に
      *    承認待ちのキー(端末ID・登録日時)を残す。
      **************************************************************************
       330-WRITE-AUDIT         SECTION.
           MOVE    PEND-TERMID         TO  AUDIT-TERMID.
           MOVE    PEND-USERID         TO  AUDIT-USERID.
           MOVE    PEND-ACT-DATE       TO  AUDIT-DATE.
           MOVE    PEND-ACT-TIME       TO  AUDIT-TIME.
           COMPUTE SPA-MNT-COUNT  =  SPA-MNT-COUNT  +  1.
           MOVE    SPA-MNT-COUNT       TO  AUDIT-SEQ.
           MOVE    PEND-PICK-NAME      TO  AUDIT-PICK-NAME.
           MOVE    PEND-PICK-VALUE     TO  AUDIT-PICK-VALUE.
           MOVE   'A'                  TO  AUDIT-TYPE.
           MOVE    PEND-TERMID         TO  AUDIT-ORIG-TERMID.
           MOVE    PEND-DATE           TO  AUDIT-ORIG-DATE.
           MOVE    PEND-TIME           TO  AUDIT-ORIG-TIME.
           MOVE    ZERO                TO  AUDIT-ORIG-SEQ.
           MOVE    SPACE               TO  AUDIT-VOID-REASON.
           MOVE    PEND-CATEGORY       TO  AUDIT-CATEGORY.
           MOVE    PEND-CONTACT-ID     TO  AUDIT-CONTACT-ID.
      *
           OPEN    EXTEND  AUDIT-FILE.
           IF      AUDIT-STATUS  =  '05'
               OPEN    OUTPUT  AUDIT-FILE
           END-IF.
           WRITE   AUDIT-RECORD.
           CLOSE   AUDIT-FILE.
      **************************************************************************
       270-QUIT                SECTION.
           MOVE   'CHANGE'     TO  MCP-PUTTYPE.
           MOVE   'project1'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       290-OTHER               SECTION.
           MOVE   'TPAPR1'     TO  TRACE-PROGRAM.
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
           MOVE   'approve1'   TO  MCP-WINDOW.
      *
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       800-NO-AUTH             SECTION.
           MOVE   '承認の権限がありません'
                               TO  WN11-MESSAGE-VALUE.
           MOVE   'red'        TO  WN11-MESSAGE-STYLE.
      **************************************************************************
       810-FILE-ERROR          SECTION.
           MOVE   '承認待ちファイルの障害です'
                               TO  WN11-MESSAGE-VALUE.
           MOVE   'red'        TO  WN11-MESSAGE-STYLE.
      **************************************************************************
       900-PUT-WINDOW          SECTION.
           MOVE   'PUTWINDOW'  TO  MCP-FUNC.
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
