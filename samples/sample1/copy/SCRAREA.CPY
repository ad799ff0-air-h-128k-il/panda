      *   26.09.03  ....    project9 休日マスタ保守画面領域追加
      *   26.09.03  ....    カレンダーの案内表示(CALENDAR-MSG)追加
      *   26.09.03  ....    opsstat1 運用状況照会画面領域追加
      *   26.10.15  ....    ピック取消の理由入力欄(VOIDREASON)追加
      *   26.10.15  ....    approve1 ピック承認画面領域追加
      *   26.10.15  ....    project10 請求単価マスタ保守画面領域追加
      *   26.10.15  ....    project8 利用者のロック区分(USER-LOCKED)追加
      *   26.10.15  ....    連絡先一覧の選択状態(CLIST2-SELECT)追加
      *   26.10.15  ....    project6 統合元の連絡先ID(MERGE-ID)追加
      *   26.10.15  ....    release1 保留ピック解除画面領域追加
      ******************************************************************
       01  SCRAREA.
      *    ----  project1 (TPDEMO1の画面) -------------------------
                                       PIC X(20).
           02  WN1-CLIST2-VALUE2       OCCURS  20  TIMES
                                       PIC X(20).
           02  WN1-CLIST2-SELECT       OCCURS  20  TIMES
                                       PIC X(01).
           02  WN1-CLIST2-COUNT        PIC S9(04)  BINARY.
      *
           02  WN1-OPTION1-ITEM        OCCURS  10  TIMES
      *
           02  WN1-PAGEINFO-VALUE      PIC X(20).
           02  WN1-PAGEINFO-STYLE      PIC X(08).
      *
           02  WN1-VOIDREASON-VALUE    PIC X(20).
           02  WN1-VOIDREASON-STYLE    PIC X(08).
      *    ----  project2 (電卓ポップアップ) -----------------------
           02  WN2-CALC-RESULT         PIC S9(09).
      *    ----  project5 (カレンダーポップアップ) -----------------
           02  WN6-CONTACT-ID          PIC X(06).
           02  WN6-CONTACT-NAME        PIC X(20).
           02  WN6-CONTACT-PHONE       PIC X(20).
           02  WN6-MERGE-ID            PIC X(06).
           02  WN6-MESSAGE-VALUE       PIC X(40).
           02  WN6-MESSAGE-STYLE       PIC X(08).
      *    ----  project7 (コード参照テーブル保守画面) -------------
           02  WN8-USER-NAME           PIC X(20).
           02  WN8-USER-AUTH           PIC X(01).
           02  WN8-USER-ACTIVE         PIC X(01).
           02  WN8-USER-LOCKED         PIC X(01).
           02  WN8-MESSAGE-VALUE       PIC X(40).
           02  WN8-MESSAGE-STYLE       PIC X(08).
      *    ----  project9 (休日マスタ保守画面) ---------------------
           02  WN10-CKPT-COUNT         PIC 9(09).
           02  WN10-MESSAGE-VALUE      PIC X(40).
           02  WN10-MESSAGE-STYLE      PIC X(08).
      *    ----  approve1 (ピック承認画面) -------------------------
           02  WN11-PEND-TERMID        OCCURS  20  TIMES
                                       PIC X(08).
           02  WN11-PEND-USERID        OCCURS  20  TIMES
                                       PIC X(08).
           02  WN11-PEND-DATE          OCCURS  20  TIMES
                                       PIC X(08).
           02  WN11-PEND-TIME          OCCURS  20  TIMES
                                       PIC X(08).
           02  WN11-PEND-CATEGORY      OCCURS  20  TIMES
                                       PIC X(10).
           02  WN11-PEND-NAME          OCCURS  20  TIMES
                                       PIC X(40).
           02  WN11-PEND-VALUE         OCCURS  20  TIMES
                                       PIC X(09).
           02  WN11-PEND-SELECT        OCCURS  20  TIMES
                                       PIC X(01).
           02  WN11-PEND-COUNT         PIC S9(04)  BINARY.
           02  WN11-REASON             PIC X(20).
           02  WN11-MESSAGE-VALUE      PIC X(40).
           02  WN11-MESSAGE-STYLE      PIC X(08).
      *    ----  project10 (請求単価マスタ保守画面) ----------------
           02  WN12-CATEGORY           PIC X(10).
           02  WN12-EFF-FROM           PIC X(08).
           02  WN12-EFF-TO             PIC X(08).
           02  WN12-UNIT-PRICE         PIC 9(07)V99.
           02  WN12-MESSAGE-VALUE      PIC X(40).
           02  WN12-MESSAGE-STYLE      PIC X(08).
      *    ----  release1 (保留ピック解除画面) ---------------------
           02  WN13-FLAG-TERMID        OCCURS  20  TIMES
                                       PIC X(08).
           02  WN13-FLAG-USERID        OCCURS  20  TIMES
                                       PIC X(08).
           02  WN13-FLAG-DATE          OCCURS  20  TIMES
                                       PIC X(08).
           02  WN13-FLAG-TIME          OCCURS  20  TIMES
                                       PIC X(08).
           02  WN13-FLAG-SEQ           OCCURS  20  TIMES
                                       PIC 9(09).
           02  WN13-FLAG-NAME          OCCURS  20  TIMES
                                       PIC X(40).
           02  WN13-FLAG-VALUE         OCCURS  20  TIMES
                                       PIC X(09).
           02  WN13-FLAG-SCORE         OCCURS  20  TIMES
                                       PIC 9(03)V99.
           02  WN13-FLAG-BASIS         OCCURS  20  TIMES
                                       PIC X(04).
           02  WN13-FLAG-SELECT        OCCURS  20  TIMES
                                       PIC X(01).
           02  WN13-FLAG-COUNT         PIC S9(04)  BINARY.
           02  WN13-REASON             PIC X(20).
           02  WN13-MESSAGE-VALUE      PIC X(40).
           02  WN13-MESSAGE-STYLE      PIC X(08).
