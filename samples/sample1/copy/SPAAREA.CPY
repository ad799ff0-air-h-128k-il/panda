      *   26.08.22  ....    利用者権限(SPA-AUTH)追加
      *   26.08.22  ....    テーブル保守通番(SPA-MNT-COUNT)追加
      *   26.09.03  ....    連絡先一覧の頁番号(SPA-CONTACT-PAGE)追加
      *   26.10.15  ....    連絡先一覧の行の連絡先ID(SPA-CONTACT-ROWS)追加
      ******************************************************************
       01  SPAAREA.
           02  SPA-TERMID          PIC X(08).
               88  SPA-AUTH-INQUIRY        VALUE 'I'.
           02  SPA-MNT-COUNT       PIC S9(9)   BINARY.
           02  SPA-CONTACT-PAGE    PIC S9(4)   BINARY.
           02  SPA-CONTACT-ROWS.
               03  SPA-CONTACT-ROWID   PIC X(06)   OCCURS  20  TIMES.
