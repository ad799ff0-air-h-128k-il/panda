      *
      *   日付日付  作業者  記述
      *   26.09.03  ....    新規作成
      *   26.10.15  ....    監査レコードの取消項目追加に伴う変更
      *   26.10.15  ....    監査レコードのカテゴリ項目追加に伴う変更
      *   26.10.15  ....    監査レコードの連絡先ID項目追加に伴う変更
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
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
       FD  RECOVER-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECOVER-RECORD.
