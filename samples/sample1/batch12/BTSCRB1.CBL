000430*   日付      作業者  記述
000440*   26.09.03  ....    新規作成
000450*   26.09.03  ....    月次アーカイブ世代も検査対象に追加
000451*   26.10.15  ....    監査・抽出レコードの取消項目追加に伴う変更
000452*   26.10.15  ....    監査レコードのカテゴリ項目追加に伴う変更
000453*   26.10.15  ....    監査レコードの連絡先ID項目追加に伴う変更
000460******************************************************************
000470 ENVIRONMENT         DIVISION.
000480 CONFIGURATION           SECTION.
000770     05  AUDIT-SEQ           PIC 9(09).
000780     05  AUDIT-PICK-NAME     PIC X(40).
000790     05  AUDIT-PICK-VALUE    PIC X(09).
000791     05  AUDIT-TYPE          PIC X(01).
000792         88  AUDIT-REVERSAL          VALUE  'V'.
000793     05  AUDIT-ORIG-TERMID   PIC X(08).
000794     05  AUDIT-ORIG-DATE     PIC X(08).
000795     05  AUDIT-ORIG-TIME     PIC X(08).
000796     05  AUDIT-ORIG-SEQ      PIC 9(09).
000797     05  AUDIT-VOID-REASON   PIC X(20).
000798     05  AUDIT-CATEGORY      PIC X(10).
000799     05  AUDIT-CONTACT-ID    PIC X(06).
000800 FD  GENCTL-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  GENCTL-RECORD.
000910     05  EXTRACT-SEQ         PIC 9(09).
000920     05  EXTRACT-PICK-NAME   PIC X(40).
000930     05  EXTRACT-PICK-VALUE  PIC X(09).
000931     05  EXTRACT-TYPE        PIC X(01).
000932         88  EXTRACT-REVERSAL        VALUE  'V'.
000933     05  EXTRACT-ORIG-TERMID PIC X(08).
000934     05  EXTRACT-ORIG-DATE   PIC X(08).
000935     05  EXTRACT-ORIG-TIME   PIC X(08).
000936     05  EXTRACT-ORIG-SEQ    PIC 9(09).
000937     05  EXTRACT-VOID-REASON PIC X(20).
000938     05  EXTRACT-CATEGORY    PIC X(10).
000940 FD  REPORT-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  REPORT-LINE             PIC X(90).
