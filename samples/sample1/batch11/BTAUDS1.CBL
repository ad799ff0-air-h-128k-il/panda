000440*
000450*   日付      作業者  記述
000460*   26.09.03  ....    新規作成
000461*   26.10.15  ....    取消レコードの種別(V)を明細に表示
000462*   26.10.15  ....    監査レコードのカテゴリ項目追加に伴う変更
000463*   26.10.15  ....    監査レコードの連絡先ID項目追加に伴う変更
000470******************************************************************
000480 ENVIRONMENT         DIVISION.
000490 CONFIGURATION           SECTION.
000780     05  AUDIT-SEQ           PIC 9(09).
000790     05  AUDIT-PICK-NAME     PIC X(40).
000800     05  AUDIT-PICK-VALUE    PIC X(09).
000801     05  AUDIT-TYPE          PIC X(01).
000802         88  AUDIT-REVERSAL          VALUE  'V'.
000803     05  AUDIT-ORIG-TERMID   PIC X(08).
000804     05  AUDIT-ORIG-DATE     PIC X(08).
000805     05  AUDIT-ORIG-TIME     PIC X(08).
000806     05  AUDIT-ORIG-SEQ      PIC 9(09).
000807     05  AUDIT-VOID-REASON   PIC X(20).
000808     05  AUDIT-CATEGORY      PIC X(10).
000809     05  AUDIT-CONTACT-ID    PIC X(06).
000810 FD  PARAM-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  PARAM-RECORD.
001660     05  FILLER              PIC X(09)   VALUE  'TIME'.
001670     05  FILLER              PIC X(10)   VALUE  '      SEQ'.
001680     05  FILLER              PIC X(10)   VALUE  ' PICKNAME'.
001681     05  FILLER              PIC X(31)   VALUE  SPACE.
001682     05  FILLER              PIC X(11)   VALUE  'VALUE     T'.
001690 01  WK-DETAIL-LINE.
001700     05  WK-DTL-GEN          PIC X(15).
001710     05  FILLER              PIC X(02)   VALUE  SPACE.
001820     05  WK-DTL-PICK-NAME    PIC X(40).
001830     05  FILLER              PIC X(01)   VALUE  SPACE.
001840     05  WK-DTL-PICK-VALUE   PIC X(09).
001841     05  FILLER              PIC X(01)   VALUE  SPACE.
001842     05  WK-DTL-TYPE         PIC X(01).
001850 01  WK-TOTAL-LINE.
001860     05  FILLER              PIC X(17)   VALUE
001870         'RECORDS MATCHED: '.
003760     MOVE    AUDIT-SEQ           TO  WK-DTL-SEQ.
003770     MOVE    AUDIT-PICK-NAME     TO  WK-DTL-PICK-NAME.
003780     MOVE    AUDIT-PICK-VALUE    TO  WK-DTL-PICK-VALUE.
003781     MOVE    AUDIT-TYPE          TO  WK-DTL-TYPE.
003790     MOVE    WK-DETAIL-LINE      TO  REPORT-LINE.
003800     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
003810 2100-MATCH-RECORD-EXIT.
