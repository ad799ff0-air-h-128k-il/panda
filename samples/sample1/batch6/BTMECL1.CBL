000460*   日付      作業者  記述
000470*   26.08.22  ....    新規作成
000480*   26.09.03  ....    実行管理(BTRUNLOG)による順序・再実行制御追加
000481*   26.10.15  ....    監査レコードの取消項目追加に伴うレコード長変更
000482*   26.10.15  ....    監査レコードのカテゴリ項目追加に伴う変更
000483*   26.10.15  ....    監査レコードの連絡先ID項目追加に伴う変更
000484*   26.10.15  ....    BTSTRM1 から CALL できるよう GOBACK で終了
000490******************************************************************
000500 ENVIRONMENT         DIVISION.
000510 CONFIGURATION           SECTION.
000900     05  AUDIT-SEQ           PIC 9(09).
000910     05  AUDIT-PICK-NAME     PIC X(40).
000920     05  AUDIT-PICK-VALUE    PIC X(09).
000921     05  AUDIT-TYPE          PIC X(01).
000922         88  AUDIT-REVERSAL          VALUE  'V'.
000923     05  AUDIT-ORIG-TERMID   PIC X(08).
000924     05  AUDIT-ORIG-DATE     PIC X(08).
000925     05  AUDIT-ORIG-TIME     PIC X(08).
000926     05  AUDIT-ORIG-SEQ      PIC 9(09).
000927     05  AUDIT-VOID-REASON   PIC X(20).
000928     05  AUDIT-CATEGORY      PIC X(10).
000929     05  AUDIT-CONTACT-ID    PIC X(06).
000930 FD  ARCHIVE-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  ARCHIVE-RECORD          PIC X(160).
000960 FD  PURGE-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  PURGE-RECORD            PIC X(160).
000990 FD  CHECKPOINT-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  CHECKPOINT-RECORD.
002220             THRU    2000-COPY-AUDIT-EXIT
002230             UNTIL   WK-AUDIT-EOF.
002240     PERFORM 3000-TERMINATE         THRU    3000-TERMINATE-EXIT.
002250     GOBACK.
002260******************************************************************
002270*    1000-INITIALIZE
002280*    保持世代数パラメタを読み、今回のアーカイブ名を決めて
