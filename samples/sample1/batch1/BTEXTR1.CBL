000350*   確定ピックの監査証跡を読み、当日分の抽出ファイルを作成する。
000360*   大量データの途中で異常終了しても再起動できるよう、処理済み
000370*   件数をチェックポイントファイルに記録しながら進める。
000371*   取消レコード(種別 V)も元のピックを指す項目ごと抽出する。
000372*   ピックのカテゴリ(請求単価の区分)もそのまま引き継ぐ。
000380*
000390*   日付      作業者  記述
000400*   02.03.04  ....    新規作成
000410*   26.09.03  ....    実行管理(BTRUNLOG)による再実行制御追加
000411*   26.10.15  ....    取消レコード(種別 V)の項目を抽出へ引継ぎ
000412*   26.10.15  ....    ピックのカテゴリを抽出へ引継ぎ
000413*   26.10.15  ....    監査レコードの連絡先ID項目追加に伴う変更
000414*   26.10.15  ....    BTSTRM1 から CALL できるよう GOBACK で終了
000420******************************************************************
000430 ENVIRONMENT         DIVISION.
000440 CONFIGURATION           SECTION.
000690     05  AUDIT-SEQ           PIC 9(09).
000700     05  AUDIT-PICK-NAME     PIC X(40).
000710     05  AUDIT-PICK-VALUE    PIC X(09).
000711     05  AUDIT-TYPE          PIC X(01).
000712         88  AUDIT-REVERSAL          VALUE  'V'.
000713     05  AUDIT-ORIG-TERMID   PIC X(08).
000714     05  AUDIT-ORIG-DATE     PIC X(08).
000715     05  AUDIT-ORIG-TIME     PIC X(08).
000716     05  AUDIT-ORIG-SEQ      PIC 9(09).
000717     05  AUDIT-VOID-REASON   PIC X(20).
000718     05  AUDIT-CATEGORY      PIC X(10).
000719     05  AUDIT-CONTACT-ID    PIC X(06).
000720 FD  EXTRACT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  EXTRACT-RECORD.
000790     05  EXTRACT-SEQ         PIC 9(09).
000800     05  EXTRACT-PICK-NAME   PIC X(40).
000810     05  EXTRACT-PICK-VALUE  PIC X(09).
000811     05  EXTRACT-TYPE        PIC X(01).
000812         88  EXTRACT-REVERSAL        VALUE  'V'.
000813     05  EXTRACT-ORIG-TERMID PIC X(08).
000814     05  EXTRACT-ORIG-DATE   PIC X(08).
000815     05  EXTRACT-ORIG-TIME   PIC X(08).
000816     05  EXTRACT-ORIG-SEQ    PIC 9(09).
000817     05  EXTRACT-VOID-REASON PIC X(20).
000818     05  EXTRACT-CATEGORY    PIC X(10).
000820 FD  CHECKPOINT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  CHECKPOINT-RECORD.
001160             THRU    2000-PROCESS-AUDIT-EXIT
001170             UNTIL   WK-AUDIT-EOF.
001180     PERFORM 3000-TERMINATE         THRU    3000-TERMINATE-EXIT.
001190     GOBACK.
001200******************************************************************
001210*    1000-INITIALIZE
001220*    監査ログ・抽出ファイルをオープンし、前回のチェックポイント
002100     MOVE    AUDIT-SEQ           TO  EXTRACT-SEQ.
002110     MOVE    AUDIT-PICK-NAME     TO  EXTRACT-PICK-NAME.
002120     MOVE    AUDIT-PICK-VALUE    TO  EXTRACT-PICK-VALUE.
002121     MOVE    AUDIT-TYPE          TO  EXTRACT-TYPE.
002122     MOVE    AUDIT-ORIG-TERMID   TO  EXTRACT-ORIG-TERMID.
002123     MOVE    AUDIT-ORIG-DATE     TO  EXTRACT-ORIG-DATE.
002124     MOVE    AUDIT-ORIG-TIME     TO  EXTRACT-ORIG-TIME.
002125     MOVE    AUDIT-ORIG-SEQ      TO  EXTRACT-ORIG-SEQ.
002126     MOVE    AUDIT-VOID-REASON   TO  EXTRACT-VOID-REASON.
002127     MOVE    AUDIT-CATEGORY      TO  EXTRACT-CATEGORY.
002130     WRITE   EXTRACT-RECORD.
002140     ADD     1           TO  WK-EXTRACT-COUNT.
002150     ADD     1           TO  WK-SINCE-CHECKPOINT.
