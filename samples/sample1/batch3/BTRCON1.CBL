000370*   突合し、不一致があれば例外として記録する。
000380*   AUDIT-SEQ はセション内の通番のため、1 はセション開始と
000390*   みなして例外としない。
000391*   取消レコード(種別 V)は取り消した元のピックの通番を持つ
000392*   ため通番検証に掛けず、件数だけを数える。元のピックは
000393*   AUDITLOG に残るので、取り消しても欠番にはならない。
000394*   承認レコード(種別 A)は承認画面(TPAPR1)が保守通番で書く
000395*   ため、これも通番検証に掛けず件数だけを数える。
000400*
000410*   例外理由コード
000420*     GAP : 通番の欠番            DUP : 通番の重複
000460*   日付      作業者  記述
000470*   26.08.22  ....    新規作成
000480*   26.09.03  ....    実行管理(BTRUNLOG)による順序・再実行制御追加
000481*   26.10.15  ....    取消レコード(種別 V)を通番検証の対象外に変更
000482*   26.10.15  ....    承認レコード(種別 A)を通番検証の対象外に変更
000483*   26.10.15  ....    監査レコードのカテゴリ項目追加に伴う変更
000484*   26.10.15  ....    監査レコードの連絡先ID項目追加に伴う変更
000485*   26.10.15  ....    BTSTRM1 から CALL できるよう GOBACK で終了
000490******************************************************************
000500 ENVIRONMENT         DIVISION.
000510 CONFIGURATION           SECTION.
000750     05  AUDIT-SEQ           PIC 9(09).
000760     05  AUDIT-PICK-NAME     PIC X(40).
000770     05  AUDIT-PICK-VALUE    PIC X(09).
000771     05  AUDIT-TYPE          PIC X(01).
000772         88  AUDIT-REVERSAL          VALUE  'V'.
000773         88  AUDIT-APPROVED          VALUE  'A'.
000774     05  AUDIT-ORIG-TERMID   PIC X(08).
000775     05  AUDIT-ORIG-DATE     PIC X(08).
000776     05  AUDIT-ORIG-TIME     PIC X(08).
000777     05  AUDIT-ORIG-SEQ      PIC 9(09).
000778     05  AUDIT-VOID-REASON   PIC X(20).
000779     05  AUDIT-CATEGORY      PIC X(10).
000780     05  AUDIT-CONTACT-ID    PIC X(06).
000781 FD  EXTRACT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  EXTRACT-RECORD.
000810     05  EXTRACT-TERMID      PIC X(08).
000850     05  EXTRACT-SEQ         PIC 9(09).
000860     05  EXTRACT-PICK-NAME   PIC X(40).
000870     05  EXTRACT-PICK-VALUE  PIC X(09).
000871     05  EXTRACT-TYPE        PIC X(01).
000872         88  EXTRACT-REVERSAL        VALUE  'V'.
000873     05  EXTRACT-ORIG-TERMID PIC X(08).
000874     05  EXTRACT-ORIG-DATE   PIC X(08).
000875     05  EXTRACT-ORIG-TIME   PIC X(08).
000876     05  EXTRACT-ORIG-SEQ    PIC 9(09).
000877     05  EXTRACT-VOID-REASON PIC X(20).
000878     05  EXTRACT-CATEGORY    PIC X(10).
000880 FD  EXCEPTION-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  EXCEPTION-RECORD.
001200     05  WK-AUDIT-TODAY      PIC 9(09)   VALUE  ZERO.
001210     05  WK-EXTRACT-TODAY    PIC 9(09)   VALUE  ZERO.
001220     05  WK-EXPECT-SEQ       PIC 9(09)   VALUE  ZERO.
001221     05  WK-VOID-COUNT       PIC 9(09)   VALUE  ZERO.
001222     05  WK-APPROVED-COUNT   PIC 9(09)   VALUE  ZERO.
001230 01  WK-SUBSCRIPTS                       COMP.
001240     05  WK-KEY-IX           PIC 9(04)   VALUE  ZERO.
001250     05  WK-KEY-USED         PIC 9(04)   VALUE  ZERO.
001500             THRU    2700-COUNT-EXTRACT-EXIT
001510             UNTIL   WK-EXTRACT-EOF.
001520     PERFORM 3000-TERMINATE         THRU    3000-TERMINATE-EXIT.
001530     GOBACK.
001540******************************************************************
001550*    1000-INITIALIZE
001560*    監査ログ・抽出・例外の各ファイルをオープンする。
002150     IF      AUDIT-DATE  =  WK-RUN-DATE
002160         ADD     1           TO  WK-AUDIT-TODAY
002170     END-IF.
002171     IF      AUDIT-REVERSAL
002172         ADD     1           TO  WK-VOID-COUNT
002173         GO  TO  2000-PROCESS-AUDIT-EXIT
002174     END-IF.
002175     IF      AUDIT-APPROVED
002176         ADD     1           TO  WK-APPROVED-COUNT
002177         GO  TO  2000-PROCESS-AUDIT-EXIT
002178     END-IF.
002180     PERFORM 2500-CHECK-SEQ
002190             THRU    2500-CHECK-SEQ-EXIT.
002200 2000-PROCESS-AUDIT-EXIT.
003510 3000-TERMINATE-DISPLAY.
003520     DISPLAY '*** BTRCON1 END   READ=' WK-READ-COUNT
003530             ' EXCEPTIONS=' WK-EXCEPT-COUNT
003531             ' VOIDS=' WK-VOID-COUNT
003532             ' APPROVED=' WK-APPROVED-COUNT
003540         UPON    CONSOLE.
003550 3000-TERMINATE-EXIT.
003560     EXIT.
