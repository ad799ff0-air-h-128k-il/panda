000340*   このバッチは BTEXTR1 が作成する抽出ファイル PICKEXTR を
000350*   利用者ID・端末ID別に集計し、グループごとの件数とピック値
000360*   合計、および総合計を印字用レポートに出力する。
000361*   取消レコード(種別 V)は元のピックを打ち消すよう件数と合計
000362*   から差し引き、取消件数を別欄に印字する。
000370*
000380*   日付      作業者  記述
000390*   26.08.22  ....    新規作成
000400*   26.09.03  ....    実行管理(BTRUNLOG)による順序・再実行制御追加
000401*   26.10.15  ....    取消レコード(種別 V)を件数・合計から差引き
000402*   26.10.15  ....    監査レコードのカテゴリ項目追加に伴う変更
000403*   26.10.15  ....    BTSTRM1 から CALL できるよう GOBACK で終了
000410******************************************************************
000420 ENVIRONMENT         DIVISION.
000430 CONFIGURATION           SECTION.
000680     05  EXTRACT-SEQ         PIC 9(09).
000690     05  EXTRACT-PICK-NAME   PIC X(40).
000700     05  EXTRACT-PICK-VALUE  PIC X(09).
000701     05  EXTRACT-TYPE        PIC X(01).
000702         88  EXTRACT-REVERSAL        VALUE  'V'.
000703     05  EXTRACT-ORIG-TERMID PIC X(08).
000704     05  EXTRACT-ORIG-DATE   PIC X(08).
000705     05  EXTRACT-ORIG-TIME   PIC X(08).
000706     05  EXTRACT-ORIG-SEQ    PIC 9(09).
000707     05  EXTRACT-VOID-REASON PIC X(20).
000708     05  EXTRACT-CATEGORY    PIC X(10).
000710 FD  SORTED-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  SORTED-RECORD.
000780     05  SORTED-SEQ          PIC 9(09).
000790     05  SORTED-PICK-NAME    PIC X(40).
000800     05  SORTED-PICK-VALUE   PIC X(09).
000801     05  SORTED-TYPE         PIC X(01).
000802         88  SORTED-REVERSAL         VALUE  'V'.
000803     05  SORTED-ORIG-TERMID  PIC X(08).
000804     05  SORTED-ORIG-DATE    PIC X(08).
000805     05  SORTED-ORIG-TIME    PIC X(08).
000806     05  SORTED-ORIG-SEQ     PIC 9(09).
000807     05  SORTED-VOID-REASON  PIC X(20).
000808     05  SORTED-CATEGORY     PIC X(10).
000810 FD  REPORT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  REPORT-LINE             PIC X(90).
000900     05  SORT-SEQ            PIC 9(09).
000910     05  SORT-PICK-NAME      PIC X(40).
000920     05  SORT-PICK-VALUE     PIC X(09).
000921     05  SORT-TYPE           PIC X(01).
000922         88  SORT-REVERSAL           VALUE  'V'.
000923     05  SORT-ORIG-TERMID    PIC X(08).
000924     05  SORT-ORIG-DATE      PIC X(08).
000925     05  SORT-ORIG-TIME      PIC X(08).
000926     05  SORT-ORIG-SEQ       PIC 9(09).
000927     05  SORT-VOID-REASON    PIC X(20).
000928     05  SORT-CATEGORY       PIC X(10).
000930 WORKING-STORAGE         SECTION.
000940 01  WK-SWITCHES.
000950     05  WK-SORTED-EOF-SW    PIC X(01)   VALUE  'N'.
001060     05  WK-REPORT-STATUS    PIC X(02).
001070         88  WK-REPORT-OK            VALUE  '00'.
001080 01  WK-COUNTERS                         COMP.
001090     05  WK-GROUP-COUNT      PIC S9(09)  VALUE  ZERO.
001100     05  WK-GROUP-TOTAL      PIC S9(13)  VALUE  ZERO.
001110     05  WK-GRAND-COUNT      PIC S9(09)  VALUE  ZERO.
001120     05  WK-GRAND-TOTAL      PIC S9(13)  VALUE  ZERO.
001130     05  WK-BAD-VALUE-COUNT  PIC 9(09)   VALUE  ZERO.
001131     05  WK-GROUP-VOIDS      PIC 9(09)   VALUE  ZERO.
001132     05  WK-GRAND-VOIDS      PIC 9(09)   VALUE  ZERO.
001140     05  WK-LINE-COUNT       PIC 9(04)   VALUE  ZERO.
001150     05  WK-PAGE-COUNT       PIC 9(04)   VALUE  ZERO.
001160     05  WK-LINES-PER-PAGE   PIC 9(04)   VALUE  0050.
001430         '     PICK COUNT'.
001440     05  FILLER              PIC X(20)   VALUE
001450         '          PICK TOTAL'.
001451     05  FILLER              PIC X(13)   VALUE
001452         '        VOIDS'.
001460 01  WK-DETAIL-LINE.
001470     05  WK-DTL-USERID       PIC X(08).
001480     05  FILLER              PIC X(02)   VALUE  SPACE.
001490     05  WK-DTL-TERMID       PIC X(08).
001500     05  FILLER              PIC X(02)   VALUE  SPACE.
001510     05  WK-DTL-COUNT        PIC ZZZ,ZZZ,ZZ9-.
001520     05  FILLER              PIC X(03)   VALUE  SPACE.
001530     05  WK-DTL-TOTAL        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
001531     05  FILLER              PIC X(04)   VALUE  SPACE.
001532     05  WK-DTL-VOIDS        PIC ZZZ,ZZZ,ZZ9.
001540 01  WK-GRAND-LINE.
001550     05  FILLER              PIC X(20)   VALUE
001560         'GRAND TOTAL'.
001570     05  WK-GRD-COUNT        PIC ZZZ,ZZZ,ZZ9-.
001580     05  FILLER              PIC X(03)   VALUE  SPACE.
001590     05  WK-GRD-TOTAL        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
001591     05  FILLER              PIC X(04)   VALUE  SPACE.
001592     05  WK-GRD-VOIDS        PIC ZZZ,ZZZ,ZZ9.
001600 01  WK-BAD-LINE.
001610     05  FILLER              PIC X(26)   VALUE
001620         'NON-NUMERIC VALUES AS ZERO'.
001730             THRU    2000-PROCESS-SORTED-EXIT
001740             UNTIL   WK-SORTED-EOF.
001750     PERFORM 3000-TERMINATE         THRU    3000-TERMINATE-EXIT.
001760     GOBACK.
001770******************************************************************
001780*    1000-INITIALIZE
001790*    抽出ファイルを利用者ID・端末ID順に整列し、レポートを
002520     END-IF.
002530*
002540     MOVE    SORTED-PICK-VALUE   TO  WK-PICK-VALUE-X.
002541*    取消レコードは元のピックの件数と値を打ち消す。
002542     IF      SORTED-REVERSAL
002543         ADD     1           TO  WK-GROUP-VOIDS
002544         SUBTRACT    1   FROM    WK-GROUP-COUNT
002545         IF      WK-PICK-VALUE-9  IS  NUMERIC
002546             SUBTRACT    WK-PICK-VALUE-9 FROM    WK-GROUP-TOTAL
002547         END-IF
002548         GO  TO  2000-PROCESS-SORTED-EXIT
002549     END-IF.
002550     IF      WK-PICK-VALUE-9  IS  NUMERIC
002560         ADD     WK-PICK-VALUE-9     TO  WK-GROUP-TOTAL
002570       ELSE
002690     MOVE    WK-HOLD-TERMID      TO  WK-DTL-TERMID.
002700     MOVE    WK-GROUP-COUNT      TO  WK-DTL-COUNT.
002710     MOVE    WK-GROUP-TOTAL      TO  WK-DTL-TOTAL.
002711     MOVE    WK-GROUP-VOIDS      TO  WK-DTL-VOIDS.
002720     PERFORM 9200-PRINT-LINE
002730             THRU    9200-PRINT-LINE-EXIT.
002740     ADD     WK-GROUP-COUNT      TO  WK-GRAND-COUNT.
002750     ADD     WK-GROUP-TOTAL      TO  WK-GRAND-TOTAL.
002751     ADD     WK-GROUP-VOIDS      TO  WK-GRAND-VOIDS.
002760     MOVE    ZERO        TO  WK-GROUP-COUNT.
002770     MOVE    ZERO        TO  WK-GROUP-TOTAL.
002771     MOVE    ZERO        TO  WK-GROUP-VOIDS.
002780 2200-PRINT-GROUP-EXIT.
002790     EXIT.
002800******************************************************************
002930     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
002940     MOVE    WK-GRAND-COUNT      TO  WK-GRD-COUNT.
002950     MOVE    WK-GRAND-TOTAL      TO  WK-GRD-TOTAL.
002951     MOVE    WK-GRAND-VOIDS      TO  WK-GRD-VOIDS.
002960     MOVE    WK-GRAND-LINE       TO  REPORT-LINE.
002970     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
002980     IF      WK-BAD-VALUE-COUNT  >  ZERO
003100         CALL   'BTRUNSUB'   USING   RUNCTL
003110     END-IF.
003120     DISPLAY '*** BTRPRT1 END   PICKS=' WK-GRAND-COUNT
003121             ' VOIDS=' WK-GRAND-VOIDS
003130         UPON    CONSOLE.
003140 3000-TERMINATE-EXIT.
003150     EXIT.
