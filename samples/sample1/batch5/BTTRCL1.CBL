000410*   日付      作業者  記述
000420*   26.08.22  ....    新規作成
000430*   26.09.03  ....    実行管理(BTRUNLOG)による再実行制御追加
000431*   26.10.15  ....    BTSTRM1 から CALL できるよう GOBACK で終了
000440******************************************************************
000450 ENVIRONMENT         DIVISION.
000460 CONFIGURATION           SECTION.
002140             THRU    2000-PROCESS-TRACE-EXIT
002150             UNTIL   WK-TRACE-EOF.
002160     PERFORM 3000-TERMINATE         THRU    3000-TERMINATE-EXIT.
002170     GOBACK.
002180******************************************************************
002190*    1000-INITIALIZE
002200*    保存期間パラメタを読み、打切り日付を求めてファイルを
