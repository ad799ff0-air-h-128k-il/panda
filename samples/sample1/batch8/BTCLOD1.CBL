000510*   日付      作業者  記述
000520*   26.09.03  ....    新規作成
000530*   26.09.03  ....    実行管理(BTRUNLOG)による再実行制御追加
000531*   26.10.15  ....    BTSTRM1 から CALL できるよう GOBACK で終了
000540******************************************************************
000550 ENVIRONMENT         DIVISION.
000560 CONFIGURATION           SECTION.
001830             THRU    2000-PROCESS-LOAD-EXIT
001840             UNTIL   WK-LOAD-EOF.
001850     PERFORM 3000-TERMINATE         THRU    3000-TERMINATE-EXIT.
001860     GOBACK.
001870******************************************************************
001880*    1000-INITIALIZE
001890*    取込・マスタ・エラーの各ファイルをオープンする。
