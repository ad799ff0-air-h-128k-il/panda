000490*   日付      作業者  記述
000500*   26.09.03  ....    新規作成
000510*   26.09.03  ....    実行管理(BTRUNLOG)による再実行制御追加
000511*   26.10.15  ....    連携明細の取消参照項目追加に伴うレコード長変更
000512*   26.10.15  ....    BTSTRM1 から CALL できるよう GOBACK で終了
000520******************************************************************
000530 ENVIRONMENT         DIVISION.
000540 CONFIGURATION           SECTION.
000750 FILE                SECTION.
000760 FD  BILLING-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  BILLING-RECORD          PIC X(200).
000790 FD  ACK-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  ACK-RECORD              PIC X(120).
002100             THRU    2000-PROCESS-ACK-EXIT
002110             UNTIL   WK-ACK-EOF.
002120     PERFORM 3000-TERMINATE         THRU    3000-TERMINATE-EXIT.
002130     GOBACK.
002140******************************************************************
002150*    1000-INITIALIZE
002160*    送信済みの連携ファイルの明細を表へ読み込み、受信確認
