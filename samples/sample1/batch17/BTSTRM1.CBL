000010 IDENTIFICATION      DIVISION.
000020 PROGRAM-ID.     BTSTRM1.
000030 AUTHOR.         システム運用管理室.
000040 INSTALLATION.   JMA NetLab.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070******************************************************************
000080* PANDA -- a simple transaction monitor
000090*
000100* Copyright (C) 2000-2002 Ogochan & JMA (Japan Medical Association).
000110*
000120* This module is part of PANDA.
000130*
000140*     PANDA is distributed in the hope that it will be useful, but
000150* WITHOUT ANY WARRANTY.  No author or distributor accepts
000160* responsibility to anyone for the consequences of using it or for
000170* whether it serves any particular purpose or works at all, unless
000180* he says so in writing.
000190* Refer to the GNU General Public License for full details.
000200*
000210*     Everyone is granted permission to copy, modify and
000220* redistribute PANDA, but only under the conditions described in
000230* the GNU General Public License.  A copy of this license is
000240* supposed to have been given to you along with PANDA so you can
000250* know your rights and responsibilities.  It should be in a file
000260* named COPYING.  Among other things, the copyright notice and
000270* this notice must be preserved on all copies.
000280******************************************************************
000290*   システム名      ：PANDA TPモニタ
000300*   サブシステム名  ：デモ
000310*   コンポーネント名：夜間ジョブストリーム実行バッチ
000320*   管理者          ：ogochan@NetLab.jp
000330*
000340*   このバッチはジョブストリーム定義ファイル STRMDEF に書かれた
000350*   順に夜間バッチを CALL で実行し、各ステップの結果を実行管理
000360*   ファイル BTRUNLOG の開始・終了記録から判定する。結果が定義
000370*   の停止結果(既定 ERR)になったステップ、または終了記録を残さ
000380*   なかったステップでストリームを止める。
000390*   定義ファイルは１行１ステップで、桁位置は次のとおり。
000400*     01-08 ジョブ名(プログラム名)   先頭 '*' の行は注釈
000410*     10-17,19-26,28-35 先行ジョブ名(定義の前の行にあること)
000420*     37    非営業日スキップ('Y' なら日曜・休日マスタ HOLIDAYF
000430*           登録日は実行しない。先行ジョブがスキップされたジョブ
000440*           もスキップする)
000450*     39-42 ストリームを止める結果(空白は 'ERR '、'NONE' は
000460*           止めずに続ける。ただしそのジョブを先行とするジョブ
000470*           は実行しない)
000471*   最後に正常終了したストリームより後に当日開始したストリームが
000472*   未完了のまま残っていれば再開とし、その開始後に当日正常終了
000473*   したジョブは完了済みとして飛ばすので、失敗したストリームを
000474*   再投入すると失敗したステップから再開する。未完了のストリーム
000475*   の開始が前日以前なら(日付をまたいだ再投入を含む)放棄された
000476*   ものとしてレポートに記し、最初から新しく実行する。各ジョブの
000477*   先行ジョブ確認(BTRUNSUB)が当日分しか見ないためである。
000478*   定義できるジョブは、実行管理(RUNCTL)で開始・終了を記録し
000479*   GOBACK で戻るバッチに限る。それ以外のジョブ名は定義誤りと
000480*   する(終了記録を残さず、STOP RUN でストリームごと終わるため)。
000481*   BTHGEN1・BTMIMP1 の適用しない実行は結果 PRV で終わるので、
000482*   ステップは正常(PREVIEW)として扱う。
000510*   ストリームの終わりにステップごとの状態・所要時間・処理件数
000520*   の一覧をレポート STRMRPT へ出力する。
000530*
000540*   日付      作業者  記述
000550*   26.10.15  ....    新規作成
000551*   26.10.15  ....    再開は当日開始の未完了ストリームに限定
000552*   26.10.15  ....    ストリーム対象外のジョブ名を定義誤りとする
000553*   26.10.15  ....    結果 PRV のステップを正常(PREVIEW)とする
000560******************************************************************
000570 ENVIRONMENT         DIVISION.
000580 CONFIGURATION           SECTION.
000590 SOURCE-COMPUTER.    PANDA-SERVER.
000600 OBJECT-COMPUTER.    PANDA-SERVER.
000610 INPUT-OUTPUT            SECTION.
000620 FILE-CONTROL.
000630     SELECT  OPTIONAL  STRMDEF-FILE
000640                         ASSIGN  TO  'STRMDEF'
000650             ORGANIZATION    IS  LINE SEQUENTIAL
000660             FILE STATUS     IS  WK-STRMDEF-STATUS.
000670     SELECT  OPTIONAL  RUNLOG-FILE
000680                         ASSIGN  TO  'BTRUNLOG'
000690             ORGANIZATION    IS  LINE SEQUENTIAL
000700             FILE STATUS     IS  WK-RUNLOG-STATUS.
000710     SELECT  OPTIONAL  HOLIDAY-FILE
000720                         ASSIGN  TO  'HOLIDAYF'
000730             ORGANIZATION    IS  INDEXED
000740             ACCESS MODE     IS  RANDOM
000750             RECORD KEY      IS  HOL-DATE
000760             FILE STATUS     IS  WK-HOLIDAY-STATUS.
000770     SELECT  REPORT-FILE     ASSIGN  TO  'STRMRPT'
000780             ORGANIZATION    IS  LINE SEQUENTIAL
000790             FILE STATUS     IS  WK-REPORT-STATUS.
000800 DATA                DIVISION.
000810 FILE                SECTION.
000820 FD  STRMDEF-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  STRMDEF-RECORD.
000850     05  DEF-JOB             PIC X(08).
000860     05  FILLER              PIC X(01).
000870     05  DEF-PREREQ-AREA.
000880         10  DEF-PREREQ-ENTRY    OCCURS  3  TIMES.
000890             15  DEF-PREREQ      PIC X(08).
000900             15  FILLER          PIC X(01).
000910     05  DEF-HOLIDAY-SKIP    PIC X(01).
000920     05  FILLER              PIC X(01).
000930     05  DEF-STOP-ON         PIC X(04).
000940 FD  RUNLOG-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  RUNLOG-RECORD.
000970     05  RLOG-STAMP.
000980         10  RLOG-DATE       PIC X(08).
000990         10  RLOG-TIME       PIC X(08).
001000     05  RLOG-JOB            PIC X(08).
001010     05  RLOG-EVENT          PIC X(05).
001020     05  RLOG-RESULT         PIC X(04).
001030     05  RLOG-COUNT          PIC 9(09).
001040 FD  HOLIDAY-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  HOLIDAY-RECORD.
001070     05  HOL-DATE            PIC X(08).
001080     05  HOL-NAME            PIC X(20).
001090 FD  REPORT-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  REPORT-LINE             PIC X(100).
001120 WORKING-STORAGE         SECTION.
001130 01  WK-SWITCHES.
001140     05  WK-STRMDEF-EOF-SW   PIC X(01)   VALUE  'N'.
001150         88  WK-STRMDEF-EOF          VALUE  'Y'.
001160     05  WK-RUNLOG-EOF-SW    PIC X(01)   VALUE  'N'.
001170         88  WK-RUNLOG-EOF           VALUE  'Y'.
001180     05  WK-RPT-READY-SW     PIC X(01)   VALUE  'N'.
001190         88  WK-RPT-READY            VALUE  'Y'.
001200     05  WK-DEF-ERROR-SW     PIC X(01)   VALUE  'N'.
001210         88  WK-DEF-ERROR            VALUE  'Y'.
001220     05  WK-STREAM-STOP-SW   PIC X(01)   VALUE  'N'.
001230         88  WK-STREAM-STOPPED       VALUE  'Y'.
001240     05  WK-STREAM-FAIL-SW   PIC X(01)   VALUE  'N'.
001250         88  WK-STREAM-FAILED        VALUE  'Y'.
001260     05  WK-STREAM-OPEN-SW   PIC X(01)   VALUE  'N'.
001270         88  WK-STREAM-OPEN          VALUE  'Y'.
001271     05  WK-STREAM-ABANDON-SW    PIC X(01)   VALUE  'N'.
001272         88  WK-STREAM-ABANDONED     VALUE  'Y'.
001280     05  WK-BUSINESS-SW      PIC X(01)   VALUE  'Y'.
001290         88  WK-BUSINESS-DAY         VALUE  'Y'.
001300     05  WK-JOB-FOUND-SW     PIC X(01)   VALUE  'N'.
001310         88  WK-JOB-FOUND            VALUE  'Y'.
001320     05  WK-CALL-FAILED-SW   PIC X(01)   VALUE  'N'.
001330         88  WK-CALL-FAILED          VALUE  'Y'.
001340     05  WK-STEP-STARTED-SW  PIC X(01)   VALUE  'N'.
001350         88  WK-STEP-STARTED         VALUE  'Y'.
001360     05  WK-STEP-ENDED-SW    PIC X(01)   VALUE  'N'.
001370         88  WK-STEP-ENDED           VALUE  'Y'.
001380     05  WK-PRE-HELD-SW      PIC X(01)   VALUE  'N'.
001390         88  WK-PRE-HELD             VALUE  'Y'.
001400     05  WK-PRE-SKIPPED-SW   PIC X(01)   VALUE  'N'.
001410         88  WK-PRE-SKIPPED          VALUE  'Y'.
001420 01  WK-FILE-STATUSES.
001430     05  WK-STRMDEF-STATUS   PIC X(02).
001440         88  WK-STRMDEF-OK           VALUE  '00'.
001450     05  WK-RUNLOG-STATUS    PIC X(02).
001460         88  WK-RUNLOG-OK            VALUE  '00'.
001470         88  WK-RUNLOG-NOFILE        VALUE  '05'.
001480     05  WK-HOLIDAY-STATUS   PIC X(02).
001490         88  WK-HOLIDAY-OK           VALUE  '00'.
001500         88  WK-HOLIDAY-NOFILE       VALUE  '05'.
001510     05  WK-REPORT-STATUS    PIC X(02).
001520         88  WK-REPORT-OK            VALUE  '00'.
001530 01  WK-COUNTERS                         COMP.
001540     05  WK-DEF-READ-COUNT   PIC 9(09)   VALUE  ZERO.
001550     05  WK-RUN-COUNT        PIC 9(09)   VALUE  ZERO.
001560     05  WK-OK-COUNT         PIC 9(09)   VALUE  ZERO.
001570     05  WK-DONE-COUNT       PIC 9(09)   VALUE  ZERO.
001580     05  WK-SKIP-COUNT       PIC 9(09)   VALUE  ZERO.
001590     05  WK-FAIL-COUNT       PIC 9(09)   VALUE  ZERO.
001600     05  WK-NOTRUN-COUNT     PIC 9(09)   VALUE  ZERO.
001610     05  WK-LINE-COUNT       PIC 9(04)   VALUE  ZERO.
001620     05  WK-PAGE-COUNT       PIC 9(04)   VALUE  ZERO.
001630     05  WK-LINES-PER-PAGE   PIC 9(04)   VALUE  0050.
001640 01  WK-SUBSCRIPTS                       COMP.
001650     05  WK-STEP-IX          PIC 9(04)   VALUE  ZERO.
001660     05  WK-STEP-USED        PIC 9(04)   VALUE  ZERO.
001670     05  WK-STEP-MAX         PIC 9(04)   VALUE  0030.
001680     05  WK-FIND-IX          PIC 9(04)   VALUE  ZERO.
001690     05  WK-PRE-IX           PIC 9(04)   VALUE  ZERO.
001700     05  WK-REF-IX           PIC 9(04)   VALUE  ZERO.
001710 01  WK-RUN-DATE.
001720     05  WK-RUN-YEAR         PIC X(04).
001730     05  WK-RUN-MONTH        PIC X(02).
001740     05  WK-RUN-DAY          PIC X(02).
001750*    曜日は 1=月 ... 7=日。
001760 01  WK-DAY-OF-WEEK          PIC 9(01).
001770 01  WK-FIND-JOB             PIC X(08).
001771*    ストリームから CALL できるジョブ(RUNCTL で記録し GOBACK で
001772*    戻るバッチ)。
001773 01  WK-CHECK-JOB            PIC X(08).
001774     88  WK-STREAM-JOB           VALUE  'BTEXTR1'  'BTRPRT1'
001775                                        'BTRCON1'  'BTINTF1'
001776                                        'BTTRCL1'  'BTMECL1'
001777                                        'BTCLOD1'  'BTBACK1'
001778                                        'BTPEND1'  'BTSECR1'
001779                                        'BTCSTM1'  'BTCDUP1'
001780                                        'BTHGEN1'  'BTMEXP1'
001781                                        'BTMIMP1'  'BTANOM1'.
001782*    未完了ストリームの開始日付。
001783 01  WK-OPEN-DATE            PIC X(08)   VALUE  SPACE.
001784 01  WK-CALL-NAME            PIC X(08).
001790 01  WK-STEP-STAMP.
001800     05  WK-STEP-DATE        PIC X(08).
001810     05  WK-STEP-TIME        PIC X(08).
001820 01  WK-END-TIME             PIC X(08).
001830*    所要時間の計算域。時刻は HHMMSS と 1/100 秒。
001840 01  WK-TIME-WORK.
001850     05  WK-TIME-HH          PIC 9(02).
001860     05  WK-TIME-MM          PIC 9(02).
001870     05  WK-TIME-SS          PIC 9(02).
001880     05  WK-TIME-CC          PIC 9(02).
001890 01  WK-START-HUND           PIC S9(09)  COMP.
001900 01  WK-END-HUND             PIC S9(09)  COMP.
001910 01  WK-ELAPSED-HUND         PIC S9(09)  COMP.
001920 01  WK-ELAPSED-SEC          PIC 9(07).
001930 01  WK-ELAPSED-WORK.
001940     05  WK-ELAPSED-HH       PIC 9(02).
001950     05  WK-ELAPSED-MM       PIC 9(02).
001960     05  WK-ELAPSED-SS       PIC 9(02).
001970 01  WK-ELAPSED-REST         PIC 9(07).
001980*    ストリーム定義と実行状態の表。
001990 01  WK-STEP-TABLE.
002000     05  WK-STEP-ENTRY       OCCURS  30  TIMES.
002010         10  WK-STEP-JOB         PIC X(08).
002020         10  WK-STEP-PREREQ      PIC X(08)   OCCURS  3  TIMES.
002030         10  WK-STEP-PRE-REF     PIC 9(04)   COMP
002040                                 OCCURS  3  TIMES.
002050         10  WK-STEP-SKIP-SW     PIC X(01).
002060             88  WK-STEP-HOLIDAY-SKIP    VALUE  'Y'.
002070         10  WK-STEP-STOP-ON     PIC X(04).
002080         10  WK-STEP-DONE-SW     PIC X(01).
002090             88  WK-STEP-DONE            VALUE  'Y'.
002100         10  WK-STEP-STATUS      PIC X(08).
002101             88  WK-STEP-GOOD            VALUE  'OK'  'DONE'
002102                                                'PREVIEW'.
002120             88  WK-STEP-SKIPPED         VALUE  'SKIPPED'.
002130         10  WK-STEP-RESULT      PIC X(04).
002140         10  WK-STEP-START       PIC X(08).
002150         10  WK-STEP-END         PIC X(08).
002160         10  WK-STEP-ELAPSED     PIC 9(07).
002170         10  WK-STEP-COUNT       PIC 9(09).
002180 01  WK-HEADING1.
002190     05  FILLER              PIC X(30)   VALUE
002200         'PANDA JOB STREAM SUMMARY      '.
002210     05  FILLER              PIC X(10)   VALUE  'RUN DATE: '.
002220     05  WK-HDG1-YEAR        PIC X(04).
002230     05  FILLER              PIC X(01)   VALUE  '/'.
002240     05  WK-HDG1-MONTH       PIC X(02).
002250     05  FILLER              PIC X(01)   VALUE  '/'.
002260     05  WK-HDG1-DAY         PIC X(02).
002270     05  FILLER              PIC X(02)   VALUE  SPACE.
002280     05  WK-HDG1-DAYTYPE     PIC X(12).
002290     05  FILLER              PIC X(02)   VALUE  SPACE.
002300     05  WK-HDG1-MODE        PIC X(07).
002310     05  FILLER              PIC X(07)   VALUE  SPACE.
002320     05  FILLER              PIC X(06)   VALUE  'PAGE: '.
002330     05  WK-HDG1-PAGE        PIC ZZZ9.
002340 01  WK-HEADING2.
002350     05  FILLER              PIC X(06)   VALUE  'STEP'.
002360     05  FILLER              PIC X(10)   VALUE  'JOB'.
002370     05  FILLER              PIC X(10)   VALUE  'STATUS'.
002380     05  FILLER              PIC X(06)   VALUE  'RSLT'.
002390     05  FILLER              PIC X(10)   VALUE  'START'.
002400     05  FILLER              PIC X(10)   VALUE  'END'.
002410     05  FILLER              PIC X(10)   VALUE  'ELAPSED'.
002420     05  FILLER              PIC X(11)   VALUE  '      COUNT'.
002430 01  WK-DETAIL-LINE.
002440     05  WK-DTL-STEP         PIC ZZ9.
002450     05  FILLER              PIC X(03)   VALUE  SPACE.
002460     05  WK-DTL-JOB          PIC X(08).
002470     05  FILLER              PIC X(02)   VALUE  SPACE.
002480     05  WK-DTL-STATUS       PIC X(08).
002490     05  FILLER              PIC X(02)   VALUE  SPACE.
002500     05  WK-DTL-RESULT       PIC X(04).
002510     05  FILLER              PIC X(02)   VALUE  SPACE.
002520     05  WK-DTL-START        PIC X(08).
002530     05  FILLER              PIC X(02)   VALUE  SPACE.
002540     05  WK-DTL-END          PIC X(08).
002550     05  FILLER              PIC X(02)   VALUE  SPACE.
002560     05  WK-DTL-ELAPSED      PIC X(08).
002570     05  FILLER              PIC X(02)   VALUE  SPACE.
002580     05  WK-DTL-COUNT        PIC ZZZ,ZZZ,ZZ9.
002590 01  WK-CLOCK-EDIT.
002600     05  WK-CLK-HH           PIC X(02).
002610     05  FILLER              PIC X(01)   VALUE  ':'.
002620     05  WK-CLK-MM           PIC X(02).
002630     05  FILLER              PIC X(01)   VALUE  ':'.
002640     05  WK-CLK-SS           PIC X(02).
002650 01  WK-MESSAGE-LINE.
002660     05  FILLER              PIC X(04)   VALUE  '*** '.
002670     05  WK-MSG-TEXT         PIC X(40).
002680     05  WK-MSG-JOB          PIC X(08).
002690     05  FILLER              PIC X(01)   VALUE  SPACE.
002700     05  WK-MSG-VALUE        PIC X(08).
002710 01  WK-TOTAL-LINE.
002720     05  FILLER              PIC X(04)   VALUE  SPACE.
002730     05  WK-TOT-LABEL        PIC X(30).
002740     05  WK-TOT-COUNT        PIC ZZZ,ZZZ,ZZ9.
002750 01  WK-PRINT-LINE           PIC X(100).
002760 01  WK-RUN-ALLOWED-SW       PIC X(01)   VALUE  'N'.
002770     88  WK-RUN-ALLOWED          VALUE  'Y'.
002780 01  WK-RUN-RESULT           PIC X(04)   VALUE  'OK  '.
002790 COPY    RUNCTL.
002800 PROCEDURE           DIVISION.
002810 0000-MAINLINE           SECTION.
002820     PERFORM 1000-INITIALIZE        THRU    1000-INITIALIZE-EXIT.
002830     PERFORM 2000-RUN-STEP
002840             THRU    2000-RUN-STEP-EXIT
002850             VARYING WK-STEP-IX  FROM    1   BY  1
002860             UNTIL   (  WK-STEP-IX  >  WK-STEP-USED  )
002870                 OR  WK-STREAM-STOPPED.
002880     PERFORM 3000-TERMINATE         THRU    3000-TERMINATE-EXIT.
002890     STOP    RUN.
002900******************************************************************
002910*    1000-INITIALIZE
002920*    ストリーム自身の実行可否を確かめ、定義を読み、当日が営業日
002930*    かと再開かを判定してから、ストリームの開始を記録する。
002940******************************************************************
002950 1000-INITIALIZE         SECTION.
002960     DISPLAY '*** BTSTRM1 START' UPON CONSOLE.
002970     ACCEPT  WK-RUN-DATE     FROM    DATE    YYYYMMDD.
002980     ACCEPT  WK-DAY-OF-WEEK  FROM    DAY-OF-WEEK.
002990*
003000*    正常終了したストリームの同日再投入は運用員の上書き
003010*    パラメタがない限り BTRUNSUB が拒否する。
003020     MOVE   'CHECK'      TO  RUNCTL-FUNC.
003030     MOVE   'BTSTRM1'    TO  RUNCTL-JOB.
003040     MOVE    SPACE       TO  RUNCTL-PREREQ.
003050     CALL   'BTRUNSUB'   USING   RUNCTL.
003060     IF      NOT RUNCTL-OK
003070         DISPLAY 'BTSTRM1 RUN REFUSED - RUNCTL STATUS '
003080                 RUNCTL-STATUS
003090             UPON    CONSOLE
003100         MOVE    ZERO        TO  WK-STEP-USED
003110         GO  TO  1000-INITIALIZE-EXIT
003120     END-IF.
003130*
003140     OPEN    OUTPUT  REPORT-FILE.
003150     IF      NOT WK-REPORT-OK
003160         DISPLAY 'REPORT-FILE OPEN ERROR ' WK-REPORT-STATUS
003170             UPON    CONSOLE
003180         MOVE    ZERO        TO  WK-STEP-USED
003190         GO  TO  1000-INITIALIZE-EXIT
003200     END-IF.
003210     MOVE   'Y'          TO  WK-RPT-READY-SW.
003220*
003230     PERFORM 1200-CHECK-BUSINESS-DAY
003240             THRU    1200-CHECK-BUSINESS-DAY-EXIT.
003250     PERFORM 1300-SCAN-RUNLOG
003260             THRU    1300-SCAN-RUNLOG-EXIT.
003270     PERFORM 9100-PRINT-HEADINGS
003280             THRU    9100-PRINT-HEADINGS-EXIT.
003281     IF      WK-STREAM-ABANDONED
003282         MOVE   'ABANDONED STREAM FOUND - NEW RUN STARTED'
003283                             TO  WK-MSG-TEXT
003284         MOVE    SPACE       TO  WK-MSG-JOB
003285         MOVE    WK-OPEN-DATE    TO  WK-MSG-VALUE
003286         PERFORM 9300-PRINT-MESSAGE
003287                 THRU    9300-PRINT-MESSAGE-EXIT
003288     END-IF.
003290     PERFORM 1100-LOAD-DEFINITION
003300             THRU    1100-LOAD-DEFINITION-EXIT.
003310     IF      WK-DEF-ERROR  OR  WK-STEP-USED  =  ZERO
003320         MOVE   'Y'          TO  WK-DEF-ERROR-SW
003330         MOVE   'STREAM DEFINITION ERROR - NOT STARTED'
003340                             TO  WK-MSG-TEXT
003350         MOVE    SPACE       TO  WK-MSG-JOB
003360         MOVE    SPACE       TO  WK-MSG-VALUE
003370         PERFORM 9300-PRINT-MESSAGE
003380                 THRU    9300-PRINT-MESSAGE-EXIT
003390         MOVE    ZERO        TO  WK-STEP-USED
003400         GO  TO  1000-INITIALIZE-EXIT
003410     END-IF.
003420     PERFORM 1400-MARK-DONE
003430             THRU    1400-MARK-DONE-EXIT.
003440*
003450     MOVE   'START'      TO  RUNCTL-FUNC.
003460     CALL   'BTRUNSUB'   USING   RUNCTL.
003470     MOVE   'Y'          TO  WK-RUN-ALLOWED-SW.
003480 1000-INITIALIZE-EXIT.
003490     EXIT.
003500******************************************************************
003510*    1100-LOAD-DEFINITION
003520*    ストリーム定義を読んでステップ表を作る。
003530******************************************************************
003540 1100-LOAD-DEFINITION    SECTION.
003550     MOVE    ZERO        TO  WK-STEP-USED.
003560     OPEN    INPUT   STRMDEF-FILE.
003570     IF      NOT WK-STRMDEF-OK
003580         DISPLAY 'STRMDEF-FILE OPEN ERROR ' WK-STRMDEF-STATUS
003590             UPON    CONSOLE
003600         MOVE   'Y'          TO  WK-DEF-ERROR-SW
003610         GO  TO  1100-LOAD-DEFINITION-EXIT
003620     END-IF.
003630     PERFORM 1110-READ-DEFINITION
003640             THRU    1110-READ-DEFINITION-EXIT
003650             UNTIL   WK-STRMDEF-EOF.
003660     CLOSE   STRMDEF-FILE.
003670 1100-LOAD-DEFINITION-EXIT.
003680     EXIT.
003690******************************************************************
003700*    1110-READ-DEFINITION
003710*    定義を１行読んで検査し、ステップ表に加える。誤りは行ごとに
003720*    レポートへ書き、ストリームは開始しない。
003730******************************************************************
003740 1110-READ-DEFINITION    SECTION.
003750     READ    STRMDEF-FILE
003760         AT  END
003770             MOVE   'Y'          TO  WK-STRMDEF-EOF-SW
003780             GO  TO  1110-READ-DEFINITION-EXIT
003790     END-READ.
003800     ADD     1           TO  WK-DEF-READ-COUNT.
003810     IF      DEF-JOB  =  SPACE  OR  DEF-JOB(1:1)  =  '*'
003820         GO  TO  1110-READ-DEFINITION-EXIT
003830     END-IF.
003840     MOVE    SPACE       TO  WK-MSG-VALUE.
003850     MOVE    DEF-JOB     TO  WK-MSG-JOB.
003851     MOVE    DEF-JOB     TO  WK-CHECK-JOB.
003852     IF      NOT WK-STREAM-JOB
003853         MOVE   'NOT A RUNCTL/GOBACK BATCH JOB           '
003854                             TO  WK-MSG-TEXT
003855         GO  TO  1110-READ-DEFINITION-ERROR
003856     END-IF.
003860     IF      WK-STEP-USED  >=  WK-STEP-MAX
003870         MOVE   'TOO MANY STEPS                          '
003880                             TO  WK-MSG-TEXT
003890         GO  TO  1110-READ-DEFINITION-ERROR
003900     END-IF.
003910     MOVE    DEF-JOB     TO  WK-FIND-JOB.
003920     PERFORM 1120-FIND-STEP
003930             THRU    1120-FIND-STEP-EXIT.
003940     IF      WK-JOB-FOUND
003950         MOVE   'JOB DEFINED TWICE                       '
003960                             TO  WK-MSG-TEXT
003970         GO  TO  1110-READ-DEFINITION-ERROR
003980     END-IF.
003990     IF          (  DEF-HOLIDAY-SKIP  NOT =  'Y'  )
004000             AND (  DEF-HOLIDAY-SKIP  NOT =  'N'  )
004010             AND (  DEF-HOLIDAY-SKIP  NOT =  SPACE  )
004020         MOVE   'HOLIDAY SKIP MUST BE Y OR N             '
004030                             TO  WK-MSG-TEXT
004040         MOVE    DEF-HOLIDAY-SKIP    TO  WK-MSG-VALUE
004050         GO  TO  1110-READ-DEFINITION-ERROR
004060     END-IF.
004070*
004080     ADD     1           TO  WK-STEP-USED.
004090     MOVE    WK-STEP-USED    TO  WK-STEP-IX.
004100     MOVE    DEF-JOB         TO  WK-STEP-JOB(WK-STEP-IX).
004110     MOVE    DEF-HOLIDAY-SKIP    TO  WK-STEP-SKIP-SW(WK-STEP-IX).
004120     IF      DEF-STOP-ON  =  SPACE
004130         MOVE   'ERR '           TO  WK-STEP-STOP-ON(WK-STEP-IX)
004140       ELSE
004150         MOVE    DEF-STOP-ON     TO  WK-STEP-STOP-ON(WK-STEP-IX)
004160     END-IF.
004170     MOVE   'N'          TO  WK-STEP-DONE-SW(WK-STEP-IX).
004180     MOVE   'NOT RUN'    TO  WK-STEP-STATUS(WK-STEP-IX).
004190     MOVE    SPACE       TO  WK-STEP-RESULT(WK-STEP-IX).
004200     MOVE    SPACE       TO  WK-STEP-START(WK-STEP-IX).
004210     MOVE    SPACE       TO  WK-STEP-END(WK-STEP-IX).
004220     MOVE    ZERO        TO  WK-STEP-ELAPSED(WK-STEP-IX).
004230     MOVE    ZERO        TO  WK-STEP-COUNT(WK-STEP-IX).
004240*    先行ジョブは定義のより前の行にあること。
004250     PERFORM 1130-LINK-PREREQ
004260             THRU    1130-LINK-PREREQ-EXIT
004270             VARYING WK-PRE-IX  FROM    1   BY  1
004280             UNTIL   WK-PRE-IX  >  3.
004290     GO  TO  1110-READ-DEFINITION-EXIT.
004300 1110-READ-DEFINITION-ERROR.
004310     MOVE   'Y'          TO  WK-DEF-ERROR-SW.
004320     PERFORM 9300-PRINT-MESSAGE
004330             THRU    9300-PRINT-MESSAGE-EXIT.
004340 1110-READ-DEFINITION-EXIT.
004350     EXIT.
004360******************************************************************
004370*    1120-FIND-STEP
004380*    WK-FIND-JOB をステップ表から探し、WK-FIND-IX に位置を置く。
004390******************************************************************
004400 1120-FIND-STEP          SECTION.
004410     MOVE   'N'          TO  WK-JOB-FOUND-SW.
004420     MOVE    ZERO        TO  WK-REF-IX.
004430     PERFORM VARYING WK-FIND-IX  FROM    1   BY  1
004440             UNTIL   (  WK-FIND-IX  >  WK-STEP-USED  )
004450                 OR  WK-JOB-FOUND
004460         IF      WK-STEP-JOB(WK-FIND-IX)  =  WK-FIND-JOB
004470             MOVE   'Y'          TO  WK-JOB-FOUND-SW
004480             MOVE    WK-FIND-IX      TO  WK-REF-IX
004490         END-IF
004500     END-PERFORM.
004510 1120-FIND-STEP-EXIT.
004520     EXIT.
004530******************************************************************
004540*    1130-LINK-PREREQ
004550*    定義行の先行ジョブを１つ取り出し、表の位置を結び付ける。
004560******************************************************************
004570 1130-LINK-PREREQ        SECTION.
004580     MOVE    DEF-PREREQ(WK-PRE-IX)
004590         TO  WK-STEP-PREREQ(WK-STEP-IX, WK-PRE-IX).
004600     MOVE    ZERO
004610         TO  WK-STEP-PRE-REF(WK-STEP-IX, WK-PRE-IX).
004620     IF      DEF-PREREQ(WK-PRE-IX)  =  SPACE
004630         GO  TO  1130-LINK-PREREQ-EXIT
004640     END-IF.
004650     MOVE    DEF-PREREQ(WK-PRE-IX)   TO  WK-FIND-JOB.
004660     PERFORM 1120-FIND-STEP
004670             THRU    1120-FIND-STEP-EXIT.
004680     IF          (  NOT WK-JOB-FOUND  )
004690             OR  (  WK-REF-IX  =  WK-STEP-IX  )
004700         MOVE   'PREREQ NOT DEFINED ON AN EARLIER LINE   '
004710                             TO  WK-MSG-TEXT
004720         MOVE    WK-STEP-JOB(WK-STEP-IX)     TO  WK-MSG-JOB
004730         MOVE    DEF-PREREQ(WK-PRE-IX)       TO  WK-MSG-VALUE
004740         MOVE   'Y'          TO  WK-DEF-ERROR-SW
004750         PERFORM 9300-PRINT-MESSAGE
004760                 THRU    9300-PRINT-MESSAGE-EXIT
004770         GO  TO  1130-LINK-PREREQ-EXIT
004780     END-IF.
004790     MOVE    WK-REF-IX
004800         TO  WK-STEP-PRE-REF(WK-STEP-IX, WK-PRE-IX).
004810 1130-LINK-PREREQ-EXIT.
004820     EXIT.
004830******************************************************************
004840*    1200-CHECK-BUSINESS-DAY
004850*    当日が営業日かを判定する。TPDEMO1 と同じく日曜と休日マスタ
004860*    に登録された日を休業日とする。
004870******************************************************************
004880 1200-CHECK-BUSINESS-DAY SECTION.
004890     MOVE   'Y'          TO  WK-BUSINESS-SW.
004900     IF      WK-DAY-OF-WEEK  =  7
004910         MOVE   'N'          TO  WK-BUSINESS-SW
004920         GO  TO  1200-CHECK-BUSINESS-DAY-EXIT
004930     END-IF.
004940     OPEN    INPUT   HOLIDAY-FILE.
004950     IF      WK-HOLIDAY-OK  OR  WK-HOLIDAY-NOFILE
004960         MOVE    WK-RUN-DATE     TO  HOL-DATE
004970         READ    HOLIDAY-FILE
004980             INVALID KEY
004990                 CONTINUE
005000             NOT INVALID KEY
005010                 MOVE   'N'          TO  WK-BUSINESS-SW
005020         END-READ
005030         CLOSE   HOLIDAY-FILE
005040       ELSE
005050         DISPLAY 'HOLIDAY-FILE OPEN ERROR ' WK-HOLIDAY-STATUS
005060             UPON    CONSOLE
005070     END-IF.
005080 1200-CHECK-BUSINESS-DAY-EXIT.
005090     EXIT.
005100******************************************************************
005110*    1300-SCAN-RUNLOG
005120*    実行記録を読み、最後に正常終了したストリームの後にまだ
005130*    正常終了していないストリームの開始があれば再開とする。
005131*    その開始が当日でなければ放棄されたものとして新しく実行する。
005140******************************************************************
005150 1300-SCAN-RUNLOG        SECTION.
005160     MOVE   'N'          TO  WK-STREAM-OPEN-SW.
005170     MOVE   'N'          TO  WK-RUNLOG-EOF-SW.
005180     OPEN    INPUT   RUNLOG-FILE.
005190     IF          (  NOT WK-RUNLOG-OK  )
005200             AND (  NOT WK-RUNLOG-NOFILE  )
005210         DISPLAY 'RUNLOG-FILE OPEN ERROR ' WK-RUNLOG-STATUS
005220             UPON    CONSOLE
005230         GO  TO  1300-SCAN-RUNLOG-EXIT
005240     END-IF.
005250     PERFORM 1310-READ-STREAM
005260             THRU    1310-READ-STREAM-EXIT
005270             UNTIL   WK-RUNLOG-EOF.
005280     CLOSE   RUNLOG-FILE.
005281     IF          WK-STREAM-OPEN
005282             AND (  WK-OPEN-DATE  NOT =  WK-RUN-DATE  )
005283         MOVE   'N'          TO  WK-STREAM-OPEN-SW
005284         MOVE   'Y'          TO  WK-STREAM-ABANDON-SW
005285         DISPLAY 'ABANDONED STREAM OF ' WK-OPEN-DATE
005286                 ' - STARTING A NEW RUN'
005287             UPON    CONSOLE
005288     END-IF.
005290     IF      WK-STREAM-OPEN
005300         DISPLAY 'RESTARTING UNFINISHED STREAM' UPON CONSOLE
005310     END-IF.
005320 1300-SCAN-RUNLOG-EXIT.
005330     EXIT.
005340******************************************************************
005350*    1310-READ-STREAM
005360*    実行記録を１件読み、ストリーム自身の開始・終了を追う。
005361*    未完了のストリームの後に別の日付の開始があれば、前のものは
005362*    放棄されたとみなし、その開始から数え直す。
005370******************************************************************
005380 1310-READ-STREAM        SECTION.
005390     READ    RUNLOG-FILE
005400         AT  END
005410             MOVE   'Y'          TO  WK-RUNLOG-EOF-SW
005420             GO  TO  1310-READ-STREAM-EXIT
005430     END-READ.
005440     IF      RLOG-JOB  NOT =  'BTSTRM1'
005450         GO  TO  1310-READ-STREAM-EXIT
005460     END-IF.
005461     IF          (  RLOG-EVENT  =  'START'  )
005462             AND (     (  NOT WK-STREAM-OPEN  )
005463                   OR  (  RLOG-DATE  NOT =  WK-OPEN-DATE  )  )
005480         MOVE   'Y'          TO  WK-STREAM-OPEN-SW
005481         MOVE    RLOG-DATE   TO  WK-OPEN-DATE
005490     END-IF.
005500     IF          (  RLOG-EVENT  =  'END  '  )
005510             AND (  RLOG-RESULT  =  'OK  '  )
005520         MOVE   'N'          TO  WK-STREAM-OPEN-SW
005530     END-IF.
005540 1310-READ-STREAM-EXIT.
005550     EXIT.
005560******************************************************************
005570*    1400-MARK-DONE
005580*    再開のときは、最後に正常終了したストリームより後で、未完了
005581*    のストリームが当日始まってから当日正常終了したジョブを完了
005582*    済みにする。
005610******************************************************************
005620 1400-MARK-DONE          SECTION.
005630     IF      NOT WK-STREAM-OPEN
005640         GO  TO  1400-MARK-DONE-EXIT
005650     END-IF.
005660     MOVE   'N'          TO  WK-RUNLOG-EOF-SW.
005670     OPEN    INPUT   RUNLOG-FILE.
005680     IF      NOT WK-RUNLOG-OK
005690         GO  TO  1400-MARK-DONE-EXIT
005700     END-IF.
005710     MOVE   'N'          TO  WK-STREAM-OPEN-SW.
005720     PERFORM 1410-READ-DONE
005730             THRU    1410-READ-DONE-EXIT
005740             UNTIL   WK-RUNLOG-EOF.
005750     CLOSE   RUNLOG-FILE.
005760     MOVE   'Y'          TO  WK-STREAM-OPEN-SW.
005770 1400-MARK-DONE-EXIT.
005780     EXIT.
005790******************************************************************
005800*    1410-READ-DONE
005810*    実行記録を１件読む。ストリームの開始で、それまでの完了
005820*    済みを消してから数え直す(正常終了で閉じたストリームの後の
005821*    最初の開始と、日付の変わった開始)。
005840******************************************************************
005850 1410-READ-DONE          SECTION.
005860     READ    RUNLOG-FILE
005870         AT  END
005880             MOVE   'Y'          TO  WK-RUNLOG-EOF-SW
005890             GO  TO  1410-READ-DONE-EXIT
005900     END-READ.
005910     IF      RLOG-JOB  =  'BTSTRM1'
005920         IF          (  RLOG-EVENT  =  'START'  )
005921                 AND (     (  NOT WK-STREAM-OPEN  )
005922                       OR  (  RLOG-DATE  NOT =  WK-OPEN-DATE  )  )
005940             PERFORM 1420-CLEAR-DONE
005950                     THRU    1420-CLEAR-DONE-EXIT
005960                     VARYING WK-FIND-IX  FROM    1   BY  1
005970                     UNTIL   WK-FIND-IX  >  WK-STEP-USED
005980             MOVE   'Y'          TO  WK-STREAM-OPEN-SW
005981             MOVE    RLOG-DATE   TO  WK-OPEN-DATE
005990         END-IF
006000         IF          (  RLOG-EVENT  =  'END  '  )
006010                 AND (  RLOG-RESULT  =  'OK  '  )
006020             MOVE   'N'          TO  WK-STREAM-OPEN-SW
006030         END-IF
006040         GO  TO  1410-READ-DONE-EXIT
006050     END-IF.
006060     IF          (  RLOG-EVENT  NOT =  'END  '  )
006070             OR  (  RLOG-RESULT  NOT =  'OK  '  )
006071             OR  (  RLOG-DATE  NOT =  WK-RUN-DATE  )
006072             OR  (  NOT WK-STREAM-OPEN  )
006080         GO  TO  1410-READ-DONE-EXIT
006090     END-IF.
006100     MOVE    RLOG-JOB    TO  WK-FIND-JOB.
006110     PERFORM 1120-FIND-STEP
006120             THRU    1120-FIND-STEP-EXIT.
006130     IF      WK-JOB-FOUND
006140         MOVE   'Y'          TO  WK-STEP-DONE-SW(WK-REF-IX)
006150         MOVE    RLOG-TIME       TO  WK-STEP-END(WK-REF-IX)
006160         MOVE    RLOG-COUNT      TO  WK-STEP-COUNT(WK-REF-IX)
006170     END-IF.
006180 1410-READ-DONE-EXIT.
006190     EXIT.
006200******************************************************************
006210*    1420-CLEAR-DONE
006220*    ステップ表の完了済み区分を１件消す。
006230******************************************************************
006240 1420-CLEAR-DONE         SECTION.
006250     MOVE   'N'          TO  WK-STEP-DONE-SW(WK-FIND-IX).
006260     MOVE    SPACE       TO  WK-STEP-END(WK-FIND-IX).
006270     MOVE    ZERO        TO  WK-STEP-COUNT(WK-FIND-IX).
006280 1420-CLEAR-DONE-EXIT.
006290     EXIT.
006300******************************************************************
006310*    2000-RUN-STEP
006320*    ステップを１つ処理する。完了済み・非営業日スキップ・先行
006330*    ジョブ未完了なら実行せず、それ以外はジョブを CALL して
006340*    実行記録から結果を判定する。
006350******************************************************************
006360 2000-RUN-STEP           SECTION.
006370     IF      WK-STEP-DONE(WK-STEP-IX)
006380         MOVE   'DONE'       TO  WK-STEP-STATUS(WK-STEP-IX)
006390         MOVE   'OK  '       TO  WK-STEP-RESULT(WK-STEP-IX)
006400         ADD     1           TO  WK-DONE-COUNT
006410         GO  TO  2000-RUN-STEP-EXIT
006420     END-IF.
006430     PERFORM 2100-CHECK-PREREQS
006440             THRU    2100-CHECK-PREREQS-EXIT.
006450     IF          WK-PRE-SKIPPED
006460             OR  (  WK-STEP-HOLIDAY-SKIP(WK-STEP-IX)
006470                    AND NOT WK-BUSINESS-DAY  )
006480         MOVE   'SKIPPED'    TO  WK-STEP-STATUS(WK-STEP-IX)
006490         ADD     1           TO  WK-SKIP-COUNT
006500         GO  TO  2000-RUN-STEP-EXIT
006510     END-IF.
006520     IF      WK-PRE-HELD
006530         MOVE   'HELD'       TO  WK-STEP-STATUS(WK-STEP-IX)
006540         ADD     1           TO  WK-FAIL-COUNT
006550         MOVE   'Y'          TO  WK-STREAM-FAIL-SW
006560         GO  TO  2000-RUN-STEP-EXIT
006570     END-IF.
006580*
006590     MOVE    WK-STEP-JOB(WK-STEP-IX)     TO  WK-CALL-NAME.
006600     DISPLAY 'BTSTRM1 STEP ' WK-STEP-IX ' ' WK-CALL-NAME
006610         UPON    CONSOLE.
006620     ACCEPT  WK-STEP-DATE    FROM    DATE    YYYYMMDD.
006630     ACCEPT  WK-STEP-TIME    FROM    TIME.
006640     MOVE    WK-STEP-TIME    TO  WK-STEP-START(WK-STEP-IX).
006650     MOVE   'N'          TO  WK-CALL-FAILED-SW.
006660     ADD     1           TO  WK-RUN-COUNT.
006670     CALL    WK-CALL-NAME
006680         ON  EXCEPTION
006690             MOVE   'Y'          TO  WK-CALL-FAILED-SW
006700     END-CALL.
006710     CANCEL  WK-CALL-NAME.
006720     ACCEPT  WK-END-TIME     FROM    TIME.
006730     MOVE    WK-END-TIME     TO  WK-STEP-END(WK-STEP-IX).
006740     PERFORM 8000-CALC-ELAPSED
006750             THRU    8000-CALC-ELAPSED-EXIT.
006760*
006770     PERFORM 2200-READ-STEP-LOG
006780             THRU    2200-READ-STEP-LOG-EXIT.
006790     EVALUATE    TRUE
006800       WHEN      WK-CALL-FAILED
006810         MOVE   'NOTFOUND'   TO  WK-STEP-STATUS(WK-STEP-IX)
006820       WHEN      NOT WK-STEP-STARTED
006830         MOVE   'REFUSED'    TO  WK-STEP-STATUS(WK-STEP-IX)
006840       WHEN      NOT WK-STEP-ENDED
006850         MOVE   'NO END'     TO  WK-STEP-STATUS(WK-STEP-IX)
006860       WHEN      WK-STEP-RESULT(WK-STEP-IX)  =  'OK  '
006870         MOVE   'OK'         TO  WK-STEP-STATUS(WK-STEP-IX)
006871       WHEN      WK-STEP-RESULT(WK-STEP-IX)  =  'PRV '
006872         MOVE   'PREVIEW'    TO  WK-STEP-STATUS(WK-STEP-IX)
006880       WHEN      OTHER
006890         MOVE   'FAILED'     TO  WK-STEP-STATUS(WK-STEP-IX)
006900     END-EVALUATE.
006910     IF      WK-STEP-GOOD(WK-STEP-IX)
006920         ADD     1           TO  WK-OK-COUNT
006930         GO  TO  2000-RUN-STEP-EXIT
006940     END-IF.
006950     ADD     1           TO  WK-FAIL-COUNT.
006960     MOVE   'Y'          TO  WK-STREAM-FAIL-SW.
006970*    終了記録がないか、結果が定義の停止結果ならストリームを止める。
006980     IF      WK-STEP-STOP-ON(WK-STEP-IX)  =  'NONE'
006990         GO  TO  2000-RUN-STEP-EXIT
007000     END-IF.
007010     IF          (  NOT WK-STEP-ENDED  )
007020             OR  (  WK-STEP-RESULT(WK-STEP-IX)
007030                        =  WK-STEP-STOP-ON(WK-STEP-IX)  )
007040         MOVE   'Y'          TO  WK-STREAM-STOP-SW
007050         DISPLAY 'BTSTRM1 STREAM STOPPED AT ' WK-CALL-NAME
007060             UPON    CONSOLE
007070     END-IF.
007080 2000-RUN-STEP-EXIT.
007090     EXIT.
007100******************************************************************
007110*    2100-CHECK-PREREQS
007120*    先行ジョブの状態を調べる。スキップされたものがあれば
007130*    WK-PRE-SKIPPED、正常でないものがあれば WK-PRE-HELD とする。
007140******************************************************************
007150 2100-CHECK-PREREQS      SECTION.
007160     MOVE   'N'          TO  WK-PRE-HELD-SW.
007170     MOVE   'N'          TO  WK-PRE-SKIPPED-SW.
007180     PERFORM VARYING WK-PRE-IX  FROM    1   BY  1
007190             UNTIL   WK-PRE-IX  >  3
007200         MOVE    WK-STEP-PRE-REF(WK-STEP-IX, WK-PRE-IX)
007210             TO  WK-REF-IX
007220         IF      WK-REF-IX  >  ZERO
007230             EVALUATE    TRUE
007240               WHEN      WK-STEP-SKIPPED(WK-REF-IX)
007250                 MOVE   'Y'          TO  WK-PRE-SKIPPED-SW
007260               WHEN      WK-STEP-GOOD(WK-REF-IX)
007270                 CONTINUE
007280               WHEN      OTHER
007290                 MOVE   'Y'          TO  WK-PRE-HELD-SW
007300             END-EVALUATE
007310         END-IF
007320     END-PERFORM.
007330 2100-CHECK-PREREQS-EXIT.
007340     EXIT.
007350******************************************************************
007360*    2200-READ-STEP-LOG
007370*    実行記録からステップ開始後のジョブの開始・終了記録を探し、
007380*    結果と処理件数を取り出す。
007390******************************************************************
007400 2200-READ-STEP-LOG      SECTION.
007410     MOVE   'N'          TO  WK-STEP-STARTED-SW.
007420     MOVE   'N'          TO  WK-STEP-ENDED-SW.
007430     MOVE   'N'          TO  WK-RUNLOG-EOF-SW.
007440     OPEN    INPUT   RUNLOG-FILE.
007450     IF      NOT WK-RUNLOG-OK
007460         GO  TO  2200-READ-STEP-LOG-EXIT
007470     END-IF.
007480     PERFORM 2210-READ-STEP-RECORD
007490             THRU    2210-READ-STEP-RECORD-EXIT
007500             UNTIL   WK-RUNLOG-EOF.
007510     CLOSE   RUNLOG-FILE.
007520 2200-READ-STEP-LOG-EXIT.
007530     EXIT.
007540******************************************************************
007550*    2210-READ-STEP-RECORD
007560*    実行記録を１件読み、ステップのジョブのものなら取り込む。
007570******************************************************************
007580 2210-READ-STEP-RECORD   SECTION.
007590     READ    RUNLOG-FILE
007600         AT  END
007610             MOVE   'Y'          TO  WK-RUNLOG-EOF-SW
007620             GO  TO  2210-READ-STEP-RECORD-EXIT
007630     END-READ.
007640     IF          (  RLOG-JOB  NOT =  WK-CALL-NAME  )
007650             OR  (  RLOG-STAMP  <  WK-STEP-STAMP  )
007660         GO  TO  2210-READ-STEP-RECORD-EXIT
007670     END-IF.
007680     IF      RLOG-EVENT  =  'START'
007690         MOVE   'Y'          TO  WK-STEP-STARTED-SW
007700     END-IF.
007710     IF      RLOG-EVENT  =  'END  '
007720         MOVE   'Y'          TO  WK-STEP-ENDED-SW
007730         MOVE    RLOG-RESULT     TO  WK-STEP-RESULT(WK-STEP-IX)
007740         MOVE    RLOG-COUNT      TO  WK-STEP-COUNT(WK-STEP-IX)
007750     END-IF.
007760 2210-READ-STEP-RECORD-EXIT.
007770     EXIT.
007780******************************************************************
007790*    3000-TERMINATE
007800*    ステップごとの状態の一覧と状態別の件数を印字し、ストリーム
007810*    の終了を記録する。
007820******************************************************************
007830 3000-TERMINATE          SECTION.
007840     IF      NOT WK-RPT-READY
007850         GO  TO  3000-TERMINATE-DISPLAY
007860     END-IF.
007870     PERFORM 3100-PRINT-STEP
007880             THRU    3100-PRINT-STEP-EXIT
007890             VARYING WK-STEP-IX  FROM    1   BY  1
007900             UNTIL   WK-STEP-IX  >  WK-STEP-USED.
007910     MOVE    SPACE       TO  WK-PRINT-LINE.
007920     PERFORM 9200-PRINT-LINE
007930             THRU    9200-PRINT-LINE-EXIT.
007940     MOVE   'STEPS DEFINED          :'   TO  WK-TOT-LABEL.
007950     MOVE    WK-STEP-USED        TO  WK-TOT-COUNT.
007960     PERFORM 3200-PRINT-TOTAL
007970             THRU    3200-PRINT-TOTAL-EXIT.
007980     MOVE   '  RUN OK               :'   TO  WK-TOT-LABEL.
007990     MOVE    WK-OK-COUNT         TO  WK-TOT-COUNT.
008000     PERFORM 3200-PRINT-TOTAL
008010             THRU    3200-PRINT-TOTAL-EXIT.
008020     MOVE   '  DONE EARLIER         :'   TO  WK-TOT-LABEL.
008030     MOVE    WK-DONE-COUNT       TO  WK-TOT-COUNT.
008040     PERFORM 3200-PRINT-TOTAL
008050             THRU    3200-PRINT-TOTAL-EXIT.
008060     MOVE   '  SKIPPED              :'   TO  WK-TOT-LABEL.
008070     MOVE    WK-SKIP-COUNT       TO  WK-TOT-COUNT.
008080     PERFORM 3200-PRINT-TOTAL
008090             THRU    3200-PRINT-TOTAL-EXIT.
008100     MOVE   '  FAILED OR HELD       :'   TO  WK-TOT-LABEL.
008110     MOVE    WK-FAIL-COUNT       TO  WK-TOT-COUNT.
008120     PERFORM 3200-PRINT-TOTAL
008130             THRU    3200-PRINT-TOTAL-EXIT.
008140     COMPUTE WK-NOTRUN-COUNT  =  WK-STEP-USED  -  WK-OK-COUNT
008150                              -  WK-DONE-COUNT  -  WK-SKIP-COUNT
008160                              -  WK-FAIL-COUNT.
008170     MOVE   '  NOT RUN              :'   TO  WK-TOT-LABEL.
008180     MOVE    WK-NOTRUN-COUNT     TO  WK-TOT-COUNT.
008190     PERFORM 3200-PRINT-TOTAL
008200             THRU    3200-PRINT-TOTAL-EXIT.
008210     IF      WK-STREAM-FAILED  OR  WK-NOTRUN-COUNT  >  ZERO
008220             OR  WK-DEF-ERROR
008230         MOVE   'ERR '       TO  WK-RUN-RESULT
008240         MOVE   'STREAM INCOMPLETE - RESUBMIT TO RESTART '
008250                             TO  WK-MSG-TEXT
008260       ELSE
008270         MOVE   'STREAM COMPLETE                         '
008280                             TO  WK-MSG-TEXT
008290     END-IF.
008300     MOVE    SPACE       TO  WK-MSG-JOB.
008310     MOVE    SPACE       TO  WK-MSG-VALUE.
008320     PERFORM 9300-PRINT-MESSAGE
008330             THRU    9300-PRINT-MESSAGE-EXIT.
008340     CLOSE   REPORT-FILE.
008350 3000-TERMINATE-DISPLAY.
008360     IF      WK-RUN-ALLOWED
008370         MOVE   'END'        TO  RUNCTL-FUNC
008380         MOVE   'BTSTRM1'    TO  RUNCTL-JOB
008390         MOVE    WK-RUN-RESULT   TO  RUNCTL-RESULT
008400         MOVE    WK-RUN-COUNT    TO  RUNCTL-COUNT
008410         CALL   'BTRUNSUB'   USING   RUNCTL
008420     END-IF.
008430     DISPLAY '*** BTSTRM1 END   STEPS=' WK-STEP-USED
008440             ' RUN=' WK-RUN-COUNT
008450             ' DONE=' WK-DONE-COUNT
008460             ' FAILED=' WK-FAIL-COUNT
008470             ' RESULT=' WK-RUN-RESULT
008480         UPON    CONSOLE.
008490 3000-TERMINATE-EXIT.
008500     EXIT.
008510******************************************************************
008520*    3100-PRINT-STEP
008530*    ステップの状態・結果・時刻・所要時間・処理件数を１行印字
008540*    する。
008550******************************************************************
008560 3100-PRINT-STEP         SECTION.
008570     MOVE    WK-STEP-IX                  TO  WK-DTL-STEP.
008580     MOVE    WK-STEP-JOB(WK-STEP-IX)     TO  WK-DTL-JOB.
008590     MOVE    WK-STEP-STATUS(WK-STEP-IX)  TO  WK-DTL-STATUS.
008600     MOVE    WK-STEP-RESULT(WK-STEP-IX)  TO  WK-DTL-RESULT.
008610     MOVE    WK-STEP-START(WK-STEP-IX)   TO  WK-TIME-WORK.
008620     PERFORM 8100-EDIT-CLOCK
008630             THRU    8100-EDIT-CLOCK-EXIT.
008640     MOVE    WK-CLOCK-EDIT       TO  WK-DTL-START.
008650     MOVE    WK-STEP-END(WK-STEP-IX)     TO  WK-TIME-WORK.
008660     PERFORM 8100-EDIT-CLOCK
008670             THRU    8100-EDIT-CLOCK-EXIT.
008680     MOVE    WK-CLOCK-EDIT       TO  WK-DTL-END.
008690     MOVE    SPACE       TO  WK-DTL-ELAPSED.
008700     IF      WK-STEP-START(WK-STEP-IX)  NOT =  SPACE
008710         DIVIDE  WK-STEP-ELAPSED(WK-STEP-IX)  BY  3600
008720             GIVING  WK-ELAPSED-HH   REMAINDER   WK-ELAPSED-REST
008730         DIVIDE  WK-ELAPSED-REST  BY  60
008740             GIVING  WK-ELAPSED-MM   REMAINDER   WK-ELAPSED-SS
008750         MOVE    WK-ELAPSED-HH       TO  WK-CLK-HH
008760         MOVE    WK-ELAPSED-MM       TO  WK-CLK-MM
008770         MOVE    WK-ELAPSED-SS       TO  WK-CLK-SS
008780         MOVE    WK-CLOCK-EDIT       TO  WK-DTL-ELAPSED
008790     END-IF.
008800     MOVE    WK-STEP-COUNT(WK-STEP-IX)   TO  WK-DTL-COUNT.
008810     MOVE    WK-DETAIL-LINE      TO  WK-PRINT-LINE.
008820     PERFORM 9200-PRINT-LINE
008830             THRU    9200-PRINT-LINE-EXIT.
008840 3100-PRINT-STEP-EXIT.
008850     EXIT.
008860******************************************************************
008870*    3200-PRINT-TOTAL
008880*    件数の１行を印字する。
008890******************************************************************
008900 3200-PRINT-TOTAL        SECTION.
008910     MOVE    WK-TOTAL-LINE       TO  WK-PRINT-LINE.
008920     PERFORM 9200-PRINT-LINE
008930             THRU    9200-PRINT-LINE-EXIT.
008940 3200-PRINT-TOTAL-EXIT.
008950     EXIT.
008960******************************************************************
008970*    8000-CALC-ELAPSED
008980*    ステップの開始・終了時刻から所要秒数を求める。日付をまたいだ
008990*    ときは１日分を足す。
009000******************************************************************
009010 8000-CALC-ELAPSED       SECTION.
009020     MOVE    WK-STEP-TIME        TO  WK-TIME-WORK.
009030     COMPUTE WK-START-HUND  =  WK-TIME-HH  *  360000
009040                            +  WK-TIME-MM  *  6000
009050                            +  WK-TIME-SS  *  100
009060                            +  WK-TIME-CC.
009070     MOVE    WK-END-TIME         TO  WK-TIME-WORK.
009080     COMPUTE WK-END-HUND  =  WK-TIME-HH  *  360000
009090                          +  WK-TIME-MM  *  6000
009100                          +  WK-TIME-SS  *  100
009110                          +  WK-TIME-CC.
009120     COMPUTE WK-ELAPSED-HUND  =  WK-END-HUND  -  WK-START-HUND.
009130     IF      WK-ELAPSED-HUND  <  ZERO
009140         ADD     8640000     TO  WK-ELAPSED-HUND
009150     END-IF.
009160     DIVIDE  WK-ELAPSED-HUND  BY  100
009170         GIVING  WK-ELAPSED-SEC.
009180     MOVE    WK-ELAPSED-SEC      TO  WK-STEP-ELAPSED(WK-STEP-IX).
009190 8000-CALC-ELAPSED-EXIT.
009200     EXIT.
009210******************************************************************
009220*    8100-EDIT-CLOCK
009230*    WK-TIME-WORK の時刻を HH:MM:SS に編集する。空白は空白のまま。
009240******************************************************************
009250 8100-EDIT-CLOCK         SECTION.
009260     IF      WK-TIME-WORK  =  SPACE
009270         MOVE    SPACE       TO  WK-CLK-HH
009280         MOVE    SPACE       TO  WK-CLK-MM
009290         MOVE    SPACE       TO  WK-CLK-SS
009300         MOVE    SPACE       TO  WK-CLOCK-EDIT
009310         GO  TO  8100-EDIT-CLOCK-EXIT
009320     END-IF.
009330     MOVE    WK-TIME-HH          TO  WK-CLK-HH.
009340     MOVE    WK-TIME-MM          TO  WK-CLK-MM.
009350     MOVE    WK-TIME-SS          TO  WK-CLK-SS.
009360 8100-EDIT-CLOCK-EXIT.
009370     EXIT.
009380******************************************************************
009390*    9100-PRINT-HEADINGS
009400*    改ページし、実行日付・営業日区分・再開区分とページ番号付きの
009410*    見出しを印字する。
009420******************************************************************
009430 9100-PRINT-HEADINGS     SECTION.
009440     ADD     1           TO  WK-PAGE-COUNT.
009450     MOVE    WK-RUN-YEAR         TO  WK-HDG1-YEAR.
009460     MOVE    WK-RUN-MONTH        TO  WK-HDG1-MONTH.
009470     MOVE    WK-RUN-DAY          TO  WK-HDG1-DAY.
009480     IF      WK-BUSINESS-DAY
009490         MOVE   'BUSINESS DAY'   TO  WK-HDG1-DAYTYPE
009500       ELSE
009510         MOVE   'NON-BUSINESS'   TO  WK-HDG1-DAYTYPE
009520     END-IF.
009530     IF      WK-STREAM-OPEN
009540         MOVE   'RESTART'        TO  WK-HDG1-MODE
009550       ELSE
009560         MOVE   'NEW RUN'        TO  WK-HDG1-MODE
009570     END-IF.
009580     MOVE    WK-PAGE-COUNT       TO  WK-HDG1-PAGE.
009590     MOVE    WK-HEADING1         TO  REPORT-LINE.
009600     WRITE   REPORT-LINE     AFTER   ADVANCING   PAGE.
009610     MOVE    WK-HEADING2         TO  REPORT-LINE.
009620     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009630     MOVE    SPACE       TO  REPORT-LINE.
009640     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009650     MOVE    3           TO  WK-LINE-COUNT.
009660 9100-PRINT-HEADINGS-EXIT.
009670     EXIT.
009680******************************************************************
009690*    9200-PRINT-LINE
009700*    明細行を印字する。ページ行数を超えたら見出しから印字する。
009710******************************************************************
009720 9200-PRINT-LINE         SECTION.
009730     IF      WK-LINE-COUNT  >=  WK-LINES-PER-PAGE
009740         PERFORM 9100-PRINT-HEADINGS
009750                 THRU    9100-PRINT-HEADINGS-EXIT
009760     END-IF.
009770     MOVE    WK-PRINT-LINE       TO  REPORT-LINE.
009780     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009790     ADD     1           TO  WK-LINE-COUNT.
009800 9200-PRINT-LINE-EXIT.
009810     EXIT.
009820******************************************************************
009830*    9300-PRINT-MESSAGE
009840*    WK-MESSAGE-LINE を印字し、運用員のためにコンソールにも出す。
009850******************************************************************
009860 9300-PRINT-MESSAGE      SECTION.
009870     DISPLAY 'BTSTRM1 ' WK-MSG-TEXT ' ' WK-MSG-JOB
009880             ' ' WK-MSG-VALUE
009890         UPON    CONSOLE.
009900     IF      NOT WK-RPT-READY
009910         GO  TO  9300-PRINT-MESSAGE-EXIT
009920     END-IF.
009930     MOVE    WK-MESSAGE-LINE     TO  WK-PRINT-LINE.
009940     PERFORM 9200-PRINT-LINE
009950             THRU    9200-PRINT-LINE-EXIT.
009960 9300-PRINT-MESSAGE-EXIT.
009970     EXIT.
009980******************************************************************
