000010 IDENTIFICATION      DIVISION.
000020 PROGRAM-ID.     BTPEND1.
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
000310*   コンポーネント名：承認待ちピック滞留レポートバッチ
000320*   管理者          ：ogochan@NetLab.jp
000330*
000340*   このバッチは TPDEMO1 が承認限度額超過で承認待ちファイル
000350*   PENDPICK に回したピックのうち、まだ承認・却下されていない
000360*   もの(状態 P)を一覧し、登録日からの経過日数をレポート
000370*   PENDRPT へ出力する。経過日数がパラメタファイル PENDPARM
000380*   の日数(既定 1 日)以上のものは、既に請求の締めを過ぎて
000390*   いるので OVERDUE を付ける。
000400*   末尾に承認待ち件数・ピック値合計・期限超過件数を出力する。
000410*
000420*   日付      作業者  記述
000430*   26.10.15  ....    新規作成
000431*   26.10.15  ....    承認待ちレコードの連絡先ID項目追加に伴う変更
000432*   26.10.15  ....    BTSTRM1 から CALL できるよう GOBACK で終了
000440******************************************************************
000450 ENVIRONMENT         DIVISION.
000460 CONFIGURATION           SECTION.
000470 SOURCE-COMPUTER.    PANDA-SERVER.
000480 OBJECT-COMPUTER.    PANDA-SERVER.
000490 INPUT-OUTPUT            SECTION.
000500 FILE-CONTROL.
000510     SELECT  OPTIONAL  PENDING-FILE
000520                         ASSIGN  TO  'PENDPICK'
000530             ORGANIZATION    IS  INDEXED
000540             ACCESS MODE     IS  DYNAMIC
000550             RECORD KEY      IS  PEND-KEY
000560             FILE STATUS     IS  WK-PEND-STATUS.
000570     SELECT  OPTIONAL  PARAM-FILE
000580                         ASSIGN  TO  'PENDPARM'
000590             ORGANIZATION    IS  LINE SEQUENTIAL
000600             FILE STATUS     IS  WK-PARAM-STATUS.
000610     SELECT  REPORT-FILE     ASSIGN  TO  'PENDRPT'
000620             ORGANIZATION    IS  LINE SEQUENTIAL
000630             FILE STATUS     IS  WK-REPORT-STATUS.
000640 DATA                DIVISION.
000650 FILE                SECTION.
000660 FD  PENDING-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  PENDING-RECORD.
000690     05  PEND-KEY.
000700         10  PEND-TERMID     PIC X(08).
000710         10  PEND-DATE       PIC X(08).
000720         10  PEND-TIME       PIC X(08).
000730     05  PEND-USERID         PIC X(08).
000740     05  PEND-CATEGORY       PIC X(10).
000750     05  PEND-PICK-NAME      PIC X(40).
000760     05  PEND-PICK-VALUE     PIC X(09).
000770     05  PEND-LIMIT          PIC 9(09).
000780     05  PEND-STATUS         PIC X(01).
000790         88  PEND-PENDING            VALUE  'P'.
000800     05  PEND-APPROVER       PIC X(08).
000810     05  PEND-ACT-DATE       PIC X(08).
000820     05  PEND-ACT-TIME       PIC X(08).
000830     05  PEND-REASON         PIC X(20).
000831     05  PEND-CONTACT-ID     PIC X(06).
000840 FD  PARAM-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  PARAM-RECORD.
000870     05  PARAM-OVERDUE-DAYS  PIC 9(03).
000880 FD  REPORT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  REPORT-LINE             PIC X(90).
000910 WORKING-STORAGE         SECTION.
000920 01  WK-SWITCHES.
000930     05  WK-PEND-EOF-SW      PIC X(01)   VALUE  'N'.
000940         88  WK-PEND-EOF             VALUE  'Y'.
000950     05  WK-RPT-READY-SW     PIC X(01)   VALUE  'N'.
000960         88  WK-RPT-READY            VALUE  'Y'.
000970 01  WK-FILE-STATUSES.
000980     05  WK-PEND-STATUS      PIC X(02).
000990         88  WK-PEND-OK              VALUE  '00'.
001000         88  WK-PEND-NOFILE          VALUE  '05'.
001010     05  WK-PARAM-STATUS     PIC X(02).
001020         88  WK-PARAM-OK             VALUE  '00'.
001030     05  WK-REPORT-STATUS    PIC X(02).
001040         88  WK-REPORT-OK            VALUE  '00'.
001050 01  WK-COUNTERS                         COMP.
001060     05  WK-READ-COUNT       PIC 9(09)   VALUE  ZERO.
001070     05  WK-PENDING-COUNT    PIC 9(09)   VALUE  ZERO.
001080     05  WK-OVERDUE-COUNT    PIC 9(09)   VALUE  ZERO.
001090     05  WK-BAD-VALUE-COUNT  PIC 9(09)   VALUE  ZERO.
001100     05  WK-LINE-COUNT       PIC 9(04)   VALUE  ZERO.
001110     05  WK-PAGE-COUNT       PIC 9(04)   VALUE  ZERO.
001120     05  WK-LINES-PER-PAGE   PIC 9(04)   VALUE  0050.
001130     05  WK-OVERDUE-DAYS     PIC 9(04)   VALUE  0001.
001140 01  WK-VALUE-TOTAL          PIC S9(15)  VALUE  ZERO.
001150 01  WK-PICK-VALUE-X         PIC X(09).
001160 01  WK-PICK-VALUE-9         REDEFINES  WK-PICK-VALUE-X
001170                             PIC S9(09).
001180*    通算日計算用の作業領域
001190 01  WK-DATE-WORK                        COMP.
001200     05  WK-TODAY-SERIAL     PIC S9(09)  VALUE  ZERO.
001210     05  WK-PEND-SERIAL      PIC S9(09)  VALUE  ZERO.
001220     05  WK-AGE-DAYS         PIC S9(09)  VALUE  ZERO.
001230     05  WK-CNV-Y            PIC S9(09)  VALUE  ZERO.
001240     05  WK-CNV-M            PIC S9(09)  VALUE  ZERO.
001250     05  WK-CNV-T1           PIC S9(09)  VALUE  ZERO.
001260     05  WK-CNV-T2           PIC S9(09)  VALUE  ZERO.
001270     05  WK-CNV-T3           PIC S9(09)  VALUE  ZERO.
001280     05  WK-CNV-T4           PIC S9(09)  VALUE  ZERO.
001290     05  WK-SERIAL           PIC S9(09)  VALUE  ZERO.
001300 01  WK-CNV-DATE             PIC 9(08).
001310 01  WK-CNV-DATE-R   REDEFINES  WK-CNV-DATE.
001320     05  WK-CNV-YEAR         PIC 9(04).
001330     05  WK-CNV-MONTH        PIC 9(02).
001340     05  WK-CNV-DAY          PIC 9(02).
001350 01  WK-RUN-DATE.
001360     05  WK-RUN-YEAR         PIC X(04).
001370     05  WK-RUN-MONTH        PIC X(02).
001380     05  WK-RUN-DAY          PIC X(02).
001390 01  WK-HEADING1.
001400     05  FILLER              PIC X(30)   VALUE
001410         'PANDA PENDING PICK AGEING     '.
001420     05  FILLER              PIC X(10)   VALUE  'RUN DATE: '.
001430     05  WK-HDG1-YEAR        PIC X(04).
001440     05  FILLER              PIC X(01)   VALUE  '/'.
001450     05  WK-HDG1-MONTH       PIC X(02).
001460     05  FILLER              PIC X(01)   VALUE  '/'.
001470     05  WK-HDG1-DAY         PIC X(02).
001480     05  FILLER              PIC X(24)   VALUE  SPACE.
001490     05  FILLER              PIC X(06)   VALUE  'PAGE: '.
001500     05  WK-HDG1-PAGE        PIC ZZZ9.
001510 01  WK-HEADING2.
001520     05  FILLER              PIC X(10)   VALUE  'TERMID'.
001530     05  FILLER              PIC X(10)   VALUE  'USERID'.
001540     05  FILLER              PIC X(10)   VALUE  'DATE'.
001550     05  FILLER              PIC X(10)   VALUE  'TIME'.
001560     05  FILLER              PIC X(12)   VALUE  'CATEGORY'.
001570     05  FILLER              PIC X(13)   VALUE  '      VALUE'.
001580     05  FILLER              PIC X(06)   VALUE  ' DAYS'.
001590 01  WK-DETAIL-LINE.
001600     05  WK-DTL-TERMID       PIC X(08).
001610     05  FILLER              PIC X(02)   VALUE  SPACE.
001620     05  WK-DTL-USERID       PIC X(08).
001630     05  FILLER              PIC X(02)   VALUE  SPACE.
001640     05  WK-DTL-DATE         PIC X(08).
001650     05  FILLER              PIC X(02)   VALUE  SPACE.
001660     05  WK-DTL-TIME         PIC X(08).
001670     05  FILLER              PIC X(02)   VALUE  SPACE.
001680     05  WK-DTL-CATEGORY     PIC X(10).
001690     05  FILLER              PIC X(02)   VALUE  SPACE.
001700     05  WK-DTL-VALUE        PIC ZZZ,ZZZ,ZZ9-.
001710     05  FILLER              PIC X(01)   VALUE  SPACE.
001720     05  WK-DTL-AGE          PIC ZZZ9.
001730     05  FILLER              PIC X(02)   VALUE  SPACE.
001740     05  WK-DTL-FLAG         PIC X(07).
001750 01  WK-NAME-LINE.
001760     05  FILLER              PIC X(10)   VALUE  SPACE.
001770     05  WK-NAM-NAME         PIC X(40).
001780 01  WK-PRINT-LINE           PIC X(90).
001790 01  WK-TOTAL-LINE1.
001800     05  FILLER              PIC X(16)   VALUE
001810         'PENDING PICKS : '.
001820     05  WK-TOT-PENDING      PIC ZZZ,ZZZ,ZZ9.
001830     05  FILLER              PIC X(16)   VALUE
001840         '   VALUE TOTAL: '.
001850     05  WK-TOT-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
001860 01  WK-TOTAL-LINE2.
001870     05  FILLER              PIC X(16)   VALUE
001880         'OVERDUE       : '.
001890     05  WK-TOT-OVERDUE      PIC ZZZ,ZZZ,ZZ9.
001900     05  FILLER              PIC X(16)   VALUE
001910         '   AGE LIMIT  : '.
001920     05  WK-TOT-DAYS         PIC ZZZ9.
001930     05  FILLER              PIC X(05)   VALUE  ' DAYS'.
001940 01  WK-RUN-ALLOWED-SW       PIC X(01)   VALUE  'N'.
001950     88  WK-RUN-ALLOWED          VALUE  'Y'.
001960 01  WK-RUN-RESULT           PIC X(04)   VALUE  'OK  '.
001970 COPY    RUNCTL.
001980 PROCEDURE           DIVISION.
001990 0000-MAINLINE           SECTION.
002000     PERFORM 1000-INITIALIZE        THRU    1000-INITIALIZE-EXIT.
002010     PERFORM 2000-PROCESS-PENDING
002020             THRU    2000-PROCESS-PENDING-EXIT
002030             UNTIL   WK-PEND-EOF.
002040     PERFORM 3000-TERMINATE         THRU    3000-TERMINATE-EXIT.
002050     GOBACK.
002060******************************************************************
002070*    1000-INITIALIZE
002080*    期限日数パラメタを読み、承認待ちファイルとレポートを
002090*    オープンして先頭ページの見出しを印字する。
002100******************************************************************
002110 1000-INITIALIZE         SECTION.
002120     DISPLAY '*** BTPEND1 START' UPON CONSOLE.
002130     ACCEPT  WK-RUN-DATE     FROM    DATE    YYYYMMDD.
002140*
002150     MOVE   'CHECK'      TO  RUNCTL-FUNC.
002160     MOVE   'BTPEND1'    TO  RUNCTL-JOB.
002170     MOVE    SPACE       TO  RUNCTL-PREREQ.
002180     CALL   'BTRUNSUB'   USING   RUNCTL.
002190     IF      NOT RUNCTL-OK
002200         DISPLAY 'BTPEND1 RUN REFUSED - RUNCTL STATUS '
002210                 RUNCTL-STATUS
002220             UPON    CONSOLE
002230         MOVE   'Y'          TO  WK-PEND-EOF-SW
002240         GO  TO  1000-INITIALIZE-EXIT
002250     END-IF.
002260     MOVE   'START'      TO  RUNCTL-FUNC.
002270     CALL   'BTRUNSUB'   USING   RUNCTL.
002280     MOVE   'Y'          TO  WK-RUN-ALLOWED-SW.
002290*
002300     OPEN    INPUT   PARAM-FILE.
002310     IF      WK-PARAM-OK
002320         READ    PARAM-FILE
002330             AT  END
002340                 CONTINUE
002350             NOT AT END
002360                 IF      PARAM-OVERDUE-DAYS  IS  NUMERIC
002370                     MOVE    PARAM-OVERDUE-DAYS
002380                         TO  WK-OVERDUE-DAYS
002390                 END-IF
002400         END-READ
002410         CLOSE   PARAM-FILE
002420     END-IF.
002430     DISPLAY 'OVERDUE DAYS   = ' WK-OVERDUE-DAYS
002440         UPON    CONSOLE.
002450*
002460     MOVE    WK-RUN-DATE     TO  WK-CNV-DATE.
002470     PERFORM 8000-DATE-TO-SERIAL
002480             THRU    8000-DATE-TO-SERIAL-EXIT.
002490     MOVE    WK-SERIAL       TO  WK-TODAY-SERIAL.
002500*
002510     OPEN    INPUT   PENDING-FILE.
002520     IF          (  NOT WK-PEND-OK  )
002530             AND (  NOT WK-PEND-NOFILE  )
002540         DISPLAY 'PENDING-FILE OPEN ERROR ' WK-PEND-STATUS
002550             UPON    CONSOLE
002560         MOVE   'Y'          TO  WK-PEND-EOF-SW
002570         MOVE   'ERR '       TO  WK-RUN-RESULT
002580         GO  TO  1000-INITIALIZE-EXIT
002590     END-IF.
002600     OPEN    OUTPUT  REPORT-FILE.
002610     IF      NOT WK-REPORT-OK
002620         DISPLAY 'REPORT-FILE OPEN ERROR ' WK-REPORT-STATUS
002630             UPON    CONSOLE
002640         CLOSE   PENDING-FILE
002650         MOVE   'Y'          TO  WK-PEND-EOF-SW
002660         MOVE   'ERR '       TO  WK-RUN-RESULT
002670         GO  TO  1000-INITIALIZE-EXIT
002680     END-IF.
002690     PERFORM 9100-PRINT-HEADINGS
002700             THRU    9100-PRINT-HEADINGS-EXIT.
002710     MOVE   'Y'          TO  WK-RPT-READY-SW.
002720 1000-INITIALIZE-EXIT.
002730     EXIT.
002740******************************************************************
002750*    2000-PROCESS-PENDING
002760*    承認待ちレコードを１件読み、状態 P のものについて経過日数
002770*    を求め、明細行とピック名の行を印字する。
002780******************************************************************
002790 2000-PROCESS-PENDING    SECTION.
002800     READ    PENDING-FILE    NEXT
002810         AT  END
002820             MOVE   'Y'          TO  WK-PEND-EOF-SW
002830             GO  TO  2000-PROCESS-PENDING-EXIT
002840     END-READ.
002850     ADD     1           TO  WK-READ-COUNT.
002860     IF      NOT PEND-PENDING
002870         GO  TO  2000-PROCESS-PENDING-EXIT
002880     END-IF.
002890     ADD     1           TO  WK-PENDING-COUNT.
002900*
002910     MOVE    ZERO        TO  WK-AGE-DAYS.
002920     IF      PEND-DATE  IS  NUMERIC
002930         MOVE    PEND-DATE       TO  WK-CNV-DATE
002940         PERFORM 8000-DATE-TO-SERIAL
002950                 THRU    8000-DATE-TO-SERIAL-EXIT
002960         MOVE    WK-SERIAL       TO  WK-PEND-SERIAL
002970         COMPUTE WK-AGE-DAYS  =  WK-TODAY-SERIAL
002980                              -  WK-PEND-SERIAL
002990     END-IF.
003000     IF      WK-AGE-DAYS  <  ZERO
003010         MOVE    ZERO        TO  WK-AGE-DAYS
003020     END-IF.
003030*
003040     MOVE    PEND-PICK-VALUE     TO  WK-PICK-VALUE-X.
003050     IF      WK-PICK-VALUE-9  IS  NUMERIC
003060         ADD     WK-PICK-VALUE-9     TO  WK-VALUE-TOTAL
003070         MOVE    WK-PICK-VALUE-9     TO  WK-DTL-VALUE
003080       ELSE
003090         ADD     1           TO  WK-BAD-VALUE-COUNT
003100         MOVE    ZERO        TO  WK-DTL-VALUE
003110     END-IF.
003120     MOVE    PEND-TERMID         TO  WK-DTL-TERMID.
003130     MOVE    PEND-USERID         TO  WK-DTL-USERID.
003140     MOVE    PEND-DATE           TO  WK-DTL-DATE.
003150     MOVE    PEND-TIME           TO  WK-DTL-TIME.
003160     MOVE    PEND-CATEGORY       TO  WK-DTL-CATEGORY.
003170     MOVE    WK-AGE-DAYS         TO  WK-DTL-AGE.
003180     IF      WK-AGE-DAYS  >=  WK-OVERDUE-DAYS
003190         ADD     1           TO  WK-OVERDUE-COUNT
003200         MOVE   'OVERDUE'    TO  WK-DTL-FLAG
003210       ELSE
003220         MOVE    SPACE       TO  WK-DTL-FLAG
003230     END-IF.
003240     MOVE    WK-DETAIL-LINE      TO  WK-PRINT-LINE.
003250     PERFORM 9200-PRINT-LINE
003260             THRU    9200-PRINT-LINE-EXIT.
003270     MOVE    PEND-PICK-NAME      TO  WK-NAM-NAME.
003280     MOVE    WK-NAME-LINE        TO  WK-PRINT-LINE.
003290     PERFORM 9200-PRINT-LINE
003300             THRU    9200-PRINT-LINE-EXIT.
003310 2000-PROCESS-PENDING-EXIT.
003320     EXIT.
003330******************************************************************
003340*    3000-TERMINATE
003350*    合計行を印字し、ファイルをクローズして実行管理へ終了を
003360*    記録する。
003370******************************************************************
003380 3000-TERMINATE          SECTION.
003390     IF      NOT WK-RPT-READY
003400         GO  TO  3000-TERMINATE-DISPLAY
003410     END-IF.
003420     MOVE    SPACE       TO  REPORT-LINE.
003430     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
003440     MOVE    WK-PENDING-COUNT    TO  WK-TOT-PENDING.
003450     MOVE    WK-VALUE-TOTAL      TO  WK-TOT-VALUE.
003460     MOVE    WK-TOTAL-LINE1      TO  REPORT-LINE.
003470     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
003480     MOVE    WK-OVERDUE-COUNT    TO  WK-TOT-OVERDUE.
003490     MOVE    WK-OVERDUE-DAYS     TO  WK-TOT-DAYS.
003500     MOVE    WK-TOTAL-LINE2      TO  REPORT-LINE.
003510     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
003520     CLOSE   PENDING-FILE.
003530     CLOSE   REPORT-FILE.
003540 3000-TERMINATE-DISPLAY.
003550     IF      WK-RUN-ALLOWED
003560         MOVE   'END'        TO  RUNCTL-FUNC
003570         MOVE    WK-RUN-RESULT   TO  RUNCTL-RESULT
003580         MOVE    WK-PENDING-COUNT    TO  RUNCTL-COUNT
003590         CALL   'BTRUNSUB'   USING   RUNCTL
003600     END-IF.
003610     DISPLAY '*** BTPEND1 END   READ=' WK-READ-COUNT
003620             ' PENDING=' WK-PENDING-COUNT
003630             ' OVERDUE=' WK-OVERDUE-COUNT
003640             ' BADVALUE=' WK-BAD-VALUE-COUNT
003650         UPON    CONSOLE.
003660 3000-TERMINATE-EXIT.
003670     EXIT.
003680******************************************************************
003690*    8000-DATE-TO-SERIAL
003700*    WK-CNV-DATE (YYYYMMDD) を通算日 WK-SERIAL に変換する。
003710*    経過日数は通算日の差で求める。
003720******************************************************************
003730 8000-DATE-TO-SERIAL     SECTION.
003740     MOVE    WK-CNV-YEAR     TO  WK-CNV-Y.
003750     MOVE    WK-CNV-MONTH    TO  WK-CNV-M.
003760     IF      WK-CNV-M  <  3
003770         ADD     12          TO  WK-CNV-M
003780         SUBTRACT    1   FROM    WK-CNV-Y
003790     END-IF.
003800     COMPUTE WK-CNV-T1  =  WK-CNV-Y  /  4.
003810     COMPUTE WK-CNV-T2  =  WK-CNV-Y  /  100.
003820     COMPUTE WK-CNV-T3  =  WK-CNV-Y  /  400.
003830     COMPUTE WK-CNV-T4  =  (  153  *  WK-CNV-M  +  8  )  /  5.
003840     COMPUTE WK-SERIAL  =  365  *  WK-CNV-Y  +  WK-CNV-T1
003850                        -  WK-CNV-T2  +  WK-CNV-T3
003860                        +  WK-CNV-T4  +  WK-CNV-DAY.
003870 8000-DATE-TO-SERIAL-EXIT.
003880     EXIT.
003890******************************************************************
003900*    9100-PRINT-HEADINGS
003910*    改ページし、実行日付とページ番号付きの見出しを印字する。
003920******************************************************************
003930 9100-PRINT-HEADINGS     SECTION.
003940     ADD     1           TO  WK-PAGE-COUNT.
003950     MOVE    WK-RUN-YEAR         TO  WK-HDG1-YEAR.
003960     MOVE    WK-RUN-MONTH        TO  WK-HDG1-MONTH.
003970     MOVE    WK-RUN-DAY          TO  WK-HDG1-DAY.
003980     MOVE    WK-PAGE-COUNT       TO  WK-HDG1-PAGE.
003990     MOVE    WK-HEADING1         TO  REPORT-LINE.
004000     WRITE   REPORT-LINE     AFTER   ADVANCING   PAGE.
004010     MOVE    WK-HEADING2         TO  REPORT-LINE.
004020     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
004030     MOVE    SPACE       TO  REPORT-LINE.
004040     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
004050     MOVE    3           TO  WK-LINE-COUNT.
004060 9100-PRINT-HEADINGS-EXIT.
004070     EXIT.
004080******************************************************************
004090*    9200-PRINT-LINE
004100*    明細行を印字する。ページ行数を超えたら見出しから印字する。
004110******************************************************************
004120 9200-PRINT-LINE         SECTION.
004130     IF      WK-LINE-COUNT  >=  WK-LINES-PER-PAGE
004140         PERFORM 9100-PRINT-HEADINGS
004150                 THRU    9100-PRINT-HEADINGS-EXIT
004160     END-IF.
004170     MOVE    WK-PRINT-LINE       TO  REPORT-LINE.
004180     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
004190     ADD     1           TO  WK-LINE-COUNT.
004200 9200-PRINT-LINE-EXIT.
004210     EXIT.
004220******************************************************************
