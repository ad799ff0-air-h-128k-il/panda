000010 IDENTIFICATION      DIVISION.
000020 PROGRAM-ID.     BTSECR1.
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
000310*   コンポーネント名：保安違反レポートバッチ
000320*   管理者          ：ogochan@NetLab.jp
000330*
000340*   このバッチは TPDEMO1 が書く保安記録 SECEVENT(サインオン
000350*   拒否・無効利用者・ロック中の利用者・権限外のピック操作)
000360*   を利用者ID・端末ID順に整列し、対象日の記録を１件ずつ
000370*   レポート SECRPT へ出力する。端末ごと・利用者ごとの小計と、
000380*   理由別件数・締出し件数の総合計を付け、内部監査へ提出
000390*   できる形にする。対象日はパラメタファイル SECRPARM の日付
000400*   (YYYYMMDD)、なければ実行日とする。
000410*
000420*   日付      作業者  記述
000430*   26.10.15  ....    新規作成
000431*   26.10.15  ....    BTSTRM1 から CALL できるよう GOBACK で終了
000440******************************************************************
000450 ENVIRONMENT         DIVISION.
000460 CONFIGURATION           SECTION.
000470 SOURCE-COMPUTER.    PANDA-SERVER.
000480 OBJECT-COMPUTER.    PANDA-SERVER.
000490 INPUT-OUTPUT            SECTION.
000500 FILE-CONTROL.
000510     SELECT  OPTIONAL  SECEVENT-FILE
000520                         ASSIGN  TO  'SECEVENT'
000530             ORGANIZATION    IS  LINE SEQUENTIAL
000540             FILE STATUS     IS  WK-SECEVENT-STATUS.
000550     SELECT  SORTED-FILE     ASSIGN  TO  'SECSRTD'
000560             ORGANIZATION    IS  LINE SEQUENTIAL
000570             FILE STATUS     IS  WK-SORTED-STATUS.
000580     SELECT  OPTIONAL  PARAM-FILE
000590                         ASSIGN  TO  'SECRPARM'
000600             ORGANIZATION    IS  LINE SEQUENTIAL
000610             FILE STATUS     IS  WK-PARAM-STATUS.
000620     SELECT  REPORT-FILE     ASSIGN  TO  'SECRPT'
000630             ORGANIZATION    IS  LINE SEQUENTIAL
000640             FILE STATUS     IS  WK-REPORT-STATUS.
000650     SELECT  SORT-FILE       ASSIGN  TO  'SORTWK01'.
000660 DATA                DIVISION.
000670 FILE                SECTION.
000680 FD  SECEVENT-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  SECEVENT-RECORD.
000710     05  SEC-DATE            PIC X(08).
000720     05  SEC-TIME            PIC X(08).
000730     05  SEC-TERMID          PIC X(08).
000740     05  SEC-USERID          PIC X(08).
000750     05  SEC-PROGRAM         PIC X(08).
000760     05  SEC-REASON          PIC X(04).
000770     05  SEC-FAIL-COUNT      PIC 9(02).
000780     05  SEC-LOCKED          PIC X(01).
000790 FD  SORTED-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  SORTED-RECORD.
000820     05  SORTED-DATE         PIC X(08).
000830     05  SORTED-TIME         PIC X(08).
000840     05  SORTED-TERMID       PIC X(08).
000850     05  SORTED-USERID       PIC X(08).
000860     05  SORTED-PROGRAM      PIC X(08).
000870     05  SORTED-REASON       PIC X(04).
000880         88  SORTED-UNREGISTERED     VALUE  'UNRG'.
000890         88  SORTED-INACTIVE         VALUE  'INAC'.
000900         88  SORTED-LOCKED-SIGNON    VALUE  'LOCK'.
000910         88  SORTED-UNAUTHORIZED     VALUE  'AUTH'.
000920     05  SORTED-FAIL-COUNT   PIC 9(02).
000930     05  SORTED-LOCKED       PIC X(01).
000940         88  SORTED-USER-LOCKED      VALUE  'T'.
000950 FD  PARAM-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  PARAM-RECORD.
000980     05  PARAM-REPORT-DATE   PIC X(08).
000990 FD  REPORT-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  REPORT-LINE             PIC X(90).
001020 SD  SORT-FILE.
001030 01  SORT-RECORD.
001040     05  SORT-DATE           PIC X(08).
001050     05  SORT-TIME           PIC X(08).
001060     05  SORT-TERMID         PIC X(08).
001070     05  SORT-USERID         PIC X(08).
001080     05  SORT-PROGRAM        PIC X(08).
001090     05  SORT-REASON         PIC X(04).
001100     05  SORT-FAIL-COUNT     PIC 9(02).
001110     05  SORT-LOCKED         PIC X(01).
001120 WORKING-STORAGE         SECTION.
001130 01  WK-SWITCHES.
001140     05  WK-SORTED-EOF-SW    PIC X(01)   VALUE  'N'.
001150         88  WK-SORTED-EOF           VALUE  'Y'.
001160     05  WK-FIRST-GROUP-SW   PIC X(01)   VALUE  'Y'.
001170         88  WK-FIRST-GROUP          VALUE  'Y'.
001180     05  WK-RPT-READY-SW     PIC X(01)   VALUE  'N'.
001190         88  WK-RPT-READY            VALUE  'Y'.
001200 01  WK-FILE-STATUSES.
001210     05  WK-SECEVENT-STATUS  PIC X(02).
001220     05  WK-SORTED-STATUS    PIC X(02).
001230         88  WK-SORTED-OK            VALUE  '00'.
001240     05  WK-PARAM-STATUS     PIC X(02).
001250         88  WK-PARAM-OK             VALUE  '00'.
001260     05  WK-REPORT-STATUS    PIC X(02).
001270         88  WK-REPORT-OK            VALUE  '00'.
001280 01  WK-COUNTERS                         COMP.
001290     05  WK-READ-COUNT       PIC 9(09)   VALUE  ZERO.
001300     05  WK-TERM-COUNT       PIC 9(09)   VALUE  ZERO.
001310     05  WK-USER-COUNT       PIC 9(09)   VALUE  ZERO.
001320     05  WK-EVENT-COUNT      PIC 9(09)   VALUE  ZERO.
001330     05  WK-UNRG-COUNT       PIC 9(09)   VALUE  ZERO.
001340     05  WK-INAC-COUNT       PIC 9(09)   VALUE  ZERO.
001350     05  WK-LOCK-COUNT       PIC 9(09)   VALUE  ZERO.
001360     05  WK-AUTH-COUNT       PIC 9(09)   VALUE  ZERO.
001370     05  WK-LOCKOUT-COUNT    PIC 9(09)   VALUE  ZERO.
001380     05  WK-LINE-COUNT       PIC 9(04)   VALUE  ZERO.
001390     05  WK-PAGE-COUNT       PIC 9(04)   VALUE  ZERO.
001400     05  WK-LINES-PER-PAGE   PIC 9(04)   VALUE  0050.
001410 01  WK-HOLD-KEY.
001420     05  WK-HOLD-USERID      PIC X(08).
001430     05  WK-HOLD-TERMID      PIC X(08).
001440 01  WK-RUN-DATE             PIC X(08).
001450 01  WK-REPORT-DATE.
001460     05  WK-RPT-YEAR         PIC X(04).
001470     05  WK-RPT-MONTH        PIC X(02).
001480     05  WK-RPT-DAY          PIC X(02).
001490 01  WK-HEADING1.
001500     05  FILLER              PIC X(30)   VALUE
001510         'PANDA SECURITY VIOLATIONS     '.
001520     05  FILLER              PIC X(12)   VALUE  'EVENT DATE: '.
001530     05  WK-HDG1-YEAR        PIC X(04).
001540     05  FILLER              PIC X(01)   VALUE  '/'.
001550     05  WK-HDG1-MONTH       PIC X(02).
001560     05  FILLER              PIC X(01)   VALUE  '/'.
001570     05  WK-HDG1-DAY         PIC X(02).
001580     05  FILLER              PIC X(22)   VALUE  SPACE.
001590     05  FILLER              PIC X(06)   VALUE  'PAGE: '.
001600     05  WK-HDG1-PAGE        PIC ZZZ9.
001610 01  WK-HEADING2.
001620     05  FILLER              PIC X(10)   VALUE  'USERID'.
001630     05  FILLER              PIC X(10)   VALUE  'TERMID'.
001640     05  FILLER              PIC X(10)   VALUE  'TIME'.
001650     05  FILLER              PIC X(10)   VALUE  'PROGRAM'.
001660     05  FILLER              PIC X(27)   VALUE  'REASON'.
001670     05  FILLER              PIC X(07)   VALUE  'FAILS'.
001680     05  FILLER              PIC X(06)   VALUE  'STATUS'.
001690 01  WK-DETAIL-LINE.
001700     05  WK-DTL-USERID       PIC X(08).
001710     05  FILLER              PIC X(02)   VALUE  SPACE.
001720     05  WK-DTL-TERMID       PIC X(08).
001730     05  FILLER              PIC X(02)   VALUE  SPACE.
001740     05  WK-DTL-TIME         PIC X(08).
001750     05  FILLER              PIC X(02)   VALUE  SPACE.
001760     05  WK-DTL-PROGRAM      PIC X(08).
001770     05  FILLER              PIC X(02)   VALUE  SPACE.
001780     05  WK-DTL-REASON       PIC X(04).
001790     05  FILLER              PIC X(01)   VALUE  SPACE.
001800     05  WK-DTL-REASON-TEXT  PIC X(20).
001810     05  FILLER              PIC X(02)   VALUE  SPACE.
001820     05  WK-DTL-FAILS        PIC ZZ9.
001830     05  FILLER              PIC X(04)   VALUE  SPACE.
001840     05  WK-DTL-FLAG         PIC X(10).
001850 01  WK-GROUP-LINE.
001860     05  FILLER              PIC X(20)   VALUE  SPACE.
001870     05  WK-GRP-LABEL        PIC X(20).
001880     05  WK-GRP-KEY          PIC X(08).
001890     05  FILLER              PIC X(10)   VALUE  '  EVENTS: '.
001900     05  WK-GRP-COUNT        PIC ZZZ,ZZZ,ZZ9.
001910 01  WK-TOTAL-LINE.
001920     05  FILLER              PIC X(04)   VALUE  SPACE.
001930     05  WK-TOT-LABEL        PIC X(30).
001940     05  WK-TOT-COUNT        PIC ZZZ,ZZZ,ZZ9.
001950 01  WK-PRINT-LINE           PIC X(90).
001960 01  WK-RUN-ALLOWED-SW       PIC X(01)   VALUE  'N'.
001970     88  WK-RUN-ALLOWED          VALUE  'Y'.
001980 01  WK-RUN-RESULT           PIC X(04)   VALUE  'OK  '.
001990 COPY    RUNCTL.
002000 PROCEDURE           DIVISION.
002010 0000-MAINLINE           SECTION.
002020     PERFORM 1000-INITIALIZE        THRU    1000-INITIALIZE-EXIT.
002030     PERFORM 2000-PROCESS-SORTED
002040             THRU    2000-PROCESS-SORTED-EXIT
002050             UNTIL   WK-SORTED-EOF.
002060     PERFORM 3000-TERMINATE         THRU    3000-TERMINATE-EXIT.
002070     GOBACK.
002080******************************************************************
002090*    1000-INITIALIZE
002100*    対象日を決め、保安記録を利用者ID・端末ID・日時順に整列し、
002110*    レポートをオープンして先頭ページの見出しを印字する。
002120******************************************************************
002130 1000-INITIALIZE         SECTION.
002140     DISPLAY '*** BTSECR1 START' UPON CONSOLE.
002150     ACCEPT  WK-RUN-DATE     FROM    DATE    YYYYMMDD.
002160*
002170     MOVE   'CHECK'      TO  RUNCTL-FUNC.
002180     MOVE   'BTSECR1'    TO  RUNCTL-JOB.
002190     MOVE    SPACE       TO  RUNCTL-PREREQ.
002200     CALL   'BTRUNSUB'   USING   RUNCTL.
002210     IF      NOT RUNCTL-OK
002220         DISPLAY 'BTSECR1 RUN REFUSED - RUNCTL STATUS '
002230                 RUNCTL-STATUS
002240             UPON    CONSOLE
002250         MOVE   'Y'          TO  WK-SORTED-EOF-SW
002260         GO  TO  1000-INITIALIZE-EXIT
002270     END-IF.
002280     MOVE   'START'      TO  RUNCTL-FUNC.
002290     CALL   'BTRUNSUB'   USING   RUNCTL.
002300     MOVE   'Y'          TO  WK-RUN-ALLOWED-SW.
002310*
002320*    既定は実行日。過去日の再作成はパラメタで日付を指定する。
002330     MOVE    WK-RUN-DATE     TO  WK-REPORT-DATE.
002340     OPEN    INPUT   PARAM-FILE.
002350     IF      WK-PARAM-OK
002360         READ    PARAM-FILE
002370             AT  END
002380                 CONTINUE
002390             NOT AT END
002400                 IF      PARAM-REPORT-DATE  IS  NUMERIC
002410                     MOVE    PARAM-REPORT-DATE
002420                         TO  WK-REPORT-DATE
002430                 END-IF
002440         END-READ
002450         CLOSE   PARAM-FILE
002460     END-IF.
002470     DISPLAY 'REPORT DATE    = ' WK-REPORT-DATE
002480         UPON    CONSOLE.
002490*
002500     SORT    SORT-FILE
002510             ON  ASCENDING   KEY  SORT-USERID
002520                                  SORT-TERMID
002530                                  SORT-DATE
002540                                  SORT-TIME
002550             USING   SECEVENT-FILE
002560             GIVING  SORTED-FILE.
002570*
002580     OPEN    INPUT   SORTED-FILE.
002590     IF      NOT WK-SORTED-OK
002600         DISPLAY 'SORTED-FILE OPEN ERROR ' WK-SORTED-STATUS
002610             UPON    CONSOLE
002620         MOVE   'Y'          TO  WK-SORTED-EOF-SW
002630         MOVE   'ERR '       TO  WK-RUN-RESULT
002640         GO  TO  1000-INITIALIZE-EXIT
002650     END-IF.
002660     OPEN    OUTPUT  REPORT-FILE.
002670     IF      NOT WK-REPORT-OK
002680         DISPLAY 'REPORT-FILE OPEN ERROR ' WK-REPORT-STATUS
002690             UPON    CONSOLE
002700         CLOSE   SORTED-FILE
002710         MOVE   'Y'          TO  WK-SORTED-EOF-SW
002720         MOVE   'ERR '       TO  WK-RUN-RESULT
002730         GO  TO  1000-INITIALIZE-EXIT
002740     END-IF.
002750     PERFORM 9100-PRINT-HEADINGS
002760             THRU    9100-PRINT-HEADINGS-EXIT.
002770     MOVE   'Y'          TO  WK-RPT-READY-SW.
002780 1000-INITIALIZE-EXIT.
002790     EXIT.
002800******************************************************************
002810*    2000-PROCESS-SORTED
002820*    整列済みの保安記録を１件読み、対象日のものだけを印字する。
002830*    利用者IDが変われば端末小計と利用者小計を、端末IDだけが
002840*    変われば端末小計を印字してから次の集計を始める。
002850******************************************************************
002860 2000-PROCESS-SORTED     SECTION.
002870     READ    SORTED-FILE
002880         AT  END
002890             MOVE   'Y'          TO  WK-SORTED-EOF-SW
002900             GO  TO  2000-PROCESS-SORTED-EXIT
002910     END-READ.
002920     ADD     1           TO  WK-READ-COUNT.
002930     IF      SORTED-DATE  NOT =  WK-REPORT-DATE
002940         GO  TO  2000-PROCESS-SORTED-EXIT
002950     END-IF.
002960*
002970     IF      WK-FIRST-GROUP
002980         MOVE    SORTED-USERID   TO  WK-HOLD-USERID
002990         MOVE    SORTED-TERMID   TO  WK-HOLD-TERMID
003000         MOVE   'N'              TO  WK-FIRST-GROUP-SW
003010     END-IF.
003020     IF      SORTED-USERID  NOT =  WK-HOLD-USERID
003030         PERFORM 2200-PRINT-TERM-TOTAL
003040                 THRU    2200-PRINT-TERM-TOTAL-EXIT
003050         PERFORM 2300-PRINT-USER-TOTAL
003060                 THRU    2300-PRINT-USER-TOTAL-EXIT
003070         MOVE    SORTED-USERID   TO  WK-HOLD-USERID
003080         MOVE    SORTED-TERMID   TO  WK-HOLD-TERMID
003090     END-IF.
003100     IF      SORTED-TERMID  NOT =  WK-HOLD-TERMID
003110         PERFORM 2200-PRINT-TERM-TOTAL
003120                 THRU    2200-PRINT-TERM-TOTAL-EXIT
003130         MOVE    SORTED-TERMID   TO  WK-HOLD-TERMID
003140     END-IF.
003150*
003160     ADD     1           TO  WK-TERM-COUNT.
003170     ADD     1           TO  WK-EVENT-COUNT.
003180     MOVE    SORTED-USERID       TO  WK-DTL-USERID.
003190     MOVE    SORTED-TERMID       TO  WK-DTL-TERMID.
003200     MOVE    SORTED-TIME         TO  WK-DTL-TIME.
003210     MOVE    SORTED-PROGRAM      TO  WK-DTL-PROGRAM.
003220     MOVE    SORTED-REASON       TO  WK-DTL-REASON.
003230     EVALUATE    TRUE
003240       WHEN      SORTED-UNREGISTERED
003250         ADD     1           TO  WK-UNRG-COUNT
003260         MOVE   'UNREGISTERED USER'  TO  WK-DTL-REASON-TEXT
003270       WHEN      SORTED-INACTIVE
003280         ADD     1           TO  WK-INAC-COUNT
003290         MOVE   'INACTIVE USER'      TO  WK-DTL-REASON-TEXT
003300       WHEN      SORTED-LOCKED-SIGNON
003310         ADD     1           TO  WK-LOCK-COUNT
003320         MOVE   'LOCKED USER SIGNON' TO  WK-DTL-REASON-TEXT
003330       WHEN      SORTED-UNAUTHORIZED
003340         ADD     1           TO  WK-AUTH-COUNT
003350         MOVE   'UNAUTHORIZED PICK'  TO  WK-DTL-REASON-TEXT
003360       WHEN      OTHER
003370         MOVE   'UNKNOWN REASON'     TO  WK-DTL-REASON-TEXT
003380     END-EVALUATE.
003390     IF      SORTED-FAIL-COUNT  IS  NUMERIC
003400         MOVE    SORTED-FAIL-COUNT   TO  WK-DTL-FAILS
003410       ELSE
003420         MOVE    ZERO                TO  WK-DTL-FAILS
003430     END-IF.
003440*    この記録で締め出された(ロック中のサインオン以外でロック
003450*    区分が立った)ものを締出しとして数える。
003460     IF          SORTED-USER-LOCKED
003470             AND NOT SORTED-LOCKED-SIGNON
003480         ADD     1           TO  WK-LOCKOUT-COUNT
003490         MOVE   'LOCKED OUT'     TO  WK-DTL-FLAG
003500       ELSE
003510         MOVE    SPACE           TO  WK-DTL-FLAG
003520     END-IF.
003530     MOVE    WK-DETAIL-LINE      TO  WK-PRINT-LINE.
003540     PERFORM 9200-PRINT-LINE
003550             THRU    9200-PRINT-LINE-EXIT.
003560 2000-PROCESS-SORTED-EXIT.
003570     EXIT.
003580******************************************************************
003590*    2200-PRINT-TERM-TOTAL
003600*    保持中の端末IDの件数を印字し、利用者小計へ加算する。
003610******************************************************************
003620 2200-PRINT-TERM-TOTAL   SECTION.
003630     MOVE   'TERMINAL TOTAL'     TO  WK-GRP-LABEL.
003640     MOVE    WK-HOLD-TERMID      TO  WK-GRP-KEY.
003650     MOVE    WK-TERM-COUNT       TO  WK-GRP-COUNT.
003660     MOVE    WK-GROUP-LINE       TO  WK-PRINT-LINE.
003670     PERFORM 9200-PRINT-LINE
003680             THRU    9200-PRINT-LINE-EXIT.
003690     ADD     WK-TERM-COUNT       TO  WK-USER-COUNT.
003700     MOVE    ZERO        TO  WK-TERM-COUNT.
003710 2200-PRINT-TERM-TOTAL-EXIT.
003720     EXIT.
003730******************************************************************
003740*    2300-PRINT-USER-TOTAL
003750*    保持中の利用者IDの件数を印字し、空行で区切る。
003760******************************************************************
003770 2300-PRINT-USER-TOTAL   SECTION.
003780     MOVE   'USER TOTAL'         TO  WK-GRP-LABEL.
003790     MOVE    WK-HOLD-USERID      TO  WK-GRP-KEY.
003800     MOVE    WK-USER-COUNT       TO  WK-GRP-COUNT.
003810     MOVE    WK-GROUP-LINE       TO  WK-PRINT-LINE.
003820     PERFORM 9200-PRINT-LINE
003830             THRU    9200-PRINT-LINE-EXIT.
003840     MOVE    SPACE       TO  WK-PRINT-LINE.
003850     PERFORM 9200-PRINT-LINE
003860             THRU    9200-PRINT-LINE-EXIT.
003870     MOVE    ZERO        TO  WK-USER-COUNT.
003880 2300-PRINT-USER-TOTAL-EXIT.
003890     EXIT.
003900******************************************************************
003910*    3000-TERMINATE
003920*    最終の端末・利用者小計と理由別の総合計を印字し、ファイル
003930*    をクローズして実行管理へ終了を記録する。
003940******************************************************************
003950 3000-TERMINATE          SECTION.
003960     IF      NOT WK-RPT-READY
003970         GO  TO  3000-TERMINATE-DISPLAY
003980     END-IF.
003990     IF      NOT WK-FIRST-GROUP
004000         PERFORM 2200-PRINT-TERM-TOTAL
004010                 THRU    2200-PRINT-TERM-TOTAL-EXIT
004020         PERFORM 2300-PRINT-USER-TOTAL
004030                 THRU    2300-PRINT-USER-TOTAL-EXIT
004040     END-IF.
004050     MOVE   'TOTAL EVENTS           :'   TO  WK-TOT-LABEL.
004060     MOVE    WK-EVENT-COUNT      TO  WK-TOT-COUNT.
004070     PERFORM 3100-PRINT-TOTAL
004080             THRU    3100-PRINT-TOTAL-EXIT.
004090     MOVE   '  UNREGISTERED USER    :'   TO  WK-TOT-LABEL.
004100     MOVE    WK-UNRG-COUNT       TO  WK-TOT-COUNT.
004110     PERFORM 3100-PRINT-TOTAL
004120             THRU    3100-PRINT-TOTAL-EXIT.
004130     MOVE   '  INACTIVE USER        :'   TO  WK-TOT-LABEL.
004140     MOVE    WK-INAC-COUNT       TO  WK-TOT-COUNT.
004150     PERFORM 3100-PRINT-TOTAL
004160             THRU    3100-PRINT-TOTAL-EXIT.
004170     MOVE   '  LOCKED USER SIGNON   :'   TO  WK-TOT-LABEL.
004180     MOVE    WK-LOCK-COUNT       TO  WK-TOT-COUNT.
004190     PERFORM 3100-PRINT-TOTAL
004200             THRU    3100-PRINT-TOTAL-EXIT.
004210     MOVE   '  UNAUTHORIZED PICK    :'   TO  WK-TOT-LABEL.
004220     MOVE    WK-AUTH-COUNT       TO  WK-TOT-COUNT.
004230     PERFORM 3100-PRINT-TOTAL
004240             THRU    3100-PRINT-TOTAL-EXIT.
004250     MOVE   'USERS LOCKED OUT       :'   TO  WK-TOT-LABEL.
004260     MOVE    WK-LOCKOUT-COUNT    TO  WK-TOT-COUNT.
004270     PERFORM 3100-PRINT-TOTAL
004280             THRU    3100-PRINT-TOTAL-EXIT.
004290     CLOSE   SORTED-FILE.
004300     CLOSE   REPORT-FILE.
004310 3000-TERMINATE-DISPLAY.
004320     IF      WK-RUN-ALLOWED
004330         MOVE   'END'        TO  RUNCTL-FUNC
004340         MOVE    WK-RUN-RESULT   TO  RUNCTL-RESULT
004350         MOVE    WK-EVENT-COUNT  TO  RUNCTL-COUNT
004360         CALL   'BTRUNSUB'   USING   RUNCTL
004370     END-IF.
004380     DISPLAY '*** BTSECR1 END   READ=' WK-READ-COUNT
004390             ' EVENTS=' WK-EVENT-COUNT
004400             ' LOCKOUTS=' WK-LOCKOUT-COUNT
004410         UPON    CONSOLE.
004420 3000-TERMINATE-EXIT.
004430     EXIT.
004440******************************************************************
004450*    3100-PRINT-TOTAL
004460*    総合計の１行を印字する。
004470******************************************************************
004480 3100-PRINT-TOTAL        SECTION.
004490     MOVE    WK-TOTAL-LINE       TO  WK-PRINT-LINE.
004500     PERFORM 9200-PRINT-LINE
004510             THRU    9200-PRINT-LINE-EXIT.
004520 3100-PRINT-TOTAL-EXIT.
004530     EXIT.
004540******************************************************************
004550*    9100-PRINT-HEADINGS
004560*    改ページし、対象日付とページ番号付きの見出しを印字する。
004570******************************************************************
004580 9100-PRINT-HEADINGS     SECTION.
004590     ADD     1           TO  WK-PAGE-COUNT.
004600     MOVE    WK-RPT-YEAR         TO  WK-HDG1-YEAR.
004610     MOVE    WK-RPT-MONTH        TO  WK-HDG1-MONTH.
004620     MOVE    WK-RPT-DAY          TO  WK-HDG1-DAY.
004630     MOVE    WK-PAGE-COUNT       TO  WK-HDG1-PAGE.
004640     MOVE    WK-HEADING1         TO  REPORT-LINE.
004650     WRITE   REPORT-LINE     AFTER   ADVANCING   PAGE.
004660     MOVE    WK-HEADING2         TO  REPORT-LINE.
004670     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
004680     MOVE    SPACE       TO  REPORT-LINE.
004690     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
004700     MOVE    3           TO  WK-LINE-COUNT.
004710 9100-PRINT-HEADINGS-EXIT.
004720     EXIT.
004730******************************************************************
004740*    9200-PRINT-LINE
004750*    明細行を印字する。ページ行数を超えたら見出しから印字する。
004760******************************************************************
004770 9200-PRINT-LINE         SECTION.
004780     IF      WK-LINE-COUNT  >=  WK-LINES-PER-PAGE
004790         PERFORM 9100-PRINT-HEADINGS
004800                 THRU    9100-PRINT-HEADINGS-EXIT
004810     END-IF.
004820     MOVE    WK-PRINT-LINE       TO  REPORT-LINE.
004830     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
004840     ADD     1           TO  WK-LINE-COUNT.
004850 9200-PRINT-LINE-EXIT.
004860     EXIT.
