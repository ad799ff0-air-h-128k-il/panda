000010 IDENTIFICATION      DIVISION.
000020 PROGRAM-ID.     BTANOM1.
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
000310*   コンポーネント名：ピック値異常検出バッチ
000320*   管理者          ：ogochan@NetLab.jp
000330*
000340*   このバッチは BTEXTR1 の後、BTINTF1 の前に実行する。世代管理
000350*   ファイル MECNGEN に記録された月次アーカイブ世代
000360*   (AUDITARC.YYYYMM)のピック(通常・承認)から、利用者別と
000370*   ピック名別に件数・平均・最小・最大・ばらつき(標準偏差)の
000380*   基準値を求め、当日の抽出ファイル PICKEXTR のピックを基準値
000390*   と比べて点数(平均からの差 ÷ 標準偏差)を付ける。点数が許容
000400*   値を超えたピックを、比べた基準値とともにレポート ANOMRPT
000410*   に出力し、続けて基準値の一覧を印字する。
000411*   異常としたピックは保留ファイル PICKFLAG (索引ファイル)に
000412*   追加する。既に PICKFLAG にあるピックは書き直さず、解除の
000413*   状態をそのまま引き継ぐ。BTINTF1 は PICKFLAG で保留中のピック
000414*   (とその取消)を請求連携から外して請求保留ファイル BILLSUSP
000415*   に残し、例外レポートに載せる。確認して請求してよいピックは
000416*   監督者が保留解除画面(TPAPR2)で理由を付けて解除し、以後の
000417*   BTINTF1 の実行で連携される。
000470*   許容値と、点数を付けるのに必要な基準の最低件数はパラメタ
000480*   ファイル ANOMPARM の 1-4 桁(NN.N)と 6-9 桁で指定し、なけれ
000490*   ば 03.0 と 0005 とする。基準の件数が足りないピックは点数を
000500*   付けず件数だけを数える。
000510*
000520*   日付      作業者  記述
000530*   26.10.15  ....    新規作成
000531*   26.10.15  ....    保留ファイルを索引化し既存の保留と解除状態を引き継ぐ
000540******************************************************************
000550 ENVIRONMENT         DIVISION.
000560 CONFIGURATION           SECTION.
000570 SOURCE-COMPUTER.    PANDA-SERVER.
000580 OBJECT-COMPUTER.    PANDA-SERVER.
000590 INPUT-OUTPUT            SECTION.
000600 FILE-CONTROL.
000610     SELECT  OPTIONAL  ARCHIVE-FILE
000620                         ASSIGN  TO  DYNAMIC WK-ARCHIVE-NAME
000630             ORGANIZATION    IS  LINE SEQUENTIAL
000640             FILE STATUS     IS  WK-ARCHIVE-STATUS.
000650     SELECT  OPTIONAL  GENCTL-FILE
000660                         ASSIGN  TO  'MECNGEN'
000670             ORGANIZATION    IS  LINE SEQUENTIAL
000680             FILE STATUS     IS  WK-GENCTL-STATUS.
000690     SELECT  OPTIONAL  EXTRACT-FILE
000700                         ASSIGN  TO  'PICKEXTR'
000710             ORGANIZATION    IS  LINE SEQUENTIAL
000720             FILE STATUS     IS  WK-EXTRACT-STATUS.
000730     SELECT  OPTIONAL  PARAM-FILE
000740                         ASSIGN  TO  'ANOMPARM'
000750             ORGANIZATION    IS  LINE SEQUENTIAL
000760             FILE STATUS     IS  WK-PARAM-STATUS.
000761     SELECT  OPTIONAL  FLAG-FILE
000762                         ASSIGN  TO  'PICKFLAG'
000763             ORGANIZATION    IS  INDEXED
000764             ACCESS MODE     IS  DYNAMIC
000765             RECORD KEY      IS  FLAG-KEY
000790             FILE STATUS     IS  WK-FLAG-STATUS.
000800     SELECT  REPORT-FILE     ASSIGN  TO  'ANOMRPT'
000810             ORGANIZATION    IS  LINE SEQUENTIAL
000820             FILE STATUS     IS  WK-REPORT-STATUS.
000830 DATA                DIVISION.
000840 FILE                SECTION.
000850 FD  ARCHIVE-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  ARCHIVE-RECORD.
000880     05  ARCH-TERMID         PIC X(08).
000890     05  ARCH-USERID         PIC X(08).
000900     05  ARCH-DATE           PIC X(08).
000910     05  ARCH-TIME           PIC X(08).
000920     05  ARCH-SEQ            PIC 9(09).
000930     05  ARCH-PICK-NAME      PIC X(40).
000940     05  ARCH-PICK-VALUE     PIC X(09).
000950     05  ARCH-TYPE           PIC X(01).
000960         88  ARCH-PICK               VALUE  SPACE.
000970         88  ARCH-REVERSAL           VALUE  'V'.
000980         88  ARCH-APPROVED           VALUE  'A'.
000990     05  ARCH-ORIG-TERMID    PIC X(08).
001000     05  ARCH-ORIG-DATE      PIC X(08).
001010     05  ARCH-ORIG-TIME      PIC X(08).
001020     05  ARCH-ORIG-SEQ       PIC 9(09).
001030     05  ARCH-VOID-REASON    PIC X(20).
001040     05  ARCH-CATEGORY       PIC X(10).
001050     05  ARCH-CONTACT-ID     PIC X(06).
001060 FD  GENCTL-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  GENCTL-RECORD.
001090     05  GENCTL-NAME         PIC X(15).
001100 FD  EXTRACT-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 01  EXTRACT-RECORD.
001130     05  EXTRACT-TERMID      PIC X(08).
001140     05  EXTRACT-USERID      PIC X(08).
001150     05  EXTRACT-DATE        PIC X(08).
001160     05  EXTRACT-TIME        PIC X(08).
001170     05  EXTRACT-SEQ         PIC 9(09).
001180     05  EXTRACT-PICK-NAME   PIC X(40).
001190     05  EXTRACT-PICK-VALUE  PIC X(09).
001200     05  EXTRACT-TYPE        PIC X(01).
001210         88  EXTRACT-PICK            VALUE  SPACE.
001220         88  EXTRACT-REVERSAL        VALUE  'V'.
001230         88  EXTRACT-APPROVED        VALUE  'A'.
001240     05  EXTRACT-ORIG-TERMID PIC X(08).
001250     05  EXTRACT-ORIG-DATE   PIC X(08).
001260     05  EXTRACT-ORIG-TIME   PIC X(08).
001270     05  EXTRACT-ORIG-SEQ    PIC 9(09).
001280     05  EXTRACT-VOID-REASON PIC X(20).
001290     05  EXTRACT-CATEGORY    PIC X(10).
001300 FD  PARAM-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 01  PARAM-RECORD.
001330     05  PARAM-TOLERANCE     PIC X(04).
001340     05  PARAM-TOL-EDIT      REDEFINES  PARAM-TOLERANCE.
001350         10  PARAM-TOL-WHOLE     PIC 9(02).
001360         10  PARAM-TOL-POINT     PIC X(01).
001370         10  PARAM-TOL-TENTH     PIC 9(01).
001380     05  FILLER              PIC X(01).
001390     05  PARAM-MIN-COUNT     PIC X(04).
001400 FD  FLAG-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  FLAG-RECORD.
001421     05  FLAG-KEY.
001422         10  FLAG-TERMID     PIC X(08).
001423         10  FLAG-DATE       PIC X(08).
001424         10  FLAG-TIME       PIC X(08).
001425         10  FLAG-SEQ        PIC 9(09).
001470     05  FLAG-USERID         PIC X(08).
001480     05  FLAG-VALUE          PIC X(09).
001490     05  FLAG-SCORE          PIC 9(03)V99.
001500     05  FLAG-BASIS          PIC X(04).
001510     05  FLAG-RELEASE        PIC X(01).
001511     05  FLAG-RUN-DATE       PIC X(08).
001512     05  FLAG-CATEGORY       PIC X(10).
001513     05  FLAG-PICK-NAME      PIC X(40).
001514     05  FLAG-RELEASER       PIC X(08).
001515     05  FLAG-REL-DATE       PIC X(08).
001516     05  FLAG-REL-TIME       PIC X(08).
001517     05  FLAG-REL-REASON     PIC X(20).
001520 FD  REPORT-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 01  REPORT-LINE             PIC X(132).
001550 WORKING-STORAGE         SECTION.
001560 01  WK-SWITCHES.
001570     05  WK-GENCTL-EOF-SW    PIC X(01)   VALUE  'N'.
001580         88  WK-GENCTL-EOF           VALUE  'Y'.
001590     05  WK-ARCHIVE-EOF-SW   PIC X(01)   VALUE  'N'.
001600         88  WK-ARCHIVE-EOF          VALUE  'Y'.
001610     05  WK-EXTRACT-EOF-SW   PIC X(01)   VALUE  'N'.
001620         88  WK-EXTRACT-EOF          VALUE  'Y'.
001630     05  WK-RPT-READY-SW     PIC X(01)   VALUE  'N'.
001640         88  WK-RPT-READY            VALUE  'Y'.
001650     05  WK-USR-OUT-SW       PIC X(01)   VALUE  'N'.
001660         88  WK-USR-OUTLIER          VALUE  'Y'.
001670     05  WK-PNM-OUT-SW       PIC X(01)   VALUE  'N'.
001680         88  WK-PNM-OUTLIER          VALUE  'Y'.
001690     05  WK-SCORED-SW        PIC X(01)   VALUE  'N'.
001700         88  WK-SCORED               VALUE  'Y'.
001710 01  WK-FILE-STATUSES.
001720     05  WK-ARCHIVE-STATUS   PIC X(02).
001730         88  WK-ARCHIVE-OK           VALUE  '00'.
001740         88  WK-ARCHIVE-NOFILE       VALUE  '05'.
001750     05  WK-GENCTL-STATUS    PIC X(02).
001760         88  WK-GENCTL-OK            VALUE  '00'.
001770         88  WK-GENCTL-NOFILE        VALUE  '05'.
001780     05  WK-EXTRACT-STATUS   PIC X(02).
001790         88  WK-EXTRACT-OK           VALUE  '00'.
001800         88  WK-EXTRACT-NOFILE       VALUE  '05'.
001810     05  WK-PARAM-STATUS     PIC X(02).
001820         88  WK-PARAM-OK             VALUE  '00'.
001830     05  WK-FLAG-STATUS      PIC X(02).
001840         88  WK-FLAG-OK              VALUE  '00'.
001841         88  WK-FLAG-NOFILE          VALUE  '05'.
001850     05  WK-REPORT-STATUS    PIC X(02).
001860         88  WK-REPORT-OK            VALUE  '00'.
001870 01  WK-COUNTERS                         COMP.
001880     05  WK-GEN-COUNT        PIC 9(09)   VALUE  ZERO.
001890     05  WK-BASE-COUNT       PIC 9(09)   VALUE  ZERO.
001900     05  WK-EXTRACT-COUNT    PIC 9(09)   VALUE  ZERO.
001910     05  WK-SCORED-COUNT     PIC 9(09)   VALUE  ZERO.
001920     05  WK-UNSCORED-COUNT   PIC 9(09)   VALUE  ZERO.
001930     05  WK-OUTLIER-COUNT    PIC 9(09)   VALUE  ZERO.
001931     05  WK-FLAGGED-COUNT    PIC 9(09)   VALUE  ZERO.
001940     05  WK-SKIP-COUNT       PIC 9(09)   VALUE  ZERO.
001950     05  WK-MIN-COUNT        PIC 9(09)   VALUE  0005.
001960     05  WK-LINE-COUNT       PIC 9(04)   VALUE  ZERO.
001970     05  WK-PAGE-COUNT       PIC 9(04)   VALUE  ZERO.
001980     05  WK-LINES-PER-PAGE   PIC 9(04)   VALUE  0050.
001990 01  WK-SUBSCRIPTS                       COMP.
002000     05  WK-FILE-IX          PIC 9(04)   VALUE  ZERO.
002010     05  WK-FILE-USED        PIC 9(04)   VALUE  ZERO.
002020     05  WK-FILE-MAX         PIC 9(04)   VALUE  0099.
002030     05  WK-USR-IX           PIC 9(04)   VALUE  ZERO.
002040     05  WK-USR-USED         PIC 9(04)   VALUE  ZERO.
002050     05  WK-USR-LIMIT        PIC 9(04)   VALUE  0200.
002060     05  WK-PNM-IX           PIC 9(04)   VALUE  ZERO.
002070     05  WK-PNM-USED         PIC 9(04)   VALUE  ZERO.
002080     05  WK-PNM-LIMIT        PIC 9(04)   VALUE  0500.
002090 01  WK-RUN-DATE             PIC X(08).
002100 01  WK-ARCHIVE-NAME         PIC X(15).
002110 01  WK-TOLERANCE            PIC 9(02)V9(01) VALUE  3.0.
002120 01  WK-PICK-VALUE-X         PIC X(09).
002130 01  WK-PICK-VALUE-9         REDEFINES  WK-PICK-VALUE-X
002140                             PIC S9(09).
002150*    基準値の計算と点数付けの作業域。
002160 01  WK-VARIANCE             PIC S9(18)V9(04)    COMP-3.
002170 01  WK-MEAN                 PIC S9(09)V9(08)    COMP-3.
002180 01  WK-DIFF                 PIC S9(11)V9(02)    COMP-3.
002190 01  WK-SCORE                PIC 9(03)V9(02).
002200 01  WK-USR-SCORE            PIC 9(03)V9(02).
002210 01  WK-PNM-SCORE            PIC 9(03)V9(02).
002220 01  WK-MAX-SCORE            PIC 9(03)V9(02)     VALUE  999.99.
002230*    基準値の１件分(点数付けと印字の受渡し)。
002240 01  WK-STAT.
002250     05  WK-ST-COUNT         PIC 9(09)           COMP.
002260     05  WK-ST-SUM           PIC S9(15)          COMP-3.
002270     05  WK-ST-SUMSQ         PIC S9(27)          COMP-3.
002280     05  WK-ST-MIN           PIC S9(09)          COMP-3.
002290     05  WK-ST-MAX           PIC S9(09)          COMP-3.
002300     05  WK-ST-AVERAGE       PIC S9(09)V9(02)    COMP-3.
002310     05  WK-ST-SPREAD        PIC S9(09)V9(02)    COMP-3.
002320*    利用者別とピック名別の基準値。
002330 01  WK-USR-TABLE.
002340     05  WK-USR-ENTRY        OCCURS  200  TIMES.
002350         10  WK-USR-ID           PIC X(08).
002360         10  WK-USR-STAT.
002370             15  WK-USR-COUNT        PIC 9(09)           COMP.
002380             15  WK-USR-SUM          PIC S9(15)          COMP-3.
002390             15  WK-USR-SUMSQ        PIC S9(27)          COMP-3.
002400             15  WK-USR-MIN          PIC S9(09)          COMP-3.
002410             15  WK-USR-MAX          PIC S9(09)          COMP-3.
002420             15  WK-USR-AVERAGE      PIC S9(09)V9(02)    COMP-3.
002430             15  WK-USR-SPREAD       PIC S9(09)V9(02)    COMP-3.
002440 01  WK-PNM-TABLE.
002450     05  WK-PNM-ENTRY        OCCURS  500  TIMES.
002460         10  WK-PNM-NAME         PIC X(40).
002470         10  WK-PNM-STAT.
002480             15  WK-PNM-COUNT        PIC 9(09)           COMP.
002490             15  WK-PNM-SUM          PIC S9(15)          COMP-3.
002500             15  WK-PNM-SUMSQ        PIC S9(27)          COMP-3.
002510             15  WK-PNM-MIN          PIC S9(09)          COMP-3.
002520             15  WK-PNM-MAX          PIC S9(09)          COMP-3.
002530             15  WK-PNM-AVERAGE      PIC S9(09)V9(02)    COMP-3.
002540             15  WK-PNM-SPREAD       PIC S9(09)V9(02)    COMP-3.
002550 01  WK-FILE-TABLE.
002560     05  WK-FILE-NAME        PIC X(15)   OCCURS  99  TIMES.
002570 01  WK-HEADING1.
002580     05  FILLER              PIC X(30)   VALUE
002590         'PANDA PICK VALUE ANOMALIES    '.
002600     05  FILLER              PIC X(10)   VALUE  'RUN DATE: '.
002610     05  WK-HDG1-DATE        PIC X(08).
002620     05  FILLER              PIC X(04)   VALUE  SPACE.
002630     05  FILLER              PIC X(11)   VALUE  'TOLERANCE: '.
002640     05  WK-HDG1-TOLERANCE   PIC Z9.9.
002650     05  FILLER              PIC X(04)   VALUE  SPACE.
002660     05  FILLER              PIC X(11)   VALUE  'MIN COUNT: '.
002670     05  WK-HDG1-MIN-COUNT   PIC ZZZ9.
002680     05  FILLER              PIC X(20)   VALUE  SPACE.
002690     05  FILLER              PIC X(06)   VALUE  'PAGE: '.
002700     05  WK-HDG1-PAGE        PIC ZZZ9.
002710 01  WK-HEADING2             PIC X(132).
002720 01  WK-OUTLIER-HEADING.
002730     05  FILLER              PIC X(09)   VALUE  'TERMID'.
002740     05  FILLER              PIC X(09)   VALUE  'USERID'.
002750     05  FILLER              PIC X(09)   VALUE  'TIME'.
002760     05  FILLER              PIC X(10)   VALUE  'SEQ'.
002770     05  FILLER              PIC X(12)   VALUE  '       VALUE'.
002780     05  FILLER              PIC X(06)   VALUE  ' BASIS'.
002790     05  FILLER              PIC X(11)   VALUE  '      COUNT'.
002800     05  FILLER              PIC X(16)   VALUE
002810         '         AVERAGE'.
002820     05  FILLER              PIC X(12)   VALUE  '         MIN'.
002830     05  FILLER              PIC X(12)   VALUE  '         MAX'.
002840     05  FILLER              PIC X(16)   VALUE
002850         '          SPREAD'.
002860     05  FILLER              PIC X(07)   VALUE  '  SCORE'.
002870 01  WK-USER-HEADING.
002880     05  FILLER              PIC X(42)   VALUE  'USERID'.
002890     05  FILLER              PIC X(11)   VALUE  '      COUNT'.
002900     05  FILLER              PIC X(16)   VALUE
002910         '         AVERAGE'.
002920     05  FILLER              PIC X(12)   VALUE  '         MIN'.
002930     05  FILLER              PIC X(12)   VALUE  '         MAX'.
002940     05  FILLER              PIC X(16)   VALUE
002950         '          SPREAD'.
002960 01  WK-NAME-HEADING.
002970     05  FILLER              PIC X(42)   VALUE  'PICK NAME'.
002980     05  FILLER              PIC X(11)   VALUE  '      COUNT'.
002990     05  FILLER              PIC X(16)   VALUE
003000         '         AVERAGE'.
003010     05  FILLER              PIC X(12)   VALUE  '         MIN'.
003020     05  FILLER              PIC X(12)   VALUE  '         MAX'.
003030     05  FILLER              PIC X(16)   VALUE
003040         '          SPREAD'.
003050 01  WK-OUTLIER-LINE.
003060     05  WK-OUT-TERMID       PIC X(08).
003070     05  FILLER              PIC X(01)   VALUE  SPACE.
003080     05  WK-OUT-USERID       PIC X(08).
003090     05  FILLER              PIC X(01)   VALUE  SPACE.
003100     05  WK-OUT-TIME         PIC X(08).
003110     05  FILLER              PIC X(01)   VALUE  SPACE.
003120     05  WK-OUT-SEQ          PIC 9(09).
003130     05  FILLER              PIC X(01)   VALUE  SPACE.
003140     05  WK-OUT-VALUE        PIC ZZZ,ZZZ,ZZ9-.
003150     05  FILLER              PIC X(02)   VALUE  SPACE.
003160     05  WK-OUT-BASIS        PIC X(04).
003170     05  WK-OUT-STAT.
003180         10  FILLER              PIC X(01)   VALUE  SPACE.
003190         10  WK-OUT-COUNT        PIC ZZZ,ZZZ,ZZ9.
003200         10  FILLER              PIC X(01)   VALUE  SPACE.
003210         10  WK-OUT-AVERAGE      PIC ZZZ,ZZZ,ZZ9.99-.
003220         10  FILLER              PIC X(01)   VALUE  SPACE.
003230         10  WK-OUT-MIN          PIC ZZZ,ZZZ,ZZ9-.
003240         10  WK-OUT-MAX          PIC ZZZ,ZZZ,ZZ9-.
003250         10  FILLER              PIC X(01)   VALUE  SPACE.
003260         10  WK-OUT-SPREAD       PIC ZZZ,ZZZ,ZZ9.99-.
003270     05  FILLER              PIC X(01)   VALUE  SPACE.
003280     05  WK-OUT-SCORE        PIC ZZ9.99.
003290 01  WK-NAME-LINE.
003300     05  FILLER              PIC X(10)   VALUE  SPACE.
003310     05  WK-NAM-NAME         PIC X(40).
003320 01  WK-BASE-LINE.
003330     05  WK-BAS-KEY          PIC X(40).
003340     05  FILLER              PIC X(01)   VALUE  SPACE.
003350     05  WK-BAS-STAT         PIC X(69).
003360 01  WK-TOTAL-LINE.
003370     05  FILLER              PIC X(04)   VALUE  SPACE.
003380     05  WK-TOT-LABEL        PIC X(30).
003390     05  WK-TOT-COUNT        PIC ZZZ,ZZZ,ZZ9.
003400 01  WK-PRINT-LINE           PIC X(132).
003410 01  WK-RUN-ALLOWED-SW       PIC X(01)   VALUE  'N'.
003420     88  WK-RUN-ALLOWED          VALUE  'Y'.
003430 01  WK-RUN-RESULT           PIC X(04)   VALUE  'OK  '.
003440 COPY    RUNCTL.
003450 PROCEDURE           DIVISION.
003460 0000-MAINLINE           SECTION.
003470     PERFORM 1000-INITIALIZE        THRU    1000-INITIALIZE-EXIT.
003480     IF      WK-RPT-READY
003490         PERFORM 1200-COLLECT-FILE  THRU    1200-COLLECT-FILE-EXIT
003500                 VARYING WK-FILE-IX  FROM    1   BY  1
003510                 UNTIL   WK-FILE-IX  >  WK-FILE-USED
003520         PERFORM 1400-FINISH-BASELINE
003530                 THRU    1400-FINISH-BASELINE-EXIT
003540         PERFORM 2000-SCORE-EXTRACT
003550                 THRU    2000-SCORE-EXTRACT-EXIT
003560                 UNTIL   WK-EXTRACT-EOF
003570         PERFORM 2500-PRINT-BASELINE
003580                 THRU    2500-PRINT-BASELINE-EXIT
003590     END-IF.
003600     PERFORM 3000-TERMINATE         THRU    3000-TERMINATE-EXIT.
003610     GOBACK.
003620******************************************************************
003630*    1000-INITIALIZE
003640*    パラメタと世代名を読み、ファイルをオープンする。
003650******************************************************************
003660 1000-INITIALIZE         SECTION.
003670     DISPLAY '*** BTANOM1 START' UPON CONSOLE.
003680     ACCEPT  WK-RUN-DATE     FROM    DATE    YYYYMMDD.
003690*
003700*    当日 BTEXTR1 が正常終了していなければ抽出ファイルが揃って
003710*    いないので実行しない。
003720     MOVE   'CHECK'      TO  RUNCTL-FUNC.
003730     MOVE   'BTANOM1'    TO  RUNCTL-JOB.
003740     MOVE   'BTEXTR1'    TO  RUNCTL-PREREQ.
003750     CALL   'BTRUNSUB'   USING   RUNCTL.
003760     IF      NOT RUNCTL-OK
003770         DISPLAY 'BTANOM1 RUN REFUSED - RUNCTL STATUS '
003780                 RUNCTL-STATUS
003790             UPON    CONSOLE
003800         GO  TO  1000-INITIALIZE-EXIT
003810     END-IF.
003820     MOVE   'START'      TO  RUNCTL-FUNC.
003830     CALL   'BTRUNSUB'   USING   RUNCTL.
003840     MOVE   'Y'          TO  WK-RUN-ALLOWED-SW.
003850*
003860     OPEN    INPUT   PARAM-FILE.
003870     IF      WK-PARAM-OK
003880         READ    PARAM-FILE
003890             AT  END
003900                 CONTINUE
003910             NOT AT END
003920                 PERFORM 1050-SET-PARAM
003930                         THRU    1050-SET-PARAM-EXIT
003940         END-READ
003950         CLOSE   PARAM-FILE
003960     END-IF.
003970     DISPLAY 'TOLERANCE = ' WK-TOLERANCE
003980             '  MIN COUNT = ' WK-MIN-COUNT
003990         UPON    CONSOLE.
004000*
004010     PERFORM 1100-LOAD-GENERATIONS
004020             THRU    1100-LOAD-GENERATIONS-EXIT.
004030     OPEN    INPUT   EXTRACT-FILE.
004040     IF          (  NOT WK-EXTRACT-OK  )
004050             AND (  NOT WK-EXTRACT-NOFILE  )
004060         DISPLAY 'EXTRACT-FILE OPEN ERROR ' WK-EXTRACT-STATUS
004070             UPON    CONSOLE
004080         MOVE   'ERR '       TO  WK-RUN-RESULT
004090         GO  TO  1000-INITIALIZE-EXIT
004100     END-IF.
004101*    保留ファイルは前回までの保留と解除の状態を残したまま、
004102*    新しい異常だけを追加する。
004103     OPEN    I-O     FLAG-FILE.
004104     IF          (  NOT WK-FLAG-OK  )
004105             AND (  NOT WK-FLAG-NOFILE  )
004130         DISPLAY 'FLAG-FILE OPEN ERROR ' WK-FLAG-STATUS
004140             UPON    CONSOLE
004150         CLOSE   EXTRACT-FILE
004160         MOVE   'ERR '       TO  WK-RUN-RESULT
004170         GO  TO  1000-INITIALIZE-EXIT
004180     END-IF.
004190     OPEN    OUTPUT  REPORT-FILE.
004200     IF      NOT WK-REPORT-OK
004210         DISPLAY 'REPORT-FILE OPEN ERROR ' WK-REPORT-STATUS
004220             UPON    CONSOLE
004230         CLOSE   EXTRACT-FILE
004240         CLOSE   FLAG-FILE
004250         MOVE   'ERR '       TO  WK-RUN-RESULT
004260         GO  TO  1000-INITIALIZE-EXIT
004270     END-IF.
004280     MOVE    WK-OUTLIER-HEADING  TO  WK-HEADING2.
004290     PERFORM 9100-PRINT-HEADINGS
004300             THRU    9100-PRINT-HEADINGS-EXIT.
004310     MOVE   'Y'          TO  WK-RPT-READY-SW.
004320 1000-INITIALIZE-EXIT.
004330     EXIT.
004340******************************************************************
004350*    1050-SET-PARAM
004360*    許容値(NN.N)と最低件数を取り出す。形式が違えば既定値のまま
004370*    とする。
004380******************************************************************
004390 1050-SET-PARAM          SECTION.
004400     IF          (  PARAM-TOL-WHOLE  IS  NUMERIC  )
004410             AND (  PARAM-TOL-POINT  =  '.'  )
004420             AND (  PARAM-TOL-TENTH  IS  NUMERIC  )
004430         COMPUTE WK-TOLERANCE  =  PARAM-TOL-WHOLE
004440                               +  PARAM-TOL-TENTH  /  10
004450     END-IF.
004460     IF      PARAM-MIN-COUNT  IS  NUMERIC
004470         MOVE    PARAM-MIN-COUNT     TO  WK-MIN-COUNT
004480     END-IF.
004490     IF      WK-MIN-COUNT  <  2
004500         MOVE    2           TO  WK-MIN-COUNT
004510     END-IF.
004520 1050-SET-PARAM-EXIT.
004530     EXIT.
004540******************************************************************
004550*    1100-LOAD-GENERATIONS
004560*    世代管理ファイルに記録された世代名をすべて読込対象にする。
004570******************************************************************
004580 1100-LOAD-GENERATIONS   SECTION.
004590     MOVE    ZERO        TO  WK-FILE-USED.
004600     OPEN    INPUT   GENCTL-FILE.
004610     IF      WK-GENCTL-OK  OR  WK-GENCTL-NOFILE
004620         PERFORM 1110-READ-GENCTL
004630                 THRU    1110-READ-GENCTL-EXIT
004640                 UNTIL   WK-GENCTL-EOF
004650         CLOSE   GENCTL-FILE
004660       ELSE
004670         DISPLAY 'GENCTL-FILE OPEN ERROR ' WK-GENCTL-STATUS
004680             UPON    CONSOLE
004690     END-IF.
004700     DISPLAY 'BASELINE GENERATIONS = ' WK-FILE-USED
004710         UPON    CONSOLE.
004720 1100-LOAD-GENERATIONS-EXIT.
004730     EXIT.
004740******************************************************************
004750*    1110-READ-GENCTL
004760*    世代名を１件読み、読込対象へ加える。
004770******************************************************************
004780 1110-READ-GENCTL        SECTION.
004790     READ    GENCTL-FILE
004800         AT  END
004810             MOVE   'Y'          TO  WK-GENCTL-EOF-SW
004820             GO  TO  1110-READ-GENCTL-EXIT
004830     END-READ.
004840     IF      GENCTL-NAME  =  SPACE
004850         GO  TO  1110-READ-GENCTL-EXIT
004860     END-IF.
004870     IF      WK-FILE-USED  <  WK-FILE-MAX
004880         ADD     1           TO  WK-FILE-USED
004890         MOVE    GENCTL-NAME     TO  WK-FILE-NAME(WK-FILE-USED)
004900       ELSE
004910         DISPLAY 'FILE TABLE FULL - GENERATION SKIPPED ['
004920                 GENCTL-NAME ']'
004930             UPON    CONSOLE
004940     END-IF.
004950 1110-READ-GENCTL-EXIT.
004960     EXIT.
004970******************************************************************
004980*    1200-COLLECT-FILE
004990*    アーカイブ世代を１つ開き、ピックを基準値へ集計する。
005000******************************************************************
005010 1200-COLLECT-FILE       SECTION.
005020     MOVE    WK-FILE-NAME(WK-FILE-IX)    TO  WK-ARCHIVE-NAME.
005030     MOVE   'N'          TO  WK-ARCHIVE-EOF-SW.
005040     OPEN    INPUT   ARCHIVE-FILE.
005050     IF          (  NOT WK-ARCHIVE-OK  )
005060             AND (  NOT WK-ARCHIVE-NOFILE  )
005070         DISPLAY 'ARCHIVE OPEN ERROR ' WK-ARCHIVE-STATUS
005080                 ' [' WK-ARCHIVE-NAME ']'
005090             UPON    CONSOLE
005100         MOVE   'ERR '       TO  WK-RUN-RESULT
005110         GO  TO  1200-COLLECT-FILE-EXIT
005120     END-IF.
005130     ADD     1           TO  WK-GEN-COUNT.
005140     PERFORM 1210-COLLECT-RECORD
005150             THRU    1210-COLLECT-RECORD-EXIT
005160             UNTIL   WK-ARCHIVE-EOF.
005170     CLOSE   ARCHIVE-FILE.
005180 1200-COLLECT-FILE-EXIT.
005190     EXIT.
005200******************************************************************
005210*    1210-COLLECT-RECORD
005220*    アーカイブを１件読み、通常・承認ピックで値が数値なら利用者
005230*    別とピック名別の基準値へ加える。取消は基準に含めない。
005240******************************************************************
005250 1210-COLLECT-RECORD     SECTION.
005260     READ    ARCHIVE-FILE
005270         AT  END
005280             MOVE   'Y'          TO  WK-ARCHIVE-EOF-SW
005290             GO  TO  1210-COLLECT-RECORD-EXIT
005300     END-READ.
005310     IF          NOT ARCH-PICK
005320             AND NOT ARCH-APPROVED
005330         GO  TO  1210-COLLECT-RECORD-EXIT
005340     END-IF.
005350     MOVE    ARCH-PICK-VALUE     TO  WK-PICK-VALUE-X.
005360     IF      WK-PICK-VALUE-9  IS  NOT  NUMERIC
005370         GO  TO  1210-COLLECT-RECORD-EXIT
005380     END-IF.
005390     ADD     1           TO  WK-BASE-COUNT.
005400*
005410     PERFORM 7000-FIND-USER
005420             THRU    7000-FIND-USER-EXIT.
005430     IF      WK-USR-IX  =  ZERO
005440         IF      WK-USR-USED  <  WK-USR-LIMIT
005450             ADD     1           TO  WK-USR-USED
005460             MOVE    WK-USR-USED     TO  WK-USR-IX
005470             MOVE    ARCH-USERID     TO  WK-USR-ID(WK-USR-IX)
005480             INITIALIZE  WK-USR-STAT(WK-USR-IX)
005490           ELSE
005500             DISPLAY 'USER TABLE FULL, SKIPPED ' ARCH-USERID
005510                 UPON    CONSOLE
005520         END-IF
005530     END-IF.
005540     IF      WK-USR-IX  >  ZERO
005550         MOVE    WK-USR-STAT(WK-USR-IX)  TO  WK-STAT
005560         PERFORM 8000-ADD-VALUE
005570                 THRU    8000-ADD-VALUE-EXIT
005580         MOVE    WK-STAT     TO  WK-USR-STAT(WK-USR-IX)
005590     END-IF.
005600*
005610     PERFORM 7100-FIND-NAME
005620             THRU    7100-FIND-NAME-EXIT.
005630     IF      WK-PNM-IX  =  ZERO
005640         IF      WK-PNM-USED  <  WK-PNM-LIMIT
005650             ADD     1           TO  WK-PNM-USED
005660             MOVE    WK-PNM-USED     TO  WK-PNM-IX
005670             MOVE    ARCH-PICK-NAME  TO  WK-PNM-NAME(WK-PNM-IX)
005680             INITIALIZE  WK-PNM-STAT(WK-PNM-IX)
005690           ELSE
005700             DISPLAY 'PICK NAME TABLE FULL, SKIPPED '
005710                     ARCH-PICK-NAME
005720                 UPON    CONSOLE
005730         END-IF
005740     END-IF.
005750     IF      WK-PNM-IX  >  ZERO
005760         MOVE    WK-PNM-STAT(WK-PNM-IX)  TO  WK-STAT
005770         PERFORM 8000-ADD-VALUE
005780                 THRU    8000-ADD-VALUE-EXIT
005790         MOVE    WK-STAT     TO  WK-PNM-STAT(WK-PNM-IX)
005800     END-IF.
005810 1210-COLLECT-RECORD-EXIT.
005820     EXIT.
005830******************************************************************
005840*    1400-FINISH-BASELINE
005850*    集計の済んだ基準値ごとに平均とばらつきを求める。
005860******************************************************************
005870 1400-FINISH-BASELINE    SECTION.
005880     PERFORM VARYING WK-USR-IX  FROM    1   BY  1
005890             UNTIL   WK-USR-IX  >  WK-USR-USED
005900         MOVE    WK-USR-STAT(WK-USR-IX)  TO  WK-STAT
005910         PERFORM 8100-CALC-STAT
005920                 THRU    8100-CALC-STAT-EXIT
005930         MOVE    WK-STAT     TO  WK-USR-STAT(WK-USR-IX)
005940     END-PERFORM.
005950     PERFORM VARYING WK-PNM-IX  FROM    1   BY  1
005960             UNTIL   WK-PNM-IX  >  WK-PNM-USED
005970         MOVE    WK-PNM-STAT(WK-PNM-IX)  TO  WK-STAT
005980         PERFORM 8100-CALC-STAT
005990                 THRU    8100-CALC-STAT-EXIT
006000         MOVE    WK-STAT     TO  WK-PNM-STAT(WK-PNM-IX)
006010     END-PERFORM.
006020     DISPLAY 'BASELINE PICKS = ' WK-BASE-COUNT
006030             ' USERS = ' WK-USR-USED
006040             ' PICK NAMES = ' WK-PNM-USED
006050         UPON    CONSOLE.
006060 1400-FINISH-BASELINE-EXIT.
006070     EXIT.
006080******************************************************************
006090*    2000-SCORE-EXTRACT
006100*    抽出レコードを１件読み、通常・承認ピックを利用者別とピック
006110*    名別の基準値で採点する。どちらかで許容値を超えたら異常とし
006120*    て印字し、保留ファイルへ書く。
006130******************************************************************
006140 2000-SCORE-EXTRACT      SECTION.
006150     READ    EXTRACT-FILE
006160         AT  END
006170             MOVE   'Y'          TO  WK-EXTRACT-EOF-SW
006180             GO  TO  2000-SCORE-EXTRACT-EXIT
006190     END-READ.
006200     ADD     1           TO  WK-EXTRACT-COUNT.
006210     MOVE    EXTRACT-PICK-VALUE  TO  WK-PICK-VALUE-X.
006220     IF          (  NOT EXTRACT-PICK  AND  NOT EXTRACT-APPROVED  )
006230             OR  (  WK-PICK-VALUE-9  IS  NOT  NUMERIC  )
006240         ADD     1           TO  WK-SKIP-COUNT
006250         GO  TO  2000-SCORE-EXTRACT-EXIT
006260     END-IF.
006270     MOVE   'N'          TO  WK-SCORED-SW.
006280     MOVE   'N'          TO  WK-USR-OUT-SW.
006290     MOVE   'N'          TO  WK-PNM-OUT-SW.
006300     MOVE    ZERO        TO  WK-USR-SCORE.
006310     MOVE    ZERO        TO  WK-PNM-SCORE.
006320*
006330     MOVE    EXTRACT-USERID      TO  ARCH-USERID.
006340     PERFORM 7000-FIND-USER
006350             THRU    7000-FIND-USER-EXIT.
006360     IF      WK-USR-IX  >  ZERO
006370         MOVE    WK-USR-STAT(WK-USR-IX)  TO  WK-STAT
006380         PERFORM 8200-SCORE-VALUE
006390                 THRU    8200-SCORE-VALUE-EXIT
006400         MOVE    WK-SCORE    TO  WK-USR-SCORE
006410     END-IF.
006420     IF      WK-USR-SCORE  >  WK-TOLERANCE
006430         MOVE   'Y'          TO  WK-USR-OUT-SW
006440     END-IF.
006450     MOVE    EXTRACT-PICK-NAME   TO  ARCH-PICK-NAME.
006460     PERFORM 7100-FIND-NAME
006470             THRU    7100-FIND-NAME-EXIT.
006480     IF      WK-PNM-IX  >  ZERO
006490         MOVE    WK-PNM-STAT(WK-PNM-IX)  TO  WK-STAT
006500         PERFORM 8200-SCORE-VALUE
006510                 THRU    8200-SCORE-VALUE-EXIT
006520         MOVE    WK-SCORE    TO  WK-PNM-SCORE
006530     END-IF.
006540     IF      WK-PNM-SCORE  >  WK-TOLERANCE
006550         MOVE   'Y'          TO  WK-PNM-OUT-SW
006560     END-IF.
006570*
006580     IF      NOT WK-SCORED
006590         ADD     1           TO  WK-UNSCORED-COUNT
006600         GO  TO  2000-SCORE-EXTRACT-EXIT
006610     END-IF.
006620     ADD     1           TO  WK-SCORED-COUNT.
006630     IF      NOT WK-USR-OUTLIER  AND  NOT WK-PNM-OUTLIER
006640         GO  TO  2000-SCORE-EXTRACT-EXIT
006650     END-IF.
006660     ADD     1           TO  WK-OUTLIER-COUNT.
006670     PERFORM 2100-PRINT-OUTLIER
006680             THRU    2100-PRINT-OUTLIER-EXIT.
006690     PERFORM 2200-WRITE-FLAG
006700             THRU    2200-WRITE-FLAG-EXIT.
006710 2000-SCORE-EXTRACT-EXIT.
006720     EXIT.
006730******************************************************************
006740*    2100-PRINT-OUTLIER
006750*    異常としたピックを、超えた基準値ごとに１行ずつ印字し、最後
006760*    にピック名の行を印字する。
006770******************************************************************
006780 2100-PRINT-OUTLIER      SECTION.
006790     MOVE    EXTRACT-TERMID      TO  WK-OUT-TERMID.
006800     MOVE    EXTRACT-USERID      TO  WK-OUT-USERID.
006810     MOVE    EXTRACT-TIME        TO  WK-OUT-TIME.
006820     MOVE    EXTRACT-SEQ         TO  WK-OUT-SEQ.
006830     MOVE    WK-PICK-VALUE-9     TO  WK-OUT-VALUE.
006840     IF      WK-USR-OUTLIER
006850         MOVE   'USER'           TO  WK-OUT-BASIS
006860         MOVE    WK-USR-STAT(WK-USR-IX)  TO  WK-STAT
006870         PERFORM 8300-EDIT-STAT
006880                 THRU    8300-EDIT-STAT-EXIT
006890         MOVE    WK-USR-SCORE    TO  WK-OUT-SCORE
006900         MOVE    WK-OUTLIER-LINE     TO  WK-PRINT-LINE
006910         PERFORM 9200-PRINT-LINE
006920                 THRU    9200-PRINT-LINE-EXIT
006930     END-IF.
006940     IF      WK-PNM-OUTLIER
006950         MOVE   'PICK'           TO  WK-OUT-BASIS
006960         MOVE    WK-PNM-STAT(WK-PNM-IX)  TO  WK-STAT
006970         PERFORM 8300-EDIT-STAT
006980                 THRU    8300-EDIT-STAT-EXIT
006990         MOVE    WK-PNM-SCORE    TO  WK-OUT-SCORE
007000         MOVE    WK-OUTLIER-LINE     TO  WK-PRINT-LINE
007010         PERFORM 9200-PRINT-LINE
007020                 THRU    9200-PRINT-LINE-EXIT
007030     END-IF.
007040     MOVE    EXTRACT-PICK-NAME   TO  WK-NAM-NAME.
007050     MOVE    WK-NAME-LINE        TO  WK-PRINT-LINE.
007060     PERFORM 9200-PRINT-LINE
007070             THRU    9200-PRINT-LINE-EXIT.
007080 2100-PRINT-OUTLIER-EXIT.
007090     EXIT.
007100******************************************************************
007110*    2200-WRITE-FLAG
007111*    異常としたピックを保留ファイルへ追加する。点数は大きい
007112*    ほうを、根拠は超えた基準値(USER・PICK・両方なら BOTH)を
007113*    書く。既に保留ファイルにあるピック(同日の再実行など)は
007114*    書き直さず、解除の状態を引き継ぐ。
007140******************************************************************
007150 2200-WRITE-FLAG         SECTION.
007160     MOVE    SPACE               TO  FLAG-RECORD.
007170     MOVE    EXTRACT-TERMID      TO  FLAG-TERMID.
007180     MOVE    EXTRACT-DATE        TO  FLAG-DATE.
007190     MOVE    EXTRACT-TIME        TO  FLAG-TIME.
007200     MOVE    EXTRACT-SEQ         TO  FLAG-SEQ.
007201     READ    FLAG-FILE
007202         INVALID KEY
007203             CONTINUE
007204         NOT INVALID KEY
007205             GO  TO  2200-WRITE-FLAG-EXIT
007206     END-READ.
007207     MOVE    SPACE               TO  FLAG-RECORD.
007208     MOVE    EXTRACT-TERMID      TO  FLAG-TERMID.
007209     MOVE    EXTRACT-DATE        TO  FLAG-DATE.
007210     MOVE    EXTRACT-TIME        TO  FLAG-TIME.
007211     MOVE    EXTRACT-SEQ         TO  FLAG-SEQ.
007212     MOVE    EXTRACT-USERID      TO  FLAG-USERID.
007220     MOVE    EXTRACT-PICK-VALUE  TO  FLAG-VALUE.
007221     MOVE    WK-RUN-DATE         TO  FLAG-RUN-DATE.
007222     MOVE    EXTRACT-CATEGORY    TO  FLAG-CATEGORY.
007223     MOVE    EXTRACT-PICK-NAME   TO  FLAG-PICK-NAME.
007230     EVALUATE    TRUE
007240       WHEN      WK-USR-OUTLIER  AND  WK-PNM-OUTLIER
007250         MOVE   'BOTH'           TO  FLAG-BASIS
007260       WHEN      WK-USR-OUTLIER
007270         MOVE   'USER'           TO  FLAG-BASIS
007280       WHEN      OTHER
007290         MOVE   'PICK'           TO  FLAG-BASIS
007300     END-EVALUATE.
007310     IF      WK-USR-SCORE  >  WK-PNM-SCORE
007320         MOVE    WK-USR-SCORE    TO  FLAG-SCORE
007330       ELSE
007340         MOVE    WK-PNM-SCORE    TO  FLAG-SCORE
007350     END-IF.
007351     WRITE   FLAG-RECORD
007352         INVALID KEY
007353             DISPLAY 'FLAG-FILE WRITE ERROR ' WK-FLAG-STATUS
007354                     ' ' FLAG-KEY
007355                 UPON    CONSOLE
007356             MOVE   'ERR '       TO  WK-RUN-RESULT
007357             GO  TO  2200-WRITE-FLAG-EXIT
007358     END-WRITE.
007359     ADD     1           TO  WK-FLAGGED-COUNT.
007370 2200-WRITE-FLAG-EXIT.
007380     EXIT.
007390******************************************************************
007400*    2500-PRINT-BASELINE
007410*    利用者別とピック名別の基準値を、それぞれ新しいページから
007420*    印字する。
007430******************************************************************
007440 2500-PRINT-BASELINE     SECTION.
007450     MOVE    WK-USER-HEADING     TO  WK-HEADING2.
007460     PERFORM 9100-PRINT-HEADINGS
007470             THRU    9100-PRINT-HEADINGS-EXIT.
007480     PERFORM VARYING WK-USR-IX  FROM    1   BY  1
007490             UNTIL   WK-USR-IX  >  WK-USR-USED
007500         MOVE    WK-USR-ID(WK-USR-IX)    TO  WK-BAS-KEY
007510         MOVE    WK-USR-STAT(WK-USR-IX)  TO  WK-STAT
007520         PERFORM 2510-PRINT-BASE-LINE
007530                 THRU    2510-PRINT-BASE-LINE-EXIT
007540     END-PERFORM.
007550     MOVE    WK-NAME-HEADING     TO  WK-HEADING2.
007560     PERFORM 9100-PRINT-HEADINGS
007570             THRU    9100-PRINT-HEADINGS-EXIT.
007580     PERFORM VARYING WK-PNM-IX  FROM    1   BY  1
007590             UNTIL   WK-PNM-IX  >  WK-PNM-USED
007600         MOVE    WK-PNM-NAME(WK-PNM-IX)  TO  WK-BAS-KEY
007610         MOVE    WK-PNM-STAT(WK-PNM-IX)  TO  WK-STAT
007620         PERFORM 2510-PRINT-BASE-LINE
007630                 THRU    2510-PRINT-BASE-LINE-EXIT
007640     END-PERFORM.
007650 2500-PRINT-BASELINE-EXIT.
007660     EXIT.
007670******************************************************************
007680*    2510-PRINT-BASE-LINE
007690*    WK-STAT の基準値を１行印字する。
007700******************************************************************
007710 2510-PRINT-BASE-LINE    SECTION.
007720     PERFORM 8300-EDIT-STAT
007730             THRU    8300-EDIT-STAT-EXIT.
007740     MOVE    WK-OUT-STAT         TO  WK-BAS-STAT.
007750     MOVE    WK-BASE-LINE        TO  WK-PRINT-LINE.
007760     PERFORM 9200-PRINT-LINE
007770             THRU    9200-PRINT-LINE-EXIT.
007780 2510-PRINT-BASE-LINE-EXIT.
007790     EXIT.
007800******************************************************************
007810*    3000-TERMINATE
007820*    件数を印字し、ファイルをクローズして実行管理へ終了を記録
007830*    する。
007840******************************************************************
007850 3000-TERMINATE          SECTION.
007860     IF      NOT WK-RPT-READY
007870         GO  TO  3000-TERMINATE-DISPLAY
007880     END-IF.
007890     CLOSE   EXTRACT-FILE.
007900     CLOSE   FLAG-FILE.
007910     MOVE    SPACE       TO  WK-PRINT-LINE.
007920     PERFORM 9200-PRINT-LINE
007930             THRU    9200-PRINT-LINE-EXIT.
007940     MOVE   'BASELINE GENERATIONS   :'   TO  WK-TOT-LABEL.
007950     MOVE    WK-GEN-COUNT        TO  WK-TOT-COUNT.
007960     PERFORM 3100-PRINT-TOTAL
007970             THRU    3100-PRINT-TOTAL-EXIT.
007980     MOVE   'BASELINE PICKS         :'   TO  WK-TOT-LABEL.
007990     MOVE    WK-BASE-COUNT       TO  WK-TOT-COUNT.
008000     PERFORM 3100-PRINT-TOTAL
008010             THRU    3100-PRINT-TOTAL-EXIT.
008020     MOVE   'EXTRACT RECORDS        :'   TO  WK-TOT-LABEL.
008030     MOVE    WK-EXTRACT-COUNT    TO  WK-TOT-COUNT.
008040     PERFORM 3100-PRINT-TOTAL
008050             THRU    3100-PRINT-TOTAL-EXIT.
008060     MOVE   '  NOT PICKS / NON-NUM  :'   TO  WK-TOT-LABEL.
008070     MOVE    WK-SKIP-COUNT       TO  WK-TOT-COUNT.
008080     PERFORM 3100-PRINT-TOTAL
008090             THRU    3100-PRINT-TOTAL-EXIT.
008100     MOVE   '  NO USABLE BASELINE   :'   TO  WK-TOT-LABEL.
008110     MOVE    WK-UNSCORED-COUNT   TO  WK-TOT-COUNT.
008120     PERFORM 3100-PRINT-TOTAL
008130             THRU    3100-PRINT-TOTAL-EXIT.
008140     MOVE   '  SCORED               :'   TO  WK-TOT-LABEL.
008150     MOVE    WK-SCORED-COUNT     TO  WK-TOT-COUNT.
008160     PERFORM 3100-PRINT-TOTAL
008170             THRU    3100-PRINT-TOTAL-EXIT.
008171     MOVE   '  OUTLIERS             :'   TO  WK-TOT-LABEL.
008190     MOVE    WK-OUTLIER-COUNT    TO  WK-TOT-COUNT.
008191     PERFORM 3100-PRINT-TOTAL
008192             THRU    3100-PRINT-TOTAL-EXIT.
008193     MOVE   '    NEWLY FLAGGED      :'   TO  WK-TOT-LABEL.
008194     MOVE    WK-FLAGGED-COUNT    TO  WK-TOT-COUNT.
008200     PERFORM 3100-PRINT-TOTAL
008210             THRU    3100-PRINT-TOTAL-EXIT.
008220     CLOSE   REPORT-FILE.
008230 3000-TERMINATE-DISPLAY.
008240     IF      WK-RUN-ALLOWED
008250         MOVE   'END'        TO  RUNCTL-FUNC
008260         MOVE    WK-RUN-RESULT   TO  RUNCTL-RESULT
008270         MOVE    WK-OUTLIER-COUNT    TO  RUNCTL-COUNT
008280         CALL   'BTRUNSUB'   USING   RUNCTL
008290     END-IF.
008300     DISPLAY '*** BTANOM1 END   EXTRACT=' WK-EXTRACT-COUNT
008310             ' SCORED=' WK-SCORED-COUNT
008320             ' OUTLIERS=' WK-OUTLIER-COUNT
008330         UPON    CONSOLE.
008340 3000-TERMINATE-EXIT.
008350     EXIT.
008360******************************************************************
008370*    3100-PRINT-TOTAL
008380*    件数の１行を印字する。
008390******************************************************************
008400 3100-PRINT-TOTAL        SECTION.
008410     MOVE    WK-TOTAL-LINE       TO  WK-PRINT-LINE.
008420     PERFORM 9200-PRINT-LINE
008430             THRU    9200-PRINT-LINE-EXIT.
008440 3100-PRINT-TOTAL-EXIT.
008450     EXIT.
008460******************************************************************
008470*    7000-FIND-USER
008480*    ARCH-USERID の基準値を探す。なければ WK-USR-IX は 0。
008490******************************************************************
008500 7000-FIND-USER          SECTION.
008510     PERFORM VARYING WK-USR-IX  FROM    1   BY  1
008520             UNTIL   WK-USR-IX  >  WK-USR-USED
008530         IF      WK-USR-ID(WK-USR-IX)  =  ARCH-USERID
008540             GO  TO  7000-FIND-USER-EXIT
008550         END-IF
008560     END-PERFORM.
008570     MOVE    ZERO        TO  WK-USR-IX.
008580 7000-FIND-USER-EXIT.
008590     EXIT.
008600******************************************************************
008610*    7100-FIND-NAME
008620*    ARCH-PICK-NAME の基準値を探す。なければ WK-PNM-IX は 0。
008630******************************************************************
008640 7100-FIND-NAME          SECTION.
008650     PERFORM VARYING WK-PNM-IX  FROM    1   BY  1
008660             UNTIL   WK-PNM-IX  >  WK-PNM-USED
008670         IF      WK-PNM-NAME(WK-PNM-IX)  =  ARCH-PICK-NAME
008680             GO  TO  7100-FIND-NAME-EXIT
008690         END-IF
008700     END-PERFORM.
008710     MOVE    ZERO        TO  WK-PNM-IX.
008720 7100-FIND-NAME-EXIT.
008730     EXIT.
008740******************************************************************
008750*    8000-ADD-VALUE
008760*    WK-PICK-VALUE-9 を WK-STAT の件数・合計・平方和・最小・最大
008770*    へ加える。
008780******************************************************************
008790 8000-ADD-VALUE          SECTION.
008800     IF          (  WK-ST-COUNT  =  ZERO  )
008810             OR  (  WK-PICK-VALUE-9  <  WK-ST-MIN  )
008820         MOVE    WK-PICK-VALUE-9     TO  WK-ST-MIN
008830     END-IF.
008840     IF          (  WK-ST-COUNT  =  ZERO  )
008850             OR  (  WK-PICK-VALUE-9  >  WK-ST-MAX  )
008860         MOVE    WK-PICK-VALUE-9     TO  WK-ST-MAX
008870     END-IF.
008880     ADD     1                   TO  WK-ST-COUNT.
008890     ADD     WK-PICK-VALUE-9     TO  WK-ST-SUM.
008900     COMPUTE WK-ST-SUMSQ  =  WK-ST-SUMSQ
008910                          +  WK-PICK-VALUE-9  *  WK-PICK-VALUE-9.
008920 8000-ADD-VALUE-EXIT.
008930     EXIT.
008940******************************************************************
008950*    8100-CALC-STAT
008960*    WK-STAT の平均と、ばらつき(母標準偏差)を求める。
008970*      分散 = 平方和 / 件数 - 平均 × 平均
008980******************************************************************
008990 8100-CALC-STAT          SECTION.
009000     MOVE    ZERO        TO  WK-ST-AVERAGE.
009010     MOVE    ZERO        TO  WK-ST-SPREAD.
009020     IF      WK-ST-COUNT  =  ZERO
009030         GO  TO  8100-CALC-STAT-EXIT
009040     END-IF.
009050     COMPUTE WK-ST-AVERAGE  ROUNDED  =  WK-ST-SUM  /  WK-ST-COUNT.
009060     COMPUTE WK-MEAN  =  WK-ST-SUM  /  WK-ST-COUNT.
009070     COMPUTE WK-VARIANCE  =  WK-ST-SUMSQ  /  WK-ST-COUNT
009080                          -  WK-MEAN  *  WK-MEAN.
009090     IF      WK-VARIANCE  >  ZERO
009100         COMPUTE WK-ST-SPREAD  ROUNDED  =  WK-VARIANCE  **  0.5
009110     END-IF.
009120 8100-CALC-STAT-EXIT.
009130     EXIT.
009140******************************************************************
009150*    8200-SCORE-VALUE
009160*    WK-PICK-VALUE-9 の WK-STAT に対する点数を WK-SCORE に置く。
009170*    件数が最低件数に満たない基準では採点しない(点数 0)。ばらつき
009180*    が 0 の基準では、平均と違えば最大点とする。
009190******************************************************************
009200 8200-SCORE-VALUE        SECTION.
009210     MOVE    ZERO        TO  WK-SCORE.
009220     IF      WK-ST-COUNT  <  WK-MIN-COUNT
009230         GO  TO  8200-SCORE-VALUE-EXIT
009240     END-IF.
009250     MOVE   'Y'          TO  WK-SCORED-SW.
009260     COMPUTE WK-DIFF  =  WK-PICK-VALUE-9  -  WK-ST-AVERAGE.
009270     IF      WK-DIFF  <  ZERO
009280         COMPUTE WK-DIFF  =  ZERO  -  WK-DIFF
009290     END-IF.
009300     IF      WK-DIFF  =  ZERO
009310         GO  TO  8200-SCORE-VALUE-EXIT
009320     END-IF.
009330     IF      WK-ST-SPREAD  =  ZERO
009340         MOVE    WK-MAX-SCORE    TO  WK-SCORE
009350         GO  TO  8200-SCORE-VALUE-EXIT
009360     END-IF.
009370     IF      WK-DIFF  /  WK-ST-SPREAD  >=  WK-MAX-SCORE
009380         MOVE    WK-MAX-SCORE    TO  WK-SCORE
009390       ELSE
009400         COMPUTE WK-SCORE  =  WK-DIFF  /  WK-ST-SPREAD
009410     END-IF.
009420 8200-SCORE-VALUE-EXIT.
009430     EXIT.
009440******************************************************************
009450*    8300-EDIT-STAT
009460*    WK-STAT を印字用に編集する。
009470******************************************************************
009480 8300-EDIT-STAT          SECTION.
009490     MOVE    WK-ST-COUNT         TO  WK-OUT-COUNT.
009500     MOVE    WK-ST-AVERAGE       TO  WK-OUT-AVERAGE.
009510     MOVE    WK-ST-MIN           TO  WK-OUT-MIN.
009520     MOVE    WK-ST-MAX           TO  WK-OUT-MAX.
009530     MOVE    WK-ST-SPREAD        TO  WK-OUT-SPREAD.
009540 8300-EDIT-STAT-EXIT.
009550     EXIT.
009560******************************************************************
009570*    9100-PRINT-HEADINGS
009580*    改ページし、許容値とページ番号付きの見出しを印字する。２行
009590*    目は WK-HEADING2 に置かれた一覧の見出し。
009600******************************************************************
009610 9100-PRINT-HEADINGS     SECTION.
009620     ADD     1           TO  WK-PAGE-COUNT.
009630     MOVE    WK-RUN-DATE         TO  WK-HDG1-DATE.
009640     MOVE    WK-TOLERANCE        TO  WK-HDG1-TOLERANCE.
009650     MOVE    WK-MIN-COUNT        TO  WK-HDG1-MIN-COUNT.
009660     MOVE    WK-PAGE-COUNT       TO  WK-HDG1-PAGE.
009670     MOVE    WK-HEADING1         TO  REPORT-LINE.
009680     WRITE   REPORT-LINE     AFTER   ADVANCING   PAGE.
009690     MOVE    WK-HEADING2         TO  REPORT-LINE.
009700     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009710     MOVE    SPACE       TO  REPORT-LINE.
009720     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009730     MOVE    3           TO  WK-LINE-COUNT.
009740 9100-PRINT-HEADINGS-EXIT.
009750     EXIT.
009760******************************************************************
009770*    9200-PRINT-LINE
009780*    明細行を印字する。ページ行数を超えたら見出しから印字する。
009790******************************************************************
009800 9200-PRINT-LINE         SECTION.
009810     IF      WK-LINE-COUNT  >=  WK-LINES-PER-PAGE
009820         PERFORM 9100-PRINT-HEADINGS
009830                 THRU    9100-PRINT-HEADINGS-EXIT
009840     END-IF.
009850     MOVE    WK-PRINT-LINE       TO  REPORT-LINE.
009860     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009870     ADD     1           TO  WK-LINE-COUNT.
009880 9200-PRINT-LINE-EXIT.
009890     EXIT.
009900******************************************************************
