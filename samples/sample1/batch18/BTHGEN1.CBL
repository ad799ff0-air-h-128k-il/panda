000010 IDENTIFICATION      DIVISION.
000020 PROGRAM-ID.     BTHGEN1.
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
000310*   コンポーネント名：休日マスタ年次作成バッチ
000320*   管理者          ：ogochan@NetLab.jp
000330*
000340*   このバッチは休日規則ファイル HOLRULE から指定年の祝日を
000350*   作成し、休日マスタ HOLIDAYF の同じ年の登録内容と突き合わせ
000360*   て、作成結果の一覧と差異の一覧をレポート HGENRPT へ出力
000370*   する。適用指定があり規則に誤りがないときだけ、マスタにない
000380*   日付を HOLIDAYF へ追加する。マスタにだけある日付(TPMNT4 で
000390*   登録した会社の臨時休業日など)は削除も変更もしない。
000400*   規則ファイルは１行１規則で、桁位置は次のとおり。
000410*     01    種別  F:固定日  N:第N月曜日  E:春分・秋分の日
000420*                 D:その年だけの日  S:振替休日を作る
000430*                 B:祝日に挟まれた日を休日にする  *:注釈
000440*     03-10 日付  F:MMDD  N:MM+週(1-5)  E:MM(03/09)
000450*                 D:YYYYMMDD
000460*     12-15 適用開始年  17-20 適用終了年(空白は制限なし)
000470*     22-41 休日名
000480*   春分・秋分の日は 1980-2099 年の近似式で求める。
000490*   対象年と適用指定はパラメタファイル HGENPARM の年(YYYY)と
000500*   適用区分('Y' で追加)で、なければ実行年の翌年をプレビュー
000510*   だけ行う。
000520*
000530*   日付      作業者  記述
000540*   26.10.15  ....    新規作成
000541*   26.10.15  ....    プレビューの終了結果を PRV とし同日の適用を可能に
000550******************************************************************
000560 ENVIRONMENT         DIVISION.
000570 CONFIGURATION           SECTION.
000580 SOURCE-COMPUTER.    PANDA-SERVER.
000590 OBJECT-COMPUTER.    PANDA-SERVER.
000600 INPUT-OUTPUT            SECTION.
000610 FILE-CONTROL.
000620     SELECT  OPTIONAL  RULE-FILE
000630                         ASSIGN  TO  'HOLRULE'
000640             ORGANIZATION    IS  LINE SEQUENTIAL
000650             FILE STATUS     IS  WK-RULE-STATUS.
000660     SELECT  OPTIONAL  PARAM-FILE
000670                         ASSIGN  TO  'HGENPARM'
000680             ORGANIZATION    IS  LINE SEQUENTIAL
000690             FILE STATUS     IS  WK-PARAM-STATUS.
000700     SELECT  OPTIONAL  HOLIDAY-FILE
000710                         ASSIGN  TO  'HOLIDAYF'
000720             ORGANIZATION    IS  INDEXED
000730             ACCESS MODE     IS  DYNAMIC
000740             RECORD KEY      IS  HOL-DATE
000750             FILE STATUS     IS  WK-HOLIDAY-STATUS.
000760     SELECT  REPORT-FILE     ASSIGN  TO  'HGENRPT'
000770             ORGANIZATION    IS  LINE SEQUENTIAL
000780             FILE STATUS     IS  WK-REPORT-STATUS.
000790 DATA                DIVISION.
000800 FILE                SECTION.
000810 FD  RULE-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  RULE-RECORD.
000840     05  RULE-TYPE           PIC X(01).
000850         88  RULE-COMMENT            VALUE  '*'  SPACE.
000860         88  RULE-FIXED              VALUE  'F'.
000870         88  RULE-NTH-MONDAY         VALUE  'N'.
000880         88  RULE-EQUINOX            VALUE  'E'.
000890         88  RULE-DATED              VALUE  'D'.
000900         88  RULE-SUBSTITUTE         VALUE  'S'.
000910         88  RULE-BETWEEN            VALUE  'B'.
000920     05  FILLER              PIC X(01).
000930     05  RULE-KEY            PIC X(08).
000940     05  RULE-KEY-FIXED      REDEFINES  RULE-KEY.
000950         10  RULE-F-MONTH        PIC X(02).
000960         10  RULE-F-DAY          PIC X(02).
000970         10  FILLER              PIC X(04).
000980     05  RULE-KEY-NTH        REDEFINES  RULE-KEY.
000990         10  RULE-N-MONTH        PIC X(02).
001000         10  RULE-N-WEEK         PIC X(01).
001010         10  FILLER              PIC X(05).
001020     05  RULE-KEY-DATED      REDEFINES  RULE-KEY.
001030         10  RULE-D-YEAR         PIC X(04).
001040         10  RULE-D-MONTH        PIC X(02).
001050         10  RULE-D-DAY          PIC X(02).
001060     05  FILLER              PIC X(01).
001070     05  RULE-FROM-YEAR      PIC X(04).
001080     05  FILLER              PIC X(01).
001090     05  RULE-TO-YEAR        PIC X(04).
001100     05  FILLER              PIC X(01).
001110     05  RULE-NAME           PIC X(20).
001120 FD  PARAM-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  PARAM-RECORD.
001150     05  PARAM-YEAR          PIC X(04).
001160     05  FILLER              PIC X(01).
001170     05  PARAM-APPLY         PIC X(01).
001180 FD  HOLIDAY-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 01  HOLIDAY-RECORD.
001210     05  HOL-DATE            PIC X(08).
001220     05  HOL-NAME            PIC X(20).
001230 FD  REPORT-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  REPORT-LINE             PIC X(100).
001260 WORKING-STORAGE         SECTION.
001270 01  WK-SWITCHES.
001280     05  WK-RULE-EOF-SW      PIC X(01)   VALUE  'N'.
001290         88  WK-RULE-EOF             VALUE  'Y'.
001300     05  WK-HOLIDAY-EOF-SW   PIC X(01)   VALUE  'N'.
001310         88  WK-HOLIDAY-EOF          VALUE  'Y'.
001320     05  WK-RPT-READY-SW     PIC X(01)   VALUE  'N'.
001330         88  WK-RPT-READY            VALUE  'Y'.
001340     05  WK-APPLY-SW         PIC X(01)   VALUE  'N'.
001350         88  WK-APPLY                VALUE  'Y'.
001360     05  WK-RULE-ERROR-SW    PIC X(01)   VALUE  'N'.
001370         88  WK-RULE-ERROR           VALUE  'Y'.
001380     05  WK-SUBSTITUTE-SW    PIC X(01)   VALUE  'N'.
001390         88  WK-MAKE-SUBSTITUTE      VALUE  'Y'.
001400     05  WK-BETWEEN-SW       PIC X(01)   VALUE  'N'.
001410         88  WK-MAKE-BETWEEN         VALUE  'Y'.
001420     05  WK-DATE-OK-SW       PIC X(01)   VALUE  'N'.
001430         88  WK-DATE-OK              VALUE  'Y'.
001440     05  WK-GEN-FOUND-SW     PIC X(01)   VALUE  'N'.
001450         88  WK-GEN-FOUND            VALUE  'Y'.
001460 01  WK-FILE-STATUSES.
001470     05  WK-RULE-STATUS      PIC X(02).
001480         88  WK-RULE-OK              VALUE  '00'.
001490     05  WK-PARAM-STATUS     PIC X(02).
001500         88  WK-PARAM-OK             VALUE  '00'.
001510     05  WK-HOLIDAY-STATUS   PIC X(02).
001520         88  WK-HOLIDAY-OK           VALUE  '00'.
001530         88  WK-HOLIDAY-NOFILE       VALUE  '05'.
001540     05  WK-REPORT-STATUS    PIC X(02).
001550         88  WK-REPORT-OK            VALUE  '00'.
001560 01  WK-COUNTERS                         COMP.
001570     05  WK-RULE-COUNT       PIC 9(09)   VALUE  ZERO.
001580     05  WK-ADD-COUNT        PIC 9(09)   VALUE  ZERO.
001590     05  WK-SAME-COUNT       PIC 9(09)   VALUE  ZERO.
001600     05  WK-RENAME-COUNT     PIC 9(09)   VALUE  ZERO.
001610     05  WK-KEEP-COUNT       PIC 9(09)   VALUE  ZERO.
001620     05  WK-WRITE-COUNT      PIC 9(09)   VALUE  ZERO.
001630     05  WK-LINE-COUNT       PIC 9(04)   VALUE  ZERO.
001640     05  WK-PAGE-COUNT       PIC 9(04)   VALUE  ZERO.
001650     05  WK-LINES-PER-PAGE   PIC 9(04)   VALUE  0050.
001660 01  WK-SUBSCRIPTS                       COMP.
001670     05  WK-GEN-IX           PIC 9(04)   VALUE  ZERO.
001680     05  WK-GEN-USED         PIC 9(04)   VALUE  ZERO.
001690     05  WK-GEN-MAX          PIC 9(04)   VALUE  0060.
001700     05  WK-INS-IX           PIC 9(04)   VALUE  ZERO.
001710     05  WK-SHIFT-IX         PIC 9(04)   VALUE  ZERO.
001720     05  WK-FILE-IX          PIC 9(04)   VALUE  ZERO.
001730     05  WK-FILE-USED        PIC 9(04)   VALUE  ZERO.
001740     05  WK-FILE-MAX         PIC 9(04)   VALUE  0100.
001750     05  WK-CAND-IX          PIC 9(04)   VALUE  ZERO.
001760     05  WK-CAND-USED        PIC 9(04)   VALUE  ZERO.
001770     05  WK-CAND-MAX         PIC 9(04)   VALUE  0020.
001780 01  WK-RUN-DATE.
001790     05  WK-RUN-YEAR         PIC 9(04).
001800     05  WK-RUN-MONTH        PIC 9(02).
001810     05  WK-RUN-DAY          PIC 9(02).
001820 01  WK-GEN-YEAR             PIC 9(04).
001830 01  WK-YEAR-FIRST           PIC X(08).
001840 01  WK-YEAR-LAST            PIC X(08).
001850*    作成中の１件。7000-INSERT-GEN への受渡し。
001860 01  WK-NEW-DATE             PIC X(08).
001870 01  WK-NEW-NAME             PIC X(20).
001880 01  WK-NEW-SOURCE           PIC X(10).
001890*    日付計算の作業域。曜日は TPDEMO1 と同じく 0=土 1=日 2=月。
001900 01  WK-WORK-DATE            PIC 9(08).
001910 01  WK-WORK-DATE-R          REDEFINES  WK-WORK-DATE.
001920     05  WK-WORK-YEAR        PIC 9(04).
001930     05  WK-WORK-MONTH       PIC 9(02).
001940     05  WK-WORK-DAY         PIC 9(02).
001950 01  WK-NEXT-DATE            PIC 9(08).
001960 01  WK-DAYS-IN-MONTH.
001970     05  FILLER              PIC X(24)   VALUE
001980         '312831303130313130313031'.
001990 01  WK-DAYS-TAB             REDEFINES  WK-DAYS-IN-MONTH.
002000     05  WK-DAYS-OF-MONTH    PIC 9(02)   OCCURS  12  TIMES.
002010 01  WK-DOW-NAMES.
002020     05  FILLER              PIC X(21)   VALUE
002030         'SATSUNMONTUEWEDTHUFRI'.
002040 01  WK-DOW-TAB              REDEFINES  WK-DOW-NAMES.
002050     05  WK-DOW-NAME         PIC X(03)   OCCURS  7  TIMES.
002060 01  WK-DATE-WORK.
002070     05  WK-MAXDAY           PIC 9(02).
002080     05  WK-QUOT             PIC 9(04).
002090     05  WK-REM4             PIC 9(04).
002100     05  WK-REM100           PIC 9(04).
002110     05  WK-REM400           PIC 9(04).
002120     05  WK-DOW              PIC 9(01).
002130     05  WK-ZM               PIC 9(02).
002140     05  WK-ZY               PIC 9(04).
002150     05  WK-ZJ               PIC 9(02).
002160     05  WK-ZK               PIC 9(02).
002170     05  WK-WEEK-NO          PIC 9(01).
002180     05  WK-OFFSET           PIC 9(02).
002190     05  WK-NTH-DAY          PIC 9(02).
002200 01  WK-ZT1                  PIC S9(04)  COMP.
002210 01  WK-ZT2                  PIC S9(04)  COMP.
002220 01  WK-ZT3                  PIC S9(04)  COMP.
002230 01  WK-ZSUM                 PIC S9(09)  COMP.
002240 01  WK-ZQUOT                PIC S9(09)  COMP.
002250*    春分・秋分の日の近似式の作業域。
002260 01  WK-EQ-YEARS             PIC 9(04).
002270 01  WK-EQ-LEAPS             PIC 9(04).
002280 01  WK-EQ-BASE              PIC 9(02)V9(06).
002290 01  WK-EQ-VALUE             PIC 9(02)V9(06).
002300 01  WK-EQ-DAY               PIC 9(02).
002310*    作成した休日(日付順)と、マスタに登録済みの同じ年の休日。
002320 01  WK-GEN-TABLE.
002330     05  WK-GEN-ENTRY        OCCURS  60  TIMES.
002340         10  WK-GEN-DATE         PIC X(08).
002350         10  WK-GEN-NAME         PIC X(20).
002360         10  WK-GEN-SOURCE       PIC X(10).
002370         10  WK-GEN-ACTION       PIC X(04).
002380             88  WK-GEN-TO-ADD           VALUE  'ADD '.
002390 01  WK-FILE-TABLE.
002400     05  WK-FILE-ENTRY       OCCURS  100  TIMES.
002410         10  WK-FILE-DATE        PIC X(08).
002420         10  WK-FILE-NAME        PIC X(20).
002430 01  WK-CAND-TABLE.
002440     05  WK-CAND-DATE        PIC X(08)   OCCURS  20  TIMES.
002450 01  WK-HEADING1.
002460     05  FILLER              PIC X(30)   VALUE
002470         'PANDA HOLIDAY GENERATION      '.
002480     05  FILLER              PIC X(06)   VALUE  'YEAR: '.
002490     05  WK-HDG1-YEAR        PIC 9(04).
002500     05  FILLER              PIC X(04)   VALUE  SPACE.
002510     05  FILLER              PIC X(06)   VALUE  'MODE: '.
002520     05  WK-HDG1-MODE        PIC X(07).
002530     05  FILLER              PIC X(19)   VALUE  SPACE.
002540     05  FILLER              PIC X(06)   VALUE  'PAGE: '.
002550     05  WK-HDG1-PAGE        PIC ZZZ9.
002560 01  WK-HEADING2             PIC X(100).
002570 01  WK-PREVIEW-HEADING.
002580     05  FILLER              PIC X(14)   VALUE  'DATE'.
002590     05  FILLER              PIC X(05)   VALUE  'DAY'.
002600     05  FILLER              PIC X(22)   VALUE  'HOLIDAY NAME'.
002610     05  FILLER              PIC X(10)   VALUE  'RULE'.
002620 01  WK-DIFF-HEADING.
002630     05  FILLER              PIC X(14)   VALUE  'DATE'.
002640     05  FILLER              PIC X(14)   VALUE  'ACTION'.
002650     05  FILLER              PIC X(22)   VALUE  'GENERATED NAME'.
002660     05  FILLER              PIC X(20)   VALUE
002670         'NAME ON HOLIDAYF'.
002680 01  WK-PREVIEW-LINE.
002690     05  WK-PRV-DATE         PIC X(10).
002700     05  FILLER              PIC X(04)   VALUE  SPACE.
002710     05  WK-PRV-DOW          PIC X(03).
002720     05  FILLER              PIC X(02)   VALUE  SPACE.
002730     05  WK-PRV-NAME         PIC X(20).
002740     05  FILLER              PIC X(02)   VALUE  SPACE.
002750     05  WK-PRV-SOURCE       PIC X(10).
002760 01  WK-DIFF-LINE.
002770     05  WK-DIF-DATE         PIC X(10).
002780     05  FILLER              PIC X(04)   VALUE  SPACE.
002790     05  WK-DIF-ACTION       PIC X(12).
002800     05  FILLER              PIC X(02)   VALUE  SPACE.
002810     05  WK-DIF-GEN-NAME     PIC X(20).
002820     05  FILLER              PIC X(02)   VALUE  SPACE.
002830     05  WK-DIF-FILE-NAME    PIC X(20).
002840 01  WK-DATE-EDIT.
002850     05  WK-EDT-YEAR         PIC X(04).
002860     05  FILLER              PIC X(01)   VALUE  '/'.
002870     05  WK-EDT-MONTH        PIC X(02).
002880     05  FILLER              PIC X(01)   VALUE  '/'.
002890     05  WK-EDT-DAY          PIC X(02).
002900 01  WK-MESSAGE-LINE.
002910     05  FILLER              PIC X(04)   VALUE  '*** '.
002920     05  WK-MSG-TEXT         PIC X(40).
002930     05  WK-MSG-VALUE        PIC X(41).
002940 01  WK-TOTAL-LINE.
002950     05  FILLER              PIC X(04)   VALUE  SPACE.
002960     05  WK-TOT-LABEL        PIC X(30).
002970     05  WK-TOT-COUNT        PIC ZZZ,ZZZ,ZZ9.
002980 01  WK-PRINT-LINE           PIC X(100).
002990 01  WK-RUN-ALLOWED-SW       PIC X(01)   VALUE  'N'.
003000     88  WK-RUN-ALLOWED          VALUE  'Y'.
003010 01  WK-RUN-RESULT           PIC X(04)   VALUE  'OK  '.
003020 COPY    RUNCTL.
003030 PROCEDURE           DIVISION.
003040 0000-MAINLINE           SECTION.
003050     PERFORM 1000-INITIALIZE        THRU    1000-INITIALIZE-EXIT.
003060     IF      WK-RPT-READY
003070         PERFORM 2000-GENERATE      THRU    2000-GENERATE-EXIT
003080         PERFORM 2500-LOAD-FILE     THRU    2500-LOAD-FILE-EXIT
003090         PERFORM 2600-PRINT-PREVIEW
003100                 THRU    2600-PRINT-PREVIEW-EXIT
003110         PERFORM 2700-COMPARE       THRU    2700-COMPARE-EXIT
003120         PERFORM 2800-APPLY         THRU    2800-APPLY-EXIT
003130     END-IF.
003140     PERFORM 3000-TERMINATE         THRU    3000-TERMINATE-EXIT.
003150     GOBACK.
003160******************************************************************
003170*    1000-INITIALIZE
003180*    対象年と適用区分を決め、レポートをオープンする。
003190******************************************************************
003200 1000-INITIALIZE         SECTION.
003210     DISPLAY '*** BTHGEN1 START' UPON CONSOLE.
003220     ACCEPT  WK-RUN-DATE     FROM    DATE    YYYYMMDD.
003230*
003240     MOVE   'CHECK'      TO  RUNCTL-FUNC.
003250     MOVE   'BTHGEN1'    TO  RUNCTL-JOB.
003260     MOVE    SPACE       TO  RUNCTL-PREREQ.
003270     CALL   'BTRUNSUB'   USING   RUNCTL.
003280     IF      NOT RUNCTL-OK
003290         DISPLAY 'BTHGEN1 RUN REFUSED - RUNCTL STATUS '
003300                 RUNCTL-STATUS
003310             UPON    CONSOLE
003320         GO  TO  1000-INITIALIZE-EXIT
003330     END-IF.
003340     MOVE   'START'      TO  RUNCTL-FUNC.
003350     CALL   'BTRUNSUB'   USING   RUNCTL.
003360     MOVE   'Y'          TO  WK-RUN-ALLOWED-SW.
003370*
003380*    既定は実行年の翌年のプレビュー。
003390     COMPUTE WK-GEN-YEAR  =  WK-RUN-YEAR  +  1.
003400     OPEN    INPUT   PARAM-FILE.
003410     IF      WK-PARAM-OK
003420         READ    PARAM-FILE
003430             AT  END
003440                 CONTINUE
003450             NOT AT END
003460                 IF      PARAM-YEAR  IS  NUMERIC
003470                     MOVE    PARAM-YEAR      TO  WK-GEN-YEAR
003480                 END-IF
003490                 IF      PARAM-APPLY  =  'Y'
003500                     MOVE   'Y'          TO  WK-APPLY-SW
003510                 END-IF
003520         END-READ
003530         CLOSE   PARAM-FILE
003540     END-IF.
003550     MOVE    WK-GEN-YEAR     TO  WK-YEAR-FIRST(1:4).
003560     MOVE   '0101'           TO  WK-YEAR-FIRST(5:4).
003570     MOVE    WK-GEN-YEAR     TO  WK-YEAR-LAST(1:4).
003580     MOVE   '1231'           TO  WK-YEAR-LAST(5:4).
003590     DISPLAY 'HOLIDAY YEAR   = ' WK-GEN-YEAR
003600             '  APPLY = ' WK-APPLY-SW
003610         UPON    CONSOLE.
003620*
003630     OPEN    OUTPUT  REPORT-FILE.
003640     IF      NOT WK-REPORT-OK
003650         DISPLAY 'REPORT-FILE OPEN ERROR ' WK-REPORT-STATUS
003660             UPON    CONSOLE
003670         MOVE   'ERR '       TO  WK-RUN-RESULT
003680         GO  TO  1000-INITIALIZE-EXIT
003690     END-IF.
003700     MOVE    WK-PREVIEW-HEADING  TO  WK-HEADING2.
003710     PERFORM 9100-PRINT-HEADINGS
003720             THRU    9100-PRINT-HEADINGS-EXIT.
003730     MOVE   'Y'          TO  WK-RPT-READY-SW.
003740 1000-INITIALIZE-EXIT.
003750     EXIT.
003760******************************************************************
003770*    2000-GENERATE
003780*    規則を読んで対象年の祝日を作り、祝日に挟まれた日と振替
003790*    休日を加える。
003800******************************************************************
003810 2000-GENERATE           SECTION.
003820     OPEN    INPUT   RULE-FILE.
003830     IF      NOT WK-RULE-OK
003840         MOVE   'HOLRULE OPEN ERROR - NO RULES READ      '
003850                             TO  WK-MSG-TEXT
003860         MOVE    WK-RULE-STATUS      TO  WK-MSG-VALUE
003870         PERFORM 9300-PRINT-RULE-ERROR
003880                 THRU    9300-PRINT-RULE-ERROR-EXIT
003890         GO  TO  2000-GENERATE-EXIT
003900     END-IF.
003910     PERFORM 2100-READ-RULE
003920             THRU    2100-READ-RULE-EXIT
003930             UNTIL   WK-RULE-EOF.
003940     CLOSE   RULE-FILE.
003950*    挟まれた日は規則による祝日どうしから先に求め、振替休日は
003960*    その後で全体から求める。
003970     IF      WK-MAKE-BETWEEN
003980         PERFORM 2200-ADD-BETWEEN
003990                 THRU    2200-ADD-BETWEEN-EXIT
004000     END-IF.
004010     IF      WK-MAKE-SUBSTITUTE
004020         PERFORM 2300-SUBSTITUTE
004030                 THRU    2300-SUBSTITUTE-EXIT
004040                 VARYING WK-GEN-IX  FROM    1   BY  1
004050                 UNTIL   WK-GEN-IX  >  WK-GEN-USED
004060     END-IF.
004070 2000-GENERATE-EXIT.
004080     EXIT.
004090******************************************************************
004100*    2100-READ-RULE
004110*    規則を１行読み、対象年に当てはまれば休日を１日作る。
004120******************************************************************
004130 2100-READ-RULE          SECTION.
004140     READ    RULE-FILE
004150         AT  END
004160             MOVE   'Y'          TO  WK-RULE-EOF-SW
004170             GO  TO  2100-READ-RULE-EXIT
004180     END-READ.
004190     IF      RULE-COMMENT
004200         GO  TO  2100-READ-RULE-EXIT
004210     END-IF.
004220     ADD     1           TO  WK-RULE-COUNT.
004230     MOVE    RULE-RECORD     TO  WK-MSG-VALUE.
004240     IF      RULE-SUBSTITUTE
004250         MOVE   'Y'          TO  WK-SUBSTITUTE-SW
004260         GO  TO  2100-READ-RULE-EXIT
004270     END-IF.
004280     IF      RULE-BETWEEN
004290         MOVE   'Y'          TO  WK-BETWEEN-SW
004300         GO  TO  2100-READ-RULE-EXIT
004310     END-IF.
004320*    適用期間外の規則は読み飛ばす。
004330     IF          (  RULE-FROM-YEAR  NOT =  SPACE  )
004340             AND (  RULE-FROM-YEAR  IS  NOT  NUMERIC  )
004350             OR  (  RULE-TO-YEAR  NOT =  SPACE  )
004360             AND (  RULE-TO-YEAR  IS  NOT  NUMERIC  )
004370         MOVE   'INVALID YEAR RANGE IN RULE              '
004380                             TO  WK-MSG-TEXT
004390         GO  TO  2100-READ-RULE-ERROR
004400     END-IF.
004410     IF          (  RULE-FROM-YEAR  IS  NUMERIC  )
004420             AND (  RULE-FROM-YEAR  >  WK-GEN-YEAR  )
004430         GO  TO  2100-READ-RULE-EXIT
004440     END-IF.
004450     IF          (  RULE-TO-YEAR  IS  NUMERIC  )
004460             AND (  RULE-TO-YEAR  <  WK-GEN-YEAR  )
004470         GO  TO  2100-READ-RULE-EXIT
004480     END-IF.
004490*
004500     MOVE   'N'          TO  WK-DATE-OK-SW.
004510     EVALUATE    TRUE
004520       WHEN      RULE-FIXED
004530         MOVE   'FIXED'      TO  WK-NEW-SOURCE
004540         PERFORM 2110-FIXED-DATE
004550                 THRU    2110-FIXED-DATE-EXIT
004560       WHEN      RULE-NTH-MONDAY
004570         MOVE   'NTH MONDAY' TO  WK-NEW-SOURCE
004580         PERFORM 2120-NTH-MONDAY
004590                 THRU    2120-NTH-MONDAY-EXIT
004600       WHEN      RULE-EQUINOX
004610         MOVE   'EQUINOX'    TO  WK-NEW-SOURCE
004620         PERFORM 2130-EQUINOX
004630                 THRU    2130-EQUINOX-EXIT
004640       WHEN      RULE-DATED
004650         IF      RULE-D-YEAR  NOT =  WK-GEN-YEAR
004660             GO  TO  2100-READ-RULE-EXIT
004670         END-IF
004680         MOVE   'DATED'      TO  WK-NEW-SOURCE
004690         PERFORM 2140-DATED
004700                 THRU    2140-DATED-EXIT
004710       WHEN      OTHER
004720         MOVE   'UNKNOWN RULE TYPE                       '
004730                             TO  WK-MSG-TEXT
004740         GO  TO  2100-READ-RULE-ERROR
004750     END-EVALUATE.
004760     IF      NOT WK-DATE-OK
004770         MOVE   'RULE DOES NOT GIVE A VALID DATE         '
004780                             TO  WK-MSG-TEXT
004790         GO  TO  2100-READ-RULE-ERROR
004800     END-IF.
004810     MOVE    WK-WORK-DATE    TO  WK-NEW-DATE.
004820     MOVE    RULE-NAME       TO  WK-NEW-NAME.
004830     PERFORM 7000-INSERT-GEN
004840             THRU    7000-INSERT-GEN-EXIT.
004850     GO  TO  2100-READ-RULE-EXIT.
004860 2100-READ-RULE-ERROR.
004870     PERFORM 9300-PRINT-RULE-ERROR
004880             THRU    9300-PRINT-RULE-ERROR-EXIT.
004890 2100-READ-RULE-EXIT.
004900     EXIT.
004910******************************************************************
004920*    2110-FIXED-DATE
004930*    固定日(MMDD)を対象年の日付にする。
004940******************************************************************
004950 2110-FIXED-DATE         SECTION.
004960     IF          (  RULE-F-MONTH  IS  NOT  NUMERIC  )
004970             OR  (  RULE-F-DAY  IS  NOT  NUMERIC  )
004980         GO  TO  2110-FIXED-DATE-EXIT
004990     END-IF.
005000     MOVE    WK-GEN-YEAR     TO  WK-WORK-YEAR.
005010     MOVE    RULE-F-MONTH    TO  WK-WORK-MONTH.
005020     MOVE    RULE-F-DAY      TO  WK-WORK-DAY.
005030     PERFORM 8000-CHECK-DATE
005040             THRU    8000-CHECK-DATE-EXIT.
005050 2110-FIXED-DATE-EXIT.
005060     EXIT.
005070******************************************************************
005080*    2120-NTH-MONDAY
005090*    指定月の第N月曜日を求める。月初の曜日から最初の月曜日を
005100*    出し、(N-1)週を足す。
005110******************************************************************
005120 2120-NTH-MONDAY         SECTION.
005130     IF          (  RULE-N-MONTH  IS  NOT  NUMERIC  )
005140             OR  (  RULE-N-WEEK  IS  NOT  NUMERIC  )
005150         GO  TO  2120-NTH-MONDAY-EXIT
005160     END-IF.
005170     MOVE    RULE-N-WEEK     TO  WK-WEEK-NO.
005180     IF      WK-WEEK-NO  <  1  OR  WK-WEEK-NO  >  5
005190         GO  TO  2120-NTH-MONDAY-EXIT
005200     END-IF.
005210     MOVE    WK-GEN-YEAR     TO  WK-WORK-YEAR.
005220     MOVE    RULE-N-MONTH    TO  WK-WORK-MONTH.
005230     MOVE    1               TO  WK-WORK-DAY.
005240     PERFORM 8000-CHECK-DATE
005250             THRU    8000-CHECK-DATE-EXIT.
005260     IF      NOT WK-DATE-OK
005270         GO  TO  2120-NTH-MONDAY-EXIT
005280     END-IF.
005290     PERFORM 8100-CALC-DOW
005300             THRU    8100-CALC-DOW-EXIT.
005310*    月曜日(2)までの日数 = (9 - 月初の曜日) を 7 で割った余り。
005320     COMPUTE WK-OFFSET  =  9  -  WK-DOW.
005330     DIVIDE  WK-OFFSET   BY  7
005340         GIVING  WK-QUOT     REMAINDER   WK-OFFSET.
005350     COMPUTE WK-NTH-DAY  =  1  +  WK-OFFSET
005360                         +  7  *  (  WK-WEEK-NO  -  1  ).
005370     MOVE    WK-NTH-DAY      TO  WK-WORK-DAY.
005380     PERFORM 8000-CHECK-DATE
005390             THRU    8000-CHECK-DATE-EXIT.
005400 2120-NTH-MONDAY-EXIT.
005410     EXIT.
005420******************************************************************
005430*    2130-EQUINOX
005440*    春分の日(03)・秋分の日(09)を近似式で求める。
005450*      日 = 基準値 + 0.242194 * (年 - 1980) - (年 - 1980) / 4
005460*      基準値は春分 20.8431、秋分 23.2488(小数点以下切捨て)。
005470******************************************************************
005480 2130-EQUINOX            SECTION.
005490     IF          (  RULE-F-MONTH  NOT =  '03'  )
005500             AND (  RULE-F-MONTH  NOT =  '09'  )
005510         GO  TO  2130-EQUINOX-EXIT
005520     END-IF.
005530     IF      WK-GEN-YEAR  <  1980  OR  WK-GEN-YEAR  >  2099
005540         GO  TO  2130-EQUINOX-EXIT
005550     END-IF.
005560     IF      RULE-F-MONTH  =  '03'
005570         MOVE    20.8431     TO  WK-EQ-BASE
005580       ELSE
005590         MOVE    23.2488     TO  WK-EQ-BASE
005600     END-IF.
005610     COMPUTE WK-EQ-YEARS  =  WK-GEN-YEAR  -  1980.
005620     DIVIDE  WK-EQ-YEARS BY  4
005630         GIVING  WK-EQ-LEAPS.
005640     COMPUTE WK-EQ-VALUE  =  WK-EQ-BASE
005650                          +  0.242194  *  WK-EQ-YEARS
005660                          -  WK-EQ-LEAPS.
005670     MOVE    WK-EQ-VALUE     TO  WK-EQ-DAY.
005680     MOVE    WK-GEN-YEAR     TO  WK-WORK-YEAR.
005690     MOVE    RULE-F-MONTH    TO  WK-WORK-MONTH.
005700     MOVE    WK-EQ-DAY       TO  WK-WORK-DAY.
005710     PERFORM 8000-CHECK-DATE
005720             THRU    8000-CHECK-DATE-EXIT.
005730 2130-EQUINOX-EXIT.
005740     EXIT.
005750******************************************************************
005760*    2140-DATED
005770*    その年だけの日付(YYYYMMDD)をそのまま使う。
005780******************************************************************
005790 2140-DATED              SECTION.
005800     IF      RULE-KEY-DATED  IS  NOT  NUMERIC
005810         GO  TO  2140-DATED-EXIT
005820     END-IF.
005830     MOVE    RULE-KEY-DATED  TO  WK-WORK-DATE.
005840     PERFORM 8000-CHECK-DATE
005850             THRU    8000-CHECK-DATE-EXIT.
005860 2140-DATED-EXIT.
005870     EXIT.
005880******************************************************************
005890*    2200-ADD-BETWEEN
005900*    前後を祝日に挟まれた日(日曜を除く)を休日に加える。挿入で
005910*    表がずれないよう、候補を集めてからまとめて加える。
005920******************************************************************
005930 2200-ADD-BETWEEN        SECTION.
005940     MOVE    ZERO        TO  WK-CAND-USED.
005950     PERFORM 2210-CHECK-BETWEEN
005960             THRU    2210-CHECK-BETWEEN-EXIT
005970             VARYING WK-GEN-IX  FROM    1   BY  1
005980             UNTIL   WK-GEN-IX  >=  WK-GEN-USED.
005990     MOVE   '国民の休日'     TO  WK-NEW-NAME.
006000     MOVE   'BETWEEN'        TO  WK-NEW-SOURCE.
006010     PERFORM VARYING WK-CAND-IX  FROM    1   BY  1
006020             UNTIL   WK-CAND-IX  >  WK-CAND-USED
006030         MOVE    WK-CAND-DATE(WK-CAND-IX)    TO  WK-NEW-DATE
006040         PERFORM 7000-INSERT-GEN
006050                 THRU    7000-INSERT-GEN-EXIT
006060     END-PERFORM.
006070 2200-ADD-BETWEEN-EXIT.
006080     EXIT.
006090******************************************************************
006100*    2210-CHECK-BETWEEN
006110*    ある祝日の２日後が次の祝日なら、間の日を候補にする。
006120******************************************************************
006130 2210-CHECK-BETWEEN      SECTION.
006140     MOVE    WK-GEN-DATE(WK-GEN-IX)      TO  WK-WORK-DATE.
006150     PERFORM 8200-NEXT-DAY
006160             THRU    8200-NEXT-DAY-EXIT.
006170     MOVE    WK-WORK-DATE    TO  WK-NEXT-DATE.
006180     PERFORM 8200-NEXT-DAY
006190             THRU    8200-NEXT-DAY-EXIT.
006200     IF      WK-WORK-DATE  NOT =  WK-GEN-DATE(WK-GEN-IX  +  1)
006210         GO  TO  2210-CHECK-BETWEEN-EXIT
006220     END-IF.
006230     MOVE    WK-NEXT-DATE    TO  WK-WORK-DATE.
006240     PERFORM 8100-CALC-DOW
006250             THRU    8100-CALC-DOW-EXIT.
006260     IF      WK-DOW  =  1
006270         GO  TO  2210-CHECK-BETWEEN-EXIT
006280     END-IF.
006290     IF      WK-CAND-USED  <  WK-CAND-MAX
006300         ADD     1           TO  WK-CAND-USED
006310         MOVE    WK-NEXT-DATE    TO  WK-CAND-DATE(WK-CAND-USED)
006320     END-IF.
006330 2210-CHECK-BETWEEN-EXIT.
006340     EXIT.
006350******************************************************************
006360*    2300-SUBSTITUTE
006370*    日曜日の祝日があれば、その後の最初の休日でない日を振替休日
006380*    にする。振替休日は必ず後の日付に入るので表の走査は続けて
006390*    よい。
006400******************************************************************
006410 2300-SUBSTITUTE         SECTION.
006420     IF      WK-GEN-SOURCE(WK-GEN-IX)  =  'SUBSTITUTE'
006430         GO  TO  2300-SUBSTITUTE-EXIT
006440     END-IF.
006450     MOVE    WK-GEN-DATE(WK-GEN-IX)      TO  WK-WORK-DATE.
006460     PERFORM 8100-CALC-DOW
006470             THRU    8100-CALC-DOW-EXIT.
006480     IF      WK-DOW  NOT =  1
006490         GO  TO  2300-SUBSTITUTE-EXIT
006500     END-IF.
006510 2300-SUBSTITUTE-NEXT.
006520     PERFORM 8200-NEXT-DAY
006530             THRU    8200-NEXT-DAY-EXIT.
006540     MOVE    WK-WORK-DATE    TO  WK-NEW-DATE.
006550     PERFORM 7100-FIND-GEN
006560             THRU    7100-FIND-GEN-EXIT.
006570     IF      WK-GEN-FOUND
006580         GO  TO  2300-SUBSTITUTE-NEXT
006590     END-IF.
006600     IF      WK-WORK-YEAR  NOT =  WK-GEN-YEAR
006610         GO  TO  2300-SUBSTITUTE-EXIT
006620     END-IF.
006630     MOVE   '振替休日'       TO  WK-NEW-NAME.
006640     MOVE   'SUBSTITUTE'     TO  WK-NEW-SOURCE.
006650     PERFORM 7000-INSERT-GEN
006660             THRU    7000-INSERT-GEN-EXIT.
006670 2300-SUBSTITUTE-EXIT.
006680     EXIT.
006690******************************************************************
006700*    2500-LOAD-FILE
006710*    休日マスタから対象年の登録済みの休日を日付順に読み込む。
006720******************************************************************
006730 2500-LOAD-FILE          SECTION.
006740     MOVE    ZERO        TO  WK-FILE-USED.
006750     OPEN    INPUT   HOLIDAY-FILE.
006760     IF      WK-HOLIDAY-NOFILE
006770         CLOSE   HOLIDAY-FILE
006780         GO  TO  2500-LOAD-FILE-EXIT
006790     END-IF.
006800     IF      NOT WK-HOLIDAY-OK
006810         DISPLAY 'HOLIDAY-FILE OPEN ERROR ' WK-HOLIDAY-STATUS
006820             UPON    CONSOLE
006830         MOVE   'HOLIDAYF OPEN ERROR - CANNOT COMPARE    '
006840                             TO  WK-MSG-TEXT
006850         MOVE    WK-HOLIDAY-STATUS   TO  WK-MSG-VALUE
006860         PERFORM 9300-PRINT-RULE-ERROR
006870                 THRU    9300-PRINT-RULE-ERROR-EXIT
006880         GO  TO  2500-LOAD-FILE-EXIT
006890     END-IF.
006900     MOVE   'N'          TO  WK-HOLIDAY-EOF-SW.
006910     MOVE    WK-YEAR-FIRST   TO  HOL-DATE.
006920     START   HOLIDAY-FILE    KEY  IS  NOT  LESS  THAN  HOL-DATE
006930         INVALID KEY
006940             MOVE   'Y'          TO  WK-HOLIDAY-EOF-SW
006950     END-START.
006960     PERFORM 2510-READ-HOLIDAY
006970             THRU    2510-READ-HOLIDAY-EXIT
006980             UNTIL   WK-HOLIDAY-EOF.
006990     CLOSE   HOLIDAY-FILE.
007000 2500-LOAD-FILE-EXIT.
007010     EXIT.
007020******************************************************************
007030*    2510-READ-HOLIDAY
007040*    休日マスタを１件読み、対象年の間は表に加える。
007050******************************************************************
007060 2510-READ-HOLIDAY       SECTION.
007070     READ    HOLIDAY-FILE    NEXT
007080         AT  END
007090             MOVE   'Y'          TO  WK-HOLIDAY-EOF-SW
007100             GO  TO  2510-READ-HOLIDAY-EXIT
007110     END-READ.
007120     IF      HOL-DATE  >  WK-YEAR-LAST
007130         MOVE   'Y'          TO  WK-HOLIDAY-EOF-SW
007140         GO  TO  2510-READ-HOLIDAY-EXIT
007150     END-IF.
007160     IF      WK-FILE-USED  >=  WK-FILE-MAX
007170         DISPLAY 'HOLIDAY TABLE FULL, SKIPPED ' HOL-DATE
007180             UPON    CONSOLE
007190         GO  TO  2510-READ-HOLIDAY-EXIT
007200     END-IF.
007210     ADD     1           TO  WK-FILE-USED.
007220     MOVE    HOL-DATE        TO  WK-FILE-DATE(WK-FILE-USED).
007230     MOVE    HOL-NAME        TO  WK-FILE-NAME(WK-FILE-USED).
007240 2510-READ-HOLIDAY-EXIT.
007250     EXIT.
007260******************************************************************
007270*    2600-PRINT-PREVIEW
007280*    作成した休日を日付順に印字する。
007290******************************************************************
007300 2600-PRINT-PREVIEW      SECTION.
007310     PERFORM VARYING WK-GEN-IX  FROM    1   BY  1
007320             UNTIL   WK-GEN-IX  >  WK-GEN-USED
007330         MOVE    WK-GEN-DATE(WK-GEN-IX)      TO  WK-WORK-DATE
007340         PERFORM 8100-CALC-DOW
007350                 THRU    8100-CALC-DOW-EXIT
007360         PERFORM 8300-EDIT-DATE
007370                 THRU    8300-EDIT-DATE-EXIT
007380         MOVE    WK-DATE-EDIT                TO  WK-PRV-DATE
007390         MOVE    WK-DOW-NAME(WK-DOW  +  1)   TO  WK-PRV-DOW
007400         MOVE    WK-GEN-NAME(WK-GEN-IX)      TO  WK-PRV-NAME
007410         MOVE    WK-GEN-SOURCE(WK-GEN-IX)    TO  WK-PRV-SOURCE
007420         MOVE    WK-PREVIEW-LINE     TO  WK-PRINT-LINE
007430         PERFORM 9200-PRINT-LINE
007440                 THRU    9200-PRINT-LINE-EXIT
007450     END-PERFORM.
007460 2600-PRINT-PREVIEW-EXIT.
007470     EXIT.
007480******************************************************************
007490*    2700-COMPARE
007500*    作成した休日と登録済みの休日を日付順に突き合わせ、差異の
007510*    一覧を新しいページに印字する。
007520*      ADD         : 作成したがマスタにない(追加する)
007530*      SAME        : 同じ日付・同じ名前
007540*      NAME DIFFERS: 同じ日付で名前が違う(マスタの名前を残す)
007550*      KEPT        : マスタにだけある(臨時休業日などとして残す)
007560******************************************************************
007570 2700-COMPARE            SECTION.
007580     MOVE    WK-DIFF-HEADING     TO  WK-HEADING2.
007590     PERFORM 9100-PRINT-HEADINGS
007600             THRU    9100-PRINT-HEADINGS-EXIT.
007610     MOVE    1           TO  WK-GEN-IX.
007620     MOVE    1           TO  WK-FILE-IX.
007630     PERFORM 2710-COMPARE-ONE
007640             THRU    2710-COMPARE-ONE-EXIT
007650             UNTIL   (  WK-GEN-IX  >  WK-GEN-USED  )
007660                 AND (  WK-FILE-IX  >  WK-FILE-USED  ).
007670 2700-COMPARE-EXIT.
007680     EXIT.
007690******************************************************************
007700*    2710-COMPARE-ONE
007710*    小さいほうの日付を１件処理して差異行を印字する。
007720******************************************************************
007730 2710-COMPARE-ONE        SECTION.
007740     MOVE    SPACE       TO  WK-DIF-GEN-NAME.
007750     MOVE    SPACE       TO  WK-DIF-FILE-NAME.
007760     EVALUATE    TRUE
007770       WHEN      WK-FILE-IX  >  WK-FILE-USED
007780         PERFORM 2720-GEN-ONLY
007790                 THRU    2720-GEN-ONLY-EXIT
007800       WHEN      WK-GEN-IX  >  WK-GEN-USED
007810         PERFORM 2730-FILE-ONLY
007820                 THRU    2730-FILE-ONLY-EXIT
007830       WHEN      WK-GEN-DATE(WK-GEN-IX)
007840                     <  WK-FILE-DATE(WK-FILE-IX)
007850         PERFORM 2720-GEN-ONLY
007860                 THRU    2720-GEN-ONLY-EXIT
007870       WHEN      WK-GEN-DATE(WK-GEN-IX)
007880                     >  WK-FILE-DATE(WK-FILE-IX)
007890         PERFORM 2730-FILE-ONLY
007900                 THRU    2730-FILE-ONLY-EXIT
007910       WHEN      OTHER
007920         MOVE    WK-GEN-DATE(WK-GEN-IX)      TO  WK-WORK-DATE
007930         MOVE    WK-GEN-NAME(WK-GEN-IX)      TO  WK-DIF-GEN-NAME
007940         MOVE    WK-FILE-NAME(WK-FILE-IX)    TO  WK-DIF-FILE-NAME
007950         IF      WK-GEN-NAME(WK-GEN-IX)
007960                     =  WK-FILE-NAME(WK-FILE-IX)
007970             MOVE   'SAME'           TO  WK-DIF-ACTION
007980             ADD     1           TO  WK-SAME-COUNT
007990           ELSE
008000             MOVE   'NAME DIFFERS'   TO  WK-DIF-ACTION
008010             ADD     1           TO  WK-RENAME-COUNT
008020         END-IF
008030         ADD     1           TO  WK-GEN-IX
008040         ADD     1           TO  WK-FILE-IX
008050     END-EVALUATE.
008060     PERFORM 8300-EDIT-DATE
008070             THRU    8300-EDIT-DATE-EXIT.
008080     MOVE    WK-DATE-EDIT        TO  WK-DIF-DATE.
008090     MOVE    WK-DIFF-LINE        TO  WK-PRINT-LINE.
008100     PERFORM 9200-PRINT-LINE
008110             THRU    9200-PRINT-LINE-EXIT.
008120 2710-COMPARE-ONE-EXIT.
008130     EXIT.
008140******************************************************************
008150*    2720-GEN-ONLY
008160*    作成した休日がマスタにない。追加の対象にする。
008170******************************************************************
008180 2720-GEN-ONLY           SECTION.
008190     MOVE    WK-GEN-DATE(WK-GEN-IX)      TO  WK-WORK-DATE.
008200     MOVE    WK-GEN-NAME(WK-GEN-IX)      TO  WK-DIF-GEN-NAME.
008210     MOVE   'ADD'            TO  WK-DIF-ACTION.
008220     MOVE   'ADD '           TO  WK-GEN-ACTION(WK-GEN-IX).
008230     ADD     1           TO  WK-ADD-COUNT.
008240     ADD     1           TO  WK-GEN-IX.
008250 2720-GEN-ONLY-EXIT.
008260     EXIT.
008270******************************************************************
008280*    2730-FILE-ONLY
008290*    マスタにだけある休日。そのまま残す。
008300******************************************************************
008310 2730-FILE-ONLY          SECTION.
008320     MOVE    WK-FILE-DATE(WK-FILE-IX)    TO  WK-WORK-DATE.
008330     MOVE    WK-FILE-NAME(WK-FILE-IX)    TO  WK-DIF-FILE-NAME.
008340     MOVE   'KEPT'           TO  WK-DIF-ACTION.
008350     ADD     1           TO  WK-KEEP-COUNT.
008360     ADD     1           TO  WK-FILE-IX.
008370 2730-FILE-ONLY-EXIT.
008380     EXIT.
008390******************************************************************
008400*    2800-APPLY
008410*    適用指定があり規則に誤りがなければ、追加の対象を休日マスタ
008420*    へ書く。
008430******************************************************************
008440 2800-APPLY              SECTION.
008450     IF      WK-RULE-ERROR
008460         MOVE   'RULE ERRORS - HOLIDAYF NOT UPDATED      '
008470                             TO  WK-MSG-TEXT
008480         MOVE    SPACE       TO  WK-MSG-VALUE
008490         MOVE   'ERR '       TO  WK-RUN-RESULT
008500         GO  TO  2800-APPLY-PRINT
008510     END-IF.
008520     IF      NOT WK-APPLY
008530         MOVE   'PREVIEW ONLY - HOLIDAYF NOT UPDATED     '
008540                             TO  WK-MSG-TEXT
008550         MOVE    SPACE       TO  WK-MSG-VALUE
008560         GO  TO  2800-APPLY-PRINT
008570     END-IF.
008580     IF      WK-ADD-COUNT  =  ZERO
008590         MOVE   'NOTHING TO ADD - HOLIDAYF NOT UPDATED   '
008600                             TO  WK-MSG-TEXT
008610         MOVE    SPACE       TO  WK-MSG-VALUE
008620         GO  TO  2800-APPLY-PRINT
008630     END-IF.
008640     OPEN    I-O     HOLIDAY-FILE.
008650     IF          (  NOT WK-HOLIDAY-OK  )
008660             AND (  NOT WK-HOLIDAY-NOFILE  )
008670         DISPLAY 'HOLIDAY-FILE OPEN ERROR ' WK-HOLIDAY-STATUS
008680             UPON    CONSOLE
008690         MOVE   'HOLIDAYF OPEN ERROR - NOT UPDATED       '
008700                             TO  WK-MSG-TEXT
008710         MOVE    WK-HOLIDAY-STATUS   TO  WK-MSG-VALUE
008720         MOVE   'ERR '       TO  WK-RUN-RESULT
008730         GO  TO  2800-APPLY-PRINT
008740     END-IF.
008750     PERFORM 2810-WRITE-HOLIDAY
008760             THRU    2810-WRITE-HOLIDAY-EXIT
008770             VARYING WK-GEN-IX  FROM    1   BY  1
008780             UNTIL   WK-GEN-IX  >  WK-GEN-USED.
008790     CLOSE   HOLIDAY-FILE.
008800     MOVE   'HOLIDAYF UPDATED                        '
008810                             TO  WK-MSG-TEXT.
008820     MOVE    SPACE       TO  WK-MSG-VALUE.
008830 2800-APPLY-PRINT.
008840     MOVE    WK-MESSAGE-LINE     TO  WK-PRINT-LINE.
008850     PERFORM 9200-PRINT-LINE
008860             THRU    9200-PRINT-LINE-EXIT.
008870 2800-APPLY-EXIT.
008880     EXIT.
008890******************************************************************
008900*    2810-WRITE-HOLIDAY
008910*    追加の対象の休日を１件書く。
008920******************************************************************
008930 2810-WRITE-HOLIDAY      SECTION.
008940     IF      NOT WK-GEN-TO-ADD(WK-GEN-IX)
008950         GO  TO  2810-WRITE-HOLIDAY-EXIT
008960     END-IF.
008970     MOVE    WK-GEN-DATE(WK-GEN-IX)      TO  HOL-DATE.
008980     MOVE    WK-GEN-NAME(WK-GEN-IX)      TO  HOL-NAME.
008990     WRITE   HOLIDAY-RECORD
009000         INVALID KEY
009010             DISPLAY 'HOLIDAY-FILE WRITE ERROR ' WK-HOLIDAY-STATUS
009020                     ' ' HOL-DATE
009030                 UPON    CONSOLE
009040             MOVE   'ERR '       TO  WK-RUN-RESULT
009050         NOT INVALID KEY
009060             ADD     1           TO  WK-WRITE-COUNT
009070     END-WRITE.
009080 2810-WRITE-HOLIDAY-EXIT.
009090     EXIT.
009100******************************************************************
009110*    3000-TERMINATE
009120*    件数を印字し、実行管理へ終了を記録する。
009130******************************************************************
009140 3000-TERMINATE          SECTION.
009150     IF      NOT WK-RPT-READY
009160         GO  TO  3000-TERMINATE-DISPLAY
009170     END-IF.
009180     MOVE    SPACE       TO  WK-PRINT-LINE.
009190     PERFORM 9200-PRINT-LINE
009200             THRU    9200-PRINT-LINE-EXIT.
009210     MOVE   'RULES READ             :'   TO  WK-TOT-LABEL.
009220     MOVE    WK-RULE-COUNT       TO  WK-TOT-COUNT.
009230     PERFORM 3100-PRINT-TOTAL
009240             THRU    3100-PRINT-TOTAL-EXIT.
009250     MOVE   'HOLIDAYS GENERATED     :'   TO  WK-TOT-LABEL.
009260     MOVE    WK-GEN-USED         TO  WK-TOT-COUNT.
009270     PERFORM 3100-PRINT-TOTAL
009280             THRU    3100-PRINT-TOTAL-EXIT.
009290     MOVE   'ON HOLIDAYF FOR YEAR   :'   TO  WK-TOT-LABEL.
009300     MOVE    WK-FILE-USED        TO  WK-TOT-COUNT.
009310     PERFORM 3100-PRINT-TOTAL
009320             THRU    3100-PRINT-TOTAL-EXIT.
009330     MOVE   '  TO ADD               :'   TO  WK-TOT-LABEL.
009340     MOVE    WK-ADD-COUNT        TO  WK-TOT-COUNT.
009350     PERFORM 3100-PRINT-TOTAL
009360             THRU    3100-PRINT-TOTAL-EXIT.
009370     MOVE   '  SAME                 :'   TO  WK-TOT-LABEL.
009380     MOVE    WK-SAME-COUNT       TO  WK-TOT-COUNT.
009390     PERFORM 3100-PRINT-TOTAL
009400             THRU    3100-PRINT-TOTAL-EXIT.
009410     MOVE   '  NAME DIFFERS         :'   TO  WK-TOT-LABEL.
009420     MOVE    WK-RENAME-COUNT     TO  WK-TOT-COUNT.
009430     PERFORM 3100-PRINT-TOTAL
009440             THRU    3100-PRINT-TOTAL-EXIT.
009450     MOVE   '  KEPT (FILE ONLY)     :'   TO  WK-TOT-LABEL.
009460     MOVE    WK-KEEP-COUNT       TO  WK-TOT-COUNT.
009470     PERFORM 3100-PRINT-TOTAL
009480             THRU    3100-PRINT-TOTAL-EXIT.
009490     MOVE   'WRITTEN TO HOLIDAYF    :'   TO  WK-TOT-LABEL.
009500     MOVE    WK-WRITE-COUNT      TO  WK-TOT-COUNT.
009510     PERFORM 3100-PRINT-TOTAL
009520             THRU    3100-PRINT-TOTAL-EXIT.
009530     CLOSE   REPORT-FILE.
009540 3000-TERMINATE-DISPLAY.
009541*    適用しなかった実行は結果を PRV で終える。BTRUNSUB は OK だけ
009542*    を完了とみなすので、プレビューの後に同日の適用実行ができる。
009543     IF          (  WK-RUN-RESULT  =  'OK  '  )
009544             AND (  NOT WK-APPLY  )
009545         MOVE   'PRV '       TO  WK-RUN-RESULT
009546     END-IF.
009550     IF      WK-RUN-ALLOWED
009560         MOVE   'END'        TO  RUNCTL-FUNC
009570         MOVE    WK-RUN-RESULT   TO  RUNCTL-RESULT
009580         MOVE    WK-WRITE-COUNT  TO  RUNCTL-COUNT
009590         CALL   'BTRUNSUB'   USING   RUNCTL
009600     END-IF.
009610     DISPLAY '*** BTHGEN1 END   RULES=' WK-RULE-COUNT
009620             ' GENERATED=' WK-GEN-USED
009630             ' ADD=' WK-ADD-COUNT
009640             ' WRITTEN=' WK-WRITE-COUNT
009650         UPON    CONSOLE.
009660 3000-TERMINATE-EXIT.
009670     EXIT.
009680******************************************************************
009690*    3100-PRINT-TOTAL
009700*    件数の１行を印字する。
009710******************************************************************
009720 3100-PRINT-TOTAL        SECTION.
009730     MOVE    WK-TOTAL-LINE       TO  WK-PRINT-LINE.
009740     PERFORM 9200-PRINT-LINE
009750             THRU    9200-PRINT-LINE-EXIT.
009760 3100-PRINT-TOTAL-EXIT.
009770     EXIT.
009780******************************************************************
009790*    7000-INSERT-GEN
009800*    WK-NEW-DATE・WK-NEW-NAME・WK-NEW-SOURCE の休日を日付順の
009810*    位置に挿入する。同じ日付がすでにあれば先のものを残す。
009820******************************************************************
009830 7000-INSERT-GEN         SECTION.
009840     IF      WK-NEW-DATE(1:4)  NOT =  WK-GEN-YEAR
009850         GO  TO  7000-INSERT-GEN-EXIT
009860     END-IF.
009870     IF      WK-GEN-USED  >=  WK-GEN-MAX
009880         MOVE   'HOLIDAY TABLE FULL                      '
009890                             TO  WK-MSG-TEXT
009900         MOVE    WK-NEW-DATE     TO  WK-MSG-VALUE
009910         PERFORM 9300-PRINT-RULE-ERROR
009920                 THRU    9300-PRINT-RULE-ERROR-EXIT
009930         GO  TO  7000-INSERT-GEN-EXIT
009940     END-IF.
009950     PERFORM VARYING WK-INS-IX  FROM    1   BY  1
009960             UNTIL   (  WK-INS-IX  >  WK-GEN-USED  )
009970                 OR  (  WK-GEN-DATE(WK-INS-IX)  >=  WK-NEW-DATE  )
009980         CONTINUE
009990     END-PERFORM.
010000     IF          (  WK-INS-IX  <=  WK-GEN-USED  )
010010             AND (  WK-GEN-DATE(WK-INS-IX)  =  WK-NEW-DATE  )
010020         DISPLAY 'DUPLICATE HOLIDAY ' WK-NEW-DATE ' '
010030                 WK-NEW-NAME ' IGNORED'
010040             UPON    CONSOLE
010050         GO  TO  7000-INSERT-GEN-EXIT
010060     END-IF.
010070     PERFORM VARYING WK-SHIFT-IX  FROM    WK-GEN-USED   BY  -1
010080             UNTIL   WK-SHIFT-IX  <  WK-INS-IX
010090         MOVE    WK-GEN-ENTRY(WK-SHIFT-IX)
010100             TO  WK-GEN-ENTRY(WK-SHIFT-IX  +  1)
010110     END-PERFORM.
010120     ADD     1           TO  WK-GEN-USED.
010130     MOVE    WK-NEW-DATE     TO  WK-GEN-DATE(WK-INS-IX).
010140     MOVE    WK-NEW-NAME     TO  WK-GEN-NAME(WK-INS-IX).
010150     MOVE    WK-NEW-SOURCE   TO  WK-GEN-SOURCE(WK-INS-IX).
010160     MOVE    SPACE           TO  WK-GEN-ACTION(WK-INS-IX).
010170 7000-INSERT-GEN-EXIT.
010180     EXIT.
010190******************************************************************
010200*    7100-FIND-GEN
010210*    WK-NEW-DATE が作成済みの休日にあるかを調べる。
010220******************************************************************
010230 7100-FIND-GEN           SECTION.
010240     MOVE   'N'          TO  WK-GEN-FOUND-SW.
010250     PERFORM VARYING WK-INS-IX  FROM    1   BY  1
010260             UNTIL   (  WK-INS-IX  >  WK-GEN-USED  )
010270                 OR  WK-GEN-FOUND
010280         IF      WK-GEN-DATE(WK-INS-IX)  =  WK-NEW-DATE
010290             MOVE   'Y'          TO  WK-GEN-FOUND-SW
010300         END-IF
010310     END-PERFORM.
010320 7100-FIND-GEN-EXIT.
010330     EXIT.
010340******************************************************************
010350*    8000-CHECK-DATE
010360*    WK-WORK-DATE が実在する日付(閏年込み)かを調べる。
010370******************************************************************
010380 8000-CHECK-DATE         SECTION.
010390     MOVE   'N'          TO  WK-DATE-OK-SW.
010400     IF      WK-WORK-MONTH  <  1  OR  WK-WORK-MONTH  >  12
010410         GO  TO  8000-CHECK-DATE-EXIT
010420     END-IF.
010430     PERFORM 8010-MONTH-DAYS
010440             THRU    8010-MONTH-DAYS-EXIT.
010450     IF      WK-WORK-DAY  >=  1  AND  WK-WORK-DAY  <=  WK-MAXDAY
010460         MOVE   'Y'          TO  WK-DATE-OK-SW
010470     END-IF.
010480 8000-CHECK-DATE-EXIT.
010490     EXIT.
010500******************************************************************
010510*    8010-MONTH-DAYS
010520*    WK-WORK-DATE の月の日数を WK-MAXDAY に置く。
010530******************************************************************
010540 8010-MONTH-DAYS         SECTION.
010550     MOVE    WK-DAYS-OF-MONTH(WK-WORK-MONTH)     TO  WK-MAXDAY.
010560     DIVIDE  WK-WORK-YEAR    BY    4
010570         GIVING  WK-QUOT     REMAINDER   WK-REM4.
010580     DIVIDE  WK-WORK-YEAR    BY  100
010590         GIVING  WK-QUOT     REMAINDER   WK-REM100.
010600     DIVIDE  WK-WORK-YEAR    BY  400
010610         GIVING  WK-QUOT     REMAINDER   WK-REM400.
010620     IF          (  WK-WORK-MONTH  =  2  )
010630             AND (  WK-REM4  =  0  )
010640             AND (  (  WK-REM100  NOT =  0  )
010650                 OR (  WK-REM400  =  0  )  )
010660         MOVE    29          TO  WK-MAXDAY
010670     END-IF.
010680 8010-MONTH-DAYS-EXIT.
010690     EXIT.
010700******************************************************************
010710*    8100-CALC-DOW
010720*    WK-WORK-DATE の曜日を求める(ツェラーの公式)。
010730*    WK-DOW: 0=土 1=日 2=月 ... 6=金
010740******************************************************************
010750 8100-CALC-DOW           SECTION.
010760     MOVE    WK-WORK-MONTH   TO  WK-ZM.
010770     MOVE    WK-WORK-YEAR    TO  WK-ZY.
010780     IF      WK-ZM  <  3
010790         ADD     12          TO  WK-ZM
010800         SUBTRACT    1   FROM    WK-ZY
010810     END-IF.
010820     DIVIDE  WK-ZY       BY  100
010830         GIVING  WK-ZJ       REMAINDER   WK-ZK.
010840     COMPUTE WK-ZT1  =  (  13  *  (  WK-ZM  +  1  )  )  /  5.
010850     COMPUTE WK-ZT2  =  WK-ZK  /  4.
010860     COMPUTE WK-ZT3  =  WK-ZJ  /  4.
010870     COMPUTE WK-ZSUM  =  WK-WORK-DAY  +  WK-ZT1  +  WK-ZK
010880                      +  WK-ZT2  +  WK-ZT3  +  5  *  WK-ZJ.
010890     DIVIDE  WK-ZSUM     BY  7
010900         GIVING  WK-ZQUOT    REMAINDER   WK-DOW.
010910 8100-CALC-DOW-EXIT.
010920     EXIT.
010930******************************************************************
010940*    8200-NEXT-DAY
010950*    WK-WORK-DATE を１日進める。月末・年末・閏年を考慮する。
010960******************************************************************
010970 8200-NEXT-DAY           SECTION.
010980     PERFORM 8010-MONTH-DAYS
010990             THRU    8010-MONTH-DAYS-EXIT.
011000     IF      WK-WORK-DAY  <  WK-MAXDAY
011010         ADD     1           TO  WK-WORK-DAY
011020         GO  TO  8200-NEXT-DAY-EXIT
011030     END-IF.
011040     MOVE    1           TO  WK-WORK-DAY.
011050     IF      WK-WORK-MONTH  <  12
011060         ADD     1           TO  WK-WORK-MONTH
011070       ELSE
011080         MOVE    1           TO  WK-WORK-MONTH
011090         ADD     1           TO  WK-WORK-YEAR
011100     END-IF.
011110 8200-NEXT-DAY-EXIT.
011120     EXIT.
011130******************************************************************
011140*    8300-EDIT-DATE
011150*    WK-WORK-DATE を YYYY/MM/DD に編集する。
011160******************************************************************
011170 8300-EDIT-DATE          SECTION.
011180     MOVE    WK-WORK-YEAR        TO  WK-EDT-YEAR.
011190     MOVE    WK-WORK-MONTH       TO  WK-EDT-MONTH.
011200     MOVE    WK-WORK-DAY         TO  WK-EDT-DAY.
011210 8300-EDIT-DATE-EXIT.
011220     EXIT.
011230******************************************************************
011240*    9100-PRINT-HEADINGS
011250*    改ページし、対象年・処理区分とページ番号付きの見出しを印字
011260*    する。２行目は WK-HEADING2 に置かれた一覧の見出し。
011270******************************************************************
011280 9100-PRINT-HEADINGS     SECTION.
011290     ADD     1           TO  WK-PAGE-COUNT.
011300     MOVE    WK-GEN-YEAR         TO  WK-HDG1-YEAR.
011310     IF      WK-APPLY
011320         MOVE   'APPLY'          TO  WK-HDG1-MODE
011330       ELSE
011340         MOVE   'PREVIEW'        TO  WK-HDG1-MODE
011350     END-IF.
011360     MOVE    WK-PAGE-COUNT       TO  WK-HDG1-PAGE.
011370     MOVE    WK-HEADING1         TO  REPORT-LINE.
011380     WRITE   REPORT-LINE     AFTER   ADVANCING   PAGE.
011390     MOVE    WK-HEADING2         TO  REPORT-LINE.
011400     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
011410     MOVE    SPACE       TO  REPORT-LINE.
011420     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
011430     MOVE    3           TO  WK-LINE-COUNT.
011440 9100-PRINT-HEADINGS-EXIT.
011450     EXIT.
011460******************************************************************
011470*    9200-PRINT-LINE
011480*    明細行を印字する。ページ行数を超えたら見出しから印字する。
011490******************************************************************
011500 9200-PRINT-LINE         SECTION.
011510     IF      WK-LINE-COUNT  >=  WK-LINES-PER-PAGE
011520         PERFORM 9100-PRINT-HEADINGS
011530                 THRU    9100-PRINT-HEADINGS-EXIT
011540     END-IF.
011550     MOVE    WK-PRINT-LINE       TO  REPORT-LINE.
011560     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
011570     ADD     1           TO  WK-LINE-COUNT.
011580 9200-PRINT-LINE-EXIT.
011590     EXIT.
011600******************************************************************
011610*    9300-PRINT-RULE-ERROR
011620*    規則の誤りを印字し、マスタを更新しないようにする。
011630******************************************************************
011640 9300-PRINT-RULE-ERROR   SECTION.
011650     MOVE   'Y'          TO  WK-RULE-ERROR-SW.
011660     DISPLAY 'BTHGEN1 ' WK-MSG-TEXT UPON CONSOLE.
011670     MOVE    WK-MESSAGE-LINE     TO  WK-PRINT-LINE.
011680     PERFORM 9200-PRINT-LINE
011690             THRU    9200-PRINT-LINE-EXIT.
011700 9300-PRINT-RULE-ERROR-EXIT.
011710     EXIT.
011720******************************************************************
