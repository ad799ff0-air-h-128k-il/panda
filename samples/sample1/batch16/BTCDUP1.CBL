000010 IDENTIFICATION      DIVISION.
000020 PROGRAM-ID.     BTCDUP1.
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
000310*   コンポーネント名：重複連絡先検出バッチ
000320*   管理者          ：ogochan@NetLab.jp
000330*
000340*   このバッチは連絡先マスタ CONTACTF を全件読み、名前と電話
000350*   番号を正規化したうえで重複の疑いのある連絡先をまとめて
000360*   レポート CDUPRPT へ出力する。名前は空白(全角空白を含む)と
000370*   記号 - . , ( ) / ' を除き英字を大文字にそろえ、電話番号は
000380*   数字だけを残して比べる。
000390*   正規化した名前が同じ連絡先の組は、電話番号もすべて同じなら
000400*   NAME+PHONE、違えば NAME として、正規化した電話番号が同じで
000410*   名前の異なる連絡先の組は PHONE として出力する。
000420*   統合は TPMNT1 の統合(Merge)で１件ずつ行う。
000430*
000440*   日付      作業者  記述
000450*   26.10.15  ....    新規作成
000451*   26.10.15  ....    BTSTRM1 から CALL できるよう GOBACK で終了
000460******************************************************************
000470 ENVIRONMENT         DIVISION.
000480 CONFIGURATION           SECTION.
000490 SOURCE-COMPUTER.    PANDA-SERVER.
000500 OBJECT-COMPUTER.    PANDA-SERVER.
000510 INPUT-OUTPUT            SECTION.
000520 FILE-CONTROL.
000530     SELECT  OPTIONAL  CONTACT-FILE
000540                         ASSIGN  TO  'CONTACTF'
000550             ORGANIZATION    IS  INDEXED
000560             ACCESS MODE     IS  SEQUENTIAL
000570             RECORD KEY      IS  CONTACT-ID
000580             ALTERNATE RECORD KEY    IS  CONTACT-NAME
000590                     WITH    DUPLICATES
000600             FILE STATUS     IS  WK-CONTACT-STATUS.
000610     SELECT  WORK-FILE       ASSIGN  TO  'CDUPWK'
000620             ORGANIZATION    IS  LINE SEQUENTIAL
000630             FILE STATUS     IS  WK-WORK-STATUS.
000640     SELECT  SORTED-FILE     ASSIGN  TO  'CDUPSRTD'
000650             ORGANIZATION    IS  LINE SEQUENTIAL
000660             FILE STATUS     IS  WK-SORTED-STATUS.
000670     SELECT  REPORT-FILE     ASSIGN  TO  'CDUPRPT'
000680             ORGANIZATION    IS  LINE SEQUENTIAL
000690             FILE STATUS     IS  WK-REPORT-STATUS.
000700     SELECT  SORT-FILE       ASSIGN  TO  'SORTWK01'.
000710 DATA                DIVISION.
000720 FILE                SECTION.
000730 FD  CONTACT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  CONTACT-RECORD.
000760     05  CONTACT-ID          PIC X(06).
000770     05  CONTACT-NAME        PIC X(20).
000780     05  CONTACT-PHONE       PIC X(20).
000790 FD  WORK-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  WORK-RECORD.
000820     05  WORK-NORM-NAME      PIC X(20).
000830     05  WORK-NORM-PHONE     PIC X(20).
000840     05  WORK-ID             PIC X(06).
000850     05  WORK-NAME           PIC X(20).
000860     05  WORK-PHONE          PIC X(20).
000870 FD  SORTED-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  SORTED-RECORD.
000900     05  SORTED-NORM-NAME    PIC X(20).
000910     05  SORTED-NORM-PHONE   PIC X(20).
000920     05  SORTED-ID           PIC X(06).
000930     05  SORTED-NAME         PIC X(20).
000940     05  SORTED-PHONE        PIC X(20).
000950 FD  REPORT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  REPORT-LINE             PIC X(90).
000980 SD  SORT-FILE.
000990 01  SORT-RECORD.
001000     05  SORT-NORM-NAME      PIC X(20).
001010     05  SORT-NORM-PHONE     PIC X(20).
001020     05  SORT-ID             PIC X(06).
001030     05  SORT-NAME           PIC X(20).
001040     05  SORT-PHONE          PIC X(20).
001050 WORKING-STORAGE         SECTION.
001060 01  WK-SWITCHES.
001070     05  WK-CONTACT-EOF-SW   PIC X(01)   VALUE  'N'.
001080         88  WK-CONTACT-EOF          VALUE  'Y'.
001090     05  WK-SORTED-EOF-SW    PIC X(01)   VALUE  'N'.
001100         88  WK-SORTED-EOF           VALUE  'Y'.
001110     05  WK-FIRST-GROUP-SW   PIC X(01)   VALUE  'Y'.
001120         88  WK-FIRST-GROUP          VALUE  'Y'.
001130     05  WK-RPT-READY-SW     PIC X(01)   VALUE  'N'.
001140         88  WK-RPT-READY            VALUE  'Y'.
001150     05  WK-PASS-SW          PIC X(01)   VALUE  'N'.
001160         88  WK-NAME-PASS            VALUE  'N'.
001170         88  WK-PHONE-PASS           VALUE  'P'.
001180 01  WK-FILE-STATUSES.
001190     05  WK-CONTACT-STATUS   PIC X(02).
001200         88  WK-CONTACT-OK           VALUE  '00'.
001210         88  WK-CONTACT-NOFILE       VALUE  '05'.
001220     05  WK-WORK-STATUS      PIC X(02).
001230         88  WK-WORK-OK              VALUE  '00'.
001240     05  WK-SORTED-STATUS    PIC X(02).
001250         88  WK-SORTED-OK            VALUE  '00'.
001260     05  WK-REPORT-STATUS    PIC X(02).
001270         88  WK-REPORT-OK            VALUE  '00'.
001280 01  WK-COUNTERS                         COMP.
001290     05  WK-READ-COUNT       PIC 9(09)   VALUE  ZERO.
001300     05  WK-GROUP-COUNT      PIC 9(09)   VALUE  ZERO.
001310     05  WK-BOTH-COUNT       PIC 9(09)   VALUE  ZERO.
001320     05  WK-NAME-COUNT       PIC 9(09)   VALUE  ZERO.
001330     05  WK-PHONE-COUNT      PIC 9(09)   VALUE  ZERO.
001340     05  WK-LISTED-COUNT     PIC 9(09)   VALUE  ZERO.
001350     05  WK-MEMBER-COUNT     PIC 9(09)   VALUE  ZERO.
001360     05  WK-LINE-COUNT       PIC 9(04)   VALUE  ZERO.
001370     05  WK-PAGE-COUNT       PIC 9(04)   VALUE  ZERO.
001380     05  WK-LINES-PER-PAGE   PIC 9(04)   VALUE  0050.
001390     05  WK-LINES-NEEDED     PIC 9(04)   VALUE  ZERO.
001400 01  WK-SUBSCRIPTS                       COMP.
001410     05  WK-CHAR-IX          PIC 9(04)   VALUE  ZERO.
001420     05  WK-OUT-IX           PIC 9(04)   VALUE  ZERO.
001430     05  WK-GRP-IX           PIC 9(04)   VALUE  ZERO.
001440     05  WK-GRP-USED         PIC 9(04)   VALUE  ZERO.
001450     05  WK-GRP-MAX          PIC 9(04)   VALUE  0050.
001460 01  WK-RUN-DATE.
001470     05  WK-RUN-YEAR         PIC X(04).
001480     05  WK-RUN-MONTH        PIC X(02).
001490     05  WK-RUN-DAY          PIC X(02).
001500*    正規化の作業域。全角空白は UTF-8 の３バイトで比べる。
001510 01  WK-NORM-IN              PIC X(20).
001520 01  WK-NORM-OUT             PIC X(20).
001530 01  WK-ZENKAKU-SPACE        PIC X(03)   VALUE  X'E38080'.
001540 01  WK-LOWER-CASE           PIC X(26)   VALUE
001550         'abcdefghijklmnopqrstuvwxyz'.
001560 01  WK-UPPER-CASE           PIC X(26)   VALUE
001570         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001580*    処理中の組。組のキーと、他方のキー(名前の組なら電話番号、
001590*    電話番号の組なら名前)の先頭と末尾を持つ。
001600 01  WK-CUR-KEY              PIC X(20).
001610 01  WK-HOLD-KEY             PIC X(20).
001620 01  WK-FIRST-OTHER          PIC X(20).
001630 01  WK-LAST-OTHER           PIC X(20).
001640 01  WK-GROUP-REASON         PIC X(10).
001650 01  WK-GROUP-TABLE.
001660     05  WK-GROUP-ENTRY      OCCURS  50  TIMES.
001670         10  WK-GRP-ID           PIC X(06).
001680         10  WK-GRP-NAME         PIC X(20).
001690         10  WK-GRP-PHONE        PIC X(20).
001700 01  WK-HEADING1.
001710     05  FILLER              PIC X(30)   VALUE
001720         'PANDA DUPLICATE CONTACTS      '.
001730     05  FILLER              PIC X(10)   VALUE  'RUN DATE: '.
001740     05  WK-HDG1-YEAR        PIC X(04).
001750     05  FILLER              PIC X(01)   VALUE  '/'.
001760     05  WK-HDG1-MONTH       PIC X(02).
001770     05  FILLER              PIC X(01)   VALUE  '/'.
001780     05  WK-HDG1-DAY         PIC X(02).
001790     05  FILLER              PIC X(24)   VALUE  SPACE.
001800     05  FILLER              PIC X(06)   VALUE  'PAGE: '.
001810     05  WK-HDG1-PAGE        PIC ZZZ9.
001820 01  WK-HEADING2.
001830     05  FILLER              PIC X(08)   VALUE  SPACE.
001840     05  FILLER              PIC X(08)   VALUE  'ID'.
001850     05  FILLER              PIC X(22)   VALUE  'NAME'.
001860     05  FILLER              PIC X(20)   VALUE  'PHONE'.
001870 01  WK-GROUP-LINE.
001880     05  FILLER              PIC X(06)   VALUE  'GROUP '.
001890     05  WK-GRL-NUMBER       PIC ZZZZ9.
001900     05  FILLER              PIC X(02)   VALUE  SPACE.
001910     05  WK-GRL-REASON       PIC X(10).
001920     05  FILLER              PIC X(07)   VALUE  '  KEY: '.
001930     05  WK-GRL-KEY          PIC X(20).
001940     05  FILLER              PIC X(11)   VALUE  '  MEMBERS: '.
001950     05  WK-GRL-MEMBERS      PIC ZZZ,ZZ9.
001960 01  WK-MEMBER-LINE.
001970     05  FILLER              PIC X(08)   VALUE  SPACE.
001980     05  WK-MBR-ID           PIC X(06).
001990     05  FILLER              PIC X(02)   VALUE  SPACE.
002000     05  WK-MBR-NAME         PIC X(20).
002010     05  FILLER              PIC X(02)   VALUE  SPACE.
002020     05  WK-MBR-PHONE        PIC X(20).
002030 01  WK-MORE-LINE.
002040     05  FILLER              PIC X(08)   VALUE  SPACE.
002050     05  FILLER              PIC X(05)   VALUE  'AND  '.
002060     05  WK-MORE-COUNT       PIC ZZZ,ZZ9.
002070     05  FILLER              PIC X(20)   VALUE
002080         ' MORE NOT LISTED    '.
002090 01  WK-TOTAL-LINE.
002100     05  FILLER              PIC X(04)   VALUE  SPACE.
002110     05  WK-TOT-LABEL        PIC X(30).
002120     05  WK-TOT-COUNT        PIC ZZZ,ZZZ,ZZ9.
002130 01  WK-PRINT-LINE           PIC X(90).
002140 01  WK-RUN-ALLOWED-SW       PIC X(01)   VALUE  'N'.
002150     88  WK-RUN-ALLOWED          VALUE  'Y'.
002160 01  WK-RUN-RESULT           PIC X(04)   VALUE  'OK  '.
002170 COPY    RUNCTL.
002180 PROCEDURE           DIVISION.
002190 0000-MAINLINE           SECTION.
002200     PERFORM 1000-INITIALIZE        THRU    1000-INITIALIZE-EXIT.
002210     MOVE   'N'          TO  WK-PASS-SW.
002220     PERFORM 2000-MATCH-PASS        THRU    2000-MATCH-PASS-EXIT.
002230     MOVE   'P'          TO  WK-PASS-SW.
002240     PERFORM 2000-MATCH-PASS        THRU    2000-MATCH-PASS-EXIT.
002250     PERFORM 3000-TERMINATE         THRU    3000-TERMINATE-EXIT.
002260     GOBACK.
002270******************************************************************
002280*    1000-INITIALIZE
002290*    連絡先マスタを全件読んで正規化した作業ファイルを作り、
002300*    レポートをオープンして先頭ページの見出しを印字する。
002310******************************************************************
002320 1000-INITIALIZE         SECTION.
002330     DISPLAY '*** BTCDUP1 START' UPON CONSOLE.
002340     ACCEPT  WK-RUN-DATE     FROM    DATE    YYYYMMDD.
002350*
002360     MOVE   'CHECK'      TO  RUNCTL-FUNC.
002370     MOVE   'BTCDUP1'    TO  RUNCTL-JOB.
002380     MOVE    SPACE       TO  RUNCTL-PREREQ.
002390     CALL   'BTRUNSUB'   USING   RUNCTL.
002400     IF      NOT RUNCTL-OK
002410         DISPLAY 'BTCDUP1 RUN REFUSED - RUNCTL STATUS '
002420                 RUNCTL-STATUS
002430             UPON    CONSOLE
002440         GO  TO  1000-INITIALIZE-EXIT
002450     END-IF.
002460     MOVE   'START'      TO  RUNCTL-FUNC.
002470     CALL   'BTRUNSUB'   USING   RUNCTL.
002480     MOVE   'Y'          TO  WK-RUN-ALLOWED-SW.
002490*
002500     OPEN    INPUT   CONTACT-FILE.
002510     IF          (  NOT WK-CONTACT-OK  )
002520             AND (  NOT WK-CONTACT-NOFILE  )
002530         DISPLAY 'CONTACT-FILE OPEN ERROR ' WK-CONTACT-STATUS
002540             UPON    CONSOLE
002550         MOVE   'ERR '       TO  WK-RUN-RESULT
002560         GO  TO  1000-INITIALIZE-EXIT
002570     END-IF.
002580     OPEN    OUTPUT  WORK-FILE.
002590     IF      NOT WK-WORK-OK
002600         DISPLAY 'WORK-FILE OPEN ERROR ' WK-WORK-STATUS
002610             UPON    CONSOLE
002620         CLOSE   CONTACT-FILE
002630         MOVE   'ERR '       TO  WK-RUN-RESULT
002640         GO  TO  1000-INITIALIZE-EXIT
002650     END-IF.
002660     PERFORM 1100-READ-CONTACT
002670             THRU    1100-READ-CONTACT-EXIT
002680             UNTIL   WK-CONTACT-EOF.
002690     CLOSE   CONTACT-FILE.
002700     CLOSE   WORK-FILE.
002710*
002720     OPEN    OUTPUT  REPORT-FILE.
002730     IF      NOT WK-REPORT-OK
002740         DISPLAY 'REPORT-FILE OPEN ERROR ' WK-REPORT-STATUS
002750             UPON    CONSOLE
002760         MOVE   'ERR '       TO  WK-RUN-RESULT
002770         GO  TO  1000-INITIALIZE-EXIT
002780     END-IF.
002790     PERFORM 9100-PRINT-HEADINGS
002800             THRU    9100-PRINT-HEADINGS-EXIT.
002810     MOVE   'Y'          TO  WK-RPT-READY-SW.
002820 1000-INITIALIZE-EXIT.
002830     EXIT.
002840******************************************************************
002850*    1100-READ-CONTACT
002860*    連絡先を１件読み、名前と電話番号を正規化して作業ファイル
002870*    へ書く。
002880******************************************************************
002890 1100-READ-CONTACT       SECTION.
002900     READ    CONTACT-FILE    NEXT
002910         AT  END
002920             MOVE   'Y'          TO  WK-CONTACT-EOF-SW
002930             GO  TO  1100-READ-CONTACT-EXIT
002940     END-READ.
002950     ADD     1           TO  WK-READ-COUNT.
002960     MOVE    CONTACT-ID          TO  WORK-ID.
002970     MOVE    CONTACT-NAME        TO  WORK-NAME.
002980     MOVE    CONTACT-PHONE       TO  WORK-PHONE.
002990     MOVE    CONTACT-NAME        TO  WK-NORM-IN.
003000     PERFORM 1200-NORM-NAME
003010             THRU    1200-NORM-NAME-EXIT.
003020     MOVE    WK-NORM-OUT         TO  WORK-NORM-NAME.
003030     MOVE    CONTACT-PHONE       TO  WK-NORM-IN.
003040     PERFORM 1300-NORM-PHONE
003050             THRU    1300-NORM-PHONE-EXIT.
003060     MOVE    WK-NORM-OUT         TO  WORK-NORM-PHONE.
003070     WRITE   WORK-RECORD.
003080 1100-READ-CONTACT-EXIT.
003090     EXIT.
003100******************************************************************
003110*    1200-NORM-NAME
003120*    WK-NORM-IN の名前から空白・全角空白・区切り記号を除いて
003130*    詰め、英小文字を大文字にして WK-NORM-OUT に置く。
003140******************************************************************
003150 1200-NORM-NAME          SECTION.
003160     MOVE    SPACE       TO  WK-NORM-OUT.
003170     MOVE    ZERO        TO  WK-OUT-IX.
003180     MOVE    1           TO  WK-CHAR-IX.
003190 1200-NORM-NAME-LOOP.
003200     IF      WK-CHAR-IX  >  20
003210         GO  TO  1200-NORM-NAME-CASE
003220     END-IF.
003230     IF      WK-CHAR-IX  <=  18
003240         IF      WK-NORM-IN(WK-CHAR-IX:3)  =  WK-ZENKAKU-SPACE
003250             ADD     3           TO  WK-CHAR-IX
003260             GO  TO  1200-NORM-NAME-LOOP
003270         END-IF
003280     END-IF.
003290     IF      WK-NORM-IN(WK-CHAR-IX:1)  =  SPACE  OR  '-'  OR  '.'
003300                                     OR  ','  OR  '('  OR  ')'
003310                                     OR  '/'  OR  QUOTE
003320         CONTINUE
003330       ELSE
003340         ADD     1           TO  WK-OUT-IX
003350         MOVE    WK-NORM-IN(WK-CHAR-IX:1)
003360             TO  WK-NORM-OUT(WK-OUT-IX:1)
003370     END-IF.
003380     ADD     1           TO  WK-CHAR-IX.
003390     GO  TO  1200-NORM-NAME-LOOP.
003400 1200-NORM-NAME-CASE.
003410     INSPECT WK-NORM-OUT
003420             CONVERTING  WK-LOWER-CASE  TO  WK-UPPER-CASE.
003430 1200-NORM-NAME-EXIT.
003440     EXIT.
003450******************************************************************
003460*    1300-NORM-PHONE
003470*    WK-NORM-IN の電話番号から数字だけを詰めて WK-NORM-OUT に
003480*    置く。
003490******************************************************************
003500 1300-NORM-PHONE         SECTION.
003510     MOVE    SPACE       TO  WK-NORM-OUT.
003520     MOVE    ZERO        TO  WK-OUT-IX.
003530     PERFORM VARYING WK-CHAR-IX  FROM  1  BY  1
003540             UNTIL   WK-CHAR-IX  >  20
003550         IF      WK-NORM-IN(WK-CHAR-IX:1)  IS  NUMERIC
003560             ADD     1           TO  WK-OUT-IX
003570             MOVE    WK-NORM-IN(WK-CHAR-IX:1)
003580                 TO  WK-NORM-OUT(WK-OUT-IX:1)
003590         END-IF
003600     END-PERFORM.
003610 1300-NORM-PHONE-EXIT.
003620     EXIT.
003630******************************************************************
003640*    2000-MATCH-PASS
003650*    作業ファイルを、名前の組なら正規化した名前・電話番号順に、
003660*    電話番号の組なら正規化した電話番号・名前順に整列し、同じ
003670*    キーの連絡先を組にまとめて印字する。
003680******************************************************************
003690 2000-MATCH-PASS         SECTION.
003700     IF      NOT WK-RPT-READY
003710         GO  TO  2000-MATCH-PASS-EXIT
003720     END-IF.
003730     IF      WK-NAME-PASS
003740         SORT    SORT-FILE
003750                 ON  ASCENDING   KEY  SORT-NORM-NAME
003760                                      SORT-NORM-PHONE
003770                                      SORT-ID
003780                 USING   WORK-FILE
003790                 GIVING  SORTED-FILE
003800       ELSE
003810         SORT    SORT-FILE
003820                 ON  ASCENDING   KEY  SORT-NORM-PHONE
003830                                      SORT-NORM-NAME
003840                                      SORT-ID
003850                 USING   WORK-FILE
003860                 GIVING  SORTED-FILE
003870     END-IF.
003880     OPEN    INPUT   SORTED-FILE.
003890     IF      NOT WK-SORTED-OK
003900         DISPLAY 'SORTED-FILE OPEN ERROR ' WK-SORTED-STATUS
003910             UPON    CONSOLE
003920         MOVE   'ERR '       TO  WK-RUN-RESULT
003930         GO  TO  2000-MATCH-PASS-EXIT
003940     END-IF.
003950     MOVE   'N'          TO  WK-SORTED-EOF-SW.
003960     MOVE   'Y'          TO  WK-FIRST-GROUP-SW.
003970     MOVE    ZERO        TO  WK-MEMBER-COUNT.
003980     MOVE    ZERO        TO  WK-GRP-USED.
003990     PERFORM 2100-READ-SORTED
004000             THRU    2100-READ-SORTED-EXIT
004010             UNTIL   WK-SORTED-EOF.
004020     PERFORM 2200-END-GROUP
004030             THRU    2200-END-GROUP-EXIT.
004040     CLOSE   SORTED-FILE.
004050 2000-MATCH-PASS-EXIT.
004060     EXIT.
004070******************************************************************
004080*    2100-READ-SORTED
004090*    整列済みの連絡先を１件読む。キーが変われば前の組を締め、
004100*    連絡先を組に加える。キーが空白の連絡先は比べない。
004110******************************************************************
004120 2100-READ-SORTED        SECTION.
004130     READ    SORTED-FILE
004140         AT  END
004150             MOVE   'Y'          TO  WK-SORTED-EOF-SW
004160             GO  TO  2100-READ-SORTED-EXIT
004170     END-READ.
004180     IF      WK-NAME-PASS
004190         MOVE    SORTED-NORM-NAME    TO  WK-CUR-KEY
004200       ELSE
004210         MOVE    SORTED-NORM-PHONE   TO  WK-CUR-KEY
004220     END-IF.
004230     IF      WK-CUR-KEY  =  SPACE
004240         GO  TO  2100-READ-SORTED-EXIT
004250     END-IF.
004260     IF          (  NOT WK-FIRST-GROUP  )
004270             AND (  WK-CUR-KEY  NOT =  WK-HOLD-KEY  )
004280         PERFORM 2200-END-GROUP
004290                 THRU    2200-END-GROUP-EXIT
004300     END-IF.
004310     IF      WK-FIRST-GROUP  OR  WK-MEMBER-COUNT  =  ZERO
004320         MOVE    WK-CUR-KEY          TO  WK-HOLD-KEY
004330         MOVE   'N'          TO  WK-FIRST-GROUP-SW
004340         IF      WK-NAME-PASS
004350             MOVE    SORTED-NORM-PHONE   TO  WK-FIRST-OTHER
004360           ELSE
004370             MOVE    SORTED-NORM-NAME    TO  WK-FIRST-OTHER
004380         END-IF
004390     END-IF.
004400     IF      WK-NAME-PASS
004410         MOVE    SORTED-NORM-PHONE   TO  WK-LAST-OTHER
004420       ELSE
004430         MOVE    SORTED-NORM-NAME    TO  WK-LAST-OTHER
004440     END-IF.
004450     ADD     1           TO  WK-MEMBER-COUNT.
004460     IF      WK-GRP-USED  <  WK-GRP-MAX
004470         ADD     1           TO  WK-GRP-USED
004480         MOVE    SORTED-ID       TO  WK-GRP-ID(WK-GRP-USED)
004490         MOVE    SORTED-NAME     TO  WK-GRP-NAME(WK-GRP-USED)
004500         MOVE    SORTED-PHONE    TO  WK-GRP-PHONE(WK-GRP-USED)
004510     END-IF.
004520 2100-READ-SORTED-EXIT.
004530     EXIT.
004540******************************************************************
004550*    2200-END-GROUP
004560*    保持中の組が２件以上なら理由を決めて印字し、組を空にする。
004570*    組の中は他方のキー順なので、先頭と末尾が同じなら全件同じ。
004580*    電話番号の組で名前も全件同じものは名前の組で印字済み。
004590******************************************************************
004600 2200-END-GROUP          SECTION.
004610     IF      WK-MEMBER-COUNT  <  2
004620         GO  TO  2200-END-GROUP-CLEAR
004630     END-IF.
004640     IF      WK-NAME-PASS
004650         IF          (  WK-FIRST-OTHER  =  WK-LAST-OTHER  )
004660                 AND (  WK-FIRST-OTHER  NOT =  SPACE  )
004670             MOVE   'NAME+PHONE'     TO  WK-GROUP-REASON
004680             ADD     1           TO  WK-BOTH-COUNT
004690           ELSE
004700             MOVE   'NAME'           TO  WK-GROUP-REASON
004710             ADD     1           TO  WK-NAME-COUNT
004720         END-IF
004730       ELSE
004740         IF          (  WK-FIRST-OTHER  =  WK-LAST-OTHER  )
004750                 AND (  WK-FIRST-OTHER  NOT =  SPACE  )
004760             GO  TO  2200-END-GROUP-CLEAR
004770         END-IF
004780         MOVE   'PHONE'          TO  WK-GROUP-REASON
004790         ADD     1           TO  WK-PHONE-COUNT
004800     END-IF.
004810     PERFORM 2300-PRINT-GROUP
004820             THRU    2300-PRINT-GROUP-EXIT.
004830 2200-END-GROUP-CLEAR.
004840     MOVE    ZERO        TO  WK-MEMBER-COUNT.
004850     MOVE    ZERO        TO  WK-GRP-USED.
004860 2200-END-GROUP-EXIT.
004870     EXIT.
004880******************************************************************
004890*    2300-PRINT-GROUP
004900*    組の見出し行と連絡先の行を印字する。組がページをまたがない
004910*    よう、残り行数が足りなければ改ページする。
004920******************************************************************
004930 2300-PRINT-GROUP        SECTION.
004940     ADD     1           TO  WK-GROUP-COUNT.
004950     ADD     WK-MEMBER-COUNT     TO  WK-LISTED-COUNT.
004960     COMPUTE WK-LINES-NEEDED  =  WK-LINE-COUNT  +  WK-GRP-USED
004970                              +  3.
004980     IF          (  WK-LINES-NEEDED  >  WK-LINES-PER-PAGE  )
004990             AND (  WK-LINE-COUNT  >  3  )
005000         PERFORM 9100-PRINT-HEADINGS
005010                 THRU    9100-PRINT-HEADINGS-EXIT
005020     END-IF.
005030     MOVE    WK-GROUP-COUNT      TO  WK-GRL-NUMBER.
005040     MOVE    WK-GROUP-REASON     TO  WK-GRL-REASON.
005050     MOVE    WK-HOLD-KEY         TO  WK-GRL-KEY.
005060     MOVE    WK-MEMBER-COUNT     TO  WK-GRL-MEMBERS.
005070     MOVE    WK-GROUP-LINE       TO  WK-PRINT-LINE.
005080     PERFORM 9200-PRINT-LINE
005090             THRU    9200-PRINT-LINE-EXIT.
005100     PERFORM 2310-PRINT-MEMBER
005110             THRU    2310-PRINT-MEMBER-EXIT
005120             VARYING WK-GRP-IX  FROM  1  BY  1
005130             UNTIL   WK-GRP-IX  >  WK-GRP-USED.
005140     IF      WK-MEMBER-COUNT  >  WK-GRP-USED
005150         COMPUTE WK-MORE-COUNT  =  WK-MEMBER-COUNT  -  WK-GRP-USED
005160         MOVE    WK-MORE-LINE        TO  WK-PRINT-LINE
005170         PERFORM 9200-PRINT-LINE
005180                 THRU    9200-PRINT-LINE-EXIT
005190     END-IF.
005200     MOVE    SPACE       TO  WK-PRINT-LINE.
005210     PERFORM 9200-PRINT-LINE
005220             THRU    9200-PRINT-LINE-EXIT.
005230 2300-PRINT-GROUP-EXIT.
005240     EXIT.
005250******************************************************************
005260*    2310-PRINT-MEMBER
005270*    組の連絡先を１行印字する。
005280******************************************************************
005290 2310-PRINT-MEMBER       SECTION.
005300     MOVE    WK-GRP-ID(WK-GRP-IX)        TO  WK-MBR-ID.
005310     MOVE    WK-GRP-NAME(WK-GRP-IX)      TO  WK-MBR-NAME.
005320     MOVE    WK-GRP-PHONE(WK-GRP-IX)     TO  WK-MBR-PHONE.
005330     MOVE    WK-MEMBER-LINE      TO  WK-PRINT-LINE.
005340     PERFORM 9200-PRINT-LINE
005350             THRU    9200-PRINT-LINE-EXIT.
005360 2310-PRINT-MEMBER-EXIT.
005370     EXIT.
005380******************************************************************
005390*    3000-TERMINATE
005400*    理由別の組数の総合計を印字し、ファイルをクローズして実行
005410*    管理へ終了を記録する。
005420******************************************************************
005430 3000-TERMINATE          SECTION.
005440     IF      NOT WK-RPT-READY
005450         GO  TO  3000-TERMINATE-DISPLAY
005460     END-IF.
005470     MOVE   'CONTACTS READ          :'   TO  WK-TOT-LABEL.
005480     MOVE    WK-READ-COUNT       TO  WK-TOT-COUNT.
005490     PERFORM 3100-PRINT-TOTAL
005500             THRU    3100-PRINT-TOTAL-EXIT.
005510     MOVE   'DUPLICATE GROUPS       :'   TO  WK-TOT-LABEL.
005520     MOVE    WK-GROUP-COUNT      TO  WK-TOT-COUNT.
005530     PERFORM 3100-PRINT-TOTAL
005540             THRU    3100-PRINT-TOTAL-EXIT.
005550     MOVE   '  NAME+PHONE           :'   TO  WK-TOT-LABEL.
005560     MOVE    WK-BOTH-COUNT       TO  WK-TOT-COUNT.
005570     PERFORM 3100-PRINT-TOTAL
005580             THRU    3100-PRINT-TOTAL-EXIT.
005590     MOVE   '  NAME                 :'   TO  WK-TOT-LABEL.
005600     MOVE    WK-NAME-COUNT       TO  WK-TOT-COUNT.
005610     PERFORM 3100-PRINT-TOTAL
005620             THRU    3100-PRINT-TOTAL-EXIT.
005630     MOVE   '  PHONE                :'   TO  WK-TOT-LABEL.
005640     MOVE    WK-PHONE-COUNT      TO  WK-TOT-COUNT.
005650     PERFORM 3100-PRINT-TOTAL
005660             THRU    3100-PRINT-TOTAL-EXIT.
005670     MOVE   'CONTACTS LISTED        :'   TO  WK-TOT-LABEL.
005680     MOVE    WK-LISTED-COUNT     TO  WK-TOT-COUNT.
005690     PERFORM 3100-PRINT-TOTAL
005700             THRU    3100-PRINT-TOTAL-EXIT.
005710     CLOSE   REPORT-FILE.
005720 3000-TERMINATE-DISPLAY.
005730     IF      WK-RUN-ALLOWED
005740         MOVE   'END'        TO  RUNCTL-FUNC
005750         MOVE    WK-RUN-RESULT   TO  RUNCTL-RESULT
005760         MOVE    WK-GROUP-COUNT  TO  RUNCTL-COUNT
005770         CALL   'BTRUNSUB'   USING   RUNCTL
005780     END-IF.
005790     DISPLAY '*** BTCDUP1 END   READ=' WK-READ-COUNT
005800             ' GROUPS=' WK-GROUP-COUNT
005810             ' LISTED=' WK-LISTED-COUNT
005820         UPON    CONSOLE.
005830 3000-TERMINATE-EXIT.
005840     EXIT.
005850******************************************************************
005860*    3100-PRINT-TOTAL
005870*    総合計の１行を印字する。
005880******************************************************************
005890 3100-PRINT-TOTAL        SECTION.
005900     MOVE    WK-TOTAL-LINE       TO  WK-PRINT-LINE.
005910     PERFORM 9200-PRINT-LINE
005920             THRU    9200-PRINT-LINE-EXIT.
005930 3100-PRINT-TOTAL-EXIT.
005940     EXIT.
005950******************************************************************
005960*    9100-PRINT-HEADINGS
005970*    改ページし、実行日付とページ番号付きの見出しを印字する。
005980******************************************************************
005990 9100-PRINT-HEADINGS     SECTION.
006000     ADD     1           TO  WK-PAGE-COUNT.
006010     MOVE    WK-RUN-YEAR         TO  WK-HDG1-YEAR.
006020     MOVE    WK-RUN-MONTH        TO  WK-HDG1-MONTH.
006030     MOVE    WK-RUN-DAY          TO  WK-HDG1-DAY.
006040     MOVE    WK-PAGE-COUNT       TO  WK-HDG1-PAGE.
006050     MOVE    WK-HEADING1         TO  REPORT-LINE.
006060     WRITE   REPORT-LINE     AFTER   ADVANCING   PAGE.
006070     MOVE    WK-HEADING2         TO  REPORT-LINE.
006080     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
006090     MOVE    SPACE       TO  REPORT-LINE.
006100     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
006110     MOVE    3           TO  WK-LINE-COUNT.
006120 9100-PRINT-HEADINGS-EXIT.
006130     EXIT.
006140******************************************************************
006150*    9200-PRINT-LINE
006160*    明細行を印字する。ページ行数を超えたら見出しから印字する。
006170******************************************************************
006180 9200-PRINT-LINE         SECTION.
006190     IF      WK-LINE-COUNT  >=  WK-LINES-PER-PAGE
006200         PERFORM 9100-PRINT-HEADINGS
006210                 THRU    9100-PRINT-HEADINGS-EXIT
006220     END-IF.
006230     MOVE    WK-PRINT-LINE       TO  REPORT-LINE.
006240     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
006250     ADD     1           TO  WK-LINE-COUNT.
006260 9200-PRINT-LINE-EXIT.
006270     EXIT.
006280******************************************************************
