000010 IDENTIFICATION      DIVISION.
000020 PROGRAM-ID.     BTMIMP1.
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
000310*   コンポーネント名：コード参照テーブル取込・比較バッチ
000320*   管理者          ：ogochan@NetLab.jp
000330*
000340*   このバッチは BTMEXP1 と同じ形式のフラットファイル METAIMP
000350*   を読み、ヘッダとトレーラの件数を検証したうえで、テーブル
000360*   ごとに現在の内容(DBMETASUB)と比較し、追加・変更・無効化・
000370*   並べ替えの一覧をレポート MIMPRPT に出力する。
000380*   ファイルはテーブルの全体像とし、ファイルで有効(A)のコード
000390*   を表示順に並べたものを新しい内容とする。現在あってファイル
000400*   で無効(I)または記載のないコードは無効化とする。並べ替えは
000410*   現在と新しい内容の両方にあるコードの相対順の違いとする。
000420*   パラメタファイル METIPARM の適用区分が 'Y' で、ファイルの
000430*   検証に誤りがなく、テーブルの検査にも誤りがないときだけ
000440*   テーブルを書き戻し、変更を１件ずつ TPMNT2 と同じ形式で
000450*   TBLAUDIT へ記録する(端末 ID は 'BATCH'、利用者 ID は
000460*   'BTMIMP1')。METIPARM がなければ比較だけを行う。
000470*   PICKLIM と SECPARM の名称欄は TPMNT2 と同じ数字検査を行う。
000480*
000490*   日付      作業者  記述
000500*   26.10.15  ....    新規作成
000501*   26.10.15  ....    プレビューの終了結果を PRV とし同日の適用を可能に
000502*   26.10.15  ....    トレーラの後のレコードをファイル誤りとする
000510******************************************************************
000520 ENVIRONMENT         DIVISION.
000530 CONFIGURATION           SECTION.
000540 SOURCE-COMPUTER.    PANDA-SERVER.
000550 OBJECT-COMPUTER.    PANDA-SERVER.
000560 INPUT-OUTPUT            SECTION.
000570 FILE-CONTROL.
000580     SELECT  OPTIONAL  PARAM-FILE
000590                         ASSIGN  TO  'METIPARM'
000600             ORGANIZATION    IS  LINE SEQUENTIAL
000610             FILE STATUS     IS  WK-PARAM-STATUS.
000620     SELECT  OPTIONAL  IMPORT-FILE
000630                         ASSIGN  TO  'METAIMP'
000640             ORGANIZATION    IS  LINE SEQUENTIAL
000650             FILE STATUS     IS  WK-IMPORT-STATUS.
000660     SELECT  OPTIONAL  TBLAUDIT-FILE
000670                         ASSIGN  TO  'TBLAUDIT'
000680             ORGANIZATION    IS  LINE SEQUENTIAL
000690             FILE STATUS     IS  WK-TBLAUDIT-STATUS.
000700     SELECT  REPORT-FILE     ASSIGN  TO  'MIMPRPT'
000710             ORGANIZATION    IS  LINE SEQUENTIAL
000720             FILE STATUS     IS  WK-REPORT-STATUS.
000730 DATA                DIVISION.
000740 FILE                SECTION.
000750 FD  PARAM-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  PARAM-RECORD.
000780     05  PARAM-APPLY         PIC X(01).
000790 FD  IMPORT-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  IMPORT-RECORD.
000820     05  IMP-TYPE            PIC X(01).
000830         88  IMP-HEADER              VALUE  'H'.
000840         88  IMP-DETAIL              VALUE  'D'.
000850         88  IMP-TRAILER             VALUE  'T'.
000860     05  FILLER              PIC X(01).
000870     05  IMP-BODY            PIC X(78).
000880     05  IMP-HEADER-BODY     REDEFINES  IMP-BODY.
000890         10  IMP-H-DATE          PIC X(08).
000900         10  FILLER              PIC X(01).
000910         10  IMP-H-TIME          PIC X(08).
000920         10  FILLER              PIC X(01).
000930         10  IMP-H-SOURCE        PIC X(08).
000940         10  FILLER              PIC X(52).
000950     05  IMP-DETAIL-BODY     REDEFINES  IMP-BODY.
000960         10  IMP-D-TABLE         PIC X(08).
000970         10  FILLER              PIC X(01).
000980         10  IMP-D-ORDER         PIC 9(03).
000990         10  FILLER              PIC X(01).
001000         10  IMP-D-CODE          PIC X(10).
001010         10  FILLER              PIC X(01).
001020         10  IMP-D-TEXT          PIC X(20).
001030         10  FILLER              PIC X(01).
001040         10  IMP-D-STATE         PIC X(01).
001050             88  IMP-D-ACTIVE            VALUE  'A'.
001060             88  IMP-D-INACTIVE          VALUE  'I'.
001070         10  FILLER              PIC X(32).
001080     05  IMP-TRAILER-BODY    REDEFINES  IMP-BODY.
001090         10  IMP-T-TABLES        PIC 9(03).
001100         10  FILLER              PIC X(01).
001110         10  IMP-T-DETAILS       PIC 9(07).
001120         10  FILLER              PIC X(01).
001130         10  IMP-T-ACTIVE        PIC 9(07).
001140         10  FILLER              PIC X(01).
001150         10  IMP-T-INACTIVE      PIC 9(07).
001160         10  FILLER              PIC X(51).
001170 FD  TBLAUDIT-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  TBLAUDIT-RECORD.
001200     05  TBLAUD-TERMID       PIC X(08).
001210     05  TBLAUD-USERID       PIC X(08).
001220     05  TBLAUD-DATE         PIC X(08).
001230     05  TBLAUD-TIME         PIC X(08).
001240     05  TBLAUD-SEQ          PIC 9(09).
001250     05  TBLAUD-ACTION       PIC X(04).
001260     05  TBLAUD-TABLE        PIC X(08).
001270     05  TBLAUD-ITEM-CODE    PIC X(10).
001280     05  TBLAUD-ITEM-TEXT    PIC X(20).
001290 FD  REPORT-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 01  REPORT-LINE             PIC X(100).
001320 WORKING-STORAGE         SECTION.
001330 01  WK-SWITCHES.
001340     05  WK-IMPORT-EOF-SW    PIC X(01)   VALUE  'N'.
001350         88  WK-IMPORT-EOF           VALUE  'Y'.
001360     05  WK-RPT-READY-SW     PIC X(01)   VALUE  'N'.
001370         88  WK-RPT-READY            VALUE  'Y'.
001380     05  WK-APPLY-SW         PIC X(01)   VALUE  'N'.
001390         88  WK-APPLY                VALUE  'Y'.
001400     05  WK-FILE-ERROR-SW    PIC X(01)   VALUE  'N'.
001410         88  WK-FILE-ERROR           VALUE  'Y'.
001420     05  WK-TABLE-ERROR-SW   PIC X(01)   VALUE  'N'.
001430         88  WK-TABLE-ERROR          VALUE  'Y'.
001440     05  WK-HEADER-SW        PIC X(01)   VALUE  'N'.
001450         88  WK-HEADER-READ          VALUE  'Y'.
001460     05  WK-TRAILER-SW       PIC X(01)   VALUE  'N'.
001470         88  WK-TRAILER-READ         VALUE  'Y'.
001471     05  WK-AFTER-TRAILER-SW PIC X(01)   VALUE  'N'.
001472         88  WK-AFTER-TRAILER        VALUE  'Y'.
001480     05  WK-FOUND-SW         PIC X(01)   VALUE  'N'.
001490         88  WK-FOUND                VALUE  'Y'.
001500     05  WK-TEXT-OK-SW       PIC X(01)   VALUE  'Y'.
001510         88  WK-TEXT-OK              VALUE  'Y'.
001520 01  WK-FILE-STATUSES.
001530     05  WK-PARAM-STATUS     PIC X(02).
001540         88  WK-PARAM-OK             VALUE  '00'.
001550     05  WK-IMPORT-STATUS    PIC X(02).
001560         88  WK-IMPORT-OK            VALUE  '00'.
001570     05  WK-TBLAUDIT-STATUS  PIC X(02).
001580     05  WK-REPORT-STATUS    PIC X(02).
001590         88  WK-REPORT-OK            VALUE  '00'.
001600 01  WK-COUNTERS                         COMP.
001610     05  WK-READ-COUNT       PIC 9(09)   VALUE  ZERO.
001620     05  WK-DETAIL-COUNT     PIC 9(09)   VALUE  ZERO.
001630     05  WK-ACTIVE-COUNT     PIC 9(09)   VALUE  ZERO.
001640     05  WK-INACTIVE-COUNT   PIC 9(09)   VALUE  ZERO.
001650     05  WK-TABLE-COUNT      PIC 9(09)   VALUE  ZERO.
001660     05  WK-CHANGED-TABLES   PIC 9(09)   VALUE  ZERO.
001670     05  WK-APPLIED-TABLES   PIC 9(09)   VALUE  ZERO.
001680     05  WK-REJECTED-TABLES  PIC 9(09)   VALUE  ZERO.
001690     05  WK-ADD-COUNT        PIC 9(09)   VALUE  ZERO.
001700     05  WK-CHG-COUNT        PIC 9(09)   VALUE  ZERO.
001710     05  WK-DEA-COUNT        PIC 9(09)   VALUE  ZERO.
001720     05  WK-SEQ-COUNT        PIC 9(09)   VALUE  ZERO.
001730     05  WK-SAME-COUNT       PIC 9(09)   VALUE  ZERO.
001740     05  WK-AUDIT-COUNT      PIC 9(09)   VALUE  ZERO.
001750     05  WK-RANK             PIC 9(04)   VALUE  ZERO.
001760     05  WK-LINE-COUNT       PIC 9(04)   VALUE  ZERO.
001770     05  WK-PAGE-COUNT       PIC 9(04)   VALUE  ZERO.
001780     05  WK-LINES-PER-PAGE   PIC 9(04)   VALUE  0050.
001790     05  WK-TEXT-DIGITS      PIC 9(04)   VALUE  ZERO.
001800 01  WK-SUBSCRIPTS                       COMP.
001810     05  WK-IMP-IX           PIC 9(04)   VALUE  ZERO.
001820     05  WK-IMP-USED         PIC 9(04)   VALUE  ZERO.
001830     05  WK-IMP-MAX          PIC 9(04)   VALUE  0500.
001840     05  WK-GRP-START        PIC 9(04)   VALUE  ZERO.
001850     05  WK-GRP-END          PIC 9(04)   VALUE  ZERO.
001860     05  WK-CUR-IX           PIC 9(04)   VALUE  ZERO.
001870     05  WK-CUR-USED         PIC 9(04)   VALUE  ZERO.
001880     05  WK-NEW-IX           PIC 9(04)   VALUE  ZERO.
001890     05  WK-NEW-USED         PIC 9(04)   VALUE  ZERO.
001900     05  WK-INS-IX           PIC 9(04)   VALUE  ZERO.
001910     05  WK-SHIFT-IX         PIC 9(04)   VALUE  ZERO.
001920     05  WK-CHK-IX           PIC 9(04)   VALUE  ZERO.
001930     05  WK-CHG-IX           PIC 9(04)   VALUE  ZERO.
001940     05  WK-CHG-USED         PIC 9(04)   VALUE  ZERO.
001950     05  WK-CHG-MAX          PIC 9(04)   VALUE  0150.
001960     05  WK-TBL-MAX          PIC 9(04)   VALUE  0050.
001970     05  WK-TEXT-IX          PIC 9(04)   VALUE  ZERO.
001980 01  WK-RUN-DATE             PIC X(08).
001990 01  WK-RUN-TIME             PIC X(08).
002000 01  WK-LAST-TABLE           PIC X(08)   VALUE  SPACE.
002010 01  WK-CHECK-TEXT           PIC X(20).
002020*    ファイルの明細(全テーブル)。
002030 01  WK-IMP-TABLE.
002040     05  WK-IMP-ENTRY        OCCURS  500  TIMES.
002050         10  WK-IMP-TBL          PIC X(08).
002060         10  WK-IMP-ORDER        PIC 9(03).
002070         10  WK-IMP-CODE         PIC X(10).
002080         10  WK-IMP-TEXT         PIC X(20).
002090         10  WK-IMP-STATE        PIC X(01).
002100*    テーブルの現在の内容。WK-CUR-NEW-IX は新しい内容での位置
002110*    (ないときは 0)、WK-CUR-RANK は両方にあるコードの中での順位。
002120 01  WK-CUR-TABLE.
002130     05  WK-CUR-ENTRY        OCCURS  50  TIMES.
002140         10  WK-CUR-CODE         PIC X(10).
002150         10  WK-CUR-TEXT         PIC X(20).
002160         10  WK-CUR-NEW-IX       PIC 9(04)   COMP.
002170         10  WK-CUR-RANK         PIC 9(04)   COMP.
002180*    新しい内容(ファイルの有効なコードを表示順に並べたもの)。
002190 01  WK-NEW-TABLE.
002200     05  WK-NEW-ENTRY        OCCURS  50  TIMES.
002210         10  WK-NEW-CODE         PIC X(10).
002220         10  WK-NEW-TEXT         PIC X(20).
002230         10  WK-NEW-ORDER        PIC 9(03).
002240         10  WK-NEW-CUR-IX       PIC 9(04)   COMP.
002250*    トレーラの件数。
002260 01  WK-TRAILER-SAVE.
002270     05  WK-T-TABLES         PIC 9(03).
002280     05  FILLER              PIC X(01).
002290     05  WK-T-DETAILS        PIC 9(07).
002300     05  FILLER              PIC X(01).
002310     05  WK-T-ACTIVE         PIC 9(07).
002320     05  FILLER              PIC X(01).
002330     05  WK-T-INACTIVE       PIC 9(07).
002340     05  FILLER              PIC X(51).
002350*    テーブルの変更の一覧。適用時に TBLAUDIT へ書く。
002360 01  WK-CHG-TABLE.
002370     05  WK-CHG-ENTRY        OCCURS  150  TIMES.
002380         10  WK-CHG-ACTION       PIC X(04).
002390         10  WK-CHG-CODE         PIC X(10).
002400         10  WK-CHG-TEXT         PIC X(20).
002410 01  WK-HEADING1.
002420     05  FILLER              PIC X(34)   VALUE
002430         'PANDA CODE TABLE IMPORT COMPARE   '.
002440     05  FILLER              PIC X(06)   VALUE  'DATE: '.
002450     05  WK-HDG1-DATE        PIC X(08).
002460     05  FILLER              PIC X(04)   VALUE  SPACE.
002470     05  FILLER              PIC X(06)   VALUE  'MODE: '.
002480     05  WK-HDG1-MODE        PIC X(07).
002490     05  FILLER              PIC X(15)   VALUE  SPACE.
002500     05  FILLER              PIC X(06)   VALUE  'PAGE: '.
002510     05  WK-HDG1-PAGE        PIC ZZZ9.
002520 01  WK-HEADING2.
002530     05  FILLER              PIC X(10)   VALUE  'TABLE'.
002540     05  FILLER              PIC X(13)   VALUE  'ACTION'.
002550     05  FILLER              PIC X(12)   VALUE  'CODE'.
002560     05  FILLER              PIC X(22)   VALUE  'CURRENT TEXT'.
002570     05  FILLER              PIC X(22)   VALUE  'NEW TEXT'.
002580     05  FILLER              PIC X(05)   VALUE  'OLD'.
002590     05  FILLER              PIC X(03)   VALUE  'NEW'.
002600 01  WK-DETAIL-LINE.
002610     05  WK-DTL-TABLE        PIC X(08).
002620     05  FILLER              PIC X(02)   VALUE  SPACE.
002630     05  WK-DTL-ACTION       PIC X(11).
002640     05  FILLER              PIC X(02)   VALUE  SPACE.
002650     05  WK-DTL-CODE         PIC X(10).
002660     05  FILLER              PIC X(02)   VALUE  SPACE.
002670     05  WK-DTL-OLD-TEXT     PIC X(20).
002680     05  FILLER              PIC X(02)   VALUE  SPACE.
002690     05  WK-DTL-NEW-TEXT     PIC X(20).
002700     05  FILLER              PIC X(02)   VALUE  SPACE.
002710     05  WK-DTL-OLD-ORDER    PIC ZZ9.
002720     05  FILLER              PIC X(02)   VALUE  SPACE.
002730     05  WK-DTL-NEW-ORDER    PIC ZZ9.
002740 01  WK-TABLE-LINE.
002750     05  FILLER              PIC X(06)   VALUE  'TABLE '.
002760     05  WK-TBL-NAME         PIC X(08).
002770     05  FILLER              PIC X(03)   VALUE  ' : '.
002780     05  WK-TBL-CHANGES      PIC ZZ9.
002790     05  FILLER              PIC X(10)   VALUE  ' CHANGES  '.
002800     05  WK-TBL-STATUS       PIC X(20).
002810 01  WK-MESSAGE-LINE.
002820     05  FILLER              PIC X(04)   VALUE  '*** '.
002830     05  WK-MSG-TEXT         PIC X(40).
002840     05  WK-MSG-VALUE        PIC X(50).
002850 01  WK-TOTAL-LINE.
002860     05  FILLER              PIC X(04)   VALUE  SPACE.
002870     05  WK-TOT-LABEL        PIC X(30).
002880     05  WK-TOT-COUNT        PIC ZZZ,ZZZ,ZZ9.
002890 01  WK-PRINT-LINE           PIC X(100).
002900 01  WK-RUN-ALLOWED-SW       PIC X(01)   VALUE  'N'.
002910     88  WK-RUN-ALLOWED          VALUE  'Y'.
002920 01  WK-RUN-RESULT           PIC X(04)   VALUE  'OK  '.
002930 COPY    DB-META.
002940 COPY    RUNCTL.
002950 PROCEDURE           DIVISION.
002960 0000-MAINLINE           SECTION.
002970     PERFORM 1000-INITIALIZE        THRU    1000-INITIALIZE-EXIT.
002980     IF      WK-RPT-READY
002990         PERFORM 1100-LOAD-IMPORT   THRU    1100-LOAD-IMPORT-EXIT
003000         MOVE    1           TO  WK-GRP-START
003010         PERFORM 2000-PROCESS-TABLE
003020                 THRU    2000-PROCESS-TABLE-EXIT
003030                 UNTIL   WK-GRP-START  >  WK-IMP-USED
003040     END-IF.
003050     PERFORM 3000-TERMINATE         THRU    3000-TERMINATE-EXIT.
003060     GOBACK.
003070******************************************************************
003080*    1000-INITIALIZE
003090*    適用区分を読み、レポートをオープンする。
003100******************************************************************
003110 1000-INITIALIZE         SECTION.
003120     DISPLAY '*** BTMIMP1 START' UPON CONSOLE.
003130     ACCEPT  WK-RUN-DATE     FROM    DATE    YYYYMMDD.
003140     ACCEPT  WK-RUN-TIME     FROM    TIME.
003150*
003160     MOVE   'CHECK'      TO  RUNCTL-FUNC.
003170     MOVE   'BTMIMP1'    TO  RUNCTL-JOB.
003180     MOVE    SPACE       TO  RUNCTL-PREREQ.
003190     CALL   'BTRUNSUB'   USING   RUNCTL.
003200     IF      NOT RUNCTL-OK
003210         DISPLAY 'BTMIMP1 RUN REFUSED - RUNCTL STATUS '
003220                 RUNCTL-STATUS
003230             UPON    CONSOLE
003240         GO  TO  1000-INITIALIZE-EXIT
003250     END-IF.
003260     MOVE   'START'      TO  RUNCTL-FUNC.
003270     CALL   'BTRUNSUB'   USING   RUNCTL.
003280     MOVE   'Y'          TO  WK-RUN-ALLOWED-SW.
003290*
003300     OPEN    INPUT   PARAM-FILE.
003310     IF      WK-PARAM-OK
003320         READ    PARAM-FILE
003330             AT  END
003340                 CONTINUE
003350             NOT AT END
003360                 IF      PARAM-APPLY  =  'Y'
003370                     MOVE   'Y'          TO  WK-APPLY-SW
003380                 END-IF
003390         END-READ
003400         CLOSE   PARAM-FILE
003410     END-IF.
003420     DISPLAY 'APPLY = ' WK-APPLY-SW UPON CONSOLE.
003430*
003440     OPEN    OUTPUT  REPORT-FILE.
003450     IF      NOT WK-REPORT-OK
003460         DISPLAY 'REPORT-FILE OPEN ERROR ' WK-REPORT-STATUS
003470             UPON    CONSOLE
003480         MOVE   'ERR '       TO  WK-RUN-RESULT
003490         GO  TO  1000-INITIALIZE-EXIT
003500     END-IF.
003510     PERFORM 9100-PRINT-HEADINGS
003520             THRU    9100-PRINT-HEADINGS-EXIT.
003530     MOVE   'Y'          TO  WK-RPT-READY-SW.
003540 1000-INITIALIZE-EXIT.
003550     EXIT.
003560******************************************************************
003570*    1100-LOAD-IMPORT
003580*    取込ファイルを全件表へ読み込み、ヘッダ・トレーラと件数を
003590*    検証する。誤りがあれば比較だけを行い、何も適用しない。
003600******************************************************************
003610 1100-LOAD-IMPORT        SECTION.
003620     MOVE    ZERO        TO  WK-IMP-USED.
003630     OPEN    INPUT   IMPORT-FILE.
003640     IF      NOT WK-IMPORT-OK
003650         MOVE   'METAIMP OPEN ERROR OR FILE MISSING      '
003660                             TO  WK-MSG-TEXT
003670         MOVE    WK-IMPORT-STATUS    TO  WK-MSG-VALUE
003680         PERFORM 9300-PRINT-FILE-ERROR
003690                 THRU    9300-PRINT-FILE-ERROR-EXIT
003700         GO  TO  1100-LOAD-IMPORT-EXIT
003710     END-IF.
003720     PERFORM 1110-READ-IMPORT
003730             THRU    1110-READ-IMPORT-EXIT
003740             UNTIL   WK-IMPORT-EOF.
003750     CLOSE   IMPORT-FILE.
003760*
003770     IF      NOT WK-HEADER-READ
003780         MOVE   'HEADER RECORD MISSING                   '
003790                             TO  WK-MSG-TEXT
003800         MOVE    SPACE       TO  WK-MSG-VALUE
003810         PERFORM 9300-PRINT-FILE-ERROR
003820                 THRU    9300-PRINT-FILE-ERROR-EXIT
003830     END-IF.
003840     IF      NOT WK-TRAILER-READ
003850         MOVE   'TRAILER RECORD MISSING                  '
003860                             TO  WK-MSG-TEXT
003870         MOVE    SPACE       TO  WK-MSG-VALUE
003880         PERFORM 9300-PRINT-FILE-ERROR
003890                 THRU    9300-PRINT-FILE-ERROR-EXIT
003900         GO  TO  1100-LOAD-IMPORT-EXIT
003910     END-IF.
003920     IF          (  WK-T-TABLES  NOT =  WK-TABLE-COUNT  )
003930             OR  (  WK-T-DETAILS  NOT =  WK-DETAIL-COUNT  )
003940             OR  (  WK-T-ACTIVE  NOT =  WK-ACTIVE-COUNT  )
003950             OR  (  WK-T-INACTIVE  NOT =  WK-INACTIVE-COUNT  )
003960         MOVE   'CONTROL TOTALS DO NOT AGREE WITH FILE   '
003970                             TO  WK-MSG-TEXT
003980         MOVE    WK-TRAILER-SAVE     TO  WK-MSG-VALUE
003990         PERFORM 9300-PRINT-FILE-ERROR
004000                 THRU    9300-PRINT-FILE-ERROR-EXIT
004010     END-IF.
004020 1100-LOAD-IMPORT-EXIT.
004030     EXIT.
004040******************************************************************
004050*    1110-READ-IMPORT
004060*    取込ファイルを１件読む。明細は同じテーブルが連続している
004070*    こと。トレーラは最後に１件だけで、トレーラを読んだら値を
004071*    保存する。トレーラの後にレコードがあればファイル誤りとし、
004072*    ファイルの終わりまで読み飛ばす。
004090******************************************************************
004100 1110-READ-IMPORT        SECTION.
004110     READ    IMPORT-FILE
004120         AT  END
004130             MOVE   'Y'          TO  WK-IMPORT-EOF-SW
004140             GO  TO  1110-READ-IMPORT-EXIT
004150     END-READ.
004160     ADD     1           TO  WK-READ-COUNT.
004161     IF      WK-TRAILER-READ
004162         IF      NOT WK-AFTER-TRAILER
004163             MOVE   'Y'          TO  WK-AFTER-TRAILER-SW
004164             MOVE   'RECORD AFTER TRAILER                    '
004165                                 TO  WK-MSG-TEXT
004166             MOVE    IMPORT-RECORD       TO  WK-MSG-VALUE
004167             PERFORM 9300-PRINT-FILE-ERROR
004168                     THRU    9300-PRINT-FILE-ERROR-EXIT
004169         END-IF
004170         GO  TO  1110-READ-IMPORT-EXIT
004171     END-IF.
004172     IF      WK-READ-COUNT  =  1
004180         IF      IMP-HEADER
004190             MOVE   'Y'          TO  WK-HEADER-SW
004200             DISPLAY 'METAIMP CREATED ' IMP-H-DATE ' ' IMP-H-TIME
004210                     ' BY ' IMP-H-SOURCE
004220                 UPON    CONSOLE
004230             GO  TO  1110-READ-IMPORT-EXIT
004240         END-IF
004250     END-IF.
004260     IF      IMP-TRAILER
004270         MOVE   'Y'          TO  WK-TRAILER-SW
004280         MOVE    IMP-TRAILER-BODY    TO  WK-TRAILER-SAVE
004300         GO  TO  1110-READ-IMPORT-EXIT
004310     END-IF.
004320     IF      NOT IMP-DETAIL
004330         MOVE   'UNKNOWN RECORD TYPE                     '
004340                             TO  WK-MSG-TEXT
004350         MOVE    IMPORT-RECORD       TO  WK-MSG-VALUE
004360         PERFORM 9300-PRINT-FILE-ERROR
004370                 THRU    9300-PRINT-FILE-ERROR-EXIT
004380         GO  TO  1110-READ-IMPORT-EXIT
004390     END-IF.
004400*
004410     ADD     1           TO  WK-DETAIL-COUNT.
004420     IF      IMP-D-ACTIVE
004430         ADD     1           TO  WK-ACTIVE-COUNT
004440     END-IF.
004450     IF      IMP-D-INACTIVE
004460         ADD     1           TO  WK-INACTIVE-COUNT
004470     END-IF.
004480     IF      IMP-D-TABLE  NOT =  WK-LAST-TABLE
004490         PERFORM VARYING WK-IMP-IX  FROM    1   BY  1
004500                 UNTIL   WK-IMP-IX  >  WK-IMP-USED
004510             IF      WK-IMP-TBL(WK-IMP-IX)  =  IMP-D-TABLE
004520                 MOVE   'TABLE NOT IN ONE BLOCK - NOT APPLIED    '
004530                                     TO  WK-MSG-TEXT
004540                 MOVE    IMP-D-TABLE     TO  WK-MSG-VALUE
004550                 PERFORM 9300-PRINT-FILE-ERROR
004560                         THRU    9300-PRINT-FILE-ERROR-EXIT
004570                 MOVE    WK-IMP-USED     TO  WK-IMP-IX
004580             END-IF
004590         END-PERFORM
004600         ADD     1           TO  WK-TABLE-COUNT
004610         MOVE    IMP-D-TABLE     TO  WK-LAST-TABLE
004620     END-IF.
004630     IF      WK-IMP-USED  >=  WK-IMP-MAX
004640         MOVE   'TOO MANY DETAIL RECORDS                 '
004650                             TO  WK-MSG-TEXT
004660         MOVE    IMPORT-RECORD       TO  WK-MSG-VALUE
004670         PERFORM 9300-PRINT-FILE-ERROR
004680                 THRU    9300-PRINT-FILE-ERROR-EXIT
004690         GO  TO  1110-READ-IMPORT-EXIT
004700     END-IF.
004710     ADD     1           TO  WK-IMP-USED.
004720     MOVE    IMP-D-TABLE     TO  WK-IMP-TBL(WK-IMP-USED).
004730     IF      IMP-D-ORDER  IS  NUMERIC
004740         MOVE    IMP-D-ORDER     TO  WK-IMP-ORDER(WK-IMP-USED)
004750       ELSE
004760         MOVE    ZERO            TO  WK-IMP-ORDER(WK-IMP-USED)
004770     END-IF.
004780     MOVE    IMP-D-CODE      TO  WK-IMP-CODE(WK-IMP-USED).
004790     MOVE    IMP-D-TEXT      TO  WK-IMP-TEXT(WK-IMP-USED).
004800     MOVE    IMP-D-STATE     TO  WK-IMP-STATE(WK-IMP-USED).
004810 1110-READ-IMPORT-EXIT.
004820     EXIT.
004830******************************************************************
004840*    2000-PROCESS-TABLE
004850*    WK-GRP-START から始まる１テーブル分の明細を現在の内容と比較
004860*    し、条件がそろえば適用する。
004870******************************************************************
004880 2000-PROCESS-TABLE      SECTION.
004890     MOVE    WK-GRP-START    TO  WK-GRP-END.
004900     PERFORM UNTIL   (  WK-GRP-END  >=  WK-IMP-USED  )
004910                 OR  (  WK-IMP-TBL(WK-GRP-END  +  1)
004920                         NOT =  WK-IMP-TBL(WK-GRP-START)  )
004930         ADD     1           TO  WK-GRP-END
004940     END-PERFORM.
004950     MOVE    WK-IMP-TBL(WK-GRP-START)    TO  WK-DTL-TABLE.
004960     MOVE    WK-IMP-TBL(WK-GRP-START)    TO  WK-TBL-NAME.
004970     MOVE   'N'          TO  WK-TABLE-ERROR-SW.
004980     MOVE    ZERO        TO  WK-CHG-USED.
004990*
005000     PERFORM 2100-READ-CURRENT
005010             THRU    2100-READ-CURRENT-EXIT.
005020     PERFORM 2200-BUILD-NEW
005030             THRU    2200-BUILD-NEW-EXIT
005040             VARYING WK-IMP-IX  FROM    WK-GRP-START    BY  1
005050             UNTIL   WK-IMP-IX  >  WK-GRP-END.
005060     IF      NOT WK-TABLE-ERROR
005070         PERFORM 2300-COMPARE
005080                 THRU    2300-COMPARE-EXIT
005090     END-IF.
005100*
005110     MOVE    WK-CHG-USED     TO  WK-TBL-CHANGES.
005120     EVALUATE    TRUE
005130       WHEN      WK-TABLE-ERROR
005140         MOVE   'REJECTED'       TO  WK-TBL-STATUS
005150         ADD     1           TO  WK-REJECTED-TABLES
005160         MOVE   'ERR '       TO  WK-RUN-RESULT
005170       WHEN      WK-CHG-USED  =  ZERO
005180         MOVE   'NO CHANGE'      TO  WK-TBL-STATUS
005190       WHEN      WK-FILE-ERROR
005200         MOVE   'NOT APPLIED'    TO  WK-TBL-STATUS
005210         ADD     1           TO  WK-CHANGED-TABLES
005220       WHEN      NOT WK-APPLY
005230         MOVE   'PREVIEW ONLY'   TO  WK-TBL-STATUS
005240         ADD     1           TO  WK-CHANGED-TABLES
005250       WHEN      OTHER
005260         ADD     1           TO  WK-CHANGED-TABLES
005270         PERFORM 2400-APPLY-TABLE
005280                 THRU    2400-APPLY-TABLE-EXIT
005290     END-EVALUATE.
005300     MOVE    WK-TABLE-LINE       TO  WK-PRINT-LINE.
005310     PERFORM 9200-PRINT-LINE
005320             THRU    9200-PRINT-LINE-EXIT.
005330     MOVE    SPACE       TO  WK-PRINT-LINE.
005340     PERFORM 9200-PRINT-LINE
005350             THRU    9200-PRINT-LINE-EXIT.
005360     COMPUTE WK-GRP-START  =  WK-GRP-END  +  1.
005370 2000-PROCESS-TABLE-EXIT.
005380     EXIT.
005390******************************************************************
005400*    2100-READ-CURRENT
005410*    テーブルの現在の内容を読む。テーブルがなければ空とする。
005420******************************************************************
005430 2100-READ-CURRENT       SECTION.
005440     MOVE    ZERO        TO  WK-CUR-USED.
005450     MOVE    WK-IMP-TBL(WK-GRP-START)    TO  METADB-TABLE.
005460     MOVE    SPACE       TO  METADB-KEY.
005470     MOVE   'READ'       TO  METADB-FUNC.
005480     CALL   'DBMETASUB'  USING   METADB.
005490     IF      METADB-NOTFOUND
005500         GO  TO  2100-READ-CURRENT-EXIT
005510     END-IF.
005520     IF      NOT METADB-OK
005530         MOVE   'TABLE READ ERROR                        '
005540                             TO  WK-MSG-TEXT
005550         MOVE    SPACE       TO  WK-MSG-VALUE
005560         MOVE    METADB-STATUS       TO  WK-MSG-VALUE(11:2)
005570         PERFORM 9400-PRINT-TABLE-ERROR
005580                 THRU    9400-PRINT-TABLE-ERROR-EXIT
005590         GO  TO  2100-READ-CURRENT-EXIT
005600     END-IF.
005610     PERFORM VARYING WK-CUR-IX  FROM    1   BY  1
005620             UNTIL   (  WK-CUR-IX  >  METADB-COUNT  )
005630                 OR  (  WK-CUR-IX  >  WK-TBL-MAX  )
005640         MOVE    METADB-ITEM-CODE(WK-CUR-IX)
005650             TO  WK-CUR-CODE(WK-CUR-IX)
005660         MOVE    METADB-ITEM-TEXT(WK-CUR-IX)
005670             TO  WK-CUR-TEXT(WK-CUR-IX)
005680         MOVE    ZERO        TO  WK-CUR-NEW-IX(WK-CUR-IX)
005690         MOVE    ZERO        TO  WK-CUR-RANK(WK-CUR-IX)
005700         ADD     1           TO  WK-CUR-USED
005710     END-PERFORM.
005720 2100-READ-CURRENT-EXIT.
005730     EXIT.
005740******************************************************************
005750*    2200-BUILD-NEW
005760*    明細を１件検査し、有効なコードを表示順の位置に挿入して新しい
005770*    内容を作る。
005780******************************************************************
005790 2200-BUILD-NEW          SECTION.
005800     IF      WK-IMP-IX  =  WK-GRP-START
005810         MOVE    ZERO        TO  WK-NEW-USED
005820     END-IF.
005830     MOVE    SPACE       TO  WK-MSG-VALUE.
005840     MOVE    WK-IMP-CODE(WK-IMP-IX)  TO  WK-MSG-VALUE(11:10).
005850     IF      WK-IMP-CODE(WK-IMP-IX)  =  SPACE
005860         MOVE   'CODE IS BLANK                           '
005870                             TO  WK-MSG-TEXT
005880         GO  TO  2200-BUILD-NEW-ERROR
005890     END-IF.
005900     IF          (  WK-IMP-STATE(WK-IMP-IX)  NOT =  'A'  )
005910             AND (  WK-IMP-STATE(WK-IMP-IX)  NOT =  'I'  )
005920         MOVE   'STATE MUST BE A OR I                    '
005930                             TO  WK-MSG-TEXT
005940         GO  TO  2200-BUILD-NEW-ERROR
005950     END-IF.
005960     PERFORM VARYING WK-CHK-IX  FROM    WK-GRP-START    BY  1
005970             UNTIL   WK-CHK-IX  >=  WK-IMP-IX
005980         IF      WK-IMP-CODE(WK-CHK-IX)  =  WK-IMP-CODE(WK-IMP-IX)
005990             MOVE   'CODE APPEARS MORE THAN ONCE             '
006000                                 TO  WK-MSG-TEXT
006010             GO  TO  2200-BUILD-NEW-ERROR
006020         END-IF
006030     END-PERFORM.
006040     IF      WK-IMP-STATE(WK-IMP-IX)  =  'I'
006050         GO  TO  2200-BUILD-NEW-EXIT
006060     END-IF.
006070*
006080     IF      WK-IMP-ORDER(WK-IMP-IX)  =  ZERO
006090         MOVE   'ACTIVE CODE NEEDS A DISPLAY ORDER       '
006100                             TO  WK-MSG-TEXT
006110         GO  TO  2200-BUILD-NEW-ERROR
006120     END-IF.
006130     MOVE    WK-IMP-TEXT(WK-IMP-IX)  TO  WK-CHECK-TEXT.
006140     PERFORM 2210-CHECK-TEXT
006150             THRU    2210-CHECK-TEXT-EXIT.
006160     IF      NOT WK-TEXT-OK
006170         MOVE   'TEXT MUST BE DIGITS FOR THIS TABLE      '
006180                             TO  WK-MSG-TEXT
006190         GO  TO  2200-BUILD-NEW-ERROR
006200     END-IF.
006210     IF      WK-NEW-USED  >=  WK-TBL-MAX
006220         MOVE   'MORE THAN 50 ACTIVE CODES               '
006230                             TO  WK-MSG-TEXT
006240         GO  TO  2200-BUILD-NEW-ERROR
006250     END-IF.
006260     PERFORM VARYING WK-INS-IX  FROM    1   BY  1
006270             UNTIL   (  WK-INS-IX  >  WK-NEW-USED  )
006280                 OR  (  WK-NEW-ORDER(WK-INS-IX)
006290                         >=  WK-IMP-ORDER(WK-IMP-IX)  )
006300         CONTINUE
006310     END-PERFORM.
006320     IF          (  WK-INS-IX  <=  WK-NEW-USED  )
006330             AND (  WK-NEW-ORDER(WK-INS-IX)
006340                         =  WK-IMP-ORDER(WK-IMP-IX)  )
006350         MOVE   'DISPLAY ORDER USED TWICE                '
006360                             TO  WK-MSG-TEXT
006370         GO  TO  2200-BUILD-NEW-ERROR
006380     END-IF.
006390     PERFORM VARYING WK-SHIFT-IX  FROM    WK-NEW-USED   BY  -1
006400             UNTIL   WK-SHIFT-IX  <  WK-INS-IX
006410         MOVE    WK-NEW-ENTRY(WK-SHIFT-IX)
006420             TO  WK-NEW-ENTRY(WK-SHIFT-IX  +  1)
006430     END-PERFORM.
006440     ADD     1           TO  WK-NEW-USED.
006450     MOVE    WK-IMP-CODE(WK-IMP-IX)  TO  WK-NEW-CODE(WK-INS-IX).
006460     MOVE    WK-IMP-TEXT(WK-IMP-IX)  TO  WK-NEW-TEXT(WK-INS-IX).
006470     MOVE    WK-IMP-ORDER(WK-IMP-IX) TO  WK-NEW-ORDER(WK-INS-IX).
006480     MOVE    ZERO        TO  WK-NEW-CUR-IX(WK-INS-IX).
006490     GO  TO  2200-BUILD-NEW-EXIT.
006500 2200-BUILD-NEW-ERROR.
006510     PERFORM 9400-PRINT-TABLE-ERROR
006520             THRU    9400-PRINT-TABLE-ERROR-EXIT.
006530 2200-BUILD-NEW-EXIT.
006540     EXIT.
006550******************************************************************
006560*    2210-CHECK-TEXT
006570*    PICKLIM の名称欄は 1 桁以上 9 桁以内、SECPARM の名称欄は
006580*    1 桁以上 2 桁以内の数字で、その後ろは空白でなければならない
006590*    (TPMNT2 と同じ検査)。ほかのテーブルは検査しない。
006600******************************************************************
006610 2210-CHECK-TEXT         SECTION.
006620     MOVE   'Y'          TO  WK-TEXT-OK-SW.
006630     EVALUATE    WK-IMP-TBL(WK-GRP-START)
006640       WHEN     'PICKLIM'
006650         MOVE    9           TO  WK-TEXT-DIGITS
006660       WHEN     'SECPARM'
006670         MOVE    2           TO  WK-TEXT-DIGITS
006680       WHEN      OTHER
006690         GO  TO  2210-CHECK-TEXT-EXIT
006700     END-EVALUATE.
006710     PERFORM VARYING WK-TEXT-IX  FROM    1   BY  1
006720             UNTIL   (  WK-TEXT-IX  >  20  )
006730                 OR  WK-CHECK-TEXT(WK-TEXT-IX:1)  NOT  NUMERIC
006740         CONTINUE
006750     END-PERFORM.
006760     IF          (  WK-TEXT-IX  =  1  )
006770             OR  (  WK-TEXT-IX  >  WK-TEXT-DIGITS  +  1  )
006780         MOVE   'N'          TO  WK-TEXT-OK-SW
006790       ELSE
006800         IF      WK-CHECK-TEXT(WK-TEXT-IX:)  NOT =  SPACE
006810             MOVE   'N'          TO  WK-TEXT-OK-SW
006820         END-IF
006830     END-IF.
006840 2210-CHECK-TEXT-EXIT.
006850     EXIT.
006860******************************************************************
006870*    2300-COMPARE
006880*    現在の内容と新しい内容を突き合わせ、変更を印字して変更の
006890*    一覧に加える。
006900*      ADDED      : 新しい内容にだけある
006910*      CHANGED    : 両方にあり名称が違う
006920*      DEACTIVATED: 現在の内容にだけある
006930*      REORDERED  : 両方にあるコードの中での順位が違う
006940******************************************************************
006950 2300-COMPARE            SECTION.
006960     PERFORM VARYING WK-NEW-IX  FROM    1   BY  1
006970             UNTIL   WK-NEW-IX  >  WK-NEW-USED
006980         PERFORM VARYING WK-CUR-IX  FROM    1   BY  1
006990                 UNTIL   WK-CUR-IX  >  WK-CUR-USED
007000             IF      WK-CUR-CODE(WK-CUR-IX)
007010                         =  WK-NEW-CODE(WK-NEW-IX)
007020                 MOVE    WK-NEW-IX   TO  WK-CUR-NEW-IX(WK-CUR-IX)
007030                 MOVE    WK-CUR-IX   TO  WK-NEW-CUR-IX(WK-NEW-IX)
007040             END-IF
007050         END-PERFORM
007060     END-PERFORM.
007070*    両方にあるコードの現在の順位。
007080     MOVE    ZERO        TO  WK-RANK.
007090     PERFORM VARYING WK-CUR-IX  FROM    1   BY  1
007100             UNTIL   WK-CUR-IX  >  WK-CUR-USED
007110         IF      WK-CUR-NEW-IX(WK-CUR-IX)  >  ZERO
007120             ADD     1           TO  WK-RANK
007130             MOVE    WK-RANK     TO  WK-CUR-RANK(WK-CUR-IX)
007140         END-IF
007150     END-PERFORM.
007160*
007170     MOVE    ZERO        TO  WK-RANK.
007180     PERFORM 2310-COMPARE-NEW
007190             THRU    2310-COMPARE-NEW-EXIT
007200             VARYING WK-NEW-IX  FROM    1   BY  1
007210             UNTIL   WK-NEW-IX  >  WK-NEW-USED.
007220     PERFORM 2320-COMPARE-CURRENT
007230             THRU    2320-COMPARE-CURRENT-EXIT
007240             VARYING WK-CUR-IX  FROM    1   BY  1
007250             UNTIL   WK-CUR-IX  >  WK-CUR-USED.
007260 2300-COMPARE-EXIT.
007270     EXIT.
007280******************************************************************
007290*    2310-COMPARE-NEW
007300*    新しい内容の１件を追加・変更・並べ替えのどれかと判定する。
007310*    名称の変更と並べ替えが両方あれば２行とも出す。
007320******************************************************************
007330 2310-COMPARE-NEW        SECTION.
007340     MOVE    WK-NEW-CODE(WK-NEW-IX)  TO  WK-DTL-CODE.
007350     MOVE    WK-NEW-TEXT(WK-NEW-IX)  TO  WK-DTL-NEW-TEXT.
007360     MOVE    WK-NEW-IX               TO  WK-DTL-NEW-ORDER.
007370     MOVE    WK-NEW-CUR-IX(WK-NEW-IX)    TO  WK-CUR-IX.
007380     IF      WK-CUR-IX  =  ZERO
007390         MOVE    SPACE       TO  WK-DTL-OLD-TEXT
007400         MOVE    ZERO        TO  WK-DTL-OLD-ORDER
007410         MOVE   'ADDED'      TO  WK-DTL-ACTION
007420         MOVE   'ADD '       TO  WK-CHG-ACTION(WK-CHG-USED  +  1)
007430         ADD     1           TO  WK-ADD-COUNT
007440         PERFORM 2330-ADD-CHANGE
007450                 THRU    2330-ADD-CHANGE-EXIT
007460         GO  TO  2310-COMPARE-NEW-EXIT
007470     END-IF.
007480     ADD     1           TO  WK-RANK.
007490     MOVE    WK-CUR-TEXT(WK-CUR-IX)  TO  WK-DTL-OLD-TEXT.
007500     MOVE    WK-CUR-IX               TO  WK-DTL-OLD-ORDER.
007510     IF      WK-CUR-TEXT(WK-CUR-IX)  NOT =  WK-NEW-TEXT(WK-NEW-IX)
007520         MOVE   'CHANGED'    TO  WK-DTL-ACTION
007530         MOVE   'CHG '       TO  WK-CHG-ACTION(WK-CHG-USED  +  1)
007540         ADD     1           TO  WK-CHG-COUNT
007550         PERFORM 2330-ADD-CHANGE
007560                 THRU    2330-ADD-CHANGE-EXIT
007570     END-IF.
007580     IF      WK-CUR-RANK(WK-CUR-IX)  NOT =  WK-RANK
007590         MOVE   'REORDERED'  TO  WK-DTL-ACTION
007600         MOVE   'SEQ '       TO  WK-CHG-ACTION(WK-CHG-USED  +  1)
007610         ADD     1           TO  WK-SEQ-COUNT
007620         PERFORM 2330-ADD-CHANGE
007630                 THRU    2330-ADD-CHANGE-EXIT
007640     END-IF.
007650     IF          (  WK-CUR-TEXT(WK-CUR-IX)
007660                         =  WK-NEW-TEXT(WK-NEW-IX)  )
007670             AND (  WK-CUR-RANK(WK-CUR-IX)  =  WK-RANK  )
007680         ADD     1           TO  WK-SAME-COUNT
007690     END-IF.
007700 2310-COMPARE-NEW-EXIT.
007710     EXIT.
007720******************************************************************
007730*    2320-COMPARE-CURRENT
007740*    新しい内容にない現在のコードを無効化とする。
007750******************************************************************
007760 2320-COMPARE-CURRENT    SECTION.
007770     IF      WK-CUR-NEW-IX(WK-CUR-IX)  >  ZERO
007780         GO  TO  2320-COMPARE-CURRENT-EXIT
007790     END-IF.
007800     MOVE    WK-CUR-CODE(WK-CUR-IX)  TO  WK-DTL-CODE.
007810     MOVE    WK-CUR-TEXT(WK-CUR-IX)  TO  WK-DTL-OLD-TEXT.
007820     MOVE    WK-CUR-TEXT(WK-CUR-IX)  TO  WK-DTL-NEW-TEXT.
007830     MOVE    WK-CUR-IX               TO  WK-DTL-OLD-ORDER.
007840     MOVE    ZERO                    TO  WK-DTL-NEW-ORDER.
007850     MOVE   'DEACTIVATED'    TO  WK-DTL-ACTION.
007860     MOVE   'DEA '       TO  WK-CHG-ACTION(WK-CHG-USED  +  1).
007870     ADD     1           TO  WK-DEA-COUNT.
007880     PERFORM 2330-ADD-CHANGE
007890             THRU    2330-ADD-CHANGE-EXIT.
007900 2320-COMPARE-CURRENT-EXIT.
007910     EXIT.
007920******************************************************************
007930*    2330-ADD-CHANGE
007940*    明細行を印字し、変更の一覧に加える。監査証跡の名称は新しい
007950*    名称(無効化は外した名称)とする。
007960******************************************************************
007970 2330-ADD-CHANGE         SECTION.
007980     MOVE    WK-DETAIL-LINE      TO  WK-PRINT-LINE.
007990     PERFORM 9200-PRINT-LINE
008000             THRU    9200-PRINT-LINE-EXIT.
008010     ADD     1           TO  WK-CHG-USED.
008020     MOVE    WK-DTL-CODE         TO  WK-CHG-CODE(WK-CHG-USED).
008030     MOVE    WK-DTL-NEW-TEXT     TO  WK-CHG-TEXT(WK-CHG-USED).
008040 2330-ADD-CHANGE-EXIT.
008050     EXIT.
008060******************************************************************
008070*    2400-APPLY-TABLE
008080*    新しい内容でテーブルを書き戻し、成功したら変更を TBLAUDIT
008090*    へ記録する。
008100******************************************************************
008110 2400-APPLY-TABLE        SECTION.
008120     MOVE    WK-IMP-TBL(WK-GRP-START)    TO  METADB-TABLE.
008130     MOVE    SPACE       TO  METADB-KEY.
008140     MOVE   'WRITE'      TO  METADB-FUNC.
008150     MOVE    WK-NEW-USED     TO  METADB-COUNT.
008160     PERFORM VARYING WK-NEW-IX  FROM    1   BY  1
008170             UNTIL   WK-NEW-IX  >  WK-NEW-USED
008180         MOVE    WK-NEW-CODE(WK-NEW-IX)
008190             TO  METADB-ITEM-CODE(WK-NEW-IX)
008200         MOVE    WK-NEW-TEXT(WK-NEW-IX)
008210             TO  METADB-ITEM-TEXT(WK-NEW-IX)
008220     END-PERFORM.
008230     CALL   'DBMETASUB'  USING   METADB.
008240     IF      NOT METADB-OK
008250         DISPLAY 'TABLE WRITE ERROR ' METADB-TABLE
008260                 ' STATUS ' METADB-STATUS
008270             UPON    CONSOLE
008280         MOVE   'WRITE FAILED'   TO  WK-TBL-STATUS
008290         MOVE   'ERR '       TO  WK-RUN-RESULT
008300         GO  TO  2400-APPLY-TABLE-EXIT
008310     END-IF.
008320     ADD     1           TO  WK-APPLIED-TABLES.
008330     MOVE   'APPLIED'        TO  WK-TBL-STATUS.
008340*
008350     OPEN    EXTEND  TBLAUDIT-FILE.
008360     IF      WK-TBLAUDIT-STATUS  =  '05'
008370         OPEN    OUTPUT  TBLAUDIT-FILE
008380     END-IF.
008390     PERFORM 2410-WRITE-AUDIT
008400             THRU    2410-WRITE-AUDIT-EXIT
008410             VARYING WK-CHG-IX  FROM    1   BY  1
008420             UNTIL   WK-CHG-IX  >  WK-CHG-USED.
008430     CLOSE   TBLAUDIT-FILE.
008440 2400-APPLY-TABLE-EXIT.
008450     EXIT.
008460******************************************************************
008470*    2410-WRITE-AUDIT
008480*    変更を１件 TBLAUDIT へ書く。通番は実行内の連番。
008490******************************************************************
008500 2410-WRITE-AUDIT        SECTION.
008510     MOVE   'BATCH'          TO  TBLAUD-TERMID.
008520     MOVE   'BTMIMP1'        TO  TBLAUD-USERID.
008530     ACCEPT  TBLAUD-DATE         FROM    DATE    YYYYMMDD.
008540     ACCEPT  TBLAUD-TIME         FROM    TIME.
008550     ADD     1           TO  WK-AUDIT-COUNT.
008560     MOVE    WK-AUDIT-COUNT      TO  TBLAUD-SEQ.
008570     MOVE    WK-CHG-ACTION(WK-CHG-IX)    TO  TBLAUD-ACTION.
008580     MOVE    WK-IMP-TBL(WK-GRP-START)    TO  TBLAUD-TABLE.
008590     MOVE    WK-CHG-CODE(WK-CHG-IX)      TO  TBLAUD-ITEM-CODE.
008600     MOVE    WK-CHG-TEXT(WK-CHG-IX)      TO  TBLAUD-ITEM-TEXT.
008610     WRITE   TBLAUDIT-RECORD.
008620 2410-WRITE-AUDIT-EXIT.
008630     EXIT.
008640******************************************************************
008650*    3000-TERMINATE
008660*    件数を印字し、実行管理へ終了を記録する。
008670******************************************************************
008680 3000-TERMINATE          SECTION.
008690     IF      NOT WK-RPT-READY
008700         GO  TO  3000-TERMINATE-DISPLAY
008710     END-IF.
008720     IF      WK-FILE-ERROR
008730         MOVE   'FILE CHECK FAILED - NOTHING APPLIED     '
008740                             TO  WK-MSG-TEXT
008750         MOVE    SPACE       TO  WK-MSG-VALUE
008760         MOVE    WK-MESSAGE-LINE     TO  WK-PRINT-LINE
008770         PERFORM 9200-PRINT-LINE
008780                 THRU    9200-PRINT-LINE-EXIT
008790     END-IF.
008800     MOVE    SPACE       TO  WK-PRINT-LINE.
008810     PERFORM 9200-PRINT-LINE
008820             THRU    9200-PRINT-LINE-EXIT.
008830     MOVE   'TABLES IN FILE         :'   TO  WK-TOT-LABEL.
008840     MOVE    WK-TABLE-COUNT      TO  WK-TOT-COUNT.
008850     PERFORM 3100-PRINT-TOTAL
008860             THRU    3100-PRINT-TOTAL-EXIT.
008870     MOVE   '  WITH CHANGES         :'   TO  WK-TOT-LABEL.
008880     MOVE    WK-CHANGED-TABLES   TO  WK-TOT-COUNT.
008890     PERFORM 3100-PRINT-TOTAL
008900             THRU    3100-PRINT-TOTAL-EXIT.
008910     MOVE   '  APPLIED              :'   TO  WK-TOT-LABEL.
008920     MOVE    WK-APPLIED-TABLES   TO  WK-TOT-COUNT.
008930     PERFORM 3100-PRINT-TOTAL
008940             THRU    3100-PRINT-TOTAL-EXIT.
008950     MOVE   '  REJECTED             :'   TO  WK-TOT-LABEL.
008960     MOVE    WK-REJECTED-TABLES  TO  WK-TOT-COUNT.
008970     PERFORM 3100-PRINT-TOTAL
008980             THRU    3100-PRINT-TOTAL-EXIT.
008990     MOVE   'CODES ADDED            :'   TO  WK-TOT-LABEL.
009000     MOVE    WK-ADD-COUNT        TO  WK-TOT-COUNT.
009010     PERFORM 3100-PRINT-TOTAL
009020             THRU    3100-PRINT-TOTAL-EXIT.
009030     MOVE   'CODES CHANGED          :'   TO  WK-TOT-LABEL.
009040     MOVE    WK-CHG-COUNT        TO  WK-TOT-COUNT.
009050     PERFORM 3100-PRINT-TOTAL
009060             THRU    3100-PRINT-TOTAL-EXIT.
009070     MOVE   'CODES DEACTIVATED      :'   TO  WK-TOT-LABEL.
009080     MOVE    WK-DEA-COUNT        TO  WK-TOT-COUNT.
009090     PERFORM 3100-PRINT-TOTAL
009100             THRU    3100-PRINT-TOTAL-EXIT.
009110     MOVE   'CODES REORDERED        :'   TO  WK-TOT-LABEL.
009120     MOVE    WK-SEQ-COUNT        TO  WK-TOT-COUNT.
009130     PERFORM 3100-PRINT-TOTAL
009140             THRU    3100-PRINT-TOTAL-EXIT.
009150     MOVE   'CODES UNCHANGED        :'   TO  WK-TOT-LABEL.
009160     MOVE    WK-SAME-COUNT       TO  WK-TOT-COUNT.
009170     PERFORM 3100-PRINT-TOTAL
009180             THRU    3100-PRINT-TOTAL-EXIT.
009190     MOVE   'TBLAUDIT RECORDS       :'   TO  WK-TOT-LABEL.
009200     MOVE    WK-AUDIT-COUNT      TO  WK-TOT-COUNT.
009210     PERFORM 3100-PRINT-TOTAL
009220             THRU    3100-PRINT-TOTAL-EXIT.
009230     CLOSE   REPORT-FILE.
009240 3000-TERMINATE-DISPLAY.
009250     IF      WK-FILE-ERROR
009260         MOVE   'ERR '       TO  WK-RUN-RESULT
009270     END-IF.
009271*    適用しなかった実行は結果を PRV で終える。BTRUNSUB は OK だけ
009272*    を完了とみなすので、プレビューの後に同日の適用実行ができる。
009273     IF          (  WK-RUN-RESULT  =  'OK  '  )
009274             AND (  NOT WK-APPLY  )
009275         MOVE   'PRV '       TO  WK-RUN-RESULT
009276     END-IF.
009280     IF      WK-RUN-ALLOWED
009290         MOVE   'END'        TO  RUNCTL-FUNC
009300         MOVE    WK-RUN-RESULT   TO  RUNCTL-RESULT
009310         MOVE    WK-AUDIT-COUNT  TO  RUNCTL-COUNT
009320         CALL   'BTRUNSUB'   USING   RUNCTL
009330     END-IF.
009340     DISPLAY '*** BTMIMP1 END   TABLES=' WK-TABLE-COUNT
009350             ' APPLIED=' WK-APPLIED-TABLES
009360             ' REJECTED=' WK-REJECTED-TABLES
009370             ' AUDIT=' WK-AUDIT-COUNT
009380         UPON    CONSOLE.
009390 3000-TERMINATE-EXIT.
009400     EXIT.
009410******************************************************************
009420*    3100-PRINT-TOTAL
009430*    件数の１行を印字する。
009440******************************************************************
009450 3100-PRINT-TOTAL        SECTION.
009460     MOVE    WK-TOTAL-LINE       TO  WK-PRINT-LINE.
009470     PERFORM 9200-PRINT-LINE
009480             THRU    9200-PRINT-LINE-EXIT.
009490 3100-PRINT-TOTAL-EXIT.
009500     EXIT.
009510******************************************************************
009520*    9100-PRINT-HEADINGS
009530*    改ページし、実行日付・処理区分とページ番号付きの見出しを
009540*    印字する。
009550******************************************************************
009560 9100-PRINT-HEADINGS     SECTION.
009570     ADD     1           TO  WK-PAGE-COUNT.
009580     MOVE    WK-RUN-DATE         TO  WK-HDG1-DATE.
009590     IF      WK-APPLY
009600         MOVE   'APPLY'          TO  WK-HDG1-MODE
009610       ELSE
009620         MOVE   'PREVIEW'        TO  WK-HDG1-MODE
009630     END-IF.
009640     MOVE    WK-PAGE-COUNT       TO  WK-HDG1-PAGE.
009650     MOVE    WK-HEADING1         TO  REPORT-LINE.
009660     WRITE   REPORT-LINE     AFTER   ADVANCING   PAGE.
009670     MOVE    WK-HEADING2         TO  REPORT-LINE.
009680     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009690     MOVE    SPACE       TO  REPORT-LINE.
009700     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009710     MOVE    3           TO  WK-LINE-COUNT.
009720 9100-PRINT-HEADINGS-EXIT.
009730     EXIT.
009740******************************************************************
009750*    9200-PRINT-LINE
009760*    明細行を印字する。ページ行数を超えたら見出しから印字する。
009770******************************************************************
009780 9200-PRINT-LINE         SECTION.
009790     IF      WK-LINE-COUNT  >=  WK-LINES-PER-PAGE
009800         PERFORM 9100-PRINT-HEADINGS
009810                 THRU    9100-PRINT-HEADINGS-EXIT
009820     END-IF.
009830     MOVE    WK-PRINT-LINE       TO  REPORT-LINE.
009840     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009850     ADD     1           TO  WK-LINE-COUNT.
009860 9200-PRINT-LINE-EXIT.
009870     EXIT.
009880******************************************************************
009890*    9300-PRINT-FILE-ERROR
009900*    ファイル全体の誤りを印字する。以後どのテーブルも適用しない。
009910******************************************************************
009920 9300-PRINT-FILE-ERROR   SECTION.
009930     MOVE   'Y'          TO  WK-FILE-ERROR-SW.
009940     DISPLAY 'BTMIMP1 ' WK-MSG-TEXT UPON CONSOLE.
009950     MOVE    WK-MESSAGE-LINE     TO  WK-PRINT-LINE.
009960     PERFORM 9200-PRINT-LINE
009970             THRU    9200-PRINT-LINE-EXIT.
009980 9300-PRINT-FILE-ERROR-EXIT.
009990     EXIT.
010000******************************************************************
010010*    9400-PRINT-TABLE-ERROR
010020*    テーブルの明細の誤りをテーブル名を付けて印字する。その
010030*    テーブルは適用しない。
010040******************************************************************
010050 9400-PRINT-TABLE-ERROR  SECTION.
010060     MOVE   'Y'          TO  WK-TABLE-ERROR-SW.
010070     DISPLAY 'BTMIMP1 ' WK-DTL-TABLE ' ' WK-MSG-TEXT
010080         UPON    CONSOLE.
010090     MOVE    WK-DTL-TABLE        TO  WK-MSG-VALUE(1:10).
010100     MOVE    WK-MESSAGE-LINE     TO  WK-PRINT-LINE.
010110     PERFORM 9200-PRINT-LINE
010120             THRU    9200-PRINT-LINE-EXIT.
010130 9400-PRINT-TABLE-ERROR-EXIT.
010140     EXIT.
010150******************************************************************
