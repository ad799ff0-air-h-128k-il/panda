000010 IDENTIFICATION      DIVISION.
000020 PROGRAM-ID.     BTMEXP1.
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
000310*   コンポーネント名：コード参照テーブル出力バッチ
000320*   管理者          ：ogochan@NetLab.jp
000330*
000340*   このバッチはパラメタファイル METXPARM に並べたコード参照
000350*   テーブル(DBMETASUB の METADB-TABLE)を読み、コード・名称・
000360*   表示順・有効区分をフラットファイル METAEXP に出力する。
000370*   METADB に有効フラグはなく、TPMNT2 の無効化は一覧から外して
000380*   TBLAUDIT に DEA を残すので、TBLAUDIT で最後の操作が DEA の
000390*   コードのうち現在テーブルにないものを無効(表示順 000)として
000400*   出力する。METAEXP にはヘッダと件数のトレーラを付け、取込側
000410*   の BTMIMP1 で完全性を検証できるようにする。テーブルごとの
000420*   件数をレポート MEXPRPT に出力する。
000430*   METXPARM がなければ OPTION1・PICKLIM・SECPARM を出力する。
000440*
000450*   レコード形式 (固定長、桁位置)
000460*     H 01 種別  03-10 作成日付  12-19 作成時刻  21-28 作成元
000470*     D 01 種別  03-10 テーブル  12-14 表示順  16-25 コード
000480*       27-46 名称  48 有効区分(A:有効 I:無効)
000490*     T 01 種別  03-05 テーブル数  07-13 明細件数
000500*       15-21 有効件数  23-29 無効件数
000510*
000520*   日付      作業者  記述
000530*   26.10.15  ....    新規作成
000540******************************************************************
000550 ENVIRONMENT         DIVISION.
000560 CONFIGURATION           SECTION.
000570 SOURCE-COMPUTER.    PANDA-SERVER.
000580 OBJECT-COMPUTER.    PANDA-SERVER.
000590 INPUT-OUTPUT            SECTION.
000600 FILE-CONTROL.
000610     SELECT  OPTIONAL  PARAM-FILE
000620                         ASSIGN  TO  'METXPARM'
000630             ORGANIZATION    IS  LINE SEQUENTIAL
000640             FILE STATUS     IS  WK-PARAM-STATUS.
000650     SELECT  OPTIONAL  TBLAUDIT-FILE
000660                         ASSIGN  TO  'TBLAUDIT'
000670             ORGANIZATION    IS  LINE SEQUENTIAL
000680             FILE STATUS     IS  WK-TBLAUDIT-STATUS.
000690     SELECT  EXPORT-FILE     ASSIGN  TO  'METAEXP'
000700             ORGANIZATION    IS  LINE SEQUENTIAL
000710             FILE STATUS     IS  WK-EXPORT-STATUS.
000720     SELECT  REPORT-FILE     ASSIGN  TO  'MEXPRPT'
000730             ORGANIZATION    IS  LINE SEQUENTIAL
000740             FILE STATUS     IS  WK-REPORT-STATUS.
000750 DATA                DIVISION.
000760 FILE                SECTION.
000770 FD  PARAM-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  PARAM-RECORD.
000800     05  PARAM-TABLE         PIC X(08).
000810 FD  TBLAUDIT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  TBLAUDIT-RECORD.
000840     05  TBLAUD-TERMID       PIC X(08).
000850     05  TBLAUD-USERID       PIC X(08).
000860     05  TBLAUD-DATE         PIC X(08).
000870     05  TBLAUD-TIME         PIC X(08).
000880     05  TBLAUD-SEQ          PIC 9(09).
000890     05  TBLAUD-ACTION       PIC X(04).
000900     05  TBLAUD-TABLE        PIC X(08).
000910     05  TBLAUD-ITEM-CODE    PIC X(10).
000920     05  TBLAUD-ITEM-TEXT    PIC X(20).
000930 FD  EXPORT-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  EXPORT-RECORD.
000960     05  EXP-TYPE            PIC X(01).
000970         88  EXP-HEADER              VALUE  'H'.
000980         88  EXP-DETAIL              VALUE  'D'.
000990         88  EXP-TRAILER             VALUE  'T'.
001000     05  FILLER              PIC X(01).
001010     05  EXP-BODY            PIC X(78).
001020     05  EXP-HEADER-BODY     REDEFINES  EXP-BODY.
001030         10  EXP-H-DATE          PIC X(08).
001040         10  FILLER              PIC X(01).
001050         10  EXP-H-TIME          PIC X(08).
001060         10  FILLER              PIC X(01).
001070         10  EXP-H-SOURCE        PIC X(08).
001080         10  FILLER              PIC X(52).
001090     05  EXP-DETAIL-BODY     REDEFINES  EXP-BODY.
001100         10  EXP-D-TABLE         PIC X(08).
001110         10  FILLER              PIC X(01).
001120         10  EXP-D-ORDER         PIC 9(03).
001130         10  FILLER              PIC X(01).
001140         10  EXP-D-CODE          PIC X(10).
001150         10  FILLER              PIC X(01).
001160         10  EXP-D-TEXT          PIC X(20).
001170         10  FILLER              PIC X(01).
001180         10  EXP-D-STATE         PIC X(01).
001190             88  EXP-D-ACTIVE            VALUE  'A'.
001200             88  EXP-D-INACTIVE          VALUE  'I'.
001210         10  FILLER              PIC X(32).
001220     05  EXP-TRAILER-BODY    REDEFINES  EXP-BODY.
001230         10  EXP-T-TABLES        PIC 9(03).
001240         10  FILLER              PIC X(01).
001250         10  EXP-T-DETAILS       PIC 9(07).
001260         10  FILLER              PIC X(01).
001270         10  EXP-T-ACTIVE        PIC 9(07).
001280         10  FILLER              PIC X(01).
001290         10  EXP-T-INACTIVE      PIC 9(07).
001300         10  FILLER              PIC X(51).
001310 FD  REPORT-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 01  REPORT-LINE             PIC X(80).
001340 WORKING-STORAGE         SECTION.
001350 01  WK-SWITCHES.
001360     05  WK-PARAM-EOF-SW     PIC X(01)   VALUE  'N'.
001370         88  WK-PARAM-EOF            VALUE  'Y'.
001380     05  WK-TBLAUDIT-EOF-SW  PIC X(01)   VALUE  'N'.
001390         88  WK-TBLAUDIT-EOF         VALUE  'Y'.
001400     05  WK-RPT-READY-SW     PIC X(01)   VALUE  'N'.
001410         88  WK-RPT-READY            VALUE  'Y'.
001420     05  WK-EXPORT-READY-SW  PIC X(01)   VALUE  'N'.
001430         88  WK-EXPORT-READY         VALUE  'Y'.
001440     05  WK-FOUND-SW         PIC X(01)   VALUE  'N'.
001450         88  WK-FOUND                VALUE  'Y'.
001460 01  WK-FILE-STATUSES.
001470     05  WK-PARAM-STATUS     PIC X(02).
001480         88  WK-PARAM-OK             VALUE  '00'.
001490     05  WK-TBLAUDIT-STATUS  PIC X(02).
001500         88  WK-TBLAUDIT-OK          VALUE  '00'.
001510     05  WK-EXPORT-STATUS    PIC X(02).
001520         88  WK-EXPORT-OK            VALUE  '00'.
001530     05  WK-REPORT-STATUS    PIC X(02).
001540         88  WK-REPORT-OK            VALUE  '00'.
001550 01  WK-COUNTERS                         COMP.
001560     05  WK-TABLE-COUNT      PIC 9(09)   VALUE  ZERO.
001570     05  WK-DETAIL-COUNT     PIC 9(09)   VALUE  ZERO.
001580     05  WK-ACTIVE-COUNT     PIC 9(09)   VALUE  ZERO.
001590     05  WK-INACTIVE-COUNT   PIC 9(09)   VALUE  ZERO.
001600     05  WK-MISSING-COUNT    PIC 9(09)   VALUE  ZERO.
001610     05  WK-TBL-ACTIVE       PIC 9(09)   VALUE  ZERO.
001620     05  WK-TBL-INACTIVE     PIC 9(09)   VALUE  ZERO.
001630     05  WK-LINE-COUNT       PIC 9(04)   VALUE  ZERO.
001640     05  WK-PAGE-COUNT       PIC 9(04)   VALUE  ZERO.
001650     05  WK-LINES-PER-PAGE   PIC 9(04)   VALUE  0050.
001660 01  WK-SUBSCRIPTS                       COMP.
001670     05  WK-LIST-IX          PIC 9(04)   VALUE  ZERO.
001680     05  WK-LIST-USED        PIC 9(04)   VALUE  ZERO.
001690     05  WK-LIST-MAX         PIC 9(04)   VALUE  0020.
001700     05  WK-ITEM-IX          PIC 9(04)   VALUE  ZERO.
001710     05  WK-DEA-IX           PIC 9(04)   VALUE  ZERO.
001720     05  WK-DEA-USED         PIC 9(04)   VALUE  ZERO.
001730     05  WK-DEA-MAX          PIC 9(04)   VALUE  0200.
001740 01  WK-RUN-DATE             PIC X(08).
001750 01  WK-RUN-TIME             PIC X(08).
001760*    出力するテーブル名の一覧。
001770 01  WK-LIST-TABLE.
001780     05  WK-LIST-NAME        PIC X(08)   OCCURS  20  TIMES.
001790*    TBLAUDIT から集めたテーブル内のコードごとの最後の操作。
001800 01  WK-DEA-TABLE.
001810     05  WK-DEA-ENTRY        OCCURS  200  TIMES.
001820         10  WK-DEA-CODE         PIC X(10).
001830         10  WK-DEA-TEXT         PIC X(20).
001840         10  WK-DEA-ACTION       PIC X(04).
001850 01  WK-HEADING1.
001860     05  FILLER              PIC X(30)   VALUE
001870         'PANDA CODE TABLE EXPORT       '.
001880     05  FILLER              PIC X(06)   VALUE  'DATE: '.
001890     05  WK-HDG1-DATE        PIC X(08).
001900     05  FILLER              PIC X(20)   VALUE  SPACE.
001910     05  FILLER              PIC X(06)   VALUE  'PAGE: '.
001920     05  WK-HDG1-PAGE        PIC ZZZ9.
001930 01  WK-HEADING2.
001940     05  FILLER              PIC X(10)   VALUE  'TABLE'.
001950     05  FILLER              PIC X(12)   VALUE  'STATUS'.
001960     05  FILLER              PIC X(10)   VALUE  '    ACTIVE'.
001970     05  FILLER              PIC X(12)   VALUE  '    INACTIVE'.
001980 01  WK-DETAIL-LINE.
001990     05  WK-DTL-TABLE        PIC X(08).
002000     05  FILLER              PIC X(02)   VALUE  SPACE.
002010     05  WK-DTL-STATUS       PIC X(10).
002020     05  FILLER              PIC X(02)   VALUE  SPACE.
002030     05  WK-DTL-ACTIVE       PIC ZZZ,ZZ9.
002040     05  FILLER              PIC X(05)   VALUE  SPACE.
002050     05  WK-DTL-INACTIVE     PIC ZZZ,ZZ9.
002060 01  WK-TOTAL-LINE.
002070     05  FILLER              PIC X(04)   VALUE  SPACE.
002080     05  WK-TOT-LABEL        PIC X(30).
002090     05  WK-TOT-COUNT        PIC ZZZ,ZZZ,ZZ9.
002100 01  WK-PRINT-LINE           PIC X(80).
002110 01  WK-RUN-ALLOWED-SW       PIC X(01)   VALUE  'N'.
002120     88  WK-RUN-ALLOWED          VALUE  'Y'.
002130 01  WK-RUN-RESULT           PIC X(04)   VALUE  'OK  '.
002140 COPY    DB-META.
002150 COPY    RUNCTL.
002160 PROCEDURE           DIVISION.
002170 0000-MAINLINE           SECTION.
002180     PERFORM 1000-INITIALIZE        THRU    1000-INITIALIZE-EXIT.
002190     IF      WK-EXPORT-READY
002200         PERFORM 2000-EXPORT-TABLE  THRU    2000-EXPORT-TABLE-EXIT
002210                 VARYING WK-LIST-IX  FROM    1   BY  1
002220                 UNTIL   WK-LIST-IX  >  WK-LIST-USED
002230     END-IF.
002240     PERFORM 3000-TERMINATE         THRU    3000-TERMINATE-EXIT.
002250     GOBACK.
002260******************************************************************
002270*    1000-INITIALIZE
002280*    出力するテーブルを決め、レポートと出力ファイルをオープン
002290*    してヘッダレコードを書く。
002300******************************************************************
002310 1000-INITIALIZE         SECTION.
002320     DISPLAY '*** BTMEXP1 START' UPON CONSOLE.
002330     ACCEPT  WK-RUN-DATE     FROM    DATE    YYYYMMDD.
002340     ACCEPT  WK-RUN-TIME     FROM    TIME.
002350*
002360     MOVE   'CHECK'      TO  RUNCTL-FUNC.
002370     MOVE   'BTMEXP1'    TO  RUNCTL-JOB.
002380     MOVE    SPACE       TO  RUNCTL-PREREQ.
002390     CALL   'BTRUNSUB'   USING   RUNCTL.
002400     IF      NOT RUNCTL-OK
002410         DISPLAY 'BTMEXP1 RUN REFUSED - RUNCTL STATUS '
002420                 RUNCTL-STATUS
002430             UPON    CONSOLE
002440         GO  TO  1000-INITIALIZE-EXIT
002450     END-IF.
002460     MOVE   'START'      TO  RUNCTL-FUNC.
002470     CALL   'BTRUNSUB'   USING   RUNCTL.
002480     MOVE   'Y'          TO  WK-RUN-ALLOWED-SW.
002490*
002500     PERFORM 1100-LOAD-PARAM
002510             THRU    1100-LOAD-PARAM-EXIT.
002520*
002530     OPEN    OUTPUT  REPORT-FILE.
002540     IF      NOT WK-REPORT-OK
002550         DISPLAY 'REPORT-FILE OPEN ERROR ' WK-REPORT-STATUS
002560             UPON    CONSOLE
002570         MOVE   'ERR '       TO  WK-RUN-RESULT
002580         GO  TO  1000-INITIALIZE-EXIT
002590     END-IF.
002600     PERFORM 9100-PRINT-HEADINGS
002610             THRU    9100-PRINT-HEADINGS-EXIT.
002620     MOVE   'Y'          TO  WK-RPT-READY-SW.
002630     OPEN    OUTPUT  EXPORT-FILE.
002640     IF      NOT WK-EXPORT-OK
002650         DISPLAY 'EXPORT-FILE OPEN ERROR ' WK-EXPORT-STATUS
002660             UPON    CONSOLE
002670         MOVE   'ERR '       TO  WK-RUN-RESULT
002680         GO  TO  1000-INITIALIZE-EXIT
002690     END-IF.
002700     MOVE   'Y'          TO  WK-EXPORT-READY-SW.
002710*
002720     MOVE    SPACE       TO  EXPORT-RECORD.
002730     MOVE   'H'          TO  EXP-TYPE.
002740     MOVE    WK-RUN-DATE     TO  EXP-H-DATE.
002750     MOVE    WK-RUN-TIME     TO  EXP-H-TIME.
002760     MOVE   'BTMEXP1'        TO  EXP-H-SOURCE.
002770     WRITE   EXPORT-RECORD.
002780 1000-INITIALIZE-EXIT.
002790     EXIT.
002800******************************************************************
002810*    1100-LOAD-PARAM
002820*    パラメタファイルから出力するテーブル名を読み込む。なければ
002830*    既定の３テーブルとする。
002840******************************************************************
002850 1100-LOAD-PARAM         SECTION.
002860     MOVE    ZERO        TO  WK-LIST-USED.
002870     OPEN    INPUT   PARAM-FILE.
002880     IF      WK-PARAM-OK
002890         PERFORM 1110-READ-PARAM
002900                 THRU    1110-READ-PARAM-EXIT
002910                 UNTIL   WK-PARAM-EOF
002920         CLOSE   PARAM-FILE
002930     END-IF.
002940     IF      WK-LIST-USED  =  ZERO
002950         MOVE   'OPTION1'    TO  WK-LIST-NAME(1)
002960         MOVE   'PICKLIM'    TO  WK-LIST-NAME(2)
002970         MOVE   'SECPARM'    TO  WK-LIST-NAME(3)
002980         MOVE    3           TO  WK-LIST-USED
002990     END-IF.
003000 1100-LOAD-PARAM-EXIT.
003010     EXIT.
003020******************************************************************
003030*    1110-READ-PARAM
003040*    テーブル名を１件読む。空白行と重複は読み飛ばす。
003050******************************************************************
003060 1110-READ-PARAM         SECTION.
003070     READ    PARAM-FILE
003080         AT  END
003090             MOVE   'Y'          TO  WK-PARAM-EOF-SW
003100             GO  TO  1110-READ-PARAM-EXIT
003110     END-READ.
003120     IF      PARAM-TABLE  =  SPACE
003130         GO  TO  1110-READ-PARAM-EXIT
003140     END-IF.
003150     PERFORM VARYING WK-ITEM-IX  FROM    1   BY  1
003160             UNTIL   WK-ITEM-IX  >  WK-LIST-USED
003170         IF      WK-LIST-NAME(WK-ITEM-IX)  =  PARAM-TABLE
003180             GO  TO  1110-READ-PARAM-EXIT
003190         END-IF
003200     END-PERFORM.
003210     IF      WK-LIST-USED  >=  WK-LIST-MAX
003220         DISPLAY 'TABLE LIST FULL, SKIPPED ' PARAM-TABLE
003230             UPON    CONSOLE
003240         GO  TO  1110-READ-PARAM-EXIT
003250     END-IF.
003260     ADD     1           TO  WK-LIST-USED.
003270     MOVE    PARAM-TABLE     TO  WK-LIST-NAME(WK-LIST-USED).
003280 1110-READ-PARAM-EXIT.
003290     EXIT.
003300******************************************************************
003310*    2000-EXPORT-TABLE
003320*    テーブルを１つ読み、有効なコードを表示順に、続けて無効に
003330*    なったコードを出力する。
003340******************************************************************
003350 2000-EXPORT-TABLE       SECTION.
003360     MOVE    ZERO        TO  WK-TBL-ACTIVE.
003370     MOVE    ZERO        TO  WK-TBL-INACTIVE.
003380     MOVE    WK-LIST-NAME(WK-LIST-IX)    TO  WK-DTL-TABLE.
003390     MOVE    WK-LIST-NAME(WK-LIST-IX)    TO  METADB-TABLE.
003400     MOVE    SPACE       TO  METADB-KEY.
003410     MOVE   'READ'       TO  METADB-FUNC.
003420     CALL   'DBMETASUB'  USING   METADB.
003430     IF      NOT METADB-OK
003440         DISPLAY 'TABLE NOT FOUND ' METADB-TABLE
003450                 ' STATUS ' METADB-STATUS
003460             UPON    CONSOLE
003470         ADD     1           TO  WK-MISSING-COUNT
003480         MOVE   'ERR '       TO  WK-RUN-RESULT
003490         MOVE   'NOT FOUND'  TO  WK-DTL-STATUS
003500         GO  TO  2000-EXPORT-TABLE-PRINT
003510     END-IF.
003520     ADD     1           TO  WK-TABLE-COUNT.
003530     PERFORM VARYING WK-ITEM-IX  FROM    1   BY  1
003540             UNTIL   WK-ITEM-IX  >  METADB-COUNT
003550         MOVE    SPACE       TO  EXPORT-RECORD
003560         MOVE   'D'          TO  EXP-TYPE
003570         MOVE    METADB-TABLE    TO  EXP-D-TABLE
003580         MOVE    WK-ITEM-IX      TO  EXP-D-ORDER
003590         MOVE    METADB-ITEM-CODE(WK-ITEM-IX)    TO  EXP-D-CODE
003600         MOVE    METADB-ITEM-TEXT(WK-ITEM-IX)    TO  EXP-D-TEXT
003610         MOVE   'A'          TO  EXP-D-STATE
003620         WRITE   EXPORT-RECORD
003630         ADD     1           TO  WK-TBL-ACTIVE
003640     END-PERFORM.
003650     PERFORM 2100-LOAD-AUDIT
003660             THRU    2100-LOAD-AUDIT-EXIT.
003670     PERFORM 2200-WRITE-INACTIVE
003680             THRU    2200-WRITE-INACTIVE-EXIT
003690             VARYING WK-DEA-IX  FROM    1   BY  1
003700             UNTIL   WK-DEA-IX  >  WK-DEA-USED.
003710     ADD     WK-TBL-ACTIVE       TO  WK-ACTIVE-COUNT.
003720     ADD     WK-TBL-INACTIVE     TO  WK-INACTIVE-COUNT.
003730     COMPUTE WK-DETAIL-COUNT  =  WK-DETAIL-COUNT  +  WK-TBL-ACTIVE
003740                              +  WK-TBL-INACTIVE.
003750     MOVE   'EXPORTED'   TO  WK-DTL-STATUS.
003760 2000-EXPORT-TABLE-PRINT.
003770     MOVE    WK-TBL-ACTIVE       TO  WK-DTL-ACTIVE.
003780     MOVE    WK-TBL-INACTIVE     TO  WK-DTL-INACTIVE.
003790     MOVE    WK-DETAIL-LINE      TO  WK-PRINT-LINE.
003800     PERFORM 9200-PRINT-LINE
003810             THRU    9200-PRINT-LINE-EXIT.
003820 2000-EXPORT-TABLE-EXIT.
003830     EXIT.
003840******************************************************************
003850*    2100-LOAD-AUDIT
003860*    TBLAUDIT を読み、このテーブルのコードごとに最後の操作と
003870*    名称を表に集める。TBLAUDIT は発生順に追記されている。
003880******************************************************************
003890 2100-LOAD-AUDIT         SECTION.
003900     MOVE    ZERO        TO  WK-DEA-USED.
003910     MOVE   'N'          TO  WK-TBLAUDIT-EOF-SW.
003920     OPEN    INPUT   TBLAUDIT-FILE.
003930     IF      NOT WK-TBLAUDIT-OK
003940         GO  TO  2100-LOAD-AUDIT-EXIT
003950     END-IF.
003960     PERFORM 2110-READ-AUDIT
003970             THRU    2110-READ-AUDIT-EXIT
003980             UNTIL   WK-TBLAUDIT-EOF.
003990     CLOSE   TBLAUDIT-FILE.
004000 2100-LOAD-AUDIT-EXIT.
004010     EXIT.
004020******************************************************************
004030*    2110-READ-AUDIT
004040*    TBLAUDIT を１件読み、コードの最後の操作を書き換える。
004050******************************************************************
004060 2110-READ-AUDIT         SECTION.
004070     READ    TBLAUDIT-FILE
004080         AT  END
004090             MOVE   'Y'          TO  WK-TBLAUDIT-EOF-SW
004100             GO  TO  2110-READ-AUDIT-EXIT
004110     END-READ.
004120     IF      TBLAUD-TABLE  NOT =  METADB-TABLE
004130         GO  TO  2110-READ-AUDIT-EXIT
004140     END-IF.
004150     MOVE   'N'          TO  WK-FOUND-SW.
004160     PERFORM VARYING WK-DEA-IX  FROM    1   BY  1
004170             UNTIL   (  WK-DEA-IX  >  WK-DEA-USED  )
004180                 OR  WK-FOUND
004190         IF      WK-DEA-CODE(WK-DEA-IX)  =  TBLAUD-ITEM-CODE
004200             MOVE   'Y'          TO  WK-FOUND-SW
004210             MOVE    TBLAUD-ACTION
004220                 TO  WK-DEA-ACTION(WK-DEA-IX)
004230             MOVE    TBLAUD-ITEM-TEXT
004240                 TO  WK-DEA-TEXT(WK-DEA-IX)
004250         END-IF
004260     END-PERFORM.
004270     IF      WK-FOUND
004280         GO  TO  2110-READ-AUDIT-EXIT
004290     END-IF.
004300     IF      WK-DEA-USED  >=  WK-DEA-MAX
004310         DISPLAY 'AUDIT CODE TABLE FULL, SKIPPED '
004320                 TBLAUD-ITEM-CODE
004330             UPON    CONSOLE
004340         GO  TO  2110-READ-AUDIT-EXIT
004350     END-IF.
004360     ADD     1           TO  WK-DEA-USED.
004370     MOVE    TBLAUD-ITEM-CODE    TO  WK-DEA-CODE(WK-DEA-USED).
004380     MOVE    TBLAUD-ITEM-TEXT    TO  WK-DEA-TEXT(WK-DEA-USED).
004390     MOVE    TBLAUD-ACTION       TO  WK-DEA-ACTION(WK-DEA-USED).
004400 2110-READ-AUDIT-EXIT.
004410     EXIT.
004420******************************************************************
004430*    2200-WRITE-INACTIVE
004440*    最後の操作が無効化で、現在テーブルにないコードを無効として
004450*    出力する。
004460******************************************************************
004470 2200-WRITE-INACTIVE     SECTION.
004480     IF      WK-DEA-ACTION(WK-DEA-IX)  NOT =  'DEA '
004490         GO  TO  2200-WRITE-INACTIVE-EXIT
004500     END-IF.
004510     PERFORM VARYING WK-ITEM-IX  FROM    1   BY  1
004520             UNTIL   WK-ITEM-IX  >  METADB-COUNT
004530         IF      METADB-ITEM-CODE(WK-ITEM-IX)
004540                     =  WK-DEA-CODE(WK-DEA-IX)
004550             GO  TO  2200-WRITE-INACTIVE-EXIT
004560         END-IF
004570     END-PERFORM.
004580     MOVE    SPACE       TO  EXPORT-RECORD.
004590     MOVE   'D'          TO  EXP-TYPE.
004600     MOVE    METADB-TABLE    TO  EXP-D-TABLE.
004610     MOVE    ZERO            TO  EXP-D-ORDER.
004620     MOVE    WK-DEA-CODE(WK-DEA-IX)  TO  EXP-D-CODE.
004630     MOVE    WK-DEA-TEXT(WK-DEA-IX)  TO  EXP-D-TEXT.
004640     MOVE   'I'          TO  EXP-D-STATE.
004650     WRITE   EXPORT-RECORD.
004660     ADD     1           TO  WK-TBL-INACTIVE.
004670 2200-WRITE-INACTIVE-EXIT.
004680     EXIT.
004690******************************************************************
004700*    3000-TERMINATE
004710*    トレーラレコードと合計行を書き、ファイルをクローズする。
004720******************************************************************
004730 3000-TERMINATE          SECTION.
004740     IF      WK-EXPORT-READY
004750         MOVE    SPACE       TO  EXPORT-RECORD
004760         MOVE   'T'          TO  EXP-TYPE
004770         MOVE    WK-TABLE-COUNT      TO  EXP-T-TABLES
004780         MOVE    WK-DETAIL-COUNT     TO  EXP-T-DETAILS
004790         MOVE    WK-ACTIVE-COUNT     TO  EXP-T-ACTIVE
004800         MOVE    WK-INACTIVE-COUNT   TO  EXP-T-INACTIVE
004810         WRITE   EXPORT-RECORD
004820         CLOSE   EXPORT-FILE
004830     END-IF.
004840     IF      NOT WK-RPT-READY
004850         GO  TO  3000-TERMINATE-DISPLAY
004860     END-IF.
004870     MOVE    SPACE       TO  WK-PRINT-LINE.
004880     PERFORM 9200-PRINT-LINE
004890             THRU    9200-PRINT-LINE-EXIT.
004900     MOVE   'TABLES EXPORTED        :'   TO  WK-TOT-LABEL.
004910     MOVE    WK-TABLE-COUNT      TO  WK-TOT-COUNT.
004920     PERFORM 3100-PRINT-TOTAL
004930             THRU    3100-PRINT-TOTAL-EXIT.
004940     MOVE   'TABLES NOT FOUND       :'   TO  WK-TOT-LABEL.
004950     MOVE    WK-MISSING-COUNT    TO  WK-TOT-COUNT.
004960     PERFORM 3100-PRINT-TOTAL
004970             THRU    3100-PRINT-TOTAL-EXIT.
004980     MOVE   'DETAIL RECORDS         :'   TO  WK-TOT-LABEL.
004990     MOVE    WK-DETAIL-COUNT     TO  WK-TOT-COUNT.
005000     PERFORM 3100-PRINT-TOTAL
005010             THRU    3100-PRINT-TOTAL-EXIT.
005020     MOVE   '  ACTIVE               :'   TO  WK-TOT-LABEL.
005030     MOVE    WK-ACTIVE-COUNT     TO  WK-TOT-COUNT.
005040     PERFORM 3100-PRINT-TOTAL
005050             THRU    3100-PRINT-TOTAL-EXIT.
005060     MOVE   '  INACTIVE             :'   TO  WK-TOT-LABEL.
005070     MOVE    WK-INACTIVE-COUNT   TO  WK-TOT-COUNT.
005080     PERFORM 3100-PRINT-TOTAL
005090             THRU    3100-PRINT-TOTAL-EXIT.
005100     CLOSE   REPORT-FILE.
005110 3000-TERMINATE-DISPLAY.
005120     IF      WK-RUN-ALLOWED
005130         MOVE   'END'        TO  RUNCTL-FUNC
005140         MOVE    WK-RUN-RESULT   TO  RUNCTL-RESULT
005150         MOVE    WK-DETAIL-COUNT TO  RUNCTL-COUNT
005160         CALL   'BTRUNSUB'   USING   RUNCTL
005170     END-IF.
005180     DISPLAY '*** BTMEXP1 END   TABLES=' WK-TABLE-COUNT
005190             ' DETAILS=' WK-DETAIL-COUNT
005200             ' NOT FOUND=' WK-MISSING-COUNT
005210         UPON    CONSOLE.
005220 3000-TERMINATE-EXIT.
005230     EXIT.
005240******************************************************************
005250*    3100-PRINT-TOTAL
005260*    件数の１行を印字する。
005270******************************************************************
005280 3100-PRINT-TOTAL        SECTION.
005290     MOVE    WK-TOTAL-LINE       TO  WK-PRINT-LINE.
005300     PERFORM 9200-PRINT-LINE
005310             THRU    9200-PRINT-LINE-EXIT.
005320 3100-PRINT-TOTAL-EXIT.
005330     EXIT.
005340******************************************************************
005350*    9100-PRINT-HEADINGS
005360*    改ページし、作成日付とページ番号付きの見出しを印字する。
005370******************************************************************
005380 9100-PRINT-HEADINGS     SECTION.
005390     ADD     1           TO  WK-PAGE-COUNT.
005400     MOVE    WK-RUN-DATE         TO  WK-HDG1-DATE.
005410     MOVE    WK-PAGE-COUNT       TO  WK-HDG1-PAGE.
005420     MOVE    WK-HEADING1         TO  REPORT-LINE.
005430     WRITE   REPORT-LINE     AFTER   ADVANCING   PAGE.
005440     MOVE    WK-HEADING2         TO  REPORT-LINE.
005450     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
005460     MOVE    SPACE       TO  REPORT-LINE.
005470     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
005480     MOVE    3           TO  WK-LINE-COUNT.
005490 9100-PRINT-HEADINGS-EXIT.
005500     EXIT.
005510******************************************************************
005520*    9200-PRINT-LINE
005530*    明細行を印字する。ページ行数を超えたら見出しから印字する。
005540******************************************************************
005550 9200-PRINT-LINE         SECTION.
005560     IF      WK-LINE-COUNT  >=  WK-LINES-PER-PAGE
005570         PERFORM 9100-PRINT-HEADINGS
005580                 THRU    9100-PRINT-HEADINGS-EXIT
005590     END-IF.
005600     MOVE    WK-PRINT-LINE       TO  REPORT-LINE.
005610     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
005620     ADD     1           TO  WK-LINE-COUNT.
005630 9200-PRINT-LINE-EXIT.
005640     EXIT.
005650******************************************************************
