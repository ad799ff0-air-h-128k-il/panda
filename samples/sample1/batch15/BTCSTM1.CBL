000010 IDENTIFICATION      DIVISION.
000020 PROGRAM-ID.     BTCSTM1.
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
000310*   コンポーネント名：連絡先別月次ピック明細バッチ
000320*   管理者          ：ogochan@NetLab.jp
000330*
000340*   このバッチは月末に、現行の AUDITLOG と、BTMECL1 が世代管理
000350*   ファイル MECNGEN に記録した対象月の月次アーカイブ世代
000360*   (AUDITARC.YYYYMM)から対象月のピック(通常・承認・取消)を
000370*   集め、TPDEMO1 が記録した連絡先ID順に整列して、連絡先ごと
000380*   に１通の明細書をレポート CSTMRPT に出力する。明細書には
000390*   連絡先マスタ CONTACTF の名前・電話番号、ピックごとの日付・
000400*   時刻・利用者・ピック名・値、連絡先の合計を載せる。取消は
000410*   元のピックの値を打ち消す負の値で載せる。
000420*   連絡先の付いていないピックと、連絡先がその後マスタから
000430*   削除されたピックは明細書に載せず、例外リスト CSTMEXC へ
000440*   出力する。
000450*   TPMNT1 で統合(MRG)された連絡先のピックは、履歴 CONTHIST
000460*   の統合レコードをたどって統合先の連絡先の明細書に載せる。
000470*   対象月はパラメタファイル CSTMPARM の年月(YYYYMM)、なければ
000480*   実行月とする。
000490*
000500*   日付      作業者  記述
000510*   26.10.15  ....    新規作成
000511*   26.10.15  ....    統合(MRG)された連絡先のピックを統合先へ集計
000512*   26.10.15  ....    BTSTRM1 から CALL できるよう GOBACK で終了
000520******************************************************************
000530 ENVIRONMENT         DIVISION.
000540 CONFIGURATION           SECTION.
000550 SOURCE-COMPUTER.    PANDA-SERVER.
000560 OBJECT-COMPUTER.    PANDA-SERVER.
000570 INPUT-OUTPUT            SECTION.
000580 FILE-CONTROL.
000590     SELECT  OPTIONAL  AUDIT-FILE
000600                         ASSIGN  TO  DYNAMIC WK-AUDIT-NAME
000610             ORGANIZATION    IS  LINE SEQUENTIAL
000620             FILE STATUS     IS  WK-AUDIT-STATUS.
000630     SELECT  OPTIONAL  GENCTL-FILE
000640                         ASSIGN  TO  'MECNGEN'
000650             ORGANIZATION    IS  LINE SEQUENTIAL
000660             FILE STATUS     IS  WK-GENCTL-STATUS.
000670     SELECT  OPTIONAL  PARAM-FILE
000680                         ASSIGN  TO  'CSTMPARM'
000690             ORGANIZATION    IS  LINE SEQUENTIAL
000700             FILE STATUS     IS  WK-PARAM-STATUS.
000710     SELECT  OPTIONAL  CONTACT-FILE
000720                         ASSIGN  TO  'CONTACTF'
000730             ORGANIZATION    IS  INDEXED
000740             ACCESS MODE     IS  DYNAMIC
000750             RECORD KEY      IS  CONTACT-ID
000760             ALTERNATE RECORD KEY    IS  CONTACT-NAME
000770                     WITH    DUPLICATES
000780             FILE STATUS     IS  WK-CONTACT-STATUS.
000790     SELECT  WORK-FILE       ASSIGN  TO  'CSTMWK'
000800             ORGANIZATION    IS  LINE SEQUENTIAL
000810             FILE STATUS     IS  WK-WORK-STATUS.
000820     SELECT  SORTED-FILE     ASSIGN  TO  'CSTMSRTD'
000830             ORGANIZATION    IS  LINE SEQUENTIAL
000840             FILE STATUS     IS  WK-SORTED-STATUS.
000850     SELECT  REPORT-FILE     ASSIGN  TO  'CSTMRPT'
000860             ORGANIZATION    IS  LINE SEQUENTIAL
000870             FILE STATUS     IS  WK-REPORT-STATUS.
000880     SELECT  EXCEPTION-FILE  ASSIGN  TO  'CSTMEXC'
000890             ORGANIZATION    IS  LINE SEQUENTIAL
000900             FILE STATUS     IS  WK-EXCEPT-STATUS.
000910     SELECT  OPTIONAL  CONTHIST-FILE
000920                         ASSIGN  TO  'CONTHIST'
000930             ORGANIZATION    IS  LINE SEQUENTIAL
000940             FILE STATUS     IS  WK-HIST-STATUS.
000950     SELECT  SORT-FILE       ASSIGN  TO  'SORTWK01'.
000960 DATA                DIVISION.
000970 FILE                SECTION.
000980 FD  AUDIT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  AUDIT-RECORD.
001010     05  AUDIT-TERMID        PIC X(08).
001020     05  AUDIT-USERID        PIC X(08).
001030     05  AUDIT-DATE          PIC X(08).
001040     05  AUDIT-TIME          PIC X(08).
001050     05  AUDIT-SEQ           PIC 9(09).
001060     05  AUDIT-PICK-NAME     PIC X(40).
001070     05  AUDIT-PICK-VALUE    PIC X(09).
001080     05  AUDIT-TYPE          PIC X(01).
001090         88  AUDIT-PICK              VALUE  SPACE.
001100         88  AUDIT-REVERSAL          VALUE  'V'.
001110         88  AUDIT-APPROVED          VALUE  'A'.
001120     05  AUDIT-ORIG-TERMID   PIC X(08).
001130     05  AUDIT-ORIG-DATE     PIC X(08).
001140     05  AUDIT-ORIG-TIME     PIC X(08).
001150     05  AUDIT-ORIG-SEQ      PIC 9(09).
001160     05  AUDIT-VOID-REASON   PIC X(20).
001170     05  AUDIT-CATEGORY      PIC X(10).
001180     05  AUDIT-CONTACT-ID    PIC X(06).
001190 FD  GENCTL-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  GENCTL-RECORD.
001220     05  GENCTL-NAME         PIC X(15).
001230 FD  PARAM-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  PARAM-RECORD.
001260     05  PARAM-MONTH         PIC X(06).
001270 FD  CONTACT-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  CONTACT-RECORD.
001300     05  CONTACT-ID          PIC X(06).
001310     05  CONTACT-NAME        PIC X(20).
001320     05  CONTACT-PHONE       PIC X(20).
001330 FD  CONTHIST-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  CONTHIST-RECORD.
001360     05  CHIST-TERMID        PIC X(08).
001370     05  CHIST-USERID        PIC X(08).
001380     05  CHIST-DATE          PIC X(08).
001390     05  CHIST-TIME          PIC X(08).
001400     05  CHIST-ACTION        PIC X(04).
001410     05  CHIST-BEFORE.
001420         10  CHIST-BEF-ID        PIC X(06).
001430         10  CHIST-BEF-NAME      PIC X(20).
001440         10  CHIST-BEF-PHONE     PIC X(20).
001450     05  CHIST-AFTER.
001460         10  CHIST-AFT-ID        PIC X(06).
001470         10  CHIST-AFT-NAME      PIC X(20).
001480         10  CHIST-AFT-PHONE     PIC X(20).
001490 FD  WORK-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 01  WORK-RECORD             PIC X(160).
001520 FD  SORTED-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 01  SORTED-RECORD.
001550     05  SORTED-TERMID       PIC X(08).
001560     05  SORTED-USERID       PIC X(08).
001570     05  SORTED-DATE         PIC X(08).
001580     05  SORTED-TIME         PIC X(08).
001590     05  SORTED-SEQ          PIC 9(09).
001600     05  SORTED-PICK-NAME    PIC X(40).
001610     05  SORTED-PICK-VALUE   PIC X(09).
001620     05  SORTED-TYPE         PIC X(01).
001630         88  SORTED-REVERSAL         VALUE  'V'.
001640     05  SORTED-ORIG-TERMID  PIC X(08).
001650     05  SORTED-ORIG-DATE    PIC X(08).
001660     05  SORTED-ORIG-TIME    PIC X(08).
001670     05  SORTED-ORIG-SEQ     PIC 9(09).
001680     05  SORTED-VOID-REASON  PIC X(20).
001690     05  SORTED-CATEGORY     PIC X(10).
001700     05  SORTED-CONTACT-ID   PIC X(06).
001710 FD  REPORT-FILE
001720     LABEL RECORDS ARE STANDARD.
001730 01  REPORT-LINE             PIC X(100).
001740 FD  EXCEPTION-FILE
001750     LABEL RECORDS ARE STANDARD.
001760 01  EXCEPTION-LINE          PIC X(110).
001770 SD  SORT-FILE.
001780 01  SORT-RECORD.
001790     05  SORT-TERMID         PIC X(08).
001800     05  SORT-USERID         PIC X(08).
001810     05  SORT-DATE           PIC X(08).
001820     05  SORT-TIME           PIC X(08).
001830     05  SORT-SEQ            PIC 9(09).
001840     05  SORT-PICK-NAME      PIC X(40).
001850     05  SORT-PICK-VALUE     PIC X(09).
001860     05  SORT-TYPE           PIC X(01).
001870     05  SORT-ORIG-TERMID    PIC X(08).
001880     05  SORT-ORIG-DATE      PIC X(08).
001890     05  SORT-ORIG-TIME      PIC X(08).
001900     05  SORT-ORIG-SEQ       PIC 9(09).
001910     05  SORT-VOID-REASON    PIC X(20).
001920     05  SORT-CATEGORY       PIC X(10).
001930     05  SORT-CONTACT-ID     PIC X(06).
001940 WORKING-STORAGE         SECTION.
001950 01  WK-SWITCHES.
001960     05  WK-AUDIT-EOF-SW     PIC X(01)   VALUE  'N'.
001970         88  WK-AUDIT-EOF            VALUE  'Y'.
001980     05  WK-GENCTL-EOF-SW    PIC X(01)   VALUE  'N'.
001990         88  WK-GENCTL-EOF           VALUE  'Y'.
002000     05  WK-SORTED-EOF-SW    PIC X(01)   VALUE  'N'.
002010         88  WK-SORTED-EOF           VALUE  'Y'.
002020     05  WK-FIRST-GROUP-SW   PIC X(01)   VALUE  'Y'.
002030         88  WK-FIRST-GROUP          VALUE  'Y'.
002040     05  WK-RPT-READY-SW     PIC X(01)   VALUE  'N'.
002050         88  WK-RPT-READY            VALUE  'Y'.
002060     05  WK-CONTACT-OPEN-SW  PIC X(01)   VALUE  'N'.
002070         88  WK-CONTACT-OPEN         VALUE  'Y'.
002080     05  WK-CONTACT-FOUND-SW PIC X(01)   VALUE  'N'.
002090         88  WK-CONTACT-FOUND        VALUE  'Y'.
002100     05  WK-HIST-EOF-SW      PIC X(01)   VALUE  'N'.
002110         88  WK-HIST-EOF             VALUE  'Y'.
002120     05  WK-MRG-FOUND-SW     PIC X(01)   VALUE  'N'.
002130         88  WK-MRG-FOUND            VALUE  'Y'.
002140 01  WK-FILE-STATUSES.
002150     05  WK-AUDIT-STATUS     PIC X(02).
002160         88  WK-AUDIT-OK             VALUE  '00'.
002170         88  WK-AUDIT-NOFILE         VALUE  '05'.
002180     05  WK-GENCTL-STATUS    PIC X(02).
002190         88  WK-GENCTL-OK            VALUE  '00'.
002200         88  WK-GENCTL-NOFILE        VALUE  '05'.
002210     05  WK-PARAM-STATUS     PIC X(02).
002220         88  WK-PARAM-OK             VALUE  '00'.
002230     05  WK-CONTACT-STATUS   PIC X(02).
002240         88  WK-CONTACT-OK           VALUE  '00'.
002241         88  WK-CONTACT-NOFILE       VALUE  '05'.
002250     05  WK-WORK-STATUS      PIC X(02).
002260         88  WK-WORK-OK              VALUE  '00'.
002270     05  WK-SORTED-STATUS    PIC X(02).
002280         88  WK-SORTED-OK            VALUE  '00'.
002290     05  WK-REPORT-STATUS    PIC X(02).
002300         88  WK-REPORT-OK            VALUE  '00'.
002310     05  WK-EXCEPT-STATUS    PIC X(02).
002320         88  WK-EXCEPT-OK            VALUE  '00'.
002330     05  WK-HIST-STATUS      PIC X(02).
002340         88  WK-HIST-OK              VALUE  '00'.
002350         88  WK-HIST-NOFILE          VALUE  '05'.
002360 01  WK-COUNTERS                         COMP.
002370     05  WK-READ-COUNT       PIC 9(09)   VALUE  ZERO.
002380     05  WK-SELECT-COUNT     PIC 9(09)   VALUE  ZERO.
002390     05  WK-FILE-COUNT       PIC 9(04)   VALUE  ZERO.
002400     05  WK-STMT-COUNT       PIC 9(09)   VALUE  ZERO.
002410     05  WK-STMT-PICKS       PIC 9(09)   VALUE  ZERO.
002420     05  WK-EXCEPT-COUNT     PIC 9(09)   VALUE  ZERO.
002430     05  WK-NOCONT-COUNT     PIC 9(09)   VALUE  ZERO.
002440     05  WK-DELETED-COUNT    PIC 9(09)   VALUE  ZERO.
002450     05  WK-BAD-VALUE-COUNT  PIC 9(09)   VALUE  ZERO.
002460     05  WK-MAPPED-COUNT     PIC 9(09)   VALUE  ZERO.
002470     05  WK-CONTACT-PICKS    PIC S9(09)  VALUE  ZERO.
002480     05  WK-CONTACT-TOTAL    PIC S9(13)  VALUE  ZERO.
002490     05  WK-GRAND-TOTAL      PIC S9(13)  VALUE  ZERO.
002500     05  WK-EXCEPT-TOTAL     PIC S9(13)  VALUE  ZERO.
002510     05  WK-LINE-COUNT       PIC 9(04)   VALUE  ZERO.
002520     05  WK-PAGE-COUNT       PIC 9(04)   VALUE  ZERO.
002530     05  WK-EXC-LINE-COUNT   PIC 9(04)   VALUE  ZERO.
002540     05  WK-EXC-PAGE-COUNT   PIC 9(04)   VALUE  ZERO.
002550     05  WK-LINES-PER-PAGE   PIC 9(04)   VALUE  0050.
002560 01  WK-SUBSCRIPTS                       COMP.
002570     05  WK-FILE-IX          PIC 9(04)   VALUE  ZERO.
002580     05  WK-FILE-USED        PIC 9(04)   VALUE  ZERO.
002590     05  WK-FILE-MAX         PIC 9(04)   VALUE  0010.
002600     05  WK-MRG-IX           PIC 9(04)   VALUE  ZERO.
002610     05  WK-MRG-USED         PIC 9(04)   VALUE  ZERO.
002620     05  WK-MRG-MAX          PIC 9(04)   VALUE  0500.
002630     05  WK-HOP-COUNT        PIC 9(04)   VALUE  ZERO.
002640 01  WK-AUDIT-NAME           PIC X(15).
002650 01  WK-GEN-MONTH            PIC X(06).
002660 01  WK-STMT-MONTH.
002670     05  WK-STMT-YEAR        PIC X(04).
002680     05  WK-STMT-MON         PIC X(02).
002690 01  WK-HOLD-CONTACT-ID      PIC X(06).
002700 01  WK-EXC-REASON           PIC X(16).
002710 01  WK-PICK-VALUE-X         PIC X(09).
002720 01  WK-PICK-VALUE-9         REDEFINES  WK-PICK-VALUE-X
002730                             PIC S9(09).
002740 01  WK-SIGNED-VALUE         PIC S9(09).
002750*    統合レコードの統合元ID(削除済み)と統合先IDの対応。
002760 01  WK-MERGE-TABLE.
002770     05  WK-MERGE-ENTRY      OCCURS  500  TIMES.
002780         10  WK-MRG-RETIRED-ID   PIC X(06).
002790         10  WK-MRG-SURVIVOR-ID  PIC X(06).
002800 01  WK-RUN-DATE.
002810     05  WK-RUN-YEAR         PIC X(04).
002820     05  WK-RUN-MONTH        PIC X(02).
002830     05  WK-RUN-DAY          PIC X(02).
002840*    読込対象ファイル名の一覧。先頭は現行の AUDITLOG。
002850 01  WK-FILE-TABLE.
002860     05  WK-FILE-NAME        PIC X(15)   OCCURS  10  TIMES.
002870 01  WK-HEADING1.
002880     05  FILLER              PIC X(30)   VALUE
002890         'PANDA MONTHLY PICK STATEMENT  '.
002900     05  FILLER              PIC X(07)   VALUE  'MONTH: '.
002910     05  WK-HDG1-YEAR        PIC X(04).
002920     05  FILLER              PIC X(01)   VALUE  '/'.
002930     05  WK-HDG1-MONTH       PIC X(02).
002940     05  FILLER              PIC X(36)   VALUE  SPACE.
002950     05  FILLER              PIC X(06)   VALUE  'PAGE: '.
002960     05  WK-HDG1-PAGE        PIC ZZZ9.
002970 01  WK-CONTACT-LINE1.
002980     05  FILLER              PIC X(12)   VALUE  'CONTACT ID: '.
002990     05  WK-CNT-ID           PIC X(06).
003000 01  WK-CONTACT-LINE2.
003010     05  FILLER              PIC X(12)   VALUE  'NAME      : '.
003020     05  WK-CNT-NAME         PIC X(20).
003030 01  WK-CONTACT-LINE3.
003040     05  FILLER              PIC X(12)   VALUE  'PHONE     : '.
003050     05  WK-CNT-PHONE        PIC X(20).
003060 01  WK-HEADING2.
003070     05  FILLER              PIC X(11)   VALUE  'DATE'.
003080     05  FILLER              PIC X(10)   VALUE  'TIME'.
003090     05  FILLER              PIC X(10)   VALUE  'USERID'.
003100     05  FILLER              PIC X(41)   VALUE  'PICKNAME'.
003110     05  FILLER              PIC X(12)   VALUE  '       VALUE'.
003120     05  FILLER              PIC X(05)   VALUE  ' TYPE'.
003130 01  WK-DETAIL-LINE.
003140     05  WK-DTL-YEAR         PIC X(04).
003150     05  FILLER              PIC X(01)   VALUE  '/'.
003160     05  WK-DTL-MONTH        PIC X(02).
003170     05  FILLER              PIC X(01)   VALUE  '/'.
003180     05  WK-DTL-DAY          PIC X(02).
003190     05  FILLER              PIC X(01)   VALUE  SPACE.
003200     05  WK-DTL-TIME         PIC X(08).
003210     05  FILLER              PIC X(02)   VALUE  SPACE.
003220     05  WK-DTL-USERID       PIC X(08).
003230     05  FILLER              PIC X(02)   VALUE  SPACE.
003240     05  WK-DTL-PICK-NAME    PIC X(40).
003250     05  FILLER              PIC X(01)   VALUE  SPACE.
003260     05  WK-DTL-VALUE        PIC ZZZ,ZZZ,ZZ9-.
003270     05  FILLER              PIC X(01)   VALUE  SPACE.
003280     05  WK-DTL-TYPE         PIC X(04).
003290 01  WK-CONTACT-TOTAL-LINE.
003300     05  FILLER              PIC X(31)   VALUE  SPACE.
003310     05  FILLER              PIC X(15)   VALUE  'CONTACT TOTAL  '.
003320     05  FILLER              PIC X(07)   VALUE  'PICKS: '.
003330     05  WK-CTL-PICKS        PIC ZZZ,ZZ9-.
003340     05  FILLER              PIC X(01)   VALUE  SPACE.
003350     05  WK-CTL-TOTAL        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
003360 01  WK-EXC-HEADING1.
003370     05  FILLER              PIC X(30)   VALUE
003380         'PANDA STATEMENT EXCEPTIONS    '.
003390     05  FILLER              PIC X(07)   VALUE  'MONTH: '.
003400     05  WK-EXH1-YEAR        PIC X(04).
003410     05  FILLER              PIC X(01)   VALUE  '/'.
003420     05  WK-EXH1-MONTH       PIC X(02).
003430     05  FILLER              PIC X(46)   VALUE  SPACE.
003440     05  FILLER              PIC X(06)   VALUE  'PAGE: '.
003450     05  WK-EXH1-PAGE        PIC ZZZ9.
003460 01  WK-EXC-HEADING2.
003470     05  FILLER              PIC X(17)   VALUE  'REASON'.
003480     05  FILLER              PIC X(08)   VALUE  'CONTACT'.
003490     05  FILLER              PIC X(11)   VALUE  'DATE'.
003500     05  FILLER              PIC X(09)   VALUE  'TIME'.
003510     05  FILLER              PIC X(09)   VALUE  'TERMID'.
003520     05  FILLER              PIC X(09)   VALUE  'USERID'.
003530     05  FILLER              PIC X(31)   VALUE  'PICKNAME'.
003540     05  FILLER              PIC X(12)   VALUE  '       VALUE'.
003550     05  FILLER              PIC X(04)   VALUE  ' TYP'.
003560 01  WK-EXC-DETAIL-LINE.
003570     05  WK-EXC-REASON-TEXT  PIC X(16).
003580     05  FILLER              PIC X(01)   VALUE  SPACE.
003590     05  WK-EXC-CONTACT-ID   PIC X(06).
003600     05  FILLER              PIC X(02)   VALUE  SPACE.
003610     05  WK-EXC-DATE         PIC X(08).
003620     05  FILLER              PIC X(03)   VALUE  SPACE.
003630     05  WK-EXC-TIME         PIC X(08).
003640     05  FILLER              PIC X(01)   VALUE  SPACE.
003650     05  WK-EXC-TERMID       PIC X(08).
003660     05  FILLER              PIC X(01)   VALUE  SPACE.
003670     05  WK-EXC-USERID       PIC X(08).
003680     05  FILLER              PIC X(01)   VALUE  SPACE.
003690     05  WK-EXC-PICK-NAME    PIC X(30).
003700     05  FILLER              PIC X(01)   VALUE  SPACE.
003710     05  WK-EXC-VALUE        PIC ZZZ,ZZZ,ZZ9-.
003720     05  FILLER              PIC X(01)   VALUE  SPACE.
003730     05  WK-EXC-TYPE         PIC X(04).
003740 01  WK-TOTAL-LINE.
003750     05  FILLER              PIC X(04)   VALUE  SPACE.
003760     05  WK-TOT-LABEL        PIC X(30).
003770     05  WK-TOT-COUNT        PIC ZZZ,ZZZ,ZZ9.
003780     05  FILLER              PIC X(02)   VALUE  SPACE.
003790     05  WK-TOT-VALUE        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
003800 01  WK-PRINT-LINE           PIC X(100).
003810 01  WK-EXC-PRINT-LINE       PIC X(110).
003820 01  WK-RUN-ALLOWED-SW       PIC X(01)   VALUE  'N'.
003830     88  WK-RUN-ALLOWED          VALUE  'Y'.
003840 01  WK-RUN-RESULT           PIC X(04)   VALUE  'OK  '.
003850 COPY    RUNCTL.
003860 PROCEDURE           DIVISION.
003870 0000-MAINLINE           SECTION.
003880     PERFORM 1000-INITIALIZE        THRU    1000-INITIALIZE-EXIT.
003890     PERFORM 2000-PROCESS-SORTED
003900             THRU    2000-PROCESS-SORTED-EXIT
003910             UNTIL   WK-SORTED-EOF.
003920     PERFORM 3000-TERMINATE         THRU    3000-TERMINATE-EXIT.
003930     GOBACK.
003940******************************************************************
003950*    1000-INITIALIZE
003960*    対象月を決め、現行ログと対象月の世代から対象月のピックを
003970*    作業ファイルへ集めて連絡先ID・日時順に整列し、明細書と
003980*    例外リストをオープンする。
003990******************************************************************
004000 1000-INITIALIZE         SECTION.
004010     DISPLAY '*** BTCSTM1 START' UPON CONSOLE.
004020     ACCEPT  WK-RUN-DATE     FROM    DATE    YYYYMMDD.
004030*
004040     MOVE   'CHECK'      TO  RUNCTL-FUNC.
004050     MOVE   'BTCSTM1'    TO  RUNCTL-JOB.
004060     MOVE    SPACE       TO  RUNCTL-PREREQ.
004070     CALL   'BTRUNSUB'   USING   RUNCTL.
004080     IF      NOT RUNCTL-OK
004090         DISPLAY 'BTCSTM1 RUN REFUSED - RUNCTL STATUS '
004100                 RUNCTL-STATUS
004110             UPON    CONSOLE
004120         MOVE   'Y'          TO  WK-SORTED-EOF-SW
004130         GO  TO  1000-INITIALIZE-EXIT
004140     END-IF.
004150     MOVE   'START'      TO  RUNCTL-FUNC.
004160     CALL   'BTRUNSUB'   USING   RUNCTL.
004170     MOVE   'Y'          TO  WK-RUN-ALLOWED-SW.
004180*
004190*    既定は実行月。過去月の再作成はパラメタで年月を指定する。
004200     MOVE    WK-RUN-YEAR     TO  WK-STMT-YEAR.
004210     MOVE    WK-RUN-MONTH    TO  WK-STMT-MON.
004220     OPEN    INPUT   PARAM-FILE.
004230     IF      WK-PARAM-OK
004240         READ    PARAM-FILE
004250             AT  END
004260                 CONTINUE
004270             NOT AT END
004280                 IF      PARAM-MONTH  IS  NUMERIC
004290                     MOVE    PARAM-MONTH     TO  WK-STMT-MONTH
004300                 END-IF
004310         END-READ
004320         CLOSE   PARAM-FILE
004330     END-IF.
004340     DISPLAY 'STATEMENT MONTH = ' WK-STMT-MONTH
004350         UPON    CONSOLE.
004360*
004370     MOVE    1           TO  WK-FILE-USED.
004380     MOVE   'AUDITLOG'   TO  WK-FILE-NAME(1).
004390     PERFORM 1100-LOAD-GENERATIONS
004400             THRU    1100-LOAD-GENERATIONS-EXIT.
004410*
004420     PERFORM 1300-LOAD-MERGES
004430             THRU    1300-LOAD-MERGES-EXIT.
004440*
004450     OPEN    OUTPUT  WORK-FILE.
004460     IF      NOT WK-WORK-OK
004470         DISPLAY 'WORK-FILE OPEN ERROR ' WK-WORK-STATUS
004480             UPON    CONSOLE
004490         MOVE   'Y'          TO  WK-SORTED-EOF-SW
004500         MOVE   'ERR '       TO  WK-RUN-RESULT
004510         GO  TO  1000-INITIALIZE-EXIT
004520     END-IF.
004530     PERFORM 1200-COLLECT-FILE
004540             THRU    1200-COLLECT-FILE-EXIT
004550             VARYING WK-FILE-IX  FROM    1   BY  1
004560             UNTIL   WK-FILE-IX  >  WK-FILE-USED.
004570     CLOSE   WORK-FILE.
004580*
004590     SORT    SORT-FILE
004600             ON  ASCENDING   KEY  SORT-CONTACT-ID
004610                                  SORT-DATE
004620                                  SORT-TIME
004630                                  SORT-TERMID
004640             USING   WORK-FILE
004650             GIVING  SORTED-FILE.
004660*
004670     OPEN    INPUT   SORTED-FILE.
004680     IF      NOT WK-SORTED-OK
004690         DISPLAY 'SORTED-FILE OPEN ERROR ' WK-SORTED-STATUS
004700             UPON    CONSOLE
004710         MOVE   'Y'          TO  WK-SORTED-EOF-SW
004720         MOVE   'ERR '       TO  WK-RUN-RESULT
004730         GO  TO  1000-INITIALIZE-EXIT
004740     END-IF.
004750     OPEN    INPUT   CONTACT-FILE.
004760     IF      WK-CONTACT-OK
004770         MOVE   'Y'          TO  WK-CONTACT-OPEN-SW
004780     END-IF.
004790     IF      NOT WK-CONTACT-OK  AND  NOT WK-CONTACT-NOFILE
004800         DISPLAY 'CONTACT-FILE OPEN ERROR ' WK-CONTACT-STATUS
004801             UPON    CONSOLE
004802         CLOSE   SORTED-FILE
004803         MOVE   'Y'          TO  WK-SORTED-EOF-SW
004804         MOVE   'ERR '       TO  WK-RUN-RESULT
004805         GO  TO  1000-INITIALIZE-EXIT
004810     END-IF.
004820     OPEN    OUTPUT  REPORT-FILE.
004830     IF      NOT WK-REPORT-OK
004840         DISPLAY 'REPORT-FILE OPEN ERROR ' WK-REPORT-STATUS
004850             UPON    CONSOLE
004860         CLOSE   SORTED-FILE
004870         MOVE   'Y'          TO  WK-SORTED-EOF-SW
004880         MOVE   'ERR '       TO  WK-RUN-RESULT
004890         GO  TO  1000-INITIALIZE-EXIT
004900     END-IF.
004910     OPEN    OUTPUT  EXCEPTION-FILE.
004920     IF      NOT WK-EXCEPT-OK
004930         DISPLAY 'EXCEPTION-FILE OPEN ERROR ' WK-EXCEPT-STATUS
004940             UPON    CONSOLE
004950         CLOSE   SORTED-FILE
004960         CLOSE   REPORT-FILE
004970         MOVE   'Y'          TO  WK-SORTED-EOF-SW
004980         MOVE   'ERR '       TO  WK-RUN-RESULT
004990         GO  TO  1000-INITIALIZE-EXIT
005000     END-IF.
005010     MOVE    WK-STMT-YEAR    TO  WK-HDG1-YEAR.
005020     MOVE    WK-STMT-MON     TO  WK-HDG1-MONTH.
005030     MOVE    WK-STMT-YEAR    TO  WK-EXH1-YEAR.
005040     MOVE    WK-STMT-MON     TO  WK-EXH1-MONTH.
005050     PERFORM 9300-PRINT-EXC-HEADINGS
005060             THRU    9300-PRINT-EXC-HEADINGS-EXIT.
005070     MOVE   'Y'          TO  WK-RPT-READY-SW.
005080 1000-INITIALIZE-EXIT.
005090     EXIT.
005100******************************************************************
005110*    1100-LOAD-GENERATIONS
005120*    世代管理ファイルの世代名を読み、対象月の世代を読込対象に
005130*    加える。
005140******************************************************************
005150 1100-LOAD-GENERATIONS   SECTION.
005160     MOVE   'N'          TO  WK-GENCTL-EOF-SW.
005170     OPEN    INPUT   GENCTL-FILE.
005180     IF      WK-GENCTL-OK  OR  WK-GENCTL-NOFILE
005190         PERFORM 1110-READ-GENCTL
005200                 THRU    1110-READ-GENCTL-EXIT
005210                 UNTIL   WK-GENCTL-EOF
005220         CLOSE   GENCTL-FILE
005230       ELSE
005240         DISPLAY 'GENCTL-FILE OPEN ERROR ' WK-GENCTL-STATUS
005250             UPON    CONSOLE
005260     END-IF.
005270 1100-LOAD-GENERATIONS-EXIT.
005280     EXIT.
005290******************************************************************
005300*    1110-READ-GENCTL
005310*    世代名を１件読む。世代名 AUDITARC.YYYYMM の年月が対象月
005320*    なら読込対象へ加える。
005330******************************************************************
005340 1110-READ-GENCTL        SECTION.
005350     READ    GENCTL-FILE
005360         AT  END
005370             MOVE   'Y'          TO  WK-GENCTL-EOF-SW
005380             GO  TO  1110-READ-GENCTL-EXIT
005390     END-READ.
005400     MOVE    GENCTL-NAME(10:6)   TO  WK-GEN-MONTH.
005410     IF      WK-GEN-MONTH  NOT =  WK-STMT-MONTH
005420         GO  TO  1110-READ-GENCTL-EXIT
005430     END-IF.
005440     IF      WK-FILE-USED  <  WK-FILE-MAX
005450         ADD     1           TO  WK-FILE-USED
005460         MOVE    GENCTL-NAME     TO  WK-FILE-NAME(WK-FILE-USED)
005470       ELSE
005480         DISPLAY 'FILE TABLE FULL - GENERATION SKIPPED ['
005490                 GENCTL-NAME ']'
005500             UPON    CONSOLE
005510     END-IF.
005520 1110-READ-GENCTL-EXIT.
005530     EXIT.
005540******************************************************************
005550*    1200-COLLECT-FILE
005560*    読込対象ファイルを１つ開き、対象月のピックを作業ファイル
005570*    へ書く。
005580******************************************************************
005590 1200-COLLECT-FILE       SECTION.
005600     MOVE    WK-FILE-NAME(WK-FILE-IX)    TO  WK-AUDIT-NAME.
005610     MOVE   'N'          TO  WK-AUDIT-EOF-SW.
005620     OPEN    INPUT   AUDIT-FILE.
005630     IF          (  NOT WK-AUDIT-OK  )
005640             AND (  NOT WK-AUDIT-NOFILE  )
005650         DISPLAY 'AUDIT OPEN ERROR ' WK-AUDIT-STATUS
005660                 ' [' WK-AUDIT-NAME ']'
005670             UPON    CONSOLE
005680         MOVE   'ERR '       TO  WK-RUN-RESULT
005690         GO  TO  1200-COLLECT-FILE-EXIT
005700     END-IF.
005710     ADD     1           TO  WK-FILE-COUNT.
005720     PERFORM 1210-COLLECT-RECORD
005730             THRU    1210-COLLECT-RECORD-EXIT
005740             UNTIL   WK-AUDIT-EOF.
005750     CLOSE   AUDIT-FILE.
005760 1200-COLLECT-FILE-EXIT.
005770     EXIT.
005780******************************************************************
005790*    1210-COLLECT-RECORD
005800*    監査レコードを１件読み、対象月の通常・承認・取消ピックなら
005810*    作業ファイルへ書く。
005820******************************************************************
005830 1210-COLLECT-RECORD     SECTION.
005840     READ    AUDIT-FILE
005850         AT  END
005860             MOVE   'Y'          TO  WK-AUDIT-EOF-SW
005870             GO  TO  1210-COLLECT-RECORD-EXIT
005880     END-READ.
005890     ADD     1           TO  WK-READ-COUNT.
005900     IF      AUDIT-DATE(1:6)  NOT =  WK-STMT-MONTH
005910         GO  TO  1210-COLLECT-RECORD-EXIT
005920     END-IF.
005930     IF          NOT AUDIT-PICK
005940             AND NOT AUDIT-APPROVED
005950             AND NOT AUDIT-REVERSAL
005960         GO  TO  1210-COLLECT-RECORD-EXIT
005970     END-IF.
005980     IF      AUDIT-CONTACT-ID  NOT =  SPACE
005990         PERFORM 1310-MAP-CONTACT
006000                 THRU    1310-MAP-CONTACT-EXIT
006010     END-IF.
006020     WRITE   WORK-RECORD     FROM    AUDIT-RECORD.
006030     ADD     1           TO  WK-SELECT-COUNT.
006040 1210-COLLECT-RECORD-EXIT.
006050     EXIT.
006060******************************************************************
006070*    1300-LOAD-MERGES
006080*    連絡先の変更履歴を読み、統合レコード(MRG)の統合元IDと
006090*    統合先IDを対応表に集める。
006100******************************************************************
006110 1300-LOAD-MERGES        SECTION.
006120     OPEN    INPUT   CONTHIST-FILE.
006130     IF      NOT WK-HIST-OK
006140         GO  TO  1300-LOAD-MERGES-EXIT
006150     END-IF.
006160     PERFORM 1320-READ-MERGE
006170             THRU    1320-READ-MERGE-EXIT
006180             UNTIL   WK-HIST-EOF.
006190     CLOSE   CONTHIST-FILE.
006200     DISPLAY 'MERGED CONTACT LINKS = ' WK-MRG-USED
006210         UPON    CONSOLE.
006220 1300-LOAD-MERGES-EXIT.
006230     EXIT.
006240******************************************************************
006250*    1310-MAP-CONTACT
006260*    ピックの連絡先IDが統合元なら統合先IDに置き換える。統合先が
006270*    さらに統合されていれば最後の統合先までたどる。
006280******************************************************************
006290 1310-MAP-CONTACT        SECTION.
006300     MOVE    ZERO        TO  WK-HOP-COUNT.
006310 1310-MAP-CONTACT-LOOP.
006320     MOVE   'N'          TO  WK-MRG-FOUND-SW.
006330     PERFORM VARYING WK-MRG-IX  FROM  1  BY  1
006340             UNTIL   WK-MRG-IX  >  WK-MRG-USED
006350                  OR WK-MRG-FOUND
006360         IF      WK-MRG-RETIRED-ID(WK-MRG-IX)  =  AUDIT-CONTACT-ID
006370             MOVE   'Y'          TO  WK-MRG-FOUND-SW
006380             MOVE    WK-MRG-SURVIVOR-ID(WK-MRG-IX)
006390                 TO  AUDIT-CONTACT-ID
006400         END-IF
006410     END-PERFORM.
006420     IF      NOT WK-MRG-FOUND
006430         GO  TO  1310-MAP-CONTACT-EXIT
006440     END-IF.
006450     IF      WK-HOP-COUNT  =  ZERO
006460         ADD     1           TO  WK-MAPPED-COUNT
006470     END-IF.
006480*    対応が循環していても対応表の件数を超えてはたどらない。
006490     ADD     1           TO  WK-HOP-COUNT.
006500     IF      WK-HOP-COUNT  <  WK-MRG-USED
006510         GO  TO  1310-MAP-CONTACT-LOOP
006520     END-IF.
006530 1310-MAP-CONTACT-EXIT.
006540     EXIT.
006550******************************************************************
006560*    1320-READ-MERGE
006570*    履歴レコードを１件読み、統合レコードなら対応表に登録する。
006580******************************************************************
006590 1320-READ-MERGE         SECTION.
006600     READ    CONTHIST-FILE
006610         AT  END
006620             MOVE   'Y'          TO  WK-HIST-EOF-SW
006630             GO  TO  1320-READ-MERGE-EXIT
006640     END-READ.
006650     IF      CHIST-ACTION  NOT =  'MRG '
006660         GO  TO  1320-READ-MERGE-EXIT
006670     END-IF.
006680     IF      WK-MRG-USED  >=  WK-MRG-MAX
006690         DISPLAY 'MERGE TABLE FULL, SKIPPED ' CHIST-BEF-ID
006700             UPON    CONSOLE
006710         GO  TO  1320-READ-MERGE-EXIT
006720     END-IF.
006730     ADD     1           TO  WK-MRG-USED.
006740     MOVE    CHIST-BEF-ID    TO  WK-MRG-RETIRED-ID(WK-MRG-USED).
006750     MOVE    CHIST-AFT-ID    TO  WK-MRG-SURVIVOR-ID(WK-MRG-USED).
006760 1320-READ-MERGE-EXIT.
006770     EXIT.
006780******************************************************************
006790*    2000-PROCESS-SORTED
006800*    整列済みのピックを１件読む。連絡先IDが変われば前の連絡先の
006810*    合計を印字し、新しい連絡先をマスタで引く。連絡先のないもの
006820*    とマスタにないものは例外リストへ、それ以外は明細書へ書く。
006830******************************************************************
006840 2000-PROCESS-SORTED     SECTION.
006850     READ    SORTED-FILE
006860         AT  END
006870             MOVE   'Y'          TO  WK-SORTED-EOF-SW
006880             GO  TO  2000-PROCESS-SORTED-EXIT
006890     END-READ.
006900*
006910     IF          WK-FIRST-GROUP
006920             OR  (  SORTED-CONTACT-ID
006930                        NOT =  WK-HOLD-CONTACT-ID  )
006940         IF      NOT WK-FIRST-GROUP
006950             PERFORM 2300-PRINT-CONTACT-TOTAL
006960                     THRU    2300-PRINT-CONTACT-TOTAL-EXIT
006970         END-IF
006980         MOVE   'N'              TO  WK-FIRST-GROUP-SW
006990         MOVE    SORTED-CONTACT-ID   TO  WK-HOLD-CONTACT-ID
007000         PERFORM 2100-START-CONTACT
007010                 THRU    2100-START-CONTACT-EXIT
007020     END-IF.
007030*
007040*    取消は元のピックの値を打ち消す負の値とする。
007050     MOVE    SORTED-PICK-VALUE   TO  WK-PICK-VALUE-X.
007060     IF      WK-PICK-VALUE-9  IS  NUMERIC
007070         MOVE    WK-PICK-VALUE-9     TO  WK-SIGNED-VALUE
007080       ELSE
007090         ADD     1           TO  WK-BAD-VALUE-COUNT
007100         MOVE    ZERO                TO  WK-SIGNED-VALUE
007110     END-IF.
007120     IF      SORTED-REVERSAL
007130         COMPUTE WK-SIGNED-VALUE  =  ZERO  -  WK-SIGNED-VALUE
007140     END-IF.
007150*
007160     IF      NOT WK-CONTACT-FOUND
007170         PERFORM 2400-PRINT-EXCEPTION
007180                 THRU    2400-PRINT-EXCEPTION-EXIT
007190         GO  TO  2000-PROCESS-SORTED-EXIT
007200     END-IF.
007210     PERFORM 2200-PRINT-PICK
007220             THRU    2200-PRINT-PICK-EXIT.
007230 2000-PROCESS-SORTED-EXIT.
007240     EXIT.
007250******************************************************************
007260*    2100-START-CONTACT
007270*    新しい連絡先IDを連絡先マスタで引く。あれば改ページして
007280*    明細書の宛先(連絡先ID・名前・電話番号)を印字する。連絡先
007290*    IDが空白かマスタになければ例外理由を決める。
007300******************************************************************
007310 2100-START-CONTACT      SECTION.
007320     MOVE   'N'          TO  WK-CONTACT-FOUND-SW.
007330     MOVE    ZERO        TO  WK-CONTACT-PICKS.
007340     MOVE    ZERO        TO  WK-CONTACT-TOTAL.
007350     IF      WK-HOLD-CONTACT-ID  =  SPACE
007360         MOVE   'NO CONTACT'         TO  WK-EXC-REASON
007370         GO  TO  2100-START-CONTACT-EXIT
007380     END-IF.
007390     MOVE   'CONTACT DELETED'    TO  WK-EXC-REASON.
007400     IF      NOT WK-CONTACT-OPEN
007410         GO  TO  2100-START-CONTACT-EXIT
007420     END-IF.
007430     MOVE    WK-HOLD-CONTACT-ID  TO  CONTACT-ID.
007440     READ    CONTACT-FILE
007450         INVALID KEY
007460             GO  TO  2100-START-CONTACT-EXIT
007470     END-READ.
007480     MOVE   'Y'          TO  WK-CONTACT-FOUND-SW.
007490     ADD     1           TO  WK-STMT-COUNT.
007500     MOVE    CONTACT-ID          TO  WK-CNT-ID.
007510     MOVE    CONTACT-NAME        TO  WK-CNT-NAME.
007520     MOVE    CONTACT-PHONE       TO  WK-CNT-PHONE.
007530     PERFORM 9100-PRINT-HEADINGS
007540             THRU    9100-PRINT-HEADINGS-EXIT.
007550 2100-START-CONTACT-EXIT.
007560     EXIT.
007570******************************************************************
007580*    2200-PRINT-PICK
007590*    ピック１件を明細書に印字し、連絡先の合計へ加算する。
007600******************************************************************
007610 2200-PRINT-PICK         SECTION.
007620     MOVE    SORTED-DATE(1:4)    TO  WK-DTL-YEAR.
007630     MOVE    SORTED-DATE(5:2)    TO  WK-DTL-MONTH.
007640     MOVE    SORTED-DATE(7:2)    TO  WK-DTL-DAY.
007650     MOVE    SORTED-TIME         TO  WK-DTL-TIME.
007660     MOVE    SORTED-USERID       TO  WK-DTL-USERID.
007670     MOVE    SORTED-PICK-NAME    TO  WK-DTL-PICK-NAME.
007680     MOVE    WK-SIGNED-VALUE     TO  WK-DTL-VALUE.
007690     PERFORM 8000-TYPE-TEXT
007700             THRU    8000-TYPE-TEXT-EXIT.
007710     MOVE    WK-DETAIL-LINE      TO  WK-PRINT-LINE.
007720     PERFORM 9200-PRINT-LINE
007730             THRU    9200-PRINT-LINE-EXIT.
007740     IF      SORTED-REVERSAL
007750         SUBTRACT    1   FROM    WK-CONTACT-PICKS
007760       ELSE
007770         ADD     1           TO  WK-CONTACT-PICKS
007780     END-IF.
007790     ADD     WK-SIGNED-VALUE     TO  WK-CONTACT-TOTAL.
007800     ADD     1           TO  WK-STMT-PICKS.
007810 2200-PRINT-PICK-EXIT.
007820     EXIT.
007830******************************************************************
007840*    2300-PRINT-CONTACT-TOTAL
007850*    明細書を出した連絡先なら合計行を印字し、総合計へ加算する。
007860******************************************************************
007870 2300-PRINT-CONTACT-TOTAL    SECTION.
007880     IF      NOT WK-CONTACT-FOUND
007890         GO  TO  2300-PRINT-CONTACT-TOTAL-EXIT
007900     END-IF.
007910     MOVE    SPACE       TO  WK-PRINT-LINE.
007920     PERFORM 9200-PRINT-LINE
007930             THRU    9200-PRINT-LINE-EXIT.
007940     MOVE    WK-CONTACT-PICKS    TO  WK-CTL-PICKS.
007950     MOVE    WK-CONTACT-TOTAL    TO  WK-CTL-TOTAL.
007960     MOVE    WK-CONTACT-TOTAL-LINE   TO  WK-PRINT-LINE.
007970     PERFORM 9200-PRINT-LINE
007980             THRU    9200-PRINT-LINE-EXIT.
007990     ADD     WK-CONTACT-TOTAL    TO  WK-GRAND-TOTAL.
008000 2300-PRINT-CONTACT-TOTAL-EXIT.
008010     EXIT.
008020******************************************************************
008030*    2400-PRINT-EXCEPTION
008040*    連絡先のないピック、連絡先が削除されたピックを例外リスト
008050*    へ印字する。
008060******************************************************************
008070 2400-PRINT-EXCEPTION    SECTION.
008080     ADD     1           TO  WK-EXCEPT-COUNT.
008090     IF      WK-HOLD-CONTACT-ID  =  SPACE
008100         ADD     1           TO  WK-NOCONT-COUNT
008110       ELSE
008120         ADD     1           TO  WK-DELETED-COUNT
008130     END-IF.
008140     ADD     WK-SIGNED-VALUE     TO  WK-EXCEPT-TOTAL.
008150     MOVE    WK-EXC-REASON       TO  WK-EXC-REASON-TEXT.
008160     MOVE    SORTED-CONTACT-ID   TO  WK-EXC-CONTACT-ID.
008170     MOVE    SORTED-DATE         TO  WK-EXC-DATE.
008180     MOVE    SORTED-TIME         TO  WK-EXC-TIME.
008190     MOVE    SORTED-TERMID       TO  WK-EXC-TERMID.
008200     MOVE    SORTED-USERID       TO  WK-EXC-USERID.
008210     MOVE    SORTED-PICK-NAME    TO  WK-EXC-PICK-NAME.
008220     MOVE    WK-SIGNED-VALUE     TO  WK-EXC-VALUE.
008230     PERFORM 8000-TYPE-TEXT
008240             THRU    8000-TYPE-TEXT-EXIT.
008250     MOVE    WK-DTL-TYPE         TO  WK-EXC-TYPE.
008260     MOVE    WK-EXC-DETAIL-LINE  TO  WK-EXC-PRINT-LINE.
008270     PERFORM 9400-PRINT-EXC-LINE
008280             THRU    9400-PRINT-EXC-LINE-EXIT.
008290 2400-PRINT-EXCEPTION-EXIT.
008300     EXIT.
008310******************************************************************
008320*    3000-TERMINATE
008330*    最後の連絡先の合計と例外リストの件数を印字し、ファイルを
008340*    クローズして実行管理へ終了を記録する。
008350******************************************************************
008360 3000-TERMINATE          SECTION.
008370     IF      NOT WK-RPT-READY
008380         GO  TO  3000-TERMINATE-DISPLAY
008390     END-IF.
008400     IF      NOT WK-FIRST-GROUP
008410         PERFORM 2300-PRINT-CONTACT-TOTAL
008420                 THRU    2300-PRINT-CONTACT-TOTAL-EXIT
008430     END-IF.
008440*    明細書が１通もなければ、その旨だけを１頁印字する。
008450     IF      WK-STMT-COUNT  =  ZERO
008460         MOVE    SPACE           TO  WK-CNT-ID
008470         MOVE    SPACE           TO  WK-CNT-NAME
008480         MOVE    SPACE           TO  WK-CNT-PHONE
008490         PERFORM 9100-PRINT-HEADINGS
008500                 THRU    9100-PRINT-HEADINGS-EXIT
008510         MOVE   'NO STATEMENTS FOR THIS MONTH'  TO  WK-PRINT-LINE
008520         PERFORM 9200-PRINT-LINE
008530                 THRU    9200-PRINT-LINE-EXIT
008540     END-IF.
008550*
008560     MOVE    SPACE       TO  WK-EXC-PRINT-LINE.
008570     PERFORM 9400-PRINT-EXC-LINE
008580             THRU    9400-PRINT-EXC-LINE-EXIT.
008590     MOVE   'PICKS ON STATEMENTS    :'   TO  WK-TOT-LABEL.
008600     MOVE    WK-STMT-PICKS       TO  WK-TOT-COUNT.
008610     MOVE    WK-GRAND-TOTAL      TO  WK-TOT-VALUE.
008620     PERFORM 3100-PRINT-TOTAL
008630             THRU    3100-PRINT-TOTAL-EXIT.
008640     MOVE   'EXCEPTIONS             :'   TO  WK-TOT-LABEL.
008650     MOVE    WK-EXCEPT-COUNT     TO  WK-TOT-COUNT.
008660     MOVE    WK-EXCEPT-TOTAL     TO  WK-TOT-VALUE.
008670     PERFORM 3100-PRINT-TOTAL
008680             THRU    3100-PRINT-TOTAL-EXIT.
008690     MOVE    ZERO                TO  WK-TOT-VALUE.
008700     MOVE   '  NO CONTACT           :'   TO  WK-TOT-LABEL.
008710     MOVE    WK-NOCONT-COUNT     TO  WK-TOT-COUNT.
008720     PERFORM 3100-PRINT-TOTAL
008730             THRU    3100-PRINT-TOTAL-EXIT.
008740     MOVE   '  CONTACT DELETED      :'   TO  WK-TOT-LABEL.
008750     MOVE    WK-DELETED-COUNT    TO  WK-TOT-COUNT.
008760     PERFORM 3100-PRINT-TOTAL
008770             THRU    3100-PRINT-TOTAL-EXIT.
008780     MOVE   'NON-NUMERIC AS ZERO    :'   TO  WK-TOT-LABEL.
008790     MOVE    WK-BAD-VALUE-COUNT  TO  WK-TOT-COUNT.
008800     PERFORM 3100-PRINT-TOTAL
008810             THRU    3100-PRINT-TOTAL-EXIT.
008820     CLOSE   SORTED-FILE.
008830     CLOSE   REPORT-FILE.
008840     CLOSE   EXCEPTION-FILE.
008850     IF      WK-CONTACT-OPEN
008860         CLOSE   CONTACT-FILE
008870     END-IF.
008880 3000-TERMINATE-DISPLAY.
008890     IF      WK-RUN-ALLOWED
008900         MOVE   'END'        TO  RUNCTL-FUNC
008910         MOVE    WK-RUN-RESULT   TO  RUNCTL-RESULT
008920         MOVE    WK-STMT-COUNT   TO  RUNCTL-COUNT
008930         CALL   'BTRUNSUB'   USING   RUNCTL
008940     END-IF.
008950     DISPLAY '*** BTCSTM1 END   FILES=' WK-FILE-COUNT
008960             ' READ=' WK-READ-COUNT
008970             ' SELECTED=' WK-SELECT-COUNT
008980             ' STATEMENTS=' WK-STMT-COUNT
008990             ' EXCEPTIONS=' WK-EXCEPT-COUNT
009000             ' MERGED=' WK-MAPPED-COUNT
009010         UPON    CONSOLE.
009020 3000-TERMINATE-EXIT.
009030     EXIT.
009040******************************************************************
009050*    3100-PRINT-TOTAL
009060*    例外リストの末尾に件数・値の１行を印字する。
009070******************************************************************
009080 3100-PRINT-TOTAL        SECTION.
009090     MOVE    WK-TOTAL-LINE       TO  WK-EXC-PRINT-LINE.
009100     PERFORM 9400-PRINT-EXC-LINE
009110             THRU    9400-PRINT-EXC-LINE-EXIT.
009120 3100-PRINT-TOTAL-EXIT.
009130     EXIT.
009140******************************************************************
009150*    8000-TYPE-TEXT
009160*    ピックの種別を印字用の文字に直して WK-DTL-TYPE に置く。
009170******************************************************************
009180 8000-TYPE-TEXT          SECTION.
009190     EVALUATE    SORTED-TYPE
009200       WHEN     'V'
009210         MOVE   'VOID'       TO  WK-DTL-TYPE
009220       WHEN     'A'
009230         MOVE   'APPR'       TO  WK-DTL-TYPE
009240       WHEN      OTHER
009250         MOVE    SPACE       TO  WK-DTL-TYPE
009260     END-EVALUATE.
009270 8000-TYPE-TEXT-EXIT.
009280     EXIT.
009290******************************************************************
009300*    9100-PRINT-HEADINGS
009310*    改ページし、対象月・ページ番号の見出しと明細書の宛先、
009320*    明細の項目名を印字する。
009330******************************************************************
009340 9100-PRINT-HEADINGS     SECTION.
009350     ADD     1           TO  WK-PAGE-COUNT.
009360     MOVE    WK-PAGE-COUNT       TO  WK-HDG1-PAGE.
009370     MOVE    WK-HEADING1         TO  REPORT-LINE.
009380     WRITE   REPORT-LINE     AFTER   ADVANCING   PAGE.
009390     MOVE    SPACE               TO  REPORT-LINE.
009400     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009410     MOVE    WK-CONTACT-LINE1    TO  REPORT-LINE.
009420     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009430     MOVE    WK-CONTACT-LINE2    TO  REPORT-LINE.
009440     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009450     MOVE    WK-CONTACT-LINE3    TO  REPORT-LINE.
009460     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009470     MOVE    SPACE               TO  REPORT-LINE.
009480     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009490     MOVE    WK-HEADING2         TO  REPORT-LINE.
009500     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009510     MOVE    SPACE               TO  REPORT-LINE.
009520     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009530     MOVE    8           TO  WK-LINE-COUNT.
009540 9100-PRINT-HEADINGS-EXIT.
009550     EXIT.
009560******************************************************************
009570*    9200-PRINT-LINE
009580*    明細書へ１行印字する。ページ行数を超えたら同じ宛先の見出し
009590*    から続ける。
009600******************************************************************
009610 9200-PRINT-LINE         SECTION.
009620     IF      WK-LINE-COUNT  >=  WK-LINES-PER-PAGE
009630         PERFORM 9100-PRINT-HEADINGS
009640                 THRU    9100-PRINT-HEADINGS-EXIT
009650     END-IF.
009660     MOVE    WK-PRINT-LINE       TO  REPORT-LINE.
009670     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009680     ADD     1           TO  WK-LINE-COUNT.
009690 9200-PRINT-LINE-EXIT.
009700     EXIT.
009710******************************************************************
009720*    9300-PRINT-EXC-HEADINGS
009730*    例外リストを改ページし、見出しを印字する。
009740******************************************************************
009750 9300-PRINT-EXC-HEADINGS SECTION.
009760     ADD     1           TO  WK-EXC-PAGE-COUNT.
009770     MOVE    WK-EXC-PAGE-COUNT   TO  WK-EXH1-PAGE.
009780     MOVE    WK-EXC-HEADING1     TO  EXCEPTION-LINE.
009790     WRITE   EXCEPTION-LINE  AFTER   ADVANCING   PAGE.
009800     MOVE    WK-EXC-HEADING2     TO  EXCEPTION-LINE.
009810     WRITE   EXCEPTION-LINE  AFTER   ADVANCING   1   LINE.
009820     MOVE    SPACE               TO  EXCEPTION-LINE.
009830     WRITE   EXCEPTION-LINE  AFTER   ADVANCING   1   LINE.
009840     MOVE    3           TO  WK-EXC-LINE-COUNT.
009850 9300-PRINT-EXC-HEADINGS-EXIT.
009860     EXIT.
009870******************************************************************
009880*    9400-PRINT-EXC-LINE
009890*    例外リストへ１行印字する。ページ行数を超えたら見出しから
009900*    印字する。
009910******************************************************************
009920 9400-PRINT-EXC-LINE     SECTION.
009930     IF      WK-EXC-LINE-COUNT  >=  WK-LINES-PER-PAGE
009940         PERFORM 9300-PRINT-EXC-HEADINGS
009950                 THRU    9300-PRINT-EXC-HEADINGS-EXIT
009960     END-IF.
009970     MOVE    WK-EXC-PRINT-LINE   TO  EXCEPTION-LINE.
009980     WRITE   EXCEPTION-LINE  AFTER   ADVANCING   1   LINE.
009990     ADD     1           TO  WK-EXC-LINE-COUNT.
010000 9400-PRINT-EXC-LINE-EXIT.
010010     EXIT.
