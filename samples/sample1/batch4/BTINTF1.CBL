000340*   このバッチは抽出ファイル PICKEXTR を読み、下流の請求
000350*   システムが取り込める区切り文字形式の連携ファイル BILLINTF
000360*   を作成する。ヘッダ(作成日付・発信元システムID)とトレーラ
000370*   (明細件数・ピック値ハッシュ合計・請求金額合計)を付加し、
000380*   取込側で完全性を検証できるようにする。
000400*   取消レコード(種別 V)はピック値の符号を反転した貸方(CR)
000410*   明細とし、元のピックの端末ID・日付・時刻・通番を付けて
000420*   連携する。ハッシュ合計は貸方を差し引いた純額となる。
000430*   各明細はピックのカテゴリとピックの日付(取消は元のピック
000440*   の日付)で請求単価マスタ RATEMST から適用中の単価を引き、
000450*   単価と請求金額(ピック値×単価)を付けて連携する。適用中の
000460*   単価がないピックは 0 円で送らず連携から外し、例外レポート
000461*   RATEEXC に出力する。
000480*   BTANOM1 がピック値の異常として保留ファイル PICKFLAG に書いた
000481*   ピック(とその取消)も、監督者が保留解除画面(TPAPR2)で解除
000482*   するまで連携から外し、理由 ANOMALY として同じ例外レポートに
000483*   出力する。解除区分だけがあって解除者・理由のないもの、ピック
000484*   した本人が解除したものは解除と認めない。
000485*   連携から外した明細は請求保留ファイル BILLSUSP に残し、毎回
000486*   の実行でまず BILLSUSP の明細を調べ直して、単価が登録された
000487*   もの・解除されたものをその日の連携ファイルで送る。送った明細
000488*   は当日の再実行で作り直す連携ファイルにも載るよう送信日付を
000489*   付けて残し、翌日以降の実行で BILLSUSP から外す。BILLSUSP に
000490*   ある明細が抽出ファイルに再び現れても二重には送らない。
000520*
000530*   レコード形式 (区切り文字は ';')
000540*     H;作成日付;発信元システムID
000550*     D;端末ID;利用者ID;日付;時刻;通番;ピック名;ピック値;
000560*       区分(DR/CR);元端末ID;元日付;元時刻;元通番;単価;
000570*       請求金額
000580*     T;明細件数;ハッシュ合計;請求金額合計
000590*
000600*   日付      作業者  記述
000610*   26.08.22  ....    新規作成
000620*   26.09.03  ....    送信管理レコード(BACKCTL)出力追加
000630*   26.09.03  ....    実行管理(BTRUNLOG)による順序・再実行制御追加
000640*   26.10.15  ....    取消レコードを貸方明細(CR)として連携
000650*   26.10.15  ....    請求単価による明細の金額付けと単価なし例外追加
000660*   26.10.15  ....    BTSTRM1 から CALL できるよう GOBACK で終了
000670*   26.10.15  ....    ピック値異常(PICKFLAG)の保留と例外理由を追加
000671*   26.10.15  ....    保留明細を請求保留(BILLSUSP)に残し毎回再評価
000672*   26.10.15  ....    保留の解除は解除画面(TPAPR2)によるものに限定
000673*   26.10.15  ....    前提ジョブを BTANOM1 に変更
000680******************************************************************
000690 ENVIRONMENT         DIVISION.
000700 CONFIGURATION           SECTION.
000710 SOURCE-COMPUTER.    PANDA-SERVER.
000720 OBJECT-COMPUTER.    PANDA-SERVER.
000730 INPUT-OUTPUT            SECTION.
000740 FILE-CONTROL.
000750     SELECT  OPTIONAL  EXTRACT-FILE
000760                         ASSIGN  TO  'PICKEXTR'
000770             ORGANIZATION    IS  LINE SEQUENTIAL
000780             FILE STATUS     IS  WK-EXTRACT-STATUS.
000790     SELECT  BILLING-FILE    ASSIGN  TO  'BILLINTF'
000800             ORGANIZATION    IS  LINE SEQUENTIAL
000810             FILE STATUS     IS  WK-BILLING-STATUS.
000820     SELECT  OPTIONAL  CONTROL-FILE
000830                         ASSIGN  TO  'BACKCTL'
000840             ORGANIZATION    IS  LINE SEQUENTIAL
000850             FILE STATUS     IS  WK-CONTROL-STATUS.
000860     SELECT  OPTIONAL  RATE-FILE
000870                         ASSIGN  TO  'RATEMST'
000880             ORGANIZATION    IS  INDEXED
000890             ACCESS MODE     IS  DYNAMIC
000900             RECORD KEY      IS  RATE-KEY
000910             FILE STATUS     IS  WK-RATE-STATUS.
000920     SELECT  EXCEPTION-FILE  ASSIGN  TO  'RATEEXC'
000930             ORGANIZATION    IS  LINE SEQUENTIAL
000940             FILE STATUS     IS  WK-EXCEPT-STATUS.
000950     SELECT  OPTIONAL  FLAG-FILE
000960                         ASSIGN  TO  'PICKFLAG'
000961             ORGANIZATION    IS  INDEXED
000962             ACCESS MODE     IS  DYNAMIC
000963             RECORD KEY      IS  FLAG-KEY
000964             FILE STATUS     IS  WK-FLAG-STATUS.
000965     SELECT  OPTIONAL  SUSPENSE-FILE
000966                         ASSIGN  TO  'BILLSUSP'
000970             ORGANIZATION    IS  LINE SEQUENTIAL
000971             FILE STATUS     IS  WK-SUSP-STATUS.
000990 DATA                DIVISION.
001000 FILE                SECTION.
001010 FD  EXTRACT-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  EXTRACT-RECORD.
001040     05  EXTRACT-TERMID      PIC X(08).
001050     05  EXTRACT-USERID      PIC X(08).
001060     05  EXTRACT-DATE        PIC X(08).
001070     05  EXTRACT-TIME        PIC X(08).
001080     05  EXTRACT-SEQ         PIC 9(09).
001090     05  EXTRACT-PICK-NAME   PIC X(40).
001100     05  EXTRACT-PICK-VALUE  PIC X(09).
001110     05  EXTRACT-TYPE        PIC X(01).
001120         88  EXTRACT-REVERSAL        VALUE  'V'.
001130     05  EXTRACT-ORIG-TERMID PIC X(08).
001140     05  EXTRACT-ORIG-DATE   PIC X(08).
001150     05  EXTRACT-ORIG-TIME   PIC X(08).
001160     05  EXTRACT-ORIG-SEQ    PIC 9(09).
001170     05  EXTRACT-VOID-REASON PIC X(20).
001180     05  EXTRACT-CATEGORY    PIC X(10).
001190 FD  BILLING-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  BILLING-RECORD          PIC X(200).
001220 FD  CONTROL-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  CONTROL-RECORD.
001250     05  CTL-DATE            PIC X(08).
001260     05  CTL-SENT-COUNT      PIC 9(09).
001270     05  CTL-ACK-COUNT       PIC 9(09).
001280     05  CTL-STATUS          PIC X(05).
001290 FD  RATE-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 01  RATE-RECORD.
001320     05  RATE-KEY.
001330         10  RATE-CATEGORY   PIC X(10).
001340         10  RATE-EFF-FROM   PIC X(08).
001350     05  RATE-EFF-TO         PIC X(08).
001360     05  RATE-UNIT-PRICE     PIC 9(07)V99.
001370 FD  EXCEPTION-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  REPORT-LINE             PIC X(90).
001400 FD  FLAG-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  FLAG-RECORD.
001430     05  FLAG-KEY.
001440         10  FLAG-TERMID     PIC X(08).
001450         10  FLAG-DATE       PIC X(08).
001460         10  FLAG-TIME       PIC X(08).
001470         10  FLAG-SEQ        PIC 9(09).
001480     05  FLAG-USERID         PIC X(08).
001490     05  FLAG-VALUE          PIC X(09).
001500     05  FLAG-SCORE          PIC 9(03)V99.
001510     05  FLAG-BASIS          PIC X(04).
001520     05  FLAG-RELEASE        PIC X(01).
001530         88  FLAG-RELEASED           VALUE  'R'.
001531     05  FLAG-RUN-DATE       PIC X(08).
001532     05  FLAG-CATEGORY       PIC X(10).
001533     05  FLAG-PICK-NAME      PIC X(40).
001534     05  FLAG-RELEASER       PIC X(08).
001535     05  FLAG-REL-DATE       PIC X(08).
001536     05  FLAG-REL-TIME       PIC X(08).
001537     05  FLAG-REL-REASON     PIC X(20).
001538 FD  SUSPENSE-FILE
001539     LABEL RECORDS ARE STANDARD.
001540 01  SUSPENSE-RECORD.
001541     05  SUSP-EXTRACT        PIC X(154).
001542     05  SUSP-REASON         PIC X(07).
001543     05  SUSP-HELD-DATE      PIC X(08).
001544     05  SUSP-SENT-DATE      PIC X(08).
001545 WORKING-STORAGE         SECTION.
001550 01  WK-SWITCHES.
001560     05  WK-EXTRACT-EOF-SW   PIC X(01)   VALUE  'N'.
001570         88  WK-EXTRACT-EOF          VALUE  'Y'.
001580     05  WK-CTL-EOF-SW       PIC X(01)   VALUE  'N'.
001590         88  WK-CTL-EOF              VALUE  'Y'.
001600     05  WK-CTL-FOUND-SW     PIC X(01)   VALUE  'N'.
001610         88  WK-CTL-FOUND            VALUE  'Y'.
001620     05  WK-RATE-EOF-SW      PIC X(01)   VALUE  'N'.
001630         88  WK-RATE-EOF             VALUE  'Y'.
001640     05  WK-RATE-FOUND-SW    PIC X(01)   VALUE  'N'.
001650         88  WK-RATE-FOUND           VALUE  'Y'.
001660     05  WK-RPT-READY-SW     PIC X(01)   VALUE  'N'.
001670         88  WK-RPT-READY            VALUE  'Y'.
001671     05  WK-FLAG-OPEN-SW     PIC X(01)   VALUE  'N'.
001672         88  WK-FLAG-OPEN            VALUE  'Y'.
001700     05  WK-FLAGGED-SW       PIC X(01)   VALUE  'N'.
001710         88  WK-FLAGGED              VALUE  'Y'.
001711     05  WK-SUSP-EOF-SW      PIC X(01)   VALUE  'N'.
001712         88  WK-SUSP-EOF             VALUE  'Y'.
001713     05  WK-FROM-SUSP-SW     PIC X(01)   VALUE  'N'.
001714         88  WK-FROM-SUSPENSE        VALUE  'Y'.
001715     05  WK-IN-SUSP-SW       PIC X(01)   VALUE  'N'.
001716         88  WK-IN-SUSPENSE          VALUE  'Y'.
001720 01  WK-FILE-STATUSES.
001730     05  WK-EXTRACT-STATUS   PIC X(02).
001740         88  WK-EXTRACT-OK           VALUE  '00'.
001750         88  WK-EXTRACT-NOFILE       VALUE  '05'.
001760     05  WK-BILLING-STATUS   PIC X(02).
001770         88  WK-BILLING-OK           VALUE  '00'.
001780     05  WK-CONTROL-STATUS   PIC X(02).
001790         88  WK-CONTROL-OK           VALUE  '00'.
001800         88  WK-CONTROL-NOFILE       VALUE  '05'.
001810     05  WK-RATE-STATUS      PIC X(02).
001820         88  WK-RATE-OK              VALUE  '00'.
001830         88  WK-RATE-NOFILE          VALUE  '05'.
001840     05  WK-EXCEPT-STATUS    PIC X(02).
001850         88  WK-EXCEPT-OK            VALUE  '00'.
001860     05  WK-FLAG-STATUS      PIC X(02).
001870         88  WK-FLAG-OK              VALUE  '00'.
001880         88  WK-FLAG-NOFILE          VALUE  '05'.
001881     05  WK-SUSP-STATUS      PIC X(02).
001882         88  WK-SUSP-OK              VALUE  '00'.
001883         88  WK-SUSP-NOFILE          VALUE  '05'.
001890 01  WK-COUNTERS                         COMP.
001900     05  WK-DETAIL-COUNT     PIC 9(09)   VALUE  ZERO.
001910     05  WK-BAD-VALUE-COUNT  PIC 9(09)   VALUE  ZERO.
001920     05  WK-CREDIT-COUNT     PIC 9(09)   VALUE  ZERO.
001930     05  WK-HASH-TOTAL       PIC S9(15)  VALUE  ZERO.
001940     05  WK-CTL-IX           PIC 9(04)   VALUE  ZERO.
001950     05  WK-CTL-USED         PIC 9(04)   VALUE  ZERO.
001960     05  WK-CTL-MAX          PIC 9(04)   VALUE  0200.
001970     05  WK-HELD-COUNT       PIC 9(09)   VALUE  ZERO.
001980     05  WK-HELD-VALUE       PIC S9(15)  VALUE  ZERO.
001990     05  WK-AMOUNT-TOTAL     PIC S9(15)V99   VALUE  ZERO.
002000     05  WK-RATE-IX          PIC 9(04)   VALUE  ZERO.
002010     05  WK-RATE-USED        PIC 9(04)   VALUE  ZERO.
002020     05  WK-RATE-MAX         PIC 9(04)   VALUE  0500.
002030     05  WK-ANOMALY-COUNT    PIC 9(09)   VALUE  ZERO.
002031     05  WK-SUSP-IX          PIC 9(04)   VALUE  ZERO.
002032     05  WK-SUSP-FX          PIC 9(04)   VALUE  ZERO.
002033     05  WK-SUSP-USED        PIC 9(04)   VALUE  ZERO.
002034     05  WK-SUSP-LOADED      PIC 9(04)   VALUE  ZERO.
002035     05  WK-SUSP-MAX         PIC 9(04)   VALUE  2000.
002036     05  WK-SUSP-SENT-COUNT  PIC 9(09)   VALUE  ZERO.
002037     05  WK-SUSP-KEPT-COUNT  PIC 9(09)   VALUE  ZERO.
002038     05  WK-SUSP-DROP-COUNT  PIC 9(09)   VALUE  ZERO.
002070     05  WK-LINE-COUNT       PIC 9(04)   VALUE  ZERO.
002080     05  WK-PAGE-COUNT       PIC 9(04)   VALUE  ZERO.
002090     05  WK-LINES-PER-PAGE   PIC 9(04)   VALUE  0050.
002100 01  WK-DELIM                PIC X(01)   VALUE  ';'.
002110 01  WK-SOURCE-ID            PIC X(05)   VALUE  'PANDA'.
002120 01  WK-RUN-DATE             PIC X(08).
002130 01  WK-PICK-VALUE-X         PIC X(09).
002140 01  WK-PICK-VALUE-9         REDEFINES  WK-PICK-VALUE-X
002150                             PIC S9(09).
002160 01  WK-TRIM-LENGTHS                     COMP.
002170     05  WK-TERMID-LEN       PIC 9(04)   VALUE  ZERO.
002180     05  WK-USERID-LEN       PIC 9(04)   VALUE  ZERO.
002190     05  WK-NAME-LEN         PIC 9(04)   VALUE  ZERO.
002200     05  WK-ORIG-TERMID-LEN  PIC 9(04)   VALUE  ZERO.
002210     05  WK-ORIG-LEN         PIC 9(04)   VALUE  ZERO.
002220     05  WK-TRIM-IX          PIC 9(04)   VALUE  ZERO.
002230 01  WK-COUNT-EDIT           PIC 9(09).
002240 01  WK-VALUE-EDIT           PIC +9(09).
002250 01  WK-HASH-EDIT            PIC +9(15).
002260 01  WK-ENTRY-KIND           PIC X(02).
002270 01  WK-ORIG-REF             PIC X(40).
002280 01  WK-PRICE-DATE           PIC X(08).
002290 01  WK-UNIT-PRICE           PIC 9(07)V99.
002300 01  WK-AMOUNT               PIC S9(15)V99.
002310 01  WK-RATE-EDIT            PIC 9(07).99.
002320 01  WK-AMOUNT-EDIT          PIC +9(15).99.
002330 01  WK-CTL-TABLE.
002340     05  WK-CTL-ENTRY        OCCURS  200  TIMES.
002350         10  WK-CTL-DATE     PIC X(08).
002360         10  WK-CTL-SENT     PIC 9(09)   COMP.
002370         10  WK-CTL-ACK      PIC 9(09)   COMP.
002380         10  WK-CTL-STAT     PIC X(05).
002390 01  WK-RATE-TABLE.
002400     05  WK-RATE-ENTRY       OCCURS  500  TIMES.
002410         10  WK-RT-CATEGORY  PIC X(10).
002420         10  WK-RT-FROM      PIC X(08).
002430         10  WK-RT-TO        PIC X(08).
002440         10  WK-RT-PRICE     PIC 9(07)V99.
002441 01  WK-SUSP-TABLE.
002442     05  WK-SUSP-ENTRY       OCCURS  2000  TIMES.
002443         10  WK-SP-EXTRACT   PIC X(154).
002444         10  WK-SP-REASON    PIC X(07).
002445         10  WK-SP-HELD-DATE PIC X(08).
002446         10  WK-SP-SENT-DATE PIC X(08).
002470 01  WK-PICK-KEY.
002480     05  WK-PK-TERMID        PIC X(08).
002490     05  WK-PK-DATE          PIC X(08).
002500     05  WK-PK-TIME          PIC X(08).
002510     05  WK-PK-SEQ           PIC 9(09).
002520 01  WK-HEADING1.
002530     05  FILLER              PIC X(30)   VALUE
002540         'PANDA BILLING EXCEPTIONS      '.
002550     05  FILLER              PIC X(10)   VALUE  'RUN DATE: '.
002560     05  WK-HDG1-YEAR        PIC X(04).
002570     05  FILLER              PIC X(01)   VALUE  '/'.
002580     05  WK-HDG1-MONTH       PIC X(02).
002590     05  FILLER              PIC X(01)   VALUE  '/'.
002600     05  WK-HDG1-DAY         PIC X(02).
002610     05  FILLER              PIC X(24)   VALUE  SPACE.
002620     05  FILLER              PIC X(06)   VALUE  'PAGE: '.
002630     05  WK-HDG1-PAGE        PIC ZZZ9.
002640 01  WK-HEADING2.
002650     05  FILLER              PIC X(10)   VALUE  'TERMID'.
002660     05  FILLER              PIC X(10)   VALUE  'USERID'.
002670     05  FILLER              PIC X(10)   VALUE  'DATE'.
002680     05  FILLER              PIC X(10)   VALUE  'TIME'.
002690     05  FILLER              PIC X(11)   VALUE  'SEQ'.
002700     05  FILLER              PIC X(12)   VALUE  'CATEGORY'.
002710     05  FILLER              PIC X(14)   VALUE  '       VALUE'.
002720     05  FILLER              PIC X(04)   VALUE  'KIND'.
002730     05  FILLER              PIC X(02)   VALUE  SPACE.
002740     05  FILLER              PIC X(06)   VALUE  'REASON'.
002750 01  WK-DETAIL-LINE.
002760     05  WK-DTL-TERMID       PIC X(08).
002770     05  FILLER              PIC X(02)   VALUE  SPACE.
002780     05  WK-DTL-USERID       PIC X(08).
002790     05  FILLER              PIC X(02)   VALUE  SPACE.
002800     05  WK-DTL-DATE         PIC X(08).
002810     05  FILLER              PIC X(02)   VALUE  SPACE.
002820     05  WK-DTL-TIME         PIC X(08).
002830     05  FILLER              PIC X(02)   VALUE  SPACE.
002840     05  WK-DTL-SEQ          PIC 9(09).
002850     05  FILLER              PIC X(02)   VALUE  SPACE.
002860     05  WK-DTL-CATEGORY     PIC X(10).
002870     05  FILLER              PIC X(02)   VALUE  SPACE.
002880     05  WK-DTL-VALUE        PIC ZZZ,ZZZ,ZZ9-.
002890     05  FILLER              PIC X(02)   VALUE  SPACE.
002900     05  WK-DTL-KIND         PIC X(02).
002910     05  FILLER              PIC X(03)   VALUE  SPACE.
002920     05  WK-DTL-REASON       PIC X(07).
002930 01  WK-NAME-LINE.
002940     05  FILLER              PIC X(10)   VALUE  SPACE.
002950     05  WK-NAM-NAME         PIC X(40).
002960 01  WK-PRINT-LINE           PIC X(90).
002970 01  WK-TOTAL-LINE.
002980     05  FILLER              PIC X(16)   VALUE
002990         'HELD PICKS    : '.
003000     05  WK-TOT-HELD         PIC ZZZ,ZZZ,ZZ9.
003010     05  FILLER              PIC X(16)   VALUE
003020         '   VALUE TOTAL: '.
003030     05  WK-TOT-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
003040 01  WK-ANOMALY-LINE.
003050     05  FILLER              PIC X(16)   VALUE
003060         'ANOMALY HELD  : '.
003070     05  WK-TOT-ANOMALY      PIC ZZZ,ZZZ,ZZ9.
003071 01  WK-SUSPENSE-LINE.
003072     05  FILLER              PIC X(16)   VALUE
003073         'SUSPENSE SENT : '.
003074     05  WK-TOT-SUSP-SENT    PIC ZZZ,ZZZ,ZZ9.
003075     05  FILLER              PIC X(16)   VALUE
003076         '   STILL HELD : '.
003077     05  WK-TOT-SUSP-KEPT    PIC ZZZ,ZZZ,ZZ9.
003080 01  WK-RUN-ALLOWED-SW       PIC X(01)   VALUE  'N'.
003090     88  WK-RUN-ALLOWED          VALUE  'Y'.
003100 01  WK-RUN-RESULT           PIC X(04)   VALUE  'OK  '.
003110 COPY    RUNCTL.
003120 PROCEDURE           DIVISION.
003130 0000-MAINLINE           SECTION.
003140     PERFORM 1000-INITIALIZE        THRU    1000-INITIALIZE-EXIT.
003141     IF      WK-BILLING-OK
003142         PERFORM 1500-PROCESS-SUSPENSE
003143                 THRU    1500-PROCESS-SUSPENSE-EXIT
003144                 VARYING WK-SUSP-IX  FROM    1   BY  1
003145                 UNTIL   WK-SUSP-IX  >  WK-SUSP-LOADED
003146     END-IF.
003150     PERFORM 2000-PROCESS-EXTRACT
003160             THRU    2000-PROCESS-EXTRACT-EXIT
003170             UNTIL   WK-EXTRACT-EOF.
003180     PERFORM 3000-TERMINATE         THRU    3000-TERMINATE-EXIT.
003190     GOBACK.
003200******************************************************************
003210*    1000-INITIALIZE
003211*    請求単価マスタと請求保留を表へ読み込み、ファイルをオープン
003212*    してヘッダレコードと例外レポートの見出しを書き出す。
003240******************************************************************
003250 1000-INITIALIZE         SECTION.
003260     DISPLAY '*** BTINTF1 START' UPON CONSOLE.
003270     ACCEPT  WK-RUN-DATE     FROM    DATE    YYYYMMDD.
003280*
003281*    当日 BTANOM1 (BTEXTR1 の後に実行)が正常終了していなければ、
003282*    抽出や異常の保留が揃っておらず中途半端な連携ファイルに
003283*    なるので実行しない。
003310     MOVE   'CHECK'      TO  RUNCTL-FUNC.
003320     MOVE   'BTINTF1'    TO  RUNCTL-JOB.
003321     MOVE   'BTANOM1'    TO  RUNCTL-PREREQ.
003340     CALL   'BTRUNSUB'   USING   RUNCTL.
003350     IF      NOT RUNCTL-OK
003360         DISPLAY 'BTINTF1 RUN REFUSED - RUNCTL STATUS '
003370                 RUNCTL-STATUS
003380             UPON    CONSOLE
003390         MOVE   'Y'          TO  WK-EXTRACT-EOF-SW
003400         GO  TO  1000-INITIALIZE-EXIT
003410     END-IF.
003420     MOVE   'START'      TO  RUNCTL-FUNC.
003430     CALL   'BTRUNSUB'   USING   RUNCTL.
003440     MOVE   'Y'          TO  WK-RUN-ALLOWED-SW.
003450*
003460     OPEN    INPUT   EXTRACT-FILE.
003470     IF          (  NOT WK-EXTRACT-OK  )
003480             AND (  NOT WK-EXTRACT-NOFILE  )
003490         DISPLAY 'EXTRACT-FILE OPEN ERROR ' WK-EXTRACT-STATUS
003500             UPON    CONSOLE
003510         MOVE   'Y'          TO  WK-EXTRACT-EOF-SW
003520         MOVE   'ERR '       TO  WK-RUN-RESULT
003530*        連携ファイルは作らない。空のヘッダ・トレーラを
003540*        出すと取込側が「0件の正常日」と誤認するため。
003550         GO  TO  1000-INITIALIZE-EXIT
003560     END-IF.
003570     PERFORM 1100-LOAD-RATES
003580             THRU    1100-LOAD-RATES-EXIT.
003590     IF      WK-RUN-RESULT  NOT =  'OK  '
003600         MOVE   'Y'          TO  WK-EXTRACT-EOF-SW
003610         GO  TO  1000-INITIALIZE-EXIT
003620     END-IF.
003621     PERFORM 1200-OPEN-FLAGS
003622             THRU    1200-OPEN-FLAGS-EXIT.
003623     IF      WK-RUN-RESULT  NOT =  'OK  '
003624         MOVE   'Y'          TO  WK-EXTRACT-EOF-SW
003625         GO  TO  1000-INITIALIZE-EXIT
003626     END-IF.
003627     PERFORM 1300-LOAD-SUSPENSE
003628             THRU    1300-LOAD-SUSPENSE-EXIT.
003650     IF      WK-RUN-RESULT  NOT =  'OK  '
003660         MOVE   'Y'          TO  WK-EXTRACT-EOF-SW
003670         GO  TO  1000-INITIALIZE-EXIT
003680     END-IF.
003690     OPEN    OUTPUT  EXCEPTION-FILE.
003700     IF      NOT WK-EXCEPT-OK
003710         DISPLAY 'EXCEPTION-FILE OPEN ERROR ' WK-EXCEPT-STATUS
003720             UPON    CONSOLE
003730         MOVE   'Y'          TO  WK-EXTRACT-EOF-SW
003740         MOVE   'ERR '       TO  WK-RUN-RESULT
003750         GO  TO  1000-INITIALIZE-EXIT
003760     END-IF.
003770     PERFORM 9100-PRINT-HEADINGS
003780             THRU    9100-PRINT-HEADINGS-EXIT.
003790     MOVE   'Y'          TO  WK-RPT-READY-SW.
003800     OPEN    OUTPUT  BILLING-FILE.
003810     IF      NOT WK-BILLING-OK
003820         DISPLAY 'BILLING-FILE OPEN ERROR ' WK-BILLING-STATUS
003830             UPON    CONSOLE
003840         MOVE   'Y'          TO  WK-EXTRACT-EOF-SW
003850         MOVE   'ERR '       TO  WK-RUN-RESULT
003860         GO  TO  1000-INITIALIZE-EXIT
003870     END-IF.
003880*
003890     MOVE    SPACE       TO  BILLING-RECORD.
003900     STRING 'H'              DELIMITED   BY  SIZE
003910             WK-DELIM        DELIMITED   BY  SIZE
003920             WK-RUN-DATE     DELIMITED   BY  SIZE
003930             WK-DELIM        DELIMITED   BY  SIZE
003940             WK-SOURCE-ID    DELIMITED   BY  SIZE
003950         INTO    BILLING-RECORD.
003960     WRITE   BILLING-RECORD.
003970 1000-INITIALIZE-EXIT.
003980     EXIT.
003990******************************************************************
004000*    1100-LOAD-RATES
004010*    請求単価マスタを全件表へ読み込む。マスタがなければ表は空
004020*    のままとし、全ピックが例外になる。
004030******************************************************************
004040 1100-LOAD-RATES         SECTION.
004050     MOVE    ZERO        TO  WK-RATE-USED.
004060     OPEN    INPUT   RATE-FILE.
004070     IF          (  NOT WK-RATE-OK  )
004080             AND (  NOT WK-RATE-NOFILE  )
004090         DISPLAY 'RATE-FILE OPEN ERROR ' WK-RATE-STATUS
004100             UPON    CONSOLE
004110         MOVE   'ERR '       TO  WK-RUN-RESULT
004120         GO  TO  1100-LOAD-RATES-EXIT
004130     END-IF.
004140     PERFORM 1110-READ-RATE
004150             THRU    1110-READ-RATE-EXIT
004160             UNTIL   WK-RATE-EOF.
004170     CLOSE   RATE-FILE.
004180     DISPLAY 'RATES LOADED   = ' WK-RATE-USED
004190         UPON    CONSOLE.
004200 1100-LOAD-RATES-EXIT.
004210     EXIT.
004220******************************************************************
004230*    1110-READ-RATE
004240*    単価マスタを１件読んで表へ写す。
004250******************************************************************
004260 1110-READ-RATE          SECTION.
004270     READ    RATE-FILE       NEXT
004280         AT  END
004290             MOVE   'Y'          TO  WK-RATE-EOF-SW
004300             GO  TO  1110-READ-RATE-EXIT
004310     END-READ.
004320     IF      WK-RATE-USED  <  WK-RATE-MAX
004330         ADD     1           TO  WK-RATE-USED
004340         MOVE    RATE-CATEGORY   TO  WK-RT-CATEGORY(WK-RATE-USED)
004350         MOVE    RATE-EFF-FROM   TO  WK-RT-FROM(WK-RATE-USED)
004360         MOVE    RATE-EFF-TO     TO  WK-RT-TO(WK-RATE-USED)
004370         MOVE    RATE-UNIT-PRICE TO  WK-RT-PRICE(WK-RATE-USED)
004380       ELSE
004390         DISPLAY 'RATE TABLE OVERFLOW - RATE IGNORED ' RATE-KEY
004400             UPON    CONSOLE
004410     END-IF.
004420 1110-READ-RATE-EXIT.
004430     EXIT.
004440******************************************************************
004441*    1200-OPEN-FLAGS
004442*    ピック値異常の保留ファイルを照会用にオープンする。ファイル
004443*    がなければ保留はない。
004480******************************************************************
004481 1200-OPEN-FLAGS         SECTION.
004482     MOVE   'N'          TO  WK-FLAG-OPEN-SW.
004510     OPEN    INPUT   FLAG-FILE.
004511     IF      WK-FLAG-NOFILE
004512         CLOSE   FLAG-FILE
004513         DISPLAY 'FLAG-FILE NOT FOUND - NO PICKS HELD'
004514             UPON    CONSOLE
004515         GO  TO  1200-OPEN-FLAGS-EXIT
004516     END-IF.
004517     IF      NOT WK-FLAG-OK
004540         DISPLAY 'FLAG-FILE OPEN ERROR ' WK-FLAG-STATUS
004550             UPON    CONSOLE
004560         MOVE   'ERR '       TO  WK-RUN-RESULT
004561         GO  TO  1200-OPEN-FLAGS-EXIT
004580     END-IF.
004581     MOVE   'Y'          TO  WK-FLAG-OPEN-SW.
004582 1200-OPEN-FLAGS-EXIT.
004660     EXIT.
004670******************************************************************
004671*    1300-LOAD-SUSPENSE
004672*    請求保留ファイルを表へ読み込む。前日以前に送った明細はここで
004673*    外す。ファイルがなければ保留はない。
004710******************************************************************
004711 1300-LOAD-SUSPENSE      SECTION.
004712     MOVE    ZERO        TO  WK-SUSP-USED.
004713     OPEN    INPUT   SUSPENSE-FILE.
004714     IF          (  NOT WK-SUSP-OK  )
004715             AND (  NOT WK-SUSP-NOFILE  )
004716         DISPLAY 'SUSPENSE-FILE OPEN ERROR ' WK-SUSP-STATUS
004860             UPON    CONSOLE
004870         MOVE   'ERR '       TO  WK-RUN-RESULT
004871         GO  TO  1300-LOAD-SUSPENSE-EXIT
004890     END-IF.
004891     PERFORM 1310-READ-SUSPENSE
004892             THRU    1310-READ-SUSPENSE-EXIT
004893             UNTIL   WK-SUSP-EOF.
004894     CLOSE   SUSPENSE-FILE.
004895     MOVE    WK-SUSP-USED    TO  WK-SUSP-LOADED.
004896     DISPLAY 'SUSPENSE LOADED = ' WK-SUSP-LOADED
004897             ' DROPPED = ' WK-SUSP-DROP-COUNT
004898         UPON    CONSOLE.
004899 1300-LOAD-SUSPENSE-EXIT.
004900     EXIT.
004901******************************************************************
004902*    1310-READ-SUSPENSE
004903*    請求保留を１件読んで表へ写す。前日以前の送信日付が付いた
004904*    明細は送信済みとして外す。表があふれたら、保留を落とさない
004905*    よう実行を異常とする。
004906******************************************************************
004907 1310-READ-SUSPENSE      SECTION.
004908     READ    SUSPENSE-FILE
004909         AT  END
004910             MOVE   'Y'          TO  WK-SUSP-EOF-SW
004911             GO  TO  1310-READ-SUSPENSE-EXIT
004912     END-READ.
004913     IF          (  SUSP-SENT-DATE  NOT =  SPACE  )
004914             AND (  SUSP-SENT-DATE  <  WK-RUN-DATE  )
004915         ADD     1           TO  WK-SUSP-DROP-COUNT
004916         GO  TO  1310-READ-SUSPENSE-EXIT
004917     END-IF.
004918     IF      WK-SUSP-USED  <  WK-SUSP-MAX
004919         ADD     1           TO  WK-SUSP-USED
004920         MOVE    SUSPENSE-RECORD TO  WK-SUSP-ENTRY(WK-SUSP-USED)
004921       ELSE
004922         DISPLAY 'SUSPENSE TABLE OVERFLOW ' SUSP-EXTRACT(1:41)
004923             UPON    CONSOLE
004924         MOVE   'ERR '       TO  WK-RUN-RESULT
004925         MOVE   'Y'          TO  WK-SUSP-EOF-SW
004926     END-IF.
004927 1310-READ-SUSPENSE-EXIT.
004928     EXIT.
004929******************************************************************
004930*    1500-PROCESS-SUSPENSE
004931*    請求保留の明細を１件調べ直し、単価が登録されたもの・解除
004932*    されたものを送る。当日送信済みの明細(再実行)も作り直す
004933*    連携ファイルに載せるため同じく処理する。
004934******************************************************************
004935 1500-PROCESS-SUSPENSE   SECTION.
004936     MOVE    WK-SP-EXTRACT(WK-SUSP-IX)   TO  EXTRACT-RECORD.
004937     MOVE   'Y'          TO  WK-FROM-SUSP-SW.
004938     PERFORM 2010-PROCESS-PICK
004939             THRU    2010-PROCESS-PICK-EXIT.
004940 1500-PROCESS-SUSPENSE-EXIT.
004941     EXIT.
004942******************************************************************
004943*    2000-PROCESS-EXTRACT
004944*    抽出レコードを１件読み、請求保留に既にある明細でなければ
004945*    連携する。
004990******************************************************************
005000 2000-PROCESS-EXTRACT    SECTION.
005010     READ    EXTRACT-FILE
005020         AT  END
005030             MOVE   'Y'          TO  WK-EXTRACT-EOF-SW
005040             GO  TO  2000-PROCESS-EXTRACT-EXIT
005050     END-READ.
005051     PERFORM 2070-CHECK-SUSPENSE
005052             THRU    2070-CHECK-SUSPENSE-EXIT.
005053     IF      WK-IN-SUSPENSE
005054         GO  TO  2000-PROCESS-EXTRACT-EXIT
005055     END-IF.
005056     MOVE   'N'          TO  WK-FROM-SUSP-SW.
005057     PERFORM 2010-PROCESS-PICK
005058             THRU    2010-PROCESS-PICK-EXIT.
005059 2000-PROCESS-EXTRACT-EXIT.
005060     EXIT.
005061******************************************************************
005062*    2010-PROCESS-PICK
005063*    EXTRACT-RECORD の明細に適用中の単価を引いて明細レコードを
005064*    書き出し、ハッシュ合計と請求金額合計へ加算する。保留中か
005065*    単価がなければ明細は書かず、例外レポートへ出して請求保留に
005066*    残す。数値でないピック値は 0 として連携し、
005067*    終了時にコンソールへ件数を報告する。
005068******************************************************************
005069 2010-PROCESS-PICK       SECTION.
005070     PERFORM 2060-CHECK-FLAG
005080             THRU    2060-CHECK-FLAG-EXIT.
005090     IF      WK-FLAGGED
005100         ADD     1           TO  WK-ANOMALY-COUNT
005110         MOVE   'ANOMALY'    TO  WK-DTL-REASON
005120         PERFORM 2200-PRINT-EXCEPTION
005130                 THRU    2200-PRINT-EXCEPTION-EXIT
005131         PERFORM 2300-KEEP-SUSPENSE
005132                 THRU    2300-KEEP-SUSPENSE-EXIT
005133         GO  TO  2010-PROCESS-PICK-EXIT
005150     END-IF.
005160*
005170     PERFORM 2050-FIND-RATE
005180             THRU    2050-FIND-RATE-EXIT.
005190     IF      NOT WK-RATE-FOUND
005200         MOVE   'NO RATE'    TO  WK-DTL-REASON
005210         PERFORM 2200-PRINT-EXCEPTION
005220                 THRU    2200-PRINT-EXCEPTION-EXIT
005221         PERFORM 2300-KEEP-SUSPENSE
005222                 THRU    2300-KEEP-SUSPENSE-EXIT
005223         GO  TO  2010-PROCESS-PICK-EXIT
005240     END-IF.
005250*
005260     MOVE    EXTRACT-PICK-VALUE  TO  WK-PICK-VALUE-X.
005270     IF      WK-PICK-VALUE-9  IS  NUMERIC
005280         IF      EXTRACT-REVERSAL
005290             COMPUTE WK-PICK-VALUE-9 =  ZERO  -  WK-PICK-VALUE-9
005300         END-IF
005310         ADD     WK-PICK-VALUE-9     TO  WK-HASH-TOTAL
005320         MOVE    WK-PICK-VALUE-9     TO  WK-VALUE-EDIT
005330         COMPUTE WK-AMOUNT  =  WK-PICK-VALUE-9  *  WK-UNIT-PRICE
005340       ELSE
005350         ADD     1           TO  WK-BAD-VALUE-COUNT
005360         MOVE    ZERO        TO  WK-VALUE-EDIT
005370         MOVE    ZERO        TO  WK-AMOUNT
005380     END-IF.
005390     ADD     WK-AMOUNT       TO  WK-AMOUNT-TOTAL.
005400     MOVE    WK-UNIT-PRICE   TO  WK-RATE-EDIT.
005410     MOVE    WK-AMOUNT       TO  WK-AMOUNT-EDIT.
005420*
005430     PERFORM 2100-TRIM-FIELDS
005440             THRU    2100-TRIM-FIELDS-EXIT.
005450     PERFORM 2150-SET-REFERENCE
005460             THRU    2150-SET-REFERENCE-EXIT.
005470     MOVE    SPACE       TO  BILLING-RECORD.
005480     STRING 'D'              DELIMITED   BY  SIZE
005490             WK-DELIM        DELIMITED   BY  SIZE
005500             EXTRACT-TERMID(1:WK-TERMID-LEN)
005510                             DELIMITED   BY  SIZE
005520             WK-DELIM        DELIMITED   BY  SIZE
005530             EXTRACT-USERID(1:WK-USERID-LEN)
005540                             DELIMITED   BY  SIZE
005550             WK-DELIM        DELIMITED   BY  SIZE
005560             EXTRACT-DATE    DELIMITED   BY  SIZE
005570             WK-DELIM        DELIMITED   BY  SIZE
005580             EXTRACT-TIME    DELIMITED   BY  SIZE
005590             WK-DELIM        DELIMITED   BY  SIZE
005600             EXTRACT-SEQ     DELIMITED   BY  SIZE
005610             WK-DELIM        DELIMITED   BY  SIZE
005620             EXTRACT-PICK-NAME(1:WK-NAME-LEN)
005630                             DELIMITED   BY  SIZE
005640             WK-DELIM        DELIMITED   BY  SIZE
005650             WK-VALUE-EDIT   DELIMITED   BY  SIZE
005660             WK-DELIM        DELIMITED   BY  SIZE
005670             WK-ENTRY-KIND   DELIMITED   BY  SIZE
005680             WK-ORIG-REF(1:WK-ORIG-LEN)
005690                             DELIMITED   BY  SIZE
005700             WK-DELIM        DELIMITED   BY  SIZE
005710             WK-RATE-EDIT    DELIMITED   BY  SIZE
005720             WK-DELIM        DELIMITED   BY  SIZE
005730             WK-AMOUNT-EDIT  DELIMITED   BY  SIZE
005740         INTO    BILLING-RECORD.
005750     WRITE   BILLING-RECORD.
005760     ADD     1           TO  WK-DETAIL-COUNT.
005761     IF      WK-FROM-SUSPENSE
005762         MOVE    WK-RUN-DATE     TO  WK-SP-SENT-DATE(WK-SUSP-IX)
005763         ADD     1           TO  WK-SUSP-SENT-COUNT
005764     END-IF.
005765 2010-PROCESS-PICK-EXIT.
005780     EXIT.
005790******************************************************************
005800*    2050-FIND-RATE
005810*    ピックのカテゴリと日付で適用中の単価を表から引く。取消は
005820*    元のピックと同じ単価で貸方にするため元の日付で引く。
005830******************************************************************
005840 2050-FIND-RATE          SECTION.
005850     IF      EXTRACT-REVERSAL
005860         MOVE    EXTRACT-ORIG-DATE   TO  WK-PRICE-DATE
005870       ELSE
005880         MOVE    EXTRACT-DATE        TO  WK-PRICE-DATE
005890     END-IF.
005900     MOVE   'N'          TO  WK-RATE-FOUND-SW.
005910     MOVE    ZERO        TO  WK-UNIT-PRICE.
005920     PERFORM VARYING WK-RATE-IX  FROM    1   BY  1
005930             UNTIL   (  WK-RATE-IX  >  WK-RATE-USED  )
005940                 OR  WK-RATE-FOUND
005950         IF          (  WK-RT-CATEGORY(WK-RATE-IX)
005960                                    =  EXTRACT-CATEGORY  )
005970                 AND (  WK-RT-FROM(WK-RATE-IX) <= WK-PRICE-DATE  )
005980                 AND (  WK-RT-TO(WK-RATE-IX)   >= WK-PRICE-DATE  )
005990             MOVE   'Y'          TO  WK-RATE-FOUND-SW
006000             MOVE    WK-RT-PRICE(WK-RATE-IX) TO  WK-UNIT-PRICE
006010         END-IF
006020     END-PERFORM.
006030 2050-FIND-RATE-EXIT.
006040     EXIT.
006050******************************************************************
006060*    2060-CHECK-FLAG
006061*    ピックが保留中かを保留ファイルで調べる。取消は元のピックで
006062*    調べ、借方を保留したまま貸方だけを送らないようにする。
006063*    解除は解除画面で解除者・理由を付けて、ピックした本人以外が
006064*    行ったものだけを認める。
006090******************************************************************
006100 2060-CHECK-FLAG         SECTION.
006110     MOVE   'N'          TO  WK-FLAGGED-SW.
006120     IF      EXTRACT-REVERSAL
006130         MOVE    EXTRACT-ORIG-TERMID TO  WK-PK-TERMID
006140         MOVE    EXTRACT-ORIG-DATE   TO  WK-PK-DATE
006150         MOVE    EXTRACT-ORIG-TIME   TO  WK-PK-TIME
006160         MOVE    EXTRACT-ORIG-SEQ    TO  WK-PK-SEQ
006170       ELSE
006180         MOVE    EXTRACT-TERMID      TO  WK-PK-TERMID
006190         MOVE    EXTRACT-DATE        TO  WK-PK-DATE
006200         MOVE    EXTRACT-TIME        TO  WK-PK-TIME
006210         MOVE    EXTRACT-SEQ         TO  WK-PK-SEQ
006220     END-IF.
006221     IF      NOT WK-FLAG-OPEN
006222         GO  TO  2060-CHECK-FLAG-EXIT
006223     END-IF.
006224     MOVE    WK-PICK-KEY         TO  FLAG-KEY.
006225     READ    FLAG-FILE
006226         INVALID KEY
006227             GO  TO  2060-CHECK-FLAG-EXIT
006228     END-READ.
006229     IF          FLAG-RELEASED
006230             AND (  FLAG-RELEASER    NOT =  SPACE  )
006231             AND (  FLAG-RELEASER    NOT =  FLAG-USERID  )
006232             AND (  FLAG-REL-REASON  NOT =  SPACE  )
006233         GO  TO  2060-CHECK-FLAG-EXIT
006234     END-IF.
006235     IF      FLAG-RELEASED
006236         DISPLAY 'FLAG RELEASE NOT ACCEPTED ' FLAG-KEY
006237             UPON    CONSOLE
006238     END-IF.
006239     MOVE   'Y'          TO  WK-FLAGGED-SW.
006240 2060-CHECK-FLAG-EXIT.
006241     EXIT.
006242******************************************************************
006243*    2070-CHECK-SUSPENSE
006244*    抽出レコードが請求保留から読んだ明細と同じ(端末ID・利用者・
006245*    日時・通番が一致)かを調べる。同じなら請求保留の側で処理
006246*    済みなので、二重に送らない。
006247******************************************************************
006248 2070-CHECK-SUSPENSE     SECTION.
006249     MOVE   'N'          TO  WK-IN-SUSP-SW.
006250     PERFORM VARYING WK-SUSP-FX  FROM    1   BY  1
006251             UNTIL   WK-SUSP-FX  >  WK-SUSP-LOADED
006252                 OR  WK-IN-SUSPENSE
006253         IF      WK-SP-EXTRACT(WK-SUSP-FX)(1:41)
006254                                    =  EXTRACT-RECORD(1:41)
006255             MOVE   'Y'          TO  WK-IN-SUSP-SW
006280         END-IF
006290     END-PERFORM.
006291 2070-CHECK-SUSPENSE-EXIT.
006310     EXIT.
006320******************************************************************
006330*    2100-TRIM-FIELDS
006340*    端末ID・利用者ID・ピック名の後続空白を除いた長さを求める。
006350*    全桁空白の項目は長さ 1 とし、空白１文字で連携する。
006360******************************************************************
006370 2100-TRIM-FIELDS        SECTION.
006380     MOVE    1           TO  WK-TERMID-LEN.
006390     PERFORM VARYING WK-TRIM-IX  FROM    8   BY  -1
006400             UNTIL   (  WK-TRIM-IX  <  2  )
006410                 OR  (  WK-TERMID-LEN  >  1  )
006420         IF      EXTRACT-TERMID(WK-TRIM-IX:1)  NOT =  SPACE
006430             MOVE    WK-TRIM-IX      TO  WK-TERMID-LEN
006440         END-IF
006450     END-PERFORM.
006460     MOVE    1           TO  WK-USERID-LEN.
006470     PERFORM VARYING WK-TRIM-IX  FROM    8   BY  -1
006480             UNTIL   (  WK-TRIM-IX  <  2  )
006490                 OR  (  WK-USERID-LEN  >  1  )
006500         IF      EXTRACT-USERID(WK-TRIM-IX:1)  NOT =  SPACE
006510             MOVE    WK-TRIM-IX      TO  WK-USERID-LEN
006520         END-IF
006530     END-PERFORM.
006540     MOVE    1           TO  WK-NAME-LEN.
006550     PERFORM VARYING WK-TRIM-IX  FROM    40  BY  -1
006560             UNTIL   (  WK-TRIM-IX  <  2  )
006570                 OR  (  WK-NAME-LEN  >  1  )
006580         IF      EXTRACT-PICK-NAME(WK-TRIM-IX:1)  NOT =  SPACE
006590             MOVE    WK-TRIM-IX      TO  WK-NAME-LEN
006600         END-IF
006610     END-PERFORM.
006620 2100-TRIM-FIELDS-EXIT.
006630     EXIT.
006640******************************************************************
006650*    2150-SET-REFERENCE
006660*    明細の区分と元ピック参照を編集する。通常のピックは借方
006670*    (DR)で参照項目は空、取消レコードは貸方(CR)とし、元の
006680*    端末ID・日付・時刻・通番を区切り文字付きで並べる。
006690******************************************************************
006700 2150-SET-REFERENCE      SECTION.
006710     IF      NOT EXTRACT-REVERSAL
006720         MOVE   'DR'         TO  WK-ENTRY-KIND
006730         MOVE    ';;;;'      TO  WK-ORIG-REF
006740         MOVE    4           TO  WK-ORIG-LEN
006750         GO  TO  2150-SET-REFERENCE-EXIT
006760     END-IF.
006770*
006780     MOVE   'CR'         TO  WK-ENTRY-KIND.
006790     ADD     1           TO  WK-CREDIT-COUNT.
006800     MOVE    1           TO  WK-ORIG-TERMID-LEN.
006810     PERFORM VARYING WK-TRIM-IX  FROM    8   BY  -1
006820             UNTIL   (  WK-TRIM-IX  <  2  )
006830                 OR  (  WK-ORIG-TERMID-LEN  >  1  )
006840         IF      EXTRACT-ORIG-TERMID(WK-TRIM-IX:1)  NOT =  SPACE
006850             MOVE    WK-TRIM-IX      TO  WK-ORIG-TERMID-LEN
006860         END-IF
006870     END-PERFORM.
006880     MOVE    SPACE       TO  WK-ORIG-REF.
006890     MOVE    1           TO  WK-ORIG-LEN.
006900     STRING  WK-DELIM        DELIMITED   BY  SIZE
006910             EXTRACT-ORIG-TERMID(1:WK-ORIG-TERMID-LEN)
006920                             DELIMITED   BY  SIZE
006930             WK-DELIM        DELIMITED   BY  SIZE
006940             EXTRACT-ORIG-DATE
006950                             DELIMITED   BY  SIZE
006960             WK-DELIM        DELIMITED   BY  SIZE
006970             EXTRACT-ORIG-TIME
006980                             DELIMITED   BY  SIZE
006990             WK-DELIM        DELIMITED   BY  SIZE
007000             EXTRACT-ORIG-SEQ
007010                             DELIMITED   BY  SIZE
007020         INTO    WK-ORIG-REF
007030         WITH POINTER    WK-ORIG-LEN.
007040     SUBTRACT    1   FROM    WK-ORIG-LEN.
007050 2150-SET-REFERENCE-EXIT.
007060     EXIT.
007070******************************************************************
007080*    2200-PRINT-EXCEPTION
007090*    適用中の単価がないピックと、ピック値異常で保留中のピック
007100*    を理由付きで例外レポートへ印字し、保留件数
007110*    とピック値合計へ加算する。明細件数・ハッシュ合計には含め
007120*    ない。
007130******************************************************************
007140 2200-PRINT-EXCEPTION    SECTION.
007150     ADD     1           TO  WK-HELD-COUNT.
007160     MOVE    EXTRACT-PICK-VALUE  TO  WK-PICK-VALUE-X.
007170     IF      WK-PICK-VALUE-9  IS  NOT  NUMERIC
007180         MOVE    ZERO        TO  WK-PICK-VALUE-9
007190     END-IF.
007200     IF      EXTRACT-REVERSAL
007210         COMPUTE WK-PICK-VALUE-9 =  ZERO  -  WK-PICK-VALUE-9
007220         MOVE   'CR'         TO  WK-DTL-KIND
007230       ELSE
007240         MOVE   'DR'         TO  WK-DTL-KIND
007250     END-IF.
007260     ADD     WK-PICK-VALUE-9     TO  WK-HELD-VALUE.
007270     IF      NOT WK-RPT-READY
007280         GO  TO  2200-PRINT-EXCEPTION-EXIT
007290     END-IF.
007300     MOVE    EXTRACT-TERMID      TO  WK-DTL-TERMID.
007310     MOVE    EXTRACT-USERID      TO  WK-DTL-USERID.
007320     MOVE    EXTRACT-DATE        TO  WK-DTL-DATE.
007330     MOVE    EXTRACT-TIME        TO  WK-DTL-TIME.
007340     MOVE    EXTRACT-SEQ         TO  WK-DTL-SEQ.
007350     MOVE    EXTRACT-CATEGORY    TO  WK-DTL-CATEGORY.
007360     MOVE    WK-PICK-VALUE-9     TO  WK-DTL-VALUE.
007370     MOVE    WK-DETAIL-LINE      TO  WK-PRINT-LINE.
007380     PERFORM 9200-PRINT-LINE
007390             THRU    9200-PRINT-LINE-EXIT.
007400     MOVE    EXTRACT-PICK-NAME   TO  WK-NAM-NAME.
007410     MOVE    WK-NAME-LINE        TO  WK-PRINT-LINE.
007420     PERFORM 9200-PRINT-LINE
007430             THRU    9200-PRINT-LINE-EXIT.
007440 2200-PRINT-EXCEPTION-EXIT.
007450     EXIT.
007460******************************************************************
007461*    2300-KEEP-SUSPENSE
007462*    連携から外した明細を請求保留に残す。請求保留から読んだ明細
007463*    は理由を更新して送信日付を消し、抽出から来た明細は保留日付
007464*    を付けて追加する。表があふれたら実行を異常とする。
007465******************************************************************
007466 2300-KEEP-SUSPENSE      SECTION.
007467     IF      WK-FROM-SUSPENSE
007468         MOVE    WK-DTL-REASON   TO  WK-SP-REASON(WK-SUSP-IX)
007469         MOVE    SPACE           TO  WK-SP-SENT-DATE(WK-SUSP-IX)
007470         GO  TO  2300-KEEP-SUSPENSE-EXIT
007471     END-IF.
007472     IF      WK-SUSP-USED  >=  WK-SUSP-MAX
007473         DISPLAY 'SUSPENSE TABLE OVERFLOW ' EXTRACT-RECORD(1:41)
007474             UPON    CONSOLE
007475         MOVE   'ERR '       TO  WK-RUN-RESULT
007476         GO  TO  2300-KEEP-SUSPENSE-EXIT
007477     END-IF.
007478     ADD     1           TO  WK-SUSP-USED.
007479     MOVE    EXTRACT-RECORD  TO  WK-SP-EXTRACT(WK-SUSP-USED).
007480     MOVE    WK-DTL-REASON   TO  WK-SP-REASON(WK-SUSP-USED).
007481     MOVE    WK-RUN-DATE     TO  WK-SP-HELD-DATE(WK-SUSP-USED).
007482     MOVE    SPACE           TO  WK-SP-SENT-DATE(WK-SUSP-USED).
007483 2300-KEEP-SUSPENSE-EXIT.
007484     EXIT.
007485******************************************************************
007486*    3000-TERMINATE
007487*    トレーラレコードと例外レポートの合計行を書き、請求保留を
007488*    書き直してファイルをクローズする。
007500******************************************************************
007510 3000-TERMINATE          SECTION.
007520     IF      NOT WK-RUN-ALLOWED
007530         GO  TO  3000-TERMINATE-DISPLAY
007540     END-IF.
007550     IF      WK-BILLING-OK
007560         MOVE    WK-DETAIL-COUNT     TO  WK-COUNT-EDIT
007570         MOVE    WK-HASH-TOTAL       TO  WK-HASH-EDIT
007580         MOVE    WK-AMOUNT-TOTAL     TO  WK-AMOUNT-EDIT
007590         MOVE    SPACE       TO  BILLING-RECORD
007600         STRING 'T'              DELIMITED   BY  SIZE
007610                 WK-DELIM        DELIMITED   BY  SIZE
007620                 WK-COUNT-EDIT   DELIMITED   BY  SIZE
007630                 WK-DELIM        DELIMITED   BY  SIZE
007640                 WK-HASH-EDIT    DELIMITED   BY  SIZE
007650                 WK-DELIM        DELIMITED   BY  SIZE
007660                 WK-AMOUNT-EDIT  DELIMITED   BY  SIZE
007670             INTO    BILLING-RECORD
007680         WRITE   BILLING-RECORD
007690         CLOSE   BILLING-FILE
007700         PERFORM 3100-UPDATE-CONTROL
007710                 THRU    3100-UPDATE-CONTROL-EXIT
007711         PERFORM 3200-WRITE-SUSPENSE
007712                 THRU    3200-WRITE-SUSPENSE-EXIT
007720     END-IF.
007730     CLOSE   EXTRACT-FILE.
007731     IF      WK-FLAG-OPEN
007732         CLOSE   FLAG-FILE
007733     END-IF.
007740     IF      WK-RPT-READY
007750         MOVE    WK-HELD-COUNT       TO  WK-TOT-HELD
007760         MOVE    WK-HELD-VALUE       TO  WK-TOT-VALUE
007770         MOVE    SPACE       TO  WK-PRINT-LINE
007780         PERFORM 9200-PRINT-LINE
007790                 THRU    9200-PRINT-LINE-EXIT
007800         MOVE    WK-TOTAL-LINE       TO  WK-PRINT-LINE
007810         PERFORM 9200-PRINT-LINE
007820                 THRU    9200-PRINT-LINE-EXIT
007830         MOVE    WK-ANOMALY-COUNT    TO  WK-TOT-ANOMALY
007840         MOVE    WK-ANOMALY-LINE     TO  WK-PRINT-LINE
007841         PERFORM 9200-PRINT-LINE
007842                 THRU    9200-PRINT-LINE-EXIT
007843         MOVE    WK-SUSP-SENT-COUNT  TO  WK-TOT-SUSP-SENT
007844         MOVE    WK-SUSP-KEPT-COUNT  TO  WK-TOT-SUSP-KEPT
007845         MOVE    WK-SUSPENSE-LINE    TO  WK-PRINT-LINE
007850         PERFORM 9200-PRINT-LINE
007860                 THRU    9200-PRINT-LINE-EXIT
007870         CLOSE   EXCEPTION-FILE
007880     END-IF.
007890     MOVE   'END'        TO  RUNCTL-FUNC.
007900     MOVE    WK-RUN-RESULT   TO  RUNCTL-RESULT.
007910     MOVE    WK-DETAIL-COUNT TO  RUNCTL-COUNT.
007920     CALL   'BTRUNSUB'   USING   RUNCTL.
007930 3000-TERMINATE-DISPLAY.
007940     DISPLAY '*** BTINTF1 END   DETAILS=' WK-DETAIL-COUNT
007950             ' NON-NUMERIC=' WK-BAD-VALUE-COUNT
007960             ' CREDITS=' WK-CREDIT-COUNT
007970             ' HELD=' WK-HELD-COUNT
007980             ' ANOMALY=' WK-ANOMALY-COUNT
007981             ' SUSPENSE SENT=' WK-SUSP-SENT-COUNT
007990         UPON    CONSOLE.
008000 3000-TERMINATE-EXIT.
008010     EXIT.
008020******************************************************************
008030*    3100-UPDATE-CONTROL
008040*    送信日ごとの管理レコードを BACKCTL へ記録する。当日分を
008050*    明細件数・未確認(UNACK)で書き、確認バッチが受信確認後に
008060*    ACK へ更新する。どの送信日が未確認のまま残っているかを
008070*    この管理レコードで追跡できる。
008080******************************************************************
008090 3100-UPDATE-CONTROL     SECTION.
008100     MOVE    ZERO        TO  WK-CTL-USED.
008110     MOVE   'N'          TO  WK-CTL-EOF-SW.
008120     OPEN    INPUT   CONTROL-FILE.
008130     IF      WK-CONTROL-OK  OR  WK-CONTROL-NOFILE
008140         PERFORM 3110-READ-CONTROL
008150                 THRU    3110-READ-CONTROL-EXIT
008160                 UNTIL   WK-CTL-EOF
008170         CLOSE   CONTROL-FILE
008180       ELSE
008190         DISPLAY 'CONTROL-FILE OPEN ERROR ' WK-CONTROL-STATUS
008200             UPON    CONSOLE
008210         GO  TO  3100-UPDATE-CONTROL-EXIT
008220     END-IF.
008230*
008240     MOVE   'N'          TO  WK-CTL-FOUND-SW.
008250     PERFORM VARYING WK-CTL-IX   FROM    1   BY  1
008260             UNTIL   (  WK-CTL-IX  >  WK-CTL-USED  )
008270                 OR  WK-CTL-FOUND
008280         IF      WK-CTL-DATE(WK-CTL-IX)  =  WK-RUN-DATE
008290             MOVE   'Y'          TO  WK-CTL-FOUND-SW
008300         END-IF
008310     END-PERFORM.
008320     IF      WK-CTL-FOUND
008330         SUBTRACT    1   FROM    WK-CTL-IX
008340       ELSE
008350         IF      WK-CTL-USED  >=  WK-CTL-MAX
008360             DISPLAY 'CONTROL TABLE FULL - BACKCTL NOT UPDATED'
008370                 UPON    CONSOLE
008380             GO  TO  3100-UPDATE-CONTROL-EXIT
008390         END-IF
008400         ADD     1           TO  WK-CTL-USED
008410         MOVE    WK-CTL-USED     TO  WK-CTL-IX
008420         MOVE    WK-RUN-DATE     TO  WK-CTL-DATE(WK-CTL-IX)
008430     END-IF.
008440     MOVE    WK-DETAIL-COUNT     TO  WK-CTL-SENT(WK-CTL-IX).
008450     MOVE    ZERO                TO  WK-CTL-ACK(WK-CTL-IX).
008460     MOVE   'UNACK'              TO  WK-CTL-STAT(WK-CTL-IX).
008470*
008480     OPEN    OUTPUT  CONTROL-FILE.
008490     IF      NOT WK-CONTROL-OK
008500         DISPLAY 'CONTROL-FILE OPEN ERROR ' WK-CONTROL-STATUS
008510             UPON    CONSOLE
008520         GO  TO  3100-UPDATE-CONTROL-EXIT
008530     END-IF.
008540     PERFORM VARYING WK-CTL-IX   FROM    1   BY  1
008550             UNTIL   WK-CTL-IX  >  WK-CTL-USED
008560         MOVE    WK-CTL-DATE(WK-CTL-IX)  TO  CTL-DATE
008570         MOVE    WK-CTL-SENT(WK-CTL-IX)  TO  CTL-SENT-COUNT
008580         MOVE    WK-CTL-ACK(WK-CTL-IX)   TO  CTL-ACK-COUNT
008590         MOVE    WK-CTL-STAT(WK-CTL-IX)  TO  CTL-STATUS
008600         WRITE   CONTROL-RECORD
008610     END-PERFORM.
008620     CLOSE   CONTROL-FILE.
008630 3100-UPDATE-CONTROL-EXIT.
008640     EXIT.
008650******************************************************************
008660*    3110-READ-CONTROL
008670*    管理レコードを１件読んで表へ写す。
008680******************************************************************
008690 3110-READ-CONTROL       SECTION.
008700     READ    CONTROL-FILE
008710         AT  END
008720             MOVE   'Y'          TO  WK-CTL-EOF-SW
008730             GO  TO  3110-READ-CONTROL-EXIT
008740     END-READ.
008750     IF      WK-CTL-USED  <  WK-CTL-MAX
008760         ADD     1           TO  WK-CTL-USED
008770         MOVE    CTL-DATE        TO  WK-CTL-DATE(WK-CTL-USED)
008780         MOVE    CTL-SENT-COUNT  TO  WK-CTL-SENT(WK-CTL-USED)
008790         MOVE    CTL-ACK-COUNT   TO  WK-CTL-ACK(WK-CTL-USED)
008800         MOVE    CTL-STATUS      TO  WK-CTL-STAT(WK-CTL-USED)
008810       ELSE
008820         DISPLAY 'CONTROL TABLE OVERFLOW - OLDEST DAY DROPPED'
008830             UPON    CONSOLE
008840     END-IF.
008850 3110-READ-CONTROL-EXIT.
008860     EXIT.
008861******************************************************************
008862*    3200-WRITE-SUSPENSE
008863*    請求保留ファイルを表から書き直す。当日送った明細は送信日付
008864*    付きで残し(当日の再実行用)、翌日以降の実行で外す。
008865******************************************************************
008866 3200-WRITE-SUSPENSE     SECTION.
008867     OPEN    OUTPUT  SUSPENSE-FILE.
008868     IF          (  NOT WK-SUSP-OK  )
008869             AND (  NOT WK-SUSP-NOFILE  )
008870         DISPLAY 'SUSPENSE-FILE OPEN ERROR ' WK-SUSP-STATUS
008871             UPON    CONSOLE
008872         MOVE   'ERR '       TO  WK-RUN-RESULT
008873         GO  TO  3200-WRITE-SUSPENSE-EXIT
008874     END-IF.
008875     PERFORM VARYING WK-SUSP-IX  FROM    1   BY  1
008876             UNTIL   WK-SUSP-IX  >  WK-SUSP-USED
008877         MOVE    WK-SUSP-ENTRY(WK-SUSP-IX)   TO  SUSPENSE-RECORD
008878         WRITE   SUSPENSE-RECORD
008879         IF      WK-SP-SENT-DATE(WK-SUSP-IX)  =  SPACE
008880             ADD     1           TO  WK-SUSP-KEPT-COUNT
008881         END-IF
008882     END-PERFORM.
008883     CLOSE   SUSPENSE-FILE.
008884 3200-WRITE-SUSPENSE-EXIT.
008885     EXIT.
008886******************************************************************
008887*    9100-PRINT-HEADINGS
008890*    例外レポートの改ページと見出しを印字する。
008900******************************************************************
008910 9100-PRINT-HEADINGS     SECTION.
008920     ADD     1           TO  WK-PAGE-COUNT.
008930     MOVE    WK-RUN-DATE(1:4)    TO  WK-HDG1-YEAR.
008940     MOVE    WK-RUN-DATE(5:2)    TO  WK-HDG1-MONTH.
008950     MOVE    WK-RUN-DATE(7:2)    TO  WK-HDG1-DAY.
008960     MOVE    WK-PAGE-COUNT       TO  WK-HDG1-PAGE.
008970     MOVE    WK-HEADING1         TO  REPORT-LINE.
008980     WRITE   REPORT-LINE     AFTER   ADVANCING   PAGE.
008990     MOVE    WK-HEADING2         TO  REPORT-LINE.
009000     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009010     MOVE    SPACE       TO  REPORT-LINE.
009020     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009030     MOVE    3           TO  WK-LINE-COUNT.
009040 9100-PRINT-HEADINGS-EXIT.
009050     EXIT.
009060******************************************************************
009070*    9200-PRINT-LINE
009080*    明細行を印字する。ページ行数を超えたら見出しから印字する。
009090******************************************************************
009100 9200-PRINT-LINE         SECTION.
009110     IF      WK-LINE-COUNT  >=  WK-LINES-PER-PAGE
009120         PERFORM 9100-PRINT-HEADINGS
009130                 THRU    9100-PRINT-HEADINGS-EXIT
009140     END-IF.
009150     MOVE    WK-PRINT-LINE       TO  REPORT-LINE.
009160     WRITE   REPORT-LINE     AFTER   ADVANCING   1   LINE.
009170     ADD     1           TO  WK-LINE-COUNT.
009180 9200-PRINT-LINE-EXIT.
009190     EXIT.
