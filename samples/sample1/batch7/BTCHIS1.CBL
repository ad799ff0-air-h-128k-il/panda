000370*   CHISRPT へ出力する。パラメタが空白なら全件を出力する。
000380*   過去時点の連絡先の内容は、このレポートの変更前後の値から
000390*   再構成できる。
000391*   TPMNT1 の統合(MRG)で削除された統合元IDを指定したとき、
000392*   または統合先のIDを指定したときは、統合レコードでつながる
000393*   すべてのID(統合元・統合先)の履歴をまとめて出力する。
000400*
000410*   日付      作業者  記述
000420*   26.09.03  ....    新規作成
000421*   26.10.15  ....    統合(MRG)でつながるIDの履歴をまとめて出力
000430******************************************************************
000440 ENVIRONMENT         DIVISION.
000450 CONFIGURATION           SECTION.
000890         88  WK-HIST-EOF             VALUE  'Y'.
000900     05  WK-RPT-READY-SW     PIC X(01)   VALUE  'N'.
000910         88  WK-RPT-READY            VALUE  'Y'.
000911     05  WK-TRACE-HIT-SW     PIC X(01)   VALUE  'N'.
000912         88  WK-TRACE-HIT            VALUE  'Y'.
000913     05  WK-TRACE-ADDED-SW   PIC X(01)   VALUE  'N'.
000914         88  WK-TRACE-ADDED          VALUE  'Y'.
000920 01  WK-FILE-STATUSES.
000930     05  WK-HIST-STATUS      PIC X(02).
000940         88  WK-HIST-OK              VALUE  '00'.
001030     05  WK-LINE-COUNT       PIC 9(04)   VALUE  ZERO.
001040     05  WK-PAGE-COUNT       PIC 9(04)   VALUE  ZERO.
001050     05  WK-LINES-PER-PAGE   PIC 9(04)   VALUE  0050.
001051 01  WK-SUBSCRIPTS                       COMP.
001052     05  WK-MRG-IX           PIC 9(04)   VALUE  ZERO.
001053     05  WK-MRG-USED         PIC 9(04)   VALUE  ZERO.
001054     05  WK-MRG-MAX          PIC 9(04)   VALUE  0500.
001055     05  WK-TRC-IX           PIC 9(04)   VALUE  ZERO.
001056     05  WK-TRC-USED         PIC 9(04)   VALUE  ZERO.
001057     05  WK-TRC-MAX          PIC 9(04)   VALUE  0100.
001060 01  WK-SEL-CONTACT-ID       PIC X(06)   VALUE  SPACE.
001061*    統合レコードの統合元・統合先IDの対応と、指定IDから統合で
001062*    つながるIDの一覧。
001063 01  WK-MERGE-TABLE.
001064     05  WK-MERGE-ENTRY      OCCURS  500  TIMES.
001065         10  WK-MRG-RETIRED-ID   PIC X(06).
001066         10  WK-MRG-SURVIVOR-ID  PIC X(06).
001067 01  WK-TRACE-TABLE.
001068     05  WK-TRC-ID           PIC X(06)   OCCURS  100  TIMES.
001069 01  WK-CHECK-ID             PIC X(06).
001070 01  WK-RUN-DATE.
001080     05  WK-RUN-YEAR         PIC X(04).
001090     05  WK-RUN-MONTH        PIC X(02).
001860             UPON    CONSOLE
001870     END-IF.
001880*
001881*    指定IDがあれば、統合でつながるIDを先に集める。
001882     IF      WK-SEL-CONTACT-ID  NOT =  SPACE
001883         PERFORM 1100-LOAD-MERGES
001884                 THRU    1100-LOAD-MERGES-EXIT
001885     END-IF.
001886*
001890     OPEN    INPUT   CONTHIST-FILE.
001900     IF          (  NOT WK-HIST-OK  )
001910             AND (  NOT WK-HIST-NOFILE  )
002070 1000-INITIALIZE-EXIT.
002080     EXIT.
002090******************************************************************
002091*    1100-LOAD-MERGES
002092*    履歴を先に一度読み、統合レコード(MRG)の統合元・統合先IDを
002093*    対応表に集めてから、指定IDにつながるIDの一覧を作る。
002094******************************************************************
002095 1100-LOAD-MERGES        SECTION.
002096     MOVE    1           TO  WK-TRC-USED.
002097     MOVE    WK-SEL-CONTACT-ID   TO  WK-TRC-ID(1).
002098     OPEN    INPUT   CONTHIST-FILE.
002099     IF      NOT WK-HIST-OK
002100         GO  TO  1100-LOAD-MERGES-EXIT
002101     END-IF.
002102     PERFORM 1110-READ-MERGE
002103             THRU    1110-READ-MERGE-EXIT
002104             UNTIL   WK-HIST-EOF.
002105     CLOSE   CONTHIST-FILE.
002106     MOVE   'N'          TO  WK-HIST-EOF-SW.
002107*    一覧に加わるIDがなくなるまで対応表を繰り返したどる。
002108     MOVE   'Y'          TO  WK-TRACE-ADDED-SW.
002109     PERFORM 1200-BUILD-TRACE
002110             THRU    1200-BUILD-TRACE-EXIT
002111             UNTIL   NOT WK-TRACE-ADDED.
002112     IF      WK-TRC-USED  >  1
002113         DISPLAY 'TRACING ' WK-TRC-USED ' MERGED CONTACT IDS'
002114             UPON    CONSOLE
002115     END-IF.
002116 1100-LOAD-MERGES-EXIT.
002117     EXIT.
002118******************************************************************
002119*    1110-READ-MERGE
002120*    履歴レコードを１件読み、統合レコードなら対応表に登録する。
002121******************************************************************
002122 1110-READ-MERGE         SECTION.
002123     READ    CONTHIST-FILE
002124         AT  END
002125             MOVE   'Y'          TO  WK-HIST-EOF-SW
002126             GO  TO  1110-READ-MERGE-EXIT
002127     END-READ.
002128     IF      CHIST-ACTION  NOT =  'MRG '
002129         GO  TO  1110-READ-MERGE-EXIT
002130     END-IF.
002131     IF      WK-MRG-USED  >=  WK-MRG-MAX
002132         DISPLAY 'MERGE TABLE FULL, SKIPPED ' CHIST-BEF-ID
002133             UPON    CONSOLE
002134         GO  TO  1110-READ-MERGE-EXIT
002135     END-IF.
002136     ADD     1           TO  WK-MRG-USED.
002137     MOVE    CHIST-BEF-ID    TO  WK-MRG-RETIRED-ID(WK-MRG-USED).
002138     MOVE    CHIST-AFT-ID    TO  WK-MRG-SURVIVOR-ID(WK-MRG-USED).
002139 1110-READ-MERGE-EXIT.
002140     EXIT.
002141******************************************************************
002142*    1200-BUILD-TRACE
002143*    対応表を一巡し、一覧にあるIDと対になるIDを一覧に加える。
002144*    一件も加わらなければ一覧は完成。
002145******************************************************************
002146 1200-BUILD-TRACE        SECTION.
002147     MOVE   'N'          TO  WK-TRACE-ADDED-SW.
002148     PERFORM 1210-LINK-MERGE
002149             THRU    1210-LINK-MERGE-EXIT
002150             VARYING WK-MRG-IX  FROM  1  BY  1
002151             UNTIL   WK-MRG-IX  >  WK-MRG-USED.
002152 1200-BUILD-TRACE-EXIT.
002153     EXIT.
002154******************************************************************
002155*    1210-LINK-MERGE
002156*    統合元・統合先の一方が一覧にあれば、もう一方を加える。
002157******************************************************************
002158 1210-LINK-MERGE         SECTION.
002159     MOVE    WK-MRG-RETIRED-ID(WK-MRG-IX)    TO  WK-CHECK-ID.
002160     PERFORM 1300-FIND-TRACE
002161             THRU    1300-FIND-TRACE-EXIT.
002162     IF      WK-TRACE-HIT
002163         MOVE    WK-MRG-SURVIVOR-ID(WK-MRG-IX)   TO  WK-CHECK-ID
002164         PERFORM 1220-ADD-TRACE
002165                 THRU    1220-ADD-TRACE-EXIT
002166         GO  TO  1210-LINK-MERGE-EXIT
002167     END-IF.
002168     MOVE    WK-MRG-SURVIVOR-ID(WK-MRG-IX)   TO  WK-CHECK-ID.
002169     PERFORM 1300-FIND-TRACE
002170             THRU    1300-FIND-TRACE-EXIT.
002171     IF      WK-TRACE-HIT
002172         MOVE    WK-MRG-RETIRED-ID(WK-MRG-IX)    TO  WK-CHECK-ID
002173         PERFORM 1220-ADD-TRACE
002174                 THRU    1220-ADD-TRACE-EXIT
002175     END-IF.
002176 1210-LINK-MERGE-EXIT.
002177     EXIT.
002178******************************************************************
002179*    1220-ADD-TRACE
002180*    WK-CHECK-ID が一覧になければ一覧の末尾に加える。
002181******************************************************************
002182 1220-ADD-TRACE          SECTION.
002183     PERFORM 1300-FIND-TRACE
002184             THRU    1300-FIND-TRACE-EXIT.
002185     IF      WK-TRACE-HIT
002186         GO  TO  1220-ADD-TRACE-EXIT
002187     END-IF.
002188     IF      WK-TRC-USED  >=  WK-TRC-MAX
002189         DISPLAY 'TRACE TABLE FULL, SKIPPED ' WK-CHECK-ID
002190             UPON    CONSOLE
002191         GO  TO  1220-ADD-TRACE-EXIT
002192     END-IF.
002193     ADD     1           TO  WK-TRC-USED.
002194     MOVE    WK-CHECK-ID         TO  WK-TRC-ID(WK-TRC-USED).
002195     MOVE   'Y'          TO  WK-TRACE-ADDED-SW.
002196 1220-ADD-TRACE-EXIT.
002197     EXIT.
002198******************************************************************
002199*    1300-FIND-TRACE
002200*    WK-CHECK-ID が一覧にあるか調べ、WK-TRACE-HIT を設定する。
002201******************************************************************
002202 1300-FIND-TRACE         SECTION.
002203     MOVE   'N'          TO  WK-TRACE-HIT-SW.
002204     IF      WK-CHECK-ID  =  SPACE
002205         GO  TO  1300-FIND-TRACE-EXIT
002206     END-IF.
002207     PERFORM VARYING WK-TRC-IX  FROM  1  BY  1
002208             UNTIL   WK-TRC-IX  >  WK-TRC-USED
002209                  OR WK-TRACE-HIT
002210         IF      WK-TRC-ID(WK-TRC-IX)  =  WK-CHECK-ID
002211             MOVE   'Y'          TO  WK-TRACE-HIT-SW
002212         END-IF
002213     END-PERFORM.
002214 1300-FIND-TRACE-EXIT.
002215     EXIT.
002216******************************************************************
002217*    2000-PROCESS-HISTORY
002218*    履歴レコードを１件読み、対象の連絡先IDなら見出し行と
002219*    変更前後の値の行を印字する。追加は変更前が、削除は変更後
002220*    が空白なので、変更前後のどちらかのIDで突き合わせる。
002221******************************************************************
002222 2000-PROCESS-HISTORY    SECTION.
002223     READ    CONTHIST-FILE
002224         AT  END
002225             MOVE   'Y'          TO  WK-HIST-EOF-SW
002226             GO  TO  2000-PROCESS-HISTORY-EXIT
002227     END-READ.
002228     ADD     1           TO  WK-READ-COUNT.
002229     IF      WK-SEL-CONTACT-ID  NOT =  SPACE
002230         PERFORM 2100-CHECK-TRACE
002231                 THRU    2100-CHECK-TRACE-EXIT
002232         IF      NOT WK-TRACE-HIT
002233             GO  TO  2000-PROCESS-HISTORY-EXIT
002234         END-IF
002260     END-IF.
002270     ADD     1           TO  WK-MATCH-COUNT.
002280*
002340     MOVE    WK-HDR-LINE         TO  WK-PRINT-LINE.
002350     PERFORM 9200-PRINT-LINE
002360             THRU    9200-PRINT-LINE-EXIT.
002361*    統合レコードは変更前が統合元、変更後が統合先。
002362     IF      CHIST-ACTION  =  'MRG '
002363         MOVE   'RETIRED:'           TO  WK-IMG-TAG
002364       ELSE
002365         MOVE   'BEFORE: '           TO  WK-IMG-TAG
002366     END-IF.
002380     MOVE    CHIST-BEF-ID        TO  WK-IMG-ID.
002390     MOVE    CHIST-BEF-NAME      TO  WK-IMG-NAME.
002400     MOVE    CHIST-BEF-PHONE     TO  WK-IMG-PHONE.
002410     MOVE    WK-IMAGE-LINE       TO  WK-PRINT-LINE.
002420     PERFORM 9200-PRINT-LINE
002430             THRU    9200-PRINT-LINE-EXIT.
002431     IF      CHIST-ACTION  =  'MRG '
002432         MOVE   'MERGED:'            TO  WK-IMG-TAG
002433       ELSE
002434         MOVE   'AFTER : '           TO  WK-IMG-TAG
002435     END-IF.
002450     MOVE    CHIST-AFT-ID        TO  WK-IMG-ID.
002460     MOVE    CHIST-AFT-NAME      TO  WK-IMG-NAME.
002470     MOVE    CHIST-AFT-PHONE     TO  WK-IMG-PHONE.
002490     PERFORM 9200-PRINT-LINE
002500             THRU    9200-PRINT-LINE-EXIT.
002510 2000-PROCESS-HISTORY-EXIT.
002511     EXIT.
002512******************************************************************
002513*    2100-CHECK-TRACE
002514*    履歴レコードの変更前・変更後のどちらかのIDが一覧にあれば
002515*    WK-TRACE-HIT とする。
002516******************************************************************
002517 2100-CHECK-TRACE        SECTION.
002518     MOVE    CHIST-BEF-ID        TO  WK-CHECK-ID.
002519     PERFORM 1300-FIND-TRACE
002520             THRU    1300-FIND-TRACE-EXIT.
002521     IF      WK-TRACE-HIT
002522         GO  TO  2100-CHECK-TRACE-EXIT
002523     END-IF.
002524     MOVE    CHIST-AFT-ID        TO  WK-CHECK-ID.
002525     PERFORM 1300-FIND-TRACE
002526             THRU    1300-FIND-TRACE-EXIT.
002527 2100-CHECK-TRACE-EXIT.
002528     EXIT.
002530******************************************************************
002540*    3000-TERMINATE
002550*    件数行を印字し、ファイルをクローズする。
