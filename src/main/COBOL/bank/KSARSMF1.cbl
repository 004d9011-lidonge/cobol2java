      * ---------------------------------------------                *
      * BSAACND     SAACNACN/SAACNTXN R                              *
      * SMFROLIN    R (昨日滚动档)   SMFROLOT I (今日滚动档)         *
      * SMFHITOT    I (命中客户档,供可疑交易案件归集)               *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO SMFDETRP
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT HIT-FILE             ASSIGN TO SMFHITOT
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
               10  RO-DAY-AMT          PIC S9(16)V9(2).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
      *    命中客户档:KSARSTR1据此归集可疑交易案件
       FD  HIT-FILE.
       01  HIT-REC.
           05  HT-CUST-NO              PIC X(20).
           05  HT-BUSN-DT              PIC X(08).
           05  HT-DAY-AMT              PIC S9(16)V9(2).
           05  HT-WEEK-AMT             PIC S9(16)V9(2).
      *        D-单日超起点 W-滚动周超起点
           05  HT-REASON               PIC X(01).
           05  FILLER                  PIC X(15).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           OPEN INPUT                  ROL-IN-FILE.
           OPEN OUTPUT                 ROL-OT-FILE
                                       RPT-FILE
                                       HIT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '拆分存入侦测清单 '  DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
           MOVE RO-CUST-NO             TO RPT-CUST-NO.
           MOVE RO-DAY-AMT(WK-MIN-IX)  TO RPT-DAY-AMT.
           MOVE WK-WEEK-AMT            TO RPT-WEEK-AMT.
           MOVE SPACES                 TO HIT-REC.
           MOVE RO-CUST-NO             TO HT-CUST-NO.
           MOVE WK-BUSN-DT             TO HT-BUSN-DT.
           MOVE RO-DAY-AMT(WK-MIN-IX)  TO HT-DAY-AMT.
           MOVE WK-WEEK-AMT            TO HT-WEEK-AMT.
           IF RO-DAY-AMT(WK-MIN-IX) NOT < WK-THRS-DAY
           THEN
             MOVE '单日'               TO RPT-REASON
             MOVE 'D'                  TO HT-REASON
           ELSE
             MOVE '滚动周'             TO RPT-REASON
             MOVE 'W'                  TO HT-REASON
           END-IF.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           WRITE HIT-REC.
           ADD 1                       TO WK-RPT-CNT.

      *    当日新出现(滚动档无记录)的客户,建新滚动记录并判断
           CLOSE                        DLT-FILE
                                        ROL-IN-FILE
                                        ROL-OT-FILE
                                        RPT-FILE
                                        HIT-FILE.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
             CLOSE                       ROL-IN-FILE
                                         ROL-OT-FILE
                                         RPT-FILE
                                         HIT-FILE
             STOP RUN
           END-IF.
