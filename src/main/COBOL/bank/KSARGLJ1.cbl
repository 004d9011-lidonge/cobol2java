      *                      平则签证,不平即二次扫描列出该机构+       *
      *                      币种下全部日记账明细(含账号/流水号/      *
      *                      明细号)定位断点源头                     *
      *                      利息计提类分录(类型非空)不属存款异动,  *
      *                      不参与比对                              *
      * DATA ACCESS TABLE:                                           *
      * FILE NAME | ACCESS TYPE(R/U/I/D)                              *
      * ---------------------------------------------                *
           05  JR-CURR-COD             PIC X(03).
           05  JR-TX-AMT               PIC S9(16)V9(2).
           05  JR-BUSN-DT              PIC X(08).
      *    分录类型:空-交易类,非空为利息计提类(不属存款异动)
           05  JR-JRN-TYP              PIC X(01).
           05  FILLER                  PIC X(10).
       FD  GLM-FILE.
       01  GLM-REC.
           05  GM-BRANCH-STD           PIC X(09).
           END-READ.

       2000-READ-JRN-RTN.
           IF JR-BUSN-DT = WK-BUSN-DT AND JR-JRN-TYP = SPACE
           THEN
             MOVE JR-BRANCH-STD        TO WK-BRK-BRANCH
             MOVE JR-CURR-COD          TO WK-BRK-CURR
           PERFORM 4110-DRILL-LINE-RTN UNTIL WK-JRN-EOF.

       4110-DRILL-LINE-RTN.
           IF JR-BUSN-DT = WK-BUSN-DT AND JR-JRN-TYP = SPACE AND
              JR-BRANCH-STD = WK-BRK-BRANCH AND
              JR-CURR-COD = WK-BRK-CURR
           THEN
