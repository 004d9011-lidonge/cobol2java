      * BSAFLTD   SAFLTDTL       R                                   *
      * BSAPLGD   SAPLGDTL       R                                   *
      * BSACDMD   SACDMDTL       R                                   *
      * BSAMEMD   SAMEMNOT       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
          COPY                         SAPLGDTL.
       01 SACDMDTL.
          COPY                         SACDMDTL.
       01  PKSAMEM0.
           COPY                        PKSAMEM0.
       01  WK-AREA.
           05  WK-SAACNAMT-KEY.
              10 WK-CURR-COD           PIC X(3).
              10 WK-CURR-IDEN          PIC X.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-IX                   PIC 9(02).
           05  WK-MEM-IX               PIC 9(02).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           PERFORM 5400-SCAN-FLT-RTN.
           PERFORM 5600-SCAN-PLG-RTN.
           PERFORM 5800-SCAN-CDM-RTN.
           PERFORM 6000-GET-MEMO-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

                                          O-FLT-ROW-CNT OF PKSAQBL0
                                          O-PLG-ROW-CNT OF PKSAQBL0
                                          O-CDM-CNT     OF PKSAQBL0
                                          O-CDM-ROW-CNT OF PKSAQBL0
                                          O-MEM-CNT     OF PKSAQBL0.

       2000-CHECK-INPUT-RTN.
           IF I-CURR-COD OF PKSAQBL0 = C-CM-RMB-COD
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

      *    账户有效提示信息:查询只回显,阻断级不拦截
       6000-GET-MEMO-RTN.
           INITIALIZE                  PKSAMEM0.
           MOVE '5'                    TO I-FUN-CODE OF PKSAMEM0.
           MOVE I-ACCT-NO OF PKSAQBL0  TO I-ACCT-NO OF PKSAMEM0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSAMEM0
                                       CONTENT 'KSAMEM0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF PKSAMEM0 NOT = SPACES
           THEN
             MOVE O-RTRN-CODE OF PKSAMEM0
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE O-ACT-CNT OF PKSAMEM0  TO O-MEM-CNT OF PKSAQBL0.
           MOVE O-MAX-LVL OF PKSAMEM0  TO O-MEM-MAX-LVL OF PKSAQBL0.
           MOVE 1                      TO WK-MEM-IX.
           PERFORM 6010-MOVE-MEMO-RTN
                   UNTIL WK-MEM-IX > 3 OR
                         WK-MEM-IX > O-ROW-CNT OF PKSAMEM0.

       6010-MOVE-MEMO-RTN.
           MOVE O-MEM-LVL OF PKSAMEM0(WK-MEM-IX)
                                       TO O-MEM-LVL OF PKSAQBL0
                                                    (WK-MEM-IX).
           MOVE O-MEM-TEXT OF PKSAMEM0(WK-MEM-IX)
                                       TO O-MEM-TEXT OF PKSAQBL0
                                                     (WK-MEM-IX).
           ADD 1                       TO WK-MEM-IX.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAQBL0.
           CALL 'GSYSMOTR' USING AIF-AREA
