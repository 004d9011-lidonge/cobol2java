      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSABOW0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSABOW0                                 *
      * DESCRIPTION........: BENEFICIAL OWNER REGISTER MAINTENANCE   *
      *                      受益所有人登记维护:按客户号登记/变更     *
      *                      (整组覆盖,最多五人)、复核确认无变化、   *
      *                      查询;登记变更及复核确认刷新复核日并     *
      *                      清除KSARBOW1所置复查状态.开户交易         *
      *                      GSA01060随开户以功能1调用               *
      * KB/CF TO BE CALLED: NONE                                     *
      * INPUT..............: PKSABOW0                                *
      * OUTPUT.............: PKSABOW0                                *
      * MESSAGE CODE.......: END43,EN317,EN425,EN426,EN427           *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSABOWD   SABOWREG       R/U/I                               *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       DATA DIVISION.
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  MEMCONST.
           COPY                        MEMCONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  FILLER                      PIC X(24)
                                       VALUE '/// WK-AREA KSABOW0 ///'.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SABOWREG.
          COPY                         SABOWREG.
       01  WK-BOW-IX                   PIC 9(02) COMP.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-BOW-CNT              PIC 9(02).
           05  WK-PCT-SUM              PIC 9(05)V9(02).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSABOW0.
           COPY                        PKSABOW0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSABOW0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           IF I-FUN-CODE OF PKSABOW0 = '1'
           THEN
             PERFORM 5000-MAINT-RTN
           END-IF.
           IF I-FUN-CODE OF PKSABOW0 = '2'
           THEN
             PERFORM 5100-CONFIRM-RTN
           END-IF.
           IF I-FUN-CODE OF PKSABOW0 = '3'
           THEN
             PERFORM 5200-QUERY-RTN
           END-IF.
           PERFORM 6000-SET-OUTPUT-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSABOW0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SABOWREG.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSABOW0 NOT = '1' AND '2' AND '3' OR
              I-CUST-NO OF PKSABOW0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSABOW0 = '1'
           THEN
             MOVE ZEROS                TO WK-BOW-CNT
             MOVE ZEROS                TO WK-PCT-SUM
             MOVE 1                    TO WK-BOW-IX
             PERFORM 2100-CHECK-BOW-RTN
                     UNTIL WK-BOW-IX > 5
      *      至少登记一名受益所有人,持股比例合计不得超过100%
             IF WK-BOW-CNT = ZEROS OR
                WK-PCT-SUM > 100
             THEN
               MOVE 'EN425'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.

      *    姓名非空的受益所有人:证件类型、号码、控制类型必输;
      *    持股类比例须大于零;证件到期日已过不予登记
       2100-CHECK-BOW-RTN.
           IF I-BOW-NAME OF PKSABOW0(WK-BOW-IX) NOT = SPACES
           THEN
             ADD 1                     TO WK-BOW-CNT
             IF I-BOW-CERT-TYP OF PKSABOW0(WK-BOW-IX) = SPACES OR
                I-BOW-CERT-ID OF PKSABOW0(WK-BOW-IX) = SPACES OR
                I-BOW-CTL-TYP OF PKSABOW0(WK-BOW-IX) NOT = '1' AND
                '2' AND '3' OR
                I-BOW-OWN-PCT OF PKSABOW0(WK-BOW-IX) NOT NUMERIC
             THEN
               MOVE 'EN425'            TO AIF-MSG-CODE
      *        MOVE '受益所有人信息有误' TO AIF-MSG-TEXT
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             IF I-BOW-OWN-PCT OF PKSABOW0(WK-BOW-IX) > 100 OR
                I-BOW-CTL-TYP OF PKSABOW0(WK-BOW-IX) = '1' AND
                I-BOW-OWN-PCT OF PKSABOW0(WK-BOW-IX) = ZEROS
             THEN
               MOVE 'EN425'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             IF I-BOW-CERT-EXP-DT OF PKSABOW0(WK-BOW-IX) NOT = SPACES
                AND I-BOW-CERT-EXP-DT OF PKSABOW0(WK-BOW-IX) <
                SYS-BUSN-DT
             THEN
               MOVE 'EN426'            TO AIF-MSG-CODE
      *        MOVE '受益所有人证件已过期' TO AIF-MSG-TEXT
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             ADD I-BOW-OWN-PCT OF PKSABOW0(WK-BOW-IX)
                                       TO WK-PCT-SUM
           END-IF.
           ADD 1                       TO WK-BOW-IX.

      *    登记/变更:无登记簿新增,已有则整组覆盖
       5000-MAINT-RTN.
           PERFORM 7000-GHU-BOW-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             INITIALIZE                SABOWREG
             MOVE I-CUST-NO OF PKSABOW0
                                       TO SA-BOW-CUST-NO
             MOVE SYS-BUSN-DT          TO SA-BOW-REG-DT
             MOVE WK-SYS-BRANCH-STD    TO SA-BOW-REG-BRANCH-STD
             PERFORM 5010-SET-BOW-RTN
             MOVE SYS-LEGAL-PERSON-ID  TO SA-LEGAL-PERSON-ID
                                          OF SABOWREG
             MOVE SYS-PARTITION-ID     TO SA-DB-PARTITION-ID
                                          OF SABOWREG
             INITIALIZE                PDBIMAIN
             MOVE 'BSABOWD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SABOWREG'           TO DBI-SEGMENT-NAME(1)
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SABOWREG
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           ELSE
             PERFORM 5010-SET-BOW-RTN
             PERFORM 7100-REPL-BOW-RTN
           END-IF.

       5010-SET-BOW-RTN.
           MOVE WK-BOW-CNT             TO SA-BOW-CNT.
           MOVE 1                      TO WK-BOW-IX.
           PERFORM 5011-SET-BOW-GRP-RTN
                   UNTIL WK-BOW-IX > 5.
           PERFORM 5020-SET-RVW-RTN.

       5011-SET-BOW-GRP-RTN.
           MOVE I-BOW-NAME OF PKSABOW0(WK-BOW-IX)
                                  TO SA-BOW-NAME(WK-BOW-IX).
           MOVE I-BOW-CERT-TYP OF PKSABOW0(WK-BOW-IX)
                                  TO SA-BOW-CERT-TYP(WK-BOW-IX).
           MOVE I-BOW-CERT-ID OF PKSABOW0(WK-BOW-IX)
                                  TO SA-BOW-CERT-ID(WK-BOW-IX).
           IF I-BOW-NAME OF PKSABOW0(WK-BOW-IX) = SPACES
           THEN
             MOVE ZEROS           TO SA-BOW-OWN-PCT(WK-BOW-IX)
           ELSE
             MOVE I-BOW-OWN-PCT OF PKSABOW0(WK-BOW-IX)
                                  TO SA-BOW-OWN-PCT(WK-BOW-IX)
           END-IF.
           MOVE I-BOW-CTL-TYP OF PKSABOW0(WK-BOW-IX)
                                  TO SA-BOW-CTL-TYP(WK-BOW-IX).
           MOVE I-BOW-CERT-EXP-DT OF PKSABOW0(WK-BOW-IX)
                                  TO SA-BOW-CERT-EXP-DT(WK-BOW-IX).
           ADD 1                       TO WK-BOW-IX.

      *    登记变更/复核确认:复核周期重新起算,清复查状态
       5020-SET-RVW-RTN.
           MOVE SPACES                 TO SA-BOW-RVW-STS.
           MOVE SYS-BUSN-DT            TO SA-BOW-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-BOW-OPR-NO.

      *    复核确认无变化:登记簿须存在且无已到期证件(到期须走变更)
       5100-CONFIRM-RTN.
           PERFORM 7000-GHU-BOW-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN427'              TO AIF-MSG-CODE
      *      MOVE '受益所有人未登记'   TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE 1                      TO WK-BOW-IX.
           PERFORM 5110-CHECK-EXP-RTN
                   UNTIL WK-BOW-IX > 5.
           PERFORM 5020-SET-RVW-RTN.
           PERFORM 7100-REPL-BOW-RTN.

       5110-CHECK-EXP-RTN.
           IF SA-BOW-NAME(WK-BOW-IX) NOT = SPACES AND
              SA-BOW-CERT-EXP-DT(WK-BOW-IX) NOT = SPACES AND
              SA-BOW-CERT-EXP-DT(WK-BOW-IX) < SYS-BUSN-DT
           THEN
             MOVE 'EN426'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           ADD 1                       TO WK-BOW-IX.

       5200-QUERY-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SABOWREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSABOWD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SABOWREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-CUST-NO OF PKSABOW0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SABOWREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN427'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       6000-SET-OUTPUT-RTN.
           MOVE SA-BOW-CNT             TO O-BOW-CNT OF PKSABOW0.
           MOVE 1                      TO WK-BOW-IX.
           PERFORM 6010-SET-BOW-OUT-RTN
                   UNTIL WK-BOW-IX > 5.
           MOVE SA-BOW-RVW-STS         TO O-RVW-STS OF PKSABOW0.
           MOVE SA-BOW-REG-DT          TO O-REG-DT OF PKSABOW0.
           MOVE SA-BOW-UPD-DT          TO O-UPD-DT OF PKSABOW0.
           MOVE SA-BOW-OPR-NO          TO O-OPR-NO OF PKSABOW0.

       6010-SET-BOW-OUT-RTN.
           MOVE SA-BOW-NAME(WK-BOW-IX)
                             TO O-BOW-NAME OF PKSABOW0(WK-BOW-IX).
           MOVE SA-BOW-CERT-TYP(WK-BOW-IX)
                             TO O-BOW-CERT-TYP OF PKSABOW0(WK-BOW-IX).
           MOVE SA-BOW-CERT-ID(WK-BOW-IX)
                             TO O-BOW-CERT-ID OF PKSABOW0(WK-BOW-IX).
           MOVE SA-BOW-OWN-PCT(WK-BOW-IX)
                             TO O-BOW-OWN-PCT OF PKSABOW0(WK-BOW-IX).
           MOVE SA-BOW-CTL-TYP(WK-BOW-IX)
                             TO O-BOW-CTL-TYP OF PKSABOW0(WK-BOW-IX).
           MOVE SA-BOW-CERT-EXP-DT(WK-BOW-IX)
                          TO O-BOW-CERT-EXP-DT OF PKSABOW0(WK-BOW-IX).
           ADD 1                       TO WK-BOW-IX.

       7000-GHU-BOW-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SABOWREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSABOWD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SABOWREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-CUST-NO OF PKSABOW0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SABOWREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       7100-REPL-BOW-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSABOWD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           MOVE 'SABOWREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SABOWREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSABOW0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSABOW0'.

       9736-CALL-CMSGLOG-RTN.
           INITIALIZE                  PCMSGLOG.
           MOVE AIF-MSG-CODE           TO I-MSG-CODE   OF PCMSGLOG.
           MOVE WK-SYS-TELLER-ID       TO I-TELLER-ID  OF PCMSGLOG.
           MOVE WK-SYS-BRANCH-STD      TO I-BRANCH-STD OF PCMSGLOG.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCMSGLOG.
           CALL 'CMSGLOG' USING        AIF-AREA
                                       PCMSGLOG
                                       SYS-AREA.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
