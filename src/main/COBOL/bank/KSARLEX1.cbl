      * PROGRAM NAME.......: KSARLEX1                                *
      * DESCRIPTION........: PRINTS THE CURRENT TRANSACTION-LIMIT     *
      *                      AUTHORIZATION/ACCUMULATION EXEMPTION     *
      *                      LIST CHECKED BY KSADEP0'S                *
      *                      9742-CHECK-LIMIT-EXEMPT-RTN, SO BRANCH   *
      *                      RISK STAFF CAN REVIEW WHICH TRANSACTION  *
      *                      CODES CURRENTLY BYPASS                   *
      *                      9726-CALL-PCCMROB1-RTN. THE LIST LIVES   *
      *                      IN SAPRMVAL (TYPE LMEX), MAINTAINED BY   *
      *                      KSAPRV0 UNDER MAKER-CHECKER; INACTIVE    *
      *                      ENTRIES ARE LISTED WITH THEIR STATUS.    *
      * DATA ACCESS TABLE:                                            *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAPRVD   SAPRMVAL       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
      * 交易限额授权例外清单:与KSADEP0共用系统参数值段(类别LMEX)
       01 SAPRMVAL.
          COPY                         SAPRMVAL.
       01  WK-LIMIT-EXEMPT-IX          PIC 9(03) COMP VALUE ZEROS.
       01  WK-LIMIT-EXEMPT-NO-ED       PIC ZZ9.
       01  WK-PRV-EOF-FLG              PIC X(01) VALUE 'N'.
           88  WK-PRV-EOF                        VALUE 'Y'.
       01  WK-PRV-STS-NAME             PIC X(04).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-WRITE-EXEMPT-RTN UNTIL WK-PRV-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAPRMVAL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           CLOSE                        RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARLEX'.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARLEX'.
           MOVE SPACES                 TO AIF-MSG-CODE.
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '限额授权例外清单-序号 交易码'
                                       DELIMITED BY SIZE
                  '  状态 说明'        DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPRVD'              TO DBI-DB-NAME.
           MOVE 'SAPRMVAL'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 2100-NEXT-PRV-RTN.

       2000-WRITE-EXEMPT-RTN.
           IF SA-PRV-TYP = C-SA-PRV-TYP-LMEX
           THEN
             ADD 1                     TO WK-LIMIT-EXEMPT-IX
             MOVE WK-LIMIT-EXEMPT-IX   TO WK-LIMIT-EXEMPT-NO-ED
             IF SA-PRV-STS = '0'
             THEN
               MOVE '在用'             TO WK-PRV-STS-NAME
             ELSE
               MOVE '停用'             TO WK-PRV-STS-NAME
             END-IF
             MOVE SPACES               TO RPT-LINE
             STRING WK-LIMIT-EXEMPT-NO-ED
                                       DELIMITED BY SIZE
                    '  '               DELIMITED BY SIZE
                    SA-PRV-KEY         DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WK-PRV-STS-NAME    DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    SA-PRV-DESC        DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           PERFORM 2100-NEXT-PRV-RTN.

       2100-NEXT-PRV-RTN.
           INITIALIZE                  SAPRMVAL.
           MOVE FT-GN                  TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAPRMVAL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-PRV-EOF            TO TRUE
           END-IF.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             CLOSE                       RPT-FILE
             STOP RUN
           END-IF.
