              "WEEKLY MANAGEMENT DIGEST            weeklyDigest".
           05 FILLER PIC X(66) VALUE
              "MAINTAIN THE REASON CODES           excReasAdmin".
           05 FILLER PIC X(66) VALUE
              "POST RECEIPTS, AGE RECEIVABLES      arPosting".
           05 FILLER PIC X(66) VALUE
              "PRODUCE THE ACCOUNT STATEMENTS      acctStatement".
           05 FILLER PIC X(66) VALUE
              "POST CREDIT AND DEBIT MEMOS         memoPosting".
           05 FILLER PIC X(66) VALUE
              "MAINTAIN TAX CODES                  taxAdmin".
           05 FILLER PIC X(66) VALUE
              "PERIOD TAX SUMMARY BY TAX CODE      taxSummary".
           05 FILLER PIC X(66) VALUE
              "EXTRACT GL JOURNAL FOR THE PERIOD   glExtract".
           05 FILLER PIC X(66) VALUE
              "EXCHANGE RATE MAINTENANCE           fxAdmin".
           05 FILLER PIC X(66) VALUE
              "FOREIGN CURRENCY REVALUATION        fxReval".
           05 FILLER PIC X(66) VALUE
              "FIXED ASSET REGISTER                faAdmin".
           05 FILLER PIC X(66) VALUE
              "MONTHLY DEPRECIATION RUN            faDeprec".
           05 FILLER PIC X(66) VALUE
              "FIXED ASSET NET BOOK VALUES         faNbvList".
           05 FILLER PIC X(66) VALUE
              "RECEIVABLES CASH FORECAST           arForecast".
           05 FILLER PIC X(66) VALUE
              "RECIPROCAL COST ALLOCATION          recipAlloc".
           05 FILLER PIC X(66) VALUE
              "ORGANIZATION HIERARCHY              orgAdmin".
           05 FILLER PIC X(66) VALUE
              "MONTH-END UNBILLED WORK             unbilledWork".
           05 FILLER PIC X(66) VALUE
              "VENDOR MASTER                       vendorAdmin".
           05 FILLER PIC X(66) VALUE
              "RECEIVING AND 3-WAY MATCH           poMatch".
           05 FILLER PIC X(66) VALUE
              "PERPETUAL INVENTORY LEDGER          invLedger".
           05 FILLER PIC X(66) VALUE
              "SHEET CUTTING PLAN                  cutPlan".
           05 FILLER PIC X(66) VALUE
              "FREIGHT WEIGHT AND COSTING          freightCalc".
           05 FILLER PIC X(66) VALUE
              "PRODUCT MASTER AND BILLS            prodAdmin".
           05 FILLER PIC X(66) VALUE
              "EXPLODE PRODUCT ORDERS TO DECKS     bomExplode".
           05 FILLER PIC X(66) VALUE
              "CUSTOMER QUOTATIONS                 quoteCalc".
           05 FILLER PIC X(66) VALUE
              "QUOTE FOLLOW-UP AND CONVERSION      quoteAdmin".
           05 FILLER PIC X(66) VALUE
              "RATE CHANGE IMPACT SIMULATION       rateSim".
           05 FILLER PIC X(66) VALUE
              "JOB MASTER AND CLOSING              jobAdmin".
           05 FILLER PIC X(66) VALUE
              "NIGHTLY JOB COST AND WIP            jobPost".
           05 FILLER PIC X(66) VALUE
              "SURVEY POINT TRANSFORMATION         ptTransform".
           05 FILLER PIC X(66) VALUE
              "MARKOV STEADY STATE / PROJECTION    markovProj".
           05 FILLER PIC X(66) VALUE
              "LINEAR PROGRAM OPTIMIZER            lpOptimize".
           05 FILLER PIC X(66) VALUE
              "EXACT PROBABILITY TABLES            probTable".
           05 FILLER PIC X(66) VALUE
              "CROSS-ITEM CORRELATION / COVARIANCE rdgCorrelate".
           05 FILLER PIC X(66) VALUE
              "PROCESS CAPABILITY BY ITEM          rdgCapability".
           05 FILLER PIC X(66) VALUE
              "READINGS TREND FORECAST             rdgForecast".
           05 FILLER PIC X(66) VALUE
              "CALIBRATION MASTER MAINTENANCE      calAdmin".
           05 FILLER PIC X(66) VALUE
              "CALIBRATION DUE SCHEDULE            calDueList".
           05 FILLER PIC X(66) VALUE
              "AUDIT SAMPLE SELECTION              auditSample".
           05 FILLER PIC X(66) VALUE
              "AUDIT SAMPLE RESULTS                auditResults".
           05 FILLER PIC X(66) VALUE
              "LEDGER ANOMALY SCREEN               anomalyScreen".
           05 FILLER PIC X(66) VALUE
              "DUPLICATE SUBMISSION SCREEN         dupDetect".
           05 FILLER PIC X(66) VALUE
              "DUPLICATE HOLD RELEASE              dupRelease".
           05 FILLER PIC X(66) VALUE
              "NIGHT PLAUSIBILITY CHECK            plausCheck".
           05 FILLER PIC X(66) VALUE
              "NIGHT PLAUSIBILITY DECISION         plausAccept".
           05 FILLER PIC X(66) VALUE
              "ACCESS RECERTIFICATION              accessRecert".
           05 FILLER PIC X(66) VALUE
              "BREAK-GLASS EMERGENCY ACCESS        breakGlass".
           05 FILLER PIC X(66) VALUE
              "SUBMITTER SEAL KEYS                 submKeyAdmin".
           05 FILLER PIC X(66) VALUE
              "DECK INTAKE REGISTER                deckIntake".
           05 FILLER PIC X(66) VALUE
              "REPORT REPOSITORY INQUIRY/REPRINT   rptReprint".
           05 FILLER PIC X(66) VALUE
              "ACKNOWLEDGE ALERTS                  alertAck".
           05 FILLER PIC X(66) VALUE
              "ESCALATE UNACKNOWLEDGED ALERTS      alertEscalate".
           05 FILLER PIC X(66) VALUE
              "ALERT RESPONSE-TIME REPORT          alertResponse".
           05 FILLER PIC X(66) VALUE
              "CHANGE FREEZE COMPLIANCE REPORT     freezeReport".
           05 FILLER PIC X(66) VALUE
              "MASKED REHEARSAL DATA REFRESH       dataRefresh".
           05 FILLER PIC X(66) VALUE
              "ROLL-FORWARD RECOVERY REQUEST       rollForward".
           05 FILLER PIC X(66) VALUE
              "MAINFRAME INTERFACE CONVERSION      mfInterface".
           05 FILLER PIC X(66) VALUE
              "DECK SPLIT FOR PARALLEL RUNS        deckSplit".
           05 FILLER PIC X(66) VALUE
              "PARTITION DRIVER INSTANCE           partRun".
           05 FILLER PIC X(66) VALUE
              "PARTITION MERGE                     partMerge".
       01 WS-MENU-TABLE REDEFINES WS-MENU-DEFINITIONS.
           05 WS-MENU-ENTRY OCCURS 124 TIMES.
               10 WS-MENU-TEXT PIC X(36).
               10 WS-MENU-PROGRAM PIC X(30).
       01 WS-MENU-COUNT PIC 9(3) VALUE 124.
       01 WS-MENU-IX PIC 9(3) COMP.
       01 WS-CHOICE-IN PIC X(4).
       01 WS-CHOICE PIC 9(3).
       01 WS-LAUNCH-PROGRAM PIC X(30).
       01 WS-LAUNCH-RC PIC S9(4).
       01 WS-MISSING-SWITCH PIC X VALUE "N".
      *****************************************************************
       LAUNCH-SELECTION.
           MOVE ZERO TO WS-CHOICE
           IF WS-CHOICE-IN(1:3) IS NUMERIC
              MOVE WS-CHOICE-IN(1:3) TO WS-CHOICE
           ELSE
              IF WS-CHOICE-IN(1:2) IS NUMERIC
                 MOVE WS-CHOICE-IN(1:2) TO WS-CHOICE
              ELSE
                 IF WS-CHOICE-IN(1:1) IS NUMERIC
                    MOVE WS-CHOICE-IN(1:1) TO WS-CHOICE
                 END-IF
              END-IF
           END-IF
           IF WS-CHOICE = ZERO OR WS-CHOICE > WS-MENU-COUNT
