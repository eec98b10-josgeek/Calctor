      ******************************************************************
      * AUTHOR:  JOSUE RIVAS
      * DATE:    15/10/2026
      * PURPOSE: INTEREST AND FEE ACCRUAL FOR ONE PERIOD AGAINST THE
      *          CALCTOR1 RESULTS MASTER.  EACH OPEN ACCOUNT CARRIES
      *          AN ACCRUAL CLASS (MA-ACCOUNT-CLASS, SET BY CALCMNT)
      *          THAT NAMES ITS ROW ON THE RATE AND FEE SCHEDULE
      *          (CALCACS): AN ANNUAL CREDIT RATE PAID ON IN-CREDIT
      *          DAYS, AN ANNUAL DEBIT RATE CHARGED ON OVERDRAWN
      *          DAYS, THE DAY BASIS (360 OR 365), A MINIMUM BALANCE
      *          AND A FLAT FEE PER PERIOD.
      *
      *          THE DAILY BALANCES ARE REBUILT, NOT TAKEN FROM THE
      *          MASTER: EACH ACCOUNT STARTS FROM ITS
      *          MA-PERIOD-OPENING-BALANCE AND EVERY KEYED
      *          CALC-AUDIT-LOG ENTRY OF THE PERIOD MOVES IT ON THE
      *          DAY IT WAS WRITTEN.  THE SAME LOG, READ TO THE END,
      *          MUST BRING THE OPENING BALANCE TO MA-BALANCE - AN
      *          ACCOUNT WHOSE LOG DOES NOT PROVE IS NOT ACCRUED.
      *
      *          THE INTEREST ('A' RECORDS, NEGATIVE WHEN CHARGED)
      *          AND THE FEES ('S' RECORDS, TAKEN OFF THE ACCOUNT)
      *          ARE CUT AS ONE FULLY BALANCED H...DATA...T GROUP
      *          (CALCATX, BATCH ID 'AC' + PERIOD) FOR THE NORMAL
      *          CALCTOR1 BATCH PATH, THE SAME WAY CALCGEN CUTS THE
      *          STANDING ORDERS.  THE ACCRUAL REGISTER (CALCACG)
      *          SHOWS EVERY ACCOUNT'S AVERAGE DAILY BALANCE, DAYS,
      *          RATES, INTEREST AND FEE, AND LISTS EVERY ACCOUNT
      *          NOT ACCRUED WITH THE REASON: CLOSED, OPENED AFTER
      *          THE PERIOD, NO SCHEDULE FOR ITS CLASS, LOG DOES NOT
      *          PROVE, BELOW THE CLASS MINIMUM (AVERAGE DAILY
      *          BALANCE, SIGNED - A NEGATIVE MINIMUM LETS OVERDRAWN
      *          ACCOUNTS BE CHARGED), OR AN ACCRUAL TOO LARGE TO
      *          POST.  ACCOUNTS WITH NO CLASS ARE ONLY COUNTED.
      *
      *          THE PERIOD IS TAKEN FROM THE PARM (YYYYMM); AN
      *          EMPTY PARM ACCRUES THE CURRENT MONTH.  RUN THIS
      *          AFTER THE PERIOD'S LAST POSTING RUN AND BEFORE
      *          CALCEOM CLOSES IT - THE CLOSE MOVES THE OPENING
      *          BALANCE THE REBUILD STARTS FROM.  THE BATCH ID IS
      *          THE SAME FOR EVERY RUN OF ONE PERIOD.
      *
      *          RETURN CODES: 0 = GROUP CUT AND BALANCED, 4 = GROUP
      *          CUT BUT SOME ACCOUNTS OR SCHEDULE ROWS NEED A LOOK
      *          (NO SCHEDULE, LOG DOES NOT PROVE, TOO LARGE, BAD
      *          ROW), 8 = A FILE COULD NOT BE READ, THE PERIOD WAS
      *          BAD OR THE ACCOUNT TABLE OVERFLOWED - NOTHING CUT.
      *
      * MODIFICATION HISTORY:
      * 15/10/26  JR  INITIAL VERSION.
      * 15/10/26  JR  THE AUDIT ENTRY NOW ENDS WITH ITS SEQUENCE NUMBER
      *               AND CHAIN VALUE, CHECKED BY CALCVRFY - LAYOUT
      *               ONLY HERE.  NOTE AT CUTOVER: CALCAUD IS NOW 130
      *               BYTES (WAS 112).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCACR.
      ******************************************************************
      *         E  N  V  I  R  O  N  M  E  N  T   D  I  V  I  S  I  O  N
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-SCHEDULE-FILE      ASSIGN TO CALCACS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-SCHED-STATUS.
           SELECT CALC-MASTER-FILE        ASSIGN TO CALCMST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MA-ACCOUNT-KEY
               FILE STATUS  IS WS-MASTER-STATUS.
           SELECT CALC-AUDIT-LOG          ASSIGN TO CALCAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-AUDIT-STATUS.
           SELECT CALC-ACCRUAL-FILE       ASSIGN TO CALCATX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-ACCRUAL-STATUS.
           SELECT CALC-ACCRUAL-REGISTER   ASSIGN TO CALCACG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.
      ******************************************************************
      *              D  A  T  A     D  I  V  I  S  I  O  N
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * RATE AND FEE SCHEDULE - ONE ROW PER ACCRUAL CLASS.  RATES ARE
      * ANNUAL PERCENTAGES TO FOUR PLACES; THE FEE IS CHARGED ONCE
      * PER PERIOD TO EVERY ACCOUNT OF THE CLASS THAT IS ACCRUED.
      *----------------------------------------------------------------
           FD  CALC-SCHEDULE-FILE.
           01  AS-SCHEDULE-RECORD.
               05  AS-ACCOUNT-CLASS            PIC X(02).
               05  AS-CREDIT-RATE              PIC 9(03)V9(04).
               05  AS-DEBIT-RATE               PIC 9(03)V9(04).
               05  AS-DAY-BASIS                PIC 9(03).
                   88  AS-DAY-BASIS-VALID      VALUE 360 365.
               05  AS-MINIMUM-BALANCE          PIC S9(09)V99
                                               SIGN IS LEADING SEPARATE.
               05  AS-PERIOD-FEE               PIC 9(05)V99.
               05  AS-DESCRIPTION              PIC X(30).
               05  FILLER                      PIC X(12).
      *----------------------------------------------------------------
      * RESULTS MASTER - SAME LAYOUT AS MAINTAINED BY CALCTOR1, READ
      * IN KEY ORDER
      *----------------------------------------------------------------
           FD  CALC-MASTER-FILE.
           01  MA-MASTER-RECORD.
               05  MA-ACCOUNT-KEY              PIC X(10).
               05  MA-BALANCE                  PIC S9(11)V99.
               05  MA-POST-COUNT               PIC 9(07).
               05  MA-LAST-ACTIVITY-DATE       PIC 9(08).
               05  MA-DESCRIPTION              PIC X(30).
               05  MA-ACCOUNT-STATUS           PIC X(01).
                   88  MA-ACCOUNT-OPEN         VALUE 'O'.
                   88  MA-ACCOUNT-CLOSED       VALUE 'C'.
               05  MA-OPEN-DATE                PIC 9(08).
               05  MA-DAY-OPENING-BALANCE      PIC S9(11)V99.
               05  MA-PERIOD-OPENING-BALANCE   PIC S9(11)V99.
               05  MA-PERIOD-OPENING-POSTS     PIC 9(07).
      *
      * THE ACCOUNT THIS ONE ROLLS UP INTO FOR CALCCONS - A DEPARTMENT
      * OR DIVISION ACCOUNT ON THIS SAME FILE.  BLANK AT THE TOP OF
      * THE TREE.  SET AND CHECKED ONLY BY CALCMNT.
               05  MA-PARENT-KEY               PIC X(10).
      *
      * THE ACCRUAL CLASS CALCACR PRICES THE ACCOUNT UNDER - THE KEY
      * OF ITS ROW ON THE CALCACS RATE AND FEE SCHEDULE.  BLANK WHEN
      * THE ACCOUNT EARNS AND PAYS NOTHING.  SET ONLY BY CALCMNT.
               05  MA-ACCOUNT-CLASS            PIC X(02).
      *----------------------------------------------------------------
      * AUDIT TRAIL - SAME LAYOUT AS WRITTEN BY CALCTOR1.  A KEYED
      * ENTRY'S RESULT IS THE AMOUNT IT MOVED THAT ACCOUNT BY.
      *----------------------------------------------------------------
           FD  CALC-AUDIT-LOG.
           01  AL-AUDIT-RECORD.
               05  AL-OPTION                   PIC X(01).
               05  AL-FIRST-NUMBER             PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
               05  AL-SECOND-NUMBER            PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
               05  AL-RESULT                   PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
               05  AL-RUN-DATE                 PIC 9(08).
               05  AL-RUN-TIME                 PIC 9(08).
               05  AL-OPERATOR-ID              PIC X(08).
               05  AL-ACCOUNT-KEY              PIC X(10).
               05  AL-RUN-NUMBER               PIC 9(07).
               05  AL-BATCH-ID                 PIC X(08).
               05  AL-RECORD-NUMBER            PIC 9(07).
               05  AL-APPROVER-ID              PIC X(08).
               05  AL-RATE-CODE                PIC X(06).
               05  AL-RATE-VALUE               PIC 9(05)V9(06).
      *
      * THE ENTRY'S PLACE IN THE LOG AND ITS CHAIN VALUE - A CHECK
      * WORKED FROM EVERYTHING ABOVE AND THE PREVIOUS ENTRY'S CHAIN
      * VALUE, SO AN ENTRY CHANGED, REMOVED OR SLIPPED IN SHOWS UNDER
      * CALCVRFY.  SET ONLY BY THE PROGRAMS THAT WRITE THE LOG.
               05  AL-SEQUENCE-NUMBER          PIC 9(09).
               05  AL-CHAIN-VALUE              PIC 9(09).
      *----------------------------------------------------------------
      * ACCRUAL TRANSACTIONS - SAME 67-BYTE LAYOUT AS CALCTRX, CUT
      * WITH ITS OWN HEADER AND TRAILER SO THE BATCH PRE-PASS PROVES
      * THE ACCRUAL GROUP LIKE ANY SENDER'S
      *----------------------------------------------------------------
           FD  CALC-ACCRUAL-FILE.
           01  AT-TRANX-RECORD.
               05  AT-OPERATOR-CODE            PIC X(01).
               05  AT-FIRST-NUMBER             PIC X(10).
               05  AT-SECOND-NUMBER            PIC X(10).
               05  AT-ACCOUNT-KEY              PIC X(10).
               05  AT-STORE-REGISTER           PIC X(01).
               05  FILLER                      PIC X(35).
           01  AT-CONTROL-RECORD.
               05  AT-CONTROL-TYPE             PIC X(01).
               05  AT-EXPECTED-COUNT           PIC 9(07).
               05  AT-HASH-FIRST               PIC S9(08)V99
                                               SIGN IS LEADING SEPARATE.
               05  AT-HASH-SECOND              PIC S9(08)V99
                                               SIGN IS LEADING SEPARATE.
               05  AT-BATCH-ID                 PIC X(08).
               05  FILLER                      PIC X(29).
      *----------------------------------------------------------------
      * ACCRUAL REGISTER
      *----------------------------------------------------------------
           FD  CALC-ACCRUAL-REGISTER.
           01  RP-REPORT-RECORD                PIC X(80).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *            M  E  S  S  A  G  E  S     A  R  E  A
      ******************************************************************
           01 ME-MESSAGES.
               05 ME-REPORT-TITLE             PIC X(30)   VALUE
               'CALCMST INTEREST/FEE ACCRUAL  '.
               05 ME-REPORT-PAGE              PIC X(07)   VALUE
               '  PAGE '.
               05 ME-REPORT-DATE              PIC X(07)   VALUE
               '  DATE '.
               05 ME-PERIOD-HEADER            PIC X(22)   VALUE
               'ACCRUAL PERIOD:       '.
               05 ME-DAYS-HEADER              PIC X(08)   VALUE
               '  DAYS: '.
               05 ME-BATCH-HEADER             PIC X(12)   VALUE
               '  BATCH ID: '.
               05 ME-COLUMN-HEADINGS.
                   10 ME-COL-HEADINGS-1     PIC X(33)   VALUE
                   'ACCOUNT    CL   AVG BALANCE DAYS '.
                   10 ME-COL-HEADINGS-2     PIC X(37)   VALUE
                   ' CR-RATE  DR-RATE   INTEREST      FEE'.
               05 ME-NOT-ACCRUED              PIC X(14)   VALUE
               'NOT ACCRUED - '.
               05 ME-REASON-CLOSED            PIC X(26)   VALUE
               'ACCOUNT CLOSED            '.
               05 ME-REASON-LATE-OPEN         PIC X(26)   VALUE
               'OPENED AFTER THE PERIOD   '.
               05 ME-REASON-NO-SCHEDULE       PIC X(26)   VALUE
               'NO SCHEDULE FOR ITS CLASS '.
               05 ME-REASON-NOT-PROVED        PIC X(26)   VALUE
               'AUDIT LOG DOES NOT PROVE  '.
               05 ME-REASON-BELOW-MINIMUM     PIC X(26)   VALUE
               'BELOW THE CLASS MINIMUM   '.
               05 ME-REASON-TOO-LARGE         PIC X(26)   VALUE
               'ACCRUAL TOO LARGE TO POST '.
               05 ME-SCHED-REFUSED            PIC X(22)   VALUE
               'SCHEDULE ROW REFUSED: '.
               05 ME-SCHED-NOT-VALID          PIC X(26)   VALUE
               'RATE/BASIS/FEE NOT VALID  '.
               05 ME-SCHED-DUPLICATE          PIC X(26)   VALUE
               'CLASS ALREADY SCHEDULED   '.
               05 ME-SCHED-FULL               PIC X(26)   VALUE
               'SCHEDULE TABLE FULL       '.
               05 ME-TOTAL-ACCOUNTS           PIC X(22)   VALUE
               'ACCOUNTS READ:        '.
               05 ME-TOTAL-ACCRUED            PIC X(22)   VALUE
               'ACCOUNTS ACCRUED:     '.
               05 ME-TOTAL-NOT-ACCRUED        PIC X(22)   VALUE
               'ACCOUNTS NOT ACCRUED: '.
               05 ME-TOTAL-UNCLASSED          PIC X(22)   VALUE
               'NO ACCRUAL CLASS:     '.
               05 ME-TOTAL-GENERATED          PIC X(22)   VALUE
               'RECORDS GENERATED:    '.
               05 ME-TOTAL-INTEREST           PIC X(22)   VALUE
               'TOTAL INTEREST:       '.
               05 ME-TOTAL-FEES               PIC X(22)   VALUE
               'TOTAL FEES:           '.
               05 ME-HASH-FIRST               PIC X(22)   VALUE
               'HASH OF FIRST NUMBER: '.
               05 ME-NO-SCHED-FILE            PIC X(38)   VALUE
               'ACCRUAL SCHEDULE COULD NOT BE READ    '.
               05 ME-NO-MASTER-FILE           PIC X(44)   VALUE
               'RESULTS MASTER COULD NOT BE OPENED - NOT RUN'.
               05 ME-NO-AUDIT-FILE            PIC X(38)   VALUE
               'CALC-AUDIT-LOG COULD NOT BE READ      '.
               05 ME-BAD-PERIOD               PIC X(40)   VALUE
               'ACCRUAL PERIOD MUST BE NUMERIC (YYYYMM) '.
               05 ME-TABLE-FULL               PIC X(40)   VALUE
               'ACCOUNT TABLE FULL - NO ACCRUAL CUT     '.
               05 ME-ACR-DONE                 PIC X(22)   VALUE
               'CALCACR ACCRUAL ENDED '.
      ******************************************************************
      *                    AREA   OF  WORK  VARIABLES
      ******************************************************************
           01 WS-VARS.
               05 WS-PARM-AREA                PIC X(80).
               05 WS-PERIOD-TEXT              PIC X(06).
               05 WS-ACCRUAL-PERIOD           PIC 9(06)   VALUE 0.
               05 WS-PERIOD-SPLIT REDEFINES WS-ACCRUAL-PERIOD.
                   10 WS-PERIOD-YEAR          PIC 9(04).
                   10 WS-PERIOD-MONTH         PIC 9(02).
               05 WS-TODAY                    PIC 9(08).
               05 WS-TODAY-SPLIT REDEFINES WS-TODAY.
                   10 WS-TODAY-YYYYMM         PIC 9(06).
                   10 FILLER                  PIC 9(02).
               05 WS-RUN-DATE                 PIC 9(08).
               05 WS-PERIOD-START             PIC 9(08)   VALUE 0.
               05 WS-PERIOD-END               PIC 9(08)   VALUE 0.
               05 WS-PERIOD-DAYS              PIC 9(02)   VALUE 0.
               05 WS-START-DAYS               PIC 9(07)   VALUE 0.
               05 WS-DAY-DATE                 PIC 9(08)   VALUE 0.
               05 WS-BATCH-ID                 PIC X(08).
               05 WS-FIND-KEY                 PIC X(10).
               05 WS-FIND-CLASS               PIC X(02).
               05 WS-REASON-TEXT              PIC X(26).
               05 WS-NUMBER-CHECK             PIC X(10).
               05 WS-NUMBER-SIGNED REDEFINES WS-NUMBER-CHECK
                                              PIC S9(07)V99
                                               SIGN IS LEADING SEPARATE.
      *
      * ONE ACCOUNT'S REBUILT POSITION.  THE DAILY BALANCES ARE
      * SUMMED SEPARATELY BY SIGN SO EACH SIDE TAKES ITS OWN RATE.
               05 WS-DAY-BALANCE              PIC S9(11)V99   VALUE 0.
               05 WS-PROOF-BALANCE            PIC S9(11)V99   VALUE 0.
               05 WS-CREDIT-SUM               PIC S9(13)V99   VALUE 0.
               05 WS-DEBIT-SUM                PIC S9(13)V99   VALUE 0.
               05 WS-DAYS-OPEN                PIC 9(02)       VALUE 0.
               05 WS-AVG-BALANCE              PIC S9(11)V99   VALUE 0.
               05 WS-INTEREST                 PIC S9(07)V99   VALUE 0.
               05 WS-FEE                      PIC 9(05)V99    VALUE 0.
               05 WS-RATE-DIVISOR             PIC 9(07)       VALUE 0.
               05 WS-GEN-OPERATION            PIC X(01).
               05 WS-GEN-AMOUNT               PIC S9(07)V99   VALUE 0.
      *
      * REGISTER EDIT FIELDS.  THE AVERAGE IS SHOWN THROUGH AN
      * ALPHANUMERIC COLUMN SO A LINE FOR AN ACCOUNT NEVER REBUILT
      * CAN LEAVE IT BLANK.
               05 WS-AVG-EDIT                 PIC -(9)9.99.
               05 WS-AVG-COLUMN               PIC X(13).
               05 WS-DAYS-EDIT                PIC ZZZ9.
               05 WS-RATE-EDIT                PIC ZZ9.9999.
               05 WS-DEBIT-RATE-EDIT          PIC ZZ9.9999.
               05 WS-INTEREST-EDIT            PIC -(6)9.99.
               05 WS-FEE-EDIT                 PIC ZZZZ9.99.
               05 WS-TOTAL-EDIT               PIC -(11)9.99.
               05 WS-HASH-EDIT                PIC -(8)9.99.
      *
      * DATE-TO-DAY-NUMBER CONVERSION WORK FIELDS, THE SAME
      * ARITHMETIC CALCGEN, CALCSUSP AND CALCHIST USE - HERE ONLY TO
      * COUNT THE DAYS IN THE PERIOD.
               05 WS-DTD-DATE                 PIC 9(08).
               05 WS-DTD-SPLIT REDEFINES WS-DTD-DATE.
                   10 WS-DTD-YEAR             PIC 9(04).
                   10 WS-DTD-MONTH            PIC 9(02).
                   10 WS-DTD-DAY              PIC 9(02).
               05 WS-DTD-A                    PIC S9(04)  VALUE 0.
               05 WS-DTD-Y                    PIC S9(05)  VALUE 0.
               05 WS-DTD-M                    PIC S9(04)  VALUE 0.
               05 WS-DTD-W1                   PIC S9(07)  VALUE 0.
               05 WS-DTD-W2                   PIC S9(07)  VALUE 0.
               05 WS-DTD-W3                   PIC S9(07)  VALUE 0.
               05 WS-DTD-W4                   PIC S9(07)  VALUE 0.
               05 WS-DTD-DAYS                 PIC 9(07)   VALUE 0.
      *
      * THE SCHEDULE, LOADED ONCE FROM CALCACS
               05 WS-SCHED-TABLE.
                   10 WS-SCHED-ENTRY          OCCURS 50 TIMES.
                       15 WS-SCHED-CLASS      PIC X(02).
                       15 WS-SCHED-CREDIT-RATE
                                              PIC 9(03)V9(04).
                       15 WS-SCHED-DEBIT-RATE PIC 9(03)V9(04).
                       15 WS-SCHED-DAY-BASIS  PIC 9(03).
                       15 WS-SCHED-MINIMUM    PIC S9(09)V99.
                       15 WS-SCHED-FEE        PIC 9(05)V99.
               05 WS-SCHED-COUNT              PIC 9(03)   VALUE 0.
               05 WS-SCHED-SUB                PIC 9(03)   VALUE 0.
               05 WS-SCHED-HIT                PIC 9(03)   VALUE 0.
      *
      * EVERY ACCOUNT THE AUDIT LOG MOVED SINCE THE PERIOD STARTED:
      * ITS MOVEMENT ON EACH DAY OF THE PERIOD, AND ITS WHOLE
      * MOVEMENT FROM THE PERIOD START TO THE END OF THE LOG (THE
      * PROOF AGAINST MA-BALANCE)
               05 WS-ACCT-TABLE.
                   10 WS-ACCT-ENTRY           OCCURS 1000 TIMES.
                       15 WS-ACCT-KEY         PIC X(10).
                       15 WS-ACCT-SINCE       PIC S9(11)V99.
                       15 WS-ACCT-DAY-MOVE    PIC S9(11)V99
                                              OCCURS 31 TIMES.
               05 WS-ACCT-COUNT               PIC 9(04)   VALUE 0.
               05 WS-ACCT-SUB                 PIC 9(04)   VALUE 0.
               05 WS-ACCT-HIT                 PIC 9(04)   VALUE 0.
               05 WS-DAY-SUB                  PIC 9(02)   VALUE 0.
      ******************************************************************
      *                 F  L  A  G  S     A  R  E  A
      ******************************************************************
           01 SW-FLAGS.
               05 SW-RUN-STATUS               PIC X(01)   VALUE 'N'.
                   88 SW-CONTINUE-RUN                     VALUE 'N'.
                   88 SW-QUIT-REQUESTED                   VALUE 'Y'.
               05 SW-ACCRUAL-STATE            PIC X(01)   VALUE 'Y'.
                   88 SW-ACCRUAL-CLEAN                    VALUE 'Y'.
                   88 SW-ACCRUAL-BROKEN                   VALUE 'N'.
      ******************************************************************
      *             F  I  L  E     S  T  A  T  U  S     A  R  E  A
      ******************************************************************
           01 WS-FILE-STATUS-AREA.
               05 WS-SCHED-STATUS             PIC X(02)   VALUE '00'.
                   88 WS-SCHED-OK                         VALUE '00'.
                   88 WS-SCHED-AT-EOF                     VALUE '10'.
               05 WS-MASTER-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-MASTER-OK                        VALUE '00'.
                   88 WS-MASTER-AT-EOF                    VALUE '10'.
               05 WS-AUDIT-STATUS             PIC X(02)   VALUE '00'.
                   88 WS-AUDIT-OK                         VALUE '00'.
                   88 WS-AUDIT-AT-EOF                     VALUE '10'.
               05 WS-ACCRUAL-STATUS           PIC X(02)   VALUE '00'.
                   88 WS-ACCRUAL-OK                       VALUE '00'.
               05 WS-REPORT-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-REPORT-OK                        VALUE '00'.
      ******************************************************************
      *                C  O  U  N  T  E  R  S     A  R  E  A
      ******************************************************************
           01 WS-COUNTERS.
               05 WS-COUNT-ACCOUNTS            PIC 9(07)  VALUE 0.
               05 WS-COUNT-ACCRUED             PIC 9(07)  VALUE 0.
               05 WS-COUNT-NOT-ACCRUED         PIC 9(07)  VALUE 0.
               05 WS-COUNT-UNCLASSED           PIC 9(07)  VALUE 0.
               05 WS-COUNT-GENERATED           PIC 9(07)  VALUE 0.
               05 WS-COUNT-EXCEPTIONS          PIC 9(07)  VALUE 0.
               05 WS-TOTAL-INTEREST            PIC S9(12)V99
                                               SIGN IS LEADING SEPARATE
                                                          VALUE 0.
               05 WS-TOTAL-FEES                PIC S9(12)V99
                                               SIGN IS LEADING SEPARATE
                                                          VALUE 0.
               05 WS-HASH-FIRST                PIC S9(08)V99
                                               SIGN IS LEADING SEPARATE
                                                          VALUE 0.
               05 WS-HASH-SECOND               PIC S9(08)V99
                                               SIGN IS LEADING SEPARATE
                                                          VALUE 0.
               05 WS-PAGE-NUMBER               PIC 9(04)  VALUE 0.
               05 WS-PAGE-NUMBER-EDIT          PIC Z(3)9.
               05 WS-LINE-COUNT                PIC 9(02)  VALUE 0.
      ******************************************************************
      *           C  O   N  S  T  A  N  T  S     A  R  E  A
      ******************************************************************
           01 CT-CONSTANTS.
               05 CT-LINES-PER-PAGE           PIC 9(02)   VALUE 20.
               05 CT-BATCH-PREFIX             PIC X(02)   VALUE 'AC'.
               05 CT-INTEREST-OPTION          PIC X(01)   VALUE 'A'.
               05 CT-FEE-OPTION               PIC X(01)   VALUE 'S'.
               05 CT-MAX-CLASSES              PIC 9(03)   VALUE 50.
               05 CT-MAX-ACCOUNTS             PIC 9(04)   VALUE 1000.
      ******************************************************************
      *       P  R  O  C  E  D  U  R  E     D  I  V  I  S  I  O  N
      ******************************************************************
       PROCEDURE DIVISION.
       000-CONTROL.
      *============
           PERFORM 100-START

           IF   NOT SW-QUIT-REQUESTED
                PERFORM 200-PROCESS
           END-IF

           PERFORM 300-END
           .
      *
       100-START.
      *==========
           ACCEPT  WS-PARM-AREA               FROM     COMMAND-LINE
           ACCEPT  WS-RUN-DATE                FROM     DATE YYYYMMDD

           MOVE SPACES                        TO       WS-PERIOD-TEXT
           UNSTRING WS-PARM-AREA  DELIMITED BY ','
                INTO WS-PERIOD-TEXT
           END-UNSTRING

           IF   WS-PERIOD-TEXT = SPACES
                MOVE WS-RUN-DATE              TO       WS-TODAY
                MOVE WS-TODAY-YYYYMM          TO       WS-ACCRUAL-PERIOD
           ELSE
                IF   WS-PERIOD-TEXT IS NUMERIC
                     MOVE WS-PERIOD-TEXT      TO       WS-ACCRUAL-PERIOD
                END-IF
           END-IF

           IF   WS-PERIOD-MONTH < 1
           OR   WS-PERIOD-MONTH > 12
                DISPLAY ME-BAD-PERIOD
                MOVE 8                        TO       RETURN-CODE
                SET  SW-QUIT-REQUESTED        TO       TRUE
           ELSE
                PERFORM 105-PERIOD-DATES
                PERFORM 110-OPEN-FILES
           END-IF
           .
      *
      * THE PERIOD RUNS FROM THE FIRST OF ITS MONTH TO THE DAY BEFORE
      * THE FIRST OF THE NEXT; THE DAY COUNT IS THE DIFFERENCE OF THE
      * TWO DAY NUMBERS, SO LEAP FEBRUARIES NEED NO SPECIAL CASE.
       105-PERIOD-DATES.
      *=================
           COMPUTE WS-PERIOD-START = WS-ACCRUAL-PERIOD * 100 + 1

           MOVE WS-PERIOD-START               TO       WS-DTD-DATE
           PERFORM 510-DATE-TO-DAYS
           MOVE WS-DTD-DAYS                   TO       WS-START-DAYS

           IF   WS-PERIOD-MONTH = 12
                COMPUTE WS-DTD-DATE = (WS-PERIOD-YEAR + 1) * 10000
                                    + 101
           ELSE
                COMPUTE WS-DTD-DATE = WS-PERIOD-START + 100
           END-IF
           PERFORM 510-DATE-TO-DAYS

           SUBTRACT WS-START-DAYS FROM WS-DTD-DAYS
                                         GIVING   WS-PERIOD-DAYS
           COMPUTE WS-PERIOD-END = WS-PERIOD-START + WS-PERIOD-DAYS - 1

           MOVE SPACES                        TO       WS-BATCH-ID
           STRING  CT-BATCH-PREFIX            DELIMITED BY SIZE
                   WS-ACCRUAL-PERIOD          DELIMITED BY SIZE
              INTO WS-BATCH-ID
           END-STRING
           .
      *
      * THE ACCRUAL FILE IS OPENED (AND SO EMPTIED) EVEN WHEN THE RUN
      * GOES NO FURTHER, SO A FAILED RUN NEVER LEAVES AN EARLIER
      * PERIOD'S GROUP BEHIND FOR THE BATCH TO PICK UP.
       110-OPEN-FILES.
      *===============
           OPEN OUTPUT CALC-ACCRUAL-FILE

           OPEN INPUT CALC-SCHEDULE-FILE
           IF   NOT WS-SCHED-OK
                DISPLAY ME-NO-SCHED-FILE
                MOVE 8                        TO       RETURN-CODE
                SET  SW-QUIT-REQUESTED        TO       TRUE
                CLOSE CALC-ACCRUAL-FILE
           ELSE
                OPEN INPUT CALC-MASTER-FILE
                IF   NOT WS-MASTER-OK
                     DISPLAY ME-NO-MASTER-FILE
                     MOVE 8                   TO       RETURN-CODE
                     SET  SW-QUIT-REQUESTED   TO       TRUE
                     CLOSE CALC-ACCRUAL-FILE
                     CLOSE CALC-SCHEDULE-FILE
                ELSE
                     OPEN INPUT CALC-AUDIT-LOG
                     IF   NOT WS-AUDIT-OK
                          DISPLAY ME-NO-AUDIT-FILE
                          MOVE 8              TO       RETURN-CODE
                          SET  SW-QUIT-REQUESTED   TO  TRUE
                          CLOSE CALC-ACCRUAL-FILE
                          CLOSE CALC-SCHEDULE-FILE
                          CLOSE CALC-MASTER-FILE
                     ELSE
                          OPEN OUTPUT CALC-ACCRUAL-REGISTER
                     END-IF
                END-IF
           END-IF
           .
      *
      * THE SCHEDULE AND THE AUDIT LOG ARE READ WHOLE BEFORE ANY
      * ACCOUNT IS ACCRUED.  AN ACCOUNT TABLE THAT OVERFLOWS LEAVES
      * SOME ACCOUNTS WITHOUT THEIR MOVEMENTS, SO NOTHING IS CUT.
       200-PROCESS.
      *============
           PERFORM 210-LOAD-SCHEDULE
           PERFORM 220-AUDIT-PASS

           IF   SW-ACCRUAL-CLEAN
                PERFORM 240-WRITE-BATCH-HEADER
                PERFORM 250-READ-MASTER

                PERFORM UNTIL WS-MASTER-AT-EOF
                     ADD  1                   TO       WS-COUNT-ACCOUNTS
                     PERFORM 260-ACCRUE-ONE-ACCOUNT
                     PERFORM 250-READ-MASTER
                END-PERFORM

                PERFORM 290-WRITE-BATCH-TRAILER
           END-IF
           .
      *
       210-LOAD-SCHEDULE.
      *==================
           PERFORM 212-READ-SCHEDULE

           PERFORM UNTIL WS-SCHED-AT-EOF
                PERFORM 214-SCHEDULE-ENTRY
                PERFORM 212-READ-SCHEDULE
           END-PERFORM

           CLOSE CALC-SCHEDULE-FILE
           .
      *
       212-READ-SCHEDULE.
      *==================
           READ CALC-SCHEDULE-FILE
               AT END
                   SET  WS-SCHED-AT-EOF       TO       TRUE
           END-READ
           .
      *
      * A ROW IS TAKEN ONLY IF EVERY FIGURE IS NUMERIC, THE BASIS IS
      * 360 OR 365 AND ITS CLASS IS NOT ALREADY LOADED.  A REFUSED
      * ROW IS LISTED; ITS ACCOUNTS THEN SHOW AS HAVING NO SCHEDULE.
       214-SCHEDULE-ENTRY.
      *===================
           MOVE SPACES                        TO       WS-REASON-TEXT

           EVALUATE TRUE
               WHEN AS-ACCOUNT-CLASS = SPACES
               WHEN AS-CREDIT-RATE     NOT NUMERIC
               WHEN AS-DEBIT-RATE      NOT NUMERIC
               WHEN AS-DAY-BASIS       NOT NUMERIC
               WHEN AS-MINIMUM-BALANCE NOT NUMERIC
               WHEN AS-PERIOD-FEE      NOT NUMERIC
                    MOVE ME-SCHED-NOT-VALID   TO       WS-REASON-TEXT
               WHEN NOT AS-DAY-BASIS-VALID
                    MOVE ME-SCHED-NOT-VALID   TO       WS-REASON-TEXT
               WHEN OTHER
                    MOVE AS-ACCOUNT-CLASS     TO       WS-FIND-CLASS
                    PERFORM 216-SCHEDULE-FIND
                    IF   WS-SCHED-HIT > ZERO
                         MOVE ME-SCHED-DUPLICATE   TO  WS-REASON-TEXT
                    ELSE
                    IF   WS-SCHED-COUNT >= CT-MAX-CLASSES
                         MOVE ME-SCHED-FULL   TO       WS-REASON-TEXT
                    ELSE
                         ADD  1               TO       WS-SCHED-COUNT
                         MOVE AS-ACCOUNT-CLASS
                           TO WS-SCHED-CLASS       (WS-SCHED-COUNT)
                         MOVE AS-CREDIT-RATE
                           TO WS-SCHED-CREDIT-RATE (WS-SCHED-COUNT)
                         MOVE AS-DEBIT-RATE
                           TO WS-SCHED-DEBIT-RATE  (WS-SCHED-COUNT)
                         MOVE AS-DAY-BASIS
                           TO WS-SCHED-DAY-BASIS   (WS-SCHED-COUNT)
                         MOVE AS-MINIMUM-BALANCE
                           TO WS-SCHED-MINIMUM     (WS-SCHED-COUNT)
                         MOVE AS-PERIOD-FEE
                           TO WS-SCHED-FEE         (WS-SCHED-COUNT)
                    END-IF
                    END-IF
           END-EVALUATE

           IF   WS-REASON-TEXT NOT = SPACES
                ADD  1                        TO     WS-COUNT-EXCEPTIONS
                PERFORM 218-SCHEDULE-REFUSED-LINE
           END-IF
           .
      *
       216-SCHEDULE-FIND.
      *==================
           MOVE ZERO                          TO       WS-SCHED-HIT

           PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                   UNTIL   WS-SCHED-SUB > WS-SCHED-COUNT
                    OR     WS-SCHED-HIT > ZERO
                IF   WS-FIND-CLASS = WS-SCHED-CLASS (WS-SCHED-SUB)
                     MOVE WS-SCHED-SUB        TO       WS-SCHED-HIT
                END-IF
           END-PERFORM
           .
      *
       218-SCHEDULE-REFUSED-LINE.
      *==========================
           IF   WS-LINE-COUNT = ZERO
           OR   WS-LINE-COUNT >= CT-LINES-PER-PAGE
                PERFORM 295-PRINT-PAGE-HEADER
           END-IF

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-SCHED-REFUSED   DELIMITED BY SIZE
                   AS-ACCOUNT-CLASS   DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-REASON-TEXT     DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           ADD  1                             TO       WS-LINE-COUNT
           .
      *
      * EVERY KEYED ENTRY FROM THE FIRST DAY OF THE PERIOD ON COUNTS
      * TOWARDS THE PROOF; THOSE INSIDE THE PERIOD ALSO LAND ON THEIR
      * DAY.  ENTRIES AFTER THE PERIOD (A LATE RUN) ONLY PROVE.
       220-AUDIT-PASS.
      *===============
           PERFORM 222-READ-AUDIT

           PERFORM UNTIL WS-AUDIT-AT-EOF  OR  SW-ACCRUAL-BROKEN
                IF   AL-ACCOUNT-KEY NOT = SPACES
                AND  AL-RUN-DATE >= WS-PERIOD-START
                     PERFORM 224-ACCOUNT-ACCUMULATE
                END-IF
                PERFORM 222-READ-AUDIT
           END-PERFORM

           CLOSE CALC-AUDIT-LOG
           .
      *
       222-READ-AUDIT.
      *===============
           READ CALC-AUDIT-LOG
               AT END
                   SET  WS-AUDIT-AT-EOF       TO       TRUE
           END-READ
           .
      *
       224-ACCOUNT-ACCUMULATE.
      *=======================
           MOVE AL-ACCOUNT-KEY                TO       WS-FIND-KEY
           PERFORM 226-ACCOUNT-FIND

           IF   WS-ACCT-HIT = ZERO
                IF   WS-ACCT-COUNT >= CT-MAX-ACCOUNTS
                     DISPLAY ME-TABLE-FULL
                     SET  SW-ACCRUAL-BROKEN   TO       TRUE
                ELSE
                     ADD  1                   TO       WS-ACCT-COUNT
                     MOVE WS-ACCT-COUNT       TO       WS-ACCT-HIT
                     INITIALIZE WS-ACCT-ENTRY (WS-ACCT-HIT)
                     MOVE AL-ACCOUNT-KEY
                       TO WS-ACCT-KEY     (WS-ACCT-HIT)
                END-IF
           END-IF

           IF   WS-ACCT-HIT > ZERO
                ADD  AL-RESULT      TO   WS-ACCT-SINCE (WS-ACCT-HIT)
                IF   AL-RUN-DATE <= WS-PERIOD-END
                     COMPUTE WS-DAY-SUB = AL-RUN-DATE
                                        - WS-PERIOD-START + 1
                     ADD  AL-RESULT
                       TO WS-ACCT-DAY-MOVE (WS-ACCT-HIT, WS-DAY-SUB)
                END-IF
           END-IF
           .
      *
       226-ACCOUNT-FIND.
      *=================
           MOVE ZERO                          TO       WS-ACCT-HIT

           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL   WS-ACCT-SUB > WS-ACCT-COUNT
                    OR     WS-ACCT-HIT > ZERO
                IF   WS-FIND-KEY = WS-ACCT-KEY (WS-ACCT-SUB)
                     MOVE WS-ACCT-SUB         TO       WS-ACCT-HIT
                END-IF
           END-PERFORM
           .
      *
      * THE HEADER OPENS THE ACCRUAL GROUP UNDER ITS PERIOD'S BATCH
      * ID.  AS FOR CALCGEN, ONLY THE TRAILER'S TOTALS ARE VERIFIED
      * BY THE BATCH PRE-PASS, SO THE HEADER'S COUNTS RIDE AS ZEROS.
       240-WRITE-BATCH-HEADER.
      *=======================
           MOVE SPACES                        TO       AT-CONTROL-RECORD
           MOVE 'H'                           TO       AT-CONTROL-TYPE
           MOVE ZERO                          TO       AT-EXPECTED-COUNT
                                                         AT-HASH-FIRST
                                                         AT-HASH-SECOND
           MOVE WS-BATCH-ID                   TO       AT-BATCH-ID
           WRITE AT-CONTROL-RECORD
           .
      *
       250-READ-MASTER.
      *================
           READ CALC-MASTER-FILE
               AT END
                   SET  WS-MASTER-AT-EOF      TO       TRUE
           END-READ
           .
      *
      * DECIDES WHETHER THE ACCOUNT IS ACCRUED.  EVERY ACCOUNT LEFT
      * OUT FOR A REASON IS LISTED; ONE WITH NO CLASS IS ONLY
      * COUNTED - IT WAS NEVER MEANT TO ACCRUE.
       260-ACCRUE-ONE-ACCOUNT.
      *=======================
           MOVE SPACES                        TO       WS-REASON-TEXT
                                                       WS-AVG-COLUMN

           EVALUATE TRUE
               WHEN MA-ACCOUNT-CLOSED
                    MOVE ME-REASON-CLOSED     TO       WS-REASON-TEXT
               WHEN MA-ACCOUNT-CLASS = SPACES
                    ADD  1                    TO     WS-COUNT-UNCLASSED
               WHEN MA-OPEN-DATE > WS-PERIOD-END
                    MOVE ME-REASON-LATE-OPEN  TO       WS-REASON-TEXT
               WHEN OTHER
                    MOVE MA-ACCOUNT-CLASS     TO       WS-FIND-CLASS
                    PERFORM 216-SCHEDULE-FIND
                    IF   WS-SCHED-HIT = ZERO
                         MOVE ME-REASON-NO-SCHEDULE
                                              TO       WS-REASON-TEXT
                         ADD  1               TO     WS-COUNT-EXCEPTIONS
                    ELSE
                         PERFORM 262-REBUILD-BALANCES
                    END-IF
           END-EVALUATE

           IF   WS-REASON-TEXT NOT = SPACES
                ADD  1                   TO     WS-COUNT-NOT-ACCRUED
                PERFORM 280-NOT-ACCRUED-LINE
           END-IF
           .
      *
      * THE OPENING BALANCE PLUS EVERY LOGGED MOVEMENT SINCE THE
      * PERIOD STARTED MUST COME TO MA-BALANCE BEFORE THE DAILY
      * FIGURES ARE TRUSTED.  A MISMATCH MEANS THE LOG IS MISSING
      * ENTRIES (ARCHIVED, OR THE PERIOD ALREADY CLOSED) AND THE
      * ACCOUNT IS LEFT FOR A PERSON TO LOOK AT.
       262-REBUILD-BALANCES.
      *=====================
           MOVE MA-ACCOUNT-KEY                TO       WS-FIND-KEY
           PERFORM 226-ACCOUNT-FIND

           MOVE MA-PERIOD-OPENING-BALANCE     TO       WS-DAY-BALANCE
                                                       WS-PROOF-BALANCE
           IF   WS-ACCT-HIT > ZERO
                ADD  WS-ACCT-SINCE (WS-ACCT-HIT)
                                              TO       WS-PROOF-BALANCE
           END-IF

           IF   WS-PROOF-BALANCE NOT = MA-BALANCE
                MOVE ME-REASON-NOT-PROVED     TO       WS-REASON-TEXT
                ADD  1                        TO     WS-COUNT-EXCEPTIONS
           ELSE
                MOVE ZERO                     TO       WS-CREDIT-SUM
                                                       WS-DEBIT-SUM
                                                       WS-DAYS-OPEN
                PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                        UNTIL   WS-DAY-SUB > WS-PERIOD-DAYS
                     PERFORM 264-ACCRUE-ONE-DAY
                END-PERFORM

                COMPUTE WS-AVG-BALANCE ROUNDED =
                        (WS-CREDIT-SUM + WS-DEBIT-SUM) / WS-DAYS-OPEN
                MOVE WS-AVG-BALANCE           TO       WS-AVG-EDIT
                MOVE WS-AVG-EDIT              TO       WS-AVG-COLUMN

                IF   WS-AVG-BALANCE < WS-SCHED-MINIMUM (WS-SCHED-HIT)
                     MOVE ME-REASON-BELOW-MINIMUM
                                              TO       WS-REASON-TEXT
                ELSE
                     PERFORM 266-COMPUTE-ACCRUAL
                END-IF
           END-IF
           .
      *
      * A DAY'S BALANCE IS THE BALANCE AT THE END OF THAT DAY.  DAYS
      * BEFORE THE ACCOUNT WAS ADDED DO NOT COUNT TOWARDS ITS AVERAGE.
       264-ACCRUE-ONE-DAY.
      *===================
           IF   WS-ACCT-HIT > ZERO
                ADD  WS-ACCT-DAY-MOVE (WS-ACCT-HIT, WS-DAY-SUB)
                                              TO       WS-DAY-BALANCE
           END-IF

           COMPUTE WS-DAY-DATE = WS-PERIOD-START + WS-DAY-SUB - 1

           IF   WS-DAY-DATE >= MA-OPEN-DATE
                ADD  1                        TO       WS-DAYS-OPEN
                IF   WS-DAY-BALANCE > ZERO
                     ADD  WS-DAY-BALANCE      TO       WS-CREDIT-SUM
                ELSE
                     ADD  WS-DAY-BALANCE      TO       WS-DEBIT-SUM
                END-IF
           END-IF
           .
      *
      * INTEREST = SUM OF DAILY BALANCES X ANNUAL RATE / 100 / DAY
      * BASIS, EACH SIGN AT ITS OWN RATE, ROUNDED TO THE CENT ONCE.
      * AN AMOUNT THAT WILL NOT FIT A TRANSACTION OPERAND IS NOT CUT.
       266-COMPUTE-ACCRUAL.
      *====================
           MULTIPLY WS-SCHED-DAY-BASIS (WS-SCHED-HIT) BY 100
                                         GIVING   WS-RATE-DIVISOR

           COMPUTE WS-INTEREST ROUNDED =
                  (WS-CREDIT-SUM * WS-SCHED-CREDIT-RATE (WS-SCHED-HIT)
                 + WS-DEBIT-SUM  * WS-SCHED-DEBIT-RATE  (WS-SCHED-HIT))
                 / WS-RATE-DIVISOR
                ON SIZE ERROR
                     MOVE ME-REASON-TOO-LARGE TO       WS-REASON-TEXT
           END-COMPUTE

           IF   WS-REASON-TEXT = SPACES
                PERFORM 268-WRITE-ACCRUAL
           ELSE
                ADD  1                        TO     WS-COUNT-EXCEPTIONS
           END-IF
           .
      *
       268-WRITE-ACCRUAL.
      *==================
           MOVE WS-SCHED-FEE (WS-SCHED-HIT)   TO       WS-FEE

           IF   WS-INTEREST NOT = ZERO
                MOVE CT-INTEREST-OPTION       TO       WS-GEN-OPERATION
                MOVE WS-INTEREST              TO       WS-GEN-AMOUNT
                PERFORM 270-WRITE-ACCRUAL-RECORD
                ADD  WS-INTEREST              TO       WS-TOTAL-INTEREST
           END-IF

           IF   WS-FEE > ZERO
                MOVE CT-FEE-OPTION            TO       WS-GEN-OPERATION
                MOVE WS-FEE                   TO       WS-GEN-AMOUNT
                PERFORM 270-WRITE-ACCRUAL-RECORD
                ADD  WS-FEE                   TO       WS-TOTAL-FEES
           END-IF

           ADD  1                             TO       WS-COUNT-ACCRUED
           PERFORM 275-REGISTER-LINE
           .
      *
      * ONE POSTING: THE AMOUNT IS THE FIRST OPERAND AND ZERO THE
      * SECOND, SO 'A' POSTS THE INTEREST AS IT STANDS AND 'S' (ZERO
      * LESS THE FIRST OPERAND) TAKES THE FEE OFF.  THE SECOND
      * OPERAND IS ALWAYS ZERO, SO ITS HASH STAYS ZERO.
       270-WRITE-ACCRUAL-RECORD.
      *=========================
           MOVE SPACES                        TO       AT-TRANX-RECORD
           MOVE WS-GEN-OPERATION              TO       AT-OPERATOR-CODE

           MOVE WS-GEN-AMOUNT                 TO       WS-NUMBER-SIGNED
           MOVE WS-NUMBER-CHECK               TO       AT-FIRST-NUMBER
           ADD  WS-NUMBER-SIGNED              TO       WS-HASH-FIRST

           MOVE ZERO                          TO       WS-NUMBER-SIGNED
           MOVE WS-NUMBER-CHECK               TO       AT-SECOND-NUMBER

           MOVE MA-ACCOUNT-KEY                TO       AT-ACCOUNT-KEY
           WRITE AT-TRANX-RECORD

           ADD  1                             TO     WS-COUNT-GENERATED
           .
      *
       275-REGISTER-LINE.
      *==================
           IF   WS-LINE-COUNT = ZERO
           OR   WS-LINE-COUNT >= CT-LINES-PER-PAGE
                PERFORM 295-PRINT-PAGE-HEADER
           END-IF

           MOVE WS-DAYS-OPEN                  TO       WS-DAYS-EDIT
           MOVE WS-SCHED-CREDIT-RATE (WS-SCHED-HIT)
                                              TO       WS-RATE-EDIT
           MOVE WS-SCHED-DEBIT-RATE (WS-SCHED-HIT)
                                              TO     WS-DEBIT-RATE-EDIT
           MOVE WS-INTEREST                   TO       WS-INTEREST-EDIT
           MOVE WS-FEE                        TO       WS-FEE-EDIT

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  MA-ACCOUNT-KEY     DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   MA-ACCOUNT-CLASS   DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-AVG-COLUMN      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-DAYS-EDIT       DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-RATE-EDIT       DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-DEBIT-RATE-EDIT DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-INTEREST-EDIT   DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-FEE-EDIT        DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           ADD  1                             TO       WS-LINE-COUNT
           .
      *
       280-NOT-ACCRUED-LINE.
      *=====================
           IF   WS-LINE-COUNT = ZERO
           OR   WS-LINE-COUNT >= CT-LINES-PER-PAGE
                PERFORM 295-PRINT-PAGE-HEADER
           END-IF

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  MA-ACCOUNT-KEY     DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   MA-ACCOUNT-CLASS   DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-AVG-COLUMN      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   ME-NOT-ACCRUED     DELIMITED BY SIZE
                   WS-REASON-TEXT     DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           ADD  1                             TO       WS-LINE-COUNT
           .
      *
       290-WRITE-BATCH-TRAILER.
      *========================
           MOVE SPACES                        TO       AT-CONTROL-RECORD
           MOVE 'T'                           TO       AT-CONTROL-TYPE
           MOVE WS-COUNT-GENERATED            TO       AT-EXPECTED-COUNT
           MOVE WS-HASH-FIRST                 TO       AT-HASH-FIRST
           MOVE WS-HASH-SECOND                TO       AT-HASH-SECOND
           MOVE WS-BATCH-ID                   TO       AT-BATCH-ID
           WRITE AT-CONTROL-RECORD
           .
      *
       295-PRINT-PAGE-HEADER.
      *======================
           ADD  1                    TO    WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER       TO    WS-PAGE-NUMBER-EDIT

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-REPORT-TITLE            DELIMITED BY SIZE
                   ME-REPORT-PAGE             DELIMITED BY SIZE
                   WS-PAGE-NUMBER-EDIT        DELIMITED BY SIZE
                   ME-REPORT-DATE             DELIMITED BY SIZE
                   WS-RUN-DATE                DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-PERIOD-HEADER           DELIMITED BY SIZE
                   WS-ACCRUAL-PERIOD          DELIMITED BY SIZE
                   ME-DAYS-HEADER             DELIMITED BY SIZE
                   WS-PERIOD-DAYS             DELIMITED BY SIZE
                   ME-BATCH-HEADER            DELIMITED BY SIZE
                   WS-BATCH-ID                DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           MOVE ME-COLUMN-HEADINGS            TO       RP-REPORT-RECORD
           WRITE RP-REPORT-RECORD

           MOVE ZERO                          TO       WS-LINE-COUNT
           .
      *
       300-END.
      *=========
           IF   NOT SW-QUIT-REQUESTED
                PERFORM 310-ACCRUAL-TOTALS
                CLOSE CALC-MASTER-FILE
                CLOSE CALC-ACCRUAL-FILE
                CLOSE CALC-ACCRUAL-REGISTER
                DISPLAY ME-ACR-DONE

                EVALUATE TRUE
                    WHEN SW-ACCRUAL-BROKEN
                         MOVE 8               TO       RETURN-CODE
                    WHEN WS-COUNT-EXCEPTIONS > ZERO
                         MOVE 4               TO       RETURN-CODE
                    WHEN OTHER
                         MOVE 0               TO       RETURN-CODE
                END-EVALUATE
           END-IF
           STOP RUN
           .
      *
       310-ACCRUAL-TOTALS.
      *===================
           IF   WS-PAGE-NUMBER = ZERO
                PERFORM 295-PRINT-PAGE-HEADER
           END-IF

           MOVE SPACES                   TO    RP-REPORT-RECORD
           WRITE RP-REPORT-RECORD

           IF   SW-ACCRUAL-BROKEN
                MOVE SPACES              TO    RP-REPORT-RECORD
                MOVE ME-TABLE-FULL       TO    RP-REPORT-RECORD
                WRITE RP-REPORT-RECORD
           END-IF

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-ACCOUNTS  DELIMITED BY SIZE
                   WS-COUNT-ACCOUNTS  DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-ACCRUED   DELIMITED BY SIZE
                   WS-COUNT-ACCRUED   DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-NOT-ACCRUED
                                      DELIMITED BY SIZE
                   WS-COUNT-NOT-ACCRUED
                                      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-UNCLASSED DELIMITED BY SIZE
                   WS-COUNT-UNCLASSED DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-GENERATED DELIMITED BY SIZE
                   WS-COUNT-GENERATED DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE WS-TOTAL-INTEREST        TO    WS-TOTAL-EDIT
           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-INTEREST  DELIMITED BY SIZE
                   WS-TOTAL-EDIT      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE WS-TOTAL-FEES            TO    WS-TOTAL-EDIT
           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-FEES      DELIMITED BY SIZE
                   WS-TOTAL-EDIT      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE WS-HASH-FIRST            TO    WS-HASH-EDIT
           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-HASH-FIRST      DELIMITED BY SIZE
                   WS-HASH-EDIT       DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD
           .
      *
      * TURNS A YYYYMMDD DATE INTO A RUNNING DAY NUMBER - THE SAME
      * ARITHMETIC AS CALCGEN, CALCSUSP AND CALCHIST, EACH DIVISION
      * ITS OWN COMPUTE SO IT TRUNCATES AS THE FORMULA NEEDS.
       510-DATE-TO-DAYS.
      *=================
           COMPUTE WS-DTD-A    = (14 - WS-DTD-MONTH) / 12
           COMPUTE WS-DTD-Y    = WS-DTD-YEAR + 4800 - WS-DTD-A
           COMPUTE WS-DTD-M    = WS-DTD-MONTH + 12 * WS-DTD-A - 3
           COMPUTE WS-DTD-W1   = (153 * WS-DTD-M + 2) / 5
           COMPUTE WS-DTD-W2   = WS-DTD-Y / 4
           COMPUTE WS-DTD-W3   = WS-DTD-Y / 100
           COMPUTE WS-DTD-W4   = WS-DTD-Y / 400
           COMPUTE WS-DTD-DAYS = WS-DTD-DAY + WS-DTD-W1
                               + 365 * WS-DTD-Y + WS-DTD-W2
                               - WS-DTD-W3 + WS-DTD-W4 - 32045
           .
