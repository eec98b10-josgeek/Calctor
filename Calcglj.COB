      ******************************************************************
      * AUTHOR:  JOSUE RIVAS
      * DATE:    15/10/2026
      * PURPOSE: GENERAL-LEDGER JOURNAL INTERFACE.  TURNS ONE RUN
      *          DATE'S RECONCILED POSTINGS INTO A BALANCED DOUBLE-
      *          ENTRY JOURNAL THE GL CAN LOAD AS IT STANDS, SO THE
      *          GL TEAM NO LONGER REWORKS THE CALCEXP COMMA FILE BY
      *          HAND.  THE POSTINGS ARE THE KEYED CALC-AUDIT-LOG
      *          ENTRIES OF THE DATE - CALCTOR1, CALCMNT, CALCAPRV
      *          AND CALCBACK ALIKE - WHICH CALCRECN HAS PROVED
      *          AGAINST THE EXPORT AND THE MASTER.  RUN THIS ONLY
      *          AFTER CALCRECN HAS ENDED WITH RETURN CODE 0 FOR THE
      *          SAME DATE.
      *
      *          EACH ACCOUNT KEY IS LOOKED UP ON THE CHART-OF-
      *          ACCOUNTS MAPPING TABLE (CALCGLM) FOR ITS GL ACCOUNT,
      *          COST CENTRE AND OFFSET ACCOUNT.  A POSTING BECOMES
      *          TWO JOURNAL LINES OF THE SAME AMOUNT: A POSTING THAT
      *          RAISED MA-BALANCE CREDITS THE GL ACCOUNT AND DEBITS
      *          THE OFFSET; ONE THAT LOWERED IT DEBITS THE GL
      *          ACCOUNT AND CREDITS THE OFFSET.  A CALCBACK REVERSAL
      *          (OPERATOR 'BACKOUT') CARRIES THE NEGATED AMOUNT OF
      *          THE POSTING IT OFFSETS, SO ITS LINES ARE THE EXACT
      *          MIRROR OF THE ORIGINAL'S; THEY ARE MARKED 'R' AND
      *          CARRY THE ORIGINAL'S ORIGIN STAMP.  A POSTING OF
      *          ZERO MAKES NO LINES.
      *
      *          THE JOURNAL (CALCJNL) IS ONE HEADER, THE LINES AND A
      *          CONTROL TRAILER WITH THE LINE COUNT AND THE DEBIT
      *          AND CREDIT TOTALS, WHICH ALWAYS AGREE.  A POSTING
      *          WHOSE ACCOUNT KEY HAS NO MAPPING IS HELD BACK - IT
      *          IS NOT SENT - AND LISTED ON THE CONTROL AND
      *          EXCEPTION REPORT (CALCGLR) WITH ITS ORIGIN STAMP, SO
      *          THE MAPPING CAN BE ADDED AND THE DATE RE-RUN.  A
      *          RE-RUN CUTS THE WHOLE DATE AGAIN UNDER THE SAME
      *          JOURNAL ID ('GL' + RUN DATE); THE GL REPLACES A
      *          JOURNAL BY ITS ID.
      *
      *          THE RUN DATE IS TAKEN FROM THE PARM (YYYYMMDD); AN
      *          EMPTY PARM JOURNALS TODAY.
      *
      *          RETURN CODES: 0 = EVERY POSTING JOURNALLED, 4 = THE
      *          JOURNAL WAS CUT BUT POSTINGS WERE HELD BACK OR
      *          MAPPING ROWS REFUSED - CHECK THE REPORT, 8 = A FILE
      *          COULD NOT BE READ OR THE DATE WAS BAD - THE JOURNAL
      *          IS EMPTY.
      *
      * MODIFICATION HISTORY:
      * 15/10/26  JR  INITIAL VERSION.
      * 15/10/26  JR  THE AUDIT ENTRY NOW ENDS WITH ITS SEQUENCE NUMBER
      *               AND CHAIN VALUE, CHECKED BY CALCVRFY - LAYOUT
      *               ONLY HERE.  NOTE AT CUTOVER: CALCAUD IS NOW 130
      *               BYTES (WAS 112).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCGLJ.
      ******************************************************************
      *         E  N  V  I  R  O  N  M  E  N  T   D  I  V  I  S  I  O  N
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-GL-MAPPING-FILE    ASSIGN TO CALCGLM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-MAPPING-STATUS.
           SELECT CALC-AUDIT-LOG          ASSIGN TO CALCAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-AUDIT-STATUS.
           SELECT CALC-GL-JOURNAL         ASSIGN TO CALCJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-JOURNAL-STATUS.
           SELECT CALC-GL-REPORT          ASSIGN TO CALCGLR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.
      ******************************************************************
      *              D  A  T  A     D  I  V  I  S  I  O  N
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * CHART-OF-ACCOUNTS MAPPING - ONE ROW PER RESULTS-MASTER ACCOUNT
      * KEY, NAMING THE GL ACCOUNT ITS POSTINGS GO TO, THE COST CENTRE
      * THEY ARE BOOKED UNDER AND THE OFFSET ACCOUNT THAT TAKES THE
      * OTHER SIDE OF EACH ENTRY
      *----------------------------------------------------------------
           FD  CALC-GL-MAPPING-FILE.
           01  GM-MAPPING-RECORD.
               05  GM-ACCOUNT-KEY              PIC X(10).
               05  GM-GL-ACCOUNT               PIC X(10).
               05  GM-COST-CENTRE              PIC X(06).
               05  GM-OFFSET-ACCOUNT           PIC X(10).
               05  GM-DESCRIPTION              PIC X(30).
               05  FILLER                      PIC X(14).
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
      * GL JOURNAL - ONE HEADER, TWO LINES PER POSTING AND ONE
      * CONTROL TRAILER.  LINE AMOUNTS ARE UNSIGNED; THE SIDE IS
      * GIVEN BY THE DEBIT/CREDIT FLAG.
      *----------------------------------------------------------------
           FD  CALC-GL-JOURNAL.
           01  GJ-HEADER-RECORD.
               05  GJ-HEADER-TYPE              PIC X(01).
               05  GJ-HEADER-JOURNAL-ID        PIC X(10).
               05  GJ-JOURNAL-DATE             PIC 9(08).
               05  GJ-SOURCE-SYSTEM            PIC X(08).
               05  GJ-CREATED-DATE             PIC 9(08).
               05  GJ-CREATED-TIME             PIC 9(08).
               05  GJ-JOURNAL-DESCRIPTION      PIC X(30).
               05  FILLER                      PIC X(27).
           01  GJ-LINE-RECORD.
               05  GJ-LINE-TYPE                PIC X(01).
               05  GJ-LINE-NUMBER              PIC 9(07).
               05  GJ-GL-ACCOUNT               PIC X(10).
               05  GJ-COST-CENTRE              PIC X(06).
               05  GJ-DEBIT-CREDIT             PIC X(01).
                   88  GJ-DEBIT                VALUE 'D'.
                   88  GJ-CREDIT               VALUE 'C'.
               05  GJ-AMOUNT                   PIC 9(11)V99.
               05  GJ-ACCOUNT-KEY              PIC X(10).
               05  GJ-REVERSAL-FLAG            PIC X(01).
                   88  GJ-REVERSING-LINE       VALUE 'R'.
               05  GJ-OPTION                   PIC X(01).
               05  GJ-RUN-NUMBER               PIC 9(07).
               05  GJ-BATCH-ID                 PIC X(08).
               05  GJ-RECORD-NUMBER            PIC 9(07).
               05  GJ-POSTING-DATE             PIC 9(08).
               05  GJ-POSTING-TIME             PIC 9(08).
               05  GJ-OPERATOR-ID              PIC X(08).
               05  FILLER                      PIC X(04).
           01  GJ-TRAILER-RECORD.
               05  GJ-TRAILER-TYPE             PIC X(01).
               05  GJ-TRAILER-JOURNAL-ID       PIC X(10).
               05  GJ-LINE-COUNT               PIC 9(07).
               05  GJ-POSTING-COUNT            PIC 9(07).
               05  GJ-DEBIT-TOTAL              PIC 9(13)V99.
               05  GJ-CREDIT-TOTAL             PIC 9(13)V99.
               05  GJ-HELD-COUNT               PIC 9(07).
               05  FILLER                      PIC X(38).
      *----------------------------------------------------------------
      * JOURNAL CONTROL AND EXCEPTION REPORT
      *----------------------------------------------------------------
           FD  CALC-GL-REPORT.
           01  RP-REPORT-RECORD                PIC X(80).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *            M  E  S  S  A  G  E  S     A  R  E  A
      ******************************************************************
           01 ME-MESSAGES.
               05 ME-REPORT-TITLE             PIC X(30)   VALUE
               'CALCGLJ GL JOURNAL INTERFACE  '.
               05 ME-REPORT-PAGE              PIC X(07)   VALUE
               '  PAGE '.
               05 ME-REPORT-DATE              PIC X(07)   VALUE
               '  DATE '.
               05 ME-JOURNAL-FOR              PIC X(22)   VALUE
               'JOURNAL RUN DATE:     '.
               05 ME-JOURNAL-ID-HEADER        PIC X(14)   VALUE
               '  JOURNAL ID: '.
               05 ME-COLUMN-HEADINGS.
                   10 ME-COL-HEADINGS-1     PIC X(34)   VALUE
                   'ACCOUNT    OP      AMOUNT    RUN  '.
                   10 ME-COL-HEADINGS-2     PIC X(36)   VALUE
                   'BATCH    RECORD  REASON             '.
               05 ME-JOURNAL-SOURCE           PIC X(08)   VALUE
               'CALCTOR1'.
               05 ME-JOURNAL-DESCRIPTION      PIC X(30)   VALUE
               'CALCTOR1 DAILY POSTINGS       '.
               05 ME-HELD-NO-MAPPING          PIC X(20)   VALUE
               'HELD - NO GL MAPPING'.
               05 ME-MAP-REFUSED              PIC X(21)   VALUE
               'MAPPING ROW REFUSED: '.
               05 ME-MAP-NOT-VALID            PIC X(26)   VALUE
               'ACCOUNT/GL/OFFSET MISSING '.
               05 ME-MAP-SAME-ACCOUNT         PIC X(26)   VALUE
               'OFFSET SAME AS GL ACCOUNT '.
               05 ME-MAP-DUPLICATE            PIC X(26)   VALUE
               'ACCOUNT ALREADY MAPPED    '.
               05 ME-MAP-FULL                 PIC X(26)   VALUE
               'MAPPING TABLE FULL        '.
               05 ME-TOTAL-READ               PIC X(22)   VALUE
               'POSTINGS ON DATE:     '.
               05 ME-TOTAL-JOURNALLED         PIC X(22)   VALUE
               'POSTINGS JOURNALLED:  '.
               05 ME-TOTAL-REVERSALS          PIC X(22)   VALUE
               '  OF WHICH REVERSALS: '.
               05 ME-TOTAL-ZERO               PIC X(22)   VALUE
               'ZERO POSTINGS:        '.
               05 ME-TOTAL-HELD               PIC X(22)   VALUE
               'POSTINGS HELD BACK:   '.
               05 ME-TOTAL-HELD-AMOUNT        PIC X(22)   VALUE
               'HELD BACK TOTAL:      '.
               05 ME-TOTAL-LINES              PIC X(22)   VALUE
               'JOURNAL LINES:        '.
               05 ME-TOTAL-DEBITS             PIC X(22)   VALUE
               'DEBIT TOTAL:          '.
               05 ME-TOTAL-CREDITS            PIC X(22)   VALUE
               'CREDIT TOTAL:         '.
               05 ME-JOURNAL-BALANCED         PIC X(34)   VALUE
               'JOURNAL BALANCED - RELEASE TO GL  '.
               05 ME-JOURNAL-HELD             PIC X(34)   VALUE
               'JOURNAL BALANCED - ITEMS HELD BACK'.
               05 ME-NO-MAPPING-FILE          PIC X(38)   VALUE
               'GL MAPPING TABLE COULD NOT BE READ    '.
               05 ME-NO-AUDIT-FILE            PIC X(38)   VALUE
               'CALC-AUDIT-LOG COULD NOT BE READ      '.
               05 ME-BAD-PARM-DATE            PIC X(40)   VALUE
               'RUN DATE MUST BE NUMERIC (YYYYMMDD)     '.
               05 ME-GLJ-DONE                 PIC X(22)   VALUE
               'CALCGLJ JOURNAL ENDED '.
      ******************************************************************
      *                    AREA   OF  WORK  VARIABLES
      ******************************************************************
           01 WS-VARS.
               05 WS-PARM-AREA                PIC X(80).
               05 WS-DATE-TEXT                PIC X(08).
               05 WS-JOURNAL-DATE             PIC 9(08)   VALUE 0.
               05 WS-RUN-DATE                 PIC 9(08).
               05 WS-RUN-TIME                 PIC 9(08).
               05 WS-JOURNAL-ID               PIC X(10).
               05 WS-FIND-KEY                 PIC X(10).
               05 WS-REASON-TEXT              PIC X(26).
               05 WS-LINE-AMOUNT              PIC 9(11)V99    VALUE 0.
               05 WS-REVERSAL-FLAG            PIC X(01).
               05 WS-AMOUNT-EDIT              PIC -(7)9.99.
               05 WS-TOTAL-EDIT               PIC -(13)9.99.
      *
      * THE MAPPING, LOADED ONCE FROM CALCGLM
               05 WS-MAP-TABLE.
                   10 WS-MAP-ENTRY            OCCURS 500 TIMES.
                       15 WS-MAP-ACCOUNT-KEY  PIC X(10).
                       15 WS-MAP-GL-ACCOUNT   PIC X(10).
                       15 WS-MAP-COST-CENTRE  PIC X(06).
                       15 WS-MAP-OFFSET       PIC X(10).
               05 WS-MAP-COUNT                PIC 9(03)   VALUE 0.
               05 WS-MAP-SUB                  PIC 9(03)   VALUE 0.
               05 WS-MAP-HIT                  PIC 9(03)   VALUE 0.
      ******************************************************************
      *                 F  L  A  G  S     A  R  E  A
      ******************************************************************
           01 SW-FLAGS.
               05 SW-RUN-STATUS               PIC X(01)   VALUE 'N'.
                   88 SW-CONTINUE-RUN                     VALUE 'N'.
                   88 SW-QUIT-REQUESTED                   VALUE 'Y'.
      ******************************************************************
      *             F  I  L  E     S  T  A  T  U  S     A  R  E  A
      ******************************************************************
           01 WS-FILE-STATUS-AREA.
               05 WS-MAPPING-STATUS           PIC X(02)   VALUE '00'.
                   88 WS-MAPPING-OK                       VALUE '00'.
                   88 WS-MAPPING-AT-EOF                   VALUE '10'.
               05 WS-AUDIT-STATUS             PIC X(02)   VALUE '00'.
                   88 WS-AUDIT-OK                         VALUE '00'.
                   88 WS-AUDIT-AT-EOF                     VALUE '10'.
               05 WS-JOURNAL-STATUS           PIC X(02)   VALUE '00'.
                   88 WS-JOURNAL-OK                       VALUE '00'.
               05 WS-REPORT-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-REPORT-OK                        VALUE '00'.
      ******************************************************************
      *                C  O  U  N  T  E  R  S     A  R  E  A
      ******************************************************************
           01 WS-COUNTERS.
               05 WS-COUNT-READ                PIC 9(07)  VALUE 0.
               05 WS-COUNT-JOURNALLED          PIC 9(07)  VALUE 0.
               05 WS-COUNT-REVERSALS           PIC 9(07)  VALUE 0.
               05 WS-COUNT-ZERO                PIC 9(07)  VALUE 0.
               05 WS-COUNT-HELD                PIC 9(07)  VALUE 0.
               05 WS-COUNT-MAP-REFUSED         PIC 9(07)  VALUE 0.
               05 WS-COUNT-LINES               PIC 9(07)  VALUE 0.
               05 WS-TOTAL-HELD                PIC S9(13)V99
                                               SIGN IS LEADING SEPARATE
                                                          VALUE 0.
               05 WS-TOTAL-DEBITS              PIC 9(13)V99
                                                          VALUE 0.
               05 WS-TOTAL-CREDITS             PIC 9(13)V99
                                                          VALUE 0.
               05 WS-PAGE-NUMBER               PIC 9(04)  VALUE 0.
               05 WS-PAGE-NUMBER-EDIT          PIC Z(3)9.
               05 WS-LINE-COUNT                PIC 9(02)  VALUE 0.
      ******************************************************************
      *           C  O   N  S  T  A  N  T  S     A  R  E  A
      ******************************************************************
           01 CT-CONSTANTS.
               05 CT-LINES-PER-PAGE           PIC 9(02)   VALUE 20.
               05 CT-JOURNAL-PREFIX           PIC X(02)   VALUE 'GL'.
               05 CT-BACKOUT-OPERATOR         PIC X(08)   VALUE
                                                          'BACKOUT '.
               05 CT-MAX-MAPPINGS             PIC 9(03)   VALUE 500.
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
           ACCEPT  WS-RUN-TIME                FROM     TIME

           MOVE SPACES                        TO       WS-DATE-TEXT
           UNSTRING WS-PARM-AREA  DELIMITED BY ','
                INTO WS-DATE-TEXT
           END-UNSTRING

           IF   WS-DATE-TEXT = SPACES
                MOVE WS-RUN-DATE              TO       WS-JOURNAL-DATE
           ELSE
                IF   WS-DATE-TEXT IS NUMERIC
                     MOVE WS-DATE-TEXT        TO       WS-JOURNAL-DATE
                ELSE
                     DISPLAY ME-BAD-PARM-DATE
                     MOVE 8                   TO       RETURN-CODE
                     SET  SW-QUIT-REQUESTED   TO       TRUE
                END-IF
           END-IF

           MOVE SPACES                        TO       WS-JOURNAL-ID
           STRING  CT-JOURNAL-PREFIX          DELIMITED BY SIZE
                   WS-JOURNAL-DATE            DELIMITED BY SIZE
              INTO WS-JOURNAL-ID
           END-STRING

           PERFORM 110-OPEN-FILES
           .
      *
      * THE JOURNAL IS OPENED (AND SO EMPTIED) EVEN WHEN THE RUN GOES
      * NO FURTHER, SO A FAILED RUN NEVER LEAVES AN EARLIER DAY'S
      * JOURNAL BEHIND FOR THE GL TO LOAD AGAIN.
       110-OPEN-FILES.
      *===============
           OPEN OUTPUT CALC-GL-JOURNAL

           IF   NOT SW-QUIT-REQUESTED
                OPEN INPUT CALC-GL-MAPPING-FILE
                IF   NOT WS-MAPPING-OK
                     DISPLAY ME-NO-MAPPING-FILE
                     MOVE 8                   TO       RETURN-CODE
                     SET  SW-QUIT-REQUESTED   TO       TRUE
                ELSE
                     OPEN INPUT CALC-AUDIT-LOG
                     IF   NOT WS-AUDIT-OK
                          DISPLAY ME-NO-AUDIT-FILE
                          MOVE 8              TO       RETURN-CODE
                          SET  SW-QUIT-REQUESTED   TO  TRUE
                          CLOSE CALC-GL-MAPPING-FILE
                     ELSE
                          OPEN OUTPUT CALC-GL-REPORT
                     END-IF
                END-IF
           END-IF

           IF   SW-QUIT-REQUESTED
                CLOSE CALC-GL-JOURNAL
           END-IF
           .
      *
      * THE MAPPING IS READ WHOLE, THEN THE LOG ONCE: EVERY KEYED
      * ENTRY OF THE DATE IS EITHER JOURNALLED OR HELD BACK.
       200-PROCESS.
      *============
           PERFORM 210-LOAD-MAPPING
           PERFORM 230-WRITE-JOURNAL-HEADER

           PERFORM 242-READ-AUDIT
           PERFORM UNTIL WS-AUDIT-AT-EOF
                IF   AL-RUN-DATE = WS-JOURNAL-DATE
                AND  AL-ACCOUNT-KEY NOT = SPACES
                     ADD  1                   TO       WS-COUNT-READ
                     PERFORM 244-ONE-POSTING
                END-IF
                PERFORM 242-READ-AUDIT
           END-PERFORM
           CLOSE CALC-AUDIT-LOG

           PERFORM 290-WRITE-JOURNAL-TRAILER
           .
      *
       210-LOAD-MAPPING.
      *=================
           PERFORM 212-READ-MAPPING

           PERFORM UNTIL WS-MAPPING-AT-EOF
                PERFORM 214-MAPPING-ENTRY
                PERFORM 212-READ-MAPPING
           END-PERFORM

           CLOSE CALC-GL-MAPPING-FILE
           .
      *
       212-READ-MAPPING.
      *=================
           READ CALC-GL-MAPPING-FILE
               AT END
                   SET  WS-MAPPING-AT-EOF     TO       TRUE
           END-READ
           .
      *
      * A ROW IS TAKEN ONLY IF IT NAMES AN ACCOUNT, A GL ACCOUNT AND A
      * DIFFERENT OFFSET, AND ITS ACCOUNT IS NOT ALREADY MAPPED.  A
      * REFUSED ROW IS LISTED; ITS POSTINGS ARE THEN HELD BACK.
       214-MAPPING-ENTRY.
      *==================
           MOVE SPACES                        TO       WS-REASON-TEXT

           EVALUATE TRUE
               WHEN GM-ACCOUNT-KEY    = SPACES
               WHEN GM-GL-ACCOUNT     = SPACES
               WHEN GM-OFFSET-ACCOUNT = SPACES
                    MOVE ME-MAP-NOT-VALID     TO       WS-REASON-TEXT
               WHEN GM-OFFSET-ACCOUNT = GM-GL-ACCOUNT
                    MOVE ME-MAP-SAME-ACCOUNT  TO       WS-REASON-TEXT
               WHEN OTHER
                    MOVE GM-ACCOUNT-KEY       TO       WS-FIND-KEY
                    PERFORM 216-MAPPING-FIND
                    IF   WS-MAP-HIT > ZERO
                         MOVE ME-MAP-DUPLICATE     TO  WS-REASON-TEXT
                    ELSE
                    IF   WS-MAP-COUNT >= CT-MAX-MAPPINGS
                         MOVE ME-MAP-FULL     TO       WS-REASON-TEXT
                    ELSE
                         ADD  1               TO       WS-MAP-COUNT
                         MOVE GM-ACCOUNT-KEY
                           TO WS-MAP-ACCOUNT-KEY   (WS-MAP-COUNT)
                         MOVE GM-GL-ACCOUNT
                           TO WS-MAP-GL-ACCOUNT    (WS-MAP-COUNT)
                         MOVE GM-COST-CENTRE
                           TO WS-MAP-COST-CENTRE   (WS-MAP-COUNT)
                         MOVE GM-OFFSET-ACCOUNT
                           TO WS-MAP-OFFSET        (WS-MAP-COUNT)
                    END-IF
                    END-IF
           END-EVALUATE

           IF   WS-REASON-TEXT NOT = SPACES
                ADD  1                        TO    WS-COUNT-MAP-REFUSED
                PERFORM 218-MAPPING-REFUSED-LINE
           END-IF
           .
      *
       216-MAPPING-FIND.
      *=================
           MOVE ZERO                          TO       WS-MAP-HIT

           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL   WS-MAP-SUB > WS-MAP-COUNT
                    OR     WS-MAP-HIT > ZERO
                IF   WS-FIND-KEY = WS-MAP-ACCOUNT-KEY (WS-MAP-SUB)
                     MOVE WS-MAP-SUB          TO       WS-MAP-HIT
                END-IF
           END-PERFORM
           .
      *
       218-MAPPING-REFUSED-LINE.
      *=========================
           IF   WS-LINE-COUNT = ZERO
           OR   WS-LINE-COUNT >= CT-LINES-PER-PAGE
                PERFORM 295-PRINT-PAGE-HEADER
           END-IF

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-MAP-REFUSED     DELIMITED BY SIZE
                   GM-ACCOUNT-KEY     DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-REASON-TEXT     DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           ADD  1                             TO       WS-LINE-COUNT
           .
      *
       230-WRITE-JOURNAL-HEADER.
      *=========================
           MOVE SPACES                        TO       GJ-HEADER-RECORD
           MOVE 'H'                           TO       GJ-HEADER-TYPE
           MOVE WS-JOURNAL-ID                 TO   GJ-HEADER-JOURNAL-ID
           MOVE WS-JOURNAL-DATE               TO       GJ-JOURNAL-DATE
           MOVE ME-JOURNAL-SOURCE             TO       GJ-SOURCE-SYSTEM
           MOVE WS-RUN-DATE                   TO       GJ-CREATED-DATE
           MOVE WS-RUN-TIME                   TO       GJ-CREATED-TIME
           MOVE ME-JOURNAL-DESCRIPTION        TO GJ-JOURNAL-DESCRIPTION
           WRITE GJ-HEADER-RECORD
           .
      *
       242-READ-AUDIT.
      *===============
           READ CALC-AUDIT-LOG
               AT END
                   SET  WS-AUDIT-AT-EOF       TO       TRUE
           END-READ
           .
      *
      * ONE POSTING: HELD BACK WHEN ITS ACCOUNT HAS NO MAPPING, OTHER-
      * WISE TWO LINES - THE GL ACCOUNT ON THE SIDE THE POSTING MOVED
      * THE ACCOUNT, THE OFFSET ON THE OTHER.
       244-ONE-POSTING.
      *================
           IF   AL-OPERATOR-ID = CT-BACKOUT-OPERATOR
                MOVE 'R'                      TO       WS-REVERSAL-FLAG
           ELSE
                MOVE SPACE                    TO       WS-REVERSAL-FLAG
           END-IF

           MOVE AL-ACCOUNT-KEY                TO       WS-FIND-KEY
           PERFORM 216-MAPPING-FIND

           EVALUATE TRUE
               WHEN WS-MAP-HIT = ZERO
                    ADD  1                    TO       WS-COUNT-HELD
                    ADD  AL-RESULT            TO       WS-TOTAL-HELD
                    PERFORM 260-HELD-LINE
               WHEN AL-RESULT = ZERO
                    ADD  1                    TO       WS-COUNT-ZERO
               WHEN OTHER
                    ADD  1                    TO   WS-COUNT-JOURNALLED
                    IF   WS-REVERSAL-FLAG = 'R'
                         ADD  1               TO   WS-COUNT-REVERSALS
                    END-IF

                    IF   AL-RESULT > ZERO
                         MOVE AL-RESULT       TO       WS-LINE-AMOUNT
                         PERFORM 250-BUILD-JOURNAL-LINE
                         MOVE 'C'             TO       GJ-DEBIT-CREDIT
                         MOVE WS-MAP-GL-ACCOUNT (WS-MAP-HIT)
                                              TO       GJ-GL-ACCOUNT
                         PERFORM 255-WRITE-JOURNAL-LINE
                         PERFORM 250-BUILD-JOURNAL-LINE
                         MOVE 'D'             TO       GJ-DEBIT-CREDIT
                         MOVE WS-MAP-OFFSET (WS-MAP-HIT)
                                              TO       GJ-GL-ACCOUNT
                         PERFORM 255-WRITE-JOURNAL-LINE
                    ELSE
                         COMPUTE WS-LINE-AMOUNT = ZERO - AL-RESULT
                         PERFORM 250-BUILD-JOURNAL-LINE
                         MOVE 'D'             TO       GJ-DEBIT-CREDIT
                         MOVE WS-MAP-GL-ACCOUNT (WS-MAP-HIT)
                                              TO       GJ-GL-ACCOUNT
                         PERFORM 255-WRITE-JOURNAL-LINE
                         PERFORM 250-BUILD-JOURNAL-LINE
                         MOVE 'C'             TO       GJ-DEBIT-CREDIT
                         MOVE WS-MAP-OFFSET (WS-MAP-HIT)
                                              TO       GJ-GL-ACCOUNT
                         PERFORM 255-WRITE-JOURNAL-LINE
                    END-IF
           END-EVALUATE
           .
      *
      * THE PART OF A JOURNAL LINE BOTH SIDES SHARE: THE COST CENTRE,
      * THE AMOUNT AND THE POSTING'S ORIGIN.  THE CALLER SETS THE SIDE
      * AND THE ACCOUNT, THEN 255 NUMBERS, TOTALS AND WRITES THE LINE.
       250-BUILD-JOURNAL-LINE.
      *=======================
           MOVE SPACES                        TO       GJ-LINE-RECORD
           MOVE 'L'                           TO       GJ-LINE-TYPE
           MOVE WS-MAP-COST-CENTRE (WS-MAP-HIT)
                                              TO       GJ-COST-CENTRE
           MOVE WS-LINE-AMOUNT                TO       GJ-AMOUNT
           MOVE AL-ACCOUNT-KEY                TO       GJ-ACCOUNT-KEY
           MOVE WS-REVERSAL-FLAG              TO       GJ-REVERSAL-FLAG
           MOVE AL-OPTION                     TO       GJ-OPTION
           MOVE AL-RUN-NUMBER                 TO       GJ-RUN-NUMBER
           MOVE AL-BATCH-ID                   TO       GJ-BATCH-ID
           MOVE AL-RECORD-NUMBER              TO       GJ-RECORD-NUMBER
           MOVE AL-RUN-DATE                   TO       GJ-POSTING-DATE
           MOVE AL-RUN-TIME                   TO       GJ-POSTING-TIME
           MOVE AL-OPERATOR-ID                TO       GJ-OPERATOR-ID
           .
      *
       255-WRITE-JOURNAL-LINE.
      *=======================
           ADD  1                             TO       WS-COUNT-LINES
           MOVE WS-COUNT-LINES                TO       GJ-LINE-NUMBER

           IF   GJ-DEBIT
                ADD  WS-LINE-AMOUNT           TO       WS-TOTAL-DEBITS
           ELSE
                ADD  WS-LINE-AMOUNT           TO       WS-TOTAL-CREDITS
           END-IF

           WRITE GJ-LINE-RECORD
           .
      *
       260-HELD-LINE.
      *==============
           IF   WS-LINE-COUNT = ZERO
           OR   WS-LINE-COUNT >= CT-LINES-PER-PAGE
                PERFORM 295-PRINT-PAGE-HEADER
           END-IF

           MOVE AL-RESULT                     TO       WS-AMOUNT-EDIT

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  AL-ACCOUNT-KEY     DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   AL-OPTION          DELIMITED BY SIZE
                   WS-REVERSAL-FLAG   DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-AMOUNT-EDIT     DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   AL-RUN-NUMBER      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   AL-BATCH-ID        DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   AL-RECORD-NUMBER   DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   ME-HELD-NO-MAPPING DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           ADD  1                             TO       WS-LINE-COUNT
           .
      *
       290-WRITE-JOURNAL-TRAILER.
      *==========================
           MOVE SPACES                        TO       GJ-TRAILER-RECORD
           MOVE 'T'                           TO       GJ-TRAILER-TYPE
           MOVE WS-JOURNAL-ID                 TO  GJ-TRAILER-JOURNAL-ID
           MOVE WS-COUNT-LINES                TO       GJ-LINE-COUNT
           MOVE WS-COUNT-JOURNALLED           TO       GJ-POSTING-COUNT
           MOVE WS-TOTAL-DEBITS               TO       GJ-DEBIT-TOTAL
           MOVE WS-TOTAL-CREDITS              TO       GJ-CREDIT-TOTAL
           MOVE WS-COUNT-HELD                 TO       GJ-HELD-COUNT
           WRITE GJ-TRAILER-RECORD
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
           STRING  ME-JOURNAL-FOR             DELIMITED BY SIZE
                   WS-JOURNAL-DATE            DELIMITED BY SIZE
                   ME-JOURNAL-ID-HEADER       DELIMITED BY SIZE
                   WS-JOURNAL-ID              DELIMITED BY SIZE
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
                PERFORM 310-JOURNAL-TOTALS
                CLOSE CALC-GL-JOURNAL
                CLOSE CALC-GL-REPORT
                DISPLAY ME-GLJ-DONE

                IF   WS-COUNT-HELD > ZERO
                OR   WS-COUNT-MAP-REFUSED > ZERO
                     MOVE 4                   TO       RETURN-CODE
                ELSE
                     MOVE 0                   TO       RETURN-CODE
                END-IF
           END-IF
           STOP RUN
           .
      *
       310-JOURNAL-TOTALS.
      *===================
           IF   WS-PAGE-NUMBER = ZERO
                PERFORM 295-PRINT-PAGE-HEADER
           END-IF

           MOVE SPACES                   TO    RP-REPORT-RECORD
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-READ      DELIMITED BY SIZE
                   WS-COUNT-READ      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-JOURNALLED
                                      DELIMITED BY SIZE
                   WS-COUNT-JOURNALLED
                                      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-REVERSALS DELIMITED BY SIZE
                   WS-COUNT-REVERSALS DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-ZERO      DELIMITED BY SIZE
                   WS-COUNT-ZERO      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-HELD      DELIMITED BY SIZE
                   WS-COUNT-HELD      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE WS-TOTAL-HELD            TO    WS-TOTAL-EDIT
           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-HELD-AMOUNT
                                      DELIMITED BY SIZE
                   WS-TOTAL-EDIT      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-LINES     DELIMITED BY SIZE
                   WS-COUNT-LINES     DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE WS-TOTAL-DEBITS          TO    WS-TOTAL-EDIT
           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-DEBITS    DELIMITED BY SIZE
                   WS-TOTAL-EDIT      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE WS-TOTAL-CREDITS         TO    WS-TOTAL-EDIT
           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-CREDITS   DELIMITED BY SIZE
                   WS-TOTAL-EDIT      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           IF   WS-COUNT-HELD > ZERO
                MOVE ME-JOURNAL-HELD     TO    RP-REPORT-RECORD
           ELSE
                MOVE ME-JOURNAL-BALANCED TO    RP-REPORT-RECORD
           END-IF
           WRITE RP-REPORT-RECORD
           .
