      *                REQUIRED, AND THE ADJUSTMENT IS WRITTEN TO THE
      *                CALC-AUDIT-LOG AND TO THE MAINTENANCE REPORT SO
      *                IT LEAVES ITS OWN TRAIL
      *            P = SET OR CHANGE THE ACCOUNT'S ROLL-UP PARENT
      *                (BLANK MAKES IT A TOP-LEVEL ACCOUNT).  THE
      *                PARENT MUST BE AN OPEN ACCOUNT ON THE MASTER
      *                AND MAY NOT SIT BELOW THE ACCOUNT ITSELF, SO
      *                THE TREE CALCCONS ROLLS UP NEVER LOOPS.  AN
      *                ADD MAY NAME A PARENT TOO, CHECKED THE SAME WAY
      *            K = SET OR CHANGE THE ACCOUNT'S ACCRUAL CLASS, THE
      *                CALCACS SCHEDULE ROW CALCACR PRICES IT UNDER
      *                (BLANK TAKES IT OUT OF THE ACCRUAL RUN).  AN
      *                ADD MAY NAME A CLASS TOO
      *            I = INQUIRE ON ONE ACCOUNT
      *            L = LIST ACCOUNTS FROM THE GIVEN KEY (OR FROM THE
      *                START OF THE MASTER WHEN THE KEY IS BLANK)
      *               AUDIT'.  AN ADD STARTS THE ACTIVITY DATE AT
      *               ZERO (MA-OPEN-DATE RECORDS THE ADD); A CLOSE
      *               LEAVES THE DATE OF THE LAST REAL MOVEMENT.
      * 15/10/26  JR  THE ADJUSTMENT'S AUDIT ENTRY AND EXPORT LINE NOW
      *               CARRY THE ORIGIN STAMP CALCTOR1 WRITES: RUN
      *               NUMBER ZERO (MAINTENANCE IS NOT A CALCRUN RUN),
      *               'CALCMNT' AS THE BATCH ID AND THE CALCMNX
      *               RECORD NUMBER, SO CALCTRCE CAN NAME THE
      *               MAINTENANCE RECORD BEHIND AN ADJUSTMENT.
      *               NOTE AT CUTOVER: CALCAUD IS NOW 87 BYTES AND
      *               CALCEXP 100, AS FOR CALCTOR1.
      * 15/10/26  JR  THE AUDIT ENTRY NOW CARRIES AL-APPROVER-ID,
      *               LEFT BLANK ON AN ADJUSTMENT - THE SUPERVISOR ID
      *               IS ALREADY ITS SECOND PAIR OF EYES.
      *               NOTE AT CUTOVER: CALCAUD IS NOW 95 BYTES, AS FOR
      *               CALCTOR1.
      * 15/10/26  JR  ACCOUNT HIERARCHY: THE MASTER RECORD NOW ENDS
      *               WITH MA-PARENT-KEY AND THE MAINTENANCE RECORD
      *               CARRIES MN-PARENT-KEY (OUT OF ITS FILLER).  NEW
      *               'P' ACTION SETS OR CLEARS AN ACCOUNT'S PARENT;
      *               'A' TAKES AN OPTIONAL PARENT.  236-PARENT-CHECK
      *               REFUSES A PARENT THAT IS NOT ON FILE, IS CLOSED,
      *               IS THE ACCOUNT ITSELF OR SITS BELOW IT, OR WOULD
      *               MAKE THE TREE DEEPER THAN CT-MAX-LEVELS.  THE
      *               INQUIRY/LIST LINE NOW SHOWS THE PARENT.
      *               NOTE AT CUTOVER: CALCMST IS NOW 120 BYTES.
      * 15/10/26  JR  THE AUDIT ENTRY NOW ENDS WITH AL-RATE-CODE AND
      *               AL-RATE-VALUE, LEFT BLANK AND ZERO ON AN
      *               ADJUSTMENT.  NOTE AT CUTOVER: CALCAUD IS NOW 112
      *               BYTES, AS FOR CALCTOR1.
      * 15/10/26  JR  INTEREST AND FEE ACCRUAL: THE MASTER RECORD NOW
      *               ENDS WITH MA-ACCOUNT-CLASS AND THE MAINTENANCE
      *               RECORD CARRIES MN-ACCOUNT-CLASS (OUT OF ITS
      *               FILLER).  NEW 'K' ACTION SETS OR CLEARS AN
      *               ACCOUNT'S CLASS; 'A' TAKES AN OPTIONAL CLASS.
      *               LIKE A PARENT CHANGE IT MOVES NO BALANCE, SO NO
      *               AUDIT ENTRY.  THE INQUIRY/LIST LINE NOW SHOWS
      *               THE CLASS.  NOTE AT CUTOVER: CALCMST IS NOW 122
      *               BYTES.
      * 15/10/26  JR  TAMPER-EVIDENT AUDIT LOG.  EVERY AUDIT ENTRY NOW
      *               ENDS WITH A SEQUENCE NUMBER AND A CHAIN VALUE
      *               WORKED FROM ITS OWN CONTENT AND THE PREVIOUS
      *               ENTRY'S (543-AUDIT-CHAIN-STAMP).  THE LOG IS READ
      *               TO ITS END BEFORE IT IS EXTENDED FOR THE LAST
      *               PAIR, OR THE CALCARCH ANCHOR (CALCANC) IS TAKEN
      *               WHEN THE LOG IS EMPTY.  CALCVRFY CHECKS THE
      *               CHAIN.  NOTE AT CUTOVER: CALCAUD IS NOW 130
      *               BYTES (WAS 112).
      * 15/10/26  JR  SECURITY EVENT LOG.  EVERY SUPERVISED ADJUSTMENT
      *               NOW ALSO LEAVES AN EVENT ON CALCSEC, THE FILE
      *               CALCTOR1 LOGS ITS SIGN-ONS AND REFUSALS TO: AN
      *               APPLIED ONE AS AUTHORITY USED BY THE SUPERVISOR,
      *               A REFUSED ONE (NO SUPERVISOR, BAD AMOUNT, BLANK
      *               OR UNKNOWN ACCOUNT) WITH ITS REASON, WHERE IT
      *               USED TO REACH ONLY THE DAY'S MAINTENANCE REPORT
      *               (248-ADJUSTMENT-EVENT).  CALCSEC IS OPTIONAL -
      *               THE FIRST EVENT EVER CREATES IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCMNT.
           SELECT CALC-AUDIT-LOG          ASSIGN TO CALCAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-AUDIT-STATUS.
           SELECT OPTIONAL CALC-CHAIN-ANCHOR
                                           ASSIGN TO CALCANC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-ANCHOR-STATUS.
           SELECT CALC-EXPORT-FILE        ASSIGN TO CALCEXP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-EXPORT-STATUS.
           SELECT OPTIONAL CALC-SECURITY-LOG
                                           ASSIGN TO CALCSEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-SEC-STATUS.
      ******************************************************************
      *              D  A  T  A     D  I  V  I  S  I  O  N
      ******************************************************************
      *----------------------------------------------------------------
      * MAINTENANCE TRANSACTIONS - ONE ACTION PER RECORD.  THE AMOUNT
      * IS USED BY 'J' ONLY, THE SUPERVISOR ID IS REQUIRED FOR 'J',
      * THE DESCRIPTION IS USED BY 'A' ONLY, THE PARENT KEY BY 'A'
      * AND 'P', AND THE ACCOUNT CLASS BY 'A' AND 'K'.
      *----------------------------------------------------------------
           FD  CALC-MAINT-FILE.
           01  MN-MAINT-RECORD.
                   88  MN-ACTION-ADD           VALUE 'A'.
                   88  MN-ACTION-CLOSE         VALUE 'C'.
                   88  MN-ACTION-ADJUST        VALUE 'J'.
                   88  MN-ACTION-PARENT        VALUE 'P'.
                   88  MN-ACTION-CLASS         VALUE 'K'.
                   88  MN-ACTION-INQUIRE       VALUE 'I'.
                   88  MN-ACTION-LIST          VALUE 'L'.
               05  MN-ACCOUNT-KEY              PIC X(10).
                                               SIGN IS LEADING SEPARATE.
               05  MN-SUPERVISOR-ID            PIC X(08).
               05  MN-DESCRIPTION              PIC X(30).
               05  MN-PARENT-KEY               PIC X(10).
               05  MN-ACCOUNT-CLASS            PIC X(02).
               05  FILLER                      PIC X(08).
      *----------------------------------------------------------------
      * RESULTS MASTER - SAME LAYOUT AS MAINTAINED BY CALCTOR1
      *----------------------------------------------------------------
               05  MA-DAY-OPENING-BALANCE      PIC S9(11)V99.
               05  MA-PERIOD-OPENING-BALANCE   PIC S9(11)V99.
               05  MA-PERIOD-OPENING-POSTS     PIC 9(07).
      *
      * THE ACCOUNT THIS ONE ROLLS UP INTO FOR CALCCONS - A DEPARTMENT
      * OR DIVISION ACCOUNT ON THIS SAME FILE.  BLANK AT THE TOP OF
      * THE TREE.  SET AND CHECKED ONLY HERE.
               05  MA-PARENT-KEY               PIC X(10).
      *
      * THE ACCRUAL CLASS CALCACR PRICES THE ACCOUNT UNDER - THE KEY
      * OF ITS ROW ON THE CALCACS RATE AND FEE SCHEDULE.  BLANK WHEN
      * THE ACCOUNT EARNS AND PAYS NOTHING.  SET ONLY HERE.
               05  MA-ACCOUNT-CLASS            PIC X(02).
      *----------------------------------------------------------------
      * MAINTENANCE REPORT - ONE LINE PER ACTION AND ITS OUTCOME
      *----------------------------------------------------------------
               05  AL-RUN-TIME                 PIC 9(08).
               05  AL-OPERATOR-ID              PIC X(08).
               05  AL-ACCOUNT-KEY              PIC X(10).
      *
      * WHERE THE ENTRY CAME FROM: THE CALCTOR1 RUN NUMBER (CALCRUN),
      * THE BATCH ID OF ITS BALANCED GROUP AND ITS INPUT RECORD
      * NUMBER.  ZERO OR BLANK WHERE THE ENTRY HAS NO SUCH ORIGIN.
               05  AL-RUN-NUMBER               PIC 9(07).
               05  AL-BATCH-ID                 PIC X(08).
               05  AL-RECORD-NUMBER            PIC 9(07).
      *
      * THE SECOND OPERATOR WHO RELEASED A POSTING HELD FOR APPROVAL
      * (CALCAPRV).  BLANK ON EVERY ENTRY THAT NEEDED NO APPROVAL.
               05  AL-APPROVER-ID              PIC X(08).
      *
      * THE RATE CODE AND THE RATE IN FORCE THAT A RATE CONVERSION
      * ('C') APPLIED TO ITS FIRST OPERAND.  BLANK AND ZERO ON EVERY
      * OTHER ENTRY.
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
      * AUDIT CHAIN ANCHOR - WRITTEN BY CALCARCH, ONE RECORD PER SPLIT.
      * THE LAST RECORD HOLDS THE SEQUENCE NUMBER AND CHAIN VALUE THE
      * LIVE LOG'S FIRST ENTRY FOLLOWS ON FROM.  ONLY READ HERE, AND
      * ONLY WHEN THE LOG IS EMPTY.
      *----------------------------------------------------------------
           FD  CALC-CHAIN-ANCHOR.
           01  AN-ANCHOR-RECORD.
               05  AN-SPLIT-DATE               PIC 9(08).
               05  AN-SPLIT-TIME               PIC 9(08).
               05  AN-CUTOFF-DATE              PIC 9(08).
               05  AN-ARCHIVE-COUNT            PIC 9(07).
               05  AN-ARCHIVE-PRIOR-SEQUENCE   PIC 9(09).
               05  AN-ARCHIVE-PRIOR-CHAIN      PIC 9(09).
               05  AN-LIVE-PRIOR-SEQUENCE      PIC 9(09).
               05  AN-LIVE-PRIOR-CHAIN         PIC 9(09).
               05  FILLER                      PIC X(13).
      *----------------------------------------------------------------
      * DELIMITED EXPORT - SAME SHAPE AS CALCTOR1'S 251-EXPORT-WRITE,
      * EXTENDED SO THE GL FEED CARRIES ADJUSTMENTS TOO
      *----------------------------------------------------------------
           FD  CALC-EXPORT-FILE.
           01  EX-EXPORT-RECORD                PIC X(100).
      *----------------------------------------------------------------
      * SECURITY EVENT LOG - SAME LAYOUT AS WRITTEN BY CALCTOR1.  ONE
      * EVENT IS APPENDED PER ADJUSTMENT, APPLIED OR REFUSED, NAMING
      * THE SUPERVISOR, THE ACCOUNT AND THE CALCMNX RECORD NUMBER.
      *----------------------------------------------------------------
           FD  CALC-SECURITY-LOG.
           01  SE-SECURITY-EVENT.
               05  SE-EVENT-DATE               PIC 9(08).
               05  SE-EVENT-TIME               PIC 9(08).
               05  SE-PROGRAM                  PIC X(08).
               05  SE-OPERATOR-ID              PIC X(08).
               05  SE-RUN-MODE                 PIC X(01).
                   88  SE-MODE-BATCH           VALUE 'B'.
                   88  SE-MODE-PARM            VALUE 'P'.
                   88  SE-MODE-INTERACTIVE     VALUE 'I'.
               05  SE-EVENT-TYPE               PIC X(01).
                   88  SE-SIGN-ON              VALUE 'S'.
                   88  SE-AUTHORITY-USED       VALUE 'U'.
                   88  SE-REFUSAL              VALUE 'R'.
               05  SE-FUNCTION                 PIC X(08).
               05  SE-REASON-CODE              PIC X(02).
               05  SE-RUN-NUMBER               PIC 9(07).
               05  SE-ACCOUNT-KEY              PIC X(10).
               05  SE-RECORD-NUMBER            PIC 9(07).
               05  FILLER                      PIC X(12).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *            M  E  S  S  A  G  E  S     A  R  E  A
               'ACCOUNT CLOSED'.
               05 ME-ACCT-ADJUSTED            PIC X(08)   VALUE
               'ADJUSTED'.
               05 ME-PARENT-SET               PIC X(18)   VALUE
               'PARENT SET TO     '.
               05 ME-PARENT-CLEARED           PIC X(26)   VALUE
               'PARENT CLEARED - TOP LEVEL'.
               05 ME-PARENT-UNKNOWN           PIC X(26)   VALUE
               'PARENT ACCOUNT NOT ON FILE'.
               05 ME-PARENT-CLOSED            PIC X(24)   VALUE
               'PARENT ACCOUNT IS CLOSED'.
               05 ME-PARENT-IS-SELF           PIC X(32)   VALUE
               'ACCOUNT CANNOT BE ITS OWN PARENT'.
               05 ME-PARENT-LOOP              PIC X(33)   VALUE
               'PARENT SITS BELOW THIS ACCOUNT   '.
               05 ME-PARENT-TOO-DEEP          PIC X(33)   VALUE
               'HIERARCHY WOULD BE TOO DEEP      '.
               05 ME-CLASS-SET                PIC X(18)   VALUE
               'CLASS SET TO      '.
               05 ME-CLASS-CLEARED            PIC X(26)   VALUE
               'CLASS CLEARED - NO ACCRUAL'.
               05 ME-ACCT-EXISTS              PIC X(23)   VALUE
               'ACCOUNT ALREADY ON FILE'.
               05 ME-ACCT-UNKNOWN             PIC X(19)   VALUE
               'ACTIONS REJECTED:     '.
               05 ME-MAINT-DONE               PIC X(26)   VALUE
               'CALCMNT MAINTENANCE ENDED '.
               05 ME-SEC-WRITE-BAD            PIC X(44)   VALUE
               'SECURITY EVENT NOT LOGGED FOR OPERATOR:     '.
      ******************************************************************
      *                    AREA   OF  WORK  VARIABLES
      ******************************************************************
               05 WS-ZERO-EDIT                PIC -(7)9.99.
               05 WS-BALANCE-EDIT             PIC -(11)9.99.
               05 WS-OUTCOME-TEXT             PIC X(33).
               05 WS-ZERO-RUN-NUMBER          PIC 9(07)   VALUE 0.
               05 WS-ANCESTOR-KEY             PIC X(10).
               05 WS-LEVEL-COUNT              PIC 9(02)   VALUE 0.
      *
      * AUDIT CHAIN WORK FIELDS (540-544): THE LAST SEQUENCE NUMBER AND
      * CHAIN VALUE WRITTEN, AND THE BYTE-BY-BYTE FOLD.
               05 WS-CHAIN-SEQUENCE           PIC 9(09)   VALUE 0.
               05 WS-CHAIN-VALUE              PIC 9(09)   VALUE 0.
               05 WS-CHAIN-WORK               PIC 9(12)   VALUE 0.
               05 WS-CHAIN-QUOTIENT           PIC 9(12)   VALUE 0.
               05 WS-CHAIN-SUB                PIC 9(03)   VALUE 0.
               05 WS-CHAIN-CODE               PIC 9(03)   VALUE 0.
               05 WS-CHAIN-BYTE               PIC X(01).
               05 WS-CHAIN-DATA               PIC X(121).
      *
      * THE SECURITY EVENT FOR THE ADJUSTMENT IN HAND (248).  A
      * BLANK REASON MEANS THE RECORD RAISED NO EVENT.
               05 WS-SEC-EVENT-TYPE           PIC X(01)   VALUE SPACE.
               05 WS-SEC-REASON               PIC X(02)   VALUE SPACES.
               05 WS-SEC-DATE                 PIC 9(08)   VALUE 0.
               05 WS-SEC-TIME                 PIC 9(08)   VALUE 0.
      ******************************************************************
      *                 F  L  A  G  S     A  R  E  A
      ******************************************************************
               05 SW-MASTER-FAILED            PIC X(01)   VALUE 'N'.
                   88 SW-MASTER-IS-GOOD                   VALUE 'N'.
                   88 SW-MASTER-HAS-FAILED                VALUE 'Y'.
               05 SW-PARENT-RESULT            PIC X(01)   VALUE 'Y'.
                   88 SW-PARENT-GOOD                      VALUE 'Y'.
                   88 SW-PARENT-REFUSED                   VALUE 'N'.
               05 SW-CHAIN-LOG                PIC X(01)   VALUE 'N'.
                   88 SW-CHAIN-LOG-FOUND                  VALUE 'Y'.
                   88 SW-CHAIN-LOG-EMPTY                  VALUE 'N'.
      ******************************************************************
      *             F  I  L  E     S  T  A  T  U  S     A  R  E  A
      ******************************************************************
                   88 WS-MASTER-OK                        VALUE '00'.
                   88 WS-MASTER-AT-EOF                    VALUE '10'.
                   88 WS-MASTER-NOT-FOUND                 VALUE '35'.
                   88 WS-MASTER-NO-RECORD                 VALUE '23'.
               05 WS-REPORT-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-REPORT-OK                        VALUE '00'.
               05 WS-AUDIT-STATUS             PIC X(02)   VALUE '00'.
                   88 WS-AUDIT-OK                         VALUE '00'.
               05 WS-EXPORT-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-EXPORT-OK                        VALUE '00'.
               05 WS-ANCHOR-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-ANCHOR-OK                        VALUE '00'.
                   88 WS-ANCHOR-CREATED                   VALUE '05'.
               05 WS-SEC-STATUS               PIC X(02)   VALUE '00'.
                   88 WS-SEC-OK                           VALUE '00'.
                   88 WS-SEC-CREATED                      VALUE '05'.
      ******************************************************************
      *                C  O  U  N  T  E  R  S     A  R  E  A
      ******************************************************************
           01 CT-CONSTANTS.
               05 CT-LINES-PER-PAGE           PIC 9(02)   VALUE 20.
               05 CT-ADJUST-OPTION            PIC X(01)   VALUE 'J'.
               05 CT-MAX-LEVELS               PIC 9(02)   VALUE 20.
               05 CT-ORIGIN-BATCH-ID          PIC X(08)   VALUE
               'CALCMNT '.
               05 CT-CHAIN-MULTIPLIER         PIC 9(03)   VALUE 71.
               05 CT-CHAIN-MODULUS            PIC 9(09)   VALUE
               999999937.
               05 CT-CHAIN-ALPHABET           PIC X(69)   VALUE
               ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ+-.,/*abcdefghijklm
      -        'nopqrstuvwxyz'.
               05 CT-PROGRAM-NAME             PIC X(08)   VALUE
               'CALCMNT '.
               05 CT-SEC-FN-ADJUST            PIC X(08)   VALUE
               'ADJUST  '.
               05 CT-SEC-TYPE-USED            PIC X(01)   VALUE 'U'.
               05 CT-SEC-TYPE-REFUSED         PIC X(01)   VALUE 'R'.
               05 CT-SEC-ACCEPTED             PIC X(02)   VALUE 'OK'.
               05 CT-SEC-NO-SUPERVISOR        PIC X(02)   VALUE 'NS'.
               05 CT-SEC-BAD-AMOUNT           PIC X(02)   VALUE 'BA'.
               05 CT-SEC-BLANK-ACCOUNT        PIC X(02)   VALUE 'BK'.
               05 CT-SEC-UNKNOWN-ACCOUNT      PIC X(02)   VALUE 'UA'.
      ******************************************************************
      *       P  R  O  C  E  D  U  R  E     D  I  V  I  S  I  O  N
      ******************************************************************
                     CLOSE CALC-MAINT-FILE
                ELSE
                     OPEN OUTPUT CALC-MAINT-REPORT
                     PERFORM 540-AUDIT-CHAIN-TAIL
                     OPEN EXTEND CALC-AUDIT-LOG
                     IF   NOT WS-AUDIT-OK
                          CLOSE  CALC-AUDIT-LOG
           PERFORM UNTIL WS-MAINT-AT-EOF  OR  SW-MASTER-HAS-FAILED
                ADD  1                        TO       WS-COUNT-READ
                SET  SW-ACTION-APPLIED        TO       TRUE
                MOVE SPACES                   TO       WS-SEC-REASON

                EVALUATE TRUE
                    WHEN MN-ACTION-LIST
                         MOVE ME-BAD-KEY      TO       WS-OUTCOME-TEXT
                         SET  SW-ACTION-REJECTED   TO  TRUE
                         PERFORM 270-REPORT-OUTCOME
                         IF   MN-ACTION-ADJUST
                              MOVE CT-SEC-TYPE-REFUSED
                                              TO       WS-SEC-EVENT-TYPE
                              MOVE CT-SEC-BLANK-ACCOUNT
                                              TO       WS-SEC-REASON
                         END-IF
                    WHEN MN-ACTION-ADD
                         PERFORM 220-ACCOUNT-ADD
                    WHEN MN-ACTION-CLOSE
                         PERFORM 230-ACCOUNT-CLOSE
                    WHEN MN-ACTION-ADJUST
                         PERFORM 240-ACCOUNT-ADJUST
                    WHEN MN-ACTION-PARENT
                         PERFORM 232-ACCOUNT-PARENT
                    WHEN MN-ACTION-CLASS
                         PERFORM 238-ACCOUNT-CLASS
                    WHEN MN-ACTION-INQUIRE
                         PERFORM 250-ACCOUNT-INQUIRE
                    WHEN OTHER
                         PERFORM 270-REPORT-OUTCOME
                END-EVALUATE

                IF   WS-SEC-REASON NOT = SPACES
                     PERFORM 248-ADJUSTMENT-EVENT
                END-IF

                IF   SW-ACTION-APPLIED
                     ADD  1                   TO       WS-COUNT-APPLIED
                ELSE

           READ CALC-MASTER-FILE
               INVALID KEY
                   PERFORM 221-ACCOUNT-WRITE
               NOT INVALID KEY
                   MOVE ME-ACCT-EXISTS        TO       WS-OUTCOME-TEXT
                   SET  SW-ACTION-REJECTED    TO       TRUE
           PERFORM 280-MASTER-STATUS-CHECK
           PERFORM 270-REPORT-OUTCOME
           .
      *
      * A PARENT NAMED ON THE ADD IS CHECKED BEFORE THE RECORD IS
      * BUILT - THE CHECK READS OTHER ACCOUNTS INTO THE RECORD AREA.
      * A REFUSED PARENT REFUSES THE WHOLE ADD.
       221-ACCOUNT-WRITE.
      *==================
           IF   MN-PARENT-KEY = SPACES
                SET  SW-PARENT-GOOD           TO       TRUE
           ELSE
                PERFORM 236-PARENT-CHECK
           END-IF

           IF   SW-PARENT-GOOD
                MOVE MN-ACCOUNT-KEY           TO       MA-ACCOUNT-KEY
                MOVE ZERO                     TO       MA-BALANCE
                                              MA-POST-COUNT
                                              MA-DAY-OPENING-BALANCE
                                              MA-PERIOD-OPENING-BALANCE
                                              MA-PERIOD-OPENING-POSTS
                                              MA-LAST-ACTIVITY-DATE
                MOVE MN-DESCRIPTION           TO       MA-DESCRIPTION
                SET  MA-ACCOUNT-OPEN          TO       TRUE
                MOVE WS-RUN-DATE              TO       MA-OPEN-DATE
                MOVE MN-PARENT-KEY            TO       MA-PARENT-KEY
                MOVE MN-ACCOUNT-CLASS         TO       MA-ACCOUNT-CLASS
                WRITE MA-MASTER-RECORD
                MOVE ME-ACCT-ADDED            TO       WS-OUTCOME-TEXT
           ELSE
                SET  SW-ACTION-REJECTED       TO       TRUE
           END-IF
           .
      *
       230-ACCOUNT-CLOSE.
      *==================
           PERFORM 270-REPORT-OUTCOME
           .
      *
      * MOVING AN ACCOUNT IN THE ROLL-UP TREE (OR TO THE TOP OF IT,
      * WITH A BLANK PARENT).  NO BALANCE MOVES, SO - LIKE A CLOSE -
      * NO DATE STAMP AND NO AUDIT ENTRY.  THE ACCOUNT IS READ AGAIN
      * AFTER THE CHECK, WHICH LEAVES AN ANCESTOR IN THE RECORD AREA.
       232-ACCOUNT-PARENT.
      *===================
           MOVE MN-ACCOUNT-KEY                TO       MA-ACCOUNT-KEY

           READ CALC-MASTER-FILE
               INVALID KEY
                   MOVE ME-ACCT-UNKNOWN       TO       WS-OUTCOME-TEXT
                   SET  SW-ACTION-REJECTED    TO       TRUE
               NOT INVALID KEY
                   IF   MN-PARENT-KEY = SPACES
                        SET  SW-PARENT-GOOD   TO       TRUE
                   ELSE
                        PERFORM 236-PARENT-CHECK
                   END-IF
                   IF   SW-PARENT-GOOD
                        PERFORM 234-PARENT-REWRITE
                   ELSE
                        SET  SW-ACTION-REJECTED   TO   TRUE
                   END-IF
           END-READ

           PERFORM 280-MASTER-STATUS-CHECK
           PERFORM 270-REPORT-OUTCOME
           .
      *
       234-PARENT-REWRITE.
      *===================
           MOVE MN-ACCOUNT-KEY                TO       MA-ACCOUNT-KEY

           READ CALC-MASTER-FILE

           IF   WS-MASTER-OK
                MOVE MN-PARENT-KEY            TO       MA-PARENT-KEY
                REWRITE MA-MASTER-RECORD
           END-IF

           IF   MN-PARENT-KEY = SPACES
                MOVE ME-PARENT-CLEARED        TO       WS-OUTCOME-TEXT
           ELSE
                MOVE SPACES                   TO       WS-OUTCOME-TEXT
                STRING  ME-PARENT-SET      DELIMITED BY SIZE
                        MN-PARENT-KEY      DELIMITED BY SIZE
                   INTO WS-OUTCOME-TEXT
                END-STRING
           END-IF
           .
      *
      * THE PARENT MUST BE ANOTHER OPEN ACCOUNT ON THE MASTER, AND
      * WALKING UP FROM IT MUST NEVER MEET THE ACCOUNT BEING MOVED -
      * THAT WOULD HANG THE ACCOUNT BELOW ITSELF AND LOOP THE TREE.
      * THE WALK STOPS AT THE TOP (A BLANK PARENT, OR ONE NO LONGER
      * ON FILE - CALCCONS REPORTS THOSE) OR AT CT-MAX-LEVELS, WHICH
      * ALSO KEEPS IT FROM SPINNING ON A TREE ALREADY DAMAGED.  A
      * KEY NOT FOUND ON THE WAY IS NOT A FILE FAILURE, SO THE
      * STATUS IS PUT BACK FOR 280-MASTER-STATUS-CHECK.
       236-PARENT-CHECK.
      *=================
           SET  SW-PARENT-GOOD                TO       TRUE

           IF   MN-PARENT-KEY = MN-ACCOUNT-KEY
                MOVE ME-PARENT-IS-SELF        TO       WS-OUTCOME-TEXT
                SET  SW-PARENT-REFUSED        TO       TRUE
           ELSE
                MOVE MN-PARENT-KEY            TO       MA-ACCOUNT-KEY
                READ CALC-MASTER-FILE
                    INVALID KEY
                        MOVE ME-PARENT-UNKNOWN
                                              TO       WS-OUTCOME-TEXT
                        SET  SW-PARENT-REFUSED    TO   TRUE
                    NOT INVALID KEY
                        IF   MA-ACCOUNT-CLOSED
                             MOVE ME-PARENT-CLOSED
                                              TO       WS-OUTCOME-TEXT
                             SET  SW-PARENT-REFUSED    TO   TRUE
                        ELSE
                             MOVE MA-PARENT-KEY   TO   WS-ANCESTOR-KEY
                             MOVE 1           TO       WS-LEVEL-COUNT
                             PERFORM UNTIL WS-ANCESTOR-KEY = SPACES
                                      OR   SW-PARENT-REFUSED
                                  PERFORM 237-ANCESTOR-STEP
                             END-PERFORM
                        END-IF
                END-READ
           END-IF

           IF   WS-MASTER-NO-RECORD
                MOVE '00'                     TO       WS-MASTER-STATUS
           END-IF
           .
      *
       237-ANCESTOR-STEP.
      *==================
           ADD  1                             TO       WS-LEVEL-COUNT

           IF   WS-ANCESTOR-KEY = MN-ACCOUNT-KEY
                MOVE ME-PARENT-LOOP           TO       WS-OUTCOME-TEXT
                SET  SW-PARENT-REFUSED        TO       TRUE
           ELSE
           IF   WS-LEVEL-COUNT > CT-MAX-LEVELS
                MOVE ME-PARENT-TOO-DEEP       TO       WS-OUTCOME-TEXT
                SET  SW-PARENT-REFUSED        TO       TRUE
           ELSE
                MOVE WS-ANCESTOR-KEY          TO       MA-ACCOUNT-KEY
                READ CALC-MASTER-FILE
                    INVALID KEY
                        MOVE SPACES           TO       WS-ANCESTOR-KEY
                    NOT INVALID KEY
                        MOVE MA-PARENT-KEY    TO       WS-ANCESTOR-KEY
                END-READ
           END-IF
           END-IF
           .
      *
      * THE CLASS ONLY SAYS WHICH CALCACS ROW CALCACR PRICES THE
      * ACCOUNT UNDER - A CLASS WITH NO ROW IS LISTED BY THE ACCRUAL
      * RUN, NOT REFUSED HERE, SO A NEW CLASS CAN BE SET UP AHEAD OF
      * ITS SCHEDULE ROW.  NO BALANCE MOVES, SO - LIKE A PARENT
      * CHANGE - NO DATE STAMP AND NO AUDIT ENTRY.
       238-ACCOUNT-CLASS.
      *==================
           MOVE MN-ACCOUNT-KEY                TO       MA-ACCOUNT-KEY

           READ CALC-MASTER-FILE
               INVALID KEY
                   MOVE ME-ACCT-UNKNOWN       TO       WS-OUTCOME-TEXT
                   SET  SW-ACTION-REJECTED    TO       TRUE
               NOT INVALID KEY
                   MOVE MN-ACCOUNT-CLASS      TO       MA-ACCOUNT-CLASS
                   REWRITE MA-MASTER-RECORD
                   IF   MN-ACCOUNT-CLASS = SPACES
                        MOVE ME-CLASS-CLEARED TO       WS-OUTCOME-TEXT
                   ELSE
                        MOVE SPACES           TO       WS-OUTCOME-TEXT
                        STRING  ME-CLASS-SET       DELIMITED BY SIZE
                                MN-ACCOUNT-CLASS   DELIMITED BY SIZE
                           INTO WS-OUTCOME-TEXT
                        END-STRING
                   END-IF
           END-READ

           PERFORM 280-MASTER-STATUS-CHECK
           PERFORM 270-REPORT-OUTCOME
           .
      *
      * AN ADJUSTMENT IS THE ONE WAY A BALANCE MOVES OUTSIDE A BATCH
      * POSTING, SO IT TAKES A SUPERVISOR ID AND LEAVES A TRAIL IN
      * TWO PLACES: THE AUDIT LOG (OPTION 'J', SUPERVISOR AS THE
      * OPERATOR) AND THE ADJUSTMENT LINE ON THIS REPORT.  A CLOSED
      * ACCOUNT MAY STILL BE ADJUSTED - THAT IS HOW A RESIDUAL
      * BALANCE IS CLEARED OFF AN ACCOUNT BEING RETIRED.  EVERY
      * ADJUSTMENT, APPLIED OR REFUSED, ALSO RAISES A SECURITY EVENT
      * (248) - ONLY A MASTER THAT FAILS UNDER IT DOES NOT, AS THAT
      * SAYS NOTHING ABOUT THE SUPERVISOR.
       240-ACCOUNT-ADJUST.
      *===================
           MOVE CT-SEC-TYPE-REFUSED           TO       WS-SEC-EVENT-TYPE

           IF   MN-SUPERVISOR-ID = SPACES
                MOVE ME-NO-SUPERVISOR         TO       WS-OUTCOME-TEXT
                SET  SW-ACTION-REJECTED       TO       TRUE
                PERFORM 270-REPORT-OUTCOME
                MOVE CT-SEC-NO-SUPERVISOR     TO       WS-SEC-REASON
           ELSE
           IF   MN-AMOUNT NOT NUMERIC
                MOVE ME-BAD-AMOUNT            TO       WS-OUTCOME-TEXT
                SET  SW-ACTION-REJECTED       TO       TRUE
                PERFORM 270-REPORT-OUTCOME
                MOVE CT-SEC-BAD-AMOUNT        TO       WS-SEC-REASON
           ELSE
                MOVE MN-ACCOUNT-KEY           TO       MA-ACCOUNT-KEY
                READ CALC-MASTER-FILE
                        MOVE ME-ACCT-UNKNOWN  TO       WS-OUTCOME-TEXT
                        SET  SW-ACTION-REJECTED   TO   TRUE
                        PERFORM 270-REPORT-OUTCOME
                        MOVE CT-SEC-UNKNOWN-ACCOUNT
                                              TO       WS-SEC-REASON
                    NOT INVALID KEY
                        IF   MA-LAST-ACTIVITY-DATE NOT = WS-RUN-DATE
                             MOVE MA-BALANCE
                        IF   SW-MASTER-IS-GOOD
                             PERFORM 245-ADJUSTMENT-AUDIT
                             PERFORM 246-ADJUSTMENT-LINE
                             MOVE CT-SEC-TYPE-USED
                                              TO       WS-SEC-EVENT-TYPE
                             MOVE CT-SEC-ACCEPTED
                                              TO       WS-SEC-REASON
                        ELSE
                             MOVE ME-MASTER-IO-BAD
                                              TO       WS-OUTCOME-TEXT
           MOVE WS-RUN-TIME                   TO       AL-RUN-TIME
           MOVE MN-SUPERVISOR-ID              TO       AL-OPERATOR-ID
           MOVE MN-ACCOUNT-KEY                TO       AL-ACCOUNT-KEY
           MOVE ZERO                          TO       AL-RUN-NUMBER
           MOVE CT-ORIGIN-BATCH-ID            TO       AL-BATCH-ID
           MOVE WS-COUNT-READ                 TO       AL-RECORD-NUMBER
           MOVE SPACES                        TO       AL-APPROVER-ID
           MOVE SPACES                        TO       AL-RATE-CODE
           MOVE ZERO                          TO       AL-RATE-VALUE

           PERFORM 543-AUDIT-CHAIN-STAMP
           WRITE AL-AUDIT-RECORD

           PERFORM 247-ADJUSTMENT-EXPORT
                   WS-RUN-TIME        DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   MN-SUPERVISOR-ID   DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   WS-ZERO-RUN-NUMBER DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   CT-ORIGIN-BATCH-ID DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   WS-COUNT-READ      DELIMITED BY SIZE
              INTO EX-EXPORT-RECORD
           END-STRING
           WRITE EX-EXPORT-RECORD

           ADD  1                             TO       WS-LINE-COUNT
           .
      *
      * THE ADJUSTMENT'S SECURITY EVENT NAMES THE SUPERVISOR AS THE
      * OPERATOR (BLANK WHEN NONE WAS GIVEN), THE ACCOUNT AND THE
      * CALCMNX RECORD.  MAINTENANCE IS NOT A CALCRUN RUN, SO THE RUN
      * NUMBER IS ZERO, AS ON THE ADJUSTMENT'S AUDIT ENTRY.  THE EVENT
      * IS APPENDED THE MOMENT IT HAPPENS, AS CALCTOR1 DOES, AND THE
      * FIRST EVENT EVER CREATES THE FILE.  A LOG THAT WILL NOT TAKE
      * THE WRITE COSTS THE EVENT, NOT THE RUN - THE CONSOLE LINE
      * NAMES THE OPERATOR SO THE EVENT CAN BE PUT RIGHT.
       248-ADJUSTMENT-EVENT.
      *=====================
           ACCEPT  WS-SEC-DATE   FROM DATE YYYYMMDD
           ACCEPT  WS-SEC-TIME   FROM TIME

           OPEN EXTEND CALC-SECURITY-LOG

           IF   NOT WS-SEC-OK  AND  NOT WS-SEC-CREATED
                CLOSE  CALC-SECURITY-LOG
                OPEN OUTPUT CALC-SECURITY-LOG
           END-IF

           MOVE SPACES                        TO       SE-SECURITY-EVENT
           MOVE WS-SEC-DATE                   TO       SE-EVENT-DATE
           MOVE WS-SEC-TIME                   TO       SE-EVENT-TIME
           MOVE CT-PROGRAM-NAME               TO       SE-PROGRAM
           MOVE MN-SUPERVISOR-ID              TO       SE-OPERATOR-ID
           SET  SE-MODE-BATCH                 TO       TRUE
           MOVE WS-SEC-EVENT-TYPE             TO       SE-EVENT-TYPE
           MOVE CT-SEC-FN-ADJUST              TO       SE-FUNCTION
           MOVE WS-SEC-REASON                 TO       SE-REASON-CODE
           MOVE ZERO                          TO       SE-RUN-NUMBER
           MOVE MN-ACCOUNT-KEY                TO       SE-ACCOUNT-KEY
           MOVE WS-COUNT-READ                 TO       SE-RECORD-NUMBER

           WRITE SE-SECURITY-EVENT
           IF   NOT WS-SEC-OK
                DISPLAY ME-SEC-WRITE-BAD  MN-SUPERVISOR-ID
           END-IF

           CLOSE CALC-SECURITY-LOG
           .
      *
       250-ACCOUNT-INQUIRE.
      *====================
                   MA-LAST-ACTIVITY-DATE
                                      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   MA-DESCRIPTION(1:14)
                                      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   MA-PARENT-KEY      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   MA-ACCOUNT-CLASS   DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD
           .
      *
      * THE AUDIT LOG IS A CHAIN: EACH ENTRY CARRIES THE NEXT SEQUENCE
      * NUMBER AND A CHAIN VALUE WORKED FROM ITS OWN CONTENT AND THE
      * PREVIOUS ENTRY'S.  BEFORE THE LOG IS OPENED TO BE EXTENDED IT
      * IS READ TO ITS END FOR THE LAST ENTRY'S PAIR.  A LOG LEFT
      * EMPTY BY CALCARCH CARRIES ON FROM THE ANCHOR CALCARCH WROTE;
      * NO LOG AND NO ANCHOR STARTS THE CHAIN AT SEQUENCE 1.  AN ENTRY
      * WITHOUT A NUMERIC PAIR STARTS IT AGAIN - CALCVRFY REPORTS IT.
       540-AUDIT-CHAIN-TAIL.
      *=====================
           MOVE ZERO                          TO       WS-CHAIN-SEQUENCE
                                                       WS-CHAIN-VALUE
           SET  SW-CHAIN-LOG-EMPTY            TO       TRUE

           OPEN INPUT CALC-AUDIT-LOG

           IF   WS-AUDIT-OK
                PERFORM UNTIL NOT WS-AUDIT-OK
                     READ CALC-AUDIT-LOG
                         AT END
                             CONTINUE
                         NOT AT END
                             SET  SW-CHAIN-LOG-FOUND  TO  TRUE
                             PERFORM 541-AUDIT-CHAIN-KEEP
                     END-READ
                END-PERFORM
                CLOSE CALC-AUDIT-LOG
           END-IF

           IF   SW-CHAIN-LOG-EMPTY
                PERFORM 542-READ-CHAIN-ANCHOR
           END-IF
           .
      *
       541-AUDIT-CHAIN-KEEP.
      *=====================
           IF   AL-SEQUENCE-NUMBER IS NUMERIC
           AND  AL-CHAIN-VALUE     IS NUMERIC
                MOVE AL-SEQUENCE-NUMBER   TO       WS-CHAIN-SEQUENCE
                MOVE AL-CHAIN-VALUE           TO       WS-CHAIN-VALUE
           ELSE
                MOVE ZERO                     TO       WS-CHAIN-SEQUENCE
                                                       WS-CHAIN-VALUE
           END-IF
           .
      *
      * THE LAST ANCHOR ON FILE IS THE ONE IN FORCE FOR THE LIVE LOG.
      * NO ANCHOR FILE MEANS THE LOG HAS NEVER BEEN SPLIT.
       542-READ-CHAIN-ANCHOR.
      *======================
           OPEN INPUT CALC-CHAIN-ANCHOR

           IF   WS-ANCHOR-OK  OR  WS-ANCHOR-CREATED
                PERFORM UNTIL NOT WS-ANCHOR-OK
                     READ CALC-CHAIN-ANCHOR
                         AT END
                             CONTINUE
                         NOT AT END
                             MOVE AN-LIVE-PRIOR-SEQUENCE
                                              TO  WS-CHAIN-SEQUENCE
                             MOVE AN-LIVE-PRIOR-CHAIN
                                              TO  WS-CHAIN-VALUE
                     END-READ
                END-PERFORM
                CLOSE CALC-CHAIN-ANCHOR
           END-IF
           .
      *
      * EVERY WRITE OF AL-AUDIT-RECORD COMES THROUGH HERE FIRST, ONCE
      * THE REST OF THE ENTRY IS FILLED IN.
       543-AUDIT-CHAIN-STAMP.
      *======================
           ADD  1                             TO       WS-CHAIN-SEQUENCE
           MOVE WS-CHAIN-SEQUENCE         TO       AL-SEQUENCE-NUMBER
           PERFORM 544-CHAIN-VALUE
           MOVE WS-CHAIN-VALUE                TO       AL-CHAIN-VALUE
           .
      *
      * THE CHAIN VALUE: THE PREVIOUS ENTRY'S VALUE CARRIED THROUGH
      * EVERY BYTE OF THIS ENTRY UP TO AND INCLUDING ITS SEQUENCE
      * NUMBER.  EACH BYTE'S PLACE IN CT-CHAIN-ALPHABET (ANYTHING NOT
      * IN IT COUNTS AS ONE PAST THE END) IS FOLDED IN AS VALUE TIMES
      * 71 PLUS PLACE, KEPT AS THE REMAINDER UNDER THE PRIME
      * 999999937.  ONE BYTE CHANGED ANYWHERE CHANGES THE VALUE, AND
      * EVERY VALUE AFTER IT.  THE SAME ARITHMETIC AS CALCVRFY, WHICH
      * CHECKS IT - THE TWO MUST NEVER DIFFER.
       544-CHAIN-VALUE.
      *================
           MOVE AL-AUDIT-RECORD (1:121)       TO       WS-CHAIN-DATA

           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL   WS-CHAIN-SUB > 121
                MOVE WS-CHAIN-DATA (WS-CHAIN-SUB:1)
                                              TO       WS-CHAIN-BYTE
                MOVE ZERO                     TO       WS-CHAIN-CODE
                INSPECT CT-CHAIN-ALPHABET TALLYING WS-CHAIN-CODE
                        FOR CHARACTERS BEFORE INITIAL WS-CHAIN-BYTE
                COMPUTE WS-CHAIN-WORK =
                        WS-CHAIN-VALUE * CT-CHAIN-MULTIPLIER
                      + WS-CHAIN-CODE + 1
                END-COMPUTE
                DIVIDE WS-CHAIN-WORK BY CT-CHAIN-MODULUS
                       GIVING    WS-CHAIN-QUOTIENT
                       REMAINDER WS-CHAIN-VALUE
                END-DIVIDE
           END-PERFORM
           .
