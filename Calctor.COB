      *               UNEXPLAINED 'TL' REJECT.  CALCTRX STAYS 67
      *               BYTES; ONLY THE COLUMN BOUNDARY MOVES, PART OF
      *               THE SAME CUTOVER.
      * 15/10/26  JR  TRACEABILITY.  EVERY AUDIT ENTRY AND EXPORT LINE
      *               IS NOW STAMPED WITH ITS ORIGIN - THE CALCRUN RUN
      *               NUMBER, THE TR-BATCH-ID OF ITS GROUP AND THE
      *               INPUT RECORD NUMBER - SO THE NEW CALCTRCE
      *               INQUIRY CAN WALK ANY POSTING BACK TO THE CALCTRX
      *               RECORD THAT CAUSED IT.  INTERACTIVE AND PARM
      *               ENTRIES CARRY ZERO AND BLANK.  THE ORIGIN FIELDS
      *               RIDE AT THE END OF THE EXPORT LINE.
      *               NOTE AT CUTOVER: CALCAUD LRECL IS NOW 87 (WAS
      *               65) AND CALCEXP IS NOW 100 (WAS 80) - ARCHIVE
      *               THE OLD LOG THROUGH CALCARCH AND START A FRESH
      *               LOG AND EXPORT FILE.
      * 15/10/26  JR  DUAL CONTROL OVER LARGE POSTINGS.  THE CONTROL
      *               FILE NOW CARRIES AN APPROVAL LIMIT
      *               (PA-APPROVAL-LIMIT, IN THE OLD FILLER).  A
      *               KEYED POSTING WHOSE RESULT IS LARGER THAN THE
      *               LIMIT, EITHER SIGN, IS NO LONGER POSTED - IT IS
      *               WRITTEN TO THE NEW PENDING-APPROVAL FILE
      *               (CALCPND) WITH ITS CALCULATION, ACCOUNT,
      *               SUBMITTING OPERATOR AND ORIGIN, AND IS AUDITED,
      *               EXPORTED AND POSTED ONLY WHEN A SECOND OPERATOR
      *               APPROVES IT THROUGH THE NEW CALCAPRV.  THE
      *               PRINT LINE MARKS IT HELD AND THE SUMMARY COUNTS
      *               THE HELD ITEMS; THE COUNT RIDES THE CHECKPOINT.
      *               A BLANK OR ZERO LIMIT MEANS NO DUAL CONTROL.
      *               THE OPERATOR RECORD LEARNS OP-AUTH-APPROVE AND
      *               THE AUDIT ENTRY AL-APPROVER-ID (BLANK HERE).
      *               NOTE AT CUTOVER: CALCAUD LRECL IS NOW 95 (WAS
      *               87) - ARCHIVE THE OLD LOG THROUGH CALCARCH AND
      *               START A FRESH ONE; DELETE ANY CALCCKP FROM THE
      *               OLD LAYOUT.
      * 15/10/26  JR  THE MASTER RECORD NOW ENDS WITH MA-PARENT-KEY,
      *               THE ROLL-UP PARENT CALCMNT MAINTAINS FOR THE
      *               CALCCONS CONSOLIDATION - LAYOUT ONLY HERE.
      *               NOTE AT CUTOVER: CALCMST IS NOW 120 BYTES.
      * 15/10/26  JR  RATE CONVERSION.  NEW BATCH OPERATION 'C' NAMES A
      *               RATE CODE IN THE SECOND OPERAND COLUMN INSTEAD OF
      *               A NUMBER; 262-RATE-LOOKUP FINDS THE RATE IN FORCE
      *               FOR THE RUN DATE ON THE NEW EFFECTIVE-DATED RATE
      *               TABLE (CALCRTE, MAINTAINED BY THE NEW CALCRATE)
      *               AND THE FIRST OPERAND IS MULTIPLIED BY IT.  A
      *               CODE WITH NO ROW IN FORCE, OR WHOSE ROW HAS
      *               EXPIRED, GOES TO SUSPENSE UNDER THE NEW 'RT'
      *               REASON.  THE PRINT LINE SHOWS THE CODE AND A
      *               SECOND LINE THE RATE APPLIED; THE AUDIT ENTRY
      *               AND PENDING ITEM CARRY BOTH (AL-/PN-RATE-CODE,
      *               AL-/PN-RATE-VALUE).  THE EXPORT LINE IS UNCHANGED
      *               (B IS ZERO).  THE OPERATOR RECORD LEARNS
      *               OP-AUTH-MORE-OPERATIONS FOR THE NEW LETTER - 'C'
      *               MUST BE GRANTED THERE.  CONVERSIONS ARE COUNTED
      *               ON THE SUMMARY AND THE COUNT RIDES THE
      *               CHECKPOINT.  NOTE AT CUTOVER: CALCAUD IS NOW 112
      *               BYTES (WAS 95) AND CALCPND 179 (WAS 162) -
      *               ARCHIVE THE OLD LOG THROUGH CALCARCH, DECIDE OR
      *               ARCHIVE THE OLD QUEUE, AND DELETE ANY CALCCKP
      *               FROM THE OLD LAYOUT.
      * 15/10/26  JR  THE MASTER RECORD NOW ENDS WITH MA-ACCOUNT-CLASS,
      *               THE ACCRUAL CLASS CALCMNT MAINTAINS FOR THE
      *               CALCACR INTEREST AND FEE RUN - LAYOUT ONLY HERE.
      *               NOTE AT CUTOVER: CALCMST IS NOW 122 BYTES.
      * 15/10/26  JR  DUPLICATE BATCH DETECTION.  EVERY BALANCED GROUP A
      *               COMPLETED RUN POSTS IS APPENDED TO THE NEW
      *               PROCESSED-BATCH REGISTER (CALCPBR) WITH ITS BATCH
      *               ID, COUNT, HASH TOTALS AND RUN NUMBER.  THE PRE-
      *               PASS NOW REFUSES A GROUP WHOSE BATCH ID, OR WHOSE
      *               COUNT AND BOTH HASH TOTALS, MATCH A GROUP ON THE
      *               REGISTER WITHIN PA-DUPLICATE-DAYS (DEFAULT 30) OR
      *               AN EARLIER GROUP OF THE SAME FILE; ITS RECORDS GO
      *               TO SUSPENSE UNDER THE NEW 'DB' REASON.  THE NEW
      *               PA-DUPLICATE-OVERRIDE NAMES A BATCH ID TO LET
      *               THROUGH AS A DELIBERATE RESUBMISSION - THE
      *               REGISTER ENTRY OF A GROUP SO RELEASED CARRIES THE
      *               OVERRIDE, THE OPERATOR AND THE RUN IT REPEATED.
      *               A KEYED DATA RECORD IDENTICAL TO ONE ALREADY
      *               HANDLED THIS RUN STILL POSTS BUT IS FLAGGED ON
      *               THE PRINT LINE AND LISTED FOR REVIEW.  THE
      *               SUMMARY LISTS THE REFUSED GROUPS; BOTH NEW COUNTS
      *               RIDE THE CHECKPOINT AND EITHER ONE SETS RC 4.
      *               NOTE AT CUTOVER: CALCCTL IS NOW 41 BYTES (WAS
      *               30) AND ANY CALCCKP FROM THE OLD LAYOUT MUST BE
      *               DELETED.
      * 15/10/26  JR  TAMPER-EVIDENT AUDIT LOG.  EVERY AUDIT ENTRY NOW
      *               ENDS WITH A SEQUENCE NUMBER AND A CHAIN VALUE
      *               WORKED FROM ITS OWN CONTENT AND THE PREVIOUS
      *               ENTRY'S (543-AUDIT-CHAIN-STAMP).  THE LOG IS READ
      *               TO ITS END BEFORE IT IS EXTENDED FOR THE LAST
      *               PAIR, OR THE CALCARCH ANCHOR (CALCANC) IS TAKEN
      *               WHEN THE LOG IS EMPTY.  CALCVRFY CHECKS THE
      *               CHAIN.  NOTE AT CUTOVER: CALCAUD IS NOW 130
      *               BYTES (WAS 112).
      * 15/10/26  JR  SECURITY EVENT LOG.  EVERY SIGN-ON TO A RUN, TAKEN
      *               OR REFUSED BY 110-OPERATOR-VERIFY, AND EVERY
      *               OPERATION REFUSED BY 243-AUTHORITY-CHECK IS NOW
      *               APPENDED TO THE NEW SECURITY EVENT FILE (CALCSEC)
      *               WITH THE OPERATOR, RUN MODE, WHAT WAS TRIED AND
      *               THE REASON (530-SECURITY-EVENT-WRITE), NOT JUST
      *               DISPLAYED.  A RUN WITH NO OPERATOR FILE IS LOGGED
      *               AS AN UNCHECKED SIGN-ON.  CALCSECR REPORTS FROM
      *               THE FILE.  CALCSEC IS OPTIONAL - THE FIRST EVENT
      *               CREATES IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTOR1.
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
           SELECT CALC-RUN-HISTORY        ASSIGN TO CALCRHF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-RHF-STATUS.
           SELECT OPTIONAL CALC-PENDING-FILE
                                           ASSIGN TO CALCPND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-PEND-STATUS.
           SELECT OPTIONAL CALC-RATE-FILE
                                           ASSIGN TO CALCRTE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RT-RATE-KEY
               FILE STATUS  IS WS-RATE-STATUS.
           SELECT OPTIONAL CALC-BATCH-REGISTER
                                           ASSIGN TO CALCPBR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-PBR-STATUS.
           SELECT OPTIONAL CALC-SECURITY-LOG
                                           ASSIGN TO CALCSEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-SEC-STATUS.
      ******************************************************************
      *              D  A  T  A     D  I  V  I  S  I  O  N
      ******************************************************************
                       88  TR-SECOND-IS-REFERENCE VALUE '*'.
                   10  TR-SECOND-REF-ID       PIC X(01).
                   10  FILLER                 PIC X(08).
      *
      * ON A RATE CONVERSION ('C') THE SECOND OPERAND COLUMN NAMES A
      * CALCRTE RATE CODE INSTEAD OF A NUMBER, LEFT-JUSTIFIED WITH THE
      * LAST FOUR BYTES BLANK.  LIKE A REFERENCE, IT IS NOT NUMERIC
      * AND SO COUNTS AS ZERO IN THE TRAILER HASH TOTALS.
               05  TR-RATE-OPERAND REDEFINES TR-SECOND-NUMBER.
                   10  TR-RATE-CODE           PIC X(06).
                   10  TR-RATE-FILLER         PIC X(04).
               05  TR-ACCOUNT-KEY             PIC X(10).
                   88  TR-NO-ACCOUNT-KEY      VALUE SPACES.
               05  TR-STORE-REGISTER          PIC X(01).
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
      * RUN PARAMETERS - ONE RECORD OF TUNING KNOBS, SO A CHANGE IS AN
      * EDIT TO THIS FILE AND NOT A RECOMPILE.  BLANK OR NON-NUMERIC
      * FOR THE ONE RESTART RUN AND TAKE IT BACK OUT - LEFT IN PLACE
      * IT DISABLES THE OVERLAP PROTECTION ENTIRELY.
               05  PA-RESTART-FLAG             PIC X(01).
      *
      * A KEYED POSTING WHOSE RESULT IS LARGER THAN THIS, EITHER SIGN,
      * IS HELD ON CALCPND FOR A SECOND OPERATOR TO APPROVE INSTEAD
      * OF POSTING.  BLANK OR ZERO MEANS NO DUAL CONTROL.
               05  PA-APPROVAL-LIMIT           PIC 9(07)V99.
      *
      * HOW MANY DAYS BACK A GROUP ON THE PROCESSED-BATCH REGISTER
      * STILL REFUSES A REPEAT OF ITSELF - ZERO MEANS TODAY'S RUNS
      * ONLY.  BLANK FALLS BACK TO CT-DUPLICATE-DAYS.
               05  PA-DUPLICATE-DAYS           PIC 9(03).
      *
      * A BATCH ID LET THROUGH THIS RUN EVEN THOUGH IT REPEATS A GROUP
      * ALREADY PROCESSED - THE DELIBERATE RESUBMISSION.  THE RELEASE
      * IS RECORDED ON THE REGISTER.  LIKE THE RESTART FLAG, SET IT
      * FOR THE ONE RUN AND TAKE IT BACK OUT.
               05  PA-DUPLICATE-OVERRIDE       PIC X(08).
      *----------------------------------------------------------------
      * OPERATOR SECURITY - ONE RECORD PER AUTHORIZED OPERATOR ID,
      * WITH A Y/N FLAG PER RUN MODE AND THE OPERATION LETTERS THE
      * OPERATOR MAY USE (E.G. 'ASMD' FOR A CLERK, 'ASMDREQ' FOR A
      * SENIOR).  LETTERS FOR OPERATIONS ADDED SINCE (THE RATE
      * CONVERSION 'C') GO IN OP-AUTH-MORE-OPERATIONS; THE TWO FIELDS
      * ARE CHECKED AS ONE LIST.  NO FILE PRESENT MEANS AUTHORITY IS
      * NOT CHECKED.
      * OP-AUTH-APPROVE 'Y' LETS THE OPERATOR RELEASE POSTINGS HELD
      * FOR APPROVAL THROUGH CALCAPRV - IT IS NOT USED HERE.
      *----------------------------------------------------------------
           FD  CALC-OPERATOR-FILE.
           01  OP-OPERATOR-RECORD.
               05  OP-AUTH-PARM                PIC X(01).
               05  OP-AUTH-BATCH               PIC X(01).
               05  OP-AUTH-OPERATIONS          PIC X(07).
               05  OP-AUTH-APPROVE             PIC X(01).
               05  OP-AUTH-MORE-OPERATIONS     PIC X(03).
               05  FILLER                      PIC X(08).
      *----------------------------------------------------------------
      * RESULTS MASTER - ONE RECORD PER ACCOUNT KEY, ACCUMULATING THE
      * POSTED RESULTS SO THE WHOLE SHOP LOOKS UP ONE BALANCE INSTEAD
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
      * SUSPENSE - REJECTED TRANSACTIONS, UNCHANGED, PLUS A REASON
      * CODE, THE RECORD NUMBER AND THE DATE OF THE REJECTION.  THE
      * LEDGER FEEDS
      *----------------------------------------------------------------
           FD  CALC-EXPORT-FILE.
           01  EX-EXPORT-RECORD                PIC X(100).
      *----------------------------------------------------------------
      * CHECKPOINT - LAST RECORD NUMBER COMPLETED, FOR BATCH RESTART
      *----------------------------------------------------------------
               05  CP-COUNT-SQUARE-ROOT        PIC 9(07).
               05  CP-COUNT-TOLERANCE          PIC 9(07).
               05  CP-COUNT-BATCH-REJECTS      PIC 9(07).
               05  CP-COUNT-HELD               PIC 9(07).
               05  CP-COUNT-RATE               PIC 9(07).
               05  CP-COUNT-DUP-REJECTS        PIC 9(07).
               05  CP-COUNT-DUP-FLAGGED        PIC 9(07).
               05  CP-PREV-RESULT             PIC S9(07)V99.
               05  CP-PREV-FLAG                PIC X(01).
               05  CP-REGISTER-ENTRY           OCCURS 8 TIMES.
                   10  CP-REGISTER-VALUE       PIC S9(07)V99.
               05  RH-COUNT-PROCESSED          PIC 9(07).
               05  RH-COUNT-REJECTS            PIC 9(07).
               05  RH-RUN-STATUS               PIC X(08).
      *----------------------------------------------------------------
      * PENDING APPROVAL - ONE RECORD APPENDED PER KEYED POSTING OVER
      * THE APPROVAL LIMIT, IN PLACE OF THE AUDIT ENTRY, EXPORT LINE
      * AND MASTER POST.  THE ITEM IS KNOWN BY ITS RUN AND INPUT
      * RECORD NUMBER, AND CARRIES THE CALCULATION, THE SUBMITTING
      * OPERATOR AND THE TRANSACTION AS READ (FOR SUSPENSE, SHOULD IT
      * BE DECLINED).  CALCAPRV STAMPS THE DECISION ON IT IN PLACE;
      * THE FILE IS THE PERMANENT RECORD OF WHO RELEASED WHAT.
      *----------------------------------------------------------------
           FD  CALC-PENDING-FILE.
           01  PN-PENDING-RECORD.
               05  PN-PENDING-KEY.
                   10  PN-RUN-NUMBER           PIC 9(07).
                   10  PN-RECORD-NUMBER        PIC 9(07).
               05  PN-BATCH-ID                 PIC X(08).
               05  PN-ACCOUNT-KEY              PIC X(10).
               05  PN-OPTION                   PIC X(01).
               05  PN-FIRST-NUMBER             PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
               05  PN-SECOND-NUMBER            PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
               05  PN-RESULT                   PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
               05  PN-SUBMIT-OPERATOR          PIC X(08).
               05  PN-SUBMIT-DATE              PIC 9(08).
               05  PN-SUBMIT-TIME              PIC 9(08).
               05  PN-TRANX-DATA               PIC X(50).
               05  PN-STATUS                   PIC X(01).
                   88  PN-STATUS-PENDING       VALUE 'P'.
                   88  PN-STATUS-APPROVED      VALUE 'A'.
                   88  PN-STATUS-DECLINED      VALUE 'D'.
               05  PN-DECIDED-BY               PIC X(08).
               05  PN-DECIDED-DATE             PIC 9(08).
               05  PN-DECIDED-TIME             PIC 9(08).
               05  PN-RATE-CODE                PIC X(06).
               05  PN-RATE-VALUE               PIC 9(05)V9(06).
      *----------------------------------------------------------------
      * RATE TABLE - MAINTAINED BY CALCRATE.  ONE ROW PER RATE CODE
      * PER EFFECTIVE DATE; THE ROW IN FORCE ON A DATE IS THE LATEST
      * ONE EFFECTIVE ON OR BEFORE IT, PROVIDED ITS EXPIRY DATE (ZERO
      * FOR NONE) HAS NOT PASSED.  READ ONLY HERE.
      *----------------------------------------------------------------
           FD  CALC-RATE-FILE.
           01  RT-RATE-RECORD.
               05  RT-RATE-KEY.
                   10  RT-RATE-CODE            PIC X(06).
                   10  RT-EFFECTIVE-DATE       PIC 9(08).
               05  RT-RATE-VALUE               PIC 9(05)V9(06).
               05  RT-EXPIRY-DATE              PIC 9(08).
               05  RT-DESCRIPTION              PIC X(30).
               05  RT-ADDED-DATE               PIC 9(08).
               05  RT-CHANGED-DATE             PIC 9(08).
               05  RT-CHANGED-BY               PIC X(08).
               05  FILLER                      PIC X(13).
      *----------------------------------------------------------------
      * PROCESSED-BATCH REGISTER - ONE RECORD APPENDED PER BALANCED
      * GROUP A COMPLETED RUN POSTED: ITS BATCH ID (BLANK FOR A
      * HEADERLESS GROUP), DATA RECORD COUNT, BOTH HASH TOTALS AND THE
      * RUN THAT POSTED IT.  A GROUP RELEASED BY THE DUPLICATE
      * OVERRIDE IS MARKED 'O' WITH THE RUN IT REPEATED - THE
      * PERMANENT RECORD OF WHO LET A RESUBMISSION THROUGH.
      *----------------------------------------------------------------
           FD  CALC-BATCH-REGISTER.
           01  PB-BATCH-REGISTER-RECORD.
               05  PB-BATCH-ID                 PIC X(08).
               05  PB-DATA-COUNT               PIC 9(07).
               05  PB-HASH-FIRST               PIC S9(08)V99
                                               SIGN IS LEADING SEPARATE.
               05  PB-HASH-SECOND              PIC S9(08)V99
                                               SIGN IS LEADING SEPARATE.
               05  PB-RUN-NUMBER               PIC 9(07).
               05  PB-RUN-DATE                 PIC 9(08).
               05  PB-OPERATOR-ID              PIC X(08).
               05  PB-OVERRIDE-FLAG            PIC X(01).
                   88  PB-OVERRIDDEN           VALUE 'O'.
               05  PB-DUPLICATE-OF-RUN         PIC 9(07).
               05  FILLER                      PIC X(12).
      *----------------------------------------------------------------
      * SECURITY EVENT LOG - ONE RECORD APPENDED FOR EVERY SIGN-ON TO A
      * RUN, EVERY USE OF A SUPERVISOR OR APPROVAL AUTHORITY, AND EVERY
      * REFUSAL OF AN OPERATOR OR OF SOMETHING THEY TRIED, WITH THE
      * REASON.  NEVER REWRITTEN; CALCSECR REPORTS FROM IT.  THE
      * ACCOUNT AND RECORD NUMBER ARE FILLED IN WHERE THE EVENT
      * CONCERNS ONE INPUT RECORD.
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
               'DATA OUTSIDE EVERY BATCH GROUP - NOT RUN    '.
               05 ME-SUMMARY-BATCH-REJ        PIC X(22)   VALUE
               'HELD OUT OF BALANCE:  '.
               05 ME-SUMMARY-HELD             PIC X(22)   VALUE
               'HELD FOR APPROVAL:    '.
               05 ME-SUMMARY-RATE             PIC X(22)   VALUE
               'RATE CONVERSIONS:     '.
               05 ME-RATE-MISSING             PIC X(44)   VALUE
               'NO RATE ON CALCRTE IN FORCE FOR THE RUN DATE'.
               05 ME-RATE-EXPIRED             PIC X(44)   VALUE
               'RATE IN FORCE ON CALCRTE HAS EXPIRED        '.
               05 ME-RATE-FILE-BAD            PIC X(44)   VALUE
               'RATE FILE NOT AVAILABLE - NO RATE CONVERSION'.
               05 ME-PRINT-RATE               PIC X(14)   VALUE
               '        RATE  '.
               05 ME-PRINT-RATE-EFF           PIC X(12)   VALUE
               '  EFFECTIVE '.
               05 ME-PRINT-RATE-VALUE         PIC X(08)   VALUE
               '  VALUE '.
               05 ME-HELD-FOR-APPROVAL        PIC X(44)   VALUE
               'POSTING OVER THE APPROVAL LIMIT - HELD      '.
               05 ME-PENDING-FILE-BAD         PIC X(44)   VALUE
               'PENDING APPROVAL FILE NOT OPENED - NOT RUN  '.
               05 ME-PRINT-HELD               PIC X(19)   VALUE
               '  HELD FOR APPROVAL'.
               05 ME-PENDING-WRITE-BAD        PIC X(40)   VALUE
               'PENDING APPROVAL WRITE FAILED, ACCOUNT: '.
               05 ME-BATCH-STATE-OK           PIC X(10)   VALUE
               'IN BALANCE'.
               05 ME-BATCH-STATE-BAD          PIC X(14)   VALUE
               'OUT OF BALANCE'.
               05 ME-BATCH-STATE-NOTRL        PIC X(10)   VALUE
               'NO TRAILER'.
               05 ME-BATCH-STATE-DUP          PIC X(22)   VALUE
               'REFUSED DUPLICATE RUN '.
               05 ME-BATCH-STATE-OVR          PIC X(22)   VALUE
               ' OVERRIDE DUP OF RUN  '.
               05 ME-SUMMARY-DUP-REJ          PIC X(22)   VALUE
               'HELD AS DUPLICATE:    '.
               05 ME-SUMMARY-DUP-FLAG         PIC X(22)   VALUE
               'DUPLICATES FLAGGED:   '.
               05 ME-SUMMARY-DUP-RECORD       PIC X(22)   VALUE
               'DUPLICATE RECORD:     '.
               05 ME-SUMMARY-DUP-SAME         PIC X(09)   VALUE
               ' SAME AS '.
               05 ME-DUP-BATCH-REFUSED        PIC X(44)   VALUE
               'GROUP ALREADY PROCESSED - HELD AS DUPLICATE '.
               05 ME-DUP-BATCH-OVERRIDE       PIC X(44)   VALUE
               'ALREADY PROCESSED - RELEASED BY OVERRIDE    '.
               05 ME-DUP-RECORD-FLAGGED       PIC X(44)   VALUE
               'IDENTICAL RECORD ALREADY HANDLED - REVIEW:  '.
               05 ME-PRINT-DUPLICATE          PIC X(19)   VALUE
               '  DUPLICATE-REVIEW '.
               05 ME-PBR-FILE-BAD             PIC X(44)   VALUE
               'BATCH REGISTER COULD NOT BE READ - NOT RUN  '.
               05 ME-PBR-TABLE-FULL           PIC X(44)   VALUE
               'BATCH REGISTER TABLE FULL - OLDEST DROPPED  '.
               05 ME-PBR-WRITE-BAD            PIC X(44)   VALUE
               'BATCH REGISTER WRITE FAILED FOR GROUP:      '.
               05 ME-SEC-WRITE-BAD            PIC X(44)   VALUE
               'SECURITY EVENT NOT LOGGED FOR OPERATOR:     '.
               05 ME-SEEN-TABLE-FULL          PIC X(44)   VALUE
               'RECORD TABLE FULL - DUPLICATE FLAG LIMITED  '.
               05 ME-REPORT-TITLE             PIC X(30)   VALUE
               'CALCTOR1 TRANSACTION REPORT  '.
               05 ME-REPORT-PAGE              PIC X(07)   VALUE
               05 WS-A-EDIT                    PIC -(7)9.99.
               05 WS-B-EDIT                    PIC -(7)9.99.
               05 WS-R-EDIT                    PIC -(7)9.99.
               05 WS-PRINT-NOTE                PIC X(19).
               05 WS-A-TEXT                    PIC X(11).
               05 WS-B-TEXT                    PIC X(11).
               05 WS-A-LEN                     PIC 9(02)   VALUE 0.
               05 WS-VALID-OPTIONS            PIC X(01).
                   88 WS-LETTERS-ASMD         VALUE 'A','S','M','D',
                                                     'R','E','Q'.
                   88 WS-LETTER-RATE          VALUE 'C'.
               05 WS-REM-QUOTIENT              PIC S9(07)
                                               SIGN IS LEADING SEPARATE.
               05 WS-EXP-INT-CHECK             PIC S9(07)
                           88 WS-BATCH-IN-BALANCE      VALUE 'Y'.
                           88 WS-BATCH-OUT-BALANCE     VALUE 'F'.
                           88 WS-BATCH-NO-TRAILER      VALUE 'N'.
                           88 WS-BATCH-DUPLICATE       VALUE 'D'.
                       15 WS-BATCH-DATA-COUNT  PIC 9(07).
                       15 WS-BATCH-HASH-FIRST  PIC S9(08)V99.
                       15 WS-BATCH-HASH-SECOND PIC S9(08)V99.
                       15 WS-BATCH-EXP-COUNT   PIC 9(07).
                       15 WS-BATCH-EXP-FIRST   PIC S9(08)V99.
                       15 WS-BATCH-EXP-SECOND  PIC S9(08)V99.
                       15 WS-BATCH-DUP-FLAG    PIC X(01).
                           88 WS-BATCH-DUP-NONE        VALUE ' '.
                           88 WS-BATCH-DUP-RELEASED    VALUE 'O'.
                       15 WS-BATCH-DUP-RUN     PIC 9(07).
               05 WS-BATCH-COUNT               PIC 9(02)   VALUE 0.
               05 WS-BATCH-SUB                 PIC 9(02)   VALUE 0.
               05 WS-BATCH-PROC-SUB            PIC 9(02)   VALUE 0.
                                               SIGN IS LEADING SEPARATE
                                                           VALUE 0.
               05 WS-TOLERANCE-ALLOWED         PIC 9(05)V99 VALUE 0.
      *
      * THE CALCRTE ROW A RATE CONVERSION FOUND IN FORCE, AND THE
      * BEST CANDIDATE WHILE 262-RATE-LOOKUP WALKS THE CODE'S ROWS.
               05 WS-RATE-CODE                 PIC X(06)   VALUE SPACES.
               05 WS-RATE-VALUE                PIC 9(05)V9(06) VALUE 0.
               05 WS-RATE-EFFECTIVE            PIC 9(08)   VALUE 0.
               05 WS-RATE-EXPIRY               PIC 9(08)   VALUE 0.
               05 WS-RATE-EDIT                 PIC Z(4)9.9(6).
               05 WS-B-COLUMN                  PIC X(11).
      *
      * THE PROCESSED-BATCH REGISTER ENTRIES STILL INSIDE THE
      * DUPLICATE WINDOW, LOADED AT BATCH START.  THE REGISTER IS IN
      * RUN ORDER, SO A WINDOW HOLDING MORE THAN THE TABLE WRAPS AND
      * KEEPS THE MOST RECENT THOUSAND - THE ONES A RESEND REPEATS.
               05 WS-PBR-TABLE.
                   10 WS-PBR-ENTRY             OCCURS 1000 TIMES.
                       15 WS-PBR-BATCH-ID      PIC X(08).
                       15 WS-PBR-DATA-COUNT    PIC 9(07).
                       15 WS-PBR-HASH-FIRST    PIC S9(08)V99.
                       15 WS-PBR-HASH-SECOND   PIC S9(08)V99.
                       15 WS-PBR-RUN-NUMBER    PIC 9(07).
               05 WS-PBR-COUNT                 PIC 9(04)   VALUE 0.
               05 WS-PBR-NEXT                  PIC 9(04)   VALUE 0.
               05 WS-PBR-SUB                   PIC 9(04)   VALUE 0.
               05 WS-DUP-EARLIER-SUB           PIC 9(02)   VALUE 0.
               05 WS-DUP-MATCH-RUN             PIC 9(07)   VALUE 0.
               05 WS-DUP-CUTOFF-DAYS           PIC S9(07)  VALUE 0.
      *
      * EVERY KEYED DATA RECORD OF A POSTING GROUP HANDLED THIS RUN,
      * AS READ (WITHOUT ITS SUSPENSE TAIL), FOR THE IDENTICAL-RECORD
      * FLAG; AND THE FLAGGED RECORDS THE SUMMARY LISTS FOR REVIEW.
               05 WS-SEEN-TABLE.
                   10 WS-SEEN-ENTRY            OCCURS 2000 TIMES.
                       15 WS-SEEN-DATA         PIC X(50).
                       15 WS-SEEN-RECORD       PIC 9(07).
               05 WS-SEEN-COUNT                PIC 9(04)   VALUE 0.
               05 WS-SEEN-SUB                  PIC 9(04)   VALUE 0.
               05 WS-SEEN-MATCH-RECORD         PIC 9(07)   VALUE 0.
               05 WS-FLAG-TABLE.
                   10 WS-FLAG-ENTRY            OCCURS 50 TIMES.
                       15 WS-FLAG-RECORD       PIC 9(07).
                       15 WS-FLAG-ACCOUNT      PIC X(10).
                       15 WS-FLAG-SAME-AS      PIC 9(07).
               05 WS-FLAG-COUNT                PIC 9(02)   VALUE 0.
               05 WS-FLAG-SUB                  PIC 9(02)   VALUE 0.
      *
      * DATE-TO-DAY-NUMBER CONVERSION WORK FIELDS (510-DATE-TO-DAYS).
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
      ******************************************************************
      *           C  O   N  S  T  A  N  T  S     A  R  E  A
      ******************************************************************
               05 CT-R                        PIC X(01)   VALUE 'R'.
               05 CT-E                        PIC X(01)   VALUE 'E'.
               05 CT-Q                        PIC X(01)   VALUE 'Q'.
               05 CT-C                        PIC X(01)   VALUE 'C'.
               05 CT-QUIT                     PIC X(01)   VALUE 'X'.
               05 CT-MEM-ADD                  PIC X(02)   VALUE 'M+'.
               05 CT-MEM-SUBTRACT             PIC X(02)   VALUE 'M-'.
               05 CT-REASON-ALREADY-WORKED    PIC X(02)   VALUE 'DP'.
               05 CT-REASON-OUT-OF-BALANCE    PIC X(02)   VALUE 'OB'.
               05 CT-REASON-TOLERANCE         PIC X(02)   VALUE 'TL'.
               05 CT-REASON-NO-RATE           PIC X(02)   VALUE 'RT'.
               05 CT-REASON-DUPLICATE         PIC X(02)   VALUE 'DB'.
               05 CT-PROGRAM-NAME             PIC X(08)   VALUE
               'CALCTOR1'.
               05 CT-SEC-TYPE-SIGN-ON         PIC X(01)   VALUE 'S'.
               05 CT-SEC-TYPE-REFUSED         PIC X(01)   VALUE 'R'.
               05 CT-SEC-FN-SIGN-ON           PIC X(08)   VALUE
               'SIGN-ON '.
               05 CT-SEC-FN-OPERATION         PIC X(07)   VALUE
               'OPERATN'.
               05 CT-SEC-ACCEPTED             PIC X(02)   VALUE 'OK'.
               05 CT-SEC-UNCHECKED            PIC X(02)   VALUE 'UC'.
               05 CT-SEC-UNKNOWN-OPERATOR     PIC X(02)   VALUE 'UO'.
               05 CT-SEC-NO-MODE              PIC X(02)   VALUE 'NM'.
               05 CT-SEC-FILE-BAD             PIC X(02)   VALUE 'OF'.
               05 CT-SEC-NO-OPERATION         PIC X(02)   VALUE 'NO'.
               05 CT-DUPLICATE-DAYS           PIC 9(03)   VALUE 030.
               05 CT-ALL-OPERATIONS           PIC X(10)   VALUE
               'ASMDREQC'.
               05 CT-CHAIN-MULTIPLIER         PIC 9(03)   VALUE 71.
               05 CT-CHAIN-MODULUS            PIC 9(09)   VALUE
               999999937.
               05 CT-CHAIN-ALPHABET           PIC X(69)   VALUE
               ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ+-.,/*abcdefghijklm
      -        'nopqrstuvwxyz'.
      ******************************************************************
      *                 F  L  A  G  S     A  R  E  A
      ******************************************************************
               05 SW-DISP-FOUND                   PIC X(01) VALUE 'N'.
                   88 SW-DISP-FOUND-YES                    VALUE 'Y'.
                   88 SW-DISP-FOUND-NO                     VALUE 'N'.
               05 SW-APPROVAL-HOLD                PIC X(01) VALUE 'N'.
                   88 SW-HOLD-FOR-APPROVAL                 VALUE 'Y'.
                   88 SW-POST-DIRECT                       VALUE 'N'.
               05 SW-RATE-FILE                    PIC X(01) VALUE 'N'.
                   88 SW-RATE-FILE-OPEN                    VALUE 'Y'.
                   88 SW-RATE-FILE-NONE                    VALUE 'N'.
               05 SW-RATE-FOUND                   PIC X(01) VALUE 'N'.
                   88 SW-RATE-FOUND-YES                    VALUE 'Y'.
                   88 SW-RATE-FOUND-NO                     VALUE 'N'.
               05 SW-RATE-SCAN                    PIC X(01) VALUE 'N'.
                   88 SW-RATE-SCAN-DONE                    VALUE 'Y'.
                   88 SW-RATE-SCAN-GOING                   VALUE 'N'.
               05 SW-DUP-FOUND                    PIC X(01) VALUE 'N'.
                   88 SW-DUP-FOUND-YES                     VALUE 'Y'.
                   88 SW-DUP-FOUND-NO                      VALUE 'N'.
               05 SW-DUP-RECORD                   PIC X(01) VALUE 'N'.
                   88 SW-DUP-RECORD-YES                    VALUE 'Y'.
                   88 SW-DUP-RECORD-NO                     VALUE 'N'.
               05 SW-SEEN-FULL                    PIC X(01) VALUE 'N'.
                   88 SW-SEEN-FULL-YES                     VALUE 'Y'.
                   88 SW-SEEN-FULL-NO                      VALUE 'N'.
               05 SW-CHAIN-LOG                    PIC X(01) VALUE 'N'.
                   88 SW-CHAIN-LOG-FOUND                   VALUE 'Y'.
                   88 SW-CHAIN-LOG-EMPTY                   VALUE 'N'.
      ******************************************************************
      *             F  I  L  E     S  T  A  T  U  S     A  R  E  A
      ******************************************************************
                   88 WS-RHF-OK                           VALUE '00'.
               05 WS-CTL-STATUS               PIC X(02)   VALUE '00'.
                   88 WS-CTL-OK                           VALUE '00'.
               05 WS-PEND-STATUS              PIC X(02)   VALUE '00'.
                   88 WS-PEND-OK                          VALUE '00'.
                   88 WS-PEND-CREATED                     VALUE '05'.
               05 WS-RATE-STATUS              PIC X(02)   VALUE '00'.
                   88 WS-RATE-OK                          VALUE '00'.
                   88 WS-RATE-CREATED                     VALUE '05'.
                   88 WS-RATE-AT-EOF                      VALUE '10'.
               05 WS-PBR-STATUS               PIC X(02)   VALUE '00'.
                   88 WS-PBR-OK                           VALUE '00'.
                   88 WS-PBR-CREATED                      VALUE '05'.
                   88 WS-PBR-AT-EOF                       VALUE '10'.
               05 WS-SEC-STATUS               PIC X(02)   VALUE '00'.
                   88 WS-SEC-OK                           VALUE '00'.
                   88 WS-SEC-CREATED                      VALUE '05'.
               05 WS-ANCHOR-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-ANCHOR-OK                        VALUE '00'.
                   88 WS-ANCHOR-CREATED                   VALUE '05'.
      ******************************************************************
      *                C  O  U  N  T  E  R  S     A  R  E  A
      ******************************************************************
               05 WS-DATA-SEEN                      PIC 9(07) VALUE 0.
               05 WS-COUNT-BATCH-REJECTS            PIC 9(07) VALUE 0.
               05 WS-COUNT-TOLERANCE                PIC 9(07) VALUE 0.
               05 WS-COUNT-HELD                     PIC 9(07) VALUE 0.
               05 WS-COUNT-RATE                     PIC 9(07) VALUE 0.
               05 WS-COUNT-DUP-REJECTS              PIC 9(07) VALUE 0.
               05 WS-COUNT-DUP-FLAGGED              PIC 9(07) VALUE 0.
      ******************************************************************
      *          O  P  E  R  A  T  O  R  /  D  A  T  E     A  R  E  A
      ******************************************************************
               05 WS-RUN-DATE                   PIC 9(08).
               05 WS-RUN-TIME                   PIC 9(08).
               05 WS-PARM-AREA                  PIC X(80).
               05 WS-OPER-AUTH-OPS              PIC X(10).
               05 WS-AUTH-TALLY                 PIC 9(02)  VALUE 0.
               05 WS-CHECKPOINT-EVERY           PIC 9(02)  VALUE 0.
               05 WS-LINES-PER-PAGE             PIC 9(02)  VALUE 0.
               05 WS-REJECT-PCT                 PIC 9(03)  VALUE 0.
               05 WS-RESTART-FLAG               PIC X(01)  VALUE SPACE.
                   88 WS-RESTART-AUTHORIZED                VALUE 'R'.
               05 WS-APPROVAL-LIMIT             PIC 9(07)V99 VALUE 0.
                   88 WS-NO-APPROVAL-LIMIT                 VALUE 0.
               05 WS-POST-SIZE                  PIC 9(07)V99 VALUE 0.
               05 WS-DUPLICATE-DAYS             PIC 9(03)  VALUE 0.
               05 WS-DUPLICATE-OVERRIDE         PIC X(08)  VALUE SPACES.
                   88 WS-NO-DUPLICATE-OVERRIDE             VALUE SPACES.
      *
      * THE ORIGIN OF THE CALCULATION IN HAND - RUN, GROUP AND INPUT
      * RECORD - STAMPED ON ITS AUDIT ENTRY AND EXPORT LINE ALIKE.
               05 WS-ORIGIN-RUN-NUMBER          PIC 9(07)  VALUE 0.
               05 WS-ORIGIN-BATCH-ID            PIC X(08)  VALUE SPACES.
               05 WS-ORIGIN-RECORD-NUMBER       PIC 9(07)  VALUE 0.
      *
      * THE SECURITY EVENT IN HAND - FILLED IN BY THE CHECK THAT RAISED
      * IT AND WRITTEN BY 530-SECURITY-EVENT-WRITE.
               05 WS-SEC-EVENT-TYPE             PIC X(01)  VALUE SPACE.
               05 WS-SEC-FUNCTION               PIC X(08)  VALUE SPACES.
               05 WS-SEC-REASON                 PIC X(02)  VALUE SPACES.
               05 WS-SEC-OPERATOR-ID            PIC X(08)  VALUE SPACES.
               05 WS-SEC-RUN-NUMBER             PIC 9(07)  VALUE 0.
               05 WS-SEC-ACCOUNT-KEY            PIC X(10)  VALUE SPACES.
               05 WS-SEC-RECORD-NUMBER          PIC 9(07)  VALUE 0.
               05 WS-SEC-DATE                   PIC 9(08)  VALUE 0.
               05 WS-SEC-TIME                   PIC 9(08)  VALUE 0.
      ******************************************************************
      *       P  R  O  C  E  D  U  R  E     D  I  V  I  S  I  O  N
      ******************************************************************
           END-IF

           PERFORM 110-OPERATOR-VERIFY
           PERFORM 112-SECURITY-SIGN-ON

           IF   SW-OPERATOR-REFUSED
                SET  SW-QUIT-REQUESTED         TO       TRUE
                END-IF
           END-IF

           PERFORM 540-AUDIT-CHAIN-TAIL

           OPEN EXTEND CALC-AUDIT-LOG

           IF   NOT WS-AUDIT-OK
      *=======================
           MOVE CT-CHECKPOINT-EVERY           TO   WS-CHECKPOINT-EVERY
           MOVE CT-LINES-PER-PAGE             TO   WS-LINES-PER-PAGE
           MOVE CT-DUPLICATE-DAYS             TO   WS-DUPLICATE-DAYS

           OPEN INPUT CALC-CONTROL-FILE

                        END-IF
                        MOVE PA-RESTART-FLAG
                                           TO   WS-RESTART-FLAG
                        IF   PA-APPROVAL-LIMIT IS NUMERIC
                             MOVE PA-APPROVAL-LIMIT
                                           TO   WS-APPROVAL-LIMIT
                        END-IF
                        IF   PA-DUPLICATE-DAYS IS NUMERIC
                             MOVE PA-DUPLICATE-DAYS
                                           TO   WS-DUPLICATE-DAYS
                        END-IF
                        MOVE PA-DUPLICATE-OVERRIDE
                                           TO   WS-DUPLICATE-OVERRIDE
                END-READ
                CLOSE CALC-CONTROL-FILE
           END-IF
                                            TO  WS-COUNT-TOLERANCE
                        MOVE CP-COUNT-BATCH-REJECTS
                                            TO  WS-COUNT-BATCH-REJECTS
                        MOVE CP-COUNT-HELD  TO  WS-COUNT-HELD
                        MOVE CP-COUNT-RATE  TO  WS-COUNT-RATE
                        MOVE CP-COUNT-DUP-REJECTS
                                            TO  WS-COUNT-DUP-REJECTS
                        MOVE CP-COUNT-DUP-FLAGGED
                                            TO  WS-COUNT-DUP-FLAGGED
                        MOVE CP-PREV-RESULT
                                            TO  WS-PREV-RESULT
                        MOVE CP-PREV-FLAG   TO  SW-PREV-RESULT
       110-OPERATOR-VERIFY.
      *====================
           MOVE CT-ALL-OPERATIONS             TO       WS-OPER-AUTH-OPS
           MOVE CT-SEC-ACCEPTED               TO       WS-SEC-REASON

           OPEN INPUT CALC-OPERATOR-FILE

      * RUN - A BROKEN SECURITY FILE MUST NEVER FAIL OPEN.
           IF   WS-OPR-NOT-FOUND
                DISPLAY ME-OPERATOR-UNCHECKED
                MOVE CT-SEC-UNCHECKED          TO       WS-SEC-REASON
           ELSE
           IF   NOT WS-OPR-OK
                DISPLAY ME-OPERATOR-FILE-BAD
                SET  SW-OPERATOR-REFUSED       TO       TRUE
                MOVE CT-SEC-FILE-BAD           TO       WS-SEC-REASON
           ELSE
                PERFORM 111-READ-OPERATOR

                    WHEN SW-OPR-FOUND-NO
                         DISPLAY ME-OPERATOR-UNKNOWN
                         SET  SW-OPERATOR-REFUSED  TO       TRUE
                         MOVE CT-SEC-UNKNOWN-OPERATOR
                                                   TO  WS-SEC-REASON
                    WHEN OTHER
                     EVALUATE TRUE
                         WHEN SW-MODE-BATCH-FILE
                     IF   SW-AUTH-ALLOWED
                          SET  SW-OPERATOR-VERIFIED  TO     TRUE
                          MOVE OP-AUTH-OPERATIONS
                                          TO  WS-OPER-AUTH-OPS (1:7)
                          MOVE OP-AUTH-MORE-OPERATIONS
                                          TO  WS-OPER-AUTH-OPS (8:3)
                     ELSE
                          DISPLAY ME-OPERATOR-NO-MODE
                          SET  SW-OPERATOR-REFUSED   TO     TRUE
                          MOVE CT-SEC-NO-MODE  TO  WS-SEC-REASON
                     END-IF
                END-EVALUATE

                DISPLAY ME-OPERATOR-FILE-BAD
                SET  SW-OPERATOR-REFUSED       TO       TRUE
                SET  WS-OPR-AT-EOF             TO       TRUE
                MOVE CT-SEC-FILE-BAD           TO       WS-SEC-REASON
           END-IF
           .
      *
      * THE SIGN-ON IS LOGGED WHETHER IT WAS TAKEN OR REFUSED, WITH THE
      * REASON 110 LEFT.  A RUN WITH NO OPERATOR FILE IS A SIGN-ON
      * UNDER 'UC', SO AN UNCHECKED RUN IS NEVER TAKEN FOR A CHECKED
      * ONE.  THE RUN NUMBER IS NOT CLAIMED YET, SO IT IS LOGGED ZERO.
       112-SECURITY-SIGN-ON.
      *=====================
           IF   SW-OPERATOR-REFUSED
                MOVE CT-SEC-TYPE-REFUSED TO       WS-SEC-EVENT-TYPE
           ELSE
                MOVE CT-SEC-TYPE-SIGN-ON TO       WS-SEC-EVENT-TYPE
           END-IF

           MOVE WS-OPERATOR-ID           TO       WS-SEC-OPERATOR-ID
           MOVE CT-SEC-FN-SIGN-ON        TO       WS-SEC-FUNCTION
           MOVE ZERO                     TO       WS-SEC-RUN-NUMBER
                                                  WS-SEC-RECORD-NUMBER
           MOVE SPACES                   TO       WS-SEC-ACCOUNT-KEY

           PERFORM 530-SECURITY-EVENT-WRITE
           .
      *
      * THE RUN-CONTROL RECORD IS CLAIMED BEFORE THE FIRST TRANSACTION
      * IS TOUCHED.  A RECORD LEFT AT 'RUNNING' ALWAYS REFUSES THIS
      * START - A LIVE RUN AND AN INTERRUPTED ONE LOOK THE SAME FROM
                DISPLAY ME-MASTER-FILE-BAD
                SET  SW-MASTER-POST-FAILED     TO       TRUE
           ELSE
                PERFORM 123-LOAD-BATCH-REGISTER
                IF   NOT SW-MASTER-POST-FAILED
                AND  NOT WS-NO-APPROVAL-LIMIT
                     PERFORM 121-OPEN-PENDING-FILE
                END-IF
           END-IF

           IF   NOT SW-MASTER-POST-FAILED
                IF   WS-LAST-RECORD-NUMBER > ZERO
                     OPEN EXTEND CALC-PRINT-FILE
                     IF   NOT WS-PRINT-OK
                     OPEN OUTPUT CALC-PRINT-FILE
                     OPEN OUTPUT CALC-SUSPENSE-FILE
                END-IF
                PERFORM 122-OPEN-RATE-FILE
                PERFORM 130-LOAD-DISPOSITIONS
                DISPLAY ME-BATCH-START
           END-IF
           .
      *
      * THE PENDING-APPROVAL FILE IS THE PERMANENT QUEUE, SO IT IS
      * ALWAYS EXTENDED, FRESH RUN OR RESTART.  WITH A LIMIT IN FORCE
      * A QUEUE THAT WILL NOT OPEN REFUSES THE RUN THE SAME WAY THE
      * MASTER DOES - A HELD POSTING WITH NOWHERE TO GO WOULD EITHER
      * VANISH OR POST UNAPPROVED.
       121-OPEN-PENDING-FILE.
      *======================
           OPEN EXTEND CALC-PENDING-FILE

           IF   NOT WS-PEND-OK  AND  NOT WS-PEND-CREATED
                CLOSE  CALC-PENDING-FILE
                OPEN OUTPUT CALC-PENDING-FILE
           END-IF

           IF   NOT WS-PEND-OK  AND  NOT WS-PEND-CREATED
                DISPLAY ME-PENDING-FILE-BAD
                SET  SW-MASTER-POST-FAILED     TO       TRUE
                CLOSE CALC-MASTER-FILE
           END-IF
           .
      *
      * THE RATE TABLE IS ONLY READ, AND ONLY BY RATE CONVERSIONS.  A
      * TABLE THAT IS ABSENT OR WILL NOT OPEN DOES NOT STOP THE RUN -
      * EVERY OTHER OPERATION CAN STILL POST - BUT EACH 'C' RECORD
      * GOES TO SUSPENSE UNDER 'RT' AS IF ITS RATE WERE MISSING.
       122-OPEN-RATE-FILE.
      *===================
           OPEN INPUT CALC-RATE-FILE

           IF   WS-RATE-OK
                SET  SW-RATE-FILE-OPEN        TO       TRUE
           ELSE
                DISPLAY ME-RATE-FILE-BAD
                SET  SW-RATE-FILE-NONE        TO       TRUE
                IF   WS-RATE-CREATED
                     CLOSE CALC-RATE-FILE
                END-IF
           END-IF
           .
      *
      * THE PROCESSED-BATCH REGISTER IS ONLY READ HERE - 264 APPENDS
      * THIS RUN'S GROUPS ONCE THE RUN COMPLETES.  NO REGISTER YET
      * MEANS NOTHING HAS BEEN PROCESSED UNDER IT.  ONE THAT EXISTS
      * BUT WILL NOT READ REFUSES THE RUN THE SAME WAY THE MASTER
      * DOES - THE ONE RUN THAT CANNOT MAKE THE CHECK IS EXACTLY THE
      * ONE A RESENT FILE WOULD POST TWICE IN.  ONLY THE ENTRIES
      * INSIDE THE DUPLICATE WINDOW ARE KEPT.
       123-LOAD-BATCH-REGISTER.
      *========================
           ACCEPT  WS-RUN-DATE   FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE                   TO       WS-DTD-DATE
           PERFORM 510-DATE-TO-DAYS
           COMPUTE WS-DUP-CUTOFF-DAYS = WS-DTD-DAYS - WS-DUPLICATE-DAYS

           OPEN INPUT CALC-BATCH-REGISTER

           IF   WS-PBR-OK  OR  WS-PBR-CREATED
                PERFORM 124-READ-BATCH-REGISTER
                PERFORM UNTIL NOT WS-PBR-OK
                     IF   PB-RUN-DATE IS NUMERIC
                          MOVE PB-RUN-DATE    TO       WS-DTD-DATE
                          PERFORM 510-DATE-TO-DAYS
                          IF   WS-DTD-DAYS >= WS-DUP-CUTOFF-DAYS
                               PERFORM 125-KEEP-REGISTER-ENTRY
                          END-IF
                     END-IF
                     PERFORM 124-READ-BATCH-REGISTER
                END-PERFORM
                CLOSE CALC-BATCH-REGISTER
           END-IF

           IF   NOT WS-PBR-AT-EOF
                DISPLAY ME-PBR-FILE-BAD
                SET  SW-MASTER-POST-FAILED     TO       TRUE
                CLOSE CALC-MASTER-FILE
           END-IF
           .
      *
       124-READ-BATCH-REGISTER.
      *========================
           READ CALC-BATCH-REGISTER
               AT END
                   SET  WS-PBR-AT-EOF         TO       TRUE
           END-READ
           .
      *
      * THE TABLE FILLS IN REGISTER ORDER AND, ONCE FULL, WRAPS BACK
      * OVER ITS OLDEST ENTRIES, SO IT ALWAYS HOLDS THE LATEST ONES.
       125-KEEP-REGISTER-ENTRY.
      *========================
           IF   WS-PBR-NEXT >= 1000
                DISPLAY ME-PBR-TABLE-FULL
                MOVE ZERO                     TO       WS-PBR-NEXT
           END-IF

           ADD  1                             TO       WS-PBR-NEXT
           IF   WS-PBR-COUNT < WS-PBR-NEXT
                MOVE WS-PBR-NEXT              TO       WS-PBR-COUNT
           END-IF

           MOVE PB-BATCH-ID     TO WS-PBR-BATCH-ID    (WS-PBR-NEXT)
           MOVE PB-DATA-COUNT   TO WS-PBR-DATA-COUNT  (WS-PBR-NEXT)
           MOVE PB-HASH-FIRST   TO WS-PBR-HASH-FIRST  (WS-PBR-NEXT)
           MOVE PB-HASH-SECOND  TO WS-PBR-HASH-SECOND (WS-PBR-NEXT)
           MOVE PB-RUN-NUMBER   TO WS-PBR-RUN-NUMBER  (WS-PBR-NEXT)
           .
      *
      * THE WORKED-OFF REJECTIONS ARE LOADED ONCE PER RUN, THEN THE
      * FILE IS REOPENED EXTEND SO THIS RUN CAN APPEND ITS OWN.  AN
      * ABSENT FILE JUST MEANS NOTHING HAS BEEN WORKED OFF YET.

                PERFORM UNTIL WS-TRANX-AT-EOF
                         OR    WS-RECORD-NUMBER > WS-LAST-RECORD-NUMBER
                     PERFORM 270-RESTART-SEEN-RECORD
                     PERFORM 202-READ-TRANX
                END-PERFORM

                              CONTINUE
                         WHEN OTHER
                              ADD  1            TO    WS-DATA-SEEN
                              IF   (SW-BATCH-OPEN-YES
                                    AND  WS-BATCH-PROC-SUB > ZERO
                                    AND  NOT WS-BATCH-IN-BALANCE
                                              (WS-BATCH-PROC-SUB))
                              OR   (SW-IMPLICIT-GROUP-SEEN
                                    AND  WS-BATCH-DUPLICATE (1))
                                   PERFORM 257-BATCH-REJECT
                              ELSE
                                   PERFORM 256-DATA-RECORD-PROCESS
                IF   SW-THRESHOLD-ABORTED  OR  SW-MASTER-POST-FAILED
                     CLOSE CALC-CHECKPOINT-FILE
                ELSE
                     IF   WS-BATCH-COUNT > ZERO
                          PERFORM 264-BATCH-REGISTER-WRITE
                     END-IF
                     PERFORM 207-CHECKPOINT-CLEAR
                END-IF
           END-IF
           CLOSE CALC-DISPOSITION-FILE
           CLOSE CALC-MASTER-FILE

           IF   NOT WS-NO-APPROVAL-LIMIT
                CLOSE CALC-PENDING-FILE
           END-IF

           IF   SW-RATE-FILE-OPEN
                CLOSE CALC-RATE-FILE
           END-IF

           DISPLAY ME-BATCH-END

           SET  SW-QUIT-REQUESTED             TO       TRUE
                       WHEN OTHER
                            MOVE TR-OPERATOR-CODE    TO    WS-OPTIONS
                            MOVE TR-FIRST-NUMBER     TO    WS-A
                            IF   TR-OPERATOR-CODE = CT-C
                                 MOVE ZERO           TO    WS-B
                            ELSE
                                 MOVE TR-SECOND-NUMBER
                                                     TO    WS-B
                            END-IF
                   END-EVALUATE
           END-READ
           .
      * ALWAYS RAN INLINE.
       256-DATA-RECORD-PROCESS.
      *========================
           PERFORM 267-SEEN-RECORD-CHECK

           PERFORM 203-VALIDATE-BATCH-RECORD

           IF   SW-RECORD-IS-VALID
                IF   SW-EXEC-IS-VALID  AND  NOT TR-NO-EXPECTED-RESULT
                     PERFORM 258-TOLERANCE-CHECK
                END-IF
                IF   SW-EXEC-IS-VALID
                     PERFORM 259-APPROVAL-CHECK
                END-IF
      * A HELD POSTING IS PRINTED AND CARRIES ITS RESULT FORWARD LIKE
      * ANY OTHER - THE CALCULATION STANDS - BUT ITS AUDIT ENTRY,
      * EXPORT LINE AND MASTER POST WAIT FOR CALCAPRV.
                IF   SW-EXEC-IS-VALID  AND  SW-HOLD-FOR-APPROVAL
                     PERFORM 245-OPERATION-DISPLAY
                     IF   SW-DUP-RECORD-YES
                          PERFORM 268-DUPLICATE-RECORD-FLAG
                     END-IF
                     PERFORM 260-PENDING-WRITE
                     PERFORM 246-RESULT-CARRY
                     IF   NOT TR-NO-PRIOR-SUSPENSE
                          PERFORM 253-DISPOSITION-WRITE
                     END-IF
                ELSE
                IF   SW-EXEC-IS-VALID
                     PERFORM 245-OPERATION-DISPLAY
                     IF   SW-DUP-RECORD-YES
                          PERFORM 268-DUPLICATE-RECORD-FLAG
                     END-IF
                     PERFORM 250-AUDIT-LOG-WRITE
                     PERFORM 246-RESULT-CARRY
                     IF   NOT TR-NO-ACCOUNT-KEY
                          PERFORM 248-REJECT-THRESHOLD-CHECK
                     END-IF
                END-IF
                END-IF
           ELSE
                ADD  1                        TO    WS-COUNT-REJECTS
                PERFORM 209-SUSPENSE-WRITE
      *
      * EVERY DATA RECORD OF AN OUT-OF-BALANCE GROUP GOES TO SUSPENSE
      * UNDER THE GROUP'S 'OB' REASON, UNTOUCHED, SO THE SENDER CAN
      * CORRECT AND RESUBMIT JUST THAT GROUP.  A GROUP REFUSED AS A
      * DUPLICATE GOES THE SAME WAY UNDER 'DB'.  THE '*P' CHAIN BREAKS
      * THE SAME WAY ANY REJECT BREAKS IT.  THESE HOLDS ARE COUNTED
      * APART FROM VALIDATION REJECTS SO THE REJECT LIMIT (A GUARD
      * AGAINST BAD DATA, NOT BAD TOTALS) IS NOT TRIPPED BY THEM.  A
      * HEADERLESS FILE HAS ITS ONE IMPLICIT GROUP IN ENTRY 1.
       257-BATCH-REJECT.
      *=================
           IF   SW-IMPLICIT-GROUP-SEEN
                MOVE 1                        TO    WS-BATCH-SUB
           ELSE
                MOVE WS-BATCH-PROC-SUB        TO    WS-BATCH-SUB
           END-IF

           IF   WS-BATCH-DUPLICATE (WS-BATCH-SUB)
                MOVE CT-REASON-DUPLICATE      TO    WS-REJECT-REASON
                ADD  1                TO    WS-COUNT-DUP-REJECTS
           ELSE
                MOVE CT-REASON-OUT-OF-BALANCE TO    WS-REJECT-REASON
                ADD  1                TO    WS-COUNT-BATCH-REJECTS
           END-IF
           PERFORM 209-SUSPENSE-WRITE
           SET  SW-PREV-RESULT-NONE           TO    TRUE
           .
                ADD  1                   TO       WS-COUNT-TOLERANCE
           END-IF
           .
      *
      * DUAL CONTROL: A KEYED POSTING WHOSE RESULT IS LARGER THAN THE
      * APPROVAL LIMIT, A DEBIT AS MUCH AS A CREDIT, IS HELD FOR A
      * SECOND OPERATOR INSTEAD OF POSTED.  NO LIMIT IN FORCE, OR NO
      * ACCOUNT KEY, POSTS AS IT ALWAYS DID.
       259-APPROVAL-CHECK.
      *===================
           SET  SW-POST-DIRECT                TO       TRUE

           IF   NOT WS-NO-APPROVAL-LIMIT  AND  NOT TR-NO-ACCOUNT-KEY
                IF   WS-R < ZERO
                     COMPUTE WS-POST-SIZE = 0 - WS-R
                     END-COMPUTE
                ELSE
                     MOVE WS-R                TO       WS-POST-SIZE
                END-IF
                IF   WS-POST-SIZE > WS-APPROVAL-LIMIT
                     DISPLAY ME-HELD-FOR-APPROVAL  TR-ACCOUNT-KEY
                     SET  SW-HOLD-FOR-APPROVAL     TO       TRUE
                END-IF
           END-IF
           .
      *
      * THE HELD POSTING GOES ON THE QUEUE UNDER THE SAME ORIGIN STAMP
      * ITS AUDIT ENTRY WILL CARRY ONCE APPROVED, WITH THE OPERATOR
      * WHO SUBMITTED IT - THE ONE OPERATOR CALCAPRV WILL NOT LET
      * APPROVE IT.  A WRITE THAT DOES NOT TAKE STOPS THE RUN AS
      * FAILED: THE ITEM WOULD OTHERWISE BE NEITHER POSTED NOR HELD.
       260-PENDING-WRITE.
      *==================
           ACCEPT  WS-RUN-DATE   FROM DATE YYYYMMDD
           ACCEPT  WS-RUN-TIME   FROM TIME

           PERFORM 261-ORIGIN-STAMP

           MOVE WS-ORIGIN-RUN-NUMBER          TO       PN-RUN-NUMBER
           MOVE WS-ORIGIN-RECORD-NUMBER       TO       PN-RECORD-NUMBER
           MOVE WS-ORIGIN-BATCH-ID            TO       PN-BATCH-ID
           MOVE TR-ACCOUNT-KEY                TO       PN-ACCOUNT-KEY
           MOVE WS-OPTIONS                    TO       PN-OPTION
           MOVE WS-A                          TO       PN-FIRST-NUMBER
           MOVE WS-B                          TO       PN-SECOND-NUMBER
           MOVE WS-R                          TO       PN-RESULT
           MOVE WS-OPERATOR-ID           TO    PN-SUBMIT-OPERATOR
           MOVE WS-RUN-DATE                   TO       PN-SUBMIT-DATE
           MOVE WS-RUN-TIME                   TO       PN-SUBMIT-TIME
           MOVE TR-TRANX-RECORD               TO       PN-TRANX-DATA
           SET  PN-STATUS-PENDING             TO       TRUE
           MOVE SPACES                        TO       PN-DECIDED-BY
           MOVE ZERO                          TO       PN-DECIDED-DATE
                                                       PN-DECIDED-TIME
           IF   WS-OPTIONS = CT-C
                MOVE WS-RATE-CODE             TO       PN-RATE-CODE
                MOVE WS-RATE-VALUE            TO       PN-RATE-VALUE
           ELSE
                MOVE SPACES                   TO       PN-RATE-CODE
                MOVE ZERO                     TO       PN-RATE-VALUE
           END-IF

           WRITE PN-PENDING-RECORD

           IF   WS-PEND-OK
                ADD  1                        TO       WS-COUNT-HELD
           ELSE
                DISPLAY ME-PENDING-WRITE-BAD  TR-ACCOUNT-KEY
                SET  SW-MASTER-POST-FAILED     TO       TRUE
           END-IF
           .
      *
       206-CHECKPOINT-WRITE.
      *=====================
                MOVE WS-COUNT-TOLERANCE  TO    CP-COUNT-TOLERANCE
                MOVE WS-COUNT-BATCH-REJECTS
                                         TO    CP-COUNT-BATCH-REJECTS
                MOVE WS-COUNT-HELD       TO    CP-COUNT-HELD
                MOVE WS-COUNT-RATE       TO    CP-COUNT-RATE
                MOVE WS-COUNT-DUP-REJECTS
                                         TO    CP-COUNT-DUP-REJECTS
                MOVE WS-COUNT-DUP-FLAGGED
                                         TO    CP-COUNT-DUP-FLAGGED
                MOVE WS-PREV-RESULT      TO    CP-PREV-RESULT
                MOVE SW-PREV-RESULT      TO    CP-PREV-FLAG
                PERFORM VARYING WS-REGISTER-SUB FROM 1 BY 1
                                                CP-COUNT-SQUARE-ROOT
                                                CP-COUNT-TOLERANCE
                                                CP-COUNT-BATCH-REJECTS
                                                CP-COUNT-HELD
                                                CP-COUNT-RATE
                                                CP-COUNT-DUP-REJECTS
                                                CP-COUNT-DUP-FLAGGED
                                                CP-PREV-RESULT
           MOVE 'N'                  TO       CP-PREV-FLAG
           PERFORM VARYING WS-REGISTER-SUB FROM 1 BY 1
                END-EVALUATE
           END-IF

           IF   NOT SW-BALANCE-FAILED  AND  WS-BATCH-COUNT > ZERO
                PERFORM 265-DUPLICATE-BATCH-CHECK
           END-IF

           CLOSE CALC-TRANX-FILE
           OPEN INPUT CALC-TRANX-FILE
           .
                     SET  SW-IMPLICIT-GROUP-SEEN       TO  TRUE
                END-IF
                SET  WS-BATCH-NO-TRAILER (WS-BATCH-SUB)  TO  TRUE
                SET  WS-BATCH-DUP-NONE   (WS-BATCH-SUB)  TO  TRUE
                MOVE ZERO
                  TO WS-BATCH-DUP-RUN     (WS-BATCH-SUB)
                MOVE ZERO
                  TO WS-BATCH-DATA-COUNT  (WS-BATCH-SUB)
                     WS-BATCH-HASH-FIRST  (WS-BATCH-SUB)
           IF   SW-RECORD-IS-VALID
                MOVE WS-OPTIONS               TO       WS-VALID-OPTIONS

      * THE RATE CONVERSION IS A BATCH-ONLY OPERATION, SO IT IS
      * ACCEPTED HERE BUT NOT BY THE INTERACTIVE OR PARM CHECKS.
                IF  (NOT WS-LETTERS-ASMD  AND  NOT WS-LETTER-RATE)
                OR  WS-OPTIONS(2:1) NOT = SPACE
                    DISPLAY ME-INCORRECT
                    SET  SW-RECORD-IS-INVALID  TO      TRUE
                         SET  SW-RECORD-IS-INVALID  TO  TRUE
                         MOVE CT-REASON-NO-AUTHORITY
                                               TO      WS-REJECT-REASON
                    ELSE
                    IF   WS-LETTER-RATE
                         PERFORM 262-RATE-LOOKUP
                    END-IF
                    END-IF
                END-IF
           END-IF
                END-EVALUATE
           END-IF

      * A RATE CONVERSION'S SECOND COLUMN IS A RATE CODE, NEVER A
      * REFERENCE - 262-RATE-LOOKUP RESOLVES IT INSTEAD.
           IF   TR-SECOND-IS-REFERENCE  AND  WS-OPTIONS NOT = CT-C
                EVALUATE TRUE
                    WHEN TR-SECOND-REF-ID = 'P'
                     AND SW-PREV-RESULT-SET
                     PERFORM 242-SIZE-ERROR
           END-MULTIPLY
           .
      *
      * THE FIRST OPERAND CONVERTED AT THE RATE 262-RATE-LOOKUP FOUND
      * IN FORCE, ROUNDED TO THE CENT LIKE EVERY OTHER RESULT.
       233-OPERATION-RATE.
      *===================
           MULTIPLY  WS-A                     BY       WS-RATE-VALUE
                                              GIVING   WS-R   ROUNDED
                ON SIZE ERROR
                     PERFORM 242-SIZE-ERROR
           END-MULTIPLY
           .
      *
       235-OPERATION-DIVIDE.
      *=====================
                   PERFORM 237-OPERATION-EXPONENT
               WHEN  CT-Q
                   PERFORM 239-OPERATION-SQUARE-ROOT
               WHEN  CT-C
                   PERFORM 233-OPERATION-RATE
               WHEN  OTHER
                   DISPLAY ME-INCORRECT
                   MOVE ZERO                   TO       WS-R
                IF   WS-AUTH-TALLY = ZERO
                     DISPLAY ME-OPERATOR-NO-OPER
                     SET  SW-AUTH-DENIED       TO       TRUE
                     PERFORM 531-OPERATION-REFUSED
                END-IF
           END-IF
           .
           MOVE    WS-B                       TO       WS-B-EDIT
           MOVE    WS-R                       TO       WS-R-EDIT

      * A RATE CONVERSION SHOWS ITS RATE CODE IN THE B COLUMN AND
      * TAKES A SECOND LINE FOR THE RATE IT APPLIED, SO IT NEEDS
      * ROOM FOR BOTH LINES ON THE PAGE.
           IF   WS-OPTIONS = CT-C
                MOVE WS-RATE-CODE             TO       WS-B-COLUMN
                MOVE WS-RATE-VALUE            TO       WS-RATE-EDIT
           ELSE
                MOVE WS-B-EDIT                TO       WS-B-COLUMN
           END-IF

           IF   NOT SW-MODE-INTERACTIVE
                IF   WS-LINE-COUNT = ZERO
                OR   WS-LINE-COUNT >= WS-LINES-PER-PAGE
                OR  (WS-OPTIONS = CT-C
                     AND WS-LINE-COUNT + 1 >= WS-LINES-PER-PAGE)
                     PERFORM 241-PRINT-PAGE-HEADER
                END-IF

                IF   SW-MODE-BATCH-FILE  AND  SW-HOLD-FOR-APPROVAL
                     MOVE ME-PRINT-HELD     TO   WS-PRINT-NOTE
                ELSE
                IF   SW-MODE-BATCH-FILE  AND  SW-DUP-RECORD-YES
                     MOVE ME-PRINT-DUPLICATE
                                            TO   WS-PRINT-NOTE
                ELSE
                     MOVE SPACES            TO   WS-PRINT-NOTE
                END-IF
                END-IF

                MOVE    SPACES         TO   PR-PRINT-RECORD
                STRING  WS-OPTIONS     DELIMITED BY SIZE
                        '    A='       DELIMITED BY SIZE
                        WS-A-EDIT      DELIMITED BY SIZE
                        '  B='         DELIMITED BY SIZE
                        WS-B-COLUMN    DELIMITED BY SIZE
                        '  RESULT='    DELIMITED BY SIZE
                        WS-R-EDIT      DELIMITED BY SIZE
                        WS-PRINT-NOTE  DELIMITED BY SIZE
                   INTO PR-PRINT-RECORD
                END-STRING
                WRITE PR-PRINT-RECORD

                ADD  1                 TO    WS-LINE-COUNT

                IF   WS-OPTIONS = CT-C
                     MOVE    SPACES         TO   PR-PRINT-RECORD
                     STRING  ME-PRINT-RATE      DELIMITED BY SIZE
                             WS-RATE-CODE       DELIMITED BY SIZE
                             ME-PRINT-RATE-EFF  DELIMITED BY SIZE
                             WS-RATE-EFFECTIVE  DELIMITED BY SIZE
                             ME-PRINT-RATE-VALUE
                                                DELIMITED BY SIZE
                             WS-RATE-EDIT       DELIMITED BY SIZE
                        INTO PR-PRINT-RECORD
                     END-STRING
                     WRITE PR-PRINT-RECORD

                     ADD  1            TO    WS-LINE-COUNT
                END-IF
           ELSE
                DISPLAY   ME-RESULT  WS-R-EDIT
           END-IF
                MOVE SPACES                   TO       AL-ACCOUNT-KEY
           END-IF

           PERFORM 261-ORIGIN-STAMP

           MOVE WS-ORIGIN-RUN-NUMBER          TO       AL-RUN-NUMBER
           MOVE WS-ORIGIN-BATCH-ID            TO       AL-BATCH-ID
           MOVE WS-ORIGIN-RECORD-NUMBER       TO       AL-RECORD-NUMBER
           MOVE SPACES                        TO       AL-APPROVER-ID

           IF   WS-OPTIONS = CT-C
                MOVE WS-RATE-CODE             TO       AL-RATE-CODE
                MOVE WS-RATE-VALUE            TO       AL-RATE-VALUE
           ELSE
                MOVE SPACES                   TO       AL-RATE-CODE
                MOVE ZERO                     TO       AL-RATE-VALUE
           END-IF

           PERFORM 543-AUDIT-CHAIN-STAMP
           WRITE AL-AUDIT-RECORD

           ADD  1                    TO    WS-COUNT-PROCESSED
                   ADD  1             TO    WS-COUNT-EXPONENT
               WHEN  CT-Q
                   ADD  1             TO    WS-COUNT-SQUARE-ROOT
               WHEN  CT-C
                   ADD  1             TO    WS-COUNT-RATE
           END-EVALUATE

           PERFORM 251-EXPORT-WRITE
      * THE EXPORT LINE CARRIES THE SAME VALUES AS THE AUDIT ENTRY
      * JUST WRITTEN, COMMA-SEPARATED AND FREE OF HEADINGS, SO THE
      * DOWNSTREAM SPREADSHEET AND LEDGER LOADS NEVER DISAGREE WITH
      * THE AUDIT TRAIL.  THE ORIGIN STAMP RIDES AT THE END OF THE
      * LINE, SO A LOAD THAT TAKES ONLY THE FIRST SEVEN FIELDS SEES
      * NO CHANGE.
       251-EXPORT-WRITE.
      *=================
           MOVE WS-A                          TO       WS-A-EDIT
                   WS-RUN-TIME        DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   WS-OPERATOR-ID     DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   WS-ORIGIN-RUN-NUMBER
                                      DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   WS-ORIGIN-BATCH-ID DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   WS-ORIGIN-RECORD-NUMBER
                                      DELIMITED BY SIZE
              INTO EX-EXPORT-RECORD
           END-STRING
           WRITE EX-EXPORT-RECORD
           .
      *
      * THE ORIGIN STAMP TIES AN ENTRY BACK TO ITS INPUT: THE RUN
      * NUMBER EXISTS ONLY WHILE A BATCH RUN HOLDS CALCRUN, AND THE
      * GROUP IS THE ONE 202-READ-TRANX HAS IN FORCE (NONE FOR A
      * FILE WITHOUT HEADERS).  A HELD POSTING IS STAMPED THE SAME
      * WAY, SO ITS EVENTUAL AUDIT ENTRY TRACES LIKE ANY OTHER.
       261-ORIGIN-STAMP.
      *=================
           MOVE ZERO               TO       WS-ORIGIN-RUN-NUMBER
                                            WS-ORIGIN-RECORD-NUMBER
           MOVE SPACES                        TO   WS-ORIGIN-BATCH-ID

           IF   SW-RUNCTL-ACTIVE
                MOVE RC-RUN-NUMBER            TO   WS-ORIGIN-RUN-NUMBER
           END-IF

           IF   SW-MODE-BATCH-FILE
                MOVE WS-RECORD-NUMBER      TO   WS-ORIGIN-RECORD-NUMBER
                IF   WS-BATCH-PROC-SUB > ZERO
                     MOVE WS-BATCH-ID (WS-BATCH-PROC-SUB)
                                              TO   WS-ORIGIN-BATCH-ID
                END-IF
           END-IF
           .
      *
      * THE RATE IN FORCE FOR THE RECORD'S RATE CODE ON THE RUN DATE
      * IS THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER IT.  THE
      * CODE'S ROWS ARE WALKED IN KEY ORDER FROM THE FIRST, KEEPING
      * THE LAST ONE ALREADY IN EFFECT.  NO SUCH ROW, OR ONE WHOSE
      * EXPIRY DATE HAS PASSED, SENDS THE RECORD TO SUSPENSE UNDER
      * 'RT' - A STALE RATE IS NEVER QUIETLY CARRIED FORWARD.
       262-RATE-LOOKUP.
      *================
           ACCEPT  WS-RUN-DATE   FROM DATE YYYYMMDD

           MOVE TR-RATE-CODE                  TO       WS-RATE-CODE
           MOVE ZERO                          TO       WS-RATE-VALUE
                                                       WS-RATE-EFFECTIVE
                                                       WS-RATE-EXPIRY
           SET  SW-RATE-FOUND-NO              TO       TRUE
           SET  SW-RATE-SCAN-GOING            TO       TRUE

           IF   SW-RATE-FILE-NONE
           OR   TR-RATE-CODE = SPACES
           OR   TR-RATE-FILLER NOT = SPACES
                SET  SW-RATE-SCAN-DONE        TO       TRUE
           ELSE
                MOVE TR-RATE-CODE             TO       RT-RATE-CODE
                MOVE ZERO                     TO       RT-EFFECTIVE-DATE
                START CALC-RATE-FILE KEY NOT < RT-RATE-KEY
                    INVALID KEY
                        SET  SW-RATE-SCAN-DONE    TO   TRUE
                END-START
           END-IF

           PERFORM UNTIL SW-RATE-SCAN-DONE
                PERFORM 263-READ-RATE-NEXT
                IF   SW-RATE-SCAN-GOING
                     IF   RT-RATE-CODE = WS-RATE-CODE
                     AND  RT-EFFECTIVE-DATE <= WS-RUN-DATE
                          SET  SW-RATE-FOUND-YES   TO   TRUE
                          MOVE RT-RATE-VALUE       TO   WS-RATE-VALUE
                          MOVE RT-EFFECTIVE-DATE
                                              TO   WS-RATE-EFFECTIVE
                          MOVE RT-EXPIRY-DATE      TO   WS-RATE-EXPIRY
                     ELSE
                          SET  SW-RATE-SCAN-DONE   TO   TRUE
                     END-IF
                END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN SW-RATE-FOUND-NO
                    DISPLAY ME-RATE-MISSING   TR-RATE-CODE
                    SET  SW-RECORD-IS-INVALID TO       TRUE
                    MOVE CT-REASON-NO-RATE    TO       WS-REJECT-REASON
               WHEN WS-RATE-EXPIRY > ZERO
                AND WS-RATE-EXPIRY < WS-RUN-DATE
                    DISPLAY ME-RATE-EXPIRED   TR-RATE-CODE
                    SET  SW-RECORD-IS-INVALID TO       TRUE
                    MOVE CT-REASON-NO-RATE    TO       WS-REJECT-REASON
               WHEN OTHER
                    MOVE ZERO                 TO       WS-B
           END-EVALUATE
           .
      *
      * A READ ERROR ENDS THE WALK LIKE THE END OF FILE DOES; WHAT
      * WAS FOUND BEFORE IT IS NOT TRUSTED AND THE RECORD IS REJECTED.
       263-READ-RATE-NEXT.
      *===================
           READ CALC-RATE-FILE NEXT RECORD
               AT END
                   SET  SW-RATE-SCAN-DONE     TO       TRUE
           END-READ

           IF   NOT WS-RATE-OK  AND  NOT WS-RATE-AT-EOF
                SET  SW-RATE-SCAN-DONE        TO       TRUE
                SET  SW-RATE-FOUND-NO         TO       TRUE
           END-IF
           .
      *
      * A COMPLETED RUN APPENDS EVERY GROUP IT POSTED TO THE REGISTER.
      * THE ENTRIES GO ON ONLY NOW, NOT GROUP BY GROUP, SO THE RESTART
      * OF AN INTERRUPTED RUN DOES NOT FIND ITS OWN GROUPS THERE AND
      * REFUSE THE REST OF THEM.  A REGISTER THAT WILL NOT TAKE THE
      * WRITE LOSES THE ENTRY, NOT THE RUN - THE POSTINGS ARE ALREADY
      * MADE - BUT THE GROUP IS NAMED SO THE ENTRY CAN BE PUT RIGHT.
       264-BATCH-REGISTER-WRITE.
      *=========================
           ACCEPT  WS-RUN-DATE   FROM DATE YYYYMMDD
           OPEN EXTEND CALC-BATCH-REGISTER

           IF   NOT WS-PBR-OK  AND  NOT WS-PBR-CREATED
                CLOSE  CALC-BATCH-REGISTER
                OPEN OUTPUT CALC-BATCH-REGISTER
           END-IF

           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL   WS-BATCH-SUB > WS-BATCH-COUNT
                IF   WS-BATCH-IN-BALANCE (WS-BATCH-SUB)
                     MOVE SPACES     TO   PB-BATCH-REGISTER-RECORD
                     MOVE WS-BATCH-ID         (WS-BATCH-SUB)
                                     TO   PB-BATCH-ID
                     MOVE WS-BATCH-DATA-COUNT (WS-BATCH-SUB)
                                     TO   PB-DATA-COUNT
                     MOVE WS-BATCH-HASH-FIRST (WS-BATCH-SUB)
                                     TO   PB-HASH-FIRST
                     MOVE WS-BATCH-HASH-SECOND (WS-BATCH-SUB)
                                     TO   PB-HASH-SECOND
                     MOVE RC-RUN-NUMBER       TO   PB-RUN-NUMBER
                     MOVE WS-RUN-DATE         TO   PB-RUN-DATE
                     MOVE WS-OPERATOR-ID      TO   PB-OPERATOR-ID
                     MOVE WS-BATCH-DUP-FLAG   (WS-BATCH-SUB)
                                     TO   PB-OVERRIDE-FLAG
                     MOVE WS-BATCH-DUP-RUN    (WS-BATCH-SUB)
                                     TO   PB-DUPLICATE-OF-RUN
                     WRITE PB-BATCH-REGISTER-RECORD
                     IF   NOT WS-PBR-OK
                          DISPLAY ME-PBR-WRITE-BAD
                                  WS-BATCH-ID (WS-BATCH-SUB)
                     END-IF
                END-IF
           END-PERFORM

           CLOSE CALC-BATCH-REGISTER
           .
      *
      * A BALANCED GROUP THAT REPEATS ONE ALREADY PROCESSED - THE SAME
      * BATCH ID, OR THE SAME COUNT AND BOTH HASH TOTALS - EITHER ON
      * THE REGISTER INSIDE THE WINDOW OR EARLIER IN THIS SAME FILE,
      * IS REFUSED: ITS RECORDS GO TO SUSPENSE UNDER 'DB' THROUGH 257,
      * AS AN OUT-OF-BALANCE GROUP'S DO.  THE BALANCE VERDICT ITSELF
      * STANDS - THE GROUP DID BALANCE.  THE OVERRIDE BATCH ID IS LET
      * THROUGH INSTEAD, MARKED SO 264 RECORDS THE RELEASE.
       265-DUPLICATE-BATCH-CHECK.
      *==========================
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL   WS-BATCH-SUB > WS-BATCH-COUNT
                IF   WS-BATCH-IN-BALANCE (WS-BATCH-SUB)
                     PERFORM 266-DUPLICATE-MATCH
                     IF   SW-DUP-FOUND-YES
                          MOVE WS-DUP-MATCH-RUN
                            TO WS-BATCH-DUP-RUN (WS-BATCH-SUB)
                          DISPLAY ME-BATCH-LABEL
                                  WS-BATCH-ID (WS-BATCH-SUB)
                          IF   NOT WS-NO-DUPLICATE-OVERRIDE
                          AND  WS-BATCH-ID (WS-BATCH-SUB)
                                 = WS-DUPLICATE-OVERRIDE
                               DISPLAY ME-DUP-BATCH-OVERRIDE
                               SET  WS-BATCH-DUP-RELEASED
                                         (WS-BATCH-SUB)   TO  TRUE
                          ELSE
                               DISPLAY ME-DUP-BATCH-REFUSED
                               SET  WS-BATCH-DUPLICATE
                                         (WS-BATCH-SUB)   TO  TRUE
                          END-IF
                     END-IF
                END-IF
           END-PERFORM
           .
      *
      * AN EMPTY GROUP IS MATCHED ON ITS BATCH ID ONLY - EVERY EMPTY
      * GROUP HAS THE SAME TOTALS - AND A HEADERLESS GROUP, HAVING NO
      * BATCH ID, ON ITS TOTALS ONLY.  A REPEAT INSIDE THE FILE NAMES
      * THIS RUN AS THE ONE IT REPEATS.
       266-DUPLICATE-MATCH.
      *====================
           SET  SW-DUP-FOUND-NO               TO       TRUE
           MOVE ZERO                          TO       WS-DUP-MATCH-RUN

           PERFORM VARYING WS-PBR-SUB FROM 1 BY 1
                   UNTIL   WS-PBR-SUB > WS-PBR-COUNT
                    OR     SW-DUP-FOUND-YES
                IF   (WS-BATCH-ID (WS-BATCH-SUB) NOT = SPACES
                      AND WS-BATCH-ID (WS-BATCH-SUB)
                            = WS-PBR-BATCH-ID (WS-PBR-SUB))
                OR   (WS-BATCH-DATA-COUNT (WS-BATCH-SUB) > ZERO
                      AND WS-BATCH-DATA-COUNT (WS-BATCH-SUB)
                            = WS-PBR-DATA-COUNT (WS-PBR-SUB)
                      AND WS-BATCH-HASH-FIRST (WS-BATCH-SUB)
                            = WS-PBR-HASH-FIRST (WS-PBR-SUB)
                      AND WS-BATCH-HASH-SECOND (WS-BATCH-SUB)
                            = WS-PBR-HASH-SECOND (WS-PBR-SUB))
                     SET  SW-DUP-FOUND-YES    TO       TRUE
                     MOVE WS-PBR-RUN-NUMBER (WS-PBR-SUB)
                                              TO       WS-DUP-MATCH-RUN
                END-IF
           END-PERFORM

           PERFORM VARYING WS-DUP-EARLIER-SUB FROM 1 BY 1
                   UNTIL   WS-DUP-EARLIER-SUB >= WS-BATCH-SUB
                    OR     SW-DUP-FOUND-YES
                IF   WS-BATCH-IN-BALANCE (WS-DUP-EARLIER-SUB)
                AND  ((WS-BATCH-ID (WS-BATCH-SUB) NOT = SPACES
                       AND WS-BATCH-ID (WS-BATCH-SUB)
                             = WS-BATCH-ID (WS-DUP-EARLIER-SUB))
                 OR   (WS-BATCH-DATA-COUNT (WS-BATCH-SUB) > ZERO
                       AND WS-BATCH-DATA-COUNT (WS-BATCH-SUB)
                             = WS-BATCH-DATA-COUNT (WS-DUP-EARLIER-SUB)
                       AND WS-BATCH-HASH-FIRST (WS-BATCH-SUB)
                             = WS-BATCH-HASH-FIRST (WS-DUP-EARLIER-SUB)
                       AND WS-BATCH-HASH-SECOND (WS-BATCH-SUB)
                             = WS-BATCH-HASH-SECOND
                                                  (WS-DUP-EARLIER-SUB)))
                     SET  SW-DUP-FOUND-YES    TO       TRUE
                     MOVE RC-RUN-NUMBER       TO       WS-DUP-MATCH-RUN
                END-IF
           END-PERFORM
           .
      *
      * A KEYED RECORD IDENTICAL TO ONE ALREADY HANDLED THIS RUN - THE
      * SAME OPERATION, OPERANDS, ACCOUNT AND CHECKS - WAS MOST LIKELY
      * SENT OR KEYED TWICE.  IT IS NOT REFUSED (TWO EQUAL POSTINGS
      * CAN BE GENUINE) BUT MARKED, SO 245 FLAGS ITS PRINT LINE AND
      * 268 LISTS IT IF IT POSTS.  THE SUSPENSE TAIL IS LEFT OUT OF
      * THE COMPARISON, SO A RESUBMITTED COPY OF A RECORD THAT ALREADY
      * WENT THROUGH IS CAUGHT TOO.
       267-SEEN-RECORD-CHECK.
      *======================
           SET  SW-DUP-RECORD-NO              TO       TRUE

           IF   NOT TR-NO-ACCOUNT-KEY
                PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                        UNTIL   WS-SEEN-SUB > WS-SEEN-COUNT
                         OR     SW-DUP-RECORD-YES
                     IF   WS-SEEN-DATA (WS-SEEN-SUB)
                            = TR-TRANX-RECORD (1:50)
                          SET  SW-DUP-RECORD-YES   TO   TRUE
                          MOVE WS-SEEN-RECORD (WS-SEEN-SUB)
                                              TO   WS-SEEN-MATCH-RECORD
                     END-IF
                END-PERFORM
                PERFORM 269-SEEN-RECORD-ADD
           END-IF
           .
      *
      * THE SUMMARY LISTS THE FIRST FIFTY FLAGGED RECORDS; THE COUNT
      * COVERS THEM ALL.
       268-DUPLICATE-RECORD-FLAG.
      *==========================
           DISPLAY ME-DUP-RECORD-FLAGGED  WS-RECORD-NUMBER
           ADD  1                        TO       WS-COUNT-DUP-FLAGGED

           IF   WS-FLAG-COUNT < 50
                ADD  1                        TO       WS-FLAG-COUNT
                MOVE WS-RECORD-NUMBER
                  TO WS-FLAG-RECORD  (WS-FLAG-COUNT)
                MOVE TR-ACCOUNT-KEY
                  TO WS-FLAG-ACCOUNT (WS-FLAG-COUNT)
                MOVE WS-SEEN-MATCH-RECORD
                  TO WS-FLAG-SAME-AS (WS-FLAG-COUNT)
           END-IF
           .
      *
       269-SEEN-RECORD-ADD.
      *====================
           IF   WS-SEEN-COUNT < 2000
                ADD  1                        TO       WS-SEEN-COUNT
                MOVE TR-TRANX-RECORD (1:50)
                  TO WS-SEEN-DATA   (WS-SEEN-COUNT)
                MOVE WS-RECORD-NUMBER
                  TO WS-SEEN-RECORD (WS-SEEN-COUNT)
           ELSE
                IF   SW-SEEN-FULL-NO
                     DISPLAY ME-SEEN-TABLE-FULL
                     SET  SW-SEEN-FULL-YES    TO       TRUE
                END-IF
           END-IF
           .
      *
      * A RESTART SKIPS THE RECORDS ALREADY DONE, BUT THEIR KEYED DATA
      * RECORDS STILL GO ON THE SEEN TABLE - THE SAME ONES 201 WOULD
      * HAVE HANDED TO 256 - SO A REPEAT AFTER THE RESTART POINT IS
      * FLAGGED AS IF THE RUN HAD NEVER STOPPED.
       270-RESTART-SEEN-RECORD.
      *========================
           IF   NOT TR-RECORD-IS-HEADER
           AND  NOT TR-RECORD-IS-TRAILER
           AND  NOT TR-NO-ACCOUNT-KEY
                IF   (SW-BATCH-OPEN-YES
                      AND  WS-BATCH-PROC-SUB > ZERO
                      AND  NOT WS-BATCH-IN-BALANCE
                                (WS-BATCH-PROC-SUB))
                OR   (SW-IMPLICIT-GROUP-SEEN
                      AND  WS-BATCH-DUPLICATE (1))
                     CONTINUE
                ELSE
                     PERFORM 269-SEEN-RECORD-ADD
                END-IF
           END-IF
           .
      *
       255-MEMORY-FUNCTION.
      *====================
           DISPLAY   ME-GOODBYE

      * THE SCHEDULER BRANCHES ON THIS: 0 = CLEAN, 4 = RAN BUT SOME
      * RECORDS WERE REJECTED, HELD AS DUPLICATES OR FLAGGED FOR
      * REVIEW, 8 = THE RUN ITSELF FAILED OR WAS REFUSED AND MUST BE
      * LOOKED AT BEFORE THE NEXT STEP RUNS.
           EVALUATE TRUE
               WHEN SW-THRESHOLD-ABORTED
               OR   SW-BALANCE-FAILED
               OR   SW-MASTER-POST-FAILED
                    MOVE 8            TO       RETURN-CODE
               WHEN WS-COUNT-REJECTS > ZERO
               OR   WS-COUNT-DUP-REJECTS > ZERO
               OR   WS-COUNT-DUP-FLAGGED > ZERO
                    MOVE 4            TO       RETURN-CODE
               WHEN OTHER
                    MOVE 0            TO       RETURN-CODE
           IF   SW-MODE-BATCH-FILE
                DISPLAY ME-SUMMARY-TOLERANCE  WS-COUNT-TOLERANCE
                DISPLAY ME-SUMMARY-BATCH-REJ  WS-COUNT-BATCH-REJECTS
                DISPLAY ME-SUMMARY-DUP-REJ    WS-COUNT-DUP-REJECTS
                DISPLAY ME-SUMMARY-DUP-FLAG   WS-COUNT-DUP-FLAGGED
                DISPLAY ME-SUMMARY-HELD       WS-COUNT-HELD
                DISPLAY ME-SUMMARY-RATE       WS-COUNT-RATE
                EVALUATE TRUE
                    WHEN SW-BALANCE-IN-BALANCE
                         DISPLAY ME-BALANCE-HEADER  ME-BALANCE-OK
                IF   WS-BATCH-COUNT > ZERO
                     PERFORM 306-BATCH-SUMMARY-LINES
                END-IF
                IF   WS-FLAG-COUNT > ZERO
                     PERFORM 307-DUPLICATE-RECORD-LINES
                END-IF
           END-IF
           .
      *
      * ONE LINE PER H...T GROUP: THE SENDER'S BATCH ID, HOW MANY
      * DATA RECORDS THE TRAILER PROMISED, HOW MANY THE FILE HELD,
      * AND THE GROUP'S VERDICT.  A GROUP REFUSED AS A DUPLICATE, OR
      * RELEASED BY THE OVERRIDE, NAMES THE RUN IT REPEATED.
       306-BATCH-SUMMARY-LINES.
      *========================
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL   WS-BATCH-SUB > WS-BATCH-COUNT
                EVALUATE TRUE
                    WHEN WS-BATCH-IN-BALANCE (WS-BATCH-SUB)
                     AND WS-BATCH-DUP-RELEASED (WS-BATCH-SUB)
                         DISPLAY ME-BATCH-LABEL
                                 WS-BATCH-ID         (WS-BATCH-SUB)
                                 ' '
                                 WS-BATCH-EXP-COUNT  (WS-BATCH-SUB)
                                 '/'
                                 WS-BATCH-DATA-COUNT (WS-BATCH-SUB)
                                 ' '
                                 ME-BATCH-STATE-OK
                                 ME-BATCH-STATE-OVR
                                 WS-BATCH-DUP-RUN    (WS-BATCH-SUB)
                    WHEN WS-BATCH-DUPLICATE (WS-BATCH-SUB)
                         DISPLAY ME-BATCH-LABEL
                                 WS-BATCH-ID         (WS-BATCH-SUB)
                                 ' '
                                 WS-BATCH-EXP-COUNT  (WS-BATCH-SUB)
                                 '/'
                                 WS-BATCH-DATA-COUNT (WS-BATCH-SUB)
                                 ' '
                                 ME-BATCH-STATE-DUP
                                 WS-BATCH-DUP-RUN    (WS-BATCH-SUB)
                    WHEN WS-BATCH-IN-BALANCE (WS-BATCH-SUB)
                         DISPLAY ME-BATCH-LABEL
                                 WS-BATCH-ID         (WS-BATCH-SUB)
                END-EVALUATE
           END-PERFORM
           .
      *
      * THE KEYED RECORDS FLAGGED AS IDENTICAL TO AN EARLIER ONE THIS
      * RUN, WITH THE ACCOUNT AND THE RECORD EACH ONE REPEATED, FOR
      * SOMEBODY TO CONFIRM OR BACK OUT THROUGH CALCBACK.
       307-DUPLICATE-RECORD-LINES.
      *===========================
           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
                   UNTIL   WS-FLAG-SUB > WS-FLAG-COUNT
                DISPLAY ME-SUMMARY-DUP-RECORD
                        WS-FLAG-RECORD  (WS-FLAG-SUB)
                        ' '
                        WS-FLAG-ACCOUNT (WS-FLAG-SUB)
                        ME-SUMMARY-DUP-SAME
                        WS-FLAG-SAME-AS (WS-FLAG-SUB)
           END-PERFORM
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
      *
      * EVERY SECURITY EVENT IS APPENDED THE MOMENT IT HAPPENS, SO A RUN
      * THAT DIES LATER STILL LEAVES ITS SIGN-ON AND REFUSALS BEHIND.
      * THE FIRST EVENT EVER CREATES THE FILE.  A LOG THAT WILL NOT
      * TAKE THE WRITE COSTS THE EVENT, NOT THE RUN - THE CONSOLE LINE
      * NAMES THE OPERATOR SO THE EVENT CAN BE PUT RIGHT.
       530-SECURITY-EVENT-WRITE.
      *=========================
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
           MOVE WS-SEC-OPERATOR-ID            TO       SE-OPERATOR-ID

           EVALUATE TRUE
               WHEN SW-MODE-BATCH-FILE
                    SET  SE-MODE-BATCH        TO       TRUE
               WHEN SW-MODE-PARM
                    SET  SE-MODE-PARM         TO       TRUE
               WHEN OTHER
                    SET  SE-MODE-INTERACTIVE  TO       TRUE
           END-EVALUATE

           MOVE WS-SEC-EVENT-TYPE             TO       SE-EVENT-TYPE
           MOVE WS-SEC-FUNCTION               TO       SE-FUNCTION
           MOVE WS-SEC-REASON                 TO       SE-REASON-CODE
           MOVE WS-SEC-RUN-NUMBER             TO       SE-RUN-NUMBER
           MOVE WS-SEC-ACCOUNT-KEY            TO       SE-ACCOUNT-KEY
           MOVE WS-SEC-RECORD-NUMBER          TO       SE-RECORD-NUMBER

           WRITE SE-SECURITY-EVENT
           IF   NOT WS-SEC-OK
                DISPLAY ME-SEC-WRITE-BAD  WS-SEC-OPERATOR-ID
           END-IF

           CLOSE CALC-SECURITY-LOG
           .
      *
      * A REFUSED OPERATION IS LOGGED AS 'OPERATN' AND ITS LETTER.  IN
      * A BATCH RUN THE EVENT NAMES THE RUN, THE RECORD AND ITS
      * ACCOUNT; AT THE TERMINAL OR FROM THE PARM THERE IS NEITHER.
       531-OPERATION-REFUSED.
      *======================
           MOVE CT-SEC-TYPE-REFUSED      TO       WS-SEC-EVENT-TYPE
           MOVE WS-OPERATOR-ID           TO       WS-SEC-OPERATOR-ID
           MOVE CT-SEC-NO-OPERATION      TO       WS-SEC-REASON

           MOVE SPACES                   TO       WS-SEC-FUNCTION
           STRING  CT-SEC-FN-OPERATION   DELIMITED BY SIZE
                   WS-OPTIONS (1:1)      DELIMITED BY SIZE
              INTO WS-SEC-FUNCTION
           END-STRING

           IF   SW-MODE-BATCH-FILE
                MOVE RC-RUN-NUMBER       TO       WS-SEC-RUN-NUMBER
                MOVE TR-ACCOUNT-KEY      TO       WS-SEC-ACCOUNT-KEY
                MOVE WS-RECORD-NUMBER    TO       WS-SEC-RECORD-NUMBER
           ELSE
                MOVE ZERO                TO       WS-SEC-RUN-NUMBER
                                                  WS-SEC-RECORD-NUMBER
                MOVE SPACES              TO       WS-SEC-ACCOUNT-KEY
           END-IF

           PERFORM 530-SECURITY-EVENT-WRITE
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
