      ******************************************************************
      * AUTHOR:  JOSUE RIVAS
      * DATE:    15/10/2026
      * PURPOSE: DUAL-CONTROL APPROVAL OF LARGE POSTINGS.  CALCTOR1
      *          HOLDS EVERY KEYED POSTING LARGER THAN THE APPROVAL
      *          LIMIT ON ITS CONTROL FILE ON THE PENDING-APPROVAL
      *          QUEUE (CALCPND) INSTEAD OF POSTING IT.  THIS PROGRAM
      *          TAKES THE DECISIONS ON THOSE ITEMS FROM CALCAPX, ONE
      *          PER RECORD:
      *            A = APPROVE - THE ITEM IS POSTED TO THE MASTER AND
      *                WRITTEN TO THE AUDIT LOG AND EXPORT FILE UNDER
      *                BOTH IDS: THE SUBMITTER AS THE OPERATOR AND
      *                THE APPROVER IN AL-APPROVER-ID
      *            D = DECLINE - THE TRANSACTION GOES TO SUSPENSE
      *                UNDER ITS OWN 'DA' REASON, TO BE CORRECTED AND
      *                RESUBMITTED OR DROPPED
      *          A DECISION IS ONLY TAKEN FROM AN OPERATOR ON THE
      *          OPERATOR FILE WITH OP-AUTH-APPROVE 'Y', AND NEVER
      *          FROM THE OPERATOR WHO SUBMITTED THE ITEM.  THE
      *          DECISION IS STAMPED ON THE QUEUE RECORD IN PLACE, SO
      *          CALCPND STAYS THE RECORD OF WHO RELEASED WHAT.
      *
      *          THE REPORT (CALCAPR) SHOWS EVERY DECISION AND ITS
      *          OUTCOME, THEN LISTS THE QUEUE AS IT NOW STANDS WITH
      *          EACH ITEM'S AGE; AN ITEM PENDING LONGER THAN THE
      *          DAYS IN THE PARM (DEFAULT 3) IS MARKED OVERDUE.  NO
      *          CALCAPX AT ALL JUST LISTS THE QUEUE.
      *
      *          RETURN CODES: 0 = EVERY DECISION APPLIED AND NOTHING
      *          OVERDUE, 4 = SOME DECISIONS WERE REFUSED OR ITEMS
      *          ARE OVERDUE (SHOWN ON THE REPORT), 8 = BAD PARM, A
      *          FILE COULD NOT BE OPENED, OR THE MASTER OR QUEUE
      *          WOULD NOT TAKE AN UPDATE - CHECK THE REPORT.
      *
      * MODIFICATION HISTORY:
      * 15/10/26  JR  INITIAL VERSION.
      * 15/10/26  JR  THE MASTER RECORD NOW ENDS WITH MA-PARENT-KEY,
      *               THE ROLL-UP PARENT CALCMNT MAINTAINS FOR THE
      *               CALCCONS CONSOLIDATION - LAYOUT ONLY HERE.
      *               NOTE AT CUTOVER: CALCMST IS NOW 120 BYTES.
      * 15/10/26  JR  REVIEW FIX: THE PAGE HEADING IS NOW PRINTED
      *               BEFORE A DETAIL LINE IS BUILT, NOT BETWEEN
      *               BUILDING AND WRITING IT - THE HEADING REUSED
      *               THE RECORD AREA AND THE FIRST LINE OF EVERY
      *               PAGE WAS LOST.
      * 15/10/26  JR  A HELD RATE CONVERSION ('C') NOW CARRIES ITS
      *               RATE CODE AND RATE IN FORCE ON THE QUEUE ITEM
      *               AND THE APPROVAL AUDIT ENTRY SHOWS THEM.  THE
      *               OPERATOR RECORD LEARNS OP-AUTH-MORE-OPERATIONS
      *               (LAYOUT ONLY HERE).  NOTE AT CUTOVER: CALCAUD
      *               IS NOW 112 BYTES, CALCPND 179 BYTES.
      * 15/10/26  JR  THE MASTER RECORD NOW ENDS WITH MA-ACCOUNT-CLASS,
      *               THE ACCRUAL CLASS CALCMNT MAINTAINS FOR THE
      *               CALCACR INTEREST AND FEE RUN - LAYOUT ONLY HERE.
      *               NOTE AT CUTOVER: CALCMST IS NOW 122 BYTES.
      * 15/10/26  JR  TAMPER-EVIDENT AUDIT LOG.  EVERY AUDIT ENTRY NOW
      *               ENDS WITH A SEQUENCE NUMBER AND A CHAIN VALUE
      *               WORKED FROM ITS OWN CONTENT AND THE PREVIOUS
      *               ENTRY'S (543-AUDIT-CHAIN-STAMP).  THE LOG IS READ
      *               TO ITS END BEFORE IT IS EXTENDED FOR THE LAST
      *               PAIR, OR THE CALCARCH ANCHOR (CALCANC) IS TAKEN
      *               WHEN THE LOG IS EMPTY.  CALCVRFY CHECKS THE
      *               CHAIN.  NOTE AT CUTOVER: CALCAUD IS NOW 130
      *               BYTES (WAS 112).
      * 15/10/26  JR  SECURITY EVENT LOG.  EVERY DECISION TAKEN IS NOW
      *               ALSO LOGGED ON CALCSEC AS APPROVAL AUTHORITY USED
      *               BY THE APPROVER, AND EVERY DECISION REFUSED FOR
      *               WHO TOOK IT (NO APPROVER, THE SUBMITTER, NO
      *               OPERATOR FILE, NOT AN OPERATOR, NO AUTHORITY) AS
      *               A REFUSAL WITH ITS REASON (233-DECISION-EVENT).
      *               A BAD ACTION CODE IS A KEYING ERROR, NOT AN
      *               ACCESS EVENT, AND IS NOT LOGGED.  CALCSEC IS
      *               OPTIONAL - THE FIRST EVENT EVER CREATES IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAPRV.
      ******************************************************************
      *         E  N  V  I  R  O  N  M  E  N  T   D  I  V  I  S  I  O  N
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALC-PENDING-FILE
                                           ASSIGN TO CALCPND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-PEND-STATUS.
           SELECT OPTIONAL CALC-DECISION-FILE
                                           ASSIGN TO CALCAPX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-DECN-STATUS.
           SELECT CALC-OPERATOR-FILE      ASSIGN TO CALCOPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.
           SELECT CALC-MASTER-FILE        ASSIGN TO CALCMST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-ACCOUNT-KEY
               FILE STATUS  IS WS-MASTER-STATUS.
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
           SELECT CALC-SUSPENSE-FILE      ASSIGN TO CALCSUS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-SUSP-STATUS.
           SELECT CALC-APPROVAL-REPORT    ASSIGN TO CALCAPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.
           SELECT OPTIONAL CALC-SECURITY-LOG
                                           ASSIGN TO CALCSEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-SEC-STATUS.
      ******************************************************************
      *              D  A  T  A     D  I  V  I  S  I  O  N
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * PENDING APPROVAL QUEUE - SAME LAYOUT AS CALCTOR1'S
      * 260-PENDING-WRITE APPENDS.  A DECIDED ITEM IS REWRITTEN IN
      * PLACE WITH ITS STATUS, THE DECIDING OPERATOR AND THE TIME.
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
      * DECISIONS - ONE PER RECORD, NAMING THE QUEUE ITEM BY ITS RUN
      * AND INPUT RECORD NUMBER (AS LISTED ON THE REPORT) AND THE
      * OPERATOR TAKING THE DECISION.
      *----------------------------------------------------------------
           FD  CALC-DECISION-FILE.
           01  AX-DECISION-RECORD.
               05  AX-ACTION                   PIC X(01).
                   88  AX-ACTION-APPROVE       VALUE 'A'.
                   88  AX-ACTION-DECLINE       VALUE 'D'.
               05  AX-PENDING-KEY.
                   10  AX-RUN-NUMBER           PIC 9(07).
                   10  AX-RECORD-NUMBER        PIC 9(07).
               05  AX-APPROVER-ID              PIC X(08).
               05  FILLER                      PIC X(27).
      *----------------------------------------------------------------
      * OPERATOR SECURITY - SAME LAYOUT AS CALCTOR1 READS.  ONLY AN
      * OPERATOR WITH OP-AUTH-APPROVE 'Y' MAY DECIDE A QUEUE ITEM.
      *----------------------------------------------------------------
           FD  CALC-OPERATOR-FILE.
           01  OP-OPERATOR-RECORD.
               05  OP-OPERATOR-ID              PIC X(08).
               05  OP-AUTH-INTERACTIVE         PIC X(01).
               05  OP-AUTH-PARM                PIC X(01).
               05  OP-AUTH-BATCH               PIC X(01).
               05  OP-AUTH-OPERATIONS          PIC X(07).
               05  OP-AUTH-APPROVE             PIC X(01).
               05  OP-AUTH-MORE-OPERATIONS     PIC X(03).
               05  FILLER                      PIC X(08).
      *----------------------------------------------------------------
      * RESULTS MASTER - SAME LAYOUT AS MAINTAINED BY CALCTOR1/CALCMNT
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
      * AUDIT TRAIL - SAME LAYOUT AS WRITTEN BY CALCTOR1.  AN APPROVED
      * ITEM IS APPENDED HERE WITH ITS ORIGINAL ORIGIN STAMP, THE
      * SUBMITTER AS THE OPERATOR AND THE APPROVER BESIDE THEM.
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
      * WITH THE APPROVER AS AN ELEVENTH FIELD
      *----------------------------------------------------------------
           FD  CALC-EXPORT-FILE.
           01  EX-EXPORT-RECORD                PIC X(100).
      *----------------------------------------------------------------
      * SUSPENSE - SAME LAYOUT AS CALCTOR1'S 209-SUSPENSE-WRITE.  A
      * DECLINED ITEM IS APPENDED WITH THE 'DA' REASON, ITS ORIGINAL
      * INPUT RECORD NUMBER AND THE DATE IT WAS DECLINED.
      *----------------------------------------------------------------
           FD  CALC-SUSPENSE-FILE.
           01  SU-SUSPENSE-RECORD.
               05  SU-TRANX-DATA               PIC X(50).
               05  SU-REASON-CODE              PIC X(02).
               05  SU-RECORD-NUMBER            PIC 9(07).
               05  SU-REJECT-DATE              PIC 9(08).
      *----------------------------------------------------------------
      * APPROVAL REPORT - THE DECISIONS, THEN THE QUEUE
      *----------------------------------------------------------------
           FD  CALC-APPROVAL-REPORT.
           01  RP-REPORT-RECORD                PIC X(80).
      *----------------------------------------------------------------
      * SECURITY EVENT LOG - SAME LAYOUT AS WRITTEN BY CALCTOR1.  ONE
      * EVENT IS APPENDED PER DECISION TAKEN OR REFUSED FOR WHO TOOK
      * IT, NAMING THE APPROVER AND THE QUEUE ITEM'S RUN, RECORD AND
      * ACCOUNT.
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
      ******************************************************************
           01 ME-MESSAGES.
               05 ME-REPORT-TITLE             PIC X(30)   VALUE
               'CALCPND APPROVAL QUEUE        '.
               05 ME-REPORT-PAGE              PIC X(07)   VALUE
               '  PAGE '.
               05 ME-REPORT-DATE              PIC X(07)   VALUE
               '  DATE '.
               05 ME-DECISION-HEADINGS        PIC X(68)   VALUE
               'A RUN-NO /REC-NO  APPROVER ACCOUNT-KEY      AMOUNT OUTCO
      -        'ME         '.
               05 ME-QUEUE-HEADINGS           PIC X(70)   VALUE
               'RUN-NO  REC-NO  ACCOUNT-KEY O      RESULT SUBMITTR SUBMI
      -        'TTED   AGE   '.
               05 ME-DECISIONS-TITLE          PIC X(22)   VALUE
               'DECISIONS THIS RUN    '.
               05 ME-QUEUE-TITLE              PIC X(22)   VALUE
               'ITEMS STILL PENDING   '.
               05 ME-OVERDUE-MARK             PIC X(08)   VALUE
               ' OVERDUE'.
               05 ME-OUT-APPROVED             PIC X(28)   VALUE
               'APPROVED AND POSTED         '.
               05 ME-OUT-DECLINED             PIC X(28)   VALUE
               'DECLINED TO SUSPENSE        '.
               05 ME-OUT-BAD-ACTION           PIC X(28)   VALUE
               'ACTION MUST BE A OR D       '.
               05 ME-OUT-NO-APPROVER          PIC X(28)   VALUE
               'APPROVER ID IS BLANK        '.
               05 ME-OUT-SUBMITTER            PIC X(28)   VALUE
               'APPROVER IS THE SUBMITTER   '.
               05 ME-OUT-NO-SECURITY          PIC X(28)   VALUE
               'NO OPERATOR FILE - REFUSED  '.
               05 ME-OUT-UNKNOWN-OPR          PIC X(28)   VALUE
               'APPROVER NOT AN OPERATOR    '.
               05 ME-OUT-NO-AUTHORITY         PIC X(28)   VALUE
               'APPROVER HAS NO AUTHORITY   '.
               05 ME-OUT-NO-ACCOUNT           PIC X(28)   VALUE
               'ACCOUNT NOT ON THE MASTER   '.
               05 ME-OUT-CLOSED               PIC X(28)   VALUE
               'ACCOUNT CLOSED - DECLINE IT '.
               05 ME-OUT-POST-FAILED          PIC X(28)   VALUE
               'MASTER POST FAILED          '.
               05 ME-OUT-NOT-PENDING          PIC X(28)   VALUE
               'NOT ON QUEUE OR DECIDED     '.
               05 ME-OUT-NOT-REACHED          PIC X(28)   VALUE
               'NOT REACHED - RUN STOPPED   '.
               05 ME-BAD-PARM                 PIC X(44)   VALUE
               'OVERDUE DAYS IN THE PARM MUST BE NUMERIC    '.
               05 ME-NO-PENDING-FILE          PIC X(44)   VALUE
               'PENDING APPROVAL FILE COULD NOT BE OPENED   '.
               05 ME-NO-DECISION-FILE         PIC X(44)   VALUE
               'DECISION FILE COULD NOT BE READ - NOT RUN   '.
               05 ME-NO-MASTER-FILE           PIC X(44)   VALUE
               'RESULTS MASTER COULD NOT BE OPENED - NOT RUN'.
               05 ME-OPERATOR-FILE-BAD        PIC X(45)   VALUE
               'OPERATOR FILE COULD NOT BE READ - RUN REFUSED'.
               05 ME-OPERATOR-UNCHECKED       PIC X(44)   VALUE
               'OPERATOR FILE NOT PRESENT - NOTHING DECIDED '.
               05 ME-DECISION-TABLE-FULL      PIC X(44)   VALUE
               'MORE THAN 200 DECISIONS - REST NOT TAKEN    '.
               05 ME-OPERATOR-TABLE-FULL      PIC X(44)   VALUE
               'MORE THAN 500 OPERATORS - REST NOT LOADED   '.
               05 ME-MASTER-POST-BAD          PIC X(40)   VALUE
               'RESULTS MASTER POST FAILED FOR ACCOUNT: '.
               05 ME-PENDING-REWRITE-BAD      PIC X(40)   VALUE
               'QUEUE ITEM NOT MARKED DECIDED - RUN/REC '.
               05 ME-TOTAL-DECISIONS          PIC X(22)   VALUE
               'DECISIONS READ:       '.
               05 ME-TOTAL-APPROVED           PIC X(22)   VALUE
               'ITEMS APPROVED:       '.
               05 ME-TOTAL-DECLINED           PIC X(22)   VALUE
               'ITEMS DECLINED:       '.
               05 ME-TOTAL-REFUSED            PIC X(22)   VALUE
               'DECISIONS REFUSED:    '.
               05 ME-TOTAL-AMOUNT             PIC X(22)   VALUE
               'AMOUNT APPROVED:      '.
               05 ME-TOTAL-PENDING            PIC X(22)   VALUE
               'ITEMS STILL PENDING:  '.
               05 ME-TOTAL-OVERDUE            PIC X(22)   VALUE
               'PENDING OVER LIMIT:   '.
               05 ME-OVERDUE-LIMIT            PIC X(07)   VALUE
               '  DAYS '.
               05 ME-APPROVAL-DONE            PIC X(24)   VALUE
               'CALCAPRV APPROVAL ENDED '.
               05 ME-SEC-WRITE-BAD            PIC X(44)   VALUE
               'SECURITY EVENT NOT LOGGED FOR OPERATOR:     '.
      ******************************************************************
      *                    AREA   OF  WORK  VARIABLES
      ******************************************************************
           01 WS-VARS.
               05 WS-PARM-AREA                PIC X(80).
               05 WS-DAYS-TEXT                PIC X(03)
                                              JUSTIFIED RIGHT.
               05 WS-OVERDUE-DAYS             PIC 9(03)   VALUE 0.
               05 WS-RUN-DATE                 PIC 9(08).
               05 WS-RUN-TIME                 PIC 9(08).
               05 WS-TODAY-DAYS               PIC 9(07)   VALUE 0.
               05 WS-SUBMIT-DAYS              PIC 9(07)   VALUE 0.
               05 WS-AGE-DAYS                 PIC S9(05)  VALUE 0.
               05 WS-AGE-EDIT                 PIC ZZZZ9.
               05 WS-A-EDIT                   PIC -(7)9.99.
               05 WS-B-EDIT                   PIC -(7)9.99.
               05 WS-R-EDIT                   PIC -(7)9.99.
               05 WS-TOTAL-EDIT               PIC -(11)9.99.
               05 WS-OVERDUE-TEXT             PIC X(08).
               05 WS-CURRENT-HEADINGS         PIC X(70).
               05 WS-CURRENT-TITLE            PIC X(22).
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
      * THE DECISIONS, LOADED ONCE FROM CALCAPX.  EACH IS MATCHED TO
      * ITS QUEUE ITEM AS THE QUEUE IS READ AND CARRIES ITS OUTCOME
      * TO THE REPORT; ONE LEFT UNUSED AT THE END NAMED AN ITEM THAT
      * IS NOT PENDING.
               05 WS-DECISION-TABLE.
                   10 WS-DECISION-ENTRY       OCCURS 200 TIMES.
                       15 WS-DEC-ACTION       PIC X(01).
                           88 WS-DEC-APPROVE              VALUE 'A'.
                           88 WS-DEC-DECLINE              VALUE 'D'.
                       15 WS-DEC-KEY          PIC X(14).
                       15 WS-DEC-KEY-SPLIT REDEFINES WS-DEC-KEY.
                           20 WS-DEC-RUN-NUMBER
                                              PIC 9(07).
                           20 WS-DEC-RECORD-NUMBER
                                              PIC 9(07).
                       15 WS-DEC-APPROVER     PIC X(08).
                       15 WS-DEC-OUTCOME      PIC X(01).
                           88 WS-DEC-UNUSED               VALUE ' '.
                           88 WS-DEC-APPLIED              VALUE 'Y'.
                           88 WS-DEC-REFUSED              VALUE 'N'.
                       15 WS-DEC-TEXT         PIC X(28).
                       15 WS-DEC-ACCOUNT      PIC X(10).
                       15 WS-DEC-AMOUNT       PIC S9(07)V99.
               05 WS-DECISION-COUNT           PIC 9(03)   VALUE 0.
               05 WS-DEC-SUB                  PIC 9(03)   VALUE 0.
      *
      * THE OPERATORS WHO MAY DECIDE, LOADED ONCE FROM CALCOPR.
               05 WS-OPERATOR-TABLE.
                   10 WS-OPERATOR-ENTRY       OCCURS 500 TIMES.
                       15 WS-OPR-ID           PIC X(08).
                       15 WS-OPR-APPROVE      PIC X(01).
                           88 WS-OPR-MAY-APPROVE          VALUE 'Y'.
               05 WS-OPERATOR-COUNT           PIC 9(03)   VALUE 0.
               05 WS-OPR-SUB                  PIC 9(03)   VALUE 0.
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
      * THE SECURITY EVENT FOR THE DECISION IN HAND (233).  A BLANK
      * REASON MEANS THE DECISION RAISED NO EVENT.
               05 WS-SEC-EVENT-TYPE           PIC X(01)   VALUE SPACE.
               05 WS-SEC-REASON               PIC X(02)   VALUE SPACES.
               05 WS-SEC-DATE                 PIC 9(08)   VALUE 0.
               05 WS-SEC-TIME                 PIC 9(08)   VALUE 0.
      ******************************************************************
      *                 F  L  A  G  S     A  R  E  A
      ******************************************************************
           01 SW-FLAGS.
               05 SW-RUN-STATUS               PIC X(01)   VALUE 'N'.
                   88 SW-CONTINUE-RUN                     VALUE 'N'.
                   88 SW-QUIT-REQUESTED                   VALUE 'Y'.
               05 SW-SECURITY                 PIC X(01)   VALUE 'Y'.
                   88 SW-SECURITY-IN-USE                  VALUE 'Y'.
                   88 SW-SECURITY-ABSENT                  VALUE 'N'.
               05 SW-ITEM-DECIDED             PIC X(01)   VALUE 'N'.
                   88 SW-ITEM-DECIDED-YES                 VALUE 'Y'.
                   88 SW-ITEM-DECIDED-NO                  VALUE 'N'.
               05 SW-APPROVER                 PIC X(01)   VALUE 'N'.
                   88 SW-APPROVER-ALLOWED                 VALUE 'Y'.
                   88 SW-APPROVER-DENIED                  VALUE 'N'.
               05 SW-OPR-FOUND                PIC X(01)   VALUE 'N'.
                   88 SW-OPR-FOUND-YES                    VALUE 'Y'.
                   88 SW-OPR-FOUND-NO                     VALUE 'N'.
               05 SW-UPDATE-FAILED            PIC X(01)   VALUE 'N'.
                   88 SW-UPDATES-GOOD                     VALUE 'N'.
                   88 SW-UPDATE-HAS-FAILED                VALUE 'Y'.
               05 SW-DECISIONS-DROPPED        PIC X(01)   VALUE 'N'.
                   88 SW-DECISIONS-ALL-TAKEN              VALUE 'N'.
                   88 SW-DECISIONS-LOST                   VALUE 'Y'.
               05 SW-CHAIN-LOG                PIC X(01)   VALUE 'N'.
                   88 SW-CHAIN-LOG-FOUND                  VALUE 'Y'.
                   88 SW-CHAIN-LOG-EMPTY                  VALUE 'N'.
      ******************************************************************
      *             F  I  L  E     S  T  A  T  U  S     A  R  E  A
      ******************************************************************
           01 WS-FILE-STATUS-AREA.
               05 WS-PEND-STATUS              PIC X(02)   VALUE '00'.
                   88 WS-PEND-OK                          VALUE '00'.
                   88 WS-PEND-AT-EOF                      VALUE '10'.
                   88 WS-PEND-CREATED                     VALUE '05'.
               05 WS-DECN-STATUS              PIC X(02)   VALUE '00'.
                   88 WS-DECN-OK                          VALUE '00'.
                   88 WS-DECN-AT-EOF                      VALUE '10'.
                   88 WS-DECN-ABSENT                      VALUE '05'.
               05 WS-OPR-STATUS               PIC X(02)   VALUE '00'.
                   88 WS-OPR-OK                           VALUE '00'.
                   88 WS-OPR-AT-EOF                       VALUE '10'.
                   88 WS-OPR-NOT-FOUND                    VALUE '35'.
               05 WS-MASTER-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-MASTER-OK                        VALUE '00'.
               05 WS-AUDIT-STATUS             PIC X(02)   VALUE '00'.
                   88 WS-AUDIT-OK                         VALUE '00'.
               05 WS-EXPORT-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-EXPORT-OK                        VALUE '00'.
               05 WS-SUSP-STATUS              PIC X(02)   VALUE '00'.
                   88 WS-SUSP-OK                          VALUE '00'.
               05 WS-REPORT-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-REPORT-OK                        VALUE '00'.
               05 WS-ANCHOR-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-ANCHOR-OK                        VALUE '00'.
                   88 WS-ANCHOR-CREATED                   VALUE '05'.
               05 WS-SEC-STATUS               PIC X(02)   VALUE '00'.
                   88 WS-SEC-OK                           VALUE '00'.
                   88 WS-SEC-CREATED                      VALUE '05'.
      ******************************************************************
      *                C  O  U  N  T  E  R  S     A  R  E  A
      ******************************************************************
           01 WS-COUNTERS.
               05 WS-COUNT-APPROVED            PIC 9(07)  VALUE 0.
               05 WS-COUNT-DECLINED            PIC 9(07)  VALUE 0.
               05 WS-COUNT-REFUSED             PIC 9(07)  VALUE 0.
               05 WS-COUNT-PENDING             PIC 9(07)  VALUE 0.
               05 WS-COUNT-OVERDUE             PIC 9(07)  VALUE 0.
               05 WS-TOTAL-APPROVED            PIC S9(11)V99
                                                          VALUE 0.
               05 WS-PAGE-NUMBER               PIC 9(04)  VALUE 0.
               05 WS-PAGE-NUMBER-EDIT          PIC Z(3)9.
               05 WS-LINE-COUNT                PIC 9(02)  VALUE 0.
      ******************************************************************
      *           C  O   N  S  T  A  N  T  S     A  R  E  A
      ******************************************************************
           01 CT-CONSTANTS.
               05 CT-LINES-PER-PAGE           PIC 9(02)   VALUE 20.
               05 CT-OVERDUE-DAYS             PIC 9(03)   VALUE 3.
               05 CT-DECISION-MAX             PIC 9(03)   VALUE 200.
               05 CT-OPERATOR-MAX             PIC 9(03)   VALUE 500.
               05 CT-REASON-DECLINED          PIC X(02)   VALUE 'DA'.
               05 CT-CHAIN-MULTIPLIER         PIC 9(03)   VALUE 71.
               05 CT-CHAIN-MODULUS            PIC 9(09)   VALUE
               999999937.
               05 CT-CHAIN-ALPHABET           PIC X(69)   VALUE
               ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ+-.,/*abcdefghijklm
      -        'nopqrstuvwxyz'.
               05 CT-PROGRAM-NAME             PIC X(08)   VALUE
               'CALCAPRV'.
               05 CT-SEC-FN-APPROVE           PIC X(08)   VALUE
               'APPROVE '.
               05 CT-SEC-FN-DECLINE           PIC X(08)   VALUE
               'DECLINE '.
               05 CT-SEC-TYPE-USED            PIC X(01)   VALUE 'U'.
               05 CT-SEC-TYPE-REFUSED         PIC X(01)   VALUE 'R'.
               05 CT-SEC-ACCEPTED             PIC X(02)   VALUE 'OK'.
               05 CT-SEC-NO-APPROVER          PIC X(02)   VALUE 'NI'.
               05 CT-SEC-SUBMITTER            PIC X(02)   VALUE 'SA'.
               05 CT-SEC-NO-SECURITY          PIC X(02)   VALUE 'NF'.
               05 CT-SEC-UNKNOWN-OPERATOR     PIC X(02)   VALUE 'UO'.
               05 CT-SEC-NO-AUTHORITY         PIC X(02)   VALUE 'NA'.
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
      * NOTHING IS UPDATED UNTIL EVERY FILE THE RUN NEEDS IS OPEN.  A
      * SECURITY FILE THAT EXISTS BUT WILL NOT READ, A QUEUE OR
      * MASTER THAT WILL NOT OPEN, REFUSES THE WHOLE RUN.
       100-START.
      *==========
           ACCEPT  WS-RUN-DATE   FROM DATE YYYYMMDD
           ACCEPT  WS-RUN-TIME   FROM TIME

           MOVE WS-RUN-DATE                   TO       WS-DTD-DATE
           PERFORM 510-DATE-TO-DAYS
           MOVE WS-DTD-DAYS                   TO       WS-TODAY-DAYS

           PERFORM 110-EDIT-PARM

           IF   NOT SW-QUIT-REQUESTED
                PERFORM 120-LOAD-DECISIONS
           END-IF

           IF   NOT SW-QUIT-REQUESTED
                PERFORM 130-LOAD-OPERATORS
           END-IF

           IF   NOT SW-QUIT-REQUESTED
                PERFORM 140-OPEN-FILES
           END-IF
           .
      *
      * THE PARM IS THE NUMBER OF DAYS AN ITEM MAY WAIT BEFORE IT IS
      * REPORTED OVERDUE, KEYED WITH OR WITHOUT LEADING ZEROES.  AN
      * EMPTY PARM TAKES THE CT- DEFAULT.
       110-EDIT-PARM.
      *==============
           MOVE CT-OVERDUE-DAYS               TO       WS-OVERDUE-DAYS

           ACCEPT  WS-PARM-AREA               FROM     COMMAND-LINE

           IF   WS-PARM-AREA NOT = SPACES
                MOVE SPACES                   TO       WS-DAYS-TEXT
                UNSTRING WS-PARM-AREA  DELIMITED BY ',' OR SPACE
                     INTO WS-DAYS-TEXT
                END-UNSTRING
                INSPECT WS-DAYS-TEXT REPLACING LEADING SPACE BY '0'
                IF   WS-DAYS-TEXT IS NUMERIC
                     MOVE WS-DAYS-TEXT        TO       WS-OVERDUE-DAYS
                ELSE
                     DISPLAY ME-BAD-PARM
                     MOVE 8                   TO       RETURN-CODE
                     SET  SW-QUIT-REQUESTED   TO       TRUE
                END-IF
           END-IF
           .
      *
      * NO DECISION FILE IS A LISTING-ONLY RUN.  ONE THAT EXISTS BUT
      * WILL NOT READ REFUSES THE RUN - THE DECISIONS IN IT WOULD
      * OTHERWISE BE SILENTLY DROPPED.
       120-LOAD-DECISIONS.
      *===================
           OPEN INPUT CALC-DECISION-FILE

           EVALUATE TRUE
               WHEN WS-DECN-ABSENT
                    CONTINUE
               WHEN NOT WS-DECN-OK
                    DISPLAY ME-NO-DECISION-FILE
                    MOVE 8                    TO       RETURN-CODE
                    SET  SW-QUIT-REQUESTED    TO       TRUE
               WHEN OTHER
                    PERFORM 121-READ-DECISION
                    PERFORM UNTIL WS-DECN-AT-EOF
                             OR    SW-DECISIONS-LOST
                         IF   WS-DECISION-COUNT >= CT-DECISION-MAX
                              DISPLAY ME-DECISION-TABLE-FULL
                              SET  SW-DECISIONS-LOST   TO   TRUE
                         ELSE
                              ADD  1          TO    WS-DECISION-COUNT
                              MOVE WS-DECISION-COUNT
                                              TO    WS-DEC-SUB
                              MOVE AX-ACTION
                                TO WS-DEC-ACTION   (WS-DEC-SUB)
                              MOVE AX-PENDING-KEY
                                TO WS-DEC-KEY      (WS-DEC-SUB)
                              MOVE AX-APPROVER-ID
                                TO WS-DEC-APPROVER (WS-DEC-SUB)
                              MOVE SPACE
                                TO WS-DEC-OUTCOME  (WS-DEC-SUB)
                              MOVE SPACES
                                TO WS-DEC-TEXT     (WS-DEC-SUB)
                                   WS-DEC-ACCOUNT  (WS-DEC-SUB)
                              MOVE ZERO
                                TO WS-DEC-AMOUNT   (WS-DEC-SUB)
                              PERFORM 121-READ-DECISION
                         END-IF
                    END-PERFORM
           END-EVALUATE

           CLOSE CALC-DECISION-FILE
           .
      *
       121-READ-DECISION.
      *==================
           READ CALC-DECISION-FILE
               AT END
                   SET  WS-DECN-AT-EOF        TO       TRUE
           END-READ
           .
      *
      * THE OPERATORS ARE LOADED ONCE SO EACH DECISION IS A TABLE
      * LOOKUP.  AN ABSENT OPERATOR FILE DOES NOT STOP THE LISTING,
      * BUT WITH NO WAY TO PROVE A SECOND OPERATOR'S AUTHORITY EVERY
      * DECISION IS REFUSED - DUAL CONTROL NEVER FAILS OPEN.  A FILE
      * THAT EXISTS BUT WILL NOT READ REFUSES THE RUN, AS IN CALCTOR1.
       130-LOAD-OPERATORS.
      *===================
           OPEN INPUT CALC-OPERATOR-FILE

           IF   WS-OPR-NOT-FOUND
                DISPLAY ME-OPERATOR-UNCHECKED
                SET  SW-SECURITY-ABSENT       TO       TRUE
           ELSE
           IF   NOT WS-OPR-OK
                DISPLAY ME-OPERATOR-FILE-BAD
                MOVE 8                        TO       RETURN-CODE
                SET  SW-QUIT-REQUESTED        TO       TRUE
           ELSE
                PERFORM 131-READ-OPERATOR
                PERFORM UNTIL WS-OPR-AT-EOF
                     IF   WS-OPERATOR-COUNT >= CT-OPERATOR-MAX
                          DISPLAY ME-OPERATOR-TABLE-FULL
                          SET  WS-OPR-AT-EOF  TO       TRUE
                     ELSE
                          ADD  1              TO    WS-OPERATOR-COUNT
                          MOVE OP-OPERATOR-ID
                            TO WS-OPR-ID      (WS-OPERATOR-COUNT)
                          MOVE OP-AUTH-APPROVE
                            TO WS-OPR-APPROVE (WS-OPERATOR-COUNT)
                          PERFORM 131-READ-OPERATOR
                     END-IF
                END-PERFORM
                CLOSE CALC-OPERATOR-FILE
           END-IF
           END-IF
           .
      *
      * A READ ERROR PART WAY DOWN THE OPERATOR FILE REFUSES THE RUN
      * AND ENDS THE LOAD, THE SAME RULE AS CALCTOR1'S 111.
       131-READ-OPERATOR.
      *==================
           READ CALC-OPERATOR-FILE
               AT END
                   SET  WS-OPR-AT-EOF         TO       TRUE
           END-READ

           IF   NOT WS-OPR-OK  AND  NOT WS-OPR-AT-EOF
                DISPLAY ME-OPERATOR-FILE-BAD
                MOVE 8                        TO       RETURN-CODE
                SET  SW-QUIT-REQUESTED        TO       TRUE
                SET  WS-OPR-AT-EOF            TO       TRUE
           END-IF
           .
      *
       140-OPEN-FILES.
      *===============
           OPEN I-O CALC-PENDING-FILE

           IF   NOT WS-PEND-OK  AND  NOT WS-PEND-CREATED
                DISPLAY ME-NO-PENDING-FILE
                MOVE 8                        TO       RETURN-CODE
                SET  SW-QUIT-REQUESTED        TO       TRUE
           ELSE
                OPEN I-O CALC-MASTER-FILE
                IF   NOT WS-MASTER-OK
                     DISPLAY ME-NO-MASTER-FILE
                     MOVE 8                   TO       RETURN-CODE
                     SET  SW-QUIT-REQUESTED   TO       TRUE
                     CLOSE CALC-PENDING-FILE
                ELSE
                     OPEN OUTPUT CALC-APPROVAL-REPORT
                     PERFORM 540-AUDIT-CHAIN-TAIL
                     OPEN EXTEND CALC-AUDIT-LOG
                     IF   NOT WS-AUDIT-OK
                          CLOSE  CALC-AUDIT-LOG
                          OPEN OUTPUT CALC-AUDIT-LOG
                     END-IF
                     OPEN EXTEND CALC-EXPORT-FILE
                     IF   NOT WS-EXPORT-OK
                          CLOSE  CALC-EXPORT-FILE
                          OPEN OUTPUT CALC-EXPORT-FILE
                     END-IF
                     OPEN EXTEND CALC-SUSPENSE-FILE
                     IF   NOT WS-SUSP-OK
                          CLOSE  CALC-SUSPENSE-FILE
                          OPEN OUTPUT CALC-SUSPENSE-FILE
                     END-IF
                END-IF
           END-IF
           .
      *
      * THE QUEUE IS READ ONCE TO APPLY THE DECISIONS, REWRITING EACH
      * DECIDED ITEM IN PLACE, AND ONCE MORE TO LIST WHAT IS STILL
      * PENDING - SO THE LISTING ALWAYS SHOWS THE QUEUE AS THIS RUN
      * LEFT IT.
       200-PROCESS.
      *============
           PERFORM 210-DECISION-PASS

           PERFORM 240-UNMATCHED-DECISIONS

           IF   WS-DECISION-COUNT > ZERO
                MOVE ME-DECISION-HEADINGS     TO   WS-CURRENT-HEADINGS
                MOVE ME-DECISIONS-TITLE       TO   WS-CURRENT-TITLE
                MOVE ZERO                     TO   WS-LINE-COUNT
                PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
                        UNTIL   WS-DEC-SUB > WS-DECISION-COUNT
                     PERFORM 250-DECISION-LINE
                END-PERFORM
           END-IF

           MOVE ME-QUEUE-HEADINGS             TO   WS-CURRENT-HEADINGS
           MOVE ME-QUEUE-TITLE                TO   WS-CURRENT-TITLE
           MOVE ZERO                          TO   WS-LINE-COUNT
           PERFORM 260-QUEUE-LISTING
           .
      *
       210-DECISION-PASS.
      *==================
           IF   WS-DECISION-COUNT > ZERO
                PERFORM 211-READ-PENDING
                PERFORM UNTIL WS-PEND-AT-EOF
                         OR    SW-UPDATE-HAS-FAILED
                     IF   PN-STATUS-PENDING
                          PERFORM 220-MATCH-DECISIONS
                     END-IF
                     IF   NOT SW-UPDATE-HAS-FAILED
                          PERFORM 211-READ-PENDING
                     END-IF
                END-PERFORM
           END-IF

           CLOSE CALC-PENDING-FILE
           .
      *
       211-READ-PENDING.
      *=================
           READ CALC-PENDING-FILE
               AT END
                   SET  WS-PEND-AT-EOF        TO       TRUE
           END-READ
           .
      *
      * EVERY UNUSED DECISION FOR THIS ITEM IS TRIED IN INPUT ORDER
      * UNTIL ONE TAKES.  A REFUSED DECISION (THE SUBMITTER TRYING TO
      * APPROVE THEIR OWN ITEM, SAY) LEAVES THE ITEM PENDING FOR A
      * LATER, PROPER DECISION IN THE SAME FILE.
       220-MATCH-DECISIONS.
      *====================
           SET  SW-ITEM-DECIDED-NO            TO       TRUE

           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
                   UNTIL   WS-DEC-SUB > WS-DECISION-COUNT
                    OR     SW-ITEM-DECIDED-YES
                    OR     SW-UPDATE-HAS-FAILED
                IF   WS-DEC-KEY (WS-DEC-SUB) = PN-PENDING-KEY
                AND  WS-DEC-UNUSED (WS-DEC-SUB)
                     MOVE PN-ACCOUNT-KEY
                       TO WS-DEC-ACCOUNT (WS-DEC-SUB)
                     MOVE PN-RESULT
                       TO WS-DEC-AMOUNT  (WS-DEC-SUB)
                     PERFORM 230-APPLY-DECISION
                END-IF
           END-PERFORM
           .
      *
      * THE CHECKS RUN CHEAPEST FIRST.  THE SUBMITTER RULE IS WHAT
      * MAKES THIS DUAL CONTROL: WHOEVER'S ID SUBMITTED THE POSTING
      * TO CALCTOR1 CAN NEVER RELEASE IT, WHATEVER THEIR AUTHORITY.
      * EVERY CHECK ON WHO TOOK THE DECISION LEAVES A SECURITY EVENT
      * (233), WHETHER IT PASSED OR NOT.
       230-APPLY-DECISION.
      *===================
           MOVE SPACES                        TO       WS-SEC-REASON
           MOVE CT-SEC-TYPE-REFUSED           TO       WS-SEC-EVENT-TYPE

           EVALUATE TRUE
               WHEN NOT WS-DEC-APPROVE (WS-DEC-SUB)
               AND  NOT WS-DEC-DECLINE (WS-DEC-SUB)
                    MOVE ME-OUT-BAD-ACTION
                      TO WS-DEC-TEXT (WS-DEC-SUB)
                    SET  WS-DEC-REFUSED (WS-DEC-SUB)   TO   TRUE
               WHEN WS-DEC-APPROVER (WS-DEC-SUB) = SPACES
                    MOVE ME-OUT-NO-APPROVER
                      TO WS-DEC-TEXT (WS-DEC-SUB)
                    SET  WS-DEC-REFUSED (WS-DEC-SUB)   TO   TRUE
                    MOVE CT-SEC-NO-APPROVER   TO       WS-SEC-REASON
               WHEN WS-DEC-APPROVER (WS-DEC-SUB) = PN-SUBMIT-OPERATOR
                    MOVE ME-OUT-SUBMITTER
                      TO WS-DEC-TEXT (WS-DEC-SUB)
                    SET  WS-DEC-REFUSED (WS-DEC-SUB)   TO   TRUE
                    MOVE CT-SEC-SUBMITTER     TO       WS-SEC-REASON
               WHEN OTHER
                    PERFORM 232-APPROVER-CHECK
                    IF   SW-APPROVER-ALLOWED
                         MOVE CT-SEC-TYPE-USED
                                              TO       WS-SEC-EVENT-TYPE
                         MOVE CT-SEC-ACCEPTED TO       WS-SEC-REASON
                         IF   WS-DEC-APPROVE (WS-DEC-SUB)
                              PERFORM 234-APPROVE-ITEM
                         ELSE
                              PERFORM 238-DECLINE-ITEM
                         END-IF
                    ELSE
                         SET  WS-DEC-REFUSED (WS-DEC-SUB)  TO  TRUE
                    END-IF
           END-EVALUATE

           IF   WS-DEC-REFUSED (WS-DEC-SUB)
                ADD  1                        TO       WS-COUNT-REFUSED
           END-IF

           IF   WS-SEC-REASON NOT = SPACES
                PERFORM 233-DECISION-EVENT
           END-IF
           .
      *
       232-APPROVER-CHECK.
      *===================
           SET  SW-APPROVER-DENIED            TO       TRUE
           SET  SW-OPR-FOUND-NO               TO       TRUE

           IF   SW-SECURITY-ABSENT
                MOVE ME-OUT-NO-SECURITY
                  TO WS-DEC-TEXT (WS-DEC-SUB)
                MOVE CT-SEC-NO-SECURITY       TO       WS-SEC-REASON
           ELSE
                PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                        UNTIL   WS-OPR-SUB > WS-OPERATOR-COUNT
                         OR     SW-OPR-FOUND-YES
                     IF   WS-OPR-ID (WS-OPR-SUB)
                            = WS-DEC-APPROVER (WS-DEC-SUB)
                          SET  SW-OPR-FOUND-YES    TO       TRUE
                          IF   WS-OPR-MAY-APPROVE (WS-OPR-SUB)
                               SET  SW-APPROVER-ALLOWED  TO  TRUE
                          END-IF
                     END-IF
                END-PERFORM
                EVALUATE TRUE
                    WHEN SW-OPR-FOUND-NO
                         MOVE ME-OUT-UNKNOWN-OPR
                           TO WS-DEC-TEXT (WS-DEC-SUB)
                         MOVE CT-SEC-UNKNOWN-OPERATOR
                                              TO       WS-SEC-REASON
                    WHEN SW-APPROVER-DENIED
                         MOVE ME-OUT-NO-AUTHORITY
                           TO WS-DEC-TEXT (WS-DEC-SUB)
                         MOVE CT-SEC-NO-AUTHORITY
                                              TO       WS-SEC-REASON
                END-EVALUATE
           END-IF
           .
      *
      * THE DECISION'S SECURITY EVENT NAMES THE APPROVER AND THE QUEUE
      * ITEM BY ITS CALCTOR1 RUN, INPUT RECORD AND ACCOUNT.  IT IS
      * APPENDED THE MOMENT IT HAPPENS, AS CALCTOR1 DOES, AND THE
      * FIRST EVENT EVER CREATES THE FILE.  A LOG THAT WILL NOT TAKE
      * THE WRITE COSTS THE EVENT, NOT THE RUN - THE CONSOLE LINE
      * NAMES THE OPERATOR SO THE EVENT CAN BE PUT RIGHT.
       233-DECISION-EVENT.
      *===================
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
           MOVE WS-DEC-APPROVER (WS-DEC-SUB)  TO       SE-OPERATOR-ID
           SET  SE-MODE-BATCH                 TO       TRUE
           MOVE WS-SEC-EVENT-TYPE             TO       SE-EVENT-TYPE

           IF   WS-DEC-APPROVE (WS-DEC-SUB)
                MOVE CT-SEC-FN-APPROVE        TO       SE-FUNCTION
           ELSE
                MOVE CT-SEC-FN-DECLINE        TO       SE-FUNCTION
           END-IF

           MOVE WS-SEC-REASON                 TO       SE-REASON-CODE
           MOVE WS-DEC-RUN-NUMBER (WS-DEC-SUB)
                                              TO       SE-RUN-NUMBER
           MOVE PN-ACCOUNT-KEY                TO       SE-ACCOUNT-KEY
           MOVE WS-DEC-RECORD-NUMBER (WS-DEC-SUB)
                                              TO       SE-RECORD-NUMBER

           WRITE SE-SECURITY-EVENT
           IF   NOT WS-SEC-OK
                DISPLAY ME-SEC-WRITE-BAD  WS-DEC-APPROVER (WS-DEC-SUB)
           END-IF

           CLOSE CALC-SECURITY-LOG
           .
      *
      * AN APPROVED ITEM POSTS EXACTLY AS CALCTOR1'S 247-MASTER-POST
      * WOULD HAVE, ON TODAY'S DATE: THE MASTER, THE AUDIT ENTRY AND
      * THE EXPORT LINE ALL MOVE TOGETHER, SO CALCRECN PROVES IT ON
      * THE APPROVAL DATE LIKE ANY OTHER POSTING.  THE ACCOUNT IS
      * CHECKED AGAIN - IT MAY HAVE BEEN CLOSED WHILE THE ITEM WAITED.
       234-APPROVE-ITEM.
      *=================
           ACCEPT  WS-RUN-DATE   FROM DATE YYYYMMDD
           ACCEPT  WS-RUN-TIME   FROM TIME

           MOVE PN-ACCOUNT-KEY                TO       MA-ACCOUNT-KEY

           READ CALC-MASTER-FILE
               INVALID KEY
                   MOVE ME-OUT-NO-ACCOUNT
                     TO WS-DEC-TEXT (WS-DEC-SUB)
                   SET  WS-DEC-REFUSED (WS-DEC-SUB)   TO   TRUE
               NOT INVALID KEY
                   IF   MA-ACCOUNT-CLOSED
                        MOVE ME-OUT-CLOSED
                          TO WS-DEC-TEXT (WS-DEC-SUB)
                        SET  WS-DEC-REFUSED (WS-DEC-SUB)  TO  TRUE
                   ELSE
                        IF   MA-LAST-ACTIVITY-DATE NOT = WS-RUN-DATE
                             MOVE MA-BALANCE
                               TO MA-DAY-OPENING-BALANCE
                        END-IF
                        ADD  PN-RESULT        TO       MA-BALANCE
                        ADD  1                TO       MA-POST-COUNT
                        MOVE WS-RUN-DATE   TO  MA-LAST-ACTIVITY-DATE
                        REWRITE MA-MASTER-RECORD
                        IF   WS-MASTER-OK
                             PERFORM 236-APPROVAL-AUDIT
                             SET  PN-STATUS-APPROVED  TO  TRUE
                             PERFORM 239-PENDING-REWRITE
                             MOVE ME-OUT-APPROVED
                               TO WS-DEC-TEXT (WS-DEC-SUB)
                             SET  WS-DEC-APPLIED (WS-DEC-SUB)
                                              TO       TRUE
                             SET  SW-ITEM-DECIDED-YES  TO  TRUE
                             ADD  1           TO   WS-COUNT-APPROVED
                             ADD  PN-RESULT   TO   WS-TOTAL-APPROVED
                        ELSE
      * A POST THAT DID NOT TAKE STOPS THE RUN, THE SAME FAIL-CLOSED
      * RULE AS CALCTOR1 - THE ITEM STAYS PENDING AND NOTHING ELSE IS
      * DECIDED UNTIL THE MASTER IS PUT RIGHT.
                             DISPLAY ME-MASTER-POST-BAD  PN-ACCOUNT-KEY
                             MOVE ME-OUT-POST-FAILED
                               TO WS-DEC-TEXT (WS-DEC-SUB)
                             SET  WS-DEC-REFUSED (WS-DEC-SUB)
                                              TO       TRUE
                             SET  SW-UPDATE-HAS-FAILED TO  TRUE
                        END-IF
                   END-IF
           END-READ
           .
      *
      * THE AUDIT ENTRY KEEPS THE ITEM'S ORIGIN STAMP, SO A TRACE OF
      * THE CALCTOR1 RUN FINDS IT, AND CARRIES BOTH IDS: THE
      * SUBMITTER AS THE OPERATOR, THE APPROVER BESIDE THEM.
       236-APPROVAL-AUDIT.
      *===================
           MOVE PN-OPTION                     TO       AL-OPTION
           MOVE PN-FIRST-NUMBER               TO       AL-FIRST-NUMBER
           MOVE PN-SECOND-NUMBER              TO       AL-SECOND-NUMBER
           MOVE PN-RESULT                     TO       AL-RESULT
           MOVE WS-RUN-DATE                   TO       AL-RUN-DATE
           MOVE WS-RUN-TIME                   TO       AL-RUN-TIME
           MOVE PN-SUBMIT-OPERATOR            TO       AL-OPERATOR-ID
           MOVE PN-ACCOUNT-KEY                TO       AL-ACCOUNT-KEY
           MOVE PN-RUN-NUMBER                 TO       AL-RUN-NUMBER
           MOVE PN-BATCH-ID                   TO       AL-BATCH-ID
           MOVE PN-RECORD-NUMBER              TO       AL-RECORD-NUMBER
           MOVE WS-DEC-APPROVER (WS-DEC-SUB)  TO       AL-APPROVER-ID
           MOVE PN-RATE-CODE                  TO       AL-RATE-CODE
           MOVE PN-RATE-VALUE                 TO       AL-RATE-VALUE

           PERFORM 543-AUDIT-CHAIN-STAMP
           WRITE AL-AUDIT-RECORD

           PERFORM 237-APPROVAL-EXPORT
           .
      *
      * THE EXPORT LINE CARRIES THE SAME VALUES AS THE AUDIT ENTRY
      * JUST WRITTEN, IN 251-EXPORT-WRITE'S SHAPE, WITH THE APPROVER
      * AS AN ELEVENTH FIELD - A LOAD THAT TAKES THE FIRST TEN SEES
      * AN ORDINARY POSTING.
       237-APPROVAL-EXPORT.
      *====================
           MOVE PN-FIRST-NUMBER               TO       WS-A-EDIT
           MOVE PN-SECOND-NUMBER              TO       WS-B-EDIT
           MOVE PN-RESULT                     TO       WS-R-EDIT

           MOVE SPACES                        TO       EX-EXPORT-RECORD
           STRING  PN-OPTION          DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   WS-A-EDIT          DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   WS-B-EDIT          DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   WS-R-EDIT          DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   WS-RUN-DATE        DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   WS-RUN-TIME        DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   PN-SUBMIT-OPERATOR DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   PN-RUN-NUMBER      DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   PN-BATCH-ID        DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   PN-RECORD-NUMBER   DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   WS-DEC-APPROVER (WS-DEC-SUB)
                                      DELIMITED BY SIZE
              INTO EX-EXPORT-RECORD
           END-STRING
           WRITE EX-EXPORT-RECORD
           .
      *
      * A DECLINED ITEM GOES TO SUSPENSE AS THE TRANSACTION CALCTOR1
      * READ, UNDER 'DA', WITH ITS ORIGINAL INPUT RECORD NUMBER - SO
      * CALCSUSP AGES IT AND A CORRECTED RESUBMISSION WORKS IT OFF
      * LIKE ANY OTHER REJECTION.  NOTHING IS POSTED.
       238-DECLINE-ITEM.
      *=================
           ACCEPT  WS-RUN-DATE   FROM DATE YYYYMMDD
           ACCEPT  WS-RUN-TIME   FROM TIME

           MOVE PN-TRANX-DATA                 TO       SU-TRANX-DATA
           MOVE CT-REASON-DECLINED            TO       SU-REASON-CODE
           MOVE PN-RECORD-NUMBER              TO       SU-RECORD-NUMBER
           MOVE WS-RUN-DATE                   TO       SU-REJECT-DATE
           WRITE SU-SUSPENSE-RECORD

           SET  PN-STATUS-DECLINED            TO       TRUE
           PERFORM 239-PENDING-REWRITE

           MOVE ME-OUT-DECLINED
             TO WS-DEC-TEXT (WS-DEC-SUB)
           SET  WS-DEC-APPLIED (WS-DEC-SUB)   TO       TRUE
           SET  SW-ITEM-DECIDED-YES           TO       TRUE
           ADD  1                             TO       WS-COUNT-DECLINED
           .
      *
      * THE DECISION IS STAMPED ON THE QUEUE RECORD JUST READ.  A
      * REWRITE THAT DOES NOT TAKE LEAVES A DECIDED ITEM LOOKING
      * PENDING - IT COULD BE APPROVED TWICE - SO THE RUN STOPS AND
      * NAMES THE ITEM FOR OPERATIONS TO MARK BY HAND.
       239-PENDING-REWRITE.
      *====================
           MOVE WS-DEC-APPROVER (WS-DEC-SUB)  TO       PN-DECIDED-BY
           MOVE WS-RUN-DATE                   TO       PN-DECIDED-DATE
           MOVE WS-RUN-TIME                   TO       PN-DECIDED-TIME

           REWRITE PN-PENDING-RECORD

           IF   NOT WS-PEND-OK
                DISPLAY ME-PENDING-REWRITE-BAD  PN-RUN-NUMBER
                        '/'  PN-RECORD-NUMBER
                SET  SW-UPDATE-HAS-FAILED     TO       TRUE
           END-IF
           .
      *
      * A DECISION THAT FOUND NO PENDING ITEM NAMED ONE THAT IS NOT
      * ON THE QUEUE, OR WAS ALREADY DECIDED (HERE OR ON AN EARLIER
      * RUN).  IF THE RUN STOPPED ON A FAILED UPDATE, THE DECISIONS
      * IT NEVER REACHED ARE SHOWN AS SUCH, NOT BLAMED ON THE QUEUE.
       240-UNMATCHED-DECISIONS.
      *========================
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
                   UNTIL   WS-DEC-SUB > WS-DECISION-COUNT
                IF   WS-DEC-UNUSED (WS-DEC-SUB)
                     IF   SW-UPDATE-HAS-FAILED
                          MOVE ME-OUT-NOT-REACHED
                            TO WS-DEC-TEXT (WS-DEC-SUB)
                     ELSE
                          MOVE ME-OUT-NOT-PENDING
                            TO WS-DEC-TEXT (WS-DEC-SUB)
                     END-IF
                     SET  WS-DEC-REFUSED (WS-DEC-SUB)   TO   TRUE
                     ADD  1                   TO    WS-COUNT-REFUSED
                END-IF
           END-PERFORM
           .
      *
       250-DECISION-LINE.
      *==================
           MOVE WS-DEC-AMOUNT (WS-DEC-SUB)    TO       WS-R-EDIT

           IF   WS-LINE-COUNT = ZERO
           OR   WS-LINE-COUNT >= CT-LINES-PER-PAGE
                PERFORM 280-PRINT-PAGE-HEADER
           END-IF

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  WS-DEC-ACTION (WS-DEC-SUB)
                                      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-DEC-RUN-NUMBER (WS-DEC-SUB)
                                      DELIMITED BY SIZE
                   '/'                DELIMITED BY SIZE
                   WS-DEC-RECORD-NUMBER (WS-DEC-SUB)
                                      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-DEC-APPROVER (WS-DEC-SUB)
                                      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-DEC-ACCOUNT (WS-DEC-SUB)
                                      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-R-EDIT          DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-DEC-TEXT (WS-DEC-SUB)
                                      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           ADD  1                             TO       WS-LINE-COUNT
           .
      *
      * THE QUEUE AS THIS RUN LEFT IT: EVERY ITEM STILL PENDING, WITH
      * ITS AGE IN DAYS SINCE CALCTOR1 HELD IT.  ONE WAITING LONGER
      * THAN THE PARM ALLOWS IS MARKED OVERDUE AND COUNTED, SO A
      * POSTING NOBODY HAS LOOKED AT SHOWS UP BY ITSELF.
       260-QUEUE-LISTING.
      *==================
           OPEN INPUT CALC-PENDING-FILE

           IF   WS-PEND-OK
                PERFORM 211-READ-PENDING
                PERFORM UNTIL WS-PEND-AT-EOF
                     IF   PN-STATUS-PENDING
                          PERFORM 265-QUEUE-LINE
                     END-IF
                     PERFORM 211-READ-PENDING
                END-PERFORM
           END-IF

           CLOSE CALC-PENDING-FILE
           .
      *
       265-QUEUE-LINE.
      *===============
           ADD  1                             TO       WS-COUNT-PENDING

           MOVE PN-SUBMIT-DATE                TO       WS-DTD-DATE
           PERFORM 510-DATE-TO-DAYS
           MOVE WS-DTD-DAYS                   TO       WS-SUBMIT-DAYS

           SUBTRACT WS-SUBMIT-DAYS          FROM     WS-TODAY-DAYS
                                            GIVING   WS-AGE-DAYS
           IF   WS-AGE-DAYS < ZERO
                MOVE ZERO                     TO       WS-AGE-DAYS
           END-IF

           IF   WS-AGE-DAYS > WS-OVERDUE-DAYS
                MOVE ME-OVERDUE-MARK          TO       WS-OVERDUE-TEXT
                ADD  1                        TO       WS-COUNT-OVERDUE
           ELSE
                MOVE SPACES                   TO       WS-OVERDUE-TEXT
           END-IF

           MOVE WS-AGE-DAYS                   TO       WS-AGE-EDIT
           MOVE PN-RESULT                     TO       WS-R-EDIT

           IF   WS-LINE-COUNT = ZERO
           OR   WS-LINE-COUNT >= CT-LINES-PER-PAGE
                PERFORM 280-PRINT-PAGE-HEADER
           END-IF

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  PN-RUN-NUMBER      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   PN-RECORD-NUMBER   DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   PN-ACCOUNT-KEY     DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   PN-OPTION          DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-R-EDIT          DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   PN-SUBMIT-OPERATOR DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   PN-SUBMIT-DATE     DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-AGE-EDIT        DELIMITED BY SIZE
                   WS-OVERDUE-TEXT    DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           ADD  1                             TO       WS-LINE-COUNT
           .
      *
       280-PRINT-PAGE-HEADER.
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
           MOVE WS-CURRENT-TITLE              TO       RP-REPORT-RECORD
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           MOVE WS-CURRENT-HEADINGS           TO       RP-REPORT-RECORD
           WRITE RP-REPORT-RECORD

           MOVE ZERO                          TO       WS-LINE-COUNT
           .
      *
       300-END.
      *=========
           IF   NOT SW-QUIT-REQUESTED
                PERFORM 310-REPORT-TOTALS
                CLOSE CALC-MASTER-FILE
                CLOSE CALC-AUDIT-LOG
                CLOSE CALC-EXPORT-FILE
                CLOSE CALC-SUSPENSE-FILE
                CLOSE CALC-APPROVAL-REPORT
                DISPLAY ME-APPROVAL-DONE

                EVALUATE TRUE
                    WHEN SW-UPDATE-HAS-FAILED
                         MOVE 8               TO       RETURN-CODE
                    WHEN WS-COUNT-REFUSED > ZERO
                    OR   WS-COUNT-OVERDUE > ZERO
                    OR   SW-DECISIONS-LOST
                         MOVE 4               TO       RETURN-CODE
                    WHEN OTHER
                         MOVE 0               TO       RETURN-CODE
                END-EVALUATE
           END-IF
           STOP RUN
           .
      *
       310-REPORT-TOTALS.
      *==================
           MOVE SPACES                   TO    RP-REPORT-RECORD
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-DECISIONS DELIMITED BY SIZE
                   WS-DECISION-COUNT  DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-APPROVED  DELIMITED BY SIZE
                   WS-COUNT-APPROVED  DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-DECLINED  DELIMITED BY SIZE
                   WS-COUNT-DECLINED  DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-REFUSED   DELIMITED BY SIZE
                   WS-COUNT-REFUSED   DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE WS-TOTAL-APPROVED        TO    WS-TOTAL-EDIT
           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-AMOUNT    DELIMITED BY SIZE
                   WS-TOTAL-EDIT      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-PENDING   DELIMITED BY SIZE
                   WS-COUNT-PENDING   DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-OVERDUE   DELIMITED BY SIZE
                   WS-COUNT-OVERDUE   DELIMITED BY SIZE
                   ME-OVERDUE-LIMIT   DELIMITED BY SIZE
                   WS-OVERDUE-DAYS    DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD
           .
      *
      * TURNS A YYYYMMDD DATE INTO A RUNNING DAY NUMBER SO TWO DATES
      * SUBTRACT TO AN AGE IN DAYS.  EACH STEP IS ITS OWN COMPUTE
      * INTO AN INTEGER FIELD SO THE DIVISIONS TRUNCATE THE WAY THE
      * DAY-NUMBER ARITHMETIC NEEDS THEM TO.  SAME ROUTINE AS
      * CALCSUSP'S.
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
