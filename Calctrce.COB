      ******************************************************************
      * AUTHOR:  JOSUE RIVAS
      * DATE:    15/10/2026
      * PURPOSE: TRANSACTION TRACE INQUIRY.  WALKS EVERY POSTING ON
      *          CALC-AUDIT-LOG THAT MATCHES THE SELECTION BACK TO ITS
      *          SOURCE AND FORWARD TO EVERYTHING IT TOUCHED, AND
      *          PRINTS THE WHOLE CHAIN AS ONE BLOCK PER POSTING:
      *            SOURCE   - THE CALCTRX RECORD (OR, FOR A CALCMNT
      *                       ADJUSTMENT, THE CALCMNX RECORD) BEHIND
      *                       THE POSTING, BY ITS INPUT RECORD NUMBER
      *            AUDIT    - THE AUDIT ENTRY ITSELF
      *            EXPORT   - THE CALCEXP LINE CUT WITH IT
      *            MASTER   - THE ACCOUNT'S CURRENT MASTER POSITION
      *            RUN      - THE CALC-RUN-HISTORY RECORD OF THE RUN
      *                       THAT POSTED IT
      *            SUSPENSE - THE REJECTION A RESUBMITTED RECORD
      *                       WORKED OFF, AND ITS DISPOSITION
      *          THE ORIGIN STAMP (RUN NUMBER, BATCH ID, INPUT RECORD
      *          NUMBER) ON THE AUDIT ENTRY AND EXPORT LINE IS WHAT
      *          TIES THE LINKS TOGETHER.  A SOURCE RECORD IS ONLY
      *          ACCEPTED WHEN ITS GROUP, OPERATION AND ACCOUNT AGREE
      *          WITH THE AUDIT ENTRY, SO THE WRONG GENERATION OF
      *          CALCTRX SHOWS AS A GAP, NOT AS A FALSE MATCH.
      *
      *          SELECTION IS TAKEN FROM THE PARM IN THE FORM:
      *          TYPE,VALUE   WHERE TYPE IS
      *            A = ACCOUNT KEY      E.G.  A,DEPT07
      *            R = RUN NUMBER       E.G.  R,123
      *            B = BATCH ID         E.G.  B,STANDING
      *          CALCTRX, CALCMNX, CALCEXP, CALCRHF, CALCSUS AND
      *          CALCSDS ARE ALL OPTIONAL - SUPPLY THE GENERATION
      *          THAT BELONGS TO THE RUN BEING TRACED.  A FILE NOT
      *          SUPPLIED LEAVES ITS LINK SHOWN AS NOT FOUND.
      *
      *          RETURN CODES: 0 = EVERY SELECTED POSTING TRACED END
      *          TO END, 4 = NOTHING MATCHED, A LINK IN SOME CHAIN
      *          WAS NOT FOUND, OR MORE POSTINGS MATCHED THAN ONE
      *          TRACE HOLDS, 8 = BAD SELECTION, OR THE AUDIT LOG OR
      *          MASTER COULD NOT BE READ - NOTHING WAS PRINTED.
      *
      * MODIFICATION HISTORY:
      * 15/10/26  JR  INITIAL VERSION.
      * 15/10/26  JR  THE AUDIT ENTRY NOW CARRIES AL-APPROVER-ID (95
      *               BYTES, WAS 87).  A POSTING RELEASED THROUGH
      *               CALCAPRV SHOWS ITS APPROVER BESIDE ITS
      *               SUBMITTER ON THE AUDIT LINE OF THE TRACE.
      * 15/10/26  JR  THE MASTER RECORD NOW ENDS WITH MA-PARENT-KEY,
      *               THE ROLL-UP PARENT CALCMNT MAINTAINS FOR THE
      *               CALCCONS CONSOLIDATION - LAYOUT ONLY HERE.
      *               NOTE AT CUTOVER: CALCMST IS NOW 120 BYTES.
      * 15/10/26  JR  THE AUDIT ENTRY NOW ENDS WITH THE RATE CODE AND
      *               RATE VALUE OF A CALCTOR1 RATE CONVERSION - LAYOUT
      *               ONLY HERE.  NOTE AT CUTOVER: CALCAUD IS NOW 112
      *               BYTES (WAS 95).
      * 15/10/26  JR  THE MASTER RECORD NOW ENDS WITH MA-ACCOUNT-CLASS,
      *               THE ACCRUAL CLASS CALCMNT MAINTAINS FOR THE
      *               CALCACR INTEREST AND FEE RUN - LAYOUT ONLY HERE.
      *               NOTE AT CUTOVER: CALCMST IS NOW 122 BYTES.
      * 15/10/26  JR  THE AUDIT ENTRY NOW ENDS WITH ITS SEQUENCE NUMBER
      *               AND CHAIN VALUE, CHECKED BY CALCVRFY - LAYOUT
      *               ONLY HERE.  NOTE AT CUTOVER: CALCAUD IS NOW 130
      *               BYTES (WAS 112).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTRCE.
      ******************************************************************
      *         E  N  V  I  R  O  N  M  E  N  T   D  I  V  I  S  I  O  N
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-AUDIT-LOG          ASSIGN TO CALCAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-AUDIT-STATUS.
           SELECT CALC-MASTER-FILE        ASSIGN TO CALCMST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-ACCOUNT-KEY
               FILE STATUS  IS WS-MASTER-STATUS.
           SELECT OPTIONAL CALC-EXPORT-FILE
                                           ASSIGN TO CALCEXP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-EXPORT-STATUS.
           SELECT OPTIONAL CALC-TRANX-FILE
                                           ASSIGN TO CALCTRX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-TRANX-STATUS.
           SELECT OPTIONAL CALC-MAINT-FILE
                                           ASSIGN TO CALCMNX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-MAINT-STATUS.
           SELECT OPTIONAL CALC-RUN-HISTORY
                                           ASSIGN TO CALCRHF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-RHF-STATUS.
           SELECT OPTIONAL CALC-SUSPENSE-FILE
                                           ASSIGN TO CALCSUS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-SUSP-STATUS.
           SELECT OPTIONAL CALC-DISPOSITION-FILE
                                           ASSIGN TO CALCSDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-DISP-STATUS.
           SELECT CALC-TRACE-REPORT       ASSIGN TO CALCTRR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.
      ******************************************************************
      *              D  A  T  A     D  I  V  I  S  I  O  N
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * AUDIT TRAIL INPUT - SAME LAYOUT AS WRITTEN BY CALCTOR1
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
      * DELIMITED EXPORT - SAME SHAPE AS CALCTOR1'S 251-EXPORT-WRITE,
      * ORIGIN STAMP IN THE LAST THREE FIELDS
      *----------------------------------------------------------------
           FD  CALC-EXPORT-FILE.
           01  EX-EXPORT-RECORD                PIC X(100).
      *----------------------------------------------------------------
      * BATCH TRANSACTION INPUT - THE RETAINED CALCTRX OF THE RUN
      * BEING TRACED, SAME LAYOUT AS CALCTOR1 READS
      *----------------------------------------------------------------
           FD  CALC-TRANX-FILE.
           01  TR-TRANX-RECORD.
               05  TR-OPERATOR-CODE           PIC X(01).
                   88  TR-RECORD-IS-HEADER    VALUE 'H'.
                   88  TR-RECORD-IS-TRAILER   VALUE 'T'.
               05  FILLER                     PIC X(20).
               05  TR-ACCOUNT-KEY             PIC X(10).
               05  FILLER                     PIC X(19).
               05  TR-SUSPENSE-TAIL           PIC X(17).
                   88  TR-NO-PRIOR-SUSPENSE   VALUE SPACES.
           01  TR-CONTROL-RECORD.
               05  TR-CONTROL-TYPE             PIC X(01).
               05  FILLER                      PIC X(29).
               05  TR-BATCH-ID                 PIC X(08).
               05  FILLER                      PIC X(29).
      *----------------------------------------------------------------
      * MAINTENANCE TRANSACTIONS - THE RETAINED CALCMNX BEHIND A
      * CALCMNT ADJUSTMENT, SAME LAYOUT AS CALCMNT READS
      *----------------------------------------------------------------
           FD  CALC-MAINT-FILE.
           01  MN-MAINT-RECORD.
               05  MN-ACTION                   PIC X(01).
                   88  MN-ACTION-ADJUST        VALUE 'J'.
               05  MN-ACCOUNT-KEY              PIC X(10).
               05  FILLER                      PIC X(68).
      *----------------------------------------------------------------
      * RUN HISTORY - ONE RECORD PER FINISHED CALCTOR1 BATCH RUN
      *----------------------------------------------------------------
           FD  CALC-RUN-HISTORY.
           01  RH-RUN-HISTORY-RECORD.
               05  RH-RUN-NUMBER               PIC 9(07).
               05  RH-RUN-MODE                 PIC X(01).
               05  RH-OPERATOR-ID              PIC X(08).
               05  RH-START-DATE               PIC 9(08).
               05  RH-START-TIME               PIC 9(08).
               05  RH-END-DATE                 PIC 9(08).
               05  RH-END-TIME                 PIC 9(08).
               05  RH-INPUT-COUNT              PIC 9(07).
               05  RH-COUNT-PROCESSED          PIC 9(07).
               05  RH-COUNT-REJECTS            PIC 9(07).
               05  RH-RUN-STATUS               PIC X(08).
      *----------------------------------------------------------------
      * SUSPENSE - SAME LAYOUT AS CALCTOR1 WRITES.  THE TAIL IS THE
      * KEY A RESUBMITTED RECORD CARRIES BACK IN ITS OWN TAIL.
      *----------------------------------------------------------------
           FD  CALC-SUSPENSE-FILE.
           01  SU-SUSPENSE-RECORD.
               05  SU-TRANX-DATA               PIC X(50).
               05  SU-SUSPENSE-TAIL            PIC X(17).
      *----------------------------------------------------------------
      * SUSPENSE DISPOSITIONS - SAME LAYOUT AS CALCTOR1 WRITES
      *----------------------------------------------------------------
           FD  CALC-DISPOSITION-FILE.
           01  DS-DISPOSITION-RECORD.
               05  DS-DISPOSITION-KEY          PIC X(17).
               05  DS-WORKED-DATE              PIC 9(08).
               05  DS-OPERATOR-ID              PIC X(08).
      *----------------------------------------------------------------
      * TRACE REPORT
      *----------------------------------------------------------------
           FD  CALC-TRACE-REPORT.
           01  RP-REPORT-RECORD                PIC X(80).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *            M  E  S  S  A  G  E  S     A  R  E  A
      ******************************************************************
           01 ME-MESSAGES.
               05 ME-REPORT-TITLE             PIC X(30)   VALUE
               'CALCTOR1 TRANSACTION TRACE    '.
               05 ME-REPORT-PAGE              PIC X(07)   VALUE
               '  PAGE '.
               05 ME-REPORT-DATE              PIC X(07)   VALUE
               '  DATE '.
               05 ME-SELECT-HEADER            PIC X(11)   VALUE
               'SELECTION: '.
               05 ME-SELECT-ACCOUNT           PIC X(12)   VALUE
               'ACCOUNT KEY '.
               05 ME-SELECT-RUN               PIC X(12)   VALUE
               'RUN NUMBER  '.
               05 ME-SELECT-BATCH             PIC X(12)   VALUE
               'BATCH ID    '.
               05 ME-POSTING-TAG              PIC X(08)   VALUE
               'POSTING '.
               05 ME-SOURCE-TAG               PIC X(12)   VALUE
               '  SOURCE    '.
               05 ME-AUDIT-TAG                PIC X(12)   VALUE
               '  AUDIT     '.
               05 ME-EXPORT-TAG               PIC X(12)   VALUE
               '  EXPORT    '.
               05 ME-MASTER-TAG               PIC X(12)   VALUE
               '  MASTER    '.
               05 ME-RUN-TAG                  PIC X(12)   VALUE
               '  RUN       '.
               05 ME-SUSPENSE-TAG             PIC X(12)   VALUE
               '  SUSPENSE  '.
               05 ME-WORKED-TAG               PIC X(12)   VALUE
               '  WORKED    '.
               05 ME-SOURCE-ONLINE            PIC X(36)   VALUE
               'NONE - ENTERED ONLINE OR BY PARM    '.
               05 ME-SOURCE-MISSING           PIC X(40)   VALUE
               '*** NOT FOUND ON THE CALCTRX SUPPLIED   '.
               05 ME-MAINT-MISSING            PIC X(40)   VALUE
               '*** NOT FOUND ON THE CALCMNX SUPPLIED   '.
               05 ME-EXPORT-MISSING           PIC X(40)   VALUE
               '*** NO MATCHING LINE ON CALCEXP         '.
               05 ME-MASTER-NONE              PIC X(36)   VALUE
               'NO ACCOUNT KEYED - NOTHING POSTED   '.
               05 ME-MASTER-MISSING           PIC X(40)   VALUE
               '*** ACCOUNT NOT ON THE RESULTS MASTER   '.
               05 ME-RUN-NONE                 PIC X(36)   VALUE
               'NOT PART OF A CALCTOR1 BATCH RUN    '.
               05 ME-RUN-MISSING              PIC X(40)   VALUE
               '*** RUN NOT ON CALC-RUN-HISTORY         '.
               05 ME-SUSP-RESUBMIT            PIC X(20)   VALUE
               'RESUBMITS REJECTION '.
               05 ME-SUSP-ON-FILE             PIC X(12)   VALUE
               ' ON CALCSUS '.
               05 ME-SUSP-OFF-FILE            PIC X(24)   VALUE
               ' NOT ON CURRENT CALCSUS '.
               05 ME-WORKED-BY                PIC X(04)   VALUE
               ' BY '.
               05 ME-WORKED-MISSING           PIC X(40)   VALUE
               'NO DISPOSITION RECORD ON CALCSDS        '.
               05 ME-TOTAL-TRACED             PIC X(22)   VALUE
               'POSTINGS TRACED:      '.
               05 ME-TOTAL-COMPLETE           PIC X(22)   VALUE
               'CHAINS COMPLETE:      '.
               05 ME-TOTAL-GAPS               PIC X(22)   VALUE
               'CHAINS WITH GAPS:     '.
               05 ME-TOTAL-NOT-SHOWN          PIC X(22)   VALUE
               'MATCHED, NOT SHOWN:   '.
               05 ME-NOT-SUPPLIED             PIC X(22)   VALUE
               'FILE NOT SUPPLIED:    '.
               05 ME-NOTHING-MATCHED          PIC X(40)   VALUE
               'NO AUDIT ENTRY MATCHES THE SELECTION    '.
               05 ME-TABLE-FULL               PIC X(44)   VALUE
               'MORE POSTINGS THAN ONE TRACE HOLDS - NARROW '.
               05 ME-BAD-SELECTION            PIC X(44)   VALUE
               'SELECTION MUST BE A,KEY  R,RUNNO  OR B,BATCH'.
               05 ME-NO-AUDIT-FILE            PIC X(33)   VALUE
               'CALC-AUDIT-LOG COULD NOT BE READ'.
               05 ME-NO-MASTER-FILE           PIC X(44)   VALUE
               'RESULTS MASTER COULD NOT BE OPENED - NOT RUN'.
               05 ME-TRACE-DONE               PIC X(21)   VALUE
               'CALCTRCE TRACE ENDED '.
      ******************************************************************
      *                    AREA   OF  WORK  VARIABLES
      ******************************************************************
           01 WS-VARS.
               05 WS-PARM-AREA                PIC X(80).
               05 WS-SEL-TYPE                 PIC X(01).
                   88 WS-SEL-BY-ACCOUNT                   VALUE 'A'.
                   88 WS-SEL-BY-RUN                       VALUE 'R'.
                   88 WS-SEL-BY-BATCH                     VALUE 'B'.
               05 WS-SEL-VALUE                PIC X(10).
               05 WS-SEL-RUN-TEXT             PIC X(07)
                                              JUSTIFIED RIGHT.
               05 WS-SEL-RUN-NUMBER           PIC 9(07)   VALUE 0.
               05 WS-SEL-LABEL                PIC X(12).
               05 WS-A-EDIT                   PIC -(7)9.99.
               05 WS-B-EDIT                   PIC -(7)9.99.
               05 WS-R-EDIT                   PIC -(7)9.99.
               05 WS-BALANCE-EDIT             PIC -(11)9.99.
               05 WS-APPROVAL-NOTE            PIC X(21).
               05 WS-TRACE-NUMBER-EDIT        PIC Z(3)9.
      *
      * THE EXPORT LINE BROKEN INTO ITS FIELDS FOR THE MATCH - THE
      * SAME SPLIT CALCRECN MAKES, PLUS THE ORIGIN STAMP AT THE END.
               05 WS-EXP-OPTION               PIC X(02).
               05 WS-EXP-A-TEXT               PIC X(12).
               05 WS-EXP-B-TEXT               PIC X(12).
               05 WS-EXP-R-TEXT               PIC X(12).
               05 WS-EXP-DATE-TEXT            PIC X(08).
               05 WS-EXP-TIME-TEXT            PIC X(08).
               05 WS-EXP-OPER-TEXT            PIC X(10).
               05 WS-EXP-RUN-TEXT             PIC X(07).
               05 WS-EXP-BATCH-TEXT           PIC X(08).
               05 WS-EXP-RECORD-TEXT          PIC X(07).
      *
      * THE SELECTED POSTINGS, COLLECTED FROM THE AUDIT LOG ON THE
      * FIRST PASS, THEN FILLED IN LINK BY LINK AS EACH OTHER FILE
      * IS READ ONCE, AND PRINTED AT THE END.
               05 WS-TRACE-TABLE.
                   10 WS-TRACE-ENTRY          OCCURS 500 TIMES.
                       15 WS-TRC-OPTION       PIC X(01).
                       15 WS-TRC-FIRST        PIC S9(07)V99.
                       15 WS-TRC-SECOND       PIC S9(07)V99.
                       15 WS-TRC-RESULT       PIC S9(07)V99.
                       15 WS-TRC-RUN-DATE     PIC 9(08).
                       15 WS-TRC-RUN-TIME     PIC 9(08).
                       15 WS-TRC-OPERATOR     PIC X(08).
                       15 WS-TRC-APPROVER     PIC X(08).
                       15 WS-TRC-ACCOUNT      PIC X(10).
                       15 WS-TRC-RUN-NUMBER   PIC 9(07).
                       15 WS-TRC-BATCH-ID     PIC X(08).
                       15 WS-TRC-RECORD-NUMBER
                                              PIC 9(07).
                       15 WS-TRC-EXPORT-FLAG  PIC X(01).
                           88 WS-TRC-EXPORT-FOUND         VALUE 'Y'.
                       15 WS-TRC-EXPORT-LINE  PIC X(64).
                       15 WS-TRC-SOURCE-FLAG  PIC X(01).
                           88 WS-TRC-SOURCE-FOUND         VALUE 'Y'.
                       15 WS-TRC-SOURCE-DATA  PIC X(67).
                       15 WS-TRC-PRIOR-KEY    PIC X(17).
                           88 WS-TRC-NO-PRIOR             VALUE SPACES.
                       15 WS-TRC-PRIOR-SPLIT REDEFINES
                                              WS-TRC-PRIOR-KEY.
                           20 WS-TRC-PRIOR-REASON
                                              PIC X(02).
                           20 WS-TRC-PRIOR-RECORD
                                              PIC X(07).
                           20 WS-TRC-PRIOR-DATE
                                              PIC X(08).
                       15 WS-TRC-RUN-FLAG     PIC X(01).
                           88 WS-TRC-RUN-FOUND            VALUE 'Y'.
                       15 WS-TRC-RH-STATUS    PIC X(08).
                       15 WS-TRC-RH-OPERATOR  PIC X(08).
                       15 WS-TRC-RH-START-DATE
                                              PIC 9(08).
                       15 WS-TRC-RH-START-TIME
                                              PIC 9(08).
                       15 WS-TRC-RH-END-DATE  PIC 9(08).
                       15 WS-TRC-RH-END-TIME  PIC 9(08).
                       15 WS-TRC-SUSP-FLAG    PIC X(01).
                           88 WS-TRC-SUSP-FOUND           VALUE 'Y'.
                       15 WS-TRC-DISP-FLAG    PIC X(01).
                           88 WS-TRC-DISP-FOUND           VALUE 'Y'.
                       15 WS-TRC-DISP-WORKED  PIC 9(08).
                       15 WS-TRC-DISP-OPERATOR
                                              PIC X(08).
               05 WS-TRACE-COUNT              PIC 9(04)   VALUE 0.
               05 WS-TRACE-SUB                PIC 9(04)   VALUE 0.
               05 WS-SOURCE-RECORD-NUMBER     PIC 9(07)   VALUE 0.
               05 WS-SOURCE-BATCH-ID          PIC X(08)   VALUE SPACES.
      ******************************************************************
      *                 F  L  A  G  S     A  R  E  A
      ******************************************************************
           01 SW-FLAGS.
               05 SW-RUN-STATUS               PIC X(01)   VALUE 'N'.
                   88 SW-CONTINUE-RUN                     VALUE 'N'.
                   88 SW-QUIT-REQUESTED                   VALUE 'Y'.
               05 SW-MATCH                    PIC X(01)   VALUE 'N'.
                   88 SW-MATCH-FOUND                      VALUE 'Y'.
                   88 SW-MATCH-NONE                       VALUE 'N'.
               05 SW-CHAIN                    PIC X(01)   VALUE 'Y'.
                   88 SW-CHAIN-COMPLETE                   VALUE 'Y'.
                   88 SW-CHAIN-HAS-GAP                    VALUE 'N'.
               05 SW-EXPORT-FILE              PIC X(01)   VALUE 'N'.
                   88 SW-EXPORT-SUPPLIED                  VALUE 'Y'.
               05 SW-TRANX-FILE               PIC X(01)   VALUE 'N'.
                   88 SW-TRANX-SUPPLIED                   VALUE 'Y'.
               05 SW-MAINT-FILE               PIC X(01)   VALUE 'N'.
                   88 SW-MAINT-SUPPLIED                   VALUE 'Y'.
               05 SW-RHF-FILE                 PIC X(01)   VALUE 'N'.
                   88 SW-RHF-SUPPLIED                     VALUE 'Y'.
               05 SW-SUSP-FILE                PIC X(01)   VALUE 'N'.
                   88 SW-SUSP-SUPPLIED                    VALUE 'Y'.
               05 SW-DISP-FILE                PIC X(01)   VALUE 'N'.
                   88 SW-DISP-SUPPLIED                    VALUE 'Y'.
      ******************************************************************
      *             F  I  L  E     S  T  A  T  U  S     A  R  E  A
      ******************************************************************
           01 WS-FILE-STATUS-AREA.
               05 WS-AUDIT-STATUS             PIC X(02)   VALUE '00'.
                   88 WS-AUDIT-OK                         VALUE '00'.
                   88 WS-AUDIT-AT-EOF                     VALUE '10'.
               05 WS-MASTER-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-MASTER-OK                        VALUE '00'.
               05 WS-EXPORT-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-EXPORT-OK                        VALUE '00'.
                   88 WS-EXPORT-AT-EOF                    VALUE '10'.
               05 WS-TRANX-STATUS             PIC X(02)   VALUE '00'.
                   88 WS-TRANX-OK                         VALUE '00'.
                   88 WS-TRANX-AT-EOF                     VALUE '10'.
               05 WS-MAINT-STATUS             PIC X(02)   VALUE '00'.
                   88 WS-MAINT-OK                         VALUE '00'.
                   88 WS-MAINT-AT-EOF                     VALUE '10'.
               05 WS-RHF-STATUS               PIC X(02)   VALUE '00'.
                   88 WS-RHF-OK                           VALUE '00'.
                   88 WS-RHF-AT-EOF                       VALUE '10'.
               05 WS-SUSP-STATUS              PIC X(02)   VALUE '00'.
                   88 WS-SUSP-OK                          VALUE '00'.
                   88 WS-SUSP-AT-EOF                      VALUE '10'.
               05 WS-DISP-STATUS              PIC X(02)   VALUE '00'.
                   88 WS-DISP-OK                          VALUE '00'.
                   88 WS-DISP-AT-EOF                      VALUE '10'.
               05 WS-REPORT-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-REPORT-OK                        VALUE '00'.
      ******************************************************************
      *                C  O  U  N  T  E  R  S     A  R  E  A
      ******************************************************************
           01 WS-COUNTERS.
               05 WS-COUNT-READ                PIC 9(07)  VALUE 0.
               05 WS-COUNT-MATCHED             PIC 9(07)  VALUE 0.
               05 WS-COUNT-NOT-SHOWN           PIC 9(07)  VALUE 0.
               05 WS-COUNT-COMPLETE            PIC 9(07)  VALUE 0.
               05 WS-COUNT-GAPS                PIC 9(07)  VALUE 0.
               05 WS-PAGE-NUMBER                PIC 9(04) VALUE 0.
               05 WS-PAGE-NUMBER-EDIT           PIC Z(3)9.
               05 WS-LINE-COUNT                 PIC 9(02) VALUE 0.
               05 WS-RUN-DATE                   PIC 9(08).
      ******************************************************************
      *           C  O   N  S  T  A  N  T  S     A  R  E  A
      ******************************************************************
           01 CT-CONSTANTS.
               05 CT-LINES-PER-PAGE           PIC 9(02)   VALUE 20.
               05 CT-CHAIN-LINES              PIC 9(02)   VALUE 09.
               05 CT-TRACE-MAX                PIC 9(04)   VALUE 500.
               05 CT-MAINT-BATCH-ID           PIC X(08)   VALUE
               'CALCMNT '.
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

           MOVE SPACES                        TO       WS-SEL-TYPE
                                                      WS-SEL-VALUE

           UNSTRING WS-PARM-AREA  DELIMITED BY ','
                INTO WS-SEL-TYPE, WS-SEL-VALUE
           END-UNSTRING

           PERFORM 110-EDIT-SELECTION

           IF   NOT SW-QUIT-REQUESTED
                OPEN INPUT CALC-AUDIT-LOG
                IF   NOT WS-AUDIT-OK
                     DISPLAY ME-NO-AUDIT-FILE
                     MOVE 8                    TO       RETURN-CODE
                     SET  SW-QUIT-REQUESTED    TO       TRUE
                ELSE
                     OPEN INPUT CALC-MASTER-FILE
                     IF   NOT WS-MASTER-OK
                          DISPLAY ME-NO-MASTER-FILE
                          MOVE 8               TO       RETURN-CODE
                          SET  SW-QUIT-REQUESTED   TO   TRUE
                          CLOSE CALC-AUDIT-LOG
                     ELSE
                          OPEN OUTPUT CALC-TRACE-REPORT
                     END-IF
                END-IF
           END-IF
           .
      *
      * THE TYPE MUST BE ONE OF THE THREE AND THE VALUE MUST BE
      * PRESENT; A RUN NUMBER MUST BE NUMERIC, KEYED WITH OR
      * WITHOUT ITS LEADING ZEROES.  ANYTHING ELSE ENDS THE RUN -
      * A MIS-KEYED SELECTION MUST NOT QUIETLY TRACE NOTHING.
       110-EDIT-SELECTION.
      *===================
           IF   WS-SEL-VALUE = SPACES
                DISPLAY ME-BAD-SELECTION
                MOVE 8                        TO       RETURN-CODE
                SET  SW-QUIT-REQUESTED        TO       TRUE
           ELSE
                EVALUATE TRUE
                    WHEN WS-SEL-BY-ACCOUNT
                         MOVE ME-SELECT-ACCOUNT   TO   WS-SEL-LABEL
                    WHEN WS-SEL-BY-BATCH
                         MOVE ME-SELECT-BATCH     TO   WS-SEL-LABEL
                    WHEN WS-SEL-BY-RUN
                         MOVE ME-SELECT-RUN       TO   WS-SEL-LABEL
                         MOVE SPACES              TO   WS-SEL-RUN-TEXT
                         UNSTRING WS-SEL-VALUE  DELIMITED BY SPACE
                              INTO WS-SEL-RUN-TEXT
                         END-UNSTRING
                         INSPECT WS-SEL-RUN-TEXT
                                 REPLACING LEADING SPACE BY '0'
                         IF   WS-SEL-RUN-TEXT IS NUMERIC
                              MOVE WS-SEL-RUN-TEXT
                                              TO   WS-SEL-RUN-NUMBER
                         ELSE
                              DISPLAY ME-BAD-SELECTION
                              MOVE 8          TO   RETURN-CODE
                              SET  SW-QUIT-REQUESTED   TO   TRUE
                         END-IF
                    WHEN OTHER
                         DISPLAY ME-BAD-SELECTION
                         MOVE 8               TO       RETURN-CODE
                         SET  SW-QUIT-REQUESTED   TO   TRUE
                END-EVALUATE
           END-IF
           .
      *
      * THE AUDIT LOG IS READ ONCE TO COLLECT THE SELECTED POSTINGS;
      * EVERY OTHER FILE IS THEN READ ONCE TO FILL IN ITS LINK, SO
      * THE COST OF A TRACE IS ONE PASS PER FILE, NOT ONE PER
      * POSTING.
       200-PROCESS.
      *============
           PERFORM 210-COLLECT-POSTINGS

           IF   WS-TRACE-COUNT > ZERO
                PERFORM 220-EXPORT-PASS
                PERFORM 230-SOURCE-PASS
                PERFORM 235-MAINT-SOURCE-PASS
                PERFORM 240-HISTORY-PASS
                PERFORM 245-SUSPENSE-PASS
                PERFORM 248-DISPOSITION-PASS
                PERFORM VARYING WS-TRACE-SUB FROM 1 BY 1
                        UNTIL   WS-TRACE-SUB > WS-TRACE-COUNT
                     PERFORM 260-PRINT-ONE-CHAIN
                END-PERFORM
           ELSE
                PERFORM 280-PRINT-PAGE-HEADER
                MOVE SPACES                   TO       RP-REPORT-RECORD
                MOVE ME-NOTHING-MATCHED       TO       RP-REPORT-RECORD
                WRITE RP-REPORT-RECORD
           END-IF
           .
      *
       210-COLLECT-POSTINGS.
      *=====================
           PERFORM 211-READ-AUDIT

           PERFORM UNTIL WS-AUDIT-AT-EOF
                SET  SW-MATCH-NONE            TO       TRUE
                EVALUATE TRUE
                    WHEN WS-SEL-BY-ACCOUNT
                    AND  AL-ACCOUNT-KEY = WS-SEL-VALUE
                         SET  SW-MATCH-FOUND  TO       TRUE
                    WHEN WS-SEL-BY-RUN
                    AND  AL-RUN-NUMBER = WS-SEL-RUN-NUMBER
                         SET  SW-MATCH-FOUND  TO       TRUE
                    WHEN WS-SEL-BY-BATCH
                    AND  AL-BATCH-ID = WS-SEL-VALUE
                         SET  SW-MATCH-FOUND  TO       TRUE
                END-EVALUATE

                IF   SW-MATCH-FOUND
                     ADD  1                   TO       WS-COUNT-MATCHED
                     IF   WS-TRACE-COUNT < CT-TRACE-MAX
                          PERFORM 215-COLLECT-ENTRY
                     ELSE
                          ADD  1              TO    WS-COUNT-NOT-SHOWN
                     END-IF
                END-IF

                PERFORM 211-READ-AUDIT
           END-PERFORM

           CLOSE CALC-AUDIT-LOG

           IF   WS-COUNT-NOT-SHOWN > ZERO
                DISPLAY ME-TABLE-FULL
           END-IF
           .
      *
       211-READ-AUDIT.
      *===============
           READ CALC-AUDIT-LOG
               AT END
                   SET  WS-AUDIT-AT-EOF       TO       TRUE
               NOT AT END
                   ADD  1                     TO       WS-COUNT-READ
           END-READ
           .
      *
       215-COLLECT-ENTRY.
      *==================
           ADD  1                             TO       WS-TRACE-COUNT
           MOVE WS-TRACE-COUNT                TO       WS-TRACE-SUB

           MOVE AL-OPTION        TO  WS-TRC-OPTION        (WS-TRACE-SUB)
           MOVE AL-FIRST-NUMBER  TO  WS-TRC-FIRST         (WS-TRACE-SUB)
           MOVE AL-SECOND-NUMBER TO  WS-TRC-SECOND        (WS-TRACE-SUB)
           MOVE AL-RESULT        TO  WS-TRC-RESULT        (WS-TRACE-SUB)
           MOVE AL-RUN-DATE      TO  WS-TRC-RUN-DATE      (WS-TRACE-SUB)
           MOVE AL-RUN-TIME      TO  WS-TRC-RUN-TIME      (WS-TRACE-SUB)
           MOVE AL-OPERATOR-ID   TO  WS-TRC-OPERATOR      (WS-TRACE-SUB)
           MOVE AL-APPROVER-ID   TO  WS-TRC-APPROVER      (WS-TRACE-SUB)
           MOVE AL-ACCOUNT-KEY   TO  WS-TRC-ACCOUNT       (WS-TRACE-SUB)
           MOVE AL-RUN-NUMBER    TO  WS-TRC-RUN-NUMBER    (WS-TRACE-SUB)
           MOVE AL-BATCH-ID      TO  WS-TRC-BATCH-ID      (WS-TRACE-SUB)
           MOVE AL-RECORD-NUMBER TO  WS-TRC-RECORD-NUMBER (WS-TRACE-SUB)

           MOVE 'N'              TO  WS-TRC-EXPORT-FLAG   (WS-TRACE-SUB)
                                     WS-TRC-SOURCE-FLAG   (WS-TRACE-SUB)
                                     WS-TRC-RUN-FLAG      (WS-TRACE-SUB)
                                     WS-TRC-SUSP-FLAG     (WS-TRACE-SUB)
                                     WS-TRC-DISP-FLAG     (WS-TRACE-SUB)
           MOVE SPACES           TO  WS-TRC-EXPORT-LINE   (WS-TRACE-SUB)
                                     WS-TRC-SOURCE-DATA   (WS-TRACE-SUB)
                                     WS-TRC-PRIOR-KEY     (WS-TRACE-SUB)
           .
      *
      * AN EXPORT LINE BELONGS TO A POSTING WHEN THE OPERATION, DATE,
      * TIME, OPERATOR AND ORIGIN STAMP ALL AGREE.  EACH LINE IS
      * GIVEN TO ONE POSTING ONLY.
       220-EXPORT-PASS.
      *================
           OPEN INPUT CALC-EXPORT-FILE

           IF   WS-EXPORT-OK
                SET  SW-EXPORT-SUPPLIED       TO       TRUE
                PERFORM 221-READ-EXPORT
                PERFORM UNTIL WS-EXPORT-AT-EOF
                     PERFORM 222-EXPORT-MATCH
                     PERFORM 221-READ-EXPORT
                END-PERFORM
           END-IF

           CLOSE CALC-EXPORT-FILE
           .
      *
       221-READ-EXPORT.
      *================
           READ CALC-EXPORT-FILE
               AT END
                   SET  WS-EXPORT-AT-EOF      TO       TRUE
           END-READ
           .
      *
       222-EXPORT-MATCH.
      *=================
           MOVE SPACES                   TO    WS-EXP-OPTION
                                                WS-EXP-A-TEXT
                                                WS-EXP-B-TEXT
                                                WS-EXP-R-TEXT
                                                WS-EXP-DATE-TEXT
                                                WS-EXP-TIME-TEXT
                                                WS-EXP-OPER-TEXT
                                                WS-EXP-RUN-TEXT
                                                WS-EXP-BATCH-TEXT
                                                WS-EXP-RECORD-TEXT
           UNSTRING EX-EXPORT-RECORD  DELIMITED BY ','
                INTO WS-EXP-OPTION,    WS-EXP-A-TEXT,
                     WS-EXP-B-TEXT,    WS-EXP-R-TEXT,
                     WS-EXP-DATE-TEXT, WS-EXP-TIME-TEXT,
                     WS-EXP-OPER-TEXT, WS-EXP-RUN-TEXT,
                     WS-EXP-BATCH-TEXT, WS-EXP-RECORD-TEXT
           END-UNSTRING

           SET  SW-MATCH-NONE                 TO       TRUE
           PERFORM VARYING WS-TRACE-SUB FROM 1 BY 1
                   UNTIL   WS-TRACE-SUB > WS-TRACE-COUNT
                    OR     SW-MATCH-FOUND
                IF   NOT WS-TRC-EXPORT-FOUND (WS-TRACE-SUB)
                AND  WS-EXP-OPTION    = WS-TRC-OPTION   (WS-TRACE-SUB)
                AND  WS-EXP-DATE-TEXT = WS-TRC-RUN-DATE (WS-TRACE-SUB)
                AND  WS-EXP-TIME-TEXT = WS-TRC-RUN-TIME (WS-TRACE-SUB)
                AND  WS-EXP-OPER-TEXT = WS-TRC-OPERATOR (WS-TRACE-SUB)
                AND  WS-EXP-RUN-TEXT
                                 = WS-TRC-RUN-NUMBER    (WS-TRACE-SUB)
                AND  WS-EXP-BATCH-TEXT
                                 = WS-TRC-BATCH-ID      (WS-TRACE-SUB)
                AND  WS-EXP-RECORD-TEXT
                                 = WS-TRC-RECORD-NUMBER (WS-TRACE-SUB)
                     SET  WS-TRC-EXPORT-FOUND (WS-TRACE-SUB)
                                              TO       TRUE
                     MOVE EX-EXPORT-RECORD (1:64)
                       TO WS-TRC-EXPORT-LINE  (WS-TRACE-SUB)
                     SET  SW-MATCH-FOUND      TO       TRUE
                END-IF
           END-PERFORM
           .
      *
      * THE RETAINED CALCTRX IS COUNTED THE WAY 202-READ-TRANX COUNTS
      * IT - EVERY RECORD, HEADERS AND TRAILERS INCLUDED - AND THE
      * GROUP IN FORCE IS TAKEN FROM EACH HEADER.  A RECORD IS THE
      * SOURCE OF A POSTING ONLY WHEN ITS NUMBER, GROUP, OPERATION
      * AND ACCOUNT ALL AGREE WITH THE AUDIT ENTRY.
       230-SOURCE-PASS.
      *================
           OPEN INPUT CALC-TRANX-FILE

           IF   WS-TRANX-OK
                SET  SW-TRANX-SUPPLIED        TO       TRUE
                MOVE ZERO              TO   WS-SOURCE-RECORD-NUMBER
                MOVE SPACES            TO   WS-SOURCE-BATCH-ID
                PERFORM 231-READ-TRANX
                PERFORM UNTIL WS-TRANX-AT-EOF
                     ADD  1            TO   WS-SOURCE-RECORD-NUMBER
                     EVALUATE TRUE
                         WHEN TR-RECORD-IS-HEADER
                              MOVE TR-BATCH-ID
                                       TO   WS-SOURCE-BATCH-ID
                         WHEN TR-RECORD-IS-TRAILER
                              CONTINUE
                         WHEN OTHER
                              PERFORM 232-SOURCE-MATCH
                     END-EVALUATE
                     PERFORM 231-READ-TRANX
                END-PERFORM
           END-IF

           CLOSE CALC-TRANX-FILE
           .
      *
       231-READ-TRANX.
      *===============
           READ CALC-TRANX-FILE
               AT END
                   SET  WS-TRANX-AT-EOF       TO       TRUE
           END-READ
           .
      *
      * EVERY POSTING FROM THE ONE RECORD TAKES IT - A CALCBACK
      * REVERSAL KEEPS ITS ORIGINAL'S STAMP, SO IT SHARES THE SOURCE.
       232-SOURCE-MATCH.
      *=================
           PERFORM VARYING WS-TRACE-SUB FROM 1 BY 1
                   UNTIL   WS-TRACE-SUB > WS-TRACE-COUNT
                IF   WS-TRC-RECORD-NUMBER (WS-TRACE-SUB)
                                        = WS-SOURCE-RECORD-NUMBER
                AND  WS-TRC-RUN-NUMBER (WS-TRACE-SUB) > ZERO
                AND  WS-TRC-BATCH-ID   (WS-TRACE-SUB)
                                        = WS-SOURCE-BATCH-ID
                AND  WS-TRC-OPTION     (WS-TRACE-SUB)
                                        = TR-OPERATOR-CODE
                AND  WS-TRC-ACCOUNT    (WS-TRACE-SUB)
                                        = TR-ACCOUNT-KEY
                     SET  WS-TRC-SOURCE-FOUND (WS-TRACE-SUB)
                                              TO       TRUE
                     MOVE TR-TRANX-RECORD
                       TO WS-TRC-SOURCE-DATA  (WS-TRACE-SUB)
                     IF   NOT TR-NO-PRIOR-SUSPENSE
                          MOVE TR-SUSPENSE-TAIL
                            TO WS-TRC-PRIOR-KEY (WS-TRACE-SUB)
                     END-IF
                END-IF
           END-PERFORM
           .
      *
      * A CALCMNT ADJUSTMENT IS STAMPED WITH THE CALCMNX RECORD
      * NUMBER; THE RECORD MUST BE AN ADJUSTMENT TO THE SAME ACCOUNT.
       235-MAINT-SOURCE-PASS.
      *======================
           OPEN INPUT CALC-MAINT-FILE

           IF   WS-MAINT-OK
                SET  SW-MAINT-SUPPLIED        TO       TRUE
                MOVE ZERO              TO   WS-SOURCE-RECORD-NUMBER
                PERFORM 236-READ-MAINT
                PERFORM UNTIL WS-MAINT-AT-EOF
                     ADD  1            TO   WS-SOURCE-RECORD-NUMBER
                     IF   MN-ACTION-ADJUST
                          PERFORM 237-MAINT-MATCH
                     END-IF
                     PERFORM 236-READ-MAINT
                END-PERFORM
           END-IF

           CLOSE CALC-MAINT-FILE
           .
      *
       236-READ-MAINT.
      *===============
           READ CALC-MAINT-FILE
               AT END
                   SET  WS-MAINT-AT-EOF       TO       TRUE
           END-READ
           .
      *
       237-MAINT-MATCH.
      *================
           PERFORM VARYING WS-TRACE-SUB FROM 1 BY 1
                   UNTIL   WS-TRACE-SUB > WS-TRACE-COUNT
                IF   WS-TRC-BATCH-ID   (WS-TRACE-SUB)
                                        = CT-MAINT-BATCH-ID
                AND  WS-TRC-RECORD-NUMBER (WS-TRACE-SUB)
                                        = WS-SOURCE-RECORD-NUMBER
                AND  WS-TRC-ACCOUNT    (WS-TRACE-SUB)
                                        = MN-ACCOUNT-KEY
                     SET  WS-TRC-SOURCE-FOUND (WS-TRACE-SUB)
                                              TO       TRUE
                     MOVE MN-MAINT-RECORD
                       TO WS-TRC-SOURCE-DATA  (WS-TRACE-SUB)
                END-IF
           END-PERFORM
           .
      *
      * THE LAST HISTORY RECORD FOR A RUN NUMBER WINS - A RESTARTED
      * RUN IS COUNTED UP TO A NEW NUMBER, SO THERE IS NORMALLY ONE.
       240-HISTORY-PASS.
      *=================
           OPEN INPUT CALC-RUN-HISTORY

           IF   WS-RHF-OK
                SET  SW-RHF-SUPPLIED          TO       TRUE
                PERFORM 241-READ-HISTORY
                PERFORM UNTIL WS-RHF-AT-EOF
                     PERFORM 242-HISTORY-MATCH
                     PERFORM 241-READ-HISTORY
                END-PERFORM
           END-IF

           CLOSE CALC-RUN-HISTORY
           .
      *
       241-READ-HISTORY.
      *=================
           READ CALC-RUN-HISTORY
               AT END
                   SET  WS-RHF-AT-EOF         TO       TRUE
           END-READ
           .
      *
       242-HISTORY-MATCH.
      *==================
           PERFORM VARYING WS-TRACE-SUB FROM 1 BY 1
                   UNTIL   WS-TRACE-SUB > WS-TRACE-COUNT
                IF   WS-TRC-RUN-NUMBER (WS-TRACE-SUB) > ZERO
                AND  WS-TRC-RUN-NUMBER (WS-TRACE-SUB) = RH-RUN-NUMBER
                     SET  WS-TRC-RUN-FOUND    (WS-TRACE-SUB)
                                              TO       TRUE
                     MOVE RH-RUN-STATUS
                       TO WS-TRC-RH-STATUS     (WS-TRACE-SUB)
                     MOVE RH-OPERATOR-ID
                       TO WS-TRC-RH-OPERATOR   (WS-TRACE-SUB)
                     MOVE RH-START-DATE
                       TO WS-TRC-RH-START-DATE (WS-TRACE-SUB)
                     MOVE RH-START-TIME
                       TO WS-TRC-RH-START-TIME (WS-TRACE-SUB)
                     MOVE RH-END-DATE
                       TO WS-TRC-RH-END-DATE   (WS-TRACE-SUB)
                     MOVE RH-END-TIME
                       TO WS-TRC-RH-END-TIME   (WS-TRACE-SUB)
                END-IF
           END-PERFORM
           .
      *
      * ONLY A RESUBMITTED RECORD IS TIED TO SUSPENSE - ITS TAIL
      * NAMES THE REJECTION IT WORKED OFF.  CALCSUS IS CUT FRESH
      * EACH RUN, SO AN OLDER REJECTION IS USUALLY NO LONGER ON IT;
      * THE DISPOSITION FILE IS THE PERMANENT RECORD.
       245-SUSPENSE-PASS.
      *==================
           OPEN INPUT CALC-SUSPENSE-FILE

           IF   WS-SUSP-OK
                SET  SW-SUSP-SUPPLIED         TO       TRUE
                PERFORM 246-READ-SUSPENSE
                PERFORM UNTIL WS-SUSP-AT-EOF
                     PERFORM VARYING WS-TRACE-SUB FROM 1 BY 1
                             UNTIL   WS-TRACE-SUB > WS-TRACE-COUNT
                          IF   NOT WS-TRC-NO-PRIOR (WS-TRACE-SUB)
                          AND  WS-TRC-PRIOR-KEY    (WS-TRACE-SUB)
                                        = SU-SUSPENSE-TAIL
                               SET  WS-TRC-SUSP-FOUND (WS-TRACE-SUB)
                                              TO       TRUE
                          END-IF
                     END-PERFORM
                     PERFORM 246-READ-SUSPENSE
                END-PERFORM
           END-IF

           CLOSE CALC-SUSPENSE-FILE
           .
      *
       246-READ-SUSPENSE.
      *==================
           READ CALC-SUSPENSE-FILE
               AT END
                   SET  WS-SUSP-AT-EOF        TO       TRUE
           END-READ
           .
      *
       248-DISPOSITION-PASS.
      *=====================
           OPEN INPUT CALC-DISPOSITION-FILE

           IF   WS-DISP-OK
                SET  SW-DISP-SUPPLIED         TO       TRUE
                PERFORM 249-READ-DISPOSITION
                PERFORM UNTIL WS-DISP-AT-EOF
                     PERFORM VARYING WS-TRACE-SUB FROM 1 BY 1
                             UNTIL   WS-TRACE-SUB > WS-TRACE-COUNT
                          IF   NOT WS-TRC-NO-PRIOR (WS-TRACE-SUB)
                          AND  WS-TRC-PRIOR-KEY    (WS-TRACE-SUB)
                                        = DS-DISPOSITION-KEY
                               SET  WS-TRC-DISP-FOUND (WS-TRACE-SUB)
                                              TO       TRUE
                               MOVE DS-WORKED-DATE
                                 TO WS-TRC-DISP-WORKED   (WS-TRACE-SUB)
                               MOVE DS-OPERATOR-ID
                                 TO WS-TRC-DISP-OPERATOR (WS-TRACE-SUB)
                          END-IF
                     END-PERFORM
                     PERFORM 249-READ-DISPOSITION
                END-PERFORM
           END-IF

           CLOSE CALC-DISPOSITION-FILE
           .
      *
       249-READ-DISPOSITION.
      *=====================
           READ CALC-DISPOSITION-FILE
               AT END
                   SET  WS-DISP-AT-EOF        TO       TRUE
           END-READ
           .
      *
      * ONE BLOCK PER POSTING, KEPT WHOLE ON ONE PAGE.  A LINK THAT
      * SHOULD EXIST BUT WAS NOT FOUND IS FLAGGED '***' AND COUNTS
      * THE CHAIN AS HAVING A GAP; A LINK THAT CANNOT EXIST (NO
      * ACCOUNT, NO RUN, NO RESUBMISSION) IS SIMPLY SAID SO.
       260-PRINT-ONE-CHAIN.
      *====================
           IF   WS-LINE-COUNT = ZERO
           OR   WS-LINE-COUNT + CT-CHAIN-LINES > CT-LINES-PER-PAGE
                PERFORM 280-PRINT-PAGE-HEADER
           END-IF

           SET  SW-CHAIN-COMPLETE             TO       TRUE

           MOVE WS-TRACE-SUB                  TO   WS-TRACE-NUMBER-EDIT
           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-POSTING-TAG     DELIMITED BY SIZE
                   WS-TRACE-NUMBER-EDIT
                                      DELIMITED BY SIZE
                   '  RUN '           DELIMITED BY SIZE
                   WS-TRC-RUN-NUMBER    (WS-TRACE-SUB)
                                      DELIMITED BY SIZE
                   '  BATCH '         DELIMITED BY SIZE
                   WS-TRC-BATCH-ID      (WS-TRACE-SUB)
                                      DELIMITED BY SIZE
                   '  RECORD '        DELIMITED BY SIZE
                   WS-TRC-RECORD-NUMBER (WS-TRACE-SUB)
                                      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           PERFORM 275-WRITE-DETAIL

           PERFORM 261-SOURCE-LINE
           PERFORM 262-AUDIT-LINE
           PERFORM 263-EXPORT-LINE
           PERFORM 264-MASTER-LINE
           PERFORM 265-RUN-LINE
           IF   NOT WS-TRC-NO-PRIOR (WS-TRACE-SUB)
                PERFORM 266-SUSPENSE-LINES
           END-IF

           MOVE SPACES                        TO       RP-REPORT-RECORD
           PERFORM 275-WRITE-DETAIL

           IF   SW-CHAIN-COMPLETE
                ADD  1                        TO       WS-COUNT-COMPLETE
           ELSE
                ADD  1                        TO       WS-COUNT-GAPS
           END-IF
           .
      *
       261-SOURCE-LINE.
      *================
           MOVE SPACES                        TO       RP-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-TRC-SOURCE-FOUND (WS-TRACE-SUB)
                    STRING  ME-SOURCE-TAG      DELIMITED BY SIZE
                            WS-TRC-SOURCE-DATA (WS-TRACE-SUB)
                                               DELIMITED BY SIZE
                       INTO RP-REPORT-RECORD
                    END-STRING
               WHEN WS-TRC-RECORD-NUMBER (WS-TRACE-SUB) = ZERO
                    STRING  ME-SOURCE-TAG      DELIMITED BY SIZE
                            ME-SOURCE-ONLINE   DELIMITED BY SIZE
                       INTO RP-REPORT-RECORD
                    END-STRING
               WHEN WS-TRC-BATCH-ID (WS-TRACE-SUB) = CT-MAINT-BATCH-ID
                    STRING  ME-SOURCE-TAG      DELIMITED BY SIZE
                            ME-MAINT-MISSING   DELIMITED BY SIZE
                       INTO RP-REPORT-RECORD
                    END-STRING
                    SET  SW-CHAIN-HAS-GAP     TO       TRUE
               WHEN OTHER
                    STRING  ME-SOURCE-TAG      DELIMITED BY SIZE
                            ME-SOURCE-MISSING  DELIMITED BY SIZE
                       INTO RP-REPORT-RECORD
                    END-STRING
                    SET  SW-CHAIN-HAS-GAP     TO       TRUE
           END-EVALUATE
           PERFORM 275-WRITE-DETAIL
           .
      *
       262-AUDIT-LINE.
      *===============
      * A POSTING RELEASED FROM THE APPROVAL QUEUE NAMES BOTH ITS
      * SUBMITTER AND THE SECOND OPERATOR WHO APPROVED IT.
           MOVE SPACES                        TO       WS-APPROVAL-NOTE
           IF   WS-TRC-APPROVER (WS-TRACE-SUB) NOT = SPACES
                STRING  ' APPROVED BY '    DELIMITED BY SIZE
                        WS-TRC-APPROVER (WS-TRACE-SUB)
                                           DELIMITED BY SIZE
                   INTO WS-APPROVAL-NOTE
                END-STRING
           END-IF

           MOVE WS-TRC-FIRST  (WS-TRACE-SUB)  TO       WS-A-EDIT
           MOVE WS-TRC-SECOND (WS-TRACE-SUB)  TO       WS-B-EDIT
           MOVE WS-TRC-RESULT (WS-TRACE-SUB)  TO       WS-R-EDIT

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-AUDIT-TAG       DELIMITED BY SIZE
                   WS-TRC-OPTION   (WS-TRACE-SUB)
                                      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-A-EDIT          DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-B-EDIT          DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-R-EDIT          DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-TRC-ACCOUNT  (WS-TRACE-SUB)
                                      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           PERFORM 275-WRITE-DETAIL

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-AUDIT-TAG       DELIMITED BY SIZE
                   'POSTED '          DELIMITED BY SIZE
                   WS-TRC-RUN-DATE (WS-TRACE-SUB)
                                      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-TRC-RUN-TIME (WS-TRACE-SUB)
                                      DELIMITED BY SIZE
                   ' BY '             DELIMITED BY SIZE
                   WS-TRC-OPERATOR (WS-TRACE-SUB)
                                      DELIMITED BY SIZE
                   WS-APPROVAL-NOTE   DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           PERFORM 275-WRITE-DETAIL
           .
      *
       263-EXPORT-LINE.
      *================
           MOVE SPACES                        TO       RP-REPORT-RECORD
           IF   WS-TRC-EXPORT-FOUND (WS-TRACE-SUB)
                STRING  ME-EXPORT-TAG      DELIMITED BY SIZE
                        WS-TRC-EXPORT-LINE (WS-TRACE-SUB)
                                           DELIMITED BY SIZE
                   INTO RP-REPORT-RECORD
                END-STRING
           ELSE
                STRING  ME-EXPORT-TAG      DELIMITED BY SIZE
                        ME-EXPORT-MISSING  DELIMITED BY SIZE
                   INTO RP-REPORT-RECORD
                END-STRING
                SET  SW-CHAIN-HAS-GAP         TO       TRUE
           END-IF
           PERFORM 275-WRITE-DETAIL
           .
      *
      * THE MASTER SHOWS WHERE THE ACCOUNT STANDS NOW - THE POSTING
      * IS ONE OF THE MA-POST-COUNT MOVEMENTS BEHIND MA-BALANCE.
       264-MASTER-LINE.
      *================
           MOVE SPACES                        TO       RP-REPORT-RECORD
           IF   WS-TRC-ACCOUNT (WS-TRACE-SUB) = SPACES
                STRING  ME-MASTER-TAG      DELIMITED BY SIZE
                        ME-MASTER-NONE     DELIMITED BY SIZE
                   INTO RP-REPORT-RECORD
                END-STRING
           ELSE
                MOVE WS-TRC-ACCOUNT (WS-TRACE-SUB)
                                              TO       MA-ACCOUNT-KEY
                READ CALC-MASTER-FILE
                    INVALID KEY
                        STRING  ME-MASTER-TAG      DELIMITED BY SIZE
                                ME-MASTER-MISSING  DELIMITED BY SIZE
                           INTO RP-REPORT-RECORD
                        END-STRING
                        SET  SW-CHAIN-HAS-GAP TO       TRUE
                    NOT INVALID KEY
                        MOVE MA-BALANCE       TO       WS-BALANCE-EDIT
                        STRING  ME-MASTER-TAG      DELIMITED BY SIZE
                                MA-ACCOUNT-KEY     DELIMITED BY SIZE
                                ' '                DELIMITED BY SIZE
                                MA-ACCOUNT-STATUS  DELIMITED BY SIZE
                                ' BAL '            DELIMITED BY SIZE
                                WS-BALANCE-EDIT    DELIMITED BY SIZE
                                ' POSTS '          DELIMITED BY SIZE
                                MA-POST-COUNT      DELIMITED BY SIZE
                                ' LAST '           DELIMITED BY SIZE
                                MA-LAST-ACTIVITY-DATE
                                                   DELIMITED BY SIZE
                           INTO RP-REPORT-RECORD
                        END-STRING
                END-READ
           END-IF
           PERFORM 275-WRITE-DETAIL
           .
      *
       265-RUN-LINE.
      *=============
           MOVE SPACES                        TO       RP-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-TRC-RUN-NUMBER (WS-TRACE-SUB) = ZERO
                    STRING  ME-RUN-TAG         DELIMITED BY SIZE
                            ME-RUN-NONE        DELIMITED BY SIZE
                       INTO RP-REPORT-RECORD
                    END-STRING
               WHEN WS-TRC-RUN-FOUND (WS-TRACE-SUB)
                    STRING  ME-RUN-TAG         DELIMITED BY SIZE
                            WS-TRC-RH-STATUS     (WS-TRACE-SUB)
                                               DELIMITED BY SIZE
                            ' '                DELIMITED BY SIZE
                            WS-TRC-RH-START-DATE (WS-TRACE-SUB)
                                               DELIMITED BY SIZE
                            '/'                DELIMITED BY SIZE
                            WS-TRC-RH-START-TIME (WS-TRACE-SUB)
                                               DELIMITED BY SIZE
                            ' - '              DELIMITED BY SIZE
                            WS-TRC-RH-END-DATE   (WS-TRACE-SUB)
                                               DELIMITED BY SIZE
                            '/'                DELIMITED BY SIZE
                            WS-TRC-RH-END-TIME   (WS-TRACE-SUB)
                                               DELIMITED BY SIZE
                            ' '                DELIMITED BY SIZE
                            WS-TRC-RH-OPERATOR   (WS-TRACE-SUB)
                                               DELIMITED BY SIZE
                       INTO RP-REPORT-RECORD
                    END-STRING
               WHEN OTHER
                    STRING  ME-RUN-TAG         DELIMITED BY SIZE
                            ME-RUN-MISSING     DELIMITED BY SIZE
                       INTO RP-REPORT-RECORD
                    END-STRING
                    SET  SW-CHAIN-HAS-GAP     TO       TRUE
           END-EVALUATE
           PERFORM 275-WRITE-DETAIL
           .
      *
      * A RESUBMITTED RECORD NAMES THE REJECTION IT WORKED OFF; THE
      * SUSPENSE LINE SAYS WHETHER THAT REJECTION IS STILL ON THE
      * CALCSUS SUPPLIED AND THE WORKED LINE GIVES ITS DISPOSITION.
       266-SUSPENSE-LINES.
      *===================
           MOVE SPACES                        TO       RP-REPORT-RECORD
           IF   WS-TRC-SUSP-FOUND (WS-TRACE-SUB)
                STRING  ME-SUSPENSE-TAG    DELIMITED BY SIZE
                        ME-SUSP-RESUBMIT   DELIMITED BY SIZE
                        WS-TRC-PRIOR-REASON (WS-TRACE-SUB)
                                           DELIMITED BY SIZE
                        '/'                DELIMITED BY SIZE
                        WS-TRC-PRIOR-RECORD (WS-TRACE-SUB)
                                           DELIMITED BY SIZE
                        '/'                DELIMITED BY SIZE
                        WS-TRC-PRIOR-DATE   (WS-TRACE-SUB)
                                           DELIMITED BY SIZE
                        ME-SUSP-ON-FILE    DELIMITED BY SIZE
                   INTO RP-REPORT-RECORD
                END-STRING
           ELSE
                STRING  ME-SUSPENSE-TAG    DELIMITED BY SIZE
                        ME-SUSP-RESUBMIT   DELIMITED BY SIZE
                        WS-TRC-PRIOR-REASON (WS-TRACE-SUB)
                                           DELIMITED BY SIZE
                        '/'                DELIMITED BY SIZE
                        WS-TRC-PRIOR-RECORD (WS-TRACE-SUB)
                                           DELIMITED BY SIZE
                        '/'                DELIMITED BY SIZE
                        WS-TRC-PRIOR-DATE   (WS-TRACE-SUB)
                                           DELIMITED BY SIZE
                        ME-SUSP-OFF-FILE   DELIMITED BY SIZE
                   INTO RP-REPORT-RECORD
                END-STRING
           END-IF
           PERFORM 275-WRITE-DETAIL

           MOVE SPACES                        TO       RP-REPORT-RECORD
           IF   WS-TRC-DISP-FOUND (WS-TRACE-SUB)
                STRING  ME-WORKED-TAG      DELIMITED BY SIZE
                        WS-TRC-DISP-WORKED   (WS-TRACE-SUB)
                                           DELIMITED BY SIZE
                        ME-WORKED-BY       DELIMITED BY SIZE
                        WS-TRC-DISP-OPERATOR (WS-TRACE-SUB)
                                           DELIMITED BY SIZE
                   INTO RP-REPORT-RECORD
                END-STRING
           ELSE
                STRING  ME-WORKED-TAG      DELIMITED BY SIZE
                        ME-WORKED-MISSING  DELIMITED BY SIZE
                   INTO RP-REPORT-RECORD
                END-STRING
           END-IF
           PERFORM 275-WRITE-DETAIL
           .
      *
       275-WRITE-DETAIL.
      *=================
           WRITE RP-REPORT-RECORD
           ADD  1                             TO       WS-LINE-COUNT
           .
      *
       280-PRINT-PAGE-HEADER.
      *======================
           ACCEPT   WS-RUN-DATE               FROM     DATE YYYYMMDD

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
           STRING  ME-SELECT-HEADER           DELIMITED BY SIZE
                   WS-SEL-LABEL               DELIMITED BY SIZE
                   WS-SEL-VALUE               DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           WRITE RP-REPORT-RECORD

           MOVE ZERO                          TO       WS-LINE-COUNT
           .
      *
       300-END.
      *=========
           IF   NOT SW-QUIT-REQUESTED
                PERFORM 310-TRACE-TOTALS
                CLOSE CALC-MASTER-FILE
                CLOSE CALC-TRACE-REPORT
                DISPLAY ME-TRACE-DONE

                EVALUATE TRUE
                    WHEN WS-TRACE-COUNT = ZERO
                    OR   WS-COUNT-GAPS > ZERO
                    OR   WS-COUNT-NOT-SHOWN > ZERO
                         MOVE 4               TO       RETURN-CODE
                    WHEN OTHER
                         MOVE 0               TO       RETURN-CODE
                END-EVALUATE
           END-IF
           STOP RUN
           .
      *
      * THE COUNTS SAY HOW MANY CHAINS CAME OUT WHOLE; EVERY OPTIONAL
      * FILE THAT WAS NOT SUPPLIED IS NAMED, SINCE IT EXPLAINS THE
      * GAPS ABOVE BETTER THAN ANY ONE CHAIN CAN.
       310-TRACE-TOTALS.
      *=================
           MOVE SPACES                   TO    RP-REPORT-RECORD
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-TRACED    DELIMITED BY SIZE
                   WS-TRACE-COUNT     DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-COMPLETE  DELIMITED BY SIZE
                   WS-COUNT-COMPLETE  DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-GAPS      DELIMITED BY SIZE
                   WS-COUNT-GAPS      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           IF   WS-COUNT-NOT-SHOWN > ZERO
                MOVE SPACES              TO    RP-REPORT-RECORD
                STRING  ME-TOTAL-NOT-SHOWN DELIMITED BY SIZE
                        WS-COUNT-NOT-SHOWN DELIMITED BY SIZE
                   INTO RP-REPORT-RECORD
                END-STRING
                WRITE RP-REPORT-RECORD
                MOVE SPACES              TO    RP-REPORT-RECORD
                MOVE ME-TABLE-FULL       TO    RP-REPORT-RECORD
                WRITE RP-REPORT-RECORD
           END-IF

           IF   WS-TRACE-COUNT > ZERO
                IF   NOT SW-EXPORT-SUPPLIED
                     MOVE 'CALCEXP'      TO    WS-SEL-LABEL
                     PERFORM 315-NOT-SUPPLIED-LINE
                END-IF
                IF   NOT SW-TRANX-SUPPLIED
                     MOVE 'CALCTRX'      TO    WS-SEL-LABEL
                     PERFORM 315-NOT-SUPPLIED-LINE
                END-IF
                IF   NOT SW-MAINT-SUPPLIED
                     MOVE 'CALCMNX'      TO    WS-SEL-LABEL
                     PERFORM 315-NOT-SUPPLIED-LINE
                END-IF
                IF   NOT SW-RHF-SUPPLIED
                     MOVE 'CALCRHF'      TO    WS-SEL-LABEL
                     PERFORM 315-NOT-SUPPLIED-LINE
                END-IF
                IF   NOT SW-SUSP-SUPPLIED
                     MOVE 'CALCSUS'      TO    WS-SEL-LABEL
                     PERFORM 315-NOT-SUPPLIED-LINE
                END-IF
                IF   NOT SW-DISP-SUPPLIED
                     MOVE 'CALCSDS'      TO    WS-SEL-LABEL
                     PERFORM 315-NOT-SUPPLIED-LINE
                END-IF
           END-IF
           .
      *
       315-NOT-SUPPLIED-LINE.
      *======================
           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-NOT-SUPPLIED    DELIMITED BY SIZE
                   WS-SEL-LABEL       DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD
           .
