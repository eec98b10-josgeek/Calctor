      ******************************************************************
      * AUTHOR:  JOSUE RIVAS
      * DATE:    15/10/2026
      * PURPOSE: OPERATOR ACCESS VIOLATION REPORT.  READS THE
      *          SECURITY EVENT LOG (CALCSEC) THAT CALCTOR1, CALCMNT
      *          AND CALCAPRV APPEND TO - EVERY SIGN-ON TO A RUN,
      *          EVERY USE OF A SUPERVISOR OR APPROVAL AUTHORITY AND
      *          EVERY REFUSAL WITH ITS REASON - AND THE OPERATOR
      *          FILE (CALCOPR), AND PRINTS THREE SECTIONS ON THE
      *          REPORT (CALCSER):
      *            1 = ACTIVITY BY OPERATOR FOR THE PERIOD: EVENTS,
      *                SIGN-ONS, AUTHORITY USED AND REFUSALS, WITH
      *                THE REFUSALS BROKEN DOWN BY REASON
      *            2 = REPEATED FAILURES: EVERY OPERATOR ID REFUSED
      *                AT LEAST THE LIMIT NUMBER OF TIMES IN THE
      *                PERIOD
      *            3 = DORMANT OPERATORS: EVERY ID ON THE OPERATOR
      *                FILE WITH NO ACCEPTED SIGN-ON OR AUTHORITY USE
      *                IN THE SET NUMBER OF DAYS UP TO THE END OF THE
      *                PERIOD, SO ITS ACCESS CAN BE REVIEWED AND
      *                REMOVED
      *
      *          THE SELECTION IS TAKEN FROM THE PARM (COMMAND LINE)
      *          IN THE FORM:  FROMDATE,TODATE,DAYS,LIMIT
      *          AN EMPTY FROM-DATE REPORTS FROM THE START OF THE LOG,
      *          AN EMPTY TO-DATE IS TODAY, AND AN EMPTY DAYS OR LIMIT
      *          TAKES THE CT- DEFAULT (90 DAYS, 3 REFUSALS).
      *
      *          RETURN CODES: 0 = NO REPEATED FAILURES AND NO
      *          DORMANT OPERATORS, 4 = SOME ARE LISTED FOR REVIEW,
      *          8 = BAD PARM, OR THE EVENT LOG OR OPERATOR FILE
      *          COULD NOT BE READ.  AN OPERATOR TABLE TOO SMALL TO
      *          TALLY EVERY EVENT ALSO RETURNS 4.
      *
      * MODIFICATION HISTORY:
      * 15/10/26  JR  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSECR.
      ******************************************************************
      *         E  N  V  I  R  O  N  M  E  N  T   D  I  V  I  S  I  O  N
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALC-SECURITY-LOG
                                           ASSIGN TO CALCSEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-SEC-STATUS.
           SELECT CALC-OPERATOR-FILE      ASSIGN TO CALCOPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.
           SELECT CALC-SECURITY-REPORT    ASSIGN TO CALCSER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.
      ******************************************************************
      *              D  A  T  A     D  I  V  I  S  I  O  N
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * SECURITY EVENT LOG - SAME LAYOUT AS WRITTEN BY CALCTOR1'S
      * 530-SECURITY-EVENT-WRITE, CALCMNT'S 248-ADJUSTMENT-EVENT AND
      * CALCAPRV'S 233-DECISION-EVENT.
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
      *----------------------------------------------------------------
      * OPERATOR SECURITY - SAME LAYOUT AS CALCTOR1 READS.  ONLY THE
      * ID IS USED HERE.
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
      * ACCESS VIOLATION REPORT
      *----------------------------------------------------------------
           FD  CALC-SECURITY-REPORT.
           01  RP-REPORT-RECORD                PIC X(80).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *            M  E  S  S  A  G  E  S     A  R  E  A
      ******************************************************************
           01 ME-MESSAGES.
               05 ME-REPORT-TITLE             PIC X(30)   VALUE
               'CALCSEC OPERATOR ACCESS       '.
               05 ME-REPORT-PAGE              PIC X(07)   VALUE
               '  PAGE '.
               05 ME-REPORT-DATE              PIC X(07)   VALUE
               '  DATE '.
               05 ME-PERIOD-HEADER            PIC X(13)   VALUE
               'PERIOD FROM: '.
               05 ME-PERIOD-TO                PIC X(06)   VALUE
               '  TO: '.
               05 ME-ACTIVITY-TITLE           PIC X(22)   VALUE
               'ACTIVITY BY OPERATOR  '.
               05 ME-REPEATED-TITLE           PIC X(28)   VALUE
               'REPEATED FAILURES - REFUSED '.
               05 ME-REPEATED-TITLE-2         PIC X(14)   VALUE
               ' OR MORE TIMES'.
               05 ME-DORMANT-TITLE            PIC X(34)   VALUE
               'DORMANT OPERATORS - NO ACCESS FOR '.
               05 ME-DORMANT-TITLE-2          PIC X(14)   VALUE
               ' DAYS OR MORE '.
               05 ME-ACTIVITY-HEADINGS        PIC X(52)   VALUE
               'OPERATOR F  EVENTS SIGN-ON    USED REFUSED  LAST-REF'.
               05 ME-REPEATED-HEADINGS        PIC X(40)   VALUE
               'OPERATOR F  REFUSED  LAST-REF  LAST-TIME'.
               05 ME-DORMANT-HEADINGS         PIC X(29)   VALUE
               'OPERATOR LAST-ACT   IDLE-DAYS'.
               05 ME-REPEATED-MARK            PIC X(08)   VALUE
               'REPEATED'.
               05 ME-NEVER-ACTIVE             PIC X(08)   VALUE
               'NEVER   '.
               05 ME-BLANK-OPERATOR           PIC X(08)   VALUE
               '*NONE*  '.
               05 ME-NONE-LISTED              PIC X(14)   VALUE
               '  NONE LISTED '.
               05 ME-OPERATORS-UNCHECKED      PIC X(44)   VALUE
               'OPERATOR FILE NOT PRESENT - NOT CHECKED     '.
               05 ME-BAD-PARM-DATE            PIC X(44)   VALUE
               'PARM DATES MUST BE NUMERIC, FROM NOT PAST TO'.
               05 ME-BAD-PARM-NUMBER          PIC X(44)   VALUE
               'PARM DAYS AND LIMIT MUST BE NUMERIC, LIMIT>0'.
               05 ME-NO-SEC-FILE              PIC X(44)   VALUE
               'SECURITY EVENT LOG COULD NOT BE READ        '.
               05 ME-OPERATOR-FILE-BAD        PIC X(44)   VALUE
               'OPERATOR FILE COULD NOT BE READ - NOT RUN   '.
               05 ME-OPERATOR-TABLE-FULL      PIC X(44)   VALUE
               'MORE THAN 500 OPERATORS - REST NOT TALLIED  '.
               05 ME-TOTAL-READ               PIC X(22)   VALUE
               'EVENTS READ:          '.
               05 ME-TOTAL-IN-PERIOD          PIC X(22)   VALUE
               'EVENTS IN PERIOD:     '.
               05 ME-TOTAL-SIGN-ONS           PIC X(22)   VALUE
               'SIGN-ONS ACCEPTED:    '.
               05 ME-TOTAL-USED               PIC X(22)   VALUE
               'AUTHORITY USED:       '.
               05 ME-TOTAL-REFUSED            PIC X(22)   VALUE
               'REFUSALS:             '.
               05 ME-TOTAL-REPEATED           PIC X(22)   VALUE
               'OPERATORS REPEATING:  '.
               05 ME-TOTAL-DORMANT            PIC X(22)   VALUE
               'OPERATORS DORMANT:    '.
               05 ME-TOTAL-LOST               PIC X(22)   VALUE
               'EVENTS NOT TALLIED:   '.
               05 ME-SECR-DONE                PIC X(23)   VALUE
               'CALCSECR REPORT WRITTEN'.
      ******************************************************************
      *                    AREA   OF  WORK  VARIABLES
      ******************************************************************
           01 WS-VARS.
               05 WS-PARM-AREA                PIC X(80).
               05 WS-FROM-TEXT                PIC X(08).
               05 WS-TO-TEXT                  PIC X(08).
               05 WS-DAYS-TEXT                PIC X(03)
                                              JUSTIFIED RIGHT.
               05 WS-LIMIT-TEXT               PIC X(03)
                                              JUSTIFIED RIGHT.
               05 WS-FROM-DATE                PIC 9(08)   VALUE 0.
               05 WS-TO-DATE                  PIC 9(08)   VALUE 0.
               05 WS-TO-DAYS                  PIC 9(07)   VALUE 0.
               05 WS-DORMANT-DAYS             PIC 9(03)   VALUE 0.
               05 WS-FAILURE-LIMIT            PIC 9(03)   VALUE 0.
               05 WS-IDLE-DAYS                PIC S9(07)  VALUE 0.
               05 WS-RUN-DATE                 PIC 9(08).
               05 WS-COUNT-EDIT-1             PIC Z(6)9.
               05 WS-COUNT-EDIT-2             PIC Z(6)9.
               05 WS-COUNT-EDIT-3             PIC Z(6)9.
               05 WS-COUNT-EDIT-4             PIC Z(6)9.
               05 WS-IDLE-EDIT                PIC Z(8)9.
               05 WS-TITLE-EDIT               PIC ZZ9.
               05 WS-NEW-OPERATOR-ID          PIC X(08).
               05 WS-LAST-TEXT                PIC X(08).
               05 WS-SHOWN-ID                 PIC X(08).
               05 WS-MARK-TEXT                PIC X(08).
               05 WS-CURRENT-TITLE            PIC X(60).
               05 WS-CURRENT-HEADINGS         PIC X(52).
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
      * ONE ENTRY PER OPERATOR ID - FIRST EVERY ID ON THE OPERATOR
      * FILE, THEN ANY OTHER ID THE LOG NAMES IN THE PERIOD (AN ID
      * NOBODY SET UP, OR A BLANK ONE).  THE COUNTS COVER THE PERIOD;
      * THE LAST ACCEPTED DATE COVERS THE WHOLE LOG UP TO ITS END, SO
      * DORMANCY IS MEASURED AGAINST EVERYTHING ON FILE.  SAME
      * FIVE-HUNDRED LIMIT AS CALCAPRV'S OPERATOR TABLE.
               05 WS-OPERATOR-TABLE.
                   10 WS-OPERATOR-ENTRY       OCCURS 500 TIMES.
                       15 WS-OPR-ID           PIC X(08).
                       15 WS-OPR-ON-FILE      PIC X(01).
                           88 WS-OPR-IS-ON-FILE           VALUE 'Y'.
                       15 WS-OPR-EVENTS       PIC 9(07).
                       15 WS-OPR-SIGN-ONS     PIC 9(07).
                       15 WS-OPR-USED         PIC 9(07).
                       15 WS-OPR-REFUSED      PIC 9(07).
                       15 WS-OPR-REASON-COUNT PIC 9(05)
                                              OCCURS 13 TIMES.
                       15 WS-OPR-LAST-ACTIVE  PIC 9(08).
                       15 WS-OPR-LAST-REFUSAL PIC 9(08).
                       15 WS-OPR-LAST-REF-TIME
                                              PIC 9(08).
               05 WS-OPERATOR-COUNT           PIC 9(03)   VALUE 0.
               05 WS-OPR-SUB                  PIC 9(03)   VALUE 0.
               05 WS-OPR-HIT                  PIC 9(03)   VALUE 0.
               05 WS-REASON-SUB               PIC 9(02)   VALUE 0.
               05 WS-REASON-HIT               PIC 9(02)   VALUE 0.
      ******************************************************************
      *           C  O   N  S  T  A  N  T  S     A  R  E  A
      ******************************************************************
           01 CT-CONSTANTS.
               05 CT-LINES-PER-PAGE           PIC 9(02)   VALUE 20.
               05 CT-DORMANT-DAYS             PIC 9(03)   VALUE 90.
               05 CT-FAILURE-LIMIT            PIC 9(03)   VALUE 3.
               05 CT-OPERATOR-MAX             PIC 9(03)   VALUE 500.
      *
      * THE REFUSAL REASONS THE WRITERS LOG, AND THEIR TEXT FOR THE
      * REPORT.  THE LAST ENTRY ('??') CATCHES ANY REASON CODE THIS
      * PROGRAM DOES NOT KNOW.
               05 CT-REASON-LIST              PIC X(26)   VALUE
               'UONMOFNONSBABKUANISANANF??'.
               05 CT-REASON-CODE REDEFINES CT-REASON-LIST
                                              OCCURS 13 TIMES
                                              PIC X(02).
               05 CT-REASON-TEXT-LIST.
                   10 FILLER                  PIC X(24)   VALUE
                   'NOT ON OPERATOR FILE    '.
                   10 FILLER                  PIC X(24)   VALUE
                   'NO AUTHORITY - RUN MODE '.
                   10 FILLER                  PIC X(24)   VALUE
                   'OPERATOR FILE UNREADABLE'.
                   10 FILLER                  PIC X(24)   VALUE
                   'NO AUTHORITY - OPERATION'.
                   10 FILLER                  PIC X(24)   VALUE
                   'NO SUPERVISOR ID GIVEN  '.
                   10 FILLER                  PIC X(24)   VALUE
                   'ADJUSTMENT AMOUNT BAD   '.
                   10 FILLER                  PIC X(24)   VALUE
                   'ADJUSTMENT KEY BLANK    '.
                   10 FILLER                  PIC X(24)   VALUE
                   'ADJUSTMENT ACCT UNKNOWN '.
                   10 FILLER                  PIC X(24)   VALUE
                   'NO APPROVER ID GIVEN    '.
                   10 FILLER                  PIC X(24)   VALUE
                   'APPROVER IS SUBMITTER   '.
                   10 FILLER                  PIC X(24)   VALUE
                   'NO AUTHORITY - APPROVAL '.
                   10 FILLER                  PIC X(24)   VALUE
                   'NO OPERATOR FILE        '.
                   10 FILLER                  PIC X(24)   VALUE
                   'OTHER REASON            '.
               05 CT-REASON-TEXT REDEFINES CT-REASON-TEXT-LIST
                                              OCCURS 13 TIMES
                                              PIC X(24).
      ******************************************************************
      *                 F  L  A  G  S     A  R  E  A
      ******************************************************************
           01 SW-FLAGS.
               05 SW-RUN-STATUS               PIC X(01)   VALUE 'N'.
                   88 SW-CONTINUE-RUN                     VALUE 'N'.
                   88 SW-QUIT-REQUESTED                   VALUE 'Y'.
               05 SW-OPERATOR-FILE            PIC X(01)   VALUE 'Y'.
                   88 SW-OPERATORS-LOADED                 VALUE 'Y'.
                   88 SW-OPERATORS-ABSENT                 VALUE 'N'.
               05 SW-OPR-FOUND                PIC X(01)   VALUE 'N'.
                   88 SW-OPR-FOUND-YES                    VALUE 'Y'.
                   88 SW-OPR-FOUND-NO                     VALUE 'N'.
               05 SW-LOG-FAILED               PIC X(01)   VALUE 'N'.
                   88 SW-LOG-IS-GOOD                      VALUE 'N'.
                   88 SW-LOG-HAS-FAILED                   VALUE 'Y'.
               05 SW-TABLE-STATUS             PIC X(01)   VALUE 'N'.
                   88 SW-TABLE-HAS-ROOM                   VALUE 'N'.
                   88 SW-TABLE-IS-FULL                    VALUE 'Y'.
      ******************************************************************
      *             F  I  L  E     S  T  A  T  U  S     A  R  E  A
      ******************************************************************
           01 WS-FILE-STATUS-AREA.
               05 WS-SEC-STATUS               PIC X(02)   VALUE '00'.
                   88 WS-SEC-OK                           VALUE '00'.
                   88 WS-SEC-AT-EOF                       VALUE '10'.
                   88 WS-SEC-ABSENT                       VALUE '05'.
               05 WS-OPR-STATUS               PIC X(02)   VALUE '00'.
                   88 WS-OPR-OK                           VALUE '00'.
                   88 WS-OPR-AT-EOF                       VALUE '10'.
                   88 WS-OPR-NOT-FOUND                    VALUE '35'.
               05 WS-REPORT-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-REPORT-OK                        VALUE '00'.
      ******************************************************************
      *                C  O  U  N  T  E  R  S     A  R  E  A
      ******************************************************************
           01 WS-COUNTERS.
               05 WS-COUNT-READ                PIC 9(07)  VALUE 0.
               05 WS-COUNT-IN-PERIOD           PIC 9(07)  VALUE 0.
               05 WS-COUNT-SIGN-ONS            PIC 9(07)  VALUE 0.
               05 WS-COUNT-USED                PIC 9(07)  VALUE 0.
               05 WS-COUNT-REFUSED             PIC 9(07)  VALUE 0.
               05 WS-COUNT-REPEATED            PIC 9(07)  VALUE 0.
               05 WS-COUNT-DORMANT             PIC 9(07)  VALUE 0.
               05 WS-COUNT-LOST                PIC 9(07)  VALUE 0.
               05 WS-SECTION-LINES             PIC 9(07)  VALUE 0.
               05 WS-PAGE-NUMBER               PIC 9(04)  VALUE 0.
               05 WS-PAGE-NUMBER-EDIT          PIC Z(3)9.
               05 WS-LINE-COUNT                PIC 9(02)  VALUE 0.
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
      * NOTHING IS PRINTED UNTIL THE PARM IS GOOD AND BOTH INPUTS ARE
      * OPEN.  NO EVENT LOG YET IS AN EMPTY PERIOD, NOT AN ERROR; NO
      * OPERATOR FILE LEAVES NOTHING TO CHECK FOR DORMANCY, AS IN
      * CALCTOR1 WHERE IT MEANS SECURITY IS NOT IN USE.  EITHER FILE
      * THAT EXISTS BUT WILL NOT READ REFUSES THE RUN.
       100-START.
      *==========
           ACCEPT  WS-RUN-DATE   FROM DATE YYYYMMDD

           PERFORM 110-EDIT-PARM

           IF   NOT SW-QUIT-REQUESTED
                PERFORM 120-LOAD-OPERATORS
           END-IF

           IF   NOT SW-QUIT-REQUESTED
                OPEN INPUT CALC-SECURITY-LOG
                IF   NOT WS-SEC-OK  AND  NOT WS-SEC-ABSENT
                     DISPLAY ME-NO-SEC-FILE
                     MOVE 8                   TO       RETURN-CODE
                     SET  SW-QUIT-REQUESTED   TO       TRUE
                ELSE
                     OPEN OUTPUT CALC-SECURITY-REPORT
                END-IF
           END-IF
           .
      *
      * AN EMPTY DATE TAKES THE WHOLE LOG ON THE FROM SIDE AND TODAY
      * ON THE TO SIDE - THE TO-DATE IS ALSO WHERE DORMANCY IS
      * MEASURED FROM.  A NON-NUMERIC DATE, A FROM-DATE PAST THE
      * TO-DATE, OR A NON-NUMERIC DAYS OR LIMIT IS AN OPERATOR
      * KEYING ERROR AND ENDS THE RUN, SAME RULE AS CALCSTMT.
       110-EDIT-PARM.
      *==============
           MOVE CT-DORMANT-DAYS               TO       WS-DORMANT-DAYS
           MOVE CT-FAILURE-LIMIT              TO       WS-FAILURE-LIMIT

           ACCEPT  WS-PARM-AREA               FROM     COMMAND-LINE

           MOVE SPACES                        TO       WS-FROM-TEXT
                                                       WS-TO-TEXT
                                                       WS-DAYS-TEXT
                                                       WS-LIMIT-TEXT
           UNSTRING WS-PARM-AREA  DELIMITED BY ',' OR SPACE
                INTO WS-FROM-TEXT, WS-TO-TEXT, WS-DAYS-TEXT,
                     WS-LIMIT-TEXT
           END-UNSTRING

           IF   WS-FROM-TEXT = SPACES
                MOVE ZERO                     TO       WS-FROM-DATE
           ELSE
                IF   WS-FROM-TEXT IS NUMERIC
                     MOVE WS-FROM-TEXT        TO       WS-FROM-DATE
                ELSE
                     SET  SW-QUIT-REQUESTED   TO       TRUE
                END-IF
           END-IF

           IF   WS-TO-TEXT = SPACES
                MOVE WS-RUN-DATE              TO       WS-TO-DATE
           ELSE
                IF   WS-TO-TEXT IS NUMERIC
                     MOVE WS-TO-TEXT          TO       WS-TO-DATE
                ELSE
                     SET  SW-QUIT-REQUESTED   TO       TRUE
                END-IF
           END-IF

           IF   SW-QUIT-REQUESTED
           OR   WS-FROM-DATE > WS-TO-DATE
                DISPLAY ME-BAD-PARM-DATE
                MOVE 8                        TO       RETURN-CODE
                SET  SW-QUIT-REQUESTED        TO       TRUE
           END-IF

           IF   NOT SW-QUIT-REQUESTED
                IF   WS-DAYS-TEXT NOT = SPACES
                     INSPECT WS-DAYS-TEXT
                             REPLACING LEADING SPACE BY '0'
                     IF   WS-DAYS-TEXT IS NUMERIC
                          MOVE WS-DAYS-TEXT   TO       WS-DORMANT-DAYS
                     ELSE
                          SET  SW-QUIT-REQUESTED   TO  TRUE
                     END-IF
                END-IF
                IF   WS-LIMIT-TEXT NOT = SPACES
                     INSPECT WS-LIMIT-TEXT
                             REPLACING LEADING SPACE BY '0'
                     IF   WS-LIMIT-TEXT IS NUMERIC
                          MOVE WS-LIMIT-TEXT  TO       WS-FAILURE-LIMIT
                     ELSE
                          SET  SW-QUIT-REQUESTED   TO  TRUE
                     END-IF
                END-IF
                IF   SW-QUIT-REQUESTED
                OR   WS-FAILURE-LIMIT = ZERO
                     DISPLAY ME-BAD-PARM-NUMBER
                     MOVE 8                   TO       RETURN-CODE
                     SET  SW-QUIT-REQUESTED   TO       TRUE
                END-IF
           END-IF

           IF   NOT SW-QUIT-REQUESTED
                MOVE WS-TO-DATE               TO       WS-DTD-DATE
                PERFORM 510-DATE-TO-DAYS
                MOVE WS-DTD-DAYS              TO       WS-TO-DAYS
           END-IF
           .
      *
      * EVERY ID ON THE OPERATOR FILE GETS ITS ENTRY UP FRONT, SO AN
      * OPERATOR THE LOG NEVER NAMES STILL SHOWS UP AS DORMANT.
       120-LOAD-OPERATORS.
      *===================
           OPEN INPUT CALC-OPERATOR-FILE

           IF   WS-OPR-NOT-FOUND
                DISPLAY ME-OPERATORS-UNCHECKED
                SET  SW-OPERATORS-ABSENT      TO       TRUE
           ELSE
           IF   NOT WS-OPR-OK
                DISPLAY ME-OPERATOR-FILE-BAD
                MOVE 8                        TO       RETURN-CODE
                SET  SW-QUIT-REQUESTED        TO       TRUE
           ELSE
                PERFORM 121-READ-OPERATOR
                PERFORM UNTIL WS-OPR-AT-EOF
                     MOVE OP-OPERATOR-ID      TO   WS-NEW-OPERATOR-ID
                     PERFORM 225-ADD-OPERATOR
                     IF   SW-TABLE-IS-FULL
                          SET  WS-OPR-AT-EOF  TO       TRUE
                     ELSE
                          SET  WS-OPR-IS-ON-FILE (WS-OPR-HIT)
                                              TO       TRUE
                          PERFORM 121-READ-OPERATOR
                     END-IF
                END-PERFORM
                CLOSE CALC-OPERATOR-FILE
           END-IF
           END-IF
           .
      *
      * A READ ERROR PART WAY DOWN THE OPERATOR FILE REFUSES THE RUN
      * AND ENDS THE LOAD, THE SAME RULE AS CALCTOR1'S 111.
       121-READ-OPERATOR.
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
      * EVENTS AFTER THE TO-DATE ARE NOT LOOKED AT.  EVENTS BEFORE THE
      * FROM-DATE ARE NOT COUNTED BUT STILL MOVE AN OPERATOR'S LAST
      * ACCEPTED DATE, SO A SHORT PERIOD DOES NOT MAKE AN OPERATOR
      * WHO SIGNED ON LAST MONTH LOOK DORMANT.
       200-PROCESS.
      *============
           IF   WS-SEC-OK
                PERFORM 210-READ-EVENT
                PERFORM UNTIL WS-SEC-AT-EOF
                     ADD  1                   TO       WS-COUNT-READ
                     IF   SE-EVENT-DATE NOT > WS-TO-DATE
                          PERFORM 220-FIND-OPERATOR
                          IF   SE-EVENT-DATE NOT < WS-FROM-DATE
                               PERFORM 230-TALLY-EVENT
                          ELSE
                               IF   SW-OPR-FOUND-YES
                                    PERFORM 236-LAST-ACTIVE
                               END-IF
                          END-IF
                     END-IF
                     PERFORM 210-READ-EVENT
                END-PERFORM
           END-IF

           PERFORM 240-ACTIVITY-SECTION
           PERFORM 250-REPEATED-SECTION
           PERFORM 260-DORMANT-SECTION
           .
      *
      * A READ ERROR PART WAY DOWN THE LOG ENDS THE READ.  THE
      * SECTIONS ARE STILL PRINTED FROM WHAT WAS READ, BUT THE RUN
      * ENDS WITH RETURN CODE 8 SO NOBODY TRUSTS A SHORT REPORT.
       210-READ-EVENT.
      *===============
           READ CALC-SECURITY-LOG
               AT END
                   SET  WS-SEC-AT-EOF         TO       TRUE
           END-READ

           IF   NOT WS-SEC-OK  AND  NOT WS-SEC-AT-EOF
                DISPLAY ME-NO-SEC-FILE
                SET  SW-LOG-HAS-FAILED        TO       TRUE
                SET  WS-SEC-AT-EOF            TO       TRUE
           END-IF
           .
      *
       220-FIND-OPERATOR.
      *==================
           SET  SW-OPR-FOUND-NO               TO       TRUE
           MOVE ZERO                          TO       WS-OPR-HIT

           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL   WS-OPR-SUB > WS-OPERATOR-COUNT
                    OR     SW-OPR-FOUND-YES
                IF   WS-OPR-ID (WS-OPR-SUB) = SE-OPERATOR-ID
                     SET  SW-OPR-FOUND-YES    TO       TRUE
                     MOVE WS-OPR-SUB          TO       WS-OPR-HIT
                END-IF
           END-PERFORM
           .
      *
      * A NEW ENTRY STARTS WITH EVERY COUNT AND DATE AT ZERO, NOT ON
      * FILE ('N') - OR '?' WHEN THERE IS NO OPERATOR FILE TO SAY.  A
      * FULL TABLE SAYS SO ONCE ON THE CONSOLE; THE CALLER COUNTS WHAT
      * IT COULD NOT TALLY.
       225-ADD-OPERATOR.
      *=================
           IF   WS-OPERATOR-COUNT >= CT-OPERATOR-MAX
                IF   SW-TABLE-HAS-ROOM
                     DISPLAY ME-OPERATOR-TABLE-FULL
                END-IF
                SET  SW-TABLE-IS-FULL         TO       TRUE
                MOVE ZERO                     TO       WS-OPR-HIT
           ELSE
                ADD  1                        TO       WS-OPERATOR-COUNT
                MOVE WS-OPERATOR-COUNT        TO       WS-OPR-HIT
                MOVE WS-NEW-OPERATOR-ID
                  TO WS-OPR-ID           (WS-OPR-HIT)
                IF   SW-OPERATORS-ABSENT
                     MOVE '?'
                       TO WS-OPR-ON-FILE (WS-OPR-HIT)
                ELSE
                     MOVE 'N'
                       TO WS-OPR-ON-FILE (WS-OPR-HIT)
                END-IF
                MOVE ZERO
                  TO WS-OPR-EVENTS       (WS-OPR-HIT)
                     WS-OPR-SIGN-ONS     (WS-OPR-HIT)
                     WS-OPR-USED         (WS-OPR-HIT)
                     WS-OPR-REFUSED      (WS-OPR-HIT)
                     WS-OPR-LAST-ACTIVE  (WS-OPR-HIT)
                     WS-OPR-LAST-REFUSAL (WS-OPR-HIT)
                     WS-OPR-LAST-REF-TIME (WS-OPR-HIT)
                PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                        UNTIL   WS-REASON-SUB > 13
                     MOVE ZERO
                       TO WS-OPR-REASON-COUNT (WS-OPR-HIT
                                               WS-REASON-SUB)
                END-PERFORM
           END-IF
           .
      *
      * AN ID THE OPERATOR FILE DOES NOT KNOW IS ADDED THE FIRST TIME
      * THE PERIOD NAMES IT.  A SIGN-ON OR AUTHORITY USE IS ACCEPTED
      * ACTIVITY; A REFUSAL IS COUNTED UNDER ITS REASON AND NEVER
      * COUNTS AS ACTIVITY.
       230-TALLY-EVENT.
      *================
           ADD  1                        TO       WS-COUNT-IN-PERIOD

           IF   SW-OPR-FOUND-NO
                MOVE SE-OPERATOR-ID           TO   WS-NEW-OPERATOR-ID
                PERFORM 225-ADD-OPERATOR
           END-IF

           IF   WS-OPR-HIT = ZERO
                ADD  1                        TO       WS-COUNT-LOST
           ELSE
                ADD  1          TO    WS-OPR-EVENTS (WS-OPR-HIT)
                EVALUATE TRUE
                    WHEN SE-SIGN-ON
                         ADD  1               TO       WS-COUNT-SIGN-ONS
                         ADD  1     TO    WS-OPR-SIGN-ONS (WS-OPR-HIT)
                         PERFORM 236-LAST-ACTIVE
                    WHEN SE-AUTHORITY-USED
                         ADD  1               TO       WS-COUNT-USED
                         ADD  1     TO    WS-OPR-USED (WS-OPR-HIT)
                         PERFORM 236-LAST-ACTIVE
                    WHEN SE-REFUSAL
                         ADD  1               TO       WS-COUNT-REFUSED
                         ADD  1     TO    WS-OPR-REFUSED (WS-OPR-HIT)
                         PERFORM 235-FIND-REASON
                         ADD  1
                           TO WS-OPR-REASON-COUNT (WS-OPR-HIT
                                                   WS-REASON-HIT)
                         IF   SE-EVENT-DATE
                                > WS-OPR-LAST-REFUSAL (WS-OPR-HIT)
                         OR  (SE-EVENT-DATE
                                = WS-OPR-LAST-REFUSAL (WS-OPR-HIT)
                         AND  SE-EVENT-TIME
                                > WS-OPR-LAST-REF-TIME (WS-OPR-HIT))
                              MOVE SE-EVENT-DATE
                                TO WS-OPR-LAST-REFUSAL  (WS-OPR-HIT)
                              MOVE SE-EVENT-TIME
                                TO WS-OPR-LAST-REF-TIME (WS-OPR-HIT)
                         END-IF
                END-EVALUATE
           END-IF
           .
      *
       235-FIND-REASON.
      *================
           MOVE 13                            TO       WS-REASON-HIT

           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL   WS-REASON-SUB > 12
                IF   SE-REASON-CODE = CT-REASON-CODE (WS-REASON-SUB)
                AND  WS-REASON-HIT = 13
                     MOVE WS-REASON-SUB       TO       WS-REASON-HIT
                END-IF
           END-PERFORM
           .
      *
      * ONLY AN ACCEPTED SIGN-ON OR AUTHORITY USE MOVES THE LAST
      * ACTIVE DATE - THE LOG IS IN TIME ORDER, BUT A LATER DATE IS
      * NEVER TAKEN BACK FOR AN EARLIER ONE.
       236-LAST-ACTIVE.
      *================
           IF   (SE-SIGN-ON  OR  SE-AUTHORITY-USED)
           AND  SE-EVENT-DATE > WS-OPR-LAST-ACTIVE (WS-OPR-HIT)
                MOVE SE-EVENT-DATE
                  TO WS-OPR-LAST-ACTIVE (WS-OPR-HIT)
           END-IF
           .
      *
      * SECTION 1: EVERY OPERATOR WITH ANY EVENT IN THE PERIOD, ON
      * FILE ('Y') OR NOT ('N', OR '?' WITH NO OPERATOR FILE), AND
      * UNDER IT ONE LINE PER REASON THEY WERE REFUSED FOR.
       240-ACTIVITY-SECTION.
      *=====================
           MOVE SPACES                        TO   WS-CURRENT-TITLE
           MOVE ME-ACTIVITY-TITLE             TO   WS-CURRENT-TITLE
           MOVE ME-ACTIVITY-HEADINGS          TO   WS-CURRENT-HEADINGS
           PERFORM 280-PRINT-PAGE-HEADER
           MOVE ZERO                          TO   WS-SECTION-LINES

           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL   WS-OPR-SUB > WS-OPERATOR-COUNT
                IF   WS-OPR-EVENTS (WS-OPR-SUB) > ZERO
                     PERFORM 245-ACTIVITY-LINE
                     PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                             UNTIL   WS-REASON-SUB > 13
                          IF   WS-OPR-REASON-COUNT (WS-OPR-SUB
                                                    WS-REASON-SUB)
                                 > ZERO
                               PERFORM 246-REASON-LINE
                          END-IF
                     END-PERFORM
                END-IF
           END-PERFORM

           PERFORM 290-NONE-LINE
           .
      *
       245-ACTIVITY-LINE.
      *==================
           PERFORM 270-SHOWN-OPERATOR

           MOVE WS-OPR-EVENTS (WS-OPR-SUB)    TO       WS-COUNT-EDIT-1
           MOVE WS-OPR-SIGN-ONS (WS-OPR-SUB)  TO       WS-COUNT-EDIT-2
           MOVE WS-OPR-USED (WS-OPR-SUB)      TO       WS-COUNT-EDIT-3
           MOVE WS-OPR-REFUSED (WS-OPR-SUB)   TO       WS-COUNT-EDIT-4

           IF   WS-OPR-REFUSED (WS-OPR-SUB) = ZERO
                MOVE SPACES                   TO       WS-LAST-TEXT
           ELSE
                MOVE WS-OPR-LAST-REFUSAL (WS-OPR-SUB)
                                              TO       WS-LAST-TEXT
           END-IF

           IF   WS-OPR-REFUSED (WS-OPR-SUB) NOT < WS-FAILURE-LIMIT
                MOVE ME-REPEATED-MARK         TO       WS-MARK-TEXT
           ELSE
                MOVE SPACES                   TO       WS-MARK-TEXT
           END-IF

           IF   WS-LINE-COUNT >= CT-LINES-PER-PAGE
                PERFORM 280-PRINT-PAGE-HEADER
           END-IF

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  WS-SHOWN-ID        DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-OPR-ON-FILE (WS-OPR-SUB)
                                      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-COUNT-EDIT-1    DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-COUNT-EDIT-2    DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-COUNT-EDIT-3    DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-COUNT-EDIT-4    DELIMITED BY SIZE
                   '  '               DELIMITED BY SIZE
                   WS-LAST-TEXT       DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-MARK-TEXT       DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           ADD  1                             TO       WS-LINE-COUNT
           ADD  1                             TO       WS-SECTION-LINES
           .
      *
       246-REASON-LINE.
      *================
           MOVE WS-OPR-REASON-COUNT (WS-OPR-SUB WS-REASON-SUB)
                                              TO       WS-COUNT-EDIT-1

           IF   WS-LINE-COUNT >= CT-LINES-PER-PAGE
                PERFORM 280-PRINT-PAGE-HEADER
           END-IF

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  '           '      DELIMITED BY SIZE
                   CT-REASON-CODE (WS-REASON-SUB)
                                      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   CT-REASON-TEXT (WS-REASON-SUB)
                                      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-COUNT-EDIT-1    DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           ADD  1                             TO       WS-LINE-COUNT
           .
      *
      * SECTION 2: EVERY OPERATOR ID REFUSED AT LEAST THE LIMIT NUMBER
      * OF TIMES IN THE PERIOD, WITH THE DATE AND TIME OF THE LATEST
      * REFUSAL TO FIND IT BY ON THE LOG.
       250-REPEATED-SECTION.
      *=====================
           MOVE WS-FAILURE-LIMIT              TO       WS-TITLE-EDIT
           MOVE SPACES                        TO       WS-CURRENT-TITLE
           STRING  ME-REPEATED-TITLE  DELIMITED BY SIZE
                   WS-TITLE-EDIT      DELIMITED BY SIZE
                   ME-REPEATED-TITLE-2
                                      DELIMITED BY SIZE
              INTO WS-CURRENT-TITLE
           END-STRING
           MOVE ME-REPEATED-HEADINGS          TO   WS-CURRENT-HEADINGS
           PERFORM 280-PRINT-PAGE-HEADER
           MOVE ZERO                          TO   WS-SECTION-LINES

           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL   WS-OPR-SUB > WS-OPERATOR-COUNT
                IF   WS-OPR-REFUSED (WS-OPR-SUB) > ZERO
                AND  WS-OPR-REFUSED (WS-OPR-SUB)
                       NOT < WS-FAILURE-LIMIT
                     PERFORM 255-REPEATED-LINE
                END-IF
           END-PERFORM

           PERFORM 290-NONE-LINE
           .
      *
       255-REPEATED-LINE.
      *==================
           ADD  1                             TO       WS-COUNT-REPEATED
           PERFORM 270-SHOWN-OPERATOR

           MOVE WS-OPR-REFUSED (WS-OPR-SUB)   TO       WS-COUNT-EDIT-1

           IF   WS-LINE-COUNT >= CT-LINES-PER-PAGE
                PERFORM 280-PRINT-PAGE-HEADER
           END-IF

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  WS-SHOWN-ID        DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-OPR-ON-FILE (WS-OPR-SUB)
                                      DELIMITED BY SIZE
                   '  '               DELIMITED BY SIZE
                   WS-COUNT-EDIT-1    DELIMITED BY SIZE
                   '  '               DELIMITED BY SIZE
                   WS-OPR-LAST-REFUSAL (WS-OPR-SUB)
                                      DELIMITED BY SIZE
                   '  '               DELIMITED BY SIZE
                   WS-OPR-LAST-REF-TIME (WS-OPR-SUB)
                                      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           ADD  1                             TO       WS-LINE-COUNT
           ADD  1                             TO       WS-SECTION-LINES
           .
      *
      * SECTION 3: EVERY ID ON THE OPERATOR FILE WHOSE LAST ACCEPTED
      * SIGN-ON OR AUTHORITY USE IS AT LEAST THE SET NUMBER OF DAYS
      * BEFORE THE TO-DATE, OR WHO HAS NONE ON THE LOG AT ALL.  AN
      * OPERATOR LAST ACTIVE BEFORE THE LOG BEGAN SHOWS AS NEVER.
       260-DORMANT-SECTION.
      *====================
           MOVE WS-DORMANT-DAYS               TO       WS-TITLE-EDIT
           MOVE SPACES                        TO       WS-CURRENT-TITLE
           STRING  ME-DORMANT-TITLE   DELIMITED BY SIZE
                   WS-TITLE-EDIT      DELIMITED BY SIZE
                   ME-DORMANT-TITLE-2 DELIMITED BY SIZE
              INTO WS-CURRENT-TITLE
           END-STRING
           MOVE ME-DORMANT-HEADINGS           TO   WS-CURRENT-HEADINGS
           PERFORM 280-PRINT-PAGE-HEADER
           MOVE ZERO                          TO   WS-SECTION-LINES

           IF   SW-OPERATORS-ABSENT
                MOVE SPACES                   TO       RP-REPORT-RECORD
                MOVE ME-OPERATORS-UNCHECKED   TO       RP-REPORT-RECORD
                WRITE RP-REPORT-RECORD
                ADD  1                        TO       WS-SECTION-LINES
           END-IF

           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL   WS-OPR-SUB > WS-OPERATOR-COUNT
                IF   WS-OPR-IS-ON-FILE (WS-OPR-SUB)
                     IF   WS-OPR-LAST-ACTIVE (WS-OPR-SUB) = ZERO
                          MOVE ZERO           TO       WS-IDLE-DAYS
                          PERFORM 265-DORMANT-LINE
                     ELSE
                          MOVE WS-OPR-LAST-ACTIVE (WS-OPR-SUB)
                                              TO       WS-DTD-DATE
                          PERFORM 510-DATE-TO-DAYS
                          SUBTRACT WS-DTD-DAYS    FROM     WS-TO-DAYS
                                                  GIVING   WS-IDLE-DAYS
                          IF   WS-IDLE-DAYS NOT < WS-DORMANT-DAYS
                               PERFORM 265-DORMANT-LINE
                          END-IF
                     END-IF
                END-IF
           END-PERFORM

           PERFORM 290-NONE-LINE
           .
      *
       265-DORMANT-LINE.
      *=================
           ADD  1                             TO       WS-COUNT-DORMANT
           PERFORM 270-SHOWN-OPERATOR

           IF   WS-OPR-LAST-ACTIVE (WS-OPR-SUB) = ZERO
                MOVE ME-NEVER-ACTIVE          TO       WS-LAST-TEXT
           ELSE
                MOVE WS-OPR-LAST-ACTIVE (WS-OPR-SUB)
                                              TO       WS-LAST-TEXT
                MOVE WS-IDLE-DAYS             TO       WS-IDLE-EDIT
           END-IF

           IF   WS-LINE-COUNT >= CT-LINES-PER-PAGE
                PERFORM 280-PRINT-PAGE-HEADER
           END-IF

           MOVE SPACES                        TO       RP-REPORT-RECORD
           IF   WS-OPR-LAST-ACTIVE (WS-OPR-SUB) = ZERO
                STRING  WS-SHOWN-ID        DELIMITED BY SIZE
                        ' '                DELIMITED BY SIZE
                        WS-LAST-TEXT       DELIMITED BY SIZE
                   INTO RP-REPORT-RECORD
                END-STRING
           ELSE
                STRING  WS-SHOWN-ID        DELIMITED BY SIZE
                        ' '                DELIMITED BY SIZE
                        WS-LAST-TEXT       DELIMITED BY SIZE
                        '   '              DELIMITED BY SIZE
                        WS-IDLE-EDIT       DELIMITED BY SIZE
                   INTO RP-REPORT-RECORD
                END-STRING
           END-IF
           WRITE RP-REPORT-RECORD

           ADD  1                             TO       WS-LINE-COUNT
           ADD  1                             TO       WS-SECTION-LINES
           .
      *
      * A BLANK OPERATOR ID (AN ADJUSTMENT OR DECISION KEYED WITH NO
      * ID) IS SHOWN AS *NONE* SO THE LINE DOES NOT START BLANK.
       270-SHOWN-OPERATOR.
      *===================
           IF   WS-OPR-ID (WS-OPR-SUB) = SPACES
                MOVE ME-BLANK-OPERATOR        TO       WS-SHOWN-ID
           ELSE
                MOVE WS-OPR-ID (WS-OPR-SUB)   TO       WS-SHOWN-ID
           END-IF
           .
      *
      * EVERY SECTION STARTS ON A NEW PAGE, SO EACH ONE CAN BE HANDED
      * TO WHOEVER REVIEWS IT ON ITS OWN.
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
           STRING  ME-PERIOD-HEADER           DELIMITED BY SIZE
                   WS-FROM-DATE               DELIMITED BY SIZE
                   ME-PERIOD-TO               DELIMITED BY SIZE
                   WS-TO-DATE                 DELIMITED BY SIZE
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
       290-NONE-LINE.
      *==============
           IF   WS-SECTION-LINES = ZERO
                MOVE SPACES                   TO       RP-REPORT-RECORD
                MOVE ME-NONE-LISTED           TO       RP-REPORT-RECORD
                WRITE RP-REPORT-RECORD
           END-IF
           .
      *
       300-END.
      *=========
           IF   NOT SW-QUIT-REQUESTED
                PERFORM 310-REPORT-TOTALS
                CLOSE CALC-SECURITY-LOG
                CLOSE CALC-SECURITY-REPORT
                DISPLAY ME-SECR-DONE

                EVALUATE TRUE
                    WHEN SW-LOG-HAS-FAILED
                         MOVE 8               TO       RETURN-CODE
                    WHEN WS-COUNT-REPEATED > ZERO
                    OR   WS-COUNT-DORMANT  > ZERO
                    OR   WS-COUNT-LOST     > ZERO
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
           STRING  ME-TOTAL-READ      DELIMITED BY SIZE
                   WS-COUNT-READ      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-IN-PERIOD DELIMITED BY SIZE
                   WS-COUNT-IN-PERIOD DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-SIGN-ONS  DELIMITED BY SIZE
                   WS-COUNT-SIGN-ONS  DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-USED      DELIMITED BY SIZE
                   WS-COUNT-USED      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-REFUSED   DELIMITED BY SIZE
                   WS-COUNT-REFUSED   DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-REPEATED  DELIMITED BY SIZE
                   WS-COUNT-REPEATED  DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-DORMANT   DELIMITED BY SIZE
                   WS-COUNT-DORMANT   DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-LOST      DELIMITED BY SIZE
                   WS-COUNT-LOST      DELIMITED BY SIZE
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
