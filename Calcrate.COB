      ******************************************************************
      * AUTHOR:  JOSUE RIVAS
      * DATE:    15/10/2026
      * PURPOSE: RATE TABLE MAINTENANCE AND LISTING FOR THE CALCTOR1
      *          RATE CONVERSION ('C').  THE TABLE (CALCRTE) HOLDS ONE
      *          ROW PER RATE CODE PER EFFECTIVE DATE; THE ROW IN FORCE
      *          ON A DATE IS THE LATEST ONE EFFECTIVE ON OR BEFORE IT,
      *          UNLESS ITS EXPIRY DATE HAS PASSED.  A NEW RATE IS A
      *          NEW DATED ROW, NEVER AN EDIT OF THE ONE IN FORCE, SO
      *          THE RATE ANY PAST CONVERSION USED STAYS ON FILE.
      *          READS MAINTENANCE TRANSACTIONS FROM CALCRTX AND, PER
      *          RECORD:
      *            A = ADD A RATE ROW (CODE, EFFECTIVE DATE, RATE,
      *                OPTIONAL EXPIRY AND DESCRIPTION).  THE EFFECTIVE
      *                DATE MAY NOT BE BEFORE TODAY - HISTORY IS NOT
      *                REWRITTEN
      *            C = CHANGE A ROW'S DESCRIPTION, OR ITS RATE WHILE
      *                THE ROW IS NOT YET IN FORCE
      *            X = EXPIRE A ROW AT THE GIVEN DATE (TODAY IF BLANK)
      *                - THE LAST DAY IT MAY BE USED
      *            D = DELETE A ROW NOT YET IN FORCE
      *            I = INQUIRE ON EVERY ROW OF ONE RATE CODE
      *            L = LIST THE TABLE FROM THE GIVEN CODE (OR FROM THE
      *                START WHEN THE CODE IS BLANK)
      *          EVERY ACTION AND ITS OUTCOME IS PRINTED ON THE RATE
      *          REPORT (CALCRTR); LISTED ROWS SHOW WHETHER EACH IS
      *          FUTURE, IN FORCE, SUPERSEDED OR EXPIRED TODAY.
      *
      *          RETURN CODES: 0 = ALL ACTIONS APPLIED, 4 = SOME
      *          ACTIONS WERE REJECTED (SHOWN ON THE REPORT),
      *          8 = THE RATE TABLE OR THE MAINTENANCE FILE COULD NOT
      *          BE OPENED, OR THE TABLE WOULD NOT TAKE AN UPDATE.
      *
      * MODIFICATION HISTORY:
      * 15/10/26  JR  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRATE.
      ******************************************************************
      *         E  N  V  I  R  O  N  M  E  N  T   D  I  V  I  S  I  O  N
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-RATE-MAINT         ASSIGN TO CALCRTX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-MAINT-STATUS.
           SELECT CALC-RATE-FILE          ASSIGN TO CALCRTE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RT-RATE-KEY
               FILE STATUS  IS WS-RATE-STATUS.
           SELECT CALC-RATE-REPORT        ASSIGN TO CALCRTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.
      ******************************************************************
      *              D  A  T  A     D  I  V  I  S  I  O  N
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * RATE MAINTENANCE TRANSACTIONS - ONE ACTION PER RECORD.  THE
      * RATE IS USED BY 'A' AND 'C', THE EXPIRY BY 'A' AND 'X', THE
      * DESCRIPTION BY 'A' AND 'C'.  THE OPERATOR ID IS REQUIRED ON
      * EVERY ACTION THAT CHANGES THE TABLE AND IS STAMPED ON THE ROW.
      *----------------------------------------------------------------
           FD  CALC-RATE-MAINT.
           01  RX-MAINT-RECORD.
               05  RX-ACTION                   PIC X(01).
                   88  RX-ACTION-ADD           VALUE 'A'.
                   88  RX-ACTION-CHANGE        VALUE 'C'.
                   88  RX-ACTION-EXPIRE        VALUE 'X'.
                   88  RX-ACTION-DELETE        VALUE 'D'.
                   88  RX-ACTION-INQUIRE       VALUE 'I'.
                   88  RX-ACTION-LIST          VALUE 'L'.
               05  RX-RATE-CODE                PIC X(06).
               05  RX-EFFECTIVE-TEXT           PIC X(08).
               05  RX-EFFECTIVE-DATE REDEFINES RX-EFFECTIVE-TEXT
                                               PIC 9(08).
               05  RX-RATE-TEXT                PIC X(11).
                   88  RX-NO-RATE              VALUE SPACES.
               05  RX-RATE-VALUE REDEFINES RX-RATE-TEXT
                                               PIC 9(05)V9(06).
               05  RX-EXPIRY-TEXT              PIC X(08).
                   88  RX-NO-EXPIRY            VALUE SPACES.
               05  RX-EXPIRY-DATE REDEFINES RX-EXPIRY-TEXT
                                               PIC 9(08).
               05  RX-DESCRIPTION              PIC X(30).
               05  RX-OPERATOR-ID              PIC X(08).
               05  FILLER                      PIC X(08).
      *----------------------------------------------------------------
      * RATE TABLE - SAME LAYOUT AS CALCTOR1 READS.  AN EXPIRY DATE
      * OF ZERO MEANS THE ROW RUNS UNTIL A LATER ROW SUPERSEDES IT.
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
      * RATE REPORT - ONE LINE PER ACTION AND ITS OUTCOME, AND ONE PER
      * ROW LISTED
      *----------------------------------------------------------------
           FD  CALC-RATE-REPORT.
           01  RP-REPORT-RECORD                PIC X(80).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *            M  E  S  S  A  G  E  S     A  R  E  A
      ******************************************************************
           01 ME-MESSAGES.
               05 ME-REPORT-TITLE             PIC X(30)   VALUE
               'CALCRTE RATE TABLE MAINTENANCE'.
               05 ME-REPORT-PAGE              PIC X(07)   VALUE
               '  PAGE '.
               05 ME-REPORT-DATE              PIC X(07)   VALUE
               '  DATE '.
               05 ME-COLUMN-HEADINGS.
                   10 ME-COL-CODE           PIC X(07)   VALUE 'CODE'.
                   10 ME-COL-FROM           PIC X(09)   VALUE 'FROM'.
                   10 ME-COL-TO             PIC X(09)   VALUE 'TO'.
                   10 ME-COL-RATE           PIC X(13)   VALUE
                   '        RATE '.
                   10 ME-COL-DESCRIPTION    PIC X(25)   VALUE
                   'DESCRIPTION'.
                   10 ME-COL-STATUS         PIC X(06)   VALUE 'STATUS'.
               05 ME-RATE-ADDED               PIC X(10)   VALUE
               'RATE ADDED'.
               05 ME-RATE-CHANGED             PIC X(12)   VALUE
               'RATE CHANGED'.
               05 ME-RATE-EXPIRED-TO          PIC X(16)   VALUE
               'RATE EXPIRES ON '.
               05 ME-RATE-DELETED             PIC X(12)   VALUE
               'RATE DELETED'.
               05 ME-RATE-EXISTS              PIC X(31)   VALUE
               'RATE ALREADY ON FILE FOR DATE  '.
               05 ME-RATE-UNKNOWN             PIC X(16)   VALUE
               'RATE NOT ON FILE'.
               05 ME-RATE-IN-FORCE            PIC X(33)   VALUE
               'RATE IN USE - ADD A NEW DATED ROW'.
               05 ME-BAD-CODE                 PIC X(25)   VALUE
               'RATE CODE BLANK OR BAD   '.
               05 ME-BAD-EFFECTIVE            PIC X(27)   VALUE
               'EFFECTIVE DATE NOT GOOD    '.
               05 ME-PAST-EFFECTIVE           PIC X(30)   VALUE
               'EFFECTIVE DATE BEFORE TODAY   '.
               05 ME-BAD-RATE                 PIC X(21)   VALUE
               'RATE VALUE NOT GOOD  '.
               05 ME-BAD-EXPIRY               PIC X(21)   VALUE
               'EXPIRY DATE NOT GOOD '.
               05 ME-NO-OPERATOR              PIC X(24)   VALUE
               'ACTION NEEDS OPERATOR ID'.
               05 ME-NOTHING-CHANGED          PIC X(24)   VALUE
               'NOTHING GIVEN TO CHANGE '.
               05 ME-BAD-ACTION               PIC X(20)   VALUE
               'ACTION CODE UNKNOWN '.
               05 ME-RATE-IO-BAD              PIC X(28)   VALUE
               'RATE TABLE READ/WRITE FAILED'.
               05 ME-NO-MAINT-FILE            PIC X(34)   VALUE
               'CALC-RATE-MAINT COULD NOT BE READ '.
               05 ME-NO-RATE-FILE             PIC X(40)   VALUE
               'RATE TABLE COULD NOT BE OPENED - NOT RUN'.
               05 ME-STATUS-FUTURE            PIC X(10)   VALUE
               'FUTURE    '.
               05 ME-STATUS-IN-FORCE          PIC X(10)   VALUE
               'IN FORCE  '.
               05 ME-STATUS-SUPERSEDED        PIC X(10)   VALUE
               'SUPERSEDED'.
               05 ME-STATUS-EXPIRED           PIC X(10)   VALUE
               'EXPIRED   '.
               05 ME-EXPIRY-OPEN              PIC X(08)   VALUE
               'OPEN    '.
               05 ME-TOTAL-READ               PIC X(22)   VALUE
               'ACTIONS READ:         '.
               05 ME-TOTAL-APPLIED            PIC X(22)   VALUE
               'ACTIONS APPLIED:      '.
               05 ME-TOTAL-REJECTED           PIC X(22)   VALUE
               'ACTIONS REJECTED:     '.
               05 ME-MAINT-DONE               PIC X(27)   VALUE
               'CALCRATE MAINTENANCE ENDED '.
      ******************************************************************
      *                    AREA   OF  WORK  VARIABLES
      ******************************************************************
           01 WS-VARS.
               05 WS-RUN-DATE                 PIC 9(08).
               05 WS-RATE-EDIT                PIC Z(4)9.9(6).
               05 WS-EXPIRY-TEXT              PIC X(08).
               05 WS-STATUS-TEXT              PIC X(10).
               05 WS-OUTCOME-TEXT             PIC X(33).
               05 WS-NEW-EXPIRY               PIC 9(08)   VALUE 0.
      *
      * THE ROW WAITING TO BE LISTED.  ITS STATUS DEPENDS ON THE ROW
      * AFTER IT - A LATER ROW OF THE SAME CODE ALREADY IN EFFECT
      * SUPERSEDES IT - SO EACH ROW IS HELD UNTIL THE NEXT IS READ.
           01 WS-HELD-RATE.
               05 WS-HELD-KEY.
                   10 WS-HELD-CODE            PIC X(06).
                   10 WS-HELD-EFFECTIVE       PIC 9(08).
               05 WS-HELD-VALUE               PIC 9(05)V9(06).
               05 WS-HELD-EXPIRY              PIC 9(08).
               05 WS-HELD-DESCRIPTION         PIC X(30).
               05 FILLER                      PIC X(37).
      ******************************************************************
      *                 F  L  A  G  S     A  R  E  A
      ******************************************************************
           01 SW-FLAGS.
               05 SW-RUN-STATUS               PIC X(01)   VALUE 'N'.
                   88 SW-CONTINUE-RUN                     VALUE 'N'.
                   88 SW-QUIT-REQUESTED                   VALUE 'Y'.
               05 SW-ACTION-RESULT            PIC X(01)   VALUE 'Y'.
                   88 SW-ACTION-APPLIED                   VALUE 'Y'.
                   88 SW-ACTION-REJECTED                  VALUE 'N'.
               05 SW-RATE-FAILED              PIC X(01)   VALUE 'N'.
                   88 SW-RATE-IS-GOOD                     VALUE 'N'.
                   88 SW-RATE-HAS-FAILED                  VALUE 'Y'.
               05 SW-HELD                     PIC X(01)   VALUE 'N'.
                   88 SW-HELD-ROW                         VALUE 'Y'.
                   88 SW-HELD-NONE                        VALUE 'N'.
               05 SW-LIST                     PIC X(01)   VALUE 'N'.
                   88 SW-LIST-DONE                        VALUE 'Y'.
                   88 SW-LIST-GOING                       VALUE 'N'.
               05 SW-SUPERSEDED               PIC X(01)   VALUE 'N'.
                   88 SW-HELD-SUPERSEDED                  VALUE 'Y'.
                   88 SW-HELD-NOT-SUPERSEDED              VALUE 'N'.
      ******************************************************************
      *             F  I  L  E     S  T  A  T  U  S     A  R  E  A
      ******************************************************************
           01 WS-FILE-STATUS-AREA.
               05 WS-MAINT-STATUS             PIC X(02)   VALUE '00'.
                   88 WS-MAINT-OK                         VALUE '00'.
                   88 WS-MAINT-AT-EOF                     VALUE '10'.
               05 WS-RATE-STATUS              PIC X(02)   VALUE '00'.
                   88 WS-RATE-OK                          VALUE '00'.
                   88 WS-RATE-AT-EOF                      VALUE '10'.
                   88 WS-RATE-NO-RECORD                   VALUE '23'.
                   88 WS-RATE-NOT-FOUND                   VALUE '35'.
               05 WS-REPORT-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-REPORT-OK                        VALUE '00'.
      ******************************************************************
      *                C  O  U  N  T  E  R  S     A  R  E  A
      ******************************************************************
           01 WS-COUNTERS.
               05 WS-COUNT-READ                PIC 9(07)  VALUE 0.
               05 WS-COUNT-APPLIED             PIC 9(07)  VALUE 0.
               05 WS-COUNT-REJECTED            PIC 9(07)  VALUE 0.
               05 WS-COUNT-LISTED              PIC 9(07)  VALUE 0.
               05 WS-PAGE-NUMBER               PIC 9(04)  VALUE 0.
               05 WS-PAGE-NUMBER-EDIT          PIC Z(3)9.
               05 WS-LINE-COUNT                PIC 9(02)  VALUE 0.
      ******************************************************************
      *           C  O   N  S  T  A  N  T  S     A  R  E  A
      ******************************************************************
           01 CT-CONSTANTS.
               05 CT-LINES-PER-PAGE           PIC 9(02)   VALUE 20.
               05 CT-REFERENCE-FLAG           PIC X(01)   VALUE '*'.
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
           ACCEPT  WS-RUN-DATE   FROM DATE YYYYMMDD

           OPEN INPUT CALC-RATE-MAINT

           IF   NOT WS-MAINT-OK
                DISPLAY ME-NO-MAINT-FILE
                MOVE 8                        TO       RETURN-CODE
                SET  SW-QUIT-REQUESTED        TO       TRUE
           END-IF

      * FIRST EVER RUN HAS NO TABLE YET - CREATE AN EMPTY ONE, THEN
      * REOPEN IT I-O, THE SAME WAY CALCMNT TREATS THE MASTER.  A
      * TABLE THAT STILL WILL NOT OPEN REFUSES THE RUN.
           IF   NOT SW-QUIT-REQUESTED
                OPEN I-O CALC-RATE-FILE
                IF   WS-RATE-NOT-FOUND
                     OPEN OUTPUT CALC-RATE-FILE
                     CLOSE CALC-RATE-FILE
                     OPEN I-O CALC-RATE-FILE
                END-IF
                IF   NOT WS-RATE-OK
                     DISPLAY ME-NO-RATE-FILE
                     MOVE 8                   TO       RETURN-CODE
                     SET  SW-QUIT-REQUESTED   TO       TRUE
                     CLOSE CALC-RATE-MAINT
                ELSE
                     OPEN OUTPUT CALC-RATE-REPORT
                END-IF
           END-IF
           .
      *
       200-PROCESS.
      *============
           PERFORM 210-READ-MAINT

           PERFORM UNTIL WS-MAINT-AT-EOF  OR  SW-RATE-HAS-FAILED
                ADD  1                        TO       WS-COUNT-READ
                SET  SW-ACTION-APPLIED        TO       TRUE

                EVALUATE TRUE
                    WHEN RX-ACTION-LIST
                         PERFORM 260-RATE-LIST
                    WHEN RX-RATE-CODE = SPACES
                    OR   RX-RATE-CODE(1:1) = CT-REFERENCE-FLAG
                         MOVE ME-BAD-CODE     TO       WS-OUTCOME-TEXT
                         SET  SW-ACTION-REJECTED   TO  TRUE
                         PERFORM 270-REPORT-OUTCOME
                    WHEN RX-ACTION-INQUIRE
                         PERFORM 260-RATE-LIST
                    WHEN NOT RX-ACTION-ADD
                     AND NOT RX-ACTION-CHANGE
                     AND NOT RX-ACTION-EXPIRE
                     AND NOT RX-ACTION-DELETE
                         MOVE ME-BAD-ACTION   TO       WS-OUTCOME-TEXT
                         SET  SW-ACTION-REJECTED   TO  TRUE
                         PERFORM 270-REPORT-OUTCOME
                    WHEN RX-EFFECTIVE-DATE NOT NUMERIC
                    OR   RX-EFFECTIVE-DATE = ZERO
                         MOVE ME-BAD-EFFECTIVE
                                              TO       WS-OUTCOME-TEXT
                         SET  SW-ACTION-REJECTED   TO  TRUE
                         PERFORM 270-REPORT-OUTCOME
                    WHEN RX-OPERATOR-ID = SPACES
                         MOVE ME-NO-OPERATOR  TO       WS-OUTCOME-TEXT
                         SET  SW-ACTION-REJECTED   TO  TRUE
                         PERFORM 270-REPORT-OUTCOME
                    WHEN RX-ACTION-ADD
                         PERFORM 220-RATE-ADD
                    WHEN RX-ACTION-CHANGE
                         PERFORM 230-RATE-CHANGE
                    WHEN RX-ACTION-EXPIRE
                         PERFORM 240-RATE-EXPIRE
                    WHEN RX-ACTION-DELETE
                         PERFORM 250-RATE-DELETE
                END-EVALUATE

                IF   SW-ACTION-APPLIED
                     ADD  1                   TO       WS-COUNT-APPLIED
                ELSE
                     ADD  1                   TO       WS-COUNT-REJECTED
                END-IF

                PERFORM 210-READ-MAINT
           END-PERFORM
           .
      *
       210-READ-MAINT.
      *===============
           READ CALC-RATE-MAINT
               AT END
                   SET  WS-MAINT-AT-EOF       TO       TRUE
           END-READ
           .
      *
      * A NEW ROW MUST CARRY A POSITIVE RATE AND TAKE EFFECT TODAY OR
      * LATER - A BACK-DATED ROW WOULD CHANGE THE RATE THAT WAS IN
      * FORCE FOR CONVERSIONS ALREADY POSTED.  AN EXPIRY, IF GIVEN,
      * MAY NOT FALL BEFORE THE EFFECTIVE DATE.  A CODE AND DATE
      * ALREADY ON FILE IS REFUSED, NOT OVERWRITTEN.
       220-RATE-ADD.
      *=============
           EVALUATE TRUE
               WHEN RX-EFFECTIVE-DATE < WS-RUN-DATE
                    MOVE ME-PAST-EFFECTIVE    TO       WS-OUTCOME-TEXT
                    SET  SW-ACTION-REJECTED   TO       TRUE
               WHEN RX-RATE-VALUE NOT NUMERIC
               OR   RX-RATE-VALUE = ZERO
                    MOVE ME-BAD-RATE          TO       WS-OUTCOME-TEXT
                    SET  SW-ACTION-REJECTED   TO       TRUE
               WHEN NOT RX-NO-EXPIRY
                AND (RX-EXPIRY-DATE NOT NUMERIC
                     OR RX-EXPIRY-DATE < RX-EFFECTIVE-DATE)
                    MOVE ME-BAD-EXPIRY        TO       WS-OUTCOME-TEXT
                    SET  SW-ACTION-REJECTED   TO       TRUE
               WHEN OTHER
                    MOVE RX-RATE-CODE         TO       RT-RATE-CODE
                    MOVE RX-EFFECTIVE-DATE    TO       RT-EFFECTIVE-DATE
                    READ CALC-RATE-FILE
                        INVALID KEY
                            PERFORM 221-RATE-WRITE
                        NOT INVALID KEY
                            MOVE ME-RATE-EXISTS
                                              TO       WS-OUTCOME-TEXT
                            SET  SW-ACTION-REJECTED   TO   TRUE
                    END-READ
                    PERFORM 280-RATE-STATUS-CHECK
           END-EVALUATE

           PERFORM 270-REPORT-OUTCOME
           .
      *
       221-RATE-WRITE.
      *===============
           MOVE SPACES                        TO       RT-RATE-RECORD
           MOVE RX-RATE-CODE                  TO       RT-RATE-CODE
           MOVE RX-EFFECTIVE-DATE             TO       RT-EFFECTIVE-DATE
           MOVE RX-RATE-VALUE                 TO       RT-RATE-VALUE

           IF   RX-NO-EXPIRY
                MOVE ZERO                     TO       RT-EXPIRY-DATE
           ELSE
                MOVE RX-EXPIRY-DATE           TO       RT-EXPIRY-DATE
           END-IF

           MOVE RX-DESCRIPTION                TO       RT-DESCRIPTION
           MOVE WS-RUN-DATE                   TO       RT-ADDED-DATE
                                                       RT-CHANGED-DATE
           MOVE RX-OPERATOR-ID                TO       RT-CHANGED-BY

           WRITE RT-RATE-RECORD

           MOVE ME-RATE-ADDED                 TO       WS-OUTCOME-TEXT
           .
      *
      * A DESCRIPTION MAY BE CORRECTED AT ANY TIME.  THE RATE ITSELF
      * ONLY WHILE THE ROW IS STILL IN THE FUTURE: ONCE IN FORCE IT
      * MAY ALREADY HAVE BEEN APPLIED, AND A NEW RATE IS A NEW DATED
      * ROW.  BLANK FIELDS ARE LEFT AS THEY ARE.
       230-RATE-CHANGE.
      *================
           MOVE RX-RATE-CODE                  TO       RT-RATE-CODE
           MOVE RX-EFFECTIVE-DATE             TO       RT-EFFECTIVE-DATE

           READ CALC-RATE-FILE
               INVALID KEY
                   MOVE ME-RATE-UNKNOWN       TO       WS-OUTCOME-TEXT
                   SET  SW-ACTION-REJECTED    TO       TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RX-NO-RATE
                        AND RX-DESCRIPTION = SPACES
                            MOVE ME-NOTHING-CHANGED
                                              TO       WS-OUTCOME-TEXT
                            SET  SW-ACTION-REJECTED   TO   TRUE
                       WHEN NOT RX-NO-RATE
                        AND (RX-RATE-VALUE NOT NUMERIC
                             OR RX-RATE-VALUE = ZERO)
                            MOVE ME-BAD-RATE  TO       WS-OUTCOME-TEXT
                            SET  SW-ACTION-REJECTED   TO   TRUE
                       WHEN NOT RX-NO-RATE
                        AND RT-EFFECTIVE-DATE <= WS-RUN-DATE
                            MOVE ME-RATE-IN-FORCE
                                              TO       WS-OUTCOME-TEXT
                            SET  SW-ACTION-REJECTED   TO   TRUE
                       WHEN OTHER
                            IF   NOT RX-NO-RATE
                                 MOVE RX-RATE-VALUE
                                              TO       RT-RATE-VALUE
                            END-IF
                            IF   RX-DESCRIPTION NOT = SPACES
                                 MOVE RX-DESCRIPTION
                                              TO       RT-DESCRIPTION
                            END-IF
                            MOVE WS-RUN-DATE  TO       RT-CHANGED-DATE
                            MOVE RX-OPERATOR-ID
                                              TO       RT-CHANGED-BY
                            REWRITE RT-RATE-RECORD
                            MOVE ME-RATE-CHANGED
                                              TO       WS-OUTCOME-TEXT
                   END-EVALUATE
           END-READ

           PERFORM 280-RATE-STATUS-CHECK
           PERFORM 270-REPORT-OUTCOME
           .
      *
      * EXPIRING A ROW ENDS IT WITHOUT A SUCCESSOR - CALCTOR1 THEN
      * REJECTS CONVERSIONS AT THE CODE UNTIL A NEW ROW IS ADDED.
      * THE EXPIRY IS THE LAST DAY THE ROW MAY BE USED; IT MAY NOT
      * FALL BEFORE TODAY (THAT WOULD UN-APPLY RATES ALREADY USED)
      * NOR BEFORE THE ROW'S OWN EFFECTIVE DATE.
       240-RATE-EXPIRE.
      *================
           IF   RX-NO-EXPIRY
                MOVE WS-RUN-DATE              TO       WS-NEW-EXPIRY
           ELSE
           IF   RX-EXPIRY-DATE NUMERIC
                MOVE RX-EXPIRY-DATE           TO       WS-NEW-EXPIRY
           ELSE
                MOVE ZERO                     TO       WS-NEW-EXPIRY
           END-IF
           END-IF

           MOVE RX-RATE-CODE                  TO       RT-RATE-CODE
           MOVE RX-EFFECTIVE-DATE             TO       RT-EFFECTIVE-DATE

           READ CALC-RATE-FILE
               INVALID KEY
                   MOVE ME-RATE-UNKNOWN       TO       WS-OUTCOME-TEXT
                   SET  SW-ACTION-REJECTED    TO       TRUE
               NOT INVALID KEY
                   IF   WS-NEW-EXPIRY < WS-RUN-DATE
                   OR   WS-NEW-EXPIRY < RT-EFFECTIVE-DATE
                        MOVE ME-BAD-EXPIRY    TO       WS-OUTCOME-TEXT
                        SET  SW-ACTION-REJECTED   TO   TRUE
                   ELSE
                        MOVE WS-NEW-EXPIRY    TO       RT-EXPIRY-DATE
                        MOVE WS-RUN-DATE      TO       RT-CHANGED-DATE
                        MOVE RX-OPERATOR-ID   TO       RT-CHANGED-BY
                        REWRITE RT-RATE-RECORD
                        MOVE SPACES           TO       WS-OUTCOME-TEXT
                        STRING  ME-RATE-EXPIRED-TO DELIMITED BY SIZE
                                WS-NEW-EXPIRY      DELIMITED BY SIZE
                           INTO WS-OUTCOME-TEXT
                        END-STRING
                   END-IF
           END-READ

           PERFORM 280-RATE-STATUS-CHECK
           PERFORM 270-REPORT-OUTCOME
           .
      *
      * ONLY A ROW NOT YET IN FORCE MAY BE DELETED - ONE THAT HAS BEEN
      * IN FORCE IS THE RECORD OF WHAT CONVERSIONS USED, AND IS ENDED
      * WITH AN EXPIRY OR A LATER ROW INSTEAD.
       250-RATE-DELETE.
      *================
           MOVE RX-RATE-CODE                  TO       RT-RATE-CODE
           MOVE RX-EFFECTIVE-DATE             TO       RT-EFFECTIVE-DATE

           READ CALC-RATE-FILE
               INVALID KEY
                   MOVE ME-RATE-UNKNOWN       TO       WS-OUTCOME-TEXT
                   SET  SW-ACTION-REJECTED    TO       TRUE
               NOT INVALID KEY
                   IF   RT-EFFECTIVE-DATE <= WS-RUN-DATE
                        MOVE ME-RATE-IN-FORCE TO       WS-OUTCOME-TEXT
                        SET  SW-ACTION-REJECTED   TO   TRUE
                   ELSE
                        DELETE CALC-RATE-FILE RECORD
                        MOVE ME-RATE-DELETED  TO       WS-OUTCOME-TEXT
                   END-IF
           END-READ

           PERFORM 280-RATE-STATUS-CHECK
           PERFORM 270-REPORT-OUTCOME
           .
      *
      * AN INQUIRY WALKS EVERY ROW OF ONE CODE; A LIST WALKS THE TABLE
      * IN KEY ORDER FROM THE GIVEN CODE (OR FROM THE FIRST ROW WHEN
      * THE CODE IS BLANK) TO THE END.  EACH ROW IS HELD UNTIL THE
      * NEXT IS READ SO ITS STATUS CAN ALLOW FOR A SUCCESSOR.
       260-RATE-LIST.
      *==============
           IF   RX-RATE-CODE = SPACES
                MOVE LOW-VALUES               TO       RT-RATE-KEY
           ELSE
                MOVE RX-RATE-CODE             TO       RT-RATE-CODE
                MOVE ZERO                     TO       RT-EFFECTIVE-DATE
           END-IF

           SET  SW-HELD-NONE                  TO       TRUE
           SET  SW-LIST-GOING                 TO       TRUE

           START CALC-RATE-FILE KEY NOT < RT-RATE-KEY
               INVALID KEY
                   SET  SW-LIST-DONE          TO       TRUE
               NOT INVALID KEY
                   PERFORM 265-READ-RATE-NEXT
           END-START

           PERFORM UNTIL SW-LIST-DONE
                IF   SW-HELD-ROW
                     IF   RT-RATE-CODE = WS-HELD-CODE
                     AND  RT-EFFECTIVE-DATE <= WS-RUN-DATE
                          SET  SW-HELD-SUPERSEDED      TO  TRUE
                     ELSE
                          SET  SW-HELD-NOT-SUPERSEDED  TO  TRUE
                     END-IF
                     PERFORM 255-PRINT-RATE-LINE
                END-IF
                MOVE RT-RATE-RECORD           TO       WS-HELD-RATE
                SET  SW-HELD-ROW              TO       TRUE
                PERFORM 265-READ-RATE-NEXT
           END-PERFORM

           IF   SW-HELD-ROW
                SET  SW-HELD-NOT-SUPERSEDED   TO       TRUE
                PERFORM 255-PRINT-RATE-LINE
           ELSE
                MOVE ME-RATE-UNKNOWN          TO       WS-OUTCOME-TEXT
                SET  SW-ACTION-REJECTED       TO       TRUE
                PERFORM 270-REPORT-OUTCOME
           END-IF

           IF   WS-RATE-AT-EOF  OR  WS-RATE-NO-RECORD
                MOVE '00'                     TO       WS-RATE-STATUS
           END-IF
           PERFORM 280-RATE-STATUS-CHECK
           .
      *
      * THE WALK ENDS AT THE END OF THE TABLE, ON A READ ERROR, OR -
      * FOR AN INQUIRY - AT THE FIRST ROW OF ANOTHER CODE.
       265-READ-RATE-NEXT.
      *===================
           READ CALC-RATE-FILE NEXT RECORD
               AT END
                   SET  SW-LIST-DONE          TO       TRUE
           END-READ

           IF   NOT WS-RATE-OK
                SET  SW-LIST-DONE             TO       TRUE
           ELSE
           IF   RX-ACTION-INQUIRE  AND  RT-RATE-CODE NOT = RX-RATE-CODE
                SET  SW-LIST-DONE             TO       TRUE
           END-IF
           END-IF
           .
      *
      * ONE ROW, WITH ITS STANDING AS OF TODAY: FUTURE UNTIL ITS
      * EFFECTIVE DATE, EXPIRED ONCE ITS EXPIRY HAS PASSED,
      * SUPERSEDED ONCE A LATER ROW OF THE CODE IS IN EFFECT, AND
      * OTHERWISE THE ROW CALCTOR1 WOULD APPLY TODAY.
       255-PRINT-RATE-LINE.
      *====================
           IF   WS-LINE-COUNT = ZERO
           OR   WS-LINE-COUNT >= CT-LINES-PER-PAGE
                PERFORM 290-PRINT-PAGE-HEADER
           END-IF

           EVALUATE TRUE
               WHEN WS-HELD-EFFECTIVE > WS-RUN-DATE
                    MOVE ME-STATUS-FUTURE     TO       WS-STATUS-TEXT
               WHEN WS-HELD-EXPIRY > ZERO
                AND WS-HELD-EXPIRY < WS-RUN-DATE
                    MOVE ME-STATUS-EXPIRED    TO       WS-STATUS-TEXT
               WHEN SW-HELD-SUPERSEDED
                    MOVE ME-STATUS-SUPERSEDED TO       WS-STATUS-TEXT
               WHEN OTHER
                    MOVE ME-STATUS-IN-FORCE   TO       WS-STATUS-TEXT
           END-EVALUATE

           IF   WS-HELD-EXPIRY = ZERO
                MOVE ME-EXPIRY-OPEN           TO       WS-EXPIRY-TEXT
           ELSE
                MOVE WS-HELD-EXPIRY           TO       WS-EXPIRY-TEXT
           END-IF

           MOVE WS-HELD-VALUE                 TO       WS-RATE-EDIT

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  WS-HELD-CODE       DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-HELD-EFFECTIVE  DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-EXPIRY-TEXT     DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-RATE-EDIT       DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-HELD-DESCRIPTION(1:24)
                                      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-STATUS-TEXT     DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           ADD  1                             TO       WS-LINE-COUNT
           ADD  1                             TO       WS-COUNT-LISTED
           .
      *
       270-REPORT-OUTCOME.
      *===================
           IF   WS-LINE-COUNT = ZERO
           OR   WS-LINE-COUNT >= CT-LINES-PER-PAGE
                PERFORM 290-PRINT-PAGE-HEADER
           END-IF

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  RX-ACTION          DELIMITED BY SIZE
                   '  '               DELIMITED BY SIZE
                   RX-RATE-CODE       DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   RX-EFFECTIVE-TEXT  DELIMITED BY SIZE
                   '  '               DELIMITED BY SIZE
                   WS-OUTCOME-TEXT    DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           ADD  1                             TO       WS-LINE-COUNT
           .
      *
      * A KEY NOT FOUND IS AN OUTCOME ALREADY REPORTED, NOT A FILE
      * FAILURE.  ANYTHING ELSE THAT DOES NOT TAKE STOPS THE RUN -
      * SAME FAIL-CLOSED RULE AS CALCMNT'S 280-MASTER-STATUS-CHECK.
       280-RATE-STATUS-CHECK.
      *======================
           IF   WS-RATE-NO-RECORD
                MOVE '00'                     TO       WS-RATE-STATUS
           END-IF

           IF   NOT WS-RATE-OK
                DISPLAY ME-RATE-IO-BAD
                SET  SW-RATE-HAS-FAILED       TO       TRUE
           END-IF
           .
      *
       290-PRINT-PAGE-HEADER.
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
           MOVE ME-COLUMN-HEADINGS            TO       RP-REPORT-RECORD
           WRITE RP-REPORT-RECORD

           MOVE ZERO                          TO       WS-LINE-COUNT
           .
      *
       300-END.
      *=========
           IF   NOT SW-QUIT-REQUESTED
                PERFORM 310-REPORT-TOTALS
                CLOSE CALC-RATE-MAINT
                CLOSE CALC-RATE-FILE
                CLOSE CALC-RATE-REPORT
                DISPLAY ME-MAINT-DONE

                EVALUATE TRUE
                    WHEN SW-RATE-HAS-FAILED
                         MOVE 8               TO       RETURN-CODE
                    WHEN WS-COUNT-REJECTED > ZERO
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
           STRING  ME-TOTAL-APPLIED   DELIMITED BY SIZE
                   WS-COUNT-APPLIED   DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-REJECTED  DELIMITED BY SIZE
                   WS-COUNT-REJECTED  DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD
           .
