      ******************************************************************
      * AUTHOR:  JOSUE RIVAS
      * DATE:    15/10/2026
      * PURPOSE: NIGHTLY JOB-STREAM DRIVER.  RUNS THE STEPS LISTED ON
      *          THE JOB SCHEDULE (CALCJSF) IN FILE ORDER FOR ONE
      *          BUSINESS DATE, SO THE STREAM NO LONGER DEPENDS ON AN
      *          OPERATOR RUNNING EACH PROGRAM BY HAND AND READING
      *          ITS RETURN CODE BY EYE.  EACH SCHEDULE ROW NAMES A
      *          STEP, THE PROGRAM IT RUNS, HOW OFTEN IT IS DUE, THE
      *          HIGHEST RETURN CODE IT MAY END WITH, AND ITS PARM:
      *            'D' = EVERY NIGHT (CALCGEN, CALCTOR1, CALCRECN,
      *                  CALCGLJ, CALCSUSP)
      *            'W' = WEEKLY, ON DAY 1-7 (1 = MONDAY) (CALCARCH)
      *            'M' = ON THE LAST BUSINESS DAY OF THE MONTH
      *                  (CALCACR, CALCEOM)
      *          A STEP IS STARTED AS ITS OWN PROGRAM THROUGH THE
      *          RUNTIME'S SYSTEM SERVICE, SO ITS STOP RUN ENDS THE
      *          STEP, NOT THE DRIVER.  A STEP THAT ENDS ABOVE ITS
      *          LIMIT STOPS THE STREAM - NOTHING AFTER IT RUNS.
      *          CALCRECN IS SCHEDULED WITH A LIMIT OF 0 SO THE GL
      *          JOURNAL (CALCGLJ) IS ONLY EVER CUT FROM A CLEAN
      *          RECONCILIATION.
      *
      *          EVERY STEP RUN IS APPENDED TO THE JOB-STEP LOG
      *          (CALCJSL) WITH ITS START, END AND RETURN CODE.  A
      *          RERUN FOR THE SAME BUSINESS DATE READS THE LOG AND
      *          PASSES OVER EVERY STEP THAT ALREADY ENDED WITHIN ITS
      *          LIMIT, SO THE STREAM PICKS UP AT THE STEP THAT
      *          FAILED.  A STEP NAME GIVEN AS THE SECOND PARM FORCES
      *          THE RESTART THERE INSTEAD, WHATEVER THE LOG SAYS.
      *
      *          THE ONE-PAGE STREAM SUMMARY (CALCJSR) SHOWS EVERY
      *          SCHEDULED STEP: WHAT RAN AND ITS RETURN CODE, WHAT
      *          WAS SKIPPED AND WHY, AND WHERE THE STREAM STOPPED.
      *
      *          THE PARM IS 'YYYYMMDD[,STEPNAME]'; AN EMPTY DATE
      *          RUNS FOR TODAY.  THE LAST BUSINESS DAY IS THE LAST
      *          MONDAY-TO-FRIDAY DATE OF THE MONTH - THERE IS NO
      *          HOLIDAY CALENDAR, SO ON A MONTH THAT ENDS ON A
      *          HOLIDAY THE MONTH-END STEPS ARE RUN BY NAMING THEM
      *          ON A SEPARATE SCHEDULE.
      *
      *          RETURN CODES: 0 = EVERY DUE STEP RAN AND ENDED ZERO,
      *          4 = EVERY DUE STEP RAN, SOME ENDED WITH A NON-ZERO
      *          CODE WITHIN THEIR LIMIT, 8 = THE STREAM STOPPED (A
      *          STEP OVER ITS LIMIT, A BAD SCHEDULE ROW) OR THE
      *          SCHEDULE OR PARM WAS BAD.
      *
      * MODIFICATION HISTORY:
      * 15/10/26  JR  INITIAL VERSION.
      * 15/10/26  JR  THE NIGHTLY STREAM NOW CUTS THE GL JOURNAL
      *               (CALCGLJ) AFTER CALCRECN - PURPOSE TEXT ONLY,
      *               THE STEP IS A SCHEDULE ROW.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDRV.
      ******************************************************************
      *         E  N  V  I  R  O  N  M  E  N  T   D  I  V  I  S  I  O  N
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-JOB-SCHEDULE       ASSIGN TO CALCJSF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-SCHED-STATUS.
           SELECT CALC-STEP-LOG           ASSIGN TO CALCJSL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-LOG-STATUS.
           SELECT CALC-STREAM-REPORT      ASSIGN TO CALCJSR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.
      ******************************************************************
      *              D  A  T  A     D  I  V  I  S  I  O  N
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * JOB SCHEDULE - ONE STEP PER RECORD, IN RUN ORDER.  THE PARM
      * FORM SAYS WHAT GOES AHEAD OF THE PARM TEXT: ' ' = NOTHING,
      * 'D' = THE BUSINESS DATE (YYYYMMDD), 'P' = ITS PERIOD (YYYYMM).
      * THE DATE OR PERIOD IS FOLLOWED BY A COMMA WHEN THERE IS TEXT.
      *----------------------------------------------------------------
           FD  CALC-JOB-SCHEDULE.
           01  JS-SCHEDULE-RECORD.
               05  JS-STEP-NAME                PIC X(08).
               05  JS-PROGRAM                  PIC X(08).
               05  JS-FREQUENCY                PIC X(01).
                   88  JS-FREQ-NIGHTLY         VALUE 'D'.
                   88  JS-FREQ-WEEKLY          VALUE 'W'.
                   88  JS-FREQ-MONTH-END       VALUE 'M'.
               05  JS-DAY-NUMBER               PIC 9(01).
               05  JS-MAX-RC                   PIC 9(03).
               05  JS-PARM-FORM                PIC X(01).
                   88  JS-PARM-FORM-VALID      VALUE ' ' 'D' 'P'.
               05  JS-PARM-TEXT                PIC X(40).
               05  JS-DESCRIPTION              PIC X(18).
      *----------------------------------------------------------------
      * JOB-STEP LOG - ONE RECORD PER STEP RUN, APPENDED.  THE
      * ATTEMPT NUMBER COUNTS THE DRIVER RUNS FOR ONE BUSINESS DATE.
      *----------------------------------------------------------------
           FD  CALC-STEP-LOG.
           01  JL-STEP-RECORD.
               05  JL-BUSINESS-DATE            PIC 9(08).
               05  JL-ATTEMPT                  PIC 9(03).
               05  JL-STEP-NAME                PIC X(08).
               05  JL-PROGRAM                  PIC X(08).
               05  JL-START-DATE               PIC 9(08).
               05  JL-START-TIME               PIC 9(08).
               05  JL-END-DATE                 PIC 9(08).
               05  JL-END-TIME                 PIC 9(08).
               05  JL-RETURN-CODE              PIC 9(03).
               05  JL-MAX-RC                   PIC 9(03).
               05  JL-OUTCOME                  PIC X(01).
                   88  JL-STEP-ENDED-OK        VALUE 'C'.
                   88  JL-STEP-FAILED          VALUE 'F'.
               05  FILLER                      PIC X(14).
      *----------------------------------------------------------------
      * STREAM SUMMARY
      *----------------------------------------------------------------
           FD  CALC-STREAM-REPORT.
           01  RP-REPORT-RECORD                PIC X(80).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *            M  E  S  S  A  G  E  S     A  R  E  A
      ******************************************************************
           01 ME-MESSAGES.
               05 ME-REPORT-TITLE             PIC X(30)   VALUE
               'CALCDRV NIGHTLY STREAM        '.
               05 ME-REPORT-DATE              PIC X(07)   VALUE
               '  DATE '.
               05 ME-BUSINESS-HEADER          PIC X(22)   VALUE
               'BUSINESS DATE:        '.
               05 ME-ATTEMPT-HEADER           PIC X(11)   VALUE
               '  ATTEMPT: '.
               05 ME-MONTH-END-HEADER         PIC X(13)   VALUE
               '  MONTH END: '.
               05 ME-WEEKDAY-HEADER           PIC X(11)   VALUE
               '  WEEKDAY: '.
               05 ME-COLUMN-HEADINGS.
                   10 ME-COL-HEADINGS-1     PIC X(34)   VALUE
                   'NO STEP     PROGRAM  F LIM  RC STA'.
                   10 ME-COL-HEADINGS-2     PIC X(37)   VALUE
                   'RT  END    OUTCOME                   '.
               05 ME-OUT-RAN                  PIC X(26)   VALUE
               'RAN - RC WITHIN LIMIT     '.
               05 ME-OUT-FAILED               PIC X(26)   VALUE
               'FAILED - RC OVER LIMIT    '.
               05 ME-OUT-NOT-MONTH-END        PIC X(26)   VALUE
               'SKIPPED - NOT MONTH END   '.
               05 ME-OUT-NOT-WEEKDAY          PIC X(26)   VALUE
               'SKIPPED - NOT ITS WEEKDAY '.
               05 ME-OUT-DONE-EARLIER         PIC X(26)   VALUE
               'SKIPPED - ALREADY COMPLETE'.
               05 ME-OUT-BEFORE-RESTART       PIC X(26)   VALUE
               'SKIPPED - BEFORE RESTART  '.
               05 ME-OUT-NOT-RUN              PIC X(26)   VALUE
               'NOT RUN - STREAM STOPPED  '.
               05 ME-OUT-BAD-ENTRY            PIC X(26)   VALUE
               'BAD SCHEDULE ENTRY        '.
               05 ME-STREAM-COMPLETE          PIC X(26)   VALUE
               'STREAM COMPLETE           '.
               05 ME-STREAM-STOPPED           PIC X(24)   VALUE
               'STREAM STOPPED AT STEP: '.
               05 ME-RERUN-ADVICE             PIC X(34)   VALUE
               ' - FIX AND RERUN TO RESTART THERE'.
               05 ME-TOTAL-STEPS              PIC X(22)   VALUE
               'STEPS SCHEDULED:      '.
               05 ME-TOTAL-RAN                PIC X(22)   VALUE
               'STEPS RUN:            '.
               05 ME-TOTAL-SKIPPED            PIC X(22)   VALUE
               'STEPS SKIPPED:        '.
               05 ME-TOTAL-NOT-RUN            PIC X(22)   VALUE
               'STEPS NOT RUN:        '.
               05 ME-NO-SCHED-FILE            PIC X(38)   VALUE
               'JOB SCHEDULE COULD NOT BE READ        '.
               05 ME-NO-LOG-FILE              PIC X(38)   VALUE
               'JOB-STEP LOG COULD NOT BE WRITTEN     '.
               05 ME-BAD-PARM-DATE            PIC X(40)   VALUE
               'BUSINESS DATE MUST BE NUMERIC (YYYYMMDD)'.
               05 ME-BAD-RESTART-STEP         PIC X(34)   VALUE
               'RESTART STEP NOT ON THE SCHEDULE: '.
               05 ME-STEP-START               PIC X(15)   VALUE
               'CALCDRV START  '.
               05 ME-STEP-END                 PIC X(15)   VALUE
               'CALCDRV END    '.
               05 ME-STEP-RC                  PIC X(05)   VALUE
               '  RC '.
               05 ME-DRV-DONE                 PIC X(26)   VALUE
               'CALCDRV STREAM ENDED      '.
      ******************************************************************
      *                    AREA   OF  WORK  VARIABLES
      ******************************************************************
           01 WS-VARS.
               05 WS-PARM-AREA                PIC X(80).
               05 WS-DATE-TEXT                PIC X(08).
               05 WS-RESTART-STEP             PIC X(08).
               05 WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.
               05 WS-BUSINESS-SPLIT REDEFINES WS-BUSINESS-DATE.
                   10 WS-BUSINESS-PERIOD      PIC 9(06).
                   10 WS-BUSINESS-DAY         PIC 9(02).
               05 WS-RUN-DATE                 PIC 9(08).
               05 WS-ATTEMPT                  PIC 9(03)   VALUE 0.
               05 WS-WEEKDAY                  PIC 9(01)   VALUE 0.
               05 WS-MONTH-END-FLAG           PIC X(01)   VALUE 'N'.
               05 WS-COMMAND-LINE             PIC X(100).
               05 WS-SYSTEM-STATUS            PIC S9(09)  VALUE 0.
               05 WS-LAST-RC                  PIC 9(03)   VALUE 0.
               05 WS-STOP-STEP                PIC X(08).
               05 WS-OUTCOME-TEXT             PIC X(26).
               05 WS-NUMBER-EDIT              PIC ZZ9.
               05 WS-LIMIT-EDIT               PIC ZZ9.
               05 WS-RC-COLUMN                PIC X(03).
               05 WS-START-COLUMN             PIC X(06).
               05 WS-END-COLUMN               PIC X(06).
               05 WS-SEQ-EDIT                 PIC Z9.
      *
      * DATE-TO-DAY-NUMBER CONVERSION WORK FIELDS, THE SAME
      * ARITHMETIC CALCGEN USES.  THE DAY NUMBER DIVIDED BY 7 LEAVES
      * 0 = MONDAY ... 6 = SUNDAY.
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
               05 WS-WD-QUOTIENT              PIC 9(07)   VALUE 0.
               05 WS-WD-REMAINDER             PIC 9(01)   VALUE 0.
               05 WS-BUSINESS-DAYS            PIC 9(07)   VALUE 0.
               05 WS-MONTH-DAYS               PIC 9(02)   VALUE 0.
               05 WS-DAYS-LEFT                PIC 9(02)   VALUE 0.
               05 WS-LOOK-DAY                 PIC 9(02)   VALUE 0.
               05 WS-LOOK-DAYS                PIC 9(07)   VALUE 0.
      *
      * THE SCHEDULE, LOADED WHOLE SO THE SUMMARY CAN SHOW EVERY
      * STEP - INCLUDING THOSE THE STREAM NEVER REACHED.  THE STATE
      * OF A STEP IS ONE OF:
      *   P = PENDING          R = RAN WITHIN LIMIT
      *   F = FAILED           M = NOT MONTH END
      *   W = NOT ITS WEEKDAY  E = COMPLETED IN AN EARLIER ATTEMPT
      *   X = BEFORE A NAMED RESTART STEP
      *   N = NOT RUN, STREAM STOPPED      B = BAD SCHEDULE ENTRY
               05 WS-STEP-TABLE.
                   10 WS-STEP-ENTRY           OCCURS 30 TIMES.
                       15 WS-STEP-NAME        PIC X(08).
                       15 WS-STEP-PROGRAM     PIC X(08).
                       15 WS-STEP-FREQUENCY   PIC X(01).
                       15 WS-STEP-DAY         PIC 9(01).
                       15 WS-STEP-MAX-RC      PIC 9(03).
                       15 WS-STEP-PARM-FORM   PIC X(01).
                       15 WS-STEP-PARM-TEXT   PIC X(40).
                       15 WS-STEP-STATE       PIC X(01).
                       15 WS-STEP-RC          PIC 9(03).
                       15 WS-STEP-START       PIC 9(08).
                       15 WS-STEP-END         PIC 9(08).
               05 WS-STEP-COUNT               PIC 9(02)   VALUE 0.
               05 WS-STEP-SUB                 PIC 9(02)   VALUE 0.
               05 WS-STEP-HIT                 PIC 9(02)   VALUE 0.
               05 WS-FIND-STEP                PIC X(08).
               05 WS-START-DATE               PIC 9(08).
               05 WS-START-TIME               PIC 9(08).
               05 WS-END-DATE                 PIC 9(08).
               05 WS-END-TIME                 PIC 9(08).
      ******************************************************************
      *                 F  L  A  G  S     A  R  E  A
      ******************************************************************
           01 SW-FLAGS.
               05 SW-RUN-STATUS               PIC X(01)   VALUE 'N'.
                   88 SW-CONTINUE-RUN                     VALUE 'N'.
                   88 SW-QUIT-REQUESTED                   VALUE 'Y'.
               05 SW-STREAM-STATE             PIC X(01)   VALUE 'G'.
                   88 SW-STREAM-GOING                     VALUE 'G'.
                   88 SW-STREAM-STOPPED                   VALUE 'S'.
               05 SW-BUSINESS-DAY-FOUND       PIC X(01)   VALUE 'N'.
                   88 SW-LATER-BUSINESS-DAY               VALUE 'Y'.
                   88 SW-NO-LATER-BUSINESS-DAY            VALUE 'N'.
      ******************************************************************
      *             F  I  L  E     S  T  A  T  U  S     A  R  E  A
      ******************************************************************
           01 WS-FILE-STATUS-AREA.
               05 WS-SCHED-STATUS             PIC X(02)   VALUE '00'.
                   88 WS-SCHED-OK                         VALUE '00'.
                   88 WS-SCHED-AT-EOF                     VALUE '10'.
               05 WS-LOG-STATUS               PIC X(02)   VALUE '00'.
                   88 WS-LOG-OK                           VALUE '00'.
                   88 WS-LOG-AT-EOF                       VALUE '10'.
               05 WS-REPORT-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-REPORT-OK                        VALUE '00'.
      ******************************************************************
      *                C  O  U  N  T  E  R  S     A  R  E  A
      ******************************************************************
           01 WS-COUNTERS.
               05 WS-COUNT-RAN                 PIC 9(03)  VALUE 0.
               05 WS-COUNT-WARNED              PIC 9(03)  VALUE 0.
               05 WS-COUNT-SKIPPED             PIC 9(03)  VALUE 0.
               05 WS-COUNT-NOT-RUN             PIC 9(03)  VALUE 0.
      ******************************************************************
      *           C  O   N  S  T  A  N  T  S     A  R  E  A
      ******************************************************************
           01 CT-CONSTANTS.
               05 CT-MAX-STEPS                PIC 9(02)   VALUE 30.
               05 CT-WAIT-STATUS-SHIFT        PIC 9(03)   VALUE 256.
               05 CT-HIGHEST-RC               PIC 9(03)   VALUE 255.
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

           MOVE SPACES                        TO       WS-DATE-TEXT
                                                       WS-RESTART-STEP
           UNSTRING WS-PARM-AREA  DELIMITED BY ','
                INTO WS-DATE-TEXT
                     WS-RESTART-STEP
           END-UNSTRING

           IF   WS-DATE-TEXT = SPACES
                MOVE WS-RUN-DATE              TO       WS-BUSINESS-DATE
           ELSE
                IF   WS-DATE-TEXT IS NUMERIC
                     MOVE WS-DATE-TEXT        TO       WS-BUSINESS-DATE
                ELSE
                     DISPLAY ME-BAD-PARM-DATE
                     MOVE 8                   TO       RETURN-CODE
                     SET  SW-QUIT-REQUESTED   TO       TRUE
                END-IF
           END-IF

           IF   NOT SW-QUIT-REQUESTED
                PERFORM 110-CALENDAR-CHECK

                OPEN INPUT CALC-JOB-SCHEDULE
                IF   NOT WS-SCHED-OK
                     DISPLAY ME-NO-SCHED-FILE
                     MOVE 8                   TO       RETURN-CODE
                     SET  SW-QUIT-REQUESTED   TO       TRUE
                ELSE
                     OPEN OUTPUT CALC-STREAM-REPORT
                END-IF
           END-IF
           .
      *
      * THE WEEKDAY OF THE BUSINESS DATE, AND WHETHER IT IS THE LAST
      * BUSINESS DAY OF ITS MONTH: A MONDAY-TO-FRIDAY DATE WITH NO
      * OTHER MONDAY-TO-FRIDAY DATE LEFT IN THE MONTH AFTER IT.  THE
      * DAYS LEFT COME FROM THE DAY NUMBER OF THE FIRST OF THE NEXT
      * MONTH, THE SAME WAY CALCACR COUNTS A PERIOD'S DAYS.
       110-CALENDAR-CHECK.
      *===================
           MOVE WS-BUSINESS-DATE              TO       WS-DTD-DATE
           PERFORM 510-DATE-TO-DAYS
           MOVE WS-DTD-DAYS                   TO       WS-BUSINESS-DAYS
           PERFORM 520-DAYS-TO-WEEKDAY

           IF   WS-DTD-MONTH = 12
                COMPUTE WS-DTD-DATE = (WS-DTD-YEAR + 1) * 10000 + 101
           ELSE
                COMPUTE WS-DTD-DATE = WS-BUSINESS-PERIOD * 100
                                    + 101
           END-IF
           PERFORM 510-DATE-TO-DAYS
           SUBTRACT WS-BUSINESS-DAYS FROM WS-DTD-DAYS
                                         GIVING   WS-DAYS-LEFT
           SUBTRACT 1                    FROM     WS-DAYS-LEFT

           SET  SW-NO-LATER-BUSINESS-DAY      TO       TRUE
           PERFORM VARYING WS-LOOK-DAY FROM 1 BY 1
                   UNTIL   WS-LOOK-DAY > WS-DAYS-LEFT
                    OR     SW-LATER-BUSINESS-DAY
                ADD  WS-BUSINESS-DAYS, WS-LOOK-DAY
                                         GIVING   WS-LOOK-DAYS
                DIVIDE WS-LOOK-DAYS  BY  7
                                         GIVING    WS-WD-QUOTIENT
                                         REMAINDER WS-WD-REMAINDER
                IF   WS-WD-REMAINDER < 5
                     SET  SW-LATER-BUSINESS-DAY    TO  TRUE
                END-IF
           END-PERFORM

           IF   WS-WEEKDAY <= 5
           AND  SW-NO-LATER-BUSINESS-DAY
                MOVE 'Y'                      TO       WS-MONTH-END-FLAG
           ELSE
                MOVE 'N'                      TO       WS-MONTH-END-FLAG
           END-IF
           .
      *
       200-PROCESS.
      *============
           PERFORM 210-LOAD-SCHEDULE
           PERFORM 220-READ-STEP-LOG

           IF   WS-RESTART-STEP NOT = SPACES
                PERFORM 230-NAMED-RESTART
           END-IF

           IF   SW-STREAM-GOING
                OPEN EXTEND CALC-STEP-LOG
                IF   NOT WS-LOG-OK
                     CLOSE  CALC-STEP-LOG
                     OPEN OUTPUT CALC-STEP-LOG
                END-IF
                IF   NOT WS-LOG-OK
                     DISPLAY ME-NO-LOG-FILE
                     SET  SW-STREAM-STOPPED   TO       TRUE
                     MOVE SPACES              TO       WS-STOP-STEP
                ELSE
                     PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                             UNTIL   WS-STEP-SUB > WS-STEP-COUNT
                              OR     SW-STREAM-STOPPED
                          PERFORM 240-STEP-DECIDE
                     END-PERFORM
                     CLOSE CALC-STEP-LOG
                END-IF
           END-IF

      * WHATEVER IS STILL PENDING WHEN THE STREAM STOPS WAS NEVER
      * REACHED.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL   WS-STEP-SUB > WS-STEP-COUNT
                IF   WS-STEP-STATE (WS-STEP-SUB) = 'P'
                     MOVE 'N'        TO   WS-STEP-STATE (WS-STEP-SUB)
                     ADD  1                   TO       WS-COUNT-NOT-RUN
                END-IF
           END-PERFORM

           PERFORM 280-PRINT-SUMMARY
           .
      *
      * A ROW THAT CANNOT BE RUN AS WRITTEN IS KEPT IN ITS PLACE AS A
      * BAD ENTRY: THE STREAM STOPS WHEN IT REACHES IT, BECAUSE THE
      * STEPS AFTER IT MAY DEPEND ON IT.  ROWS PAST THE TABLE ARE NOT
      * SILENTLY DROPPED - THE LAST ENTRY IS MARKED BAD INSTEAD.
       210-LOAD-SCHEDULE.
      *==================
           PERFORM 212-READ-SCHEDULE

           PERFORM UNTIL WS-SCHED-AT-EOF
                IF   WS-STEP-COUNT >= CT-MAX-STEPS
                     MOVE 'B'  TO  WS-STEP-STATE (WS-STEP-COUNT)
                ELSE
                     ADD  1                   TO       WS-STEP-COUNT
                     PERFORM 214-SCHEDULE-ENTRY
                END-IF
                PERFORM 212-READ-SCHEDULE
           END-PERFORM

           CLOSE CALC-JOB-SCHEDULE
           .
      *
       212-READ-SCHEDULE.
      *==================
           READ CALC-JOB-SCHEDULE
               AT END
                   SET  WS-SCHED-AT-EOF       TO       TRUE
           END-READ
           .
      *
       214-SCHEDULE-ENTRY.
      *===================
           MOVE WS-STEP-COUNT                 TO       WS-STEP-HIT

           MOVE JS-STEP-NAME     TO   WS-STEP-NAME      (WS-STEP-HIT)
           MOVE JS-PROGRAM       TO   WS-STEP-PROGRAM   (WS-STEP-HIT)
           MOVE JS-FREQUENCY     TO   WS-STEP-FREQUENCY (WS-STEP-HIT)
           MOVE JS-PARM-FORM     TO   WS-STEP-PARM-FORM (WS-STEP-HIT)
           MOVE JS-PARM-TEXT     TO   WS-STEP-PARM-TEXT (WS-STEP-HIT)
           MOVE ZERO             TO   WS-STEP-DAY       (WS-STEP-HIT)
                                      WS-STEP-MAX-RC    (WS-STEP-HIT)
                                      WS-STEP-RC        (WS-STEP-HIT)
                                      WS-STEP-START     (WS-STEP-HIT)
                                      WS-STEP-END       (WS-STEP-HIT)
           MOVE 'P'              TO   WS-STEP-STATE     (WS-STEP-HIT)

           EVALUATE TRUE
               WHEN JS-STEP-NAME = SPACES
               WHEN JS-PROGRAM   = SPACES
               WHEN JS-MAX-RC    NOT NUMERIC
               WHEN NOT JS-PARM-FORM-VALID
                    MOVE 'B'     TO   WS-STEP-STATE     (WS-STEP-HIT)
               WHEN JS-FREQ-NIGHTLY
               WHEN JS-FREQ-MONTH-END
                    CONTINUE
               WHEN JS-FREQ-WEEKLY
                    IF   JS-DAY-NUMBER NOT NUMERIC
                    OR   JS-DAY-NUMBER < 1
                    OR   JS-DAY-NUMBER > 7
                         MOVE 'B' TO  WS-STEP-STATE     (WS-STEP-HIT)
                    ELSE
                         MOVE JS-DAY-NUMBER
                                 TO   WS-STEP-DAY       (WS-STEP-HIT)
                    END-IF
               WHEN OTHER
                    MOVE 'B'     TO   WS-STEP-STATE     (WS-STEP-HIT)
           END-EVALUATE

           IF   JS-MAX-RC IS NUMERIC
                MOVE JS-MAX-RC   TO   WS-STEP-MAX-RC    (WS-STEP-HIT)
           END-IF
           .
      *
      * EARLIER ATTEMPTS FOR THE SAME BUSINESS DATE: A STEP THAT
      * ENDED WITHIN ITS LIMIT IN ANY OF THEM IS NOT RUN AGAIN, AND
      * THIS RUN TAKES THE NEXT ATTEMPT NUMBER.  NO LOG YET IS A
      * FIRST ATTEMPT.
       220-READ-STEP-LOG.
      *==================
           OPEN INPUT CALC-STEP-LOG

           IF   WS-LOG-OK
                PERFORM 222-READ-LOG
                PERFORM UNTIL WS-LOG-AT-EOF
                     IF   JL-BUSINESS-DATE = WS-BUSINESS-DATE
                          PERFORM 224-EARLIER-STEP
                     END-IF
                     PERFORM 222-READ-LOG
                END-PERFORM
                CLOSE CALC-STEP-LOG
           END-IF

           ADD  1                             TO       WS-ATTEMPT
           .
      *
       222-READ-LOG.
      *=============
           READ CALC-STEP-LOG
               AT END
                   SET  WS-LOG-AT-EOF         TO       TRUE
           END-READ
           .
      *
       224-EARLIER-STEP.
      *=================
           IF   JL-ATTEMPT > WS-ATTEMPT
                MOVE JL-ATTEMPT               TO       WS-ATTEMPT
           END-IF

           IF   JL-STEP-ENDED-OK
                MOVE JL-STEP-NAME             TO       WS-FIND-STEP
                PERFORM 226-STEP-FIND
                IF   WS-STEP-HIT > ZERO
                AND  WS-STEP-STATE (WS-STEP-HIT) = 'P'
                     MOVE 'E'       TO   WS-STEP-STATE (WS-STEP-HIT)
                     MOVE JL-RETURN-CODE
                                    TO   WS-STEP-RC    (WS-STEP-HIT)
                     MOVE JL-START-TIME
                                    TO   WS-STEP-START (WS-STEP-HIT)
                     MOVE JL-END-TIME
                                    TO   WS-STEP-END   (WS-STEP-HIT)
                END-IF
           END-IF
           .
      *
       226-STEP-FIND.
      *==============
           MOVE ZERO                          TO       WS-STEP-HIT

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL   WS-STEP-SUB > WS-STEP-COUNT
                    OR     WS-STEP-HIT > ZERO
                IF   WS-FIND-STEP = WS-STEP-NAME (WS-STEP-SUB)
                     MOVE WS-STEP-SUB         TO       WS-STEP-HIT
                END-IF
           END-PERFORM
           .
      *
      * A RESTART NAMED ON THE PARM OVERRIDES THE LOG: EVERY STEP
      * BEFORE IT IS PASSED OVER, AND IT AND EVERY STEP AFTER IT ARE
      * DUE AGAIN EVEN IF AN EARLIER ATTEMPT COMPLETED THEM.  A NAME
      * NOT ON THE SCHEDULE RUNS NOTHING.
       230-NAMED-RESTART.
      *==================
           MOVE WS-RESTART-STEP               TO       WS-FIND-STEP
           PERFORM 226-STEP-FIND

           IF   WS-STEP-HIT = ZERO
                DISPLAY ME-BAD-RESTART-STEP  WS-RESTART-STEP
                SET  SW-STREAM-STOPPED        TO       TRUE
                MOVE WS-RESTART-STEP          TO       WS-STOP-STEP
           ELSE
                PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                        UNTIL   WS-STEP-SUB > WS-STEP-COUNT
                     EVALUATE TRUE
                         WHEN WS-STEP-STATE (WS-STEP-SUB) = 'B'
                              CONTINUE
                         WHEN WS-STEP-SUB < WS-STEP-HIT
                              MOVE 'X'
                                TO WS-STEP-STATE (WS-STEP-SUB)
                         WHEN OTHER
                              MOVE 'P'
                                TO WS-STEP-STATE (WS-STEP-SUB)
                     END-EVALUATE
                END-PERFORM
           END-IF
           .
      *
      * ONE STEP IN STREAM ORDER: A BAD ENTRY STOPS THE STREAM, A
      * STEP NOT DUE TODAY IS PASSED OVER, A DUE STEP IS RUN.
       240-STEP-DECIDE.
      *================
           EVALUATE TRUE
               WHEN WS-STEP-STATE (WS-STEP-SUB) = 'B'
                    SET  SW-STREAM-STOPPED    TO       TRUE
                    MOVE WS-STEP-NAME (WS-STEP-SUB)
                                              TO       WS-STOP-STEP
               WHEN WS-STEP-STATE (WS-STEP-SUB) NOT = 'P'
                    ADD  1                    TO       WS-COUNT-SKIPPED
               WHEN WS-STEP-FREQUENCY (WS-STEP-SUB) = 'M'
               AND  WS-MONTH-END-FLAG NOT = 'Y'
                    MOVE 'M'      TO   WS-STEP-STATE (WS-STEP-SUB)
                    ADD  1                    TO       WS-COUNT-SKIPPED
               WHEN WS-STEP-FREQUENCY (WS-STEP-SUB) = 'W'
               AND  WS-STEP-DAY (WS-STEP-SUB) NOT = WS-WEEKDAY
                    MOVE 'W'      TO   WS-STEP-STATE (WS-STEP-SUB)
                    ADD  1                    TO       WS-COUNT-SKIPPED
               WHEN OTHER
                    PERFORM 250-RUN-STEP
           END-EVALUATE
           .
      *
      * THE STEP'S COMMAND IS ITS PROGRAM NAME AND PARM.  THE RUNTIME
      * HANDS BACK THE WAIT STATUS OF THE STEP, WITH THE STEP'S OWN
      * RETURN CODE IN ITS HIGH BYTE; A STATUS THAT DOES NOT FIT IS
      * TAKEN AS THE HIGHEST CODE, SO IT CAN NEVER PASS A LIMIT.
       250-RUN-STEP.
      *=============
           PERFORM 255-BUILD-COMMAND

           ACCEPT  WS-START-DATE              FROM     DATE YYYYMMDD
           ACCEPT  WS-START-TIME              FROM     TIME
           DISPLAY ME-STEP-START  WS-STEP-NAME (WS-STEP-SUB)
                   ' '            WS-START-TIME

           CALL 'SYSTEM' USING WS-COMMAND-LINE
           MOVE RETURN-CODE                   TO       WS-SYSTEM-STATUS
           MOVE 0                             TO       RETURN-CODE

           ACCEPT  WS-END-DATE                FROM     DATE YYYYMMDD
           ACCEPT  WS-END-TIME                FROM     TIME

           EVALUATE TRUE
               WHEN WS-SYSTEM-STATUS < ZERO
                    MOVE CT-HIGHEST-RC        TO       WS-LAST-RC
               WHEN WS-SYSTEM-STATUS > CT-HIGHEST-RC
                    DIVIDE WS-SYSTEM-STATUS BY CT-WAIT-STATUS-SHIFT
                                         GIVING   WS-LAST-RC
                         ON SIZE ERROR
                              MOVE CT-HIGHEST-RC   TO  WS-LAST-RC
                    END-DIVIDE
               WHEN OTHER
                    MOVE WS-SYSTEM-STATUS     TO       WS-LAST-RC
           END-EVALUATE

           DISPLAY ME-STEP-END    WS-STEP-NAME (WS-STEP-SUB)
                   ' '            WS-END-TIME
                   ME-STEP-RC     WS-LAST-RC

           MOVE WS-LAST-RC       TO   WS-STEP-RC    (WS-STEP-SUB)
           MOVE WS-START-TIME    TO   WS-STEP-START (WS-STEP-SUB)
           MOVE WS-END-TIME      TO   WS-STEP-END   (WS-STEP-SUB)
           ADD  1                             TO       WS-COUNT-RAN

           IF   WS-LAST-RC > WS-STEP-MAX-RC (WS-STEP-SUB)
                MOVE 'F'         TO   WS-STEP-STATE (WS-STEP-SUB)
                SET  SW-STREAM-STOPPED        TO       TRUE
                MOVE WS-STEP-NAME (WS-STEP-SUB)
                                              TO       WS-STOP-STEP
           ELSE
                MOVE 'R'         TO   WS-STEP-STATE (WS-STEP-SUB)
                IF   WS-LAST-RC > ZERO
                     ADD  1                   TO       WS-COUNT-WARNED
                END-IF
           END-IF

           PERFORM 260-WRITE-STEP-LOG
           .
      *
       255-BUILD-COMMAND.
      *==================
           MOVE SPACES                        TO       WS-COMMAND-LINE

           EVALUATE TRUE
               WHEN WS-STEP-PARM-FORM (WS-STEP-SUB) = 'D'
               AND  WS-STEP-PARM-TEXT (WS-STEP-SUB) = SPACES
                    STRING WS-STEP-PROGRAM (WS-STEP-SUB)
                                              DELIMITED BY SPACE
                           ' '                DELIMITED BY SIZE
                           WS-BUSINESS-DATE   DELIMITED BY SIZE
                      INTO WS-COMMAND-LINE
                    END-STRING
               WHEN WS-STEP-PARM-FORM (WS-STEP-SUB) = 'D'
                    STRING WS-STEP-PROGRAM (WS-STEP-SUB)
                                              DELIMITED BY SPACE
                           ' '                DELIMITED BY SIZE
                           WS-BUSINESS-DATE   DELIMITED BY SIZE
                           ','                DELIMITED BY SIZE
                           WS-STEP-PARM-TEXT (WS-STEP-SUB)
                                              DELIMITED BY SIZE
                      INTO WS-COMMAND-LINE
                    END-STRING
               WHEN WS-STEP-PARM-FORM (WS-STEP-SUB) = 'P'
               AND  WS-STEP-PARM-TEXT (WS-STEP-SUB) = SPACES
                    STRING WS-STEP-PROGRAM (WS-STEP-SUB)
                                              DELIMITED BY SPACE
                           ' '                DELIMITED BY SIZE
                           WS-BUSINESS-PERIOD DELIMITED BY SIZE
                      INTO WS-COMMAND-LINE
                    END-STRING
               WHEN WS-STEP-PARM-FORM (WS-STEP-SUB) = 'P'
                    STRING WS-STEP-PROGRAM (WS-STEP-SUB)
                                              DELIMITED BY SPACE
                           ' '                DELIMITED BY SIZE
                           WS-BUSINESS-PERIOD DELIMITED BY SIZE
                           ','                DELIMITED BY SIZE
                           WS-STEP-PARM-TEXT (WS-STEP-SUB)
                                              DELIMITED BY SIZE
                      INTO WS-COMMAND-LINE
                    END-STRING
               WHEN OTHER
                    STRING WS-STEP-PROGRAM (WS-STEP-SUB)
                                              DELIMITED BY SPACE
                           ' '                DELIMITED BY SIZE
                           WS-STEP-PARM-TEXT (WS-STEP-SUB)
                                              DELIMITED BY SIZE
                      INTO WS-COMMAND-LINE
                    END-STRING
           END-EVALUATE
           .
      *
       260-WRITE-STEP-LOG.
      *===================
           MOVE SPACES                        TO       JL-STEP-RECORD
           MOVE WS-BUSINESS-DATE              TO       JL-BUSINESS-DATE
           MOVE WS-ATTEMPT                    TO       JL-ATTEMPT
           MOVE WS-STEP-NAME (WS-STEP-SUB)    TO       JL-STEP-NAME
           MOVE WS-STEP-PROGRAM (WS-STEP-SUB) TO       JL-PROGRAM
           MOVE WS-START-DATE                 TO       JL-START-DATE
           MOVE WS-START-TIME                 TO       JL-START-TIME
           MOVE WS-END-DATE                   TO       JL-END-DATE
           MOVE WS-END-TIME                   TO       JL-END-TIME
           MOVE WS-LAST-RC                    TO       JL-RETURN-CODE
           MOVE WS-STEP-MAX-RC (WS-STEP-SUB)  TO       JL-MAX-RC

           IF   WS-STEP-STATE (WS-STEP-SUB) = 'F'
                SET  JL-STEP-FAILED           TO       TRUE
           ELSE
                SET  JL-STEP-ENDED-OK         TO       TRUE
           END-IF

           WRITE JL-STEP-RECORD
           .
      *
      * THE ONE-PAGE SUMMARY: A HEADING, ONE LINE PER SCHEDULED STEP
      * AND THE STREAM'S OUTCOME.  THE SCHEDULE TABLE IS SIZED SO IT
      * ALWAYS FITS ONE PAGE.
       280-PRINT-SUMMARY.
      *==================
           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-REPORT-TITLE            DELIMITED BY SIZE
                   ME-REPORT-DATE             DELIMITED BY SIZE
                   WS-RUN-DATE                DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-BUSINESS-HEADER         DELIMITED BY SIZE
                   WS-BUSINESS-DATE           DELIMITED BY SIZE
                   ME-ATTEMPT-HEADER          DELIMITED BY SIZE
                   WS-ATTEMPT                 DELIMITED BY SIZE
                   ME-MONTH-END-HEADER        DELIMITED BY SIZE
                   WS-MONTH-END-FLAG          DELIMITED BY SIZE
                   ME-WEEKDAY-HEADER          DELIMITED BY SIZE
                   WS-WEEKDAY                 DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           WRITE RP-REPORT-RECORD
           MOVE ME-COLUMN-HEADINGS            TO       RP-REPORT-RECORD
           WRITE RP-REPORT-RECORD

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL   WS-STEP-SUB > WS-STEP-COUNT
                PERFORM 285-SUMMARY-LINE
           END-PERFORM

           MOVE SPACES                        TO       RP-REPORT-RECORD
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           IF   SW-STREAM-STOPPED
                STRING  ME-STREAM-STOPPED     DELIMITED BY SIZE
                        WS-STOP-STEP          DELIMITED BY SIZE
                        ME-RERUN-ADVICE       DELIMITED BY SIZE
                   INTO RP-REPORT-RECORD
                END-STRING
           ELSE
                MOVE ME-STREAM-COMPLETE       TO       RP-REPORT-RECORD
           END-IF
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-TOTAL-STEPS     DELIMITED BY SIZE
                   WS-STEP-COUNT      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-TOTAL-RAN       DELIMITED BY SIZE
                   WS-COUNT-RAN       DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-TOTAL-SKIPPED   DELIMITED BY SIZE
                   WS-COUNT-SKIPPED   DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-TOTAL-NOT-RUN   DELIMITED BY SIZE
                   WS-COUNT-NOT-RUN   DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD
           .
      *
      * THE RETURN CODE AND TIMES ARE SHOWN ONLY FOR A STEP THAT RAN,
      * IN THIS ATTEMPT OR AN EARLIER ONE.
       285-SUMMARY-LINE.
      *=================
           MOVE WS-STEP-SUB                   TO       WS-SEQ-EDIT
           MOVE WS-STEP-MAX-RC (WS-STEP-SUB)  TO       WS-LIMIT-EDIT
           MOVE SPACES                        TO       WS-RC-COLUMN
                                                       WS-START-COLUMN
                                                       WS-END-COLUMN

           EVALUATE WS-STEP-STATE (WS-STEP-SUB)
               WHEN 'R'
                    MOVE ME-OUT-RAN           TO       WS-OUTCOME-TEXT
               WHEN 'F'
                    MOVE ME-OUT-FAILED        TO       WS-OUTCOME-TEXT
               WHEN 'E'
                    MOVE ME-OUT-DONE-EARLIER  TO       WS-OUTCOME-TEXT
               WHEN 'M'
                    MOVE ME-OUT-NOT-MONTH-END TO       WS-OUTCOME-TEXT
               WHEN 'W'
                    MOVE ME-OUT-NOT-WEEKDAY   TO       WS-OUTCOME-TEXT
               WHEN 'X'
                    MOVE ME-OUT-BEFORE-RESTART
                                              TO       WS-OUTCOME-TEXT
               WHEN 'B'
                    MOVE ME-OUT-BAD-ENTRY     TO       WS-OUTCOME-TEXT
               WHEN OTHER
                    MOVE ME-OUT-NOT-RUN       TO       WS-OUTCOME-TEXT
           END-EVALUATE

           IF   WS-STEP-STATE (WS-STEP-SUB) = 'R' OR 'F' OR 'E'
                MOVE WS-STEP-RC (WS-STEP-SUB) TO       WS-NUMBER-EDIT
                MOVE WS-NUMBER-EDIT           TO       WS-RC-COLUMN
                MOVE WS-STEP-START (WS-STEP-SUB) (1:6)
                                              TO       WS-START-COLUMN
                MOVE WS-STEP-END (WS-STEP-SUB) (1:6)
                                              TO       WS-END-COLUMN
           END-IF

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  WS-SEQ-EDIT        DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-STEP-NAME (WS-STEP-SUB)
                                      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-STEP-PROGRAM (WS-STEP-SUB)
                                      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-STEP-FREQUENCY (WS-STEP-SUB)
                                      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-LIMIT-EDIT      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-RC-COLUMN       DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-START-COLUMN    DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-END-COLUMN      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-OUTCOME-TEXT    DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD
           .
      *
       300-END.
      *=========
           IF   NOT SW-QUIT-REQUESTED
                CLOSE CALC-STREAM-REPORT
                DISPLAY ME-DRV-DONE

                EVALUATE TRUE
                    WHEN SW-STREAM-STOPPED
                         MOVE 8               TO       RETURN-CODE
                    WHEN WS-COUNT-WARNED > ZERO
                         MOVE 4               TO       RETURN-CODE
                    WHEN OTHER
                         MOVE 0               TO       RETURN-CODE
                END-EVALUATE
           END-IF
           STOP RUN
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
      * THE DAY NUMBER DIVIDED BY SEVEN LEAVES 0 FOR MONDAY THROUGH
      * 6 FOR SUNDAY; THE WEEKDAY KEPT IS 1 = MONDAY ... 7 = SUNDAY,
      * MATCHING THE SCHEDULE'S DAY NUMBERS.
       520-DAYS-TO-WEEKDAY.
      *====================
           DIVIDE WS-DTD-DAYS  BY  7     GIVING   WS-WD-QUOTIENT
                                         REMAINDER WS-WD-REMAINDER
           COMPUTE WS-WEEKDAY = WS-WD-REMAINDER + 1
           .
