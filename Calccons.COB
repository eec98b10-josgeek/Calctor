      ******************************************************************
      * AUTHOR:  JOSUE RIVAS
      * DATE:    15/10/2026
      * PURPOSE: CONSOLIDATED ROLL-UP OF THE CALCTOR1 RESULTS MASTER.
      *          EVERY ACCOUNT MAY NAME A PARENT (MA-PARENT-KEY, SET
      *          THROUGH CALCMNT) - A DEPARTMENT ACCOUNT UNDER A
      *          DIVISION, A DIVISION UNDER THE COMPANY, AND SO ON.
      *          THIS PROGRAM ROLLS EACH ACCOUNT'S BALANCE, PERIOD
      *          MOVEMENT AND POST COUNT UP EVERY LEVEL OF THAT TREE
      *          TO A GRAND TOTAL AND PRINTS THE TREE INDENTED BY
      *          LEVEL, EACH ACCOUNT SHOWING THE ROLLED FIGURES OF
      *          EVERYTHING BELOW IT (CALCCOR).
      *
      *          THE GRAND TOTAL IS THEN PROVED AGAINST THE LEAF
      *          ACCOUNTS (THOSE WITH NOTHING BELOW THEM) ADDED UP ON
      *          THEIR OWN.  A ROLL-UP ACCOUNT SHOULD CARRY NOTHING
      *          OF ITS OWN; ONE THAT DOES IS LISTED, AND THE PROOF
      *          THEN HOLDS ONLY WITH ITS OWN FIGURES ADDED IN.
      *
      *          THE PARM SELECTS THE FIGURES:
      *            BLANK   = THE LIVE MASTER - MA-BALANCE, WITH THE
      *                      MOVEMENT AND POSTS SINCE THE LAST CLOSE
      *            YYYYMM  = THAT CLOSED PERIOD FROM CALCPHF - THE
      *                      CLOSING BALANCE, PERIOD MOVEMENT AND
      *                      PERIOD POSTS CALCEOM RECORDED
      *          THE TREE IS ALWAYS THE ONE ON THE LIVE MASTER, SO A
      *          PAST PERIOD IS RESTATED IN TODAY'S STRUCTURE AND TWO
      *          PERIODS COMPARE LINE FOR LINE.
      *
      *          AN ACCOUNT WHOSE PARENT IS NOT ON THE MASTER, OR
      *          WHOSE CHAIN OF PARENTS LOOPS OR RUNS DEEPER THAN
      *          CT-MAX-LEVELS, IS CONSOLIDATED AS A TOP-LEVEL
      *          ACCOUNT AND LISTED AS AN EXCEPTION, SO NOTHING DROPS
      *          OUT OF THE GRAND TOTAL.
      *
      *          RETURN CODES: 0 = CONSOLIDATED AND PROVED TO THE
      *          LEAF ACCOUNTS, 4 = CONSOLIDATED AND PROVED BUT WITH
      *          EXCEPTIONS LISTED, 8 = BAD PARM, A FILE COULD NOT BE
      *          READ, NO HISTORY FOR THE PERIOD, MORE ACCOUNTS THAN
      *          THE TABLE HOLDS, OR THE GRAND TOTAL DID NOT PROVE.
      *
      * MODIFICATION HISTORY:
      * 15/10/26  JR  INITIAL VERSION.
      * 15/10/26  JR  THE MASTER RECORD NOW ENDS WITH MA-ACCOUNT-CLASS,
      *               THE ACCRUAL CLASS CALCMNT MAINTAINS FOR THE
      *               CALCACR INTEREST AND FEE RUN - LAYOUT ONLY HERE.
      *               NOTE AT CUTOVER: CALCMST IS NOW 122 BYTES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCONS.
      ******************************************************************
      *         E  N  V  I  R  O  N  M  E  N  T   D  I  V  I  S  I  O  N
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-MASTER-FILE        ASSIGN TO CALCMST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MA-ACCOUNT-KEY
               FILE STATUS  IS WS-MASTER-STATUS.
           SELECT OPTIONAL CALC-PERIOD-HISTORY
                                           ASSIGN TO CALCPHF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-PERIOD-STATUS.
           SELECT CALC-CONSOL-REPORT      ASSIGN TO CALCCOR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.
      ******************************************************************
      *              D  A  T  A     D  I  V  I  S  I  O  N
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * RESULTS MASTER - SAME LAYOUT AS MAINTAINED BY CALCTOR1 AND
      * CALCMNT.  READ ONCE IN KEY ORDER; NOTHING IS WRITTEN BACK.
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
      * PERIOD HISTORY - ONE RECORD PER ACCOUNT PER CLOSED PERIOD,
      * AS WRITTEN BY CALCEOM.  READ ONLY FOR A PERIOD CONSOLIDATION.
      *----------------------------------------------------------------
           FD  CALC-PERIOD-HISTORY.
           01  PH-PERIOD-RECORD.
               05  PH-PERIOD                   PIC 9(06).
               05  PH-ACCOUNT-KEY              PIC X(10).
               05  PH-OPENING-BALANCE          PIC S9(11)V99.
               05  PH-CLOSING-BALANCE          PIC S9(11)V99.
               05  PH-PERIOD-MOVEMENT          PIC S9(11)V99.
               05  PH-PERIOD-POSTS             PIC 9(07).
               05  PH-ACCOUNT-STATUS           PIC X(01).
      *----------------------------------------------------------------
      * CONSOLIDATION REPORT - THE TREE, THE EXCEPTIONS, THE PROOF
      *----------------------------------------------------------------
           FD  CALC-CONSOL-REPORT.
           01  RP-REPORT-RECORD                PIC X(80).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *            M  E  S  S  A  G  E  S     A  R  E  A
      ******************************************************************
           01 ME-MESSAGES.
               05 ME-REPORT-TITLE             PIC X(30)   VALUE
               'CALCMST CONSOLIDATED ROLL-UP  '.
               05 ME-REPORT-PAGE              PIC X(07)   VALUE
               '  PAGE '.
               05 ME-REPORT-DATE              PIC X(07)   VALUE
               '  DATE '.
               05 ME-SOURCE-LIVE              PIC X(28)   VALUE
               'SOURCE: LIVE MASTER         '.
               05 ME-SOURCE-PERIOD            PIC X(22)   VALUE
               'SOURCE: CLOSED PERIOD '.
               05 ME-TREE-TITLE               PIC X(22)   VALUE
               'ROLL-UP BY LEVEL      '.
               05 ME-EXCEPTION-TITLE          PIC X(22)   VALUE
               'EXCEPTIONS            '.
               05 ME-TREE-HEADINGS            PIC X(73)   VALUE
               'LV ACCOUNT (BY LEVEL)          ROLLED BALANCE PERIOD MOV
      -        'EMENT     POSTS S'.
               05 ME-EXCEPTION-HEADINGS       PIC X(50)   VALUE
               'ACCOUNT-KEY PARENT-KEY  EXCEPTION                 '.
               05 ME-EXC-ORPHAN               PIC X(28)   VALUE
               'PARENT NOT ON THE MASTER    '.
               05 ME-EXC-LOOP                 PIC X(28)   VALUE
               'PARENT CHAIN LOOPS/TOO DEEP '.
               05 ME-EXC-OWN-FIGURES          PIC X(28)   VALUE
               'ROLL-UP ACCT HOLDS FIGURES  '.
               05 ME-EXC-NOT-ON-MASTER        PIC X(28)   VALUE
               'PERIOD RECORD NOT ON MASTER '.
               05 ME-EXC-TOP-LEVEL            PIC X(20)   VALUE
               ' - TREATED AS TOP   '.
               05 ME-BAD-PERIOD               PIC X(40)   VALUE
               'PERIOD IN THE PARM MUST BE YYYYMM       '.
               05 ME-NO-MASTER-FILE           PIC X(44)   VALUE
               'RESULTS MASTER COULD NOT BE OPENED - NOT RUN'.
               05 ME-NO-PERIOD-FILE           PIC X(44)   VALUE
               'PERIOD HISTORY COULD NOT BE READ - NOT RUN  '.
               05 ME-NO-PERIOD-DATA           PIC X(44)   VALUE
               'NO PERIOD HISTORY FOR THE PERIOD - NOT RUN  '.
               05 ME-TABLE-FULL               PIC X(44)   VALUE
               'MORE THAN 5000 ACCOUNTS ON MASTER - NOT RUN '.
               05 ME-TOTAL-ACCOUNTS           PIC X(22)   VALUE
               'ACCOUNTS ROLLED UP:   '.
               05 ME-TOTAL-TOP                PIC X(22)   VALUE
               'TOP-LEVEL ACCOUNTS:   '.
               05 ME-TOTAL-LEAVES             PIC X(22)   VALUE
               'LEAF ACCOUNTS:        '.
               05 ME-TOTAL-GRAND-BAL          PIC X(22)   VALUE
               'GRAND TOTAL BALANCE:  '.
               05 ME-TOTAL-GRAND-MOV          PIC X(22)   VALUE
               'GRAND TOTAL MOVEMENT: '.
               05 ME-TOTAL-GRAND-POSTS        PIC X(22)   VALUE
               'GRAND TOTAL POSTS:    '.
               05 ME-TOTAL-LEAF-BAL           PIC X(22)   VALUE
               'LEAF ACCOUNTS BALANCE:'.
               05 ME-TOTAL-LEAF-MOV           PIC X(22)   VALUE
               'LEAF ACCOUNTS MOVEMNT:'.
               05 ME-TOTAL-LEAF-POSTS         PIC X(22)   VALUE
               'LEAF ACCOUNTS POSTS:  '.
               05 ME-TOTAL-NODE-BAL           PIC X(22)   VALUE
               'ROLL-UP OWN BALANCE:  '.
               05 ME-TOTAL-NODE-MOV           PIC X(22)   VALUE
               'ROLL-UP OWN MOVEMENT: '.
               05 ME-TOTAL-NODE-POSTS         PIC X(22)   VALUE
               'ROLL-UP OWN POSTS:    '.
               05 ME-TOTAL-EXCEPTIONS         PIC X(22)   VALUE
               'EXCEPTIONS LISTED:    '.
               05 ME-TOTAL-DUPLICATES         PIC X(22)   VALUE
               'REPEAT CLOSE RECORDS: '.
               05 ME-PROOF-LEAVES             PIC X(44)   VALUE
               'GRAND TOTAL PROVED TO THE LEAF ACCOUNTS     '.
               05 ME-PROOF-WITH-NODES         PIC X(44)   VALUE
               'PROVED ONLY WITH ROLL-UP ACCOUNTS FIGURES   '.
               05 ME-PROOF-BROKEN             PIC X(44)   VALUE
               'GRAND TOTAL NOT PROVED - ROLL-UP IS WRONG   '.
               05 ME-CONSOL-DONE              PIC X(28)   VALUE
               'CALCCONS CONSOLIDATION ENDED'.
      ******************************************************************
      *                    AREA   OF  WORK  VARIABLES
      ******************************************************************
           01 WS-VARS.
               05 WS-PARM-AREA                PIC X(80).
               05 WS-PERIOD-TEXT              PIC X(06).
               05 WS-SEL-PERIOD               PIC 9(06)   VALUE 0.
               05 WS-RUN-DATE                 PIC 9(08).
               05 WS-BALANCE-EDIT             PIC -(11)9.99.
               05 WS-MOVEMENT-EDIT            PIC -(11)9.99.
               05 WS-POSTS-EDIT               PIC Z(8)9.
               05 WS-LEVEL-EDIT               PIC Z9.
               05 WS-TOTAL-EDIT               PIC -(13)9.99.
               05 WS-TREE-NAME                PIC X(26).
               05 WS-INDENT                   PIC 9(02)   VALUE 0.
               05 WS-CURRENT-HEADINGS         PIC X(75).
               05 WS-CURRENT-TITLE            PIC X(22).
               05 WS-EXCEPTION-TEXT           PIC X(28).
               05 WS-FIND-KEY                 PIC X(10).
               05 WS-FIND-LOW                 PIC 9(04)   VALUE 0.
               05 WS-FIND-HIGH                PIC 9(04)   VALUE 0.
               05 WS-FIND-MID                 PIC 9(04)   VALUE 0.
               05 WS-FOUND-SUB                PIC 9(04)   VALUE 0.
               05 WS-ACT-SUB                  PIC 9(04)   VALUE 0.
               05 WS-WALK-SUB                 PIC 9(04)   VALUE 0.
               05 WS-WALK-COUNT               PIC 9(02)   VALUE 0.
               05 WS-SCAN-SUB                 PIC 9(04)   VALUE 0.
               05 WS-CHILD-SUB                PIC 9(04)   VALUE 0.
      *
      * EVERY ACCOUNT ON THE MASTER, IN KEY ORDER (SO A PARENT IS
      * FOUND BY HALVING THE TABLE), WITH ITS OWN FIGURES AND THE
      * FIGURES ROLLED UP INTO IT FROM EVERYTHING BELOW.  WS-ACT-UP
      * IS THE PARENT'S PLACE IN THE TABLE, ZERO AT THE TOP.
               05 WS-ACCOUNT-TABLE.
                   10 WS-ACCOUNT-ENTRY        OCCURS 5000 TIMES.
                       15 WS-ACT-KEY          PIC X(10).
                       15 WS-ACT-PARENT       PIC X(10).
                       15 WS-ACT-STATUS       PIC X(01).
                       15 WS-ACT-UP           PIC 9(04).
                       15 WS-ACT-LEVEL        PIC 9(02).
                       15 WS-ACT-CHILDREN     PIC 9(04).
                       15 WS-ACT-STATE        PIC X(01).
                           88 WS-ACT-CHAIN-GOOD           VALUE ' '.
                           88 WS-ACT-ORPHAN               VALUE 'O'.
                           88 WS-ACT-LOOPED               VALUE 'L'.
                       15 WS-ACT-HISTORY      PIC X(01).
                           88 WS-ACT-HAS-HISTORY          VALUE 'Y'.
                           88 WS-ACT-NO-HISTORY           VALUE 'N'.
                       15 WS-ACT-OWN-BALANCE  PIC S9(11)V99.
                       15 WS-ACT-OWN-MOVEMENT PIC S9(11)V99.
                       15 WS-ACT-OWN-POSTS    PIC 9(07).
                       15 WS-ACT-ROLL-BALANCE PIC S9(13)V99.
                       15 WS-ACT-ROLL-MOVEMENT
                                              PIC S9(13)V99.
                       15 WS-ACT-ROLL-POSTS   PIC 9(09).
               05 WS-ACCOUNT-COUNT            PIC 9(04)   VALUE 0.
      *
      * THE TREE IS PRINTED DEPTH FIRST.  EACH STACK ENTRY IS AN
      * ACCOUNT ON THE PATH DOWN FROM THE TOP AND WHERE IN THE TABLE
      * THE SEARCH FOR ITS NEXT CHILD RESUMES.
               05 WS-STACK-TABLE.
                   10 WS-STACK-ENTRY          OCCURS 25 TIMES.
                       15 WS-STACK-NODE       PIC 9(04).
                       15 WS-STACK-SCAN       PIC 9(04).
               05 WS-STACK-TOP                PIC 9(02)   VALUE 0.
      *
      * PERIOD RECORDS WHOSE ACCOUNT IS NOT ON THE MASTER - LISTED AS
      * EXCEPTIONS.  ANY BEYOND THE TABLE ARE COUNTED ONLY.
               05 WS-STRAY-TABLE.
                   10 WS-STRAY-KEY            PIC X(10)
                                              OCCURS 100 TIMES.
               05 WS-STRAY-COUNT              PIC 9(05)   VALUE 0.
               05 WS-STRAY-SUB                PIC 9(05)   VALUE 0.
      ******************************************************************
      *                 F  L  A  G  S     A  R  E  A
      ******************************************************************
           01 SW-FLAGS.
               05 SW-RUN-STATUS               PIC X(01)   VALUE 'N'.
                   88 SW-CONTINUE-RUN                     VALUE 'N'.
                   88 SW-QUIT-REQUESTED                   VALUE 'Y'.
               05 SW-SOURCE                   PIC X(01)   VALUE 'L'.
                   88 SW-SOURCE-LIVE                      VALUE 'L'.
                   88 SW-SOURCE-PERIOD                    VALUE 'P'.
               05 SW-CONSOL-STATE             PIC X(01)   VALUE 'Y'.
                   88 SW-CONSOL-GOOD                      VALUE 'Y'.
                   88 SW-CONSOL-BROKEN                    VALUE 'N'.
               05 SW-CHILD-FOUND              PIC X(01)   VALUE 'N'.
                   88 SW-CHILD-FOUND-YES                  VALUE 'Y'.
                   88 SW-CHILD-FOUND-NO                   VALUE 'N'.
               05 SW-PROOF                    PIC X(01)   VALUE 'L'.
                   88 SW-PROVED-TO-LEAVES                 VALUE 'L'.
                   88 SW-PROVED-WITH-NODES                VALUE 'N'.
                   88 SW-NOT-PROVED                       VALUE 'X'.
      ******************************************************************
      *             F  I  L  E     S  T  A  T  U  S     A  R  E  A
      ******************************************************************
           01 WS-FILE-STATUS-AREA.
               05 WS-MASTER-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-MASTER-OK                        VALUE '00'.
                   88 WS-MASTER-AT-EOF                    VALUE '10'.
               05 WS-PERIOD-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-PERIOD-OK                        VALUE '00'.
                   88 WS-PERIOD-AT-EOF                    VALUE '10'.
               05 WS-REPORT-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-REPORT-OK                        VALUE '00'.
      ******************************************************************
      *                C  O  U  N  T  E  R  S     A  R  E  A
      ******************************************************************
           01 WS-COUNTERS.
               05 WS-COUNT-TOP                 PIC 9(07)  VALUE 0.
               05 WS-COUNT-LEAVES              PIC 9(07)  VALUE 0.
               05 WS-COUNT-EXCEPTIONS          PIC 9(07)  VALUE 0.
               05 WS-COUNT-HISTORY             PIC 9(07)  VALUE 0.
               05 WS-COUNT-DUPLICATES          PIC 9(07)  VALUE 0.
               05 WS-GRAND-BALANCE             PIC S9(13)V99
                                                          VALUE 0.
               05 WS-GRAND-MOVEMENT            PIC S9(13)V99
                                                          VALUE 0.
               05 WS-GRAND-POSTS               PIC 9(09)  VALUE 0.
               05 WS-LEAF-BALANCE              PIC S9(13)V99
                                                          VALUE 0.
               05 WS-LEAF-MOVEMENT             PIC S9(13)V99
                                                          VALUE 0.
               05 WS-LEAF-POSTS                PIC 9(09)  VALUE 0.
               05 WS-NODE-BALANCE              PIC S9(13)V99
                                                          VALUE 0.
               05 WS-NODE-MOVEMENT             PIC S9(13)V99
                                                          VALUE 0.
               05 WS-NODE-POSTS                PIC 9(09)  VALUE 0.
               05 WS-CHECK-BALANCE             PIC S9(13)V99
                                                          VALUE 0.
               05 WS-CHECK-MOVEMENT            PIC S9(13)V99
                                                          VALUE 0.
               05 WS-CHECK-POSTS               PIC 9(09)  VALUE 0.
               05 WS-PAGE-NUMBER               PIC 9(04)  VALUE 0.
               05 WS-PAGE-NUMBER-EDIT          PIC Z(3)9.
               05 WS-LINE-COUNT                PIC 9(02)  VALUE 0.
      ******************************************************************
      *           C  O   N  S  T  A  N  T  S     A  R  E  A
      ******************************************************************
           01 CT-CONSTANTS.
               05 CT-LINES-PER-PAGE           PIC 9(02)   VALUE 20.
               05 CT-ACCOUNT-MAX              PIC 9(04)   VALUE 5000.
               05 CT-STRAY-MAX                PIC 9(05)   VALUE 100.
               05 CT-MAX-LEVELS               PIC 9(02)   VALUE 20.
               05 CT-MAX-INDENT               PIC 9(02)   VALUE 16.
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

           PERFORM 110-EDIT-PARM

           IF   NOT SW-QUIT-REQUESTED
                PERFORM 120-OPEN-FILES
           END-IF
           .
      *
      * A BLANK PARM CONSOLIDATES THE LIVE MASTER; A PERIOD (YYYYMM)
      * CONSOLIDATES THAT PERIOD'S CLOSE FROM CALCPHF.
       110-EDIT-PARM.
      *==============
           ACCEPT  WS-PARM-AREA               FROM     COMMAND-LINE

           MOVE SPACES                        TO       WS-PERIOD-TEXT
           UNSTRING WS-PARM-AREA  DELIMITED BY ','
                INTO WS-PERIOD-TEXT
           END-UNSTRING

           IF   WS-PERIOD-TEXT = SPACES
                SET  SW-SOURCE-LIVE           TO       TRUE
           ELSE
                IF   WS-PERIOD-TEXT IS NUMERIC
                     MOVE WS-PERIOD-TEXT      TO       WS-SEL-PERIOD
                     SET  SW-SOURCE-PERIOD    TO       TRUE
                ELSE
                     DISPLAY ME-BAD-PERIOD
                     MOVE 8                   TO       RETURN-CODE
                     SET  SW-QUIT-REQUESTED   TO       TRUE
                END-IF
           END-IF
           .
      *
       120-OPEN-FILES.
      *===============
           OPEN INPUT CALC-MASTER-FILE

           IF   NOT WS-MASTER-OK
                DISPLAY ME-NO-MASTER-FILE
                MOVE 8                        TO       RETURN-CODE
                SET  SW-QUIT-REQUESTED        TO       TRUE
           ELSE
                IF   SW-SOURCE-PERIOD
                     OPEN INPUT CALC-PERIOD-HISTORY
                     IF   NOT WS-PERIOD-OK
                          DISPLAY ME-NO-PERIOD-FILE
                          MOVE 8              TO       RETURN-CODE
                          SET  SW-QUIT-REQUESTED   TO  TRUE
                          CLOSE CALC-MASTER-FILE
                     END-IF
                END-IF
           END-IF

           IF   NOT SW-QUIT-REQUESTED
                OPEN OUTPUT CALC-CONSOL-REPORT
           END-IF
           .
      *
      * THE WHOLE MASTER IS LOADED FIRST, THEN THE PERIOD'S FIGURES
      * IF ONE WAS ASKED FOR.  ONLY THEN ARE THE PARENTS RESOLVED,
      * THE CHAINS CHECKED, THE FIGURES ROLLED UP AND THE TREE
      * PRINTED - EACH STEP NEEDS THE ONE BEFORE IT COMPLETE.
       200-PROCESS.
      *============
           PERFORM 210-LOAD-MASTER

           IF   SW-CONSOL-GOOD  AND  SW-SOURCE-PERIOD
                PERFORM 220-LOAD-PERIOD
           END-IF

           IF   SW-CONSOL-GOOD
                PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                        UNTIL   WS-ACT-SUB > WS-ACCOUNT-COUNT
                     PERFORM 230-RESOLVE-PARENT
                END-PERFORM

                PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                        UNTIL   WS-ACT-SUB > WS-ACCOUNT-COUNT
                     PERFORM 240-CHECK-CHAIN
                END-PERFORM

      * DETACHED ONLY NOW, AFTER EVERY CHAIN HAS BEEN WALKED ON THE
      * LINKS AS THEY STOOD.
                PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                        UNTIL   WS-ACT-SUB > WS-ACCOUNT-COUNT
                     IF   WS-ACT-LOOPED (WS-ACT-SUB)
                          MOVE ZERO   TO   WS-ACT-UP (WS-ACT-SUB)
                     END-IF
                END-PERFORM

                PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                        UNTIL   WS-ACT-SUB > WS-ACCOUNT-COUNT
                     PERFORM 250-ROLL-UP-ACCOUNT
                END-PERFORM

                PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                        UNTIL   WS-ACT-SUB > WS-ACCOUNT-COUNT
                     PERFORM 255-CLASSIFY-ACCOUNT
                END-PERFORM

                PERFORM 260-PRINT-TREE
                PERFORM 270-PRINT-EXCEPTIONS
           END-IF
           .
      *
      * THE MASTER IS READ IN KEY ORDER, SO THE TABLE IS BUILT SORTED.
      * A MASTER TOO BIG FOR THE TABLE IS NOT CONSOLIDATED AT ALL - A
      * GRAND TOTAL MISSING ITS LAST ACCOUNTS WOULD STILL "PROVE".
       210-LOAD-MASTER.
      *================
           PERFORM 211-READ-MASTER

           PERFORM UNTIL WS-MASTER-AT-EOF  OR  SW-CONSOL-BROKEN
                IF   WS-ACCOUNT-COUNT >= CT-ACCOUNT-MAX
                     DISPLAY ME-TABLE-FULL
                     SET  SW-CONSOL-BROKEN    TO       TRUE
                ELSE
                     ADD  1                   TO       WS-ACCOUNT-COUNT
                     MOVE WS-ACCOUNT-COUNT    TO       WS-ACT-SUB
                     PERFORM 215-STORE-ACCOUNT
                     PERFORM 211-READ-MASTER
                END-IF
           END-PERFORM
           .
      *
       211-READ-MASTER.
      *================
           READ CALC-MASTER-FILE
               AT END
                   SET  WS-MASTER-AT-EOF      TO       TRUE
           END-READ
           .
      *
      * THE LIVE FIGURES ARE THE BALANCE NOW AND THE MOVEMENT AND
      * POSTS SINCE THE LAST CLOSE, WORKED OUT THE SAME WAY CALCEOM
      * WORKS THEM AT THE CLOSE.  A PERIOD RUN REPLACES THEM FROM THE
      * HISTORY; AN ACCOUNT WITH NO HISTORY FOR THE PERIOD (OPENED
      * SINCE) STAYS AT ZERO.
       215-STORE-ACCOUNT.
      *==================
           MOVE MA-ACCOUNT-KEY      TO   WS-ACT-KEY      (WS-ACT-SUB)
           MOVE MA-PARENT-KEY       TO   WS-ACT-PARENT   (WS-ACT-SUB)
           MOVE ZERO                TO   WS-ACT-UP       (WS-ACT-SUB)
                                         WS-ACT-LEVEL    (WS-ACT-SUB)
                                         WS-ACT-CHILDREN (WS-ACT-SUB)
           MOVE SPACE               TO   WS-ACT-STATE    (WS-ACT-SUB)
           SET  WS-ACT-NO-HISTORY (WS-ACT-SUB)         TO   TRUE
           MOVE ZERO          TO   WS-ACT-ROLL-BALANCE  (WS-ACT-SUB)
                                   WS-ACT-ROLL-MOVEMENT (WS-ACT-SUB)
                                   WS-ACT-ROLL-POSTS    (WS-ACT-SUB)

           IF   SW-SOURCE-LIVE
                MOVE MA-ACCOUNT-STATUS
                  TO WS-ACT-STATUS (WS-ACT-SUB)
                MOVE MA-BALANCE
                  TO WS-ACT-OWN-BALANCE (WS-ACT-SUB)
                SUBTRACT MA-PERIOD-OPENING-BALANCE FROM MA-BALANCE
                  GIVING WS-ACT-OWN-MOVEMENT (WS-ACT-SUB)
                SUBTRACT MA-PERIOD-OPENING-POSTS FROM MA-POST-COUNT
                  GIVING WS-ACT-OWN-POSTS (WS-ACT-SUB)
           ELSE
                MOVE SPACE    TO   WS-ACT-STATUS       (WS-ACT-SUB)
                MOVE ZERO     TO   WS-ACT-OWN-BALANCE  (WS-ACT-SUB)
                                   WS-ACT-OWN-MOVEMENT (WS-ACT-SUB)
                                   WS-ACT-OWN-POSTS    (WS-ACT-SUB)
           END-IF
           .
      *
      * A SECOND CLOSE OF THE SAME PERIOD WRITES A SECOND SET OF
      * HISTORY WITH ZERO MOVEMENT (SEE CALCEOM), SO THE FIRST RECORD
      * FOR AN ACCOUNT IS THE ONE TAKEN AND ANY REPEAT IS COUNTED.
       220-LOAD-PERIOD.
      *================
           PERFORM 221-READ-PERIOD

           PERFORM UNTIL WS-PERIOD-AT-EOF
                IF   PH-PERIOD = WS-SEL-PERIOD
                     ADD  1                   TO       WS-COUNT-HISTORY
                     PERFORM 225-APPLY-PERIOD
                END-IF
                PERFORM 221-READ-PERIOD
           END-PERFORM

           IF   WS-COUNT-HISTORY = ZERO
                DISPLAY ME-NO-PERIOD-DATA  WS-SEL-PERIOD
                SET  SW-CONSOL-BROKEN         TO       TRUE
           END-IF
           .
      *
       221-READ-PERIOD.
      *================
           READ CALC-PERIOD-HISTORY
               AT END
                   SET  WS-PERIOD-AT-EOF      TO       TRUE
           END-READ
           .
      *
       225-APPLY-PERIOD.
      *=================
           MOVE PH-ACCOUNT-KEY                TO       WS-FIND-KEY
           PERFORM 280-FIND-ACCOUNT

           IF   WS-FOUND-SUB = ZERO
                ADD  1                        TO       WS-STRAY-COUNT
                IF   WS-STRAY-COUNT NOT > CT-STRAY-MAX
                     MOVE PH-ACCOUNT-KEY
                       TO WS-STRAY-KEY (WS-STRAY-COUNT)
                END-IF
           ELSE
           IF   WS-ACT-HAS-HISTORY (WS-FOUND-SUB)
                ADD  1                        TO   WS-COUNT-DUPLICATES
           ELSE
                SET  WS-ACT-HAS-HISTORY (WS-FOUND-SUB)   TO   TRUE
                MOVE PH-ACCOUNT-STATUS
                  TO WS-ACT-STATUS       (WS-FOUND-SUB)
                MOVE PH-CLOSING-BALANCE
                  TO WS-ACT-OWN-BALANCE  (WS-FOUND-SUB)
                MOVE PH-PERIOD-MOVEMENT
                  TO WS-ACT-OWN-MOVEMENT (WS-FOUND-SUB)
                MOVE PH-PERIOD-POSTS
                  TO WS-ACT-OWN-POSTS    (WS-FOUND-SUB)
           END-IF
           END-IF
           .
      *
      * A PARENT KEY NOT ON THE MASTER LEAVES THE ACCOUNT AT THE TOP
      * OF THE TREE, MARKED SO THE EXCEPTIONS NAME IT.
       230-RESOLVE-PARENT.
      *===================
           IF   WS-ACT-PARENT (WS-ACT-SUB) NOT = SPACES
                MOVE WS-ACT-PARENT (WS-ACT-SUB)   TO   WS-FIND-KEY
                PERFORM 280-FIND-ACCOUNT
                IF   WS-FOUND-SUB = ZERO
                     SET  WS-ACT-ORPHAN (WS-ACT-SUB)   TO   TRUE
                ELSE
                     MOVE WS-FOUND-SUB
                       TO WS-ACT-UP (WS-ACT-SUB)
                END-IF
           END-IF
           .
      *
      * CALCMNT NEVER LETS A LOOP ONTO THE MASTER, BUT A TREE THAT
      * HAS ONE ANYWAY MUST NOT SPIN THIS RUN OR COUNT AN ACCOUNT
      * TWICE.  A CHAIN THAT HAS NOT REACHED THE TOP WITHIN
      * CT-MAX-LEVELS STEPS IS MARKED AND THE ACCOUNT DETACHED.
       240-CHECK-CHAIN.
      *================
           MOVE WS-ACT-SUB                    TO       WS-WALK-SUB
           MOVE ZERO                          TO       WS-WALK-COUNT

           PERFORM UNTIL WS-WALK-SUB = ZERO
                    OR   WS-WALK-COUNT > CT-MAX-LEVELS
                MOVE WS-ACT-UP (WS-WALK-SUB)  TO       WS-WALK-SUB
                ADD  1                        TO       WS-WALK-COUNT
           END-PERFORM

           IF   WS-WALK-SUB NOT = ZERO
                SET  WS-ACT-LOOPED (WS-ACT-SUB)   TO   TRUE
           END-IF
           .
      *
      * THE ACCOUNT'S OWN FIGURES ARE ADDED INTO ITSELF AND INTO EVERY
      * ACCOUNT ABOVE IT ON THE WAY TO THE TOP; THE STEPS TAKEN ARE
      * ITS LEVEL.  ONCE EVERY ACCOUNT HAS BEEN WALKED, EACH ONE'S
      * ROLLED FIGURES ARE ITS OWN PLUS ALL OF ITS DESCENDANTS'.
       250-ROLL-UP-ACCOUNT.
      *====================
           MOVE WS-ACT-SUB                    TO       WS-WALK-SUB
           MOVE ZERO                          TO       WS-WALK-COUNT

           PERFORM UNTIL WS-WALK-SUB = ZERO
                ADD  WS-ACT-OWN-BALANCE (WS-ACT-SUB)
                  TO WS-ACT-ROLL-BALANCE (WS-WALK-SUB)
                ADD  WS-ACT-OWN-MOVEMENT (WS-ACT-SUB)
                  TO WS-ACT-ROLL-MOVEMENT (WS-WALK-SUB)
                ADD  WS-ACT-OWN-POSTS (WS-ACT-SUB)
                  TO WS-ACT-ROLL-POSTS (WS-WALK-SUB)
                MOVE WS-ACT-UP (WS-WALK-SUB)  TO       WS-WALK-SUB
                ADD  1                        TO       WS-WALK-COUNT
           END-PERFORM

           MOVE WS-WALK-COUNT   TO   WS-ACT-LEVEL (WS-ACT-SUB)

           IF   WS-ACT-UP (WS-ACT-SUB) NOT = ZERO
                MOVE WS-ACT-UP (WS-ACT-SUB)   TO       WS-WALK-SUB
                ADD  1          TO   WS-ACT-CHILDREN (WS-WALK-SUB)
           END-IF
           .
      *
      * THE TOTALS FOR THE PROOF, TAKEN THREE WAYS: THE GRAND TOTAL
      * FROM THE TOP-LEVEL ACCOUNTS' ROLLED FIGURES, THE LEAF
      * ACCOUNTS' OWN FIGURES, AND THE ROLL-UP ACCOUNTS' OWN FIGURES.
      * A ROLL-UP ACCOUNT HOLDING FIGURES OF ITS OWN IS AN EXCEPTION.
       255-CLASSIFY-ACCOUNT.
      *=====================
           IF   WS-ACT-UP (WS-ACT-SUB) = ZERO
                ADD  1                        TO       WS-COUNT-TOP
                ADD  WS-ACT-ROLL-BALANCE (WS-ACT-SUB)
                                              TO    WS-GRAND-BALANCE
                ADD  WS-ACT-ROLL-MOVEMENT (WS-ACT-SUB)
                                              TO    WS-GRAND-MOVEMENT
                ADD  WS-ACT-ROLL-POSTS (WS-ACT-SUB)
                                              TO    WS-GRAND-POSTS
           END-IF

           IF   WS-ACT-CHILDREN (WS-ACT-SUB) = ZERO
                ADD  1                        TO       WS-COUNT-LEAVES
                ADD  WS-ACT-OWN-BALANCE (WS-ACT-SUB)
                                              TO    WS-LEAF-BALANCE
                ADD  WS-ACT-OWN-MOVEMENT (WS-ACT-SUB)
                                              TO    WS-LEAF-MOVEMENT
                ADD  WS-ACT-OWN-POSTS (WS-ACT-SUB)
                                              TO    WS-LEAF-POSTS
           ELSE
                ADD  WS-ACT-OWN-BALANCE (WS-ACT-SUB)
                                              TO    WS-NODE-BALANCE
                ADD  WS-ACT-OWN-MOVEMENT (WS-ACT-SUB)
                                              TO    WS-NODE-MOVEMENT
                ADD  WS-ACT-OWN-POSTS (WS-ACT-SUB)
                                              TO    WS-NODE-POSTS
           END-IF
           .
      *
      * EACH TOP-LEVEL ACCOUNT IN KEY ORDER, WITH EVERYTHING BELOW IT
      * PRINTED UNDER IT BEFORE THE NEXT ONE STARTS.
       260-PRINT-TREE.
      *===============
           MOVE ME-TREE-HEADINGS              TO   WS-CURRENT-HEADINGS
           MOVE ME-TREE-TITLE                 TO   WS-CURRENT-TITLE
           MOVE ZERO                          TO   WS-LINE-COUNT

           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL   WS-ACT-SUB > WS-ACCOUNT-COUNT
                IF   WS-ACT-UP (WS-ACT-SUB) = ZERO
                     PERFORM 261-PRINT-BRANCH
                END-IF
           END-PERFORM
           .
      *
       261-PRINT-BRANCH.
      *=================
           MOVE WS-ACT-SUB                    TO       WS-CHILD-SUB
           PERFORM 265-TREE-LINE

           MOVE 1                             TO       WS-STACK-TOP
           MOVE WS-ACT-SUB          TO   WS-STACK-NODE (WS-STACK-TOP)
           MOVE 1                   TO   WS-STACK-SCAN (WS-STACK-TOP)

           PERFORM UNTIL WS-STACK-TOP = ZERO
                PERFORM 263-NEXT-CHILD
           END-PERFORM
           .
      *
      * THE NEXT CHILD OF THE ACCOUNT ON TOP OF THE STACK, SEARCHING
      * ON FROM WHERE THE LAST ONE WAS FOUND.  A CHILD FOUND IS
      * PRINTED AND STACKED SO ITS OWN CHILDREN COME NEXT; AN ACCOUNT
      * WITH NO MORE CHILDREN COMES OFF THE STACK.
       263-NEXT-CHILD.
      *===============
           SET  SW-CHILD-FOUND-NO             TO       TRUE

           PERFORM VARYING WS-SCAN-SUB
                   FROM    WS-STACK-SCAN (WS-STACK-TOP) BY 1
                   UNTIL   WS-SCAN-SUB > WS-ACCOUNT-COUNT
                    OR     SW-CHILD-FOUND-YES
                IF   WS-ACT-UP (WS-SCAN-SUB)
                       = WS-STACK-NODE (WS-STACK-TOP)
                     SET  SW-CHILD-FOUND-YES  TO       TRUE
                     MOVE WS-SCAN-SUB         TO       WS-CHILD-SUB
                END-IF
           END-PERFORM

           IF   SW-CHILD-FOUND-YES
                ADD  1  WS-CHILD-SUB
                  GIVING WS-STACK-SCAN (WS-STACK-TOP)
                PERFORM 265-TREE-LINE
                ADD  1                        TO       WS-STACK-TOP
                MOVE WS-CHILD-SUB   TO   WS-STACK-NODE (WS-STACK-TOP)
                MOVE 1              TO   WS-STACK-SCAN (WS-STACK-TOP)
           ELSE
                SUBTRACT 1                  FROM     WS-STACK-TOP
           END-IF
           .
      *
      * ONE ACCOUNT, INDENTED TWO PLACES PER LEVEL (TO A LIMIT), WITH
      * ITS ROLLED FIGURES AND A 'C' WHEN IT IS CLOSED.
       265-TREE-LINE.
      *==============
           COMPUTE WS-INDENT = (WS-ACT-LEVEL (WS-CHILD-SUB) - 1) * 2
           IF   WS-INDENT > CT-MAX-INDENT
                MOVE CT-MAX-INDENT            TO       WS-INDENT
           END-IF

           MOVE SPACES                        TO       WS-TREE-NAME
           MOVE WS-ACT-KEY (WS-CHILD-SUB)
             TO WS-TREE-NAME (WS-INDENT + 1:10)

           MOVE WS-ACT-LEVEL (WS-CHILD-SUB)   TO       WS-LEVEL-EDIT
           MOVE WS-ACT-ROLL-BALANCE (WS-CHILD-SUB)
                                              TO       WS-BALANCE-EDIT
           MOVE WS-ACT-ROLL-MOVEMENT (WS-CHILD-SUB)
                                              TO       WS-MOVEMENT-EDIT
           MOVE WS-ACT-ROLL-POSTS (WS-CHILD-SUB)
                                              TO       WS-POSTS-EDIT

           IF   WS-LINE-COUNT = ZERO
           OR   WS-LINE-COUNT >= CT-LINES-PER-PAGE
                PERFORM 295-PRINT-PAGE-HEADER
           END-IF

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  WS-LEVEL-EDIT      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-TREE-NAME       DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-BALANCE-EDIT    DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-MOVEMENT-EDIT   DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-POSTS-EDIT      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-ACT-STATUS (WS-CHILD-SUB)
                                      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           ADD  1                             TO       WS-LINE-COUNT
           .
      *
      * EVERY ACCOUNT THAT COULD NOT TAKE ITS PLACE IN THE TREE, OR
      * THAT IS A ROLL-UP ACCOUNT HOLDING FIGURES OF ITS OWN, THEN
      * EVERY PERIOD RECORD FOR AN ACCOUNT NOT ON THE MASTER.
       270-PRINT-EXCEPTIONS.
      *=====================
           MOVE ME-EXCEPTION-HEADINGS         TO   WS-CURRENT-HEADINGS
           MOVE ME-EXCEPTION-TITLE            TO   WS-CURRENT-TITLE
           MOVE ZERO                          TO   WS-LINE-COUNT

           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL   WS-ACT-SUB > WS-ACCOUNT-COUNT
                EVALUATE TRUE
                    WHEN WS-ACT-ORPHAN (WS-ACT-SUB)
                         MOVE ME-EXC-ORPHAN   TO    WS-EXCEPTION-TEXT
                         PERFORM 271-EXCEPTION-LINE
                    WHEN WS-ACT-LOOPED (WS-ACT-SUB)
                         MOVE ME-EXC-LOOP     TO    WS-EXCEPTION-TEXT
                         PERFORM 271-EXCEPTION-LINE
                END-EVALUATE
                IF   WS-ACT-CHILDREN (WS-ACT-SUB) > ZERO
                AND (WS-ACT-OWN-BALANCE  (WS-ACT-SUB) NOT = ZERO
                 OR  WS-ACT-OWN-MOVEMENT (WS-ACT-SUB) NOT = ZERO
                 OR  WS-ACT-OWN-POSTS    (WS-ACT-SUB) NOT = ZERO)
                     MOVE ME-EXC-OWN-FIGURES  TO    WS-EXCEPTION-TEXT
                     PERFORM 271-EXCEPTION-LINE
                END-IF
           END-PERFORM

           PERFORM VARYING WS-STRAY-SUB FROM 1 BY 1
                   UNTIL   WS-STRAY-SUB > WS-STRAY-COUNT
                    OR     WS-STRAY-SUB > CT-STRAY-MAX
                PERFORM 272-STRAY-LINE
           END-PERFORM

           ADD  WS-STRAY-COUNT                TO   WS-COUNT-EXCEPTIONS
           .
      *
       271-EXCEPTION-LINE.
      *===================
           ADD  1                             TO   WS-COUNT-EXCEPTIONS

           IF   WS-LINE-COUNT = ZERO
           OR   WS-LINE-COUNT >= CT-LINES-PER-PAGE
                PERFORM 295-PRINT-PAGE-HEADER
           END-IF

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  WS-ACT-KEY (WS-ACT-SUB)
                                      DELIMITED BY SIZE
                   '  '               DELIMITED BY SIZE
                   WS-ACT-PARENT (WS-ACT-SUB)
                                      DELIMITED BY SIZE
                   '  '               DELIMITED BY SIZE
                   WS-EXCEPTION-TEXT  DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING

           IF   NOT WS-ACT-CHAIN-GOOD (WS-ACT-SUB)
                MOVE ME-EXC-TOP-LEVEL    TO   RP-REPORT-RECORD (53:20)
           END-IF

           WRITE RP-REPORT-RECORD

           ADD  1                             TO       WS-LINE-COUNT
           .
      *
       272-STRAY-LINE.
      *===============
           IF   WS-LINE-COUNT = ZERO
           OR   WS-LINE-COUNT >= CT-LINES-PER-PAGE
                PERFORM 295-PRINT-PAGE-HEADER
           END-IF

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  WS-STRAY-KEY (WS-STRAY-SUB)
                                      DELIMITED BY SIZE
                   '              '   DELIMITED BY SIZE
                   ME-EXC-NOT-ON-MASTER
                                      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           ADD  1                             TO       WS-LINE-COUNT
           .
      *
      * FINDS WS-FIND-KEY IN THE ACCOUNT TABLE BY HALVING IT - THE
      * TABLE IS IN KEY ORDER BECAUSE THE MASTER WAS READ THAT WAY.
      * WS-FOUND-SUB IS ITS PLACE, OR ZERO WHEN IT IS NOT THERE.
       280-FIND-ACCOUNT.
      *=================
           MOVE 1                             TO       WS-FIND-LOW
           MOVE WS-ACCOUNT-COUNT              TO       WS-FIND-HIGH
           MOVE ZERO                          TO       WS-FOUND-SUB

           PERFORM UNTIL WS-FIND-LOW > WS-FIND-HIGH
                    OR   WS-FOUND-SUB > ZERO
                COMPUTE WS-FIND-MID = (WS-FIND-LOW + WS-FIND-HIGH) / 2
                EVALUATE TRUE
                    WHEN WS-ACT-KEY (WS-FIND-MID) = WS-FIND-KEY
                         MOVE WS-FIND-MID     TO       WS-FOUND-SUB
                    WHEN WS-ACT-KEY (WS-FIND-MID) < WS-FIND-KEY
                         ADD  1  WS-FIND-MID  GIVING   WS-FIND-LOW
                    WHEN OTHER
                         SUBTRACT 1  FROM WS-FIND-MID
                                            GIVING   WS-FIND-HIGH
                END-EVALUATE
           END-PERFORM
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
           IF   SW-SOURCE-LIVE
                STRING  WS-CURRENT-TITLE      DELIMITED BY SIZE
                        ME-SOURCE-LIVE        DELIMITED BY SIZE
                   INTO RP-REPORT-RECORD
                END-STRING
           ELSE
                STRING  WS-CURRENT-TITLE      DELIMITED BY SIZE
                        ME-SOURCE-PERIOD      DELIMITED BY SIZE
                        WS-SEL-PERIOD         DELIMITED BY SIZE
                   INTO RP-REPORT-RECORD
                END-STRING
           END-IF
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
                IF   SW-CONSOL-GOOD
                     PERFORM 320-PROVE-TOTALS
                     PERFORM 310-REPORT-TOTALS
                END-IF
                CLOSE CALC-MASTER-FILE
                IF   SW-SOURCE-PERIOD
                     CLOSE CALC-PERIOD-HISTORY
                END-IF
                CLOSE CALC-CONSOL-REPORT
                DISPLAY ME-CONSOL-DONE

                EVALUATE TRUE
                    WHEN SW-CONSOL-BROKEN
                    OR   SW-NOT-PROVED
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
       310-REPORT-TOTALS.
      *==================
           MOVE SPACES                   TO    RP-REPORT-RECORD
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-ACCOUNTS  DELIMITED BY SIZE
                   WS-ACCOUNT-COUNT   DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-TOP       DELIMITED BY SIZE
                   WS-COUNT-TOP       DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-LEAVES    DELIMITED BY SIZE
                   WS-COUNT-LEAVES    DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE WS-GRAND-BALANCE         TO    WS-TOTAL-EDIT
           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-GRAND-BAL DELIMITED BY SIZE
                   WS-TOTAL-EDIT      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE WS-GRAND-MOVEMENT        TO    WS-TOTAL-EDIT
           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-GRAND-MOV DELIMITED BY SIZE
                   WS-TOTAL-EDIT      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-GRAND-POSTS
                                      DELIMITED BY SIZE
                   WS-GRAND-POSTS     DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE WS-LEAF-BALANCE          TO    WS-TOTAL-EDIT
           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-LEAF-BAL  DELIMITED BY SIZE
                   WS-TOTAL-EDIT      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE WS-LEAF-MOVEMENT         TO    WS-TOTAL-EDIT
           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-LEAF-MOV  DELIMITED BY SIZE
                   WS-TOTAL-EDIT      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-LEAF-POSTS
                                      DELIMITED BY SIZE
                   WS-LEAF-POSTS      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE WS-NODE-BALANCE          TO    WS-TOTAL-EDIT
           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-NODE-BAL  DELIMITED BY SIZE
                   WS-TOTAL-EDIT      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE WS-NODE-MOVEMENT         TO    WS-TOTAL-EDIT
           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-NODE-MOV  DELIMITED BY SIZE
                   WS-TOTAL-EDIT      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-NODE-POSTS
                                      DELIMITED BY SIZE
                   WS-NODE-POSTS      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-EXCEPTIONS
                                      DELIMITED BY SIZE
                   WS-COUNT-EXCEPTIONS
                                      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           IF   SW-SOURCE-PERIOD
                MOVE SPACES              TO    RP-REPORT-RECORD
                STRING  ME-TOTAL-DUPLICATES
                                      DELIMITED BY SIZE
                        WS-COUNT-DUPLICATES
                                      DELIMITED BY SIZE
                   INTO RP-REPORT-RECORD
                END-STRING
                WRITE RP-REPORT-RECORD
           END-IF

           MOVE SPACES                   TO    RP-REPORT-RECORD
           EVALUATE TRUE
               WHEN SW-PROVED-TO-LEAVES
                    MOVE ME-PROOF-LEAVES      TO    RP-REPORT-RECORD
               WHEN SW-PROVED-WITH-NODES
                    MOVE ME-PROOF-WITH-NODES  TO    RP-REPORT-RECORD
               WHEN OTHER
                    MOVE ME-PROOF-BROKEN      TO    RP-REPORT-RECORD
           END-EVALUATE
           WRITE RP-REPORT-RECORD
           .
      *
      * THE GRAND TOTAL CAME DOWN THE TREE; THE CHECK TOTALS ARE THE
      * LEAF ACCOUNTS AND THE ROLL-UP ACCOUNTS' OWN FIGURES ADDED UP
      * FLAT.  THEY MUST AGREE ON ALL THREE MEASURES OR THE ROLL-UP
      * IS WRONG.  IT PROVES TO THE LEAVES ALONE WHEN NO ROLL-UP
      * ACCOUNT HOLDS ANYTHING OF ITS OWN.
       320-PROVE-TOTALS.
      *=================
           ADD  WS-LEAF-BALANCE, WS-NODE-BALANCE
                                         GIVING WS-CHECK-BALANCE
           ADD  WS-LEAF-MOVEMENT, WS-NODE-MOVEMENT
                                         GIVING WS-CHECK-MOVEMENT
           ADD  WS-LEAF-POSTS, WS-NODE-POSTS
                                         GIVING WS-CHECK-POSTS

           EVALUATE TRUE
               WHEN WS-CHECK-BALANCE  NOT = WS-GRAND-BALANCE
               OR   WS-CHECK-MOVEMENT NOT = WS-GRAND-MOVEMENT
               OR   WS-CHECK-POSTS    NOT = WS-GRAND-POSTS
                    SET  SW-NOT-PROVED        TO       TRUE
               WHEN WS-NODE-BALANCE  = ZERO
               AND  WS-NODE-MOVEMENT = ZERO
               AND  WS-NODE-POSTS    = ZERO
                    SET  SW-PROVED-TO-LEAVES  TO       TRUE
               WHEN OTHER
                    SET  SW-PROVED-WITH-NODES TO       TRUE
           END-EVALUATE
           .
