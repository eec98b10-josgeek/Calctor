      *               THE RUN.  (2) A RANGE THAT MATCHES NOTHING NOW
      *               REFUSES WITH RETURN CODE 8 INSTEAD OF PRINTING
      *               ZERO-FOR-ZERO AS A BALANCED BACKOUT.
      * 15/10/26  JR  A REVERSAL NOW CARRIES THE ORIGIN STAMP (RUN
      *               NUMBER, BATCH ID, INPUT RECORD NUMBER) OF THE
      *               POSTING IT OFFSETS, ON BOTH ITS AUDIT ENTRY AND
      *               ITS EXPORT LINE, SO A CALCTRCE TRACE OF THE
      *               ORIGINAL SHOWS ITS REVERSAL BESIDE IT.
      *               NOTE AT CUTOVER: CALCAUD IS NOW 87 BYTES AND
      *               CALCEXP 100, AS FOR CALCTOR1.
      * 15/10/26  JR  THE AUDIT ENTRY NOW CARRIES AL-APPROVER-ID, LEFT
      *               BLANK ON A REVERSAL.  A POSTING RELEASED THROUGH
      *               CALCAPRV IS BACKED OUT BY ITS APPROVAL DATE AND
      *               TIME, THE STAMP ITS AUDIT ENTRY CARRIES.
      *               NOTE AT CUTOVER: CALCAUD IS NOW 95 BYTES, AS FOR
      *               CALCTOR1.
      * 15/10/26  JR  THE MASTER RECORD NOW ENDS WITH MA-PARENT-KEY,
      *               THE ROLL-UP PARENT CALCMNT MAINTAINS FOR THE
      *               CALCCONS CONSOLIDATION - LAYOUT ONLY HERE.
      *               NOTE AT CUTOVER: CALCMST IS NOW 120 BYTES.
      * 15/10/26  JR  THE AUDIT ENTRY NOW ENDS WITH AL-RATE-CODE AND
      *               AL-RATE-VALUE.  A REVERSAL LEAVES THEM BLANK AND
      *               ZERO, THE SAME AS ITS SECOND OPERAND - IT BACKS
      *               OUT THE RESULT, IT DOES NOT RE-APPLY A RATE.
      *               NOTE AT CUTOVER: CALCAUD IS NOW 112 BYTES.
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
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBACK.
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
      * DELIMITED EXPORT - EXTENDED WITH ONE OFFSETTING LINE PER
      * REVERSAL, SAME SHAPE AS 251-EXPORT-WRITE CUTS
      *----------------------------------------------------------------
           FD  CALC-EXPORT-FILE.
           01  EX-EXPORT-RECORD                PIC X(100).
      *----------------------------------------------------------------
      * RESULTS MASTER - SAME LAYOUT AS MAINTAINED BY CALCTOR1/CALCMNT
      *----------------------------------------------------------------
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
      * BACKOUT REPORT
      *----------------------------------------------------------------
                       15 WS-BACK-KEY         PIC X(10).
                       15 WS-BACK-OPTION      PIC X(01).
                       15 WS-BACK-RESULT      PIC S9(07)V99.
                       15 WS-BACK-RUN-NUMBER  PIC 9(07).
                       15 WS-BACK-BATCH-ID    PIC X(08).
                       15 WS-BACK-RECORD-NUMBER
                                              PIC 9(07).
               05 WS-BACK-COUNT               PIC 9(04)   VALUE 0.
               05 WS-BACK-SUB                 PIC 9(04)   VALUE 0.
               05 WS-SCAN-RESULT              PIC S9(07)V99
                                               SIGN IS LEADING SEPARATE
                                                           VALUE 0.
               05 WS-REFUSE-TEXT              PIC X(44)   VALUE SPACES.
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
      *                 F  L  A  G  S     A  R  E  A
      ******************************************************************
               05 SW-IN-RANGE                 PIC X(01)   VALUE 'N'.
                   88 SW-IN-RANGE-YES                     VALUE 'Y'.
                   88 SW-IN-RANGE-NO                      VALUE 'N'.
               05 SW-CHAIN-LOG                PIC X(01)   VALUE 'N'.
                   88 SW-CHAIN-LOG-FOUND                  VALUE 'Y'.
                   88 SW-CHAIN-LOG-EMPTY                  VALUE 'N'.
      ******************************************************************
      *             F  I  L  E     S  T  A  T  U  S     A  R  E  A
      ******************************************************************
                   88 WS-MASTER-OK                        VALUE '00'.
               05 WS-REPORT-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-REPORT-OK                        VALUE '00'.
               05 WS-ANCHOR-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-ANCHOR-OK                        VALUE '00'.
                   88 WS-ANCHOR-CREATED                   VALUE '05'.
      ******************************************************************
      *                C  O  U  N  T  E  R  S     A  R  E  A
      ******************************************************************
           01 CT-CONSTANTS.
               05 CT-BACKOUT-OPERATOR         PIC X(08)   VALUE
               'BACKOUT '.
               05 CT-CHAIN-MULTIPLIER         PIC 9(03)   VALUE 71.
               05 CT-CHAIN-MODULUS            PIC 9(09)   VALUE
               999999937.
               05 CT-CHAIN-ALPHABET           PIC X(69)   VALUE
               ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ+-.,/*abcdefghijklm
      -        'nopqrstuvwxyz'.
      ******************************************************************
      *       P  R  O  C  E  D  U  R  E     D  I  V  I  S  I  O  N
      ******************************************************************
                  TO WS-BACK-OPTION (WS-BACK-COUNT)
                MOVE AL-RESULT
                  TO WS-BACK-RESULT (WS-BACK-COUNT)
                MOVE AL-RUN-NUMBER
                  TO WS-BACK-RUN-NUMBER (WS-BACK-COUNT)
                MOVE AL-BATCH-ID
                  TO WS-BACK-BATCH-ID (WS-BACK-COUNT)
                MOVE AL-RECORD-NUMBER
                  TO WS-BACK-RECORD-NUMBER (WS-BACK-COUNT)
                ADD  1                        TO       WS-ORIG-COUNT
                ADD  AL-RESULT                TO       WS-ORIG-TOTAL
           END-IF
      * REVERSE, SO ONE ODD ACCOUNT DOES NOT STRAND A WHOLE NIGHT.
       230-REVERSE-POSTINGS.
      *=====================
           PERFORM 540-AUDIT-CHAIN-TAIL

           OPEN EXTEND CALC-AUDIT-LOG
           OPEN EXTEND CALC-EXPORT-FILE
           IF   NOT WS-EXPORT-OK
      * THE OFFSETTING AUDIT ENTRY CARRIES THE ORIGINAL OPERATION
      * AND ACCOUNT WITH THE AMOUNT NEGATED AND 'BACKOUT' AS THE
      * OPERATOR - A STATEMENT OVER THE ACCOUNT SHOWS THE POSTING
      * AND ITS REVERSAL SIDE BY SIDE, NETTING TO NOTHING.  THE
      * ORIGINAL'S ORIGIN STAMP IS KEPT, SO A TRACE FINDS BOTH.
       260-REVERSAL-AUDIT.
      *===================
           MOVE WS-BACK-OPTION (WS-BACK-SUB)  TO       AL-OPTION
           MOVE WS-RUN-TIME                   TO       AL-RUN-TIME
           MOVE CT-BACKOUT-OPERATOR           TO       AL-OPERATOR-ID
           MOVE WS-BACK-KEY (WS-BACK-SUB)     TO       AL-ACCOUNT-KEY
           MOVE WS-BACK-RUN-NUMBER (WS-BACK-SUB)
                                              TO       AL-RUN-NUMBER
           MOVE WS-BACK-BATCH-ID (WS-BACK-SUB)
                                              TO       AL-BATCH-ID
           MOVE WS-BACK-RECORD-NUMBER (WS-BACK-SUB)
                                              TO       AL-RECORD-NUMBER
           MOVE SPACES                        TO       AL-APPROVER-ID
           MOVE SPACES                        TO       AL-RATE-CODE
           MOVE ZERO                          TO       AL-RATE-VALUE

           PERFORM 543-AUDIT-CHAIN-STAMP
           WRITE AL-AUDIT-RECORD
           .
      *
                   ','                DELIMITED BY SIZE
                   CT-BACKOUT-OPERATOR
                                      DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   WS-BACK-RUN-NUMBER (WS-BACK-SUB)
                                      DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   WS-BACK-BATCH-ID (WS-BACK-SUB)
                                      DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   WS-BACK-RECORD-NUMBER (WS-BACK-SUB)
                                      DELIMITED BY SIZE
              INTO EX-EXPORT-RECORD
           END-STRING
           WRITE EX-EXPORT-RECORD
           END-IF
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
