      ******************************************************************
      * AUTHOR:  JOSUE RIVAS
      * DATE:    15/10/2026
      * PURPOSE: AUDIT LOG CHAIN VERIFICATION.  EVERY ENTRY ON
      *          CALC-AUDIT-LOG CARRIES A SEQUENCE NUMBER AND A CHAIN
      *          VALUE WORKED FROM ITS OWN CONTENT AND THE PREVIOUS
      *          ENTRY'S CHAIN VALUE (SEE 544-CHAIN-VALUE).  THIS
      *          PROGRAM WALKS A LOG FROM ITS ANCHOR TO ITS END,
      *          WORKING EACH CHAIN VALUE AGAIN, AND LISTS EVERY
      *          ENTRY WHERE THE CHAIN DOES NOT HOLD:
      *
      *            GAP     - SEQUENCE NUMBERS MISSING BEFORE THE
      *                      ENTRY (ENTRIES REMOVED).
      *            BREAK   - A SEQUENCE NUMBER ALREADY PASSED (AN
      *                      ENTRY REPEATED, MOVED OR SLIPPED IN), OR
      *                      AN ARCHIVE THAT DOES NOT END WHERE ITS
      *                      ANCHOR SAYS.
      *            ALTERED - THE CHAIN VALUE DOES NOT FOLLOW FROM THE
      *                      ENTRY BEFORE AND THE ENTRY'S CONTENT
      *                      (THE ENTRY, OR ITS CHAIN VALUE, CHANGED).
      *
      *          EACH ONE IS GIVEN WITH ITS POSITION ON THE FILE AND
      *          THE RUN, OPERATOR, DATE AND TIME OF THE ENTRY.
      *
      *          THE PARM PICKS THE LOG: EMPTY OR 'L' CHECKS THE LIVE
      *          LOG, WHICH STARTS FROM THE LAST ANCHOR ON CALCANC (OR
      *          SEQUENCE 1 WHEN THE LOG HAS NEVER BEEN SPLIT).
      *          'A,YYYYMMDD' CHECKS AN ARCHIVE CUT BY CALCARCH AT
      *          THAT CUTOFF DATE - CALCAUD POINTED AT THE ARCHIVE -
      *          FROM THE ANCHOR OF THAT SPLIT, AND ALSO THAT THE
      *          ARCHIVE ENDS WHERE THE ANCHOR SAYS.
      *
      *          RETURN CODES: 0 = CHAIN INTACT, 8 = AN EXCEPTION WAS
      *          LISTED, THE PARM WAS BAD, THE ARCHIVE HAS NO ANCHOR,
      *          OR THE LOG COULD NOT BE READ.
      *
      * MODIFICATION HISTORY:
      * 15/10/26  JR  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCVRFY.
      ******************************************************************
      *         E  N  V  I  R  O  N  M  E  N  T   D  I  V  I  S  I  O  N
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-AUDIT-LOG          ASSIGN TO CALCAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-AUDIT-STATUS.
           SELECT OPTIONAL CALC-CHAIN-ANCHOR
                                           ASSIGN TO CALCANC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-ANCHOR-STATUS.
           SELECT CALC-VERIFY-REPORT      ASSIGN TO CALCVRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.
      ******************************************************************
      *              D  A  T  A     D  I  V  I  S  I  O  N
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * AUDIT TRAIL INPUT - THE LIVE LOG OR AN ARCHIVE, SAME LAYOUT
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
      * AUDIT CHAIN ANCHOR - WRITTEN BY CALCARCH, ONE RECORD PER SPLIT,
      * OLDEST FIRST.  THE ARCHIVE SIDE SAYS WHAT THE ARCHIVE'S FIRST
      * ENTRY FOLLOWS ON FROM; THE LIVE SIDE SAYS WHAT THE LIVE LOG'S
      * FIRST ENTRY FOLLOWS ON FROM, WHICH IS ALSO THE ARCHIVE'S LAST
      * ENTRY.
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
      * VERIFICATION REPORT
      *----------------------------------------------------------------
           FD  CALC-VERIFY-REPORT.
           01  RP-REPORT-RECORD                PIC X(80).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *            M  E  S  S  A  G  E  S     A  R  E  A
      ******************************************************************
           01 ME-MESSAGES.
               05 ME-REPORT-TITLE             PIC X(30)   VALUE
               'CALCTOR1 AUDIT CHAIN CHECK    '.
               05 ME-REPORT-DATE              PIC X(07)   VALUE
               '  DATE '.
               05 ME-MODE-LIVE                PIC X(22)   VALUE
               'LOG CHECKED:  LIVE    '.
               05 ME-MODE-ARCHIVE             PIC X(30)   VALUE
               'LOG CHECKED:  ARCHIVE, CUTOFF '.
               05 ME-CHAIN-START              PIC X(22)   VALUE
               'CHAIN STARTS AFTER:   '.
               05 ME-CHAIN-END                PIC X(22)   VALUE
               'ANCHOR SAYS IT ENDS:  '.
               05 ME-CHAIN-SEQUENCE           PIC X(05)   VALUE
               ' SEQ '.
               05 ME-CHAIN-VALUE              PIC X(07)   VALUE
               ' CHAIN '.
               05 ME-COLUMN-HEADINGS          PIC X(75)   VALUE
               'POSITION SEQUENCE  EXCEPTN  RUN-NO  OPERATOR RUN-DATE RU
      -        'N-TIME             '.
               05 ME-LINE-POSITION            PIC X(01)   VALUE
               ' '.
               05 ME-KIND-GAP                 PIC X(08)   VALUE
               'GAP     '.
               05 ME-KIND-BREAK               PIC X(08)   VALUE
               'BREAK   '.
               05 ME-KIND-ALTERED             PIC X(08)   VALUE
               'ALTERED '.
               05 ME-WHY-NOT-NUMERIC          PIC X(44)   VALUE
               'SEQUENCE NUMBER OR CHAIN VALUE NOT NUMERIC  '.
               05 ME-WHY-MISSING              PIC X(26)   VALUE
               'ENTRIES MISSING, SEQUENCE '.
               05 ME-WHY-THRU                 PIC X(06)   VALUE
               ' THRU '.
               05 ME-WHY-PASSED               PIC X(44)   VALUE
               'SEQUENCE ALREADY PASSED - REPEATED OR MOVED '.
               05 ME-WHY-CHANGED              PIC X(44)   VALUE
               'CHAIN VALUE DOES NOT FOLLOW - ENTRY CHANGED '.
               05 ME-WHY-ARCHIVE-SHORT        PIC X(44)   VALUE
               'ARCHIVE ENDS SHORT OF ITS ANCHOR            '.
               05 ME-WHY-ARCHIVE-LONG         PIC X(44)   VALUE
               'ARCHIVE RUNS PAST ITS ANCHOR                '.
               05 ME-WHY-ARCHIVE-LAST         PIC X(44)   VALUE
               'LAST ENTRY DOES NOT MATCH ITS ANCHOR        '.
               05 ME-END-LABEL                PIC X(09)   VALUE
               'AT END   '.
               05 ME-READ-COUNT               PIC X(22)   VALUE
               'ENTRIES READ:         '.
               05 ME-LAST-SEQUENCE            PIC X(22)   VALUE
               'LAST SEQUENCE NUMBER: '.
               05 ME-GAP-COUNT                PIC X(22)   VALUE
               'GAPS:                 '.
               05 ME-BREAK-COUNT              PIC X(22)   VALUE
               'BREAKS:               '.
               05 ME-ALTERED-COUNT            PIC X(22)   VALUE
               'ALTERED ENTRIES:      '.
               05 ME-CHAIN-INTACT             PIC X(30)   VALUE
               'AUDIT CHAIN INTACT            '.
               05 ME-CHAIN-BROKEN             PIC X(30)   VALUE
               'AUDIT CHAIN BROKEN - SEE LIST '.
               05 ME-BAD-PARM                 PIC X(44)   VALUE
               'PARM MUST BE EMPTY, L, OR A,YYYYMMDD        '.
               05 ME-NO-ANCHOR                PIC X(44)   VALUE
               'NO ANCHOR ON CALCANC FOR THAT CUTOFF DATE:  '.
               05 ME-NO-AUDIT-FILE            PIC X(33)   VALUE
               'CALC-AUDIT-LOG COULD NOT BE READ'.
               05 ME-VERIFY-DONE              PIC X(22)   VALUE
               'CALCVRFY CHECK WRITTEN'.
      ******************************************************************
      *                    AREA   OF  WORK  VARIABLES
      ******************************************************************
           01 WS-VARS.
               05 WS-PARM-AREA                PIC X(80).
               05 WS-MODE-TEXT                PIC X(01).
               05 WS-CUTOFF-TEXT              PIC X(08).
               05 WS-CUTOFF-DATE              PIC 9(08)   VALUE 0.
               05 WS-RUN-DATE                 PIC 9(08).
      *
      * WHERE THE CHAIN STARTS (THE ANCHOR'S PAIR) AND, FOR AN
      * ARCHIVE, WHERE IT MUST END.  THEN, AS THE LOG IS WALKED, THE
      * SEQUENCE NUMBER THE NEXT ENTRY SHOULD CARRY AND THE CHAIN
      * VALUE IT FOLLOWS ON FROM.
               05 WS-START-SEQUENCE           PIC 9(09)   VALUE 0.
               05 WS-START-CHAIN              PIC 9(09)   VALUE 0.
               05 WS-END-SEQUENCE             PIC 9(09)   VALUE 0.
               05 WS-END-CHAIN                PIC 9(09)   VALUE 0.
               05 WS-EXPECT-SEQUENCE          PIC 9(09)   VALUE 0.
               05 WS-PRIOR-CHAIN              PIC 9(09)   VALUE 0.
               05 WS-LAST-SEQUENCE            PIC 9(09)   VALUE 0.
               05 WS-LAST-CHAIN               PIC 9(09)   VALUE 0.
               05 WS-MISSING-FROM             PIC 9(09)   VALUE 0.
               05 WS-MISSING-THRU             PIC 9(09)   VALUE 0.
               05 WS-EXCEPTION-KIND           PIC X(08).
               05 WS-EXCEPTION-TEXT           PIC X(70).
      *
      * AUDIT CHAIN WORK FIELDS (544-CHAIN-VALUE): THE CHAIN VALUE AND
      * THE BYTE-BY-BYTE FOLD.
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
           01 CT-CONSTANTS.
               05 CT-MODE-LIVE                PIC X(01)   VALUE 'L'.
               05 CT-MODE-ARCHIVE             PIC X(01)   VALUE 'A'.
               05 CT-CHAIN-MULTIPLIER         PIC 9(03)   VALUE 71.
               05 CT-CHAIN-MODULUS            PIC 9(09)   VALUE
               999999937.
               05 CT-CHAIN-ALPHABET           PIC X(69)   VALUE
               ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ+-.,/*abcdefghijklm
      -        'nopqrstuvwxyz'.
      ******************************************************************
      *                 F  L  A  G  S     A  R  E  A
      ******************************************************************
           01 SW-FLAGS.
               05 SW-RUN-STATUS               PIC X(01)   VALUE 'N'.
                   88 SW-CONTINUE-RUN                     VALUE 'N'.
                   88 SW-QUIT-REQUESTED                   VALUE 'Y'.
               05 SW-VERIFY-MODE              PIC X(01)   VALUE 'L'.
                   88 SW-VERIFY-LIVE                      VALUE 'L'.
                   88 SW-VERIFY-ARCHIVE                   VALUE 'A'.
               05 SW-ANCHOR-FOUND             PIC X(01)   VALUE 'N'.
                   88 SW-ANCHOR-FOUND-YES                 VALUE 'Y'.
                   88 SW-ANCHOR-FOUND-NO                  VALUE 'N'.
      * AFTER AN ENTRY WHOSE CHAIN VALUE COULD NOT BE READ, THE NEXT
      * ONE HAS NOTHING TO BE CHECKED AGAINST.
               05 SW-PRIOR-CHAIN              PIC X(01)   VALUE 'Y'.
                   88 SW-PRIOR-KNOWN                      VALUE 'Y'.
                   88 SW-PRIOR-UNKNOWN                    VALUE 'N'.
      ******************************************************************
      *             F  I  L  E     S  T  A  T  U  S     A  R  E  A
      ******************************************************************
           01 WS-FILE-STATUS-AREA.
               05 WS-AUDIT-STATUS             PIC X(02)   VALUE '00'.
                   88 WS-AUDIT-OK                         VALUE '00'.
                   88 WS-AUDIT-AT-EOF                     VALUE '10'.
               05 WS-ANCHOR-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-ANCHOR-OK                        VALUE '00'.
                   88 WS-ANCHOR-CREATED                   VALUE '05'.
               05 WS-REPORT-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-REPORT-OK                        VALUE '00'.
      ******************************************************************
      *                C  O  U  N  T  E  R  S     A  R  E  A
      ******************************************************************
           01 WS-COUNTERS.
               05 WS-POSITION                  PIC 9(07)  VALUE 0.
               05 WS-COUNT-GAPS                PIC 9(07)  VALUE 0.
               05 WS-COUNT-BREAKS              PIC 9(07)  VALUE 0.
               05 WS-COUNT-ALTERED             PIC 9(07)  VALUE 0.
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

           MOVE SPACES                        TO       WS-MODE-TEXT
                                                       WS-CUTOFF-TEXT
           UNSTRING WS-PARM-AREA  DELIMITED BY ','
                INTO WS-MODE-TEXT, WS-CUTOFF-TEXT
           END-UNSTRING

           EVALUATE TRUE
               WHEN WS-MODE-TEXT = SPACES
               OR   WS-MODE-TEXT = CT-MODE-LIVE
                    SET  SW-VERIFY-LIVE       TO       TRUE
               WHEN WS-MODE-TEXT = CT-MODE-ARCHIVE
               AND  WS-CUTOFF-TEXT IS NUMERIC
                    SET  SW-VERIFY-ARCHIVE    TO       TRUE
                    MOVE WS-CUTOFF-TEXT       TO       WS-CUTOFF-DATE
               WHEN OTHER
                    DISPLAY ME-BAD-PARM
                    MOVE 8                    TO       RETURN-CODE
                    SET  SW-QUIT-REQUESTED    TO       TRUE
           END-EVALUATE

           IF   NOT SW-QUIT-REQUESTED
                PERFORM 110-LOAD-ANCHOR
                IF   SW-VERIFY-ARCHIVE  AND  SW-ANCHOR-FOUND-NO
                     DISPLAY ME-NO-ANCHOR  WS-CUTOFF-DATE
                     MOVE 8                   TO       RETURN-CODE
                     SET  SW-QUIT-REQUESTED   TO       TRUE
                END-IF
           END-IF

           IF   NOT SW-QUIT-REQUESTED
                OPEN INPUT CALC-AUDIT-LOG
                IF   NOT WS-AUDIT-OK
                     DISPLAY ME-NO-AUDIT-FILE
                     MOVE 8                   TO       RETURN-CODE
                     SET  SW-QUIT-REQUESTED   TO       TRUE
                ELSE
                     OPEN OUTPUT CALC-VERIFY-REPORT
                     PERFORM 120-REPORT-HEADER
                END-IF
           END-IF
           .
      *
      * THE LIVE LOG STARTS FROM THE LAST ANCHOR ON FILE - NONE AT ALL
      * MEANS IT HAS NEVER BEEN SPLIT AND STARTS AT SEQUENCE 1.  AN
      * ARCHIVE STARTS AND ENDS WHERE THE ANCHOR OF ITS OWN CUTOFF
      * SAYS; A CUTOFF USED TWICE TAKES THE LATER SPLIT.
       110-LOAD-ANCHOR.
      *================
           OPEN INPUT CALC-CHAIN-ANCHOR

           IF   WS-ANCHOR-OK  OR  WS-ANCHOR-CREATED
                PERFORM UNTIL NOT WS-ANCHOR-OK
                     READ CALC-CHAIN-ANCHOR
                         AT END
                             CONTINUE
                         NOT AT END
                             PERFORM 111-KEEP-ANCHOR
                     END-READ
                END-PERFORM
                CLOSE CALC-CHAIN-ANCHOR
           END-IF

           COMPUTE WS-EXPECT-SEQUENCE = WS-START-SEQUENCE + 1
           MOVE WS-START-CHAIN                TO       WS-PRIOR-CHAIN
           MOVE WS-START-SEQUENCE             TO       WS-LAST-SEQUENCE
           MOVE WS-START-CHAIN                TO       WS-LAST-CHAIN
           .
      *
       111-KEEP-ANCHOR.
      *================
           IF   SW-VERIFY-LIVE
                MOVE AN-LIVE-PRIOR-SEQUENCE   TO       WS-START-SEQUENCE
                MOVE AN-LIVE-PRIOR-CHAIN      TO       WS-START-CHAIN
                SET  SW-ANCHOR-FOUND-YES      TO       TRUE
           ELSE
                IF   AN-CUTOFF-DATE = WS-CUTOFF-DATE
                     MOVE AN-ARCHIVE-PRIOR-SEQUENCE
                                              TO       WS-START-SEQUENCE
                     MOVE AN-ARCHIVE-PRIOR-CHAIN
                                              TO       WS-START-CHAIN
                     MOVE AN-LIVE-PRIOR-SEQUENCE
                                              TO       WS-END-SEQUENCE
                     MOVE AN-LIVE-PRIOR-CHAIN TO       WS-END-CHAIN
                     SET  SW-ANCHOR-FOUND-YES TO       TRUE
                END-IF
           END-IF
           .
      *
       120-REPORT-HEADER.
      *==================
           ACCEPT   WS-RUN-DATE               FROM     DATE YYYYMMDD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-REPORT-TITLE            DELIMITED BY SIZE
                   ME-REPORT-DATE             DELIMITED BY SIZE
                   WS-RUN-DATE                DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           IF   SW-VERIFY-LIVE
                MOVE ME-MODE-LIVE             TO       RP-REPORT-RECORD
           ELSE
                STRING  ME-MODE-ARCHIVE       DELIMITED BY SIZE
                        WS-CUTOFF-DATE        DELIMITED BY SIZE
                   INTO RP-REPORT-RECORD
                END-STRING
           END-IF
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-CHAIN-START             DELIMITED BY SIZE
                   ME-CHAIN-SEQUENCE          DELIMITED BY SIZE
                   WS-START-SEQUENCE          DELIMITED BY SIZE
                   ME-CHAIN-VALUE             DELIMITED BY SIZE
                   WS-START-CHAIN             DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           IF   SW-VERIFY-ARCHIVE
                MOVE SPACES                   TO       RP-REPORT-RECORD
                STRING  ME-CHAIN-END          DELIMITED BY SIZE
                        ME-CHAIN-SEQUENCE     DELIMITED BY SIZE
                        WS-END-SEQUENCE       DELIMITED BY SIZE
                        ME-CHAIN-VALUE        DELIMITED BY SIZE
                        WS-END-CHAIN          DELIMITED BY SIZE
                   INTO RP-REPORT-RECORD
                END-STRING
                WRITE RP-REPORT-RECORD
           END-IF

           MOVE SPACES                        TO       RP-REPORT-RECORD
           WRITE RP-REPORT-RECORD
           MOVE ME-COLUMN-HEADINGS            TO       RP-REPORT-RECORD
           WRITE RP-REPORT-RECORD
           .
      *
       200-PROCESS.
      *============
           PERFORM 210-READ-AUDIT

           PERFORM UNTIL WS-AUDIT-AT-EOF
                ADD  1                        TO       WS-POSITION
                PERFORM 220-CHECK-ENTRY
                PERFORM 210-READ-AUDIT
           END-PERFORM

           IF   SW-VERIFY-ARCHIVE
                PERFORM 240-ARCHIVE-END-CHECK
           END-IF
           .
      *
       210-READ-AUDIT.
      *===============
           READ CALC-AUDIT-LOG
               AT END
                   SET  WS-AUDIT-AT-EOF       TO       TRUE
           END-READ
           .
      *
      * ONE ENTRY AGAINST THE ONE BEFORE IT.  A GAP IS LISTED ONCE AND
      * THE WALK PICKS UP AGAIN FROM THE ENTRY AFTER IT; AN ENTRY
      * WHOSE SEQUENCE IS ALREADY PASSED IS LISTED AND STEPPED OVER,
      * SO THE ENTRY AFTER IT IS STILL CHECKED AGAINST THE LAST GOOD
      * ONE.  THE CHAIN VALUE IS CHECKED AGAINST THE PREVIOUS ENTRY'S
      * AS STORED, SO A CHANGED ENTRY IS LISTED ON ITS OWN AND NOT
      * WITH EVERY ENTRY BEHIND IT.
       220-CHECK-ENTRY.
      *================
           EVALUATE TRUE
               WHEN AL-SEQUENCE-NUMBER NOT NUMERIC
               OR   AL-CHAIN-VALUE     NOT NUMERIC
                    MOVE ME-KIND-ALTERED      TO       WS-EXCEPTION-KIND
                    MOVE ME-WHY-NOT-NUMERIC   TO       WS-EXCEPTION-TEXT
                    ADD  1                    TO       WS-COUNT-ALTERED
                    PERFORM 250-EXCEPTION-LINE
                    ADD  1                   TO       WS-EXPECT-SEQUENCE
                    SET  SW-PRIOR-UNKNOWN     TO       TRUE
               WHEN AL-SEQUENCE-NUMBER > WS-EXPECT-SEQUENCE
                    MOVE WS-EXPECT-SEQUENCE   TO       WS-MISSING-FROM
                    COMPUTE WS-MISSING-THRU = AL-SEQUENCE-NUMBER - 1
                    MOVE ME-KIND-GAP          TO       WS-EXCEPTION-KIND
                    MOVE SPACES               TO       WS-EXCEPTION-TEXT
                    STRING  ME-WHY-MISSING    DELIMITED BY SIZE
                            WS-MISSING-FROM   DELIMITED BY SIZE
                            ME-WHY-THRU       DELIMITED BY SIZE
                            WS-MISSING-THRU   DELIMITED BY SIZE
                       INTO WS-EXCEPTION-TEXT
                    END-STRING
                    ADD  1                    TO       WS-COUNT-GAPS
                    PERFORM 250-EXCEPTION-LINE
                    PERFORM 230-ACCEPT-ENTRY
               WHEN AL-SEQUENCE-NUMBER < WS-EXPECT-SEQUENCE
                    MOVE ME-KIND-BREAK        TO       WS-EXCEPTION-KIND
                    MOVE ME-WHY-PASSED        TO       WS-EXCEPTION-TEXT
                    ADD  1                    TO       WS-COUNT-BREAKS
                    PERFORM 250-EXCEPTION-LINE
               WHEN OTHER
                    IF   SW-PRIOR-KNOWN
                         MOVE WS-PRIOR-CHAIN  TO       WS-CHAIN-VALUE
                         PERFORM 544-CHAIN-VALUE
                         IF   WS-CHAIN-VALUE NOT = AL-CHAIN-VALUE
                              MOVE ME-KIND-ALTERED
                                              TO       WS-EXCEPTION-KIND
                              MOVE ME-WHY-CHANGED
                                              TO       WS-EXCEPTION-TEXT
                              ADD  1          TO       WS-COUNT-ALTERED
                              PERFORM 250-EXCEPTION-LINE
                         END-IF
                    END-IF
                    PERFORM 230-ACCEPT-ENTRY
           END-EVALUATE
           .
      *
       230-ACCEPT-ENTRY.
      *=================
           COMPUTE WS-EXPECT-SEQUENCE = AL-SEQUENCE-NUMBER + 1
           MOVE AL-CHAIN-VALUE                TO       WS-PRIOR-CHAIN
           SET  SW-PRIOR-KNOWN                TO       TRUE
           MOVE AL-SEQUENCE-NUMBER            TO       WS-LAST-SEQUENCE
           MOVE AL-CHAIN-VALUE                TO       WS-LAST-CHAIN
           .
      *
      * AN ARCHIVE MUST END ON THE VERY ENTRY ITS ANCHOR NAMES - THE
      * ONE THE LIVE LOG CARRIED ON FROM.  ENTRIES CUT FROM THE END
      * OF AN ARCHIVE LEAVE NO GAP BEHIND THEM, SO THIS IS THE ONLY
      * PLACE THEY SHOW.
       240-ARCHIVE-END-CHECK.
      *======================
           EVALUATE TRUE
               WHEN WS-LAST-SEQUENCE < WS-END-SEQUENCE
                    COMPUTE WS-MISSING-FROM = WS-LAST-SEQUENCE + 1
                    MOVE WS-END-SEQUENCE      TO       WS-MISSING-THRU
                    MOVE ME-WHY-ARCHIVE-SHORT TO       WS-EXCEPTION-TEXT
                    MOVE ME-KIND-GAP          TO       WS-EXCEPTION-KIND
                    ADD  1                    TO       WS-COUNT-GAPS
                    PERFORM 255-END-EXCEPTION-LINE
               WHEN WS-LAST-SEQUENCE > WS-END-SEQUENCE
                    MOVE ZERO                 TO       WS-MISSING-FROM
                                                       WS-MISSING-THRU
                    MOVE ME-WHY-ARCHIVE-LONG  TO       WS-EXCEPTION-TEXT
                    MOVE ME-KIND-BREAK        TO       WS-EXCEPTION-KIND
                    ADD  1                    TO       WS-COUNT-BREAKS
                    PERFORM 255-END-EXCEPTION-LINE
               WHEN WS-LAST-CHAIN NOT = WS-END-CHAIN
                    MOVE ZERO                 TO       WS-MISSING-FROM
                                                       WS-MISSING-THRU
                    MOVE ME-WHY-ARCHIVE-LAST  TO       WS-EXCEPTION-TEXT
                    MOVE ME-KIND-BREAK        TO       WS-EXCEPTION-KIND
                    ADD  1                    TO       WS-COUNT-BREAKS
                    PERFORM 255-END-EXCEPTION-LINE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .
      *
      * TWO LINES PER EXCEPTION: WHERE IT IS AND WHO WROTE THE ENTRY,
      * THEN WHAT IS WRONG WITH IT.
       250-EXCEPTION-LINE.
      *===================
           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  WS-POSITION                DELIMITED BY SIZE
                   ME-LINE-POSITION           DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   AL-SEQUENCE-NUMBER         DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-EXCEPTION-KIND          DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   AL-RUN-NUMBER              DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   AL-OPERATOR-ID             DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   AL-RUN-DATE                DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   AL-RUN-TIME                DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  '         '                DELIMITED BY SIZE
                   WS-EXCEPTION-TEXT          DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD
           .
      *
       255-END-EXCEPTION-LINE.
      *=======================
           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-END-LABEL               DELIMITED BY SIZE
                   WS-LAST-SEQUENCE           DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-EXCEPTION-KIND          DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-EXCEPTION-TEXT          DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           IF   WS-MISSING-THRU > ZERO
                MOVE SPACES                   TO       RP-REPORT-RECORD
                STRING  '         '           DELIMITED BY SIZE
                        ME-WHY-MISSING        DELIMITED BY SIZE
                        WS-MISSING-FROM       DELIMITED BY SIZE
                        ME-WHY-THRU           DELIMITED BY SIZE
                        WS-MISSING-THRU       DELIMITED BY SIZE
                   INTO RP-REPORT-RECORD
                END-STRING
                WRITE RP-REPORT-RECORD
           END-IF
           .
      *
       300-END.
      *=========
           IF   NOT SW-QUIT-REQUESTED
                PERFORM 310-VERIFY-TOTALS
                CLOSE CALC-AUDIT-LOG
                CLOSE CALC-VERIFY-REPORT
                DISPLAY ME-VERIFY-DONE

                IF   WS-COUNT-GAPS    > ZERO
                OR   WS-COUNT-BREAKS  > ZERO
                OR   WS-COUNT-ALTERED > ZERO
                     DISPLAY ME-CHAIN-BROKEN
                     MOVE 8                   TO       RETURN-CODE
                ELSE
                     DISPLAY ME-CHAIN-INTACT
                     MOVE 0                   TO       RETURN-CODE
                END-IF
           END-IF
           STOP RUN
           .
      *
       310-VERIFY-TOTALS.
      *==================
           MOVE SPACES                        TO       RP-REPORT-RECORD
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-READ-COUNT              DELIMITED BY SIZE
                   WS-POSITION                DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-LAST-SEQUENCE           DELIMITED BY SIZE
                   WS-LAST-SEQUENCE           DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-GAP-COUNT               DELIMITED BY SIZE
                   WS-COUNT-GAPS              DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-BREAK-COUNT             DELIMITED BY SIZE
                   WS-COUNT-BREAKS            DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-ALTERED-COUNT           DELIMITED BY SIZE
                   WS-COUNT-ALTERED           DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           IF   WS-COUNT-GAPS    > ZERO
           OR   WS-COUNT-BREAKS  > ZERO
           OR   WS-COUNT-ALTERED > ZERO
                MOVE ME-CHAIN-BROKEN          TO       RP-REPORT-RECORD
           ELSE
                MOVE ME-CHAIN-INTACT          TO       RP-REPORT-RECORD
           END-IF
           WRITE RP-REPORT-RECORD
           .
      *
      * THE CHAIN VALUE: THE PREVIOUS ENTRY'S VALUE CARRIED THROUGH
      * EVERY BYTE OF THIS ENTRY UP TO AND INCLUDING ITS SEQUENCE
      * NUMBER.  EACH BYTE'S PLACE IN CT-CHAIN-ALPHABET (ANYTHING NOT
      * IN IT COUNTS AS ONE PAST THE END) IS FOLDED IN AS VALUE TIMES
      * 71 PLUS PLACE, KEPT AS THE REMAINDER UNDER THE PRIME
      * 999999937.  THE SAME ARITHMETIC AS 544-CHAIN-VALUE IN EVERY
      * PROGRAM THAT WRITES THE LOG - THE TWO MUST NEVER DIFFER.
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
