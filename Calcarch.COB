      *          STEP ENDS CLEAN.  RETENTION POLICY IS 90 DAYS LIVE,
      *          7 YEARS ARCHIVED.
      *
      *          THE LOG IS A CHAIN (SEE CALCVRFY), SO THE SPLIT IS
      *          ALWAYS A CLEAN CUT: THE FIRST ENTRY ON OR AFTER THE
      *          CUTOFF AND EVERY ENTRY BEHIND IT STAY LIVE.  THE
      *          ANCHOR FILE IS CARRIED THE SAME WAY AS THE LOG -
      *          CALCANC IS COPIED TO CALCANN WITH THIS SPLIT'S ANCHOR
      *          ADDED, AND THE SAME JOB STEP THAT PUTS CALCNEW IN
      *          PLACE OF THE LIVE LOG PUTS CALCANN IN PLACE OF
      *          CALCANC.
      *
      *          RETURN CODES: 0 = PURGE COMPLETE AND BALANCED,
      *          8 = BAD OR MISSING CUTOFF DATE, OR THE AUDIT LOG
      *          COULD NOT BE READ - NOTHING WAS WRITTEN.
      *               BYTES (WERE 55).  ARCHIVES CUT ON THE OLD LAYOUT
      *               STAY AS THEY ARE - ONLY FILES WRITTEN FROM THIS
      *               VERSION ON USE THE NEW LENGTH.
      * 15/10/26  JR  THE AUDIT ENTRY NOW CARRIES ITS ORIGIN STAMP
      *               (RUN NUMBER, BATCH ID, INPUT RECORD NUMBER), SO
      *               THE LOG, ARCHIVE AND NEW-LOG RECORDS ARE ALL 87
      *               BYTES (WERE 65).  ARCHIVES CUT ON AN OLDER
      *               LAYOUT STAY AS THEY ARE.
      * 15/10/26  JR  THE AUDIT ENTRY NOW CARRIES THE APPROVER OF A
      *               POSTING RELEASED THROUGH CALCAPRV, SO THE LOG,
      *               ARCHIVE AND NEW-LOG RECORDS ARE ALL 95 BYTES
      *               (WERE 87).  ARCHIVES CUT ON AN OLDER LAYOUT
      *               STAY AS THEY ARE.
      * 15/10/26  JR  THE AUDIT ENTRY NOW CARRIES THE RATE CODE AND
      *               RATE VALUE OF A CALCTOR1 RATE CONVERSION, SO THE
      *               LOG, ARCHIVE AND NEW-LOG RECORDS ARE ALL 112
      *               BYTES (WERE 95).  ARCHIVES CUT ON AN OLDER
      *               LAYOUT STAY AS THEY ARE.
      * 15/10/26  JR  TAMPER-EVIDENT AUDIT LOG.  THE AUDIT ENTRY NOW
      *               ENDS WITH A SEQUENCE NUMBER AND CHAIN VALUE, SO
      *               THE LOG, ARCHIVE AND NEW-LOG RECORDS ARE ALL 130
      *               BYTES (WERE 112).  THE SPLIT IS NOW A CLEAN CUT
      *               AT THE FIRST ENTRY ON OR AFTER THE CUTOFF, SO
      *               NEITHER SIDE'S CHAIN IS BROKEN BY AN ENTRY DATED
      *               OUT OF ORDER.  EACH SPLIT ADDS A CHAIN ANCHOR
      *               (CALCANC COPIED TO CALCANN): WHERE THE ARCHIVE'S
      *               CHAIN STARTS AND ENDS, AND SO WHERE THE NEW LIVE
      *               LOG'S STARTS.  THE PURGE REPORT SHOWS BOTH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCARCH.
           SELECT CALC-PURGE-REPORT       ASSIGN TO CALCARP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.
           SELECT OPTIONAL CALC-CHAIN-ANCHOR
                                           ASSIGN TO CALCANC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-ANCHOR-STATUS.
           SELECT CALC-NEW-ANCHOR         ASSIGN TO CALCANN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-NEWANC-STATUS.
      ******************************************************************
      *              D  A  T  A     D  I  V  I  S  I  O  N
      ******************************************************************
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
      * ARCHIVED ENTRIES - OLDER THAN THE CUTOFF, SAME LAYOUT
      *----------------------------------------------------------------
           FD  CALC-ARCHIVE-FILE.
           01  AR-ARCHIVE-RECORD               PIC X(130).
      *----------------------------------------------------------------
      * RETAINED ENTRIES - THE REPLACEMENT LIVE LOG, SAME LAYOUT
      *----------------------------------------------------------------
           FD  CALC-NEWLOG-FILE.
           01  NL-NEWLOG-RECORD                PIC X(130).
      *----------------------------------------------------------------
      * PURGE REPORT
      *----------------------------------------------------------------
           FD  CALC-PURGE-REPORT.
           01  RP-REPORT-RECORD                PIC X(80).
      *----------------------------------------------------------------
      * AUDIT CHAIN ANCHOR - ONE RECORD PER SPLIT, OLDEST FIRST.  THE
      * ARCHIVE SIDE SAYS WHAT THE ARCHIVE'S FIRST ENTRY FOLLOWS ON
      * FROM; THE LIVE SIDE SAYS WHAT THE NEW LIVE LOG'S FIRST ENTRY
      * FOLLOWS ON FROM, WHICH IS ALSO THE ARCHIVE'S LAST ENTRY.  THE
      * LAST RECORD IS THE ONE IN FORCE FOR THE LIVE LOG.
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
      * THE REPLACEMENT ANCHOR FILE - CALCANC PLUS THIS SPLIT'S RECORD
      *----------------------------------------------------------------
           FD  CALC-NEW-ANCHOR.
           01  NA-NEW-ANCHOR-RECORD.
               05  NA-SPLIT-DATE               PIC 9(08).
               05  NA-SPLIT-TIME               PIC 9(08).
               05  NA-CUTOFF-DATE              PIC 9(08).
               05  NA-ARCHIVE-COUNT            PIC 9(07).
               05  NA-ARCHIVE-PRIOR-SEQUENCE   PIC 9(09).
               05  NA-ARCHIVE-PRIOR-CHAIN      PIC 9(09).
               05  NA-LIVE-PRIOR-SEQUENCE      PIC 9(09).
               05  NA-LIVE-PRIOR-CHAIN         PIC 9(09).
               05  FILLER                      PIC X(13).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *            M  E  S  S  A  G  E  S     A  R  E  A
               'CALC-AUDIT-LOG COULD NOT BE READ'.
               05 ME-PURGE-DONE               PIC X(22)   VALUE
               'CALCARCH PURGE WRITTEN'.
               05 ME-CHAIN-FROM               PIC X(22)   VALUE
               'CHAIN CARRIED FROM:   '.
               05 ME-CHAIN-TO                 PIC X(22)   VALUE
               'LIVE LOG FOLLOWS ON:  '.
               05 ME-CHAIN-SEQUENCE           PIC X(05)   VALUE
               ' SEQ '.
               05 ME-CHAIN-VALUE              PIC X(07)   VALUE
               ' CHAIN '.
      ******************************************************************
      *                    AREA   OF  WORK  VARIABLES
      ******************************************************************
               05 WS-CUTOFF-TEXT              PIC X(08).
               05 WS-CUTOFF-DATE              PIC 9(08)   VALUE 0.
               05 WS-RUN-DATE                 PIC 9(08).
               05 WS-RUN-TIME                 PIC 9(08).
      *
      * THE CHAIN PAIR THE INPUT LOG FOLLOWS ON FROM (THE LAST ANCHOR)
      * AND THE PAIR OF THE LAST ENTRY ARCHIVED - WHICH THE NEW LIVE
      * LOG FOLLOWS ON FROM.  NOTHING ARCHIVED LEAVES THE TWO EQUAL.
               05 WS-PRIOR-SEQUENCE           PIC 9(09)   VALUE 0.
               05 WS-PRIOR-CHAIN              PIC 9(09)   VALUE 0.
               05 WS-LAST-SEQUENCE            PIC 9(09)   VALUE 0.
               05 WS-LAST-CHAIN               PIC 9(09)   VALUE 0.
      ******************************************************************
      *                 F  L  A  G  S     A  R  E  A
      ******************************************************************
               05 SW-RUN-STATUS               PIC X(01)   VALUE 'N'.
                   88 SW-CONTINUE-RUN                     VALUE 'N'.
                   88 SW-QUIT-REQUESTED                   VALUE 'Y'.
               05 SW-SPLIT-SIDE               PIC X(01)   VALUE 'A'.
                   88 SW-SPLIT-ARCHIVING                  VALUE 'A'.
                   88 SW-SPLIT-RETAINING                  VALUE 'R'.
      ******************************************************************
      *             F  I  L  E     S  T  A  T  U  S     A  R  E  A
      ******************************************************************
                   88 WS-NEWLOG-OK                        VALUE '00'.
               05 WS-REPORT-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-REPORT-OK                        VALUE '00'.
               05 WS-ANCHOR-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-ANCHOR-OK                        VALUE '00'.
                   88 WS-ANCHOR-CREATED                   VALUE '05'.
               05 WS-NEWANC-STATUS            PIC X(02)   VALUE '00'.
                   88 WS-NEWANC-OK                        VALUE '00'.
      ******************************************************************
      *                C  O  U  N  T  E  R  S     A  R  E  A
      ******************************************************************
                     OPEN OUTPUT CALC-ARCHIVE-FILE
                     OPEN OUTPUT CALC-NEWLOG-FILE
                     OPEN OUTPUT CALC-PURGE-REPORT
                     OPEN OUTPUT CALC-NEW-ANCHOR
                     PERFORM 120-COPY-ANCHORS
                END-IF
           END-IF
           .
      *
      *
      * THE ANCHORS OF EARLIER SPLITS GO ACROSS TO THE NEW FILE AS
      * THEY ARE; THE LAST ONE SAYS WHERE THE LOG BEING SPLIT STARTS.
      * NO ANCHOR FILE MEANS THE LOG HAS NEVER BEEN SPLIT AND STARTS
      * AT SEQUENCE 1.
       120-COPY-ANCHORS.
      *=================
           OPEN INPUT CALC-CHAIN-ANCHOR

           IF   WS-ANCHOR-OK  OR  WS-ANCHOR-CREATED
                PERFORM UNTIL NOT WS-ANCHOR-OK
                     READ CALC-CHAIN-ANCHOR
                         AT END
                             CONTINUE
                         NOT AT END
                             MOVE AN-LIVE-PRIOR-SEQUENCE
                                              TO  WS-PRIOR-SEQUENCE
                             MOVE AN-LIVE-PRIOR-CHAIN
                                              TO  WS-PRIOR-CHAIN
                             MOVE AN-ANCHOR-RECORD
                                              TO  NA-NEW-ANCHOR-RECORD
                             WRITE NA-NEW-ANCHOR-RECORD
                     END-READ
                END-PERFORM
                CLOSE CALC-CHAIN-ANCHOR
           END-IF

           MOVE WS-PRIOR-SEQUENCE             TO       WS-LAST-SEQUENCE
           MOVE WS-PRIOR-CHAIN                TO       WS-LAST-CHAIN
           .
      *
      * ONCE ONE ENTRY IS KEPT, EVERY ENTRY AFTER IT IS KEPT TOO, SO
      * THE ARCHIVE IS ALWAYS THE FRONT OF THE CHAIN AND THE NEW LIVE
      * LOG THE REST OF IT.
       200-PROCESS.
      *============
           PERFORM 210-READ-AUDIT
                ADD  1                        TO       WS-COUNT-READ
                ADD  AL-RESULT                TO       WS-TOTAL-READ

                IF   SW-SPLIT-ARCHIVING
                AND  AL-RUN-DATE < WS-CUTOFF-DATE
                     PERFORM 220-ARCHIVE-ENTRY
                ELSE
                     SET  SW-SPLIT-RETAINING  TO       TRUE
                     PERFORM 230-RETAIN-ENTRY
                END-IF

           WRITE AR-ARCHIVE-RECORD
           ADD  1                             TO       WS-COUNT-ARCHIVED
           ADD  AL-RESULT                     TO       WS-TOTAL-ARCHIVED

           IF   AL-SEQUENCE-NUMBER IS NUMERIC
           AND  AL-CHAIN-VALUE     IS NUMERIC
                MOVE AL-SEQUENCE-NUMBER       TO       WS-LAST-SEQUENCE
                MOVE AL-CHAIN-VALUE           TO       WS-LAST-CHAIN
           END-IF
           .
      *
       230-RETAIN-ENTRY.
       300-END.
      *=========
           IF   NOT SW-QUIT-REQUESTED
                PERFORM 320-ANCHOR-WRITE
                PERFORM 310-PURGE-REPORT
                CLOSE CALC-AUDIT-LOG
                CLOSE CALC-ARCHIVE-FILE
                CLOSE CALC-NEWLOG-FILE
                CLOSE CALC-PURGE-REPORT
                CLOSE CALC-NEW-ANCHOR
                DISPLAY ME-PURGE-DONE
           END-IF
           STOP RUN
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-CHAIN-FROM              DELIMITED BY SIZE
                   ME-CHAIN-SEQUENCE          DELIMITED BY SIZE
                   WS-PRIOR-SEQUENCE          DELIMITED BY SIZE
                   ME-CHAIN-VALUE             DELIMITED BY SIZE
                   WS-PRIOR-CHAIN             DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                        TO       RP-REPORT-RECORD
           STRING  ME-CHAIN-TO                DELIMITED BY SIZE
                   ME-CHAIN-SEQUENCE          DELIMITED BY SIZE
                   WS-LAST-SEQUENCE           DELIMITED BY SIZE
                   ME-CHAIN-VALUE             DELIMITED BY SIZE
                   WS-LAST-CHAIN              DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD
           .
      *
      * THIS SPLIT'S ANCHOR GOES ON THE END OF THE NEW ANCHOR FILE:
      * THE ARCHIVE RUNS FROM THE PRIOR PAIR TO THE LAST PAIR, AND THE
      * NEW LIVE LOG CARRIES ON FROM THE LAST PAIR.  CALCVRFY CHECKS
      * EITHER SIDE AGAINST IT.
       320-ANCHOR-WRITE.
      *=================
           ACCEPT   WS-RUN-DATE               FROM     DATE YYYYMMDD
           ACCEPT   WS-RUN-TIME               FROM     TIME

           MOVE SPACES                    TO       NA-NEW-ANCHOR-RECORD
           MOVE WS-RUN-DATE                   TO       NA-SPLIT-DATE
           MOVE WS-RUN-TIME                   TO       NA-SPLIT-TIME
           MOVE WS-CUTOFF-DATE                TO       NA-CUTOFF-DATE
           MOVE WS-COUNT-ARCHIVED             TO       NA-ARCHIVE-COUNT
           MOVE WS-PRIOR-SEQUENCE
             TO NA-ARCHIVE-PRIOR-SEQUENCE
           MOVE WS-PRIOR-CHAIN
             TO NA-ARCHIVE-PRIOR-CHAIN
           MOVE WS-LAST-SEQUENCE
             TO NA-LIVE-PRIOR-SEQUENCE
           MOVE WS-LAST-CHAIN
             TO NA-LIVE-PRIOR-CHAIN

           WRITE NA-NEW-ANCHOR-RECORD
           .
