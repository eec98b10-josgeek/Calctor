      *               RECORD IS 65 BYTES, WAS 55).  THIS REPORT KEEPS
      *               ITS EXISTING COLUMNS - THE PER-ACCOUNT VIEW IS
      *               CALCSTMT'S JOB.
      * 15/10/26  JR  THE AUDIT ENTRY NOW CARRIES ITS ORIGIN STAMP
      *               (87 BYTES, WAS 65) - LAYOUT CARRIED HERE, THE
      *               REPORT COLUMNS ARE UNCHANGED.  CALCTRCE IS THE
      *               INQUIRY THAT USES THE NEW FIELDS.
      * 15/10/26  JR  THE AUDIT ENTRY NOW CARRIES AL-APPROVER-ID (95
      *               BYTES, WAS 87) - LAYOUT CARRIED HERE, THE
      *               REPORT COLUMNS ARE UNCHANGED.
      * 15/10/26  JR  THE AUDIT ENTRY NOW ENDS WITH THE RATE CODE AND
      *               RATE VALUE OF A CALCTOR1 RATE CONVERSION (112
      *               BYTES, WAS 95).  THE TOTALS COUNT THE NEW 'C'
      *               OPERATION ALONGSIDE THE OTHERS; THE DETAIL
      *               COLUMNS ARE UNCHANGED.
      * 15/10/26  JR  THE AUDIT ENTRY NOW ENDS WITH ITS SEQUENCE NUMBER
      *               AND CHAIN VALUE, CHECKED BY CALCVRFY - LAYOUT
      *               ONLY HERE.  NOTE AT CUTOVER: CALCAUD IS NOW 130
      *               BYTES (WAS 112).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRPT.
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
      * ACTIVITY REPORT OUTPUT
      *----------------------------------------------------------------
               'EXPONENTS SELECTED:   '.
               05 ME-TOTAL-SQRT               PIC X(22)   VALUE
               'SQUARE ROOTS SELECTED:'.
               05 ME-TOTAL-RATE               PIC X(22)   VALUE
               'RATE CONVERSIONS SEL: '.
               05 ME-REPORT-DONE              PIC X(22)   VALUE
               'CALCRPT REPORT WRITTEN'.
      ******************************************************************
               05 CT-R                        PIC X(01)   VALUE 'R'.
               05 CT-E                        PIC X(01)   VALUE 'E'.
               05 CT-Q                        PIC X(01)   VALUE 'Q'.
               05 CT-C                        PIC X(01)   VALUE 'C'.
               05 CT-LINES-PER-PAGE           PIC 9(02)   VALUE 20.
      ******************************************************************
      *                 F  L  A  G  S     A  R  E  A
               05 WS-COUNT-REMAINDER           PIC 9(07)  VALUE 0.
               05 WS-COUNT-EXPONENT            PIC 9(07)  VALUE 0.
               05 WS-COUNT-SQUARE-ROOT         PIC 9(07)  VALUE 0.
               05 WS-COUNT-RATE                PIC 9(07)  VALUE 0.
               05 WS-TOTAL-RESULT              PIC S9(11)V99
                                               SIGN IS LEADING SEPARATE
                                                          VALUE 0.
                   ADD  1             TO    WS-COUNT-EXPONENT
               WHEN  CT-Q
                   ADD  1             TO    WS-COUNT-SQUARE-ROOT
               WHEN  CT-C
                   ADD  1             TO    WS-COUNT-RATE
           END-EVALUATE
           .
      *
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD

           MOVE SPACES                   TO    RP-REPORT-RECORD
           STRING  ME-TOTAL-RATE      DELIMITED BY SIZE
                   WS-COUNT-RATE      DELIMITED BY SIZE
              INTO RP-REPORT-RECORD
           END-STRING
           WRITE RP-REPORT-RECORD
           .
