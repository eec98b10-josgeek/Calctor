      *               LINE, SO A DATED STATEMENT STARTS FROM A FIRM
      *               CLOSED POSITION INSTEAD OF RECONSTRUCTING ONE
      *               FROM THE FULL AUDIT HISTORY.
      * 15/10/26  JR  THE AUDIT ENTRY NOW CARRIES ITS ORIGIN STAMP
      *               (87 BYTES, WAS 65) - LAYOUT CARRIED HERE, THE
      *               STATEMENT IS UNCHANGED.  A QUERIED MOVEMENT IS
      *               WALKED BACK TO ITS SOURCE THROUGH CALCTRCE.
      * 15/10/26  JR  THE AUDIT ENTRY NOW CARRIES AL-APPROVER-ID (95
      *               BYTES, WAS 87) - LAYOUT CARRIED HERE, THE
      *               STATEMENT IS UNCHANGED.
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
       PROGRAM-ID. CALCSTMT.
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
      * PERIOD HISTORY - ONE RECORD PER ACCOUNT PER CLOSED PERIOD,
      * AS WRITTEN BY CALCEOM.  THE LATEST CLOSE BEFORE THE
