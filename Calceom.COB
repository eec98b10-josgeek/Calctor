      *
      * MODIFICATION HISTORY:
      * 02/09/26  JR  INITIAL VERSION.
      * 15/10/26  JR  THE MASTER RECORD NOW ENDS WITH MA-PARENT-KEY,
      *               THE ROLL-UP PARENT CALCMNT MAINTAINS FOR THE
      *               CALCCONS CONSOLIDATION - LAYOUT ONLY HERE.
      *               NOTE AT CUTOVER: CALCMST IS NOW 120 BYTES.
      * 15/10/26  JR  THE MASTER RECORD NOW ENDS WITH MA-ACCOUNT-CLASS,
      *               THE ACCRUAL CLASS CALCMNT MAINTAINS FOR THE
      *               CALCACR INTEREST AND FEE RUN - LAYOUT ONLY HERE.
      *               NOTE AT CUTOVER: CALCMST IS NOW 122 BYTES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCEOM.
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
      * THE PERMANENT POSITION THE STATEMENT AND RECONCILIATION
