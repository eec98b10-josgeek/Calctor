      *               RECORD ADDS INTO IT - IT HAD NO VALUE CLAUSE,
      *               SO THE FIRST ADD WAS INTO UNINITIALIZED
      *               DISPLAY-NUMERIC STORAGE.
      * 15/10/26  JR  THE REASON TABLE LEARNED 'DA' (LARGE POSTING
      *               DECLINED AT APPROVAL BY CALCAPRV).
      * 15/10/26  JR  THE REASON TABLE LEARNED 'RT' (NO RATE IN FORCE
      *               FOR A CALCTOR1 RATE CONVERSION - RATE CODE NOT
      *               ON CALCRTE, NOT YET EFFECTIVE, OR EXPIRED).
      * 15/10/26  JR  THE REASON TABLE LEARNED 'DB' (GROUP REFUSED AS A
      *               DUPLICATE OF A BATCH ALREADY PROCESSED).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSUSP.
      * BACKLOG SUMMARY BY REASON CODE AND AGE BAND.  THE LAST ENTRY
      * ('??') CATCHES ANY REASON CODE THIS PROGRAM DOES NOT KNOW.
               05 WS-REASON-STATS.
                   10 WS-REASON-ENTRY         OCCURS 17 TIMES.
                       15 WS-REASON-BAND-1    PIC 9(07).
                       15 WS-REASON-BAND-2    PIC 9(07).
                       15 WS-REASON-BAND-3    PIC 9(07).
      ******************************************************************
           01 CT-CONSTANTS.
               05 CT-LINES-PER-PAGE           PIC 9(02)   VALUE 20.
               05 CT-REASON-LIST              PIC X(34)   VALUE
               'OPDZSQEXSZRFRGAUACCLDPOBTLDARTDB??'.
               05 CT-REASON-CODE REDEFINES CT-REASON-LIST
                                              OCCURS 17 TIMES
                                              PIC X(02).
               05 CT-AGE-BAND-1-TOP           PIC 9(03)   VALUE 7.
               05 CT-AGE-BAND-2-TOP           PIC 9(03)   VALUE 30.
      * SUSPENSE RECORD ADDS INTO THEM - DISPLAY-NUMERIC STORAGE IS
      * NOT VALID DIGITS UNTIL SOMETHING PUTS DIGITS THERE.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL   WS-REASON-SUB > 17
                MOVE ZERO TO WS-REASON-BAND-1 (WS-REASON-SUB)
                             WS-REASON-BAND-2 (WS-REASON-SUB)
                             WS-REASON-BAND-3 (WS-REASON-SUB)
      *
       230-FIND-REASON-ENTRY.
      *======================
           MOVE 17                            TO       WS-REASON-HIT

           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL   WS-REASON-SUB > 16
                IF   SU-REASON-CODE = CT-REASON-CODE (WS-REASON-SUB)
                AND  WS-REASON-HIT = 17
                     MOVE WS-REASON-SUB       TO       WS-REASON-HIT
                END-IF
           END-PERFORM
           WRITE RP-REPORT-RECORD

           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL   WS-REASON-SUB > 17
                IF   WS-REASON-BAND-1 (WS-REASON-SUB) > ZERO
                OR   WS-REASON-BAND-2 (WS-REASON-SUB) > ZERO
                OR   WS-REASON-BAND-3 (WS-REASON-SUB) > ZERO
