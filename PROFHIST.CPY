      *****************************************************************
      ** PROFHIST.CPY                                                 **
      **                                                              **
      ** ONE RECORD OF THE PROFILE HISTORY DATASET. FILEPROF APPENDS  **
      ** ONE RUN'S FIGURES WHEN IT IS GIVEN A HISTORY-DSN: A FILE-    **
      ** LEVEL RECORD (PH-FIELD '*RECORDS' - PH-COUNT IS THE RECORDS  **
      ** READ, PH-BAD-COUNT THE RECORDS NO LAYOUT CLAIMED), THEN ONE  **
      ** RECORD PER PROFILED MAP FIELD. EVERY RECORD OF A RUN CARRIES **
      ** THE BASE DATASET NAME AND THE RUN'S DATE AND TIME, WHICH IS  **
      ** HOW FILEVAR TELLS ONE DATASET'S RUNS FROM ANOTHER'S AND ONE  **
      ** RUN FROM THE NEXT.                                           **
      **                                                              **
      ** FIXED 240 BYTES, EVERY FIELD A DISPLAY FIELD, SO THE HISTORY **
      ** READS STRAIGHT INTO FILECSV (RECLEN 240) WITH THIS FIELD     **
      ** MAP:                                                         **
      **                                                              **
      **     0,44,CHAR,PH-BASE                                        **
      **     45,10,CHAR,PH-RUN-DATE                                   **
      **     56,8,CHAR,PH-RUN-TIME                                    **
      **     65,30,CHAR,PH-LAYOUT                                     **
      **     96,30,CHAR,PH-FIELD                                      **
      **     127,8,CHAR,PH-TYPE                                       **
      **     136,9,CHAR,PH-COUNT                                      **
      **     146,9,CHAR,PH-BAD-COUNT                                  **
      **     156,19,CHAR,PH-MIN                                       **
      **     176,19,CHAR,PH-MAX                                       **
      **     196,19,CHAR,PH-TOTAL                                     **
      **     216,1,CHAR,PH-OVERFLOW                                   **
      **     218,1,CHAR,PH-SEEN                                       **
      **                                                              **
      ** PH-COUNT/PH-MIN/PH-MAX/PH-TOTAL ARE FILEPROF'S COLUMNS FOR   **
      ** THE FIELD, IN THE FIELD'S RAW UNITS; PH-MIN AND PH-MAX MEAN  **
      ** NOTHING UNLESS PH-SEEN IS 'Y', AND PH-TOTAL NOTHING WHEN     **
      ** PH-OVERFLOW IS 'Y'. PH-BAD-COUNT IS THE FIELD'S DECODE       **
      ** FAILURES.                                                    **
      **                                                              **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                    **
      ** ====== ===================================================== **
      ** FW1026 INITIAL CODING                                        **
      *****************************************************************
       01  PROFILE-HISTORY-RECORD.
           05 PH-BASE                  PIC X(44).
           05 FILLER                   PIC X(1).
           05 PH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(1).
           05 PH-RUN-TIME              PIC X(8).
           05 FILLER                   PIC X(1).
           05 PH-LAYOUT                PIC X(30).
           05 FILLER                   PIC X(1).
           05 PH-FIELD                 PIC X(30).
              88 PH-FILE-LEVEL         VALUE '*RECORDS'.
           05 FILLER                   PIC X(1).
           05 PH-TYPE                  PIC X(8).
           05 FILLER                   PIC X(1).
           05 PH-COUNT                 PIC 9(9).
           05 FILLER                   PIC X(1).
           05 PH-BAD-COUNT             PIC 9(9).
           05 FILLER                   PIC X(1).
           05 PH-MIN                   PIC S9(18)
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(1).
           05 PH-MAX                   PIC S9(18)
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(1).
           05 PH-TOTAL                 PIC S9(18)
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(1).
           05 PH-OVERFLOW              PIC X(1).
              88 PH-TOTAL-OVERFLOWED   VALUE 'Y'.
           05 FILLER                   PIC X(1).
           05 PH-SEEN                  PIC X(1).
              88 PH-VALUES-SEEN        VALUE 'Y'.
           05 FILLER                   PIC X(21).
