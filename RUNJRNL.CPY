      ** TIME. SEE RUNJRNL.CBL FOR THE JOURNAL DATASET AND THE LINE   **
      ** FORMAT, AND RUNJRNLRPT.CBL FOR THE BATCH-WINDOW REPORT.      **
      **                                                               **
      ** THE END CALL ALSO CATALOGS ANY NEW (+1) GENERATIONS THE RUN  **
      ** RESOLVED (SEE GDGRSLV.CPY) - UNLESS RJ-STEP-LINE IS SET. A   **
      ** DRIVER JOURNALING ITS STEPS THROUGH A SECOND CONTROL BLOCK   **
      ** (BATCHRUN) SETS RJ-STEP-LINE IN THAT BLOCK, SO A STEP'S END  **
      ** LINE DOESN'T CATALOG THE DRIVER'S OWN OUTPUT EARLY. STEP     **
      ** LINES ARE JOURNALED AS EVENT=STEPSTART / EVENT=STEPEND, NOT  **
      ** START / END, SO THEY ARE NEVER COUNTED AS DRIVER RUNS.       **
      **                                                              **
      ** A UTILITY WRITING A PROTECTED DATASET UNDER AN APPROVED      **
      ** CHANGE (SEE CHGAUTH.CPY) MOVES THE CHANGE NUMBER TO          **
      ** RJ-CHANGE-NUMBER BEFORE THE START CALL; BOTH LINES THEN      **
      ** CARRY IT AS CHANGE=, SO THE JOURNAL SHOWS WHICH CHANGE EACH  **
      ** RUN WAS MADE UNDER. LEFT BLANK, THE LINES ARE AS BEFORE.     **
      **                                                              **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                    **
      ** ====== ===================================================== **
      ** FW0926 INITIAL CODING                                        **
      ** FW0926 WIDENED RJ-PARM TO THE FULL 256-BYTE PARM STRING -    **
      **        THE SEVEN-OPERAND PARMS WERE BEING TRUNCATED          **
      ** FW1026 ADDED RJ-LINE-KIND - THE END CALL NOW CATALOGS THE    **
      **        RUN'S NEW GENERATIONS THROUGH GDGRSLV                 **
      ** FW1026 ADDED RJ-CHANGE-NUMBER - THE CHANGE A RUN WAS MADE    **
      **        UNDER, JOURNALED AS CHANGE=                           **
      ** FW1026 STEP LINES (RJ-STEP-LINE) JOURNAL AS EVENT=STEPSTART  **
      **        / EVENT=STEPEND                                       **
      *****************************************************************
       01  RUN-JOURNAL-CONTROL.
           05 RJ-EVENT                 PIC X(1).
           05 RJ-RETURN-CODE           USAGE BINARY-LONG.
           05 RJ-START-STAMP           PIC X(19).
           05 RJ-START-SECONDS         USAGE BINARY-DOUBLE SIGNED.
           05 RJ-LINE-KIND             PIC X(1).
              88 RJ-STEP-LINE          VALUE 'T'.
           05 RJ-CHANGE-NUMBER         PIC X(16).
