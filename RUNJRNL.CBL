      **   YYYY-MM-DD HH:MM:SS PROGRAM=P EVENT=END ELAPSED=S         **
      **       READ=N WRITTEN=N RC=NN PARM=...                       **
      **                                                             **
      ** A RUN MADE UNDER AN APPROVED CHANGE (RJ-CHANGE-NUMBER, SEE  **
      ** CHGAUTH.CPY) CARRIES CHANGE=C JUST BEFORE PARM= ON BOTH     **
      ** LINES. THE READERS TAKE KEY=VALUE TOKENS UP TO PARM= AND    **
      ** PASS OVER A KEY THEY DON'T KNOW.                            **
      **                                                             **
      ** ELAPSED IS IN WHOLE SECONDS (MIDNIGHT-SAFE - IT IS TAKEN    **
      ** FROM DAY NUMBERS, NOT CLOCK SUBTRACTION). A RUN THAT DIES   **
      ** LEAVES A START LINE WITH NO MATCHING END, WHICH THE REPORT  **
      ** NEVER CHANGED HERE, SO THE END CALL CAN SIT LAST, AFTER     **
      ** THE CALLER'S FINAL RAISE LOGIC.                             **
      **                                                             **
      ** THE END CALL IS ALSO WHERE A RUN'S NEW (+1) GENERATIONS ARE **
      ** CATALOGED (GDGRSLV), SO EVERY JOURNALED UTILITY GETS IT     **
      ** WITHOUT A CALL OF ITS OWN AND THE CATALOG NAMES THE SAME    **
      ** PROGRAM THE JOURNAL DOES. A STEP LINE (RJ-STEP-LINE) IS     **
      ** JOURNALED ONLY.                                             **
      **                                                             **
      ** A STEP LINE - A DRIVER'S RECORD OF ONE STEP IT RAN (SEE     **
      ** BATCHRUN) - IS WRITTEN AS EVENT=STEPSTART / EVENT=STEPEND,  **
      ** SO THE READERS THAT COUNT A PROGRAM'S RUNS BY ITS START AND **
      ** END LINES NEVER TAKE A STEP FOR A RUN OF THE DRIVER ITSELF. **
      **                                                             **
      ** AUTHOR:       FRED WEIGEL                                   **
      **                                                             **
      ** DATE-WRITTEN: SEPTEMBER 2026                                **
      ** FW0926 INITIAL CODING                                       **
      ** FW0926 WIDENED THE JOURNAL LINE TO CARRY THE FULL 256-BYTE  **
      **        PARM STRING UNTRUNCATED                              **
      ** FW1026 THE END CALL CATALOGS THE RUN'S NEW GENERATIONS      **
      ** FW1026 CHANGE= ON BOTH LINES WHEN THE RUN WAS MADE UNDER AN **
      **        APPROVED CHANGE                                      **
      ** FW1026 A STEP LINE IS JOURNALED AS EVENT=STEPSTART /        **
      **        EVENT=STEPEND                                        **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ELAPSED                 USAGE BINARY-DOUBLE SIGNED.
       01  WS-EDIT-ELAPSED            PIC -(9)9.
       01  WS-EDIT-RC                 PIC Z9.
       01  WS-PARM-LEAD               PIC X(32)  VALUE SPACES.
       01  WS-EVENT-LEAD              PIC X(16)  VALUE SPACES.

       COPY GDGRSLV.

       LINKAGE SECTION.

               MOVE 0 TO RJ-RETURN-CODE
           END-IF
           PERFORM 200-APPEND-JOURNAL-LINE
           IF RJ-EVENT-END AND NOT RJ-STEP-LINE
               PERFORM 300-CATALOG-GENERATIONS
           END-IF
      *
      * A CALL REPLACES THE CALLER'S RETURN-CODE WITH THIS PROGRAM'S
      * EXIT CODE - EXITING WITH RJ-RETURN-CODE HANDS THE CALLER'S
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO JOURNAL-RECORD
           MOVE ' PARM=' TO WS-PARM-LEAD
           IF RJ-CHANGE-NUMBER NOT = SPACES
              AND RJ-CHANGE-NUMBER NOT = LOW-VALUES
               MOVE SPACES TO WS-PARM-LEAD
               STRING ' CHANGE='                DELIMITED BY SIZE
                      TRIM (RJ-CHANGE-NUMBER)   DELIMITED BY SIZE
                      ' PARM='                  DELIMITED BY SIZE
                   INTO WS-PARM-LEAD
               END-STRING
           END-IF
           IF RJ-STEP-LINE
               MOVE ' EVENT=STEP' TO WS-EVENT-LEAD
           ELSE
               MOVE ' EVENT=' TO WS-EVENT-LEAD
           END-IF
           IF RJ-EVENT-START
               STRING WS-STAMP                  DELIMITED BY SIZE
                      ' PROGRAM='               DELIMITED BY SIZE
                      TRIM (WS-CALLER-NAME)     DELIMITED BY SIZE
                      TRIM (WS-EVENT-LEAD TRAILING)
                                                DELIMITED BY SIZE
                      'START'                   DELIMITED BY SIZE
                      TRIM (WS-PARM-LEAD TRAILING)
                                                DELIMITED BY SIZE
                      TRIM (RJ-PARM)            DELIMITED BY SIZE
                   INTO JOURNAL-RECORD
               END-STRING
               STRING WS-STAMP                  DELIMITED BY SIZE
                      ' PROGRAM='               DELIMITED BY SIZE
                      TRIM (WS-CALLER-NAME)     DELIMITED BY SIZE
                      TRIM (WS-EVENT-LEAD TRAILING)
                                                DELIMITED BY SIZE
                      'END ELAPSED='            DELIMITED BY SIZE
                      TRIM (WS-EDIT-ELAPSED)    DELIMITED BY SIZE
                      ' READ='                  DELIMITED BY SIZE
                      RJ-RECORDS-READ           DELIMITED BY SIZE
                      RJ-RECORDS-WRITTEN        DELIMITED BY SIZE
                      ' RC='                    DELIMITED BY SIZE
                      TRIM (WS-EDIT-RC)         DELIMITED BY SIZE
                      TRIM (WS-PARM-LEAD TRAILING)
                                                DELIMITED BY SIZE
                      TRIM (RJ-PARM)            DELIMITED BY SIZE
                   INTO JOURNAL-RECORD
               END-STRING
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           .
      *****************************************************************
      ** 300-CATALOG-GENERATIONS - HAND GDGRSLV THE RUN'S FINAL CODE **
      ** AND NAME; IT CATALOGS ANY (+1) GENERATIONS THE RUN RESOLVED **
      ** WHEN THE CODE IS BELOW 16, AND DOES NOTHING WHEN THERE ARE  **
      ** NONE.                                                       **
      *****************************************************************
       300-CATALOG-GENERATIONS.
           MOVE RJ-RETURN-CODE TO GDG-RETURN-CODE
           MOVE WS-CALLER-NAME TO GDG-PROGRAM
           MOVE 0 TO GDG-ERROR-COUNT
           SET GDG-CATALOG-NEW TO TRUE
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           .
